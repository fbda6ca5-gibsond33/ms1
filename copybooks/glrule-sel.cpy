*>---------------
*> glrule-sel.cpy
*>---------------
select gl-rule-file assign to "GLRULES"
  organization is indexed
  access mode is dynamic
  record key is glrule-key
  file status is gl-rule-file-status
  .
