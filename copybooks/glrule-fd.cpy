*>--------------
*> glrule-fd.cpy - GL posting rule record layout.  One record per
*> posting module and transaction type names the ledger account the
*> module posts to.  The qualifier narrows a rule to one tax code or
*> cost centre; the rule with a blank qualifier is the default for
*> every other code.
*>--------------
fd  gl-rule-file.
01  gl-rule-record.
  05  glrule-key.
    10  glrule-source-module  pic x(10).
    10  glrule-trans-type     pic x(10).
    10  glrule-qualifier      pic x(06).
  05  glrule-account-code     pic x(10).
  05  glrule-description      pic x(30).
