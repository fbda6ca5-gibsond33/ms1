*>--------------
*> glrule-pd.cpy
*>--------------
*> Shared posting-rule lookup.  The rule for the exact qualifier is
*> tried first, then the module's default rule with a blank
*> qualifier.  A missing rule, or a rule naming an account that is
*> not on the chart, comes back not found with the reason in
*> ws-glrule-message - nothing is ever posted to a made-up account.
find-gl-posting-account.
  set ws-glrule-not-found to true
  move spaces to ws-glrule-account
  move spaces to ws-glrule-message
  move ws-glrule-source to glrule-source-module
  move ws-glrule-type to glrule-trans-type
  move ws-glrule-qualifier to glrule-qualifier
  read gl-rule-file key is glrule-key
    invalid key
      move spaces to glrule-qualifier
      read gl-rule-file key is glrule-key
        invalid key
          string "No GL posting rule for " delimited by size
            ws-glrule-source delimited by space
            " " delimited by size
            ws-glrule-type delimited by space
            " - nothing posted" delimited by size
            into ws-glrule-message
          end-string
          exit paragraph
      end-read
  end-read
  move glrule-account-code to account-code
  read gl-account-file key is account-code
    invalid key
      string "GL account " delimited by size
        glrule-account-code delimited by space
        " for " delimited by size
        ws-glrule-source delimited by space
        " " delimited by size
        ws-glrule-type delimited by space
        " is not on the chart - nothing posted" delimited by size
        into ws-glrule-message
      end-string
      exit paragraph
  end-read
  move glrule-account-code to ws-glrule-account
  set ws-glrule-was-found to true
  .
