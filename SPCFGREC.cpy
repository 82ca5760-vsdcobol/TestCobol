                             "INTEREST-RATE-BP"
                             "MONTHLY-FEE-CENTS"
                             "DORMANT-DAYS"
                             "DORMANT-WARN-DAYS"
                             "CLOSING-FEE-CENTS"
                             "MONITOR-LARGE-CENTS"
                             "MONITOR-FREQ-COUNT"
                             "MONITOR-STRUCT-PCT"
                             "MONITOR-STRUCT-COUNT"
                             "MONITOR-STRUCT-DAYS"
                             "MONITOR-REINSTATE-DAYS"
                             "DUAL-AUTH-CREDIT-CENTS"
                             "DUAL-AUTH-CLOSURE-CENTS"
                             "DUAL-AUTH-RATE-BP"
                             "DUAL-AUTH-FEE-CENTS"
                             "DUAL-AUTH-EXPIRY-HOURS".
           05  sp-config-scope         pic x(20).
           05  sp-config-value         pic x(40).
           05  sp-config-default       pic x(40).
