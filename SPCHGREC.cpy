      * through the PEER_SERVER linked server and flips the flag to
      * 'Y', so a re-run never double-applies a change. Balance
      * deltas travel in the same printable sign-plus-digits form the
      * batch payload uses (SPPAYREC.cpy), followed by the posting
      * source the payload carried - blank for an ordinary adjustment,
      * INT/FEE for the postings AccrueInterestAndFees raises, RV for
      * a reversal, CLSF/CLSO/CLSI for the closing fee and the two
      * legs of a closure payout - so the statement run can break
      * those out on their own lines. A reversal carries the
      * change_id of the movement it reverses in the reference behind
      * the source, which is the link between the two; a payout leg
      * carries the account on the other side.
      * HOLDER rows carry the customer id and role of an ownership
      * link added (I) or removed (D).
      *
      * Master-file rows that are not keyed on an account (the
      * customer and branch masters) are captured in
      * dbo.sp_master_change_log by entity type and key; the sync
      * sends the row's current image, so several captured changes
      * to one row replay as one.
      *================================================================
       01  sp-change-row.
           05  sp-change-id            pic s9(9) comp-5.
           05  sp-change-action        pic x(1).
               88  sp-change-insert        value "I".
               88  sp-change-update        value "U".
               88  sp-change-delete        value "D".
           05  sp-change-column        pic x(20).
               88  sp-change-col-status    value "STATUS".
               88  sp-change-col-bal-adj   value "BALANCE-ADJ".
               88  sp-change-col-credit    value "CREDIT-LIMIT".
               88  sp-change-col-branch    value "BRANCH-CODE".
               88  sp-change-col-holder    value "HOLDER".
           05  sp-change-value         pic x(40).
           05  sp-change-value-amount redefines sp-change-value.
               10  sp-change-amount-sign   pic x(1).
               10  sp-change-amount-amt    pic 9(13)v99.
               10  sp-change-amount-source pic x(4).
                   88  sp-change-source-interest  value "INT ".
                   88  sp-change-source-fee       value "FEE ".
                   88  sp-change-source-reversal  value "RV  ".
                   88  sp-change-source-close-fee value "CLSF".
                   88  sp-change-source-payout-out
                                                  value "CLSO".
                   88  sp-change-source-payout-in value "CLSI".
               10  sp-change-amount-ref    pic x(10).
               10  sp-change-amount-ref-id redefines
                   sp-change-amount-ref    pic 9(10).
               10  filler                  pic x(10).
           05  sp-change-value-holder redefines sp-change-value.
               10  sp-change-holder-customer pic x(10).
               10  sp-change-holder-role   pic x(1).
               10  filler                  pic x(29).
           05  sp-change-state         pic x(1).
               88  sp-change-more          value "Y".
               88  sp-change-done          value "N".
               88  sp-change-failed        value "E".
       01  sp-master-change-row.
           05  sp-master-change-id     pic s9(9) comp-5.
           05  sp-master-entity-type   pic x(10).
               88  sp-master-customer      value "CUSTOMER".
               88  sp-master-branch        value "BRANCH".
           05  sp-master-entity-key    pic x(10).
           05  sp-master-action        pic x(1).
               88  sp-master-insert        value "I".
               88  sp-master-update        value "U".
           05  sp-master-state         pic x(1).
               88  sp-master-more          value "Y".
               88  sp-master-done          value "N".
               88  sp-master-failed        value "E".
