      *================================================================
      * SPAPRREC.cpy
      *
      * Host variables for one dbo.sp_pending_approval row, the
      * maker-checker queue. A sensitive change over its configured
      * limit is not applied when it is asked for: it is parked here
      * PENDING with the proposed value, the value in force when it
      * was asked for, who asked and when, and only takes effect when
      * a different user approves it through ApprovePendingAction.
      * DeclinePendingAction turns it down instead. An item nobody
      * decides within DUAL-AUTH-EXPIRY-HOURS of being asked for is
      * EXPIRED - by the nightly ExpirePendingApprovals step, or by
      * the first approve or decline that finds it past its time.
      * Decided items stay on file as the trail.
      *
      *   CREDIT-LIMIT  an AU CREDIT-LIMIT raise of more than
      *                 DUAL-AUTH-CREDIT-CENTS; the source batch id
      *                 and record key name the record it came from
      *   OVERDRAFT     a same-day overdraft override - no ceiling at
      *                 all for the day, so always referred
      *   CLOSURE       a CloseAccount settling more than
      *                 DUAL-AUTH-CLOSURE-CENTS either way; the
      *                 target holds the payout account and the
      *                 effective date the closure date
      *   CONFIG        a SetConfig of INTEREST-RATE-BP moving it by
      *                 more than DUAL-AUTH-RATE-BP, of
      *                 MONTHLY-FEE-CENTS or CLOSING-FEE-CENTS moving
      *                 it by more than DUAL-AUTH-FEE-CENTS, or of any
      *                 DUAL-AUTH-* key; the target holds the key
      *
      * The expiry is stamped yyyymmddhhmmss when the item is raised,
      * so a later change to the window leaves items already waiting
      * on the terms they were raised under. The applied timestamp
      * is stamped once an approved change has actually been made,
      * so one approval is never spent twice.
      *================================================================
       01  sp-approval-row.
           05  sp-approval-id          pic s9(9) comp-5.
           05  sp-approval-action      pic x(12).
               88  sp-approval-credit-limit value "CREDIT-LIMIT".
               88  sp-approval-overdraft    value "OVERDRAFT".
               88  sp-approval-closure      value "CLOSURE".
               88  sp-approval-config       value "CONFIG".
           05  sp-approval-account-id  pic x(10).
           05  sp-approval-target      pic x(32).
           05  sp-approval-scope       pic x(20).
           05  sp-approval-value       pic x(40).
           05  sp-approval-prior-value pic x(40).
           05  sp-approval-effective   pic x(8).
           05  sp-approval-batch-id    pic x(20).
           05  sp-approval-record-key  pic x(20).
           05  sp-approval-requested-by
                                       pic x(128).
           05  sp-approval-requested-ts
                                       pic x(26).
           05  sp-approval-expiry-ts   pic x(14).
           05  sp-approval-status      pic x(10).
               88  sp-approval-pending      value "PENDING".
               88  sp-approval-approved     value "APPROVED".
               88  sp-approval-declined     value "DECLINED".
               88  sp-approval-expired      value "EXPIRED".
           05  sp-approval-decided-by  pic x(128).
           05  sp-approval-decided-ts  pic x(26).
           05  sp-approval-applied-ts  pic x(26).
