      *================================================================
      * SPRVWREC.cpy
      *
      * Host variables for one dbo.sp_review_case row, the queue of
      * unusual activity MonitorDailyActivity raises each night from
      * the day's change-log movements and status history. A case
      * names the account, the rule it tripped, the movement that
      * tripped it (zero for the rules that judge a whole day), the
      * triggering amount and the total behind it. Cases are raised
      * OPEN and worked through WorkReviewCase to CLEARED, or to
      * ESCALATED and later CLEARED; each account, rule, day and
      * triggering movement raises at most one case, so a rerun of
      * the night adds nothing new.
      *
      *   LRGE  a single adjustment at or over MONITOR-LARGE-CENTS
      *   FREQ  MONITOR-FREQ-COUNT or more adjustments to one
      *         account in the day
      *   STRC  MONITOR-STRUCT-COUNT or more adjustments within
      *         MONITOR-STRUCT-PCT percent under the large-value
      *         threshold across the last MONITOR-STRUCT-DAYS days,
      *         one of them today
      *   RSTR  any adjustment to an account reinstated from
      *         SUSPENDED within the last MONITOR-REINSTATE-DAYS days
      *================================================================
       01  sp-review-row.
           05  sp-review-case-id       pic s9(9) comp-5.
           05  sp-review-account-id    pic x(10).
           05  sp-review-rule          pic x(4).
               88  sp-rule-large           value "LRGE".
               88  sp-rule-frequency       value "FREQ".
               88  sp-rule-structuring     value "STRC".
               88  sp-rule-reinstated      value "RSTR".
           05  sp-review-case-date     pic x(8).
           05  sp-review-change-id     pic s9(9) comp-5.
           05  sp-review-trigger-amt   pic s9(13)v99 comp-3.
           05  sp-review-total-amt     pic s9(13)v99 comp-3.
           05  sp-review-movements     pic s9(9) comp-5.
           05  sp-review-status        pic x(10).
               88  sp-review-open          value "OPEN".
               88  sp-review-cleared       value "CLEARED".
               88  sp-review-escalated     value "ESCALATED".
               88  sp-review-worked        value "CLEARED"
                                                 "ESCALATED".
           05  sp-review-worked-by     pic x(128).
           05  sp-review-note          pic x(80).
