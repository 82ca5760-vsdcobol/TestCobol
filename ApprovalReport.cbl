      *================================================================
      * ApprovalReport.cbl
      *
      * Daily report over the maker-checker queue
      * (dbo.sp_pending_approval, SPAPRREC.cpy). For a report date it
      * prints every item still PENDING whatever day it was asked
      * for - oldest first, with its age and when it expires, so
      * nothing waits unseen for a second user - and then the items
      * decided that day: APPROVED and DECLINED with who asked and
      * who decided, and EXPIRED with who asked. A closing line
      * counts each.
      *
      * Return code 0 when the queue was read, 1 when this report
      * could not read its own source.
      *
      * Controls (environment variables):
      *   SP_APPROVAL_REPORT_DATE  yyyymmdd report date, default
      *                            today
      *================================================================
       identification division.
       program-id. ApprovalReport.

       data division.
       working-storage section.
       copy "SPRETCD.cpy".
       copy "SPAPRREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-report-date            pic x(8).
       01  ws-next-date              pic x(8).
       01  ws-date-num               pic 9(8).
       01  ws-date-int               pic s9(9) comp-5.
       01  ws-today-int              pic s9(9) comp-5.
       01  ws-now-stamp              pic x(21).
       01  ws-report-state           pic x(1).
           88  ws-report-more            value "Y".
           88  ws-report-done            value "N".
           88  ws-report-failed          value "E".
       01  ws-read-flag              pic x(1).
           88  ws-read-clean             value "Y".
           88  ws-read-failed            value "N".
       01  ws-outstanding-total      pic s9(9) comp-5 value 0.
       01  ws-approved-total         pic s9(9) comp-5 value 0.
       01  ws-declined-total         pic s9(9) comp-5 value 0.
       01  ws-expired-total          pic s9(9) comp-5 value 0.
       01  ws-decided-total          pic s9(9) comp-5 value 0.
       01  ws-item-age               pic s9(9) comp-5.

       procedure division.
       sp-main.
           display "=== approval queue report ==="
           set ws-read-clean to true
           perform sp-initialize
           perform sp-report-outstanding
           perform sp-report-decided
           if ws-read-failed
               move 1 to return-code
           else
               display "    outstanding " ws-outstanding-total
                   " approved " ws-approved-total
                   " declined " ws-declined-total
                   " expired " ws-expired-total
               move 0 to return-code
           end-if
           display "=== approval queue report finished ==="
           goback.

       sp-initialize.
           accept ws-report-date
               from environment "SP_APPROVAL_REPORT_DATE"
           if ws-report-date = spaces
                   or ws-report-date = low-values
               move function current-date to ws-now-stamp
               move ws-now-stamp(1:8) to ws-report-date
           end-if
      *    the timestamps are fixed-format strings, so the day window
      *    compares sargably as a half-open range on the raw column
           move ws-report-date to ws-date-num
           compute ws-today-int =
               function integer-of-date(ws-date-num)
           compute ws-date-int = ws-today-int + 1
           move function date-of-integer(ws-date-int)
               to ws-date-num
           move ws-date-num to ws-next-date
           display "    report date " ws-report-date
           .

      *----------------------------------------------------------------
      * the working queue: every item still waiting for a second
      * user, oldest first
      *----------------------------------------------------------------
       sp-report-outstanding.
           display "    outstanding: id / action / account / target "
               "/ proposed / in force / requested by / age days "
               "/ expires"
           exec sql
               declare outstanding-cursor cursor for
                   select approval_id, action_type, account_id,
                          target_key, proposed_value, prior_value,
                          requested_by, requested_timestamp,
                          expiry_timestamp
                     from dbo.sp_pending_approval
                    where approval_status = 'PENDING'
                    order by requested_timestamp, approval_id
           end-exec
           exec sql open outstanding-cursor end-exec
           if sqlcode not = 0
               display "FAIL  cannot read dbo.sp_pending_approval, "
                   "sqlcode=" sqlcode
               set ws-read-failed to true
           else
               set ws-report-more to true
               perform sp-fetch-outstanding until not ws-report-more
               exec sql close outstanding-cursor end-exec
               if ws-report-failed
                   set ws-read-failed to true
               end-if
           end-if
           if ws-outstanding-total = 0
               display "    none"
           end-if
           .

       sp-fetch-outstanding.
           exec sql
               fetch outstanding-cursor
                into :sp-approval-id, :sp-approval-action,
                     :sp-approval-account-id, :sp-approval-target,
                     :sp-approval-value, :sp-approval-prior-value,
                     :sp-approval-requested-by,
                     :sp-approval-requested-ts,
                     :sp-approval-expiry-ts
           end-exec
           evaluate true
               when sqlcode = 0
                   perform sp-print-outstanding
               when sqlcode = 100
                   set ws-report-done to true
               when other
                   set ws-report-failed to true
           end-evaluate
           .

       sp-print-outstanding.
           move 0 to ws-item-age
           if sp-approval-requested-ts(1:8) numeric
               move sp-approval-requested-ts(1:8) to ws-date-num
               compute ws-item-age = ws-today-int
                   - function integer-of-date(ws-date-num)
           end-if
           display "    " sp-approval-id " " sp-approval-action " "
               sp-approval-account-id " "
               function trim(sp-approval-target) " "
               function trim(sp-approval-value) " "
               function trim(sp-approval-prior-value) " "
               function trim(sp-approval-requested-by) " "
               ws-item-age " " sp-approval-expiry-ts
           add 1 to ws-outstanding-total
           .

      *----------------------------------------------------------------
      * the day's decisions: approved and declined items name both
      * users; an expired item was decided by nobody
      *----------------------------------------------------------------
       sp-report-decided.
           display "    decided today: id / status / action / account "
               "/ target / proposed / requested by / decided by"
           exec sql
               declare decided-cursor cursor for
                   select approval_id, approval_status, action_type,
                          account_id, target_key, proposed_value,
                          requested_by, decided_by
                     from dbo.sp_pending_approval
                    where approval_status in
                          ('APPROVED', 'DECLINED', 'EXPIRED')
                      and decided_timestamp >= :ws-report-date
                      and decided_timestamp < :ws-next-date
                    order by approval_status, approval_id
           end-exec
           exec sql open decided-cursor end-exec
           if sqlcode not = 0
               display "FAIL  cannot read dbo.sp_pending_approval, "
                   "sqlcode=" sqlcode
               set ws-read-failed to true
           else
               set ws-report-more to true
               perform sp-fetch-decided until not ws-report-more
               exec sql close decided-cursor end-exec
               if ws-report-failed
                   set ws-read-failed to true
               end-if
           end-if
           if ws-decided-total = 0
               display "    none"
           end-if
           .

       sp-fetch-decided.
           exec sql
               fetch decided-cursor
                into :sp-approval-id, :sp-approval-status,
                     :sp-approval-action, :sp-approval-account-id,
                     :sp-approval-target, :sp-approval-value,
                     :sp-approval-requested-by,
                     :sp-approval-decided-by
           end-exec
           evaluate true
               when sqlcode = 0
                   perform sp-print-decided
               when sqlcode = 100
                   set ws-report-done to true
               when other
                   set ws-report-failed to true
           end-evaluate
           .

       sp-print-decided.
           display "    " sp-approval-id " " sp-approval-status " "
               sp-approval-action " " sp-approval-account-id " "
               function trim(sp-approval-target) " "
               function trim(sp-approval-value) " "
               function trim(sp-approval-requested-by) " "
               function trim(sp-approval-decided-by)
           add 1 to ws-decided-total
           evaluate true
               when sp-approval-approved
                   add 1 to ws-approved-total
               when sp-approval-declined
                   add 1 to ws-declined-total
               when other
                   add 1 to ws-expired-total
           end-evaluate
           .

       end program ApprovalReport.
