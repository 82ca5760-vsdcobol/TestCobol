      *================================================================
      * ReviewCaseReport.cbl
      *
      * Daily case report over the unusual-activity review queue
      * (dbo.sp_review_case, SPRVWREC.cpy) that MonitorDailyActivity
      * fills each night. For a report date it prints the cases
      * raised that day counted by rule and by where they stand now,
      * every case still OPEN or ESCALATED whatever day raised it -
      * oldest first, with its age, so nothing sits in the queue
      * unseen - and the cases worked that day with who worked them
      * and the note they left.
      *
      * Return code 0 when the queue was read, 1 when this report
      * could not read its own source.
      *
      * Controls (environment variables):
      *   SP_CASE_REPORT_DATE  yyyymmdd report date, default today
      *================================================================
       identification division.
       program-id. ReviewCaseReport.

       data division.
       working-storage section.
       copy "SPRETCD.cpy".
       copy "SPRVWREC.cpy".
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
       01  ws-case-count             pic s9(9) comp-5.
       01  ws-raised-total           pic s9(9) comp-5 value 0.
       01  ws-outstanding-total      pic s9(9) comp-5 value 0.
       01  ws-worked-total           pic s9(9) comp-5 value 0.
       01  ws-case-age               pic s9(9) comp-5.
       01  ws-trigger-edit           pic --,---,---,---,--9.99.
       01  ws-total-edit             pic --,---,---,---,--9.99.

       procedure division.
       sp-main.
           display "=== review case report ==="
           set ws-read-clean to true
           perform sp-initialize
           perform sp-report-raised
           perform sp-report-outstanding
           perform sp-report-worked
           if ws-read-failed
               move 1 to return-code
           else
               display "    raised " ws-raised-total
                   " outstanding " ws-outstanding-total
                   " worked " ws-worked-total
               move 0 to return-code
           end-if
           display "=== review case report finished ==="
           goback.

       sp-initialize.
           accept ws-report-date
               from environment "SP_CASE_REPORT_DATE"
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
      * the day's new cases by rule and by the status they stand at
      * now - a case raised and cleared the same day still counts as
      * raised
      *----------------------------------------------------------------
       sp-report-raised.
           display "    raised today: rule / status / cases"
           exec sql
               declare raised-cursor cursor for
                   select rule_code, case_status, count(*)
                     from dbo.sp_review_case
                    where case_date = :ws-report-date
                    group by rule_code, case_status
                    order by rule_code, case_status
           end-exec
           exec sql open raised-cursor end-exec
           if sqlcode not = 0
               display "FAIL  cannot read dbo.sp_review_case, "
                   "sqlcode=" sqlcode
               set ws-read-failed to true
           else
               set ws-report-more to true
               perform sp-fetch-raised until not ws-report-more
               exec sql close raised-cursor end-exec
               if ws-report-failed
                   set ws-read-failed to true
               end-if
           end-if
           if ws-raised-total = 0
               display "    none"
           end-if
           .

       sp-fetch-raised.
           exec sql
               fetch raised-cursor
                into :sp-review-rule, :sp-review-status,
                     :ws-case-count
           end-exec
           evaluate true
               when sqlcode = 0
                   display "    " sp-review-rule " "
                       sp-review-status " " ws-case-count
                   add ws-case-count to ws-raised-total
               when sqlcode = 100
                   set ws-report-done to true
               when other
                   set ws-report-failed to true
           end-evaluate
           .

      *----------------------------------------------------------------
      * the working queue: every case not yet cleared, oldest first
      *----------------------------------------------------------------
       sp-report-outstanding.
           display "    outstanding: case / account / rule / raised "
               "/ age days / status / trigger / total / movements"
           exec sql
               declare outstanding-cursor cursor for
                   select case_id, account_id, rule_code,
                          case_date, case_status, trigger_amount,
                          total_amount, movement_count
                     from dbo.sp_review_case
                    where case_status in ('OPEN', 'ESCALATED')
                    order by case_date, case_id
           end-exec
           exec sql open outstanding-cursor end-exec
           if sqlcode not = 0
               display "FAIL  cannot read dbo.sp_review_case, "
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
                into :sp-review-case-id, :sp-review-account-id,
                     :sp-review-rule, :sp-review-case-date,
                     :sp-review-status, :sp-review-trigger-amt,
                     :sp-review-total-amt, :sp-review-movements
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
           move 0 to ws-case-age
           if sp-review-case-date numeric
               move sp-review-case-date to ws-date-num
               compute ws-case-age = ws-today-int
                   - function integer-of-date(ws-date-num)
           end-if
           move sp-review-trigger-amt to ws-trigger-edit
           move sp-review-total-amt to ws-total-edit
           display "    " sp-review-case-id " "
               sp-review-account-id " " sp-review-rule " "
               sp-review-case-date " " ws-case-age " "
               sp-review-status " " ws-trigger-edit " "
               ws-total-edit " " sp-review-movements
           add 1 to ws-outstanding-total
           .

      *----------------------------------------------------------------
      * the day's work: cases moved to CLEARED or ESCALATED today,
      * with the reviewer and their note
      *----------------------------------------------------------------
       sp-report-worked.
           display "    worked today: case / account / rule / status "
               "/ worked by / note"
           exec sql
               declare worked-cursor cursor for
                   select case_id, account_id, rule_code,
                          case_status, worked_by, work_note
                     from dbo.sp_review_case
                    where worked_timestamp >= :ws-report-date
                      and worked_timestamp < :ws-next-date
                    order by case_id
           end-exec
           exec sql open worked-cursor end-exec
           if sqlcode not = 0
               display "FAIL  cannot read dbo.sp_review_case, "
                   "sqlcode=" sqlcode
               set ws-read-failed to true
           else
               set ws-report-more to true
               perform sp-fetch-worked until not ws-report-more
               exec sql close worked-cursor end-exec
               if ws-report-failed
                   set ws-read-failed to true
               end-if
           end-if
           if ws-worked-total = 0
               display "    none"
           end-if
           .

       sp-fetch-worked.
           exec sql
               fetch worked-cursor
                into :sp-review-case-id, :sp-review-account-id,
                     :sp-review-rule, :sp-review-status,
                     :sp-review-worked-by, :sp-review-note
           end-exec
           evaluate true
               when sqlcode = 0
                   display "    " sp-review-case-id " "
                       sp-review-account-id " " sp-review-rule " "
                       sp-review-status " "
                       function trim(sp-review-worked-by) " "
                       function trim(sp-review-note)
                   add 1 to ws-worked-total
               when sqlcode = 100
                   set ws-report-done to true
               when other
                   set ws-report-failed to true
           end-evaluate
           .

       end program ReviewCaseReport.
