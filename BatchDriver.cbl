      * instead of from the top. No new step is launched once the
      * batch-window cutoff time is reached.
      *
      * The dbo.sp_job_dependency table names a step's
      * prerequisites, one row per (job_sequence,
      * prerequisite_sequence) pair, as many rows as the step has
      * prerequisites. Each prerequisite is judged on its latest
      * dbo.sp_job_log row for the run date: a step whose
      * prerequisites are not all latest OK (or SKIP, not due) -
      * because one failed, was itself held, or has not run yet - is
      * not launched: it is logged HELD with the first unmet
      * prerequisite's job name in blocked_by. A prerequisite must
      * come earlier in job_sequence order than its dependant; one
      * that does not could never have run first, so it is warned
      * about and holds the step until the table is corrected.
      * A failed step no longer stops the night; steps that do not
      * depend on it carry on, and only its dependants wait. A rerun
      * re-judges every held step, so once the prerequisite has been
      * fixed and run OK its dependants run too. The driver ends
      * with return code 1 when any step failed or was held.
      *
      * The frequency_code on each schedule row decides, against the
      * dbo.sp_processing_calendar table of business days and
      * holidays, whether the step is due on this run date:
       01  ws-step-due-flag          pic x(1).
           88  ws-step-due               value "Y".
           88  ws-step-not-due           value "N".
       01  ws-step-hold-flag         pic x(1).
           88  ws-step-held              value "Y".
           88  ws-step-clear             value "N".
       01  ws-depend-state           pic x(1).
           88  ws-depend-more            value "Y".
           88  ws-depend-done            value "N".
       01  ws-prereq-sequence        pic s9(9) comp-5.
       01  ws-prereq-num             pic 9(9).
       01  ws-prereq-status          pic x(11).
       01  ws-blocked-by             pic x(32).
       01  ws-failed-count           pic s9(4) comp-5 value 0.
       01  ws-held-count             pic s9(4) comp-5 value 0.
       01  ws-date-num               pic 9(8).
       01  ws-date-int               pic s9(9) comp-5.
       01  ws-day-of-week            pic s9(9) comp-5.
       01  ws-discrepancy-flag       pic x(1).
       01  ws-warned-count           pic s9(9) comp-5.
       01  ws-suspended-count        pic s9(9) comp-5.
       01  ws-expired-count          pic s9(9) comp-5.
       01  ws-case-count             pic s9(9) comp-5.
       01  ws-proof-branches         pic s9(9) comp-5.
       01  ws-proof-variances        pic s9(9) comp-5.

                   varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
                      or ws-run-stopped
               if ws-failed-count > 0 or ws-held-count > 0
                   display "    " ws-failed-count " step(s) failed, "
                       ws-held-count " step(s) held"
               end-if
               if ws-run-stopped
                       or ws-failed-count > 0
                       or ws-held-count > 0
                   move 1 to return-code
               else
                   move 0 to return-code
               if ws-step-not-due
                   perform sp-log-skip
               else
                   perform sp-check-prerequisite
                   if ws-step-held
                       perform sp-log-hold
                   else
                       perform sp-check-cutoff
                       if ws-past-cutoff
                           display "STOP  batch window cutoff "
                               "reached before "
                               ws-step-job-name(ws-step-idx)
                           set ws-run-stopped to true
                       else
                           perform sp-launch-step
                       end-if
                   end-if
               end-if
           end-if
           .

      *----------------------------------------------------------------
      * a prerequisite is met only when its latest attempt for this
      * run date is OK (or a not-due SKIP); a FAIL, a HELD, no row at
      * all, a prerequisite that does not come earlier in the night,
      * or a table that cannot be read all hold the step - a
      * dependant must never run on a guess. The first unmet
      * prerequisite is the one named.
      *----------------------------------------------------------------
       sp-check-prerequisite.
           set ws-step-clear to true
           move ws-step-sequence(ws-step-idx) to ws-fetch-sequence
           exec sql
               declare depend-cursor cursor for
                   select prerequisite_sequence
                     from dbo.sp_job_dependency
                    where job_sequence = :ws-fetch-sequence
                    order by prerequisite_sequence
           end-exec
           exec sql open depend-cursor end-exec
           if sqlcode not = 0
               set ws-step-held to true
               move "dbo.sp_job_dependency" to ws-blocked-by
               move "UNREADABLE" to ws-prereq-status
           else
               set ws-depend-more to true
               perform sp-fetch-dependency until not ws-depend-more
               exec sql close depend-cursor end-exec
           end-if
           .

       sp-fetch-dependency.
           exec sql
               fetch depend-cursor into :ws-prereq-sequence
           end-exec
           evaluate true
               when sqlcode = 0
                   perform sp-judge-prerequisite
                   if ws-step-held
                       set ws-depend-done to true
                   end-if
               when sqlcode = 100
                   set ws-depend-done to true
               when other
                   set ws-step-held to true
                   move "dbo.sp_job_dependency" to ws-blocked-by
                   move "UNREADABLE" to ws-prereq-status
                   set ws-depend-done to true
           end-evaluate
           .

       sp-judge-prerequisite.
           if ws-prereq-sequence >= ws-step-sequence(ws-step-idx)
               set ws-step-held to true
               perform sp-name-blocker
               move "NOT EARLIER" to ws-prereq-status
               display "WARN  " ws-step-job-name(ws-step-idx)
                   " names " function trim(ws-blocked-by)
                   " as a prerequisite but does not run after it"
           else
               move "NOT RUN" to ws-prereq-status
               exec sql
                   select top 1 job_status into :ws-prereq-status
                     from dbo.sp_job_log
                    where run_date = :ws-run-date
                      and job_sequence = :ws-prereq-sequence
                    order by start_timestamp desc
               end-exec
               if sqlcode not = 0 and sqlcode not = 100
                   move "UNREADABLE" to ws-prereq-status
               end-if
               if ws-prereq-status not = "OK"
                       and ws-prereq-status not = "SKIP"
                   set ws-step-held to true
                   perform sp-name-blocker
               end-if
           end-if
           .

       sp-name-blocker.
           exec sql
               select job_name into :ws-blocked-by
                 from dbo.sp_job_schedule
                where job_sequence = :ws-prereq-sequence
           end-exec
           if sqlcode not = 0
      *        a prerequisite that is not on the schedule at all can
      *        never run; name it by its sequence so the hold says
      *        what to fix
               move ws-prereq-sequence to ws-prereq-num
               move spaces to ws-blocked-by
               string "SEQUENCE " ws-prereq-num
                   delimited by size into ws-blocked-by
               end-string
           end-if
           .

       sp-log-hold.
           display "HELD  " ws-step-job-name(ws-step-idx)
               " waiting on " function trim(ws-blocked-by)
               " (" function trim(ws-prereq-status) ")"
           add 1 to ws-held-count
           move ws-step-sequence(ws-step-idx) to ws-fetch-sequence
           move ws-step-job-name(ws-step-idx) to ws-fetch-job-name
           move function current-date to ws-start-stamp
           move ws-start-stamp to ws-end-stamp
           move 0 to ws-rc
           exec sql
               insert into dbo.sp_job_log
                   (run_date, job_sequence, job_name,
                    start_timestamp, end_timestamp, return_value,
                    job_status, blocked_by)
               values
                   (:ws-run-date, :ws-fetch-sequence,
                    :ws-fetch-job-name,
                    :ws-start-stamp, :ws-end-stamp, :ws-rc,
                    'HELD', :ws-blocked-by)
           end-exec
           if sqlcode not = 0
               display "WARN  could not write dbo.sp_job_log row, "
                   "sqlcode=" sqlcode
           end-if
           .

       sp-check-step-due.
           set ws-step-due to true
           evaluate ws-step-frequency(ws-step-idx)
           else
               display "FAIL  " ws-step-job-name(ws-step-idx)
                   " return-value=" ws-rc
      *        the night carries on; only the steps that name this
      *        one as their prerequisite wait for it
               add 1 to ws-failed-count
           end-if
           perform sp-log-step
           .
                       by reference ws-proof-branches
                       by reference ws-proof-variances
                       returning ws-rc
      *            a branch that does not prove fails the step, and
      *            every step scheduled behind it as a prerequisite
      *            holds - posting drift is a stop-the-line event for
      *            them, and the method has already paged through the
      *            alert queue
                   perform sp-grade-standard
                   display "      branches " ws-proof-branches
                       " variances " ws-proof-variances
                   perform sp-grade-standard
                   display "      warned " ws-warned-count
                       " suspended " ws-suspended-count
               when "EXPIRE-HOLDS"
                   invoke type StoredProcedures "ExpireFundsHolds"
                       using by value ws-run-date
                       by reference ws-expired-count
                       returning ws-rc
                   perform sp-grade-standard
                   display "      expired " ws-expired-count
               when "EXPIRE-APPROVALS"
                   invoke type StoredProcedures
                       "ExpirePendingApprovals"
                       using by reference ws-expired-count
                       returning ws-rc
                   perform sp-grade-standard
                   display "      expired " ws-expired-count
               when "ACTIVITY-MONITOR"
                   invoke type StoredProcedures "MonitorDailyActivity"
                       using by value ws-run-date
                       by reference ws-case-count
                       returning ws-rc
      *            a case raised is the monitor doing its job; the
      *            review queue, not the step status, carries it
                   perform sp-grade-standard
                   display "      cases raised " ws-case-count
               when "GL-EXTRACT"
                   perform sp-call-gl-extract
               when "CUSTOMER-STATEMENTS"
                   perform sp-call-statement-run
               when other
                   display "FAIL  unknown job name "
                       ws-step-job-name(ws-step-idx)
           end-if
           .

       sp-call-statement-run.
      *    the statement run is in-process like the extract; it works
      *    out the month to state from the run date, and a non-blank
      *    job_parameters names the print file
           display "SP_STMT_CYCLE_DATE" upon environment-name
           display ws-run-date upon environment-value
           if ws-step-parms(ws-step-idx) not = spaces
               display "SP_STMT_FILE" upon environment-name
               display ws-step-parms(ws-step-idx)
                   upon environment-value
           end-if
           call "CustomerStatement"
           move return-code to ws-rc
           move 0 to return-code
           if ws-rc = 0
               move "OK" to ws-step-status
           end-if
           .

       sp-grade-standard.
           if ws-rc = sp-rc-success
               move "OK" to ws-step-status
