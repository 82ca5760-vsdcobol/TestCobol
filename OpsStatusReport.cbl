      * Morning operations status report: the whole night on one
      * page instead of four hand-stitched queries. For a run date it
      * prints each scheduled step's outcome and elapsed time from
      * dbo.sp_job_log, the steps whose latest attempt is still HELD
      * behind a prerequisite and the step each one waits on, the
      * overnight rejects grouped by reason_code,
      * the unacknowledged alerts by severity with the age of the
      * oldest, and the replication backlog still pending in
      * dbo.sp_account_change_log - then finishes with a single
      *              unacknowledged alerts, no backlog
      *   AMBER (1)  rejects raised, WARNING alerts unacknowledged,
      *              or a replication backlog outstanding
      *   RED   (2)  a step failed, never ran or is still held, a
      *              CRITICAL alert is unacknowledged, or this report
      *              could not read its own sources
      *
      * Controls (environment variables):
      *   SP_OPS_REPORT_DATE   yyyymmdd run date to report on,
       01  ws-stamp-ss               pic 9(2).
       01  ws-fail-steps             pic s9(9) comp-5 value 0.
       01  ws-unrun-steps            pic s9(9) comp-5 value 0.
       01  ws-held-steps             pic s9(9) comp-5 value 0.
       01  ws-blocked-by             pic x(32).
       01  ws-reject-reason          pic x(4).
       01  ws-reject-count           pic s9(9) comp-5.
       01  ws-reject-total           pic s9(9) comp-5 value 0.
           display "=== morning operations status ==="
           perform sp-initialize
           perform sp-report-steps
           perform sp-report-held
           perform sp-report-rejects
           perform sp-report-alerts
           perform sp-report-backlog
           exec sql
               declare ops-step-cursor cursor for
                   select job_name, job_status, return_value,
                          start_timestamp, end_timestamp,
                          coalesce(blocked_by, ' ')
                     from dbo.sp_job_log
                    where run_date = :ws-report-date
                    order by job_sequence, start_timestamp
               fetch ops-step-cursor
                into :ws-step-job-name, :ws-step-status,
                     :ws-step-return, :ws-start-stamp,
                     :ws-end-stamp, :ws-blocked-by
           end-exec
           evaluate true
               when sqlcode = 0 and ws-step-status = "HELD"
      *            a held attempt is judged by the held section below
      *            on whether it is still waiting, not counted as a
      *            failure here
                   display "    " ws-step-job-name " "
                       ws-step-status " waiting on "
                       function trim(ws-blocked-by)
               when sqlcode = 0
                   perform sp-compute-elapsed
                   display "    " ws-step-job-name " "
           end-if
           .

      *----------------------------------------------------------------
      * held steps: a step whose most recent attempt for the run date
      * is a HELD row is still waiting - a rerun that released it
      * logs a later row - so the night has not finished behind it
      *----------------------------------------------------------------
       sp-report-held.
           display "    held steps / waiting on"
           exec sql
               declare ops-held-cursor cursor for
                   select l.job_name, l.blocked_by
                     from dbo.sp_job_log l
                    where l.run_date = :ws-report-date
                      and l.job_status = 'HELD'
                      and l.start_timestamp =
                          (select max(m.start_timestamp)
                             from dbo.sp_job_log m
                            where m.run_date = l.run_date
                              and m.job_sequence = l.job_sequence)
                    order by l.job_sequence
           end-exec
           exec sql open ops-held-cursor end-exec
           if sqlcode not = 0
               display "FAIL  cannot read dbo.sp_job_log, sqlcode="
                   sqlcode
               move 2 to ws-raise-level
               perform sp-raise-rag
           else
               set ws-report-more to true
               perform sp-fetch-held until not ws-report-more
               exec sql close ops-held-cursor end-exec
               if ws-report-failed
                   move 2 to ws-raise-level
                   perform sp-raise-rag
               end-if
           end-if
           if ws-held-steps = 0
               display "    none"
           else
               display "    " ws-held-steps " step(s) still held"
               move 2 to ws-raise-level
               perform sp-raise-rag
           end-if
           .

       sp-fetch-held.
           exec sql
               fetch ops-held-cursor
                into :ws-step-job-name, :ws-blocked-by
           end-exec
           evaluate true
               when sqlcode = 0
                   display "    " ws-step-job-name " waiting on "
                       function trim(ws-blocked-by)
                   add 1 to ws-held-steps
               when sqlcode = 100
                   set ws-report-done to true
               when other
                   set ws-report-failed to true
           end-evaluate
           .

       sp-report-rejects.
           display "    rejects by reason code"
      *    the batch window crosses midnight - the cutoff defaults
