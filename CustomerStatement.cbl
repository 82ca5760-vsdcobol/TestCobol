      *================================================================
      * CustomerStatement.cbl
      *
      * Monthly customer statement run. One statement is printed per
      * account for the statement period, built from what the book
      * itself recorded: every BALANCE-ADJ movement in
      * dbo.sp_account_change_log with its date, the interest and fee
      * postings AccrueInterestAndFees raised, reversals and closure
      * settlement postings broken out on their own lines by the
      * posting source they carry (SPCHGREC.cpy), and every status
      * change in dbo.sp_account_history, in the order they
      * happened. Each statement is addressed to the account's
      * primary holder from the customer master.
      *
      * The closing balance is the account balance rolled back over
      * the movements captured after the period ended. The opening
      * balance is the closing balance the account's previous
      * statement printed, kept in dbo.sp_statement_history, so
      * opening plus the period's movements must prove to closing. A
      * statement that does not prove prints its variance and fails
      * the run. An account stating for the first time has nothing
      * to carry forward, so its opening is the closing rolled back
      * over the period and says so. A rerun for the same period
      * replaces that period's history rows rather than stacking a
      * second set.
      *
      * The run ends with a control page per branch_code: statement
      * count and total closing balance, beside the
      * dbo.sp_balance_snapshot total for the period-end date so the
      * run can be tied to the nightly proof.
      *
      * The period is the latest whole calendar month ending on or
      * before the cycle date. A run on the month's last day states
      * that month. A month-end catch-up run on a later business day
      * still states the month just gone.
      *
      * Controls (environment variables):
      *   SP_STMT_CYCLE_DATE   yyyymmdd cycle the run belongs to,
      *                        default today
      *   SP_STMT_FILE         name of the print file to write,
      *                        default statements-<period end>.txt
      *================================================================
       identification division.
       program-id. CustomerStatement.

       environment division.
       input-output section.
       file-control.
           select statement-file assign to ws-statement-file-name
               organization is line sequential
               file status is ws-statement-status.

       data division.
       file section.
       fd  statement-file
           record contains 132 characters.
       01  statement-record          pic x(132).

       working-storage section.
       copy "SPRETCD.cpy".
       copy "SPCHGREC.cpy".
       copy "SPCUSREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-cycle-date             pic x(8).
       01  ws-period-start           pic x(8).
       01  ws-period-end             pic x(8).
       01  ws-period-next            pic x(8).
       01  ws-date-num               pic 9(8).
       01  ws-date-int               pic s9(9) comp-5.
       01  ws-now-stamp              pic x(21).
       01  ws-produced-ts            pic x(26).
       01  ws-statement-file-name    pic x(256).
       01  ws-statement-status       pic x(2).
       01  ws-run-state              pic x(1).
           88  ws-run-ok                 value "Y".
           88  ws-run-failed             value "N".
       01  ws-account-state          pic x(1).
           88  ws-account-more           value "Y".
           88  ws-account-done           value "N".
           88  ws-account-failed         value "E".
       01  ws-line-state             pic x(1).
           88  ws-line-more              value "Y".
           88  ws-line-done              value "N".
           88  ws-line-failed            value "E".
       01  ws-opening-flag           pic x(1).
           88  ws-opening-carried        value "Y".
           88  ws-opening-derived        value "N".
       01  ws-account-id             pic x(10).
       01  ws-branch-code            pic x(6).
       01  ws-current-balance        pic s9(13)v99 comp-3.
       01  ws-period-net             pic s9(13)v99 comp-3.
       01  ws-later-net              pic s9(13)v99 comp-3.
       01  ws-opening-balance        pic s9(13)v99 comp-3.
       01  ws-closing-balance        pic s9(13)v99 comp-3.
       01  ws-running-balance        pic s9(13)v99 comp-3.
       01  ws-movement-amt           pic s9(13)v99 comp-3.
       01  ws-variance               pic s9(13)v99 comp-3.
       01  ws-snapshot-total         pic s9(13)v99 comp-3.
       01  ws-line-timestamp         pic x(26).
       01  ws-line-kind              pic x(1).
           88  ws-line-movement          value "M".
           88  ws-line-status            value "S".
       01  ws-line-change-id         pic s9(9) comp-5.
       01  ws-statement-count        pic s9(9) comp-5 value 0.
       01  ws-variance-count         pic s9(9) comp-5 value 0.
       01  ws-grand-closing          pic s9(13)v99 comp-3 value 0.
       01  ws-reference-edit         pic z(9)9.
       01  ws-amount-edit            pic --,---,---,---,--9.99.
       01  ws-branch-count           pic s9(4) comp-5 value 0.
       01  ws-branch-idx             pic s9(4) comp-5.
       01  ws-branch-table.
           05  ws-branch-entry occurs 200 times.
               10  ws-branch-name    pic x(6).
               10  ws-branch-stmts   pic s9(9) comp-5.
               10  ws-branch-closing pic s9(13)v99 comp-3.
       01  ws-title-line.
           05  filler                pic x(23)
                   value "STATEMENT OF ACCOUNT   ".
           05  ws-ttl-account-id     pic x(10).
           05  filler                pic x(9) value "  branch ".
           05  ws-ttl-branch         pic x(6).
           05  filler                pic x(9) value "  period ".
           05  ws-ttl-period-start   pic x(8).
           05  filler                pic x(4) value " to ".
           05  ws-ttl-period-end     pic x(8).
           05  filler                pic x(55) value spaces.
       01  ws-column-line.
           05  filler                pic x(10) value "date".
           05  filler                pic x(12) value " reference".
           05  filler                pic x(42) value "description".
           05  filler                pic x(23)
                   value "               amount".
           05  filler                pic x(21)
                   value "              balance".
           05  filler                pic x(24) value spaces.
       01  ws-detail-line.
           05  ws-dtl-date           pic x(8).
           05  filler                pic x(2) value spaces.
           05  ws-dtl-reference      pic x(10).
           05  filler                pic x(2) value spaces.
           05  ws-dtl-description    pic x(40).
           05  filler                pic x(2) value spaces.
           05  ws-dtl-amount         pic x(21).
           05  filler                pic x(2) value spaces.
           05  ws-dtl-balance        pic x(21).
           05  filler                pic x(24) value spaces.
       01  ws-address-line.
           05  filler                pic x(23) value spaces.
           05  ws-adr-text           pic x(60).
           05  filler                pic x(49) value spaces.
       01  ws-control-title.
           05  filler                pic x(22)
                   value "STATEMENT RUN CONTROL ".
           05  filler                pic x(7) value "period ".
           05  ws-ctt-period-start   pic x(8).
           05  filler                pic x(4) value " to ".
           05  ws-ctt-period-end     pic x(8).
           05  filler                pic x(83) value spaces.
       01  ws-control-heading.
           05  filler                pic x(10) value "branch".
           05  filler                pic x(13) value "   statements".
           05  filler                pic x(25)
                   value "    total closing balance".
           05  filler                pic x(25)
                   value "         snapshot balance".
           05  filler                pic x(25)
                   value "               difference".
           05  filler                pic x(34) value spaces.
       01  ws-control-line.
           05  ws-ctl-branch         pic x(6).
           05  filler                pic x(4) value spaces.
           05  ws-ctl-count          pic z(12)9.
           05  filler                pic x(4) value spaces.
           05  ws-ctl-closing        pic --,---,---,---,--9.99.
           05  filler                pic x(4) value spaces.
           05  ws-ctl-snapshot       pic x(21).
           05  filler                pic x(4) value spaces.
           05  ws-ctl-difference     pic x(21).
           05  filler                pic x(34) value spaces.
       01  ws-control-footer.
           05  filler                pic x(40)
                   value "statements not proving to closing      ".
           05  ws-ctf-variances      pic z(8)9.
           05  filler                pic x(83) value spaces.

       procedure division.
       sp-main.
           display "=== customer statement run ==="
           set ws-run-ok to true
           perform sp-initialize
           if ws-run-ok
               perform sp-open-statements
               if ws-run-ok
                   perform sp-clear-period-history
                   if ws-run-ok
                       perform sp-produce-statements
                   end-if
                   if ws-run-ok
                       perform sp-write-control-page
                   end-if
                   close statement-file
               end-if
           end-if
           evaluate true
               when ws-run-failed
                   move 1 to return-code
               when ws-variance-count > 0
      *            a statement that does not prove is the book
      *            disagreeing with itself - stop the line the way the
      *            balance proof does
                   display "ALERT " ws-variance-count
                       " statement(s) did not prove"
                   move 1 to return-code
               when other
                   display "    " ws-statement-count
                       " statements, closing total "
                       ws-grand-closing
                   move 0 to return-code
           end-evaluate
           display "=== customer statement run finished ==="
           goback.

       sp-initialize.
           move 0 to ws-statement-count
           move 0 to ws-variance-count
           move 0 to ws-grand-closing
           move 0 to ws-branch-count
           accept ws-cycle-date
               from environment "SP_STMT_CYCLE_DATE"
           if ws-cycle-date = spaces
                   or ws-cycle-date = low-values
               move function current-date to ws-now-stamp
               move ws-now-stamp(1:8) to ws-cycle-date
           end-if
           if ws-cycle-date not numeric
               display "FAIL  cycle date " ws-cycle-date
                   " is not yyyymmdd"
               set ws-run-failed to true
           else
               perform sp-derive-period
               accept ws-statement-file-name
                   from environment "SP_STMT_FILE"
               if ws-statement-file-name = spaces
                       or ws-statement-file-name = low-values
                   move spaces to ws-statement-file-name
                   string "statements-" ws-period-end ".txt"
                       delimited by size
                       into ws-statement-file-name
                   end-string
               end-if
               display "    cycle date " ws-cycle-date
                   " period " ws-period-start " to " ws-period-end
                   " file " function trim(ws-statement-file-name)
           end-if
           .

       sp-derive-period.
           move ws-cycle-date to ws-date-num
           compute ws-date-int =
               function integer-of-date(ws-date-num) + 1
           move function date-of-integer(ws-date-int)
               to ws-date-num
           if ws-date-num(5:2) not = ws-cycle-date(5:2)
      *        tomorrow is a new month: tonight closes this one
               move ws-cycle-date to ws-period-end
           else
      *        mid-month: the month just gone is the one to state
               move ws-cycle-date to ws-date-num
               compute ws-date-int = function integer-of-date(
                   ws-date-num - function mod(ws-date-num 100) + 1)
                   - 1
               move function date-of-integer(ws-date-int)
                   to ws-date-num
               move ws-date-num to ws-period-end
           end-if
           move ws-period-end to ws-period-start
           move "01" to ws-period-start(7:2)
      *    the timestamps are fixed-format strings, so the period
      *    compares sargably as a half-open range on the raw column
           move ws-period-end to ws-date-num
           compute ws-date-int =
               function integer-of-date(ws-date-num) + 1
           move function date-of-integer(ws-date-int)
               to ws-date-num
           move ws-date-num to ws-period-next
           .

       sp-open-statements.
           open output statement-file
           if ws-statement-status not = "00"
               display "FAIL  cannot open "
                   function trim(ws-statement-file-name)
                   " status " ws-statement-status
               set ws-run-failed to true
           end-if
           .

       sp-clear-period-history.
      *    a rerun replaces its own period's figures rather than
      *    leaving a second closing balance for next month to carry
           exec sql
               delete from dbo.sp_statement_history
                where period_end_date = :ws-period-end
           end-exec
           if sqlcode not = 0 and sqlcode not = 100
               display "FAIL  cannot clear dbo.sp_statement_history"
                   ", sqlcode=" sqlcode
               set ws-run-failed to true
           end-if
           .

      *----------------------------------------------------------------
      * an account states if it was open at any point in the period:
      * not closed, or closed no earlier than the period start, and
      * not created after the period ended (a creation history row
      * carries a blank old status)
      *----------------------------------------------------------------
       sp-produce-statements.
           exec sql
               declare stmt-account-cursor cursor for
                   select a.account_id, a.branch_code,
                          a.account_balance
                     from dbo.sp_account a
                    where (a.account_status <> 'CLOSED'
                           or exists
                              (select 1
                                 from dbo.sp_account_history h
                                where h.account_id = a.account_id
                                  and h.new_status = 'CLOSED'
                                  and h.effective_timestamp
                                      >= :ws-period-start))
                      and not exists
                          (select 1
                             from dbo.sp_account_history o
                            where o.account_id = a.account_id
                              and o.old_status = ' '
                              and o.effective_timestamp
                                  >= :ws-period-next)
                    order by a.branch_code, a.account_id
           end-exec
           exec sql open stmt-account-cursor end-exec
           if sqlcode not = 0
               display "FAIL  cannot read dbo.sp_account, sqlcode="
                   sqlcode
               set ws-run-failed to true
           else
               set ws-account-more to true
               perform sp-fetch-account until not ws-account-more
               exec sql close stmt-account-cursor end-exec
               if ws-account-failed
                   set ws-run-failed to true
               end-if
           end-if
           .

       sp-fetch-account.
           exec sql
               fetch stmt-account-cursor
                into :ws-account-id, :ws-branch-code,
                     :ws-current-balance
           end-exec
           evaluate true
               when sqlcode = 0
                   perform sp-state-account
               when sqlcode = 100
                   set ws-account-done to true
               when other
                   display "FAIL  cannot read dbo.sp_account, "
                       "sqlcode=" sqlcode
                   set ws-account-failed to true
           end-evaluate
           .

       sp-state-account.
           perform sp-sum-movements
           if not ws-account-failed
               compute ws-closing-balance =
                   ws-current-balance - ws-later-net
               perform sp-find-opening
           end-if
           if not ws-account-failed
               perform sp-find-holder
           end-if
           if not ws-account-failed
               perform sp-print-statement
           end-if
           if not ws-account-failed
               perform sp-record-statement
           end-if
           if not ws-account-failed
               perform sp-accumulate-branch
           end-if
           .

      *----------------------------------------------------------------
      * one pass over the account's movements from the period start
      * on: those inside the period are the statement's net, those
      * captured after it ended are rolled back off today's balance
      * to reach the closing figure
      *----------------------------------------------------------------
       sp-sum-movements.
           move 0 to ws-period-net
           move 0 to ws-later-net
           exec sql
               declare stmt-net-cursor cursor for
                   select changed_timestamp, change_value
                     from dbo.sp_account_change_log
                    where account_id = :ws-account-id
                      and change_column = 'BALANCE-ADJ'
                      and changed_timestamp >= :ws-period-start
           end-exec
           exec sql open stmt-net-cursor end-exec
           if sqlcode not = 0
               set ws-line-failed to true
           else
               set ws-line-more to true
               perform sp-fetch-net until not ws-line-more
               exec sql close stmt-net-cursor end-exec
           end-if
           if ws-line-failed
               display "FAIL  cannot read "
                   "dbo.sp_account_change_log for " ws-account-id
                   ", sqlcode=" sqlcode
               set ws-account-failed to true
           end-if
           .

       sp-fetch-net.
           exec sql
               fetch stmt-net-cursor
                into :ws-line-timestamp, :sp-change-value
           end-exec
           evaluate true
               when sqlcode = 0
                   perform sp-signed-amount
                   if ws-line-timestamp < ws-period-next
                       add ws-movement-amt to ws-period-net
                   else
                       add ws-movement-amt to ws-later-net
                   end-if
               when sqlcode = 100
                   set ws-line-done to true
               when other
                   set ws-line-failed to true
           end-evaluate
           .

       sp-signed-amount.
           move sp-change-amount-amt to ws-movement-amt
           if sp-change-amount-sign = "-"
               compute ws-movement-amt = 0 - ws-movement-amt
           end-if
           .

       sp-find-opening.
           exec sql
               select top 1 closing_balance
                 into :ws-opening-balance
                 from dbo.sp_statement_history
                where account_id = :ws-account-id
                  and period_end_date < :ws-period-end
                order by period_end_date desc
           end-exec
           evaluate true
               when sqlcode = 0
                   set ws-opening-carried to true
               when sqlcode = 100
      *            the account's first statement: nothing was printed
      *            before to carry forward
                   compute ws-opening-balance =
                       ws-closing-balance - ws-period-net
                   set ws-opening-derived to true
               when other
                   display "FAIL  cannot read "
                       "dbo.sp_statement_history, sqlcode=" sqlcode
                   set ws-account-failed to true
           end-evaluate
           .

       sp-find-holder.
           move spaces to sp-customer-row
           exec sql
               select c.customer_name, c.address_line_1,
                      c.address_line_2, c.city, c.postcode
                 into :sp-customer-name, :sp-customer-address-1,
                      :sp-customer-address-2, :sp-customer-city,
                      :sp-customer-postcode
                 from dbo.sp_account_holder h
                 join dbo.sp_customer c
                   on c.customer_id = h.customer_id
                where h.account_id = :ws-account-id
                  and h.holder_role = 'P'
           end-exec
           evaluate sqlcode
               when 0
                   continue
               when 100
      *            an account older than the customer master has no
      *            owner yet - state it anyway and say so, the
      *            balance is still owed to someone
                   move "NO PRIMARY HOLDER ON FILE"
                       to sp-customer-name
               when other
                   display "FAIL  cannot read the holder of "
                       ws-account-id ", sqlcode=" sqlcode
                   set ws-account-failed to true
           end-evaluate
           .

       sp-print-statement.
           move ws-account-id to ws-ttl-account-id
           move ws-branch-code to ws-ttl-branch
           move ws-period-start to ws-ttl-period-start
           move ws-period-end to ws-ttl-period-end
           write statement-record from ws-title-line
               after advancing page
           move sp-customer-name to ws-adr-text
           write statement-record from ws-address-line
               after advancing 2 lines
           if sp-customer-address-1 not = spaces
               move sp-customer-address-1 to ws-adr-text
               write statement-record from ws-address-line
                   after advancing 1 line
           end-if
           if sp-customer-address-2 not = spaces
               move sp-customer-address-2 to ws-adr-text
               write statement-record from ws-address-line
                   after advancing 1 line
           end-if
           if sp-customer-city not = spaces
                   or sp-customer-postcode not = spaces
               move spaces to ws-adr-text
               string sp-customer-city delimited by "  "
                   "  " delimited by size
                   sp-customer-postcode delimited by size
                   into ws-adr-text
               end-string
               write statement-record from ws-address-line
                   after advancing 1 line
           end-if
           write statement-record from ws-column-line
               after advancing 2 lines
           move ws-opening-balance to ws-running-balance
           move spaces to ws-dtl-date
           move spaces to ws-dtl-reference
           move spaces to ws-dtl-amount
           if ws-opening-carried
               move "OPENING BALANCE" to ws-dtl-description
           else
               move "OPENING BALANCE - FIRST STATEMENT"
                   to ws-dtl-description
           end-if
           move ws-running-balance to ws-amount-edit
           move ws-amount-edit to ws-dtl-balance
           write statement-record from ws-detail-line
               after advancing 2 lines
           perform sp-print-period-lines
           if not ws-account-failed
               perform sp-print-closing
           end-if
           .

      *----------------------------------------------------------------
      * movements and status changes interleave in the order they
      * happened; the status image rides the same 40-byte column as
      * the movement value, old status then new
      *----------------------------------------------------------------
       sp-print-period-lines.
           exec sql
               declare stmt-line-cursor cursor for
                   select changed_timestamp, 'M', change_id,
                          change_value
                     from dbo.sp_account_change_log
                    where account_id = :ws-account-id
                      and change_column = 'BALANCE-ADJ'
                      and changed_timestamp >= :ws-period-start
                      and changed_timestamp < :ws-period-next
                   union all
                   select effective_timestamp, 'S', 0,
                          cast(old_status as char(10))
                          + cast(new_status as char(10))
                     from dbo.sp_account_history
                    where account_id = :ws-account-id
                      and effective_timestamp >= :ws-period-start
                      and effective_timestamp < :ws-period-next
                    order by 1, 3
           end-exec
           exec sql open stmt-line-cursor end-exec
           if sqlcode not = 0
               set ws-line-failed to true
           else
               set ws-line-more to true
               perform sp-fetch-line until not ws-line-more
               exec sql close stmt-line-cursor end-exec
           end-if
           if ws-line-failed
               display "FAIL  cannot read statement lines for "
                   ws-account-id ", sqlcode=" sqlcode
               set ws-account-failed to true
           end-if
           .

       sp-fetch-line.
           exec sql
               fetch stmt-line-cursor
                into :ws-line-timestamp, :ws-line-kind,
                     :ws-line-change-id, :sp-change-value
           end-exec
           evaluate true
               when sqlcode = 0
                   perform sp-print-line
               when sqlcode = 100
                   set ws-line-done to true
               when other
                   set ws-line-failed to true
           end-evaluate
           .

       sp-print-line.
           move ws-line-timestamp(1:8) to ws-dtl-date
           if ws-line-movement
               perform sp-signed-amount
               add ws-movement-amt to ws-running-balance
               move ws-line-change-id to ws-reference-edit
               move ws-reference-edit to ws-dtl-reference
               perform sp-describe-movement
               move ws-movement-amt to ws-amount-edit
               move ws-amount-edit to ws-dtl-amount
               move ws-running-balance to ws-amount-edit
               move ws-amount-edit to ws-dtl-balance
           else
               move spaces to ws-dtl-reference
               move spaces to ws-dtl-amount
               move spaces to ws-dtl-balance
               move spaces to ws-dtl-description
               if sp-change-value(1:10) = spaces
                   move "ACCOUNT OPENED" to ws-dtl-description
               else
                   string "STATUS CHANGED "
                           delimited by size
                       sp-change-value(1:10) delimited by space
                       " TO " delimited by size
                       sp-change-value(11:10) delimited by space
                       into ws-dtl-description
                   end-string
               end-if
           end-if
           write statement-record from ws-detail-line
               after advancing 1 line
           .

       sp-describe-movement.
           move spaces to ws-dtl-description
           evaluate true
               when sp-change-source-interest
                   move "INTEREST" to ws-dtl-description
               when sp-change-source-fee
                   move "MONTHLY FEE" to ws-dtl-description
               when sp-change-source-close-fee
                   move "CLOSING FEE" to ws-dtl-description
               when sp-change-source-payout-out
                   string "CLOSURE PAYOUT TO "
                           delimited by size
                       sp-change-amount-ref delimited by space
                       into ws-dtl-description
                   end-string
               when sp-change-source-payout-in
                   string "CLOSURE PAYOUT FROM "
                           delimited by size
                       sp-change-amount-ref delimited by space
                       into ws-dtl-description
                   end-string
               when sp-change-source-reversal
                   move sp-change-amount-ref-id to ws-reference-edit
                   string "REVERSAL OF "
                           delimited by size
                       function trim(ws-reference-edit)
                           delimited by size
                       into ws-dtl-description
                   end-string
               when sp-change-amount-sign = "-"
                   move "ADJUSTMENT - DEBIT" to ws-dtl-description
               when other
                   move "ADJUSTMENT - CREDIT" to ws-dtl-description
           end-evaluate
           .

       sp-print-closing.
           move spaces to ws-dtl-date
           move spaces to ws-dtl-reference
           move spaces to ws-dtl-amount
           move "CLOSING BALANCE" to ws-dtl-description
           move ws-closing-balance to ws-amount-edit
           move ws-amount-edit to ws-dtl-balance
           write statement-record from ws-detail-line
               after advancing 2 lines
           compute ws-variance =
               ws-closing-balance - ws-running-balance
           if ws-variance not = 0
               add 1 to ws-variance-count
               move "*** DOES NOT PROVE - VARIANCE"
                   to ws-dtl-description
               move ws-variance to ws-amount-edit
               move ws-amount-edit to ws-dtl-amount
               move spaces to ws-dtl-balance
               write statement-record from ws-detail-line
                   after advancing 1 line
               display "ALERT account " ws-account-id
                   " statement variance " ws-variance
                   " (opening " ws-opening-balance
                   " net moves " ws-period-net
                   " closing " ws-closing-balance ")"
           end-if
           .

       sp-record-statement.
           move function current-date to ws-produced-ts
           exec sql
               insert into dbo.sp_statement_history
                   (account_id, period_end_date, branch_code,
                    opening_balance, closing_balance,
                    produced_timestamp)
               values
                   (:ws-account-id, :ws-period-end,
                    :ws-branch-code, :ws-opening-balance,
                    :ws-closing-balance, :ws-produced-ts)
           end-exec
           if sqlcode not = 0
      *        a statement whose closing figure is not kept cannot
      *        open next month's - the run has not done its job
               display "FAIL  cannot write dbo.sp_statement_history "
                   "for " ws-account-id ", sqlcode=" sqlcode
               set ws-account-failed to true
           end-if
           .

       sp-accumulate-branch.
      *    the accounts arrive in branch order, so a new branch only
      *    ever appends to the control table
           if ws-branch-count = 0
                   or ws-branch-name(ws-branch-count)
                      not = ws-branch-code
               if ws-branch-count >= 200
      *            a silent drop here would understate the control
      *            page the run is tied out on
                   display "FAIL  more than 200 branches on the "
                       "control page"
                   set ws-account-failed to true
               else
                   add 1 to ws-branch-count
                   move ws-branch-code
                       to ws-branch-name(ws-branch-count)
                   move 0 to ws-branch-stmts(ws-branch-count)
                   move 0 to ws-branch-closing(ws-branch-count)
               end-if
           end-if
           if not ws-account-failed
               add 1 to ws-branch-stmts(ws-branch-count)
               add ws-closing-balance
                   to ws-branch-closing(ws-branch-count)
               add 1 to ws-statement-count
               add ws-closing-balance to ws-grand-closing
           end-if
           .

      *----------------------------------------------------------------
      * control page: per branch the statements printed and the
      * total closing balance they state, beside the proof's
      * snapshot total for the period-end date. The snapshot is taken
      * whenever that night's proof ran, so a movement posted between
      * midnight and the proof shows here as a difference to explain,
      * not as a failure of the run.
      *----------------------------------------------------------------
       sp-write-control-page.
           move ws-period-start to ws-ctt-period-start
           move ws-period-end to ws-ctt-period-end
           write statement-record from ws-control-title
               after advancing page
           write statement-record from ws-control-heading
               after advancing 2 lines
           perform sp-write-branch-control
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-count
           move "TOTAL" to ws-ctl-branch
           move ws-statement-count to ws-ctl-count
           move ws-grand-closing to ws-ctl-closing
           move spaces to ws-ctl-snapshot
           move spaces to ws-ctl-difference
           write statement-record from ws-control-line
               after advancing 2 lines
           move ws-variance-count to ws-ctf-variances
           write statement-record from ws-control-footer
               after advancing 2 lines
           .

       sp-write-branch-control.
           move ws-branch-name(ws-branch-idx) to ws-ctl-branch
           move ws-branch-stmts(ws-branch-idx) to ws-ctl-count
           move ws-branch-closing(ws-branch-idx) to ws-ctl-closing
           move ws-branch-name(ws-branch-idx) to ws-branch-code
           exec sql
               select total_balance into :ws-snapshot-total
                 from dbo.sp_balance_snapshot
                where snapshot_date = :ws-period-end
                  and branch_code = :ws-branch-code
           end-exec
           evaluate true
               when sqlcode = 0
                   move ws-snapshot-total to ws-amount-edit
                   move ws-amount-edit to ws-ctl-snapshot
                   compute ws-variance =
                       ws-branch-closing(ws-branch-idx)
                           - ws-snapshot-total
                   move ws-variance to ws-amount-edit
                   move ws-amount-edit to ws-ctl-difference
               when sqlcode = 100
                   move "      no snapshot" to ws-ctl-snapshot
                   move spaces to ws-ctl-difference
               when other
                   move "      unreadable" to ws-ctl-snapshot
                   move spaces to ws-ctl-difference
           end-evaluate
           write statement-record from ws-control-line
               after advancing 1 line
           .

       end program CustomerStatement.
