      * balance movement for the cycle date sits in
      * dbo.sp_account_change_log as a BALANCE-ADJ row carrying the
      * printable sign-plus-digits amount (SPCHGREC.cpy), and the
      * account row carries the branch, which the branch master
      * (dbo.sp_branch) maps to a GL cost centre and a region. One
      * debit/credit detail line is written per movement carrying the
      * cost centre, a subtotal line per branch_code, a subtotal line
      * per region behind its last branch, and a trailer with record
      * count and net amount so the GL side can verify receipt.
      * Movements are ordered region, then branch, so each region's
      * branches arrive together. A branch missing from the master
      * extracts with a blank cost centre under a blank region rather
      * than dropping out of the ledger. A cycle with no movements
      * still produces a header and a zero trailer - silence and an
      * empty night must not look alike to the receiving ledger.
      *
      * A "+" adjustment raised the account balance and extracts as a
      * credit (C); a "-" adjustment extracts as a debit (D). A
      * reversal extracts like any other movement, flagged R and
      * carrying the change_id of the movement it reverses, so the
      * ledger can match the pair.
      *
      * Controls (environment variables):
      *   SP_GL_CYCLE_DATE     yyyymmdd cycle to extract, default
           88  ws-extract-failed         value "E".
       01  ws-branch-code            pic x(6).
       01  ws-prior-branch           pic x(6).
       01  ws-region-code            pic x(10).
       01  ws-prior-region           pic x(10).
       01  ws-cost-centre            pic x(10).
       01  ws-movement-amt           pic s9(13)v99.
       01  ws-branch-debits          pic 9(13)v99 value 0.
       01  ws-branch-credits         pic 9(13)v99 value 0.
       01  ws-branch-net             pic s9(13)v99 value 0.
       01  ws-region-debits          pic 9(13)v99 value 0.
       01  ws-region-credits         pic 9(13)v99 value 0.
       01  ws-region-net             pic s9(13)v99 value 0.
       01  ws-detail-count           pic 9(9) value 0.
       01  ws-net-amount             pic s9(13)v99 value 0.
       01  ws-header-line.
           05  ws-dtl-dc             pic x(1).
           05  ws-dtl-amount         pic 9(13)v99.
           05  ws-dtl-change-id      pic 9(9).
           05  ws-dtl-reversal-flag  pic x(1).
           05  ws-dtl-original-id    pic 9(10).
           05  ws-dtl-cost-centre    pic x(10).
           05  filler                pic x(16) value spaces.
       01  ws-subtotal-line.
           05  filler                pic x(2) value "ST".
           05  ws-sub-branch         pic x(6).
           05  ws-sub-net-sign       pic x(1).
           05  ws-sub-net-amt        pic 9(13)v99.
           05  filler                pic x(26) value spaces.
       01  ws-region-line.
           05  filler                pic x(2) value "RS".
           05  ws-rgn-region         pic x(10).
           05  ws-rgn-debits         pic 9(13)v99.
           05  ws-rgn-credits        pic 9(13)v99.
           05  ws-rgn-net-sign       pic x(1).
           05  ws-rgn-net-amt        pic 9(13)v99.
           05  filler                pic x(22) value spaces.
       01  ws-trailer-line.
           05  filler                pic x(2) value "TR".
           05  ws-trl-count          pic 9(9).
       sp-extract-movements.
           exec sql
               declare movement-cursor cursor for
                   select coalesce(b.region_code, ' '),
                          a.branch_code,
                          coalesce(b.gl_cost_centre, ' '),
                          c.change_id, c.account_id, c.change_value
                     from dbo.sp_account_change_log c
                     join dbo.sp_account a
                       on a.account_id = c.account_id
                     left join dbo.sp_branch b
                       on b.branch_code = a.branch_code
                    where c.change_column = 'BALANCE-ADJ'
                      and c.changed_timestamp >= :ws-cycle-date
                      and c.changed_timestamp < :ws-next-date
                    order by coalesce(b.region_code, ' '),
                          a.branch_code, c.change_id
           end-exec
           exec sql open movement-cursor end-exec
           if sqlcode not = 0
               set ws-extract-failed to true
           else
               move spaces to ws-prior-branch
               move spaces to ws-prior-region
               perform sp-fetch-movement
                   until not ws-extract-more
               exec sql close movement-cursor end-exec
               if not ws-extract-failed
                       and ws-detail-count > 0
                   perform sp-write-subtotal
                   perform sp-write-region-subtotal
               end-if
           end-if
           .
       sp-fetch-movement.
           exec sql
               fetch movement-cursor
                into :ws-region-code, :ws-branch-code,
                     :ws-cost-centre, :sp-change-id,
                     :sp-change-account-id, :sp-change-value
           end-exec
           evaluate true
           .

       sp-write-movement.
      *    a region break closes the branch in hand as well as the
      *    region; a branch code can only repeat inside its region
           if ws-detail-count > 0
               if ws-region-code not = ws-prior-region
                   perform sp-write-subtotal
                   perform sp-write-region-subtotal
               else
                   if ws-branch-code not = ws-prior-branch
                       perform sp-write-subtotal
                   end-if
               end-if
           end-if
           move ws-branch-code to ws-prior-branch
           move ws-region-code to ws-prior-region
           move ws-cost-centre to ws-dtl-cost-centre
           move sp-change-amount-amt to ws-movement-amt
           move ws-branch-code to ws-dtl-branch
           move sp-change-account-id to ws-dtl-account-id
           move sp-change-amount-amt to ws-dtl-amount
           move sp-change-id to ws-dtl-change-id
           if sp-change-source-reversal
               move "R" to ws-dtl-reversal-flag
               move sp-change-amount-ref-id to ws-dtl-original-id
           else
               move space to ws-dtl-reversal-flag
               move 0 to ws-dtl-original-id
           end-if
           if sp-change-amount-sign = "-"
               move "D" to ws-dtl-dc
               add ws-movement-amt to ws-branch-debits
               move ws-branch-net to ws-sub-net-amt
           end-if
           write extract-record from ws-subtotal-line
           add ws-branch-debits to ws-region-debits
           add ws-branch-credits to ws-region-credits
           add ws-branch-net to ws-region-net
           move 0 to ws-branch-debits
           move 0 to ws-branch-credits
           move 0 to ws-branch-net
           .

       sp-write-region-subtotal.
           move ws-prior-region to ws-rgn-region
           move ws-region-debits to ws-rgn-debits
           move ws-region-credits to ws-rgn-credits
           if ws-region-net < 0
               move "-" to ws-rgn-net-sign
               compute ws-rgn-net-amt = 0 - ws-region-net
           else
               move "+" to ws-rgn-net-sign
               move ws-region-net to ws-rgn-net-amt
           end-if
           write extract-record from ws-region-line
           move 0 to ws-region-debits
           move 0 to ws-region-credits
           move 0 to ws-region-net
           .

       sp-write-trailer.
           move ws-detail-count to ws-trl-count
           if ws-net-amount < 0
