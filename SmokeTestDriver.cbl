       01  ws-ecs-count              pic s9(9) comp-5.
       01  ws-discrepancy-flag       pic x(1).
       01  ws-alert-id               pic s9(9) comp-5 value 0.
       01  ws-case-id                pic s9(9) comp-5 value 0.
       01  ws-approval-id            pic s9(9) comp-5 value 0.
       01  ws-case-status            pic x(10) value "CLEARED".
       01  ws-case-note              pic x(80)
               value "SMOKE TEST SENTINEL".
       01  ws-config-key             pic x(32)
               value "BATCH-CHECKPOINT-INT".
       01  ws-config-default         pic x(40) value "100".
               10  ws-inq-pending-column pic x(20).
               10  ws-inq-pending-value  pic x(40).
               10  ws-inq-pending-ts     pic x(26).
       01  ws-inq-holder-count       pic s9(9) comp-5.
       01  ws-inq-holder-table.
           05  ws-inq-holder-entry occurs 0 to 20 times
                   depending on ws-inq-holder-count.
               10  ws-inq-holder-id      pic x(10).
               10  ws-inq-holder-role    pic x(1).
               10  ws-inq-holder-name    pic x(60).
       01  ws-inq-available          pic s9(13)v99 comp-3.
       01  ws-inq-hold-count         pic s9(9) comp-5.
       01  ws-inq-hold-table.
           05  ws-inq-hold-entry occurs 0 to 20 times
                   depending on ws-inq-hold-count.
               10  ws-inq-hold-id        pic s9(9) comp-5.
               10  ws-inq-hold-amount    pic s9(13)v99 comp-3.
               10  ws-inq-hold-reason    pic x(40).
               10  ws-inq-hold-placed-by pic x(128).
               10  ws-inq-hold-expiry    pic x(8).
       01  ws-customer-id            pic x(10) value "0000000001".
       01  ws-cust-account-count     pic s9(9) comp-5.
       01  ws-cust-account-table.
           05  ws-cust-account-entry occurs 0 to 100 times
                   depending on ws-cust-account-count.
               10  ws-cust-account-id    pic x(10).
               10  ws-cust-account-role  pic x(1).
               10  ws-cust-account-status
                                         pic x(10).
               10  ws-cust-account-balance
                                         pic s9(13)v99 comp-3.

       procedure division.
       sp-main.
                   by reference ws-inq-reject-table
                   by reference ws-inq-pending-count
                   by reference ws-inq-pending-table
                   by reference ws-inq-holder-count
                   by reference ws-inq-holder-table
                   by reference ws-inq-available
                   by reference ws-inq-hold-count
                   by reference ws-inq-hold-table
                   returning ws-rc
      *    the sentinel account may not be seeded, so not-found is as
      *    healthy as a full 360 answer
           perform sp-report-account-status-result

           move "GetCustomerAccounts" to ws-method-name
           invoke type StoredProcedures "GetCustomerAccounts"
                   using by value ws-customer-id
                   by reference ws-cust-account-count
                   by reference ws-cust-account-table
                   returning ws-rc
      *    the sentinel customer may not be seeded either
           perform sp-report-customer-result

           move "GetEnvironmentInfo" to ws-method-name
           invoke type StoredProcedures "GetEnvironmentInfo"
                   using by reference ws-env-name
      *    queue table is reachable and the update path runs
           perform sp-report-account-status-result

           move "WorkReviewCase" to ws-method-name
           invoke type StoredProcedures "WorkReviewCase"
                   using by value ws-case-id
                   by value ws-case-status
                   by value ws-case-note
                   returning ws-rc
      *    case id zero is a sentinel like the alert id above, so
      *    sp-rc-not-found is the healthy answer
           perform sp-report-account-status-result

           move "ApprovePendingAction" to ws-method-name
           invoke type StoredProcedures "ApprovePendingAction"
                   using by value ws-approval-id
                   returning ws-rc
      *    approval id zero is a sentinel too, so sp-rc-not-found is
      *    the healthy answer and nothing is ever approved
           perform sp-report-account-status-result

           move "SyncAccountChanges" to ws-method-name
           invoke type StoredProcedures "SyncAccountChanges"
                   using by reference ws-applied-count
           end-if
           .

       sp-report-customer-result.
           add 1 to ws-check-count
           if ws-rc = sp-rc-success
                   or ws-rc = sp-rc-customer-not-found
               display "PASS  " ws-method-name " return-value=" ws-rc
           else
               add 1 to ws-fail-count
               display "FAIL  " ws-method-name " return-value=" ws-rc
           end-if
           .

       end program SmokeTestDriver.
