       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPACCST.cpy".
       copy "SPCUSREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-capture-rc         pic s9(9) comp-5.
       01  ws-change-action      pic x(1).
       01  ws-change-column      pic x(20).
       01  ws-change-value       pic x(40).
       01  ws-linked-ts          pic x(26).
       01  ws-branch-rc          pic s9(9) comp-5.
       linkage section.
       01  p-account-id          pic x(10).
       01  p-customer-id         pic x(10).
       01  p-branch-code         pic x(6).
       procedure division using by value p-account-id
               by value p-customer-id
               by value p-branch-code
               returning return-value as binary-long.
      *    every account is owned: the customer named here must
      *    already be on the master and becomes the primary holder.
      *    The account is domiciled at an open branch on the branch
      *    master
           invoke StoredProcedures "ValidateRequest" using by reference p-account-id
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-customer-id
                   returning ws-validation-rc
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select customer_name
                     into :sp-customer-name
                     from dbo.sp_customer
                    where customer_id = :p-customer-id
               end-exec
               evaluate sqlcode
                   when 0
                       invoke StoredProcedures "ValidateBranch"
                           using by reference p-branch-code
                           returning ws-branch-rc
                       if ws-branch-rc = sp-rc-success
                           perform sp-create-owned-account
                       else
                           move ws-branch-rc to return-value
                       end-if
                   when 100
                       move sp-rc-customer-not-found to return-value
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-create-owned-account.
           exec sql
               select account_status
                 into :ws-existing-status
                 from dbo.sp_account
                where account_id = :p-account-id
           end-exec
           evaluate sqlcode
               when 0
                   move sp-rc-duplicate-account to return-value
               when 100
                   exec sql
                       insert into dbo.sp_account
                           (account_id, account_status, branch_code)
                       values
                           (:p-account-id, 'ACTIVE', :p-branch-code)
                   end-exec
                   if sqlcode = 0
      *                a created account enters the state machine at
      *                ACTIVE; the history row carries a blank old
      *                status so creation is distinguishable from a
      *                reinstatement
                       move spaces to sp-status-current
                       move "ACTIVE" to sp-status-requested
                       invoke StoredProcedures "WriteAccountHistory"
                           using by reference p-account-id
                           by reference sp-status-current
                           by reference sp-status-requested
                       move "I" to ws-change-action
                       move "STATUS" to ws-change-column
                       move "ACTIVE" to ws-change-value
                       invoke StoredProcedures "WriteChangeLog"
                           using by reference p-account-id
                           by reference ws-change-action
                           by reference ws-change-column
                           by reference ws-change-value
                           returning ws-capture-rc
                       move ws-capture-rc to return-value
                       if return-value = sp-rc-success
                           perform sp-log-created-branch
                       end-if
                       if return-value = sp-rc-success
                           perform sp-link-primary-holder
                       end-if
                   else
                       move sp-rc-database-unavailable
                           to return-value
                   end-if
               when other
                   move sp-rc-database-unavailable to return-value
           end-evaluate
           .

      *    the peer's insert carries the status alone, so the
      *    branch follows it as an ordinary attribute change
       sp-log-created-branch.
           move "U" to ws-change-action
           move "BRANCH-CODE" to ws-change-column
           move p-branch-code to ws-change-value
           invoke StoredProcedures "WriteChangeLog"
               using by reference p-account-id
               by reference ws-change-action
               by reference ws-change-column
               by reference ws-change-value
               returning ws-capture-rc
           move ws-capture-rc to return-value
           .

       sp-link-primary-holder.
           move function current-date to ws-linked-ts
           exec sql
               insert into dbo.sp_account_holder
                   (account_id, customer_id, holder_role,
                    linked_timestamp)
               values
                   (:p-account-id, :p-customer-id, 'P',
                    :ws-linked-ts)
           end-exec
           if sqlcode = 0
      *        the link replicates behind the account insert it
      *        belongs to, in capture order
               move "I" to ws-change-action
               move "HOLDER" to ws-change-column
               move spaces to ws-change-value
               move p-customer-id to ws-change-value(1:10)
               move "P" to ws-change-value(11:1)
               invoke StoredProcedures "WriteChangeLog"
                   using by reference p-account-id
                   by reference ws-change-action
                   by reference ws-change-column
                   by reference ws-change-value
                   returning ws-capture-rc
               move ws-capture-rc to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           .
       end method.

       method-id UpdateAccountStatus static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       01  ws-change-action      pic x(1).
       01  ws-change-column      pic x(20).
       01  ws-change-value       pic x(40).
       01  ws-method-rc          pic s9(9) comp-5.
       01  ws-blocker-count      pic s9(9) comp-5.
       01  ws-account-balance    pic s9(13)v99 comp-3.
       linkage section.
       01  p-account-id          pic x(10).
       01  p-new-status          pic x(10).
       sp-apply-transition.
           invoke StoredProcedures "ValidateStatusTransition"
               using by reference sp-status-work
           move sp-rc-success to return-value
           if sp-transition-illegal
               move sp-rc-illegal-transition to return-value
           else
               if sp-status-requested = "CLOSED"
                   perform sp-check-closable
               end-if
           end-if
           if return-value = sp-rc-success
      *        optimistic guard: the update only lands if the status
      *        is still the one the transition was validated against,
      *        so two concurrent calls cannot interleave their way
      *        around the state machine - and a close only lands on a
      *        balance that is still zero
               exec sql
                   update dbo.sp_account
                      set account_status = :sp-status-requested
                    where account_id = :p-account-id
                      and account_status = :sp-status-current
                      and (:sp-status-requested <> 'CLOSED'
                           or account_balance = 0)
               end-exec
               evaluate true
                   when sqlcode = 0
                           returning ws-capture-rc
                       move ws-capture-rc to return-value
                   when sqlcode = 100
      *                someone else moved the status (or the balance)
      *                between our read and our update; the transition
      *                we validated no longer describes the row
                       move sp-rc-illegal-transition to return-value
                   when other
                       move sp-rc-database-unavailable
               end-evaluate
           end-if
           .

       sp-check-closable.
      *    an account only closes empty and clear: nothing owed
      *    either way, nothing waiting to post or be reprocessed
      *    against it, and no funds on hold. CloseAccount settles all
      *    of that first; a bare status change must not skip it
           invoke StoredProcedures "CheckClosureBlockers"
               using by reference p-account-id
               by reference ws-blocker-count
               returning ws-method-rc
           if ws-method-rc not = sp-rc-success
               move ws-method-rc to return-value
           else
               exec sql
                   select account_balance
                     into :ws-account-balance
                     from dbo.sp_account
                    where account_id = :p-account-id
               end-exec
               evaluate true
                   when sqlcode not = 0
                       move sp-rc-database-unavailable
                           to return-value
                   when ws-blocker-count > 0
                       move sp-rc-closure-blocked to return-value
                   when ws-account-balance not = 0
                       move sp-rc-closure-blocked to return-value
                   when other
                       continue
               end-evaluate
           end-if
           .
       end method.

       method-id GetAccountsByStatus static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       01  ws-pending-column     pic x(20).
       01  ws-pending-value      pic x(40).
       01  ws-pending-ts         pic x(26).
       01  ws-holder-customer-id pic x(10).
       01  ws-holder-role        pic x(1).
       01  ws-holder-name        pic x(60).
       01  ws-now-stamp          pic x(21).
       01  ws-today              pic x(8).
       01  ws-held-total         pic s9(13)v99 comp-3.
       copy "SPHLDREC.cpy".
       linkage section.
       01  p-account-id          pic x(10).
       01  p-account-status      pic x(10).
               10  p-pending-column      pic x(20).
               10  p-pending-value       pic x(40).
               10  p-pending-timestamp   pic x(26).
       01  p-holder-count        pic s9(9) comp-5.
       01  p-holder-table.
           05  p-holder-entry occurs 0 to 20 times
                   depending on p-holder-count.
               10  p-holder-customer-id  pic x(10).
               10  p-holder-role         pic x(1).
               10  p-holder-name         pic x(60).
       01  p-available-balance   pic s9(13)v99 comp-3.
       01  p-hold-count          pic s9(9) comp-5.
       01  p-hold-table.
           05  p-hold-entry occurs 0 to 20 times
                   depending on p-hold-count.
               10  p-hold-id             pic s9(9) comp-5.
               10  p-hold-amount         pic s9(13)v99 comp-3.
               10  p-hold-reason         pic x(40).
               10  p-hold-placed-by      pic x(128).
               10  p-hold-expiry-date    pic x(8).
       procedure division using by value p-account-id
               by reference p-account-status
               by reference p-account-balance
               by reference p-reject-table
               by reference p-pending-count
               by reference p-pending-table
               by reference p-holder-count
               by reference p-holder-table
               by reference p-available-balance
               by reference p-hold-count
               by reference p-hold-table
               returning return-value as binary-long.
      *    the service-desk 360 view: profile, status-change trail,
      *    records still sitting unreprocessed in the reject queue,
      *    and changes still pending replication - one call instead
      *    of four hand-written queries. The trails answer newest
      *    first and cap at 50 rows apiece. The holders answer
      *    primary first, capped at 20. The available balance is the
      *    balance less the active holds listed beside it (soonest
      *    expiry first, capped at 20 - the total counts them all).
           move spaces to p-account-status
           move 0 to p-account-balance
           move 0 to p-credit-limit
           move 0 to p-history-count
           move 0 to p-reject-count
           move 0 to p-pending-count
           move 0 to p-holder-count
           move 0 to p-available-balance
           move 0 to p-hold-count
           invoke StoredProcedures "ValidateRequest" using by reference p-account-id
                   returning ws-validation-rc
           if ws-validation-rc not = sp-rc-success
                       if return-value = sp-rc-success
                           perform sp-inquire-pending
                       end-if
                       if return-value = sp-rc-success
                           perform sp-inquire-holders
                       end-if
                       if return-value = sp-rc-success
                           perform sp-inquire-holds
                       end-if
                   when 100
                       move sp-rc-not-found to return-value
                   when other
                   set ws-inquiry-failed to true
           end-evaluate
           .

       sp-inquire-holders.
           exec sql
               declare inq-holder-cursor cursor for
                   select h.customer_id, h.holder_role,
                          c.customer_name
                     from dbo.sp_account_holder h
                     join dbo.sp_customer c
                       on c.customer_id = h.customer_id
                    where h.account_id = :p-account-id
                    order by h.holder_role desc, h.customer_id
           end-exec
           exec sql open inq-holder-cursor end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               set ws-inquiry-more to true
               perform sp-fetch-holder until not ws-inquiry-more
               exec sql close inq-holder-cursor end-exec
               if ws-inquiry-failed
                   move sp-rc-database-unavailable to return-value
               end-if
           end-if
           .

       sp-fetch-holder.
           exec sql
               fetch inq-holder-cursor
                into :ws-holder-customer-id, :ws-holder-role,
                     :ws-holder-name
           end-exec
           evaluate true
               when sqlcode = 0
                   add 1 to p-holder-count
                   move ws-holder-customer-id
                       to p-holder-customer-id(p-holder-count)
                   move ws-holder-role
                       to p-holder-role(p-holder-count)
                   move ws-holder-name
                       to p-holder-name(p-holder-count)
                   if p-holder-count >= 20
                       set ws-inquiry-done to true
                   end-if
               when sqlcode = 100
                   set ws-inquiry-done to true
               when other
                   set ws-inquiry-failed to true
           end-evaluate
           .

       sp-inquire-holds.
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           move 0 to ws-held-total
           exec sql
               select coalesce(sum(hold_amount), 0)
                 into :ws-held-total
                 from dbo.sp_funds_hold
                where account_id = :p-account-id
                  and hold_status = 'A'
                  and expiry_date >= :ws-today
           end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               compute p-available-balance =
                   p-account-balance - ws-held-total
               exec sql
                   declare inq-hold-cursor cursor for
                       select hold_id, hold_amount, hold_reason,
                              placed_by, expiry_date
                         from dbo.sp_funds_hold
                        where account_id = :p-account-id
                          and hold_status = 'A'
                          and expiry_date >= :ws-today
                        order by expiry_date, hold_id
               end-exec
               exec sql open inq-hold-cursor end-exec
               if sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               else
                   set ws-inquiry-more to true
                   perform sp-fetch-hold until not ws-inquiry-more
                   exec sql close inq-hold-cursor end-exec
                   if ws-inquiry-failed
                       move sp-rc-database-unavailable
                           to return-value
                   end-if
               end-if
           end-if
           .

       sp-fetch-hold.
           exec sql
               fetch inq-hold-cursor
                into :sp-hold-id, :sp-hold-amount, :sp-hold-reason,
                     :sp-hold-placed-by, :sp-hold-expiry-date
           end-exec
           evaluate true
               when sqlcode = 0
                   add 1 to p-hold-count
                   move sp-hold-id to p-hold-id(p-hold-count)
                   move sp-hold-amount
                       to p-hold-amount(p-hold-count)
                   move sp-hold-reason
                       to p-hold-reason(p-hold-count)
                   move sp-hold-placed-by
                       to p-hold-placed-by(p-hold-count)
                   move sp-hold-expiry-date
                       to p-hold-expiry-date(p-hold-count)
                   if p-hold-count >= 20
                       set ws-inquiry-done to true
                   end-if
               when sqlcode = 100
                   set ws-inquiry-done to true
               when other
                   set ws-inquiry-failed to true
           end-evaluate
           .
       end method.

       method-id CreateCustomer static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPCUSREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-capture-rc         pic s9(9) comp-5.
       01  ws-existing-name      pic x(60).
       01  ws-maintained-by      pic x(128).
       01  ws-maintained-ts      pic x(26).
       01  ws-entity-type        pic x(10).
       01  ws-change-action      pic x(1).
       linkage section.
       01  p-customer-id         pic x(10).
       01  p-customer-name       pic x(60).
       01  p-address-1           pic x(40).
       01  p-address-2           pic x(40).
       01  p-city                pic x(30).
       01  p-postcode            pic x(10).
       01  p-tax-id              pic x(20).
       procedure division using by value p-customer-id
               by value p-customer-name
               by value p-address-1
               by value p-address-2
               by value p-city
               by value p-postcode
               by value p-tax-id
               returning return-value as binary-long.
           invoke StoredProcedures "ValidateRequest" using by reference p-customer-id
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-customer-name
                   returning ws-validation-rc
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select customer_name
                     into :ws-existing-name
                     from dbo.sp_customer
                    where customer_id = :p-customer-id
               end-exec
               evaluate sqlcode
                   when 0
                       move sp-rc-duplicate-customer to return-value
                   when 100
                       perform sp-insert-customer
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "CreateCustomer" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-insert-customer.
           exec sql
               select suser_sname() into :ws-maintained-by
           end-exec
           move function current-date to ws-maintained-ts
           exec sql
               insert into dbo.sp_customer
                   (customer_id, customer_name, address_line_1,
                    address_line_2, city, postcode, tax_id,
                    maintained_by, maintained_timestamp)
               values
                   (:p-customer-id, :p-customer-name, :p-address-1,
                    :p-address-2, :p-city, :p-postcode, :p-tax-id,
                    :ws-maintained-by, :ws-maintained-ts)
           end-exec
           if sqlcode = 0
               move "CUSTOMER" to ws-entity-type
               move "I" to ws-change-action
               invoke StoredProcedures "WriteMasterChange"
                   using by reference ws-entity-type
                   by reference p-customer-id
                   by reference ws-change-action
                   returning ws-capture-rc
               move ws-capture-rc to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           .
       end method.

       method-id UpdateCustomer static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-capture-rc         pic s9(9) comp-5.
       01  ws-maintained-by      pic x(128).
       01  ws-maintained-ts      pic x(26).
       01  ws-entity-type        pic x(10).
       01  ws-change-action      pic x(1).
       linkage section.
       01  p-customer-id         pic x(10).
       01  p-customer-name       pic x(60).
       01  p-address-1           pic x(40).
       01  p-address-2           pic x(40).
       01  p-city                pic x(30).
       01  p-postcode            pic x(10).
       01  p-tax-id              pic x(20).
       procedure division using by value p-customer-id
               by value p-customer-name
               by value p-address-1
               by value p-address-2
               by value p-city
               by value p-postcode
               by value p-tax-id
               returning return-value as binary-long.
      *    a full replacement of the customer's details: the caller
      *    sends the whole record as it should now read, so a blank
      *    address line clears that line
           invoke StoredProcedures "ValidateRequest" using by reference p-customer-id
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-customer-name
                   returning ws-validation-rc
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select suser_sname() into :ws-maintained-by
               end-exec
               move function current-date to ws-maintained-ts
               exec sql
                   update dbo.sp_customer
                      set customer_name = :p-customer-name,
                          address_line_1 = :p-address-1,
                          address_line_2 = :p-address-2,
                          city = :p-city,
                          postcode = :p-postcode,
                          tax_id = :p-tax-id,
                          maintained_by = :ws-maintained-by,
                          maintained_timestamp = :ws-maintained-ts
                    where customer_id = :p-customer-id
               end-exec
               evaluate sqlcode
                   when 0
                       move "CUSTOMER" to ws-entity-type
                       move "U" to ws-change-action
                       invoke StoredProcedures "WriteMasterChange"
                           using by reference ws-entity-type
                           by reference p-customer-id
                           by reference ws-change-action
                           returning ws-capture-rc
                       move ws-capture-rc to return-value
                   when 100
                       move sp-rc-customer-not-found to return-value
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "UpdateCustomer" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.
       end method.

       method-id AddAccountHolder static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPCUSREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-capture-rc         pic s9(9) comp-5.
       01  ws-account-status     pic x(10).
       01  ws-link-count         pic s9(9) comp-5.
       01  ws-linked-ts          pic x(26).
       01  ws-change-action      pic x(1).
       01  ws-change-column      pic x(20).
       01  ws-change-value       pic x(40).
       linkage section.
       01  p-account-id          pic x(10).
       01  p-customer-id         pic x(10).
       01  p-holder-role         pic x(1).
       procedure division using by value p-account-id
               by value p-customer-id
               by value p-holder-role
               returning return-value as binary-long.
      *    adds an owner to an existing account. An account has one
      *    primary holder, so a second P link is refused, as is a
      *    second link for the same customer in any role
           move p-holder-role to sp-holder-role
           invoke StoredProcedures "ValidateRequest" using by reference p-account-id
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-customer-id
                   returning ws-validation-rc
           end-if
           evaluate true
               when ws-validation-rc not = sp-rc-success
                   move ws-validation-rc to return-value
               when not sp-holder-role-known
                   move sp-rc-validation-error to return-value
               when other
                   exec sql
                       select account_status
                         into :ws-account-status
                         from dbo.sp_account
                        where account_id = :p-account-id
                   end-exec
                   evaluate sqlcode
                       when 0
                           if ws-account-status = "CLOSED"
                               move sp-rc-illegal-transition
                                   to return-value
                           else
                               perform sp-check-holder-customer
                           end-if
                       when 100
                           move sp-rc-not-found to return-value
                       when other
                           move sp-rc-database-unavailable
                               to return-value
                   end-evaluate
           end-evaluate
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "AddAccountHolder" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-check-holder-customer.
           exec sql
               select customer_name
                 into :sp-customer-name
                 from dbo.sp_customer
                where customer_id = :p-customer-id
           end-exec
           evaluate sqlcode
               when 0
                   perform sp-check-holder-conflict
               when 100
                   move sp-rc-customer-not-found to return-value
               when other
                   move sp-rc-database-unavailable to return-value
           end-evaluate
           .

       sp-check-holder-conflict.
           move 0 to ws-link-count
           exec sql
               select count(*) into :ws-link-count
                 from dbo.sp_account_holder
                where account_id = :p-account-id
                  and (customer_id = :p-customer-id
                       or (holder_role = 'P'
                           and :p-holder-role = 'P'))
           end-exec
           evaluate true
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               when ws-link-count > 0
                   move sp-rc-holder-conflict to return-value
               when other
                   perform sp-insert-holder
           end-evaluate
           .

       sp-insert-holder.
           move function current-date to ws-linked-ts
           exec sql
               insert into dbo.sp_account_holder
                   (account_id, customer_id, holder_role,
                    linked_timestamp)
               values
                   (:p-account-id, :p-customer-id, :p-holder-role,
                    :ws-linked-ts)
           end-exec
           if sqlcode = 0
               move "I" to ws-change-action
               move "HOLDER" to ws-change-column
               move spaces to ws-change-value
               move p-customer-id to ws-change-value(1:10)
               move p-holder-role to ws-change-value(11:1)
               invoke StoredProcedures "WriteChangeLog"
                   using by reference p-account-id
                   by reference ws-change-action
                   by reference ws-change-column
                   by reference ws-change-value
                   returning ws-capture-rc
               move ws-capture-rc to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           .
       end method.

       method-id RemoveAccountHolder static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPCUSREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-capture-rc         pic s9(9) comp-5.
       01  ws-change-action      pic x(1).
       01  ws-change-column      pic x(20).
       01  ws-change-value       pic x(40).
       linkage section.
       01  p-account-id          pic x(10).
       01  p-customer-id         pic x(10).
       procedure division using by value p-account-id
               by value p-customer-id
               returning return-value as binary-long.
      *    removes a joint holder. The primary holder cannot be
      *    removed - an account is never left without an owner
           invoke StoredProcedures "ValidateRequest" using by reference p-account-id
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-customer-id
                   returning ws-validation-rc
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select holder_role
                     into :sp-holder-role
                     from dbo.sp_account_holder
                    where account_id = :p-account-id
                      and customer_id = :p-customer-id
               end-exec
               evaluate true
                   when sqlcode = 100
                       move sp-rc-not-found to return-value
                   when sqlcode not = 0
                       move sp-rc-database-unavailable to return-value
                   when sp-holder-primary
                       move sp-rc-holder-conflict to return-value
                   when other
                       perform sp-delete-holder
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "RemoveAccountHolder" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-delete-holder.
           exec sql
               delete from dbo.sp_account_holder
                where account_id = :p-account-id
                  and customer_id = :p-customer-id
                  and holder_role = 'J'
           end-exec
           evaluate sqlcode
               when 0
                   move "D" to ws-change-action
                   move "HOLDER" to ws-change-column
                   move spaces to ws-change-value
                   move p-customer-id to ws-change-value(1:10)
                   move sp-holder-role to ws-change-value(11:1)
                   invoke StoredProcedures "WriteChangeLog"
                       using by reference p-account-id
                       by reference ws-change-action
                       by reference ws-change-column
                       by reference ws-change-value
                       returning ws-capture-rc
                   move ws-capture-rc to return-value
               when 100
                   move sp-rc-not-found to return-value
               when other
                   move sp-rc-database-unavailable to return-value
           end-evaluate
           .
       end method.

       method-id GetCustomerAccounts static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPCUSREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-fetched-id         pic x(10).
       01  ws-fetched-role       pic x(1).
       01  ws-fetched-status     pic x(10).
       01  ws-fetched-balance    pic s9(13)v99 comp-3.
       01  ws-list-state         pic x(1).
           88  ws-list-more          value "Y".
           88  ws-list-done          value "N".
           88  ws-list-failed        value "E".
       linkage section.
       01  p-customer-id         pic x(10).
       01  p-account-count       pic s9(9) comp-5.
       01  p-account-table.
           05  p-account-entry occurs 0 to 100 times
                   depending on p-account-count.
               10  p-account-id          pic x(10).
               10  p-account-role        pic x(1).
               10  p-account-status      pic x(10).
               10  p-account-balance     pic s9(13)v99 comp-3.
       procedure division using by value p-customer-id
               by reference p-account-count
               by reference p-account-table
               returning return-value as binary-long.
      *    every account the customer holds, primary or joint, with
      *    its status and balance, in account order and capped at
      *    100. A customer on the master who holds nothing answers
      *    success with an empty list
           move 0 to p-account-count
           invoke StoredProcedures "ValidateRequest" using by reference p-customer-id
                   returning ws-validation-rc
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select customer_name
                     into :sp-customer-name
                     from dbo.sp_customer
                    where customer_id = :p-customer-id
               end-exec
               evaluate sqlcode
                   when 0
                       perform sp-list-customer-accounts
                   when 100
                       move sp-rc-customer-not-found to return-value
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "GetCustomerAccounts" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-list-customer-accounts.
           exec sql
               declare customer-account-cursor cursor for
                   select h.account_id, h.holder_role,
                          a.account_status, a.account_balance
                     from dbo.sp_account_holder h
                     join dbo.sp_account a
                       on a.account_id = h.account_id
                    where h.customer_id = :p-customer-id
                    order by h.account_id
           end-exec
           exec sql open customer-account-cursor end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               set ws-list-more to true
               perform sp-fetch-customer-account
                   until not ws-list-more
               exec sql close customer-account-cursor end-exec
               if ws-list-failed
                   move sp-rc-database-unavailable to return-value
               else
                   move sp-rc-success to return-value
               end-if
           end-if
           .

       sp-fetch-customer-account.
           exec sql
               fetch customer-account-cursor
                into :ws-fetched-id, :ws-fetched-role,
                     :ws-fetched-status, :ws-fetched-balance
           end-exec
           evaluate true
               when sqlcode = 0
                   add 1 to p-account-count
                   move ws-fetched-id
                       to p-account-id(p-account-count)
                   move ws-fetched-role
                       to p-account-role(p-account-count)
                   move ws-fetched-status
                       to p-account-status(p-account-count)
                   move ws-fetched-balance
                       to p-account-balance(p-account-count)
                   if p-account-count >= 100
                       set ws-list-done to true
                   end-if
               when sqlcode = 100
                   set ws-list-done to true
               when other
                   set ws-list-failed to true
           end-evaluate
           .
       end method.

       method-id PlaceFundsHold static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPHLDREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-account-status     pic x(10).
       01  ws-now-stamp          pic x(21).
       01  ws-today              pic x(8).
       01  ws-date-int           pic s9(9) comp-5.
       01  ws-expiry-num         pic 9(8).
       linkage section.
       01  p-account-id          pic x(10).
       01  p-hold-amount         pic s9(13)v99 comp-3.
       01  p-hold-reason         pic x(40).
       01  p-expiry-date         pic x(8).
       01  p-hold-id             pic s9(9) comp-5.
       procedure division using by value p-account-id
               by value p-hold-amount
               by value p-hold-reason
               by value p-expiry-date
               by reference p-hold-id
               returning return-value as binary-long.
      *    ring-fences part of the balance against debits until the
      *    expiry date (inclusive) or until released. Blank expiry
      *    means the hold stands until someone releases it
           move 0 to p-hold-id
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           move p-expiry-date to sp-hold-expiry-date
           if sp-hold-expiry-date = spaces
               set sp-hold-open-ended to true
           end-if
           invoke StoredProcedures "ValidateRequest" using by reference p-account-id
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-hold-reason
                   returning ws-validation-rc
           end-if
           if ws-validation-rc = sp-rc-success
               perform sp-validate-hold
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select account_status
                     into :ws-account-status
                     from dbo.sp_account
                    where account_id = :p-account-id
               end-exec
               evaluate true
                   when sqlcode = 100
                       move sp-rc-not-found to return-value
                   when sqlcode not = 0
                       move sp-rc-database-unavailable to return-value
                   when ws-account-status = "CLOSED"
                       move sp-rc-illegal-transition to return-value
                   when other
                       perform sp-insert-hold
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "PlaceFundsHold" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-validate-hold.
           evaluate true
               when p-hold-amount not > 0
                   move sp-rc-validation-error to ws-validation-rc
               when sp-hold-expiry-date not numeric
                   move sp-rc-validation-error to ws-validation-rc
               when sp-hold-expiry-date < ws-today
                   move sp-rc-validation-error to ws-validation-rc
               when sp-hold-open-ended
                   continue
               when other
      *            a real calendar date, not just eight digits
                   move sp-hold-expiry-date to ws-expiry-num
                   if function test-date-yyyymmdd(ws-expiry-num)
                           not = 0
                       move sp-rc-validation-error
                           to ws-validation-rc
                   end-if
           end-evaluate
           .

       sp-insert-hold.
           exec sql
               select suser_sname() into :sp-hold-placed-by
           end-exec
           move function current-date to sp-hold-placed-ts
           exec sql
               insert into dbo.sp_funds_hold
                   (account_id, hold_amount, hold_reason, placed_by,
                    placed_timestamp, expiry_date, hold_status)
               values
                   (:p-account-id, :p-hold-amount, :p-hold-reason,
                    :sp-hold-placed-by, :sp-hold-placed-ts,
                    :sp-hold-expiry-date, 'A')
           end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               exec sql
                   select max(hold_id) into :p-hold-id
                     from dbo.sp_funds_hold
                    where account_id = :p-account-id
                      and placed_timestamp = :sp-hold-placed-ts
               end-exec
               if sqlcode = 0
                   move sp-rc-success to return-value
               else
                   move sp-rc-database-unavailable to return-value
               end-if
           end-if
           .
       end method.

       method-id ReleaseFundsHold static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       exec sql include sqlca end-exec.
       01  ws-released-by        pic x(128).
       01  ws-released-ts        pic x(26).
       linkage section.
       01  p-hold-id             pic s9(9) comp-5.
       procedure division using by value p-hold-id
               returning return-value as binary-long.
      *    ends an active hold early; a hold already released or
      *    expired answers not-found, there being no active hold by
      *    that id to end
           exec sql
               select suser_sname() into :ws-released-by
           end-exec
           move function current-date to ws-released-ts
           exec sql
               update dbo.sp_funds_hold
                  set hold_status = 'R',
                      released_by = :ws-released-by,
                      released_timestamp = :ws-released-ts
                where hold_id = :p-hold-id
                  and hold_status = 'A'
           end-exec
           evaluate true
               when sqlcode = 0
                   move sp-rc-success to return-value
               when sqlcode = 100
                   move sp-rc-not-found to return-value
               when other
                   move sp-rc-database-unavailable to return-value
           end-evaluate
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "ReleaseFundsHold" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.
       end method.

       method-id ExpireFundsHolds static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       exec sql include sqlca end-exec.
       01  ws-released-by        pic x(128).
       01  ws-released-ts        pic x(26).
       linkage section.
       01  p-cycle-date          pic x(8).
       01  p-expired-count       pic s9(9) comp-5.
       procedure division using by value p-cycle-date
               by reference p-expired-count
               returning return-value as binary-long.
      *    nightly sweep: a hold stands through its expiry date, so
      *    one whose expiry date is before the cycle date is retired.
      *    The debit check already ignores such a hold; this step
      *    makes the record say so too
           move 0 to p-expired-count
           if p-cycle-date not numeric
               move sp-rc-validation-error to return-value
           else
               exec sql
                   select count(*) into :p-expired-count
                     from dbo.sp_funds_hold
                    where hold_status = 'A'
                      and expiry_date < :p-cycle-date
               end-exec
               if sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               else
                   exec sql
                       select suser_sname() into :ws-released-by
                   end-exec
                   move function current-date to ws-released-ts
                   exec sql
                       update dbo.sp_funds_hold
                          set hold_status = 'E',
                              released_by = :ws-released-by,
                              released_timestamp = :ws-released-ts
                        where hold_status = 'A'
                          and expiry_date < :p-cycle-date
                   end-exec
                   if sqlcode = 0 or sqlcode = 100
                       move sp-rc-success to return-value
                   else
                       move sp-rc-database-unavailable to return-value
                   end-if
               end-if
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "ExpireFundsHolds" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.
       end method.

       method-id CloseAccount static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPBATREC.cpy".
       copy "SPPAYREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-method-rc          pic s9(9) comp-5.
       01  ws-blocker-count      pic s9(9) comp-5.
       01  ws-fee-count          pic s9(9) comp-5.
       01  ws-account-status     pic x(10).
       01  ws-payout-status      pic x(10).
       01  ws-account-balance    pic s9(13)v99 comp-3.
       01  ws-now-stamp          pic x(21).
       01  ws-today              pic x(8).
       01  ws-closure-num        pic 9(8).
       01  ws-from-stamp         pic x(26).
       01  ws-date-num           pic 9(8).
       01  ws-interest-days      pic s9(9) comp-5.
       01  ws-config-key         pic x(32).
       01  ws-default-num        pic s9(9) comp-5.
       01  ws-result-num         pic s9(9) comp-5.
       01  ws-interest-rate-bp   pic s9(9) comp-5.
       01  ws-closing-fee-cents  pic s9(9) comp-5.
       01  ws-posting-account    pic x(10).
       01  ws-posting-sign       pic x(1).
       01  ws-posting-amount     pic s9(13)v99 comp-3.
       01  ws-posting-source     pic x(4).
       01  ws-posting-ref        pic x(10).
       01  ws-closed-status      pic x(10) value "CLOSED".
       01  ws-no-batch-id        pic x(20) value spaces.
       01  ws-no-record-key      pic x(20) value spaces.
       01  ws-system-poster      pic x(1) value "Y".
       01  ws-closure-limit      pic s9(13)v99 comp-3.
       01  ws-closure-approval-id
                                 pic s9(9) comp-5 value 0.
       01  ws-approved-balance   pic x(40).
       01  ws-balance-text       pic -9(13).99.
       01  ws-applied-ts         pic x(26).
       copy "SPAPRREC.cpy".
       linkage section.
       01  p-account-id          pic x(10).
       01  p-payout-account-id   pic x(10).
       01  p-closure-date        pic x(8).
       01  p-final-interest      pic s9(13)v99 comp-3.
       01  p-closing-fee         pic s9(13)v99 comp-3.
       01  p-payout-amount       pic s9(13)v99 comp-3.
       procedure division using by value p-account-id
               by value p-payout-account-id
               by value p-closure-date
               by reference p-final-interest
               by reference p-closing-fee
               by reference p-payout-amount
               returning return-value as binary-long.
      *    settles and closes an account in one call, in the order a
      *    branch would do it by hand:
      *      - refuse while anything is still waiting to post or be
      *        reprocessed against it, or funds are on hold;
      *      - refer it for a second user's approval when the balance
      *        to settle is over DUAL-AUTH-CLOSURE-CENTS either way,
      *        and go on only once that approval stands;
      *      - credit interest from the last interest posting (or
      *        from opening) up to the closure date;
      *      - debit the closing fee, if one is configured;
      *      - move what is left to the nominated payout or suspense
      *        account as a pair of ordinary movements;
      *      - set CLOSED through the state machine.
      *    Every money step is a BA payload through ApplyBatchRecord,
      *    so each lands in the change log, the GL extract and the
      *    statement like any other movement. A call that stops part
      *    way can simply be repeated: interest already posted up to
      *    the closure date is not posted again, nor is the fee.
           move 0 to p-final-interest
           move 0 to p-closing-fee
           move 0 to p-payout-amount
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           invoke StoredProcedures "ValidateRequest" using by reference p-account-id
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-payout-account-id
                   returning ws-validation-rc
           end-if
           if ws-validation-rc = sp-rc-success
               perform sp-validate-closure
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               perform sp-read-closure-accounts
               if return-value = sp-rc-success
                   perform sp-check-closure-blockers
               end-if
               if return-value = sp-rc-success
                   perform sp-check-closure-approval
               end-if
               if return-value = sp-rc-success
                   perform sp-post-final-interest
               end-if
               if return-value = sp-rc-success
                   perform sp-post-closing-fee
               end-if
               if return-value = sp-rc-success
                   perform sp-pay-out-balance
               end-if
               if return-value = sp-rc-success
                   invoke StoredProcedures "UpdateAccountStatus"
                       using by value p-account-id
                       by value ws-closed-status
                       returning ws-method-rc
                   move ws-method-rc to return-value
               end-if
               if return-value = sp-rc-success
                       and ws-closure-approval-id > 0
                   perform sp-spend-closure-approval
               end-if
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "CloseAccount" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-validate-closure.
      *    the closure date is today or earlier and a real date; the
      *    payout account is a different account
           evaluate true
               when p-payout-account-id = p-account-id
                   move sp-rc-validation-error to ws-validation-rc
               when p-closure-date not numeric
                   move sp-rc-validation-error to ws-validation-rc
               when p-closure-date > ws-today
                   move sp-rc-validation-error to ws-validation-rc
               when other
                   move p-closure-date to ws-closure-num
                   if function test-date-yyyymmdd(ws-closure-num)
                           not = 0
                       move sp-rc-validation-error
                           to ws-validation-rc
                   end-if
           end-evaluate
           .

       sp-read-closure-accounts.
           exec sql
               select account_status
                 into :ws-account-status
                 from dbo.sp_account
                where account_id = :p-account-id
           end-exec
           evaluate true
               when sqlcode = 100
                   move sp-rc-not-found to return-value
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               when ws-account-status = "CLOSED"
                   move sp-rc-illegal-transition to return-value
               when other
                   move sp-rc-success to return-value
           end-evaluate
           if return-value = sp-rc-success
               exec sql
                   select account_status
                     into :ws-payout-status
                     from dbo.sp_account
                    where account_id = :p-payout-account-id
               end-exec
               evaluate true
                   when sqlcode = 100
                       move sp-rc-not-found to return-value
                   when sqlcode not = 0
                       move sp-rc-database-unavailable to return-value
                   when ws-payout-status = "CLOSED"
      *                the money must land somewhere that can still
      *                pay it out
                       move sp-rc-validation-error to return-value
                   when other
                       continue
               end-evaluate
           end-if
           .

       sp-check-closure-blockers.
           invoke StoredProcedures "CheckClosureBlockers"
               using by reference p-account-id
               by reference ws-blocker-count
               returning ws-method-rc
           evaluate true
               when ws-method-rc not = sp-rc-success
                   move ws-method-rc to return-value
               when ws-blocker-count > 0
                   move sp-rc-closure-blocked to return-value
               when other
                   continue
           end-evaluate
           .

      *----------------------------------------------------------------
      * maker-checker: a closure settling more than the limit, in
      * credit or in overdraft, goes ahead only under an approval a
      * second user gave today for this account, payout account and
      * closure date, for the balance the account stands at now and
      * not yet spent on a closure. ApprovePendingAction marks the
      * item APPROVED and then calls back in here to carry the
      * closure out; until then the call parks the closure PENDING
      * and answers approval-pending without moving any money. A
      * balance that has moved since the approval was asked for is
      * referred afresh at the new figure.
      *----------------------------------------------------------------
       sp-check-closure-approval.
           exec sql
               select account_balance
                 into :ws-account-balance
                 from dbo.sp_account
                where account_id = :p-account-id
           end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               move "DUAL-AUTH-CLOSURE-CENTS" to ws-config-key
               move 1000000 to ws-default-num
               invoke StoredProcedures "GetConfigNumber"
                   using by reference ws-config-key
                   by reference ws-default-num
                   by reference ws-result-num
               compute ws-closure-limit = ws-result-num / 100
               if ws-account-balance > ws-closure-limit
                       or ws-account-balance < 0 - ws-closure-limit
                   perform sp-find-closure-approval
               end-if
           end-if
           .

       sp-find-closure-approval.
           move ws-account-balance to ws-balance-text
           move spaces to ws-approved-balance
           exec sql
               select top 1 approval_id, prior_value
                 into :ws-closure-approval-id, :ws-approved-balance
                 from dbo.sp_pending_approval
                where action_type = 'CLOSURE'
                  and account_id = :p-account-id
                  and target_key = :p-payout-account-id
                  and effective_date = :p-closure-date
                  and approval_status = 'APPROVED'
                  and decided_timestamp >= :ws-today
                  and applied_timestamp = ' '
                order by decided_timestamp desc
           end-exec
           if sqlcode = 0
                   and ws-approved-balance not = ws-balance-text
               move 0 to ws-closure-approval-id
           end-if
           evaluate true
               when sqlcode not = 0 and sqlcode not = 100
                   move sp-rc-database-unavailable to return-value
               when ws-closure-approval-id > 0
                   continue
               when other
                   move spaces to sp-approval-row
                   move 0 to sp-approval-id
                   set sp-approval-closure to true
                   move p-account-id to sp-approval-account-id
                   move p-payout-account-id to sp-approval-target
                   move ws-closed-status to sp-approval-value
                   move ws-balance-text to sp-approval-prior-value
                   move p-closure-date to sp-approval-effective
                   invoke StoredProcedures "RequestApproval"
                       using by reference sp-approval-row
                       returning ws-method-rc
                   if ws-method-rc = sp-rc-success
                       move sp-rc-approval-pending to return-value
                   else
                       move ws-method-rc to return-value
                   end-if
           end-evaluate
           .

      *    the closure is made: the approval behind it is spent. The
      *    account is CLOSED already, so a failure here cannot let
      *    the approval close it twice, but it is still answered
       sp-spend-closure-approval.
           move function current-date to ws-applied-ts
           exec sql
               update dbo.sp_pending_approval
                  set applied_timestamp = :ws-applied-ts
                where approval_id = :ws-closure-approval-id
           end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           end-if
           .

      *----------------------------------------------------------------
      * pro-rata interest: the month-end run credits a month at a
      * time, so the days owed at closure are those since the
      * account's last INT posting, or since it was opened when it
      * has never earned any. Interest is credited on a positive
      * balance only, at INTEREST-RATE-BP / 10000 / 365 a day.
      *----------------------------------------------------------------
       sp-post-final-interest.
           move spaces to ws-from-stamp
           exec sql
               select coalesce(max(changed_timestamp), ' ')
                 into :ws-from-stamp
                 from dbo.sp_account_change_log
                where account_id = :p-account-id
                  and change_column = 'BALANCE-ADJ'
                  and substring(change_value, 17, 4) = 'INT '
           end-exec
           if sqlcode = 0 and ws-from-stamp = spaces
               exec sql
                   select coalesce(min(effective_timestamp), ' ')
                     into :ws-from-stamp
                     from dbo.sp_account_history
                    where account_id = :p-account-id
                      and old_status = ' '
               end-exec
           end-if
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               move 0 to ws-interest-days
               if ws-from-stamp(1:8) numeric
                   move ws-from-stamp(1:8) to ws-date-num
                   compute ws-interest-days =
                       function integer-of-date(ws-closure-num)
                       - function integer-of-date(ws-date-num)
               end-if
               exec sql
                   select account_balance
                     into :ws-account-balance
                     from dbo.sp_account
                    where account_id = :p-account-id
               end-exec
               if sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               else
                   if ws-account-balance > 0 and ws-interest-days > 0
                       move "INTEREST-RATE-BP" to ws-config-key
                       move 300 to ws-default-num
                       invoke StoredProcedures "GetConfigNumber"
                           using by reference ws-config-key
                           by reference ws-default-num
                           by reference ws-result-num
                       move ws-result-num to ws-interest-rate-bp
                       compute ws-posting-amount rounded =
                           ws-account-balance * ws-interest-rate-bp
                               * ws-interest-days / 3650000
                       if ws-posting-amount > 0
                           move ws-posting-amount to p-final-interest
                           move p-account-id to ws-posting-account
                           move "+" to ws-posting-sign
                           move "INT " to ws-posting-source
                           move spaces to ws-posting-ref
                           perform sp-post-closure-movement
                       end-if
                   end-if
               end-if
           end-if
           .

       sp-post-closing-fee.
      *    CLOSING-FEE-CENTS has no compiled-in fee behind it: a book
      *    that has never configured one closes free
           move "CLOSING-FEE-CENTS" to ws-config-key
           move 0 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to ws-closing-fee-cents
           if ws-closing-fee-cents > 0
               move 0 to ws-fee-count
               exec sql
                   select count(*) into :ws-fee-count
                     from dbo.sp_account_change_log
                    where account_id = :p-account-id
                      and change_column = 'BALANCE-ADJ'
                      and substring(change_value, 17, 4) = 'CLSF'
               end-exec
               evaluate true
                   when sqlcode not = 0
                       move sp-rc-database-unavailable to return-value
                   when ws-fee-count > 0
                       continue
                   when other
                       compute ws-posting-amount =
                           ws-closing-fee-cents / 100
                       move ws-posting-amount to p-closing-fee
                       move p-account-id to ws-posting-account
                       move "-" to ws-posting-sign
                       move "CLSF" to ws-posting-source
                       move spaces to ws-posting-ref
                       perform sp-post-closure-movement
               end-evaluate
           end-if
           .

      *----------------------------------------------------------------
      * the remaining balance leaves in two legs that name each other:
      * CLSO on the closing account, CLSI on the payout account. The
      * debit leg goes first - it is the one a limit or hold can
      * refuse - so a refusal leaves both accounts untouched. A
      * closing account in overdraft is settled the other way round:
      * the payout account is debited and the closing account
      * credited back to zero.
      *----------------------------------------------------------------
       sp-pay-out-balance.
           exec sql
               select account_balance
                 into :ws-account-balance
                 from dbo.sp_account
                where account_id = :p-account-id
           end-exec
           evaluate true
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               when ws-account-balance = 0
                   continue
               when ws-account-balance > 0
                   move ws-account-balance to p-payout-amount
                   move ws-account-balance to ws-posting-amount
                   move p-account-id to ws-posting-account
                   move "-" to ws-posting-sign
                   move "CLSO" to ws-posting-source
                   move p-payout-account-id to ws-posting-ref
                   perform sp-post-closure-movement
                   if return-value = sp-rc-success
                       move p-payout-account-id to ws-posting-account
                       move "+" to ws-posting-sign
                       move "CLSI" to ws-posting-source
                       move p-account-id to ws-posting-ref
                       perform sp-post-closure-movement
                   end-if
               when other
                   move ws-account-balance to p-payout-amount
                   compute ws-posting-amount = 0 - ws-account-balance
                   move p-payout-account-id to ws-posting-account
                   move "-" to ws-posting-sign
                   move "CLSI" to ws-posting-source
                   move p-account-id to ws-posting-ref
                   perform sp-post-closure-movement
                   if return-value = sp-rc-success
                       move p-account-id to ws-posting-account
                       move "+" to ws-posting-sign
                       move "CLSO" to ws-posting-source
                       move p-payout-account-id to ws-posting-ref
                       perform sp-post-closure-movement
                   end-if
           end-evaluate
           .

       sp-post-closure-movement.
           move spaces to sp-payload-record
           move "BA" to sp-payload-type
           move ws-posting-account to sp-payload-account-id
           move ws-posting-sign to sp-payload-adjust-sign
           move ws-posting-amount to sp-payload-adjust-amt
           move ws-posting-source to sp-payload-adjust-source
           move ws-posting-ref to sp-payload-adjust-ref
           invoke StoredProcedures "ApplyBatchRecord"
               using by reference sp-payload-record
               by reference sp-batch-reject-reason
               by reference ws-no-batch-id
               by reference ws-no-record-key
               by reference ws-system-poster
               returning ws-method-rc
           move ws-method-rc to return-value
           .
       end method.

       method-id CreateBranch static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-capture-rc         pic s9(9) comp-5.
       01  ws-existing-status    pic x(1).
       01  ws-maintained-by      pic x(128).
       01  ws-maintained-ts      pic x(26).
       01  ws-entity-type        pic x(10).
       01  ws-entity-key         pic x(10).
       01  ws-change-action      pic x(1).
       linkage section.
       01  p-branch-code         pic x(6).
       01  p-branch-name         pic x(40).
       01  p-region              pic x(10).
       01  p-cost-centre         pic x(10).
       procedure division using by value p-branch-code
               by value p-branch-name
               by value p-region
               by value p-cost-centre
               returning return-value as binary-long.
      *    a branch enters the master open; every field is required,
      *    since the GL extract posts the branch's movements to its
      *    cost centre and subtotals them by region
           invoke StoredProcedures "ValidateRequest" using by reference p-branch-code
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-branch-name
                   returning ws-validation-rc
           end-if
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-region
                   returning ws-validation-rc
           end-if
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-cost-centre
                   returning ws-validation-rc
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select branch_status
                     into :ws-existing-status
                     from dbo.sp_branch
                    where branch_code = :p-branch-code
               end-exec
               evaluate sqlcode
                   when 0
                       move sp-rc-duplicate-branch to return-value
                   when 100
                       perform sp-insert-branch
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "CreateBranch" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-insert-branch.
           exec sql
               select suser_sname() into :ws-maintained-by
           end-exec
           move function current-date to ws-maintained-ts
           exec sql
               insert into dbo.sp_branch
                   (branch_code, branch_name, region_code,
                    branch_status, gl_cost_centre, maintained_by,
                    maintained_timestamp)
               values
                   (:p-branch-code, :p-branch-name, :p-region, 'O',
                    :p-cost-centre, :ws-maintained-by,
                    :ws-maintained-ts)
           end-exec
           if sqlcode = 0
               move "BRANCH" to ws-entity-type
               move p-branch-code to ws-entity-key
               move "I" to ws-change-action
               invoke StoredProcedures "WriteMasterChange"
                   using by reference ws-entity-type
                   by reference ws-entity-key
                   by reference ws-change-action
                   returning ws-capture-rc
               move ws-capture-rc to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           .
       end method.

       method-id UpdateBranch static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPBRNREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-capture-rc         pic s9(9) comp-5.
       01  ws-maintained-by      pic x(128).
       01  ws-maintained-ts      pic x(26).
       01  ws-entity-type        pic x(10).
       01  ws-entity-key         pic x(10).
       01  ws-change-action      pic x(1).
       linkage section.
       01  p-branch-code         pic x(6).
       01  p-branch-name         pic x(40).
       01  p-region              pic x(10).
       01  p-branch-status       pic x(1).
       01  p-cost-centre         pic x(10).
       procedure division using by value p-branch-code
               by value p-branch-name
               by value p-region
               by value p-branch-status
               by value p-cost-centre
               returning return-value as binary-long.
      *    a full replacement of the branch's details, closing or
      *    reopening it included. Closing a branch stops new accounts
      *    and transfers in and refuses its transmission files; the
      *    accounts already domiciled there keep posting until they
      *    are moved
           invoke StoredProcedures "ValidateRequest" using by reference p-branch-code
                   returning ws-validation-rc
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-branch-name
                   returning ws-validation-rc
           end-if
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-region
                   returning ws-validation-rc
           end-if
           if ws-validation-rc = sp-rc-success
               invoke StoredProcedures "ValidateRequest"
                   using by reference p-cost-centre
                   returning ws-validation-rc
           end-if
           move p-branch-status to sp-branch-status
           if ws-validation-rc = sp-rc-success
                   and not sp-branch-status-known
               move sp-rc-validation-error to ws-validation-rc
           end-if
           if ws-validation-rc not = sp-rc-success
               move ws-validation-rc to return-value
           else
               exec sql
                   select suser_sname() into :ws-maintained-by
               end-exec
               move function current-date to ws-maintained-ts
               exec sql
                   update dbo.sp_branch
                      set branch_name = :p-branch-name,
                          region_code = :p-region,
                          branch_status = :p-branch-status,
                          gl_cost_centre = :p-cost-centre,
                          maintained_by = :ws-maintained-by,
                          maintained_timestamp = :ws-maintained-ts
                    where branch_code = :p-branch-code
               end-exec
               evaluate sqlcode
                   when 0
                       move "BRANCH" to ws-entity-type
                       move p-branch-code to ws-entity-key
                       move "U" to ws-change-action
                       invoke StoredProcedures "WriteMasterChange"
                           using by reference ws-entity-type
                           by reference ws-entity-key
                           by reference ws-change-action
                           returning ws-capture-rc
                       move ws-capture-rc to return-value
                   when 100
                       move sp-rc-branch-invalid to return-value
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "UpdateBranch" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.
       end method.

       method-id MonitorDailyActivity static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPCHGREC.cpy".
       copy "SPRVWREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-config-key         pic x(32).
       01  ws-default-num        pic s9(9) comp-5.
       01  ws-result-num         pic s9(9) comp-5.
       01  ws-large-cents        pic s9(9) comp-5.
       01  ws-freq-count         pic s9(9) comp-5.
       01  ws-struct-pct         pic s9(9) comp-5.
       01  ws-struct-count       pic s9(9) comp-5.
       01  ws-struct-days        pic s9(9) comp-5.
       01  ws-reinstate-days     pic s9(9) comp-5.
       01  ws-large-amount       pic s9(13)v99 comp-3.
       01  ws-near-floor         pic s9(13)v99 comp-3.
       01  ws-date-num           pic 9(8).
       01  ws-date-int           pic s9(9) comp-5.
       01  ws-next-date          pic x(8).
       01  ws-window-start       pic x(8).
       01  ws-reinstate-start    pic x(8).
       01  ws-changed-ts         pic x(26).
       01  ws-raised-ts          pic x(26).
       01  ws-prior-account      pic x(10).
       01  ws-movement-amt       pic s9(13)v99 comp-3.
       01  ws-day-count          pic s9(9) comp-5.
       01  ws-day-total          pic s9(13)v99 comp-3.
       01  ws-day-largest        pic s9(13)v99 comp-3.
       01  ws-day-near           pic s9(9) comp-5.
       01  ws-near-count         pic s9(9) comp-5.
       01  ws-near-total         pic s9(13)v99 comp-3.
       01  ws-reinstate-count    pic s9(9) comp-5.
       01  ws-existing-count     pic s9(9) comp-5.
       linkage section.
       01  p-run-date            pic x(8).
       01  p-case-count          pic s9(9) comp-5.
       procedure division using by value p-run-date
               by reference p-case-count
               returning return-value as binary-long.
      *    nightly watch over the day's branch-originated adjustments:
      *    postings the class raises itself (interest, fees, closure
      *    legs) and reversals are the system's own bookkeeping and
      *    are not judged. The movements are read account by account
      *    across the structuring look-back, which always covers the
      *    run date, and each account's rules are judged at its break
           move 0 to p-case-count
           if p-run-date not numeric
               move sp-rc-validation-error to return-value
           else
               move sp-rc-success to return-value
               perform sp-get-monitor-config
               perform sp-scan-movements
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "MonitorDailyActivity" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-get-monitor-config.
           move "MONITOR-LARGE-CENTS" to ws-config-key
           move 1000000 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to ws-large-cents
           move "MONITOR-FREQ-COUNT" to ws-config-key
           move 10 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to ws-freq-count
           move "MONITOR-STRUCT-PCT" to ws-config-key
           move 10 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to ws-struct-pct
           move "MONITOR-STRUCT-COUNT" to ws-config-key
           move 3 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to ws-struct-count
           move "MONITOR-STRUCT-DAYS" to ws-config-key
           move 3 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to ws-struct-days
           move "MONITOR-REINSTATE-DAYS" to ws-config-key
           move 30 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to ws-reinstate-days
           compute ws-large-amount = ws-large-cents / 100
           compute ws-near-floor =
               ws-large-amount * (100 - ws-struct-pct) / 100
      *    the timestamps are fixed-format strings, so the day
      *    windows compare sargably as half-open ranges on the raw
      *    column
           move p-run-date to ws-date-num
           compute ws-date-int =
               function integer-of-date(ws-date-num)
           compute ws-date-int = ws-date-int + 1
           move function date-of-integer(ws-date-int) to ws-date-num
           move ws-date-num to ws-next-date
           compute ws-date-int = ws-date-int - ws-struct-days
           move function date-of-integer(ws-date-int) to ws-date-num
           move ws-date-num to ws-window-start
           move p-run-date to ws-date-num
           compute ws-date-int =
               function integer-of-date(ws-date-num)
                   - ws-reinstate-days
           move function date-of-integer(ws-date-int) to ws-date-num
           move ws-date-num to ws-reinstate-start
           .

       sp-scan-movements.
           exec sql
               declare monitor-cursor cursor for
                   select change_id, account_id, change_value,
                          changed_timestamp
                     from dbo.sp_account_change_log
                    where change_column = 'BALANCE-ADJ'
                      and changed_timestamp >= :ws-window-start
                      and changed_timestamp < :ws-next-date
                    order by account_id, change_id
           end-exec
           exec sql open monitor-cursor end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               move spaces to ws-prior-account
               perform sp-reset-monitor-account
               set sp-change-more to true
               perform sp-fetch-monitor-movement
                   until not sp-change-more
               exec sql close monitor-cursor end-exec
               if not sp-change-failed
                       and ws-prior-account not = spaces
                   perform sp-judge-monitor-account
               end-if
               if sp-change-failed
                   move sp-rc-database-unavailable to return-value
               end-if
           end-if
           .

       sp-fetch-monitor-movement.
           exec sql
               fetch monitor-cursor
                into :sp-change-id, :sp-change-account-id,
                     :sp-change-value, :ws-changed-ts
           end-exec
           evaluate true
               when sqlcode = 0
                   if ws-prior-account not = spaces
                           and sp-change-account-id
                               not = ws-prior-account
                       perform sp-judge-monitor-account
                       perform sp-reset-monitor-account
                   end-if
                   move sp-change-account-id to ws-prior-account
                   if sp-change-amount-source = spaces
                       perform sp-weigh-movement
                   end-if
               when sqlcode = 100
                   set sp-change-done to true
               when other
                   set sp-change-failed to true
           end-evaluate
           .

       sp-reset-monitor-account.
           move 0 to ws-day-count
           move 0 to ws-day-total
           move 0 to ws-day-largest
           move 0 to ws-day-near
           move 0 to ws-near-count
           move 0 to ws-near-total
           .

      *    amounts are judged by size whichever way they move: a
      *    large debit is as reportable as a large credit
       sp-weigh-movement.
           move sp-change-amount-amt to ws-movement-amt
           if ws-movement-amt >= ws-near-floor
                   and ws-movement-amt < ws-large-amount
               add 1 to ws-near-count
               add ws-movement-amt to ws-near-total
               if ws-changed-ts(1:8) = p-run-date
                   add 1 to ws-day-near
               end-if
           end-if
           if ws-changed-ts(1:8) = p-run-date
               add 1 to ws-day-count
               add ws-movement-amt to ws-day-total
               if ws-movement-amt > ws-day-largest
                   move ws-movement-amt to ws-day-largest
               end-if
               if ws-movement-amt >= ws-large-amount
                   set sp-rule-large to true
                   move sp-change-id to sp-review-change-id
                   move ws-movement-amt to sp-review-trigger-amt
                   move ws-movement-amt to sp-review-total-amt
                   move 1 to sp-review-movements
                   perform sp-raise-review-case
               end-if
           end-if
           .

      *    the day-level rules only look at an account that moved
      *    today; the look-back days feed the structuring count alone
       sp-judge-monitor-account.
           if ws-day-count > 0
               move 0 to sp-review-change-id
               if ws-day-count >= ws-freq-count
                   set sp-rule-frequency to true
                   move ws-day-largest to sp-review-trigger-amt
                   move ws-day-total to sp-review-total-amt
                   move ws-day-count to sp-review-movements
                   perform sp-raise-review-case
               end-if
               if ws-day-near > 0
                       and ws-near-count >= ws-struct-count
                   set sp-rule-structuring to true
                   move ws-day-largest to sp-review-trigger-amt
                   move ws-near-total to sp-review-total-amt
                   move ws-near-count to sp-review-movements
                   perform sp-raise-review-case
               end-if
               perform sp-check-reinstated
           end-if
           .

       sp-check-reinstated.
           move 0 to ws-reinstate-count
           exec sql
               select count(*) into :ws-reinstate-count
                 from dbo.sp_account_history
                where account_id = :ws-prior-account
                  and old_status = 'SUSPENDED'
                  and new_status = 'ACTIVE'
                  and effective_timestamp >= :ws-reinstate-start
                  and effective_timestamp < :ws-next-date
           end-exec
           if sqlcode not = 0
               set sp-change-failed to true
           else
               if ws-reinstate-count > 0
                   set sp-rule-reinstated to true
                   move 0 to sp-review-change-id
                   move ws-day-largest to sp-review-trigger-amt
                   move ws-day-total to sp-review-total-amt
                   move ws-day-count to sp-review-movements
                   perform sp-raise-review-case
               end-if
           end-if
           .

       sp-raise-review-case.
           move ws-prior-account to sp-review-account-id
           move p-run-date to sp-review-case-date
           exec sql
               select count(*) into :ws-existing-count
                 from dbo.sp_review_case
                where account_id = :sp-review-account-id
                  and rule_code = :sp-review-rule
                  and case_date = :sp-review-case-date
                  and change_id = :sp-review-change-id
           end-exec
           if sqlcode not = 0
               set sp-change-failed to true
           else
               if ws-existing-count = 0
                   move function current-date to ws-raised-ts
                   exec sql
                       insert into dbo.sp_review_case
                           (account_id, rule_code, case_date,
                            change_id, trigger_amount, total_amount,
                            movement_count, case_status,
                            raised_timestamp)
                       values
                           (:sp-review-account-id, :sp-review-rule,
                            :sp-review-case-date,
                            :sp-review-change-id,
                            :sp-review-trigger-amt,
                            :sp-review-total-amt,
                            :sp-review-movements, 'OPEN',
                            :ws-raised-ts)
                   end-exec
                   if sqlcode = 0
                       add 1 to p-case-count
                   else
                       set sp-change-failed to true
                   end-if
               end-if
           end-if
           .
       end method.

       method-id WorkReviewCase static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPRVWREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-current-status     pic x(10).
       01  ws-worked-ts          pic x(26).
       linkage section.
       01  p-case-id             pic s9(9) comp-5.
       01  p-new-status          pic x(10).
       01  p-work-note           pic x(80).
       procedure division using by value p-case-id
               by value p-new-status
               by value p-work-note
               returning return-value as binary-long.
      *    an OPEN case is cleared or escalated; an ESCALATED case
      *    can only be cleared; a CLEARED case is finished. The
      *    update is guarded on the status just read, so two
      *    reviewers working the same case cannot both win
           move p-new-status to sp-review-status
           if not sp-review-worked
               move sp-rc-validation-error to return-value
           else
               exec sql
                   select case_status into :ws-current-status
                     from dbo.sp_review_case
                    where case_id = :p-case-id
               end-exec
               evaluate true
                   when sqlcode = 100
                       move sp-rc-not-found to return-value
                   when sqlcode not = 0
                       move sp-rc-database-unavailable to return-value
                   when ws-current-status = "OPEN"
                       perform sp-record-case-work
                   when ws-current-status = "ESCALATED"
                           and sp-review-cleared
                       perform sp-record-case-work
                   when other
                       move sp-rc-illegal-transition to return-value
               end-evaluate
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "WorkReviewCase" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-record-case-work.
           exec sql
               select suser_sname() into :sp-review-worked-by
           end-exec
           move function current-date to ws-worked-ts
           move p-work-note to sp-review-note
           exec sql
               update dbo.sp_review_case
                  set case_status = :sp-review-status,
                      worked_by = :sp-review-worked-by,
                      worked_timestamp = :ws-worked-ts,
                      work_note = :sp-review-note
                where case_id = :p-case-id
                  and case_status = :ws-current-status
           end-exec
           evaluate sqlcode
               when 0
                   move sp-rc-success to return-value
               when 100
                   move sp-rc-illegal-transition to return-value
               when other
                   move sp-rc-database-unavailable to return-value
           end-evaluate
           .
       end method.

       method-id ApprovePendingAction static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPAPRREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-method-rc          pic s9(9) comp-5.
       01  ws-apply-rc           pic s9(9) comp-5.
       01  ws-decider            pic x(128).
       01  ws-now-stamp          pic x(21).
       01  ws-decided-ts         pic x(26).
       01  ws-today              pic x(8).
       01  ws-dup-count          pic s9(9) comp-5.
       01  ws-change-action      pic x(1).
       01  ws-change-column      pic x(20).
       01  ws-payout-account-id  pic x(10).
       01  ws-final-interest     pic s9(13)v99 comp-3.
       01  ws-closing-fee        pic s9(13)v99 comp-3.
       01  ws-payout-amount      pic s9(13)v99 comp-3.
       01  ws-config-key         pic x(32).
       01  ws-approval-num       pic 9(9).
       linkage section.
       01  p-approval-id         pic s9(9) comp-5.
       procedure division using by value p-approval-id
               returning return-value as binary-long.
      *    the checker's half of maker-checker: a PENDING item asked
      *    for by somebody else, and still inside its window, is
      *    marked APPROVED and the change it holds is carried out
      *    under the approver's name. The item is claimed before the
      *    change is made, guarded on its PENDING status, so two
      *    approvers cannot both apply it; a change that then fails
      *    to apply hands the item back to PENDING and answers why,
      *    so it can be approved again once the cause is put right.
      *    A closure whose balance has moved since it was asked for
      *    is referred afresh at the new figure by CloseAccount; the
      *    item approved here is then overtaken and retired EXPIRED.
           move spaces to ws-decider
           invoke StoredProcedures "ReadPendingApproval"
               using by reference p-approval-id
               by reference sp-approval-row
               by reference ws-decider
               returning ws-method-rc
           move ws-method-rc to return-value
           if return-value = sp-rc-success
               perform sp-claim-approval
           end-if
           if return-value = sp-rc-success
               perform sp-apply-approval
               evaluate ws-apply-rc
                   when sp-rc-success
                       perform sp-mark-applied
                   when sp-rc-approval-pending
                       perform sp-retire-claim
                       move ws-apply-rc to return-value
                   when other
                       perform sp-release-claim
                       move ws-apply-rc to return-value
               end-evaluate
           end-if
      *    the audit row names both users: the caller deciding, as
      *    on every row, and the requester in the detail
           if ws-decider not = spaces
               move p-approval-id to ws-approval-num
               string "approval " ws-approval-num " "
                   function trim(sp-approval-action) " requested by "
                   function trim(sp-approval-requested-by)
                   " decided by " function trim(ws-decider)
                   delimited by size into sp-audit-detail
               end-string
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "ApprovePendingAction" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-claim-approval.
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           move ws-now-stamp to ws-decided-ts
           exec sql
               update dbo.sp_pending_approval
                  set approval_status = 'APPROVED',
                      decided_by = :ws-decider,
                      decided_timestamp = :ws-decided-ts
                where approval_id = :p-approval-id
                  and approval_status = 'PENDING'
           end-exec
           evaluate sqlcode
               when 0
                   move sp-rc-success to return-value
               when 100
                   move sp-rc-illegal-transition to return-value
               when other
                   move sp-rc-database-unavailable to return-value
           end-evaluate
           .

       sp-mark-applied.
      *    a closure stamps its own item as it closes; the guard
      *    leaves that stamp standing
           move function current-date to ws-decided-ts
           exec sql
               update dbo.sp_pending_approval
                  set applied_timestamp = :ws-decided-ts
                where approval_id = :p-approval-id
                  and applied_timestamp = ' '
           end-exec
           if sqlcode not = 0 and sqlcode not = 100
               move sp-rc-database-unavailable to return-value
           end-if
           .

       sp-retire-claim.
           exec sql
               update dbo.sp_pending_approval
                  set approval_status = 'EXPIRED'
                where approval_id = :p-approval-id
                  and approval_status = 'APPROVED'
           end-exec
           .

       sp-release-claim.
           exec sql
               update dbo.sp_pending_approval
                  set approval_status = 'PENDING',
                      decided_by = ' ',
                      decided_timestamp = ' '
                where approval_id = :p-approval-id
                  and approval_status = 'APPROVED'
           end-exec
           .

       sp-apply-approval.
           evaluate true
               when sp-approval-credit-limit
                   perform sp-apply-credit-limit
               when sp-approval-overdraft
                   perform sp-apply-overdraft
               when sp-approval-closure
      *            CloseAccount finds this item APPROVED for today and
      *            settles and closes without referring it again
                   move sp-approval-target(1:10)
                       to ws-payout-account-id
                   invoke StoredProcedures "CloseAccount"
                       using by value sp-approval-account-id
                       by value ws-payout-account-id
                       by value sp-approval-effective
                       by reference ws-final-interest
                       by reference ws-closing-fee
                       by reference ws-payout-amount
                       returning ws-apply-rc
               when sp-approval-config
                   move sp-approval-target to ws-config-key
                   invoke StoredProcedures "WriteConfigRow"
                       using by reference ws-config-key
                       by reference sp-approval-scope
                       by reference sp-approval-value
                       by reference sp-approval-effective
                       returning ws-apply-rc
               when other
                   move sp-rc-validation-error to ws-apply-rc
           end-evaluate
           .

      *    the raise lands exactly as the AU record would have landed
      *    it, change log and all, so the peer gets it too
       sp-apply-credit-limit.
           exec sql
               update dbo.sp_account
                  set credit_limit = :sp-approval-value
                where account_id = :sp-approval-account-id
           end-exec
           evaluate sqlcode
               when 0
                   move "U" to ws-change-action
                   move "CREDIT-LIMIT" to ws-change-column
                   invoke StoredProcedures "WriteChangeLog"
                       using by reference sp-approval-account-id
                       by reference ws-change-action
                       by reference ws-change-column
                       by reference sp-approval-value
                       returning ws-apply-rc
               when 100
                   move sp-rc-not-found to ws-apply-rc
               when other
                   move sp-rc-database-unavailable to ws-apply-rc
           end-evaluate
           .

      *    the override is good for the day it is approved on, and
      *    names the approver as the supervisor who granted it
       sp-apply-overdraft.
           move 0 to ws-dup-count
           exec sql
               select count(*) into :ws-dup-count
                 from dbo.sp_overdraft_override
                where account_id = :sp-approval-account-id
                  and override_date = :ws-today
           end-exec
           evaluate true
               when sqlcode not = 0
                   move sp-rc-database-unavailable to ws-apply-rc
               when ws-dup-count > 0
                   move sp-rc-success to ws-apply-rc
               when other
                   exec sql
                       insert into dbo.sp_overdraft_override
                           (account_id, override_date,
                            approved_by, approved_timestamp)
                       values
                           (:sp-approval-account-id, :ws-today,
                            :ws-decider, :ws-decided-ts)
                   end-exec
                   if sqlcode = 0
                       move sp-rc-success to ws-apply-rc
                   else
                       move sp-rc-database-unavailable to ws-apply-rc
                   end-if
           end-evaluate
           .
       end method.

       method-id DeclinePendingAction static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPAPRREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-method-rc          pic s9(9) comp-5.
       01  ws-decider            pic x(128).
       01  ws-decided-ts         pic x(26).
       01  ws-approval-num       pic 9(9).
       linkage section.
       01  p-approval-id         pic s9(9) comp-5.
       procedure division using by value p-approval-id
               returning return-value as binary-long.
      *    turns a PENDING item down; nothing it held is applied. The
      *    same rules as approval decide who may: somebody other than
      *    the requester, while the item is still inside its window
           move spaces to ws-decider
           invoke StoredProcedures "ReadPendingApproval"
               using by reference p-approval-id
               by reference sp-approval-row
               by reference ws-decider
               returning ws-method-rc
           move ws-method-rc to return-value
           if return-value = sp-rc-success
               move function current-date to ws-decided-ts
               exec sql
                   update dbo.sp_pending_approval
                      set approval_status = 'DECLINED',
                          decided_by = :ws-decider,
                          decided_timestamp = :ws-decided-ts
                    where approval_id = :p-approval-id
                      and approval_status = 'PENDING'
               end-exec
               evaluate sqlcode
                   when 0
                       move sp-rc-success to return-value
                   when 100
                       move sp-rc-illegal-transition to return-value
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           end-if
      *    the audit row names both users: the caller deciding, as
      *    on every row, and the requester in the detail
           if ws-decider not = spaces
               move p-approval-id to ws-approval-num
               string "approval " ws-approval-num " "
                   function trim(sp-approval-action) " requested by "
                   function trim(sp-approval-requested-by)
                   " decided by " function trim(ws-decider)
                   delimited by size into sp-audit-detail
               end-string
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "DeclinePendingAction" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.
       end method.

       method-id ExpirePendingApprovals static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       exec sql include sqlca end-exec.
       01  ws-now-stamp          pic x(21).
       01  ws-now-cut            pic x(14).
       01  ws-decided-ts         pic x(26).
       linkage section.
       01  p-expired-count       pic s9(9) comp-5.
       procedure division using by reference p-expired-count
               returning return-value as binary-long.
      *    nightly sweep: an item nobody approved or declined inside
      *    its window is retired EXPIRED, and what it held is never
      *    applied. An approve or decline arriving late expires the
      *    item itself, so this step keeps the queue honest rather
      *    than enforcing the window
           move 0 to p-expired-count
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:14) to ws-now-cut
           move ws-now-stamp to ws-decided-ts
           exec sql
               select count(*) into :p-expired-count
                 from dbo.sp_pending_approval
                where approval_status = 'PENDING'
                  and expiry_timestamp < :ws-now-cut
           end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               exec sql
                   update dbo.sp_pending_approval
                      set approval_status = 'EXPIRED',
                          decided_timestamp = :ws-decided-ts
                    where approval_status = 'PENDING'
                      and expiry_timestamp < :ws-now-cut
               end-exec
               if sqlcode = 0 or sqlcode = 100
                   move sp-rc-success to return-value
               else
                   move sp-rc-database-unavailable to return-value
               end-if
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "ExpirePendingApprovals" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.
       end method.

       method-id GetEnvironmentInfo static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       linkage section.
       01  p-env-name            pic x(20).
       01  p-build-source        pic x(32).
       01  p-env-version         pic x(10).
       procedure division using by reference p-env-name
               by reference p-build-source
               by reference p-env-version
               returning return-value as binary-long.
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move sp-env-name to p-env-name
           move sp-env-build-source to p-build-source
           move sp-env-version to p-env-version
           move sp-rc-success to return-value
           move "GetEnvironmentInfo" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.
       end method.

       method-id HealthCheck static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPRTRY.cpy".
       exec sql include sqlca end-exec.
       01  ws-probe              pic s9(9) comp-5.
       procedure division returning return-value as binary-long.
           invoke StoredProcedures "GetRetrySettings"
               using by reference sp-retry-work
           set sp-retry-again to true
           perform sp-run-probe until sp-retry-done
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "HealthCheck" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-run-probe.
           exec sql
               select 1 into :ws-probe
           end-exec
           move sqlcode to sp-retry-sqlcode
           evaluate true
               when sp-retry-sqlcode = 0
                   move sp-rc-success to return-value
                   set sp-retry-done to true
               when sp-retry-transient
                       and sp-retry-attempt < sp-retry-max
                   add 1 to sp-retry-attempt
                   invoke StoredProcedures "RetryPause"
                       using by reference sp-retry-work
               when other
                   if sp-retry-transient
                       move sp-rc-retry-exhausted to return-value
                   else
                       move sp-rc-health-check-failed
                           to return-value
                   end-if
                   set sp-retry-done to true
           end-evaluate
           .
       end method.

       method-id ProcessBatch static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPAUDREC.cpy".
       copy "SPBATREC.cpy".
       copy "SPPAYREC.cpy".
       copy "SPENVCF.cpy".
       exec sql include sqlca end-exec.
       01  ws-validation-rc      pic s9(9) comp-5.
       01  ws-batch-max          pic s9(9) comp-5.
       01  ws-now-stamp          pic x(21).
       01  ws-today              pic x(8).
       01  ws-system-poster      pic x(1) value "N".
       linkage section.
       01  p-batch-id            pic x(20).
       01  p-batch-count         pic s9(9) comp-5.
           end-if
           invoke StoredProcedures "ValidateRequest" using by reference p-batch-id
                   returning ws-validation-rc
      *    ACCR- batch ids belong to AccrueInterestAndFees, whose
      *    rejects ReprocessRejects re-drives as system postings, so
      *    no caller-supplied batch may wear one
           if ws-validation-rc not = sp-rc-success
                   or p-batch-count < 1
                   or p-batch-count > ws-batch-max
                   or p-batch-id(1:5) = "ACCR-"
               move sp-rc-validation-error to return-value
           else
               move spaces to sp-batch-resume-key
      *            pre-value-date record form and posts the moment it
      *            is seen, exactly as it always has - but garbage in
      *            those eight bytes must not post a record that was
      *            meant to wait, so it goes to the reject queue. A
      *            BA carrying a posting source is refused here too,
      *            before it could wait in the queue as one
                   move p-batch-payload(sp-batch-idx)
                       to sp-payload-record
                   evaluate true
                       when sp-payload-balance-adjust
                               and (sp-payload-adjust-source
                                       not = spaces
                                   or sp-payload-adjust-ref
                                       not = spaces)
                           move "VALD" to sp-batch-reject-reason
                           perform sp-reject-current-record
                       when sp-payload-value-date = spaces
                           perform sp-apply-current-record
                       when sp-payload-value-date not numeric
               using by reference
                   p-batch-payload(sp-batch-idx)
               by reference sp-batch-reject-reason
               by reference p-batch-id
               by reference p-batch-key(sp-batch-idx)
               by reference ws-system-poster
               returning ws-record-rc
      *    a record referred for a second user's approval is disposed
      *    into the approval queue, which owns it from here
           if ws-record-rc = sp-rc-success
                   or ws-record-rc = sp-rc-approval-pending
               add 1 to p-processed-count
               perform sp-advance-checkpoint
           else
       01  ws-reject-key         pic x(20).
       01  ws-reject-payload     pic x(200).
       01  ws-reprocess-ts       pic x(26).
       01  ws-system-poster      pic x(1).
       01  ws-reject-state       pic x(1).
           88  ws-reject-more        value "Y".
           88  ws-reject-done        value "N".
           else
      *        re-drive every reject still pending for this batch,
      *        oldest first; a reject that now applies is flagged so
      *        a re-run never double-applies it. Only the accrual
      *        run's own rejects may carry a posting source back in
               if p-batch-id(1:5) = "ACCR-"
                   move "Y" to ws-system-poster
               else
                   move "N" to ws-system-poster
               end-if
               exec sql
                   declare reject-cursor cursor for
                       select reject_id, record_key, payload
           invoke StoredProcedures "ApplyBatchRecord"
               using by reference ws-reject-payload
               by reference sp-batch-reject-reason
               by reference p-batch-id
               by reference ws-reject-key
               by reference ws-system-poster
               returning ws-record-rc
      *    a reject now referred for approval has left this queue for
      *    the approval queue, so it is flagged like one that applied
           if ws-record-rc = sp-rc-success
                   or ws-record-rc = sp-rc-approval-pending
               move function current-date to ws-reprocess-ts
               exec sql
                   update dbo.sp_batch_reject
       01  ws-pending-key        pic x(20).
       01  ws-pending-payload    pic x(200).
       01  ws-released-ts        pic x(26).
       01  ws-system-poster      pic x(1) value "N".
       01  ws-pending-state      pic x(1).
           88  ws-pending-more       value "Y".
           88  ws-pending-done       value "N".
           invoke StoredProcedures "ApplyBatchRecord"
               using by reference ws-pending-payload
               by reference sp-batch-reject-reason
               by reference ws-pending-batch-id
               by reference ws-pending-key
               by reference ws-system-poster
               returning ws-record-rc
      *    a due record referred for approval is released into the
      *    approval queue, which owns it from here
           if ws-record-rc = sp-rc-success
                   or ws-record-rc = sp-rc-approval-pending
               move function current-date to ws-released-ts
               exec sql
                   update dbo.sp_pending_transaction
       01  ws-account-balance    pic s9(13)v99 comp-3.
       01  ws-posting-amount     pic s9(13)v99 comp-3.
       01  ws-posting-sign       pic x(1).
       01  ws-posting-source     pic x(4).
       01  ws-resume-id          pic x(10).
       01  ws-resume-partial     pic x(1).
           88  ws-resume-mid-account value "Y".
           05  ws-posting-kind   pic x(4).
           05  ws-posting-acct   pic x(10).
           05  filler            pic x(6) value spaces.
       01  ws-system-poster      pic x(1) value "Y".
       linkage section.
       01  p-cycle-date          pic x(8).
       01  p-posted-count        pic s9(9) comp-5.
                       / 120000
               if ws-posting-amount > 0
                   move "INT-" to ws-posting-kind
                   move "INT " to ws-posting-source
                   move "+" to ws-posting-sign
                   perform sp-post-one-accrual
               end-if
           if not ws-accrual-failed
               compute ws-posting-amount = ws-fee-cents / 100
               move "FEE-" to ws-posting-kind
               move "FEE " to ws-posting-source
               move "-" to ws-posting-sign
               perform sp-post-one-accrual
           end-if
      *----------------------------------------------------------------
      * each posting travels as an ordinary BA payload through
      * ApplyBatchRecord, so it lands in the change log and
      * replicates to the peer exactly like a keyed adjustment would;
      * the posting source tags it INT or FEE in the change log so
      * the customer statement can show it on its own line
      *----------------------------------------------------------------
       sp-post-one-accrual.
           move spaces to sp-payload-record
           move ws-account-id to sp-payload-account-id
           move ws-posting-sign to sp-payload-adjust-sign
           move ws-posting-amount to sp-payload-adjust-amt
           move ws-posting-source to sp-payload-adjust-source
           move ws-account-id to ws-posting-acct
           invoke StoredProcedures "ApplyBatchRecord"
               using by reference sp-payload-record
               by reference sp-batch-reject-reason
               by reference ws-accrual-batch-id
               by reference ws-posting-key
               by reference ws-system-poster
               returning ws-record-rc
           if ws-record-rc = sp-rc-success
               add 1 to p-posted-count
       copy "SPAUDREC.cpy".
       copy "SPENVCF.cpy".
       copy "SPCHGREC.cpy".
       copy "SPCUSREC.cpy".
       copy "SPBRNREC.cpy".
       copy "SPRTRY.cpy".
       exec sql include sqlca end-exec.
       01  ws-peer-status        pic x(10).
       01  ws-peer-amount        pic s9(13)v99 comp-3.
       01  ws-applied-ts         pic x(26).
       01  ws-master-pending     pic s9(9) comp-5.
       linkage section.
       01  p-applied-count       pic s9(9) comp-5.
       01  p-pending-count       pic s9(9) comp-5.
      *    same reciprocal setup ReconcileEnvironments rides on); a
      *    change is flagged applied only after the peer took it, so
      *    a re-run picks up exactly where a failed push stopped and
      *    never double-applies. Master-file changes go first: an
      *    account's holder links and branch name customers and
      *    branches the peer must already have
           invoke StoredProcedures "GetRetrySettings"
               using by reference sp-retry-work
           perform sp-push-master-changes
           if sp-master-failed
               if return-value not = sp-rc-retry-exhausted
                   move sp-rc-database-unavailable to return-value
               end-if
           else
               perform sp-push-account-changes
           end-if
           move 0 to ws-master-pending
           exec sql
               select count(*) into :ws-master-pending
                 from dbo.sp_master_change_log
                where applied_flag = 'N'
           end-exec
           if sqlcode = 0
               exec sql
                   select count(*) into :p-pending-count
                     from dbo.sp_account_change_log
                    where applied_flag = 'N'
               end-exec
           end-if
           if sqlcode not = 0
      *        never tell the cutover operator "fully caught up" off
      *        a count that was never measured
               if return-value = sp-rc-success
                   move sp-rc-database-unavailable to return-value
               end-if
           else
               add ws-master-pending to p-pending-count
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "SyncAccountChanges" to sp-audit-method
           move sp-env-name to sp-audit-environment
           move return-value to sp-audit-return-value
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-push-account-changes.
           exec sql
               declare change-cursor cursor for
                   select change_id, account_id, change_action,
                          change_column, change_value
                     from dbo.sp_account_change_log
                    where applied_flag = 'N'
                    order by change_id
           end-exec
           exec sql open change-cursor end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               set sp-change-more to true
               perform sp-push-change until not sp-change-more
               exec sql close change-cursor end-exec
               if sp-change-failed
                   if return-value not = sp-rc-retry-exhausted
                       move sp-rc-database-unavailable
                           to return-value
                   end-if
               else
                   move sp-rc-success to return-value
               end-if
           end-if
           .

       sp-push-change.
           exec sql

       sp-apply-peer-change.
           evaluate true
      *        a holder link is captured as an insert or delete of
      *        its own row, so it is told apart by column before the
      *        account insert is
               when sp-change-col-holder and sp-change-delete
                   exec sql
                       delete openquery(PEER_SERVER,
           'select account_id, customer_id from dbo.sp_account_holder')
                        where account_id = :sp-change-account-id
                          and customer_id = :sp-change-holder-customer
                   end-exec
                   perform sp-mark-change
               when sp-change-col-holder
                   move function current-date to ws-applied-ts
                   exec sql
                       insert into openquery(PEER_SERVER,
           'select account_id, customer_id, holder_role, linked_timestamp from dbo.sp_account_holder')
                       values
                           (:sp-change-account-id,
                            :sp-change-holder-customer,
                            :sp-change-holder-role, :ws-applied-ts)
                   end-exec
                   perform sp-mark-change
               when sp-change-insert
                   move sp-change-value(1:10) to ws-peer-status
                   exec sql
                   set sp-retry-done to true
           end-evaluate
           .

      *----------------------------------------------------------------
      * master-file changes replay the row as it stands now rather
      * than as it stood at capture, so a customer changed three
      * times since the last sync arrives once, current
      *----------------------------------------------------------------
       sp-push-master-changes.
           exec sql
               declare master-cursor cursor for
                   select change_id, entity_type, entity_key,
                          change_action
                     from dbo.sp_master_change_log
                    where applied_flag = 'N'
                    order by change_id
           end-exec
           exec sql open master-cursor end-exec
           if sqlcode not = 0
               set sp-master-failed to true
           else
               set sp-master-more to true
               perform sp-push-master until not sp-master-more
               exec sql close master-cursor end-exec
           end-if
           .

       sp-push-master.
           exec sql
               fetch master-cursor
                into :sp-master-change-id, :sp-master-entity-type,
                     :sp-master-entity-key, :sp-master-action
           end-exec
           evaluate true
               when sqlcode = 0
                   move 0 to sp-retry-attempt
                   set sp-retry-again to true
                   perform sp-apply-peer-master
                       until sp-retry-done
               when sqlcode = 100
                   set sp-master-done to true
               when other
                   set sp-master-failed to true
           end-evaluate
           .

       sp-apply-peer-master.
           evaluate true
               when sp-master-customer
                   perform sp-apply-peer-customer
               when sp-master-branch
                   perform sp-apply-peer-branch
               when other
                   perform sp-flag-master-unreplayable
           end-evaluate
           .

       sp-apply-peer-customer.
           exec sql
               select customer_id, customer_name, address_line_1,
                      address_line_2, city, postcode, tax_id
                 into :sp-customer-id, :sp-customer-name,
                      :sp-customer-address-1, :sp-customer-address-2,
                      :sp-customer-city, :sp-customer-postcode,
                      :sp-customer-tax-id
                 from dbo.sp_customer
                where customer_id = :sp-master-entity-key
           end-exec
           evaluate true
               when sqlcode = 100
                   perform sp-flag-master-unreplayable
               when sqlcode not = 0
                   perform sp-mark-master
               when sp-master-insert
                   exec sql
                       insert into openquery(PEER_SERVER,
           'select customer_id, customer_name, address_line_1, address_line_2, city, postcode, tax_id from dbo.sp_customer')
                       values
                           (:sp-customer-id, :sp-customer-name,
                            :sp-customer-address-1,
                            :sp-customer-address-2,
                            :sp-customer-city, :sp-customer-postcode,
                            :sp-customer-tax-id)
                   end-exec
                   perform sp-mark-master
               when other
                   exec sql
                       update openquery(PEER_SERVER,
           'select customer_id, customer_name, address_line_1, address_line_2, city, postcode, tax_id from dbo.sp_customer')
                          set customer_name = :sp-customer-name,
                              address_line_1 = :sp-customer-address-1,
                              address_line_2 = :sp-customer-address-2,
                              city = :sp-customer-city,
                              postcode = :sp-customer-postcode,
                              tax_id = :sp-customer-tax-id
                        where customer_id = :sp-customer-id
                   end-exec
                   perform sp-mark-master
           end-evaluate
           .

       sp-apply-peer-branch.
           exec sql
               select branch_code, branch_name, region_code,
                      branch_status, gl_cost_centre
                 into :sp-branch-code, :sp-branch-name,
                      :sp-branch-region, :sp-branch-status,
                      :sp-branch-cost-centre
                 from dbo.sp_branch
                where branch_code = :sp-master-entity-key
           end-exec
           evaluate true
               when sqlcode = 100
                   perform sp-flag-master-unreplayable
               when sqlcode not = 0
                   perform sp-mark-master
               when sp-master-insert
                   exec sql
                       insert into openquery(PEER_SERVER,
           'select branch_code, branch_name, region_code, branch_status, gl_cost_centre from dbo.sp_branch')
                       values
                           (:sp-branch-code, :sp-branch-name,
                            :sp-branch-region, :sp-branch-status,
                            :sp-branch-cost-centre)
                   end-exec
                   perform sp-mark-master
               when other
                   exec sql
                       update openquery(PEER_SERVER,
           'select branch_code, branch_name, region_code, branch_status, gl_cost_centre from dbo.sp_branch')
                          set branch_name = :sp-branch-name,
                              region_code = :sp-branch-region,
                              branch_status = :sp-branch-status,
                              gl_cost_centre = :sp-branch-cost-centre
                        where branch_code = :sp-branch-code
                   end-exec
                   perform sp-mark-master
           end-evaluate
           .

       sp-flag-master-unreplayable.
      *    nothing can replay this row; flag it out of the pending
      *    queue so it cannot wedge the sync forever
           move function current-date to ws-applied-ts
           exec sql
               update dbo.sp_master_change_log
                  set applied_flag = 'E',
                      applied_timestamp = :ws-applied-ts
                where change_id = :sp-master-change-id
           end-exec
           set sp-retry-done to true
           .

       sp-mark-master.
           move sqlcode to sp-retry-sqlcode
           evaluate true
               when sp-retry-sqlcode = 0
                   move function current-date to ws-applied-ts
                   exec sql
                       update dbo.sp_master_change_log
                          set applied_flag = 'Y',
                              applied_timestamp = :ws-applied-ts
                        where change_id = :sp-master-change-id
                   end-exec
                   if sqlcode = 0
                       add 1 to p-applied-count
                   else
                       set sp-master-failed to true
                   end-if
                   set sp-retry-done to true
               when sp-retry-transient
                       and sp-retry-attempt < sp-retry-max
                   add 1 to sp-retry-attempt
                   invoke StoredProcedures "RetryPause"
                       using by reference sp-retry-work
               when other
      *            stop with the row still pending: account changes
      *            behind it may name this customer or branch
                   if sp-retry-transient
                       move sp-rc-retry-exhausted to return-value
                   else
                       move sp-rc-database-unavailable
                           to return-value
                   end-if
                   set sp-master-failed to true
                   set sp-retry-done to true
           end-evaluate
           .
       end method.

       method-id ApproveOverdraftOverride static attribute Microsoft.SqlServer.Server.SqlProcedureAttribute.
       01  ws-probe-status       pic x(10).
       01  ws-now-stamp          pic x(21).
       01  ws-today              pic x(8).
       01  ws-method-rc          pic s9(9) comp-5.
       01  ws-dup-count          pic s9(9) comp-5.
       copy "SPAPRREC.cpy".
       linkage section.
       01  p-account-id          pic x(10).
       procedure division using by value p-account-id
               returning return-value as binary-long.
      *    a supervisor-approved exception to the credit-limit guard,
      *    good for the calendar day it is approved on only - the
      *    next day's postings are back under the limit. An override
      *    lifts the limit without any ceiling, so it is always asked
      *    for here and granted by a second user through
      *    ApprovePendingAction; this call answers approval-pending.
      *    Asking again once the day's override stands answers
      *    success and leaves the one row standing.
           invoke StoredProcedures "ValidateRequest" using by reference p-account-id
                   returning ws-validation-rc
           if ws-validation-rc not = sp-rc-success
               end-exec
               evaluate sqlcode
                   when 0
                       perform sp-refer-override
                   when 100
                       move sp-rc-not-found to return-value
                   when other
           invoke StoredProcedures "WriteAuditRow" using by reference sp-audit-row
           goback.

       sp-refer-override.
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           move 0 to ws-dup-count
               when ws-dup-count > 0
                   move sp-rc-success to return-value
               when other
                   move spaces to sp-approval-row
                   move 0 to sp-approval-id
                   set sp-approval-overdraft to true
                   move p-account-id to sp-approval-account-id
                   move ws-today to sp-approval-effective
                   invoke StoredProcedures "RequestApproval"
                       using by reference sp-approval-row
                       returning ws-method-rc
                   if ws-method-rc = sp-rc-success
                       move sp-rc-approval-pending to return-value
                   else
                       move ws-method-rc to return-value
                   end-if
           end-evaluate
           .
       01  ws-cut-hh             pic 9(2).
       01  ws-cut-mm             pic 9(2).
       01  ws-cut-ss             pic 9(2).
       01  ws-method-rc          pic s9(9) comp-5.
       01  ws-limit-key          pic x(32).
       01  ws-limit-default      pic s9(9) comp-5.
       01  ws-change-limit       pic s9(9) comp-5.
       01  ws-current-default    pic s9(9) comp-5.
       01  ws-current-num        pic s9(9) comp-5.
       01  ws-change-num         pic s9(9) comp-5.
       01  ws-no-default         pic x(40) value spaces.
       copy "SPAPRREC.cpy".
       linkage section.
       01  p-config-key          pic x(32).
       01  p-config-scope        pic x(20).
           move p-config-key to sp-config-key
           perform sp-validate-config
           if return-value = sp-rc-success
               perform sp-check-config-approval
           end-if
           if return-value = sp-rc-success
               invoke StoredProcedures "WriteConfigRow"
                   using by reference p-config-key
                   by reference p-config-scope
                   by reference p-config-value
                   by reference p-effective-date
                   returning ws-method-rc
               move ws-method-rc to return-value
           end-if
           invoke StoredProcedures "ResolveEnvironment" using by reference sp-environment-info
           move "SetConfig" to sp-audit-method
           end-evaluate
           .

      *----------------------------------------------------------------
      * maker-checker: the interest rate and the fees are the tunables
      * that move customers' money, so a change to one of them bigger
      * than its DUAL-AUTH-* limit - judged against the value in force
      * now - is parked for a second user's approval instead of
      * written. The DUAL-AUTH-* keys themselves are always parked,
      * or the limits could be lifted by the one user they bind.
      *----------------------------------------------------------------
       sp-check-config-approval.
           evaluate true
               when sp-config-key(1:10) = "DUAL-AUTH-"
                   perform sp-refer-config
               when sp-config-key = "INTEREST-RATE-BP"
                   move "DUAL-AUTH-RATE-BP" to ws-limit-key
                   move 50 to ws-limit-default
                   move 300 to ws-current-default
                   perform sp-judge-config-change
               when sp-config-key = "MONTHLY-FEE-CENTS"
                   move "DUAL-AUTH-FEE-CENTS" to ws-limit-key
                   move 1000 to ws-limit-default
                   move 500 to ws-current-default
                   perform sp-judge-config-change
               when sp-config-key = "CLOSING-FEE-CENTS"
                   move "DUAL-AUTH-FEE-CENTS" to ws-limit-key
                   move 1000 to ws-limit-default
                   move 0 to ws-current-default
                   perform sp-judge-config-change
               when other
                   continue
           end-evaluate
           .

       sp-judge-config-change.
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-limit-key
               by reference ws-limit-default
               by reference ws-change-limit
           invoke StoredProcedures "GetConfigNumber"
               using by reference sp-config-key
               by reference ws-current-default
               by reference ws-current-num
           compute ws-change-num = ws-value-num - ws-current-num
           if ws-change-num < 0
               compute ws-change-num = 0 - ws-change-num
           end-if
           if ws-change-num > ws-change-limit
               perform sp-refer-config
           end-if
           .

       sp-refer-config.
           move spaces to sp-approval-row
           move 0 to sp-approval-id
           set sp-approval-config to true
           move p-config-key to sp-approval-target
           move p-config-scope to sp-approval-scope
           move p-config-value to sp-approval-value
           move p-effective-date to sp-approval-effective
           invoke StoredProcedures "ReadConfigValue"
               using by reference sp-config-key
               by reference ws-no-default
               by reference sp-approval-prior-value
           invoke StoredProcedures "RequestApproval"
               using by reference sp-approval-row
               returning ws-method-rc
           if ws-method-rc = sp-rc-success
               move sp-rc-approval-pending to return-value
           else
               move ws-method-rc to return-value
           end-if
           .

       sp-set-config-range.
      *    the ranges protect the receiving fields: the checkpoint
      *    interval and suppression window land in s9(4) comp-5
                   move 10000 to ws-range-hi
               when sp-config-key = "MONTHLY-FEE-CENTS"
                   move 999999 to ws-range-hi
               when sp-config-key = "CLOSING-FEE-CENTS"
                   move 999999 to ws-range-hi
               when sp-config-key = "MONITOR-LARGE-CENTS"
                   move 999999999 to ws-range-hi
               when sp-config-key = "MONITOR-FREQ-COUNT"
                   move 9999 to ws-range-hi
               when sp-config-key = "MONITOR-STRUCT-PCT"
                   move 99 to ws-range-hi
               when sp-config-key = "MONITOR-STRUCT-COUNT"
                   move 9999 to ws-range-hi
               when sp-config-key = "MONITOR-STRUCT-DAYS"
                   move 90 to ws-range-hi
               when sp-config-key = "MONITOR-REINSTATE-DAYS"
                   move 365 to ws-range-hi
               when sp-config-key = "DUAL-AUTH-CREDIT-CENTS"
                   move 999999999 to ws-range-hi
               when sp-config-key = "DUAL-AUTH-CLOSURE-CENTS"
                   move 999999999 to ws-range-hi
               when sp-config-key = "DUAL-AUTH-RATE-BP"
                   move 10000 to ws-range-hi
               when sp-config-key = "DUAL-AUTH-FEE-CENTS"
                   move 999999 to ws-range-hi
               when sp-config-key = "DUAL-AUTH-EXPIRY-HOURS"
                   move 720 to ws-range-hi
               when sp-config-key = "DORMANT-DAYS"
                   move 3650 to ws-range-hi
               when sp-config-key = "DORMANT-WARN-DAYS"
           .
       end method.

       method-id WriteConfigRow static private.
       local-storage section.
       copy "SPRETCD.cpy".
       exec sql include sqlca end-exec.
       linkage section.
       01  p-config-key          pic x(32).
       01  p-config-scope        pic x(20).
       01  p-config-value        pic x(40).
       01  p-effective-date      pic x(8).
       procedure division using by reference p-config-key
               by reference p-config-scope
               by reference p-config-value
               by reference p-effective-date
               returning return-value as binary-long.
      *    one row per key, scope and effective date: a second value
      *    for the same date replaces the first. Shared by SetConfig
      *    and by ApprovePendingAction applying an approved change
           exec sql
               update dbo.sp_runtime_config
                  set config_value = :p-config-value
                where config_key = :p-config-key
                  and environment_scope = :p-config-scope
                  and effective_date = :p-effective-date
           end-exec
           if sqlcode not = 0
               exec sql
                   insert into dbo.sp_runtime_config
                       (config_key, environment_scope,
                        config_value, effective_date)
                   values
                       (:p-config-key, :p-config-scope,
                        :p-config-value, :p-effective-date)
               end-exec
           end-if
           if sqlcode = 0
               move sp-rc-success to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           goback.
       end method.

       method-id ReadConfigValue static private.
       local-storage section.
       copy "SPENVCF.cpy".
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           move ws-result-num to sp-retry-delay-ms
           goback.
       end method.

       method-id ValidateRequest static private.
       local-storage section.
       copy "SPRETCD.cpy".
       linkage section.
       01  p-request-key         pic x any length.
       procedure division using by reference p-request-key
               returning return-value as binary-long.
           if p-request-key = spaces or p-request-key = low-values
               move sp-rc-validation-error to return-value
           else
               move sp-rc-success to return-value
           end-if
           goback.
       end method.

       method-id ValidateBranch static private.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPBRNREC.cpy".
       exec sql include sqlca end-exec.
       linkage section.
       01  p-branch-code         pic x(6).
       procedure division using by reference p-branch-code
               returning return-value as binary-long.
      *    a branch code is good only while it is on the master and
      *    open; unknown and closed answer alike
           if p-branch-code = spaces or p-branch-code = low-values
               move sp-rc-branch-invalid to return-value
           else
               exec sql
                   select branch_status
                     into :sp-branch-status
                     from dbo.sp_branch
                    where branch_code = :p-branch-code
               end-exec
               evaluate true
                   when sqlcode = 0 and sp-branch-open
                       move sp-rc-success to return-value
                   when sqlcode = 0 or sqlcode = 100
                       move sp-rc-branch-invalid to return-value
                   when other
                       move sp-rc-database-unavailable to return-value
               end-evaluate
           end-if
           goback.
       end method.

       method-id RequestApproval static private.
       local-storage section.
       copy "SPRETCD.cpy".
       exec sql include sqlca end-exec.
       01  ws-now-stamp          pic x(21).
       01  ws-config-key         pic x(32).
       01  ws-default-num        pic s9(9) comp-5.
       01  ws-expiry-hours       pic s9(9) comp-5.
       01  ws-total-hours        pic s9(9) comp-5.
       01  ws-add-days           pic s9(9) comp-5.
       01  ws-expiry-hh          pic 9(2).
       01  ws-now-hh             pic 9(2).
       01  ws-date-num           pic 9(8).
       01  ws-date-int           pic s9(9) comp-5.
       01  ws-dup-count          pic s9(9) comp-5.
       linkage section.
       copy "SPAPRREC.cpy".
       procedure division using by reference sp-approval-row
               returning return-value as binary-long.
      *    parks a sensitive change PENDING for a second user. The
      *    caller fills in the action and what it would do; the
      *    requester, the time and the expiry are stamped here. The
      *    same change asked for again from the same source while it
      *    is still waiting adds no second row, so a batch rerun or a
      *    repeated call leaves one item to decide
           move 0 to ws-dup-count
           exec sql
               select count(*) into :ws-dup-count
                 from dbo.sp_pending_approval
                where approval_status = 'PENDING'
                  and action_type = :sp-approval-action
                  and account_id = :sp-approval-account-id
                  and target_key = :sp-approval-target
                  and target_scope = :sp-approval-scope
                  and proposed_value = :sp-approval-value
                  and prior_value = :sp-approval-prior-value
                  and effective_date = :sp-approval-effective
                  and source_batch_id = :sp-approval-batch-id
                  and source_record_key = :sp-approval-record-key
           end-exec
           evaluate true
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               when ws-dup-count > 0
                   move sp-rc-success to return-value
               when other
                   perform sp-insert-approval
           end-evaluate
           goback.

       sp-insert-approval.
           exec sql
               select suser_sname() into :sp-approval-requested-by
           end-exec
           move function current-date to ws-now-stamp
           move ws-now-stamp to sp-approval-requested-ts
           move "DUAL-AUTH-EXPIRY-HOURS" to ws-config-key
           move 24 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-expiry-hours
      *    the window is whole hours from the moment of asking:
      *    carry the hours past midnight into days on the calendar
           move ws-now-stamp(9:2) to ws-now-hh
           compute ws-total-hours = ws-now-hh + ws-expiry-hours
           divide ws-total-hours by 24 giving ws-add-days
               remainder ws-expiry-hh
           move ws-now-stamp(1:8) to ws-date-num
           compute ws-date-int =
               function integer-of-date(ws-date-num) + ws-add-days
           move function date-of-integer(ws-date-int) to ws-date-num
           move spaces to sp-approval-expiry-ts
           string ws-date-num ws-expiry-hh ws-now-stamp(11:4)
               delimited by size into sp-approval-expiry-ts
           end-string
           set sp-approval-pending to true
           move spaces to sp-approval-decided-by
           move spaces to sp-approval-decided-ts
           move spaces to sp-approval-applied-ts
           exec sql
               insert into dbo.sp_pending_approval
                   (action_type, account_id, target_key,
                    target_scope, proposed_value, prior_value,
                    effective_date, source_batch_id,
                    source_record_key, requested_by,
                    requested_timestamp, expiry_timestamp,
                    approval_status, decided_by, decided_timestamp,
                    applied_timestamp)
               values
                   (:sp-approval-action, :sp-approval-account-id,
                    :sp-approval-target, :sp-approval-scope,
                    :sp-approval-value, :sp-approval-prior-value,
                    :sp-approval-effective, :sp-approval-batch-id,
                    :sp-approval-record-key,
                    :sp-approval-requested-by,
                    :sp-approval-requested-ts,
                    :sp-approval-expiry-ts, :sp-approval-status,
                    :sp-approval-decided-by, :sp-approval-decided-ts,
                    :sp-approval-applied-ts)
           end-exec
           if sqlcode = 0
               move sp-rc-success to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           .
       end method.

       method-id ReadPendingApproval static private.
       local-storage section.
       copy "SPRETCD.cpy".
       exec sql include sqlca end-exec.
       01  ws-now-stamp          pic x(21).
       01  ws-decided-ts         pic x(26).
       linkage section.
       01  p-approval-id         pic s9(9) comp-5.
       copy "SPAPRREC.cpy".
       01  p-decider             pic x(128).
       procedure division using by reference p-approval-id
               by reference sp-approval-row
               by reference p-decider
               returning return-value as binary-long.
      *    the checks an approve and a decline share: the item exists
      *    and is still PENDING, it is still inside its window - one
      *    found past it is expired on the spot - and the caller
      *    deciding it is not the user who asked for it
           move spaces to sp-approval-row
           move 0 to sp-approval-id
           exec sql
               select approval_id, action_type, account_id,
                      target_key, target_scope, proposed_value,
                      prior_value, effective_date,
                      source_batch_id, source_record_key,
                      requested_by, requested_timestamp,
                      expiry_timestamp, approval_status,
                      decided_by, decided_timestamp
                 into :sp-approval-id, :sp-approval-action,
                      :sp-approval-account-id,
                      :sp-approval-target, :sp-approval-scope,
                      :sp-approval-value,
                      :sp-approval-prior-value,
                      :sp-approval-effective,
                      :sp-approval-batch-id,
                      :sp-approval-record-key,
                      :sp-approval-requested-by,
                      :sp-approval-requested-ts,
                      :sp-approval-expiry-ts,
                      :sp-approval-status,
                      :sp-approval-decided-by,
                      :sp-approval-decided-ts
                 from dbo.sp_pending_approval
                where approval_id = :p-approval-id
           end-exec
           evaluate true
               when sqlcode = 100
                   move sp-rc-not-found to return-value
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
               when not sp-approval-pending
                   move sp-rc-illegal-transition to return-value
               when other
                   perform sp-judge-decider
           end-evaluate
           goback.

       sp-judge-decider.
           exec sql
               select suser_sname() into :p-decider
           end-exec
           move function current-date to ws-now-stamp
           evaluate true
               when ws-now-stamp(1:14) > sp-approval-expiry-ts
                   move ws-now-stamp to ws-decided-ts
                   exec sql
                       update dbo.sp_pending_approval
                          set approval_status = 'EXPIRED',
                              decided_timestamp = :ws-decided-ts
                        where approval_id = :p-approval-id
                          and approval_status = 'PENDING'
                   end-exec
                   move sp-rc-approval-expired to return-value
               when p-decider = sp-approval-requested-by
                   move sp-rc-approval-same-user to return-value
               when other
                   move sp-rc-success to return-value
           end-evaluate
           .
       end method.

       method-id ApplyBatchRecord static private.
       local-storage section.
       copy "SPRETCD.cpy".
       copy "SPPAYREC.cpy".
       copy "SPCHGREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-adjust-amount      pic s9(13)v99 comp-3.
       01  ws-method-rc          pic s9(9) comp-5.
       01  ws-today              pic x(8).
       01  ws-override-count     pic s9(9) comp-5.
       01  ws-limit-probe        pic s9(9) comp-5.
       01  ws-held-probe         pic s9(9) comp-5.
       01  ws-override-flag      pic x(1).
           88  ws-override-found     value "Y".
           88  ws-override-absent    value "N".
       01  ws-reverse-id         pic s9(9) comp-5.
       01  ws-reverse-ref        pic x(10).
       01  ws-reversal-count     pic s9(9) comp-5.
       01  ws-reverse-status     pic x(10).
       01  ws-branch-code        pic x(6).
       01  ws-config-key         pic x(32).
       01  ws-default-num        pic s9(9) comp-5.
       01  ws-result-num         pic s9(9) comp-5.
       01  ws-raise-limit        pic s9(13)v99 comp-3.
       01  ws-raise-count        pic s9(9) comp-5.
       copy "SPAPRREC.cpy".
       linkage section.
       01  p-payload             pic x(200).
       01  p-reject-reason       pic x(4).
       01  p-source-batch-id     pic x(20).
       01  p-source-key          pic x(20).
       01  p-system-poster       pic x(1).
           88  p-system-posting      value "Y".
       procedure division using by reference p-payload
               by reference p-reject-reason
               by reference p-source-batch-id
               by reference p-source-key
               by reference p-system-poster
               returning return-value as binary-long.
           move p-payload to sp-payload-record
           move spaces to p-reject-reason
                           move "ACCT" to p-reject-reason
                       when sp-rc-illegal-transition
                           move "TRAN" to p-reject-reason
                       when sp-rc-closure-blocked
                           move "CLSB" to p-reject-reason
                       when sp-rc-database-unavailable
                           move "SQLE" to p-reject-reason
                       when other
                   perform sp-apply-balance
               when sp-payload-attr-update
                   perform sp-apply-attribute
               when sp-payload-reversal
                   perform sp-apply-reversal
               when other
                   move sp-rc-validation-error to return-value
                   move "TYPE" to p-reject-reason
           goback.

       sp-apply-balance.
           evaluate true
               when sp-payload-adjust-amt not numeric
                       or (sp-payload-adjust-sign not = "+"
                           and sp-payload-adjust-sign not = "-")
                   move sp-rc-validation-error to return-value
                   move "AMNT" to p-reject-reason
               when sp-payload-adjust-source = "RV  "
      *            only the RV handler sets the reversal tag, after
      *            proving the pair; a BA carrying it would be a
      *            reversal nobody checked
                   move sp-rc-validation-error to return-value
                   move "VALD" to p-reject-reason
               when not p-system-posting
                       and (sp-payload-adjust-source not = spaces
                           or sp-payload-adjust-ref not = spaces)
      *            the source and reference tag the class's own
      *            postings (INT, FEE, CLSF, CLSO, CLSI); from a
      *            branch they would pass a keyed movement off as
      *            one, past the statement's lines and the activity
      *            monitor alike
                   move sp-rc-validation-error to return-value
                   move "VALD" to p-reject-reason
               when other
                   perform sp-post-adjustment
           end-evaluate
           .

       sp-post-adjustment.
           move sp-payload-adjust-amt to ws-adjust-amount
           if sp-payload-adjust-sign = "-"
               compute ws-adjust-amount = 0 - ws-adjust-amount
      *        a debit posts only if it leaves the balance inside the
      *        account's credit limit, unless a supervisor approved a
      *        same-day override for the account - and the override
      *        lifts the limit only, never the funds on hold
               perform sp-check-override
               if ws-override-found
                   perform sp-update-balance-overridden
               else
                   perform sp-update-balance-guarded
               end-if
           else
               perform sp-update-balance
           end-if
           if return-value = sp-rc-success
      *        the delta travels to the peer in the payload's own
      *        printable sign-plus-digits form, with the posting
      *        source and reference riding behind it
               move "U" to ws-change-action
               move "BALANCE-ADJ" to ws-change-column
               move sp-payload-detail(1:30) to ws-change-value
               perform sp-log-account-change
           end-if
           .

      *----------------------------------------------------------------
      * a reversal names the BALANCE-ADJ it undoes by change_id and
      * posts the exact opposite amount on the same account. The new
      * movement carries the original's change_id as its reference,
      * which links the pair and is what a second reversal of the
      * same movement is refused on. A reversal is not itself
      * reversible - a wrong reversal is corrected by keying the
      * original movement again - nor are a closure's fee and payout
      * legs, and nothing is reversed onto a CLOSED account.
      *----------------------------------------------------------------
       sp-apply-reversal.
           if sp-payload-reverse-id not numeric
                   or sp-payload-reverse-id = 0
               move sp-rc-validation-error to return-value
               move "VALD" to p-reject-reason
           else
               move sp-payload-reverse-id to ws-reverse-id
               move sp-payload-reverse-id to ws-reverse-ref
               exec sql
                   select account_id, change_column, change_value
                     into :sp-change-account-id, :sp-change-column,
                          :sp-change-value
                     from dbo.sp_account_change_log
                    where change_id = :ws-reverse-id
               end-exec
               evaluate true
                   when sqlcode = 100
                       move sp-rc-not-found to return-value
                       move "RVNF" to p-reject-reason
                   when sqlcode not = 0
                       move sp-rc-database-unavailable to return-value
                       move "SQLE" to p-reject-reason
                   when sp-change-account-id
                           not = sp-payload-account-id
      *                another account's movement is as good as no
      *                movement from where this account stands
                       move sp-rc-not-found to return-value
                       move "RVNF" to p-reject-reason
                   when not sp-change-col-bal-adj
                           or sp-change-source-reversal
                           or sp-change-source-close-fee
                           or sp-change-source-payout-out
                           or sp-change-source-payout-in
      *                a closure's fee and payout legs are one
      *                settlement; undoing one leg alone would leave
      *                the transfer half made
                       move sp-rc-validation-error to return-value
                       move "RVNB" to p-reject-reason
                   when other
                       perform sp-check-reversal-account
               end-evaluate
           end-if
           .

      *    a closed account takes no further movements, a reversal
      *    included
       sp-check-reversal-account.
           move spaces to ws-reverse-status
           exec sql
               select account_status into :ws-reverse-status
                 from dbo.sp_account
                where account_id = :sp-payload-account-id
           end-exec
           evaluate true
               when sqlcode = 100
                   move sp-rc-not-found to return-value
                   move "ACCT" to p-reject-reason
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
                   move "SQLE" to p-reject-reason
               when ws-reverse-status = "CLOSED"
                   move sp-rc-validation-error to return-value
                   move "RVNB" to p-reject-reason
               when other
                   perform sp-check-prior-reversal
           end-evaluate
           .

       sp-check-prior-reversal.
           move 0 to ws-reversal-count
           exec sql
               select count(*) into :ws-reversal-count
                 from dbo.sp_account_change_log
                where account_id = :sp-payload-account-id
                  and change_column = 'BALANCE-ADJ'
                  and substring(change_value, 17, 4) = 'RV  '
                  and substring(change_value, 21, 10) = :ws-reverse-ref
           end-exec
           evaluate true
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
                   move "SQLE" to p-reject-reason
               when ws-reversal-count > 0
                   move sp-rc-validation-error to return-value
                   move "RVDP" to p-reject-reason
               when other
                   perform sp-post-reversal
           end-evaluate
           .

       sp-post-reversal.
           move spaces to sp-payload-detail
           move sp-change-amount-amt to sp-payload-adjust-amt
           move sp-change-amount-amt to ws-adjust-amount
           if sp-change-amount-sign = "-"
               move "+" to sp-payload-adjust-sign
           else
               move "-" to sp-payload-adjust-sign
               compute ws-adjust-amount = 0 - ws-adjust-amount
           end-if
           move "RV  " to sp-payload-adjust-source
           move ws-reverse-ref to sp-payload-adjust-ref
      *    no credit-limit guard: the reversal puts the book back to
      *    where it would have stood without the original, and an
      *    error left standing because undoing it overdraws is still
      *    an error
           perform sp-update-balance
           if return-value = sp-rc-success
               move "U" to ws-change-action
               move "BALANCE-ADJ" to ws-change-column
               move sp-payload-detail(1:30) to ws-change-value
               perform sp-log-account-change
           end-if
           .

       sp-update-balance-guarded.
      *    the limit check rides the update's own where clause, so a
      *    concurrent posting cannot interleave between a separate
      *    read of the balance and this write. The debit draws on the
      *    available balance: the balance less every active hold
      *    still inside its expiry date
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           exec sql
               update dbo.sp_account
                  set account_balance = account_balance
                                      + :ws-adjust-amount
                where account_id = :sp-payload-account-id
                  and account_balance + :ws-adjust-amount
                      - (select coalesce(sum(h.hold_amount), 0)
                           from dbo.sp_funds_hold h
                          where h.account_id = :sp-payload-account-id
                            and h.hold_status = 'A'
                            and h.expiry_date >= :ws-today)
                      >= 0 - credit_limit
           end-exec
           if sqlcode = 100
           end-if
           .

       sp-update-balance-overridden.
      *    under an override the credit limit no longer binds, but a
      *    hold still ring-fences its funds: while any hold is active
      *    the debit may not take the balance below what is held. An
      *    account with nothing held may go as far overdrawn as the
      *    override allows, exactly as before holds existed
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           exec sql
               update dbo.sp_account
                  set account_balance = account_balance
                                      + :ws-adjust-amount
                where account_id = :sp-payload-account-id
                  and (account_balance + :ws-adjust-amount
                      - (select coalesce(sum(h.hold_amount), 0)
                           from dbo.sp_funds_hold h
                          where h.account_id = :sp-payload-account-id
                            and h.hold_status = 'A'
                            and h.expiry_date >= :ws-today)
                      >= 0
                   or not exists
                         (select 1
                            from dbo.sp_funds_hold h
                           where h.account_id = :sp-payload-account-id
                             and h.hold_status = 'A'
                             and h.expiry_date >= :ws-today))
           end-exec
           if sqlcode = 100
               move 0 to ws-limit-probe
               exec sql
                   select count(*) into :ws-limit-probe
                     from dbo.sp_account
                    where account_id = :sp-payload-account-id
               end-exec
               evaluate true
                   when sqlcode not = 0
                       move sp-rc-database-unavailable to return-value
                       move "SQLE" to p-reject-reason
                   when ws-limit-probe = 0
                       move sp-rc-not-found to return-value
                       move "ACCT" to p-reject-reason
                   when other
                       move sp-rc-funds-held to return-value
                       move "HELD" to p-reject-reason
               end-evaluate
           else
               perform sp-check-update-result
           end-if
           .

       sp-grade-limit-miss.
      *    no row took the guarded update: the account is absent, the
      *    debit would breach the credit limit, or it would fit the
      *    limit but for the funds on hold - each earns its own
      *    reason, since the reject workflow keys on them
           move 0 to ws-limit-probe
           move 0 to ws-held-probe
           exec sql
               select count(*),
                      coalesce(sum(case when account_balance
                                             + :ws-adjust-amount
                                             >= 0 - credit_limit
                                        then 1 else 0 end), 0)
                 into :ws-limit-probe, :ws-held-probe
                 from dbo.sp_account
                where account_id = :sp-payload-account-id
           end-exec
               when ws-limit-probe = 0
                   move sp-rc-not-found to return-value
                   move "ACCT" to p-reject-reason
               when ws-held-probe > 0
                   move sp-rc-funds-held to return-value
                   move "HELD" to p-reject-reason
               when other
                   move sp-rc-overdraft-limit to return-value
                   move "OVRD" to p-reject-reason
       sp-apply-attribute.
           evaluate sp-payload-attr-name
               when "CREDIT-LIMIT"
                   perform sp-check-limit-raise
                   if return-value = sp-rc-success
                       exec sql
                           update dbo.sp_account
                              set credit_limit = :sp-payload-attr-value
                            where account_id = :sp-payload-account-id
                       end-exec
                       perform sp-check-update-result
                   end-if
                   if return-value = sp-rc-success
                       move "U" to ws-change-action
                       move "CREDIT-LIMIT" to ws-change-column
                       perform sp-log-account-change
                   end-if
               when "BRANCH-CODE"
                   perform sp-check-attr-branch
                   if return-value = sp-rc-success
                       exec sql
                           update dbo.sp_account
                              set branch_code = :sp-payload-attr-value
                            where account_id = :sp-payload-account-id
                       end-exec
                       perform sp-check-update-result
                   end-if
                   if return-value = sp-rc-success
                       move "U" to ws-change-action
                       move "BRANCH-CODE" to ws-change-column
           end-evaluate
           .

      *    a raise of more than DUAL-AUTH-CREDIT-CENTS over the limit
      *    in force is not applied here: it is parked for a second
      *    user's approval, naming the batch record it came from, and
      *    answers approval-pending so the caller disposes the record
      *    into that queue. A cut, or a raise inside the limit, applies
      *    as it always has
       sp-check-limit-raise.
           move sp-rc-success to return-value
           move "DUAL-AUTH-CREDIT-CENTS" to ws-config-key
           move 1000000 to ws-default-num
           invoke StoredProcedures "GetConfigNumber"
               using by reference ws-config-key
               by reference ws-default-num
               by reference ws-result-num
           compute ws-raise-limit = ws-result-num / 100
           move 0 to ws-raise-count
           exec sql
               select count(*) into :ws-raise-count
                 from dbo.sp_account
                where account_id = :sp-payload-account-id
                  and cast(:sp-payload-attr-value as decimal(15,2))
                      - credit_limit > :ws-raise-limit
           end-exec
           evaluate true
               when sqlcode not = 0
                   move sp-rc-database-unavailable to return-value
                   move "SQLE" to p-reject-reason
               when ws-raise-count > 0
                   perform sp-refer-limit-raise
               when other
                   continue
           end-evaluate
           .

       sp-refer-limit-raise.
           move spaces to sp-approval-row
           move 0 to sp-approval-id
           set sp-approval-credit-limit to true
           move sp-payload-account-id to sp-approval-account-id
           move sp-payload-attr-value to sp-approval-value
           move p-source-batch-id to sp-approval-batch-id
           move p-source-key to sp-approval-record-key
           exec sql
               select cast(credit_limit as varchar(40))
                 into :sp-approval-prior-value
                 from dbo.sp_account
                where account_id = :sp-payload-account-id
           end-exec
           if sqlcode not = 0
               move sp-rc-database-unavailable to return-value
           else
               invoke StoredProcedures "RequestApproval"
                   using by reference sp-approval-row
                   returning ws-method-rc
               move ws-method-rc to return-value
           end-if
           if return-value = sp-rc-success
               move sp-rc-approval-pending to return-value
               move "APPR" to p-reject-reason
           else
               move "SQLE" to p-reject-reason
           end-if
           .

      *    an account may only move to an open branch on the master;
      *    the branch code fills the front of the attribute value and
      *    anything behind it is refused rather than truncated
       sp-check-attr-branch.
           move sp-payload-attr-value(1:6) to ws-branch-code
           if sp-payload-attr-value(7:) not = spaces
               move sp-rc-branch-invalid to return-value
           else
               invoke StoredProcedures "ValidateBranch"
                   using by reference ws-branch-code
                   returning ws-method-rc
               move ws-method-rc to return-value
           end-if
           evaluate return-value
               when sp-rc-success
                   continue
               when sp-rc-branch-invalid
                   move "BRCH" to p-reject-reason
               when other
                   move "SQLE" to p-reject-reason
           end-evaluate
           .

       sp-check-update-result.
           evaluate true
               when sqlcode = 0
           goback.
       end method.

       method-id WriteMasterChange static private.
       local-storage section.
       copy "SPRETCD.cpy".
       exec sql include sqlca end-exec.
       01  ws-changed-ts         pic x(26).
       linkage section.
       01  p-entity-type         pic x(10).
       01  p-entity-key          pic x(10).
       01  p-change-action       pic x(1).
       procedure division using by reference p-entity-type
               by reference p-entity-key
               by reference p-change-action
               returning return-value as binary-long.
           move function current-date to ws-changed-ts
           exec sql
               insert into dbo.sp_master_change_log
                   (entity_type, entity_key, change_action,
                    changed_timestamp, applied_flag)
               values
                   (:p-entity-type, :p-entity-key,
                    :p-change-action, :ws-changed-ts, 'N')
           end-exec
      *    correctness-bearing for the same reason as the account
      *    change log: a master change that is never captured can
      *    never replicate
           if sqlcode = 0
               move sp-rc-success to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           goback.
       end method.

       method-id CheckClosureBlockers static private.
       local-storage section.
       copy "SPRETCD.cpy".
       exec sql include sqlca end-exec.
       01  ws-now-stamp          pic x(21).
       01  ws-today              pic x(8).
       linkage section.
       01  p-account-id          pic x(10).
       01  p-blocker-count       pic s9(9) comp-5.
       procedure division using by reference p-account-id
               by reference p-blocker-count
               returning return-value as binary-long.
      *    what stands between an account and closure: value-dated
      *    records still waiting to post, rejected records still
      *    waiting to be reprocessed - both found by the account-id
      *    the payload carries in bytes 3-12 (SPPAYREC.cpy) - and
      *    funds still on hold
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:8) to ws-today
           move 0 to p-blocker-count
           exec sql
               select (select count(*)
                         from dbo.sp_pending_transaction
                        where released_flag = 'N'
                          and substring(payload, 3, 10)
                              = :p-account-id)
                    + (select count(*)
                         from dbo.sp_batch_reject
                        where reprocessed_flag = 'N'
                          and substring(payload, 3, 10)
                              = :p-account-id)
                    + (select count(*)
                         from dbo.sp_funds_hold
                        where account_id = :p-account-id
                          and hold_status = 'A'
                          and expiry_date >= :ws-today)
                 into :p-blocker-count
           end-exec
           if sqlcode = 0
               move sp-rc-success to return-value
           else
               move sp-rc-database-unavailable to return-value
           end-if
           goback.
       end method.

       method-id QueuePendingTransaction static private.
       local-storage section.
       copy "SPRETCD.cpy".
           exec sql
               insert into dbo.sp_audit_log
                   (caller_name, environment_name, method_name,
                    event_timestamp, return_value, audit_detail)
               values
                   (:sp-audit-caller, :sp-audit-environment,
                    :sp-audit-method, :sp-audit-timestamp,
                    :sp-audit-return-value, :sp-audit-detail)
           end-exec
      *    alertable non-success codes also go to the alert queue so
      *    monitoring polls a queue table instead of the audit trail
