      *================================================================
      * SPCUSREC.cpy
      *
      * Host variables for one dbo.sp_customer row and one
      * dbo.sp_account_holder ownership link. An account has exactly
      * one primary holder (role P), named when the account is
      * created, and any number of joint holders (role J). Customer
      * master changes replicate to the peer through
      * dbo.sp_master_change_log; holder links ride the account's
      * own change log as HOLDER rows carrying the customer id and
      * role.
      *================================================================
       01  sp-customer-row.
           05  sp-customer-id          pic x(10).
           05  sp-customer-name        pic x(60).
           05  sp-customer-address-1   pic x(40).
           05  sp-customer-address-2   pic x(40).
           05  sp-customer-city        pic x(30).
           05  sp-customer-postcode    pic x(10).
           05  sp-customer-tax-id      pic x(20).
       01  sp-holder-row.
           05  sp-holder-account-id    pic x(10).
           05  sp-holder-customer-id   pic x(10).
           05  sp-holder-role          pic x(1).
               88  sp-holder-primary       value "P".
               88  sp-holder-joint         value "J".
               88  sp-holder-role-known    value "P" "J".
