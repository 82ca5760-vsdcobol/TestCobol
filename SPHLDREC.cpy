      *================================================================
      * SPHLDREC.cpy
      *
      * Host variables for one dbo.sp_funds_hold row. A hold ring-
      * fences part of an account's balance: while it is active (A)
      * and its expiry date has not passed, its amount is taken off
      * the balance a debit may draw on. A hold placed without an
      * expiry carries 99991231 and stands until it is released.
      * ReleaseFundsHold ends a hold early (R); the nightly
      * ExpireFundsHolds step retires holds whose expiry date has
      * passed (E). Ended holds stay on file as the trail.
      *================================================================
       01  sp-hold-row.
           05  sp-hold-id              pic s9(9) comp-5.
           05  sp-hold-account-id      pic x(10).
           05  sp-hold-amount          pic s9(13)v99 comp-3.
           05  sp-hold-reason          pic x(40).
           05  sp-hold-placed-by       pic x(128).
           05  sp-hold-placed-ts       pic x(26).
           05  sp-hold-expiry-date     pic x(8).
               88  sp-hold-open-ended      value "99991231".
           05  sp-hold-status          pic x(1).
               88  sp-hold-active          value "A".
               88  sp-hold-released        value "R".
               88  sp-hold-expired         value "E".
