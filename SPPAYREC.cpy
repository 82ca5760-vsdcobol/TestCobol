      * type in front dispatches the record to its handler; the
      * remaining detail bytes are redefined per type. Amounts travel
      * as an explicit sign byte plus unsigned display digits so the
      * payload stays printable end to end. A BA amount may be
      * followed by a posting source (INT, FEE) and a reference when
      * the class raises the posting itself; branch files leave those
      * bytes blank.
      *
      *   SC  status change      -> UpdateAccountStatus state machine
      *   BA  balance adjustment -> signed delta to account_balance
      *   AU  attribute update   -> named column on dbo.sp_account
      *   RV  reversal           -> exact opposite of the BALANCE-ADJ
      *                             change_id it names, on the same
      *                             account
      *
      * The last eight bytes carry the optional value date (yyyymmdd)
      * - deliberately at the tail, so every field keeps the offset
               88  sp-payload-status-change   value "SC".
               88  sp-payload-balance-adjust  value "BA".
               88  sp-payload-attr-update     value "AU".
               88  sp-payload-reversal        value "RV".
           05  sp-payload-account-id   pic x(10).
           05  sp-payload-detail       pic x(180).
           05  sp-payload-status-detail redefines sp-payload-detail.
           05  sp-payload-balance-detail redefines sp-payload-detail.
               10  sp-payload-adjust-sign   pic x(1).
               10  sp-payload-adjust-amt    pic 9(13)v99.
               10  sp-payload-adjust-source pic x(4).
               10  sp-payload-adjust-ref    pic x(10).
               10  filler                   pic x(150).
           05  sp-payload-attr-detail redefines sp-payload-detail.
               10  sp-payload-attr-name     pic x(20).
               10  sp-payload-attr-value    pic x(40).
               10  filler                   pic x(120).
           05  sp-payload-reversal-detail redefines sp-payload-detail.
               10  sp-payload-reverse-id    pic 9(10).
               10  filler                   pic x(170).
           05  sp-payload-value-date   pic x(8).
