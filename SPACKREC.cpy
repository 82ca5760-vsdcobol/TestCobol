      *================================================================
      * SPACKREC.cpy
      *
      * Typed layout of one 200-byte record in the return file
      * FileIntake writes back to the branch for every transmission
      * it is handed, named from the file's batch-id stem (file date
      * plus branch) with a .ret suffix. Amount fields travel in the
      * same printable sign-plus-digits form the transmission uses.
      *
      *   AH  one per file, first record: the file date and branch
      *       from the incoming header and whether the file was
      *       ACCEPTED or REFUSED whole, with the refusal in words
      *   AD  one per incoming detail record in file order: its
      *       position, account, record type and disposition -
      *       POSTED, QUEUED for its value date, REFERRED for a
      *       second user's approval (reason APPR), or REJECTED with
      *       the reject reason code and its meaning. A refused file
      *       carries no AD records: nothing in it was looked at
      *   AT  one per file, last record: the detail count and the
      *       count per disposition beside the incoming trailer's own
      *       record count, hash total and net amount, flagged Y when
      *       every record the branch sent is accounted for
      *================================================================
       01  sp-ack-record.
           05  sp-ack-type             pic x(2).
               88  sp-ack-header           value "AH".
               88  sp-ack-detail           value "AD".
               88  sp-ack-trailer          value "AT".
           05  sp-ack-data             pic x(198).
           05  sp-ack-header-data redefines sp-ack-data.
               10  sp-ack-file-date         pic x(8).
               10  sp-ack-branch            pic x(6).
               10  sp-ack-batch-stem        pic x(16).
               10  sp-ack-file-status       pic x(8).
                   88  sp-ack-file-accepted     value "ACCEPTED".
                   88  sp-ack-file-refused      value "REFUSED".
               10  sp-ack-refusal-text      pic x(60).
               10  sp-ack-created           pic x(14).
               10  filler                   pic x(86).
           05  sp-ack-detail-data redefines sp-ack-data.
               10  sp-ack-position          pic 9(9).
               10  sp-ack-account-id        pic x(10).
               10  sp-ack-record-type       pic x(2).
               10  sp-ack-disposition       pic x(8).
                   88  sp-ack-posted            value "POSTED".
                   88  sp-ack-queued            value "QUEUED".
                   88  sp-ack-rejected          value "REJECTED".
                   88  sp-ack-referred          value "REFERRED".
               10  sp-ack-reason-code       pic x(4).
               10  sp-ack-reason-text       pic x(60).
               10  sp-ack-value-date        pic x(8).
               10  filler                   pic x(97).
           05  sp-ack-trailer-data redefines sp-ack-data.
               10  sp-ack-detail-count      pic 9(9).
               10  sp-ack-posted-count      pic 9(9).
               10  sp-ack-queued-count      pic 9(9).
               10  sp-ack-rejected-count    pic 9(9).
               10  sp-ack-in-rec-count      pic 9(9).
               10  sp-ack-in-hash-total     pic 9(18).
               10  sp-ack-in-net-sign       pic x(1).
               10  sp-ack-in-net-amt        pic 9(13)v99.
               10  sp-ack-reconciled        pic x(1).
                   88  sp-ack-balanced          value "Y".
                   88  sp-ack-unbalanced        value "N".
               10  sp-ack-referred-count    pic 9(9).
               10  filler                   pic x(109).
