      * Reads a fixed-length file of 200-byte records - a header
      * (file date, originating branch), SPPAYREC.cpy payload details,
      * and a trailer (record count, hash total of account-ids, net
      * amount of the BA records) - refuses a header branch that is
      * not open on dbo.sp_branch, proves the trailer against what
      * it actually read, registers the file in dbo.sp_batch_control,
      * and only then drives the details through ProcessBatch in
      * chunks. A file whose trailer does not balance is rejected
      * resumes the original registration and rides ProcessBatch's
      * per-chunk checkpoints instead of re-posting.
      *
      * Every file handed in gets a return file back (SPACKREC.cpy):
      * once the last chunk is in, a third pass re-reads the file and
      * looks each detail up in the reject, pending and approval
      * queues under its own chunk's batch-id, so the branch learns
      * per record whether it posted, waits for its value date,
      * waits on a second user's approval, or was rejected and why.
      * The return file is written before the registration is
      * closed, so a run that cannot finish it leaves the file OPEN
      * and a rerun writes it again. A file refused whole still
      * gets a return file - header and trailer only - saying why.
      * Only a run that owns the registration - it registered the
      * file or resumed its own OPEN registration - writes the
      * stem's .ret; a refusal once the stem is known is written to
      * <batch-id stem>.<hhmmss>.rej instead, so a re-presented or
      * clashing file can never overwrite the return file the
      * branch already holds for the original.
      *
      * A BA detail carrying a posting source or reference is a
      * system posting's tag no branch may set; the intake counts
      * and warns of each, and ProcessBatch rejects it VALD so the
      * return file reports it rejected like any other bad record.
      *
      * Controls (environment variables):
      *   SP_INTAKE_FILE        name of the transmission file to read
      *   SP_RETURN_FILE        name of the return file to write,
      *                         default <batch-id stem>.ret, or the
      *                         intake file name plus .ret when the
      *                         header is too damaged to name a stem;
      *                         never used for a .rej refusal
      *================================================================
       identification division.
       program-id. FileIntake.
           select intake-file assign to ws-intake-file-name
               organization is sequential
               file status is ws-intake-status.
           select return-file assign to ws-return-file-name
               organization is sequential
               file status is ws-return-status.

       data division.
       file section.
       fd  intake-file
           record contains 200 characters.
       01  intake-record             pic x(200).
       fd  return-file
           record contains 200 characters.
       01  return-record             pic x(200).

       working-storage section.
       copy "SPRETCD.cpy".
       copy "SPTRNREC.cpy".
       copy "SPPAYREC.cpy".
       copy "SPBATREC.cpy".
       copy "SPACKREC.cpy".
       exec sql include sqlca end-exec.
       01  ws-intake-file-name       pic x(256).
       01  ws-intake-status          pic x(2).
       01  ws-return-file-name       pic x(256).
       01  ws-return-status          pic x(2).
       01  ws-refusal-reason         pic x(60) value spaces.
       01  ws-refuse-text            pic x(60).
       01  ws-intake-state           pic x(1).
           88  ws-intake-ok              value "Y".
           88  ws-intake-failed          value "N".
           88  ws-file-done              value "N".
       01  ws-file-date              pic x(8).
       01  ws-file-branch            pic x(6).
       01  ws-branch-status          pic x(1).
           88  ws-branch-open            value "O".
       01  ws-detail-count           pic 9(9) value 0.
       01  ws-hash-total             pic 9(18) value 0.
       01  ws-net-amount             pic s9(13)v99 value 0.
       01  ws-id-num                 pic 9(10).
       01  ws-amt-num                pic 9(13)v99.
       01  ws-trailer-net            pic s9(13)v99.
       01  ws-in-rec-count           pic 9(9) value 0.
       01  ws-in-hash-total          pic 9(18) value 0.
       01  ws-in-net-sign            pic x(1) value "+".
       01  ws-in-net-amt             pic 9(13)v99 value 0.
       01  ws-trailer-seen           pic x(1).
           88  ws-trailer-found          value "Y".
           88  ws-trailer-missing        value "N".
       01  ws-batch-stem.
           05  filler                pic x(2) value "FI".
           05  ws-stem-date          pic x(8) value spaces.
           05  ws-stem-branch        pic x(6) value spaces.
       01  ws-batch-id.
           05  ws-batch-id-stem      pic x(16).
           05  filler                pic x(1) value "-".
       01  ws-stored-net             pic x(16).
       01  ws-stored-chunk           pic s9(9) comp-5.
       01  ws-now-stamp              pic x(26).
       01  ws-ret-chunk              pic 9(9).
       01  ws-ret-batch-id           pic x(20).
       01  ws-ret-record-key         pic x(20).
       01  ws-ret-reason             pic x(4).
       01  ws-queued-probe           pic s9(9) comp-5.
       01  ws-posted-count           pic 9(9) value 0.
       01  ws-queued-count           pic 9(9) value 0.
       01  ws-rejected-ack-count     pic 9(9) value 0.
       01  ws-referred-probe         pic s9(9) comp-5.
       01  ws-referred-count         pic 9(9) value 0.
       01  ws-tagged-count           pic 9(9) value 0.
       01  ws-registration-flag      pic x(1) value "N".
           88  ws-registration-owned     value "Y".
           88  ws-registration-foreign   value "N".

       procedure division.
       sp-main.
           if ws-intake-ok
               perform sp-drive-file
           end-if
           if ws-intake-ok
               perform sp-write-return-file
           end-if
           if ws-intake-ok
               perform sp-finish-file
           end-if
           if ws-refusal-reason not = spaces
               perform sp-write-refusal-file
           end-if
           if ws-intake-ok
               display "    processed " ws-total-processed
                   " rejected " ws-total-rejected
               if ws-tagged-count > 0
                   display "WARN  " ws-tagged-count " detail(s) "
                       "carried a posting source"
               end-if
               move 0 to return-code
           else
               move 1 to return-code
                   perform sp-verify-record until ws-file-done
                   if ws-trailer-missing
                       display "FAIL  trailer record missing"
                       move "TRAILER RECORD MISSING" to ws-refuse-text
                       perform sp-refuse-file
                   end-if
               end-if
               close intake-file
           read intake-file into sp-transmit-record
               at end
                   display "FAIL  empty transmission file"
                   move "EMPTY TRANSMISSION FILE" to ws-refuse-text
                   perform sp-refuse-file
           end-read
           if ws-intake-ok
               if not sp-transmit-header
                   display "FAIL  first record is not a header"
                   move "FIRST RECORD IS NOT A HEADER"
                       to ws-refuse-text
                   perform sp-refuse-file
               else
                   move sp-transmit-file-date to ws-file-date
                   move sp-transmit-branch to ws-file-branch
                           or ws-file-branch = spaces
                       display "FAIL  header file-date or branch "
                           "invalid"
                       move "HEADER FILE DATE OR BRANCH INVALID"
                           to ws-refuse-text
                       perform sp-refuse-file
                   else
                       move ws-file-date to ws-stem-date
                       move ws-file-branch to ws-stem-branch
                       display "    file date " ws-file-date
                           " branch " ws-file-branch
                       perform sp-verify-branch
                   end-if
               end-if
           end-if
           .

      *----------------------------------------------------------------
      * the originating branch must be on the branch master and open;
      * a file from anywhere else is refused before anything is read
      * past the header
      *----------------------------------------------------------------
       sp-verify-branch.
           exec sql
               select branch_status
                 into :ws-branch-status
                 from dbo.sp_branch
                where branch_code = :ws-file-branch
           end-exec
           evaluate true
               when sqlcode = 0 and ws-branch-open
                   continue
               when sqlcode = 0
                   display "FAIL  branch " ws-file-branch
                       " is closed on the branch master"
                   move "BRANCH IS CLOSED" to ws-refuse-text
                   perform sp-refuse-file
               when sqlcode = 100
                   display "FAIL  branch " ws-file-branch
                       " is not on the branch master"
                   move "BRANCH IS NOT ON THE BRANCH MASTER"
                       to ws-refuse-text
                   perform sp-refuse-file
               when other
                   display "FAIL  cannot read dbo.sp_branch"
                       ", sqlcode=" sqlcode
                   set ws-intake-failed to true
           end-evaluate
           .

       sp-verify-record.
           read intake-file into sp-transmit-record
               at end
                   when sp-transmit-trailer
                       if ws-trailer-found
                           display "FAIL  more than one trailer"
                           move "MORE THAN ONE TRAILER RECORD"
                               to ws-refuse-text
                           perform sp-refuse-file
                           set ws-file-done to true
                       else
                           set ws-trailer-found to true
                       if ws-trailer-found
                           display "FAIL  detail record after "
                               "trailer"
                           move "DETAIL RECORD AFTER THE TRAILER"
                               to ws-refuse-text
                           perform sp-refuse-file
                           set ws-file-done to true
                       else
                           perform sp-accumulate-detail
                   when other
                       display "FAIL  unknown record type "
                           sp-transmit-type
                       move spaces to ws-refuse-text
                       string "UNKNOWN RECORD TYPE " sp-transmit-type
                           delimited by size into ws-refuse-text
                       end-string
                       perform sp-refuse-file
                       set ws-file-done to true
               end-evaluate
           end-if
                   add ws-amt-num to ws-net-amount
               end-if
           end-if
           if sp-payload-balance-adjust
                   and (sp-payload-adjust-source not = spaces
                       or sp-payload-adjust-ref not = spaces)
               add 1 to ws-tagged-count
               display "WARN  detail " ws-detail-count
                   " account " sp-payload-account-id
                   " carries a posting source - will be rejected"
           end-if
           .

       sp-capture-trailer.
                   or sp-transmit-hash-total not numeric
                   or sp-transmit-net-amt not numeric
               display "FAIL  trailer fields not numeric"
               move "TRAILER FIELDS NOT NUMERIC" to ws-refuse-text
               perform sp-refuse-file
           else
      *        kept aside for the return file: the record area is
      *        reused by every later read
               move sp-transmit-rec-count to ws-in-rec-count
               move sp-transmit-hash-total to ws-in-hash-total
               move sp-transmit-net-sign to ws-in-net-sign
               move sp-transmit-net-amt to ws-in-net-amt
               move sp-transmit-net-amt to ws-trailer-net
               if sp-transmit-net-sign = "-"
                   compute ws-trailer-net = 0 - ws-trailer-net
           if sp-transmit-rec-count not = ws-detail-count
               display "FAIL  trailer count " sp-transmit-rec-count
                   " read " ws-detail-count
               move "TRAILER RECORD COUNT DOES NOT AGREE"
                   to ws-refuse-text
               perform sp-refuse-file
           end-if
           if sp-transmit-hash-total not = ws-hash-total
               display "FAIL  trailer hash " sp-transmit-hash-total
                   " read " ws-hash-total
               move "TRAILER HASH TOTAL DOES NOT AGREE"
                   to ws-refuse-text
               perform sp-refuse-file
           end-if
           if ws-trailer-net not = ws-net-amount
               display "FAIL  trailer net " ws-trailer-net
                   " read " ws-net-amount
               move "TRAILER NET AMOUNT DOES NOT AGREE"
                   to ws-refuse-text
               perform sp-refuse-file
           end-if
           if ws-intake-failed
               display "FAIL  file rejected whole - nothing posted"
               when sqlcode = 0 and ws-control-status = "DONE"
                   display "FAIL  file already applied as "
                       ws-batch-stem
                   move "FILE ALREADY APPLIED" to ws-refuse-text
                   perform sp-refuse-file
               when sqlcode = 0
                   perform sp-resume-registration
               when sqlcode = 100
               display "FAIL  open registration " ws-batch-stem
                   " was cut for a different file - totals do "
                   "not match"
               move "ANOTHER FILE IS OPEN FOR THIS DATE AND BRANCH"
                   to ws-refuse-text
               perform sp-refuse-file
           else
               move ws-stored-chunk to ws-chunk-size
               set ws-registration-owned to true
               display "    resuming open registration "
                   ws-batch-stem " chunk size " ws-chunk-size
           end-if
                    :ws-chunk-size, :ws-now-stamp, 'OPEN')
           end-exec
           if sqlcode = 0
               set ws-registration-owned to true
               display "    registered as " ws-batch-stem
           else
      *        a duplicate-key answer here means another intake just
           move 0 to ws-chunk-count
           .

      *----------------------------------------------------------------
      * a file refused whole: the first reason found is the one the
      * branch is told, the rest are on the run log
      *----------------------------------------------------------------
       sp-refuse-file.
           set ws-intake-failed to true
           if ws-refusal-reason = spaces
               move ws-refuse-text to ws-refusal-reason
           end-if
           .

      *----------------------------------------------------------------
      * pass 3: re-read the posted file and tell the branch what
      * became of each detail. A record's chunk, and so the batch-id
      * its reject or pending row was written under, follows from its
      * position and the chunk size the file was driven with
      *----------------------------------------------------------------
       sp-write-return-file.
           perform sp-name-return-file
           open output return-file
           if ws-return-status not = "00"
               display "FAIL  cannot open "
                   function trim(ws-return-file-name)
                   " status " ws-return-status
               set ws-intake-failed to true
           else
               perform sp-write-ack-header
               open input intake-file
               if ws-intake-status not = "00"
                   display "FAIL  cannot reopen "
                       function trim(ws-intake-file-name)
                       " status " ws-intake-status
                   set ws-intake-failed to true
               else
                   read intake-file into sp-transmit-record
                   end-read
                   move 0 to ws-record-seq
                   set ws-file-more to true
                   perform sp-acknowledge-record until ws-file-done
                       or ws-intake-failed
                   close intake-file
               end-if
               if ws-intake-ok
                   perform sp-write-ack-trailer
                   display "    return file "
                       function trim(ws-return-file-name)
                       " posted " ws-posted-count
                       " queued " ws-queued-count
                       " referred " ws-referred-count
                       " rejected " ws-rejected-ack-count
               end-if
               close return-file
           end-if
           .

       sp-acknowledge-record.
           read intake-file into sp-transmit-record
               at end
                   set ws-file-done to true
           end-read
           if ws-file-more
               if sp-transmit-trailer
                   set ws-file-done to true
               else
                   add 1 to ws-record-seq
                   move sp-transmit-record to sp-payload-record
                   compute ws-ret-chunk =
                       (ws-record-seq - 1) / ws-chunk-size + 1
                   move ws-ret-chunk to ws-batch-id-chunk
                   move ws-batch-id to ws-ret-batch-id
                   move ws-record-key to ws-ret-record-key
                   move spaces to sp-ack-record
                   set sp-ack-detail to true
                   move ws-record-seq to sp-ack-position
                   move sp-payload-account-id to sp-ack-account-id
                   move sp-payload-type to sp-ack-record-type
                   perform sp-find-disposition
                   if ws-intake-ok
                       write return-record from sp-ack-record
                   end-if
               end-if
           end-if
           .

      *    an unreprocessed reject row says the record did not post;
      *    an unreleased pending row says it waits for its value date;
      *    an approval row says it waits on a second user; a record
      *    in none of those queues was applied
       sp-find-disposition.
           exec sql
               select top 1 reason_code
                 into :ws-ret-reason
                 from dbo.sp_batch_reject
                where batch_id = :ws-ret-batch-id
                  and record_key = :ws-ret-record-key
                  and reprocessed_flag = 'N'
                order by rejected_timestamp desc
           end-exec
           evaluate sqlcode
               when 0
                   set sp-ack-rejected to true
                   move ws-ret-reason to sp-ack-reason-code
                   perform sp-describe-reason
                   add 1 to ws-rejected-ack-count
               when 100
                   perform sp-check-queued
               when other
                   display "FAIL  cannot read dbo.sp_batch_reject"
                       ", sqlcode=" sqlcode
                   set ws-intake-failed to true
           end-evaluate
           .

       sp-check-queued.
           move 0 to ws-queued-probe
           exec sql
               select count(*)
                 into :ws-queued-probe
                 from dbo.sp_pending_transaction
                where batch_id = :ws-ret-batch-id
                  and record_key = :ws-ret-record-key
                  and released_flag = 'N'
           end-exec
           evaluate true
               when sqlcode not = 0
                   display "FAIL  cannot read "
                       "dbo.sp_pending_transaction, sqlcode=" sqlcode
                   set ws-intake-failed to true
               when ws-queued-probe > 0
                   set sp-ack-queued to true
                   move sp-payload-value-date to sp-ack-value-date
                   move "HELD FOR VALUE DATE" to sp-ack-reason-text
                   add 1 to ws-queued-count
               when other
                   perform sp-check-referred
           end-evaluate
           .

       sp-check-referred.
           move 0 to ws-referred-probe
           exec sql
               select count(*)
                 into :ws-referred-probe
                 from dbo.sp_pending_approval
                where source_batch_id = :ws-ret-batch-id
                  and source_record_key = :ws-ret-record-key
           end-exec
           evaluate true
               when sqlcode not = 0
                   display "FAIL  cannot read "
                       "dbo.sp_pending_approval, sqlcode=" sqlcode
                   set ws-intake-failed to true
               when ws-referred-probe > 0
                   set sp-ack-referred to true
                   move "APPR" to ws-ret-reason
                   move ws-ret-reason to sp-ack-reason-code
                   perform sp-describe-reason
                   add 1 to ws-referred-count
               when other
                   set sp-ack-posted to true
                   add 1 to ws-posted-count
           end-evaluate
           .

       sp-describe-reason.
           move ws-ret-reason to sp-batch-reject-reason
           evaluate true
               when sp-reject-bad-type
                   move "UNKNOWN RECORD TYPE" to sp-ack-reason-text
               when sp-reject-account
                   move "ACCOUNT NOT FOUND" to sp-ack-reason-text
               when sp-reject-transition
                   move "STATUS CHANGE NOT ALLOWED FROM CURRENT STATUS"
                       to sp-ack-reason-text
               when sp-reject-attribute
                   move "ATTRIBUTE NAME NOT RECOGNISED"
                       to sp-ack-reason-text
               when sp-reject-amount
                   move "AMOUNT OR SIGN INVALID" to sp-ack-reason-text
               when sp-reject-overdraft
                   move "DEBIT WOULD EXCEED THE CREDIT LIMIT"
                       to sp-ack-reason-text
               when sp-reject-validation
                   move "RECORD FAILED VALIDATION"
                       to sp-ack-reason-text
               when sp-reject-database
                   move "DATABASE ERROR - WILL BE REPROCESSED"
                       to sp-ack-reason-text
               when sp-reject-rv-not-found
                   move "MOVEMENT TO REVERSE NOT FOUND ON THIS ACCOUNT"
                       to sp-ack-reason-text
               when sp-reject-rv-duplicate
                   move "MOVEMENT ALREADY REVERSED"
                       to sp-ack-reason-text
               when sp-reject-rv-not-balance
                   move "MOVEMENT CANNOT BE REVERSED"
                       to sp-ack-reason-text
               when sp-reject-held-funds
                   move "DEBIT WOULD DIP INTO HELD FUNDS"
                       to sp-ack-reason-text
               when sp-reject-closure
                   move "ACCOUNT HAS ITEMS OUTSTANDING - CANNOT CLOSE"
                       to sp-ack-reason-text
               when sp-reject-branch
                   move "BRANCH UNKNOWN OR CLOSED"
                       to sp-ack-reason-text
               when sp-reject-approval
                   move "REFERRED FOR APPROVAL BY A SECOND USER"
                       to sp-ack-reason-text
               when other
                   move "REJECTED" to sp-ack-reason-text
           end-evaluate
           .

       sp-name-return-file.
           move spaces to ws-return-file-name
           if ws-registration-foreign and ws-stem-branch not = spaces
      *        the stem's .ret belongs to whichever run owns the
      *        registration; a refusal must not overwrite it
               move function current-date to ws-now-stamp
               string ws-batch-stem "." ws-now-stamp(9:6) ".rej"
                   delimited by size into ws-return-file-name
               end-string
           else
               accept ws-return-file-name
                   from environment "SP_RETURN_FILE"
           end-if
           if ws-return-file-name = spaces
                   or ws-return-file-name = low-values
               move spaces to ws-return-file-name
               if ws-stem-branch not = spaces
                   string ws-batch-stem ".ret"
                       delimited by size into ws-return-file-name
                   end-string
               else
                   string ws-intake-file-name delimited by space
                       ".ret" delimited by size
                       into ws-return-file-name
                   end-string
               end-if
           end-if
           .

       sp-write-ack-header.
           move spaces to sp-ack-data
           set sp-ack-header to true
           if ws-refusal-reason = spaces
               set sp-ack-file-accepted to true
           else
               set sp-ack-file-refused to true
           end-if
           move ws-file-date to sp-ack-file-date
           move ws-file-branch to sp-ack-branch
           if ws-stem-branch not = spaces
               move ws-batch-stem to sp-ack-batch-stem
           end-if
           move ws-refusal-reason to sp-ack-refusal-text
           move function current-date to ws-now-stamp
           move ws-now-stamp(1:14) to sp-ack-created
           write return-record from sp-ack-record
           .

       sp-write-ack-trailer.
           move spaces to sp-ack-record
           set sp-ack-trailer to true
           move ws-detail-count to sp-ack-detail-count
           move ws-posted-count to sp-ack-posted-count
           move ws-queued-count to sp-ack-queued-count
           move ws-rejected-ack-count to sp-ack-rejected-count
           move ws-referred-count to sp-ack-referred-count
           move ws-in-rec-count to sp-ack-in-rec-count
           move ws-in-hash-total to sp-ack-in-hash-total
           move ws-in-net-sign to sp-ack-in-net-sign
           move ws-in-net-amt to sp-ack-in-net-amt
           if ws-posted-count + ws-queued-count
                   + ws-referred-count
                   + ws-rejected-ack-count = ws-in-rec-count
                   and ws-detail-count = ws-in-rec-count
                   and ws-refusal-reason = spaces
               set sp-ack-balanced to true
           else
               set sp-ack-unbalanced to true
           end-if
           write return-record from sp-ack-record
           .

      *----------------------------------------------------------------
      * a refused file: header and trailer only. The trailer still
      * echoes whatever the incoming trailer said, beside zero
      * dispositions, so the branch can see nothing was taken
      *----------------------------------------------------------------
       sp-write-refusal-file.
           perform sp-name-return-file
           open output return-file
           if ws-return-status not = "00"
               display "FAIL  cannot open "
                   function trim(ws-return-file-name)
                   " status " ws-return-status
           else
               perform sp-write-ack-header
               move 0 to ws-posted-count
               move 0 to ws-queued-count
               move 0 to ws-rejected-ack-count
               move 0 to ws-referred-count
               perform sp-write-ack-trailer
               close return-file
               display "    return file "
                   function trim(ws-return-file-name)
                   " refused: " function trim(ws-refusal-reason)
           end-if
           .

       sp-finish-file.
           move function current-date to ws-now-stamp
           exec sql
