      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Period close control added later so a month, once signed off,
      *> stays the month that was signed off - a STATS or STATBATCH
      *> rerun weeks later used to rewrite daily figures STATROLL had
      *> already pooled into a published period. A closed month is one
      *> record on STATPCTL.DAT; every refusal, close and reopen lands
      *> on the standing STATLOCK.LOG so nobody has to guess who did
      *> what to a period. Kept as its own module, the same way
      *> STATMAST is, so every program that writes or purges results
      *> shares one copy of the check.
      *> Later a control file that exists but cannot be read is an
      *> error, not a warning - every caller now refuses on U, so a
      *> damaged STATPCTL.DAT holds every month shut until it is fixed.

       identification division.

       program-id. statlock.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select period-file assign to "STATPCTL.DAT"
          organization is indexed
          access mode is random
          record key is pctl-month
          file status is ws-period-status.
       select lock-log-file assign to "STATLOCK.LOG" organization is line sequential
          file status is ws-log-status.

       data division.
       file section.
       fd period-file.
       01 period-record.
          02 pctl-month picture x(6).
          02 pctl-status picture x(1).
          02 pctl-closed-by picture x(10).
          02 pctl-closed-at picture x(21).
          02 pctl-reopened-by picture x(10).
          02 pctl-reopened-at picture x(21).
          02 pctl-reason picture x(50).
       fd lock-log-file.
       01 lock-log-line    pic x(250).

       working-storage section.
       77 ws-period-status pic xx.
       77 ws-log-status pic xx.
       77 ws-run-timestamp picture x(21).
       77 ws-log-event picture x(8).

      *> The caller hands over one request and gets back a result byte.
      *> Q asks whether the date's month is closed - O open (or never
      *> closed), C closed, in which case the refusal is logged against
      *> the caller's program, action and subject; U the control file
      *> could not be read. C closes the month and R reopens it, both
      *> needing an operator and R a reason - D done, N refused (the
      *> month is already in that state), U the control file could not
      *> be updated.
       linkage section.
       01 lk-lock-request.
          02 lk-lock-function picture x(1).
          02 lk-lock-date picture x(8).
          02 lk-lock-program picture x(8).
          02 lk-lock-action picture x(8).
          02 lk-lock-subject picture x(46).
          02 lk-lock-operator picture x(10).
          02 lk-lock-reason picture x(50).
       01 lk-lock-result picture x(1).

       procedure division using lk-lock-request lk-lock-result.
       move function current-date to ws-run-timestamp.
       evaluate lk-lock-function
          when 'Q'
             perform check-period
          when 'C'
             perform close-period
          when 'R'
             perform reopen-period
          when other
             move 'U' to lk-lock-result
       end-evaluate.
       goback.

      *> A month nobody ever closed has no record, and a control file
      *> nobody ever created means nothing has been closed yet
       check-period.
       move 'O' to lk-lock-result.
       open input period-file.
       if ws-period-status = "35" then
           continue
       else
           if ws-period-status not = "00" then
               display "ERROR: period control STATPCTL.DAT could not be opened (status=" ws-period-status ") - " lk-lock-action " of " lk-lock-date " refused"
               move 'U' to lk-lock-result
           else
               move lk-lock-date(1:6) to pctl-month
               read period-file record
                  invalid key continue
                  not invalid key
                     if pctl-status = 'C' then
                         move 'C' to lk-lock-result
                     end-if
               end-read
               close period-file
           end-if
       end-if.
       if lk-lock-result = 'C' then
           display "ERROR: period " lk-lock-date(1:6) " is closed - " lk-lock-action " of " lk-lock-date " refused"
       end-if.
       if lk-lock-result = 'C' or lk-lock-result = 'U' then
           move 'REFUSED' to ws-log-event
           perform write-lock-log
       end-if.

      *> Closing writes the month's record, or flips a reopened one
      *> back to closed, stamped with who signed it off and when
       close-period.
       perform open-period-io.
       if ws-period-status not = "00" then
           move 'U' to lk-lock-result
       else
           move 'D' to lk-lock-result
           move lk-lock-date(1:6) to pctl-month
           read period-file record
              invalid key
                 move spaces to period-record
                 move lk-lock-date(1:6) to pctl-month
                 perform stamp-close
                 write period-record
                    invalid key move 'U' to lk-lock-result
                 end-write
              not invalid key
                 if pctl-status = 'C' then
                     move 'N' to lk-lock-result
                 else
                     perform stamp-close
                     rewrite period-record
                        invalid key move 'U' to lk-lock-result
                     end-rewrite
                 end-if
           end-read
           close period-file
       end-if.
       if lk-lock-result = 'D' then
           move 'CLOSE' to ws-log-event
           perform write-lock-log
       end-if.

       stamp-close.
       move 'C' to pctl-status.
       move lk-lock-operator to pctl-closed-by.
       move ws-run-timestamp to pctl-closed-at.

      *> Reopening only ever applies to a closed month, and the record
      *> keeps the last reopen's who, when and why beside the close
       reopen-period.
       perform open-period-io.
       if ws-period-status not = "00" then
           move 'U' to lk-lock-result
       else
           move 'D' to lk-lock-result
           move lk-lock-date(1:6) to pctl-month
           read period-file record
              invalid key
                 move 'N' to lk-lock-result
              not invalid key
                 if pctl-status not = 'C' then
                     move 'N' to lk-lock-result
                 else
                     move 'O' to pctl-status
                     move lk-lock-operator to pctl-reopened-by
                     move ws-run-timestamp to pctl-reopened-at
                     move lk-lock-reason to pctl-reason
                     rewrite period-record
                        invalid key move 'U' to lk-lock-result
                     end-rewrite
                 end-if
           end-read
           close period-file
       end-if.
       if lk-lock-result = 'D' then
           move 'REOPEN' to ws-log-event
           perform write-lock-log
       end-if.

       open-period-io.
       open i-o period-file.
       if ws-period-status = "35" then
           open output period-file
           close period-file
           open i-o period-file
       end-if.
       if ws-period-status not = "00" then
           display "ERROR: period control STATPCTL.DAT could not be opened (status=" ws-period-status ") - period not changed"
       end-if.

      *> One standing-file line per event, in the audit log's own
      *> keyword style - closes and reopens carry the operator (and a
      *> reopen its reason), refusals the program, action and subject
       write-lock-log.
       open extend lock-log-file.
       if ws-log-status = "35" then
           open output lock-log-file
       end-if.
       move spaces to lock-log-line.
       if ws-log-event = 'REFUSED' then
           string ws-run-timestamp delimited by size
                  ' EVENT=REFUSED PERIOD=' delimited by size
                  lk-lock-date(1:6) delimited by size
                  ' PROGRAM=' delimited by size
                  lk-lock-program delimited by space
                  ' ACTION=' delimited by size
                  lk-lock-action delimited by space
                  ' DATE=' delimited by size
                  lk-lock-date delimited by size
                  ' SUBJECT=' delimited by size
                  function trim(lk-lock-subject) delimited by size
                  into lock-log-line
           end-string
       else
           string ws-run-timestamp delimited by size
                  ' EVENT=' delimited by size
                  ws-log-event delimited by space
                  ' PERIOD=' delimited by size
                  lk-lock-date(1:6) delimited by size
                  ' PROGRAM=' delimited by size
                  lk-lock-program delimited by space
                  ' OPERATOR=' delimited by size
                  function trim(lk-lock-operator) delimited by size
                  ' REASON=' delimited by size
                  function trim(lk-lock-reason) delimited by size
                  into lock-log-line
           end-string
       end-if.
       write lock-log-line.
       close lock-log-file.
