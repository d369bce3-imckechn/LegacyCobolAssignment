      *> re-validates every repaired record, and emits a resubmission
      *> extract with its own HDR/TRL control totals so it flows back
      *> through STATS like any other input.
      *> Later a reject from a run dated in a since-closed period is
      *> kept off the resubmission extract - its figures were signed
      *> off as they stood - with the refusal logged through the
      *> STATLOCK module and the run ending with return code 10.
      *> Later a reject whose period cannot be checked, because the
      *> period control file will not read, is kept off the same way
      *> and the run ends with return code 16.

       identification division.

      *> One reject data record, exactly as STATS writes it - the
      *> original 80 bytes, which line of the extract they came from,
      *> the input mode (V, W or P) and the reason (V = bad value or
      *> first reading, W = bad weight or second reading) - and the
      *> date of the run that rejected it, blank on records written
      *> before STATS carried it
       01 reject-data-record.
          02 rejd-input-name picture x(30).
          02 rejd-linenum picture 9(9).
          02 rejd-mode picture x(1).
          02 rejd-reason picture x(1).
          02 rejd-record picture x(80).
          02 rejd-run-date picture x(8).

      *> Period-close check for each reject's run date - the refusal
      *> is logged by STATLOCK
       77 lock-result picture x(1).
       01 lock-request.
          02 lock-function picture x(1).
          02 lock-date picture x(8).
          02 lock-program picture x(8).
          02 lock-action picture x(8).
          02 lock-subject picture x(46).
          02 lock-operator picture x(10).
          02 lock-reason picture x(50).

      *> One corrections-card record - the reject's original line
      *> number, the action (R = repaired record follows, X = write
       77 stillBadCount picture s9(9) usage is computational.
       77 uncorrectedCount picture s9(9) usage is computational.
       77 unusedCorrections picture s9(9) usage is computational.
       77 lockedCount picture s9(9) usage is computational.
       77 uncheckedCount picture s9(9) usage is computational.
       77 accountedCount picture s9(9) usage is computational.
       77 resubHash picture s9(14)v9(14) usage is computational-3.

       01 title-line.
          02 fix-count-label picture x(30).
          02 fix-count-value picture zzzzzzzz9.
       01 reconcile-ok-line.
          02 filler picture x(80) value
             '  Reconciled - rejects = corrected + written off + period closed or unchecked'.
       01 reconcile-bad-line.
          02 filler picture x(103) value
             ' *** RECONCILIATION FAILURE - rejects not = corrected + written off + period closed or unchecked ***'.
       01 no-rejects-line.
          02 filler picture x(55) value
             '  NO REJECT DATA RECORDS ON FILE - nothing to repair'.
       write resub-line from resub-header-rec.

       move zero to rejectsRead correctedCount writeoffCount
          stillBadCount uncorrectedCount unusedCorrections lockedCount
          uncheckedCount.
       move zero to resubHash.
       perform repair-one-reject until reject-data-eof.
       close reject-data-file.
       move ' Written off            = ' to fix-count-label.
       move writeoffCount to fix-count-value.
       write report-line from fix-count-line after advancing 1 line.
       move ' Period closed          = ' to fix-count-label.
       move lockedCount to fix-count-value.
       write report-line from fix-count-line after advancing 1 line.
       move ' Period unchecked       = ' to fix-count-label.
       move uncheckedCount to fix-count-value.
       write report-line from fix-count-line after advancing 1 line.
       move ' Still invalid          = ' to fix-count-label.
       move stillBadCount to fix-count-value.
       write report-line from fix-count-line after advancing 1 line.

      *> The reconciliation gate - a reject that is neither corrected
      *> nor written off has silently disappeared, and the run says so
      *> with its own return code so the rerun can be held. A reject
      *> kept back for a closed period is accounted for, not lost, but
      *> still ends the run with the period-close return code, and one
      *> kept back because its period could not be checked ends it with
      *> 16 - the period control file has to be put right first.
       compute accountedCount = correctedCount + writeoffCount.
       add lockedCount to accountedCount.
       add uncheckedCount to accountedCount.
       if rejectsRead = accountedCount then
           write report-line from reconcile-ok-line after advancing 1 line
           display "Finished - " correctedCount " record(s) on the resubmission extract"
       else
           display "ERROR: reconciliation failure - " stillBadCount " still invalid, " uncorrectedCount " without a correction"
           move 8 to return-code
       end-if.
       if lockedCount > zero then
           display "ERROR: " lockedCount " reject(s) from a closed period kept off the resubmission extract"
           move 10 to return-code
       end-if.
       if uncheckedCount > zero then
           display "ERROR: " uncheckedCount " reject(s) kept off the resubmission extract - period control STATPCTL.DAT unreadable"
           move 16 to return-code
       end-if.

       close report-file.
       stop run.
       end-if.

      *> One reject through the card - repaired and re-validated, or
      *> written off, kept back for a closed period, or flagged as
      *> falling through the cracks
       repair-one-reject.
       read reject-data-file into reject-data-record
          at end set reject-data-eof to true
       end-read.
       if not reject-data-eof then
           add 1 to rejectsRead
           move 'O' to lock-result
           if rejd-run-date is numeric then
               perform check-period-lock
           end-if
           evaluate lock-result
              when 'C'
                 perform refuse-closed-reject
              when 'U'
                 perform refuse-unchecked-reject
              when other
                 perform match-correction
           end-evaluate
       end-if.

       match-correction.
       move 'N' to ws-corr-found.
       perform find-correction varying c from 1 by 1
          until c is greater than corrCount or correction-found.
       if correction-found then
           subtract 1 from c
           move 'Y' to corrUsed(c)
           if corrAction(c) = 'X' or corrAction(c) = 'x' then
               perform write-off-reject
           else
               perform apply-correction
           end-if
       else
           add 1 to uncorrectedCount
           move rejd-linenum to fix-linenum
           move 'NO CORRECTION' to fix-disposition
           move rejd-record to fix-text
           write report-line from fix-detail after advancing 1 line
       end-if.

       find-correction.
           set correction-found to true
       end-if.

      *> Ask STATLOCK whether the reject's run month is closed - the
      *> module logs the refusal when it is
       check-period-lock.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move rejd-run-date to lock-date.
       move 'STATFIX' to lock-program.
       move 'RESUBMIT' to lock-action.
       move rejd-input-name to lock-subject.
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.

      *> Any correction stays on the card unapplied - its period was
      *> signed off as it stood, and reopening it is an audited step
      *> of its own
       refuse-closed-reject.
       add 1 to lockedCount.
       move rejd-linenum to fix-linenum.
       move 'PERIOD CLOSED' to fix-disposition.
       move rejd-record to fix-text.
       write report-line from fix-detail after advancing 1 line.

      *> Nor can one go out when its period cannot be shown to be open
       refuse-unchecked-reject.
       add 1 to uncheckedCount.
       move rejd-linenum to fix-linenum.
       move 'PERIOD UNCHKD' to fix-disposition.
       move rejd-record to fix-text.
       write report-line from fix-detail after advancing 1 line.

       write-off-reject.
       add 1 to writeoffCount.
       move rejd-linenum to fix-linenum.
