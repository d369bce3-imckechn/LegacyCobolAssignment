      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Detail-value archive writer added later so every validated
      *> value a run kept survives the run - the results master only
      *> holds each day's summary, and a month-end median can't be
      *> pooled out of daily medians. Kept as its own module, the same
      *> way STATMAST is, so STATS and STATBATCH share one copy of the
      *> archive handling.
      *> Later an open for a run dated in a closed period is refused
      *> through the STATLOCK module, the way STATMAST refuses the
      *> run's summary, so a closed month's values stay as pooled.
      *> Later one whose period cannot be checked, because the period
      *> control file will not read, is refused the same way.

       identification division.

       program-id. statdetl.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select detail-file assign to "STATDETL.DAT"
          organization is indexed
          access mode is dynamic
          record key is detail-key
          file status is ws-detail-status.

       data division.
       file section.
       fd detail-file.
       01 detail-record.
          02 detail-key.
             03 detail-run-date picture x(8).
             03 detail-input-name picture x(30).
             03 detail-seq picture 9(9).
          02 detail-group-key picture x(8).
          02 detail-mode picture x(1).
          02 detail-value picture s9(14)v9(14) sign is leading separate.
          02 detail-weight picture s9(9) sign is leading separate.
          02 detail-y picture s9(14)v9(14) sign is leading separate.

       working-storage section.
       77 ws-detail-status pic xx.
       77 ws-detail-open-flag picture x(1) value 'N'.
          88 detail-is-open value 'Y'.
       77 ws-clear-eof picture x(1) value 'N'.
          88 clear-done value 'Y'.
       77 ws-run-date picture x(8).
       77 ws-run-input picture x(30).
       77 clearedCount picture s9(9) usage is computational.

      *> The period-close check for the run being opened
       77 lock-result picture x(1).
       01 lock-request.
          02 lock-function picture x(1).
          02 lock-date picture x(8).
          02 lock-program picture x(8).
          02 lock-action picture x(8).
          02 lock-subject picture x(46).
          02 lock-operator picture x(10).
          02 lock-reason picture x(50).

      *> The caller hands over a function code and one record in the
      *> file's own layout - O opens the archive for the run named on
      *> the record (clearing whatever an earlier run of the same input
      *> on the same day left there), W files one value, C closes.
      *> An O for a run dated in a closed period comes back as L with
      *> the archive left shut, so the caller files nothing - and as U
      *> when the period control could not be read.
       linkage section.
       01 lk-detail-function picture x(1).
       01 lk-detail-record picture x(124).

      *> A rerun of the same input on the same day replaces its earlier
      *> values wholesale, the way STATMAST replaces its summary - a
      *> rerun that kept fewer values must not leave the tail of the
      *> earlier run behind to be counted into the month
       procedure division using lk-detail-function lk-detail-record.
       evaluate lk-detail-function
          when 'O'
             perform open-archive
          when 'W'
             perform write-value
          when 'C'
             perform close-archive
       end-evaluate.
       goback.

       open-archive.
       if detail-is-open then
           close detail-file
           move 'N' to ws-detail-open-flag
       end-if.
       move lk-detail-record to detail-record.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move detail-run-date to lock-date.
       move 'STATDETL' to lock-program.
       move 'ARCHIVE' to lock-action.
       move detail-input-name to lock-subject.
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.
       evaluate lock-result
          when 'C'
             move 'L' to lk-detail-function
          when 'U'
             display "ERROR: detail archive refused " detail-input-name " - period control for " detail-run-date(1:6) " could not be read"
             move 'U' to lk-detail-function
          when other
             perform open-archive-file
       end-evaluate.

       open-archive-file.
       open i-o detail-file.
       if ws-detail-status = "35" then
           open output detail-file
           close detail-file
           open i-o detail-file
       end-if.
       if ws-detail-status not = "00" then
           display "WARNING: detail archive STATDETL.DAT could not be opened (status=" ws-detail-status ") - values not archived"
       else
           set detail-is-open to true
           move lk-detail-record to detail-record
           move detail-run-date to ws-run-date
           move detail-input-name to ws-run-input
           perform clear-earlier-run
       end-if.

      *> Walk forward from sequence zero under this run date + input,
      *> deleting until the key moves on to another input or date
       clear-earlier-run.
       move zero to clearedCount.
       move 'N' to ws-clear-eof.
       move ws-run-date to detail-run-date.
       move ws-run-input to detail-input-name.
       move zero to detail-seq.
       start detail-file key is not less than detail-key
          invalid key set clear-done to true
       end-start.
       perform clear-next-value until clear-done.
       if clearedCount > zero then
           display "Detail archive - " clearedCount " value(s) from an earlier run of " ws-run-input " on " ws-run-date " replaced"
       end-if.

       clear-next-value.
       read detail-file next record
          at end set clear-done to true
       end-read.
       if not clear-done then
           if detail-run-date = ws-run-date
              and detail-input-name = ws-run-input then
               delete detail-file record
                  invalid key continue
               end-delete
               add 1 to clearedCount
           else
               set clear-done to true
           end-if
       end-if.

       write-value.
       if detail-is-open then
           move lk-detail-record to detail-record
           write detail-record
              invalid key
                 rewrite detail-record
                    invalid key
                       display "WARNING: detail archive record could not be written (status=" ws-detail-status ")"
                 end-rewrite
           end-write
       end-if.

       close-archive.
       if detail-is-open then
           close detail-file
           move 'N' to ws-detail-open-flag
       end-if.
