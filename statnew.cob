       fd csv-file.
       01 csv-line         pic x(40).
       fd audit-file.
       01 audit-line       pic x(250).
       fd checkpoint-file.
       01 ckpt-line        pic x(100).
       fd parm-file.
      *> (and re-sorted) once per population, so the per-group passes
      *> need an untouched copy to reload from. Paired mode keeps the
      *> second reading in its own raw column, loaded into the working
      *> array only for the column-2 pass. The record's own group key is
      *> kept beside its group number so the detail archive files the
      *> key even for a record that arrived after the group table filled.
       01 raw-area.
          02 rawValueArray picture s9(14)v9(14) usage is computational-3
             occurs 50000 times.
             occurs 50000 times.
          02 rawYArray picture s9(14)v9(14) usage is computational-3
             occurs 50000 times.
          02 rawKeyArray picture x(8) occurs 50000 times.

      *> Distinct group keys seen in the input, in first-seen order -
      *> a zero in RAWGROUPARRAY means the key table was already full
          02 xmit-extract-date picture x(8).
          02 xmit-input-name picture x(30).
          02 xmit-timestamp picture x(21).
          02 xmit-record-count picture 9(9).
       01 duplicate-xmit-line.
          02 filler picture x(52) value
             ' *** DUPLICATE TRANSMISSION - REPORT WITHHELD ***   '.
          02 stale-extract picture x(8).
          02 filler picture x(18) value '  register holds  '.
          02 stale-last picture x(8).
       01 locked-period-line.
          02 filler picture x(48) value
             ' *** PERIOD CLOSED - REPORT WITHHELD - period '.
          02 lck-period picture x(6).
       01 pctl-unreadable-line.
          02 filler picture x(60) value
             ' *** PERIOD CONTROL UNREADABLE - REPORT WITHHELD ***'.

      *> Value-mode record - the group key rides in the first eight
      *> bytes of what used to be filler; a blank key is still a group
      *> record per rejected line carrying the original 80 bytes, the
      *> input mode, the reason (V = bad value, W = bad weight) and
      *> the source input name, so a bad batch can be repaired and
      *> resubmitted by STATFIX instead of retyped into a fresh extract.
      *> The run date rides on the end so STATFIX can tell a reject
      *> from a since-closed period.
       01 reject-data-record.
          02 rejd-input-name picture x(30).
          02 rejd-linenum picture 9(9).
          02 rejd-mode picture x(1).
          02 rejd-reason picture x(1).
          02 rejd-record picture x(80).
          02 rejd-run-date picture x(8).

      *> Header and detail layouts for the reject/exception report
       01 reject-title.
          02 grp-hdr-key picture x(8).
          02 filler picture x(10) value '  count = '.
          02 grp-hdr-count picture zzzzzzzz9.
          02 filler picture x(2) value spaces.
          02 grp-hdr-desc picture x(30).
       01 group-overflow-warning.
          02 filler picture x(75) value
             ' *** WARNING: MORE THAN 200 GROUP KEYS - EXTRA KEYS NOT BROKEN OUT ***'.
          02 mast-extract-date picture x(8).
          02 mast-timestamp picture x(21).

      *> One detail-archive record, handed to the STATDETL module - the
      *> run date + input + sequence key, the record's own group key,
      *> the input mode, the value, its weight (one apiece outside
      *> weighted mode) and the second reading in paired mode - so the
      *> month-end rollup can rebuild the month's true distribution
       77 detl-function picture x(1).
       01 detl-record.
          02 detl-run-date picture x(8).
          02 detl-input-name picture x(30).
          02 detl-seq picture 9(9).
          02 detl-group-key picture x(8).
          02 detl-mode picture x(1).
          02 detl-value picture s9(14)v9(14) sign is leading separate.
          02 detl-weight picture s9(9) sign is leading separate.
          02 detl-y picture s9(14)v9(14) sign is leading separate.

      *> Group reference lookup - each group key is looked up once on
      *> the STATGRP.DAT reference file through the STATGREF module,
      *> for the description on its header and for the exception
      *> section: a key not on the reference file, closed before the
      *> extract date, or not yet in effect on it (the run date stands
      *> in for the extract date when the extract has no header). The
      *> blank key is nobody's typo and is never an exception.
       77 gref-result picture x(1).
       01 gref-record.
          02 gref-key picture x(8).
          02 gref-desc picture x(30).
          02 gref-region picture x(10).
          02 gref-manager picture x(30).
          02 gref-status picture x(1).
          02 gref-eff-from picture x(8).
          02 gref-eff-to picture x(8).
          02 gref-timestamp picture x(21).
       77 ws-gref-date picture x(8).
       77 ws-gref-avail-flag picture x(1) value 'Y'.
          88 group-reference-available value 'Y'.
       77 groupExceptions picture s9(4) usage is computational.
       77 ws-group-exc-flag picture x(1) value 'N'.
          88 group-exceptions-found value 'Y'.
       01 group-ref-table.
          02 gx-entry occurs 200 times.
             03 gx-reason picture x(40).
             03 gx-count picture s9(9) usage is computational.
       01 group-exception-title.
          02 filler picture x(43) value
             '  Group key exceptions against STATGRP.DAT'.
          02 filler picture x(8) value ' as at '.
          02 gxt-date picture x(8).
       01 group-exception-line.
          02 filler picture x(4) value spaces.
          02 gxl-key picture x(8).
          02 filler picture x(10) value '  count = '.
          02 gxl-count picture zzzzzzzz9.
          02 filler picture x(2) value spaces.
          02 gxl-reason picture x(40).
       01 group-exception-none.
          02 filler picture x(50) value
             '    Every group key on file and in effect'.
       01 group-reference-missing.
          02 filler picture x(70) value
             '    Reference file STATGRP.DAT not available - keys not checked'.

      *> Audit-log helpers - one run = one standing-file line, so a
      *> month-end figure can always be traced back to who ran what
       77 ws-audit-status picture xx.
       77 ws-audit-count-disp picture -(8)9.
       77 ws-audit-reject-disp picture -(8)9.
       77 ws-audit-nonpos-disp picture -(8)9.
      *> What became of the run's figures - PUBLISHED, WITHHELD on a
      *> control-total failure, DUPLICATE on a re-sent extract, NODATA
      *> when nothing survived validation - so the reconciliation can
      *> tell a run that should have reached the master from one that
      *> never could
       77 ws-audit-disp picture x(10) value 'PUBLISHED'.

      *> Period-close check - a run dated in a month STATCLOSE (or
      *> STATROLL) has closed must not add to or replace the figures
      *> already pooled into it, so the run stops before anything is
      *> filed with its own return code and a LOCKED disposition. The
      *> STATLOCK module logs the refusal; STATMAST refuses the same
      *> write on its own and says so through MAST-RESULT. A period
      *> control file that cannot be read is a refusal too - WITHHELD
      *> and return code 16, since no month can be shown to be open.
       77 mast-result picture x(1).
       77 ws-master-refused-flag picture x(1) value 'N'.
          88 master-write-refused value 'Y'.
       77 ws-pctl-unreadable-flag picture x(1) value 'N'.
          88 period-control-unreadable value 'Y'.
       77 lock-result picture x(1).
       01 lock-request.
          02 lock-function picture x(1).
          02 lock-date picture x(8).
          02 lock-program picture x(8).
          02 lock-action picture x(8).
          02 lock-subject picture x(46).
          02 lock-operator picture x(10).
          02 lock-reason picture x(50).

      *> Checkpoint/restart helpers - a checkpoint is written right after
      *> extraction finishes so a late abend in the statistics phase
          02 ckpt-data-weight picture s9(9) sign is leading separate.
          02 ckpt-data-group picture s9(4) sign is leading separate.
          02 ckpt-data-y picture s9(14)v9(14) sign is leading separate.
          02 ckpt-data-key picture x(8).

       01 overflow-warning.
          02 filler picture x(47) value
       move zero to trailerHash.
       move spaces to hdrExtractDate.
       move spaces to hdrSourceSystem.
       move function current-date to ws-run-timestamp.
       move ws-run-timestamp(1:8) to rejd-run-date.

      *> Read the file into the array numbers, validating every record, and
      *> count the numbers kept as numberCount (line count kept separately
           move sumOfNumbers to ctl-file-hash
           write output-line from control-hash-line after advancing 1 line
           display "ERROR: trailer control totals do not match the file - report withheld"
           move 'WITHHELD' to ws-audit-disp
           perform write-audit
           close input-file, output-file, reject-file, csv-file,
              reject-data-file
           move hdrExtractDate to dup-extract
           write output-line from duplicate-xmit-line after advancing 1 line
           display "ERROR: extract " hdrExtractDate " from " hdrSourceSystem " already processed - report withheld"
           move 'DUPLICATE' to ws-audit-disp
           perform write-audit
           if restart-requested then
               close output-file, reject-file, csv-file,
           display "WARNING: extract date " hdrExtractDate " from " hdrSourceSystem " is older than the last registered " lastExtractDate " - stale extract"
       end-if.

      *> Then against the period close - today's month, once signed
      *> off, takes no more runs until it is reopened
       perform check-period-lock.
       if lock-result = 'C' then
           move ws-run-timestamp(1:6) to lck-period
           write output-line from locked-period-line after advancing 1 line
           move 'LOCKED' to ws-audit-disp
           perform write-audit
           if restart-requested then
               close output-file, reject-file, csv-file,
                  reject-data-file
           else
               close input-file, output-file, reject-file, csv-file,
                  reject-data-file
           end-if
           move 10 to return-code
           stop run
       end-if.
       if lock-result = 'U' then
           write output-line from pctl-unreadable-line after advancing 1 line
           display "ERROR: period control STATPCTL.DAT unreadable - " ws-fname " report withheld"
           move 'WITHHELD' to ws-audit-disp
           perform write-audit
           if restart-requested then
               close output-file, reject-file, csv-file,
                  reject-data-file
           else
               close input-file, output-file, reject-file, csv-file,
                  reject-data-file
           end-if
           move 16 to return-code
           stop run
       end-if.

      *> Loudly flag any input file bigger than NUMBERARRAY's capacity so
      *> a truncated extract never passes for a complete one - OVERFLOW-
      *> DETECTED is restored from the checkpoint on a restart run, so
           write outlier-line from no-data-line after advancing 0 lines
           close outlier-file
           perform check-limits
           move 'NODATA' to ws-audit-disp
           display "Finished - no valid records, statistics skipped"
       else
      *> Overall pass first - load the whole file into the working
      *> into one file per branch before the month-end run
           if grouped-input then
               perform group-reports
               perform group-exceptions
           end-if

           perform write-history
           perform write-master
           perform write-detail
           if header-seen and not master-write-refused
              and not period-control-unreadable then
               perform register-transmission
           end-if

           close input-file, output-file, reject-file, csv-file,
              reject-data-file
       end-if.

      *> The return code is set once, here, after the last module call
      *> (every CALL hands back the called program's own code) - the
      *> worst of a period control that could not be read, a master
      *> write refused for a closed period, a tolerance breach and
      *> group keys off the reference file
       evaluate true
          when period-control-unreadable
             move 16 to return-code
          when master-write-refused
             move 10 to return-code
          when limit-breached
             move 8 to return-code
          when group-exceptions-found
             move 4 to return-code
          when other
             move zero to return-code
       end-evaluate.
       stop run.


       if ws-curr-group-key not = spaces then
           set grouped-input to true
       end-if.
       move ws-curr-group-key to rawKeyArray(numberCount).
       move 'N' to ws-group-found.
       perform find-group varying g from 1 by 1
          until g is greater than groupCount or group-found.
      *> non-positive value lines) stay with the overall pass - each
      *> group block gets the summary figures only.
       group-reports.
       move function current-date to ws-run-timestamp.
       if header-seen then
           move hdrExtractDate to ws-gref-date
       else
           move ws-run-timestamp(1:8) to ws-gref-date
       end-if.
       move 'Y' to ws-gref-avail-flag.
       write output-line from under-line after advancing 1 line.
       write output-line from group-section-title after advancing 1 line.
       if group-table-full then

       group-one-report.
       perform load-group-values.
       perform look-up-group.
       move popCount to gx-count(g).
       if popCount = zero then
           continue
       else
               move groupKey(g) to grp-hdr-key
           end-if
           move popCount to grp-hdr-count
           move gref-desc to grp-hdr-desc
           write output-line from group-header-line after advancing 1 line
           perform compute-statistics
           perform prints
           perform write-group-master
       end-if.

      *> The group's reference entry - its description for the header
      *> and, held against the extract date, any reason it belongs on
      *> the exception section. A site without the module or the file
      *> prints bare keys and checks nothing, as before.
       look-up-group.
       move spaces to gx-reason(g).
       move spaces to gref-record.
       if groupKey(g) = spaces then
           move '(no group key on the records)' to gref-desc
       else
           move groupKey(g) to gref-key
           move 'U' to gref-result
           if group-reference-available then
               call 'statgref' using gref-record gref-result
                  on exception
                     move 'U' to gref-result
               end-call
           end-if
           evaluate gref-result
              when 'F'
                 evaluate true
                    when gref-status = 'C' and gref-eff-to < ws-gref-date
                       string 'CLOSED - last in use ' delimited by size
                              gref-eff-to delimited by size
                              into gx-reason(g)
                       end-string
                    when gref-eff-to not = spaces
                       and gref-eff-to < ws-gref-date
                       string 'EXPIRED - in effect until ' delimited by size
                              gref-eff-to delimited by size
                              into gx-reason(g)
                       end-string
                    when gref-eff-from > ws-gref-date
                       string 'NOT YET IN EFFECT - from ' delimited by size
                              gref-eff-from delimited by size
                              into gx-reason(g)
                       end-string
                 end-evaluate
              when 'N'
                 move spaces to gref-record
                 move '*** NOT ON GROUP REFERENCE FILE' to gref-desc
                 move 'NOT ON GROUP REFERENCE FILE' to gx-reason(g)
              when other
                 move 'N' to ws-gref-avail-flag
                 move spaces to gref-record
           end-evaluate
       end-if.

      *> Every group key the reference file does not vouch for on the
      *> extract date, after the group blocks - any at all ends the run
      *> with return code 4 (a tolerance breach still raises it to 8)
      *> so a typo'd branch code upstream gets looked at
       group-exceptions.
       move zero to groupExceptions.
       write output-line from under-line after advancing 1 line.
       move ws-gref-date to gxt-date.
       write output-line from group-exception-title after advancing 1 line.
       if not group-reference-available then
           write output-line from group-reference-missing
              after advancing 1 line
       else
           perform group-exception-one varying g from 1 by 1
              until g is greater than groupCount
           if groupExceptions = zero then
               write output-line from group-exception-none
                  after advancing 1 line
           else
               display "WARNING: " groupExceptions " group key(s) not on the reference file or not in effect - see the exception section"
               set group-exceptions-found to true
           end-if
       end-if.

       group-exception-one.
       if gx-reason(g) not = spaces then
           add 1 to groupExceptions
           move groupKey(g) to gxl-key
           move gx-count(g) to gxl-count
           move gx-reason(g) to gxl-reason
           write output-line from group-exception-line after advancing 1 line
       end-if.

      *> Rebuild the working arrays from the raw copy, keeping only
      *> the records whose key matched group G
       load-group-values.
           end-if
           close alert-file
           if limit-breached then
               display "WARNING: statistics outside tolerance - "
                  breachCount " breach(es) on the alerts file"
           end-if
       move hdrSourceSystem to mast-source-system.
       move hdrExtractDate to mast-extract-date.
       move ws-run-timestamp to mast-timestamp.
       call 'statmast' using mast-record mast-result
          on exception
             display "WARNING: results master module unavailable - run not recorded in STATMAST.DAT"
             move 'E' to mast-result
       end-call.
       perform note-master-result.

      *> One history record per group block, under the group's own key,
      *> off the working fields COMPUTE-STATISTICS just filled for this
       move hdrSourceSystem to mast-source-system.
       move hdrExtractDate to mast-extract-date.
       move ws-run-timestamp to mast-timestamp.
       call 'statmast' using mast-record mast-result
          on exception
             display "WARNING: results master module unavailable - group not recorded in STATMAST.DAT"
             move 'E' to mast-result
       end-call.
       perform note-master-result.

      *> A record the master refused for a closed period ends the run
      *> with the period-close return code, the same as the check up
      *> front would have, and one refused for want of a readable
      *> period control ends it with 16 - noted here, set at the end
      *> of the run. Either way the extract is not registered, so the
      *> rerun that follows is not taken for a duplicate.
       note-master-result.
       if mast-result = 'L' then
           display "ERROR: results master refused " mast-input-name " " mast-group-key " - period " mast-run-date(1:6) " is closed"
           set master-write-refused to true
           move 'LOCKED' to ws-audit-disp
       end-if.
       if mast-result = 'U' then
           set period-control-unreadable to true
           move 'WITHHELD' to ws-audit-disp
       end-if.

      *> Every value kept, in input order, into the detail archive
      *> under this run's date and input - the archive module clears
      *> an earlier same-day run of this input first, so a rerun
      *> replaces its values the way it replaces its master record.
      *> A site without the module just keeps the daily summaries.
       write-detail.
       move function current-date to ws-run-timestamp.
       move ws-run-timestamp(1:8) to detl-run-date.
       move ws-fname to detl-input-name.
       move zero to detl-seq.
       move 'O' to detl-function.
       call 'statdetl' using detl-function detl-record
          on exception
             display "WARNING: detail archive module unavailable - values not recorded in STATDETL.DAT"
             move 'X' to detl-function
       end-call.
       if detl-function = 'O' then
           move 'W' to detl-function
           perform write-detail-one varying i from 1 by 1
              until i is greater than numberCount
           move 'C' to detl-function
           call 'statdetl' using detl-function detl-record
           end-call
       end-if.

       write-detail-one.
       move i to detl-seq.
       move rawKeyArray(i) to detl-group-key.
       move ws-input-mode to detl-mode.
       move rawValueArray(i) to detl-value.
       move rawWeightArray(i) to detl-weight.
       if paired-mode then
           move rawYArray(i) to detl-y
       else
           move zero to detl-y
       end-if.
       call 'statdetl' using detl-function detl-record
       end-call.

      *> Ask STATLOCK whether this run's month is closed - the module
      *> logs the refusal when it is
       check-period-lock.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move ws-run-timestamp(1:8) to lock-date.
       move 'STATS' to lock-program.
       move 'RUN' to lock-action.
       move ws-fname to lock-subject.
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.

      *> Append one traceable record per run - timestamp, input/output
              hdrSourceSystem delimited by space
              ' EXTRACT=' delimited by size
              hdrExtractDate delimited by space
              ' DISPOSITION=' delimited by size
              ws-audit-disp delimited by space
              into audit-line
              on overflow
                 display "WARNING: audit line for " ws-fname " too long - DISPOSITION= may be cut off"
       end-string.
       write audit-line.
       close audit-file.
       move ws-fname to xmit-input-name.
       move function current-date to ws-run-timestamp.
       move ws-run-timestamp to xmit-timestamp.
       move numberCount to xmit-record-count.
       open extend xmit-file.
       if ws-xmit-status = "35" then
           open output xmit-file
       move rawWeightArray(i) to ckpt-data-weight.
       move rawGroupArray(i) to ckpt-data-group.
       move rawYArray(i) to ckpt-data-y.
       move rawKeyArray(i) to ckpt-data-key.
       write ckpt-line from ckpt-data-line.

      *> Restart path - reload NUMBERARRAY and the running totals from the
           move ckpt-data-weight to rawWeightArray(i)
           move ckpt-data-group to rawGroupArray(i)
           move ckpt-data-y to rawYArray(i)
           move ckpt-data-key to rawKeyArray(i)
       end-if.
