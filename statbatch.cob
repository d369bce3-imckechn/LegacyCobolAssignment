      *> the grand totals from their recorded figures, and a file that
      *> will not open is reported and stepped over instead of killing
      *> the whole list.
      *> Later given the detail-value archive, so every value a batch
      *> file kept lands in STATDETL.DAT beside a single run's and the
      *> month-end rollup can recalculate true period medians.
      *> Later each audit line records what became of the file's figures
      *> (DISPOSITION=) so STATRECON can hold the audit log against the
      *> results master and the history file.
      *> Later a file run in a month STATCLOSE (or STATROLL) has
      *> closed is refused before anything is filed - LOCKED on the
      *> grand summary and the audit line, return code 10, and kept
      *> on the progress register for a retry once the month reopens.
      *> Later the audit line widened to 250 so long filenames can no
      *> longer push the DISPOSITION= tag off the end of it.
      *> Later a headed file is checked against the transmission
      *> register and registered once published, exactly as a single
      *> STATS run does - a re-sent extract is DUPLICATE with return
      *> code 14 - and a period control file that cannot be read
      *> withholds the file with return code 16 instead of letting it
      *> into a month that may be closed.

       identification division.

          file status is ws-audit-status.
       select history-file assign to "STATHIST.DAT" organization is line sequential
          file status is ws-hist-status.
       select xmit-file assign to "STATXMIT.DAT" organization is line sequential
          file status is ws-xmit-status.
       select sort-file assign to "STATSORT.TMP".

       data division.
       fd grand-file.
       01 grand-line       pic x(100).
       fd audit-file.
       01 audit-line       pic x(250).
       fd history-file.
       01 history-line     pic x(250).
       fd xmit-file.
       01 xmit-line        pic x(80).
       sd sort-file.
       01 sort-rec.
          02 sort-value picture s9(14)v9(14) usage is computational-3.
       77 hdrExtractDate picture x(8).
       77 hdrSourceSystem picture x(10).

      *> Transmission register - the same standing STATXMIT.DAT a
      *> single STATS run keeps, one line per headed extract published.
      *> A file whose source system and extract date are already on it
      *> is a re-send and is held back; one older than the latest
      *> registered for its source is flagged as stale.
       77 ws-xmit-status picture xx.
       77 ws-xmit-eof picture x(1) value 'N'.
          88 xmit-eof value 'Y'.
       77 ws-dup-xmit-flag picture x(1) value 'N'.
          88 duplicate-transmission value 'Y'.
       77 ws-stale-xmit-flag picture x(1) value 'N'.
          88 stale-transmission value 'Y'.
       77 lastExtractDate picture x(8).
       01 xmit-record.
          02 xmit-source picture x(10).
          02 xmit-extract-date picture x(8).
          02 xmit-input-name picture x(30).
          02 xmit-timestamp picture x(21).
          02 xmit-record-count picture 9(9).

      *> Tolerance limits - the same comma-delimited STATLIMS.DAT card
      *> a single run checks, applied to every file in the batch, with
      *> breaches on a per-input alerts file derived like the reports
          02 mast-extract-date picture x(8).
          02 mast-timestamp picture x(21).

      *> One detail-archive record, handed to the STATDETL module the
      *> same way a single STATS run hands it over - batch files are
      *> plain value records, so no group key, a weight of one apiece
      *> and no second reading
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

      *> One STATAUDIT.LOG line gets appended per file processed, the
      *> same traceable record STATS writes for a single run
       77 ws-audit-status picture xx.
       77 ws-audit-count-disp picture -(8)9.
       77 ws-audit-reject-disp picture -(8)9.
       77 ws-audit-nonpos-disp picture -(8)9.
       77 ws-audit-disp picture x(10).

      *> Period-close check, once per file against today's month - the
      *> STATLOCK module logs the refusal, and STATMAST refuses the
      *> same write on its own and says so through MAST-RESULT
       77 mast-result picture x(1).
       77 lock-result picture x(1).
       01 lock-request.
          02 lock-function picture x(1).
          02 lock-date picture x(8).
          02 lock-program picture x(8).
          02 lock-action picture x(8).
          02 lock-subject picture x(46).
          02 lock-operator picture x(10).
          02 lock-reason picture x(50).

       01 array-area.
          02 numberArray picture s9(14)v9(14) usage is computational-3

      *> Control-total failure lines - what the trailer promised next
      *> to what the file actually contained
       01 locked-period-line.
          02 filler picture x(48) value
             ' *** PERIOD CLOSED - REPORT WITHHELD - period '.
          02 lck-period picture x(6).
       01 pctl-unreadable-line.
          02 filler picture x(60) value
             ' *** PERIOD CONTROL UNREADABLE - REPORT WITHHELD ***'.
       01 duplicate-xmit-line.
          02 filler picture x(52) value
             ' *** DUPLICATE TRANSMISSION - REPORT WITHHELD ***   '.
          02 dup-source picture x(10).
          02 filler picture x(1) value space.
          02 dup-extract picture x(8).
       01 stale-xmit-line.
          02 filler picture x(44) value
             ' *** WARNING: STALE EXTRACT - file carries  '.
          02 stale-extract picture x(8).
          02 filler picture x(18) value '  register holds  '.
          02 stale-last picture x(8).
       01 control-fail-line.
          02 filler picture x(60) value
             ' *** CONTROL TOTAL FAILURE - REPORT WITHHELD ***'.
       move sumOfNumbers to gf-sum.
       move ws-file-disp to gf-disp.
       write grand-line from grand-file-detail after advancing 1 line.
       if ws-file-disp not = 'WITHHELD' and ws-file-disp not = 'FAILED'
          and ws-file-disp not = 'LOCKED'
          and ws-file-disp not = 'DUPLICATE' then
           add numberCount to grandCount
           add sumOfNumbers to grandSum
       end-if.
       if fileRC > worstRC then
           move fileRC to worstRC
       end-if.
       if ws-file-disp = 'FAILED' or ws-file-disp = 'WITHHELD'
          or ws-file-disp = 'LOCKED' or ws-file-disp = 'DUPLICATE' then
           set hold-register to true
       end-if.
       move ws-fname to bck-fname.
           end-if
       end-if.

      *> A FAILED, WITHHELD, LOCKED or DUPLICATE line is the record of
      *> an attempt, not of a file completed - none wrote anything to
      *> the standing files, so all stay off the done table and a rerun
      *> retries them (with the corrected extract, or once the month
      *> reopens) without double-appending anyone else's lines
       load-progress-line.
       read bckpt-file into bckpt-record
          at end set bckpt-eof to true
       end-read.
       if not bckpt-eof then
           if bck-disp not = 'FAILED' and bck-disp not = 'WITHHELD'
              and bck-disp not = 'LOCKED' and bck-disp not = 'DUPLICATE'
              and completedCount < 500 then
               add 1 to completedCount
               move bck-fname to dn-name(completedCount)
       move zero to trailerHash.
       move spaces to hdrExtractDate.
       move spaces to hdrSourceSystem.
       move 'N' to ws-dup-xmit-flag.
       move 'N' to ws-stale-xmit-flag.

      *> One unreadable extract must cost the batch one file, not the
      *> whole list - the open is checked, the failure reported, and
           display "ERROR: " ws-fname " trailer control totals do not match the file - report withheld"
           perform write-audit
       else
           perform check-registered-file
       end-if.

      *> Then the transmission register and the period close, in the
      *> order a single STATS run takes them - a re-sent extract stops
      *> here with its own return code, the way a control-total
      *> failure uses 12, so last period's numbers are never published
      *> as current, and a month that is closed (or cannot be shown to
      *> be open) takes nothing from this file
       check-registered-file.
       if header-seen then
           perform check-transmission
       end-if.
       if duplicate-transmission then
           move hdrSourceSystem to dup-source
           move hdrExtractDate to dup-extract
           write output-line from duplicate-xmit-line after advancing 1 line
           move 'DUPLICATE' to ws-file-disp
           move 14 to fileRC
           display "ERROR: " ws-fname " extract " hdrExtractDate " from " hdrSourceSystem " already processed - report withheld"
           perform write-audit
       else
           perform check-period-lock
           evaluate lock-result
              when 'C'
                 move ws-run-timestamp(1:6) to lck-period
                 write output-line from locked-period-line after advancing 1 line
                 move 'LOCKED' to ws-file-disp
                 move 10 to fileRC
                 perform write-audit
              when 'U'
                 write output-line from pctl-unreadable-line after advancing 1 line
                 move 'WITHHELD' to ws-file-disp
                 move 16 to fileRC
                 display "ERROR: period control STATPCTL.DAT unreadable - " ws-fname " report withheld"
                 perform write-audit
              when other
                 perform process-validated-file
           end-evaluate
       end-if.

       process-validated-file.
       if stale-transmission then
           move hdrExtractDate to stale-extract
           move lastExtractDate to stale-last
           write output-line from stale-xmit-line after advancing 1 line
           display "WARNING: " ws-fname " extract date " hdrExtractDate " from " hdrSourceSystem " is older than the last registered " lastExtractDate " - stale extract"
       end-if.
       if overflow-detected then
           move overflowCount to out-overflowCount
           write output-line from overflow-warning after advancing 1 line
           perform write-csv
           perform write-history
           perform write-master
           perform write-detail
           if header-seen and ws-file-disp = 'OK' then
               perform register-transmission
           end-if
           perform check-limits
           if limit-breached and ws-file-disp = 'OK' then
               move 'BREACH' to ws-file-disp
               move 8 to fileRC
           end-if
       move hdrSourceSystem to mast-source-system.
       move hdrExtractDate to mast-extract-date.
       move ws-run-timestamp to mast-timestamp.
       call 'statmast' using mast-record mast-result
          on exception
             display "WARNING: results master module unavailable - run not recorded in STATMAST.DAT"
             move 'E' to mast-result
       end-call.
       if mast-result = 'L' then
           display "ERROR: results master refused " ws-fname " - period " mast-run-date(1:6) " is closed"
           move 'LOCKED' to ws-file-disp
           move 10 to fileRC
       end-if.
       if mast-result = 'U' then
           move 'WITHHELD' to ws-file-disp
           move 16 to fileRC
       end-if.

      *> Every value this file kept into the detail archive under the
      *> run date and input name - NUMBERARRAY is in sorted order by
      *> now, which the archive doesn't care about (the rollup sorts
      *> the month itself). A rerun of the same file on the same day
      *> replaces its earlier values, as it replaces its master record.
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
       move spaces to detl-group-key.
       move 'V' to detl-mode.
       move numberArray(i) to detl-value.
       move 1 to detl-weight.
       move zero to detl-y.
       call 'statdetl' using detl-function detl-record
       end-call.

      *> Walk the whole register for this file's source system - a line
      *> carrying the same extract date means this extract was already
      *> processed; the latest date seen for the source decides whether
      *> it is stale. A missing register just means no extract has ever
      *> been registered.
       check-transmission.
       move 'N' to ws-dup-xmit-flag.
       move 'N' to ws-stale-xmit-flag.
       move spaces to lastExtractDate.
       open input xmit-file.
       if ws-xmit-status not = "00" then
           continue
       else
           move 'N' to ws-xmit-eof
           perform check-transmission-line until xmit-eof
           close xmit-file
           if not duplicate-transmission
              and lastExtractDate not = spaces
              and hdrExtractDate < lastExtractDate then
               set stale-transmission to true
           end-if
       end-if.

       check-transmission-line.
       read xmit-file into xmit-record
          at end set xmit-eof to true
       end-read.
       if not xmit-eof then
           if xmit-source = hdrSourceSystem then
               if xmit-extract-date = hdrExtractDate then
                   set duplicate-transmission to true
               end-if
               if xmit-extract-date > lastExtractDate then
                   move xmit-extract-date to lastExtractDate
               end-if
           end-if
       end-if.

      *> The file published, so its extract goes on the register with
      *> the count of values kept - the same line a single STATS run
      *> writes, and the same key arriving again is what
      *> CHECK-TRANSMISSION stops
       register-transmission.
       move hdrSourceSystem to xmit-source.
       move hdrExtractDate to xmit-extract-date.
       move ws-fname to xmit-input-name.
       move function current-date to ws-run-timestamp.
       move ws-run-timestamp to xmit-timestamp.
       move numberCount to xmit-record-count.
       open extend xmit-file.
       if ws-xmit-status = "35" then
           open output xmit-file
       end-if.
       write xmit-line from xmit-record.
       close xmit-file.

      *> Ask STATLOCK whether today's month is closed before this file
      *> files anything - the module logs the refusal when it is
       check-period-lock.
       move function current-date to ws-run-timestamp.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move ws-run-timestamp(1:8) to lock-date.
       move 'STATBTCH' to lock-program.
       move 'RUN' to lock-action.
       move ws-fname to lock-subject.
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.

      *> Append one traceable record per file processed - timestamp,
      *> STATS run
       write-audit.
       move function current-date to ws-run-timestamp.
       evaluate ws-file-disp
          when 'WITHHELD'
             move 'WITHHELD' to ws-audit-disp
          when 'ALL-REJECTED'
             move 'NODATA' to ws-audit-disp
          when 'LOCKED'
             move 'LOCKED' to ws-audit-disp
          when 'DUPLICATE'
             move 'DUPLICATE' to ws-audit-disp
          when other
             move 'PUBLISHED' to ws-audit-disp
       end-evaluate.
       open extend audit-file.
       if ws-audit-status = "35" then
           open output audit-file
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
