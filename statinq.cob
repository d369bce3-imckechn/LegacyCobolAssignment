      *> hunt through loose csv files.
      *> LIST and GET later grew an optional group-key leg so one
      *> branch's records can be pulled without the printed reports.
      *> Later the group scope line carries the key's description off
      *> the STATGRP.DAT group reference file.
      *> Later PURGE steps over any run dated in a closed period,
      *> logging each refusal through the STATLOCK module and ending
      *> with return code 10, so retention can't empty a signed-off
      *> month behind the period figures pooled from it.
      *> Later GET marks any statistic STATADJ has overridden, beside
      *> the figure the run had computed, off the STATADJ.JNL journal.
      *> Later PURGE stops at the first run whose period cannot be
      *> checked, because the period control file will not read, and
      *> ends with return code 16 - nothing past it is purged.

       identification division.

          88 record-hit value 'Y'.
       77 listTally picture s9(9) usage is computational.
       77 purgeTally picture s9(9) usage is computational.
       77 lockedTally picture s9(9) usage is computational.
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
       77 cutoffDate picture x(8).
       77 todayInt picture s9(9) usage is computational.
       77 cutoffDateNum picture 9(8).
       01 group-scope-line.
          02 filler picture x(10) value ' Group:   '.
          02 ttl-group picture x(8).
          02 filler picture x(2) value spaces.
          02 ttl-group-desc picture x(30).

      *> The group's reference entry, fetched through the STATGREF
      *> module for the scope line - F found, N not on the reference
      *> file, U the file or module not there
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
       01 under-line.
          02 filler picture x(70) value
             '----------------------------------------------------------------------'.
          02 get-stat-name picture x(22).
          02 filler picture x(3) value ' = '.
          02 get-stat-value picture -(14)9.9(4).
          02 get-adj-part.
             03 get-adj-label picture x(22).
             03 get-adj-orig picture -(14)9.9(4).

      *> Which statistics STATADJ has overridden on the record being
      *> shown, fetched through the STATADJL module - one flag byte per
      *> statistic in master order, and the record as the run first
      *> computed it
       77 adj-result picture x(1).
       77 adj-flags picture x(10).
       77 ws-stat-adj picture x(1).
       77 origValue picture s9(14)v9(14) usage is computational-3.
       01 adj-original-record.
          02 orig-run-key picture x(46).
          02 orig-mean picture s9(14)v9(14) sign is leading separate.
          02 orig-variance picture s9(14)v9(14) sign is leading separate.
          02 orig-stddev picture s9(14)v9(14) sign is leading separate.
          02 orig-geo-na picture x(1).
          02 orig-geomean picture s9(14)v9(14) sign is leading separate.
          02 orig-harm-na picture x(1).
          02 orig-harmmean picture s9(14)v9(14) sign is leading separate.
          02 orig-median picture s9(14)v9(14) sign is leading separate.
          02 orig-count picture s9(9) sign is leading separate.
          02 orig-rejects picture s9(9) sign is leading separate.
          02 orig-overflow picture s9(9) sign is leading separate.
          02 orig-nonpos picture s9(9) sign is leading separate.
          02 orig-rest picture x(39).
       01 adj-legend-line.
          02 filler picture x(70) value
             ' ADJUSTED figures were overridden by STATADJ - see STATADJ.JNL'.
       01 get-detail-na.
          02 filler picture x(1) value space.
          02 get-stat-name-na picture x(22).
          02 out-purgeTally picture zzzzzzzz9.
          02 filler picture x(19) value '  older than       '.
          02 out-cutoff picture x(8).
       01 purge-locked-summary.
          02 filler picture x(22) value ' Runs kept - closed = '.
          02 out-lockedTally picture zzzzzzzz9.
          02 filler picture x(35) value
             '  period closed, see STATLOCK.LOG'.
       01 purge-unchecked-line.
          02 filler picture x(70) value
             ' *** PERIOD CONTROL UNREADABLE - PURGE STOPPED ***'.

      *> Read the control card and run the one function it asks for
       procedure division.
       write output-line from title-line after advancing 0 lines.
       if ws-group-wanted not = spaces then
           move ws-group-wanted to ttl-group
           perform look-up-group
           write output-line from group-scope-line after advancing 1 line
       end-if.
       write output-line from under-line after advancing 1 line.
           move master-timestamp to get-out-stamp
           write output-line from get-key-line after advancing 1 line
           write output-line from under-line after advancing 1 line
           move 'N' to adj-result
           move spaces to adj-flags
           call 'statadjl' using master-record adj-flags
              adj-original-record adj-result
              on exception
                 move 'U' to adj-result
           end-call
           if adj-result not = 'A' then
               move spaces to adj-flags
           end-if
           move 'Mean' to get-stat-name
           move master-mean to get-stat-value
           move adj-flags(1:1) to ws-stat-adj
           move orig-mean to origValue
           perform write-get-stat
           move 'Variance' to get-stat-name
           move master-variance to get-stat-value
           move adj-flags(2:1) to ws-stat-adj
           move orig-variance to origValue
           perform write-get-stat
           move 'Standard Deviation' to get-stat-name
           move master-stddev to get-stat-value
           move adj-flags(3:1) to ws-stat-adj
           move orig-stddev to origValue
           perform write-get-stat
           if master-geo-na = 'Y' then
               move 'Geometric Mean' to get-stat-name-na
               write output-line from get-detail-na after advancing 1 line
           else
               move 'Geometric Mean' to get-stat-name
               move master-geomean to get-stat-value
               move adj-flags(4:1) to ws-stat-adj
               move orig-geomean to origValue
               perform write-get-stat
           end-if
           if master-harm-na = 'Y' then
               move 'Harmonic Mean' to get-stat-name-na
           else
               move 'Harmonic Mean' to get-stat-name
               move master-harmmean to get-stat-value
               move adj-flags(5:1) to ws-stat-adj
               move orig-harmmean to origValue
               perform write-get-stat
           end-if
           move 'Median' to get-stat-name
           move master-median to get-stat-value
           move adj-flags(6:1) to ws-stat-adj
           move orig-median to origValue
           perform write-get-stat
           move 'Count' to get-stat-name
           move master-count to get-stat-value
           move adj-flags(7:1) to ws-stat-adj
           move orig-count to origValue
           perform write-get-stat
           move 'Records rejected' to get-stat-name
           move master-rejects to get-stat-value
           move adj-flags(8:1) to ws-stat-adj
           move orig-rejects to origValue
           perform write-get-stat
           move 'Records dropped' to get-stat-name
           move master-overflow to get-stat-value
           move adj-flags(9:1) to ws-stat-adj
           move orig-overflow to origValue
           perform write-get-stat
           move 'Non-positive values' to get-stat-name
           move master-nonpos to get-stat-value
           move adj-flags(10:1) to ws-stat-adj
           move orig-nonpos to origValue
           perform write-get-stat
           if master-source-system not = spaces then
               move 'Source system' to get-stat-name-t
               move master-source-system to get-stat-text
               move master-extract-date to get-stat-text
               write output-line from get-detail-text after advancing 1 line
           end-if
           if adj-flags not = spaces then
               write output-line from adj-legend-line after advancing 1 line
           end-if
       else
           write output-line from not-found-line after advancing 1 line
       end-if.

      *> One statistic line - an overridden figure carries the marker
      *> and, beside it, what the run had computed
       write-get-stat.
       if ws-stat-adj = 'A' then
           move '  ADJUSTED, computed ' to get-adj-label
           move origValue to get-adj-orig
       else
           move spaces to get-adj-part
       end-if.
       write output-line from get-detail after advancing 1 line.

      *> Retire runs past retention - the master is keyed date-first,
      *> so the walk can stop at the first run on or after the cutoff
       purge-runs.
           move cutoffDateNum to cutoffDate
       end-if.
       perform open-master-io.
       move zero to purgeTally lockedTally.
       move low-values to master-run-key.
       start master-file key is not less than master-run-key
          invalid key set master-eof to true
       move cutoffDate to out-cutoff.
       write output-line from purge-summary after advancing 1 line.
       display "Purged " purgeTally " run(s) older than " cutoffDate.
       if lockedTally > zero then
           move lockedTally to out-lockedTally
           write output-line from purge-locked-summary
              after advancing 1 line
           display "ERROR: " lockedTally " run(s) kept - their period is closed"
           move 10 to return-code
       end-if.
       if period-control-unreadable then
           write output-line from purge-unchecked-line
              after advancing 1 line
           display "ERROR: period control STATPCTL.DAT unreadable - purge stopped after " purgeTally " run(s)"
           move 16 to return-code
       end-if.

       purge-next-run.
       read master-file next record
       end-read.
       if not master-eof then
           if master-run-date < cutoffDate then
               perform check-period-lock
               evaluate lock-result
                  when 'C'
                     add 1 to lockedTally
                  when 'U'
                     set period-control-unreadable to true
                     set master-eof to true
                  when other
                     delete master-file record
                        invalid key continue
                     end-delete
                     add 1 to purgeTally
               end-evaluate
           else
               set master-eof to true
           end-if
       end-if.

      *> Ask STATLOCK whether this run's month is closed - the module
      *> logs the refusal when it is
       check-period-lock.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move master-run-date to lock-date.
       move 'STATINQ' to lock-program.
       move 'PURGE' to lock-action.
       move master-input-name to lock-subject(1:30).
       move master-group-key to lock-subject(32:8).
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.

       open-master-input.
       move 'N' to ws-master-eof.
       open input master-file.
           move 16 to return-code
           stop run
       end-if.

      *> Description for the scope line - (none) is the blank-key
      *> group and has no reference entry of its own
       look-up-group.
       move spaces to gref-record.
       move spaces to ttl-group-desc.
       if ws-group-wanted not = '(none)' then
           move ws-group-wanted to gref-key
           call 'statgref' using gref-record gref-result
              on exception
                 move 'U' to gref-result
           end-call
           evaluate gref-result
              when 'F'
                 move gref-desc to ttl-group-desc
              when 'N'
                 move '*** NOT ON GROUP REFERENCE FILE' to ttl-group-desc
           end-evaluate
       end-if.
