      *> pooling the daily master records properly - a count-weighted
      *> mean and a pooled variance - instead of a spreadsheet
      *> averaging daily means as if every day were the same size.
      *> Later given a detail recalculation mode - the month's values
      *> read back out of the STATDETL.DAT archive give the true period
      *> median, quartiles, min/max and histogram, overall and per
      *> group, which no amount of pooling daily summaries can.
      *> Later refuses to refile a month that has been closed, and can
      *> close the month itself once its figures are filed cleanly -
      *> card lines 6 and 7 - through the STATLOCK module, the same
      *> close STATCLOSE records.
      *> Later marks every period figure pooled from a day whose
      *> figures STATADJ overrode, and lists those days, off the
      *> STATADJ.JNL journal.
      *> Later group period records are only filed when the archive
      *> covers the whole month, and the return code is set once the
      *> filing is done, so a failed period write holds the close.
      *> Later the archive is held against the counts the runs computed,
      *> not a count STATADJ overrode, and a period control file that
      *> cannot be read stops the rollup with return code 16.

       identification division.

          access mode is dynamic
          record key is master-run-key
          file status is ws-master-status.
       select detail-file assign to "STATDETL.DAT"
          organization is indexed
          access mode is dynamic
          record key is detail-key
          file status is ws-detail-status.
       select sort-file assign to "STATROLL.TMP".
       select output-file assign to dynamic ws-out-fname organization is line sequential.

       data division.
          02 master-source-system picture x(10).
          02 master-extract-date picture x(8).
          02 master-timestamp picture x(21).
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
       fd output-file.
       01 output-line      pic x(100).
      *> One archived value per population it belongs to - level 0 is
      *> the input overall, level 1 its group - sorted so each
      *> population comes back together and in ascending value order
       sd sort-file.
       01 sort-rec.
          02 sort-level picture x(1).
          02 sort-group picture x(8).
          02 sort-value picture s9(14)v9(14) usage is computational-3.
          02 sort-weight picture s9(9) usage is computational-3.

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 rollMonth picture x(6).
       77 ws-run-timestamp picture x(21).

      *> Period figures mode off line 4 of the card - blank or P pools
      *> the daily master records as the rollup always has, D also
      *> recalculates the month from the detail archive - and the
      *> histogram bucket count off line 5 (blank = 10, 0 = none, the
      *> same fifty-bucket cap STATS uses)
       77 ws-mode-spec pic x(30).
       77 ws-roll-mode picture x(1) value 'P'.
          88 detail-recalc value 'D'.
       77 ws-bucket-spec pic x(30).
       77 bucketCount picture s9(4) usage is computational.

      *> Period close off line 6 of the card - C (or CLOSE) signs the
      *> month off once its period records are filed without a
      *> warning - and the operator signing it off on line 7. A month
      *> already closed is refused outright: the report still prints,
      *> but nothing is refiled and the run ends with return code 10.
       77 ws-close-spec pic x(30).
       77 ws-close-flag picture x(1) value 'N'.
          88 close-requested value 'Y'.
       77 ws-operator-spec pic x(30).
       77 ws-filed-locked-flag picture x(1) value 'N'.
          88 filing-refused value 'Y'.
       77 ws-filed-failed-flag picture x(1) value 'N'.
          88 filing-failed value 'Y'.
       77 ws-filed-unchecked-flag picture x(1) value 'N'.
          88 filing-unchecked value 'Y'.
       77 ws-coverage-flag picture x(1) value 'N'.
          88 detail-coverage-short value 'Y'.
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

      *> The month's daily overall records, one table entry per run
      *> date - the period record itself carries the (period) group
      *> key and a day-00 date, so the blank-group filter below can
             03 re-mean picture s9(14)v9(14) usage is computational-3.
             03 re-variance picture s9(14)v9(14) usage is computational-3.
             03 re-count picture s9(9) usage is computational.
             03 re-orig-count picture s9(9) usage is computational.
             03 re-rejects picture s9(9) usage is computational.
             03 re-overflow picture s9(9) usage is computational.
             03 re-nonpos picture s9(9) usage is computational.
             03 re-geomean picture s9(14)v9(14) usage is computational-3.
             03 re-harm-na picture x(1).
             03 re-harmmean picture s9(14)v9(14) usage is computational-3.
             03 re-adj-flags picture x(10).

      *> Adjusted-figure lookup through the STATADJL module, once per
      *> day pooled - one flag byte per statistic in master order (mean,
      *> variance, std dev, geometric, harmonic, median, count, rejects,
      *> dropped, non-positive), folded across the month so each period
      *> figure built from an overridden one carries the marker
       77 adj-result picture x(1).
       77 adj-flags picture x(10).
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
       77 month-adj-flags picture x(10) value spaces.
       77 adjDays picture s9(4) usage is computational.
       77 f picture s9(4) usage is computational.

      *> Pooled period figures - the mean weighted by each day's
      *> count, the variance from the within-day sums of squares plus
      *> and harmonic means by the same count-weighted routes a
      *> weighted single run uses
       77 totalCount picture s9(9) usage is computational.
      *> The month's count as the runs computed it, before any STATADJ
      *> override - what the detail archive actually holds, so the
      *> coverage test is made against this, not the published count
       77 computedCount picture s9(9) usage is computational.
       77 totalRejects picture s9(9) usage is computational.
       77 totalOverflow picture s9(9) usage is computational.
       77 totalNonpos picture s9(9) usage is computational.
       77 temp picture s9(14)v9(22) usage is computational-3.
       77 degreesFree picture s9(9) usage is computational.

      *> Detail recalculation - one population table entry for the
      *> input overall (entry 1) and one per group key seen in the
      *> month's archived values. The input procedure of the sort
      *> gathers each population's totals, min and max, so by the time
      *> the sorted values come back the order-statistic positions and
      *> the histogram's bucket width are already known and one
      *> streaming pass fills in the rest - no value array, no cap on
      *> the size of a month.
       77 ws-detail-status pic xx.
       77 ws-detail-eof picture x(1) value 'N'.
          88 detail-eof value 'Y'.
       77 ws-detail-avail-flag picture x(1) value 'N'.
          88 detail-available value 'Y'.
       77 ws-detail-grouped-flag picture x(1) value 'N'.
          88 detail-grouped value 'Y'.
       77 ws-pop-overflow-flag picture x(1) value 'N'.
          88 population-table-full value 'Y'.
       77 ws-pop-found picture x(1) value 'N'.
          88 population-found value 'Y'.
       77 ws-sort-eof picture x(1) value 'N'.
          88 sort-drained value 'Y'.
       77 popCount picture s9(4) usage is computational.
       77 pp picture s9(4) usage is computational.
       77 pc picture s9(4) usage is computational.
       77 b picture s9(4) usage is computational.
       77 ws-curr-level picture x(1).
       77 ws-curr-group picture x(8).
       77 recValue picture s9(14)v9(14) usage is computational-3.
       77 recWeight picture s9(9) usage is computational.
       77 cumBefore picture s9(14) usage is computational.
       77 cumAfter picture s9(14) usage is computational.
       77 tMedLo picture s9(14) usage is computational.
       77 tMedHi picture s9(14) usage is computational.
       77 tQ1 picture s9(14) usage is computational.
       77 tQ3 picture s9(14) usage is computational.
       77 medLoValue picture s9(14)v9(14) usage is computational-3.
       77 medHiValue picture s9(14)v9(14) usage is computational-3.
       77 bucketWidth picture s9(14)v9(14) usage is computational-3.
       77 bucketIndex picture s9(4) usage is computational.
       77 bucketLow picture s9(14)v9(14) usage is computational-3.
       77 bucketHigh picture s9(14)v9(14) usage is computational-3.
       77 maxBucketTally picture s9(14) usage is computational.
       77 starCount picture s9(4) usage is computational.
       77 bucketPct picture s9(3)v9(2) usage is computational-3.
       77 weightDegrees picture s9(14) usage is computational.
       01 pop-table.
          02 pop-entry occurs 201 times.
             03 ps-level picture x(1).
             03 ps-group picture x(8).
             03 ps-count picture s9(9) usage is computational.
             03 ps-weight picture s9(14) usage is computational.
             03 ps-wxsum picture s9(14)v9(14) usage is computational-3.
             03 ps-min picture s9(14)v9(14) usage is computational-3.
             03 ps-max picture s9(14)v9(14) usage is computational-3.
             03 ps-minmax-set picture x(1).
             03 ps-nonpos picture s9(9) usage is computational.
             03 ps-logsum picture s9(16)v9(14) usage is computational-3.
             03 ps-harmsum picture s9(14)v9(14) usage is computational-3.
             03 ps-sssum picture s9(14)v9(22) usage is computational-3.
             03 ps-mean picture s9(14)v9(14) usage is computational-3.
             03 ps-variance picture s9(14)v9(14) usage is computational-3.
             03 ps-stddev picture s9(14)v9(14) usage is computational-3.
             03 ps-geo-na picture x(1).
             03 ps-geomean picture s9(14)v9(14) usage is computational-3.
             03 ps-harm-na picture x(1).
             03 ps-harmmean picture s9(14)v9(14) usage is computational-3.
             03 ps-median picture s9(14)v9(14) usage is computational-3.
             03 ps-q1 picture s9(14)v9(14) usage is computational-3.
             03 ps-q3 picture s9(14)v9(14) usage is computational-3.
             03 ps-tally picture s9(14) usage is computational
                occurs 50 times.

      *> The finished period record, handed to the STATMAST module
      *> under a day-00 date and the (period) group key so it sits
      *> beside the month's dailies without colliding with any of them
          02 rl-stat-name picture x(26).
          02 filler picture x(3) value ' = '.
          02 rl-stat-value picture -(14)9.9(4).
          02 rl-adj-mark picture x(10) value spaces.
       01 adjusted-title.
          02 filler picture x(70) value
             ' ADJUSTED - pooled from daily figures STATADJ overrode:'.
       01 adjusted-day-line.
          02 filler picture x(5) value spaces.
          02 adl-date picture x(8).
          02 filler picture x(2) value spaces.
          02 adl-stats picture x(80).
       01 roll-detail-na.
          02 filler picture x(1) value space.
          02 rl-stat-name-na picture x(26).
          02 filler picture x(9) value ' =    N/A'.
       01 locked-period-line.
          02 filler picture x(60) value
             ' *** PERIOD CLOSED - PERIOD FIGURES NOT REFILED ***'.
       01 pctl-unreadable-line.
          02 filler picture x(60) value
             ' *** PERIOD CONTROL UNREADABLE - NOTHING FILED ***'.
       01 period-closed-line.
          02 filler picture x(26) value '  Period closed by        '.
          02 pcl-operator picture x(10).
       01 period-not-closed-line.
          02 filler picture x(70) value
             '  Period NOT closed - figures not filed cleanly, see warnings above'.
       01 no-days-line.
          02 filler picture x(60) value
             '  NO DAILY MASTER RECORDS FOR THAT MONTH AND INPUT'.
          02 filler picture x(65) value
             ' Median: not poolable from daily records - see the daily detail'.

      *> Detail recalculation layouts - the month's distribution off
      *> the archive, overall and then one block per group
       01 detail-section-title.
          02 filler picture x(60) value
             '  Month distribution from the detail archive'.
       01 detail-group-header.
          02 filler picture x(10) value '  Group = '.
          02 dgh-group picture x(8).
          02 filler picture x(18) value '  detail values = '.
          02 dgh-count picture zzzzzzzz9.
       01 detail-missing-line.
          02 filler picture x(72) value
             ' *** DETAIL ARCHIVE STATDETL.DAT NOT AVAILABLE - median not recalculated'.
       01 detail-short-line.
          02 filler picture x(46) value
             ' *** DETAIL ARCHIVE INCOMPLETE FOR THE MONTH -'.
          02 dsl-detail picture zzzzzzzz9.
          02 filler picture x(4) value ' of '.
          02 dsl-total picture zzzzzzzz9.
          02 filler picture x(20) value ' records archived'.
       01 detail-short-note.
          02 filler picture x(65) value
             ' Median: not filed - the archive does not cover every record'.
       01 group-table-warning.
          02 filler picture x(75) value
             ' *** WARNING: MORE THAN 200 GROUP KEYS - EXTRA KEYS NOT BROKEN OUT ***'.
       01 histogram-detail.
          02 hst-low picture -(11)9.9(2).
          02 filler picture x(3) value ' - '.
          02 hst-high picture -(11)9.9(2).
          02 filler picture x(1) value space.
          02 hst-count picture zzzzzzzz9.
          02 filler picture x(1) value space.
          02 hst-pct picture zz9.99.
          02 filler picture x(2) value '% '.
          02 hst-bar picture x(30).
       01 histogram-flat-line.
          02 filler picture x(55) value
             '  All values equal - no distribution to plot'.
       01 star-rule.
          02 filler picture x(30) value all '*'.

      *> Read the control card, pool the month, report and file it
       procedure division.
      *> Card layout, one value per line: month yyyymm, input
      *> filename, report filename (blank = STATROLL.TXT), period
      *> figures mode (blank/P = pool the daily master records, D =
      *> also recalculate the month from the detail archive), histogram
      *> bucket count for D mode (blank = 10, 0 = none, max 50). The
      *> period record lands in the master under run date yyyymm00 and
      *> group key (period), so STATINQ GET with that date and group
      *> pulls it back for a period-against-period close. In D mode
      *> each group's recalculated month lands beside it under
      *> yyyymm00 and the group's own key. Then period close (blank =
      *> leave the month open, C = close it once filed) and the
      *> operator closing it (needed for C).
       move spaces to ws-month-spec ws-roll-input ws-out-fname
          ws-mode-spec ws-bucket-spec ws-close-spec ws-operator-spec.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATROLL.DAT not found or unreadable (status=" ws-parm-status ") - cannot roll up"
       end-if.
       if not parm-card-eof then
           read parm-file into ws-out-fname
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-mode-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-bucket-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-close-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-operator-spec
              at end continue
           end-read
       end-if.
           stop run
       end-if.
       move ws-month-spec(1:6) to rollMonth.
       if ws-close-spec(1:1) = 'C' or ws-close-spec(1:1) = 'c' then
           set close-requested to true
           if ws-operator-spec = spaces then
               display "ERROR: STATROLL.DAT asks to close the period but names no operator - cannot roll up"
               move 16 to return-code
               stop run
           end-if
       end-if.
       if ws-out-fname = spaces then
           move "STATROLL.TXT" to ws-out-fname
       end-if.
       if ws-mode-spec(1:1) = 'D' or ws-mode-spec(1:1) = 'd' then
           move 'D' to ws-roll-mode
       else
           move 'P' to ws-roll-mode
       end-if.
       if ws-bucket-spec = spaces then
           move 10 to bucketCount
       else
           compute bucketCount = function numval(ws-bucket-spec)
           if bucketCount < zero then
               move zero to bucketCount
           end-if
           if bucketCount > 50 then
               move 50 to bucketCount
           end-if
       end-if.

       move 'N' to ws-master-eof.
       open input master-file.
           move 16 to return-code
           stop run
       end-if.
       move zero to dayCount adjDays.
       move low-values to master-run-key.
       move rollMonth to master-run-date(1:6).
       start master-file key is not less than master-run-key
       end-if.

       perform pool-the-month.
       if detail-recalc then
           perform recalc-from-detail
       end-if.
       perform print-period-report.
       if detail-recalc and detail-available then
           perform print-detail-report
       end-if.

      *> A closed month keeps the figures it was signed off with
       perform check-period-lock.
       if lock-result = 'C' then
           write output-line from locked-period-line after advancing 1 line
           close output-file
           display "Finished - period " rollMonth " is closed, nothing refiled"
           move 10 to return-code
           stop run
       end-if.
       if lock-result = 'U' then
           write output-line from pctl-unreadable-line after advancing 1 line
           close output-file
           display "ERROR: period control STATPCTL.DAT unreadable - period " rollMonth " not filed"
           move 16 to return-code
           stop run
       end-if.

      *> An archive that does not hold every value the daily records
      *> counted gives no true month median, and the group figures come
      *> off the archive alone - so the period record goes without its
      *> median and the group period records are not filed at all
       if detail-recalc then
           if not detail-available or ps-count(1) not = computedCount then
               set detail-coverage-short to true
           end-if
       end-if.
       perform file-period-record.
       if detail-recalc and detail-available and detail-grouped then
           if detail-coverage-short then
               display "WARNING: detail archive does not cover the month - group period records not filed"
           else
               perform file-group-period-record varying pp from 2 by 1
                  until pp is greater than popCount
           end-if
       end-if.
       display "Finished - " dayCount " day(s) pooled for " rollMonth.
       if detail-coverage-short then
           display "WARNING: detail archive does not cover the month - period median not filed"
       end-if.

      *> The return code is set off the flags once the filing is done -
      *> every STATMAST call hands back the module's own code, so one
      *> set along the way would not survive the next record filed
       evaluate true
          when filing-unchecked
             move 16 to return-code
          when filing-refused
             move 10 to return-code
          when filing-failed or detail-coverage-short
             move 4 to return-code
          when other
             move zero to return-code
       end-evaluate.
       if close-requested then
           perform close-the-period
       end-if.
       close output-file.
       stop run.

      *> Ask STATLOCK whether the month is closed - the module logs
      *> the refusal when it is
       check-period-lock.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move spaces to lock-date.
       move rollMonth to lock-date(1:6).
       move '00' to lock-date(7:2).
       move 'STATROLL' to lock-program.
       move 'ROLLUP' to lock-action.
       move ws-roll-input to lock-subject.
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.

      *> Sign the month off - only when everything it was asked to
      *> file went in without a warning, so a closed month never
      *> carries figures somebody was still expected to chase
       close-the-period.
       if filing-refused or filing-failed or filing-unchecked
          or detail-coverage-short then
           write output-line from period-not-closed-line
              after advancing 1 line
           display "WARNING: period " rollMonth " not closed - figures not filed cleanly"
       else
           move spaces to lock-request
           move 'C' to lock-function
           move rollMonth to lock-date(1:6)
           move '00' to lock-date(7:2)
           move 'STATROLL' to lock-program
           move ws-operator-spec to lock-operator
           move 'ROLLUP FILED' to lock-reason
           move 'U' to lock-result
           call 'statlock' using lock-request lock-result
              on exception
                 display "WARNING: period close module unavailable - period not closed"
           end-call
           evaluate lock-result
              when 'D'
                 move ws-operator-spec to pcl-operator
                 write output-line from period-closed-line
                    after advancing 1 line
                 display "Period " rollMonth " closed by " ws-operator-spec
              when 'N'
                 display "WARNING: period " rollMonth " was already closed"
                 move 4 to return-code
              when other
                 write output-line from period-not-closed-line
                    after advancing 1 line
                 display "ERROR: period " rollMonth " could not be closed on STATPCTL.DAT"
                 move 8 to return-code
           end-evaluate
       end-if.

      *> One master record - only this month's overall (blank group
      *> key) records for the named input land in the table; the key
      *> is date-first, so the first record past the month ends the
                     move master-mean to re-mean(dayCount)
                     move master-variance to re-variance(dayCount)
                     move master-count to re-count(dayCount)
                     move master-count to re-orig-count(dayCount)
                     move master-rejects to re-rejects(dayCount)
                     move master-overflow to re-overflow(dayCount)
                     move master-nonpos to re-nonpos(dayCount)
                     move master-geomean to re-geomean(dayCount)
                     move master-harm-na to re-harm-na(dayCount)
                     move master-harmmean to re-harmmean(dayCount)
                     perform note-day-adjustments
                 end-if
           end-evaluate
       end-if.

      *> Which of the day's figures came off the journal rather than
      *> out of a STATS run
       note-day-adjustments.
       move 'N' to adj-result.
       call 'statadjl' using master-record adj-flags
          adj-original-record adj-result
          on exception
             move 'U' to adj-result
       end-call.
       if adj-result = 'A' then
           move adj-flags to re-adj-flags(dayCount)
           if adj-flags(7:1) = 'A' then
               move orig-count to re-orig-count(dayCount)
           end-if
           add 1 to adjDays
           perform fold-day-flag varying f from 1 by 1
              until f is greater than 10
       else
           move spaces to re-adj-flags(dayCount)
       end-if.

       fold-day-flag.
       if adj-flags(f:1) = 'A' then
           move 'A' to month-adj-flags(f:1)
       end-if.

      *> Pool the table - the mean weighted by each day's count, then
      *> the variance from each day's within-day sum of squares plus
      *> the between-day spread around the pooled mean, then min/max
      *> of the daily means and the pooled geometric/harmonic means
       pool-the-month.
       move zero to totalCount.
       move zero to computedCount.
       move zero to totalRejects.
       move zero to totalOverflow.
       move zero to totalNonpos.

       pool-totals-one.
       add re-count(d) to totalCount.
       add re-orig-count(d) to computedCount.
       add re-rejects(d) to totalRejects.
       add re-overflow(d) to totalOverflow.
       add re-nonpos(d) to totalNonpos.
       write output-line from roll-detail after advancing 1 line.
       move 'Total records' to rl-stat-name.
       move totalCount to rl-stat-value.
       if month-adj-flags(7:1) = 'A' then
           move ' ADJUSTED' to rl-adj-mark
       end-if.
       write output-line from roll-detail after advancing 1 line.
       move spaces to rl-adj-mark.
       move 'Total rejects' to rl-stat-name.
       move totalRejects to rl-stat-value.
       if month-adj-flags(8:1) = 'A' then
           move ' ADJUSTED' to rl-adj-mark
       end-if.
       write output-line from roll-detail after advancing 1 line.
       move spaces to rl-adj-mark.
       write output-line from under-line after advancing 1 line.
       move 'Period mean (weighted)' to rl-stat-name.
       move pooledMean to rl-stat-value.
       if month-adj-flags(1:1) = 'A' or month-adj-flags(7:1) = 'A' then
           move ' ADJUSTED' to rl-adj-mark
       end-if.
       write output-line from roll-detail after advancing 1 line.
       move spaces to rl-adj-mark.
       if month-adj-flags(1:2) not = spaces
          or month-adj-flags(7:1) = 'A' then
           move ' ADJUSTED' to rl-adj-mark
       end-if.
       move 'Period variance (pooled)' to rl-stat-name.
       move pooledVariance to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Period std deviation' to rl-stat-name.
       move pooledStdDev to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move spaces to rl-adj-mark.
       if pooled-geo-na then
           move 'Period geometric mean' to rl-stat-name-na
           write output-line from roll-detail-na after advancing 1 line
       else
           move 'Period geometric mean' to rl-stat-name
           move pooledGeoMean to rl-stat-value
           if month-adj-flags(4:1) = 'A' or month-adj-flags(7:1) = 'A' then
               move ' ADJUSTED' to rl-adj-mark
           end-if
           write output-line from roll-detail after advancing 1 line
           move spaces to rl-adj-mark
       end-if.
       if pooled-harm-na then
           move 'Period harmonic mean' to rl-stat-name-na
       else
           move 'Period harmonic mean' to rl-stat-name
           move pooledHarmMean to rl-stat-value
           if month-adj-flags(5:1) = 'A' or month-adj-flags(7:1) = 'A' then
               move ' ADJUSTED' to rl-adj-mark
           end-if
           write output-line from roll-detail after advancing 1 line
           move spaces to rl-adj-mark
       end-if.
       if month-adj-flags(1:1) = 'A' then
           move ' ADJUSTED' to rl-adj-mark
       end-if.
       move 'Lowest daily mean' to rl-stat-name.
       move minDailyMean to rl-stat-value.
       move 'Highest daily mean' to rl-stat-name.
       move maxDailyMean to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move spaces to rl-adj-mark.
       evaluate true
          when not detail-recalc
             write output-line from median-note-line after advancing 1 line
          when not detail-available
             write output-line from detail-missing-line
                after advancing 1 line
          when ps-count(1) not = computedCount
             move ps-count(1) to dsl-detail
             move computedCount to dsl-total
             write output-line from detail-short-line
                after advancing 1 line
             write output-line from detail-short-note
                after advancing 1 line
          when other
             move 'Period median (detail)' to rl-stat-name
             move ps-median(1) to rl-stat-value
             write output-line from roll-detail after advancing 1 line
       end-evaluate.
       if adjDays > zero then
           write output-line from under-line after advancing 1 line
           write output-line from adjusted-title after advancing 1 line
           perform print-adjusted-day varying d from 1 by 1
              until d is greater than dayCount
       end-if.

      *> One day whose figures STATADJ overrode, with the statistics
      *> it overrode - STATINQ GET shows what the run had computed
       print-adjusted-day.
       if re-adj-flags(d) not = spaces then
           move re-date(d) to adl-date
           move spaces to adl-stats
           move 1 to f
           if re-adj-flags(d)(1:1) = 'A' then
               string 'MEAN ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(2:1) = 'A' then
               string 'VARIANCE ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(3:1) = 'A' then
               string 'STDDEV ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(4:1) = 'A' then
               string 'GEOMEAN ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(5:1) = 'A' then
               string 'HARMMEAN ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(6:1) = 'A' then
               string 'MEDIAN ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(7:1) = 'A' then
               string 'COUNT ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(8:1) = 'A' then
               string 'REJECTS ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(9:1) = 'A' then
               string 'DROPPED ' delimited by size into adl-stats
                  with pointer f
           end-if
           if re-adj-flags(d)(10:1) = 'A' then
               string 'NONPOS ' delimited by size into adl-stats
                  with pointer f
           end-if
           write output-line from adjusted-day-line after advancing 1 line
       end-if.

      *> The finished period record into the master - day 00 of the
      *> month under the (period) group key, added or replaced the
           move 'N' to mast-harm-na
           move pooledHarmMean to mast-harmmean
       end-if.
       if detail-recalc and not detail-coverage-short then
           move ps-median(1) to mast-median
       else
           move zero to mast-median
       end-if.
       move totalCount to mast-count.
       move totalRejects to mast-rejects.
       move totalOverflow to mast-overflow.
       move spaces to mast-source-system.
       move spaces to mast-extract-date.
       move ws-run-timestamp to mast-timestamp.
       call 'statmast' using mast-record mast-result
          on exception
             display "WARNING: results master module unavailable - period not recorded in STATMAST.DAT"
             move 'E' to mast-result
       end-call.
       perform note-master-result.

      *> One group's recalculated month into the master - day 00 of
      *> the month under the group's own key, the figures straight off
      *> the archived values. Rejects and dropped records are run-level
      *> figures with no per-group breakdown, so both carry zero, the
      *> same as a STATS group record.
       file-group-period-record.
       move function current-date to ws-run-timestamp.
       move spaces to mast-run-date.
       string rollMonth delimited by size
              '00' delimited by size
              into mast-run-date
       end-string.
       move ws-roll-input to mast-input-name.
       move ps-group(pp) to mast-group-key.
       move ps-mean(pp) to mast-mean.
       move ps-variance(pp) to mast-variance.
       move ps-stddev(pp) to mast-stddev.
       move ps-geo-na(pp) to mast-geo-na.
       move ps-geomean(pp) to mast-geomean.
       move ps-harm-na(pp) to mast-harm-na.
       move ps-harmmean(pp) to mast-harmmean.
       move ps-median(pp) to mast-median.
       move ps-count(pp) to mast-count.
       move zero to mast-rejects.
       move zero to mast-overflow.
       move ps-nonpos(pp) to mast-nonpos.
       move spaces to mast-source-system.
       move spaces to mast-extract-date.
       move ws-run-timestamp to mast-timestamp.
       call 'statmast' using mast-record mast-result
          on exception
             display "WARNING: results master module unavailable - group period not recorded in STATMAST.DAT"
             move 'E' to mast-result
       end-call.
       perform note-master-result.

      *> The master's own period-close refusal (the month closed
      *> between the check and the filing) or a write it could not
      *> make both count as figures not filed cleanly, and one refused
      *> for want of a readable period control ends the run with 16
       note-master-result.
       evaluate mast-result
          when 'L'
             set filing-refused to true
          when 'U'
             set filing-unchecked to true
          when 'E'
             display "WARNING: period record for " mast-group-key " not filed on STATMAST.DAT"
             set filing-failed to true
       end-evaluate.

      *> Read the month's archived values for this input back through
      *> a sort - each value released once for the input overall and
      *> once for its group - then finish every population's figures.
      *> A missing archive leaves the pooled figures standing alone.
       recalc-from-detail.
       move zero to popCount.
       move 'N' to ws-detail-grouped-flag.
       move 'N' to ws-pop-overflow-flag.
       move 'N' to ws-detail-avail-flag.
       move '0' to ws-curr-level.
       move spaces to ws-curr-group.
       perform add-population.
       open input detail-file.
       if ws-detail-status not = "00" then
           display "WARNING: detail archive STATDETL.DAT not found or unreadable (status=" ws-detail-status ") - median not recalculated"
       else
           set detail-available to true
           sort sort-file on ascending key sort-level sort-group
              sort-value
              input procedure is release-month-detail
              output procedure is walk-sorted-detail
           close detail-file
           perform finish-population varying pp from 1 by 1
              until pp is greater than popCount
       end-if.

       release-month-detail.
       move 'N' to ws-detail-eof.
       move low-values to detail-key.
       move rollMonth to detail-run-date(1:6).
       start detail-file key is not less than detail-key
          invalid key set detail-eof to true
       end-start.
       perform release-next-detail until detail-eof.

      *> The key is date-first, so the first value past the month ends
      *> the walk; other inputs' values in the month are skipped
       release-next-detail.
       read detail-file next record
          at end set detail-eof to true
       end-read.
       if not detail-eof then
           if detail-run-date(1:6) > rollMonth then
               set detail-eof to true
           else
               if detail-input-name = ws-roll-input then
                   perform release-detail-value
               end-if
           end-if
       end-if.

      *> A blank group key is a group of its own, filed as (none) the
      *> way STATS files it - only a month that carried at least one
      *> real key gets its groups broken out
       release-detail-value.
       move detail-value to recValue.
       move detail-weight to recWeight.
       move 1 to pp.
       perform note-population-value.
       move '0' to sort-level.
       move spaces to sort-group.
       move recValue to sort-value.
       move recWeight to sort-weight.
       release sort-rec.
       if detail-group-key not = spaces then
           set detail-grouped to true
       end-if.
       move '1' to ws-curr-level.
       if detail-group-key = spaces then
           move '(none)' to ws-curr-group
       else
           move detail-group-key to ws-curr-group
       end-if.
       perform find-population.
       if not population-found then
           if popCount < 201 then
               perform add-population
               move popCount to pp
               set population-found to true
           else
               set population-table-full to true
           end-if
       end-if.
       if population-found then
           perform note-population-value
           move '1' to sort-level
           move ws-curr-group to sort-group
           move recValue to sort-value
           move recWeight to sort-weight
           release sort-rec
       end-if.

       find-population.
       move 'N' to ws-pop-found.
       perform scan-population varying pp from 1 by 1
          until pp is greater than popCount or population-found.
       if population-found then
           subtract 1 from pp
       end-if.

       scan-population.
       if ps-level(pp) = ws-curr-level and ps-group(pp) = ws-curr-group then
           set population-found to true
       end-if.

       add-population.
       add 1 to popCount.
       move ws-curr-level to ps-level(popCount).
       move ws-curr-group to ps-group(popCount).
       move zero to ps-count(popCount) ps-weight(popCount)
          ps-wxsum(popCount) ps-min(popCount) ps-max(popCount)
          ps-nonpos(popCount) ps-logsum(popCount)
          ps-harmsum(popCount) ps-sssum(popCount) ps-median(popCount)
          ps-q1(popCount) ps-q3(popCount).
       move 'N' to ps-minmax-set(popCount).
       perform clear-population-tally varying b from 1 by 1
          until b is greater than 50.

       clear-population-tally.
       move zero to ps-tally(popCount, b).

      *> The running totals a population needs before its sorted
      *> values come back - weight, weighted sum, min and max over
      *> the values that carry weight, and the log and reciprocal sums
      *> of the geometric and harmonic means (both go N/A the moment a
      *> non-positive value turns up, the rule a single run applies)
       note-population-value.
       add 1 to ps-count(pp).
       add recWeight to ps-weight(pp).
       compute temp = recValue * recWeight.
       add temp to ps-wxsum(pp).
       if recWeight > zero then
           if ps-minmax-set(pp) = 'N' then
               move recValue to ps-min(pp)
               move recValue to ps-max(pp)
               move 'Y' to ps-minmax-set(pp)
           end-if
           if recValue < ps-min(pp) then
               move recValue to ps-min(pp)
           end-if
           if recValue > ps-max(pp) then
               move recValue to ps-max(pp)
           end-if
       end-if.
       if recValue <= zero then
           add 1 to ps-nonpos(pp)
       else
           compute temp = function log(recValue)
           compute temp = temp * recWeight
           add temp to ps-logsum(pp)
           compute temp = recWeight / recValue
           add temp to ps-harmsum(pp)
       end-if.

      *> The sorted values, one population after another - on each
      *> population change the weight positions of the median and
      *> quartiles are set up (the same position formulas STATS uses
      *> on a weighted run), then each value's cumulative-weight span
      *> is checked against them, its squared distance from the mean
      *> accumulated and its weight tallied into a histogram bucket
       walk-sorted-detail.
       move zero to pc.
       move 'N' to ws-sort-eof.
       perform return-detail-value until sort-drained.

       return-detail-value.
       return sort-file
          at end set sort-drained to true
       end-return.
       if not sort-drained then
           if pc = zero or sort-level not = ws-curr-level
              or sort-group not = ws-curr-group then
               perform start-population-walk
           end-if
           perform walk-one-value
       end-if.

       start-population-walk.
       if pc not = zero then
           perform close-population-walk
       end-if.
       move sort-level to ws-curr-level.
       move sort-group to ws-curr-group.
       perform find-population.
       move pp to pc.
       move zero to cumBefore.
       move zero to medLoValue medHiValue.
       if ps-weight(pc) > zero then
           compute ps-mean(pc) = ps-wxsum(pc) / ps-weight(pc)
       else
           move zero to ps-mean(pc)
       end-if.
       divide ps-weight(pc) by 2 giving tMedLo.
       if function mod(ps-weight(pc), 2) = 0 then
           compute tMedHi = tMedLo + 1
       else
           add 1 to tMedLo
           move tMedLo to tMedHi
       end-if.
       compute tQ1 = (ps-weight(pc) / 4) + 1.
       compute tQ3 = ((ps-weight(pc) * 3) / 4) + 1.
       if bucketCount > zero then
           compute bucketWidth = (ps-max(pc) - ps-min(pc)) / bucketCount
       else
           move zero to bucketWidth
       end-if.

       walk-one-value.
       move sort-value to recValue.
       move sort-weight to recWeight.
       compute cumAfter = cumBefore + recWeight.
       if recWeight > zero then
           if tMedLo > cumBefore and tMedLo <= cumAfter then
               move recValue to medLoValue
           end-if
           if tMedHi > cumBefore and tMedHi <= cumAfter then
               move recValue to medHiValue
           end-if
           if tQ1 > cumBefore and tQ1 <= cumAfter then
               move recValue to ps-q1(pc)
           end-if
           if tQ3 > cumBefore and tQ3 <= cumAfter then
               move recValue to ps-q3(pc)
           end-if
           compute temp = recValue - ps-mean(pc)
           compute temp = temp * temp
           compute temp = temp * recWeight
           add temp to ps-sssum(pc)
           if bucketWidth > zero then
               compute bucketIndex =
                  ((recValue - ps-min(pc)) / bucketWidth) + 1
               if bucketIndex > bucketCount then
                   move bucketCount to bucketIndex
               end-if
               if bucketIndex < 1 then
                   move 1 to bucketIndex
               end-if
               add recWeight to ps-tally(pc, bucketIndex)
           end-if
       end-if.
       move cumAfter to cumBefore.

       close-population-walk.
       compute ps-median(pc) = (medLoValue + medHiValue) / 2.

      *> Last population's median once the sort runs dry, then the
      *> figures every population finishes the same way
       finish-population.
       if pp = pc then
           perform close-population-walk
       end-if.
       if ps-weight(pp) > 1 then
           compute weightDegrees = ps-weight(pp) - 1
           compute ps-variance(pp) = ps-sssum(pp) / weightDegrees
       else
           move zero to ps-variance(pp)
       end-if.
       compute ps-stddev(pp) = ps-variance(pp) ** 0.5.
       move 'N' to ps-geo-na(pp).
       move 'N' to ps-harm-na(pp).
       move zero to ps-geomean(pp).
       move zero to ps-harmmean(pp).
       if ps-nonpos(pp) > zero or ps-weight(pp) = zero then
           move 'Y' to ps-geo-na(pp)
           move 'Y' to ps-harm-na(pp)
       else
           compute temp = ps-logsum(pp) / ps-weight(pp)
           compute ps-geomean(pp) = function exp(temp)
              on size error
                 move 'Y' to ps-geo-na(pp)
                 move zero to ps-geomean(pp)
           end-compute
           if ps-harmsum(pp) = zero then
               move 'Y' to ps-harm-na(pp)
           else
               compute ps-harmmean(pp) = ps-weight(pp) / ps-harmsum(pp)
           end-if
       end-if.

      *> The month's distribution - the input overall first, then one
      *> block per group when the month carried group keys
       print-detail-report.
       write output-line from under-line after advancing 1 line.
       write output-line from detail-section-title after advancing 1 line.
       move 1 to pp.
       perform print-population-block.
       if detail-grouped then
           if population-table-full then
               write output-line from group-table-warning
                  after advancing 1 line
           end-if
           perform print-group-block varying pp from 2 by 1
              until pp is greater than popCount
       end-if.

       print-group-block.
       write output-line from under-line after advancing 1 line.
       move ps-group(pp) to dgh-group.
       move ps-count(pp) to dgh-count.
       write output-line from detail-group-header after advancing 1 line.
       move 'Mean' to rl-stat-name.
       move ps-mean(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Std deviation' to rl-stat-name.
       move ps-stddev(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       perform print-population-block.

       print-population-block.
       move 'Detail values' to rl-stat-name.
       move ps-count(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Median' to rl-stat-name.
       move ps-median(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Q1 (25th pctile)' to rl-stat-name.
       move ps-q1(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Q3 (75th pctile)' to rl-stat-name.
       move ps-q3(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Minimum' to rl-stat-name.
       move ps-min(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Maximum' to rl-stat-name.
       move ps-max(pp) to rl-stat-value.
       write output-line from roll-detail after advancing 1 line.
       move 'Range' to rl-stat-name.
       compute rl-stat-value = ps-max(pp) - ps-min(pp).
       write output-line from roll-detail after advancing 1 line.
       if bucketCount > zero and ps-weight(pp) > zero then
           perform print-population-histogram
       end-if.

      *> Bounds, count, percent of the population and a bar scaled so
      *> the fullest bucket gets thirty asterisks - the layout STATS
      *> prints for a single run
       print-population-histogram.
       if ps-max(pp) = ps-min(pp) then
           write output-line from histogram-flat-line after advancing 1 line
       else
           compute bucketWidth = (ps-max(pp) - ps-min(pp)) / bucketCount
           move zero to maxBucketTally
           perform histogram-max varying b from 1 by 1
              until b is greater than bucketCount
           move ps-min(pp) to bucketLow
           perform histogram-print varying b from 1 by 1
              until b is greater than bucketCount
       end-if.

       histogram-max.
       if ps-tally(pp, b) > maxBucketTally then
           move ps-tally(pp, b) to maxBucketTally
       end-if.

       histogram-print.
       compute bucketHigh = bucketLow + bucketWidth.
       if b = bucketCount then
           move ps-max(pp) to bucketHigh
       end-if.
       move bucketLow to hst-low.
       move bucketHigh to hst-high.
       move ps-tally(pp, b) to hst-count.
       compute bucketPct = ps-tally(pp, b) * 100 / ps-weight(pp).
       move bucketPct to hst-pct.
       compute starCount = ps-tally(pp, b) * 30 / maxBucketTally.
       if starCount = zero and ps-tally(pp, b) > zero then
           move 1 to starCount
       end-if.
       move spaces to hst-bar.
       if starCount > zero then
           move star-rule(1:starCount) to hst-bar
       end-if.
       write output-line from histogram-detail after advancing 1 line.
       move bucketHigh to bucketLow.
