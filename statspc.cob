      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Control charts added later because the trend report's moving
      *> averages and the fixed STATLIMS.DAT bands both miss a slow
      *> drift that stays inside the bands. One input (and group key)
      *> off the history file gets a centre line and three-sigma limits
      *> from a baseline run of periods, each period's mean and std dev
      *> plotted against them as a printable text chart, and the usual
      *> run rules flagged - every violation also goes to an exceptions
      *> file so quality can look at a branch drifting before it
      *> breaches a hard limit.

       identification division.

       program-id. statspc.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATSPC.DAT" organization is line sequential
          file status is ws-parm-status.
       select history-file assign to "STATHIST.DAT" organization is line sequential
          file status is ws-hist-status.
       select output-file assign to dynamic ws-out-fname organization is line sequential
          file status is ws-out-status.
       select exception-file assign to dynamic ws-exc-fname organization is line sequential
          file status is ws-exc-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(30).
       fd history-file.
       01 history-line     pic x(250).
       fd output-file.
       01 output-line      pic x(100).
       fd exception-file.
       01 exception-line   pic x(120).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-hist-status pic xx.
       77 ws-hist-eof picture x(1) value 'N'.
          88 history-eof value 'Y'.
       77 ws-out-status pic xx.
       77 ws-exc-status pic xx.
       77 ws-input-wanted pic x(30).
       77 ws-group-spec pic x(30).
       77 ws-group-wanted pic x(8).
       77 ws-base-from-spec pic x(30).
       77 ws-base-to-spec pic x(30).
       77 ws-periods-spec pic x(30).
       77 ws-out-fname pic x(30).
       77 ws-exc-fname pic x(30).
       77 baseFrom picture x(8).
       77 baseTo picture x(8).
       77 nPeriods picture s9(4) usage is computational.

      *> One record of the history file, exactly as STATS writes it -
      *> the overall run carries a blank group key, each group block
      *> its own (a blank input key is filed as (none))
       01 hist-record.
          02 hist-run-date picture x(8).
          02 hist-input-name picture x(30).
          02 hist-group-key picture x(8).
          02 hist-mean picture s9(14)v9(14) sign is leading separate.
          02 hist-variance picture s9(14)v9(14) sign is leading separate.
          02 hist-stddev picture s9(14)v9(14) sign is leading separate.
          02 hist-geo-na picture x(1).
          02 hist-geomean picture s9(14)v9(14) sign is leading separate.
          02 hist-harm-na picture x(1).
          02 hist-harmmean picture s9(14)v9(14) sign is leading separate.
          02 hist-median picture s9(14)v9(14) sign is leading separate.
          02 hist-count picture s9(9) sign is leading separate.

      *> The matching periods, oldest first - when more arrive than the
      *> table holds the oldest are shifted out, and a rerun on the same
      *> run date replaces that date's period rather than plotting it
      *> twice
       77 histCount picture s9(4) usage is computational.
       77 t picture s9(4) usage is computational.
       77 w picture s9(4) usage is computational.
       77 firstShown picture s9(4) usage is computational.
       01 spc-table.
          02 spc-entry occurs 200 times.
             03 sp-date picture x(8).
             03 sp-mean picture s9(14)v9(14) usage is computational-3.
             03 sp-stddev picture s9(14)v9(14) usage is computational-3.

      *> The statistic currently being charted - loaded per chart so one
      *> set of paragraphs serves the mean chart and the std dev chart.
      *> Each value's distance from the centre line in sigmas drives
      *> both the plot position and the run rules.
       01 chart-walk-area.
          02 chartValue picture s9(14)v9(14) usage is computational-3
             occurs 200 times.
          02 chartZ picture s9(5)v9(6) usage is computational-3
             occurs 200 times.
          02 chartRules picture x(4) occurs 200 times.
       77 ws-chart-name picture x(10).
       77 baseCount picture s9(4) usage is computational.
       77 baseFirst picture s9(4) usage is computational.
       77 baseLast picture s9(4) usage is computational.
       77 centreLine picture s9(14)v9(14) usage is computational-3.
       77 sigmaValue picture s9(14)v9(14) usage is computational-3.
       77 upperLimit picture s9(14)v9(14) usage is computational-3.
       77 lowerLimit picture s9(14)v9(14) usage is computational-3.
       77 sumValues picture s9(14)v9(14) usage is computational-3.
       77 sumRanges picture s9(14)v9(14) usage is computational-3.
       77 movingRange picture s9(14)v9(14) usage is computational-3.
       77 rangeCount picture s9(4) usage is computational.
       77 zeroSigmaCount picture s9(4) usage is computational.
       77 shortBaseCount picture s9(4) usage is computational.
       77 violationCount picture s9(9) usage is computational.

      *> Run-rule work fields
       77 windowStart picture s9(4) usage is computational.
       77 aboveCount picture s9(4) usage is computational.
       77 belowCount picture s9(4) usage is computational.
       77 plotCol picture s9(4) usage is computational.
       01 plot-area.
          02 plot-char picture x(1) occurs 41 times.

       01 title-line.
          02 filler picture x(36) value
             '  Control Chart Report for input: '.
          02 ttl-input-name picture x(30).
       01 group-scope-line.
          02 filler picture x(10) value ' Group:   '.
          02 ttl-group picture x(8).
       01 under-line.
          02 filler picture x(90) value all '-'.
       01 chart-head.
          02 filler picture x(2) value spaces.
          02 chh-name picture x(10).
          02 filler picture x(23) value ' chart - baseline from '.
          02 chh-base-from picture x(8).
          02 filler picture x(4) value ' to '.
          02 chh-base-to picture x(8).
          02 filler picture x(3) value ' ('.
          02 chh-base-count picture zzz9.
          02 filler picture x(10) value ' periods)'.
       01 limit-line.
          02 filler picture x(2) value spaces.
          02 lml-name picture x(14).
          02 lml-value picture -(14)9.9(4).
       01 chart-col-heads.
          02 filler picture x(10) value ' Period'.
          02 filler picture x(19) value '             Value'.
          02 filler picture x(2) value spaces.
          02 filler picture x(41) value
             '    LCL            CL             UCL'.
          02 filler picture x(2) value spaces.
          02 filler picture x(5) value 'Rules'.
       01 chart-detail.
          02 filler picture x(1) value space.
          02 chd-date picture x(9).
          02 chd-value picture -(14)9.9(4).
          02 filler picture x(2) value spaces.
          02 chd-plot picture x(41).
          02 filler picture x(2) value spaces.
          02 chd-rules picture x(4).
       01 rule-legend-1.
          02 filler picture x(90) value
             '  Rules: 1 = one point beyond 3 sigma   2 = two of three beyond 2 sigma, same side'.
       01 rule-legend-2.
          02 filler picture x(90) value
             '         3 = four of five beyond 1 sigma, same side   4 = eight in a row one side of CL'.
       01 short-baseline-line.
          02 filler picture x(80) value
             '  *** BASELINE HAS FEWER THAN TWO PERIODS - no limits, rules not applied'.
       01 zero-sigma-line.
          02 filler picture x(80) value
             '  *** NO VARIATION IN THE BASELINE - sigma is zero, rules not applied'.
       01 no-history-line.
          02 filler picture x(60) value
             '  NO HISTORY ON FILE FOR THIS INPUT - nothing to chart'.
       01 violation-summary.
          02 filler picture x(24) value '  Run-rule violations = '.
          02 vsm-count picture zzzzzzzz9.

      *> One violation per line on the exceptions file - input, group,
      *> chart, period, value and the rule broken
       01 exception-record.
          02 exr-input picture x(30).
          02 filler picture x(1) value space.
          02 exr-group picture x(8).
          02 filler picture x(1) value space.
          02 exr-chart picture x(10).
          02 filler picture x(1) value space.
          02 exr-date picture x(8).
          02 filler picture x(1) value space.
          02 exr-value picture -(14)9.9(4).
          02 filler picture x(1) value space.
          02 exr-rule picture x(40).

      *> Read the control card, load the input's periods off the
      *> history file, then chart the mean and the std dev in turn
       procedure division.
      *> Card layout, one value per line: input filename to chart, group
      *> key (blank = the overall run, (none) = the blank-key group),
      *> baseline first and last run dates yyyymmdd (both blank = the
      *> first twenty periods on file), periods to chart (blank = 30),
      *> report filename (blank = STATSPC.TXT), exceptions filename
      *> (blank = STATSPC.EXC)
       move spaces to ws-input-wanted ws-group-spec ws-base-from-spec
          ws-base-to-spec ws-periods-spec ws-out-fname ws-exc-fname.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATSPC.DAT not found or unreadable (status=" ws-parm-status ") - cannot chart"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-input-wanted
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-group-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-base-from-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-base-to-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-periods-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-out-fname
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-exc-fname
              at end continue
           end-read
       end-if.
       close parm-file.
       move ws-group-spec(1:8) to ws-group-wanted.

       if ws-input-wanted = spaces then
           display "ERROR: STATSPC.DAT control card is missing the input filename to chart - cannot chart"
           move 16 to return-code
           stop run
       end-if.
       move ws-base-from-spec(1:8) to baseFrom.
       move ws-base-to-spec(1:8) to baseTo.
       if baseFrom not = spaces and baseTo = spaces then
           move '99999999' to baseTo
       end-if.
       if baseTo not = spaces and baseFrom = spaces then
           move '00000000' to baseFrom
       end-if.
       if ws-periods-spec = spaces then
           move 30 to nPeriods
       else
           compute nPeriods = function numval(ws-periods-spec)
           if nPeriods < 1 then
               move 30 to nPeriods
           end-if
           if nPeriods > 200 then
               move 200 to nPeriods
           end-if
       end-if.
       if ws-out-fname = spaces then
           move "STATSPC.TXT" to ws-out-fname
       end-if.
       if ws-exc-fname = spaces then
           move "STATSPC.EXC" to ws-exc-fname
       end-if.

       perform load-history.

       open output output-file.
       if ws-out-status not = "00" then
           display "ERROR: control chart report file " ws-out-fname " could not be opened (status=" ws-out-status ") - cannot write"
           move 16 to return-code
           stop run
       end-if.
       open output exception-file.
       if ws-exc-status not = "00" then
           display "ERROR: control chart exceptions file " ws-exc-fname " could not be opened (status=" ws-exc-status ") - cannot write"
           move 16 to return-code
           stop run
       end-if.
       move ws-input-wanted to ttl-input-name.
       write output-line from title-line after advancing 0 lines.
       if ws-group-wanted not = spaces then
           move ws-group-wanted to ttl-group
           write output-line from group-scope-line after advancing 1 line
       end-if.
       write output-line from under-line after advancing 1 line.

       move zero to violationCount zeroSigmaCount shortBaseCount.
       if histCount = zero then
           write output-line from no-history-line after advancing 1 line
       else
           compute firstShown = histCount - nPeriods + 1
           if firstShown < 1 then
               move 1 to firstShown
           end-if
           perform find-baseline

           move 'Mean' to ws-chart-name
           perform load-walk-mean varying t from 1 by 1
              until t is greater than histCount
           perform chart-one-statistic

           move 'Std dev' to ws-chart-name
           perform load-walk-stddev varying t from 1 by 1
              until t is greater than histCount
           perform chart-one-statistic

           write output-line from under-line after advancing 1 line
           write output-line from rule-legend-1 after advancing 1 line
           write output-line from rule-legend-2 after advancing 1 line
           move violationCount to vsm-count
           write output-line from violation-summary after advancing 1 line
       end-if.
       close output-file exception-file.

      *> A violation is what the report is for - 8, the same code a
      *> tolerance breach uses; a chart that could not be drawn is a 4
       evaluate true
          when violationCount > zero
             display "WARNING: " violationCount " run-rule violation(s) - see " ws-exc-fname
             move 8 to return-code
          when histCount = zero or shortBaseCount > zero
             or zeroSigmaCount > zero
             display "WARNING: no usable control limits for " ws-input-wanted
             move 4 to return-code
       end-evaluate.
       display "Finished".
       stop run.

      *> Read the whole history file, keeping every record of the input
      *> and group key on the card, oldest first
       load-history.
       move zero to histCount.
       move 'N' to ws-hist-eof.
       open input history-file.
       if ws-hist-status not = "00" then
           display "ERROR: history file STATHIST.DAT not found or unreadable (status=" ws-hist-status ") - cannot chart"
           move 16 to return-code
           stop run
       end-if.
       perform load-history-record until history-eof.
       close history-file.

       load-history-record.
       read history-file into hist-record
          at end set history-eof to true
       end-read.
       if not history-eof then
           if hist-input-name = ws-input-wanted
              and hist-group-key = ws-group-wanted then
               if histCount > zero
                  and sp-date(histCount) = hist-run-date then
                   continue
               else
                   if histCount = 200 then
                       perform shift-history-down
                   else
                       add 1 to histCount
                   end-if
               end-if
               move hist-run-date to sp-date(histCount)
               move hist-mean to sp-mean(histCount)
               move hist-stddev to sp-stddev(histCount)
           end-if
       end-if.

      *> Table full - drop the oldest period to make room at the end
       shift-history-down.
       perform shift-one-entry varying t from 1 by 1
          until t is greater than 199.

       shift-one-entry.
       compute w = t + 1.
       move spc-entry(w) to spc-entry(t).

      *> The baseline periods - the card's date range, or the first
      *> twenty periods on file when the card leaves it blank
       find-baseline.
       move zero to baseFirst baseLast baseCount.
       if baseFrom = spaces then
           move 1 to baseFirst
           move histCount to baseLast
           if baseLast > 20 then
               move 20 to baseLast
           end-if
           compute baseCount = baseLast - baseFirst + 1
       else
           perform find-baseline-period varying t from 1 by 1
              until t is greater than histCount
       end-if.

       find-baseline-period.
       if sp-date(t) not < baseFrom and sp-date(t) not > baseTo then
           if baseFirst = zero then
               move t to baseFirst
           end-if
           move t to baseLast
           add 1 to baseCount
       end-if.

       load-walk-mean.
       move sp-mean(t) to chartValue(t).

       load-walk-stddev.
       move sp-stddev(t) to chartValue(t).

      *> One chart: the centre line is the baseline average, sigma the
      *> average moving range between consecutive baseline periods over
      *> 1.128 - the individuals-chart estimate, which a drift inside
      *> the baseline inflates far less than a plain standard deviation
      *> would
       chart-one-statistic.
       write output-line from under-line after advancing 1 line.
       move ws-chart-name to chh-name.
       if baseCount > zero then
           move sp-date(baseFirst) to chh-base-from
           move sp-date(baseLast) to chh-base-to
       else
           move spaces to chh-base-from chh-base-to
       end-if.
       move baseCount to chh-base-count.
       write output-line from chart-head after advancing 1 line.
       move zero to centreLine sigmaValue upperLimit lowerLimit.
       perform clear-chart-point varying t from 1 by 1
          until t is greater than histCount.
       if baseCount < 2 then
           add 1 to shortBaseCount
           write output-line from short-baseline-line after advancing 1 line
       else
           move zero to sumValues sumRanges
           perform add-baseline-value varying t from baseFirst by 1
              until t is greater than baseLast
           compute centreLine = sumValues / baseCount
           compute rangeCount = baseCount - 1
           compute movingRange = sumRanges / rangeCount
           compute sigmaValue = movingRange / 1.128
           compute movingRange = sigmaValue * 3
           compute upperLimit = centreLine + movingRange
           compute lowerLimit = centreLine - movingRange
           if sigmaValue = zero then
               add 1 to zeroSigmaCount
               write output-line from zero-sigma-line after advancing 1 line
           else
               perform compute-z varying t from 1 by 1
                  until t is greater than histCount
               perform apply-run-rules varying t from 1 by 1
                  until t is greater than histCount
           end-if
       end-if.
       move 'Upper limit' to lml-name.
       move upperLimit to lml-value.
       write output-line from limit-line after advancing 1 line.
       move 'Centre line' to lml-name.
       move centreLine to lml-value.
       write output-line from limit-line after advancing 1 line.
       move 'Lower limit' to lml-name.
       move lowerLimit to lml-value.
       write output-line from limit-line after advancing 1 line.
       move 'Sigma' to lml-name.
       move sigmaValue to lml-value.
       write output-line from limit-line after advancing 1 line.
       write output-line from chart-col-heads after advancing 1 line.
       perform print-chart-line varying t from firstShown by 1
          until t is greater than histCount.

       clear-chart-point.
       move zero to chartZ(t).
       move spaces to chartRules(t).

      *> Baseline only - within the table the dates only go forward, so
      *> the moving range of each period is against the one before it
       add-baseline-value.
       add chartValue(t) to sumValues.
       if t > baseFirst then
           compute movingRange = chartValue(t) - chartValue(t - 1)
           if movingRange < zero then
               compute movingRange = zero - movingRange
           end-if
           add movingRange to sumRanges
       end-if.

       compute-z.
       compute chartZ(t) = (chartValue(t) - centreLine) / sigmaValue
          on size error
             if chartValue(t) > centreLine then
                 move 99999 to chartZ(t)
             else
                 move -99999 to chartZ(t)
             end-if
       end-compute.

      *> The four run rules, each judged at the period that completes
      *> the pattern, over every period loaded so a pattern that began
      *> before the charted window still counts
       apply-run-rules.
       if chartZ(t) > 3 or chartZ(t) < -3 then
           move '1' to chartRules(t)(1:1)
       end-if.
       compute windowStart = t - 2.
       if windowStart >= 1 then
           move zero to aboveCount belowCount
           perform count-beyond-2 varying w from windowStart by 1
              until w is greater than t
           if (aboveCount >= 2 and chartZ(t) > 2)
              or (belowCount >= 2 and chartZ(t) < -2) then
               move '2' to chartRules(t)(2:1)
           end-if
       end-if.
       compute windowStart = t - 4.
       if windowStart >= 1 then
           move zero to aboveCount belowCount
           perform count-beyond-1 varying w from windowStart by 1
              until w is greater than t
           if (aboveCount >= 4 and chartZ(t) > 1)
              or (belowCount >= 4 and chartZ(t) < -1) then
               move '3' to chartRules(t)(3:1)
           end-if
       end-if.
       compute windowStart = t - 7.
       if windowStart >= 1 then
           move zero to aboveCount belowCount
           perform count-either-side varying w from windowStart by 1
              until w is greater than t
           if aboveCount = 8 or belowCount = 8 then
               move '4' to chartRules(t)(4:1)
           end-if
       end-if.

       count-beyond-2.
       if chartZ(w) > 2 then
           add 1 to aboveCount
       end-if.
       if chartZ(w) < -2 then
           add 1 to belowCount
       end-if.

       count-beyond-1.
       if chartZ(w) > 1 then
           add 1 to aboveCount
       end-if.
       if chartZ(w) < -1 then
           add 1 to belowCount
       end-if.

       count-either-side.
       if chartZ(w) > 0 then
           add 1 to aboveCount
       end-if.
       if chartZ(w) < 0 then
           add 1 to belowCount
       end-if.

      *> One period: its value, a 41-column plot running from four sigma
      *> below the centre line to four above (five columns a sigma, the
      *> limits marked with bars and the centre line with a colon), and
      *> the rules it broke - a point off the scale sits at the edge as
      *> an arrow, a point that broke a rule is an X
       print-chart-line.
       move spaces to plot-area.
       move '|' to plot-char(6).
       move ':' to plot-char(21).
       move '|' to plot-char(36).
       if sigmaValue > zero then
           if chartZ(t) > 4 then
               move '>' to plot-char(41)
           else
               if chartZ(t) < -4 then
                   move '<' to plot-char(1)
               else
                   compute plotCol rounded = 21 + (chartZ(t) * 5)
                   if chartRules(t) = spaces then
                       move '*' to plot-char(plotCol)
                   else
                       move 'X' to plot-char(plotCol)
                   end-if
               end-if
           end-if
       end-if.
       move sp-date(t) to chd-date.
       move chartValue(t) to chd-value.
       move plot-area to chd-plot.
       move chartRules(t) to chd-rules.
       write output-line from chart-detail after advancing 1 line.
       if chartRules(t)(1:1) not = space then
           move 'RULE 1 - one point beyond 3 sigma' to exr-rule
           perform write-exception
       end-if.
       if chartRules(t)(2:1) not = space then
           move 'RULE 2 - two of three beyond 2 sigma' to exr-rule
           perform write-exception
       end-if.
       if chartRules(t)(3:1) not = space then
           move 'RULE 3 - four of five beyond 1 sigma' to exr-rule
           perform write-exception
       end-if.
       if chartRules(t)(4:1) not = space then
           move 'RULE 4 - eight in a row one side of CL' to exr-rule
           perform write-exception
       end-if.

       write-exception.
       add 1 to violationCount.
       move ws-input-wanted to exr-input.
       move ws-group-wanted to exr-group.
       move ws-chart-name to exr-chart.
       move sp-date(t) to exr-date.
       move chartValue(t) to exr-value.
       write exception-line from exception-record.
