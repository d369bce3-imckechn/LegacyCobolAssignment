      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Limits calibration added later so the STATLIMS.DAT bands come
      *> from what the statistics history actually shows instead of a
      *> guess typed in once and left to go stale as volumes grow. It
      *> only ever proposes - the bands are written to a separate file
      *> beside a side-by-side report, and nothing goes live until
      *> operations copies the proposal over STATLIMS.DAT, so one bad
      *> month can never quietly widen the bands on its own.
      *> Later the reject maximum is calibrated as well, from the overall
      *> runs' reject counts on the results master for the same periods,
      *> since the history file carries no reject figures.

       identification division.

       program-id. statcalib.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATCALIB.DAT" organization is line sequential
          file status is ws-parm-status.
       select history-file assign to "STATHIST.DAT" organization is line sequential
          file status is ws-hist-status.
       select limits-file assign to "STATLIMS.DAT" organization is line sequential
          file status is ws-limits-status.
       select master-file assign to "STATMAST.DAT"
          organization is indexed
          access mode is random
          record key is master-run-key
          file status is ws-master-status.
       select proposal-file assign to dynamic ws-prop-fname organization is line sequential
          file status is ws-prop-status.
       select output-file assign to dynamic ws-out-fname organization is line sequential
          file status is ws-out-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(30).
       fd history-file.
       01 history-line     pic x(250).
       fd limits-file.
       01 limits-line      pic x(130).
       fd master-file.
       01 master-record.
          02 master-run-key.
             03 master-run-date picture x(8).
             03 master-input-name picture x(30).
             03 master-group-key picture x(8).
          02 master-mean picture s9(14)v9(14) sign is leading separate.
          02 master-variance picture s9(14)v9(14) sign is leading separate.
          02 master-stddev picture s9(14)v9(14) sign is leading separate.
          02 master-geo-na picture x(1).
          02 master-geomean picture s9(14)v9(14) sign is leading separate.
          02 master-harm-na picture x(1).
          02 master-harmmean picture s9(14)v9(14) sign is leading separate.
          02 master-median picture s9(14)v9(14) sign is leading separate.
          02 master-count picture s9(9) sign is leading separate.
          02 master-rejects picture s9(9) sign is leading separate.
          02 master-overflow picture s9(9) sign is leading separate.
          02 master-nonpos picture s9(9) sign is leading separate.
          02 master-source-system picture x(10).
          02 master-extract-date picture x(8).
          02 master-timestamp picture x(21).
       fd proposal-file.
       01 proposal-line    pic x(130).
       fd output-file.
       01 output-line      pic x(100).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-hist-status pic xx.
       77 ws-hist-eof picture x(1) value 'N'.
          88 history-eof value 'Y'.
       77 ws-limits-status pic xx.
       77 ws-limits-eof picture x(1) value 'N'.
          88 limits-eof value 'Y'.
       77 ws-master-status pic xx.
       77 ws-master-open picture x(1) value 'N'.
          88 master-available value 'Y'.
       77 ws-prop-status pic xx.
       77 ws-out-status pic xx.
       77 ws-periods-spec pic x(30).
       77 ws-sigma-spec pic x(30).
       77 ws-floor-spec pic x(30).
       77 ws-prop-fname pic x(30).
       77 ws-out-fname pic x(30).

      *> Calibration settings off the control card - how many of the
      *> latest periods to learn from, how many standard deviations
      *> either side of the historical mean the bands sit, and the
      *> count floor as a percentage of the typical count
       77 nPeriods picture s9(4) usage is computational.
       77 kSigma picture s9(3)v9(4) usage is computational-3.
       77 floorPct picture s9(3)v9(4) usage is computational-3.

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

      *> The current limits, one entry per STATLIMS.DAT line in file
      *> order, kept as the card text so an unchanged band is written
      *> back exactly as operations typed it
       77 limCount picture s9(4) usage is computational.
       77 l picture s9(4) usage is computational.
       01 limits-card.
          02 lim-name-text picture x(30).
          02 lim-mean-lo-text picture x(20).
          02 lim-mean-hi-text picture x(20).
          02 lim-count-min-text picture x(20).
          02 lim-stddev-max-text picture x(20).
          02 lim-reject-max-text picture x(20).
       01 limits-table.
          02 limits-entry occurs 500 times.
             03 lt-name picture x(30).
             03 lt-mean-lo picture x(20).
             03 lt-mean-hi picture x(20).
             03 lt-count-min picture x(20).
             03 lt-stddev-max picture x(20).
             03 lt-reject-max picture x(20).

      *> The latest periods of every input and group key on the
      *> history file, oldest first - a full window drops its oldest
      *> period to make room, and a rerun on the same run date
      *> replaces that date's period rather than counting it twice
       77 keyCount picture s9(4) usage is computational.
       77 c picture s9(4) usage is computational.
       77 t picture s9(4) usage is computational.
       77 w picture s9(4) usage is computational.
       77 ws-key-found picture x(1) value 'N'.
          88 key-found value 'Y'.
       77 ws-key-overflow picture x(1) value 'N'.
          88 key-table-full value 'Y'.
       01 calib-table.
          02 calib-entry occurs 500 times.
             03 ck-input picture x(30).
             03 ck-group picture x(8).
             03 ck-done picture x(1).
             03 ck-periods picture s9(4) usage is computational.
             03 ck-period occurs 60 times.
                04 ck-date picture x(8).
                04 ck-mean picture s9(14)v9(14) usage is computational-3.
                04 ck-stddev picture s9(14)v9(14) usage is computational-3.
                04 ck-count picture s9(9) usage is computational.
                04 ck-rejects picture s9(9) usage is computational.
                04 ck-rej-hit picture x(1).

      *> Figures for the key currently being calibrated
       77 avgMean picture s9(14)v9(14) usage is computational-3.
       77 sdMean picture s9(14)v9(14) usage is computational-3.
       77 avgStdDev picture s9(14)v9(14) usage is computational-3.
       77 sdStdDev picture s9(14)v9(14) usage is computational-3.
       77 avgCount picture s9(14)v9(14) usage is computational-3.
       77 sumA picture s9(14)v9(14) usage is computational-3.
       77 sumB picture s9(14)v9(14) usage is computational-3.
       77 sumC picture s9(14)v9(14) usage is computational-3.
       77 ssA picture s9(14)v9(22) usage is computational-3.
       77 ssB picture s9(14)v9(22) usage is computational-3.
       77 temp picture s9(14)v9(22) usage is computational-3.
       77 degreesFree picture s9(9) usage is computational.
       77 propMeanLo picture s9(14)v9(14) usage is computational-3.
       77 propMeanHi picture s9(14)v9(14) usage is computational-3.
       77 propStdDevMax picture s9(14)v9(14) usage is computational-3.
       77 propCountMin picture s9(9) usage is computational.
       77 rejPeriods picture s9(4) usage is computational.
       77 sumD picture s9(14)v9(14) usage is computational-3.
       77 ssD picture s9(14)v9(22) usage is computational-3.
       77 avgRejects picture s9(14)v9(14) usage is computational-3.
       77 sdRejects picture s9(14)v9(14) usage is computational-3.
       77 propRejectMax picture s9(9) usage is computational.
       77 ws-reject-calib picture x(1) value 'N'.
          88 rejects-calibrated value 'Y'.
       77 currValue picture s9(14)v9(14) usage is computational-3.
       77 ws-tighter-when picture x(1).
          88 tighter-when-higher value 'H'.
          88 tighter-when-lower value 'L'.
       77 calibratedCount picture s9(4) usage is computational.
       77 keptCount picture s9(4) usage is computational.
       77 newCount picture s9(4) usage is computational.
       77 tightenCount picture s9(4) usage is computational.
       77 loosenCount picture s9(4) usage is computational.

      *> Proposed-file text - each band edited then trimmed, the same
      *> route STATS takes to put a figure on its csv feed
       77 ws-input-name picture x(30).
       01 prop-text.
          02 pt-mean-lo picture x(20).
          02 pt-mean-hi picture x(20).
          02 pt-count-min picture x(20).
          02 pt-stddev-max picture x(20).
          02 pt-reject-max picture x(20).
       77 currText picture x(20).
       77 bandLabel picture x(10).
       77 propEdit picture -(14)9.9(4).
       77 countEdit picture z(8)9.

       01 title-line.
          02 filler picture x(60) value
             '  Tolerance Limits Calibration from Statistics History'.
       01 settings-line.
          02 filler picture x(19) value '  Periods used:    '.
          02 set-periods picture zzz9.
          02 filler picture x(14) value '    k sigma: '.
          02 set-sigma picture zz9.99.
          02 filler picture x(20) value '    count floor %: '.
          02 set-floor picture zz9.99.
       01 proposal-name-line.
          02 filler picture x(24) value '  Proposed limits file: '.
          02 pnl-fname picture x(30).
       01 go-live-line.
          02 filler picture x(75) value
             '  Proposal only - copy it over STATLIMS.DAT once reviewed'.
       01 under-line.
          02 filler picture x(76) value
             '----------------------------------------------------------------------------'.
       01 input-head-line.
          02 filler picture x(10) value '  Input: '.
          02 ihl-input picture x(30).
          02 filler picture x(12) value '  periods: '.
          02 ihl-periods picture zzz9.
       01 group-head-line.
          02 filler picture x(10) value '  Group: '.
          02 ghl-group picture x(8).
          02 filler picture x(12) value '  periods: '.
          02 ghl-periods picture zzz9.
          02 filler picture x(40) value
             '  (report only - no group bands on file)'.
       01 calib-col-heads.
          02 filler picture x(22) value '  Band'.
          02 filler picture x(20) value '             Current'.
          02 filler picture x(2) value spaces.
          02 filler picture x(20) value '            Proposed'.
          02 filler picture x(2) value spaces.
          02 filler picture x(10) value 'Change'.
       01 calib-detail.
          02 filler picture x(2) value spaces.
          02 cal-band picture x(20).
          02 cal-current picture x(20).
          02 filler picture x(2) value spaces.
          02 cal-proposed picture x(20).
          02 filler picture x(2) value spaces.
          02 cal-change picture x(10).
       01 no-master-line.
          02 filler picture x(75) value
             '  Results master unavailable - reject maximum carried as it stands'.
       01 thin-history-line.
          02 filler picture x(70) value
             '  Fewer than two periods on history - current bands kept'.
       01 no-history-line.
          02 filler picture x(70) value
             '  No history on file for this input - current bands kept'.
       01 flat-history-line.
          02 filler picture x(72) value
             '  *** No spread in the historical means - mean band closes on the mean'.
       01 new-input-line.
          02 filler picture x(70) value
             '  Not on STATLIMS.DAT today - proposed as a new line'.
       01 key-table-warning.
          02 filler picture x(76) value
             ' *** WARNING: MORE THAN 500 INPUT/GROUP KEYS ON HISTORY - EXTRA KEYS SKIPPED'.
       01 summary-line.
          02 filler picture x(22) value '  Inputs calibrated: '.
          02 sum-calibrated picture zzz9.
          02 filler picture x(10) value '   kept: '.
          02 sum-kept picture zzz9.
          02 filler picture x(9) value '   new: '.
          02 sum-new picture zzz9.
       01 summary-line-2.
          02 filler picture x(22) value '  Bands tightened:   '.
          02 sum-tighten picture zzz9.
          02 filler picture x(14) value '   loosened: '.
          02 sum-loosen picture zzz9.

      *> Read the card, the current limits and the history, then write
      *> a proposed line for every input - current limits first in
      *> their own order, then any input history knows that the limits
      *> file does not
       procedure division.
      *> Card layout, one value per line: periods of history to learn
      *> from (blank = 30, max 60), k standard deviations either side
      *> of the mean (blank = 3), count floor as a percentage of the
      *> average count (blank = 80), proposed limits file (blank =
      *> STATLIMS.NEW - never STATLIMS.DAT itself), report filename
      *> (blank = STATCALIB.TXT)
       move spaces to ws-periods-spec ws-sigma-spec ws-floor-spec
          ws-prop-fname ws-out-fname.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATCALIB.DAT not found or unreadable (status=" ws-parm-status ") - cannot calibrate"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-periods-spec
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-sigma-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-floor-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-prop-fname
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-out-fname
              at end continue
           end-read
       end-if.
       close parm-file.

       if ws-periods-spec = spaces then
           move 30 to nPeriods
       else
           compute nPeriods = function numval(ws-periods-spec)
           if nPeriods < 2 then
               move 30 to nPeriods
           end-if
           if nPeriods > 60 then
               move 60 to nPeriods
           end-if
       end-if.
       if ws-sigma-spec = spaces then
           move 3 to kSigma
       else
           compute kSigma = function numval(ws-sigma-spec)
           if kSigma not > zero then
               move 3 to kSigma
           end-if
       end-if.
       if ws-floor-spec = spaces then
           move 80 to floorPct
       else
           compute floorPct = function numval(ws-floor-spec)
           if floorPct not > zero or floorPct > 100 then
               move 80 to floorPct
           end-if
       end-if.
       if ws-prop-fname = spaces then
           move "STATLIMS.NEW" to ws-prop-fname
       end-if.
       if function upper-case(ws-prop-fname) = "STATLIMS.DAT" then
           display "ERROR: STATCALIB.DAT names STATLIMS.DAT as the proposed limits file - proposals never overwrite the live limits"
           move 16 to return-code
           stop run
       end-if.
       if ws-out-fname = spaces then
           move "STATCALIB.TXT" to ws-out-fname
       end-if.

       perform load-limits.
       perform load-history.
       perform open-master.

       open output proposal-file.
       if ws-prop-status not = "00" then
           display "ERROR: proposed limits file " ws-prop-fname " could not be opened (status=" ws-prop-status ") - cannot write"
           move 16 to return-code
           stop run
       end-if.
       open output output-file.
       if ws-out-status not = "00" then
           display "ERROR: calibration report file " ws-out-fname " could not be opened (status=" ws-out-status ") - cannot write"
           move 16 to return-code
           stop run
       end-if.
       write output-line from title-line after advancing 0 lines.
       move nPeriods to set-periods.
       move kSigma to set-sigma.
       move floorPct to set-floor.
       write output-line from settings-line after advancing 1 line.
       move ws-prop-fname to pnl-fname.
       write output-line from proposal-name-line after advancing 1 line.
       write output-line from go-live-line after advancing 1 line.
       if not master-available then
           write output-line from no-master-line after advancing 1 line
       end-if.
       if key-table-full then
           write output-line from key-table-warning after advancing 1 line
       end-if.

       move zero to calibratedCount keptCount newCount
          tightenCount loosenCount.
       perform calibrate-current-line varying l from 1 by 1
          until l is greater than limCount.
       perform calibrate-new-input varying c from 1 by 1
          until c is greater than keyCount.

       write output-line from under-line after advancing 1 line.
       move calibratedCount to sum-calibrated.
       move keptCount to sum-kept.
       move newCount to sum-new.
       write output-line from summary-line after advancing 1 line.
       move tightenCount to sum-tighten.
       move loosenCount to sum-loosen.
       write output-line from summary-line-2 after advancing 1 line.
       close proposal-file.
       close output-file.
       if master-available then
           close master-file
       end-if.

       if calibratedCount = zero and newCount = zero then
           display "WARNING: no input had enough history to calibrate - proposal repeats the current limits"
           move 4 to return-code
       end-if.
       display "Finished - " calibratedCount " input(s) calibrated, " newCount " new, proposal on " ws-prop-fname.
       stop run.

      *> Current limits into the table. No limits file is not an
      *> error here - every input on history simply comes out as new.
       load-limits.
       move zero to limCount.
       move 'N' to ws-limits-eof.
       open input limits-file.
       if ws-limits-status not = "00" then
           display "WARNING: limits file STATLIMS.DAT not found or unreadable (status=" ws-limits-status ") - every input proposed as new"
       else
           perform load-limits-line until limits-eof
           close limits-file
       end-if.

       load-limits-line.
       read limits-file into limits-line
          at end set limits-eof to true
       end-read.
       if not limits-eof and limits-line not = spaces then
           if limCount = 500 then
               display "WARNING: more than 500 lines on STATLIMS.DAT - the rest are not calibrated or carried"
               set limits-eof to true
           else
               move spaces to limits-card
               unstring limits-line delimited by ','
                  into lim-name-text lim-mean-lo-text lim-mean-hi-text
                     lim-count-min-text lim-stddev-max-text
                     lim-reject-max-text
               end-unstring
               add 1 to limCount
               move lim-name-text to lt-name(limCount)
               move lim-mean-lo-text to lt-mean-lo(limCount)
               move lim-mean-hi-text to lt-mean-hi(limCount)
               move lim-count-min-text to lt-count-min(limCount)
               move lim-stddev-max-text to lt-stddev-max(limCount)
               move lim-reject-max-text to lt-reject-max(limCount)
           end-if
       end-if.

      *> The results master is only wanted for the reject counts, so a
      *> master that will not open costs the reject band, not the run
       open-master.
       move 'N' to ws-master-open.
       open input master-file.
       if ws-master-status not = "00" then
           display "WARNING: results master STATMAST.DAT not found or unreadable (status=" ws-master-status ") - reject maximum carried as it stands"
       else
           set master-available to true
       end-if.

      *> The whole history file, every input and group key at once. A
      *> missing history file is fatal - there is nothing to learn from.
       load-history.
       move zero to keyCount.
       move 'N' to ws-hist-eof.
       open input history-file.
       if ws-hist-status not = "00" then
           display "ERROR: history file STATHIST.DAT not found or unreadable (status=" ws-hist-status ") - cannot calibrate"
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
           move hist-input-name to ws-input-name
           perform find-key
           if not key-found then
               if keyCount = 500 then
                   set key-table-full to true
               else
                   add 1 to keyCount
                   move keyCount to c
                   move hist-input-name to ck-input(c)
                   move hist-group-key to ck-group(c)
                   move 'N' to ck-done(c)
                   move zero to ck-periods(c)
                   set key-found to true
               end-if
           end-if
           if key-found then
               perform keep-history-period
           end-if
       end-if.

       find-key.
       move 'N' to ws-key-found.
       perform scan-key varying c from 1 by 1
          until c is greater than keyCount or key-found.
       if key-found then
           subtract 1 from c
       end-if.

       scan-key.
       if ck-input(c) = ws-input-name and ck-group(c) = hist-group-key then
           set key-found to true
       end-if.

       keep-history-period.
       if ck-periods(c) > zero
          and ck-date(c, ck-periods(c)) = hist-run-date then
           continue
       else
           if ck-periods(c) = nPeriods then
               perform shift-period-down varying t from 1 by 1
                  until t is greater than nPeriods - 1
           else
               add 1 to ck-periods(c)
           end-if
       end-if.
       move hist-run-date to ck-date(c, ck-periods(c)).
       move hist-mean to ck-mean(c, ck-periods(c)).
       move hist-stddev to ck-stddev(c, ck-periods(c)).
       move hist-count to ck-count(c, ck-periods(c)).

       shift-period-down.
       compute w = t + 1.
       move ck-period(c, w) to ck-period(c, t).

      *> One current STATLIMS.DAT line - its input's overall history
      *> sets the proposal, its group keys follow on the report only
       calibrate-current-line.
       move lt-name(l) to ws-input-name.
       move spaces to hist-group-key.
       perform find-key.
       write output-line from under-line after advancing 1 line.
       move lt-name(l) to ihl-input.
       if key-found then
           move ck-periods(c) to ihl-periods
           move 'Y' to ck-done(c)
       else
           move zero to ihl-periods
       end-if.
       write output-line from input-head-line after advancing 1 line.
       if not key-found then
           write output-line from no-history-line after advancing 1 line
           perform keep-current-line
       else
           if ck-periods(c) < 2 then
               write output-line from thin-history-line after advancing 1 line
               perform keep-current-line
           else
               add 1 to calibratedCount
               perform compute-proposal
               if rejects-calibrated then
                   move propRejectMax to countEdit
                   move function trim(countEdit) to pt-reject-max
               else
                   move lt-reject-max(l) to pt-reject-max
               end-if
               perform report-input-bands
               perform write-proposal-line
           end-if
           perform report-input-groups
       end-if.

      *> An input history knows but the limits file does not - only
      *> its overall key starts a new line, its groups follow it
       calibrate-new-input.
       if ck-group(c) = spaces and ck-done(c) = 'N' then
           move 'Y' to ck-done(c)
           move ck-input(c) to ws-input-name
           write output-line from under-line after advancing 1 line
           move ck-input(c) to ihl-input
           move ck-periods(c) to ihl-periods
           write output-line from input-head-line after advancing 1 line
           write output-line from new-input-line after advancing 1 line
           if ck-periods(c) < 2 then
               write output-line from thin-history-line after advancing 1 line
           else
               add 1 to newCount
               perform compute-proposal
               move 'NEW' to bandLabel
               perform report-new-bands
               if rejects-calibrated then
                   move propRejectMax to countEdit
                   move function trim(countEdit) to pt-reject-max
               else
                   move spaces to pt-reject-max
               end-if
               perform write-proposal-line
           end-if
           move c to w
           perform report-input-groups
           move w to c
       end-if.

      *> Nothing to learn from - the line goes across exactly as it
      *> stands, so the proposal is always a complete limits file
       keep-current-line.
       add 1 to keptCount.
       move spaces to proposal-line.
       string function trim(lt-name(l)) delimited by size
              ',' delimited by size
              function trim(lt-mean-lo(l)) delimited by size
              ',' delimited by size
              function trim(lt-mean-hi(l)) delimited by size
              ',' delimited by size
              function trim(lt-count-min(l)) delimited by size
              ',' delimited by size
              function trim(lt-stddev-max(l)) delimited by size
              ',' delimited by size
              function trim(lt-reject-max(l)) delimited by size
              into proposal-line
       end-string.
       write proposal-line.

      *> Historical mean of the period means and of the period std
      *> devs, the sample spread of each, and the average count - the
      *> bands sit k spreads out from the averages, the count floor a
      *> percentage under the average count, and the reject maximum
      *> comes off the master where it can
       compute-proposal.
       move zero to sumA sumB sumC ssA ssB.
       perform sum-one-period varying t from 1 by 1
          until t is greater than ck-periods(c).
       compute avgMean = sumA / ck-periods(c).
       compute avgStdDev = sumB / ck-periods(c).
       compute avgCount = sumC / ck-periods(c).
       perform spread-one-period varying t from 1 by 1
          until t is greater than ck-periods(c).
       compute degreesFree = ck-periods(c) - 1.
       compute temp = ssA / degreesFree.
       compute sdMean = temp ** 0.5.
       compute temp = ssB / degreesFree.
       compute sdStdDev = temp ** 0.5.
       compute propMeanLo = avgMean - (kSigma * sdMean).
       compute propMeanHi = avgMean + (kSigma * sdMean).
       compute propStdDevMax = avgStdDev + (kSigma * sdStdDev).
       compute propCountMin = avgCount * floorPct / 100.
       perform compute-reject-proposal.

       sum-one-period.
       add ck-mean(c, t) to sumA.
       add ck-stddev(c, t) to sumB.
       add ck-count(c, t) to sumC.

       spread-one-period.
       compute temp = ck-mean(c, t) - avgMean.
       compute ssA = ssA + (temp * temp).
       compute temp = ck-stddev(c, t) - avgStdDev.
       compute ssB = ssB + (temp * temp).

      *> Reject maximum from the results master - the history file holds
      *> no reject figures, so each of the same periods is looked up
      *> under the input's overall (blank group) key. The band sits k
      *> spreads above the average reject count, rounded up to a whole
      *> count. Group keys and inputs with fewer than two periods on
      *> the master get no proposal and the current figure is carried.
       compute-reject-proposal.
       move 'N' to ws-reject-calib.
       move zero to rejPeriods sumD ssD.
       if master-available and ck-group(c) = spaces then
           perform fetch-period-rejects varying t from 1 by 1
              until t is greater than ck-periods(c)
       end-if.
       if rejPeriods > 1 then
           compute avgRejects = sumD / rejPeriods
           perform spread-period-rejects varying t from 1 by 1
              until t is greater than ck-periods(c)
           compute degreesFree = rejPeriods - 1
           compute temp = ssD / degreesFree
           compute sdRejects = temp ** 0.5
           compute temp = avgRejects + (kSigma * sdRejects)
           move temp to propRejectMax
           if propRejectMax < temp then
               add 1 to propRejectMax
           end-if
           set rejects-calibrated to true
       end-if.

       fetch-period-rejects.
       move 'N' to ck-rej-hit(c, t).
       move ck-date(c, t) to master-run-date.
       move ck-input(c) to master-input-name.
       move spaces to master-group-key.
       read master-file
          invalid key continue
          not invalid key
             move master-rejects to ck-rejects(c, t)
             move 'Y' to ck-rej-hit(c, t)
             add 1 to rejPeriods
             add master-rejects to sumD
       end-read.

       spread-period-rejects.
       if ck-rej-hit(c, t) = 'Y' then
           compute temp = ck-rejects(c, t) - avgRejects
           compute ssD = ssD + (temp * temp)
       end-if.

      *> The proposal as a limits line - the reject maximum is whatever
      *> the caller settled on, calibrated or carried
       write-proposal-line.
       move propMeanLo to propEdit.
       move function trim(propEdit) to pt-mean-lo.
       move propMeanHi to propEdit.
       move function trim(propEdit) to pt-mean-hi.
       move propCountMin to countEdit.
       move function trim(countEdit) to pt-count-min.
       move propStdDevMax to propEdit.
       move function trim(propEdit) to pt-stddev-max.
       move spaces to proposal-line.
       string function trim(ws-input-name) delimited by size
              ',' delimited by size
              function trim(pt-mean-lo) delimited by size
              ',' delimited by size
              function trim(pt-mean-hi) delimited by size
              ',' delimited by size
              function trim(pt-count-min) delimited by size
              ',' delimited by size
              function trim(pt-stddev-max) delimited by size
              ',' delimited by size
              function trim(pt-reject-max) delimited by size
              into proposal-line
       end-string.
       write proposal-line.

      *> Side by side against the current line, each band marked with
      *> which way it would move
       report-input-bands.
       write output-line from calib-col-heads after advancing 1 line.
       if sdMean = zero then
           write output-line from flat-history-line after advancing 1 line
       end-if.
       move 'Mean minimum' to cal-band.
       move 'H' to ws-tighter-when.
       move propMeanLo to currValue.
       move lt-mean-lo(l) to currText.
       perform report-one-band.
       move 'Mean maximum' to cal-band.
       move 'L' to ws-tighter-when.
       move propMeanHi to currValue.
       move lt-mean-hi(l) to currText.
       perform report-one-band.
       move 'Count minimum' to cal-band.
       move 'H' to ws-tighter-when.
       move propCountMin to currValue.
       move lt-count-min(l) to currText.
       perform report-one-band.
       move 'Std dev maximum' to cal-band.
       move 'L' to ws-tighter-when.
       move propStdDevMax to currValue.
       move lt-stddev-max(l) to currText.
       perform report-one-band.
       move 'Reject maximum' to cal-band.
       if rejects-calibrated then
           move 'L' to ws-tighter-when
           move propRejectMax to currValue
           move lt-reject-max(l) to currText
           perform report-one-band
       else
           if pt-reject-max = spaces then
               move '(unchecked)' to cal-current
               move '(unchecked)' to cal-proposed
           else
               compute propEdit = function numval(pt-reject-max)
               move propEdit to cal-current
               move propEdit to cal-proposed
           end-if
           move 'CARRIED' to cal-change
           write output-line from calib-detail after advancing 1 line
       end-if.

      *> One band - currValue holds the proposal, currText the current
      *> card text for the band
       report-one-band.
       move currValue to propEdit.
       move propEdit to cal-proposed.
       if currText = spaces then
           move '(unchecked)' to cal-current
           move 'NEW' to cal-change
       else
           compute temp = function numval(currText)
           move temp to propEdit
           move propEdit to cal-current
           evaluate true
              when currValue = temp
                 move 'SAME' to cal-change
              when (tighter-when-higher and currValue > temp)
                 or (tighter-when-lower and currValue < temp)
                 move 'TIGHTEN' to cal-change
                 add 1 to tightenCount
              when other
                 move 'LOOSEN' to cal-change
                 add 1 to loosenCount
           end-evaluate
       end-if.
       write output-line from calib-detail after advancing 1 line.

      *> A new input's or a group's bands - there is nothing on file
      *> to compare against, so the caller labels the change column
       report-new-bands.
       write output-line from calib-col-heads after advancing 1 line.
       if sdMean = zero then
           write output-line from flat-history-line after advancing 1 line
       end-if.
       move '(none)' to cal-current.
       move bandLabel to cal-change.
       move 'Mean minimum' to cal-band.
       move propMeanLo to propEdit.
       move propEdit to cal-proposed.
       write output-line from calib-detail after advancing 1 line.
       move 'Mean maximum' to cal-band.
       move propMeanHi to propEdit.
       move propEdit to cal-proposed.
       write output-line from calib-detail after advancing 1 line.
       move 'Count minimum' to cal-band.
       move propCountMin to propEdit.
       move propEdit to cal-proposed.
       write output-line from calib-detail after advancing 1 line.
       move 'Std dev maximum' to cal-band.
       move propStdDevMax to propEdit.
       move propEdit to cal-proposed.
       write output-line from calib-detail after advancing 1 line.
       move 'Reject maximum' to cal-band.
       if rejects-calibrated then
           move propRejectMax to propEdit
           move propEdit to cal-proposed
       else
           move '(unchecked)' to cal-proposed
       end-if.
       write output-line from calib-detail after advancing 1 line.

      *> The input's group keys - STATLIMS.DAT has no group leg, so
      *> these bands are printed for the reviewer and go no further
       report-input-groups.
       perform report-one-group varying c from 1 by 1
          until c is greater than keyCount.

       report-one-group.
       if ck-input(c) = ws-input-name and ck-group(c) not = spaces then
           move ck-group(c) to ghl-group
           move ck-periods(c) to ghl-periods
           write output-line from group-head-line after advancing 1 line
           if ck-periods(c) < 2 then
               write output-line from thin-history-line after advancing 1 line
           else
               perform compute-proposal
               move 'REPORT' to bandLabel
               perform report-new-bands
           end-if
       end-if.
