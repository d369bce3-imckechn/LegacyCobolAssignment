      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Reconciliation added later because one run is now recorded in
      *> four places - the audit log, the transmission register, the
      *> history file and the results master - and nothing checked that
      *> they agree. A STATMAST call that failed with "run not recorded"
      *> or a history line lost on a full disk used to surface only
      *> when a report came up short; this holds every record of a date
      *> range against the others and lists what does not line up.
      *> Later the counts are held against what the run computed - a
      *> count or reject figure STATADJ overrode by hand is listed as
      *> an adjustment for information, not as a disagreement.
      *> Later the audit line read at 250, the width STATS and
      *> STATBATCH now write it, so the DISPOSITION= tag is never lost.

       identification division.

       program-id. statrecon.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATRECON.DAT" organization is line sequential
          file status is ws-parm-status.
       select audit-file assign to "STATAUDIT.LOG" organization is line sequential
          file status is ws-audit-status.
       select master-file assign to "STATMAST.DAT"
          organization is indexed
          access mode is dynamic
          record key is master-run-key
          file status is ws-master-status.
       select history-file assign to "STATHIST.DAT" organization is line sequential
          file status is ws-hist-status.
       select xmit-file assign to "STATXMIT.DAT" organization is line sequential
          file status is ws-xmit-status.
       select output-file assign to dynamic ws-out-fname organization is line sequential
          file status is ws-out-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(30).
       fd audit-file.
       01 audit-line       pic x(250).
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
       fd history-file.
       01 history-line     pic x(250).
       fd xmit-file.
       01 xmit-line        pic x(80).
       fd output-file.
       01 output-line      pic x(132).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-audit-status pic xx.
       77 ws-audit-eof picture x(1) value 'N'.
          88 audit-eof value 'Y'.
       77 ws-master-status pic xx.
       77 ws-master-eof picture x(1) value 'N'.
          88 master-eof value 'Y'.
       77 ws-hist-status pic xx.
       77 ws-hist-eof picture x(1) value 'N'.
          88 history-eof value 'Y'.
       77 ws-xmit-status pic xx.
       77 ws-xmit-eof picture x(1) value 'N'.
          88 xmit-eof value 'Y'.
       77 ws-out-status pic xx.
       77 ws-from-spec pic x(30).
       77 ws-to-spec pic x(30).
       77 ws-out-fname pic x(30).
       77 fromDate picture x(8).
       77 toDate picture x(8).
       77 ws-run-timestamp picture x(21).

      *> One audit line taken apart on its tags - a line written before
      *> the DISPOSITION tag existed carries none and is taken as
      *> published, which is what every such line that reached the
      *> master was
       77 ws-log-ts picture x(30).
       77 ws-log-input picture x(30).
       77 ws-log-output picture x(30).
       77 ws-log-count-text picture x(20).
       77 ws-log-reject-text picture x(20).
       77 ws-log-nonpos-text picture x(20).
       77 ws-log-source picture x(10).
       77 ws-log-extract picture x(8).
       77 ws-log-disp picture x(12).
       77 logCount picture s9(9) usage is computational.
       77 logRejects picture s9(9) usage is computational.

      *> One history record, exactly as STATS writes it
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

      *> One register line - a line registered before the record count
      *> was carried has spaces there, and its count goes unchecked
       01 xmit-record.
          02 xmit-source picture x(10).
          02 xmit-extract-date picture x(8).
          02 xmit-input-name picture x(30).
          02 xmit-timestamp picture x(21).
          02 xmit-record-count picture 9(9).
          02 xmit-count-text redefines xmit-record-count picture x(9).

      *> One entry per run date + input in the range, built up from the
      *> audit log, then the master, then the history file. A rerun on
      *> the same day supersedes the earlier run on all three, so the
      *> figures compared are always the latest published run's.
       77 runCount picture s9(4) usage is computational.
       77 r picture s9(4) usage is computational.
       77 ws-run-found picture x(1) value 'N'.
          88 run-found value 'Y'.
       77 ws-run-overflow picture x(1) value 'N'.
          88 run-table-full value 'Y'.
       77 fn-date-work picture x(8).
       77 fn-input-work picture x(30).
       01 run-table.
          02 run-entry occurs 3000 times.
             03 rn-date picture x(8).
             03 rn-input picture x(30).
             03 rn-audit-runs picture s9(4) usage is computational.
             03 rn-audit-published picture s9(4) usage is computational.
             03 rn-audit-count picture s9(9) usage is computational.
             03 rn-audit-rejects picture s9(9) usage is computational.
             03 rn-audit-disp picture x(12).
             03 rn-on-master picture x(1).
             03 rn-master-count picture s9(9) usage is computational.
             03 rn-master-rejects picture s9(9) usage is computational.
             03 rn-master-source picture x(10).
             03 rn-master-extract picture x(8).
             03 rn-master-registered picture x(1).
             03 rn-count-adjusted picture x(1).
             03 rn-rejects-adjusted picture x(1).
             03 rn-adjusted-count picture s9(9) usage is computational.
             03 rn-adjusted-rejects picture s9(9) usage is computational.
             03 rn-hist-lines picture s9(4) usage is computational.
             03 rn-hist-count picture s9(9) usage is computational.

       77 ws-match-found picture x(1) value 'N'.
          88 match-found value 'Y'.
       77 findingCount picture s9(9) usage is computational.
       77 adjustedTally picture s9(9) usage is computational.
       77 auditTally picture s9(9) usage is computational.
       77 masterTally picture s9(9) usage is computational.
       77 histTally picture s9(9) usage is computational.
       77 xmitTally picture s9(9) usage is computational.
       77 countEdit picture -(8)9.
       77 countEdit2 picture -(8)9.

      *> Which statistics STATADJ has overridden on a master record,
      *> fetched through the STATADJL module, and the record as the run
      *> first computed it - the counts reconciled are the computed ones
       77 adj-result picture x(1).
       77 adj-flags picture x(10).
       01 adj-original-record.
          02 orig-run-key picture x(46).
          02 filler picture x(176).
          02 orig-count picture s9(9) sign is leading separate.
          02 orig-rejects picture s9(9) sign is leading separate.
          02 filler picture x(59).

       01 title-line.
          02 filler picture x(60) value
             '  Audit / Register / History / Master Reconciliation'.
       01 range-line.
          02 filler picture x(16) value '  Run dates:    '.
          02 rng-from picture x(8).
          02 filler picture x(4) value ' to '.
          02 rng-to picture x(8).
       01 under-line.
          02 filler picture x(120) value all '-'.
       01 finding-heads.
          02 filler picture x(2) value spaces.
          02 filler picture x(34) value 'Finding'.
          02 filler picture x(10) value 'Run date'.
          02 filler picture x(31) value 'Input'.
          02 filler picture x(40) value 'Detail'.
       01 finding-line.
          02 filler picture x(2) value spaces.
          02 fnd-type picture x(33).
          02 filler picture x(1) value space.
          02 fnd-date picture x(9).
          02 filler picture x(1) value space.
          02 fnd-input picture x(30).
          02 filler picture x(1) value space.
          02 fnd-detail picture x(55).
       01 clean-line.
          02 filler picture x(60) value
             '  Every record agrees - nothing to report'.
       01 missing-file-line.
          02 filler picture x(2) value spaces.
          02 mfl-text picture x(90).
       01 run-table-warning.
          02 filler picture x(76) value
             ' *** WARNING: MORE THAN 3000 RUNS IN THE RANGE - LATER RUNS NOT RECONCILED'.
       01 tally-line.
          02 filler picture x(2) value spaces.
          02 tly-name picture x(36).
          02 tly-value picture zzzzzzzz9.

      *> Read the card, load the audit log, walk the master and the
      *> history file against it, then the register against the
      *> master, printing every finding as it is made
       procedure division.
      *> Card layout, one value per line: first run date yyyymmdd
      *> (blank = the first of this month), last run date yyyymmdd
      *> (blank = today), report filename (blank = STATRECON.TXT)
       move spaces to ws-from-spec ws-to-spec ws-out-fname.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATRECON.DAT not found or unreadable (status=" ws-parm-status ") - cannot reconcile"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-from-spec
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-to-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-out-fname
              at end continue
           end-read
       end-if.
       close parm-file.

       move function current-date to ws-run-timestamp.
       if ws-from-spec = spaces then
           move ws-run-timestamp(1:6) to fromDate
           move '01' to fromDate(7:2)
       else
           move ws-from-spec(1:8) to fromDate
       end-if.
       if ws-to-spec = spaces then
           move ws-run-timestamp(1:8) to toDate
       else
           move ws-to-spec(1:8) to toDate
       end-if.
       if fromDate is not numeric or toDate is not numeric
          or fromDate > toDate then
           display "ERROR: STATRECON.DAT date range " fromDate " to " toDate " is not two yyyymmdd dates in order - cannot reconcile"
           move 16 to return-code
           stop run
       end-if.
       if ws-out-fname = spaces then
           move "STATRECON.TXT" to ws-out-fname
       end-if.

       open output output-file.
       if ws-out-status not = "00" then
           display "ERROR: reconciliation report file " ws-out-fname " could not be opened (status=" ws-out-status ") - cannot write"
           move 16 to return-code
           stop run
       end-if.
       write output-line from title-line after advancing 0 lines.
       move fromDate to rng-from.
       move toDate to rng-to.
       write output-line from range-line after advancing 1 line.
       write output-line from under-line after advancing 1 line.
       write output-line from finding-heads after advancing 1 line.
       write output-line from under-line after advancing 1 line.

       move zero to runCount findingCount auditTally masterTally
          histTally xmitTally adjustedTally.
       perform load-audit-log.
       perform match-master.
       perform match-history.
       perform check-run-table varying r from 1 by 1
          until r is greater than runCount.
       perform match-register.

       if run-table-full then
           write output-line from run-table-warning after advancing 1 line
       end-if.
       if findingCount = zero then
           write output-line from clean-line after advancing 1 line
       end-if.
       write output-line from under-line after advancing 1 line.
       move 'Audit lines in range' to tly-name.
       move auditTally to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Master records in range' to tly-name.
       move masterTally to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'History lines in range' to tly-name.
       move histTally to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Register entries in range' to tly-name.
       move xmitTally to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Findings' to tly-name.
       move findingCount to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Adjusted counts (information only)' to tly-name.
       move adjustedTally to tly-value.
       write output-line from tally-line after advancing 1 line.
       close output-file.

      *> Any finding at all is worth the scheduler's attention - the
      *> same 8 a tolerance breach uses, so downstream jobs can be held
       if findingCount > zero then
           display "WARNING: reconciliation found " findingCount " disagreement(s) - see " ws-out-fname
           move 8 to return-code
       end-if.
       display "Finished - " findingCount " finding(s) for " fromDate " to " toDate.
       stop run.

      *> The audit log is the record of what was run - without it there
      *> is nothing to reconcile against
       load-audit-log.
       move 'N' to ws-audit-eof.
       open input audit-file.
       if ws-audit-status not = "00" then
           display "ERROR: audit log STATAUDIT.LOG not found or unreadable (status=" ws-audit-status ") - cannot reconcile"
           close output-file
           move 16 to return-code
           stop run
       end-if.
       perform load-audit-line until audit-eof.
       close audit-file.

       load-audit-line.
       read audit-file into audit-line
          at end set audit-eof to true
       end-read.
       if not audit-eof then
           move spaces to ws-log-ts ws-log-input ws-log-output
              ws-log-count-text ws-log-reject-text ws-log-nonpos-text
              ws-log-source ws-log-extract ws-log-disp
           unstring audit-line
              delimited by ' INPUT=' or ' OUTPUT=' or ' COUNT='
                 or ' REJECTED=' or ' NONPOSITIVE=' or ' SOURCE='
                 or ' EXTRACT=' or ' DISPOSITION='
              into ws-log-ts ws-log-input ws-log-output
                 ws-log-count-text ws-log-reject-text
                 ws-log-nonpos-text ws-log-source ws-log-extract
                 ws-log-disp
           end-unstring
           if ws-log-ts(1:8) is numeric
              and ws-log-ts(1:8) not < fromDate
              and ws-log-ts(1:8) not > toDate
              and ws-log-count-text not = spaces then
               add 1 to auditTally
               if ws-log-disp = spaces then
                   move 'PUBLISHED' to ws-log-disp
               end-if
               compute logCount = function numval(ws-log-count-text)
               compute logRejects = function numval(ws-log-reject-text)
               perform file-audit-run
           end-if
       end-if.

      *> A published run replaces the figures of any earlier published
      *> run of the same input on the same day - a run that published
      *> nothing leaves them alone
       file-audit-run.
       move ws-log-ts(1:8) to fn-date-work.
       move ws-log-input to fn-input-work.
       perform find-run.
       if run-found then
           add 1 to rn-audit-runs(r)
           move ws-log-disp to rn-audit-disp(r)
           if ws-log-disp = 'PUBLISHED' then
               add 1 to rn-audit-published(r)
               move logCount to rn-audit-count(r)
               move logRejects to rn-audit-rejects(r)
           end-if
       end-if.

      *> Find the run date + input in the table, adding it when there is
      *> room - R points at the entry on the way out
       find-run.
       move 'N' to ws-run-found.
       perform scan-run varying r from 1 by 1
          until r is greater than runCount or run-found.
       if run-found then
           subtract 1 from r
       else
           if runCount < 3000 then
               add 1 to runCount
               move runCount to r
               move fn-date-work to rn-date(r)
               move fn-input-work to rn-input(r)
               move zero to rn-audit-runs(r) rn-audit-published(r)
                  rn-audit-count(r) rn-audit-rejects(r)
                  rn-master-count(r) rn-master-rejects(r)
                  rn-hist-lines(r) rn-hist-count(r)
               move spaces to rn-audit-disp(r) rn-master-source(r)
                  rn-master-extract(r)
               move 'N' to rn-on-master(r)
               move 'N' to rn-master-registered(r)
               move 'N' to rn-count-adjusted(r) rn-rejects-adjusted(r)
               move zero to rn-adjusted-count(r) rn-adjusted-rejects(r)
               set run-found to true
           else
               set run-table-full to true
           end-if
       end-if.

       scan-run.
       if rn-date(r) = fn-date-work and rn-input(r) = fn-input-work then
           set run-found to true
       end-if.

      *> Every overall daily record in the range - group records, the
      *> month-end period records (day 00) and anything outside the
      *> range are passed over
       match-master.
       move 'N' to ws-master-eof.
       open input master-file.
       if ws-master-status not = "00" then
           display "ERROR: results master STATMAST.DAT not found or unreadable (status=" ws-master-status ") - cannot reconcile"
           close output-file
           move 16 to return-code
           stop run
       end-if.
       move low-values to master-run-key.
       move fromDate to master-run-date.
       start master-file key is not less than master-run-key
          invalid key set master-eof to true
       end-start.
       perform match-master-record until master-eof.
       close master-file.

       match-master-record.
       read master-file next record
          at end set master-eof to true
       end-read.
       if not master-eof then
           if master-run-date > toDate then
               set master-eof to true
           else
               if master-group-key = spaces
                  and master-run-date(7:2) not = '00' then
                   add 1 to masterTally
                   move master-run-date to fn-date-work
                   move master-input-name to fn-input-work
                   perform find-run
                   if run-found then
                       move 'Y' to rn-on-master(r)
                       move master-count to rn-master-count(r)
                       move master-rejects to rn-master-rejects(r)
                       move master-source-system to rn-master-source(r)
                       move master-extract-date to rn-master-extract(r)
                       perform note-master-adjustment
                   end-if
               end-if
           end-if
       end-if.

      *> A count or reject figure overridden by STATADJ is reconciled
      *> as the run computed it, and the override kept to be listed
      *> beside the run
       note-master-adjustment.
       move 'N' to rn-count-adjusted(r) rn-rejects-adjusted(r).
       move 'N' to adj-result.
       move spaces to adj-flags.
       call 'statadjl' using master-record adj-flags
          adj-original-record adj-result
          on exception
             move 'U' to adj-result
       end-call.
       if adj-result = 'A' then
           if adj-flags(7:1) = 'A' then
               move 'Y' to rn-count-adjusted(r)
               move master-count to rn-adjusted-count(r)
               move orig-count to rn-master-count(r)
           end-if
           if adj-flags(8:1) = 'A' then
               move 'Y' to rn-rejects-adjusted(r)
               move master-rejects to rn-adjusted-rejects(r)
               move orig-rejects to rn-master-rejects(r)
           end-if
       end-if.

      *> Every overall history line in the range - a missing history
      *> file is itself a finding, not a reason to stop
       match-history.
       move 'N' to ws-hist-eof.
       open input history-file.
       if ws-hist-status not = "00" then
           move spaces to mfl-text
           string 'History file STATHIST.DAT not readable (status='
                     delimited by size
                  ws-hist-status delimited by size
                  ') - every published run will show its history missing'
                     delimited by size
                  into mfl-text
           end-string
           write output-line from missing-file-line after advancing 1 line
       else
           perform match-history-line until history-eof
           close history-file
       end-if.

       match-history-line.
       read history-file into hist-record
          at end set history-eof to true
       end-read.
       if not history-eof then
           if hist-group-key = spaces
              and hist-run-date not < fromDate
              and hist-run-date not > toDate then
               add 1 to histTally
               move hist-run-date to fn-date-work
               move hist-input-name to fn-input-work
               perform find-run
               if run-found then
                   add 1 to rn-hist-lines(r)
                   move hist-count to rn-hist-count(r)
               end-if
           end-if
       end-if.

      *> One run date + input held against all three files
       check-run-table.
       evaluate true
          when rn-audit-runs(r) = zero and rn-on-master(r) = 'Y'
             move 'MASTER RECORD WITHOUT AUDIT LINE' to fnd-type
             move 'no run of this input logged that day' to fnd-detail
             perform write-finding
          when rn-audit-runs(r) = zero
             move 'HISTORY LINE WITHOUT AUDIT LINE' to fnd-type
             move 'no run of this input logged that day' to fnd-detail
             perform write-finding
          when rn-audit-published(r) > zero and rn-on-master(r) = 'N'
             move 'PUBLISHED RUN NOT ON MASTER' to fnd-type
             move 'audit says published, STATMAST.DAT has no record'
                to fnd-detail
             perform write-finding
          when rn-audit-published(r) = zero and rn-on-master(r) = 'Y'
             move 'MASTER RECORD FOR UNPUBLISHED RUN' to fnd-type
             move spaces to fnd-detail
             string 'every logged run that day was '
                       delimited by size
                    rn-audit-disp(r) delimited by space
                    into fnd-detail
             end-string
             perform write-finding
          when rn-audit-published(r) > zero
             perform compare-audit-master
       end-evaluate.
       if rn-audit-runs(r) > zero then
           perform compare-audit-history
       end-if.

      *> One history line per published run, the latest carrying the
      *> latest published count
       compare-audit-history.
       if rn-audit-published(r) not = rn-hist-lines(r) then
           move 'HISTORY LINES DO NOT MATCH RUNS' to fnd-type
           move rn-audit-published(r) to countEdit
           move rn-hist-lines(r) to countEdit2
           move spaces to fnd-detail
           string 'published runs ' delimited by size
                  function trim(countEdit) delimited by size
                  ', history lines ' delimited by size
                  function trim(countEdit2) delimited by size
                  into fnd-detail
           end-string
           perform write-finding
       else
           if rn-hist-lines(r) > zero
              and rn-hist-count(r) not = rn-audit-count(r) then
               move 'HISTORY COUNT DISAGREES' to fnd-type
               move rn-audit-count(r) to countEdit
               move rn-hist-count(r) to countEdit2
               move spaces to fnd-detail
               string 'audit count ' delimited by size
                      function trim(countEdit) delimited by size
                      ', history count ' delimited by size
                      function trim(countEdit2) delimited by size
                      into fnd-detail
               end-string
               perform write-finding
           end-if
       end-if.

      *> The latest published run's figures against what the master
      *> holds for the day
       compare-audit-master.
       if rn-audit-count(r) not = rn-master-count(r) then
           move 'MASTER COUNT DISAGREES' to fnd-type
           move rn-audit-count(r) to countEdit
           move rn-master-count(r) to countEdit2
           move spaces to fnd-detail
           string 'audit count ' delimited by size
                  function trim(countEdit) delimited by size
                  ', master count ' delimited by size
                  function trim(countEdit2) delimited by size
                  into fnd-detail
           end-string
           perform write-finding
       end-if.
       if rn-audit-rejects(r) not = rn-master-rejects(r) then
           move 'MASTER REJECTS DISAGREE' to fnd-type
           move rn-audit-rejects(r) to countEdit
           move rn-master-rejects(r) to countEdit2
           move spaces to fnd-detail
           string 'audit rejects ' delimited by size
                  function trim(countEdit) delimited by size
                  ', master rejects ' delimited by size
                  function trim(countEdit2) delimited by size
                  into fnd-detail
           end-string
           perform write-finding
       end-if.
       if rn-count-adjusted(r) = 'Y' then
           move 'MASTER COUNT ADJUSTED (INFO)' to fnd-type
           move rn-master-count(r) to countEdit
           move rn-adjusted-count(r) to countEdit2
           move spaces to fnd-detail
           string 'computed count ' delimited by size
                  function trim(countEdit) delimited by size
                  ', adjusted to ' delimited by size
                  function trim(countEdit2) delimited by size
                  ' by STATADJ' delimited by size
                  into fnd-detail
           end-string
           perform write-adjustment
       end-if.
       if rn-rejects-adjusted(r) = 'Y' then
           move 'MASTER REJECTS ADJUSTED (INFO)' to fnd-type
           move rn-master-rejects(r) to countEdit
           move rn-adjusted-rejects(r) to countEdit2
           move spaces to fnd-detail
           string 'computed rejects ' delimited by size
                  function trim(countEdit) delimited by size
                  ', adjusted to ' delimited by size
                  function trim(countEdit2) delimited by size
                  ' by STATADJ' delimited by size
                  into fnd-detail
           end-string
           perform write-adjustment
       end-if.

       write-finding.
       add 1 to findingCount.
       move rn-date(r) to fnd-date.
       move rn-input(r) to fnd-input.
       write output-line from finding-line after advancing 1 line.

      *> An adjustment is listed like a finding but is not one - it is
      *> on the journal with who approved it and why
       write-adjustment.
       add 1 to adjustedTally.
       move rn-date(r) to fnd-date.
       move rn-input(r) to fnd-input.
       write output-line from finding-line after advancing 1 line.

      *> Every extract registered in the range must have reached the
      *> master under the same source system and extract date with the
      *> same record count; every master record that came from a headed
      *> extract must have been registered
       match-register.
       move 'N' to ws-xmit-eof.
       open input xmit-file.
       if ws-xmit-status not = "00" then
           move spaces to mfl-text
           string 'Transmission register STATXMIT.DAT not readable (status='
                     delimited by size
                  ws-xmit-status delimited by size
                  ') - registered extracts not checked'
                     delimited by size
                  into mfl-text
           end-string
           write output-line from missing-file-line after advancing 1 line
       else
           perform match-register-line until xmit-eof
           close xmit-file
       end-if.
       perform check-unregistered varying r from 1 by 1
          until r is greater than runCount.

       match-register-line.
       read xmit-file into xmit-record
          at end set xmit-eof to true
       end-read.
       if not xmit-eof then
           if xmit-timestamp(1:8) not < fromDate
              and xmit-timestamp(1:8) not > toDate then
               add 1 to xmitTally
               move 'N' to ws-match-found
               perform match-register-run varying r from 1 by 1
                  until r is greater than runCount or match-found
               if match-found then
                   subtract 1 from r
                   if xmit-count-text is numeric
                      and xmit-record-count not = rn-master-count(r) then
                       move 'REGISTER COUNT DISAGREES' to fnd-type
                       move xmit-record-count to countEdit
                       move rn-master-count(r) to countEdit2
                       move spaces to fnd-detail
                       string 'register count ' delimited by size
                              function trim(countEdit) delimited by size
                              ', master count ' delimited by size
                              function trim(countEdit2) delimited by size
                              into fnd-detail
                       end-string
                       perform write-finding
                   end-if
               else
                   add 1 to findingCount
                   move 'REGISTERED EXTRACT NOT ON MASTER' to fnd-type
                   move xmit-timestamp(1:8) to fnd-date
                   move xmit-input-name to fnd-input
                   move spaces to fnd-detail
                   string 'source ' delimited by size
                          xmit-source delimited by space
                          ' extract ' delimited by size
                          xmit-extract-date delimited by size
                          into fnd-detail
                   end-string
                   write output-line from finding-line after advancing 1 line
               end-if
           end-if
       end-if.

       match-register-run.
       if rn-on-master(r) = 'Y'
          and rn-master-source(r) = xmit-source
          and rn-master-extract(r) = xmit-extract-date then
           set match-found to true
           move 'Y' to rn-master-registered(r)
       end-if.

       check-unregistered.
       if rn-on-master(r) = 'Y' and rn-master-registered(r) = 'N'
          and rn-master-source(r) not = spaces then
           move 'MASTER EXTRACT NOT REGISTERED' to fnd-type
           move spaces to fnd-detail
           string 'source ' delimited by size
                  rn-master-source(r) delimited by space
                  ' extract ' delimited by size
                  rn-master-extract(r) delimited by size
                  into fnd-detail
           end-string
           perform write-finding
       end-if.
