      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Adjustment program added later so a published figure known to
      *> be wrong, from an extract that can't be re-sent, is corrected
      *> by a transaction card naming the statistic, the new figure, a
      *> reason code and the approver - instead of a hand-built extract
      *> pushed back through STATS. Every change goes to the master
      *> through STATMAST (so a closed period refuses it like any other
      *> write) and onto the standing STATADJ.JNL journal with the
      *> whole record before and after, so the auditors can always see
      *> what was changed, by whom and why, and what the run had
      *> computed. STATADJL reads the journal back for the reports.
      *> Later a journal that will not take the entry, or a period
      *> control file that cannot be read, fails the card and stops
      *> the run with return code 16 - a changed master figure with no
      *> journal entry is never shown as adjusted anywhere else.

       identification division.

       program-id. statadj.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATADJ.DAT" organization is line sequential
          file status is ws-parm-status.
       select txn-file assign to dynamic ws-txn-fname organization is line sequential
          file status is ws-txn-status.
       select master-file assign to "STATMAST.DAT"
          organization is indexed
          access mode is random
          record key is master-run-key
          file status is ws-master-status.
       select journal-file assign to "STATADJ.JNL" organization is line sequential
          file status is ws-journal-status.
       select output-file assign to dynamic ws-out-fname organization is line sequential
          file status is ws-out-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(30).
       fd txn-file.
       01 txn-line         pic x(200).
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
       fd journal-file.
       01 journal-line     pic x(700).
       fd output-file.
       01 output-line      pic x(132).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-txn-status pic xx.
       77 ws-txn-eof picture x(1) value 'N'.
          88 txn-eof value 'Y'.
       77 ws-master-status pic xx.
       77 ws-journal-status pic xx.
       77 ws-out-status pic xx.
       77 ws-txn-fname pic x(30).
       77 ws-out-fname pic x(30).
       77 ws-run-timestamp picture x(21).

      *> One transaction card, comma-delimited: run date yyyymmdd,
      *> input filename, group key (blank = the overall run), statistic
      *> code, new figure, reason code, approver, note. Each statistic
      *> stands alone - adjusting the std dev does not touch the
      *> variance, so a correction to both takes two cards.
       01 txn-card.
          02 txn-run-date picture x(8).
          02 txn-input picture x(30).
          02 txn-group picture x(8).
          02 txn-stat picture x(8).
          02 txn-value picture x(30).
          02 txn-reason picture x(8).
          02 txn-approver picture x(10).
          02 txn-note picture x(40).
       77 ws-stat picture x(8).
       77 ws-reject-reason picture x(60).
       77 ws-card-ok picture x(1) value 'Y'.
          88 card-ok value 'Y'.
       77 ws-card-locked picture x(1) value 'N'.
          88 card-locked value 'Y'.
       77 ws-card-failed picture x(1) value 'N'.
          88 card-failed value 'Y' 'J'.
          88 journal-not-written value 'J'.
       77 ws-on-file picture x(1) value 'N'.
          88 key-on-file value 'Y'.
       77 newValue picture s9(14)v9(14) usage is computational-3.
       77 newCount picture s9(9) usage is computational.
       77 beforeValue picture s9(14)v9(14) usage is computational-3.
       77 afterValue picture s9(14)v9(14) usage is computational-3.
       77 cardCount picture s9(9) usage is computational.
       77 appliedCount picture s9(9) usage is computational.
       77 rejectedCount picture s9(9) usage is computational.
       77 lockedCount picture s9(9) usage is computational.
       77 failedCount picture s9(9) usage is computational.

      *> One journal entry - when, which statistic, the reason code,
      *> approver and note, then the whole master record before and
      *> after. STATADJL reads the same layout back.
       01 journal-record.
          02 jnl-timestamp picture x(21).
          02 jnl-stat-code picture x(8).
          02 jnl-reason picture x(8).
          02 jnl-approver picture x(10).
          02 jnl-note picture x(40).
          02 jnl-before picture x(301).
          02 jnl-after picture x(301).

      *> The changed record, handed to the STATMAST module to replace
      *> under its own key - the run's timestamp is left as it was, so
      *> the journal entry stays tied to the run it corrected
       77 mast-result picture x(1).
       01 mast-record picture x(301).

      *> Period-close check for the record's run date - the refusal is
      *> logged by STATLOCK
       77 lock-result picture x(1).
       01 lock-request.
          02 lock-function picture x(1).
          02 lock-date picture x(8).
          02 lock-program picture x(8).
          02 lock-action picture x(8).
          02 lock-subject picture x(46).
          02 lock-operator picture x(10).
          02 lock-reason picture x(50).

       01 title-line.
          02 filler picture x(60) value
             '  Results Master Adjustments - STATMAST.DAT'.
       01 txn-name-line.
          02 filler picture x(22) value '  Transaction file:   '.
          02 tnl-fname picture x(30).
       01 under-line.
          02 filler picture x(110) value all '-'.
       01 card-line.
          02 filler picture x(7) value '  Card '.
          02 crd-number picture zzzz9.
          02 filler picture x(2) value ': '.
          02 crd-date picture x(8).
          02 filler picture x(1) value space.
          02 crd-input picture x(30).
          02 filler picture x(1) value space.
          02 crd-group picture x(8).
          02 filler picture x(3) value ' - '.
          02 crd-outcome picture x(60).
       01 value-line.
          02 filler picture x(11) value spaces.
          02 vl-stat picture x(8).
          02 filler picture x(11) value '  before = '.
          02 vl-before picture -(14)9.9(4).
          02 filler picture x(10) value '  after = '.
          02 vl-after picture -(14)9.9(4).
       01 who-line.
          02 filler picture x(11) value spaces.
          02 filler picture x(8) value 'reason '.
          02 wl-reason picture x(8).
          02 filler picture x(11) value '  approver '.
          02 wl-approver picture x(10).
          02 filler picture x(2) value spaces.
          02 wl-note picture x(40).
       01 summary-line.
          02 filler picture x(18) value '  Cards read:     '.
          02 sum-cards picture zzzzzzzz9.
          02 filler picture x(14) value '    applied: '.
          02 sum-applied picture zzzzzzzz9.
          02 filler picture x(15) value '    rejected: '.
          02 sum-rejected picture zzzzzzzz9.
          02 filler picture x(20) value '    period closed: '.
          02 sum-locked picture zzzzzzzz9.
          02 filler picture x(12) value '    failed: '.
          02 sum-failed picture zzzzzzzz9.

      *> Read the card, then apply the transactions one at a time in
      *> the order they were written
       procedure division.
      *> Card layout, one value per line: transaction filename (blank =
      *> STATADJT.DAT), report filename (blank = STATADJ.TXT)
       move spaces to ws-txn-fname ws-out-fname.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATADJ.DAT not found or unreadable (status=" ws-parm-status ") - cannot adjust"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-txn-fname
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-out-fname
              at end continue
           end-read
       end-if.
       close parm-file.
       if ws-txn-fname = spaces then
           move "STATADJT.DAT" to ws-txn-fname
       end-if.
       if ws-out-fname = spaces then
           move "STATADJ.TXT" to ws-out-fname
       end-if.

       open input txn-file.
       if ws-txn-status not = "00" then
           display "ERROR: transaction file " ws-txn-fname " not found or unreadable (status=" ws-txn-status ") - cannot adjust"
           move 16 to return-code
           stop run
       end-if.
       open input master-file.
       if ws-master-status not = "00" then
           display "ERROR: results master STATMAST.DAT not found or unreadable (status=" ws-master-status ") - cannot adjust"
           move 16 to return-code
           stop run
       end-if.
       close master-file.
       open output output-file.
       if ws-out-status not = "00" then
           display "ERROR: adjustment report file " ws-out-fname " could not be opened (status=" ws-out-status ") - cannot write"
           move 16 to return-code
           stop run
       end-if.
       write output-line from title-line after advancing 0 lines.
       move ws-txn-fname to tnl-fname.
       write output-line from txn-name-line after advancing 1 line.

       move zero to cardCount appliedCount rejectedCount lockedCount
          failedCount.
       perform apply-transaction until txn-eof.

       write output-line from under-line after advancing 1 line.
       move cardCount to sum-cards.
       move appliedCount to sum-applied.
       move rejectedCount to sum-rejected.
       move lockedCount to sum-locked.
       move failedCount to sum-failed.
       write output-line from summary-line after advancing 1 line.
       close txn-file output-file.
       if rejectedCount > zero then
           display "WARNING: " rejectedCount " adjustment card(s) rejected - see " ws-out-fname
           move 4 to return-code
       end-if.
       if lockedCount > zero then
           display "ERROR: " lockedCount " adjustment card(s) refused - period closed"
           move 10 to return-code
       end-if.
       if failedCount > zero then
           display "ERROR: adjustment run stopped at card " cardCount " - cards after it not applied, see " ws-out-fname
           move 16 to return-code
       end-if.
       display "Finished - " appliedCount " adjustment(s) applied".
       stop run.

      *> One card - blank lines are skipped, anything else is counted
      *> and either applied or rejected with its reason
       apply-transaction.
       read txn-file
          at end set txn-eof to true
       end-read.
       if not txn-eof and txn-line not = spaces then
           add 1 to cardCount
           move spaces to txn-card
           unstring txn-line delimited by ','
              into txn-run-date txn-input txn-group txn-stat txn-value
                 txn-reason txn-approver txn-note
           end-unstring
           move function upper-case(txn-stat) to ws-stat
           move 'Y' to ws-card-ok
           move 'N' to ws-card-locked
           move 'N' to ws-card-failed
           move 'N' to ws-on-file
           move spaces to ws-reject-reason
           move cardCount to crd-number
           move txn-run-date to crd-date
           move txn-input to crd-input
           move txn-group to crd-group
           perform check-card
           if card-ok then
               perform read-master
           end-if
           if card-ok then
               perform check-period-lock
           end-if
           if card-ok then
               perform adjust-record
           end-if
           perform report-transaction
      *> A failed card stops the run - the cards after it stay unread,
      *> to be applied once the journal or period control is put right
           if card-failed then
               set txn-eof to true
           end-if
       end-if.

      *> The card itself - a date, an input, a statistic this program
      *> knows, a figure that is a number (a whole, non-negative one
      *> for the counts), and somebody answerable for it
       check-card.
       evaluate true
          when txn-run-date is not numeric
             move 'run date not yyyymmdd' to ws-reject-reason
             move 'N' to ws-card-ok
          when txn-input = spaces
             move 'input filename missing' to ws-reject-reason
             move 'N' to ws-card-ok
          when ws-stat not = 'MEAN' and ws-stat not = 'VARIANCE'
             and ws-stat not = 'STDDEV' and ws-stat not = 'GEOMEAN'
             and ws-stat not = 'HARMMEAN' and ws-stat not = 'MEDIAN'
             and ws-stat not = 'COUNT' and ws-stat not = 'REJECTS'
             and ws-stat not = 'DROPPED' and ws-stat not = 'NONPOS'
             move 'statistic code not recognised' to ws-reject-reason
             move 'N' to ws-card-ok
          when txn-value = spaces
             move 'new figure missing' to ws-reject-reason
             move 'N' to ws-card-ok
          when function test-numval(txn-value) not = zero
             move 'new figure not numeric' to ws-reject-reason
             move 'N' to ws-card-ok
          when txn-reason = spaces
             move 'reason code missing' to ws-reject-reason
             move 'N' to ws-card-ok
          when txn-approver = spaces
             move 'approver missing' to ws-reject-reason
             move 'N' to ws-card-ok
       end-evaluate.
       if card-ok then
           compute newValue = function numval(txn-value)
           if ws-stat = 'COUNT' or ws-stat = 'REJECTS'
              or ws-stat = 'DROPPED' or ws-stat = 'NONPOS' then
               move newValue to newCount
               if newCount not = newValue or newValue < zero then
                   move 'count figure must be a whole number, not negative' to ws-reject-reason
                   move 'N' to ws-card-ok
               end-if
           end-if
       end-if.

      *> The record as it stands - it has to be there to be adjusted
       read-master.
       open input master-file.
       if ws-master-status not = "00" then
           move 'results master could not be opened' to ws-reject-reason
           move 'N' to ws-card-ok
       else
           move txn-run-date to master-run-date
           move txn-input to master-input-name
           move txn-group to master-group-key
           read master-file record
              invalid key
                 move 'no master record for that run date, input and group' to ws-reject-reason
                 move 'N' to ws-card-ok
              not invalid key
                 set key-on-file to true
                 move master-record to jnl-before
           end-read
           close master-file
       end-if.

       check-period-lock.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move master-run-date to lock-date.
       move 'STATADJ' to lock-program.
       move 'ADJUST' to lock-action.
       move master-run-key to lock-subject.
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.
       if lock-result = 'C' then
           move 'PERIOD CLOSED - reopen it through STATCLOSE first' to ws-reject-reason
           move 'N' to ws-card-ok
           set card-locked to true
       end-if.
       if lock-result = 'U' then
           move 'PERIOD CONTROL UNREADABLE - nothing changed' to ws-reject-reason
           move 'N' to ws-card-ok
           set card-failed to true
       end-if.

      *> Override the one statistic, hand the record back through
      *> STATMAST, and journal it only once the master has taken it
       adjust-record.
       evaluate ws-stat
          when 'MEAN'
             move master-mean to beforeValue
             move newValue to master-mean
          when 'VARIANCE'
             move master-variance to beforeValue
             move newValue to master-variance
          when 'STDDEV'
             move master-stddev to beforeValue
             move newValue to master-stddev
          when 'GEOMEAN'
             move master-geomean to beforeValue
             move newValue to master-geomean
             move 'N' to master-geo-na
          when 'HARMMEAN'
             move master-harmmean to beforeValue
             move newValue to master-harmmean
             move 'N' to master-harm-na
          when 'MEDIAN'
             move master-median to beforeValue
             move newValue to master-median
          when 'COUNT'
             move master-count to beforeValue
             move newCount to master-count
          when 'REJECTS'
             move master-rejects to beforeValue
             move newCount to master-rejects
          when 'DROPPED'
             move master-overflow to beforeValue
             move newCount to master-overflow
          when 'NONPOS'
             move master-nonpos to beforeValue
             move newCount to master-nonpos
       end-evaluate.
       move newValue to afterValue.
       move master-record to mast-record.
       call 'statmast' using mast-record mast-result
          on exception
             move 'E' to mast-result
       end-call.
       evaluate mast-result
          when 'A'
          when 'R'
             perform write-journal
          when 'L'
             move 'PERIOD CLOSED - reopen it through STATCLOSE first' to ws-reject-reason
             move 'N' to ws-card-ok
             set card-locked to true
          when 'U'
             move 'PERIOD CONTROL UNREADABLE - nothing changed' to ws-reject-reason
             move 'N' to ws-card-ok
             set card-failed to true
          when other
             move 'results master could not be updated' to ws-reject-reason
             move 'N' to ws-card-ok
       end-evaluate.

      *> The journal is a standing file - every run adds to it and
      *> nothing ever takes a line back out. The master has already
      *> been changed by the time it is written, so an entry that does
      *> not land fails the card loudly rather than leave the change
      *> unmarked.
       write-journal.
       move function current-date to ws-run-timestamp.
       move ws-run-timestamp to jnl-timestamp.
       move ws-stat to jnl-stat-code.
       move txn-reason to jnl-reason.
       move txn-approver to jnl-approver.
       move txn-note to jnl-note.
       move mast-record to jnl-after.
       open extend journal-file.
       if ws-journal-status = "35" then
           open output journal-file
       end-if.
       if ws-journal-status not = "00" then
           perform journal-failed
       else
           write journal-line from journal-record
           if ws-journal-status not = "00" then
               perform journal-failed
           end-if
           close journal-file
       end-if.

       journal-failed.
       display "ERROR: adjustment journal STATADJ.JNL could not be written (status=" ws-journal-status ") - " ws-stat " of " master-input-name " " master-run-date " changed on the master with no journal entry".
       move 'JOURNAL NOT WRITTEN - master already changed' to ws-reject-reason.
       move 'N' to ws-card-ok.
       set journal-not-written to true.

      *> The card's outcome, then the statistic before and after and
      *> who asked for it - a rejected card shows only the reason
       report-transaction.
       write output-line from under-line after advancing 1 line.
       evaluate true
          when card-ok
             add 1 to appliedCount
             move 'applied' to crd-outcome
          when card-locked
             add 1 to lockedCount
             string 'REFUSED - ' delimited by size
                    ws-reject-reason delimited by size
                    into crd-outcome
             end-string
          when card-failed
             add 1 to failedCount
             string 'FAILED - ' delimited by size
                    ws-reject-reason delimited by size
                    into crd-outcome
             end-string
          when other
             add 1 to rejectedCount
             string 'REJECTED - ' delimited by size
                    ws-reject-reason delimited by size
                    into crd-outcome
             end-string
       end-evaluate.
       write output-line from card-line after advancing 1 line.
       move spaces to crd-outcome.
       if card-ok or journal-not-written then
           move ws-stat to vl-stat
           move beforeValue to vl-before
           move afterValue to vl-after
           write output-line from value-line after advancing 1 line
           move txn-reason to wl-reason
           move txn-approver to wl-approver
           move txn-note to wl-note
           write output-line from who-line after advancing 1 line
       end-if.
