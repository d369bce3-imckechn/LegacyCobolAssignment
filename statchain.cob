      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Job-chain driver added later so the night's work - STATFEED,
      *> then STATBATCH, then STATDAILY, with STATHOUSE and STATROLL on
      *> their days - runs off a step table instead of a hand-kept
      *> list, and whether to carry on after a 4, 8 or 12 is decided by
      *> the table rather than by whoever is on shift. Each step names
      *> its program, the control card to put in place for it, the days
      *> it runs and the highest return code that lets the chain go on;
      *> a STATFEED NO-GO or a STATBATCH worst case over its limit stops
      *> the chain there. Every step's start, end and return code go on
      *> the standing STATCHAIN.LOG, and STATCHAIN.RST remembers where
      *> a stopped chain got to, so a restart picks up at the failed
      *> step without running again the ones that finished.
      *> Later a STATFEED NO-GO (return code 12) stops the chain
      *> whatever limit the step table gives the feed check - only the
      *> STATBATCH stop is left to the table's threshold.

       identification division.

       program-id. statchain.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATCHAIN.DAT" organization is line sequential
          file status is ws-parm-status.
       select table-file assign to dynamic ws-table-fname organization is line sequential
          file status is ws-table-status.
       select restart-file assign to "STATCHAIN.RST" organization is line sequential
          file status is ws-rst-status.
       select chain-log-file assign to "STATCHAIN.LOG" organization is line sequential
          file status is ws-log-status.
       select card-in-file assign to dynamic ws-card-in-fname organization is line sequential
          file status is ws-card-in-status.
       select card-out-file assign to dynamic ws-card-out-fname organization is line sequential
          file status is ws-card-out-status.
       select output-file assign to "STATCHAIN.TXT" organization is line sequential
          file status is ws-out-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(30).
       fd table-file.
       01 table-line       pic x(250).
       fd restart-file.
       01 restart-line     pic x(80).
       fd chain-log-file.
       01 chain-log-line   pic x(250).
       fd card-in-file.
       01 card-in-line     pic x(250).
       fd card-out-file.
       01 card-out-line    pic x(250).
       fd output-file.
       01 output-line      pic x(132).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-table-status pic xx.
       77 ws-table-eof picture x(1) value 'N'.
          88 table-eof value 'Y'.
       77 ws-rst-status pic xx.
       77 ws-log-status pic xx.
       77 ws-card-in-status pic xx.
       77 ws-card-in-eof picture x(1) value 'N'.
          88 card-in-eof value 'Y'.
       77 ws-card-out-status pic xx.
       77 ws-out-status pic xx.
       77 ws-table-fname pic x(30).
       77 ws-restart-spec pic x(30).
       77 ws-card-in-fname pic x(30).
       77 ws-card-out-fname pic x(30).
       77 ws-run-timestamp picture x(21).
       77 ws-step-start picture x(21).
       77 ws-step-end picture x(21).
       77 runDate picture x(8).
       77 runDateNum picture 9(8).
       77 runDateInt picture s9(9) usage is computational.
       77 dayOfWeek picture s9(4) usage is computational.
       77 dw picture s9(4) usage is computational.
       77 ws-restart-flag picture x(1) value 'N'.
          88 restart-run value 'Y'.
       77 ws-table-bad picture x(1) value 'N'.
          88 table-bad value 'Y'.
       77 tableLineNumber picture s9(4) usage is computational.

      *> The step table - one comma-delimited line per step, in the
      *> order they run: step name, program command, control card to
      *> put in place (blank = none), the card name the program reads,
      *> days it runs (blank or DAILY = every day, else day digits with
      *> 1 = Monday through 7 = Sunday, as on STATCAL.DAT), highest
      *> return code the chain may carry on after. A line starting *
      *> is a comment.
       01 table-card.
          02 tc-name picture x(8).
          02 tc-command picture x(80).
          02 tc-card picture x(30).
          02 tc-card-target picture x(30).
          02 tc-days picture x(30).
          02 tc-max-rc picture x(10).
       77 stepCount picture s9(4) usage is computational.
       77 s picture s9(4) usage is computational.
       01 step-table.
          02 step-entry occurs 50 times.
             03 st-name picture x(8).
             03 st-command picture x(80).
             03 st-card picture x(30).
             03 st-card-target picture x(30).
             03 st-days picture x(30).
             03 st-max-rc picture s9(4) usage is computational.
             03 st-rc picture s9(4) usage is computational.
             03 st-outcome picture x(14).
             03 st-start picture x(21).
             03 st-end picture x(21).

      *> Where the chain got to - the run date it was working for, how
      *> it stands (RUNNING, FAILED or COMPLETE), the next step to run
      *> and the step table it was running. A restart runs for the same
      *> date, so the same steps are due even after midnight.
       01 restart-record.
          02 rst-run-date picture x(8).
          02 filler picture x(1) value space.
          02 rst-status picture x(8).
          02 filler picture x(1) value space.
          02 rst-next-step picture 9(4).
          02 filler picture x(1) value space.
          02 rst-table-name picture x(30).
          02 filler picture x(1) value space.
          02 rst-timestamp picture x(21).
          02 filler picture x(5) value spaces.
       77 startStep picture s9(4) usage is computational.

       77 ws-due-flag picture x(1) value 'N'.
          88 step-due value 'Y'.
       77 ws-stopped-flag picture x(1) value 'N'.
          88 chain-stopped value 'Y'.
       77 ws-card-staged picture x(1) value 'N'.
          88 card-staged value 'Y'.
       77 ws-command picture x(81).
       77 systemRC picture s9(9) usage is computational.
       77 stepRC picture s9(9) usage is computational.
       77 worstRC picture s9(4) usage is computational.
       77 stoppedStep picture s9(4) usage is computational.
       77 ws-upper-command picture x(80).
       77 feedHits picture s9(4) usage is computational.
       77 ranCount picture s9(4) usage is computational.
       77 ws-log-event picture x(8).
       77 logPtr picture s9(4) usage is computational.
       77 rcEdit picture z9.
       77 stepEdit picture z9.
       77 maxEdit picture z9.

       01 title-line.
          02 filler picture x(31) value
             '  Nightly Job Chain - run date '.
          02 ttl-date picture x(8).
          02 ttl-restart picture x(40).
       01 table-name-line.
          02 filler picture x(22) value '  Step table:         '.
          02 tnl-fname picture x(30).
       01 under-line.
          02 filler picture x(120) value all '-'.
       01 step-heads.
          02 filler picture x(2) value spaces.
          02 filler picture x(6) value 'Step'.
          02 filler picture x(10) value 'Name'.
          02 filler picture x(31) value 'Program'.
          02 filler picture x(10) value 'Started'.
          02 filler picture x(10) value 'Ended'.
          02 filler picture x(5) value 'RC'.
          02 filler picture x(5) value 'Max'.
          02 filler picture x(14) value 'Outcome'.
       01 step-line.
          02 filler picture x(2) value spaces.
          02 stl-step picture z9.
          02 filler picture x(4) value spaces.
          02 stl-name picture x(8).
          02 filler picture x(2) value spaces.
          02 stl-command picture x(30).
          02 filler picture x(1) value space.
          02 stl-start picture x(8).
          02 filler picture x(2) value spaces.
          02 stl-end picture x(8).
          02 filler picture x(2) value spaces.
          02 stl-rc picture x(2).
          02 filler picture x(3) value spaces.
          02 stl-max picture z9.
          02 filler picture x(3) value spaces.
          02 stl-outcome picture x(14).
       01 stopped-line.
          02 filler picture x(27) value
             ' *** CHAIN STOPPED AT STEP '.
          02 stp-step picture z9.
          02 filler picture x(2) value spaces.
          02 stp-name picture x(8).
          02 filler picture x(48) value
             ' - fix and rerun with RESTART on STATCHAIN.DAT'.
       01 complete-line.
          02 filler picture x(60) value
             '  Chain complete - every step due ran within its limit'.

      *> Read the card and the step table, work out where to start,
      *> then run the steps in order until one comes back over its
      *> limit or the table is done
       procedure division.
      *> Card layout, one value per line: step table filename (blank =
      *> STATCHAIN.TBL), RESTART to pick up a stopped chain at its
      *> failed step (blank = a fresh run from the first step)
       move spaces to ws-table-fname ws-restart-spec.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATCHAIN.DAT not found or unreadable (status=" ws-parm-status ") - chain not run"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-table-fname
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-restart-spec
              at end continue
           end-read
       end-if.
       close parm-file.
       if ws-table-fname = spaces then
           move "STATCHAIN.TBL" to ws-table-fname
       end-if.
       move function upper-case(ws-restart-spec) to ws-restart-spec.
       if ws-restart-spec(1:7) = 'RESTART' then
           set restart-run to true
       end-if.

       perform load-step-table.
       if table-bad then
           move 16 to return-code
           stop run
       end-if.

       move function current-date to ws-run-timestamp.
       move 1 to startStep.
       move ws-run-timestamp(1:8) to runDate.
       if restart-run then
           perform read-restart-point
       end-if.

       move runDate to runDateNum.
       compute runDateInt = function integer-of-date(runDateNum).
       compute dayOfWeek = function mod(runDateInt, 7).
       if dayOfWeek = zero then
           move 7 to dayOfWeek
       end-if.

       open output output-file.
       if ws-out-status not = "00" then
           display "ERROR: chain report STATCHAIN.TXT could not be opened (status=" ws-out-status ") - chain not run"
           move 16 to return-code
           stop run
       end-if.
       move runDate to ttl-date.
       if restart-run then
           move startStep to stepEdit
           move spaces to ttl-restart
           string '   (restart at step ' delimited by size
                  function trim(stepEdit) delimited by size
                  ')' delimited by size
                  into ttl-restart
           end-string
       else
           move spaces to ttl-restart
       end-if.
       write output-line from title-line after advancing 0 lines.
       move ws-table-fname to tnl-fname.
       write output-line from table-name-line after advancing 1 line.
       write output-line from under-line after advancing 1 line.
       write output-line from step-heads after advancing 1 line.
       write output-line from under-line after advancing 1 line.

       move zero to worstRC stoppedStep ranCount.
       move 'N' to ws-stopped-flag.
       if restart-run then
           move 'RESTART' to ws-log-event
       else
           move 'BEGIN' to ws-log-event
       end-if.
       move zero to s.
       perform write-chain-event.
       move 'RUNNING' to rst-status.
       move startStep to rst-next-step.
       perform write-restart-point.

       perform run-step varying s from 1 by 1
          until s is greater than stepCount.
       perform print-step varying s from 1 by 1
          until s is greater than stepCount.
       write output-line from under-line after advancing 1 line.

       if chain-stopped then
           move stoppedStep to stp-step
           move st-name(stoppedStep) to stp-name
           write output-line from stopped-line after advancing 1 line
           move 'FAILED' to rst-status
           move stoppedStep to rst-next-step
           move 'STOPPED' to ws-log-event
       else
           write output-line from complete-line after advancing 1 line
           move 'COMPLETE' to rst-status
           move zero to rst-next-step
           move 'COMPLETE' to ws-log-event
       end-if.
       perform write-restart-point.
       move stoppedStep to s.
       perform write-chain-event.
       close output-file.

      *> The chain's own return code - the stopping step's code when a
      *> step came back over its limit, otherwise the worst code any
      *> step came back with inside its limit
       if chain-stopped then
           display "ERROR: chain stopped at step " st-name(stoppedStep) " (RC=" st-rc(stoppedStep) ") - see STATCHAIN.TXT"
           move st-rc(stoppedStep) to return-code
       else
           move worstRC to return-code
       end-if.
       display "Finished - " ranCount " step(s) run".
       stop run.

      *> The whole table is read and checked before anything runs - a
      *> chain that stops on a typo in step 4 after step 3 has run is
      *> worse than one that never starts
       load-step-table.
       move zero to stepCount tableLineNumber.
       move 'N' to ws-table-bad.
       move 'N' to ws-table-eof.
       open input table-file.
       if ws-table-status not = "00" then
           display "ERROR: step table " ws-table-fname " not found or unreadable (status=" ws-table-status ") - chain not run"
           set table-bad to true
       else
           perform load-step-line until table-eof
           close table-file
           if stepCount = zero and not table-bad then
               display "ERROR: step table " ws-table-fname " has no steps - chain not run"
               set table-bad to true
           end-if
       end-if.

       load-step-line.
       read table-file
          at end set table-eof to true
       end-read.
       if not table-eof then
           add 1 to tableLineNumber
           if table-line not = spaces and table-line(1:1) not = '*' then
               move spaces to table-card
               unstring table-line delimited by ','
                  into tc-name tc-command tc-card tc-card-target
                     tc-days tc-max-rc
               end-unstring
               perform check-step-line
           end-if
       end-if.

       check-step-line.
       evaluate true
          when stepCount not < 50
             display "ERROR: step table " ws-table-fname " has more than 50 steps - chain not run"
             set table-bad to true
          when tc-name = spaces or tc-command = spaces
             display "ERROR: step table line " tableLineNumber " is missing the step name or program - chain not run"
             set table-bad to true
          when tc-card not = spaces and tc-card-target = spaces
             display "ERROR: step table line " tableLineNumber " names a control card but not the card the program reads - chain not run"
             set table-bad to true
          when tc-max-rc = spaces
             display "ERROR: step table line " tableLineNumber " is missing the highest return code to carry on after - chain not run"
             set table-bad to true
          when function test-numval(tc-max-rc) not = zero
             display "ERROR: step table line " tableLineNumber " highest return code is not a number - chain not run"
             set table-bad to true
          when other
             add 1 to stepCount
             move tc-name to st-name(stepCount)
             move function trim(tc-command) to st-command(stepCount)
             move function trim(tc-card) to st-card(stepCount)
             move function trim(tc-card-target) to st-card-target(stepCount)
             move function upper-case(tc-days) to st-days(stepCount)
             compute st-max-rc(stepCount) = function numval(tc-max-rc)
             move zero to st-rc(stepCount)
             move 'NOT RUN' to st-outcome(stepCount)
             move spaces to st-start(stepCount) st-end(stepCount)
       end-evaluate.

      *> A restart needs a chain that stopped, off the same step table
      *> - it runs for the date that chain was running for, from the
      *> step that failed
       read-restart-point.
       open input restart-file.
       if ws-rst-status not = "00" then
           display "ERROR: restart point STATCHAIN.RST not found or unreadable (status=" ws-rst-status ") - nothing to restart"
           move 16 to return-code
           stop run
       end-if.
       move spaces to restart-record.
       read restart-file into restart-record
          at end continue
       end-read.
       close restart-file.
       if rst-status = 'COMPLETE' then
           display "WARNING: the last chain for " rst-run-date " completed - nothing to restart"
           move 4 to return-code
           stop run
       end-if.
       if rst-table-name not = ws-table-fname then
           display "ERROR: STATCHAIN.RST was left by step table " rst-table-name " not " ws-table-fname " - chain not restarted"
           move 16 to return-code
           stop run
       end-if.
       if rst-run-date is not numeric or rst-next-step is not numeric
          or rst-next-step < 1 or rst-next-step > stepCount then
           display "ERROR: restart point STATCHAIN.RST is not usable - chain not restarted"
           move 16 to return-code
           stop run
       end-if.
       move rst-run-date to runDate.
       move rst-next-step to startStep.

      *> One step - passed over when an earlier run finished it or it is
      *> not due today, otherwise its card put in place, the program
      *> run and its return code held against the step's limit
       run-step.
       evaluate true
          when chain-stopped
             continue
          when s < startStep
             move 'DONE EARLIER' to st-outcome(s)
             move 'SKIPPED' to ws-log-event
             perform write-chain-event
          when other
             perform resolve-step-due
             if step-due then
                 perform run-due-step
             else
                 move 'NOT DUE' to st-outcome(s)
                 move 'NOTDUE' to ws-log-event
                 perform write-chain-event
                 perform note-step-done
             end-if
       end-evaluate.

       run-due-step.
       perform stage-step-card.
       move function current-date to ws-step-start.
       move ws-step-start to st-start(s).
       if not card-staged then
           move 16 to stepRC
       else
           move 'START' to ws-log-event
           perform write-chain-event
           move spaces to ws-command
           move st-command(s) to ws-command
           call 'SYSTEM' using ws-command
           move return-code to systemRC
           move zero to return-code
           if systemRC > 255 then
               divide systemRC by 256 giving stepRC
           else
               move systemRC to stepRC
           end-if
           add 1 to ranCount
       end-if.
       if stepRC > 16 then
           display "ERROR: step " st-name(s) " program " function trim(st-command(s)) " could not be run (status=" stepRC ")"
           move 16 to stepRC
       end-if.
       move function current-date to ws-step-end.
       move ws-step-end to st-end(s).
       move stepRC to st-rc(s).
       move 'END' to ws-log-event.
       perform write-chain-event.
      *> A NO-GO from the feed check holds the night's batch outright -
      *> a table limit of 12 or more on that step does not carry it on
       move zero to feedHits.
       move function upper-case(st-command(s)) to ws-upper-command.
       inspect ws-upper-command tallying feedHits for all 'STATFEED'.
       if feedHits > zero and stepRC = 12 then
           display "ERROR: step " st-name(s) " STATFEED NO-GO - chain held whatever the step limit"
       end-if.
       if stepRC > st-max-rc(s) or (feedHits > zero and stepRC = 12) then
           set chain-stopped to true
           move s to stoppedStep
           move 'STOPPED CHAIN' to st-outcome(s)
       else
           move 'RAN' to st-outcome(s)
           if stepRC > worstRC then
               move stepRC to worstRC
           end-if
           perform note-step-done
       end-if.

      *> Blank or DAILY means every day; otherwise the run date's day
      *> digit (1 = Monday through 7 = Sunday) must appear in the spec
       resolve-step-due.
       move 'N' to ws-due-flag.
       if st-days(s) = spaces or st-days(s)(1:5) = 'DAILY' then
           set step-due to true
       else
           perform match-due-day varying dw from 1 by 1
              until dw is greater than 30 or step-due
       end-if.

       match-due-day.
       if st-days(s)(dw:1) is numeric then
           if function numval(st-days(s)(dw:1)) = dayOfWeek then
               set step-due to true
           end-if
       end-if.

      *> The step's control card copied over the card name its program
      *> reads - a card that cannot be copied fails the step before the
      *> program is run against whatever card was there from last time
       stage-step-card.
       move 'Y' to ws-card-staged.
       if st-card(s) not = spaces then
           move st-card(s) to ws-card-in-fname
           move st-card-target(s) to ws-card-out-fname
           move 'N' to ws-card-in-eof
           open input card-in-file
           if ws-card-in-status not = "00" then
               display "ERROR: step " st-name(s) " control card " ws-card-in-fname " not found or unreadable (status=" ws-card-in-status ")"
               move 'N' to ws-card-staged
           else
               open output card-out-file
               if ws-card-out-status not = "00" then
                   display "ERROR: step " st-name(s) " control card " ws-card-out-fname " could not be written (status=" ws-card-out-status ")"
                   move 'N' to ws-card-staged
               else
                   perform copy-card-line until card-in-eof
                   close card-out-file
               end-if
               close card-in-file
           end-if
       end-if.

       copy-card-line.
       read card-in-file
          at end set card-in-eof to true
       end-read.
       if not card-in-eof then
           write card-out-line from card-in-line
       end-if.

      *> A finished (or not due) step moves the restart point on past
      *> it, so a chain that dies mid-step restarts at that step
       note-step-done.
       move 'RUNNING' to rst-status.
       compute rst-next-step = s + 1.
       perform write-restart-point.

       write-restart-point.
       move runDate to rst-run-date.
       move ws-table-fname to rst-table-name.
       move function current-date to rst-timestamp.
       open output restart-file.
       if ws-rst-status not = "00" then
           display "WARNING: restart point STATCHAIN.RST could not be written (status=" ws-rst-status ") - a restart will not know where the chain got to"
       else
           write restart-line from restart-record
           close restart-file
       end-if.

       print-step.
       move s to stl-step.
       move st-name(s) to stl-name.
       move st-command(s) to stl-command.
       move st-start(s)(9:6) to stl-start.
       move st-end(s)(9:6) to stl-end.
       if st-outcome(s) = 'RAN' or st-outcome(s) = 'STOPPED CHAIN' then
           move st-rc(s) to rcEdit
           move rcEdit to stl-rc
       else
           move spaces to stl-rc
       end-if.
       move st-max-rc(s) to stl-max.
       move st-outcome(s) to stl-outcome.
       write output-line from step-line after advancing 1 line.

      *> One standing-file line per event, in the audit log's own
      *> keyword style - the chain's begin, restart and end, and every
      *> step's start, end (with its return code) or why it was passed
      *> over
       write-chain-event.
       move function current-date to ws-run-timestamp.
       open extend chain-log-file.
       if ws-log-status = "35" then
           open output chain-log-file
       end-if.
       move spaces to chain-log-line.
       move 1 to logPtr.
       string ws-run-timestamp delimited by size
              ' EVENT=' delimited by size
              ws-log-event delimited by space
              ' RUNDATE=' delimited by size
              runDate delimited by size
              into chain-log-line with pointer logPtr
       end-string.
       if s = zero then
           string ' TABLE=' delimited by size
                  function trim(ws-table-fname) delimited by size
                  into chain-log-line with pointer logPtr
           end-string
           if ws-log-event = 'COMPLETE' then
               move worstRC to rcEdit
               string ' RC=' delimited by size
                      function trim(rcEdit) delimited by size
                      into chain-log-line with pointer logPtr
               end-string
           end-if
       else
           move s to stepEdit
           move st-rc(s) to rcEdit
           move st-max-rc(s) to maxEdit
           string ' STEP=' delimited by size
                  function trim(stepEdit) delimited by size
                  ' NAME=' delimited by size
                  st-name(s) delimited by space
                  ' PROGRAM=' delimited by size
                  function trim(st-command(s)) delimited by size
                  into chain-log-line with pointer logPtr
           end-string
           if ws-log-event = 'END' or ws-log-event = 'STOPPED' then
               string ' RC=' delimited by size
                      function trim(rcEdit) delimited by size
                      ' MAXRC=' delimited by size
                      function trim(maxEdit) delimited by size
                      into chain-log-line with pointer logPtr
               end-string
           end-if
       end-if.
       write chain-log-line.
       close chain-log-file.
