      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Period close transaction added later so signing a month off,
      *> and the rarer business of reopening one, is a card somebody
      *> submits and puts their name to rather than a file somebody
      *> edits. CLOSE stops STATMAST, STATINQ PURGE and STATFIX from
      *> touching the month's figures; REOPEN lets them in again and
      *> must say why. Both go through the STATLOCK module, which keeps
      *> the period control file and logs who did it, when and why on
      *> STATLOCK.LOG.

       identification division.

       program-id. statclose.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATCLOSE.DAT" organization is line sequential
          file status is ws-parm-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(60).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-func picture x(60).
       77 ws-month-spec picture x(60).
       77 ws-operator-spec picture x(60).
       77 ws-reason-spec picture x(60).
       77 monthNumber picture 9(2).

      *> The request handed to the STATLOCK module and its answer - D
      *> done, N refused because the month is already in that state, U
      *> the period control file could not be updated
       77 lock-result picture x(1).
       01 lock-request.
          02 lock-function picture x(1).
          02 lock-date picture x(8).
          02 lock-program picture x(8).
          02 lock-action picture x(8).
          02 lock-subject picture x(46).
          02 lock-operator picture x(10).
          02 lock-reason picture x(50).

      *> Read the control card and make the one change it asks for
       procedure division.
      *> Card layout, one value per line: function (CLOSE or REOPEN),
      *> month yyyymm, operator making the change, reason (needed for
      *> REOPEN, optional for CLOSE)
       move spaces to ws-func ws-month-spec ws-operator-spec
          ws-reason-spec.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATCLOSE.DAT not found or unreadable (status=" ws-parm-status ") - period not changed"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-func
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-month-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-operator-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-reason-spec
              at end continue
           end-read
       end-if.
       close parm-file.

       move function upper-case(ws-func) to ws-func.

       if ws-func(1:5) not = 'CLOSE' and ws-func(1:6) not = 'REOPEN' then
           display "ERROR: STATCLOSE.DAT function must be CLOSE or REOPEN - period not changed"
           move 16 to return-code
           stop run
       end-if.
       if ws-month-spec(1:6) is not numeric then
           display "ERROR: STATCLOSE.DAT is missing the month (yyyymm) - period not changed"
           move 16 to return-code
           stop run
       end-if.
       move ws-month-spec(5:2) to monthNumber.
       if monthNumber < 1 or monthNumber > 12 then
           display "ERROR: STATCLOSE.DAT month " ws-month-spec(1:6) " is not a valid yyyymm - period not changed"
           move 16 to return-code
           stop run
       end-if.
       if ws-operator-spec = spaces then
           display "ERROR: STATCLOSE.DAT is missing the operator - period not changed"
           move 16 to return-code
           stop run
       end-if.
       if ws-func(1:6) = 'REOPEN' and ws-reason-spec = spaces then
           display "ERROR: STATCLOSE.DAT REOPEN must give a reason - period not changed"
           move 16 to return-code
           stop run
       end-if.

       move spaces to lock-request.
       if ws-func(1:5) = 'CLOSE' then
           move 'C' to lock-function
       else
           move 'R' to lock-function
       end-if.
       move ws-month-spec(1:6) to lock-date(1:6).
       move '00' to lock-date(7:2).
       move 'STATCLOS' to lock-program.
       move ws-operator-spec to lock-operator.
       move ws-reason-spec to lock-reason.
       move 'U' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception
             display "ERROR: period close module unavailable - period not changed"
             move 16 to return-code
             stop run
       end-call.

       evaluate true
          when lock-result = 'D' and lock-function = 'C'
             display "Period " ws-month-spec(1:6) " closed by " lock-operator
          when lock-result = 'D'
             display "Period " ws-month-spec(1:6) " reopened by " lock-operator
          when lock-result = 'N' and lock-function = 'C'
             display "WARNING: period " ws-month-spec(1:6) " is already closed - nothing changed"
             move 4 to return-code
          when lock-result = 'N'
             display "WARNING: period " ws-month-spec(1:6) " is not closed - nothing to reopen"
             move 4 to return-code
          when other
             display "ERROR: period control STATPCTL.DAT could not be updated - period " ws-month-spec(1:6) " not changed"
             move 16 to return-code
       end-evaluate.
       display "Finished".
       stop run.
