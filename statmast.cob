      *> of the master-file handling.
      *> The key later grew a group-key leg so per-group figures land
      *> beside the overall run's (which carries a blank group key).
      *> Later refuses to add or replace a record dated in a period
      *> STATCLOSE (or STATROLL) has closed, through the STATLOCK
      *> module, and hands back what became of the record.
      *> Later a period control file that cannot be read refuses the
      *> write too, so a damaged STATPCTL.DAT never reopens a month.

       identification division.

       working-storage section.
       77 ws-master-status pic xx.

      *> The period-close check for the record's run date - the
      *> refusal itself is logged by STATLOCK
       77 lock-result picture x(1).
       01 lock-request.
          02 lock-function picture x(1).
          02 lock-date picture x(8).
          02 lock-program picture x(8).
          02 lock-action picture x(8).
          02 lock-subject picture x(46).
          02 lock-operator picture x(10).
          02 lock-reason picture x(50).

      *> The caller hands over one finished record - same layout as
      *> the file's own - and gets back a result byte: A added, R
      *> replaced, L refused because its period is closed, U refused
      *> because the period control could not be read, E not written
      *> at all
       linkage section.
       01 lk-master-record picture x(301).
       01 lk-master-result picture x(1).

      *> One call = one record added or replaced - a rerun of the same
      *> input on the same day overwrites its earlier figures, which
      *> is what a corrected rerun should do - unless the day's period
      *> has been closed, when nothing is touched
       procedure division using lk-master-record lk-master-result.
       move 'E' to lk-master-result.
       move spaces to lock-request.
       move 'Q' to lock-function.
       move lk-master-record(1:8) to lock-date.
       move 'STATMAST' to lock-program.
       move 'WRITE' to lock-action.
       move lk-master-record(9:38) to lock-subject.
       move 'O' to lock-result.
       call 'statlock' using lock-request lock-result
          on exception continue
       end-call.
       if lock-result = 'C' then
           move 'L' to lk-master-result
           goback
       end-if.
       if lock-result = 'U' then
           display "ERROR: results master refused " lk-master-record(9:30) " - period control for " lk-master-record(1:6) " could not be read"
           move 'U' to lk-master-result
           goback
       end-if.
       open i-o master-file.
       if ws-master-status = "35" then
           open output master-file
           display "WARNING: results master STATMAST.DAT could not be opened (status=" ws-master-status ") - run not recorded"
       else
           move lk-master-record to master-record
           move 'A' to lk-master-result
           write master-record
              invalid key
                 move 'R' to lk-master-result
                 rewrite master-record
                    invalid key
                       move 'E' to lk-master-result
                       display "WARNING: results master record could not be written (status=" ws-master-status ")"
                 end-rewrite
           end-write
