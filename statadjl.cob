      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Adjustment lookup added later so any report printing a
      *> figure off the results master can tell a figure STATS
      *> computed from one STATADJ put there by hand. The journal
      *> STATADJ writes is the only record of an adjustment - the
      *> master itself carries no marker - so this module reads the
      *> journal back for one master record and says which of its
      *> statistics were overridden, and what the run had computed
      *> before anyone touched it. Kept as its own module, the same
      *> way STATGREF is, so every report shares one copy.

       identification division.

       program-id. statadjl.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select journal-file assign to "STATADJ.JNL" organization is line sequential
          file status is ws-journal-status.

       data division.
       file section.
       fd journal-file.
       01 journal-line     pic x(700).

       working-storage section.
       77 ws-journal-status pic xx.
       77 ws-journal-eof picture x(1) value 'N'.
          88 journal-eof value 'Y'.
       77 ws-first-found picture x(1) value 'N'.
          88 first-entry-found value 'Y'.

      *> One journal entry, the layout STATADJ writes - who, why and
      *> which statistic, then the whole master record before and after
      *> the change. Only the key and the run's timestamp are needed
      *> here: STATADJ never touches the timestamp, so an entry whose
      *> before image carries the record's current timestamp adjusted
      *> the figures now on file, and a rerun since (which restamps
      *> the record) has put computed figures back in their place.
       01 journal-record.
          02 jnl-timestamp picture x(21).
          02 jnl-stat-code picture x(8).
          02 jnl-reason picture x(8).
          02 jnl-approver picture x(10).
          02 jnl-note picture x(40).
          02 jnl-before.
             03 jb-run-key picture x(46).
             03 filler picture x(234).
             03 jb-timestamp picture x(21).
          02 jnl-after picture x(301).

      *> The master record as the caller read it, viewed for its key
      *> and timestamp
       01 current-record.
          02 cur-run-key picture x(46).
          02 filler picture x(234).
          02 cur-timestamp picture x(21).

      *> The caller hands over the master record it is printing and
      *> gets back one flag byte per statistic - A adjusted, space not
      *> - in the order mean, variance, std dev, geometric mean,
      *> harmonic mean, median, count, rejects, dropped, non-positive;
      *> the record as the run first computed it (its earliest journal
      *> before image); and a result byte - A some statistic adjusted,
      *> N none, U the journal could not be read (none is assumed)
       linkage section.
       01 lk-adjusted-record picture x(301).
       01 lk-adjusted-flags picture x(10).
       01 lk-original-record picture x(301).
       01 lk-adjusted-result picture x(1).

       procedure division using lk-adjusted-record lk-adjusted-flags
          lk-original-record lk-adjusted-result.
       move lk-adjusted-record to current-record.
       move lk-adjusted-record to lk-original-record.
       move spaces to lk-adjusted-flags.
       move 'N' to lk-adjusted-result.
       move 'N' to ws-first-found.
       move 'N' to ws-journal-eof.
       open input journal-file.
       if ws-journal-status = "35" then
           continue
       else
           if ws-journal-status not = "00" then
               move 'U' to lk-adjusted-result
           else
               perform scan-journal until journal-eof
               close journal-file
           end-if
       end-if.
       goback.

       scan-journal.
       read journal-file into journal-record
          at end set journal-eof to true
       end-read.
       if not journal-eof then
           if jb-run-key = cur-run-key
              and jb-timestamp = cur-timestamp then
               move 'A' to lk-adjusted-result
               if not first-entry-found then
                   set first-entry-found to true
                   move jnl-before to lk-original-record
               end-if
               perform flag-statistic
           end-if
       end-if.

       flag-statistic.
       evaluate jnl-stat-code
          when 'MEAN'
             move 'A' to lk-adjusted-flags(1:1)
          when 'VARIANCE'
             move 'A' to lk-adjusted-flags(2:1)
          when 'STDDEV'
             move 'A' to lk-adjusted-flags(3:1)
          when 'GEOMEAN'
             move 'A' to lk-adjusted-flags(4:1)
          when 'HARMMEAN'
             move 'A' to lk-adjusted-flags(5:1)
          when 'MEDIAN'
             move 'A' to lk-adjusted-flags(6:1)
          when 'COUNT'
             move 'A' to lk-adjusted-flags(7:1)
          when 'REJECTS'
             move 'A' to lk-adjusted-flags(8:1)
          when 'DROPPED'
             move 'A' to lk-adjusted-flags(9:1)
          when 'NONPOS'
             move 'A' to lk-adjusted-flags(10:1)
       end-evaluate.
