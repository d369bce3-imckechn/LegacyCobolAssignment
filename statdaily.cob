      *> meeting gets one run date across every input on one page,
      *> straight off the results master, instead of being assembled
      *> by hand from one STATINQ run per input.
      *> Later the flag column gains A for a run whose figures STATADJ
      *> has overridden, read back off the STATADJ.JNL journal.

       identification division.

             03 de-rejects picture s9(9) usage is computational.
             03 de-overflow picture s9(9) usage is computational.
             03 de-nonpos picture s9(9) usage is computational.
             03 de-adjusted picture x(1).
       01 prev-table.
          02 prev-entry occurs 200 times.
             03 pe-name picture x(30).
          02 lim-stddev-max-text picture x(20).
          02 lim-reject-max-text picture x(20).

      *> Adjusted-figure lookup through the STATADJL module, once per
      *> record that makes the page
       77 adj-result picture x(1).
       77 adj-flags picture x(10).
       01 adj-original-record picture x(301).

       77 deltaMean picture s9(14)v9(14) usage is computational-3.
       77 ws-day-breach-flag picture x(1) value 'N'.
          88 limit-breached-today value 'Y'.
          02 filler picture x(80) value
             ' *** WARNING: MORE THAN 200 INPUTS FOR THIS DATE - EXTRA INPUTS NOT SHOWN ***'.
       01 flags-legend-line.
          02 filler picture x(100) value
             ' Flags: T = outside tolerance  O = records dropped  N = non-positive values  A = adjusted figures'.
       01 no-runs-line.
          02 filler picture x(55) value
             '  NO MASTER RECORDS FOR THAT RUN DATE'.
           move master-rejects to de-rejects(dayCount)
           move master-overflow to de-overflow(dayCount)
           move master-nonpos to de-nonpos(dayCount)
           move 'N' to adj-result
           call 'statadjl' using master-record adj-flags
              adj-original-record adj-result
              on exception
                 move 'U' to adj-result
           end-call
           if adj-result = 'A' then
               move 'Y' to de-adjusted(dayCount)
           else
               move 'N' to de-adjusted(dayCount)
           end-if
       end-if.

      *> One report line per input - figures off the day table, the
      *> change against the input's previous overall record, and the
      *> flag column: T left its tolerance band, O dropped records,
      *> N carried non-positive values, A has figures STATADJ overrode
       print-day-line.
       move spaces to dl-flags.
       perform set-day-flags.
       if de-nonpos(d) > zero then
           move 'N' to dl-flags(3:1)
       end-if.
       if de-adjusted(d) = 'Y' then
           move 'A' to dl-flags(4:1)
       end-if.

       check-day-limits.
       move 'N' to ws-day-breach-flag.
