      *> csv feeds into a spreadsheet every month.
      *> Later grew an optional group-key card line so a single
      *> branch's blocks can be trended on their own.
      *> Later the group scope line carries the key's description off
      *> the STATGRP.DAT group reference file.

       identification division.

       01 group-scope-line.
          02 filler picture x(10) value ' Group:   '.
          02 ttl-group picture x(8).
          02 filler picture x(2) value spaces.
          02 ttl-group-desc picture x(30).

      *> The group's reference entry, fetched through the STATGREF
      *> module for the scope line - F found, N not on the reference
      *> file, U the file or module not there
       77 gref-result picture x(1).
       01 gref-record.
          02 gref-key picture x(8).
          02 gref-desc picture x(30).
          02 gref-region picture x(10).
          02 gref-manager picture x(30).
          02 gref-status picture x(1).
          02 gref-eff-from picture x(8).
          02 gref-eff-to picture x(8).
          02 gref-timestamp picture x(21).
       01 under-line.
          02 filler picture x(70) value
             '----------------------------------------------------------------------'.
       write output-line from title-line after advancing 0 lines.
       if ws-group-wanted not = spaces then
           move ws-group-wanted to ttl-group
           perform look-up-group
           write output-line from group-scope-line after advancing 1 line
       end-if.
       write output-line from under-line after advancing 1 line.
           add 1 to movAvgCount
           compute movAvgSum = movAvgSum + trendValue(w)
       end-if.

      *> Description for the scope line - (none) is the blank-key
      *> group and has no reference entry of its own
       look-up-group.
       move spaces to gref-record.
       move spaces to ttl-group-desc.
       if ws-group-wanted not = '(none)' then
           move ws-group-wanted to gref-key
           call 'statgref' using gref-record gref-result
              on exception
                 move 'U' to gref-result
           end-call
           evaluate gref-result
              when 'F'
                 move gref-desc to ttl-group-desc
              when 'N'
                 move '*** NOT ON GROUP REFERENCE FILE' to ttl-group-desc
           end-evaluate
       end-if.
