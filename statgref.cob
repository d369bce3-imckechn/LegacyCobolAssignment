      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Group reference lookup added later so a bare eight-byte group
      *> key can be printed with what it actually is - its description,
      *> owning region and manager - and so a key nobody set up (or one
      *> closed off) can be caught instead of quietly becoming a new
      *> branch in the figures. Kept as its own module, the same way
      *> STATMAST is, so every report shares one copy of the lookup;
      *> STATGRPM is the only program that changes the file.

       identification division.

       program-id. statgref.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select group-file assign to "STATGRP.DAT"
          organization is indexed
          access mode is random
          record key is grp-key
          file status is ws-group-status.

       data division.
       file section.
       fd group-file.
       01 group-record.
          02 grp-key picture x(8).
          02 grp-desc picture x(30).
          02 grp-region picture x(10).
          02 grp-manager picture x(30).
          02 grp-status picture x(1).
          02 grp-eff-from picture x(8).
          02 grp-eff-to picture x(8).
          02 grp-timestamp picture x(21).

       working-storage section.
       77 ws-group-status pic xx.

      *> The caller hands over a record in the file's own layout with
      *> the key filled in, and gets it back filled in alongside a
      *> result byte - F found, N not on the reference file, U the
      *> reference file itself could not be read
       linkage section.
       01 lk-group-record picture x(116).
       01 lk-group-result picture x(1).

       procedure division using lk-group-record lk-group-result.
       move lk-group-record to group-record.
       open input group-file.
       if ws-group-status not = "00" then
           move 'U' to lk-group-result
       else
           read group-file record
              invalid key
                 move 'N' to lk-group-result
              not invalid key
                 move 'F' to lk-group-result
                 move group-record to lk-group-record
           end-read
           close group-file
       end-if.
       goback.
