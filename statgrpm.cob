      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Group reference maintenance added later so the STATGRP.DAT
      *> reference file is only ever changed by transaction cards -
      *> ADD a new key, CHANGE what is held about one, CLOSE one off -
      *> with a before and after image of every change on the report,
      *> instead of someone editing the file and nobody knowing what
      *> it said yesterday.
      *> Later each card starts with no before image, so a card rejected
      *> for a missing key no longer reprints the card before it.

       identification division.

       program-id. statgrpm.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATGRPM.DAT" organization is line sequential
          file status is ws-parm-status.
       select txn-file assign to dynamic ws-txn-fname organization is line sequential
          file status is ws-txn-status.
       select group-file assign to "STATGRP.DAT"
          organization is indexed
          access mode is random
          record key is grp-key
          file status is ws-group-status.
       select output-file assign to dynamic ws-out-fname organization is line sequential
          file status is ws-out-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(30).
       fd txn-file.
       01 txn-line         pic x(150).
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
       77 ws-group-status pic xx.
       77 ws-out-status pic xx.
       77 ws-txn-fname pic x(30).
       77 ws-out-fname pic x(30).
       77 ws-run-timestamp picture x(21).
       77 ws-today picture x(8).

      *> One transaction card, comma-delimited: function, group key,
      *> description, region, manager, effective-from yyyymmdd,
      *> effective-to yyyymmdd. CLOSE reads its close date from the
      *> description position. A blank field on CHANGE leaves that
      *> item as it was.
       01 txn-card.
          02 txn-func picture x(10).
          02 txn-key picture x(8).
          02 txn-desc picture x(30).
          02 txn-region picture x(10).
          02 txn-manager picture x(30).
          02 txn-eff-from picture x(8).
          02 txn-eff-to picture x(8).
       77 ws-func picture x(10).
       77 ws-close-date picture x(8).
       77 ws-reject-reason picture x(60).
       77 ws-card-ok picture x(1) value 'Y'.
          88 card-ok value 'Y'.
       77 ws-on-file picture x(1) value 'N'.
          88 key-on-file value 'Y'.
       01 before-image picture x(116).
       77 cardCount picture s9(9) usage is computational.
       77 appliedCount picture s9(9) usage is computational.
       77 rejectedCount picture s9(9) usage is computational.

       01 title-line.
          02 filler picture x(60) value
             '  Group Reference Maintenance - STATGRP.DAT'.
       01 txn-name-line.
          02 filler picture x(22) value '  Transaction file:   '.
          02 tnl-fname picture x(30).
       01 under-line.
          02 filler picture x(110) value all '-'.
       01 card-line.
          02 filler picture x(7) value '  Card '.
          02 crd-number picture zzzz9.
          02 filler picture x(2) value ': '.
          02 crd-func picture x(7).
          02 crd-key picture x(8).
          02 filler picture x(3) value ' - '.
          02 crd-outcome picture x(70).
       01 image-heads.
          02 filler picture x(11) value spaces.
          02 filler picture x(9) value 'Key'.
          02 filler picture x(31) value 'Description'.
          02 filler picture x(11) value 'Region'.
          02 filler picture x(31) value 'Manager'.
          02 filler picture x(2) value 'St'.
          02 filler picture x(9) value 'From'.
          02 filler picture x(8) value 'To'.
       01 image-line.
          02 filler picture x(3) value spaces.
          02 img-label picture x(8).
          02 img-key picture x(8).
          02 filler picture x(1) value space.
          02 img-desc picture x(30).
          02 filler picture x(1) value space.
          02 img-region picture x(10).
          02 filler picture x(1) value space.
          02 img-manager picture x(30).
          02 filler picture x(1) value space.
          02 img-status picture x(1).
          02 filler picture x(1) value space.
          02 img-eff-from picture x(8).
          02 filler picture x(1) value space.
          02 img-eff-to picture x(8).
       01 not-on-file-line.
          02 filler picture x(3) value spaces.
          02 filler picture x(8) value 'Before:'.
          02 filler picture x(20) value '(not on file)'.
       01 summary-line.
          02 filler picture x(18) value '  Cards read:     '.
          02 sum-cards picture zzzzzzzz9.
          02 filler picture x(14) value '    applied: '.
          02 sum-applied picture zzzzzzzz9.
          02 filler picture x(15) value '    rejected: '.
          02 sum-rejected picture zzzzzzzz9.

      *> Read the card, then apply the transactions one at a time in
      *> the order they were written
       procedure division.
      *> Card layout, one value per line: transaction filename (blank =
      *> STATGRPT.DAT), report filename (blank = STATGRPM.TXT)
       move spaces to ws-txn-fname ws-out-fname.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATGRPM.DAT not found or unreadable (status=" ws-parm-status ") - cannot maintain"
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
           move "STATGRPT.DAT" to ws-txn-fname
       end-if.
       if ws-out-fname = spaces then
           move "STATGRPM.TXT" to ws-out-fname
       end-if.

       open input txn-file.
       if ws-txn-status not = "00" then
           display "ERROR: transaction file " ws-txn-fname " not found or unreadable (status=" ws-txn-status ") - cannot maintain"
           move 16 to return-code
           stop run
       end-if.
       open i-o group-file.
       if ws-group-status = "35" then
           open output group-file
           close group-file
           open i-o group-file
       end-if.
       if ws-group-status not = "00" then
           display "ERROR: group reference file STATGRP.DAT could not be opened (status=" ws-group-status ") - cannot maintain"
           move 16 to return-code
           stop run
       end-if.
       open output output-file.
       if ws-out-status not = "00" then
           display "ERROR: maintenance report file " ws-out-fname " could not be opened (status=" ws-out-status ") - cannot write"
           move 16 to return-code
           stop run
       end-if.
       move function current-date to ws-run-timestamp.
       move ws-run-timestamp(1:8) to ws-today.
       write output-line from title-line after advancing 0 lines.
       move ws-txn-fname to tnl-fname.
       write output-line from txn-name-line after advancing 1 line.
       write output-line from under-line after advancing 1 line.
       write output-line from image-heads after advancing 1 line.

       move zero to cardCount appliedCount rejectedCount.
       perform apply-transaction until txn-eof.

       write output-line from under-line after advancing 1 line.
       move cardCount to sum-cards.
       move appliedCount to sum-applied.
       move rejectedCount to sum-rejected.
       write output-line from summary-line after advancing 1 line.
       close txn-file group-file output-file.
       if rejectedCount > zero then
           display "WARNING: " rejectedCount " group reference card(s) rejected - see " ws-out-fname
           move 4 to return-code
       end-if.
       display "Finished - " appliedCount " group reference change(s) applied".
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
              into txn-func txn-key txn-desc txn-region txn-manager
                 txn-eff-from txn-eff-to
           end-unstring
           move function upper-case(txn-func) to ws-func
           move 'Y' to ws-card-ok
           move spaces to ws-reject-reason
           move cardCount to crd-number
           move ws-func to crd-func
           move txn-key to crd-key
           move 'N' to ws-on-file
           move spaces to before-image
           if txn-key = spaces then
               move 'group key missing' to ws-reject-reason
               move 'N' to ws-card-ok
           else
               move txn-key to grp-key
               read group-file record
                  invalid key move 'N' to ws-on-file
                  not invalid key move 'Y' to ws-on-file
               end-read
               move group-record to before-image
               evaluate ws-func
                  when 'ADD'
                     perform add-group
                  when 'CHANGE'
                     perform change-group
                  when 'CLOSE'
                     perform close-group
                  when other
                     move 'function not ADD, CHANGE or CLOSE' to ws-reject-reason
                     move 'N' to ws-card-ok
               end-evaluate
           end-if
           perform report-transaction
       end-if.

      *> A new key - it must not already be on file, it needs a
      *> description, and it is active from today unless told otherwise
       add-group.
       if key-on-file then
           move 'key already on file - use CHANGE' to ws-reject-reason
           move 'N' to ws-card-ok
       else
           if txn-desc = spaces then
               move 'description missing' to ws-reject-reason
               move 'N' to ws-card-ok
           else
               move spaces to group-record
               move txn-key to grp-key
               move txn-desc to grp-desc
               move txn-region to grp-region
               move txn-manager to grp-manager
               move 'A' to grp-status
               if txn-eff-from = spaces then
                   move ws-today to grp-eff-from
               else
                   move txn-eff-from to grp-eff-from
               end-if
               move txn-eff-to to grp-eff-to
               perform check-dates
               if card-ok then
                   move ws-run-timestamp to grp-timestamp
                   write group-record
                      invalid key
                         move 'reference file write failed' to ws-reject-reason
                         move 'N' to ws-card-ok
                   end-write
               end-if
           end-if
       end-if.

      *> What is held about an existing key - only the fields the card
      *> fills in change, status stays as it is
       change-group.
       if not key-on-file then
           move 'key not on file - use ADD' to ws-reject-reason
           move 'N' to ws-card-ok
       else
           if txn-desc not = spaces then
               move txn-desc to grp-desc
           end-if
           if txn-region not = spaces then
               move txn-region to grp-region
           end-if
           if txn-manager not = spaces then
               move txn-manager to grp-manager
           end-if
           if txn-eff-from not = spaces then
               move txn-eff-from to grp-eff-from
           end-if
           if txn-eff-to not = spaces then
               move txn-eff-to to grp-eff-to
           end-if
           perform check-dates
           if card-ok then
               perform rewrite-group
           end-if
       end-if.

      *> Close a key off - the close date (today when left blank) is the
      *> last day the key is in use, so extracts dated after it are
      *> flagged as exceptions by STATS
       close-group.
       if not key-on-file then
           move 'key not on file' to ws-reject-reason
           move 'N' to ws-card-ok
       else
           if grp-status = 'C' then
               move 'key already closed' to ws-reject-reason
               move 'N' to ws-card-ok
           else
               if txn-desc = spaces then
                   move ws-today to ws-close-date
               else
                   move txn-desc(1:8) to ws-close-date
               end-if
               move 'C' to grp-status
               move ws-close-date to grp-eff-to
               perform check-dates
               if card-ok then
                   perform rewrite-group
               end-if
           end-if
       end-if.

       rewrite-group.
       move ws-run-timestamp to grp-timestamp.
       rewrite group-record
          invalid key
             move 'reference file rewrite failed' to ws-reject-reason
             move 'N' to ws-card-ok
       end-rewrite.

      *> Dates are yyyymmdd, and a key cannot stop before it starts
       check-dates.
       if grp-eff-from is not numeric then
           move 'effective-from date not yyyymmdd' to ws-reject-reason
           move 'N' to ws-card-ok
       else
           if grp-eff-to not = spaces then
               if grp-eff-to is not numeric then
                   move 'effective-to / close date not yyyymmdd' to ws-reject-reason
                   move 'N' to ws-card-ok
               else
                   if grp-eff-to < grp-eff-from then
                       move 'effective-to date before effective-from' to ws-reject-reason
                       move 'N' to ws-card-ok
                   end-if
               end-if
           end-if
       end-if.

      *> The card's outcome, then the record as it stood before and as
      *> it stands now - a rejected card shows only what is on file
       report-transaction.
       write output-line from under-line after advancing 1 line.
       if card-ok then
           add 1 to appliedCount
           move 'applied' to crd-outcome
       else
           add 1 to rejectedCount
           string 'REJECTED - ' delimited by size
                  ws-reject-reason delimited by size
                  into crd-outcome
           end-string
       end-if.
       write output-line from card-line after advancing 1 line.
       move spaces to crd-outcome.
       if key-on-file then
           move before-image to group-record
           move 'Before:' to img-label
           perform write-image
       else
           write output-line from not-on-file-line after advancing 1 line
       end-if.
       if card-ok then
           move txn-key to grp-key
           read group-file record
              invalid key continue
           end-read
           move 'After:' to img-label
           perform write-image
       end-if.

       write-image.
       move grp-key to img-key.
       move grp-desc to img-desc.
       move grp-region to img-region.
       move grp-manager to img-manager.
       move grp-status to img-status.
       move grp-eff-from to img-eff-from.
       move grp-eff-to to img-eff-to.
       write output-line from image-line after advancing 1 line.
