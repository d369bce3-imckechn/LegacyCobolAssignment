      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Delimited ingest added later for the source systems that can
      *> only send comma-delimited files. Somebody used to pad those
      *> into the fixed value / weight / second-reading columns by hand,
      *> with no header or trailer, so the control totals and the
      *> transmission register never applied to them. Driven by one
      *> format card per feed, this converts the delimited file into
      *> the fixed layout STATS reads, brackets it with a HDR (extract
      *> date and source system) and a TRL (record count and hash
      *> total) built from what was actually converted, and lists
      *> every line it could not convert on the ingest reject report.
      *> The converted file then goes through STATFEED, STATS (or
      *> STATBATCH) and the register like any native extract.

       identification division.

       program-id. statingest.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATINGEST.DAT" organization is line sequential
          file status is ws-parm-status.
       select delimited-file assign to dynamic ws-in-fname organization is line sequential
          file status is ws-in-status.
       select extract-file assign to dynamic ws-ext-fname organization is line sequential
          file status is ws-ext-status.
       select output-file assign to dynamic ws-out-fname organization is line sequential
          file status is ws-out-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(60).
       fd delimited-file.
       01 delimited-line   pic x(400).
       fd extract-file.
       01 extract-line     pic x(80).
       fd output-file.
       01 output-line      pic x(132).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-in-status pic xx.
       77 ws-in-eof picture x(1) value 'N'.
          88 delimited-eof value 'Y'.
       77 ws-ext-status pic xx.
       77 ws-out-status pic xx.
       77 ws-in-fname pic x(60).
       77 ws-ext-fname pic x(60).
       77 ws-out-fname pic x(60).
       77 ws-source-spec pic x(60).
       77 ws-date-spec pic x(60).
       77 ws-layout-spec pic x(60).
       77 ws-delim-spec pic x(60).
       77 ws-value-spec pic x(60).
       77 ws-group-spec pic x(60).
       77 ws-extra-spec pic x(60).
       77 ws-skip-spec pic x(60).
       77 ws-run-timestamp picture x(21).
       77 monthNumber picture 9(2).

      *> The feed's format, off the card - the layout it converts to
      *> (V value, W value plus weight, P two readings - the same
      *> letter the STATS card must then carry), the delimiter, which
      *> field holds the value, the group key and the weight or second
      *> reading (0 = the feed has none), and how many heading lines
      *> lead the file
       77 ws-layout picture x(1) value 'V'.
          88 weighted-layout value 'W'.
          88 paired-layout value 'P'.
       77 ws-delim picture x(1) value ','.
       77 ws-delim-name picture x(5).
       77 extractDate picture x(8).
       77 sourceSystem picture x(10).
       77 valueField picture s9(4) usage is computational.
       77 groupField picture s9(4) usage is computational.
       77 extraField picture s9(4) usage is computational.
       77 skipLines picture s9(4) usage is computational.
       77 ws-card-bad picture x(1) value 'N'.
          88 card-bad value 'Y'.

      *> One delimited line split on the delimiter - up to ten fields,
      *> anything past the tenth is ignored
       77 fieldCount picture s9(4) usage is computational.
       01 field-table.
          02 ing-field picture x(40) occurs 10 times.
       77 ws-field-text picture x(40).
       77 ws-line-ok picture x(1) value 'Y'.
          88 line-ok value 'Y'.
       77 ws-reject-reason picture x(40).
       77 ingValue picture s9(14)v9(14) usage is computational-3.
       77 ingExtra picture s9(14)v9(14) usage is computational-3.
       77 ingWeight picture s9(9) usage is computational.
       77 ws-ing-group picture x(40).

       77 lineNumber picture s9(9) usage is computational.
       77 skippedCount picture s9(9) usage is computational.
       77 blankCount picture s9(9) usage is computational.
       77 convertedCount picture s9(9) usage is computational.
       77 rejectedCount picture s9(9) usage is computational.
       77 hashTotal picture s9(14)v9(14) usage is computational-3.
       77 ws-hash-overflow picture x(1) value 'N'.
          88 hash-overflow value 'Y'.

      *> The fixed extract records, exactly as STATS reads them - the
      *> header, the three data layouts and the trailer, all one record
       01 ext-value-rec.
          02 ext-x picture s9(14)v9(14).
          02 ext-group-key picture x(8).
          02 filler picture x(44).
       01 ext-header-rec redefines ext-value-rec.
          02 ext-rec-type picture x(3).
          02 ext-hdr-date picture x(8).
          02 ext-hdr-source picture x(10).
          02 filler picture x(59).
       01 ext-trailer-rec redefines ext-value-rec.
          02 filler picture x(3).
          02 ext-trl-count picture 9(9).
          02 ext-trl-hash picture s9(14)v9(14).
          02 filler picture x(40).
       01 ext-weighted-rec redefines ext-value-rec.
          02 ext-w-value picture s9(14)v9(14).
          02 ext-w-weight picture 9(9).
          02 ext-w-group-key picture x(8).
          02 filler picture x(35).
       01 ext-paired-rec redefines ext-value-rec.
          02 ext-p-x picture s9(14)v9(14).
          02 ext-p-y picture s9(14)v9(14).
          02 ext-p-group-key picture x(8).
          02 filler picture x(16).

       01 title-line.
          02 filler picture x(60) value
             '  Delimited Extract Ingest'.
       01 under-line.
          02 filler picture x(120) value all '-'.
       01 feed-line.
          02 filler picture x(22) value '  Delimited file:     '.
          02 fl-in-fname picture x(60).
       01 extract-name-line.
          02 filler picture x(22) value '  Converted to:       '.
          02 enl-fname picture x(60).
       01 format-line.
          02 filler picture x(22) value '  Source / extract:   '.
          02 fmt-source picture x(10).
          02 filler picture x(1) value space.
          02 fmt-date picture x(8).
          02 filler picture x(11) value '   layout '.
          02 fmt-layout picture x(1).
          02 filler picture x(14) value '   delimiter '.
          02 fmt-delim picture x(5).
          02 filler picture x(10) value '   fields '.
          02 fmt-value-field picture z9.
          02 filler picture x(1) value '/'.
          02 fmt-group-field picture z9.
          02 filler picture x(1) value '/'.
          02 fmt-extra-field picture z9.
       01 reject-heads.
          02 filler picture x(2) value spaces.
          02 filler picture x(11) value 'Line'.
          02 filler picture x(41) value 'Reason'.
          02 filler picture x(60) value 'Text'.
       01 reject-detail.
          02 filler picture x(2) value spaces.
          02 rej-linenum picture zzzzzzzz9.
          02 filler picture x(2) value spaces.
          02 rej-reason picture x(40).
          02 filler picture x(1) value space.
          02 rej-text picture x(70).
       01 no-reject-line.
          02 filler picture x(60) value
             '  Every data line converted - nothing rejected'.
       01 tally-line.
          02 filler picture x(2) value spaces.
          02 tly-name picture x(36).
          02 tly-value picture zzzzzzzz9.
       01 trailer-line.
          02 filler picture x(38) value '  Trailer written: record count      '.
          02 tl-count picture zzzzzzzz9.
          02 filler picture x(16) value '   hash total   '.
          02 tl-hash picture -(14)9.9(4).
       01 hash-overflow-line.
          02 filler picture x(70) value
             ' *** HASH TOTAL OVERFLOWS THE TRAILER - EXTRACT NOT USABLE ***'.

      *> Read the format card, convert the delimited file line by line
      *> between the HDR and the TRL, and report what would not convert
       procedure division.
      *> Card layout, one value per line: delimited filename, fixed
      *> extract filename to build, reject report filename (blank =
      *> STATINGEST.TXT), source system, extract date yyyymmdd (blank
      *> = today), layout V/W/P (blank = V), delimiter (blank = comma,
      *> TAB for a tab), value field number (blank = 1), group key
      *> field number (blank = 2, 0 = none), weight or second reading
      *> field number (blank = 3, 0 = none), heading lines to skip
      *> (blank = 0)
       move spaces to ws-in-fname ws-ext-fname ws-out-fname
          ws-source-spec ws-date-spec ws-layout-spec ws-delim-spec
          ws-value-spec ws-group-spec ws-extra-spec ws-skip-spec.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATINGEST.DAT not found or unreadable (status=" ws-parm-status ") - cannot ingest"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-in-fname
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-ext-fname
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-out-fname
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-source-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-date-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-layout-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-delim-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-value-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-group-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-extra-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-skip-spec
              at end continue
           end-read
       end-if.
       close parm-file.

       move function current-date to ws-run-timestamp.
       perform check-format-card.
       if card-bad then
           move 16 to return-code
           stop run
       end-if.

       open input delimited-file.
       if ws-in-status not = "00" then
           display "ERROR: delimited file " ws-in-fname " not found or unreadable (status=" ws-in-status ") - cannot ingest"
           move 16 to return-code
           stop run
       end-if.
       open output extract-file.
       if ws-ext-status not = "00" then
           display "ERROR: extract file " ws-ext-fname " could not be opened (status=" ws-ext-status ") - cannot ingest"
           close delimited-file
           move 16 to return-code
           stop run
       end-if.
       open output output-file.
       if ws-out-status not = "00" then
           display "ERROR: ingest report file " ws-out-fname " could not be opened (status=" ws-out-status ") - cannot write"
           close delimited-file extract-file
           move 16 to return-code
           stop run
       end-if.
       write output-line from title-line after advancing 0 lines.
       move ws-in-fname to fl-in-fname.
       write output-line from feed-line after advancing 1 line.
       move ws-ext-fname to enl-fname.
       write output-line from extract-name-line after advancing 1 line.
       move sourceSystem to fmt-source.
       move extractDate to fmt-date.
       move ws-layout to fmt-layout.
       move ws-delim-name to fmt-delim.
       move valueField to fmt-value-field.
       move groupField to fmt-group-field.
       move extraField to fmt-extra-field.
       write output-line from format-line after advancing 1 line.
       write output-line from under-line after advancing 1 line.
       write output-line from reject-heads after advancing 1 line.
       write output-line from under-line after advancing 1 line.

      *> The HDR goes first, built from the card rather than the data
       move spaces to ext-value-rec.
       move 'HDR' to ext-rec-type.
       move extractDate to ext-hdr-date.
       move sourceSystem to ext-hdr-source.
       write extract-line from ext-value-rec.

       move zero to lineNumber skippedCount blankCount convertedCount
          rejectedCount hashTotal.
       perform ingest-line until delimited-eof.

      *> The TRL carries what was converted - the count of data records
      *> written and the hash total of their value column, the same
      *> totals STATS checks the file against
       move spaces to ext-value-rec.
       move 'TRL' to ext-rec-type.
       move convertedCount to ext-trl-count.
       move hashTotal to ext-trl-hash.
       write extract-line from ext-value-rec.

       if rejectedCount = zero then
           write output-line from no-reject-line after advancing 1 line
       end-if.
       write output-line from under-line after advancing 1 line.
       move 'Lines read' to tly-name.
       move lineNumber to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Heading lines skipped' to tly-name.
       move skippedCount to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Blank lines skipped' to tly-name.
       move blankCount to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Data records converted' to tly-name.
       move convertedCount to tly-value.
       write output-line from tally-line after advancing 1 line.
       move 'Lines rejected' to tly-name.
       move rejectedCount to tly-value.
       write output-line from tally-line after advancing 1 line.
       move convertedCount to tl-count.
       move hashTotal to tl-hash.
       write output-line from trailer-line after advancing 1 line.
       if hash-overflow then
           write output-line from hash-overflow-line after advancing 1 line
       end-if.
       close delimited-file extract-file output-file.

      *> A hash total that will not fit the trailer leaves an extract
      *> STATS would withhold anyway; nothing converted is worth a look
      *> before the batch runs; rejected lines are worth a look after
       evaluate true
          when hash-overflow
             display "ERROR: hash total overflows the trailer - " ws-ext-fname " is not usable"
             move 16 to return-code
          when convertedCount = zero
             display "WARNING: nothing converted from " ws-in-fname " - see " ws-out-fname
             move 8 to return-code
          when rejectedCount > zero
             display "WARNING: " rejectedCount " line(s) rejected - see " ws-out-fname
             move 4 to return-code
       end-evaluate.
       display "Finished - " convertedCount " record(s) converted to " ws-ext-fname.
       stop run.

      *> The card has to name both files and the source system; every
      *> other line has a default, but what is given must make sense
       check-format-card.
       move 'N' to ws-card-bad.
       if ws-in-fname = spaces then
           display "ERROR: STATINGEST.DAT is missing the delimited filename - cannot ingest"
           set card-bad to true
       end-if.
       if ws-ext-fname = spaces then
           display "ERROR: STATINGEST.DAT is missing the extract filename to build - cannot ingest"
           set card-bad to true
       end-if.
       if ws-out-fname = spaces then
           move "STATINGEST.TXT" to ws-out-fname
       end-if.
       if ws-source-spec = spaces then
           display "ERROR: STATINGEST.DAT is missing the source system - cannot ingest"
           set card-bad to true
       end-if.
       move ws-source-spec to sourceSystem.

       if ws-date-spec = spaces then
           move ws-run-timestamp(1:8) to extractDate
       else
           move ws-date-spec(1:8) to extractDate
       end-if.
       if extractDate is not numeric then
           display "ERROR: STATINGEST.DAT extract date " extractDate " is not yyyymmdd - cannot ingest"
           set card-bad to true
       else
           move extractDate(5:2) to monthNumber
           if monthNumber < 1 or monthNumber > 12 then
               display "ERROR: STATINGEST.DAT extract date " extractDate " is not yyyymmdd - cannot ingest"
               set card-bad to true
           end-if
       end-if.

       move function upper-case(ws-layout-spec) to ws-layout-spec.
       evaluate ws-layout-spec(1:1)
          when space
             move 'V' to ws-layout
          when 'V'
          when 'W'
          when 'P'
             move ws-layout-spec(1:1) to ws-layout
          when other
             display "ERROR: STATINGEST.DAT layout must be V, W or P - cannot ingest"
             set card-bad to true
       end-evaluate.

       move function upper-case(ws-delim-spec) to ws-delim-spec.
       evaluate true
          when ws-delim-spec = spaces
             move ',' to ws-delim
             move 'COMMA' to ws-delim-name
          when ws-delim-spec(1:3) = 'TAB'
             move x'09' to ws-delim
             move 'TAB' to ws-delim-name
          when other
             move ws-delim-spec(1:1) to ws-delim
             move ws-delim-spec(1:1) to ws-delim-name
       end-evaluate.

       move 1 to valueField.
       move 2 to groupField.
       move 3 to extraField.
       move zero to skipLines.
       if ws-value-spec not = spaces then
           if function test-numval(ws-value-spec) = zero then
               compute valueField = function numval(ws-value-spec)
           else
               move -1 to valueField
           end-if
       end-if.
       if ws-group-spec not = spaces then
           if function test-numval(ws-group-spec) = zero then
               compute groupField = function numval(ws-group-spec)
           else
               move -1 to groupField
           end-if
       end-if.
       if ws-extra-spec not = spaces then
           if function test-numval(ws-extra-spec) = zero then
               compute extraField = function numval(ws-extra-spec)
           else
               move -1 to extraField
           end-if
       end-if.
       if ws-skip-spec not = spaces then
           if function test-numval(ws-skip-spec) = zero then
               compute skipLines = function numval(ws-skip-spec)
           else
               move -1 to skipLines
           end-if
       end-if.
       if valueField < 1 or valueField > 10 then
           display "ERROR: STATINGEST.DAT value field number must be 1 to 10 - cannot ingest"
           set card-bad to true
       end-if.
       if groupField < 0 or groupField > 10 then
           display "ERROR: STATINGEST.DAT group key field number must be 0 to 10 - cannot ingest"
           set card-bad to true
       end-if.
       if extraField < 0 or extraField > 10 then
           display "ERROR: STATINGEST.DAT weight / second reading field number must be 0 to 10 - cannot ingest"
           set card-bad to true
       end-if.
       if ws-layout not = 'V' and extraField = zero then
           display "ERROR: STATINGEST.DAT layout " ws-layout " needs a weight / second reading field - cannot ingest"
           set card-bad to true
       end-if.
       if skipLines < 0 then
           display "ERROR: STATINGEST.DAT heading lines to skip must be a number - cannot ingest"
           set card-bad to true
       end-if.

      *> One delimited line - headings and blank lines are passed over,
      *> anything else is either converted or rejected with its reason
       ingest-line.
       read delimited-file
          at end set delimited-eof to true
       end-read.
       if not delimited-eof then
           add 1 to lineNumber
           evaluate true
              when lineNumber not > skipLines
                 add 1 to skippedCount
              when delimited-line = spaces
                 add 1 to blankCount
              when other
                 perform convert-line
           end-evaluate
       end-if.

       convert-line.
       move spaces to field-table.
       move zero to fieldCount.
       unstring delimited-line delimited by ws-delim
          into ing-field(1) ing-field(2) ing-field(3) ing-field(4)
             ing-field(5) ing-field(6) ing-field(7) ing-field(8)
             ing-field(9) ing-field(10)
          tallying in fieldCount
       end-unstring.
       move 'Y' to ws-line-ok.
       move spaces to ws-reject-reason.
       move zero to ingValue ingExtra ingWeight.
       move spaces to ws-ing-group.

       move ing-field(valueField) to ws-field-text.
       perform clean-field.
       evaluate true
          when valueField > fieldCount or ws-field-text = spaces
             move 'value field missing' to ws-reject-reason
             move 'N' to ws-line-ok
          when function test-numval(ws-field-text) not = zero
             move 'value not numeric' to ws-reject-reason
             move 'N' to ws-line-ok
          when other
             compute ingValue = function numval(ws-field-text)
                on size error
                   move 'value too large for the fixed layout' to ws-reject-reason
                   move 'N' to ws-line-ok
             end-compute
       end-evaluate.

       if line-ok and groupField > zero then
           move ing-field(groupField) to ws-field-text
           perform clean-field
           move ws-field-text to ws-ing-group
           if ws-ing-group(9:32) not = spaces then
               move 'group key longer than 8 characters' to ws-reject-reason
               move 'N' to ws-line-ok
           end-if
       end-if.

       if line-ok and ws-layout not = 'V' then
           perform convert-extra-field
       end-if.

       if line-ok then
           perform write-data-record
       else
           add 1 to rejectedCount
           move lineNumber to rej-linenum
           move ws-reject-reason to rej-reason
           move delimited-line to rej-text
           write output-line from reject-detail after advancing 1 line
       end-if.

      *> The weight has to be a whole, non-negative count that fits its
      *> nine columns; a second reading has to be a number that fits
      *> the value layout
       convert-extra-field.
       move ing-field(extraField) to ws-field-text.
       perform clean-field.
       evaluate true
          when extraField > fieldCount or ws-field-text = spaces
             if weighted-layout then
                 move 'weight field missing' to ws-reject-reason
             else
                 move 'second reading field missing' to ws-reject-reason
             end-if
             move 'N' to ws-line-ok
          when function test-numval(ws-field-text) not = zero
             if weighted-layout then
                 move 'weight not numeric' to ws-reject-reason
             else
                 move 'second reading not numeric' to ws-reject-reason
             end-if
             move 'N' to ws-line-ok
          when other
             compute ingExtra = function numval(ws-field-text)
                on size error
                   move 'figure too large for the fixed layout' to ws-reject-reason
                   move 'N' to ws-line-ok
             end-compute
       end-evaluate.
       if line-ok and weighted-layout then
           move ingExtra to ingWeight
           if ingWeight not = ingExtra or ingExtra < zero then
               move 'weight not a whole, non-negative number' to ws-reject-reason
               move 'N' to ws-line-ok
           end-if
       end-if.

      *> Surrounding quotes and leading blanks come off a field before
      *> it is looked at
       clean-field.
       inspect ws-field-text replacing all '"' by space.
       move function trim(ws-field-text) to ws-field-text.

      *> One fixed data record in the layout the card named, its value
      *> added to the hash total the trailer will carry
       write-data-record.
       move spaces to ext-value-rec.
       evaluate true
          when weighted-layout
             move ingValue to ext-w-value
             move ingWeight to ext-w-weight
             move ws-ing-group to ext-w-group-key
          when paired-layout
             move ingValue to ext-p-x
             move ingExtra to ext-p-y
             move ws-ing-group to ext-p-group-key
          when other
             move ingValue to ext-x
             move ws-ing-group to ext-group-key
       end-evaluate.
       write extract-line from ext-value-rec.
       add 1 to convertedCount.
       add ingValue to hashTotal
          on size error set hash-overflow to true
       end-add.
