      *> Cobal re-engineering for cis 3190
      *> Written by Ian McKechnie (1051662)
      *> Warehouse interface added later so the downstream reporting
      *> warehouse takes one authoritative feed off the results master
      *> instead of scraping the per-run CSV files, which missed every
      *> rerun that replaced a master record in place. Each send
      *> carries only the records added or replaced since the last
      *> good send - judged on the master timestamp against the
      *> high-water mark on STATWHSE.CTL, plus any record STATADJ has
      *> adjusted since (an adjustment leaves the timestamp alone) -
      *> each tagged N new or R replacement off the STATWHSE.KEY
      *> register of keys already sent. The interface file is bracketed
      *> by a header carrying the send sequence number and a trailer
      *> carrying the record count and hash totals. Every send is kept
      *> under its sequence number and logged on STATWHSE.LOG, so a
      *> RESEND puts exactly the same file back in front of the
      *> warehouse.
      *> Later a send that fails after the interface file is written -
      *> a hash overflow, key register trouble or a control file that
      *> will not rewrite - empties the interface file again, so the
      *> warehouse is never left a complete-looking file that was not
      *> recorded as sent.

       identification division.

       program-id. statwhse.

      *> File input seciton
       environment division.
       input-output section.
       file-control.
       select parm-file assign to "STATWHSE.DAT" organization is line sequential
          file status is ws-parm-status.
       select control-file assign to "STATWHSE.CTL" organization is line sequential
          file status is ws-ctl-status.
       select master-file assign to "STATMAST.DAT"
          organization is indexed
          access mode is dynamic
          record key is master-run-key
          file status is ws-master-status.
       select journal-file assign to "STATADJ.JNL" organization is line sequential
          file status is ws-journal-status.
       select key-file assign to "STATWHSE.KEY"
          organization is indexed
          access mode is random
          record key is key-run-key
          file status is ws-key-status.
       select interface-file assign to dynamic ws-out-fname organization is line sequential
          file status is ws-out-status.
       select kept-file assign to dynamic ws-kept-fname organization is line sequential
          file status is ws-kept-status.
       select send-log-file assign to "STATWHSE.LOG" organization is line sequential
          file status is ws-log-status.

       data division.
       file section.
       fd parm-file.
       01 parm-line        pic x(30).
       fd control-file.
       01 control-line     pic x(80).
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
       fd key-file.
       01 key-record.
          02 key-run-key picture x(46).
          02 key-first-seq picture 9(6).
          02 key-last-seq picture 9(6).
          02 key-last-timestamp picture x(21).
       fd interface-file.
       01 interface-line   pic x(303).
       fd kept-file.
       01 kept-line        pic x(303).
       fd send-log-file.
       01 send-log-line    pic x(250).

      *> Variable Decalaration and prime variables with some output that is static for the entire program
       working-storage section.
       77 ws-parm-status pic xx.
       77 ws-parm-eof picture x(1) value 'N'.
          88 parm-card-eof value 'Y'.
       77 ws-ctl-status pic xx.
       77 ws-master-status pic xx.
       77 ws-master-eof picture x(1) value 'N'.
          88 master-eof value 'Y'.
       77 ws-journal-status pic xx.
       77 ws-journal-eof picture x(1) value 'N'.
          88 journal-eof value 'Y'.
       77 ws-key-status pic xx.
       77 ws-out-status pic xx.
       77 ws-kept-status pic xx.
       77 ws-kept-eof picture x(1) value 'N'.
          88 kept-eof value 'Y'.
       77 ws-log-status pic xx.
       77 ws-func-spec pic x(30).
       77 ws-seq-spec pic x(30).
       77 ws-out-fname pic x(30).
       77 ws-kept-fname pic x(30).
       77 ws-run-timestamp picture x(21).
       77 ws-log-event picture x(8).
       77 logPtr picture s9(4) usage is computational.

      *> Where the feed stands - the last sequence number sent, the
      *> high-water mark (the latest master or journal timestamp that
      *> send covered) and when it went. No control file yet means
      *> nothing has ever been sent, so the first send carries the lot.
       01 control-record.
          02 ctl-last-seq picture 9(6).
          02 filler picture x(1) value space.
          02 ctl-high-water picture x(21).
          02 filler picture x(1) value space.
          02 ctl-sent-at picture x(21).
          02 filler picture x(30) value spaces.
       77 sendSeq picture 9(6).
       77 highWater picture x(21).
       77 newHighWater picture x(21).

      *> Keys STATADJ has adjusted since the high-water mark - the
      *> adjustment leaves the record's timestamp as the run stamped it,
      *> so without these the warehouse would never hear of it. Should
      *> more than the table holds be waiting, the mark only moves up
      *> to the last one taken and the rest go on the next send.
       01 journal-record.
          02 jnl-timestamp picture x(21).
          02 filler picture x(66).
          02 jb-run-key picture x(46).
          02 filler picture x(556).
       77 adjKeyCount picture s9(4) usage is computational.
       77 k picture s9(4) usage is computational.
       77 adjCapMark picture x(21).
       77 ws-adj-overflow picture x(1) value 'N'.
          88 adj-table-full value 'Y'.
       77 ws-adj-found picture x(1) value 'N'.
          88 adj-key-found value 'Y'.
       01 adj-key-table.
          02 adj-run-key picture x(46) occurs 5000 times.

      *> The interface records - header, one detail per master record
      *> sent (N new to the warehouse, R replacing one it already has)
      *> and the trailer, all the same length
       01 whse-header-rec.
          02 wh-rec-type picture x(1) value 'H'.
          02 wh-seq picture 9(6).
          02 wh-created picture x(21).
          02 wh-from-mark picture x(21).
          02 wh-source picture x(8) value 'STATMAST'.
          02 filler picture x(246) value spaces.
       01 whse-detail-rec.
          02 wd-rec-type picture x(1) value 'D'.
          02 wd-tag picture x(1).
          02 wd-master picture x(301).
       01 whse-trailer-rec.
          02 wt-rec-type picture x(1) value 'T'.
          02 wt-seq picture 9(6).
          02 wt-record-count picture 9(9).
          02 wt-new-count picture 9(9).
          02 wt-replaced-count picture 9(9).
          02 wt-count-hash picture s9(14) sign is leading separate.
          02 wt-mean-hash picture s9(14)v9(14) sign is leading separate.
          02 wt-to-mark picture x(21).
          02 filler picture x(204) value spaces.
       01 kept-header-view.
          02 kh-rec-type picture x(1).
          02 kh-seq picture 9(6).
          02 filler picture x(296).

       77 sentCount picture s9(9) usage is computational.
       77 newCount picture s9(9) usage is computational.
       77 replacedCount picture s9(9) usage is computational.
       77 adjustedCount picture s9(9) usage is computational.
       77 countHash picture s9(14) usage is computational-3.
       77 meanHash picture s9(14)v9(14) usage is computational-3.
       77 ws-hash-overflow picture x(1) value 'N'.
          88 hash-overflow value 'Y'.
       77 ws-key-trouble picture x(1) value 'N'.
          88 key-register-trouble value 'Y'.
       77 ws-send-selected picture x(1) value 'N'.
          88 record-selected value 'Y'.
       77 ws-resend-flag picture x(1) value 'N'.
          88 resend-run value 'Y'.
       77 countEdit picture z(8)9.
       77 hashEdit picture -(14)9.9(4).

      *> Read the card, then either build the next send or put an
      *> earlier one back out
       procedure division.
      *> Card layout, one value per line: function (blank or SEND = the
      *> next change-only send, RESEND = send an earlier one again),
      *> sequence number to resend, interface filename (blank =
      *> STATWHSE.OUT)
       move spaces to ws-func-spec ws-seq-spec ws-out-fname.
       open input parm-file.
       if ws-parm-status not = "00" then
           display "ERROR: control card STATWHSE.DAT not found or unreadable (status=" ws-parm-status ") - nothing sent"
           move 16 to return-code
           stop run
       end-if.
       read parm-file into ws-func-spec
          at end move 'Y' to ws-parm-eof
       end-read.
       if not parm-card-eof then
           read parm-file into ws-seq-spec
              at end move 'Y' to ws-parm-eof
           end-read
       end-if.
       if not parm-card-eof then
           read parm-file into ws-out-fname
              at end continue
           end-read
       end-if.
       close parm-file.
       if ws-out-fname = spaces then
           move "STATWHSE.OUT" to ws-out-fname
       end-if.
       move function upper-case(ws-func-spec) to ws-func-spec.
       evaluate true
          when ws-func-spec = spaces or ws-func-spec(1:4) = 'SEND'
             continue
          when ws-func-spec(1:6) = 'RESEND'
             set resend-run to true
          when other
             display "ERROR: STATWHSE.DAT function must be SEND or RESEND - nothing sent"
             move 16 to return-code
             stop run
       end-evaluate.

       move function current-date to ws-run-timestamp.
       perform read-control.
       if resend-run then
           perform resend-earlier
       else
           perform send-changes
       end-if.
       stop run.

      *> The control file as the last good send left it
       read-control.
       move zero to ctl-last-seq.
       move spaces to ctl-high-water ctl-sent-at.
       open input control-file.
       if ws-ctl-status = "35" then
           continue
       else
           if ws-ctl-status not = "00" then
               display "ERROR: send control STATWHSE.CTL unreadable (status=" ws-ctl-status ") - nothing sent"
               move 16 to return-code
               stop run
           end-if
           read control-file into control-record
              at end continue
           end-read
           close control-file
           if ctl-last-seq is not numeric then
               display "ERROR: send control STATWHSE.CTL is not usable - nothing sent"
               move 16 to return-code
               stop run
           end-if
       end-if.

      *> The next send - everything stamped or adjusted past the
      *> high-water mark, written to the interface file and to the
      *> kept copy together, then the key register, the control file
      *> and the send log brought up to it
       send-changes.
       compute sendSeq = ctl-last-seq + 1.
       move ctl-high-water to highWater.
       move ctl-high-water to newHighWater.
       perform load-adjusted-keys.

       open input master-file.
       if ws-master-status not = "00" then
           display "ERROR: results master STATMAST.DAT not found or unreadable (status=" ws-master-status ") - nothing sent"
           move 16 to return-code
           stop run
       end-if.
       perform open-key-register.
       perform build-kept-name.
       open output interface-file.
       if ws-out-status not = "00" then
           display "ERROR: interface file " ws-out-fname " could not be opened (status=" ws-out-status ") - nothing sent"
           move 16 to return-code
           stop run
       end-if.
       open output kept-file.
       if ws-kept-status not = "00" then
           display "ERROR: kept copy " ws-kept-fname " could not be opened (status=" ws-kept-status ") - nothing sent"
           move 16 to return-code
           stop run
       end-if.

       move sendSeq to wh-seq.
       move ws-run-timestamp to wh-created.
       move highWater to wh-from-mark.
       write interface-line from whse-header-rec.
       write kept-line from whse-header-rec.

       move zero to sentCount newCount replacedCount adjustedCount
          countHash meanHash.
       move low-values to master-run-key.
       start master-file key is not less than master-run-key
          invalid key set master-eof to true
       end-start.
       perform select-master-record until master-eof.
       close master-file key-file.
       if adj-table-full and adjCapMark < newHighWater then
           move adjCapMark to newHighWater
       end-if.

       move sendSeq to wt-seq.
       move sentCount to wt-record-count.
       move newCount to wt-new-count.
       move replacedCount to wt-replaced-count.
       move countHash to wt-count-hash.
       move meanHash to wt-mean-hash.
       move newHighWater to wt-to-mark.
       write interface-line from whse-trailer-rec.
       write kept-line from whse-trailer-rec.
       close interface-file kept-file.

      *> A hash that will not fit the trailer, or a key register that
      *> could not be kept, leaves a send the warehouse must not load -
      *> the high-water mark stays where it was, so the next send
      *> covers the same ground again under the same sequence number
       if hash-overflow or key-register-trouble then
           if hash-overflow then
               display "ERROR: hash total overflows the trailer - send " sendSeq " not usable, control not advanced"
           else
               display "ERROR: key register STATWHSE.KEY could not be updated - send " sendSeq " not usable, control not advanced"
           end-if
           perform void-interface-file
           move 16 to return-code
           stop run
       end-if.

       move sendSeq to ctl-last-seq.
       move newHighWater to ctl-high-water.
       move ws-run-timestamp to ctl-sent-at.
       open output control-file.
       if ws-ctl-status not = "00" then
           display "ERROR: send control STATWHSE.CTL could not be written (status=" ws-ctl-status ") - send " sendSeq " will be repeated next time"
           perform void-interface-file
           move 16 to return-code
           stop run
       end-if.
       write control-line from control-record.
       close control-file.

       move 'SEND' to ws-log-event.
       perform write-send-log.
       if adj-table-full then
           display "WARNING: more than 5000 adjusted records since the last send - the rest go on the next send"
           move 4 to return-code
       end-if.
       display "Finished - send " sendSeq " of " sentCount " record(s) (" newCount " new, " replacedCount " replaced) to " ws-out-fname.

      *> A send that cannot stand is not left in front of the warehouse -
      *> the interface file goes back out empty, no header or trailer to
      *> load, and the kept copy stays under its sequence number for the
      *> next send to write over
       void-interface-file.
       open output interface-file.
       if ws-out-status = "00" then
           close interface-file
           display "Interface file " ws-out-fname " emptied - nothing for the warehouse to load"
       else
           display "ERROR: interface file " ws-out-fname " could not be emptied (status=" ws-out-status ") - it must not be loaded"
       end-if.

      *> Every journal entry made since the high-water mark names a key
      *> that has to go again; an unreadable journal only means there
      *> is nothing adjusted to add
       load-adjusted-keys.
       move zero to adjKeyCount.
       move 'N' to ws-journal-eof.
       open input journal-file.
       if ws-journal-status = "00" then
           perform load-adjusted-key until journal-eof
           close journal-file
       end-if.

       load-adjusted-key.
       read journal-file into journal-record
          at end set journal-eof to true
       end-read.
       if not journal-eof then
           if jnl-timestamp > highWater then
               if adjKeyCount < 5000 then
                   add 1 to adjKeyCount
                   move jb-run-key to adj-run-key(adjKeyCount)
                   move jnl-timestamp to adjCapMark
                   if jnl-timestamp > newHighWater then
                       move jnl-timestamp to newHighWater
                   end-if
               else
                   set adj-table-full to true
               end-if
           end-if
       end-if.

      *> The key register is created on the first send
       open-key-register.
       open i-o key-file.
       if ws-key-status = "35" then
           open output key-file
           close key-file
           open i-o key-file
       end-if.
       if ws-key-status not = "00" then
           display "ERROR: key register STATWHSE.KEY could not be opened (status=" ws-key-status ") - nothing sent"
           move 16 to return-code
           stop run
       end-if.

      *> Each send is kept as WHSEnnnnnn.DAT beside the interface file
       build-kept-name.
       move spaces to ws-kept-fname.
       string 'WHSE' delimited by size
              sendSeq delimited by size
              '.DAT' delimited by size
              into ws-kept-fname
       end-string.

      *> One master record - sent when a run stamped it after the
      *> high-water mark or STATADJ adjusted it since
       select-master-record.
       read master-file next record
          at end set master-eof to true
       end-read.
       if not master-eof then
           move 'N' to ws-send-selected
           if master-timestamp > highWater then
               set record-selected to true
           else
               perform find-adjusted-key
               if adj-key-found then
                   set record-selected to true
                   add 1 to adjustedCount
               end-if
           end-if
           if master-timestamp > newHighWater then
               move master-timestamp to newHighWater
           end-if
           if record-selected then
               perform send-master-record
           end-if
       end-if.

       find-adjusted-key.
       move 'N' to ws-adj-found.
       perform scan-adjusted-key varying k from 1 by 1
          until k is greater than adjKeyCount or adj-key-found.

       scan-adjusted-key.
       if adj-run-key(k) = master-run-key then
           set adj-key-found to true
       end-if.

      *> N when the warehouse has never had the key - or first had it
      *> in this same sequence, from a send that never completed - and
      *> R when an earlier send already gave it the key
       send-master-record.
       move master-run-key to key-run-key.
       read key-file record
          invalid key
             move 'N' to wd-tag
             move master-run-key to key-run-key
             move sendSeq to key-first-seq key-last-seq
             move master-timestamp to key-last-timestamp
             write key-record
                invalid key set key-register-trouble to true
             end-write
          not invalid key
             if key-first-seq = sendSeq then
                 move 'N' to wd-tag
             else
                 move 'R' to wd-tag
             end-if
             move sendSeq to key-last-seq
             move master-timestamp to key-last-timestamp
             rewrite key-record
                invalid key set key-register-trouble to true
             end-rewrite
       end-read.
       move master-record to wd-master.
       write interface-line from whse-detail-rec.
       write kept-line from whse-detail-rec.
       add 1 to sentCount.
       if wd-tag = 'N' then
           add 1 to newCount
       else
           add 1 to replacedCount
       end-if.
       add master-count to countHash
          on size error set hash-overflow to true
       end-add.
       add master-mean to meanHash
          on size error set hash-overflow to true
       end-add.

      *> An earlier send put back out exactly as it went - its kept
      *> copy copied over the interface file, checked first to be the
      *> sequence asked for. Nothing on the control file moves.
       resend-earlier.
       if ws-seq-spec = spaces
          or function test-numval(ws-seq-spec) not = zero then
           display "ERROR: STATWHSE.DAT RESEND must give the sequence number to resend - nothing sent"
           move 16 to return-code
           stop run
       end-if.
       compute sendSeq = function numval(ws-seq-spec).
       if sendSeq = zero or sendSeq > ctl-last-seq then
           display "ERROR: send " sendSeq " has not been made (last send " ctl-last-seq ") - nothing sent"
           move 16 to return-code
           stop run
       end-if.
       perform build-kept-name.
       move 'N' to ws-kept-eof.
       open input kept-file.
       if ws-kept-status not = "00" then
           display "ERROR: kept copy " ws-kept-fname " of send " sendSeq " not found or unreadable (status=" ws-kept-status ") - nothing sent"
           move 16 to return-code
           stop run
       end-if.
       read kept-file
          at end set kept-eof to true
       end-read.
       move kept-line to kept-header-view.
       if kept-eof or kh-rec-type not = 'H' or kh-seq not = sendSeq then
           display "ERROR: kept copy " ws-kept-fname " is not send " sendSeq " - nothing sent"
           close kept-file
           move 16 to return-code
           stop run
       end-if.
       open output interface-file.
       if ws-out-status not = "00" then
           display "ERROR: interface file " ws-out-fname " could not be opened (status=" ws-out-status ") - nothing sent"
           close kept-file
           move 16 to return-code
           stop run
       end-if.
       move zero to sentCount.
       perform copy-kept-line until kept-eof.
       close kept-file interface-file.
       move 'RESEND' to ws-log-event.
       perform write-send-log.
       display "Finished - send " sendSeq " sent again to " ws-out-fname.

       copy-kept-line.
       write interface-line from kept-line.
       if kept-line(1:1) = 'D' then
           add 1 to sentCount
       end-if.
       read kept-file
          at end set kept-eof to true
       end-read.

      *> One standing-file line per send or resend, in the audit log's
      *> own keyword style
       write-send-log.
       open extend send-log-file.
       if ws-log-status = "35" then
           open output send-log-file
       end-if.
       move spaces to send-log-line.
       move 1 to logPtr.
       move sentCount to countEdit.
       string ws-run-timestamp delimited by size
              ' EVENT=' delimited by size
              ws-log-event delimited by space
              ' SEQ=' delimited by size
              sendSeq delimited by size
              ' FILE=' delimited by size
              function trim(ws-out-fname) delimited by size
              ' KEPT=' delimited by size
              function trim(ws-kept-fname) delimited by size
              ' RECORDS=' delimited by size
              function trim(countEdit) delimited by size
              into send-log-line with pointer logPtr
       end-string.
       if ws-log-event = 'SEND' then
           move newCount to countEdit
           string ' NEW=' delimited by size
                  function trim(countEdit) delimited by size
                  into send-log-line with pointer logPtr
           end-string
           move replacedCount to countEdit
           string ' REPLACED=' delimited by size
                  function trim(countEdit) delimited by size
                  into send-log-line with pointer logPtr
           end-string
           move adjustedCount to countEdit
           string ' ADJUSTED=' delimited by size
                  function trim(countEdit) delimited by size
                  into send-log-line with pointer logPtr
           end-string
           move meanHash to hashEdit
           string ' MEANHASH=' delimited by size
                  function trim(hashEdit) delimited by size
                  ' FROM=' delimited by size
                  highWater delimited by size
                  ' TO=' delimited by size
                  newHighWater delimited by size
                  into send-log-line with pointer logPtr
           end-string
       end-if.
       write send-log-line.
       close send-log-file.
