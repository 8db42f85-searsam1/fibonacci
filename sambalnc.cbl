       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMBALNC.

      *****************************************************
      * SAMBALNC - END-OF-DAY CROSS-FILE BALANCE SHEET. EACH
      * STEP OF SAMPJOB PROVES ITS OWN WORK; THIS ONE PROVES
      * THE FILES THE STREAM PRODUCED AGREE WITH EACH OTHER.
      * FOR EVERY SET NAME IT HOLDS SIDE BY SIDE
      *   - AUD-REC-COUNT OF THE SET'S LATEST AUDITLOG RECORD
      *     FOR THE GENERATION,
      *   - THE RECORDS THE SET HAS ON FIBSEQ(0), WITH THEIR
      *     CONTROL TOTAL AND HASH TOTAL,
      *   - RCN-REC-COUNT/RCN-TOTAL ON RECONTOT(0),
      *   - THE SET'S DTL RECORDS ON THE SAMXTRCT EXTRACT AND
      *     THEIR HASH TOTAL,
      *   - THE FIBVSAM KEYS FILED UNDER THE SET NAME,
      * AND PROVES THE EXTRACT'S OWN TRL COUNT AND HASH
      * AGAINST ITS DETAILS AND AGAINST FIBSEQ(0). A SET IN
      * CYCLE ON THE GENERATION'S DATE MUST SHOW THE SAME
      * COUNT IN EVERY COLUMN; A SET OUT OF CYCLE IS AN
      * EXPECTED-ZERO ROW - NOTHING ON AUDITLOG, FIBSEQ OR
      * THE EXTRACT - WHOSE CARRIED RECONTOT COUNT MUST
      * STILL MATCH THE KEYS FIBVSAM KEEPS SERVING FOR IT. A
      * SET NAME ON A FILE BUT ON NO PARMIN CARD IS A
      * DIFFERENCE WHEREVER IT APPEARS.
      * THE ONE-PAGE SHEET ENDS WITH A BALANCED/OUT OF
      * BALANCE RESULT AND SIGN-OFF LINES FOR THE CONTROLS
      * GROUP; EVERY DIFFERENCE IS ALSO WRITTEN TO EXCPLOG AT
      * SEVERITY 8 AND THE STEP ENDS RC=8.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMIN ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARMSCHD ASSIGN TO "PARMSCHD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBOUT ASSIGN TO "FIBOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECONTOT ASSIGN TO "RECONTOT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT XTRIN ASSIGN TO "XTRIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBVSAM ASSIGN TO "FIBVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIB-REC-KEY
               FILE STATUS IS ws-fibvsam-status.
           SELECT PRTOUT ASSIGN TO "PRTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXCPLOG ASSIGN TO "EXCPLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIME ASSIGN TO "STEPTIME"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMIN
           RECORDING MODE IS F.
           COPY PARMCARD.

       FD  PARMSCHD
           RECORDING MODE IS F.
           COPY PRMSREC.

       FD  FIBOUT
           RECORDING MODE IS F.
           COPY FIBREC REPLACING ==FIB-RECORD== BY ==SEQ-FIB-RECORD==
               ==FIB-REC-KEY== BY ==SEQ-FIB-REC-KEY==
               ==FIB-SET-ID== BY ==SEQ-FIB-SET-ID==
               ==FIB-SEQ-INDEX== BY ==SEQ-FIB-SEQ-INDEX==
               ==FIB-VALUE== BY ==SEQ-FIB-VALUE==
               ==FIB-RUN-DATE== BY ==SEQ-FIB-RUN-DATE==
               ==FIB-SET-NAME== BY ==SEQ-FIB-SET-NAME==.

       FD  AUDITLOG
           RECORDING MODE IS F.
           COPY AUDTREC.

       FD  RECONTOT
           RECORDING MODE IS F.
           COPY RECNREC.

       FD  XTRIN
           RECORDING MODE IS F.
       01  XTR-RECORD                  PIC X(80).

       FD  FIBVSAM.
           COPY FIBREC.

      * PRTOUT carries an ASA carriage-control byte in column 1
      * (RECFM=FBA in the JCL), same page style as SAMPRPT.
       FD  PRTOUT
           RECORDING MODE IS F.
       01  PRINT-LINE.
           05  PRT-CTRL                PIC X VALUE SPACE.
           05  PRT-DATA                PIC X(80).

      * EXCPLOG is the stream-wide machine-readable exception log
      * SAMEXCRP consolidates at end of job - SAMPEDIT truncated
      * it at the top of the stream, so it is opened EXTEND here
       FD  EXCPLOG
           RECORDING MODE IS F.
           COPY EXCPREC.

      * STEPTIME is the stream's step-timing log - see STEPREC
       FD  STEPTIME
           RECORDING MODE IS F.
           COPY STEPREC.

       WORKING-STORAGE SECTION.

         77 step-event pic X.
         77 step-count-in pic 9(9) value 0.
         77 step-count-out pic 9(9) value 0.
         77 fibout-eof pic X value "N".
         77 auditlog-eof pic X value "N".
         77 recontot-eof pic X value "N".
         77 xtrin-eof pic X value "N".
         77 fibvsam-eof pic X value "N".
         77 parmin-eof pic X value "N".
         77 ws-fibvsam-status pic XX.
         77 excp-time pic 9(8).
         77 ws-run-date pic 9(8).
         77 gen-date pic 9(8).
         77 card-count pic 9(2) value 0.
         77 k pic 9(4).
         77 p pic 9(4).
         77 q pic 9(4).
         77 page-number pic 999 value 0.
         77 lines-on-page pic 99 value 0.
         77 max-lines-per-page pic 99 value 49.
         77 print-work pic X(80).
         77 sum-work pic 9(9).

      * one row per set name - the deck's cards first, in deck
      * order, then any name found on a file but on no card
         77 bal-count pic 9(4) value 0.
         77 find-name pic X(8).
         77 find-ix pic 9(4).
         01 balance-table.
           05 bal-entry occurs 120 times.
             10 bt-set-name pic X(8).
             10 bt-set-id pic 9(2).
      * Y in cycle on the generation's date, N out of cycle,
      * X on no PARMIN card
             10 bt-cycle-sw pic X.
             10 bt-aud-sw pic X.
             10 bt-aud-count pic 9(9).
             10 bt-seq-count pic 9(9).
             10 bt-seq-total pic 9(18).
             10 bt-seq-hash pic 9(19).
             10 bt-rcn-sw pic X.
             10 bt-rcn-count pic 9(9).
             10 bt-rcn-total pic 9(18).
             10 bt-xtr-count pic 9(9).
             10 bt-xtr-hash pic 9(19).
             10 bt-vsam-count pic 9(9).

      * file-level control totals - the whole generation, the
      * whole extract and the extract's own framing
         77 seq-read-count pic 9(9) value 0.
      * a digit wider than the hash so one add can carry past
      * 9(18) before the carry is thrown away, as SAMXTRCT does
         77 seq-hash pic 9(19) value 0.
         77 xtr-dtl-count pic 9(9) value 0.
         77 xtr-hash pic 9(19) value 0.
         77 xtr-hdr-sw pic X value "N".
         77 xtr-trl-sw pic X value "N".
         77 vsam-read-count pic 9(9) value 0.
         77 aud-read-count pic 9(9) value 0.
         77 rcn-read-count pic 9(9) value 0.

         01 xtr-hdr-area.
           05 filler pic X(4).
           05 xh-system pic X(8).
           05 filler pic X.
           05 xh-run-date pic 9(8).
           05 filler pic X.
           05 xh-job-id pic X(8).

         01 xtr-dtl-area.
           05 filler pic X(4).
           05 xd-set-id pic 9(2).
           05 filler pic X.
           05 xd-seq-index pic 9(4).
           05 filler pic X.
           05 xd-set-name pic X(8).
           05 filler pic X.
           05 xd-value pic 9(18).

         01 xtr-trl-area.
           05 filler pic X(4).
           05 xt-rec-count pic 9(9).
           05 filler pic X.
           05 xt-hash-total pic 9(18).

      * the differences found for the row being balanced, held so
      * they print under the row they belong to
         77 diff-text pic X(60).
         77 diff-count pic 9(4) value 0.
         77 total-diff-count pic 9(4) value 0.
         77 out-of-cycle-count pic 9(4) value 0.
         01 diff-table.
           05 diff-message occurs 10 times pic X(60).

         01 hdg1-line.
           05 filler pic X(12) value "CROSS-FILE B".
           05 filler pic X(15) value "ALANCE SHEET   ".
           05 filler pic X(10) value "RUN DATE: ".
           05 hdg1-date pic 9999/99/99.
           05 filler pic X(7) value " PAGE: ".
           05 hdg1-page pic ZZ9.

         01 hdg2-line.
           05 filler pic X(9) value "SET NAME ".
           05 filler pic X(20) value "     AUDIT    FIBSEQ".
           05 filler pic X(20) value "     RECON   EXTRACT".
           05 filler pic X(10) value "   FIBVSAM".
           05 filler pic X(8) value "  STATUS".

         01 hdg3-line.
           05 filler pic X(80) value all "-".

         01 set-line.
           05 sl-set-name pic X(8).
           05 filler pic X value space.
           05 sl-aud-count pic Z(9)9.
           05 sl-seq-count pic Z(9)9.
           05 sl-rcn-count pic Z(9)9.
           05 sl-xtr-count pic Z(9)9.
           05 sl-vsam-count pic Z(9)9.
           05 filler pic X(2) value spaces.
           05 sl-status pic X(19).

         01 diff-line.
           05 filler pic X(5) value "  >> ".
           05 dl-message pic X(60).
           05 filler pic X(15) value spaces.

         01 ctl-title-line.
           05 filler pic X(30)
              value "EXTRACT CONTROL TOTALS        ".
           05 filler pic X(22) value "   RECORDS  HASH TOTAL".

         01 ctl-line.
           05 cl-label pic X(20).
           05 filler pic X(10) value spaces.
           05 cl-count pic Z(9)9.
           05 filler pic X(2) value spaces.
           05 cl-hash pic 9(18).
           05 filler pic X(20) value spaces.

         01 result-line.
           05 filler pic X(8) value "RESULT: ".
           05 rl-result pic X(14).
           05 filler pic X(3) value " - ".
           05 rl-set-count pic ZZZ9.
           05 filler pic X(7) value " SETS, ".
           05 rl-ooc-count pic ZZZ9.
           05 filler pic X(16) value " OUT OF CYCLE, ".
           05 rl-diff-count pic ZZZ9.
           05 filler pic X(12) value " DIFFERENCES".

         01 signoff-line.
           05 sg-label pic X(12).
           05 filler pic X(30) value all "_".
           05 filler pic X(8) value "  DATE: ".
           05 filler pic X(12) value all "_".

      * the deck is read for each card's set name and run
      * frequency only - the set names give the sheet its rows,
      * the frequency says whether a row is expected to be zero
         01 parm-deck-table.
           05 parm-deck-entry occurs 99 times.
             10 pt-set-name pic X(8).
             10 pt-freq pic X(3).

      * builds the documented default name for a card left
      * nameless - "SET" plus the 2-digit deck position
         01 default-name-work.
           05 filler pic X(3) value "SET".
           05 dfn-card-no pic 9(2).
           05 filler pic X(3) value spaces.

      * run-frequency scheduling work fields - see
      * 7100-CHECK-SCHEDULE
         77 sched-date pic 9(8).
         77 sched-freq pic X(3).
         77 run-today-sw pic X.
         77 sched-yyyy pic 9(4).
         77 sched-mm pic 9(2).
         77 sched-dd pic 9(2).
         77 sched-dow pic 9(1).
         77 month-days pic 9(2).
         77 leap-q pic 9(8).
         77 leap-r pic 9(4).
         77 zeller-m pic 9(4).
         77 zeller-y pic 9(8).
         77 zeller-j pic 9(4).
         77 zeller-k pic 9(4).
         77 zeller-w pic 9(4).
         77 zeller-w1 pic 9(4).
         77 zeller-k4 pic 9(4).
         77 zeller-j4 pic 9(4).
         77 zeller-q pic 9(8).
         77 zeller-h pic 9(8).

         01 dow-name-list pic X(21) value "MONTUEWEDTHUFRISATSUN".
         01 dow-name-table redefines dow-name-list.
           05 dn-name occurs 7 times pic X(3).

      * scheduled card changes off PARMSCHD - each card is loaded
      * as it stood on deck-as-of-date, see
      * 1060-APPLY-SCHEDULED-CHANGE
         77 parmschd-eof pic X value "N".
         77 sc-count pic 9(4) value 0.
         77 sc-ix pic 9(4).
         77 sc-pick pic 9(4).
         77 deck-as-of-date pic 9(8).

         01 sched-chg-table.
           05 sched-chg-entry occurs 999 times.
             10 sc-card-no pic 9(2).
             10 sc-eff-date pic 9(8).
             10 sc-status pic X.
             10 sc-before-image pic X(80).
             10 sc-card-image pic X(80).

       PROCEDURE DIVISION.
         move "S" to step-event
         perform 8800-write-step-time
         accept ws-run-date from date yyyymmdd

      * the sheet balances the generation's own business date -
      * only when the generation is empty does the submission day
      * stand in. the deck is loaded as it stood on that date.
         open input fibout
         perform 8000-read-fibout
         if fibout-eof not = "Y"
           move seq-fib-run-date to gen-date
         else
           move ws-run-date to gen-date
         end-if
         move gen-date to deck-as-of-date
         move gen-date to hdg1-date
         perform 1050-load-scheduled-changes
         perform 1000-load-parm-deck
         perform 1100-post-deck-row
             varying k from 1 by 1 until k greater than card-count

      * FIBSEQ(0) - count, control total and hash per set
         perform until fibout-eof = "Y"
           add 1 to seq-read-count
           move seq-fib-set-name to find-name
           perform 2000-find-set
           add 1 to bt-seq-count(find-ix)
           add seq-fib-value to bt-seq-total(find-ix)
           add seq-fib-value to bt-seq-hash(find-ix)
           if bt-seq-hash(find-ix) greater than 999999999999999999
             subtract 1000000000000000000 from bt-seq-hash(find-ix)
           end-if
           add seq-fib-value to seq-hash
           if seq-hash greater than 999999999999999999
             subtract 1000000000000000000 from seq-hash
           end-if
           perform 8000-read-fibout
         end-perform
         close fibout

      * AUDITLOG - the set's last record written for the
      * generation. SAMPLE stamps AUD-RUN-DATE with the day it ran,
      * so a next-day restart's record is dated after the
      * generation date; anything older belongs to an earlier day
         open input auditlog
         perform until auditlog-eof = "Y"
           read auditlog
             at end move "Y" to auditlog-eof
             not at end
               add 1 to aud-read-count
               if aud-run-date not less than gen-date
                 move aud-set-name to find-name
                 perform 2000-find-set
                 move "Y" to bt-aud-sw(find-ix)
                 move aud-rec-count to bt-aud-count(find-ix)
               end-if
           end-read
         end-perform
         close auditlog

      * RECONTOT(0) - written by SAMRECON in this run, one record
      * per set reconciled or carried forward
         open input recontot
         perform until recontot-eof = "Y"
           read recontot
             at end move "Y" to recontot-eof
             not at end
               add 1 to rcn-read-count
               move rcn-set-name to find-name
               perform 2000-find-set
               move "Y" to bt-rcn-sw(find-ix)
               move rcn-rec-count to bt-rcn-count(find-ix)
               move rcn-total to bt-rcn-total(find-ix)
           end-read
         end-perform
         close recontot

      * the SAMXTRCT extract - details per set, framing lifted
      * off as SAMACKCH lifts it
         open input xtrin
         perform until xtrin-eof = "Y"
           read xtrin
             at end move "Y" to xtrin-eof
             not at end
               evaluate xtr-record(1:4)
                 when "HDR;"
                   move "Y" to xtr-hdr-sw
                   move xtr-record to xtr-hdr-area
                 when "TRL;"
                   move "Y" to xtr-trl-sw
                   move xtr-record to xtr-trl-area
                 when "DTL;"
                   move xtr-record to xtr-dtl-area
                   perform 2100-post-extract-detail
               end-evaluate
           end-read
         end-perform
         close xtrin

      * FIBVSAM - every key on the cluster, counted by set name
         open input fibvsam
         perform until fibvsam-eof = "Y"
           read fibvsam
             at end move "Y" to fibvsam-eof
             not at end
               add 1 to vsam-read-count
               move fib-set-name to find-name
               perform 2000-find-set
               add 1 to bt-vsam-count(find-ix)
           end-read
         end-perform
         close fibvsam

         open output prtout
         open extend excplog
         perform 8200-print-page-heading
         perform 3000-balance-set
             varying k from 1 by 1 until k greater than bal-count
         perform 3900-print-total-line
         perform 4000-balance-extract
         perform 5000-print-result
         close excplog
         close prtout

         if total-diff-count greater than 0
           display "SAMBALNC: " total-diff-count " DIFFERENCES "
                   "BETWEEN THE STREAM'S FILES - SHEET IS OUT OF "
                   "BALANCE"
           move 8 to return-code
         else
           display "SAMBALNC: " bal-count " SETS BALANCED ACROSS "
                   "AUDITLOG, FIBSEQ, RECONTOT, THE EXTRACT AND "
                   "FIBVSAM"
         end-if
         move "E" to step-event
         move seq-read-count to step-count-in
         move bal-count to step-count-out
         perform 8800-write-step-time
         stop run.

      * same card-deck reading rules SAMPLE uses (including the
      * scheduled image in effect on the generation's date), cut
      * down to the set name and run frequency
       1000-LOAD-PARM-DECK.
         open input parmin
         perform until parmin-eof = "Y"
           read parmin
             at end move "Y" to parmin-eof
             not at end
               if card-count = 99
                 display "SAMBALNC: PARMIN DECK EXCEEDS 99 CARDS - "
                         "HALTING RUN"
                 move 16 to return-code
                 stop run
               end-if
               add 1 to card-count
               perform 1060-apply-scheduled-change
               if parm-set-name = spaces
                 move card-count to dfn-card-no
                 move default-name-work to pt-set-name(card-count)
               else
                 move parm-set-name to pt-set-name(card-count)
               end-if
               move parm-freq to pt-freq(card-count)
           end-read
         end-perform
         close parmin
         if card-count = 0
           move 1 to card-count
           move "SET01   " to pt-set-name(1)
           move spaces to pt-freq(1)
         end-if
         .

      * every change on PARMSCHD, held so each card can be given
      * the image in effect on the generation's date
       1050-LOAD-SCHEDULED-CHANGES.
         open input parmschd
         perform until parmschd-eof = "Y"
           read parmschd
             at end move "Y" to parmschd-eof
             not at end
               if sc-count = 999
                 display "SAMBALNC: PARMSCHD HOLDS MORE THAN 999 "
                         "CHANGES - HALTING RUN"
                 move 16 to return-code
                 stop run
               end-if
               add 1 to sc-count
               move ps-card-no to sc-card-no(sc-count)
               move ps-eff-date to sc-eff-date(sc-count)
               move ps-status to sc-status(sc-count)
               move ps-before-image to sc-before-image(sc-count)
               move ps-card-image to sc-card-image(sc-count)
           end-read
         end-perform
         close parmschd
         .

      * puts on the card just read the image in effect on
      * deck-as-of-date, the same date PARM-FREQ is judged on (see
      * copybooks/PRMSREC.cpy): a change already rolled onto the
      * deck but not yet effective on that date is backed out to
      * the card it replaced, otherwise the latest scheduled
      * change already effective replaces the card
       1060-APPLY-SCHEDULED-CHANGE.
         move 0 to sc-pick
         perform varying sc-ix from 1 by 1
             until sc-ix greater than sc-count
           if sc-card-no(sc-ix) = card-count
              and sc-status(sc-ix) = "A"
              and sc-eff-date(sc-ix) greater than deck-as-of-date
             if sc-pick = 0
                or sc-eff-date(sc-ix) less than sc-eff-date(sc-pick)
               move sc-ix to sc-pick
             end-if
           end-if
         end-perform
         if sc-pick not = 0
           move sc-before-image(sc-pick) to parm-card
         else
           perform varying sc-ix from 1 by 1
               until sc-ix greater than sc-count
             if sc-card-no(sc-ix) = card-count
                and sc-status(sc-ix) = "S"
                and sc-eff-date(sc-ix) not greater than deck-as-of-date
               if sc-pick = 0
                  or sc-eff-date(sc-ix) not less than
                     sc-eff-date(sc-pick)
                 move sc-ix to sc-pick
               end-if
             end-if
           end-perform
           if sc-pick not = 0
             move sc-card-image(sc-pick) to parm-card
           end-if
         end-if
         .

      * card k's row, in cycle or out of cycle on the
      * generation's date by the same verdict SAMPLE made
       1100-POST-DECK-ROW.
         move pt-set-name(k) to find-name
         perform 2000-find-set
         move k to bt-set-id(find-ix)
         move pt-freq(k) to sched-freq
         move gen-date to sched-date
         perform 7100-check-schedule
         if run-today-sw = "Y"
           move "Y" to bt-cycle-sw(find-ix)
         else
           move "N" to bt-cycle-sw(find-ix)
         end-if
         .

      * the row for find-name, returned in find-ix - a name not
      * yet on the sheet gets a new row, which stays "not on the
      * deck" unless 1100-POST-DECK-ROW claims it
       2000-FIND-SET.
         move 0 to find-ix
         perform varying p from 1 by 1
             until p greater than bal-count
           if bt-set-name(p) = find-name
             move p to find-ix
             move bal-count to p
           end-if
         end-perform
         if find-ix = 0
           if bal-count = 120
             display "SAMBALNC: MORE THAN 120 SET NAMES ON THE "
                     "STREAM'S FILES - HALTING RUN"
             move 16 to return-code
             stop run
           end-if
           add 1 to bal-count
           move bal-count to find-ix
           move find-name to bt-set-name(find-ix)
           move 0 to bt-set-id(find-ix)
           move "X" to bt-cycle-sw(find-ix)
           move "N" to bt-aud-sw(find-ix)
           move 0 to bt-aud-count(find-ix)
           move 0 to bt-seq-count(find-ix)
           move 0 to bt-seq-total(find-ix)
           move 0 to bt-seq-hash(find-ix)
           move "N" to bt-rcn-sw(find-ix)
           move 0 to bt-rcn-count(find-ix)
           move 0 to bt-rcn-total(find-ix)
           move 0 to bt-xtr-count(find-ix)
           move 0 to bt-xtr-hash(find-ix)
           move 0 to bt-vsam-count(find-ix)
         end-if
         .

       2100-POST-EXTRACT-DETAIL.
         add 1 to xtr-dtl-count
         add xd-value to xtr-hash
         if xtr-hash greater than 999999999999999999
           subtract 1000000000000000000 from xtr-hash
         end-if
         move xd-set-name to find-name
         perform 2000-find-set
         add 1 to bt-xtr-count(find-ix)
         add xd-value to bt-xtr-hash(find-ix)
         if bt-xtr-hash(find-ix) greater than 999999999999999999
           subtract 1000000000000000000 from bt-xtr-hash(find-ix)
         end-if
         .

      * balances row k, prints it and the differences under it
       3000-BALANCE-SET.
         move 0 to diff-count
         evaluate bt-cycle-sw(k)
           when "Y"
             perform 3100-check-in-cycle
           when "N"
             perform 3200-check-out-of-cycle
           when other
             perform 3300-check-off-deck
         end-evaluate

         move bt-set-name(k) to sl-set-name
         move bt-aud-count(k) to sl-aud-count
         move bt-seq-count(k) to sl-seq-count
         move bt-rcn-count(k) to sl-rcn-count
         move bt-xtr-count(k) to sl-xtr-count
         move bt-vsam-count(k) to sl-vsam-count
         if diff-count greater than 0
           move "** OUT OF BALANCE" to sl-status
         else
           if bt-cycle-sw(k) = "N"
             move "OUT OF CYCLE - ZERO" to sl-status
             add 1 to out-of-cycle-count
           else
             move "BALANCED" to sl-status
           end-if
         end-if
         move set-line to print-work
         perform 8100-print-line
         perform varying q from 1 by 1 until q greater than diff-count
           move diff-message(q) to dl-message
           move diff-line to print-work
           perform 8100-print-line
           move bt-set-id(k) to exc-set-id
           move bt-set-name(k) to exc-set-name
           move 8 to exc-severity
           move diff-message(q) to exc-message
           perform 8500-write-exception
         end-perform
         add diff-count to total-diff-count
         .

      * in cycle - every file must hold the FIBSEQ(0) count, and
      * the reconciled and extracted totals the FIBSEQ(0) totals
       3100-CHECK-IN-CYCLE.
         if bt-aud-sw(k) not = "Y"
           move "NO AUDITLOG RECORD FOR THE GENERATION DATE"
             to diff-text
           perform 3800-add-difference
         else
           if bt-aud-count(k) not = bt-seq-count(k)
             move spaces to diff-text
             string "AUDITLOG REC COUNT " bt-aud-count(k)
                    " NOT = FIBSEQ COUNT " bt-seq-count(k)
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
         end-if
         if bt-rcn-sw(k) not = "Y"
           move "NO RECONTOT RECORD FOR THE SET" to diff-text
           perform 3800-add-difference
         else
           if bt-rcn-count(k) not = bt-seq-count(k)
             move spaces to diff-text
             string "RECONTOT REC COUNT " bt-rcn-count(k)
                    " NOT = FIBSEQ COUNT " bt-seq-count(k)
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
           if bt-rcn-total(k) not = bt-seq-total(k)
             move spaces to diff-text
             string "RECONTOT TOTAL " bt-rcn-total(k)
                    " FIBSEQ " bt-seq-total(k)
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
         end-if
         if bt-xtr-count(k) not = bt-seq-count(k)
           move spaces to diff-text
           string "EXTRACT DTL COUNT " bt-xtr-count(k)
                  " NOT = FIBSEQ COUNT " bt-seq-count(k)
                  delimited by size into diff-text
           perform 3800-add-difference
         end-if
         if bt-xtr-hash(k) not = bt-seq-hash(k)
           move spaces to diff-text
           string "EXTRACT HASH " bt-xtr-hash(k)(2:18)
                  " FIBSEQ " bt-seq-hash(k)(2:18)
                  delimited by size into diff-text
           perform 3800-add-difference
         end-if
         if bt-vsam-count(k) not = bt-seq-count(k)
           move spaces to diff-text
           string "FIBVSAM KEYS " bt-vsam-count(k)
                  " NOT = FIBSEQ COUNT " bt-seq-count(k)
                  delimited by size into diff-text
           perform 3800-add-difference
         end-if
         .

      * out of cycle - the generation step skipped the set by
      * design, so nothing may be on AUDITLOG, FIBSEQ(0) or the
      * extract for it. SAMRECON carried the last real record
      * forward and SAMVPURG kept the keys serving, so those two
      * must still agree with each other
       3200-CHECK-OUT-OF-CYCLE.
         if bt-aud-sw(k) = "Y"
           move "OUT OF CYCLE BUT AUDITLOG HAS A RECORD FOR THE DATE"
             to diff-text
           perform 3800-add-difference
         end-if
         if bt-seq-count(k) not = 0
           move spaces to diff-text
           string "OUT OF CYCLE BUT FIBSEQ HOLDS " bt-seq-count(k)
                  " RECORDS" delimited by size into diff-text
           perform 3800-add-difference
         end-if
         if bt-xtr-count(k) not = 0
           move spaces to diff-text
           string "OUT OF CYCLE BUT THE EXTRACT HOLDS "
                  bt-xtr-count(k) " DETAILS"
                  delimited by size into diff-text
           perform 3800-add-difference
         end-if
         if bt-rcn-sw(k) = "Y"
           if bt-rcn-count(k) not = bt-vsam-count(k)
             move spaces to diff-text
             string "CARRIED RECONTOT COUNT " bt-rcn-count(k)
                    " FIBVSAM KEYS " bt-vsam-count(k)
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
         else
           if bt-vsam-count(k) not = 0
             move spaces to diff-text
             string "FIBVSAM HOLDS " bt-vsam-count(k)
                    " KEYS BUT RECONTOT HAS NO RECORD"
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
         end-if
         .

      * on no PARMIN card - SAMVPURG drops a removed card's keys
      * and SAMRECON writes no record for it, so the name should
      * be on no file at all
       3300-CHECK-OFF-DECK.
         if bt-aud-sw(k) = "Y"
           move "NOT ON THE DECK BUT ON AUDITLOG FOR THE DATE"
             to diff-text
           perform 3800-add-difference
         end-if
         if bt-seq-count(k) not = 0
           move spaces to diff-text
           string "NOT ON THE DECK BUT FIBSEQ HOLDS " bt-seq-count(k)
                  " RECORDS" delimited by size into diff-text
           perform 3800-add-difference
         end-if
         if bt-rcn-sw(k) = "Y"
           move "NOT ON THE DECK BUT ON RECONTOT" to diff-text
           perform 3800-add-difference
         end-if
         if bt-xtr-count(k) not = 0
           move spaces to diff-text
           string "NOT ON THE DECK BUT THE EXTRACT HOLDS "
                  bt-xtr-count(k) " DETAILS"
                  delimited by size into diff-text
           perform 3800-add-difference
         end-if
         if bt-vsam-count(k) not = 0
           move spaces to diff-text
           string "NOT ON THE DECK BUT FIBVSAM HOLDS "
                  bt-vsam-count(k) " KEYS"
                  delimited by size into diff-text
           perform 3800-add-difference
         end-if
         .

       3800-ADD-DIFFERENCE.
         if diff-count less than 10
           add 1 to diff-count
           move diff-text to diff-message(diff-count)
         end-if
         .

      * column totals - read straight off each file, so a set
      * name the sheet could not place still shows up here
       3900-PRINT-TOTAL-LINE.
         move hdg3-line to print-work
         perform 8100-print-line
         move "TOTAL" to sl-set-name
         move 0 to sum-work
         perform varying k from 1 by 1 until k greater than bal-count
           add bt-aud-count(k) to sum-work
         end-perform
         move sum-work to sl-aud-count
         move seq-read-count to sl-seq-count
         move 0 to sum-work
         perform varying k from 1 by 1 until k greater than bal-count
           add bt-rcn-count(k) to sum-work
         end-perform
         move sum-work to sl-rcn-count
         move xtr-dtl-count to sl-xtr-count
         move vsam-read-count to sl-vsam-count
         move spaces to sl-status
         move set-line to print-work
         perform 8100-print-line
         .

      * the extract's own framing - its header must carry the
      * generation's date, its trailer the count and hash of the
      * details it frames, which must in turn be FIBSEQ(0)'s
       4000-BALANCE-EXTRACT.
         move spaces to print-work
         perform 8100-print-line
         move ctl-title-line to print-work
         perform 8100-print-line
         if xtr-trl-sw = "Y"
           move "EXTRACT TRAILER" to cl-label
           move xt-rec-count to cl-count
           move xt-hash-total to cl-hash
           move ctl-line to print-work
           perform 8100-print-line
         end-if
         move "EXTRACT DETAILS" to cl-label
         move xtr-dtl-count to cl-count
         move xtr-hash to cl-hash
         move ctl-line to print-work
         perform 8100-print-line
         move "FIBSEQ(0)" to cl-label
         move seq-read-count to cl-count
         move seq-hash to cl-hash
         move ctl-line to print-work
         perform 8100-print-line

         move 0 to diff-count
         if xtr-hdr-sw not = "Y"
           move "EXTRACT HAS NO HDR RECORD" to diff-text
           perform 3800-add-difference
         else
           if xh-run-date not = gen-date
             move spaces to diff-text
             string "EXTRACT HDR DATE " xh-run-date
                    " NOT = GENERATION DATE " gen-date
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
         end-if
         if xtr-trl-sw not = "Y"
           move "EXTRACT HAS NO TRL RECORD" to diff-text
           perform 3800-add-difference
         else
           if xt-rec-count not = xtr-dtl-count
             move spaces to diff-text
             string "EXTRACT TRL COUNT " xt-rec-count
                    " NOT = DTL RECORDS " xtr-dtl-count
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
           if xt-hash-total not = xtr-hash
             move spaces to diff-text
             string "TRL HASH " xt-hash-total
                    " DTL HASH " xtr-hash(2:18)
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
           if xt-rec-count not = seq-read-count
             move spaces to diff-text
             string "EXTRACT TRL COUNT " xt-rec-count
                    " NOT = FIBSEQ RECORDS " seq-read-count
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
           if xt-hash-total not = seq-hash
             move spaces to diff-text
             string "TRL HASH " xt-hash-total
                    " FIBSEQ " seq-hash(2:18)
                    delimited by size into diff-text
             perform 3800-add-difference
           end-if
         end-if
         perform varying q from 1 by 1 until q greater than diff-count
           move diff-message(q) to dl-message
           move diff-line to print-work
           perform 8100-print-line
           move 0 to exc-set-id
           move spaces to exc-set-name
           move 8 to exc-severity
           move diff-message(q) to exc-message
           perform 8500-write-exception
         end-perform
         add diff-count to total-diff-count
         .

      * the result and the controls group's sign-off
       5000-PRINT-RESULT.
         move spaces to print-work
         perform 8100-print-line
         if total-diff-count greater than 0
           move "OUT OF BALANCE" to rl-result
         else
           move "BALANCED" to rl-result
         end-if
         move bal-count to rl-set-count
         move out-of-cycle-count to rl-ooc-count
         move total-diff-count to rl-diff-count
         move result-line to print-work
         perform 8100-print-line
         move spaces to print-work
         perform 8100-print-line
         move "CHECKED BY: " to sg-label
         move signoff-line to print-work
         perform 8100-print-line
         move spaces to print-work
         perform 8100-print-line
         move "SIGNED OFF: " to sg-label
         move signoff-line to print-work
         perform 8100-print-line
         .

      * decides whether a card with frequency sched-freq runs on
      * sched-date: spaces or DLY every submission, MON-SUN that
      * weekday only, EOM the last day of the month only - same
      * verdict logic as SAMPLE makes, on the same date
       7100-CHECK-SCHEDULE.
         move sched-date(1:4) to sched-yyyy
         move sched-date(5:2) to sched-mm
         move sched-date(7:2) to sched-dd
         move "Y" to run-today-sw
         if sched-freq = "EOM"
           perform 7200-compute-month-days
           if sched-dd not = month-days
             move "N" to run-today-sw
           end-if
         else
           if sched-freq not = spaces and not = "DLY"
             perform 7300-compute-weekday
             if dn-name(sched-dow) not = sched-freq
               move "N" to run-today-sw
             end-if
           end-if
         end-if
         .

       7200-COMPUTE-MONTH-DAYS.
         evaluate sched-mm
           when 4
           when 6
           when 9
           when 11
             move 30 to month-days
           when 2
             move 28 to month-days
             divide sched-yyyy by 4 giving leap-q
                 remainder leap-r
             if leap-r = 0
               divide sched-yyyy by 100 giving leap-q
                   remainder leap-r
               if leap-r not = 0
                 move 29 to month-days
               else
                 divide sched-yyyy by 400 giving leap-q
                     remainder leap-r
                 if leap-r = 0
                   move 29 to month-days
                 end-if
               end-if
             end-if
           when other
             move 31 to month-days
         end-evaluate
         .

      * zeller's congruence, so the weekday is the SCHED-DATE's,
      * not the submission day's
       7300-COMPUTE-WEEKDAY.
         if sched-mm less than 3
           compute zeller-m = sched-mm + 12
           compute zeller-y = sched-yyyy - 1
         else
           move sched-mm to zeller-m
           move sched-yyyy to zeller-y
         end-if
         divide zeller-y by 100 giving zeller-j
             remainder zeller-k
         compute zeller-w = 13 * (zeller-m + 1)
         divide zeller-w by 5 giving zeller-w1
         divide zeller-k by 4 giving zeller-k4
         divide zeller-j by 4 giving zeller-j4
         compute zeller-h = sched-dd + zeller-w1 + zeller-k
             + zeller-k4 + zeller-j4 + (5 * zeller-j)
         divide zeller-h by 7 giving zeller-q
             remainder zeller-h
      * zeller's 0=saturday 1=sunday 2=monday... remapped to
      * 1=monday .. 7=sunday, the order of dow-name-table
         if zeller-h greater than or equal to 2
           compute sched-dow = zeller-h - 1
         else
           compute sched-dow = zeller-h + 6
         end-if
         .

       8000-READ-FIBOUT.
         read fibout
           at end move "Y" to fibout-eof
         end-read
         .

       8100-PRINT-LINE.
         if lines-on-page = 0
           perform 8200-print-page-heading
         end-if
         move space to prt-ctrl
         move print-work to prt-data
         write print-line
         add 1 to lines-on-page
         if lines-on-page greater than or equal to max-lines-per-page
           move 0 to lines-on-page
         end-if
         .

       8200-PRINT-PAGE-HEADING.
         add 1 to page-number
         move page-number to hdg1-page
         move "1" to prt-ctrl
         move hdg1-line to prt-data
         write print-line
         move space to prt-ctrl
         move hdg2-line to prt-data
         write print-line
         move hdg3-line to prt-data
         write print-line
         move 3 to lines-on-page
         .

       8500-WRITE-EXCEPTION.
         accept excp-time from time
         move ws-run-date to exc-run-date
         move excp-time(1:6) to exc-run-time
         move "SAMBALNC" to exc-step
         write excp-record
         .

      * start ("S") or end ("E") record on the stream's step-timing
      * log, the event and counts set by the caller. the log is
      * opened and closed around the one write so the start record
      * is on file even if the step abends
       8800-WRITE-STEP-TIME.
         open extend steptime
         move "SAMBALNC" to st-step
         move step-event to st-event
         accept st-rec-date from date yyyymmdd
         accept st-rec-time from time
         if step-event = "S"
           move 0 to st-count-in
           move 0 to st-count-out
           move 0 to st-return-code
         else
           move step-count-in to st-count-in
           move step-count-out to st-count-out
           move return-code to st-return-code
         end-if
         write steptime-record
         close steptime
         .
