       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMBINQ.

      *****************************************************
      * SAMBINQ - BATCH INQUIRY. ANSWERS A FILE OF LOOKUP
      * REQUESTS FROM OTHER DEPARTMENTS AGAINST THE FIBVSAM
      * KSDS, GIVING THE SAME ANSWERS THE SAMINQ ONLINE
      * TRANSACTION GIVES AN OPERATOR:
      *   N - SET NAME PLUS SEQUENCE INDEX: THE TERM'S VALUE
      *       AND RUN DATE, OR NOT FOUND. THE NAME RESOLVES
      *       TO ITS CURRENT SET ID OFF A NAME TABLE BUILT
      *       ONCE FROM A PASS OF THE CLUSTER IN PRIMARY KEY
      *       ORDER, THEN THE TERM IS READ BY KEY.
      *   V - A FIB VALUE: FOUND (THE FIRST SET/INDEX HOLDING
      *       IT AND HOW MANY RECORDS HOLD IT) OR NOT ONE OF
      *       OURS, WITH THE NEAREST VALUES BELOW AND ABOVE
      *       EITHER WAY - THE FIB-VALUE ALTERNATE INDEX IS
      *       WALKED IN ASCENDING ORDER UP TO THE FIRST VALUE
      *       PAST THE ONE ASKED ABOUT, AS SAMINQ WALKS IT.
      * THE REQUEST LAYOUT IS COPYBOOKS/BINQREC.CPY. EVERY
      * REQUEST GETS EXACTLY ONE RESPONSE RECORD, IN REQUEST
      * ORDER, FRAMED THE WAY SAMXTRCT FRAMES THE WAREHOUSE
      * EXTRACT (160 BYTES, SEMICOLON DELIMITED, ZERO PADDED):
      *   HDR;SAMBINQ ;YYYYMMDD;YYYYMMDD - THE DATE THE
      *     REQUESTS WERE ANSWERED AND THE RUN DATE OF THE
      *     LATEST GENERATION ON FIBVSAM (THE ANSWERS ARE AS
      *     OF THAT GENERATION)
      *   DTL;REFERENCE   ;REQUESTR;T;R;CC;NNNNNNNN;SS;IIII;
      *     V...(18)V;RUNDATE ;MMMM;B;NNNNNNNN;IIII;V..(18)V;
      *     A;NNNNNNNN;IIII;V...(18)V - THE REQUEST'S
      *     REFERENCE, REQUESTER AND TYPE ECHOED, THE RESULT
      *     (F FOUND, N NOT FOUND, R REJECTED) AND REASON
      *     CODE, THE SET NAME/SET ID/INDEX/VALUE/RUN DATE
      *     ANSWERED (THE REQUESTED NAME AND INDEX, OR THE
      *     REQUESTED VALUE, ARE ALWAYS ECHOED), THE NUMBER
      *     OF RECORDS HOLDING THE VALUE, AND FOR A V REQUEST
      *     THE NEAREST TERM BELOW AND ABOVE - EACH BEHIND A
      *     Y/N FLAG SAYING WHETHER THERE IS ONE
      *   TRL;RRRRRRRRR;FFFFFFFFF;NNNNNNNNN;XXXXXXXXX -
      *     RESPONSES WRITTEN (ONE PER REQUEST READ), THEN
      *     HOW MANY WERE FOUND, NOT FOUND AND REJECTED
      * REASON CODES:
      *   00  ANSWERED
      *   10  NO SET ON FIBVSAM WITH THAT NAME
      *   11  THE SET HAS NO TERM AT THAT INDEX
      *   12  THE VALUE IS NOT ON FILE - NEAREST BELOW AND
      *       ABOVE RETURNED
      *   20  REFERENCE IS BLANK              (REJECTED)
      *   21  REQUEST TYPE IS NOT N OR V      (REJECTED)
      *   22  SET NAME IS BLANK               (REJECTED)
      *   23  INDEX NOT NUMERIC OR ZERO       (REJECTED)
      *   24  VALUE NOT NUMERIC               (REJECTED)
      *   90  FIBVSAM READ ERROR - NOT ANSWERED (REJECTED)
      * A BADLY FORMED REQUEST IS RETURNED, NOT DROPPED. THE
      * STEP ENDS RC=4 WHEN ANY REQUEST WAS REJECTED AND RC=8
      * ON A FIBVSAM READ ERROR. READ-ONLY AGAINST FIBVSAM,
      * SO IT MAY RUN WHILE SAMINQ IS UP AND A RERUN IS SAFE.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BINQREQ ASSIGN TO "BINQREQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BINQRSP ASSIGN TO "BINQRSP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIBVSAM ASSIGN TO "FIBVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIB-REC-KEY
               ALTERNATE RECORD KEY IS FIB-VALUE
                   WITH DUPLICATES
               FILE STATUS IS ws-fibvsam-status.

       DATA DIVISION.
       FILE SECTION.
       FD  BINQREQ
           RECORDING MODE IS F.
           COPY BINQREC.

       FD  BINQRSP
           RECORDING MODE IS F.
       01  BINQ-RESPONSE               PIC X(160).

       FD  FIBVSAM.
           COPY FIBREC.

       WORKING-STORAGE SECTION.

         77 ws-fibvsam-status pic XX.
         77 ws-run-date pic 9(8).
         77 binqreq-eof pic X value "N".
         77 scan-done-sw pic X.
         77 name-found-sw pic X.
         77 vsam-as-of-date pic 9(8) value 0.
         77 request-count pic 9(9) value 0.
         77 found-count pic 9(9) value 0.
         77 notfound-count pic 9(9) value 0.
         77 reject-count pic 9(9) value 0.
         77 error-count pic 9(9) value 0.
         77 n pic 9(4).

      * set name to current set id, one entry per set on the
      * cluster - see 1000-LOAD-SET-NAMES
         77 name-count pic 9(4) value 0.
         01 set-name-table.
           05 set-name-entry occurs 99 times.
             10 nt-set-name pic X(8).
             10 nt-set-id pic 9(2).

         01 hdr-line.
           05 filler pic X(4) value "HDR;".
           05 filler pic X(8) value "SAMBINQ ".
           05 filler pic X value ";".
           05 hdr-run-date pic 9(8).
           05 filler pic X value ";".
           05 hdr-as-of-date pic 9(8).

         01 dtl-line.
           05 filler pic X(4) value "DTL;".
           05 dtl-req-ref pic X(12).
           05 filler pic X value ";".
           05 dtl-requester pic X(8).
           05 filler pic X value ";".
           05 dtl-req-type pic X.
           05 filler pic X value ";".
           05 dtl-result pic X.
           05 filler pic X value ";".
           05 dtl-reason pic 9(2).
           05 filler pic X value ";".
           05 dtl-set-name pic X(8).
           05 filler pic X value ";".
           05 dtl-set-id pic 9(2).
           05 filler pic X value ";".
           05 dtl-seq-index pic 9(4).
           05 filler pic X value ";".
           05 dtl-value pic 9(18).
           05 filler pic X value ";".
           05 dtl-run-date pic 9(8).
           05 filler pic X value ";".
           05 dtl-match-count pic 9(4).
           05 filler pic X value ";".
           05 dtl-below-sw pic X.
           05 filler pic X value ";".
           05 dtl-below-set-name pic X(8).
           05 filler pic X value ";".
           05 dtl-below-index pic 9(4).
           05 filler pic X value ";".
           05 dtl-below-value pic 9(18).
           05 filler pic X value ";".
           05 dtl-above-sw pic X.
           05 filler pic X value ";".
           05 dtl-above-set-name pic X(8).
           05 filler pic X value ";".
           05 dtl-above-index pic 9(4).
           05 filler pic X value ";".
           05 dtl-above-value pic 9(18).

         01 trl-line.
           05 filler pic X(4) value "TRL;".
           05 trl-rec-count pic 9(9).
           05 filler pic X value ";".
           05 trl-found-count pic 9(9).
           05 filler pic X value ";".
           05 trl-notfound-count pic 9(9).
           05 filler pic X value ";".
           05 trl-reject-count pic 9(9).

       PROCEDURE DIVISION.
         accept ws-run-date from date yyyymmdd
         open input fibvsam
         perform 1000-load-set-names

         open input binqreq
         open output binqrsp
         move ws-run-date to hdr-run-date
         move vsam-as-of-date to hdr-as-of-date
         move spaces to binq-response
         move hdr-line to binq-response
         write binq-response

         perform until binqreq-eof = "Y"
           read binqreq
             at end move "Y" to binqreq-eof
             not at end
               add 1 to request-count
               perform 2000-answer-request
           end-read
         end-perform

         move request-count to trl-rec-count
         move found-count to trl-found-count
         move notfound-count to trl-notfound-count
         move reject-count to trl-reject-count
         move spaces to binq-response
         move trl-line to binq-response
         write binq-response
         close binqrsp
         close binqreq
         close fibvsam

         display "SAMBINQ: " request-count " REQUESTS ANSWERED - "
                 found-count " FOUND, " notfound-count
                 " NOT FOUND, " reject-count " REJECTED"
         if error-count greater than 0
           display "SAMBINQ: " error-count " REQUESTS NOT ANSWERED "
                   "ON A FIBVSAM READ ERROR - RERUN THE BATCH"
           move 8 to return-code
         else
           if reject-count greater than 0
             move 4 to return-code
           end-if
         end-if
         stop run.

      * one pass of the cluster in primary key order: a set's
      * records are contiguous and each carries the producing
      * card's permanent name, so the first record of each set
      * id gives that set's entry. the latest run date seen is
      * the generation the answers are as of
       1000-LOAD-SET-NAMES.
         move "N" to scan-done-sw
         move 0 to fib-set-id
         move 0 to fib-seq-index
         start fibvsam key not less than fib-rec-key
           invalid key
             move "Y" to scan-done-sw
         end-start
         perform until scan-done-sw = "Y"
           read fibvsam next
             at end
               move "Y" to scan-done-sw
             not at end
               if name-count = 0
                  or fib-set-id not = nt-set-id(name-count)
                 if name-count less than 99
                   add 1 to name-count
                   move fib-set-name to nt-set-name(name-count)
                   move fib-set-id to nt-set-id(name-count)
                 end-if
               end-if
               if fib-run-date greater than vsam-as-of-date
                 move fib-run-date to vsam-as-of-date
               end-if
           end-read
         end-perform
         .

      * edits the request, answers it if it passed, and writes
      * its one response record
       2000-ANSWER-REQUEST.
         move bq-req-ref to dtl-req-ref
         move bq-requester to dtl-requester
         move bq-req-type to dtl-req-type
         move space to dtl-result
         move 0 to dtl-reason
         move spaces to dtl-set-name
         move 0 to dtl-set-id
         move 0 to dtl-seq-index
         move 0 to dtl-value
         move 0 to dtl-run-date
         move 0 to dtl-match-count
         move "N" to dtl-below-sw
         move spaces to dtl-below-set-name
         move 0 to dtl-below-index
         move 0 to dtl-below-value
         move "N" to dtl-above-sw
         move spaces to dtl-above-set-name
         move 0 to dtl-above-index
         move 0 to dtl-above-value

         perform 2100-edit-request
         if dtl-result = space
           if bq-req-type = "N"
             perform 3000-lookup-name
           else
             perform 4000-lookup-value
           end-if
         end-if

         evaluate dtl-result
           when "F"
             add 1 to found-count
           when "N"
             add 1 to notfound-count
           when other
             add 1 to reject-count
         end-evaluate
         move spaces to binq-response
         move dtl-line to binq-response
         write binq-response
         .

      * the request is echoed as far as its fields are usable -
      * a field that fails its edit goes back as zeros
       2100-EDIT-REQUEST.
         if bq-req-type = "N"
           move bq-set-name to dtl-set-name
           if bq-seq-index-x numeric
             move bq-seq-index to dtl-seq-index
           end-if
         end-if
         if bq-req-type = "V"
           if bq-value-x numeric
             move bq-value to dtl-value
           end-if
         end-if
         evaluate true
           when bq-req-ref = spaces
             move "R" to dtl-result
             move 20 to dtl-reason
           when bq-req-type not = "N" and not = "V"
             move "R" to dtl-result
             move 21 to dtl-reason
           when bq-req-type = "N" and bq-set-name = spaces
             move "R" to dtl-result
             move 22 to dtl-reason
           when bq-req-type = "N" and bq-seq-index-x not numeric
             move "R" to dtl-result
             move 23 to dtl-reason
           when bq-req-type = "N" and bq-seq-index = 0
             move "R" to dtl-result
             move 23 to dtl-reason
           when bq-req-type = "V" and bq-value-x not numeric
             move "R" to dtl-result
             move 24 to dtl-reason
         end-evaluate
         .

      * the name resolves to its current set id off the name
      * table, then the term is read by key as SAMINQ's N path
      * reads it
       3000-LOOKUP-NAME.
         move "N" to name-found-sw
         perform varying n from 1 by 1 until n greater than name-count
           if nt-set-name(n) = bq-set-name
             move "Y" to name-found-sw
             move nt-set-id(n) to fib-set-id
             move name-count to n
           end-if
         end-perform
         if name-found-sw not = "Y"
           move "N" to dtl-result
           move 10 to dtl-reason
         else
           move fib-set-id to dtl-set-id
           move bq-seq-index to fib-seq-index
           read fibvsam
             invalid key
               if ws-fibvsam-status = "23"
                 move "N" to dtl-result
                 move 11 to dtl-reason
               else
                 perform 8000-report-read-error
               end-if
             not invalid key
               move "F" to dtl-result
               move fib-value to dtl-value
               move fib-run-date to dtl-run-date
               move 1 to dtl-match-count
           end-read
         end-if
         .

      * the same forward pass SAMINQ's V path makes, in
      * ascending FIB-VALUE order from the lowest value on file
      * up to the first value past the one asked about: the last
      * record seen under it is the nearest below, every record
      * equal to it is a match (the first is returned), and the
      * record that ends the pass is the nearest above. there is
      * no backward read on the path, so a START at the value
      * itself would never surface the nearest below
       4000-LOOKUP-VALUE.
         move "N" to scan-done-sw
         move 0 to fib-value
         start fibvsam key not less than fib-value
           invalid key
             move "Y" to scan-done-sw
         end-start
         perform until scan-done-sw = "Y"
           read fibvsam next
             at end
               move "Y" to scan-done-sw
             not at end
               evaluate true
                 when fib-value less than bq-value
                   move "Y" to dtl-below-sw
                   move fib-set-name to dtl-below-set-name
                   move fib-seq-index to dtl-below-index
                   move fib-value to dtl-below-value
                 when fib-value = bq-value
                   add 1 to dtl-match-count
                   if dtl-match-count = 1
                     move fib-set-name to dtl-set-name
                     move fib-set-id to dtl-set-id
                     move fib-seq-index to dtl-seq-index
                     move fib-run-date to dtl-run-date
                   end-if
                 when other
                   move "Y" to dtl-above-sw
                   move fib-set-name to dtl-above-set-name
                   move fib-seq-index to dtl-above-index
                   move fib-value to dtl-above-value
                   move "Y" to scan-done-sw
               end-evaluate
           end-read
         end-perform
         if dtl-match-count greater than 0
           move "F" to dtl-result
         else
           move "N" to dtl-result
           move 12 to dtl-reason
         end-if
         .

       8000-REPORT-READ-ERROR.
         display "SAMBINQ: FIBVSAM READ ERROR, STATUS "
                 ws-fibvsam-status " - REQUEST " bq-req-ref
                 " NOT ANSWERED"
         add 1 to error-count
         move "R" to dtl-result
         move 90 to dtl-reason
         .
