
      *****************************************************
      * SAMAUDCV - ONE-TIME AUDITLOG LAYOUT CONVERSION, RUN
      * AT INSTALL BY THE RELEASE'S UPGRADE JOB (SAMUPGR3
      * THIS RELEASE; ITS 65-TO-73-BYTE PREDECESSOR RAN
      * UNDER SAMUPGR2 AND THE 63-TO-65 ONE UNDER SAMUPGRD).
      * THE AUDIT RECORD GREW FROM 73 TO 85 BYTES WHEN
      * AUD-CHAIN-SET AND AUD-CHAIN-INDEX WERE APPENDED FOR
      * CHAINED SETS, AND THE LIVE LOG IS OPENED EXTEND BY
      * EVERY DAILY RUN - WITHOUT A CONVERSION THE FIRST
      * POST-INSTALL RUN WOULD APPEND 85-BYTE RECORDS
      * BEHIND 73-BYTE ONES AND EVERY READER WOULD MISFRAME
      * THE FILE. THIS PROGRAM READS THE OFFLOADED 73-BYTE
      * LOG (OR THE OFFLOADED AUDARCH HISTORY - IT IS RUN
      * ONCE PER OFFLOAD) AND REWRITES EVERY RECORD IN THE
      * CURRENT AUDTREC LAYOUT WITH A BLANK CHAIN SET AND
      * ZERO CHAIN INDEX: NO SET WAS CHAINED BEFORE CHAINS
      * EXISTED, SO EVERY ONE OF THEM WAS SEEDED FROM ITS
      * OWN CARD - EXACTLY WHAT THOSE VALUES SAY.
      *****************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
      * the retired 73-byte audit record, exactly as AUDTREC laid
      * it out before the chain fields existed
       FD  OLDLOG
           RECORDING MODE IS F.
       01  OLD-AUDIT-RECORD.
           05  OLD-FIB1-SEED       PIC 9(9).
           05  OLD-FIB2-SEED       PIC 9(9).
           05  OLD-REC-COUNT       PIC 9(9).
           05  OLD-SET-NAME        PIC X(8).

       FD  AUDITLOG
           RECORDING MODE IS F.
         77 read-count pic 9(9) value 0.
         77 write-count pic 9(9) value 0.

       PROCEDURE DIVISION.
         open input oldlog
         open output auditlog
               move old-fib1-seed to aud-fib1-seed
               move old-fib2-seed to aud-fib2-seed
               move old-rec-count to aud-rec-count
               move old-set-name to aud-set-name
               move spaces to aud-chain-set
               move 0 to aud-chain-index
               write audit-record
               add 1 to write-count
           end-read
           move 16 to return-code
         else
           display "SAMAUDCV: " write-count " AUDIT RECORDS "
                   "CONVERTED TO THE 85-BYTE LAYOUT"
         end-if
         stop run.
