       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPHCV.

      *****************************************************
      * SAMPHCV - ONE-TIME PARMHIST LAYOUT CONVERSION, RUN
      * AT INSTALL BY THE RELEASE'S UPGRADE JOB (SAMUPGR3).
      * THE JOURNAL RECORD GREW FROM 105 TO 127 BYTES WHEN
      * PH-APPROVER AND PH-APPR-DATE/TIME WERE APPENDED FOR
      * SECOND-OPERATOR APPROVAL, AND SAMPARM OPENS THE LIVE
      * JOURNAL EXTEND - WITHOUT A CONVERSION THE FIRST
      * POST-INSTALL APPROVAL WOULD APPEND 127-BYTE RECORDS
      * BEHIND 105-BYTE ONES AND SAMPHRPT/SAMPHRST WOULD
      * MISFRAME THE FILE. THIS PROGRAM READS THE OFFLOADED
      * 105-BYTE JOURNAL AND REWRITES EVERY RECORD IN THE
      * CURRENT PRMHREC LAYOUT WITH A BLANK APPROVER AND
      * ZERO APPROVAL DATE/TIME - THE CHANGES WERE MADE
      * BEFORE APPROVALS EXISTED, SO THEIR CHANGE DATE
      * STANDS ALONE, EXACTLY AS SAMPHRST READS IT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDHIST ASSIGN TO "OLDHIST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARMHIST ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the retired 105-byte journal record, exactly as PRMHREC
      * laid it out before the approval fields existed
       FD  OLDHIST
           RECORDING MODE IS F.
       01  OLD-HIST-RECORD.
           05  OLD-CHG-DATE        PIC 9(8).
           05  OLD-CHG-TIME        PIC 9(6).
           05  OLD-OPERATOR        PIC X(8).
           05  OLD-CARD-NO         PIC 9(2).
           05  OLD-IMAGE-TYPE      PIC X(1).
           05  OLD-CARD-IMAGE      PIC X(80).

       FD  PARMHIST
           RECORDING MODE IS F.
           COPY PRMHREC.

       WORKING-STORAGE SECTION.

         77 oldhist-eof pic X value "N".
         77 read-count pic 9(9) value 0.
         77 write-count pic 9(9) value 0.

       PROCEDURE DIVISION.
         open input oldhist
         open output parmhist

         perform until oldhist-eof = "Y"
           read oldhist
             at end move "Y" to oldhist-eof
             not at end
               add 1 to read-count
               move old-chg-date to ph-chg-date
               move old-chg-time to ph-chg-time
               move old-operator to ph-operator
               move old-card-no to ph-card-no
               move old-image-type to ph-image-type
               move old-card-image to ph-card-image
               move spaces to ph-approver
               move 0 to ph-appr-date
               move 0 to ph-appr-time
               write parmhist-record
               add 1 to write-count
           end-read
         end-perform

         close oldhist
         close parmhist

         if write-count not = read-count
           display "SAMPHCV: " read-count " READ BUT " write-count
                   " WRITTEN - DO NOT RELEASE THE CONVERTED JOURNAL"
           move 16 to return-code
         else
           display "SAMPHCV: " write-count " JOURNAL RECORDS "
                   "CONVERTED TO THE 127-BYTE LAYOUT"
         end-if
         stop run.
