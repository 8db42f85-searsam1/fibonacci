      *       SAMPGDG, WALKED IN ASCENDING VALUE ORDER UP TO
      *       THE FIRST VALUE PAST THE ONE KEYED IN.
      * FUNCTION X EXITS THE TRANSACTION.
      * THE OPERATOR SIGNS ON FIRST: THE ID MUST BE ON THE
      * OPERAUTH FILE WITH INQUIRY AUTHORITY (SEE COPYBOOKS/
      * OPAUREC.CPY) BEFORE FIBVSAM IS OPENED. A REFUSED ID IS
      * LOGGED ON SECVLOG (SEE COPYBOOKS/SECVREC.CPY) AND THE
      * THIRD REFUSAL ENDS THE TRANSACTION.
      *****************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS FIB-VALUE
                   WITH DUPLICATES
               FILE STATUS IS ws-fibvsam-status.
           SELECT OPERAUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS ws-operauth-status.
           SELECT OPTIONAL SECVLOG ASSIGN TO "SECVLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIBVSAM.
           COPY FIBREC.

       FD  OPERAUTH.
           COPY OPAUREC.

       FD  SECVLOG
           RECORDING MODE IS F.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

         77 ws-fibvsam-status pic XX.
         77 ws-operauth-status pic XX.
         77 ws-operator pic X(8) value spaces.
         77 ws-signon-sw pic X value "N".
         77 ws-signon-tries pic 9 value 0.
         77 ws-message pic X(60) value spaces.
         77 ws-viol-reason pic X(40).
         77 ws-viol-time pic 9(8).
         77 ws-done-sw pic X value "N".
         77 ws-inquiry-func pic X value space.
         77 ws-inquiry-set pic 9(2) value 1.
         77 ws-above-line pic X(70).

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMINQ - FIBONACCI LOOKUP".
           05  LINE 3  COLUMN 1
               VALUE "KEY YOUR OPERATOR ID: ".
           05  LINE 3  COLUMN 23 PIC X(8) TO ws-operator.
           05  LINE 5  COLUMN 1  PIC X(60) FROM ws-message.

       01  FUNCTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMINQ - FIBONACCI LOOKUP".

       PROCEDURE DIVISION.
       0000-MAIN.
           perform 0100-SIGN-ON
           open i-o fibvsam
           perform until ws-done-sw = "Y"
             display FUNCTION-SCREEN
           close fibvsam
           stop run.

      * only an operator the security administrator enrolled with
      * inquiry authority gets as far as FIBVSAM - a refused id is
      * logged, and the third refusal ends the transaction
       0100-SIGN-ON.
           open input operauth
           perform until ws-signon-sw = "Y"
             move spaces to ws-operator
             perform until ws-operator not = spaces
               display OPERATOR-SCREEN
               accept OPERATOR-SCREEN
             end-perform
             move spaces to ws-message
             move ws-operator to oa-operator
             read operauth
               invalid key
                 move spaces to ws-viol-reason
                 string "NOT ON OPERAUTH, STATUS "
                        ws-operauth-status
                        delimited by size into ws-viol-reason
               not invalid key
                 if oa-inquiry-sw = "Y"
                   move "Y" to ws-signon-sw
                 else
                   move "NO INQUIRY AUTHORITY" to ws-viol-reason
                 end-if
             end-read
             if ws-signon-sw not = "Y"
               perform 8600-LOG-VIOLATION
               add 1 to ws-signon-tries
               if ws-signon-tries = 3
                 close operauth
                 display "SAMINQ: SIGN-ON REFUSED 3 TIMES - "
                         "TRANSACTION ENDED"
                 move 8 to return-code
                 stop run
               end-if
               move "OPERATOR ID NOT AUTHORIZED FOR INQUIRY"
                 to ws-message
             end-if
           end-perform
           close operauth.

       1000-GET-INDEX.
           display INQUIRY-SCREEN
           accept INQUIRY-SCREEN.
           else
             display RESULT-NONAME-SCREEN
           end-if.

       8600-LOG-VIOLATION.
           accept ws-viol-time from time
           open extend secvlog
           accept sv-event-date from date yyyymmdd
           move ws-viol-time(1:6) to sv-event-time
           move "V" to sv-event-type
           move "SAMINQ" to sv-program
           move ws-operator to sv-operator
           move "SIGNON" to sv-function
           move spaces to sv-object
           move ws-viol-reason to sv-reason
           write secvlog-record
           close secvlog.
