       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMEXCMT.

      *****************************************************
      * SAMEXCMT - ONLINE FOLLOW-UP OF THE EXCPOPEN OPEN
      * EXCEPTION ITEMS (SEE COPYBOOKS/EXCOREC.CPY) THAT
      * SAMEXCRP ROLLS THE NIGHT'S EXCPLOG INTO. PAGES
      * THROUGH THE ITEMS STILL OPEN, TWELVE TO A PAGE IN
      * STEP, SET NAME AND MESSAGE ORDER - THE ORDER OF THE
      * SAMEXCRP SECTIONS:
      *   N - NEXT PAGE
      *   T - BACK TO THE TOP
      *   LINE NUMBER - SELECTS THAT ITEM: ITS WHOLE MESSAGE,
      *       DATES, TIMES SEEN AND ANY EARLIER CLOSURE ARE
      *       SHOWN, AND THE OPERATOR MAY
      *         A - ASSIGN IT TO AN OPERATOR ID ON OPERAUTH
      *             (SPACES TAKES THE ASSIGNMENT AWAY), WITH
      *             THE NOTE KEPT AS PROGRESS SO FAR,
      *         C - CLOSE IT - A RESOLUTION NOTE IS REQUIRED,
      *         OR LEAVE IT UNCHANGED.
      *   X - EXITS THE TRANSACTION.
      * EVERY ASSIGNMENT AND CLOSURE IS STAMPED ON THE ITEM
      * WITH THE OPERATOR WHO MADE IT AND THE DATE. A CLOSED
      * ITEM DROPS OFF THESE PAGES AND THE MORNING REPORT; IF
      * THE PROBLEM IS REPORTED AGAIN SAMEXCRP RE-OPENS IT.
      * THE OPERATOR SIGNS ON AGAINST OPERAUTH (SEE COPYBOOKS/
      * OPAUREC.CPY) AND MUST HOLD UPDATE, APPROVE OR
      * ADMINISTRATOR AUTHORITY; A REFUSED ID IS LOGGED ON
      * SECVLOG (SEE COPYBOOKS/SECVREC.CPY) AND THE THIRD
      * REFUSAL ENDS THE TRANSACTION.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCPOPEN ASSIGN TO "EXCPOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EO-KEY
               FILE STATUS IS ws-excpopen-status.
           SELECT OPERAUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS ws-operauth-status.
           SELECT OPTIONAL SECVLOG ASSIGN TO "SECVLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPOPEN.
           COPY EXCOREC.

       FD  OPERAUTH.
           COPY OPAUREC.

       FD  SECVLOG
           RECORDING MODE IS F.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

         77 ws-excpopen-status pic XX.
         77 ws-operauth-status pic XX.
         77 ws-operator pic X(8) value spaces.
         77 ws-signon-sw pic X value "N".
         77 ws-signon-tries pic 9 value 0.
         77 ws-viol-reason pic X(40).
         77 ws-viol-time pic 9(8).
         77 ws-done-sw pic X value "N".
         77 ws-scan-done-sw pic X.
         77 ws-more-sw pic X value "N".
         77 ws-action-done-sw pic X.
         77 ws-dir-cmd pic X(2) value spaces.
         77 ws-sel-no pic 9(2).
         77 ws-page-count pic 9(2) value 0.
         77 ws-page-start pic X(76).
         77 ws-next-start pic X(76).
         77 ws-sel-key pic X(76).
         77 ws-action pic X.
         77 ws-today pic 9(8).
         77 ws-message pic X(60) value spaces.
         77 ws-reopen-text pic X(60).

         77 ed-assigned-to pic X(8).
         77 ed-resolution pic X(60).

      * the keys of the items on the page showing, so a line
      * number keyed by the operator can be turned back into one
         01 dir-page-table.
           05 dp-item-key occurs 12 times pic X(76).

         01 dir-lines.
           05 dir-line-01 pic X(78).
           05 dir-line-02 pic X(78).
           05 dir-line-03 pic X(78).
           05 dir-line-04 pic X(78).
           05 dir-line-05 pic X(78).
           05 dir-line-06 pic X(78).
           05 dir-line-07 pic X(78).
           05 dir-line-08 pic X(78).
           05 dir-line-09 pic X(78).
           05 dir-line-10 pic X(78).
           05 dir-line-11 pic X(78).
           05 dir-line-12 pic X(78).
         01 dir-line-table redefines dir-lines.
           05 dir-line occurs 12 times pic X(78).

         01 dir-line-work.
           05 dl-line-no pic Z9.
           05 filler pic X(1) value spaces.
           05 dl-step pic X(8).
           05 filler pic X(1) value spaces.
           05 dl-set-name pic X(8).
           05 filler pic X(1) value spaces.
           05 dl-sev pic Z9.
           05 filler pic X(1) value spaces.
           05 dl-first-seen pic 9(8).
           05 filler pic X(1) value spaces.
           05 dl-seen-count pic ZZZZ9.
           05 filler pic X(1) value spaces.
           05 dl-assigned-to pic X(8).
           05 filler pic X(1) value spaces.
           05 dl-message pic X(30).

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "SAMEXCMT - OPEN EXCEPTION ITEMS".
           05  LINE 3  COLUMN 1
               VALUE "KEY YOUR OPERATOR ID: ".
           05  LINE 3  COLUMN 23 PIC X(8) TO ws-operator.
           05  LINE 5  COLUMN 1  PIC X(60) FROM ws-message.

       01  DIRECTORY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "SAMEXCMT - OPEN EXCEPTION ITEMS".
           05  LINE 3  COLUMN 1
               VALUE "LN STEP     SET NAME SV 1ST SEEN".
           05  LINE 3  COLUMN 34 VALUE "TIMES ASSIGNED MESSAGE".
           05  LINE 5  COLUMN 1  PIC X(78) FROM dir-line-01.
           05  LINE 6  COLUMN 1  PIC X(78) FROM dir-line-02.
           05  LINE 7  COLUMN 1  PIC X(78) FROM dir-line-03.
           05  LINE 8  COLUMN 1  PIC X(78) FROM dir-line-04.
           05  LINE 9  COLUMN 1  PIC X(78) FROM dir-line-05.
           05  LINE 10 COLUMN 1  PIC X(78) FROM dir-line-06.
           05  LINE 11 COLUMN 1  PIC X(78) FROM dir-line-07.
           05  LINE 12 COLUMN 1  PIC X(78) FROM dir-line-08.
           05  LINE 13 COLUMN 1  PIC X(78) FROM dir-line-09.
           05  LINE 14 COLUMN 1  PIC X(78) FROM dir-line-10.
           05  LINE 15 COLUMN 1  PIC X(78) FROM dir-line-11.
           05  LINE 16 COLUMN 1  PIC X(78) FROM dir-line-12.
           05  LINE 18 COLUMN 1  PIC X(60) FROM ws-message.
           05  LINE 20 COLUMN 1
               VALUE "(N)EXT PAGE, (T)OP, LINE NO TO SELECT, E(X)IT: ".
           05  LINE 20 COLUMN 49 PIC X(2) TO ws-dir-cmd.

       01  ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "SAMEXCMT - OPEN EXCEPTION ITEM".
           05  LINE 3  COLUMN 1  VALUE "STEP............: ".
           05  LINE 3  COLUMN 19 PIC X(8) FROM eo-step.
           05  LINE 3  COLUMN 30 VALUE "SEVERITY: ".
           05  LINE 3  COLUMN 40 PIC 9(2) FROM eo-severity.
           05  LINE 4  COLUMN 1  VALUE "SET NAME / ID...: ".
           05  LINE 4  COLUMN 19 PIC X(8) FROM eo-set-name.
           05  LINE 4  COLUMN 30 PIC 9(2) FROM eo-set-id.
           05  LINE 5  COLUMN 1  VALUE "MESSAGE.........: ".
           05  LINE 6  COLUMN 3  PIC X(60) FROM eo-message.
           05  LINE 7  COLUMN 1  VALUE "FIRST SEEN......: ".
           05  LINE 7  COLUMN 19 PIC 9(8) FROM eo-first-seen.
           05  LINE 7  COLUMN 30 VALUE "LAST SEEN: ".
           05  LINE 7  COLUMN 41 PIC 9(8) FROM eo-last-seen.
           05  LINE 8  COLUMN 1  VALUE "TIMES SEEN......: ".
           05  LINE 8  COLUMN 19 PIC 9(5) FROM eo-seen-count.
           05  LINE 9  COLUMN 1  PIC X(60) FROM ws-reopen-text.
           05  LINE 11 COLUMN 1  VALUE "ASSIGNED TO.....: ".
           05  LINE 11 COLUMN 19 PIC X(8) USING ed-assigned-to.
           05  LINE 11 COLUMN 30 VALUE "BY ".
           05  LINE 11 COLUMN 33 PIC X(8) FROM eo-assigned-by.
           05  LINE 11 COLUMN 42 VALUE "ON ".
           05  LINE 11 COLUMN 45 PIC 9(8) FROM eo-assigned-date.
           05  LINE 12 COLUMN 1  VALUE "NOTE / RESOLUTION: ".
           05  LINE 13 COLUMN 3  PIC X(60) USING ed-resolution.
           05  LINE 18 COLUMN 1  PIC X(60) FROM ws-message.
           05  LINE 20 COLUMN 1
               VALUE "(A)SSIGN, (C)LOSE, OR SPACE TO LEAVE UNCHANGED: ".
           05  LINE 20 COLUMN 50 PIC X TO ws-action.

       PROCEDURE DIVISION.
       0000-MAIN.
           perform 0100-SIGN-ON
           open i-o excpopen
           move low-values to ws-page-start
           perform 1000-LOAD-PAGE
           perform until ws-done-sw = "Y"
             display DIRECTORY-SCREEN
             accept DIRECTORY-SCREEN
             move spaces to ws-message
             evaluate true
               when ws-dir-cmd = "N " or ws-dir-cmd = "n "
                 if ws-more-sw = "Y"
                   move ws-next-start to ws-page-start
                   perform 1000-LOAD-PAGE
                 else
                   move "ALREADY AT THE LAST PAGE" to ws-message
                 end-if
               when ws-dir-cmd = "T " or ws-dir-cmd = "t "
                 move low-values to ws-page-start
                 perform 1000-LOAD-PAGE
               when ws-dir-cmd = "X " or ws-dir-cmd = "x "
                 move "Y" to ws-done-sw
               when other
                 perform 2000-SELECT-LINE
             end-evaluate
             move spaces to ws-dir-cmd
           end-perform
           close excpopen
           close operauth
           stop run.

      * OPERAUTH stays open after sign-on - an assignment must
      * name an operator on it
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
                 if oa-update-sw = "Y" or oa-approve-sw = "Y"
                    or oa-admin-sw = "Y"
                   move "Y" to ws-signon-sw
                 else
                   move "NO UPDATE, APPROVE OR ADMIN AUTHORITY"
                     to ws-viol-reason
                 end-if
             end-read
             if ws-signon-sw not = "Y"
               perform 8600-LOG-VIOLATION
               add 1 to ws-signon-tries
               if ws-signon-tries = 3
                 close operauth
                 display "SAMEXCMT: SIGN-ON REFUSED 3 TIMES - "
                         "TRANSACTION ENDED"
                 move 8 to return-code
                 stop run
               end-if
               move "OPERATOR ID NOT AUTHORIZED FOR SAMEXCMT"
                 to ws-message
             end-if
           end-perform.

      * fills the page with open items from ws-page-start in key
      * order, skipping closed ones, then finds one open item
      * further so N knows whether there is a next page
       1000-LOAD-PAGE.
           move spaces to dir-lines
           move spaces to dir-page-table
           move 0 to ws-page-count
           move "N" to ws-more-sw
           move "N" to ws-scan-done-sw
           move ws-page-start to eo-key
           start excpopen key not less than eo-key
             invalid key
               move "Y" to ws-scan-done-sw
           end-start
           perform until ws-scan-done-sw = "Y"
             read excpopen next
               at end
                 move "Y" to ws-scan-done-sw
               not at end
                 if eo-status = "O"
                   if ws-page-count = 12
                     move "Y" to ws-more-sw
                     move eo-key to ws-next-start
                     move "Y" to ws-scan-done-sw
                   else
                     add 1 to ws-page-count
                     perform 1100-FORMAT-LINE
                   end-if
                 end-if
             end-read
           end-perform
      * what was just done to an item outranks the page message
           if ws-message = spaces
             if ws-page-count = 0
               move "NO OPEN EXCEPTION ITEMS" to ws-message
             else
               if ws-more-sw = "N"
                 move "END OF OPEN ITEMS" to ws-message
               end-if
             end-if
           end-if.

       1100-FORMAT-LINE.
           move ws-page-count to dl-line-no
           move eo-step to dl-step
           move eo-set-name to dl-set-name
           move eo-severity to dl-sev
           move eo-first-seen to dl-first-seen
           move eo-seen-count to dl-seen-count
           if eo-assigned-to = spaces
             move "-" to dl-assigned-to
           else
             move eo-assigned-to to dl-assigned-to
           end-if
           move eo-message to dl-message
           move dir-line-work to dir-line(ws-page-count)
           move eo-key to dp-item-key(ws-page-count).

      * a line number off the page showing selects that item - it
      * is re-read, SAMEXCRP may have run since the page was filled
       2000-SELECT-LINE.
           move 0 to ws-sel-no
           if ws-dir-cmd(2:1) = space and ws-dir-cmd(1:1) numeric
             move ws-dir-cmd(1:1) to ws-sel-no
           else
             if ws-dir-cmd numeric
               move ws-dir-cmd to ws-sel-no
             end-if
           end-if
           if ws-sel-no = 0 or ws-sel-no greater than ws-page-count
             move "KEY N, T, X OR A LINE NUMBER ON THIS PAGE"
               to ws-message
           else
             move dp-item-key(ws-sel-no) to ws-sel-key
             move ws-sel-key to eo-key
             read excpopen
               invalid key
                 move "ITEM IS NO LONGER ON EXCPOPEN - PAGE REFRESHED"
                   to ws-message
                 perform 1000-LOAD-PAGE
               not invalid key
                 if eo-status = "O"
                   perform 3000-MAINTAIN-ITEM
                 else
                   move "ITEM HAS BEEN CLOSED - PAGE REFRESHED"
                     to ws-message
                 end-if
                 perform 1000-LOAD-PAGE
             end-read
           end-if.

      * the item is shown until it is assigned, closed or left
      * unchanged; the note starts as whatever was saved last
       3000-MAINTAIN-ITEM.
           move eo-assigned-to to ed-assigned-to
           move eo-resolution to ed-resolution
           move spaces to ws-reopen-text
           if eo-reopen-count greater than 0
             string "REOPENED - LAST CLOSED BY " eo-closed-by
                    " ON " eo-closed-date
                    delimited by size into ws-reopen-text
           end-if
           move "N" to ws-action-done-sw
           perform until ws-action-done-sw = "Y"
             move space to ws-action
             display ITEM-SCREEN
             accept ITEM-SCREEN
             move spaces to ws-message
             evaluate ws-action
               when "A"
               when "a"
                 perform 3100-CHECK-ASSIGNEE
                 if ws-message = spaces
                   perform 3200-ASSIGN-ITEM
                   move "Y" to ws-action-done-sw
                 end-if
               when "C"
               when "c"
                 if ed-resolution = spaces
                   move "KEY A RESOLUTION NOTE TO CLOSE THE ITEM"
                     to ws-message
                 else
                   perform 3100-CHECK-ASSIGNEE
                   if ws-message = spaces
                     perform 3300-CLOSE-ITEM
                     move "Y" to ws-action-done-sw
                   end-if
                 end-if
               when space
                 move "NOTHING CHANGED" to ws-message
                 move "Y" to ws-action-done-sw
               when other
                 move "KEY A, C OR SPACE" to ws-message
             end-evaluate
           end-perform.

       3100-CHECK-ASSIGNEE.
           if ed-assigned-to not = spaces
             move ed-assigned-to to oa-operator
             read operauth
               invalid key
                 move spaces to ws-message
                 string "OPERATOR " ed-assigned-to
                        " IS NOT ON OPERAUTH"
                        delimited by size into ws-message
             end-read
           end-if.

      * the item is read again for update so a change SAMEXCRP
      * made meanwhile is not written over
       3200-ASSIGN-ITEM.
           move ws-sel-key to eo-key
           read excpopen
             invalid key
               move "ITEM IS NO LONGER ON EXCPOPEN - NOT ASSIGNED"
                 to ws-message
             not invalid key
               accept ws-today from date yyyymmdd
               move ed-assigned-to to eo-assigned-to
               move ws-operator to eo-assigned-by
               move ws-today to eo-assigned-date
               move ed-resolution to eo-resolution
               rewrite excpopen-record
                 invalid key
                   move spaces to ws-message
                   string "EXCPOPEN REWRITE FAILED, STATUS "
                          ws-excpopen-status
                          delimited by size into ws-message
                 not invalid key
                   if ed-assigned-to = spaces
                     move "ITEM UNASSIGNED" to ws-message
                   else
                     string "ITEM ASSIGNED TO " ed-assigned-to
                            delimited by size into ws-message
                   end-if
               end-rewrite
           end-read.

       3300-CLOSE-ITEM.
           move ws-sel-key to eo-key
           read excpopen
             invalid key
               move "ITEM IS NO LONGER ON EXCPOPEN - NOT CLOSED"
                 to ws-message
             not invalid key
               accept ws-today from date yyyymmdd
               move "C" to eo-status
               move ws-operator to eo-closed-by
               move ws-today to eo-closed-date
               move ed-resolution to eo-resolution
               if ed-assigned-to not = eo-assigned-to
                 move ed-assigned-to to eo-assigned-to
                 move ws-operator to eo-assigned-by
                 move ws-today to eo-assigned-date
               end-if
               rewrite excpopen-record
                 invalid key
                   move spaces to ws-message
                   string "EXCPOPEN REWRITE FAILED, STATUS "
                          ws-excpopen-status
                          delimited by size into ws-message
                 not invalid key
                   move "ITEM CLOSED" to ws-message
               end-rewrite
           end-read.

      * a refused sign-on onto the security log, under the id
      * that was keyed
       8600-LOG-VIOLATION.
           accept ws-viol-time from time
           open extend secvlog
           accept sv-event-date from date yyyymmdd
           move ws-viol-time(1:6) to sv-event-time
           move "V" to sv-event-type
           move "SAMEXCMT" to sv-program
           move ws-operator to sv-operator
           move "SIGNON" to sv-function
           move spaces to sv-object
           move ws-viol-reason to sv-reason
           write secvlog-record
           close secvlog.
