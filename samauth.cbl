       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMAUTH.

      *****************************************************
      * SAMAUTH - ONLINE MAINTENANCE OF THE OPERAUTH
      * OPERATOR AUTHORIZATION FILE (SEE COPYBOOKS/
      * OPAUREC.CPY) THAT SAMPARM, SAMINQ, SAMSDIR AND
      * SAMPHRST CHECK BEFORE DOING ANYTHING. THE SECURITY
      * ADMINISTRATOR KEYS AN OPERATOR ID AND IS SHOWN ITS
      * AUTHORITY - INQUIRY, UPDATE (WITH UP TO EIGHT SET
      * NAMES IT IS LIMITED TO), APPROVE, RESTORE AND
      * ADMINISTRATOR - OR BLANK FIELDS FOR AN ID NOT YET ON
      * FILE, THEN SAVES OR DELETES IT. DELETING AN ID IS HOW
      * AN OPERATOR'S AUTHORITY IS TAKEN AWAY. EVERY SAVE AND
      * DELETE STAMPS WHO MADE IT ON THE RECORD AND IS LOGGED
      * ON SECVLOG (SEE COPYBOOKS/SECVREC.CPY) SO SAMSECRP
      * CAN LIST WHO GAVE WHOM WHAT.
      *
      * ONLY AN OPERATOR ON FILE WITH ADMINISTRATOR AUTHORITY
      * GETS PAST SIGN-ON (A REFUSED ID IS LOGGED AND THE
      * THIRD REFUSAL ENDS THE TRANSACTION), AND NOBODY MAY
      * CHANGE OR DELETE THEIR OWN RECORD - A SECOND
      * ADMINISTRATOR HAS TO. THE ONE EXCEPTION IS AN EMPTY
      * FILE, AS SAMPGDG AND SAMUPGR3 DEFINE IT: THE FIRST
      * OPERATOR TO SIGN ON THEN ENROLLS THEMSELVES, WITH
      * ADMINISTRATOR AUTHORITY, AND NOTHING ELSE - SO THE
      * INSTALLATION'S SECURITY ADMINISTRATOR SHOULD BE THE
      * FIRST ONE IN AFTER THE CLUSTER IS DEFINED.
      * SPACES FOR THE OPERATOR ID EXITS THE TRANSACTION.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERAUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-OPERATOR
               FILE STATUS IS ws-operauth-status.
           SELECT OPTIONAL SECVLOG ASSIGN TO "SECVLOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERAUTH.
           COPY OPAUREC.

       FD  SECVLOG
           RECORDING MODE IS F.
           COPY SECVREC.

       WORKING-STORAGE SECTION.

         77 ws-operauth-status pic XX.
         77 ws-operator pic X(8) value spaces.
         77 ws-signon-sw pic X value "N".
         77 ws-signon-tries pic 9 value 0.
         77 ws-bootstrap-sw pic X value "N".
         77 ws-done-sw pic X value "N".
         77 ws-found-sw pic X.
         77 ws-action-done-sw pic X.
         77 ws-auth-valid pic X.
         77 ws-maint-id pic X(8) value spaces.
         77 ws-action pic X.
         77 ws-message pic X(60) value spaces.
         77 ws-log-type pic X.
         77 ws-log-function pic X(8).
         77 ws-log-object pic X(8).
         77 ws-log-reason pic X(40).
         77 ws-log-time pic 9(8).
         77 ws-maint-time pic 9(8).

         77 ed-oper-name pic X(20).
         77 ed-inquiry-sw pic X.
         77 ed-update-sw pic X.
         77 ed-approve-sw pic X.
         77 ed-restore-sw pic X.
         77 ed-admin-sw pic X.
         77 ed-maint-by pic X(8).
         77 ed-maint-date pic 9(8).

         01 ed-update-sets.
           05 ed-update-set occurs 8 times pic X(8).

      * the switches as saved, for the SECVLOG record of the change
         01 auth-summary.
           05 filler pic X(4) value "INQ ".
           05 as-inquiry-sw pic X.
           05 filler pic X(5) value " UPD ".
           05 as-update-sw pic X.
           05 filler pic X(5) value " APP ".
           05 as-approve-sw pic X.
           05 filler pic X(5) value " RST ".
           05 as-restore-sw pic X.
           05 filler pic X(5) value " ADM ".
           05 as-admin-sw pic X.
           05 filler pic X(1) value space.
           05 as-sets pic X(8).
           05 filler pic X(2) value spaces.

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMAUTH - OPERATOR AUTHORITY".
           05  LINE 3  COLUMN 1
               VALUE "KEY YOUR OPERATOR ID: ".
           05  LINE 3  COLUMN 23 PIC X(8) TO ws-operator.
           05  LINE 5  COLUMN 1  PIC X(60) FROM ws-message.

       01  MAINT-ID-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMAUTH - OPERATOR AUTHORITY".
           05  LINE 3  COLUMN 1
               VALUE "KEY OPERATOR ID TO ADD, CHANGE OR DELETE".
           05  LINE 4  COLUMN 1  VALUE "(SPACES TO EXIT): ".
           05  LINE 4  COLUMN 19 PIC X(8) TO ws-maint-id.
           05  LINE 6  COLUMN 1  PIC X(60) FROM ws-message.

       01  AUTH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SAMAUTH - OPERATOR AUTHORITY".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR ID......: ".
           05  LINE 3  COLUMN 20 PIC X(8) FROM ws-maint-id.
           05  LINE 4  COLUMN 1  VALUE "OPERATOR NAME....: ".
           05  LINE 4  COLUMN 20 PIC X(20) USING ed-oper-name.
           05  LINE 6  COLUMN 1  VALUE "INQUIRY..........: ".
           05  LINE 6  COLUMN 20 PIC X USING ed-inquiry-sw.
           05  LINE 6  COLUMN 24
               VALUE "(Y/N - SAMINQ AND SAMSDIR LOOKUPS)".
           05  LINE 7  COLUMN 1  VALUE "UPDATE...........: ".
           05  LINE 7  COLUMN 20 PIC X USING ed-update-sw.
           05  LINE 7  COLUMN 24
               VALUE "(Y/N - SAMPARM CARD CHANGES)".
           05  LINE 8  COLUMN 1  VALUE "APPROVE..........: ".
           05  LINE 8  COLUMN 20 PIC X USING ed-approve-sw.
           05  LINE 8  COLUMN 24
               VALUE "(Y/N - SAMPARM APPROVALS)".
           05  LINE 9  COLUMN 1  VALUE "RESTORE..........: ".
           05  LINE 9  COLUMN 20 PIC X USING ed-restore-sw.
           05  LINE 9  COLUMN 24
               VALUE "(Y/N - SAMPHRST DECK RESTORE)".
           05  LINE 10 COLUMN 1  VALUE "ADMINISTRATOR....: ".
           05  LINE 10 COLUMN 20 PIC X USING ed-admin-sw.
           05  LINE 10 COLUMN 24
               VALUE "(Y/N - THIS SCREEN)".
           05  LINE 12 COLUMN 1  VALUE "UPDATE ONLY SETS.: ".
           05  LINE 12 COLUMN 20 PIC X(8) USING ed-update-set(1).
           05  LINE 12 COLUMN 29 PIC X(8) USING ed-update-set(2).
           05  LINE 12 COLUMN 38 PIC X(8) USING ed-update-set(3).
           05  LINE 12 COLUMN 47 PIC X(8) USING ed-update-set(4).
           05  LINE 13 COLUMN 20 PIC X(8) USING ed-update-set(5).
           05  LINE 13 COLUMN 29 PIC X(8) USING ed-update-set(6).
           05  LINE 13 COLUMN 38 PIC X(8) USING ed-update-set(7).
           05  LINE 13 COLUMN 47 PIC X(8) USING ed-update-set(8).
           05  LINE 14 COLUMN 20
               VALUE "(ALL SPACES - EVERY SET)".
           05  LINE 16 COLUMN 1  VALUE "LAST CHANGED BY..: ".
           05  LINE 16 COLUMN 20 PIC X(8) FROM ed-maint-by.
           05  LINE 16 COLUMN 29 VALUE "ON ".
           05  LINE 16 COLUMN 32 PIC 9(8) FROM ed-maint-date.
           05  LINE 18 COLUMN 1  PIC X(60) FROM ws-message.
           05  LINE 20 COLUMN 1
               VALUE "(S)AVE, (D)ELETE, OR SPACE TO LEAVE UNCHANGED: ".
           05  LINE 20 COLUMN 49 PIC X TO ws-action.

       PROCEDURE DIVISION.
       0000-MAIN.
           perform 0100-SIGN-ON
           perform until ws-done-sw = "Y"
      * an empty file only ever lets its first operator enroll -
      * leaving without saving ends the transaction
             if ws-bootstrap-sw = "Y"
               move ws-operator to ws-maint-id
               perform 1000-MAINTAIN-OPERATOR
               if ws-bootstrap-sw = "Y"
                 move "Y" to ws-done-sw
               end-if
             else
               move spaces to ws-maint-id
               display MAINT-ID-SCREEN
               accept MAINT-ID-SCREEN
               move spaces to ws-message
               evaluate true
                 when ws-maint-id = spaces
                   move "Y" to ws-done-sw
                 when ws-maint-id = ws-operator
                   move "V" to ws-log-type
                   move "CHANGE" to ws-log-function
                   move ws-maint-id to ws-log-object
                   move "OWN RECORD - NEEDS ANOTHER ADMINISTRATOR"
                     to ws-log-reason
                   perform 8600-WRITE-SECVLOG
                   string "CHANGE YOUR OWN AUTHORITY THROUGH "
                          "ANOTHER ADMINISTRATOR"
                          delimited by size into ws-message
                 when other
                   perform 1000-MAINTAIN-OPERATOR
               end-evaluate
             end-if
           end-perform
           close operauth
           stop run.

      * an empty file lets the first operator in to enroll - any
      * other sign-on needs administrator authority, a refused id
      * is logged and the third refusal ends the transaction
       0100-SIGN-ON.
           open i-o operauth
           move low-values to oa-operator
           start operauth key not less than oa-operator
             invalid key
               move "Y" to ws-bootstrap-sw
               string "OPERAUTH IS EMPTY - YOUR ID WILL BE ITS "
                      "FIRST ADMINISTRATOR"
                      delimited by size into ws-message
           end-start
           perform until ws-signon-sw = "Y"
             move spaces to ws-operator
             perform until ws-operator not = spaces
               display OPERATOR-SCREEN
               accept OPERATOR-SCREEN
             end-perform
             move spaces to ws-message
             if ws-bootstrap-sw = "Y"
               move "Y" to ws-signon-sw
             else
               move ws-operator to oa-operator
               read operauth
                 invalid key
                   move spaces to ws-log-reason
                   string "NOT ON OPERAUTH, STATUS "
                          ws-operauth-status
                          delimited by size into ws-log-reason
                 not invalid key
                   if oa-admin-sw = "Y"
                     move "Y" to ws-signon-sw
                   else
                     move "NO ADMINISTRATOR AUTHORITY"
                       to ws-log-reason
                   end-if
               end-read
               if ws-signon-sw not = "Y"
                 move "V" to ws-log-type
                 move "SIGNON" to ws-log-function
                 move spaces to ws-log-object
                 perform 8600-WRITE-SECVLOG
                 add 1 to ws-signon-tries
                 if ws-signon-tries = 3
                   close operauth
                   display "SAMAUTH: SIGN-ON REFUSED 3 TIMES - "
                           "TRANSACTION ENDED"
                   move 8 to return-code
                   stop run
                 end-if
                 move "OPERATOR ID NOT AUTHORIZED FOR SAMAUTH"
                   to ws-message
               end-if
             end-if
           end-perform.

      * the operator's current authority, or blank fields for an
      * id not yet on file, is shown until it is saved, deleted
      * or left unchanged
       1000-MAINTAIN-OPERATOR.
           move ws-maint-id to oa-operator
           read operauth
             invalid key
               move "N" to ws-found-sw
             not invalid key
               move "Y" to ws-found-sw
           end-read
           if ws-found-sw = "Y"
             perform 1100-LOAD-EDIT-FIELDS
           else
             move spaces to ed-oper-name
             move "N" to ed-inquiry-sw
             move "N" to ed-update-sw
             move "N" to ed-approve-sw
             move "N" to ed-restore-sw
             move "N" to ed-admin-sw
             move spaces to ed-update-sets
             move spaces to ed-maint-by
             move 0 to ed-maint-date
             if ws-bootstrap-sw = "Y"
               move "Y" to ed-admin-sw
             end-if
             move "NOT ON FILE - KEY THE AUTHORITY AND SAVE TO ADD"
               to ws-message
           end-if
           move "N" to ws-action-done-sw
           perform until ws-action-done-sw = "Y"
             move space to ws-action
             display AUTH-SCREEN
             accept AUTH-SCREEN
             move spaces to ws-message
             evaluate ws-action
               when "S"
               when "s"
                 perform 2000-VALIDATE-AUTH
                 if ws-auth-valid = "Y"
                   perform 3000-SAVE-OPERATOR
                   move "Y" to ws-action-done-sw
                 end-if
               when "D"
               when "d"
                 if ws-found-sw = "Y"
                   perform 3100-DELETE-OPERATOR
                 else
                   move "NOT ON FILE - NOTHING DELETED" to ws-message
                 end-if
                 move "Y" to ws-action-done-sw
               when space
                 move "NOTHING CHANGED" to ws-message
                 move "Y" to ws-action-done-sw
               when other
                 move "KEY S, D OR SPACE" to ws-message
             end-evaluate
           end-perform.

       1100-LOAD-EDIT-FIELDS.
           move oa-oper-name to ed-oper-name
           move oa-inquiry-sw to ed-inquiry-sw
           move oa-update-sw to ed-update-sw
           move oa-approve-sw to ed-approve-sw
           move oa-restore-sw to ed-restore-sw
           move oa-admin-sw to ed-admin-sw
           move oa-update-sets to ed-update-sets
           move oa-maint-by to ed-maint-by
           move oa-maint-date to ed-maint-date.

      * a switch left blank means N. an operator with no authority
      * at all is deleted, not kept, and set names only mean
      * something to an operator who may update
       2000-VALIDATE-AUTH.
           move "Y" to ws-auth-valid
           if ed-inquiry-sw = space
             move "N" to ed-inquiry-sw
           end-if
           if ed-update-sw = space
             move "N" to ed-update-sw
           end-if
           if ed-approve-sw = space
             move "N" to ed-approve-sw
           end-if
           if ed-restore-sw = space
             move "N" to ed-restore-sw
           end-if
           if ed-admin-sw = space
             move "N" to ed-admin-sw
           end-if
           if (ed-inquiry-sw not = "Y" and not = "N")
              or (ed-update-sw not = "Y" and not = "N")
              or (ed-approve-sw not = "Y" and not = "N")
              or (ed-restore-sw not = "Y" and not = "N")
              or (ed-admin-sw not = "Y" and not = "N")
             move "EVERY AUTHORITY SWITCH MUST BE Y OR N" to ws-message
             move "N" to ws-auth-valid
           else
             if ed-inquiry-sw = "N" and ed-update-sw = "N"
                and ed-approve-sw = "N" and ed-restore-sw = "N"
                and ed-admin-sw = "N"
               move "NO AUTHORITY GIVEN - DELETE THE OPERATOR INSTEAD"
                 to ws-message
               move "N" to ws-auth-valid
             else
               if ed-update-sets not = spaces and ed-update-sw = "N"
                 move "UPDATE ONLY SETS NEED UPDATE AUTHORITY"
                   to ws-message
                 move "N" to ws-auth-valid
               else
                 if ws-bootstrap-sw = "Y" and ed-admin-sw not = "Y"
                   move "THE FIRST OPERATOR MUST BE AN ADMINISTRATOR"
                     to ws-message
                   move "N" to ws-auth-valid
                 end-if
               end-if
             end-if
           end-if.

      * stamped with the administrator and the time, written or
      * rewritten, then logged with the switches as they now stand
       3000-SAVE-OPERATOR.
           accept ws-maint-time from time
           move ws-maint-id to oa-operator
           move ed-oper-name to oa-oper-name
           move ed-inquiry-sw to oa-inquiry-sw
           move ed-update-sw to oa-update-sw
           move ed-approve-sw to oa-approve-sw
           move ed-restore-sw to oa-restore-sw
           move ed-admin-sw to oa-admin-sw
           move ed-update-sets to oa-update-sets
           move ws-operator to oa-maint-by
           accept oa-maint-date from date yyyymmdd
           move ws-maint-time(1:6) to oa-maint-time
           if ws-found-sw = "Y"
             move "CHANGE" to ws-log-function
             rewrite operauth-record
               invalid key
                 move spaces to ws-message
                 string "OPERAUTH REWRITE FAILED, STATUS "
                        ws-operauth-status
                        delimited by size into ws-message
             end-rewrite
           else
             move "ADD" to ws-log-function
             write operauth-record
               invalid key
                 move spaces to ws-message
                 string "OPERAUTH WRITE FAILED, STATUS "
                        ws-operauth-status
                        delimited by size into ws-message
             end-write
           end-if
           if ws-message = spaces
             move ed-inquiry-sw to as-inquiry-sw
             move ed-update-sw to as-update-sw
             move ed-approve-sw to as-approve-sw
             move ed-restore-sw to as-restore-sw
             move ed-admin-sw to as-admin-sw
             if ed-update-sets = spaces
               move "ALL SETS" to as-sets
             else
               move "LTD SETS" to as-sets
             end-if
             move "M" to ws-log-type
             move ws-maint-id to ws-log-object
             move auth-summary to ws-log-reason
             perform 8600-WRITE-SECVLOG
             move "N" to ws-bootstrap-sw
             move spaces to ws-message
             string "OPERATOR " ws-maint-id " SAVED"
                    delimited by size into ws-message
           end-if.

       3100-DELETE-OPERATOR.
           move ws-maint-id to oa-operator
           delete operauth record
             invalid key
               move spaces to ws-message
               string "OPERAUTH DELETE FAILED, STATUS "
                      ws-operauth-status
                      delimited by size into ws-message
             not invalid key
               move "M" to ws-log-type
               move "DELETE" to ws-log-function
               move ws-maint-id to ws-log-object
               move "ALL AUTHORITY REMOVED" to ws-log-reason
               perform 8600-WRITE-SECVLOG
               move spaces to ws-message
               string "OPERATOR " ws-maint-id " DELETED"
                      delimited by size into ws-message
           end-delete.

      * one event onto the security log - a refusal ("V") or a
      * change to OPERAUTH ("M") - under the signed-on operator
       8600-WRITE-SECVLOG.
           accept ws-log-time from time
           open extend secvlog
           accept sv-event-date from date yyyymmdd
           move ws-log-time(1:6) to sv-event-time
           move ws-log-type to sv-event-type
           move "SAMAUTH" to sv-program
           move ws-operator to sv-operator
           move ws-log-function to sv-function
           move ws-log-object to sv-object
           move ws-log-reason to sv-reason
           write secvlog-record
           close secvlog.
