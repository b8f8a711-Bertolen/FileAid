      * sits on a record: a locked record is skipped and reported,
      * and the operator reruns the backout once the lock is gone.
      *
      * A restore is an update like any other, so each field is put
      * back only when the operator's profile in PROFILES, asked
      * through FAAUTH under the file name given, allows the
      * operator to update it: a refused field is written to
      * SECLOG, skipped, reported and counted.
      *
      * The job ends with a condition code the chain driver can act
      * on: 12 when the window is malformed, AUDITLOG or BACKFILE
      * could not be opened or PROFILES cannot be used, 8 when the
      * profile refused a field, 0 otherwise.
      *
      * PARM (via COMMAND-LINE):
      *   user-id file-name from to operator-id
      *
       01 ws-ent-index PIC 9(03).
       01 ws-restore-count PIC 9(09) VALUE 0.
       01 ws-skip-count PIC 9(09) VALUE 0.
       01 ws-refused-count PIC 9(09) VALUE 0.

       01 ws-current-value PIC X(30).
       01 ws-field-known PIC X(01).
         05 ws-lock-status PIC X(02).
       01 ws-lock-held PIC X(01).

       01 ws-auth-call.
         05 ws-auth-function PIC X(04).
         05 ws-auth-user-id PIC X(08).
         05 ws-auth-program PIC X(08) VALUE "FABAKOUT".
         05 ws-auth-file-name PIC X(20).
         05 ws-auth-field-name PIC X(30).
         05 ws-auth-record-no PIC 9(09).
         05 ws-auth-record-key PIC X(10) VALUE SPACES.
         05 ws-auth-wanted PIC X(01) VALUE "U".
         05 ws-auth-granted PIC X(01).
         05 ws-auth-status PIC X(02).

       PROCEDURE DIVISION.
       main-para.
           PERFORM initialize-para
               PERFORM backout-entries-para
           END-IF
           PERFORM terminate-para
           GOBACK.

       initialize-para.
           ACCEPT ws-parm FROM COMMAND-LINE
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM edit-window-para
           IF ws-abort-flag = "N"
               PERFORM check-profiles-para
           END-IF
           IF ws-abort-flag = "N"
               OPEN INPUT audit-file
               IF ws-audit-status NOT = "00"
                   DISPLAY "Unable to open AUDITLOG, status "
                       ws-audit-status
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO ws-abort-flag
               ELSE
                   OPEN I-O back-file
                   IF ws-back-status NOT = "00"
                       DISPLAY "Unable to open BACKFILE, status "
                           ws-back-status
                       MOVE 12 TO RETURN-CODE
                       MOVE "Y" TO ws-abort-flag
                   ELSE
                       DISPLAY "FABAKOUT undoing changes by "
               DISPLAY "FABAKOUT from/to must be YYYYMMDDHHMMSS or"
                   " YYYYMMDD - got [" ws-from-arg "] [" ws-to-arg "]"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ws-from-arg TO ws-from-ts
               MOVE ws-to-arg TO ws-to-ts
           END-IF.

       check-profiles-para.
      * a PROFILES that cannot answer would refuse every restore, so
      * the run stops before it opens anything
           MOVE ws-operator-id TO ws-auth-user-id
           MOVE ws-file-name TO ws-auth-file-name
           MOVE "ASK " TO ws-auth-function
           MOVE SPACES TO ws-auth-field-name
           MOVE 0 TO ws-auth-record-no
           CALL "FAAUTH" USING ws-auth-call
           IF ws-auth-status = "90"
               DISPLAY "FABAKOUT *** PROFILES cannot be used - nothing"
                   " restored ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       collect-entries-para.
           PERFORM UNTIL ws-audit-eof = "Y" OR ws-abort-flag = "Y"
               READ audit-file
                       " field " FUNCTION TRIM(
                       ws-ent-field-name (ws-ent-index))
               ELSE
                   PERFORM check-restore-access-para
               END-IF
           END-IF.

       check-restore-access-para.
           MOVE "CHEK" TO ws-auth-function
           MOVE ws-ent-field-name (ws-ent-index) TO ws-auth-field-name
           MOVE ws-rec-no TO ws-auth-record-no
           CALL "FAAUTH" USING ws-auth-call
           IF ws-auth-status NOT = "00"
               ADD 1 TO ws-refused-count
               DISPLAY "record " ws-rec-no " field "
                   FUNCTION TRIM(ws-ent-field-name (ws-ent-index))
                   " skipped - refused to "
                   FUNCTION TRIM(ws-operator-id) " by its profile"
           ELSE
               IF ws-current-value = ws-ent-new-value (ws-ent-index)
                   PERFORM restore-with-lock-para
               ELSE
                   ADD 1 TO ws-skip-count
                   DISPLAY "record " ws-rec-no " field "
                       FUNCTION TRIM(ws-ent-field-name (ws-ent-index))
                       " skipped - holds ["
                       FUNCTION TRIM(ws-current-value)
                       "] not ["
                       FUNCTION TRIM(ws-ent-new-value (ws-ent-index))
                       "] - changed again since"
               END-IF
           END-IF.

           END-IF
           DISPLAY "FABAKOUT complete - " ws-entry-count
               " entries matched, " ws-restore-count " restored, "
               ws-skip-count " skipped"
           IF ws-refused-count > 0
               DISPLAY "  " ws-refused-count " refused by the profile"
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
