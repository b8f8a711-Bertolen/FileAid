      * follows the session from record to record and is released at
      * END; one a dead session leaves behind is broken with the
      * FALOCKCN console.
      *
      * Every session runs under its user-id's profile in PROFILES,
      * asked through FAAUTH under the file name EDITFILE: a user-id
      * whose profile hides EDITFILE as a whole is not let in, a
      * HIDDEN field is shown as (hidden) in the record display and
      * in the AUDIT listing, and FIELD on a field the profile does
      * not let the user-id update is refused on the spot.  SAVE
      * checks every field that changed, whatever command changed
      * it, and a record carrying a change the profile refuses is
      * not written; SAVE of a record past the end of the file adds
      * one, and needs update access to EDITFILE as a whole, in the
      * classic layout and a run-time one alike.  Each refusal is
      * shown - in a script run, logged as an error and counted -
      * and written to SECLOG.
      * GROSSE-DONNEE, DONNEE-UN, DONNEE-DEUX, DONNEE-UN-BIS and
      * DONNEE-DEUX-BIS all overlay zone-redefine's bytes, so they
      * are taken together: the bytes, and the audit entries of all
      * five, are shown only when none of them is hidden, and a
      * FIELD or SAVE changing any one needs update access to all
      * five.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           10 ws-cpy-fld-cond OCCURS 4.
             15 ws-cpy-cond-name PIC X(30).
             15 ws-cpy-cond-value PIC X(10).
           10 ws-cpy-fld-def-kind PIC X(01).
           10 ws-cpy-fld-default PIC X(30).

       01 ws-type-mode PIC X(01) VALUE "N".
       01 ws-type-known PIC X(01) VALUE "N".
               20 ws-typ-l-fld-cond OCCURS 4.
                 25 ws-typ-l-cond-name PIC X(30).
                 25 ws-typ-l-cond-value PIC X(10).
               20 ws-typ-l-fld-def-kind PIC X(01).
               20 ws-typ-l-fld-default PIC X(30).

       01 ws-aud-call.
         05 ws-aud-user-id PIC X(08).
       01 ws-record-locked PIC X(01) VALUE "N".
       01 ws-held-rec-no PIC 9(09) VALUE 0.

       01 ws-auth-call.
         05 ws-auth-function PIC X(04).
         05 ws-auth-user-id PIC X(08).
         05 ws-auth-program PIC X(08) VALUE "FAEDIT".
         05 ws-auth-file-name PIC X(20) VALUE "EDITFILE".
         05 ws-auth-field-name PIC X(30).
         05 ws-auth-record-no PIC 9(09).
         05 ws-auth-record-key PIC X(10) VALUE SPACES.
         05 ws-auth-wanted PIC X(01).
         05 ws-auth-granted PIC X(01).
         05 ws-auth-status PIC X(02).
       01 ws-auth-verb PIC X(10).
       01 ws-field-hidden PIC X(01).
       01 ws-refused-count PIC 9(05) VALUE 0.
      * A - the diff walk writes the audit trail; C - it only asks
      * whether every changed field may be updated
       01 ws-diff-pass PIC X(01) VALUE "A".
       01 ws-save-refused PIC X(01).
      * the classic layout's fields hidden from this user-id, set
      * once when the session opens
       01 ws-hide-premiere PIC X(01) VALUE "N".
       01 ws-hide-deuxieme PIC X(01) VALUE "N".
       01 ws-hide-numerique PIC X(01) VALUE "N".
       01 ws-hide-redefine PIC X(01) VALUE "N".
       01 ws-hide-occurs PIC X(01) VALUE "N".
      * the names overlaying zone-redefine's bytes - a change to one
      * is a change to all of them
       01 ws-redefine-names.
         05 FILLER PIC X(20) VALUE "GROSSE-DONNEE".
         05 FILLER PIC X(20) VALUE "DONNEE-UN".
         05 FILLER PIC X(20) VALUE "DONNEE-DEUX".
         05 FILLER PIC X(20) VALUE "DONNEE-UN-BIS".
         05 FILLER PIC X(20) VALUE "DONNEE-DEUX-BIS".
       01 ws-redefine-table REDEFINES ws-redefine-names.
         05 ws-redefine-name PIC X(20) OCCURS 5.
       01 ws-redefine-index PIC 9(01).
       01 ws-redefine-alias PIC X(01).

       PROCEDURE DIVISION.
       main-para.
           PERFORM initialize-para
                   DISPLAY "User ID: " WITH NO ADVANCING
                   ACCEPT ws-user-id
               END-IF
               PERFORM check-session-access-para
           END-IF
           IF ws-quit-flag = "N"
               IF ws-layout-mode = "Y"
                   OPEN I-O gen-edit-file
               ELSE
                   ws-err-count DELIMITED BY SIZE
                   " errors, " DELIMITED BY SIZE
                   ws-save-count DELIMITED BY SIZE
                   " records saved, " DELIMITED BY SIZE
                   ws-refused-count DELIMITED BY SIZE
                   " refused by the profile" DELIMITED BY SIZE
                   INTO ws-log-line
               MOVE ws-log-line TO log-record
               WRITE log-record
           END-IF
           DISPLAY "FAEDIT script session complete - " ws-cmd-count
               " commands, " ws-err-count " errors, " ws-save-count
               " records saved, " ws-refused-count " refused by the"
               " profile".

       load-types-para.
           CALL "FATYPLOD" USING ws-typ-call
               DISPLAY " "
               DISPLAY "Record " ws-rec-no " (view: " ws-view-mode
                   ") " "exists: " ws-record-exists
               IF ws-hide-premiere = "Y"
                   DISPLAY "  PREMIERE-DONNEE  (bytes 01-05): (hidden)"
               ELSE
                   DISPLAY "  PREMIERE-DONNEE  (bytes 01-05): ["
                       premiere-donnee OF zone-groupe "]"
               END-IF
               IF ws-hide-deuxieme = "Y"
                   DISPLAY "  DEUXIEME-DONNEE  (bytes 06-08): (hidden)"
               ELSE
                   DISPLAY "  DEUXIEME-DONNEE  (bytes 06-08): ["
                       deuxieme-donnee OF zone-groupe "]"
               END-IF
               PERFORM display-numerique-para
               IF ws-hide-redefine = "Y"
                   DISPLAY "  ZONE-REDEFINE    (bytes 11-20): (hidden)"
               ELSE
                   PERFORM display-redefine-para
               END-IF
               IF ws-hide-occurs = "Y"
                   DISPLAY "  ZONE-SIMPLE-OCCURS table (bytes 21-23):"
                       " (hidden)"
               ELSE
                   PERFORM display-occurs-para
               END-IF
           END-IF.

       display-numerique-para.
           IF ws-hide-numerique = "Y"
               DISPLAY "  DONNEE-NUMERIQUE (bytes 09-10): (hidden)"
           ELSE
               PERFORM display-numerique-value-para
           END-IF.

       display-numerique-value-para.
           IF deux OF zone-groupe
               DISPLAY "  DONNEE-NUMERIQUE (bytes 09-10): "
                   donnee-numerique OF zone-groupe
                           IF aud-file-name = ws-audit-filter AND
                              (ws-arg1 = "ALL" OR
                               aud-record-no = ws-rec-no)
                               PERFORM display-audit-entry-para
                               ADD 1 TO ws-audit-count
                           END-IF
                   END-READ
               END-IF
           END-IF.

       display-audit-entry-para.
      * a field hidden from this user-id keeps its values hidden in
      * the trail too - the entry itself, who and when, still shows
           MOVE aud-field-name TO ws-auth-field-name
           PERFORM entry-visible-para
           IF ws-field-hidden = "Y"
               DISPLAY aud-timestamp " " aud-user-id
                   " rec " aud-record-no " "
                   FUNCTION TRIM(aud-field-name) " (hidden)"
           ELSE
               DISPLAY aud-timestamp " " aud-user-id
                   " rec " aud-record-no " "
                   FUNCTION TRIM(aud-field-name) " ["
                   FUNCTION TRIM(aud-old-value)
                   "] -> ["
                   FUNCTION TRIM(aud-new-value) "]"
           END-IF.

       process-set-para.
           IF ws-arg1 = "DONNEE-NUMERIQUE"
               EVALUATE ws-arg2
           END-IF.

       process-field-para.
           PERFORM check-field-update-para
           IF ws-auth-status = "00"
               PERFORM classic-field-edit-para
           END-IF.

       classic-field-edit-para.
           EVALUATE ws-arg1
               WHEN "PREMIERE-DONNEE"
                   MOVE ws-arg2 TO premiere-donnee OF zone-groupe
                   ws-lock-held-since (11:2) " ***"
               MOVE "Y" TO ws-cmd-error
           ELSE
               PERFORM check-save-access-para
               IF ws-save-refused = "Y"
                   DISPLAY "*** SAVE refused - record " ws-rec-no
                       " not written ***" WITH FOREGROUND-COLOR 4
                       HIGHLIGHT
                   MOVE "Y" TO ws-cmd-error
               ELSE
                   IF ws-layout-mode = "Y"
                       PERFORM gen-save-record-para
                   ELSE
                       PERFORM classic-save-record-para
                   END-IF
               END-IF
           END-IF.

           PERFORM write-audit-para.

       write-audit-para.
      * the profile check walks the same diff as the audit trail, so
      * the fields SAVE asks about are exactly the fields it logs
           IF ws-diff-pass = "C"
               PERFORM check-save-field-para
           ELSE
               CALL "AUDWRIT" USING ws-aud-call
               IF ws-aud-status NOT = "00"
                   DISPLAY "*** audit write failed for field "
                       ws-aud-field-name ", status " ws-aud-status
                       " ***" WITH FOREGROUND-COLOR 4 HIGHLIGHT
                   MOVE "Y" TO ws-cmd-error
               END-IF
           END-IF.

       check-session-access-para.
      * a user-id whose profile hides EDITFILE as a whole never sees
      * a record of it; one PROFILES cannot answer for sees none
           MOVE "CHEK" TO ws-auth-function
           MOVE "R" TO ws-auth-wanted
           MOVE SPACES TO ws-auth-field-name
           MOVE 0 TO ws-auth-record-no
           PERFORM call-auth-para
           IF ws-auth-status NOT = "00"
               IF ws-auth-status = "90"
                   DISPLAY "*** PROFILES cannot be used - session"
                       " ended ***"
               ELSE
                   DISPLAY "*** EDITFILE is not available to user "
                       FUNCTION TRIM(ws-user-id) " - session"
                       " ended ***"
               END-IF
               MOVE "Y" TO ws-quit-flag
           ELSE
               IF ws-layout-mode = "N"
                   PERFORM load-classic-visibility-para
               ELSE
                   PERFORM load-redefine-visibility-para
               END-IF
           END-IF.

       load-classic-visibility-para.
           MOVE "PREMIERE-DONNEE" TO ws-auth-field-name
           PERFORM field-visible-para
           MOVE ws-field-hidden TO ws-hide-premiere
           MOVE "DEUXIEME-DONNEE" TO ws-auth-field-name
           PERFORM field-visible-para
           MOVE ws-field-hidden TO ws-hide-deuxieme
           MOVE "DONNEE-NUMERIQUE" TO ws-auth-field-name
           PERFORM field-visible-para
           MOVE ws-field-hidden TO ws-hide-numerique
           MOVE "ZONE-SIMPLE-OCCURS" TO ws-auth-field-name
           PERFORM field-visible-para
           MOVE ws-field-hidden TO ws-hide-occurs
           PERFORM load-redefine-visibility-para.

       load-redefine-visibility-para.
      * every name overlaying zone-redefine shows the same bytes, so
      * hiding any one of them hides all of them - in the record
      * display and in the audit trail alike
           MOVE "N" TO ws-hide-redefine
           PERFORM VARYING ws-redefine-index FROM 1 BY 1
                   UNTIL ws-redefine-index > 5
               MOVE ws-redefine-name (ws-redefine-index)
                   TO ws-auth-field-name
               PERFORM field-visible-para
               PERFORM hide-redefine-para
           END-PERFORM.

       hide-redefine-para.
           IF ws-field-hidden = "Y"
               MOVE "Y" TO ws-hide-redefine
           END-IF.

       test-redefine-alias-para.
           MOVE "N" TO ws-redefine-alias
           PERFORM VARYING ws-redefine-index FROM 1 BY 1
                   UNTIL ws-redefine-index > 5
               IF ws-auth-field-name =
                  ws-redefine-name (ws-redefine-index)
                   MOVE "Y" TO ws-redefine-alias
               END-IF
           END-PERFORM.

       entry-visible-para.
      * an entry for any name overlaying zone-redefine shows bytes
      * of every other one, so it is hidden whenever the area is
           PERFORM test-redefine-alias-para
           EVALUATE TRUE
               WHEN ws-redefine-alias = "Y" AND ws-hide-redefine = "Y"
                   MOVE "Y" TO ws-field-hidden
               WHEN OTHER
                   PERFORM field-visible-para
           END-EVALUATE.

       field-visible-para.
      * asked, not checked: showing a record is not an attempt on
      * its hidden fields, so nothing goes to SECLOG
           MOVE "ASK " TO ws-auth-function
           MOVE "R" TO ws-auth-wanted
           PERFORM call-auth-para
           IF ws-auth-status = "00"
               MOVE "N" TO ws-field-hidden
           ELSE
               MOVE "Y" TO ws-field-hidden
           END-IF.

       check-field-update-para.
           MOVE "FIELD" TO ws-auth-verb
           MOVE ws-arg1 TO ws-auth-field-name
           PERFORM check-update-authority-para.

       check-save-access-para.
      * a record not yet on EDITFILE is an add, which needs update
      * access to the file as a whole - the changed fields alone
      * would let a read-only user-id add a blank record
           MOVE "N" TO ws-save-refused
           IF ws-record-exists = "N"
               MOVE "SAVE" TO ws-auth-verb
               MOVE SPACES TO ws-auth-field-name
               PERFORM check-one-update-para
               IF ws-auth-status NOT = "00"
                   MOVE "Y" TO ws-save-refused
                   PERFORM report-refusal-para
               END-IF
           END-IF
           IF ws-save-refused = "N"
               MOVE "C" TO ws-diff-pass
               IF ws-layout-mode = "Y"
                   PERFORM gen-audit-diff-para
               ELSE
                   PERFORM audit-diff-para
               END-IF
               MOVE "A" TO ws-diff-pass
           END-IF.

       check-save-field-para.
           MOVE "SAVE" TO ws-auth-verb
           MOVE ws-aud-field-name TO ws-auth-field-name
           PERFORM check-update-authority-para
           IF ws-auth-status NOT = "00"
               MOVE "Y" TO ws-save-refused
           END-IF.

       check-update-authority-para.
      * keying any name overlaying zone-redefine rewrites the bytes
      * of all of them, so each must be one the user-id may update;
      * the first that is not is the one refused and logged
           PERFORM test-redefine-alias-para
           IF ws-redefine-alias = "Y"
               MOVE "00" TO ws-auth-status
               PERFORM VARYING ws-redefine-index FROM 1 BY 1
                       UNTIL ws-redefine-index > 5
                       OR ws-auth-status NOT = "00"
                   MOVE ws-redefine-name (ws-redefine-index)
                       TO ws-auth-field-name
                   PERFORM check-one-update-para
               END-PERFORM
           ELSE
               PERFORM check-one-update-para
           END-IF
           IF ws-auth-status NOT = "00"
               PERFORM report-refusal-para
           END-IF.

       check-one-update-para.
           MOVE "CHEK" TO ws-auth-function
           MOVE "U" TO ws-auth-wanted
           PERFORM call-auth-para.

       call-auth-para.
           MOVE ws-user-id TO ws-auth-user-id
           MOVE ws-rec-no TO ws-auth-record-no
           CALL "FAAUTH" USING ws-auth-call.

       report-refusal-para.
           ADD 1 TO ws-refused-count
           MOVE "Y" TO ws-cmd-error
      * a check without a field name is one on the file as a whole
           IF ws-auth-field-name = SPACES
               MOVE ws-auth-file-name TO ws-auth-field-name
           END-IF
           EVALUATE ws-auth-granted
               WHEN "R"
                   DISPLAY "*** " FUNCTION TRIM(ws-auth-verb)
                       " refused - " FUNCTION TRIM(ws-auth-field-name)
                       " is read-only for "
                       FUNCTION TRIM(ws-user-id) " ***"
                       WITH FOREGROUND-COLOR 4 HIGHLIGHT
               WHEN "X"
                   DISPLAY "*** " FUNCTION TRIM(ws-auth-verb)
                       " refused - PROFILES cannot be used ***"
                       WITH FOREGROUND-COLOR 4 HIGHLIGHT
               WHEN OTHER
                   DISPLAY "*** " FUNCTION TRIM(ws-auth-verb)
                       " refused - " FUNCTION TRIM(ws-auth-field-name)
                       " is not available to "
                       FUNCTION TRIM(ws-user-id) " ***"
                       WITH FOREGROUND-COLOR 4 HIGHLIGHT
           END-EVALUATE.

       gen-read-record-para.
           IF ws-type-mode = "Y"
               MOVE ws-type-max-len TO ws-gen-rec-len
               COMPUTE ws-gen-end-byte =
                   ws-cpy-fld-off (ws-fld-index) +
                   ws-cpy-fld-len (ws-fld-index) - 1
               MOVE ws-cpy-fld-name (ws-fld-index)
                   TO ws-auth-field-name
               PERFORM entry-visible-para
               IF ws-field-hidden = "Y"
                   DISPLAY "  " ws-cpy-fld-name (ws-fld-index)
                       " (bytes " ws-cpy-fld-off (ws-fld-index) "-"
                       ws-gen-end-byte "): (hidden)"
               ELSE
                   DISPLAY "  " ws-cpy-fld-name (ws-fld-index)
                       " (bytes " ws-cpy-fld-off (ws-fld-index) "-"
                       ws-gen-end-byte "): ["
                       FUNCTION TRIM(ws-gen-value) "]"
               END-IF
           END-PERFORM.

       gen-format-field-para.
               MOVE "Y" TO ws-cmd-error
           ELSE
               MOVE ws-fld-found TO ws-fld-index
               PERFORM check-field-update-para
               IF ws-auth-status = "00"
                   PERFORM gen-field-store-para
               END-IF
           END-IF.

       gen-field-store-para.
           IF ws-cpy-fld-type (ws-fld-index) = "N"
               PERFORM gen-set-numeric-para
           ELSE
               MOVE ws-arg2
                   TO gen-record (ws-cpy-fld-off (ws-fld-index):
                       ws-cpy-fld-len (ws-fld-index))
           END-IF.

       gen-set-numeric-para.
      * the keyed value is scaled by the field's implied decimals
      * and stored under the field's declared usage - bare display
