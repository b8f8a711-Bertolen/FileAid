      * every IDXFILE: entry.  The record lock is keyed the same way,
      * so two keyed sessions contend per record exactly as the
      * classic editor's sessions do.
      *
      * The session runs under its user-id's profile in PROFILES
      * the way the classic editor's does, asked through FAAUTH
      * under the file name IDXFILE: a user-id whose profile hides
      * IDXFILE as a whole is not let in, a HIDDEN field is shown
      * as (hidden) in the record display and the AUDIT listing -
      * a hidden PREMIERE-DONNEE hides the key in the record
      * heading and in every AUDIT entry too - FIELD on a field the
      * profile does not let the user-id update is refused on the
      * spot, and SAVE checks every field that changed and writes
      * nothing when one of them is refused.  SAVE of a key not yet
      * on the file is an add: it needs update access to IDXFILE as
      * a whole, and the new record's trail opens with a RECORD-ADD
      * entry carrying its image, as the transaction update writes
      * it.  Each refusal is shown and written to
      * SECLOG with the record's key.  The five names overlaying
      * zone-redefine are taken together as the classic editor
      * takes them: all shown or all hidden, and a change to one
      * allowed only when all five may be updated.  A RECORD-ADD or
      * RECORD-DELETE entry carries the whole record, so the AUDIT
      * listing hides its image when any field is hidden.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-audit-eof PIC X(01).
       01 ws-audit-count PIC 9(05).
       01 ws-audit-filter PIC X(20).
       01 ws-audit-key PIC X(08).

       01 ws-aud-call.
         05 ws-aud-user-id PIC X(08).
       01 ws-held-key PIC X(05) VALUE SPACES.
       01 ws-lock-held PIC X(01) VALUE "N".

       01 ws-auth-call.
         05 ws-auth-function PIC X(04).
         05 ws-auth-user-id PIC X(08).
         05 ws-auth-program PIC X(08) VALUE "FAIXEDIT".
         05 ws-auth-file-name PIC X(20) VALUE "IDXFILE".
         05 ws-auth-field-name PIC X(30).
         05 ws-auth-record-no PIC 9(09) VALUE 0.
         05 ws-auth-record-key PIC X(10).
         05 ws-auth-wanted PIC X(01).
         05 ws-auth-granted PIC X(01).
         05 ws-auth-status PIC X(02).
       01 ws-auth-verb PIC X(10).
       01 ws-field-hidden PIC X(01).
      * A - the diff walk writes the audit trail; C - it only asks
      * whether every changed field may be updated
       01 ws-diff-pass PIC X(01) VALUE "A".
       01 ws-save-refused PIC X(01).
      * the layout's fields hidden from this user-id, set once when
      * the session opens
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
               " zone-groupe (IDXFILE keyed on PREMIERE-DONNEE)"
           DISPLAY "User ID: " WITH NO ADVANCING
           ACCEPT ws-user-id
           PERFORM check-session-access-para
           IF ws-quit-flag = "N"
               PERFORM open-idxfile-para
           END-IF.

       open-idxfile-para.
           OPEN I-O idx-file
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "05"
               DISPLAY "Unable to open IDXFILE, status "
               DISPLAY "No record under the cursor - use KEY or"
                   " START to position"
           ELSE
               IF ws-hide-premiere = "Y"
                   DISPLAY "Record key (hidden) (view: "
                       ws-view-mode ") exists: " ws-record-exists
                   DISPLAY "  PREMIERE-DONNEE  (bytes 01-05): (hidden)"
                       " (record key)"
               ELSE
                   DISPLAY "Record key [" ws-current-key "] (view: "
                       ws-view-mode ") exists: " ws-record-exists
                   DISPLAY "  PREMIERE-DONNEE  (bytes 01-05): ["
                       premiere-donnee OF zone-groupe "] (record key)"
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
           END-IF.

       process-field-para.
           IF ws-arg1 = "PREMIERE-DONNEE"
               PERFORM keyed-field-edit-para
           ELSE
               PERFORM check-field-update-para
               IF ws-auth-status = "00"
                   PERFORM keyed-field-edit-para
               END-IF
           END-IF.

       keyed-field-edit-para.
           EVALUATE ws-arg1
               WHEN "PREMIERE-DONNEE"
                   DISPLAY "*** PREMIERE-DONNEE is the record key -"
                       ws-lock-held-since (9:2) ":"
                       ws-lock-held-since (11:2) " ***"
               ELSE
                   PERFORM check-save-access-para
                   IF ws-save-refused = "Y"
                       DISPLAY "*** SAVE refused - record key ["
                           ws-current-key "] not written ***"
                           WITH FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       PERFORM write-record-para
                   END-IF
               END-IF
           END-IF.

           MOVE ws-user-id TO ws-aud-user-id
           PERFORM build-audit-name-para
           MOVE 0 TO ws-aud-record-no
           IF ws-record-exists = "Y"
               PERFORM audit-diff-para
               REWRITE zone-groupe
                   INVALID KEY
                       DISPLAY "*** rewrite failed, status "
                       DISPLAY "*** write failed, status "
                           ws-file-status " ***"
               END-WRITE
      * a new key opens with a RECORD-ADD entry ahead of its field
      * entries, as the transaction update logs it, so the
      * reconciliation starts the record's history there
               IF ws-file-status = "00"
                   MOVE "RECORD-ADD" TO ws-aud-field-name
                   MOVE SPACES TO ws-aud-old-value
                   MOVE zone-groupe TO ws-aud-new-value
                   PERFORM write-audit-para
                   PERFORM audit-diff-para
                   MOVE "Y" TO ws-record-exists
               END-IF
           END-IF
           MOVE zone-groupe TO ws-before-groupe.

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
               END-IF
           END-IF.

       check-session-access-para.
      * a user-id whose profile hides IDXFILE as a whole never sees
      * a record of it; one PROFILES cannot answer for sees none
           MOVE "CHEK" TO ws-auth-function
           MOVE "R" TO ws-auth-wanted
           MOVE SPACES TO ws-auth-field-name
           MOVE SPACES TO ws-current-key
           PERFORM call-auth-para
           IF ws-auth-status NOT = "00"
               IF ws-auth-status = "90"
                   DISPLAY "*** PROFILES cannot be used - session"
                       " ended ***"
               ELSE
                   DISPLAY "*** IDXFILE is not available to user "
                       FUNCTION TRIM(ws-user-id) " - session"
                       " ended ***"
               END-IF
               MOVE "Y" TO ws-quit-flag
           ELSE
               PERFORM load-visibility-para
           END-IF.

       load-visibility-para.
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
               WHEN aud-field-name = "RECORD-ADD" OR
                    aud-field-name = "RECORD-DELETE"
      * the entry carries the whole record image
                   IF ws-hide-premiere = "Y" OR
                      ws-hide-deuxieme = "Y" OR
                      ws-hide-numerique = "Y" OR
                      ws-hide-redefine = "Y" OR
                      ws-hide-occurs = "Y"
                       MOVE "Y" TO ws-field-hidden
                   ELSE
                       MOVE "N" TO ws-field-hidden
                   END-IF
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
      * a key not yet on IDXFILE is an add, which needs update
      * access to the file as a whole - the changed fields alone
      * would let a read-only user-id add an unchanged record
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
               PERFORM audit-diff-para
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
           MOVE ws-current-key TO ws-auth-record-key
           CALL "FAAUTH" USING ws-auth-call.

       report-refusal-para.
      * a check without a field name is one on the file as a whole
           IF ws-auth-field-name = SPACES
               MOVE "IDXFILE" TO ws-auth-field-name
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

       process-audit-para.
      * AUDIT shows the trail for the current key; AUDIT ALL every
      * IDXFILE: entry, oldest first, the way the file was written
                               aud-file-name (1:8) = "IDXFILE:")
                              OR (ws-arg1 NOT = "ALL" AND
                                  aud-file-name = ws-audit-filter)
                               PERFORM display-audit-entry-para
                               ADD 1 TO ws-audit-count
                           END-IF
                   END-READ
                   DISPLAY "*** no audit entries found ***"
               END-IF
           END-IF.

       display-audit-entry-para.
      * a field hidden from this user-id keeps its values hidden in
      * the trail too - the entry itself, who and when, still shows
           MOVE aud-field-name TO ws-auth-field-name
           PERFORM entry-visible-para
      * the key is premiere-donnee's value, so a user-id that may
      * not see that field does not get it from the trail either
           IF ws-hide-premiere = "Y"
               MOVE "(hidden)" TO ws-audit-key
           ELSE
               MOVE aud-file-name (9:5) TO ws-audit-key
           END-IF
           IF ws-field-hidden = "Y"
               DISPLAY aud-timestamp " " aud-user-id
                   " key " FUNCTION TRIM(ws-audit-key) " "
                   FUNCTION TRIM(aud-field-name) " (hidden)"
           ELSE
               DISPLAY aud-timestamp " " aud-user-id
                   " key " FUNCTION TRIM(ws-audit-key) " "
                   FUNCTION TRIM(aud-field-name) " ["
                   FUNCTION TRIM(aud-old-value)
                   "] -> ["
                   FUNCTION TRIM(aud-new-value) "]"
           END-IF.
