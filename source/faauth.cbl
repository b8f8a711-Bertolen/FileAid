       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAAUTH.
      *****************************************************************
      * User/field authorization helper shared by every program that
      * changes data.  Any user-id could key any field in any file;
      * the only control was the four-eyes rule on a mass update.
      * PROFILES now says, per user-id, which files and which
      * copybook fields it may update, may only read, or may not
      * see at all, and the editors and batch update passes ask
      * this helper before they show or change a field.
      *
      * PROFILES holds one card per rule (blank lines and * comments
      * skipped):
      *   user-id file-name field-name access
      *     user-id    - the user-id the rule is for, or ALL
      *     file-name  - the file as the programs name it (EDITFILE,
      *                  IDXFILE, MASSFILE, SYNCFILE, BACKFILE), or
      *                  ALL
      *     field-name - a copybook field name (SOLDE-CLIENT,
      *                  MONTANT-MOUVEMENT, ...), or ALL for every
      *                  field of the file; a table field is named
      *                  without its subscript and covers every row
      *     access     - UPDATE, READ (may see, may not change) or
      *                  HIDDEN (may not see at all)
      * The most specific rule wins: a rule naming the user-id
      * beats one for ALL, then one naming the file, then one naming
      * the field.  Access no rule covers is refused - a user-id
      * has only what PROFILES gives it.  Access to a file as a
      * whole (field-name spaces in the call) is decided by the
      * rules whose field-name is ALL.
      *
      * PROFILES is loaded on the first call and kept for the rest
      * of the run.  A card in error is shown with its number and
      * makes the whole file unusable: a half-read profile would
      * grant or refuse at random, so then every call is refused.
      *
      * Called as:
      *   CALL 'FAAUTH' USING auth-interface.
      * with lnk-function set to one of:
      *   'CHEK' - may lnk-user-id read (lnk-wanted R) or update
      *            (lnk-wanted U) lnk-field-name of lnk-file-name?
      *            lnk-granted comes back U, R or H (X when PROFILES
      *            is unusable) and lnk-status:
      *            00 - allowed
      *            40 - refused; the attempt is written to SECLOG
      *                 (layout secrec) with the calling program,
      *                 the record number or key, what was wanted
      *                 and what was granted
      *            90 - PROFILES is missing or in error; refused
      *                 and written to SECLOG the same way
      *   'ASK ' - the same decision without a SECLOG entry, for a
      *            program deciding how to show a field rather than
      *            answering an attempt to change it
      *   'LIST' - return rule number lnk-record-no as loaded:
      *            user-id, file and field names and access in
      *            lnk-granted; status 00, 10 past the last rule,
      *            90 when PROFILES is unusable
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT profile-file ASSIGN TO "PROFILES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-profile-status.
           SELECT OPTIONAL security-log ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-seclog-status.

       DATA DIVISION.
       FILE SECTION.
       FD  profile-file.
       01 profile-record PIC X(80).

       FD  security-log.
       COPY secrec.

       WORKING-STORAGE SECTION.
       01 ws-profile-status PIC X(02).
       01 ws-seclog-status PIC X(02).
       01 ws-profile-eof PIC X(01) VALUE "N".
       01 ws-loaded PIC X(01) VALUE "N".
       01 ws-usable PIC X(01) VALUE "N".

       01 ws-card-no PIC 9(04) VALUE 0.
       01 ws-card-upper PIC X(80).
       01 ws-card-word-1 PIC X(30).
       01 ws-card-word-2 PIC X(30).
       01 ws-card-word-3 PIC X(30).
       01 ws-card-word-4 PIC X(30).
       01 ws-card-word-5 PIC X(30).
       01 ws-card-error PIC X(60).
       01 ws-card-access PIC X(01).

      * the rules in card order; access U update, R read, H hidden
       01 ws-prof-table.
         05 ws-prof-max PIC 9(03) VALUE 500.
         05 ws-prof-count PIC 9(03) VALUE 0.
         05 ws-prof-entry OCCURS 500.
           10 ws-prof-user-id PIC X(08).
           10 ws-prof-file-name PIC X(20).
           10 ws-prof-field-name PIC X(30).
           10 ws-prof-access PIC X(01).
       01 ws-prof-index PIC 9(03).
       01 ws-prof-found PIC X(01).

      * the access asked for as matched: upper case, subscript
      * dropped
       01 ws-ask-user-id PIC X(08).
       01 ws-ask-file-name PIC X(20).
       01 ws-ask-field-name PIC X(30).
       01 ws-rule-match PIC X(01).
       01 ws-rule-found PIC X(01).
       01 ws-score PIC 9(01).
       01 ws-best-score PIC 9(01).

       01 ws-current-date PIC X(21).
       01 ws-timestamp REDEFINES ws-current-date.
         05 ws-timestamp-14 PIC 9(14).
         05 FILLER PIC X(07).

       LINKAGE SECTION.
       01 auth-interface.
         05 lnk-function PIC X(04).
         05 lnk-user-id PIC X(08).
         05 lnk-program PIC X(08).
         05 lnk-file-name PIC X(20).
         05 lnk-field-name PIC X(30).
         05 lnk-record-no PIC 9(09).
         05 lnk-record-key PIC X(10).
         05 lnk-wanted PIC X(01).
         05 lnk-granted PIC X(01).
         05 lnk-status PIC X(02).

       PROCEDURE DIVISION USING auth-interface.
       main-para.
           IF ws-loaded = "N"
               PERFORM load-profiles
           END-IF
           EVALUATE lnk-function
               WHEN "CHEK"
               WHEN "ASK "
                   PERFORM decide-access
               WHEN "LIST"
                   PERFORM list-rule
               WHEN OTHER
                   MOVE "99" TO lnk-status
           END-EVALUATE
           GOBACK.

       load-profiles.
           MOVE "Y" TO ws-loaded
           MOVE "Y" TO ws-usable
           OPEN INPUT profile-file
           IF ws-profile-status NOT = "00"
               DISPLAY "FAAUTH *** unable to open PROFILES, status "
                   ws-profile-status " ***"
               MOVE "N" TO ws-usable
           ELSE
               PERFORM UNTIL ws-profile-eof = "Y"
                   READ profile-file
                       AT END
                           MOVE "Y" TO ws-profile-eof
                       NOT AT END
                           ADD 1 TO ws-card-no
                           IF profile-record NOT = SPACES AND
                              profile-record (1:1) NOT = "*"
                               PERFORM parse-profile-card
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE profile-file
           END-IF
           IF ws-usable = "N"
               DISPLAY "FAAUTH *** PROFILES unusable - every read and"
                   " update is refused ***"
           END-IF.

       parse-profile-card.
           MOVE profile-record TO ws-card-upper
           INSPECT ws-card-upper CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO ws-card-word-1 ws-card-word-2 ws-card-word-3
               ws-card-word-4 ws-card-word-5
           MOVE SPACES TO ws-card-error
           UNSTRING ws-card-upper DELIMITED BY ALL SPACES
               INTO ws-card-word-1 ws-card-word-2 ws-card-word-3
                   ws-card-word-4 ws-card-word-5
           END-UNSTRING
           EVALUATE ws-card-word-4
               WHEN "UPDATE"
                   MOVE "U" TO ws-card-access
               WHEN "READ"
                   MOVE "R" TO ws-card-access
               WHEN "HIDDEN"
                   MOVE "H" TO ws-card-access
               WHEN OTHER
                   MOVE SPACE TO ws-card-access
           END-EVALUATE
           EVALUATE TRUE
               WHEN ws-card-word-4 = SPACES
                   MOVE "a card needs user-id, file, field and access"
                       TO ws-card-error
               WHEN ws-card-word-5 NOT = SPACES
                   MOVE "a card has four words" TO ws-card-error
               WHEN ws-card-word-1 (9:) NOT = SPACES
                   MOVE "user-id longer than 8" TO ws-card-error
               WHEN ws-card-word-2 (21:) NOT = SPACES
                   MOVE "file name longer than 20" TO ws-card-error
               WHEN ws-card-access = SPACE
                   MOVE "access must be UPDATE, READ or HIDDEN"
                       TO ws-card-error
               WHEN OTHER
                   PERFORM take-profile-card
           END-EVALUATE
           IF ws-card-error NOT = SPACES
               DISPLAY "FAAUTH *** PROFILES card " ws-card-no ": "
                   FUNCTION TRIM(ws-card-error) " ***"
               DISPLAY "    " FUNCTION TRIM(profile-record TRAILING)
               MOVE "N" TO ws-usable
           END-IF.

       take-profile-card.
      * a table field is ruled under its bare name
           MOVE SPACES TO ws-ask-field-name
           UNSTRING ws-card-word-3 DELIMITED BY "("
               INTO ws-ask-field-name
           END-UNSTRING
           MOVE "N" TO ws-prof-found
           PERFORM VARYING ws-prof-index FROM 1 BY 1
                   UNTIL ws-prof-index > ws-prof-count
               IF ws-prof-user-id (ws-prof-index) = ws-card-word-1 AND
                  ws-prof-file-name (ws-prof-index) = ws-card-word-2
                  AND ws-prof-field-name (ws-prof-index) =
                      ws-ask-field-name
                   MOVE "Y" TO ws-prof-found
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-prof-found = "Y"
                   MOVE "a second card for this user, file and field"
                       TO ws-card-error
               WHEN ws-prof-count >= ws-prof-max
                   MOVE "more cards than the table holds"
                       TO ws-card-error
               WHEN OTHER
                   ADD 1 TO ws-prof-count
                   MOVE ws-card-word-1
                       TO ws-prof-user-id (ws-prof-count)
                   MOVE ws-card-word-2
                       TO ws-prof-file-name (ws-prof-count)
                   MOVE ws-ask-field-name
                       TO ws-prof-field-name (ws-prof-count)
                   MOVE ws-card-access TO ws-prof-access (ws-prof-count)
           END-EVALUATE.

       decide-access.
           IF ws-usable = "N"
               MOVE "X" TO lnk-granted
               MOVE "90" TO lnk-status
           ELSE
               PERFORM find-best-rule
               IF lnk-granted = "U" OR
                  (lnk-granted = "R" AND lnk-wanted = "R")
                   MOVE "00" TO lnk-status
               ELSE
                   MOVE "40" TO lnk-status
               END-IF
           END-IF
           IF lnk-status NOT = "00" AND lnk-function = "CHEK"
               PERFORM log-violation
           END-IF.

       find-best-rule.
           MOVE lnk-user-id TO ws-ask-user-id
           MOVE lnk-file-name TO ws-ask-file-name
           MOVE SPACES TO ws-ask-field-name
           UNSTRING lnk-field-name DELIMITED BY "("
               INTO ws-ask-field-name
           END-UNSTRING
           INSPECT ws-ask-user-id CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-ask-file-name CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-ask-field-name CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "H" TO lnk-granted
           MOVE "N" TO ws-rule-found
           MOVE 0 TO ws-best-score
           PERFORM VARYING ws-prof-index FROM 1 BY 1
                   UNTIL ws-prof-index > ws-prof-count
               PERFORM score-rule
               IF ws-rule-match = "Y" AND
                  (ws-rule-found = "N" OR ws-score > ws-best-score)
                   MOVE "Y" TO ws-rule-found
                   MOVE ws-score TO ws-best-score
                   MOVE ws-prof-access (ws-prof-index) TO lnk-granted
               END-IF
           END-PERFORM.

       score-rule.
      * user-id 4, file 2, field 1: the score orders the rules by
      * specificity, user-id first, and an ALL never scores
           MOVE "Y" TO ws-rule-match
           MOVE 0 TO ws-score
           IF ws-prof-user-id (ws-prof-index) = ws-ask-user-id
               ADD 4 TO ws-score
           ELSE
               IF ws-prof-user-id (ws-prof-index) NOT = "ALL"
                   MOVE "N" TO ws-rule-match
               END-IF
           END-IF
           IF ws-prof-file-name (ws-prof-index) = ws-ask-file-name
               ADD 2 TO ws-score
           ELSE
               IF ws-prof-file-name (ws-prof-index) NOT = "ALL"
                   MOVE "N" TO ws-rule-match
               END-IF
           END-IF
           IF ws-ask-field-name = SPACES
               IF ws-prof-field-name (ws-prof-index) NOT = "ALL"
                   MOVE "N" TO ws-rule-match
               END-IF
           ELSE
               IF ws-prof-field-name (ws-prof-index) =
                  ws-ask-field-name
                   ADD 1 TO ws-score
               ELSE
                   IF ws-prof-field-name (ws-prof-index) NOT = "ALL"
                       MOVE "N" TO ws-rule-match
                   END-IF
               END-IF
           END-IF.

       log-violation.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date
           OPEN EXTEND security-log
           IF ws-seclog-status = "05" OR ws-seclog-status = "00"
               MOVE ws-timestamp-14 TO sec-timestamp
               MOVE lnk-user-id TO sec-user-id
               MOVE lnk-program TO sec-program
               MOVE lnk-file-name TO sec-file-name
               MOVE lnk-field-name TO sec-field-name
               MOVE lnk-record-no TO sec-record-no
               MOVE lnk-record-key TO sec-record-key
               MOVE lnk-wanted TO sec-wanted
               MOVE lnk-granted TO sec-granted
               WRITE sec-record
               CLOSE security-log
           ELSE
               DISPLAY "FAAUTH *** security log write failed, status "
                   ws-seclog-status " ***"
           END-IF.

       list-rule.
           IF ws-usable = "N"
               MOVE "90" TO lnk-status
           ELSE
               IF lnk-record-no < 1 OR lnk-record-no > ws-prof-count
                   MOVE "10" TO lnk-status
               ELSE
                   MOVE lnk-record-no TO ws-prof-index
                   MOVE ws-prof-user-id (ws-prof-index) TO lnk-user-id
                   MOVE ws-prof-file-name (ws-prof-index)
                       TO lnk-file-name
                   MOVE ws-prof-field-name (ws-prof-index)
                       TO lnk-field-name
                   MOVE ws-prof-access (ws-prof-index) TO lnk-granted
                   MOVE "00" TO lnk-status
               END-IF
           END-IF.
