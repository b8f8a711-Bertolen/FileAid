       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAREFCHK.
      *****************************************************************
      * Referential integrity check of a feed against the indexed
      * master and the code tables.  The validator only checks a
      * record against its own copybook's rules, so a mouvement-compte
      * whose numero-compte has no master record, or whose
      * code-operation is no valid operation, went through to the
      * overnight chain.  This pass reads REFFILE under any layout
      * cataloged in CPYLIST and looks the fields named on the
      * control cards up where they must exist, reporting every
      * orphan by record number, field and value:
      *
      *   ORPHAN-IDX   - the value is no premiere-donnee on IDXFILE,
      *                  the indexed master FAREORG builds
      *   ORPHAN-CODE  - the value is not listed under the card's
      *                  table in CODETAB
      *
      * REFCARDS holds the checks, one per line:
      *   field IDX               - the value must be a key of IDXFILE
      *   field TABLE table-name  - the value must be a code of that
      *                             table in CODETAB
      * field is any elementary field of the layout; table rows are
      * addressed by their expanded names (NAME(n)).  The value
      * looked up is the field's bytes as they stand in the record,
      * trailing spaces ignored - a key or a code is text, so a
      * packed or binary field is refused as a check.  A blank value
      * is an optional reference left empty and is not looked up.
      * A card that names an unknown field, table or check stops the
      * run before any record is read.
      *
      * CODETAB holds the code tables, one code per line:
      *   table-name code [meaning]
      * a line starting with * is a comment.  The file is only
      * needed when a card names a table.
      *
      * PARM (via COMMAND-LINE): [copybook] [TEXT] [SPLIT]
      *   copybook - a member cataloged in CPYLIST, loaded at run
      *              time by FACPYLOD (default COPY, the classic
      *              zone-groupe layout)
      *   TEXT     - REFFILE, CLEANFIL and EXCPFILE are text files,
      *              one record per line, the form the suppliers
      *              transmit and the form the profiler reads.
      *              Without it the files are read and written as
      *              the extract reads them: a sequential file of
      *              copy.cpy records under COPY, the relative file
      *              the editor keeps for any other layout - there a
      *              record is reported by its slot number and keeps
      *              that slot on CLEANFIL or EXCPFILE
      *   SPLIT    - besides the report, write every clean record to
      *              CLEANFIL and every record holding an orphan to
      *              EXCPFILE, as the validator's SPLIT does
      *
      * The job ends with a condition code the chain driver can act
      * on: 8 when any orphan was found or a record could not be
      * written, 12 when the layout, the cards or a file could not
      * be used, 4 when there were no cards to check, 0 on a clean
      * feed - so orphans stop the chain before the mass update or
      * the extract touch the file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ref-file ASSIGN TO "REFFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ref-status.
           SELECT rel-ref-file ASSIGN TO "REFFILE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS ws-ref-rec-no
               FILE STATUS IS ws-ref-status.
           SELECT text-ref-file ASSIGN TO "REFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ref-status.
           SELECT card-file ASSIGN TO "REFCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-card-status.
           SELECT code-file ASSIGN TO "CODETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-code-status.
           SELECT idx-file ASSIGN TO "IDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS premiere-donnee OF zone-groupe
               FILE STATUS IS ws-idx-status.
           SELECT OPTIONAL clean-file ASSIGN TO "CLEANFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-clean-status.
           SELECT OPTIONAL excp-file ASSIGN TO "EXCPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-excp-status.
           SELECT OPTIONAL rel-clean-file ASSIGN TO "CLEANFIL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-out-rec-no
               FILE STATUS IS ws-clean-status.
           SELECT OPTIONAL rel-excp-file ASSIGN TO "EXCPFILE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-out-rec-no
               FILE STATUS IS ws-excp-status.
           SELECT OPTIONAL text-clean-file ASSIGN TO "CLEANFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-clean-status.
           SELECT OPTIONAL text-excp-file ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ref-file.
       COPY copy REPLACING ==zone-groupe== BY ==ref-groupe==.

       FD  rel-ref-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-ref-rec-len.
       01 rel-ref-record PIC X(512).

       FD  text-ref-file.
       01 text-ref-record PIC X(512).

       FD  card-file.
       01 card-record PIC X(80).

       FD  code-file.
       01 code-record PIC X(80).

       FD  idx-file.
       COPY copy.

       FD  clean-file.
       COPY copy REPLACING ==zone-groupe== BY ==clean-groupe==.

       FD  excp-file.
       COPY copy REPLACING ==zone-groupe== BY ==excp-groupe==.

       FD  rel-clean-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-out-rec-len.
       01 rel-clean-record PIC X(512).

       FD  rel-excp-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-out-rec-len.
       01 rel-excp-record PIC X(512).

       FD  text-clean-file.
       01 text-clean-record PIC X(512).

       FD  text-excp-file.
       01 text-excp-record PIC X(512).

       WORKING-STORAGE SECTION.
       01 ws-ref-status PIC X(02).
       01 ws-card-status PIC X(02).
       01 ws-code-status PIC X(02).
       01 ws-idx-status PIC X(02).
       01 ws-clean-status PIC X(02).
       01 ws-excp-status PIC X(02).
       01 ws-ref-eof PIC X(01) VALUE "N".
       01 ws-card-eof PIC X(01) VALUE "N".
       01 ws-code-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".
       01 ws-idx-open PIC X(01) VALUE "N".
       01 ws-ref-open PIC X(01) VALUE "N".
       01 ws-clean-open PIC X(01) VALUE "N".
       01 ws-excp-open PIC X(01) VALUE "N".
       01 ws-need-idx PIC X(01) VALUE "N".
       01 ws-need-codes PIC X(01) VALUE "N".
       01 ws-text-mode PIC X(01) VALUE "N".
       01 ws-layout-mode PIC X(01) VALUE "N".

       01 ws-parm PIC X(40).
       01 ws-opt-1 PIC X(30) VALUE SPACES.
       01 ws-opt-2 PIC X(30) VALUE SPACES.
       01 ws-opt-3 PIC X(30) VALUE SPACES.
       01 ws-parm-token PIC X(30).
       01 ws-split-opt PIC X(10) VALUE SPACES.
       01 ws-form-name PIC X(10).

      * the record being checked, whichever form REFFILE has
       01 ws-ref-record PIC X(512).
       01 ws-ref-rec-no PIC 9(09) VALUE 0.
       01 ws-ref-rec-len PIC 9(04).
       01 ws-out-rec-no PIC 9(09).
       01 ws-out-rec-len PIC 9(04).

       01 ws-rec-count PIC 9(09) VALUE 0.
       01 ws-clean-count PIC 9(09) VALUE 0.
       01 ws-excp-count PIC 9(09) VALUE 0.
       01 ws-write-fail-count PIC 9(09) VALUE 0.
       01 ws-orphan-count PIC 9(09) VALUE 0.
       01 ws-blank-count PIC 9(09) VALUE 0.
       01 ws-record-bad PIC X(01).

      * one entry per control card: the field it checks, resolved to
      * its row of the layout's field table, and where it looks
       01 ws-chk-table.
         05 ws-chk-max PIC 9(02) VALUE 20.
         05 ws-chk-count PIC 9(02) VALUE 0.
         05 ws-chk-entry OCCURS 20.
           10 ws-chk-field PIC X(30).
           10 ws-chk-kind PIC X(05).
           10 ws-chk-table-name PIC X(30).
           10 ws-chk-fld-idx PIC 9(03).
           10 ws-chk-orphans PIC 9(09).
       01 ws-chk-index PIC 9(02).

       01 ws-code-table.
         05 ws-code-max PIC 9(04) VALUE 1000.
         05 ws-code-count PIC 9(04) VALUE 0.
         05 ws-code-entry OCCURS 1000.
           10 ws-code-tab PIC X(30).
           10 ws-code-value PIC X(30).
           10 ws-code-meaning PIC X(30).
       01 ws-code-index PIC 9(04).
       01 ws-code-found PIC X(01).

       01 ws-fld-index PIC 9(03).
       01 ws-ref-value PIC X(30).
       01 ws-value-found PIC X(01).
       01 ws-count-ed PIC ZZZZZZZZ9.

       01 ws-cpy-call.
         05 ws-cpy-name PIC X(30).
         05 ws-cpy-status PIC X(02).
         05 ws-cpy-rec-len PIC 9(04).
         05 ws-cpy-fld-count PIC 9(03).
         05 ws-cpy-field OCCURS 60.
           10 ws-cpy-fld-name PIC X(30).
           10 ws-cpy-fld-off PIC 9(04).
           10 ws-cpy-fld-len PIC 9(04).
           10 ws-cpy-fld-type PIC X(01).
           10 ws-cpy-fld-dec PIC 9(01).
           10 ws-cpy-fld-usage PIC X(01).
           10 ws-cpy-fld-sign PIC X(01).
           10 ws-cpy-fld-digits PIC 9(02).
           10 ws-cpy-fld-cond-count PIC 9(01).
           10 ws-cpy-fld-cond OCCURS 4.
             15 ws-cpy-cond-name PIC X(30).
             15 ws-cpy-cond-value PIC X(10).
           10 ws-cpy-fld-def-kind PIC X(01).
           10 ws-cpy-fld-default PIC X(30).

       PROCEDURE DIVISION.
       main-para.
           PERFORM initialize-para
           IF ws-abort-flag = "N"
               PERFORM load-cards-para
           END-IF
           IF ws-abort-flag = "N" AND ws-chk-count > 0
               PERFORM open-files-para
           END-IF
           IF ws-abort-flag = "N" AND ws-chk-count > 0
               PERFORM check-records-para
               PERFORM terminate-para
           ELSE
               PERFORM close-files-para
           END-IF
           GOBACK.

       initialize-para.
           ACCEPT ws-parm FROM COMMAND-LINE
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-opt-1 ws-opt-2 ws-opt-3
           END-UNSTRING
           INSPECT ws-opt-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-opt-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-opt-3 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO ws-cpy-name
           MOVE ws-opt-1 TO ws-parm-token
           PERFORM take-parm-token-para
           MOVE ws-opt-2 TO ws-parm-token
           PERFORM take-parm-token-para
           MOVE ws-opt-3 TO ws-parm-token
           PERFORM take-parm-token-para
           IF ws-cpy-name = SPACES
               MOVE "COPY" TO ws-cpy-name
           END-IF
           IF ws-abort-flag = "N"
               CALL "FACPYLOD" USING ws-cpy-call
               IF ws-cpy-status NOT = "00"
                   DISPLAY "FAREFCHK *** cannot load layout "
                       FUNCTION TRIM(ws-cpy-name)
                       " - FACPYLOD status " ws-cpy-status " ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
      * the classic layout is the extract's sequential copy.cpy
      * file, any other layout the editor's relative file
           EVALUATE TRUE
               WHEN ws-text-mode = "Y"
                   MOVE "text" TO ws-form-name
               WHEN ws-cpy-name = "COPY"
                   MOVE "sequential" TO ws-form-name
               WHEN OTHER
                   MOVE "Y" TO ws-layout-mode
                   MOVE "relative" TO ws-form-name
           END-EVALUATE.

       take-parm-token-para.
           EVALUATE ws-parm-token
               WHEN SPACES
                   CONTINUE
               WHEN "SPLIT"
                   MOVE "SPLIT" TO ws-split-opt
               WHEN "TEXT"
                   MOVE "Y" TO ws-text-mode
               WHEN OTHER
                   IF ws-cpy-name = SPACES
                       MOVE ws-parm-token TO ws-cpy-name
                   ELSE
                       DISPLAY "FAREFCHK *** PARM option "
                           FUNCTION TRIM(ws-parm-token)
                           " is neither TEXT nor SPLIT ***"
                       MOVE "Y" TO ws-abort-flag
                       MOVE 12 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       load-cards-para.
           OPEN INPUT card-file
           IF ws-card-status NOT = "00"
               DISPLAY "Unable to open REFCARDS, status "
                   ws-card-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL ws-card-eof = "Y" OR ws-abort-flag = "Y"
                   READ card-file
                       AT END
                           MOVE "Y" TO ws-card-eof
                       NOT AT END
                           IF card-record NOT = SPACES AND
                              card-record (1:1) NOT = "*"
                               PERFORM parse-card-para
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE card-file
               IF ws-chk-count = 0 AND ws-abort-flag = "N"
                   DISPLAY "FAREFCHK no check cards in REFCARDS"
                       " - nothing to do"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF ws-abort-flag = "N" AND ws-need-codes = "Y"
               PERFORM load-codes-para
           END-IF
           IF ws-abort-flag = "N" AND ws-need-codes = "Y"
               PERFORM check-tables-para
           END-IF.

       parse-card-para.
           IF ws-chk-count >= ws-chk-max
               DISPLAY "*** more than " ws-chk-max " check cards ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO ws-chk-count
               MOVE SPACES TO ws-chk-entry (ws-chk-count)
               MOVE 0 TO ws-chk-orphans (ws-chk-count)
               UNSTRING card-record DELIMITED BY ALL SPACES
                   INTO ws-chk-field (ws-chk-count)
                       ws-chk-kind (ws-chk-count)
                       ws-chk-table-name (ws-chk-count)
               END-UNSTRING
               INSPECT ws-chk-field (ws-chk-count) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT ws-chk-kind (ws-chk-count) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT ws-chk-table-name (ws-chk-count) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM edit-card-para
           END-IF.

       edit-card-para.
           MOVE 0 TO ws-chk-fld-idx (ws-chk-count)
           PERFORM VARYING ws-fld-index FROM 1 BY 1
                   UNTIL ws-fld-index > ws-cpy-fld-count
                   OR ws-chk-fld-idx (ws-chk-count) > 0
               IF ws-cpy-fld-name (ws-fld-index) =
                  ws-chk-field (ws-chk-count)
                   MOVE ws-fld-index TO ws-chk-fld-idx (ws-chk-count)
               END-IF
           END-PERFORM
           IF ws-chk-fld-idx (ws-chk-count) = 0
               DISPLAY "*** unknown field on card " ws-chk-count
                   ": " FUNCTION TRIM(ws-chk-field (ws-chk-count))
                   " is not in " FUNCTION TRIM(ws-cpy-name) " ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ws-chk-fld-idx (ws-chk-count) TO ws-fld-index
               IF ws-cpy-fld-usage (ws-fld-index) = "P" OR
                  ws-cpy-fld-usage (ws-fld-index) = "B"
                   DISPLAY "*** field on card " ws-chk-count ": "
                       FUNCTION TRIM(ws-chk-field (ws-chk-count))
                       " is packed or binary - not a key or a"
                       " code ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM edit-card-kind-para
               END-IF
           END-IF.

       edit-card-kind-para.
           EVALUATE ws-chk-kind (ws-chk-count)
               WHEN "IDX"
                   MOVE "Y" TO ws-need-idx
               WHEN "TABLE"
                   IF ws-chk-table-name (ws-chk-count) = SPACES
                       DISPLAY "*** TABLE on card " ws-chk-count
                           " names no code table ***"
                       MOVE "Y" TO ws-abort-flag
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       MOVE "Y" TO ws-need-codes
                   END-IF
               WHEN OTHER
                   DISPLAY "*** check on card " ws-chk-count
                       " must be IDX or TABLE - got "
                       FUNCTION TRIM(ws-chk-kind (ws-chk-count))
                       " ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       load-codes-para.
           OPEN INPUT code-file
           IF ws-code-status NOT = "00"
               DISPLAY "Unable to open CODETAB, status "
                   ws-code-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL ws-code-eof = "Y" OR ws-abort-flag = "Y"
                   READ code-file
                       AT END
                           MOVE "Y" TO ws-code-eof
                       NOT AT END
                           IF code-record NOT = SPACES AND
                              code-record (1:1) NOT = "*"
                               PERFORM take-code-para
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE code-file
           END-IF.

       take-code-para.
           IF ws-code-count >= ws-code-max
               DISPLAY "*** more than " ws-code-max " codes in"
                   " CODETAB ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO ws-code-count
               MOVE SPACES TO ws-code-entry (ws-code-count)
               UNSTRING code-record DELIMITED BY ALL SPACES
                   INTO ws-code-tab (ws-code-count)
                       ws-code-value (ws-code-count)
                       ws-code-meaning (ws-code-count)
               END-UNSTRING
               INSPECT ws-code-tab (ws-code-count) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.

       check-tables-para.
      * a card naming a table CODETAB does not hold would report
      * every record as an orphan - stop on the card instead
           PERFORM VARYING ws-chk-index FROM 1 BY 1
                   UNTIL ws-chk-index > ws-chk-count
               IF ws-chk-kind (ws-chk-index) = "TABLE"
                   MOVE "N" TO ws-code-found
                   PERFORM VARYING ws-code-index FROM 1 BY 1
                           UNTIL ws-code-index > ws-code-count
                           OR ws-code-found = "Y"
                       IF ws-code-tab (ws-code-index) =
                          ws-chk-table-name (ws-chk-index)
                           MOVE "Y" TO ws-code-found
                       END-IF
                   END-PERFORM
                   IF ws-code-found = "N"
                       DISPLAY "*** table "
                           FUNCTION TRIM(ws-chk-table-name
                           (ws-chk-index)) " on card " ws-chk-index
                           " is not in CODETAB ***"
                       MOVE "Y" TO ws-abort-flag
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       open-files-para.
           IF ws-need-idx = "Y"
               OPEN INPUT idx-file
               IF ws-idx-status NOT = "00"
                   DISPLAY "Unable to open IDXFILE, status "
                       ws-idx-status
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO ws-idx-open
               END-IF
           END-IF
           IF ws-abort-flag = "N"
               EVALUATE TRUE
                   WHEN ws-text-mode = "Y"
                       OPEN INPUT text-ref-file
                   WHEN ws-layout-mode = "Y"
                       OPEN INPUT rel-ref-file
                   WHEN OTHER
                       OPEN INPUT ref-file
               END-EVALUATE
               IF ws-ref-status NOT = "00"
                   DISPLAY "Unable to open REFFILE ("
                       FUNCTION TRIM(ws-form-name) "), status "
                       ws-ref-status
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO ws-ref-open
               END-IF
           END-IF
           IF ws-abort-flag = "N" AND ws-split-opt = "SPLIT"
               EVALUATE TRUE
                   WHEN ws-text-mode = "Y"
                       OPEN OUTPUT text-clean-file
                       OPEN OUTPUT text-excp-file
                   WHEN ws-layout-mode = "Y"
                       OPEN OUTPUT rel-clean-file
                       OPEN OUTPUT rel-excp-file
                   WHEN OTHER
                       OPEN OUTPUT clean-file
                       OPEN OUTPUT excp-file
               END-EVALUATE
               IF ws-clean-status = "00" OR ws-clean-status = "05"
                   MOVE "Y" TO ws-clean-open
               END-IF
               IF ws-excp-status = "00" OR ws-excp-status = "05"
                   MOVE "Y" TO ws-excp-open
               END-IF
               IF (ws-clean-status NOT = "00" AND
                   ws-clean-status NOT = "05")
                  OR (ws-excp-status NOT = "00" AND
                      ws-excp-status NOT = "05")
                   DISPLAY "Unable to open CLEANFIL (status "
                       ws-clean-status ") or EXCPFILE (status "
                       ws-excp-status ") - nothing checked"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF ws-abort-flag = "N"
               IF ws-split-opt = "SPLIT"
                   DISPLAY "FAREFCHK checking "
                       FUNCTION TRIM(ws-form-name) " REFFILE under "
                       FUNCTION TRIM(ws-cpy-name) " (" ws-chk-count
                       " checks) with clean/exception split"
               ELSE
                   DISPLAY "FAREFCHK checking "
                       FUNCTION TRIM(ws-form-name) " REFFILE under "
                       FUNCTION TRIM(ws-cpy-name) " (" ws-chk-count
                       " checks, report only)"
               END-IF
           END-IF.

       check-records-para.
           PERFORM UNTIL ws-ref-eof = "Y"
               PERFORM read-ref-record-para
               IF ws-ref-eof = "N"
                   ADD 1 TO ws-rec-count
                   PERFORM check-record-para
                   IF ws-split-opt = "SPLIT"
                       PERFORM split-record-para
                   END-IF
               END-IF
           END-PERFORM.

       read-ref-record-para.
           MOVE SPACES TO ws-ref-record
           EVALUATE TRUE
               WHEN ws-text-mode = "Y"
                   READ text-ref-file
                       AT END
                           MOVE "Y" TO ws-ref-eof
                       NOT AT END
                           MOVE text-ref-record TO ws-ref-record
                   END-READ
                   PERFORM check-ref-read-para
                   MOVE ws-rec-count TO ws-ref-rec-no
                   ADD 1 TO ws-ref-rec-no
               WHEN ws-layout-mode = "Y"
                   READ rel-ref-file
                       AT END
                           MOVE "Y" TO ws-ref-eof
                       NOT AT END
                           MOVE rel-ref-record (1:ws-ref-rec-len)
                               TO ws-ref-record
                   END-READ
                   PERFORM check-ref-read-para
               WHEN OTHER
                   READ ref-file
                       AT END
                           MOVE "Y" TO ws-ref-eof
                       NOT AT END
                           MOVE ref-groupe TO ws-ref-record
                   END-READ
                   PERFORM check-ref-read-para
                   MOVE ws-rec-count TO ws-ref-rec-no
                   ADD 1 TO ws-ref-rec-no
           END-EVALUATE.

       check-ref-read-para.
      * a file not in the form the PARM says answers every READ
      * with an error status instead of AT END
           IF ws-ref-eof = "N" AND ws-ref-status NOT = "00"
               DISPLAY "FAREFCHK *** REFFILE is not a "
                   FUNCTION TRIM(ws-form-name) " file in this"
                   " layout's format - read status " ws-ref-status
                   " - stopping ***"
               MOVE "Y" TO ws-ref-eof
               MOVE 12 TO RETURN-CODE
           END-IF.

       check-record-para.
           MOVE "N" TO ws-record-bad
           PERFORM VARYING ws-chk-index FROM 1 BY 1
                   UNTIL ws-chk-index > ws-chk-count
               PERFORM check-one-field-para
           END-PERFORM.

       check-one-field-para.
           MOVE ws-chk-fld-idx (ws-chk-index) TO ws-fld-index
           MOVE SPACES TO ws-ref-value
           MOVE ws-ref-record (ws-cpy-fld-off (ws-fld-index):
               ws-cpy-fld-len (ws-fld-index)) TO ws-ref-value
           IF ws-ref-value = SPACES
               ADD 1 TO ws-blank-count
           ELSE
               IF ws-chk-kind (ws-chk-index) = "IDX"
                   PERFORM look-up-master-para
               ELSE
                   PERFORM look-up-code-para
               END-IF
               IF ws-value-found = "N"
                   PERFORM report-orphan-para
               END-IF
           END-IF.

       look-up-master-para.
      * a value longer than premiere-donnee can hold can never be a
      * key on the master - no read needed to know it is an orphan
           MOVE "N" TO ws-value-found
           IF ws-ref-value (6:25) = SPACES
               MOVE ws-ref-value (1:5)
                   TO premiere-donnee OF zone-groupe
               READ idx-file
                   INVALID KEY
                       MOVE "N" TO ws-value-found
                   NOT INVALID KEY
                       MOVE "Y" TO ws-value-found
               END-READ
           END-IF.

       look-up-code-para.
           MOVE "N" TO ws-value-found
           PERFORM VARYING ws-code-index FROM 1 BY 1
                   UNTIL ws-code-index > ws-code-count
                   OR ws-value-found = "Y"
               IF ws-code-tab (ws-code-index) =
                  ws-chk-table-name (ws-chk-index) AND
                  ws-code-value (ws-code-index) = ws-ref-value
                   MOVE "Y" TO ws-value-found
               END-IF
           END-PERFORM.

       report-orphan-para.
           ADD 1 TO ws-orphan-count
           ADD 1 TO ws-chk-orphans (ws-chk-index)
           MOVE "Y" TO ws-record-bad
           IF ws-chk-kind (ws-chk-index) = "IDX"
               DISPLAY "record " ws-ref-rec-no " ORPHAN-IDX "
                   FUNCTION TRIM(ws-chk-field (ws-chk-index))
                   " [" FUNCTION TRIM(ws-ref-value TRAILING)
                   "] has no master record on IDXFILE"
           ELSE
               DISPLAY "record " ws-ref-rec-no " ORPHAN-CODE "
                   FUNCTION TRIM(ws-chk-field (ws-chk-index))
                   " [" FUNCTION TRIM(ws-ref-value TRAILING)
                   "] is not a code of table "
                   FUNCTION TRIM(ws-chk-table-name (ws-chk-index))
           END-IF.

       split-record-para.
      * a relative record keeps its slot and its length, so an
      * exception listed by record number is the same record on
      * REFFILE and on the file it was split to
           MOVE ws-ref-rec-no TO ws-out-rec-no
           MOVE ws-ref-rec-len TO ws-out-rec-len
           IF ws-record-bad = "Y"
               PERFORM write-excp-record-para
           ELSE
               PERFORM write-clean-record-para
           END-IF.

       write-clean-record-para.
           EVALUATE TRUE
               WHEN ws-text-mode = "Y"
                   MOVE ws-ref-record TO text-clean-record
                   WRITE text-clean-record
               WHEN ws-layout-mode = "Y"
                   MOVE ws-ref-record TO rel-clean-record
                   WRITE rel-clean-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   MOVE ws-ref-record TO clean-groupe
                   WRITE clean-groupe
           END-EVALUATE
           IF ws-clean-status = "00"
               ADD 1 TO ws-clean-count
           ELSE
               DISPLAY "FAREFCHK *** write of record " ws-ref-rec-no
                   " to CLEANFIL failed, status " ws-clean-status
                   " ***"
               ADD 1 TO ws-write-fail-count
           END-IF.

       write-excp-record-para.
           EVALUATE TRUE
               WHEN ws-text-mode = "Y"
                   MOVE ws-ref-record TO text-excp-record
                   WRITE text-excp-record
               WHEN ws-layout-mode = "Y"
                   MOVE ws-ref-record TO rel-excp-record
                   WRITE rel-excp-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   MOVE ws-ref-record TO excp-groupe
                   WRITE excp-groupe
           END-EVALUATE
           IF ws-excp-status = "00"
               ADD 1 TO ws-excp-count
           ELSE
               DISPLAY "FAREFCHK *** write of record " ws-ref-rec-no
                   " to EXCPFILE failed, status " ws-excp-status
                   " ***"
               ADD 1 TO ws-write-fail-count
           END-IF.

       close-files-para.
           IF ws-idx-open = "Y"
               CLOSE idx-file
               MOVE "N" TO ws-idx-open
           END-IF
           IF ws-ref-open = "Y"
               EVALUATE TRUE
                   WHEN ws-text-mode = "Y"
                       CLOSE text-ref-file
                   WHEN ws-layout-mode = "Y"
                       CLOSE rel-ref-file
                   WHEN OTHER
                       CLOSE ref-file
               END-EVALUATE
               MOVE "N" TO ws-ref-open
           END-IF
           IF ws-clean-open = "Y"
               EVALUATE TRUE
                   WHEN ws-text-mode = "Y"
                       CLOSE text-clean-file
                   WHEN ws-layout-mode = "Y"
                       CLOSE rel-clean-file
                   WHEN OTHER
                       CLOSE clean-file
               END-EVALUATE
               MOVE "N" TO ws-clean-open
           END-IF
           IF ws-excp-open = "Y"
               EVALUATE TRUE
                   WHEN ws-text-mode = "Y"
                       CLOSE text-excp-file
                   WHEN ws-layout-mode = "Y"
                       CLOSE rel-excp-file
                   WHEN OTHER
                       CLOSE excp-file
               END-EVALUATE
               MOVE "N" TO ws-excp-open
           END-IF.

       terminate-para.
           PERFORM close-files-para
           DISPLAY "FAREFCHK control report"
           DISPLAY "  records read          " ws-rec-count
           PERFORM VARYING ws-chk-index FROM 1 BY 1
                   UNTIL ws-chk-index > ws-chk-count
               MOVE ws-chk-orphans (ws-chk-index) TO ws-count-ed
               IF ws-chk-kind (ws-chk-index) = "IDX"
                   DISPLAY "  "
                       FUNCTION TRIM(ws-chk-field (ws-chk-index))
                       " against IDXFILE: orphans "
                       FUNCTION TRIM(ws-count-ed)
               ELSE
                   DISPLAY "  "
                       FUNCTION TRIM(ws-chk-field (ws-chk-index))
                       " against table "
                       FUNCTION TRIM(ws-chk-table-name
                       (ws-chk-index)) ": orphans "
                       FUNCTION TRIM(ws-count-ed)
               END-IF
           END-PERFORM
           DISPLAY "  blank values skipped  " ws-blank-count
           DISPLAY "  orphans in all        " ws-orphan-count
           IF ws-split-opt = "SPLIT"
               DISPLAY "  written to CLEANFIL   " ws-clean-count
               DISPLAY "  written to EXCPFILE   " ws-excp-count
               DISPLAY "  records not written   " ws-write-fail-count
           END-IF
      * an orphan is a step failure to the chain driver - the
      * update and extract passes must not see the feed; a record
      * lost from the split is one too
           IF RETURN-CODE = 0
               IF ws-orphan-count > 0 OR ws-write-fail-count > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
