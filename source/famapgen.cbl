       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMAPGEN.
      *****************************************************************
      * Partner interface generator.  A partner who wants a file in
      * its own layout used to mean a program reading fiche-client
      * or mouvement-compte and moving fields one by one; this pass
      * does the same from a card deck.  MAPCARDS names a source and
      * a target copybook cataloged in CPYLIST - both loaded through
      * FACPYLOD - and says where each target field comes from; the
      * pass then writes one target-layout record to MAPOUT for
      * every source-layout record on MAPIN.
      *
      * MAPCARDS, one card a line (blank lines and * comments
      * skipped), SOURCE and TARGET before any field card:
      *   SOURCE member
      *   TARGET member
      *   target-field FROM source-field [TABLE table] [DEFAULT value]
      *   target-field CONSTANT value
      *   target-field DEFAULT [value]
      * FROM moves the source field's value into the target field,
      * converting between text and numeric and between display,
      * signed, COMP-3 and COMP pictures, the decimal point kept in
      * place.  TABLE translates it first through a code table in
      * CODETAB (table-name code meaning, the referential check's
      * file): the code is looked up and its meaning is what moves.
      * DEFAULT on a FROM card is used when the source field is
      * blank, holds no valid number for its picture, or is a code
      * the table does not list.  CONSTANT gives the field the same
      * value on every record; DEFAULT with a value does the same,
      * and without one gives the field the default its own
      * copybook declares - as does every target field no card
      * names.  A value is the rest of its card, up to 30 bytes, and
      * a CONSTANT or DEFAULT value that would not fit its field is
      * refused on the card, before any record is read.
      *
      * A value that does not fit its target picture - text longer
      * than the field, a number too big for its digits, with more
      * decimals than it keeps, negative for an unsigned field, text
      * that is no number for a numeric field, or a code with no
      * meaning and no default - goes to MAPREJ as one line: record
      * number, target field, why, and the value.  A record with any
      * rejected value is not written, so the partner never gets a
      * half-converted record.
      *
      * PARM (via COMMAND-LINE): [TEXT]
      *   TEXT - MAPIN and MAPOUT are text files, one record per
      *          line (display pictures only, as for the migration);
      *          without it both are relative files in the form the
      *          generic editor keeps, and each output record keeps
      *          the slot number of the record it was built from
      *
      * Run-control totals go to RUNCTL through CTLWRIT under the
      * target layout's name.  The job ends with a condition code
      * the chain driver can act on: 8 when any value was rejected
      * or any record could not be written, 12 when a card, a
      * layout or a file could not be used, 0 on a clean run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "MAPCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-card-status.
           SELECT code-file ASSIGN TO "CODETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-code-status.
           SELECT map-in-file ASSIGN TO "MAPIN"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS ws-in-rec-no
               FILE STATUS IS ws-in-status.
           SELECT map-out-file ASSIGN TO "MAPOUT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-out-rec-no
               FILE STATUS IS ws-out-status.
           SELECT text-in-file ASSIGN TO "MAPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-in-status.
           SELECT text-out-file ASSIGN TO "MAPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-status.
           SELECT reject-file ASSIGN TO "MAPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rej-status.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01 card-record PIC X(80).

       FD  code-file.
       01 code-record PIC X(80).

       FD  map-in-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-in-rec-len.
       01 map-in-record PIC X(512).

       FD  map-out-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-out-rec-len.
       01 map-out-record PIC X(512).

       FD  text-in-file.
       01 text-in-record PIC X(512).

       FD  text-out-file.
       01 text-out-record PIC X(512).

       FD  reject-file.
       01 reject-record PIC X(256).

       WORKING-STORAGE SECTION.
       01 ws-card-status PIC X(02).
       01 ws-code-status PIC X(02).
       01 ws-in-status PIC X(02).
       01 ws-out-status PIC X(02).
       01 ws-rej-status PIC X(02).
       01 ws-card-eof PIC X(01) VALUE "N".
       01 ws-code-eof PIC X(01) VALUE "N".
       01 ws-in-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".
       01 ws-need-codes PIC X(01) VALUE "N".
       01 ws-in-rec-no PIC 9(09) VALUE 0.
       01 ws-out-rec-no PIC 9(09) VALUE 0.
       01 ws-in-rec-len PIC 9(04).
       01 ws-out-rec-len PIC 9(04).

       01 ws-parm PIC X(80).
       01 ws-form-opt PIC X(10).
       01 ws-text-mode PIC X(01) VALUE "N".
       01 ws-src-member PIC X(30) VALUE SPACES.
       01 ws-tgt-member PIC X(30) VALUE SPACES.

       01 ws-start-date PIC X(21).
       01 ws-start-ts REDEFINES ws-start-date.
         05 ws-start-14 PIC 9(14).
         05 FILLER PIC X(07).

      * one card split into its words; ws-tok-next is where the
      * card goes on after each word, so a value can be taken as
      * the rest of the card, spaces and case kept
       01 ws-card-no PIC 9(04) VALUE 0.
       01 ws-field-cards PIC 9(04) VALUE 0.
       01 ws-card-ptr PIC 9(04).
       01 ws-tok-ix PIC 9(02).
       01 ws-tok-count PIC 9(02).
       01 ws-card-tokens.
         05 ws-card-token OCCURS 6.
           10 ws-tok PIC X(30).
           10 ws-tok-next PIC 9(04).
       01 ws-card-value PIC X(80).
       01 ws-card-error PIC X(60).
       01 ws-card-check PIC X(01) VALUE "N".

      * one entry per field of the target layout, saying where its
      * value comes from:
      *   F from a source field     K a constant
      *   V a default value         L the layout's own default
       01 ws-map-table.
         05 ws-map-entry OCCURS 60.
           10 ws-map-kind PIC X(01).
           10 ws-map-src-idx PIC 9(03).
           10 ws-map-code-tab PIC X(30).
           10 ws-map-has-default PIC X(01).
           10 ws-map-value PIC X(30).
           10 ws-map-card-no PIC 9(04).
           10 ws-map-reject-count PIC 9(09).

       01 ws-src-index PIC 9(03).
       01 ws-tgt-index PIC 9(03).
       01 ws-fld-found PIC 9(03).
       01 ws-fld-wanted PIC X(30).

       01 ws-code-table.
         05 ws-code-max PIC 9(04) VALUE 1000.
         05 ws-code-count PIC 9(04) VALUE 0.
         05 ws-code-entry OCCURS 1000.
           10 ws-code-tab PIC X(30).
           10 ws-code-value PIC X(30).
           10 ws-code-meaning PIC X(30).
       01 ws-code-index PIC 9(04).
       01 ws-code-found PIC X(01).
       01 ws-code-wanted PIC X(30).

       01 ws-in-record PIC X(512).
       01 ws-out-record PIC X(512).

       01 ws-rec-count PIC 9(09) VALUE 0.
       01 ws-out-count PIC 9(09) VALUE 0.
       01 ws-write-fail-count PIC 9(09) VALUE 0.
       01 ws-rej-rec-count PIC 9(09) VALUE 0.
       01 ws-reject-total PIC 9(09) VALUE 0.
       01 ws-rec-rejected PIC X(01).
       01 ws-value-rejected PIC X(01).
       01 ws-reject-reason PIC X(50).
       01 ws-count-ed PIC ZZZZZZZZ9.
       01 ws-len-ed PIC ZZZ9.

      * the value on its way to the target field, as text: a
      * source text field's bytes, a source number edited with its
      * sign and decimal point, a code's meaning or a card value
       01 ws-val-text PIC X(512).
       01 ws-src-number PIC X(01).
       01 ws-text-number PIC S9(18)V9(09).

      * unpack/repack work area: a field's bytes in whatever usage
      * its picture declared, to and from an absolute value and a
      * sign - the migration's rules, run between two layouts
       01 ws-num-value PIC 9(18) VALUE 0.
       01 ws-num-negative PIC X(01) VALUE "N".
       01 ws-num-valid PIC X(01) VALUE "Y".
       01 ws-num-scale PIC 9(18).
       01 ws-num-rest PIC 9(18).
       01 ws-num-limit PIC 9(18).
       01 ws-dec-shift PIC S9(02).
       01 ws-fld-digits PIC 9(02).
       01 ws-fld-bytes PIC 9(04).
       01 ws-byte-ix PIC 9(04).
       01 ws-gen-int-len PIC 9(04).
       01 ws-gen-digits PIC 9(18).
       01 ws-gen-digits-x REDEFINES ws-gen-digits PIC X(18).
       01 ws-fmt-ptr PIC 9(03).
       01 ws-pack-byte PIC X(01).
       01 ws-pack-byte-val REDEFINES ws-pack-byte PIC X COMP-X.
       01 ws-nib-hi PIC 9(02).
       01 ws-nib-lo PIC 9(02).
       01 ws-pack-digits PIC X(17).
       01 ws-digit-x PIC X(01).
       01 ws-digit-9 REDEFINES ws-digit-x PIC 9(01).
       01 ws-sign-char PIC X(01).
       01 ws-ovp-digit PIC 9(02).
       01 ws-ovp-valid PIC X(01).
       01 ws-bin-2-x PIC X(02).
       01 ws-bin-2 REDEFINES ws-bin-2-x PIC S9(04) COMP.
       01 ws-bin-4-x PIC X(04).
       01 ws-bin-4 REDEFINES ws-bin-4-x PIC S9(09) COMP.
       01 ws-bin-8-x PIC X(08).
       01 ws-bin-8 REDEFINES ws-bin-8-x PIC S9(18) COMP.
       01 ws-bin-signed PIC S9(18) VALUE 0.

       01 ws-def-text PIC X(30).
       01 ws-def-kind PIC X(01).
       01 ws-def-len PIC 9(02).
       01 ws-def-ix PIC 9(02).

       01 ws-src-call.
         05 ws-src-name PIC X(30).
         05 ws-src-status PIC X(02).
         05 ws-src-rec-len PIC 9(04).
         05 ws-src-fld-count PIC 9(03) VALUE 0.
         05 ws-src-field OCCURS 60.
           10 ws-src-fld-name PIC X(30).
           10 ws-src-fld-off PIC 9(04).
           10 ws-src-fld-len PIC 9(04).
           10 ws-src-fld-type PIC X(01).
           10 ws-src-fld-dec PIC 9(01).
           10 ws-src-fld-usage PIC X(01).
           10 ws-src-fld-sign PIC X(01).
           10 ws-src-fld-digits PIC 9(02).
           10 ws-src-fld-cond-count PIC 9(01).
           10 ws-src-fld-cond OCCURS 4.
             15 ws-src-cond-name PIC X(30).
             15 ws-src-cond-value PIC X(10).
           10 ws-src-fld-def-kind PIC X(01).
           10 ws-src-fld-default PIC X(30).

       01 ws-tgt-call.
         05 ws-tgt-name PIC X(30).
         05 ws-tgt-status PIC X(02).
         05 ws-tgt-rec-len PIC 9(04).
         05 ws-tgt-fld-count PIC 9(03) VALUE 0.
         05 ws-tgt-field OCCURS 60.
           10 ws-tgt-fld-name PIC X(30).
           10 ws-tgt-fld-off PIC 9(04).
           10 ws-tgt-fld-len PIC 9(04).
           10 ws-tgt-fld-type PIC X(01).
           10 ws-tgt-fld-dec PIC 9(01).
           10 ws-tgt-fld-usage PIC X(01).
           10 ws-tgt-fld-sign PIC X(01).
           10 ws-tgt-fld-digits PIC 9(02).
           10 ws-tgt-fld-cond-count PIC 9(01).
           10 ws-tgt-fld-cond OCCURS 4.
             15 ws-tgt-cond-name PIC X(30).
             15 ws-tgt-cond-value PIC X(10).
           10 ws-tgt-fld-def-kind PIC X(01).
           10 ws-tgt-fld-default PIC X(30).

       01 ws-step-rc PIC 9(04) VALUE 0.

       01 ws-ctl-call.
         05 ws-ctl-job-name PIC X(08) VALUE "FAMAPGEN".
         05 ws-ctl-file-name PIC X(20) VALUE SPACES.
         05 ws-ctl-records-read PIC 9(09) VALUE 0.
         05 ws-ctl-records-out PIC 9(09) VALUE 0.
         05 ws-ctl-start-timestamp PIC 9(14) VALUE 0.
         05 ws-ctl-hash-numerique PIC 9(12) VALUE 0.
         05 ws-ctl-hash-deux PIC 9(10)V99 VALUE 0.
         05 ws-ctl-status PIC X(02).

       PROCEDURE DIVISION.
       main-para.
           PERFORM initialize-para
           PERFORM load-cards-para
           IF ws-abort-flag = "N"
               PERFORM list-map-para
               PERFORM open-files-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM generate-records-para
               PERFORM terminate-para
           END-IF
           GOBACK.

       initialize-para.
           MOVE FUNCTION CURRENT-DATE TO ws-start-date
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-form-opt
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-form-opt
           END-UNSTRING
           INSPECT ws-form-opt CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ws-form-opt = "TEXT"
               MOVE "Y" TO ws-text-mode
           END-IF.

       load-cards-para.
           OPEN INPUT card-file
           IF ws-card-status NOT = "00"
               DISPLAY "Unable to open MAPCARDS, status "
                   ws-card-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL ws-card-eof = "Y" OR ws-abort-flag = "Y"
                   READ card-file
                       AT END
                           MOVE "Y" TO ws-card-eof
                       NOT AT END
                           ADD 1 TO ws-card-no
                           IF card-record NOT = SPACES AND
                              card-record (1:1) NOT = "*"
                               PERFORM parse-card-para
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE card-file
               IF ws-abort-flag = "N"
                   PERFORM check-deck-para
               END-IF
           END-IF
           IF ws-abort-flag = "N" AND ws-need-codes = "Y"
               PERFORM load-codes-para
           END-IF
           IF ws-abort-flag = "N" AND ws-need-codes = "Y"
               PERFORM check-tables-para
           END-IF
           MOVE ws-tgt-member TO ws-ctl-file-name
           INSPECT ws-ctl-file-name CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       parse-card-para.
           MOVE SPACES TO ws-card-tokens
           MOVE SPACES TO ws-card-error
           MOVE 0 TO ws-card-ptr
           INSPECT card-record TALLYING ws-card-ptr
               FOR LEADING SPACES
           ADD 1 TO ws-card-ptr
           MOVE 0 TO ws-tok-count
           PERFORM VARYING ws-tok-ix FROM 1 BY 1
                   UNTIL ws-tok-ix > 6 OR ws-card-ptr > 80
               UNSTRING card-record DELIMITED BY ALL SPACES
                   INTO ws-tok (ws-tok-ix)
                   WITH POINTER ws-card-ptr
               END-UNSTRING
               MOVE ws-card-ptr TO ws-tok-next (ws-tok-ix)
               MOVE ws-tok-ix TO ws-tok-count
           END-PERFORM
      * names and keywords are matched in upper case; values keep
      * the case the card gives them
           PERFORM VARYING ws-tok-ix FROM 1 BY 1
                   UNTIL ws-tok-ix > 6
               INSPECT ws-tok (ws-tok-ix) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM
           EVALUATE ws-tok (1)
               WHEN "SOURCE"
                   PERFORM load-source-para
               WHEN "TARGET"
                   PERFORM load-target-para
               WHEN OTHER
                   IF ws-src-fld-count = 0 OR ws-tgt-fld-count = 0
                       MOVE "field card before SOURCE and TARGET"
                           TO ws-card-error
                   ELSE
                       ADD 1 TO ws-field-cards
                       PERFORM parse-field-card-para
                   END-IF
           END-EVALUATE
           IF ws-card-error NOT = SPACES
               DISPLAY "FAMAPGEN *** card " ws-card-no ": "
                   FUNCTION TRIM(ws-card-error) " ***"
               DISPLAY "    " FUNCTION TRIM(card-record TRAILING)
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       load-source-para.
           EVALUATE TRUE
               WHEN ws-src-fld-count > 0
                   MOVE "a second SOURCE card" TO ws-card-error
               WHEN ws-tok (2) = SPACES
                   MOVE "SOURCE names no copybook" TO ws-card-error
               WHEN OTHER
                   MOVE ws-tok (2) TO ws-src-member ws-src-name
                   CALL "FACPYLOD" USING ws-src-call
                   IF ws-src-status NOT = "00"
                       STRING "cannot load layout "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(ws-src-member)
                               DELIMITED BY SIZE
                           " - FACPYLOD status " DELIMITED BY SIZE
                           ws-src-status DELIMITED BY SIZE
                           INTO ws-card-error
                       END-STRING
                       MOVE 0 TO ws-src-fld-count
                   END-IF
           END-EVALUATE.

       load-target-para.
           EVALUATE TRUE
               WHEN ws-tgt-fld-count > 0
                   MOVE "a second TARGET card" TO ws-card-error
               WHEN ws-tok (2) = SPACES
                   MOVE "TARGET names no copybook" TO ws-card-error
               WHEN OTHER
                   MOVE ws-tok (2) TO ws-tgt-member ws-tgt-name
                   CALL "FACPYLOD" USING ws-tgt-call
                   IF ws-tgt-status NOT = "00"
                       STRING "cannot load layout "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(ws-tgt-member)
                               DELIMITED BY SIZE
                           " - FACPYLOD status " DELIMITED BY SIZE
                           ws-tgt-status DELIMITED BY SIZE
                           INTO ws-card-error
                       END-STRING
                       MOVE 0 TO ws-tgt-fld-count
                   ELSE
      * until a card says otherwise every target field takes its
      * layout's default
                       INITIALIZE ws-map-table
                       PERFORM VARYING ws-tgt-index FROM 1 BY 1
                               UNTIL ws-tgt-index > ws-tgt-fld-count
                           MOVE "L" TO ws-map-kind (ws-tgt-index)
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       parse-field-card-para.
           MOVE ws-tok (1) TO ws-fld-wanted
           MOVE 0 TO ws-fld-found
           PERFORM VARYING ws-tgt-index FROM 1 BY 1
                   UNTIL ws-tgt-index > ws-tgt-fld-count
                   OR ws-fld-found > 0
               IF ws-tgt-fld-name (ws-tgt-index) = ws-fld-wanted
                   MOVE ws-tgt-index TO ws-fld-found
               END-IF
           END-PERFORM
           IF ws-fld-found = 0
               STRING FUNCTION TRIM(ws-fld-wanted) DELIMITED BY SIZE
                   " is not in " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-tgt-member) DELIMITED BY SIZE
                   INTO ws-card-error
               END-STRING
           ELSE
               MOVE ws-fld-found TO ws-tgt-index
               IF ws-map-card-no (ws-tgt-index) > 0
                   STRING FUNCTION TRIM(ws-fld-wanted)
                           DELIMITED BY SIZE
                       " is already mapped on card " DELIMITED BY SIZE
                       ws-map-card-no (ws-tgt-index) DELIMITED BY SIZE
                       INTO ws-card-error
                   END-STRING
               ELSE
                   MOVE ws-card-no TO ws-map-card-no (ws-tgt-index)
                   PERFORM parse-card-kind-para
               END-IF
           END-IF.

       parse-card-kind-para.
           EVALUATE ws-tok (2)
               WHEN "FROM"
                   PERFORM parse-from-card-para
               WHEN "CONSTANT"
                   MOVE 2 TO ws-tok-ix
                   PERFORM take-card-value-para
                   IF ws-card-error = SPACES
                       IF ws-map-value (ws-tgt-index) = SPACES
                           MOVE "CONSTANT gives no value"
                               TO ws-card-error
                       ELSE
                           MOVE "K" TO ws-map-kind (ws-tgt-index)
                           PERFORM check-card-value-para
                       END-IF
                   END-IF
               WHEN "DEFAULT"
                   MOVE 2 TO ws-tok-ix
                   PERFORM take-card-value-para
                   IF ws-card-error = SPACES AND
                      ws-map-value (ws-tgt-index) NOT = SPACES
                       MOVE "V" TO ws-map-kind (ws-tgt-index)
                       PERFORM check-card-value-para
                   END-IF
               WHEN OTHER
                   MOVE "expected FROM, CONSTANT or DEFAULT"
                       TO ws-card-error
           END-EVALUATE.

       parse-from-card-para.
           MOVE ws-tok (3) TO ws-fld-wanted
           MOVE 0 TO ws-fld-found
           PERFORM VARYING ws-src-index FROM 1 BY 1
                   UNTIL ws-src-index > ws-src-fld-count
                   OR ws-fld-found > 0
               IF ws-src-fld-name (ws-src-index) = ws-fld-wanted
                   MOVE ws-src-index TO ws-fld-found
               END-IF
           END-PERFORM
           IF ws-fld-found = 0
               STRING FUNCTION TRIM(ws-fld-wanted) DELIMITED BY SIZE
                   " is not in " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-src-member) DELIMITED BY SIZE
                   INTO ws-card-error
               END-STRING
           ELSE
               MOVE "F" TO ws-map-kind (ws-tgt-index)
               MOVE ws-fld-found TO ws-map-src-idx (ws-tgt-index)
               MOVE 4 TO ws-tok-ix
               IF ws-tok (4) = "TABLE"
                   IF ws-tok (5) = SPACES
                       MOVE "TABLE names no code table"
                           TO ws-card-error
                   ELSE
                       MOVE ws-tok (5) TO ws-map-code-tab
                           (ws-tgt-index)
                       MOVE "Y" TO ws-need-codes
                       MOVE 6 TO ws-tok-ix
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN ws-card-error NOT = SPACES
                       CONTINUE
                   WHEN ws-tok (ws-tok-ix) = SPACES
                       CONTINUE
                   WHEN ws-tok (ws-tok-ix) = "DEFAULT"
                       PERFORM take-card-value-para
                       IF ws-card-error = SPACES
                           MOVE "Y" TO ws-map-has-default
                               (ws-tgt-index)
                           PERFORM check-card-value-para
                       END-IF
                   WHEN OTHER
                       STRING "unexpected " DELIMITED BY SIZE
                           FUNCTION TRIM(ws-tok (ws-tok-ix))
                               DELIMITED BY SIZE
                           " - FROM takes TABLE and DEFAULT"
                               DELIMITED BY SIZE
                           INTO ws-card-error
                       END-STRING
               END-EVALUATE
           END-IF.

       take-card-value-para.
      * the value is everything after the keyword in ws-tok-ix
           MOVE SPACES TO ws-card-value
           IF ws-tok-next (ws-tok-ix) <= 80
               MOVE card-record (ws-tok-next (ws-tok-ix):)
                   TO ws-card-value
           END-IF
           IF ws-card-value (31:) NOT = SPACES
               MOVE "value longer than 30 bytes" TO ws-card-error
           ELSE
               MOVE ws-card-value TO ws-map-value (ws-tgt-index)
           END-IF.

       check-card-value-para.
      * a card value goes through the same store a record value
      * does, into a scratch record - a value that could never fit
      * is a card error, not a reject on every record
           MOVE "Y" TO ws-card-check
           MOVE "N" TO ws-value-rejected
           MOVE SPACES TO ws-reject-reason
           MOVE SPACES TO ws-out-record
           MOVE ws-map-value (ws-tgt-index) TO ws-val-text
           PERFORM store-text-value-para
           IF ws-value-rejected = "Y"
               STRING "value [" DELIMITED BY SIZE
                   FUNCTION TRIM(ws-map-value (ws-tgt-index))
                       DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-reject-reason) DELIMITED BY SIZE
                   INTO ws-card-error
               END-STRING
           END-IF
           MOVE "N" TO ws-card-check.

       check-deck-para.
           EVALUATE TRUE
               WHEN ws-src-fld-count = 0
                   DISPLAY "FAMAPGEN *** MAPCARDS has no SOURCE card"
                       " ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               WHEN ws-tgt-fld-count = 0
                   DISPLAY "FAMAPGEN *** MAPCARDS has no TARGET card"
                       " ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               WHEN ws-field-cards = 0
                   DISPLAY "FAMAPGEN *** MAPCARDS maps no field ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
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
      * a card naming a table CODETAB does not hold would reject
      * every record - stop on the card instead
           PERFORM VARYING ws-tgt-index FROM 1 BY 1
                   UNTIL ws-tgt-index > ws-tgt-fld-count
               IF ws-map-code-tab (ws-tgt-index) NOT = SPACES
                   MOVE "N" TO ws-code-found
                   PERFORM VARYING ws-code-index FROM 1 BY 1
                           UNTIL ws-code-index > ws-code-count
                           OR ws-code-found = "Y"
                       IF ws-code-tab (ws-code-index) =
                          ws-map-code-tab (ws-tgt-index)
                           MOVE "Y" TO ws-code-found
                       END-IF
                   END-PERFORM
                   IF ws-code-found = "N"
                       DISPLAY "FAMAPGEN *** table "
                           FUNCTION TRIM(ws-map-code-tab
                           (ws-tgt-index)) " on card "
                           ws-map-card-no (ws-tgt-index)
                           " is not in CODETAB ***"
                       MOVE "Y" TO ws-abort-flag
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       list-map-para.
           DISPLAY "FAMAPGEN interface map "
               FUNCTION TRIM(ws-src-member) " (" ws-src-fld-count
               " fields, " ws-src-rec-len " bytes) -> "
               FUNCTION TRIM(ws-tgt-member) " (" ws-tgt-fld-count
               " fields, " ws-tgt-rec-len " bytes)"
           PERFORM VARYING ws-tgt-index FROM 1 BY 1
                   UNTIL ws-tgt-index > ws-tgt-fld-count
               MOVE ws-map-src-idx (ws-tgt-index) TO ws-src-index
               EVALUATE ws-map-kind (ws-tgt-index)
                   WHEN "F"
                       PERFORM list-from-entry-para
                   WHEN "K"
                       DISPLAY "  "
                           FUNCTION TRIM(ws-tgt-fld-name
                           (ws-tgt-index)) " = constant ["
                           FUNCTION TRIM(ws-map-value (ws-tgt-index))
                           "]"
                   WHEN "V"
                       DISPLAY "  "
                           FUNCTION TRIM(ws-tgt-fld-name
                           (ws-tgt-index)) " = default ["
                           FUNCTION TRIM(ws-map-value (ws-tgt-index))
                           "]"
                   WHEN OTHER
                       DISPLAY "  "
                           FUNCTION TRIM(ws-tgt-fld-name
                           (ws-tgt-index)) " = layout default"
               END-EVALUATE
           END-PERFORM.

       list-from-entry-para.
           EVALUATE TRUE
               WHEN ws-map-code-tab (ws-tgt-index) NOT = SPACES AND
                    ws-map-has-default (ws-tgt-index) = "Y"
                   DISPLAY "  "
                       FUNCTION TRIM(ws-tgt-fld-name (ws-tgt-index))
                       " <- "
                       FUNCTION TRIM(ws-src-fld-name (ws-src-index))
                       " via table "
                       FUNCTION TRIM(ws-map-code-tab (ws-tgt-index))
                       ", default ["
                       FUNCTION TRIM(ws-map-value (ws-tgt-index)) "]"
               WHEN ws-map-code-tab (ws-tgt-index) NOT = SPACES
                   DISPLAY "  "
                       FUNCTION TRIM(ws-tgt-fld-name (ws-tgt-index))
                       " <- "
                       FUNCTION TRIM(ws-src-fld-name (ws-src-index))
                       " via table "
                       FUNCTION TRIM(ws-map-code-tab (ws-tgt-index))
               WHEN ws-map-has-default (ws-tgt-index) = "Y"
                   DISPLAY "  "
                       FUNCTION TRIM(ws-tgt-fld-name (ws-tgt-index))
                       " <- "
                       FUNCTION TRIM(ws-src-fld-name (ws-src-index))
                       ", default ["
                       FUNCTION TRIM(ws-map-value (ws-tgt-index)) "]"
               WHEN OTHER
                   DISPLAY "  "
                       FUNCTION TRIM(ws-tgt-fld-name (ws-tgt-index))
                       " <- "
                       FUNCTION TRIM(ws-src-fld-name (ws-src-index))
           END-EVALUATE.

       open-files-para.
           IF ws-text-mode = "Y"
               OPEN INPUT text-in-file
           ELSE
               OPEN INPUT map-in-file
           END-IF
           IF ws-in-status NOT = "00"
               DISPLAY "Unable to open MAPIN, status " ws-in-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ws-text-mode = "Y"
                   OPEN OUTPUT text-out-file
               ELSE
                   OPEN OUTPUT map-out-file
               END-IF
               IF ws-out-status NOT = "00"
                   DISPLAY "Unable to open MAPOUT, status "
                       ws-out-status
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT reject-file
                   IF ws-rej-status NOT = "00"
                       DISPLAY "Unable to open MAPREJ, status "
                           ws-rej-status
                       MOVE "Y" TO ws-abort-flag
                       MOVE 12 TO RETURN-CODE
                       IF ws-text-mode = "Y"
                           CLOSE text-out-file
                       ELSE
                           CLOSE map-out-file
                       END-IF
                   END-IF
               END-IF
               IF ws-abort-flag = "Y"
                   IF ws-text-mode = "Y"
                       CLOSE text-in-file
                   ELSE
                       CLOSE map-in-file
                   END-IF
               END-IF
           END-IF.

       generate-records-para.
           PERFORM UNTIL ws-in-eof = "Y"
               PERFORM read-source-record-para
               IF ws-in-eof = "N"
                   ADD 1 TO ws-rec-count
                   PERFORM build-target-record-para
                   IF ws-rec-rejected = "Y"
                       ADD 1 TO ws-rej-rec-count
                   ELSE
                       PERFORM write-target-record-para
                   END-IF
               END-IF
           END-PERFORM.

       read-source-record-para.
           MOVE SPACES TO ws-in-record
           IF ws-text-mode = "Y"
               READ text-in-file
                   AT END
                       MOVE "Y" TO ws-in-eof
                   NOT AT END
                       MOVE text-in-record TO ws-in-record
               END-READ
               MOVE ws-rec-count TO ws-in-rec-no
               ADD 1 TO ws-in-rec-no
           ELSE
               READ map-in-file
                   AT END
                       MOVE "Y" TO ws-in-eof
                   NOT AT END
                       MOVE map-in-record (1:ws-in-rec-len)
                           TO ws-in-record
               END-READ
      * a file not in the editor's relative format answers every
      * READ with an error status instead of AT END
               IF ws-in-eof = "N" AND ws-in-status NOT = "00"
                   DISPLAY "FAMAPGEN *** MAPIN is not a relative"
                       " file in the editor's format - read status "
                       ws-in-status " - stopping ***"
                   MOVE "Y" TO ws-in-eof
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       build-target-record-para.
      * layout defaults first, mapped values over them: where a
      * target REDEFINES view shares bytes with a mapped field, the
      * mapped value is what survives
           MOVE "N" TO ws-rec-rejected
           MOVE SPACES TO ws-out-record
           PERFORM VARYING ws-tgt-index FROM 1 BY 1
                   UNTIL ws-tgt-index > ws-tgt-fld-count
               IF ws-map-kind (ws-tgt-index) = "L"
                   PERFORM apply-default-para
               END-IF
           END-PERFORM
           PERFORM VARYING ws-tgt-index FROM 1 BY 1
                   UNTIL ws-tgt-index > ws-tgt-fld-count
               MOVE "N" TO ws-value-rejected
               MOVE SPACES TO ws-reject-reason
               EVALUATE ws-map-kind (ws-tgt-index)
                   WHEN "F"
                       MOVE ws-map-src-idx (ws-tgt-index)
                           TO ws-src-index
                       PERFORM map-from-source-para
                   WHEN "K"
                   WHEN "V"
                       MOVE ws-map-value (ws-tgt-index) TO ws-val-text
                       PERFORM store-text-value-para
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       map-from-source-para.
           PERFORM fetch-source-value-para
           EVALUATE TRUE
               WHEN ws-map-code-tab (ws-tgt-index) NOT = SPACES
                   PERFORM translate-code-para
               WHEN ws-src-number = "Y" AND ws-num-valid = "N"
                   IF ws-map-has-default (ws-tgt-index) = "Y"
                       PERFORM use-card-default-para
                   ELSE
                       MOVE "holds no valid value for its picture"
                           TO ws-reject-reason
                       PERFORM reject-value-para
                   END-IF
               WHEN ws-src-number = "N" AND ws-val-text = SPACES AND
                    ws-map-has-default (ws-tgt-index) = "Y"
                   PERFORM use-card-default-para
               WHEN ws-src-number = "Y" AND
                    ws-tgt-fld-type (ws-tgt-index) = "N"
                   PERFORM rescale-value-para
               WHEN OTHER
                   PERFORM store-text-value-para
           END-EVALUATE.

       fetch-source-value-para.
      * a numeric source field is unpacked and edited as text with
      * its sign and point; an edited or text field is its bytes
           MOVE SPACES TO ws-val-text
           MOVE "N" TO ws-src-number
           MOVE "Y" TO ws-num-valid
           IF ws-src-fld-type (ws-src-index) = "N"
               MOVE "Y" TO ws-src-number
               PERFORM unpack-source-value-para
               IF ws-num-valid = "Y"
                   PERFORM edit-numeric-value-para
               ELSE
                   IF ws-src-fld-usage (ws-src-index) NOT = "P" AND
                      ws-src-fld-usage (ws-src-index) NOT = "B"
                       MOVE ws-in-record
                           (ws-src-fld-off (ws-src-index):
                           ws-src-fld-len (ws-src-index))
                           TO ws-val-text
                   END-IF
               END-IF
           ELSE
               MOVE ws-in-record (ws-src-fld-off (ws-src-index):
                   ws-src-fld-len (ws-src-index)) TO ws-val-text
           END-IF.

       translate-code-para.
           MOVE ws-val-text TO ws-code-wanted
           MOVE "N" TO ws-code-found
           PERFORM VARYING ws-code-index FROM 1 BY 1
                   UNTIL ws-code-index > ws-code-count
                   OR ws-code-found = "Y"
               IF ws-code-tab (ws-code-index) =
                      ws-map-code-tab (ws-tgt-index) AND
                  ws-code-value (ws-code-index) = ws-code-wanted
                   MOVE "Y" TO ws-code-found
                   MOVE ws-code-meaning (ws-code-index)
                       TO ws-val-text
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-code-found = "Y"
                   PERFORM store-text-value-para
               WHEN ws-map-has-default (ws-tgt-index) = "Y"
                   PERFORM use-card-default-para
               WHEN OTHER
                   STRING "is no code of table " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-map-code-tab (ws-tgt-index))
                           DELIMITED BY SIZE
                       INTO ws-reject-reason
                   END-STRING
                   PERFORM reject-value-para
           END-EVALUATE.

       use-card-default-para.
           MOVE ws-map-value (ws-tgt-index) TO ws-val-text
           PERFORM store-text-value-para.

       store-text-value-para.
      * text into a text field must fit without losing a byte that
      * is not a space; text into a numeric field must be a number
           IF ws-tgt-fld-type (ws-tgt-index) = "N"
               PERFORM text-to-number-para
           ELSE
               IF ws-tgt-fld-len (ws-tgt-index) < 512 AND
                  ws-val-text (ws-tgt-fld-len (ws-tgt-index) + 1:)
                      NOT = SPACES
                   MOVE ws-tgt-fld-len (ws-tgt-index) TO ws-len-ed
                   STRING "does not fit " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-len-ed) DELIMITED BY SIZE
                       " bytes" DELIMITED BY SIZE
                       INTO ws-reject-reason
                   END-STRING
                   PERFORM reject-value-para
               ELSE
                   MOVE ws-val-text TO ws-out-record
                       (ws-tgt-fld-off (ws-tgt-index):
                       ws-tgt-fld-len (ws-tgt-index))
               END-IF
           END-IF.

       text-to-number-para.
           MOVE "N" TO ws-num-negative
           EVALUATE TRUE
               WHEN ws-val-text = SPACES
                   MOVE "is blank - no number" TO ws-reject-reason
                   PERFORM reject-value-para
               WHEN FUNCTION TEST-NUMVAL(ws-val-text) NOT = 0
                   MOVE "is not a number" TO ws-reject-reason
                   PERFORM reject-value-para
               WHEN OTHER
                   COMPUTE ws-text-number =
                       FUNCTION NUMVAL(ws-val-text) *
                       10 ** ws-tgt-fld-dec (ws-tgt-index)
                       ON SIZE ERROR
                           MOVE "is too big for its picture"
                               TO ws-reject-reason
                           PERFORM reject-value-para
                       NOT ON SIZE ERROR
                           PERFORM scale-text-number-para
                   END-COMPUTE
           END-EVALUATE.

       scale-text-number-para.
           IF ws-text-number < 0
               MOVE "Y" TO ws-num-negative
               COMPUTE ws-text-number = 0 - ws-text-number
           END-IF
           MOVE ws-text-number TO ws-num-value
           IF ws-num-value NOT = ws-text-number
               MOVE ws-tgt-fld-dec (ws-tgt-index) TO ws-len-ed
               STRING "has decimals beyond " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-len-ed) DELIMITED BY SIZE
                   " places" DELIMITED BY SIZE
                   INTO ws-reject-reason
               END-STRING
               PERFORM reject-value-para
           ELSE
               PERFORM check-and-store-para
           END-IF.

       rescale-value-para.
      * the implied decimal point moves with the picture: digits
      * added on the right are zeros; digits that would be taken
      * off the right change the amount, so the value is rejected
           COMPUTE ws-dec-shift = ws-tgt-fld-dec (ws-tgt-index) -
               ws-src-fld-dec (ws-src-index)
           IF ws-dec-shift < 0
               COMPUTE ws-num-scale = 10 ** (0 - ws-dec-shift)
               DIVIDE ws-num-value BY ws-num-scale
                   GIVING ws-num-value REMAINDER ws-num-rest
               IF ws-num-rest NOT = 0
                   MOVE ws-tgt-fld-dec (ws-tgt-index) TO ws-len-ed
                   STRING "has decimals beyond " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-len-ed) DELIMITED BY SIZE
                       " places" DELIMITED BY SIZE
                       INTO ws-reject-reason
                   END-STRING
                   PERFORM reject-value-para
               ELSE
                   PERFORM check-and-store-para
               END-IF
           ELSE
               COMPUTE ws-num-value = ws-num-value *
                   10 ** ws-dec-shift
               PERFORM check-and-store-para
           END-IF.

       check-and-store-para.
           MOVE ws-tgt-fld-digits (ws-tgt-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE ws-tgt-fld-len (ws-tgt-index) TO ws-fld-digits
           END-IF
           COMPUTE ws-num-limit = 10 ** ws-fld-digits
           EVALUATE TRUE
               WHEN ws-num-value >= ws-num-limit
                   MOVE "is too big for its picture"
                       TO ws-reject-reason
                   PERFORM reject-value-para
               WHEN ws-num-negative = "Y" AND ws-num-value > 0 AND
                    ws-tgt-fld-sign (ws-tgt-index) NOT = "Y"
                   MOVE "is negative and its picture unsigned"
                       TO ws-reject-reason
                   PERFORM reject-value-para
               WHEN OTHER
                   MOVE ws-num-value TO ws-gen-digits
                   PERFORM store-target-value-para
           END-EVALUATE.

       reject-value-para.
      * on a card check only the flag is wanted - the card error
      * says the rest
           MOVE "Y" TO ws-value-rejected
           IF ws-card-check = "N"
               MOVE "Y" TO ws-rec-rejected
               ADD 1 TO ws-map-reject-count (ws-tgt-index)
               ADD 1 TO ws-reject-total
               MOVE SPACES TO reject-record
               STRING "record " DELIMITED BY SIZE
                   ws-in-rec-no DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-tgt-fld-name (ws-tgt-index))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-reject-reason) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(ws-val-text) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO reject-record
               END-STRING
               WRITE reject-record
      * a reject MAPREJ does not hold is a value nobody will look
      * at, so it fails the run like a record MAPOUT does not hold
               IF ws-rej-status NOT = "00"
                   DISPLAY "FAMAPGEN *** MAPREJ write for record "
                       ws-in-rec-no " failed, status "
                       ws-rej-status " ***"
                   ADD 1 TO ws-write-fail-count
               END-IF
           END-IF.

       apply-default-para.
      * the copybook's VALUE clause, else its first condition-name,
      * else what INITIALIZE would give - the record generator's
      * rule, read off the loaded layout instead of compiled in
           MOVE ws-tgt-fld-def-kind (ws-tgt-index) TO ws-def-kind
           MOVE ws-tgt-fld-default (ws-tgt-index) TO ws-def-text
           IF ws-def-kind = "N" OR ws-def-kind = SPACE
               IF ws-tgt-fld-cond-count (ws-tgt-index) > 0
                   MOVE "9" TO ws-def-kind
                   MOVE ws-tgt-cond-value (ws-tgt-index, 1)
                       TO ws-def-text
               ELSE
                   MOVE "Z" TO ws-def-kind
                   IF ws-tgt-fld-type (ws-tgt-index) NOT = "N"
                       MOVE "S" TO ws-def-kind
                   END-IF
               END-IF
           END-IF
           EVALUATE ws-def-kind
               WHEN "S"
                   MOVE SPACES TO ws-out-record
                       (ws-tgt-fld-off (ws-tgt-index):
                       ws-tgt-fld-len (ws-tgt-index))
               WHEN "H"
                   MOVE HIGH-VALUES TO ws-out-record
                       (ws-tgt-fld-off (ws-tgt-index):
                       ws-tgt-fld-len (ws-tgt-index))
               WHEN "L"
                   MOVE LOW-VALUES TO ws-out-record
                       (ws-tgt-fld-off (ws-tgt-index):
                       ws-tgt-fld-len (ws-tgt-index))
               WHEN "A"
                   PERFORM fill-all-literal-para
               WHEN "Z"
                   IF ws-tgt-fld-type (ws-tgt-index) = "N"
                       MOVE "0" TO ws-def-text
                       PERFORM store-default-number-para
                   ELSE
                       MOVE ALL "0" TO ws-out-record
                           (ws-tgt-fld-off (ws-tgt-index):
                           ws-tgt-fld-len (ws-tgt-index))
                   END-IF
               WHEN OTHER
                   IF ws-tgt-fld-type (ws-tgt-index) = "N"
                       PERFORM store-default-number-para
                   ELSE
                       MOVE ws-def-text TO ws-out-record
                           (ws-tgt-fld-off (ws-tgt-index):
                           ws-tgt-fld-len (ws-tgt-index))
                   END-IF
           END-EVALUATE.

       fill-all-literal-para.
           COMPUTE ws-def-len =
               FUNCTION LENGTH(FUNCTION TRIM(ws-def-text TRAILING))
           IF ws-def-len = 0
               MOVE 1 TO ws-def-len
           END-IF
           MOVE 1 TO ws-def-ix
           PERFORM VARYING ws-byte-ix FROM 1 BY 1
                   UNTIL ws-byte-ix > ws-tgt-fld-len (ws-tgt-index)
               MOVE ws-def-text (ws-def-ix:1) TO ws-out-record
                   (ws-tgt-fld-off (ws-tgt-index) + ws-byte-ix - 1:1)
               ADD 1 TO ws-def-ix
               IF ws-def-ix > ws-def-len
                   MOVE 1 TO ws-def-ix
               END-IF
           END-PERFORM.

       store-default-number-para.
      * a default that is no number, or does not fit, comes out as
      * zero rather than as bytes the picture cannot hold
           MOVE 0 TO ws-gen-digits
           MOVE "N" TO ws-num-negative
           MOVE ws-tgt-fld-digits (ws-tgt-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE ws-tgt-fld-len (ws-tgt-index) TO ws-fld-digits
           END-IF
           COMPUTE ws-num-limit = 10 **
               (ws-fld-digits - ws-tgt-fld-dec (ws-tgt-index))
           IF FUNCTION TEST-NUMVAL(ws-def-text) = 0
               IF FUNCTION NUMVAL(ws-def-text) < ws-num-limit AND
                  FUNCTION NUMVAL(ws-def-text) > 0 - ws-num-limit
                   IF FUNCTION NUMVAL(ws-def-text) < 0
                       IF ws-tgt-fld-sign (ws-tgt-index) = "Y"
                           MOVE "Y" TO ws-num-negative
                           COMPUTE ws-gen-digits =
                               0 - FUNCTION NUMVAL(ws-def-text) *
                               10 ** ws-tgt-fld-dec (ws-tgt-index)
                       END-IF
                   ELSE
                       COMPUTE ws-gen-digits =
                           FUNCTION NUMVAL(ws-def-text) *
                           10 ** ws-tgt-fld-dec (ws-tgt-index)
                   END-IF
               END-IF
           END-IF
           PERFORM store-target-value-para.

       unpack-source-value-para.
           MOVE "Y" TO ws-num-valid
           MOVE 0 TO ws-num-value
           MOVE "N" TO ws-num-negative
           MOVE ws-src-fld-len (ws-src-index) TO ws-fld-bytes
           EVALUATE TRUE
               WHEN ws-src-fld-usage (ws-src-index) = "P"
                   PERFORM unpack-packed-para
               WHEN ws-src-fld-usage (ws-src-index) = "B"
                   PERFORM unpack-binary-para
               WHEN ws-src-fld-sign (ws-src-index) = "Y"
                   PERFORM unpack-signed-para
               WHEN OTHER
                   IF ws-in-record (ws-src-fld-off (ws-src-index):
                          ws-fld-bytes) IS NUMERIC
                       MOVE 0 TO ws-gen-digits
                       MOVE ws-in-record
                           (ws-src-fld-off (ws-src-index):
                           ws-fld-bytes)
                           TO ws-gen-digits-x (19 - ws-fld-bytes:
                           ws-fld-bytes)
                       MOVE ws-gen-digits TO ws-num-value
                   ELSE
                       MOVE "N" TO ws-num-valid
                   END-IF
           END-EVALUATE.

       unpack-packed-para.
      * two digits a byte, sign in the last low nibble: D (or the
      * rarer B) is negative; a digit nibble above 9 or a sign
      * nibble below A means the bytes were never packed
           PERFORM VARYING ws-byte-ix FROM 1 BY 1
                   UNTIL ws-byte-ix > ws-fld-bytes
               MOVE ws-in-record (ws-src-fld-off (ws-src-index) +
                   ws-byte-ix - 1:1) TO ws-pack-byte
               COMPUTE ws-nib-hi = ws-pack-byte-val / 16
               COMPUTE ws-nib-lo =
                   FUNCTION MOD(ws-pack-byte-val, 16)
               IF ws-nib-hi > 9
                   MOVE "N" TO ws-num-valid
               END-IF
               COMPUTE ws-num-value = ws-num-value * 10 + ws-nib-hi
               IF ws-byte-ix < ws-fld-bytes
                   IF ws-nib-lo > 9
                       MOVE "N" TO ws-num-valid
                   END-IF
                   COMPUTE ws-num-value =
                       ws-num-value * 10 + ws-nib-lo
               ELSE
                   IF ws-nib-lo < 10
                       MOVE "N" TO ws-num-valid
                   END-IF
                   IF ws-nib-lo = 13 OR ws-nib-lo = 11
                       MOVE "Y" TO ws-num-negative
                   END-IF
               END-IF
           END-PERFORM.

       unpack-binary-para.
           EVALUATE ws-fld-bytes
               WHEN 2
                   MOVE ws-in-record
                       (ws-src-fld-off (ws-src-index):2)
                       TO ws-bin-2-x
                   MOVE ws-bin-2 TO ws-bin-signed
               WHEN 4
                   MOVE ws-in-record
                       (ws-src-fld-off (ws-src-index):4)
                       TO ws-bin-4-x
                   MOVE ws-bin-4 TO ws-bin-signed
               WHEN OTHER
                   MOVE ws-in-record
                       (ws-src-fld-off (ws-src-index):8)
                       TO ws-bin-8-x
                   MOVE ws-bin-8 TO ws-bin-signed
           END-EVALUATE
           IF ws-bin-signed < 0
               MOVE "Y" TO ws-num-negative
               COMPUTE ws-num-value = 0 - ws-bin-signed
           ELSE
               MOVE ws-bin-signed TO ws-num-value
           END-IF.

       unpack-signed-para.
      * signed display: bare digits with the sign overpunched on
      * the last byte ({ A-I positive, } J-R negative; a plain
      * digit reads as positive)
           PERFORM VARYING ws-byte-ix FROM 1 BY 1
                   UNTIL ws-byte-ix >= ws-fld-bytes
               MOVE ws-in-record (ws-src-fld-off (ws-src-index) +
                   ws-byte-ix - 1:1) TO ws-digit-x
               IF ws-digit-x >= "0" AND ws-digit-x <= "9"
                   COMPUTE ws-num-value =
                       ws-num-value * 10 + ws-digit-9
               ELSE
                   MOVE "N" TO ws-num-valid
               END-IF
           END-PERFORM
           MOVE ws-in-record (ws-src-fld-off (ws-src-index) +
               ws-fld-bytes - 1:1) TO ws-sign-char
           PERFORM map-overpunch-in-para
           IF ws-ovp-valid = "N"
               MOVE "N" TO ws-num-valid
           END-IF
           COMPUTE ws-num-value = ws-num-value * 10 + ws-ovp-digit.

       map-overpunch-in-para.
           MOVE 0 TO ws-ovp-digit
           MOVE "Y" TO ws-ovp-valid
           EVALUATE ws-sign-char
               WHEN "{"
                   MOVE 0 TO ws-ovp-digit
               WHEN "A" MOVE 1 TO ws-ovp-digit
               WHEN "B" MOVE 2 TO ws-ovp-digit
               WHEN "C" MOVE 3 TO ws-ovp-digit
               WHEN "D" MOVE 4 TO ws-ovp-digit
               WHEN "E" MOVE 5 TO ws-ovp-digit
               WHEN "F" MOVE 6 TO ws-ovp-digit
               WHEN "G" MOVE 7 TO ws-ovp-digit
               WHEN "H" MOVE 8 TO ws-ovp-digit
               WHEN "I" MOVE 9 TO ws-ovp-digit
               WHEN "}"
                   MOVE 0 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "J" MOVE 1 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "K" MOVE 2 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "L" MOVE 3 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "M" MOVE 4 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "N" MOVE 5 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "O" MOVE 6 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "P" MOVE 7 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "Q" MOVE 8 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN "R" MOVE 9 TO ws-ovp-digit
                   MOVE "Y" TO ws-num-negative
               WHEN OTHER
                   IF ws-sign-char >= "0" AND ws-sign-char <= "9"
                       MOVE ws-sign-char TO ws-digit-x
                       MOVE ws-digit-9 TO ws-ovp-digit
                   ELSE
                       MOVE "N" TO ws-ovp-valid
                   END-IF
           END-EVALUATE.

       edit-numeric-value-para.
      * the source number as the extract writes it: sign, every
      * digit of the picture, and the point where it is implied
           MOVE ws-src-fld-digits (ws-src-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE ws-src-fld-len (ws-src-index) TO ws-fld-digits
           END-IF
           MOVE ws-num-value TO ws-gen-digits
           COMPUTE ws-gen-int-len = ws-fld-digits -
               ws-src-fld-dec (ws-src-index)
           MOVE SPACES TO ws-val-text
           MOVE 1 TO ws-fmt-ptr
           IF ws-num-negative = "Y" AND ws-num-value > 0
               STRING "-" DELIMITED BY SIZE
                   INTO ws-val-text
                   WITH POINTER ws-fmt-ptr
               END-STRING
           END-IF
           IF ws-gen-int-len > 0
               STRING ws-gen-digits-x (19 - ws-fld-digits:
                       ws-gen-int-len) DELIMITED BY SIZE
                   INTO ws-val-text
                   WITH POINTER ws-fmt-ptr
               END-STRING
           END-IF
           IF ws-src-fld-dec (ws-src-index) > 0
               STRING "." DELIMITED BY SIZE
                   ws-gen-digits-x (19 -
                       ws-src-fld-dec (ws-src-index):
                       ws-src-fld-dec (ws-src-index))
                       DELIMITED BY SIZE
                   INTO ws-val-text
                   WITH POINTER ws-fmt-ptr
               END-STRING
           END-IF.

       store-target-value-para.
      * ws-gen-digits holds the scaled absolute value; it goes into
      * the target field under the target picture's usage
           MOVE ws-tgt-fld-len (ws-tgt-index) TO ws-fld-bytes
           MOVE ws-tgt-fld-digits (ws-tgt-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE ws-fld-bytes TO ws-fld-digits
           END-IF
           IF ws-gen-digits = 0
               MOVE "N" TO ws-num-negative
           END-IF
           EVALUATE TRUE
               WHEN ws-tgt-fld-usage (ws-tgt-index) = "P"
                   PERFORM store-packed-para
               WHEN ws-tgt-fld-usage (ws-tgt-index) = "B"
                   PERFORM store-binary-para
               WHEN ws-tgt-fld-sign (ws-tgt-index) = "Y"
                   PERFORM store-signed-display-para
               WHEN OTHER
                   MOVE ws-gen-digits-x (19 - ws-fld-digits:
                           ws-fld-digits)
                       TO ws-out-record
                           (ws-tgt-fld-off (ws-tgt-index):
                           ws-fld-bytes)
           END-EVALUATE.

       store-packed-para.
      * a packed field of n bytes carries 2n-1 digit nibbles and
      * the sign nibble: C positive, D negative, F unsigned
           COMPUTE ws-gen-int-len = ws-fld-bytes * 2 - 1
           MOVE ws-gen-digits-x (19 - ws-gen-int-len:
               ws-gen-int-len) TO ws-pack-digits
           PERFORM VARYING ws-byte-ix FROM 1 BY 1
                   UNTIL ws-byte-ix > ws-fld-bytes
               MOVE ws-pack-digits (ws-byte-ix * 2 - 1:1)
                   TO ws-digit-x
               MOVE ws-digit-9 TO ws-nib-hi
               IF ws-byte-ix < ws-fld-bytes
                   MOVE ws-pack-digits (ws-byte-ix * 2:1)
                       TO ws-digit-x
                   MOVE ws-digit-9 TO ws-nib-lo
               ELSE
                   EVALUATE TRUE
                       WHEN ws-num-negative = "Y"
                           MOVE 13 TO ws-nib-lo
                       WHEN ws-tgt-fld-sign (ws-tgt-index) = "Y"
                           MOVE 12 TO ws-nib-lo
                       WHEN OTHER
                           MOVE 15 TO ws-nib-lo
                   END-EVALUATE
               END-IF
               COMPUTE ws-pack-byte-val = ws-nib-hi * 16 + ws-nib-lo
               MOVE ws-pack-byte TO ws-out-record
                   (ws-tgt-fld-off (ws-tgt-index) + ws-byte-ix - 1:1)
           END-PERFORM.

       store-binary-para.
           IF ws-num-negative = "Y"
               COMPUTE ws-bin-signed = 0 - ws-gen-digits
           ELSE
               MOVE ws-gen-digits TO ws-bin-signed
           END-IF
           EVALUATE ws-fld-bytes
               WHEN 2
                   MOVE ws-bin-signed TO ws-bin-2
                   MOVE ws-bin-2-x TO ws-out-record
                       (ws-tgt-fld-off (ws-tgt-index):2)
               WHEN 4
                   MOVE ws-bin-signed TO ws-bin-4
                   MOVE ws-bin-4-x TO ws-out-record
                       (ws-tgt-fld-off (ws-tgt-index):4)
               WHEN OTHER
                   MOVE ws-bin-signed TO ws-bin-8
                   MOVE ws-bin-8-x TO ws-out-record
                       (ws-tgt-fld-off (ws-tgt-index):8)
           END-EVALUATE.

       store-signed-display-para.
           MOVE ws-gen-digits-x (19 - ws-fld-digits:ws-fld-digits)
               TO ws-out-record (ws-tgt-fld-off (ws-tgt-index):
                   ws-fld-bytes)
           MOVE ws-gen-digits-x (18:1) TO ws-digit-x
           MOVE ws-digit-9 TO ws-ovp-digit
           PERFORM map-overpunch-out-para
           MOVE ws-sign-char TO ws-out-record
               (ws-tgt-fld-off (ws-tgt-index) + ws-fld-bytes - 1:1).

       map-overpunch-out-para.
           IF ws-num-negative = "Y"
               EVALUATE ws-ovp-digit
                   WHEN 0 MOVE "}" TO ws-sign-char
                   WHEN 1 MOVE "J" TO ws-sign-char
                   WHEN 2 MOVE "K" TO ws-sign-char
                   WHEN 3 MOVE "L" TO ws-sign-char
                   WHEN 4 MOVE "M" TO ws-sign-char
                   WHEN 5 MOVE "N" TO ws-sign-char
                   WHEN 6 MOVE "O" TO ws-sign-char
                   WHEN 7 MOVE "P" TO ws-sign-char
                   WHEN 8 MOVE "Q" TO ws-sign-char
                   WHEN 9 MOVE "R" TO ws-sign-char
               END-EVALUATE
           ELSE
               EVALUATE ws-ovp-digit
                   WHEN 0 MOVE "{" TO ws-sign-char
                   WHEN 1 MOVE "A" TO ws-sign-char
                   WHEN 2 MOVE "B" TO ws-sign-char
                   WHEN 3 MOVE "C" TO ws-sign-char
                   WHEN 4 MOVE "D" TO ws-sign-char
                   WHEN 5 MOVE "E" TO ws-sign-char
                   WHEN 6 MOVE "F" TO ws-sign-char
                   WHEN 7 MOVE "G" TO ws-sign-char
                   WHEN 8 MOVE "H" TO ws-sign-char
                   WHEN 9 MOVE "I" TO ws-sign-char
               END-EVALUATE
           END-IF.

       write-target-record-para.
           IF ws-text-mode = "Y"
               MOVE ws-out-record TO text-out-record
               WRITE text-out-record
               IF ws-out-status NOT = "00"
                   DISPLAY "FAMAPGEN *** write of record "
                       ws-in-rec-no " failed, status "
                       ws-out-status " - a text file cannot carry"
                       " every packed or binary byte ***"
               END-IF
           ELSE
      * the slot the record came from, so a reject listed by
      * record number points at the same record on both files
               MOVE ws-in-rec-no TO ws-out-rec-no
               MOVE ws-tgt-rec-len TO ws-out-rec-len
               MOVE ws-out-record TO map-out-record
               WRITE map-out-record
                   INVALID KEY
                       DISPLAY "FAMAPGEN *** write of slot "
                           ws-out-rec-no " failed, status "
                           ws-out-status " ***"
               END-WRITE
           END-IF
           IF ws-out-status = "00"
               ADD 1 TO ws-out-count
           ELSE
               ADD 1 TO ws-write-fail-count
           END-IF.

       terminate-para.
           IF ws-text-mode = "Y"
               CLOSE text-in-file
               CLOSE text-out-file
           ELSE
               CLOSE map-in-file
               CLOSE map-out-file
           END-IF
           CLOSE reject-file
           DISPLAY "FAMAPGEN control report"
           DISPLAY "  records read          " ws-rec-count
           DISPLAY "  records written       " ws-out-count
           DISPLAY "  records not written   " ws-write-fail-count
           DISPLAY "  records rejected      " ws-rej-rec-count
           PERFORM VARYING ws-tgt-index FROM 1 BY 1
                   UNTIL ws-tgt-index > ws-tgt-fld-count
               IF ws-map-reject-count (ws-tgt-index) > 0
                   MOVE ws-map-reject-count (ws-tgt-index)
                       TO ws-count-ed
                   DISPLAY "  "
                       FUNCTION TRIM(ws-tgt-fld-name (ws-tgt-index))
                       ": rejected " FUNCTION TRIM(ws-count-ed)
               END-IF
           END-PERFORM
           DISPLAY "  values rejected       " ws-reject-total
           MOVE ws-rec-count TO ws-ctl-records-read
           MOVE ws-out-count TO ws-ctl-records-out
           MOVE ws-start-14 TO ws-ctl-start-timestamp
      * the call hands back CTLWRIT's own return code - the step's
      * is kept across it
           MOVE RETURN-CODE TO ws-step-rc
           CALL "CTLWRIT" USING ws-ctl-call
           MOVE ws-step-rc TO RETURN-CODE
           IF ws-ctl-status NOT = "00"
               DISPLAY "FAMAPGEN *** run-control write failed, status "
                   ws-ctl-status " ***"
           END-IF
      * a partner file short of records is a step failure to the
      * chain driver - the rejects and any record that could not be
      * written have to be looked at before the file goes out
           IF RETURN-CODE = 0
               IF ws-reject-total > 0 OR ws-write-fail-count > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
