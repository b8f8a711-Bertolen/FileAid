       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMIGRAT.
      *****************************************************************
      * Data migration for a copybook that changes version.  When a
      * field is added, resized or moved in a member like client.cpy
      * or compte.cpy, every data file built on the old layout is
      * decoded wrong by the editor, the extract and the profiler.
      * This pass loads the old and the new version of the member
      * through FACPYLOD and rewrites MIGIN under the old layout into
      * MIGOUT under the new one, matching fields by name:
      *
      *   carried     - same name, same shape: the bytes move as
      *                 they stand
      *   resized     - same name, text on both sides, another
      *                 length: moved left-justified, and a record
      *                 whose value does not fit is TRUNCATED
      *   converted   - same name, numeric on both sides, another
      *                 picture (digits, decimals, sign, or usage
      *                 display / signed / COMP-3 / COMP): the value
      *                 is unpacked and repacked under the new
      *                 picture; decimals the new picture drops are
      *                 TRUNCATED, and a value that is not valid
      *                 under the old picture, too big for the new
      *                 one, or negative for an unsigned one is NOT
      *                 CARRIED and the field gets its default
      *   new         - only in the new layout: the field gets its
      *                 VALUE clause, or with none its first 88
      *                 condition-name, or else zero / spaces - the
      *                 same default the record generator gives
      *   not carried - text on one side and numeric on the other:
      *                 the field gets its default on every record,
      *                 and a record whose old value was more than
      *                 blanks or zero is listed NOT CARRIED
      *   dropped     - only in the old layout: the bytes are lost
      *
      * The layout comparison is listed before any record moves, and
      * every truncated or not-carried value is listed by record
      * number and field, with per-field counts at end of job.
      * Defaults are laid down before carried values, so a new
      * REDEFINES view never overwrites bytes a carried field fills.
      *
      * PARM (via COMMAND-LINE): old-copybook new-copybook [TEXT]
      *   both members cataloged in CPYLIST - the old version kept
      *   under its own member name while the file is converted
      *   TEXT - MIGIN and MIGOUT are text files, one record per
      *          line, the form the profiler and the validator read
      *          (so display pictures only - a packed or binary byte
      *          a text line cannot hold is reported as a failed
      *          write);
      *          without it both are relative files in the form the
      *          generic editor keeps, and each record keeps its
      *          slot number so the audit trail still points at it
      *
      * Run-control totals go to RUNCTL through CTLWRIT under the
      * new layout's name.  The job ends with a condition code the
      * chain driver can act on: 8 when any value was truncated or
      * not carried or any record could not be written, 12 when a
      * layout or a file could not be used, 0 on a clean
      * conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT mig-in-file ASSIGN TO "MIGIN"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS ws-in-rec-no
               FILE STATUS IS ws-in-status.
           SELECT mig-out-file ASSIGN TO "MIGOUT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-out-rec-no
               FILE STATUS IS ws-out-status.
           SELECT text-in-file ASSIGN TO "MIGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-in-status.
           SELECT text-out-file ASSIGN TO "MIGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-status.

       DATA DIVISION.
       FILE SECTION.
       FD  mig-in-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-in-rec-len.
       01 mig-in-record PIC X(512).

       FD  mig-out-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-out-rec-len.
       01 mig-out-record PIC X(512).

       FD  text-in-file.
       01 text-in-record PIC X(512).

       FD  text-out-file.
       01 text-out-record PIC X(512).

       WORKING-STORAGE SECTION.
       01 ws-in-status PIC X(02).
       01 ws-out-status PIC X(02).
       01 ws-in-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".
       01 ws-in-rec-no PIC 9(09) VALUE 0.
       01 ws-out-rec-no PIC 9(09) VALUE 0.
       01 ws-in-rec-len PIC 9(04).
       01 ws-out-rec-len PIC 9(04).

       01 ws-parm PIC X(80).
       01 ws-old-member PIC X(30) VALUE SPACES.
       01 ws-new-member PIC X(30) VALUE SPACES.
       01 ws-form-opt PIC X(10) VALUE SPACES.
       01 ws-text-mode PIC X(01) VALUE "N".

       01 ws-start-date PIC X(21).
       01 ws-start-ts REDEFINES ws-start-date.
         05 ws-start-14 PIC 9(14).
         05 FILLER PIC X(07).

       01 ws-rec-count PIC 9(09) VALUE 0.
       01 ws-out-count PIC 9(09) VALUE 0.
       01 ws-write-fail-count PIC 9(09) VALUE 0.
       01 ws-trunc-total PIC 9(09) VALUE 0.
       01 ws-fail-total PIC 9(09) VALUE 0.
       01 ws-dropped-count PIC 9(03) VALUE 0.
       01 ws-count-ed PIC ZZZZZZZZ9.
       01 ws-count-ed-2 PIC ZZZZZZZZ9.

       01 ws-old-record PIC X(512).
       01 ws-new-record PIC X(512).

      * one entry per field of the new layout: the old field it
      * comes from (zero for none) and what the move does with it
      *   C carried  R resized  V converted  D new (default)
      *   X not carried (text against numeric)
       01 ws-map-table.
         05 ws-map-entry OCCURS 60.
           10 ws-map-old-idx PIC 9(03).
           10 ws-map-action PIC X(01).
           10 ws-map-trunc-count PIC 9(09).
           10 ws-map-fail-count PIC 9(09).

       01 ws-old-index PIC 9(03).
       01 ws-new-index PIC 9(03).
       01 ws-fld-found PIC 9(03).
       01 ws-shape-text PIC X(20).
       01 ws-shape-text-2 PIC X(20).

      * unpack/repack work area: a field's bytes in whatever usage
      * its picture declared, to and from an absolute value and a
      * sign - the editor's rules, run between two layouts
       01 ws-num-value PIC 9(18) VALUE 0.
       01 ws-num-negative PIC X(01) VALUE "N".
       01 ws-num-valid PIC X(01) VALUE "Y".
       01 ws-crossed-loss PIC X(01).
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
       01 ws-fail-reason PIC X(40).

       01 ws-old-call.
         05 ws-old-name PIC X(30).
         05 ws-old-status PIC X(02).
         05 ws-old-rec-len PIC 9(04).
         05 ws-old-fld-count PIC 9(03).
         05 ws-old-field OCCURS 60.
           10 ws-old-fld-name PIC X(30).
           10 ws-old-fld-off PIC 9(04).
           10 ws-old-fld-len PIC 9(04).
           10 ws-old-fld-type PIC X(01).
           10 ws-old-fld-dec PIC 9(01).
           10 ws-old-fld-usage PIC X(01).
           10 ws-old-fld-sign PIC X(01).
           10 ws-old-fld-digits PIC 9(02).
           10 ws-old-fld-cond-count PIC 9(01).
           10 ws-old-fld-cond OCCURS 4.
             15 ws-old-cond-name PIC X(30).
             15 ws-old-cond-value PIC X(10).
           10 ws-old-fld-def-kind PIC X(01).
           10 ws-old-fld-default PIC X(30).

       01 ws-new-call.
         05 ws-new-name PIC X(30).
         05 ws-new-status PIC X(02).
         05 ws-new-rec-len PIC 9(04).
         05 ws-new-fld-count PIC 9(03).
         05 ws-new-field OCCURS 60.
           10 ws-new-fld-name PIC X(30).
           10 ws-new-fld-off PIC 9(04).
           10 ws-new-fld-len PIC 9(04).
           10 ws-new-fld-type PIC X(01).
           10 ws-new-fld-dec PIC 9(01).
           10 ws-new-fld-usage PIC X(01).
           10 ws-new-fld-sign PIC X(01).
           10 ws-new-fld-digits PIC 9(02).
           10 ws-new-fld-cond-count PIC 9(01).
           10 ws-new-fld-cond OCCURS 4.
             15 ws-new-cond-name PIC X(30).
             15 ws-new-cond-value PIC X(10).
           10 ws-new-fld-def-kind PIC X(01).
           10 ws-new-fld-default PIC X(30).

       01 ws-step-rc PIC 9(04) VALUE 0.

       01 ws-ctl-call.
         05 ws-ctl-job-name PIC X(08) VALUE "FAMIGRAT".
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
           IF ws-abort-flag = "N"
               PERFORM build-map-para
               PERFORM list-map-para
               PERFORM open-files-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM convert-records-para
               PERFORM terminate-para
           END-IF
           GOBACK.

       initialize-para.
           MOVE FUNCTION CURRENT-DATE TO ws-start-date
           ACCEPT ws-parm FROM COMMAND-LINE
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-old-member ws-new-member ws-form-opt
           END-UNSTRING
           INSPECT ws-form-opt CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ws-form-opt = "TEXT"
               MOVE "Y" TO ws-text-mode
           END-IF
           IF ws-old-member = SPACES OR ws-new-member = SPACES
               DISPLAY "FAMIGRAT *** PARM must name the old and the"
                   " new copybook: old-copybook new-copybook [TEXT]"
                   " ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ws-old-member TO ws-old-name
               CALL "FACPYLOD" USING ws-old-call
               MOVE ws-new-member TO ws-new-name
               CALL "FACPYLOD" USING ws-new-call
               IF ws-old-status NOT = "00" OR ws-new-status NOT = "00"
                   DISPLAY "FAMIGRAT *** cannot load the layouts - "
                       FUNCTION TRIM(ws-old-member) " FACPYLOD status "
                       ws-old-status ", "
                       FUNCTION TRIM(ws-new-member) " FACPYLOD status "
                       ws-new-status " ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           MOVE ws-new-member TO ws-ctl-file-name
           INSPECT ws-ctl-file-name CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       build-map-para.
           INITIALIZE ws-map-table
           PERFORM VARYING ws-new-index FROM 1 BY 1
                   UNTIL ws-new-index > ws-new-fld-count
               MOVE 0 TO ws-fld-found
               PERFORM VARYING ws-old-index FROM 1 BY 1
                       UNTIL ws-old-index > ws-old-fld-count
                       OR ws-fld-found > 0
                   IF ws-old-fld-name (ws-old-index) =
                      ws-new-fld-name (ws-new-index)
                       MOVE ws-old-index TO ws-fld-found
                   END-IF
               END-PERFORM
               MOVE ws-fld-found TO ws-map-old-idx (ws-new-index)
               IF ws-fld-found = 0
                   MOVE "D" TO ws-map-action (ws-new-index)
               ELSE
                   MOVE ws-fld-found TO ws-old-index
                   PERFORM classify-pair-para
               END-IF
           END-PERFORM.

       classify-pair-para.
      * an edited picture is text as far as a move is concerned -
      * its bytes are already display-formatted
           EVALUATE TRUE
               WHEN ws-old-fld-type (ws-old-index) = "N" AND
                    ws-new-fld-type (ws-new-index) = "N"
                   IF ws-old-fld-len (ws-old-index) =
                          ws-new-fld-len (ws-new-index) AND
                      ws-old-fld-dec (ws-old-index) =
                          ws-new-fld-dec (ws-new-index) AND
                      ws-old-fld-usage (ws-old-index) =
                          ws-new-fld-usage (ws-new-index) AND
                      ws-old-fld-sign (ws-old-index) =
                          ws-new-fld-sign (ws-new-index) AND
                      ws-old-fld-digits (ws-old-index) =
                          ws-new-fld-digits (ws-new-index)
                       MOVE "C" TO ws-map-action (ws-new-index)
                   ELSE
                       MOVE "V" TO ws-map-action (ws-new-index)
                   END-IF
               WHEN ws-old-fld-type (ws-old-index) = "N" OR
                    ws-new-fld-type (ws-new-index) = "N"
                   MOVE "X" TO ws-map-action (ws-new-index)
               WHEN ws-old-fld-len (ws-old-index) =
                    ws-new-fld-len (ws-new-index)
                   MOVE "C" TO ws-map-action (ws-new-index)
               WHEN OTHER
                   MOVE "R" TO ws-map-action (ws-new-index)
           END-EVALUATE.

       list-map-para.
           DISPLAY "FAMIGRAT layout comparison "
               FUNCTION TRIM(ws-old-member) " (" ws-old-fld-count
               " fields, " ws-old-rec-len " bytes) -> "
               FUNCTION TRIM(ws-new-member) " (" ws-new-fld-count
               " fields, " ws-new-rec-len " bytes)"
           PERFORM VARYING ws-new-index FROM 1 BY 1
                   UNTIL ws-new-index > ws-new-fld-count
               MOVE ws-map-old-idx (ws-new-index) TO ws-old-index
               EVALUATE ws-map-action (ws-new-index)
                   WHEN "C"
                       DISPLAY "  carried     "
                           FUNCTION TRIM(ws-new-fld-name
                           (ws-new-index))
                   WHEN "R"
                       DISPLAY "  resized     "
                           FUNCTION TRIM(ws-new-fld-name
                           (ws-new-index)) " "
                           ws-old-fld-len (ws-old-index) " -> "
                           ws-new-fld-len (ws-new-index) " bytes"
                   WHEN "V"
                       PERFORM describe-shapes-para
                       DISPLAY "  converted   "
                           FUNCTION TRIM(ws-new-fld-name
                           (ws-new-index)) " "
                           FUNCTION TRIM(ws-shape-text) " -> "
                           FUNCTION TRIM(ws-shape-text-2)
                   WHEN "X"
                       DISPLAY "  NOT CARRIED "
                           FUNCTION TRIM(ws-new-fld-name
                           (ws-new-index))
                           " - text and numeric pictures do not"
                           " convert; the default is applied"
                   WHEN OTHER
                       DISPLAY "  new         "
                           FUNCTION TRIM(ws-new-fld-name
                           (ws-new-index)) " - default applied"
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING ws-old-index FROM 1 BY 1
                   UNTIL ws-old-index > ws-old-fld-count
               MOVE 0 TO ws-fld-found
               PERFORM VARYING ws-new-index FROM 1 BY 1
                       UNTIL ws-new-index > ws-new-fld-count
                       OR ws-fld-found > 0
                   IF ws-map-old-idx (ws-new-index) = ws-old-index
                       MOVE ws-new-index TO ws-fld-found
                   END-IF
               END-PERFORM
               IF ws-fld-found = 0
                   ADD 1 TO ws-dropped-count
                   DISPLAY "  dropped     "
                       FUNCTION TRIM(ws-old-fld-name (ws-old-index))
                       " - not in the new layout, its bytes are lost"
               END-IF
           END-PERFORM.

       describe-shapes-para.
           MOVE SPACES TO ws-shape-text ws-shape-text-2
           STRING ws-old-fld-sign (ws-old-index) DELIMITED BY SIZE
               " " ws-old-fld-digits (ws-old-index)
               "." ws-old-fld-dec (ws-old-index) " "
               DELIMITED BY SIZE INTO ws-shape-text
           END-STRING
           EVALUATE ws-old-fld-usage (ws-old-index)
               WHEN "P"
                   MOVE "COMP-3" TO ws-shape-text (9:)
               WHEN "B"
                   MOVE "COMP" TO ws-shape-text (9:)
               WHEN OTHER
                   MOVE "DISPLAY" TO ws-shape-text (9:)
           END-EVALUATE
           STRING ws-new-fld-sign (ws-new-index) DELIMITED BY SIZE
               " " ws-new-fld-digits (ws-new-index)
               "." ws-new-fld-dec (ws-new-index) " "
               DELIMITED BY SIZE INTO ws-shape-text-2
           END-STRING
           EVALUATE ws-new-fld-usage (ws-new-index)
               WHEN "P"
                   MOVE "COMP-3" TO ws-shape-text-2 (9:)
               WHEN "B"
                   MOVE "COMP" TO ws-shape-text-2 (9:)
               WHEN OTHER
                   MOVE "DISPLAY" TO ws-shape-text-2 (9:)
           END-EVALUATE
      * shown as sign digits.decimals usage, e.g. N 05.2 DISPLAY
           INSPECT ws-shape-text (1:1) CONVERTING "YN" TO "S "
           INSPECT ws-shape-text-2 (1:1) CONVERTING "YN" TO "S ".

       open-files-para.
           IF ws-text-mode = "Y"
               OPEN INPUT text-in-file
           ELSE
               OPEN INPUT mig-in-file
           END-IF
           IF ws-in-status NOT = "00"
               DISPLAY "Unable to open MIGIN, status " ws-in-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ws-text-mode = "Y"
                   OPEN OUTPUT text-out-file
               ELSE
                   OPEN OUTPUT mig-out-file
               END-IF
               IF ws-out-status NOT = "00"
                   DISPLAY "Unable to open MIGOUT, status "
                       ws-out-status
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
                   IF ws-text-mode = "Y"
                       CLOSE text-in-file
                   ELSE
                       CLOSE mig-in-file
                   END-IF
               END-IF
           END-IF.

       convert-records-para.
           PERFORM UNTIL ws-in-eof = "Y"
               PERFORM read-old-record-para
               IF ws-in-eof = "N"
                   ADD 1 TO ws-rec-count
                   PERFORM build-new-record-para
                   PERFORM write-new-record-para
               END-IF
           END-PERFORM.

       read-old-record-para.
           MOVE SPACES TO ws-old-record
           IF ws-text-mode = "Y"
               READ text-in-file
                   AT END
                       MOVE "Y" TO ws-in-eof
                   NOT AT END
                       MOVE text-in-record TO ws-old-record
               END-READ
               MOVE ws-rec-count TO ws-in-rec-no
               ADD 1 TO ws-in-rec-no
           ELSE
               READ mig-in-file
                   AT END
                       MOVE "Y" TO ws-in-eof
                   NOT AT END
                       MOVE mig-in-record (1:ws-in-rec-len)
                           TO ws-old-record
               END-READ
      * a file not in the editor's relative format answers every
      * READ with an error status instead of AT END
               IF ws-in-eof = "N" AND ws-in-status NOT = "00"
                   DISPLAY "FAMIGRAT *** MIGIN is not a relative"
                       " file in the editor's format - read status "
                       ws-in-status " - stopping ***"
                   MOVE "Y" TO ws-in-eof
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       build-new-record-para.
      * defaults first, carried values over them: where a new
      * REDEFINES view shares bytes with a carried field, the
      * carried value is what survives
           MOVE SPACES TO ws-new-record
           PERFORM VARYING ws-new-index FROM 1 BY 1
                   UNTIL ws-new-index > ws-new-fld-count
               IF ws-map-action (ws-new-index) = "D" OR
                  ws-map-action (ws-new-index) = "X"
                   PERFORM apply-default-para
               END-IF
           END-PERFORM
           PERFORM VARYING ws-new-index FROM 1 BY 1
                   UNTIL ws-new-index > ws-new-fld-count
               MOVE ws-map-old-idx (ws-new-index) TO ws-old-index
               EVALUATE ws-map-action (ws-new-index)
                   WHEN "C"
                       MOVE ws-old-record
                           (ws-old-fld-off (ws-old-index):
                           ws-old-fld-len (ws-old-index))
                           TO ws-new-record
                           (ws-new-fld-off (ws-new-index):
                           ws-new-fld-len (ws-new-index))
                   WHEN "R"
                       PERFORM move-resized-text-para
                   WHEN "V"
                       PERFORM convert-numeric-para
                   WHEN "X"
                       PERFORM check-crossed-value-para
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       check-crossed-value-para.
      * text and numeric pictures do not convert, so the default
      * stands in for the old value - a loss on every record where
      * that value was more than blanks or zero
           MOVE "N" TO ws-crossed-loss
           IF ws-old-record (ws-old-fld-off (ws-old-index):
                  ws-old-fld-len (ws-old-index)) NOT = SPACES
               IF ws-old-fld-type (ws-old-index) = "N"
                   PERFORM unpack-old-value-para
                   IF ws-num-valid = "N" OR ws-num-value NOT = 0
                       MOVE "Y" TO ws-crossed-loss
                   END-IF
               ELSE
                   IF ws-old-record (ws-old-fld-off (ws-old-index):
                          ws-old-fld-len (ws-old-index)) NOT = ZEROS
                       MOVE "Y" TO ws-crossed-loss
                   END-IF
               END-IF
           END-IF
           IF ws-crossed-loss = "Y"
               MOVE "changes between text and numeric"
                   TO ws-fail-reason
               PERFORM report-not-carried-para
           END-IF.

       move-resized-text-para.
           IF ws-old-fld-len (ws-old-index) >
              ws-new-fld-len (ws-new-index)
               IF ws-old-record (ws-old-fld-off (ws-old-index) +
                      ws-new-fld-len (ws-new-index):
                      ws-old-fld-len (ws-old-index) -
                      ws-new-fld-len (ws-new-index)) NOT = SPACES
                   ADD 1 TO ws-map-trunc-count (ws-new-index)
                   ADD 1 TO ws-trunc-total
                   DISPLAY "record " ws-in-rec-no " TRUNCATED "
                       FUNCTION TRIM(ws-new-fld-name (ws-new-index))
                       " [" ws-old-record
                       (ws-old-fld-off (ws-old-index):
                       ws-old-fld-len (ws-old-index))
                       "] does not fit "
                       ws-new-fld-len (ws-new-index) " bytes"
               END-IF
           END-IF
           MOVE ws-old-record (ws-old-fld-off (ws-old-index):
               ws-old-fld-len (ws-old-index))
               TO ws-new-record (ws-new-fld-off (ws-new-index):
               ws-new-fld-len (ws-new-index)).

       convert-numeric-para.
           PERFORM unpack-old-value-para
           IF ws-num-valid = "N"
               MOVE "holds no valid value for its old picture"
                   TO ws-fail-reason
               PERFORM report-not-carried-para
           ELSE
               PERFORM rescale-value-para
           END-IF.

       unpack-old-value-para.
           MOVE "Y" TO ws-num-valid
           MOVE 0 TO ws-num-value
           MOVE "N" TO ws-num-negative
           MOVE ws-old-fld-len (ws-old-index) TO ws-fld-bytes
           EVALUATE TRUE
               WHEN ws-old-fld-usage (ws-old-index) = "P"
                   PERFORM unpack-packed-para
               WHEN ws-old-fld-usage (ws-old-index) = "B"
                   PERFORM unpack-binary-para
               WHEN ws-old-fld-sign (ws-old-index) = "Y"
                   PERFORM unpack-signed-para
               WHEN OTHER
                   IF ws-old-record (ws-old-fld-off (ws-old-index):
                          ws-fld-bytes) IS NUMERIC
                       MOVE 0 TO ws-gen-digits
                       MOVE ws-old-record
                           (ws-old-fld-off (ws-old-index):
                           ws-fld-bytes)
                           TO ws-gen-digits-x (19 - ws-fld-bytes:
                           ws-fld-bytes)
                       MOVE ws-gen-digits TO ws-num-value
                   ELSE
                       MOVE "N" TO ws-num-valid
                   END-IF
           END-EVALUATE.

       rescale-value-para.
      * the implied decimal point moves with the picture: digits
      * added on the right are zeros, digits taken off the right
      * are lost and said so; digits that no longer fit on the left
      * would change the amount, so the value is not carried
           COMPUTE ws-dec-shift = ws-new-fld-dec (ws-new-index) -
               ws-old-fld-dec (ws-old-index)
           IF ws-dec-shift < 0
               COMPUTE ws-num-scale = 10 ** (0 - ws-dec-shift)
               DIVIDE ws-num-value BY ws-num-scale
                   GIVING ws-num-value REMAINDER ws-num-rest
               IF ws-num-rest NOT = 0
                   ADD 1 TO ws-map-trunc-count (ws-new-index)
                   ADD 1 TO ws-trunc-total
                   DISPLAY "record " ws-in-rec-no " TRUNCATED "
                       FUNCTION TRIM(ws-new-fld-name (ws-new-index))
                       " - decimals beyond "
                       ws-new-fld-dec (ws-new-index)
                       " places dropped"
               END-IF
           ELSE
               COMPUTE ws-num-value = ws-num-value *
                   10 ** ws-dec-shift
           END-IF
           MOVE ws-new-fld-digits (ws-new-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE ws-new-fld-len (ws-new-index) TO ws-fld-digits
           END-IF
           COMPUTE ws-num-limit = 10 ** ws-fld-digits
           EVALUATE TRUE
               WHEN ws-num-value >= ws-num-limit
                   MOVE "is too big for its new picture"
                       TO ws-fail-reason
                   PERFORM report-not-carried-para
               WHEN ws-num-negative = "Y" AND ws-num-value > 0 AND
                    ws-new-fld-sign (ws-new-index) NOT = "Y"
                   MOVE "is negative and its new picture unsigned"
                       TO ws-fail-reason
                   PERFORM report-not-carried-para
               WHEN OTHER
                   MOVE ws-num-value TO ws-gen-digits
                   PERFORM store-new-value-para
           END-EVALUATE.

       report-not-carried-para.
           ADD 1 TO ws-map-fail-count (ws-new-index)
           ADD 1 TO ws-fail-total
           DISPLAY "record " ws-in-rec-no " NOT CARRIED "
               FUNCTION TRIM(ws-new-fld-name (ws-new-index)) " "
               FUNCTION TRIM(ws-fail-reason) " - default applied"
           PERFORM apply-default-para.

       apply-default-para.
      * the copybook's VALUE clause, else its first condition-name,
      * else what INITIALIZE would give - the record generator's
      * rule, read off the loaded layout instead of compiled in
           MOVE ws-new-fld-def-kind (ws-new-index) TO ws-def-kind
           MOVE ws-new-fld-default (ws-new-index) TO ws-def-text
           IF ws-def-kind = "N" OR ws-def-kind = SPACE
               IF ws-new-fld-cond-count (ws-new-index) > 0
                   MOVE "9" TO ws-def-kind
                   MOVE ws-new-cond-value (ws-new-index, 1)
                       TO ws-def-text
               ELSE
                   MOVE "Z" TO ws-def-kind
                   IF ws-new-fld-type (ws-new-index) NOT = "N"
                       MOVE "S" TO ws-def-kind
                   END-IF
               END-IF
           END-IF
           EVALUATE ws-def-kind
               WHEN "S"
                   MOVE SPACES TO ws-new-record
                       (ws-new-fld-off (ws-new-index):
                       ws-new-fld-len (ws-new-index))
               WHEN "H"
                   MOVE HIGH-VALUES TO ws-new-record
                       (ws-new-fld-off (ws-new-index):
                       ws-new-fld-len (ws-new-index))
               WHEN "L"
                   MOVE LOW-VALUES TO ws-new-record
                       (ws-new-fld-off (ws-new-index):
                       ws-new-fld-len (ws-new-index))
               WHEN "A"
                   PERFORM fill-all-literal-para
               WHEN "Z"
                   IF ws-new-fld-type (ws-new-index) = "N"
                       MOVE "0" TO ws-def-text
                       PERFORM store-default-number-para
                   ELSE
                       MOVE ALL "0" TO ws-new-record
                           (ws-new-fld-off (ws-new-index):
                           ws-new-fld-len (ws-new-index))
                   END-IF
               WHEN OTHER
                   IF ws-new-fld-type (ws-new-index) = "N"
                       PERFORM store-default-number-para
                   ELSE
                       MOVE ws-def-text TO ws-new-record
                           (ws-new-fld-off (ws-new-index):
                           ws-new-fld-len (ws-new-index))
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
                   UNTIL ws-byte-ix > ws-new-fld-len (ws-new-index)
               MOVE ws-def-text (ws-def-ix:1) TO ws-new-record
                   (ws-new-fld-off (ws-new-index) + ws-byte-ix - 1:1)
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
           MOVE ws-new-fld-digits (ws-new-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE ws-new-fld-len (ws-new-index) TO ws-fld-digits
           END-IF
           COMPUTE ws-num-limit = 10 **
               (ws-fld-digits - ws-new-fld-dec (ws-new-index))
           IF FUNCTION TEST-NUMVAL(ws-def-text) = 0
               IF FUNCTION NUMVAL(ws-def-text) < ws-num-limit AND
                  FUNCTION NUMVAL(ws-def-text) > 0 - ws-num-limit
                   IF FUNCTION NUMVAL(ws-def-text) < 0
                       IF ws-new-fld-sign (ws-new-index) = "Y"
                           MOVE "Y" TO ws-num-negative
                           COMPUTE ws-gen-digits =
                               0 - FUNCTION NUMVAL(ws-def-text) *
                               10 ** ws-new-fld-dec (ws-new-index)
                       END-IF
                   ELSE
                       COMPUTE ws-gen-digits =
                           FUNCTION NUMVAL(ws-def-text) *
                           10 ** ws-new-fld-dec (ws-new-index)
                   END-IF
               END-IF
           END-IF
           PERFORM store-new-value-para.

       unpack-packed-para.
      * two digits a byte, sign in the last low nibble: D (or the
      * rarer B) is negative; a digit nibble above 9 or a sign
      * nibble below A means the bytes were never packed
           PERFORM VARYING ws-byte-ix FROM 1 BY 1
                   UNTIL ws-byte-ix > ws-fld-bytes
               MOVE ws-old-record (ws-old-fld-off (ws-old-index) +
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
                   MOVE ws-old-record
                       (ws-old-fld-off (ws-old-index):2)
                       TO ws-bin-2-x
                   MOVE ws-bin-2 TO ws-bin-signed
               WHEN 4
                   MOVE ws-old-record
                       (ws-old-fld-off (ws-old-index):4)
                       TO ws-bin-4-x
                   MOVE ws-bin-4 TO ws-bin-signed
               WHEN OTHER
                   MOVE ws-old-record
                       (ws-old-fld-off (ws-old-index):8)
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
               MOVE ws-old-record (ws-old-fld-off (ws-old-index) +
                   ws-byte-ix - 1:1) TO ws-digit-x
               IF ws-digit-x >= "0" AND ws-digit-x <= "9"
                   COMPUTE ws-num-value =
                       ws-num-value * 10 + ws-digit-9
               ELSE
                   MOVE "N" TO ws-num-valid
               END-IF
           END-PERFORM
           MOVE ws-old-record (ws-old-fld-off (ws-old-index) +
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

       store-new-value-para.
      * ws-gen-digits holds the scaled absolute value; it goes into
      * the new field under the new picture's usage
           MOVE ws-new-fld-len (ws-new-index) TO ws-fld-bytes
           MOVE ws-new-fld-digits (ws-new-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE ws-fld-bytes TO ws-fld-digits
           END-IF
           IF ws-gen-digits = 0
               MOVE "N" TO ws-num-negative
           END-IF
           EVALUATE TRUE
               WHEN ws-new-fld-usage (ws-new-index) = "P"
                   PERFORM store-packed-para
               WHEN ws-new-fld-usage (ws-new-index) = "B"
                   PERFORM store-binary-para
               WHEN ws-new-fld-sign (ws-new-index) = "Y"
                   PERFORM store-signed-display-para
               WHEN OTHER
                   MOVE ws-gen-digits-x (19 - ws-fld-digits:
                           ws-fld-digits)
                       TO ws-new-record
                           (ws-new-fld-off (ws-new-index):
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
                       WHEN ws-new-fld-sign (ws-new-index) = "Y"
                           MOVE 12 TO ws-nib-lo
                       WHEN OTHER
                           MOVE 15 TO ws-nib-lo
                   END-EVALUATE
               END-IF
               COMPUTE ws-pack-byte-val = ws-nib-hi * 16 + ws-nib-lo
               MOVE ws-pack-byte TO ws-new-record
                   (ws-new-fld-off (ws-new-index) + ws-byte-ix - 1:1)
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
                   MOVE ws-bin-2-x TO ws-new-record
                       (ws-new-fld-off (ws-new-index):2)
               WHEN 4
                   MOVE ws-bin-signed TO ws-bin-4
                   MOVE ws-bin-4-x TO ws-new-record
                       (ws-new-fld-off (ws-new-index):4)
               WHEN OTHER
                   MOVE ws-bin-signed TO ws-bin-8
                   MOVE ws-bin-8-x TO ws-new-record
                       (ws-new-fld-off (ws-new-index):8)
           END-EVALUATE.

       store-signed-display-para.
           MOVE ws-gen-digits-x (19 - ws-fld-digits:ws-fld-digits)
               TO ws-new-record (ws-new-fld-off (ws-new-index):
                   ws-fld-bytes)
           MOVE ws-gen-digits-x (18:1) TO ws-digit-x
           MOVE ws-digit-9 TO ws-ovp-digit
           PERFORM map-overpunch-out-para
           MOVE ws-sign-char TO ws-new-record
               (ws-new-fld-off (ws-new-index) + ws-fld-bytes - 1:1).

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

       write-new-record-para.
           IF ws-text-mode = "Y"
               MOVE ws-new-record TO text-out-record
               WRITE text-out-record
               IF ws-out-status NOT = "00"
                   DISPLAY "FAMIGRAT *** write of record "
                       ws-in-rec-no " failed, status "
                       ws-out-status " - a text file cannot carry"
                       " every packed or binary byte ***"
               END-IF
           ELSE
      * the slot the record came from, so record numbers in the
      * audit trail and in HITLIST still point at the same record
               MOVE ws-in-rec-no TO ws-out-rec-no
               MOVE ws-new-rec-len TO ws-out-rec-len
               MOVE ws-new-record TO mig-out-record
               WRITE mig-out-record
                   INVALID KEY
                       DISPLAY "FAMIGRAT *** write of slot "
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
               CLOSE mig-in-file
               CLOSE mig-out-file
           END-IF
           DISPLAY "FAMIGRAT control report"
           DISPLAY "  records read          " ws-rec-count
           DISPLAY "  records written       " ws-out-count
           DISPLAY "  records not written   " ws-write-fail-count
           DISPLAY "  fields dropped        " ws-dropped-count
           PERFORM VARYING ws-new-index FROM 1 BY 1
                   UNTIL ws-new-index > ws-new-fld-count
               IF ws-map-trunc-count (ws-new-index) > 0 OR
                  ws-map-fail-count (ws-new-index) > 0
                   MOVE ws-map-trunc-count (ws-new-index)
                       TO ws-count-ed
                   MOVE ws-map-fail-count (ws-new-index)
                       TO ws-count-ed-2
                   DISPLAY "  "
                       FUNCTION TRIM(ws-new-fld-name (ws-new-index))
                       ": truncated " FUNCTION TRIM(ws-count-ed)
                       ", not carried " FUNCTION TRIM(ws-count-ed-2)
               END-IF
           END-PERFORM
           DISPLAY "  values truncated      " ws-trunc-total
           DISPLAY "  values not carried    " ws-fail-total
           MOVE ws-rec-count TO ws-ctl-records-read
           MOVE ws-out-count TO ws-ctl-records-out
           MOVE ws-start-14 TO ws-ctl-start-timestamp
      * the call hands back CTLWRIT's own return code - the step's
      * is kept across it
           MOVE RETURN-CODE TO ws-step-rc
           CALL "CTLWRIT" USING ws-ctl-call
           MOVE ws-step-rc TO RETURN-CODE
           IF ws-ctl-status NOT = "00"
               DISPLAY "FAMIGRAT *** run-control write failed, status "
                   ws-ctl-status " ***"
           END-IF
      * a lossy conversion is a step failure to the chain driver -
      * someone has to look at the listed values, and at any record
      * the new file is missing, before it replaces the old one
           IF RETURN-CODE = 0
               IF ws-trunc-total > 0 OR ws-fail-total > 0 OR
                  ws-write-fail-count > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
