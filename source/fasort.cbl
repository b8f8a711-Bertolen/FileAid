       IDENTIFICATION DIVISION.
       PROGRAM-ID. FASORT.
      *****************************************************************
      * Sort or merge a data file by copybook field names.  The print
      * report breaks on donnee-numerique and trusts RPTFILE to be in
      * that order; nothing in the tool set put it there.  This pass
      * orders SORTIN into SORTOUT on up to five key fields named in
      * SORTKEYS, each ascending or descending - the report's order
      * is:
      *
      *   donnee-numerique
      *   premiere-donnee
      *
      * A card names the field, then ASCENDING (the default) or
      * DESCENDING.
      *
      * A key field is named the way FACPYLOD lists it.  A text or
      * edited field compares byte for byte; a numeric field -
      * display, signed display, COMP-3 or COMP - compares by value,
      * negatives below zero, so -5 sorts before 3 and a packed 100
      * after a packed 99.  A numeric key holding no valid value for
      * its picture sorts as lower than any valid one and is listed.
      * Equal keys keep their input order.
      *
      * With MERGE the input is not SORTIN but the generations named
      * in MERGLIST, one path per line oldest first (the same way
      * ARCHLIST names the audit trail's generations), each already
      * in key order.  They come out as one file in key order, equal
      * keys in generation order.  A generation that turns out not
      * to be in order is still merged correctly, and each record
      * found out of place is listed so the job that built it can be
      * looked at.
      *
      * PARM (via COMMAND-LINE): [copybook] [MERGE] [TEXT]
      *   copybook - member cataloged in CPYLIST whose layout the
      *              files follow; without it the layout is COPY and
      *              the files are the fixed-length sequential form
      *              FAEXTR and FARPRINT read
      *   TEXT     - with a copybook, the files are text files, one
      *              record per line; without it they are relative
      *              files in the form the generic editor keeps (the
      *              sorted file is renumbered from slot 1)
      *
      * Run-control totals go to RUNCTL through CTLWRIT under job
      * FASORT, file SORTOUT.  For the COPY layout they carry the
      * same hash totals FAEXTR takes, so FARPRINT run with PARM
      * FASORT ties its report of the sorted file back to this run.
      * The job ends with a condition code the chain driver can act
      * on: 12 when the layout, the key cards or a file could not be
      * used, 4 when the output is complete but a key value was
      * invalid or a generation was out of order, 0 otherwise.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT key-card-file ASSIGN TO "SORTKEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-card-status.
           SELECT merge-list-file ASSIGN TO "MERGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT seq-in-file ASSIGN TO DYNAMIC ws-in-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-in-status.
           SELECT rel-in-file ASSIGN TO DYNAMIC ws-in-path
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS ws-in-rel-no
               FILE STATUS IS ws-in-status.
           SELECT text-in-file ASSIGN TO DYNAMIC ws-in-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-in-status.
           SELECT seq-out-file ASSIGN TO "SORTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-out-status.
           SELECT rel-out-file ASSIGN TO "SORTOUT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS ws-out-rel-no
               FILE STATUS IS ws-out-status.
           SELECT text-out-file ASSIGN TO "SORTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-status.
           SELECT sort-work-file ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  key-card-file.
       01 key-card-record PIC X(80).

       FD  merge-list-file.
       01 merge-list-record PIC X(256).

       FD  seq-in-file.
       COPY copy.

       FD  rel-in-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-in-rec-len.
       01 rel-in-record PIC X(512).

       FD  text-in-file.
       01 text-in-record PIC X(512).

       FD  seq-out-file.
       COPY copy REPLACING ==zone-groupe== BY ==sorted-groupe==.

       FD  rel-out-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-out-rec-len.
       01 rel-out-record PIC X(512).

       FD  text-out-file.
       01 text-out-record PIC X(512).

      * the key is built ahead of the record so one ascending compare
      * serves every key field; the sequence number keeps equal keys
      * in input (and generation) order
       SD  sort-work-file.
       01 sort-work-record.
         05 sort-key PIC X(200).
         05 sort-seq PIC 9(09).
         05 sort-rec-len PIC 9(04).
         05 sort-data PIC X(512).

       WORKING-STORAGE SECTION.
       01 ws-card-status PIC X(02).
       01 ws-list-status PIC X(02).
       01 ws-in-status PIC X(02).
       01 ws-out-status PIC X(02).
       01 ws-card-eof PIC X(01) VALUE "N".
       01 ws-list-eof PIC X(01) VALUE "N".
       01 ws-in-eof PIC X(01) VALUE "N".
       01 ws-sort-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".
       01 ws-in-rel-no PIC 9(09) VALUE 0.
       01 ws-out-rel-no PIC 9(09) VALUE 0.
       01 ws-in-rec-len PIC 9(04).
       01 ws-out-rec-len PIC 9(04).
       01 ws-in-path PIC X(256) VALUE "SORTIN".

       01 ws-parm PIC X(80).
       01 ws-parm-token PIC X(30) OCCURS 3.
       01 ws-parm-index PIC 9(01).
       01 ws-layout-name PIC X(30) VALUE "COPY".
       01 ws-layout-mode PIC X(01) VALUE "N".
       01 ws-text-mode PIC X(01) VALUE "N".
       01 ws-merge-mode PIC X(01) VALUE "N".

       01 ws-start-date PIC X(21).
       01 ws-start-ts REDEFINES ws-start-date.
         05 ws-start-14 PIC 9(14).
         05 FILLER PIC X(07).

       01 ws-rec-count PIC 9(09) VALUE 0.
       01 ws-out-count PIC 9(09) VALUE 0.
       01 ws-gen-count PIC 9(04) VALUE 0.
       01 ws-gen-rec-count PIC 9(09) VALUE 0.
       01 ws-invalid-count PIC 9(09) VALUE 0.
       01 ws-order-count PIC 9(09) VALUE 0.
       01 ws-gen-order-count PIC 9(09) VALUE 0.

       01 ws-cur-record PIC X(512).
       01 ws-cur-rec-len PIC 9(04).
       01 ws-build-key PIC X(200).
       01 ws-prev-key PIC X(200).

      * one entry per key card: the layout field, its direction, and
      * where its normalized form sits in the sort key
       01 ws-key-count PIC 9(01) VALUE 0.
       01 ws-key-width PIC 9(04) VALUE 0.
       01 ws-key-table.
         05 ws-key-entry OCCURS 5.
           10 ws-key-field PIC X(30).
           10 ws-key-order PIC X(01).
           10 ws-key-fld-idx PIC 9(03).
           10 ws-key-pos PIC 9(04).
           10 ws-key-len PIC 9(04).
       01 ws-key-index PIC 9(01).
       01 ws-card-field PIC X(30).
       01 ws-card-order PIC X(12).
       01 ws-card-extra PIC X(12).
       01 ws-fld-index PIC 9(03).
       01 ws-fld-found PIC 9(03).

      * a numeric key value normalized to 19 characters: a class
      * byte (0 invalid, 1 negative, 2 zero or positive) and 18
      * digits, negatives complemented so larger magnitudes come
      * first
       01 ws-norm-key.
         05 ws-norm-class PIC X(01).
         05 ws-norm-digits PIC 9(18).
       01 ws-norm-max PIC 9(18) VALUE 999999999999999999.

       01 ws-num-value PIC 9(18) VALUE 0.
       01 ws-num-negative PIC X(01) VALUE "N".
       01 ws-num-valid PIC X(01) VALUE "Y".
       01 ws-fld-bytes PIC 9(04).
       01 ws-byte-ix PIC 9(04).
       01 ws-gen-digits PIC 9(18).
       01 ws-gen-digits-x REDEFINES ws-gen-digits PIC X(18).
       01 ws-pack-byte PIC X(01).
       01 ws-pack-byte-val REDEFINES ws-pack-byte PIC X COMP-X.
       01 ws-nib-hi PIC 9(02).
       01 ws-nib-lo PIC 9(02).
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

       01 ws-step-rc PIC 9(04) VALUE 0.

       01 ws-ctl-call.
         05 ws-ctl-job-name PIC X(08) VALUE "FASORT".
         05 ws-ctl-file-name PIC X(20) VALUE "SORTOUT".
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
               PERFORM load-key-cards-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM open-output-para
           END-IF
           IF ws-abort-flag = "N"
               SORT sort-work-file
                   ON ASCENDING KEY sort-key sort-seq
                   INPUT PROCEDURE IS release-records-para
                   OUTPUT PROCEDURE IS return-records-para
               IF SORT-RETURN NOT = 0
                   DISPLAY "FASORT *** sort failed, SORT-RETURN "
                       SORT-RETURN " ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
               PERFORM terminate-para
           END-IF
           GOBACK.

       initialize-para.
           MOVE FUNCTION CURRENT-DATE TO ws-start-date
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-parm-token (1) ws-parm-token (2)
               ws-parm-token (3)
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-parm-token (1) ws-parm-token (2)
                    ws-parm-token (3)
           END-UNSTRING
           PERFORM VARYING ws-parm-index FROM 1 BY 1
                   UNTIL ws-parm-index > 3
               INSPECT ws-parm-token (ws-parm-index) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE ws-parm-token (ws-parm-index)
                   WHEN SPACES
                       CONTINUE
                   WHEN "MERGE"
                       MOVE "Y" TO ws-merge-mode
                   WHEN "TEXT"
                       MOVE "Y" TO ws-text-mode
                   WHEN OTHER
                       MOVE ws-parm-token (ws-parm-index)
                           TO ws-layout-name
                       MOVE "Y" TO ws-layout-mode
               END-EVALUATE
           END-PERFORM
           IF ws-layout-name = "COPY"
               MOVE "N" TO ws-layout-mode
           END-IF
           IF ws-text-mode = "Y" AND ws-layout-mode = "N"
               DISPLAY "FASORT *** TEXT needs a copybook - the COPY"
                   " layout is always the sequential form ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE ws-layout-name TO ws-cpy-name
           IF ws-abort-flag = "N"
               CALL "FACPYLOD" USING ws-cpy-call
           END-IF
           IF ws-abort-flag = "N" AND ws-cpy-status NOT = "00"
               DISPLAY "FASORT *** cannot load layout "
                   FUNCTION TRIM(ws-layout-name) ", FACPYLOD status "
                   ws-cpy-status " ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       load-key-cards-para.
           OPEN INPUT key-card-file
           IF ws-card-status NOT = "00"
               DISPLAY "FASORT *** no SORTKEYS cards, status "
                   ws-card-status " - nothing to sort on ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL ws-card-eof = "Y"
                   READ key-card-file
                       AT END
                           MOVE "Y" TO ws-card-eof
                       NOT AT END
                           IF key-card-record NOT = SPACES AND
                              key-card-record (1:1) NOT = "*"
                               PERFORM parse-key-card-para
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE key-card-file
               IF ws-key-count = 0 AND ws-abort-flag = "N"
                   DISPLAY "FASORT *** SORTKEYS names no key field ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF ws-abort-flag = "N"
               DISPLAY "FASORT " FUNCTION TRIM(ws-layout-name)
                   " ordered on " ws-key-count " key field(s), "
                   ws-key-width " key bytes"
               PERFORM VARYING ws-key-index FROM 1 BY 1
                       UNTIL ws-key-index > ws-key-count
                   IF ws-key-order (ws-key-index) = "D"
                       DISPLAY "  "
                           FUNCTION TRIM(ws-key-field (ws-key-index))
                           " descending"
                   ELSE
                       DISPLAY "  "
                           FUNCTION TRIM(ws-key-field (ws-key-index))
                           " ascending"
                   END-IF
               END-PERFORM
           END-IF.

       parse-key-card-para.
           MOVE SPACES TO ws-card-field ws-card-order ws-card-extra
           UNSTRING key-card-record DELIMITED BY ALL SPACES
               INTO ws-card-field ws-card-order ws-card-extra
           END-UNSTRING
           INSPECT ws-card-field CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-card-order CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO ws-fld-found
           PERFORM VARYING ws-fld-index FROM 1 BY 1
                   UNTIL ws-fld-index > ws-cpy-fld-count
                   OR ws-fld-found > 0
               IF ws-cpy-fld-name (ws-fld-index) = ws-card-field
                   MOVE ws-fld-index TO ws-fld-found
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-key-count = 5
                   DISPLAY "FASORT *** more than 5 key cards - "
                       FUNCTION TRIM(key-card-record) " ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               WHEN ws-fld-found = 0
                   DISPLAY "FASORT *** key field "
                       FUNCTION TRIM(ws-card-field) " is not in layout "
                       FUNCTION TRIM(ws-layout-name) " ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               WHEN ws-card-order NOT = SPACES AND
                    ws-card-order NOT = "A" AND
                    ws-card-order NOT = "ASC" AND
                    ws-card-order NOT = "ASCENDING" AND
                    ws-card-order NOT = "D" AND
                    ws-card-order NOT = "DESC" AND
                    ws-card-order NOT = "DESCENDING"
                   DISPLAY "FASORT *** key card "
                       FUNCTION TRIM(key-card-record)
                       " - order must be ASCENDING or DESCENDING ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM add-key-entry-para
           END-EVALUATE.

       add-key-entry-para.
           ADD 1 TO ws-key-count
           MOVE ws-card-field TO ws-key-field (ws-key-count)
           MOVE ws-fld-found TO ws-key-fld-idx (ws-key-count)
           MOVE "A" TO ws-key-order (ws-key-count)
           IF ws-card-order (1:1) = "D"
               MOVE "D" TO ws-key-order (ws-key-count)
           END-IF
      * an edited picture is already display-formatted text
           IF ws-cpy-fld-type (ws-fld-found) = "N"
               MOVE 19 TO ws-key-len (ws-key-count)
           ELSE
               MOVE ws-cpy-fld-len (ws-fld-found)
                   TO ws-key-len (ws-key-count)
           END-IF
           COMPUTE ws-key-pos (ws-key-count) = ws-key-width + 1
           ADD ws-key-len (ws-key-count) TO ws-key-width
           IF ws-key-width > 200
               DISPLAY "FASORT *** key fields add up to "
                   ws-key-width " bytes, more than 200 ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       open-output-para.
           EVALUATE TRUE
               WHEN ws-layout-mode = "N"
                   OPEN OUTPUT seq-out-file
               WHEN ws-text-mode = "Y"
                   OPEN OUTPUT text-out-file
               WHEN OTHER
                   OPEN OUTPUT rel-out-file
           END-EVALUATE
           IF ws-out-status NOT = "00"
               DISPLAY "Unable to open SORTOUT, status " ws-out-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       release-records-para.
           IF ws-merge-mode = "Y"
               OPEN INPUT merge-list-file
               IF ws-list-status NOT = "00"
                   DISPLAY "FASORT *** MERGE needs MERGLIST, status "
                       ws-list-status " ***"
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO ws-list-eof
               END-IF
               PERFORM UNTIL ws-list-eof = "Y"
                   READ merge-list-file
                       AT END
                           MOVE "Y" TO ws-list-eof
                       NOT AT END
                           IF merge-list-record NOT = SPACES AND
                              merge-list-record (1:1) NOT = "*"
                               MOVE FUNCTION TRIM(merge-list-record)
                                   TO ws-in-path
                               PERFORM release-one-file-para
                           END-IF
                   END-READ
               END-PERFORM
               IF ws-list-status = "00" OR ws-list-status = "10"
                   CLOSE merge-list-file
               END-IF
               IF ws-gen-count = 0 AND RETURN-CODE = 0
                   DISPLAY "FASORT *** MERGLIST names no generation ***"
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "SORTIN" TO ws-in-path
               PERFORM release-one-file-para
           END-IF.

       release-one-file-para.
           ADD 1 TO ws-gen-count
           MOVE 0 TO ws-gen-rec-count ws-gen-order-count
           MOVE LOW-VALUES TO ws-prev-key
           MOVE "N" TO ws-in-eof
           EVALUATE TRUE
               WHEN ws-layout-mode = "N"
                   OPEN INPUT seq-in-file
               WHEN ws-text-mode = "Y"
                   OPEN INPUT text-in-file
               WHEN OTHER
                   OPEN INPUT rel-in-file
           END-EVALUATE
           IF ws-in-status NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(ws-in-path)
                   ", status " ws-in-status
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL ws-in-eof = "Y"
                   PERFORM read-input-para
                   IF ws-in-eof = "N"
                       ADD 1 TO ws-rec-count
                       ADD 1 TO ws-gen-rec-count
                       PERFORM build-sort-key-para
                       IF ws-merge-mode = "Y"
                           PERFORM check-generation-order-para
                       END-IF
                       PERFORM accumulate-hash-para
                       MOVE ws-build-key TO sort-key
                       MOVE ws-rec-count TO sort-seq
                       MOVE ws-cur-rec-len TO sort-rec-len
                       MOVE ws-cur-record TO sort-data
                       RELEASE sort-work-record
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN ws-layout-mode = "N"
                       CLOSE seq-in-file
                   WHEN ws-text-mode = "Y"
                       CLOSE text-in-file
                   WHEN OTHER
                       CLOSE rel-in-file
               END-EVALUATE
               IF ws-merge-mode = "Y"
                   DISPLAY "  generation " ws-gen-count " "
                       FUNCTION TRIM(ws-in-path) " - "
                       ws-gen-rec-count " records, "
                       ws-gen-order-count " out of order"
               END-IF
           END-IF.

       read-input-para.
           MOVE SPACES TO ws-cur-record
           EVALUATE TRUE
               WHEN ws-layout-mode = "N"
                   READ seq-in-file
                       AT END
                           MOVE "Y" TO ws-in-eof
                       NOT AT END
                           MOVE zone-groupe TO ws-cur-record
                           MOVE LENGTH OF zone-groupe TO ws-cur-rec-len
                   END-READ
               WHEN ws-text-mode = "Y"
                   READ text-in-file
                       AT END
                           MOVE "Y" TO ws-in-eof
                       NOT AT END
                           MOVE text-in-record TO ws-cur-record
                           MOVE ws-cpy-rec-len TO ws-cur-rec-len
                   END-READ
               WHEN OTHER
                   READ rel-in-file
                       AT END
                           MOVE "Y" TO ws-in-eof
                       NOT AT END
                           MOVE rel-in-record (1:ws-in-rec-len)
                               TO ws-cur-record
                           MOVE ws-in-rec-len TO ws-cur-rec-len
                   END-READ
           END-EVALUATE
      * a file not in the expected form answers every READ with an
      * error status instead of AT END
           IF ws-in-eof = "N" AND ws-in-status NOT = "00"
               DISPLAY "FASORT *** " FUNCTION TRIM(ws-in-path)
                   " is not in the layout's file form - read status "
                   ws-in-status " - stopping ***"
               MOVE "Y" TO ws-in-eof
               MOVE 12 TO RETURN-CODE
           END-IF.

       build-sort-key-para.
           MOVE SPACES TO ws-build-key
           PERFORM VARYING ws-key-index FROM 1 BY 1
                   UNTIL ws-key-index > ws-key-count
               MOVE ws-key-fld-idx (ws-key-index) TO ws-fld-index
               IF ws-cpy-fld-type (ws-fld-index) = "N"
                   PERFORM normalize-number-para
                   MOVE ws-norm-key TO ws-build-key
                       (ws-key-pos (ws-key-index):19)
               ELSE
                   MOVE ws-cur-record (ws-cpy-fld-off (ws-fld-index):
                       ws-cpy-fld-len (ws-fld-index))
                       TO ws-build-key (ws-key-pos (ws-key-index):
                       ws-key-len (ws-key-index))
               END-IF
      * a descending key is stored with every byte complemented,
      * which turns its order over for the ascending compare
               IF ws-key-order (ws-key-index) = "D"
                   PERFORM VARYING ws-byte-ix FROM 1 BY 1
                           UNTIL ws-byte-ix > ws-key-len (ws-key-index)
                       MOVE ws-build-key (ws-key-pos (ws-key-index) +
                           ws-byte-ix - 1:1) TO ws-pack-byte
                       COMPUTE ws-pack-byte-val =
                           255 - ws-pack-byte-val
                       MOVE ws-pack-byte TO ws-build-key
                           (ws-key-pos (ws-key-index) +
                           ws-byte-ix - 1:1)
                   END-PERFORM
               END-IF
           END-PERFORM.

       normalize-number-para.
           PERFORM unpack-value-para
           EVALUATE TRUE
               WHEN ws-num-valid = "N"
                   ADD 1 TO ws-invalid-count
                   DISPLAY "record " ws-rec-count " INVALID "
                       FUNCTION TRIM(ws-cpy-fld-name (ws-fld-index))
                       " [" ws-cur-record (ws-cpy-fld-off
                       (ws-fld-index):ws-cpy-fld-len (ws-fld-index))
                       "] is no value for its picture - sorted as"
                       " lowest"
                   MOVE "0" TO ws-norm-class
                   MOVE 0 TO ws-norm-digits
               WHEN ws-num-negative = "Y" AND ws-num-value > 0
                   MOVE "1" TO ws-norm-class
                   COMPUTE ws-norm-digits = ws-norm-max - ws-num-value
               WHEN OTHER
                   MOVE "2" TO ws-norm-class
                   MOVE ws-num-value TO ws-norm-digits
           END-EVALUATE.

       unpack-value-para.
           MOVE "Y" TO ws-num-valid
           MOVE 0 TO ws-num-value
           MOVE "N" TO ws-num-negative
           MOVE ws-cpy-fld-len (ws-fld-index) TO ws-fld-bytes
           EVALUATE TRUE
               WHEN ws-cpy-fld-usage (ws-fld-index) = "P"
                   PERFORM unpack-packed-para
               WHEN ws-cpy-fld-usage (ws-fld-index) = "B"
                   PERFORM unpack-binary-para
               WHEN ws-cpy-fld-sign (ws-fld-index) = "Y"
                   PERFORM unpack-signed-para
               WHEN OTHER
                   IF ws-cur-record (ws-cpy-fld-off (ws-fld-index):
                          ws-fld-bytes) IS NUMERIC
                       MOVE 0 TO ws-gen-digits
                       MOVE ws-cur-record
                           (ws-cpy-fld-off (ws-fld-index):
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
               MOVE ws-cur-record (ws-cpy-fld-off (ws-fld-index) +
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
                   MOVE ws-cur-record
                       (ws-cpy-fld-off (ws-fld-index):2)
                       TO ws-bin-2-x
                   MOVE ws-bin-2 TO ws-bin-signed
               WHEN 4
                   MOVE ws-cur-record
                       (ws-cpy-fld-off (ws-fld-index):4)
                       TO ws-bin-4-x
                   MOVE ws-bin-4 TO ws-bin-signed
               WHEN OTHER
                   MOVE ws-cur-record
                       (ws-cpy-fld-off (ws-fld-index):8)
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
               MOVE ws-cur-record (ws-cpy-fld-off (ws-fld-index) +
                   ws-byte-ix - 1:1) TO ws-digit-x
               IF ws-digit-x >= "0" AND ws-digit-x <= "9"
                   COMPUTE ws-num-value =
                       ws-num-value * 10 + ws-digit-9
               ELSE
                   MOVE "N" TO ws-num-valid
               END-IF
           END-PERFORM
           MOVE ws-cur-record (ws-cpy-fld-off (ws-fld-index) +
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

       check-generation-order-para.
      * a generation is supposed to arrive already in key order; a
      * record whose key falls below the one before it is listed
           IF ws-build-key < ws-prev-key
               ADD 1 TO ws-order-count
               ADD 1 TO ws-gen-order-count
               DISPLAY "generation " ws-gen-count " record "
                   ws-gen-rec-count " OUT OF ORDER - key below the"
                   " record before it in " FUNCTION TRIM(ws-in-path)
           END-IF
           MOVE ws-build-key TO ws-prev-key.

       accumulate-hash-para.
      * the same totals FAEXTR takes, so the print report of the
      * sorted file ties to this run; the sum does not depend on
      * record order, so it is taken as the records go in.  A
      * runtime layout has no donnee-numerique or donnee-deux.
           IF ws-layout-mode = "N"
               IF donnee-numerique OF zone-groupe IS NUMERIC
                   ADD donnee-numerique OF zone-groupe
                       TO ws-ctl-hash-numerique
               END-IF
               IF zone-redefine OF zone-groupe (5:4) IS NUMERIC
                   ADD donnee-deux OF zone-groupe
                       TO ws-ctl-hash-deux
               END-IF
           END-IF.

       return-records-para.
           PERFORM UNTIL ws-sort-eof = "Y"
               RETURN sort-work-file
                   AT END
                       MOVE "Y" TO ws-sort-eof
                   NOT AT END
                       PERFORM write-output-para
               END-RETURN
           END-PERFORM.

       write-output-para.
           EVALUATE TRUE
               WHEN ws-layout-mode = "N"
                   MOVE sort-data TO sorted-groupe
                   WRITE sorted-groupe
               WHEN ws-text-mode = "Y"
                   MOVE sort-data TO text-out-record
                   WRITE text-out-record
               WHEN OTHER
                   MOVE sort-rec-len TO ws-out-rec-len
                   MOVE sort-data TO rel-out-record
                   WRITE rel-out-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-EVALUATE
           IF ws-out-status = "00"
               ADD 1 TO ws-out-count
           ELSE
               DISPLAY "FASORT *** write of output record "
                   sort-seq " failed, status " ws-out-status " ***"
               MOVE 12 TO RETURN-CODE
           END-IF.

       terminate-para.
           EVALUATE TRUE
               WHEN ws-layout-mode = "N"
                   CLOSE seq-out-file
               WHEN ws-text-mode = "Y"
                   CLOSE text-out-file
               WHEN OTHER
                   CLOSE rel-out-file
           END-EVALUATE
           DISPLAY "FASORT control report"
           IF ws-merge-mode = "Y"
               DISPLAY "  generations merged    " ws-gen-count
               DISPLAY "  records out of order  " ws-order-count
           END-IF
           DISPLAY "  records read          " ws-rec-count
           DISPLAY "  records written       " ws-out-count
           DISPLAY "  invalid key values    " ws-invalid-count
           MOVE ws-rec-count TO ws-ctl-records-read
           MOVE ws-out-count TO ws-ctl-records-out
           MOVE ws-start-14 TO ws-ctl-start-timestamp
      * the call hands back CTLWRIT's own return code - the step's
      * is kept across it
           MOVE RETURN-CODE TO ws-step-rc
           CALL "CTLWRIT" USING ws-ctl-call
           MOVE ws-step-rc TO RETURN-CODE
           IF ws-ctl-status NOT = "00"
               DISPLAY "FASORT *** run-control write failed, status "
                   ws-ctl-status " ***"
           END-IF
           IF RETURN-CODE = 0
               IF ws-invalid-count > 0 OR ws-order-count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
