       IDENTIFICATION DIVISION.
       PROGRAM-ID. FASECRPT.
      *****************************************************************
      * Access review report.  PROFILES says which files and fields
      * each user-id may update, only read, or not see, and every
      * refused attempt is written to SECLOG by FAAUTH; once a month
      * the owners of the data go through both.  This pass lists
      * them side by side.
      *
      * SECRPT gets the report:
      *   PROFILES   - every rule as FAAUTH loaded it, in card order,
      *                so the listing is exactly what the programs
      *                enforce
      *   VIOLATIONS - every SECLOG entry in the window, oldest
      *                first: when, who, through which program, the
      *                file and field, the record number or key, what
      *                was wanted and what the profile granted
      *   BY USER    - per user-id, the violations in the window,
      *                split into refused updates and refused reads
      * The totals are also shown on the console.
      *
      * PARM (via COMMAND-LINE): [from to]
      *   from / to - date window, YYYYMMDD; both left out means
      *               the whole of SECLOG
      *
      * The job ends with a condition code the chain driver can act
      * on: 12 when the window is malformed, PROFILES or SECLOG
      * cannot be used or the report could not be opened, 4 when the
      * window holds any violation, 0 otherwise.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL security-log ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-seclog-status.
           SELECT report-file ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  security-log.
       COPY secrec.

       FD  report-file.
       01 report-record PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-seclog-status PIC X(02).
       01 ws-report-status PIC X(02).
       01 ws-seclog-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".

       01 ws-current-date PIC X(21).

       01 ws-parm PIC X(40).
       01 ws-from-arg PIC X(14).
       01 ws-to-arg PIC X(14).
       01 ws-from-ts PIC 9(14) VALUE 0.
       01 ws-to-ts PIC 9(14) VALUE 99999999999999.

       01 ws-auth-call.
         05 ws-auth-function PIC X(04) VALUE "LIST".
         05 ws-auth-user-id PIC X(08).
         05 ws-auth-program PIC X(08) VALUE "FASECRPT".
         05 ws-auth-file-name PIC X(20).
         05 ws-auth-field-name PIC X(30).
         05 ws-auth-record-no PIC 9(09).
         05 ws-auth-record-key PIC X(10).
         05 ws-auth-wanted PIC X(01).
         05 ws-auth-granted PIC X(01).
         05 ws-auth-status PIC X(02).

      * violations by user-id, in the order the user-ids first
      * appear in the window
       01 ws-user-table.
         05 ws-user-max PIC 9(03) VALUE 200.
         05 ws-user-count PIC 9(03) VALUE 0.
         05 ws-user-entry OCCURS 200.
           10 ws-usr-user-id PIC X(08).
           10 ws-usr-updates PIC 9(07).
           10 ws-usr-reads PIC 9(07).
           10 ws-usr-last-ts PIC 9(14).
       01 ws-user-index PIC 9(03).
       01 ws-user-found PIC 9(03).
       01 ws-user-overflow PIC 9(07) VALUE 0.

       01 ws-rule-count PIC 9(07) VALUE 0.
       01 ws-seclog-count PIC 9(07) VALUE 0.
       01 ws-violation-count PIC 9(07) VALUE 0.

       01 ws-access-word PIC X(06).
       01 ws-wanted-word PIC X(06).
       01 ws-granted-word PIC X(08).

       01 ws-report-line PIC X(132).
       01 ws-count-ed PIC ZZZZZZ9.
       01 ws-count-ed-2 PIC ZZZZZZ9.
       01 ws-count-ed-3 PIC ZZZZZZ9.
       01 ws-record-ed PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       main-para.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date
           PERFORM edit-window-para
           IF ws-abort-flag = "N"
               PERFORM open-report-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM report-profiles-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM report-violations-para
               PERFORM report-users-para
               PERFORM terminate-para
           END-IF
           GOBACK.

       edit-window-para.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-from-arg ws-to-arg
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-from-arg ws-to-arg
           END-UNSTRING
           IF ws-from-arg NOT = SPACES OR ws-to-arg NOT = SPACES
      * a date covers its whole day: 00:00:00 on the from side,
      * 23:59:59 on the to side
               IF ws-from-arg (1:8) NOT NUMERIC OR
                  ws-to-arg (1:8) NOT NUMERIC OR
                  ws-from-arg (9:) NOT = SPACES OR
                  ws-to-arg (9:) NOT = SPACES
                   DISPLAY "FASECRPT from/to must be YYYYMMDD - got ["
                       ws-from-arg "] [" ws-to-arg "]"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "000000" TO ws-from-arg (9:6)
                   MOVE "235959" TO ws-to-arg (9:6)
                   MOVE ws-from-arg TO ws-from-ts
                   MOVE ws-to-arg TO ws-to-ts
               END-IF
           END-IF.

       open-report-para.
           OPEN OUTPUT report-file
           IF ws-report-status NOT = "00"
               DISPLAY "Unable to open SECRPT, status "
                   ws-report-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ws-report-line
               STRING "FASECRPT - ACCESS REVIEW  RUN DATE "
                       DELIMITED BY SIZE
                   ws-current-date (1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-current-date (9:6) DELIMITED BY SIZE
                   INTO ws-report-line
               END-STRING
               IF ws-from-ts = 0
                   MOVE "  - THE WHOLE SECURITY LOG"
                       TO ws-report-line (51:)
               ELSE
                   STRING "  - VIOLATIONS FROM " DELIMITED BY SIZE
                       ws-from-ts (1:8) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       ws-to-ts (1:8) DELIMITED BY SIZE
                       INTO ws-report-line (51:)
                   END-STRING
               END-IF
               PERFORM write-report-line-para
           END-IF.

       report-profiles-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE "PROFILES" TO ws-report-line
           PERFORM write-report-line-para
           MOVE "  USER-ID   FILE                  FIELD"
               TO ws-report-line
           MOVE "ACCESS" TO ws-report-line (65:)
           PERFORM write-report-line-para
      * the rules come from FAAUTH itself, which loads PROFILES on
      * the first call
           MOVE 1 TO ws-auth-record-no
           MOVE "00" TO ws-auth-status
           PERFORM UNTIL ws-auth-status NOT = "00"
               CALL "FAAUTH" USING ws-auth-call
               IF ws-auth-status = "00"
                   ADD 1 TO ws-rule-count
                   PERFORM report-rule-para
                   ADD 1 TO ws-auth-record-no
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-auth-status = "90"
                   MOVE "  *** PROFILES cannot be used - every read"
                       TO ws-report-line
                   MOVE " and update is refused ***"
                       TO ws-report-line (43:)
                   PERFORM write-report-line-para
                   CLOSE report-file
                   DISPLAY "FASECRPT *** PROFILES cannot be used ***"
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
               WHEN ws-rule-count = 0
                   MOVE "  PROFILES holds no rule - every read and"
                       TO ws-report-line
                   MOVE " update is refused" TO ws-report-line (42:)
                   PERFORM write-report-line-para
           END-EVALUATE.

       report-rule-para.
           EVALUATE ws-auth-granted
               WHEN "U"
                   MOVE "UPDATE" TO ws-access-word
               WHEN "R"
                   MOVE "READ" TO ws-access-word
               WHEN OTHER
                   MOVE "HIDDEN" TO ws-access-word
           END-EVALUATE
           MOVE SPACES TO ws-report-line
           MOVE ws-auth-user-id TO ws-report-line (3:8)
           MOVE ws-auth-file-name TO ws-report-line (13:20)
           MOVE ws-auth-field-name TO ws-report-line (35:30)
           MOVE ws-access-word TO ws-report-line (65:6)
           PERFORM write-report-line-para.

       report-violations-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE "VIOLATIONS" TO ws-report-line
           PERFORM write-report-line-para
           MOVE "  TIMESTAMP       USER-ID  PROGRAM  FILE"
               TO ws-report-line
           MOVE "FIELD" TO ws-report-line (64:)
           MOVE "RECORD/KEY  WANTED GRANTED" TO ws-report-line (95:)
           PERFORM write-report-line-para
           OPEN INPUT security-log
           IF ws-seclog-status NOT = "00" AND
              ws-seclog-status NOT = "05"
               MOVE SPACES TO ws-report-line
               STRING "  *** SECLOG cannot be read, status "
                       DELIMITED BY SIZE
                   ws-seclog-status DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO ws-report-line
               END-STRING
               PERFORM write-report-line-para
               DISPLAY "FASECRPT *** SECLOG cannot be read, status "
                   ws-seclog-status " ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL ws-seclog-eof = "Y"
                   READ security-log
                       AT END
                           MOVE "Y" TO ws-seclog-eof
                       NOT AT END
                           ADD 1 TO ws-seclog-count
                           IF sec-timestamp >= ws-from-ts AND
                              sec-timestamp <= ws-to-ts
                               PERFORM report-violation-para
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE security-log
           END-IF
           IF ws-violation-count = 0
               MOVE "  no violation in the window" TO ws-report-line
               PERFORM write-report-line-para
           END-IF.

       report-violation-para.
           ADD 1 TO ws-violation-count
           EVALUATE TRUE
               WHEN sec-wanted-update
                   MOVE "UPDATE" TO ws-wanted-word
               WHEN OTHER
                   MOVE "READ" TO ws-wanted-word
           END-EVALUATE
           EVALUATE TRUE
               WHEN sec-granted-read
                   MOVE "READ" TO ws-granted-word
               WHEN sec-granted-hidden
                   MOVE "HIDDEN" TO ws-granted-word
               WHEN sec-profiles-unusable
                   MOVE "UNUSABLE" TO ws-granted-word
               WHEN OTHER
                   MOVE sec-granted TO ws-granted-word
           END-EVALUATE
           MOVE SPACES TO ws-report-line
           MOVE sec-timestamp TO ws-report-line (3:14)
           MOVE sec-user-id TO ws-report-line (19:8)
           MOVE sec-program TO ws-report-line (28:8)
           MOVE sec-file-name TO ws-report-line (37:20)
           IF sec-field-name = SPACES
               MOVE "(whole file)" TO ws-report-line (64:)
           ELSE
               MOVE sec-field-name TO ws-report-line (64:30)
           END-IF
           IF sec-record-key NOT = SPACES
               MOVE sec-record-key TO ws-report-line (95:10)
           ELSE
               IF sec-record-no NOT = 0
                   MOVE sec-record-no TO ws-record-ed
                   MOVE ws-record-ed TO ws-report-line (95:9)
               END-IF
           END-IF
           MOVE ws-wanted-word TO ws-report-line (107:6)
           MOVE ws-granted-word TO ws-report-line (114:8)
           PERFORM write-report-line-para
           PERFORM count-user-para.

       count-user-para.
           MOVE 0 TO ws-user-found
           PERFORM VARYING ws-user-index FROM 1 BY 1
                   UNTIL ws-user-index > ws-user-count
               IF ws-usr-user-id (ws-user-index) = sec-user-id
                   MOVE ws-user-index TO ws-user-found
               END-IF
           END-PERFORM
           IF ws-user-found = 0
               IF ws-user-count < ws-user-max
                   ADD 1 TO ws-user-count
                   MOVE ws-user-count TO ws-user-found
                   MOVE sec-user-id TO ws-usr-user-id (ws-user-found)
                   MOVE 0 TO ws-usr-updates (ws-user-found)
                   MOVE 0 TO ws-usr-reads (ws-user-found)
               ELSE
                   ADD 1 TO ws-user-overflow
               END-IF
           END-IF
           IF ws-user-found > 0
               IF sec-wanted-update
                   ADD 1 TO ws-usr-updates (ws-user-found)
               ELSE
                   ADD 1 TO ws-usr-reads (ws-user-found)
               END-IF
               MOVE sec-timestamp TO ws-usr-last-ts (ws-user-found)
           END-IF.

       report-users-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE "BY USER" TO ws-report-line
           PERFORM write-report-line-para
           MOVE "  USER-ID   VIOLATIONS  UPDATES    READS  LAST"
               TO ws-report-line
           PERFORM write-report-line-para
           PERFORM VARYING ws-user-index FROM 1 BY 1
                   UNTIL ws-user-index > ws-user-count
               PERFORM report-user-para
           END-PERFORM
           IF ws-user-overflow > 0
               MOVE ws-user-overflow TO ws-count-ed
               STRING "  *** " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
                   " violation(s) by user-ids past the first "
                       DELIMITED BY SIZE
                   ws-user-max DELIMITED BY SIZE
                   " are listed above but not summed here ***"
                       DELIMITED BY SIZE
                   INTO ws-report-line
               END-STRING
               PERFORM write-report-line-para
           END-IF.

       report-user-para.
           COMPUTE ws-count-ed = ws-usr-updates (ws-user-index)
               + ws-usr-reads (ws-user-index)
           MOVE ws-usr-updates (ws-user-index) TO ws-count-ed-2
           MOVE ws-usr-reads (ws-user-index) TO ws-count-ed-3
           MOVE SPACES TO ws-report-line
           STRING "  " DELIMITED BY SIZE
               ws-usr-user-id (ws-user-index) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               ws-count-ed DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-count-ed-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-count-ed-3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-usr-last-ts (ws-user-index) DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           PERFORM write-report-line-para.

       write-report-line-para.
           MOVE ws-report-line TO report-record
           WRITE report-record
           MOVE SPACES TO ws-report-line.

       terminate-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE ws-rule-count TO ws-count-ed
           MOVE ws-violation-count TO ws-count-ed-2
           MOVE ws-user-count TO ws-count-ed-3
           STRING "TOTALS  rules " DELIMITED BY SIZE
               FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
               "  violations " DELIMITED BY SIZE
               FUNCTION TRIM(ws-count-ed-2) DELIMITED BY SIZE
               "  user-ids " DELIMITED BY SIZE
               FUNCTION TRIM(ws-count-ed-3) DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           PERFORM write-report-line-para
           CLOSE report-file
           DISPLAY "FASECRPT access review"
           DISPLAY "  profile rules         " ws-rule-count
           DISPLAY "  SECLOG entries        " ws-seclog-count
           DISPLAY "  violations in window  " ws-violation-count
           DISPLAY "  user-ids involved     " ws-user-count
           IF RETURN-CODE = 0 AND ws-violation-count > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
