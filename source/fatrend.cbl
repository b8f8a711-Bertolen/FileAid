       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATREND.
      *****************************************************************
      * Run-history trend check.  The balancing report proves one
      * extract matches its source; nothing noticed a feed 40%
      * smaller than usual, or a FAMASSUP taking three times its
      * normal elapsed time, until a user called.  Every pass leaves
      * its records read and written and its start and end times in
      * RUNCTL through CTLWRIT; this pass reads that history and
      * compares each job's latest run with the average of the runs
      * before it.
      *
      * A job is a job name and the file it logged - FAEXTR over
      * INFILE and FAEXTR over a runtime layout are two histories.
      * Its latest run is judged against the average of up to RUNS
      * runs before it, on three measures:
      *   read     - records read
      *   written  - records written
      *   elapsed  - end timestamp less start timestamp, in seconds
      * A measure further from its average than the job's tolerance
      * percentage is an outlier, either way - a feed that shrank is
      * as suspect as one that grew.  Elapsed time within a minute
      * of its average is never an outlier: on a job that runs in
      * seconds the percentage is start-up noise.  A job with fewer
      * than three earlier runs (or RUNS, if smaller), or with no
      * tolerance, is listed but not judged.
      *
      * TRENDCTL holds the control cards (blank lines and * comments
      * skipped):
      *   RUNS n                       - runs averaged, 1-20 (5)
      *   DAYS n                       - days in the daily section,
      *                                  1-31 (7)
      *   job-name volume% duration%   - the job's tolerances
      *   DEFAULT volume% duration%    - for jobs with no card
      *
      * TRENDRPT gets the report: one block per job with its latest
      * run, the averages, the deviations and the last step outcome
      * the chain driver logged for the program in CHAINLOG; then
      * one block per day for the last DAYS days - runs, records
      * read and written, outliers among the latest runs, chain runs
      * and steps completed and failed, with every failed step
      * listed.  The outliers are also shown on the console.
      *
      * The job ends with a condition code the chain driver can act
      * on before the day's output goes downstream: 8 when any job's
      * latest run is an outlier, 12 when TRENDCTL, RUNCTL or the
      * report could not be used, 4 when no job had the history and
      * tolerance to be judged, 0 when every judged job is within
      * its tolerances.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "TRENDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-card-status.
           SELECT control-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-control-status.
           SELECT OPTIONAL chain-log-file ASSIGN TO "CHAINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-log-status.
           SELECT report-file ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01 card-record PIC X(80).

       FD  control-file.
       COPY ctlrec.

       FD  chain-log-file.
       01 chain-log-record PIC X(132).

       FD  report-file.
       01 report-record PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-card-status PIC X(02).
       01 ws-control-status PIC X(02).
       01 ws-log-status PIC X(02).
       01 ws-report-status PIC X(02).
       01 ws-card-eof PIC X(01) VALUE "N".
       01 ws-control-eof PIC X(01) VALUE "N".
       01 ws-log-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".

       01 ws-current-date PIC X(21).

       01 ws-card-no PIC 9(04) VALUE 0.
       01 ws-card-word-1 PIC X(20).
       01 ws-card-word-2 PIC X(20).
       01 ws-card-word-3 PIC X(20).
       01 ws-card-error PIC X(60).

       01 ws-window PIC 9(02) VALUE 5.
       01 ws-window-max PIC 9(02) VALUE 20.
       01 ws-min-history PIC 9(02).
       01 ws-days PIC 9(02) VALUE 7.
       01 ws-days-max PIC 9(02) VALUE 31.

      * tolerances by job name; the DEFAULT card's go in their own
      * pair
       01 ws-tol-table.
         05 ws-tol-max PIC 9(03) VALUE 50.
         05 ws-tol-count PIC 9(03) VALUE 0.
         05 ws-tol-entry OCCURS 50.
           10 ws-tol-job PIC X(08).
           10 ws-tol-volume PIC 9(03).
           10 ws-tol-duration PIC 9(03).
       01 ws-tol-index PIC 9(03).
       01 ws-default-tol PIC X(01) VALUE "N".
       01 ws-default-volume PIC 9(03) VALUE 0.
       01 ws-default-duration PIC 9(03) VALUE 0.
       01 ws-tol-found PIC X(01).
       01 ws-use-volume PIC 9(03).
       01 ws-use-duration PIC 9(03).

      * one entry per job and file seen in RUNCTL, holding its last
      * RUNS + 1 runs oldest first - the last one is the run judged
       01 ws-job-table.
         05 ws-job-max PIC 9(03) VALUE 50.
         05 ws-job-count PIC 9(03) VALUE 0.
         05 ws-job-entry OCCURS 50.
           10 ws-job-name PIC X(08).
           10 ws-job-file PIC X(20).
           10 ws-job-total-runs PIC 9(07).
           10 ws-job-filled PIC 9(02).
           10 ws-job-run OCCURS 21.
             15 ws-run-read PIC 9(09).
             15 ws-run-out PIC 9(09).
             15 ws-run-secs PIC 9(09).
             15 ws-run-timed PIC X(01).
             15 ws-run-end-ts PIC 9(14).
           10 ws-job-step-ts PIC 9(14).
           10 ws-job-step-cc PIC X(04).
           10 ws-job-step-outcome PIC X(09).
       01 ws-job-index PIC 9(03).
       01 ws-run-index PIC 9(02).
       01 ws-job-found PIC 9(03).

      * one entry per day seen, kept in date order; when the table
      * is full the oldest day gives way
       01 ws-day-table.
         05 ws-day-max PIC 9(03) VALUE 40.
         05 ws-day-count PIC 9(03) VALUE 0.
         05 ws-day-entry OCCURS 40.
           10 ws-day-date PIC 9(08).
           10 ws-day-runs PIC 9(05).
           10 ws-day-read PIC 9(11).
           10 ws-day-out PIC 9(11).
           10 ws-day-outliers PIC 9(03).
           10 ws-day-chains PIC 9(03).
           10 ws-day-steps-ok PIC 9(05).
           10 ws-day-steps-failed PIC 9(05).
       01 ws-day-index PIC 9(03).
       01 ws-day-move PIC 9(03).
       01 ws-day-wanted PIC 9(08).
       01 ws-day-found PIC 9(03).
       01 ws-first-day PIC 9(08).

      * the failed-step lines of CHAINLOG, newest kept when full
       01 ws-fail-table.
         05 ws-fail-max PIC 9(03) VALUE 100.
         05 ws-fail-count PIC 9(03) VALUE 0.
         05 ws-fail-entry OCCURS 100.
           10 ws-fail-date PIC 9(08).
           10 ws-fail-line PIC X(80).
       01 ws-fail-index PIC 9(03).

       01 ws-log-words.
         05 ws-log-ts PIC X(14).
         05 ws-log-word-2 PIC X(10).
         05 ws-log-word-3 PIC X(10).
         05 ws-log-word-4 PIC X(10).
         05 ws-log-word-5 PIC X(10).
         05 ws-log-word-6 PIC X(10).
         05 ws-log-word-7 PIC X(10).

      * seconds since a fixed day, for the elapsed time of a run
       01 ws-ts-in PIC 9(14).
       01 ws-ts-parts REDEFINES ws-ts-in.
         05 ws-ts-date PIC 9(08).
         05 ws-ts-hh PIC 9(02).
         05 ws-ts-mm PIC 9(02).
         05 ws-ts-ss PIC 9(02).
       01 ws-ts-secs PIC 9(12).
       01 ws-ts-valid PIC X(01).
       01 ws-start-secs PIC 9(12).
       01 ws-end-secs PIC 9(12).

      * the judging of one job's latest run
       01 ws-prior-runs PIC 9(02).
       01 ws-timed-runs PIC 9(02).
       01 ws-sum-read PIC 9(11).
       01 ws-sum-out PIC 9(11).
       01 ws-sum-secs PIC 9(11).
       01 ws-avg-read PIC 9(09)V99.
       01 ws-avg-out PIC 9(09)V99.
       01 ws-avg-secs PIC 9(09)V99.
       01 ws-dev-read PIC S9(05)V9.
       01 ws-dev-out PIC S9(05)V9.
       01 ws-dev-secs PIC S9(05)V9.
       01 ws-dev-work PIC S9(11)V99.
       01 ws-latest PIC 9(09).
       01 ws-average PIC 9(09)V99.
       01 ws-deviation PIC S9(05)V9.
       01 ws-tolerance PIC 9(03).
       01 ws-judge-status PIC X(20).
       01 ws-flag-read PIC X(01).
       01 ws-flag-out PIC X(01).
       01 ws-flag-secs PIC X(01).
       01 ws-measure PIC X(08).
       01 ws-measure-flag PIC X(01).

       01 ws-judged-count PIC 9(03) VALUE 0.
       01 ws-unjudged-count PIC 9(03) VALUE 0.
       01 ws-outlier-count PIC 9(03) VALUE 0.
       01 ws-ctl-count PIC 9(07) VALUE 0.

       01 ws-report-line PIC X(132).
       01 ws-count-ed PIC ZZZZZZZZ9.
       01 ws-count-ed-2 PIC ZZZZZZZZ9.
       01 ws-avg-ed PIC ZZZZZZZZ9.99.
       01 ws-dev-ed PIC -(5)9.9.
       01 ws-tol-ed PIC ZZ9.
       01 ws-small-ed PIC ZZZZ9.
       01 ws-small-ed-2 PIC ZZZZ9.
       01 ws-small-ed-3 PIC ZZZZ9.

       PROCEDURE DIVISION.
       main-para.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date
           PERFORM load-cards-para
           IF ws-abort-flag = "N"
               PERFORM read-run-control-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM read-chain-log-para
               PERFORM open-report-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM report-jobs-para
               PERFORM report-days-para
               PERFORM terminate-para
           END-IF
           GOBACK.

       load-cards-para.
           OPEN INPUT card-file
           IF ws-card-status NOT = "00"
               DISPLAY "Unable to open TRENDCTL, status "
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
           END-IF
      * three earlier runs before an average means anything - or
      * the whole window, when the window is smaller
           MOVE 3 TO ws-min-history
           IF ws-window < 3
               MOVE ws-window TO ws-min-history
           END-IF.

       parse-card-para.
           MOVE SPACES TO ws-card-word-1 ws-card-word-2 ws-card-word-3
           MOVE SPACES TO ws-card-error
           UNSTRING card-record DELIMITED BY ALL SPACES
               INTO ws-card-word-1 ws-card-word-2 ws-card-word-3
           END-UNSTRING
           INSPECT ws-card-word-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE ws-card-word-1
               WHEN "RUNS"
                   IF FUNCTION TEST-NUMVAL(ws-card-word-2) NOT = 0
                       MOVE "RUNS needs a number" TO ws-card-error
                   ELSE
                       IF FUNCTION NUMVAL(ws-card-word-2) < 1 OR
                          FUNCTION NUMVAL(ws-card-word-2) >
                              ws-window-max
                           MOVE "RUNS must be 1 to 20"
                               TO ws-card-error
                       ELSE
                           MOVE FUNCTION NUMVAL(ws-card-word-2)
                               TO ws-window
                       END-IF
                   END-IF
               WHEN "DAYS"
                   IF FUNCTION TEST-NUMVAL(ws-card-word-2) NOT = 0
                       MOVE "DAYS needs a number" TO ws-card-error
                   ELSE
                       IF FUNCTION NUMVAL(ws-card-word-2) < 1 OR
                          FUNCTION NUMVAL(ws-card-word-2) >
                              ws-days-max
                           MOVE "DAYS must be 1 to 31"
                               TO ws-card-error
                       ELSE
                           MOVE FUNCTION NUMVAL(ws-card-word-2)
                               TO ws-days
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM parse-tolerance-card-para
           END-EVALUATE
           IF ws-card-error NOT = SPACES
               DISPLAY "FATREND *** card " ws-card-no ": "
                   FUNCTION TRIM(ws-card-error) " ***"
               DISPLAY "    " FUNCTION TRIM(card-record TRAILING)
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       parse-tolerance-card-para.
           IF FUNCTION TEST-NUMVAL(ws-card-word-2) NOT = 0 OR
              FUNCTION TEST-NUMVAL(ws-card-word-3) NOT = 0
               MOVE "a job card needs volume% and duration%"
                   TO ws-card-error
           ELSE
               IF FUNCTION NUMVAL(ws-card-word-2) < 0 OR
                  FUNCTION NUMVAL(ws-card-word-2) > 999 OR
                  FUNCTION NUMVAL(ws-card-word-3) < 0 OR
                  FUNCTION NUMVAL(ws-card-word-3) > 999
                   MOVE "a tolerance must be 0 to 999 percent"
                       TO ws-card-error
               ELSE
                   PERFORM take-tolerance-para
               END-IF
           END-IF.

       take-tolerance-para.
           IF ws-card-word-1 = "DEFAULT"
               IF ws-default-tol = "Y"
                   MOVE "a second DEFAULT card" TO ws-card-error
               ELSE
                   MOVE "Y" TO ws-default-tol
                   MOVE FUNCTION NUMVAL(ws-card-word-2)
                       TO ws-default-volume
                   MOVE FUNCTION NUMVAL(ws-card-word-3)
                       TO ws-default-duration
               END-IF
           ELSE
               MOVE "N" TO ws-tol-found
               PERFORM VARYING ws-tol-index FROM 1 BY 1
                       UNTIL ws-tol-index > ws-tol-count
                   IF ws-tol-job (ws-tol-index) = ws-card-word-1
                       MOVE "Y" TO ws-tol-found
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN ws-tol-found = "Y"
                       MOVE "a second card for this job"
                           TO ws-card-error
                   WHEN ws-tol-count >= ws-tol-max
                       MOVE "more job cards than the table holds"
                           TO ws-card-error
                   WHEN OTHER
                       ADD 1 TO ws-tol-count
                       MOVE ws-card-word-1 TO ws-tol-job (ws-tol-count)
                       MOVE FUNCTION NUMVAL(ws-card-word-2)
                           TO ws-tol-volume (ws-tol-count)
                       MOVE FUNCTION NUMVAL(ws-card-word-3)
                           TO ws-tol-duration (ws-tol-count)
               END-EVALUATE
           END-IF.

       read-run-control-para.
           OPEN INPUT control-file
           IF ws-control-status NOT = "00"
               DISPLAY "Unable to open RUNCTL, status "
                   ws-control-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL ws-control-eof = "Y"
                   READ control-file
                       AT END
                           MOVE "Y" TO ws-control-eof
                       NOT AT END
                           ADD 1 TO ws-ctl-count
                           PERFORM take-run-para
                   END-READ
               END-PERFORM
               CLOSE control-file
           END-IF.

       take-run-para.
      * entries are appended in run order, so each run seen is the
      * newest so far for its job
           MOVE 0 TO ws-job-found
           PERFORM VARYING ws-job-index FROM 1 BY 1
                   UNTIL ws-job-index > ws-job-count
                   OR ws-job-found > 0
               IF ws-job-name (ws-job-index) = ctl-job-name AND
                  ws-job-file (ws-job-index) = ctl-file-name
                   MOVE ws-job-index TO ws-job-found
               END-IF
           END-PERFORM
           IF ws-job-found = 0
               IF ws-job-count >= ws-job-max
                   DISPLAY "FATREND *** more than " ws-job-max
                       " jobs in RUNCTL - "
                       FUNCTION TRIM(ctl-job-name) " "
                       FUNCTION TRIM(ctl-file-name) " not followed"
                       " ***"
               ELSE
                   ADD 1 TO ws-job-count
                   MOVE ws-job-count TO ws-job-found
                   INITIALIZE ws-job-entry (ws-job-found)
                   MOVE ctl-job-name TO ws-job-name (ws-job-found)
                   MOVE ctl-file-name TO ws-job-file (ws-job-found)
                   MOVE SPACES TO ws-job-step-outcome (ws-job-found)
               END-IF
           END-IF
           IF ws-job-found > 0
               MOVE ws-job-found TO ws-job-index
               PERFORM store-run-para
           END-IF
           PERFORM count-run-day-para.

       store-run-para.
           ADD 1 TO ws-job-total-runs (ws-job-index)
           IF ws-job-filled (ws-job-index) > ws-window
               PERFORM VARYING ws-run-index FROM 1 BY 1
                       UNTIL ws-run-index > ws-window
                   MOVE ws-job-run (ws-job-index, ws-run-index + 1)
                       TO ws-job-run (ws-job-index, ws-run-index)
               END-PERFORM
           ELSE
               ADD 1 TO ws-job-filled (ws-job-index)
           END-IF
           MOVE ws-job-filled (ws-job-index) TO ws-run-index
           MOVE ctl-records-read
               TO ws-run-read (ws-job-index, ws-run-index)
           MOVE ctl-records-out
               TO ws-run-out (ws-job-index, ws-run-index)
           MOVE ctl-end-timestamp
               TO ws-run-end-ts (ws-job-index, ws-run-index)
           MOVE 0 TO ws-run-secs (ws-job-index, ws-run-index)
           MOVE "N" TO ws-run-timed (ws-job-index, ws-run-index)
      * a run logged without a usable start time has no elapsed
      * time and stays out of the elapsed average
           MOVE ctl-start-timestamp TO ws-ts-in
           PERFORM timestamp-seconds-para
           IF ws-ts-valid = "Y"
               MOVE ws-ts-secs TO ws-start-secs
               MOVE ctl-end-timestamp TO ws-ts-in
               PERFORM timestamp-seconds-para
               IF ws-ts-valid = "Y" AND ws-ts-secs >= ws-start-secs
                   COMPUTE ws-run-secs (ws-job-index, ws-run-index) =
                       ws-ts-secs - ws-start-secs
                   MOVE "Y" TO ws-run-timed (ws-job-index, ws-run-index)
               END-IF
           END-IF.

       timestamp-seconds-para.
           MOVE "N" TO ws-ts-valid
           MOVE 0 TO ws-ts-secs
           IF ws-ts-in IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-ts-date) = 0 AND
                  ws-ts-hh < 24 AND ws-ts-mm < 60 AND ws-ts-ss < 60
                   MOVE "Y" TO ws-ts-valid
                   COMPUTE ws-ts-secs =
                       FUNCTION INTEGER-OF-DATE(ws-ts-date) * 86400 +
                       ws-ts-hh * 3600 + ws-ts-mm * 60 + ws-ts-ss
               END-IF
           END-IF.

       count-run-day-para.
           MOVE ctl-end-timestamp TO ws-ts-in
           IF ws-ts-in IS NUMERIC
               MOVE ws-ts-date TO ws-day-wanted
               PERFORM find-day-para
               IF ws-day-found > 0
                   ADD 1 TO ws-day-runs (ws-day-found)
                   ADD ctl-records-read TO ws-day-read (ws-day-found)
                   ADD ctl-records-out TO ws-day-out (ws-day-found)
               END-IF
           END-IF.

       find-day-para.
      * the day's entry, made in date order if it is new; a day
      * older than every day a full table holds is not kept
           MOVE 0 TO ws-day-found
           PERFORM VARYING ws-day-index FROM 1 BY 1
                   UNTIL ws-day-index > ws-day-count
                   OR ws-day-found > 0
               IF ws-day-date (ws-day-index) = ws-day-wanted
                   MOVE ws-day-index TO ws-day-found
               END-IF
           END-PERFORM
           IF ws-day-found = 0
               MOVE 1 TO ws-day-index
               PERFORM UNTIL ws-day-index > ws-day-count
                   OR ws-day-date (ws-day-index) > ws-day-wanted
                   ADD 1 TO ws-day-index
               END-PERFORM
               IF ws-day-count >= ws-day-max
                   IF ws-day-index > 1
                       PERFORM VARYING ws-day-move FROM 1 BY 1
                               UNTIL ws-day-move >= ws-day-index - 1
                           MOVE ws-day-entry (ws-day-move + 1)
                               TO ws-day-entry (ws-day-move)
                       END-PERFORM
                       SUBTRACT 1 FROM ws-day-index
                       PERFORM clear-day-para
                   END-IF
               ELSE
                   PERFORM VARYING ws-day-move FROM ws-day-count
                           BY -1 UNTIL ws-day-move < ws-day-index
                       MOVE ws-day-entry (ws-day-move)
                           TO ws-day-entry (ws-day-move + 1)
                   END-PERFORM
                   ADD 1 TO ws-day-count
                   PERFORM clear-day-para
               END-IF
           END-IF.

       clear-day-para.
           INITIALIZE ws-day-entry (ws-day-index)
           MOVE ws-day-wanted TO ws-day-date (ws-day-index)
           MOVE ws-day-index TO ws-day-found.

       read-chain-log-para.
           OPEN INPUT chain-log-file
           IF ws-log-status NOT = "00" AND ws-log-status NOT = "05"
               DISPLAY "FATREND CHAINLOG cannot be read, status "
                   ws-log-status " - no step outcomes reported"
               MOVE "Y" TO ws-log-eof
           END-IF
           PERFORM UNTIL ws-log-eof = "Y"
               READ chain-log-file
                   AT END
                       MOVE "Y" TO ws-log-eof
                   NOT AT END
                       PERFORM take-log-line-para
               END-READ
           END-PERFORM
           IF ws-log-status = "00" OR ws-log-status = "10"
               CLOSE chain-log-file
           END-IF.

       take-log-line-para.
      * the chain driver's lines: a run start, and one outcome per
      * step - "step NN PROGRAM cc NNNN completed" or "... FAILED"
           MOVE SPACES TO ws-log-words
           UNSTRING chain-log-record DELIMITED BY ALL SPACES
               INTO ws-log-ts ws-log-word-2 ws-log-word-3
                   ws-log-word-4 ws-log-word-5 ws-log-word-6
                   ws-log-word-7
           END-UNSTRING
           IF ws-log-ts IS NUMERIC
               MOVE ws-log-ts TO ws-ts-in
               MOVE ws-ts-date TO ws-day-wanted
               EVALUATE TRUE
                   WHEN ws-log-word-2 = "FACHAIN" AND
                        ws-log-word-3 = "run" AND
                        ws-log-word-4 = "starts"
                       PERFORM find-day-para
                       IF ws-day-found > 0
                           ADD 1 TO ws-day-chains (ws-day-found)
                       END-IF
                   WHEN ws-log-word-2 = "step" AND
                        ws-log-word-5 = "cc"
                       PERFORM take-step-outcome-para
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       take-step-outcome-para.
           PERFORM find-day-para
           IF ws-day-found > 0
               IF ws-log-word-7 = "completed"
                   ADD 1 TO ws-day-steps-ok (ws-day-found)
               ELSE
                   ADD 1 TO ws-day-steps-failed (ws-day-found)
                   PERFORM keep-failed-step-para
               END-IF
           END-IF
      * the newest outcome of the program is the one its jobs show
           PERFORM VARYING ws-job-index FROM 1 BY 1
                   UNTIL ws-job-index > ws-job-count
               IF ws-job-name (ws-job-index) = ws-log-word-4
                   MOVE ws-ts-in TO ws-job-step-ts (ws-job-index)
                   MOVE ws-log-word-6 TO ws-job-step-cc (ws-job-index)
                   MOVE ws-log-word-7
                       TO ws-job-step-outcome (ws-job-index)
               END-IF
           END-PERFORM.

       keep-failed-step-para.
           IF ws-fail-count >= ws-fail-max
               PERFORM VARYING ws-fail-index FROM 1 BY 1
                       UNTIL ws-fail-index >= ws-fail-max
                   MOVE ws-fail-entry (ws-fail-index + 1)
                       TO ws-fail-entry (ws-fail-index)
               END-PERFORM
           ELSE
               ADD 1 TO ws-fail-count
           END-IF
           MOVE ws-day-wanted TO ws-fail-date (ws-fail-count)
           MOVE chain-log-record (16:80)
               TO ws-fail-line (ws-fail-count).

       open-report-para.
           OPEN OUTPUT report-file
           IF ws-report-status NOT = "00"
               DISPLAY "Unable to open TRENDRPT, status "
                   ws-report-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ws-report-line
               MOVE ws-window TO ws-small-ed
               STRING "FATREND - RUN-HISTORY TREND CHECK  RUN DATE "
                       DELIMITED BY SIZE
                   ws-current-date (1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-current-date (9:6) DELIMITED BY SIZE
                   "  - LATEST RUN AGAINST THE AVERAGE OF UP TO "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(ws-small-ed) DELIMITED BY SIZE
                   " RUNS BEFORE IT" DELIMITED BY SIZE
                   INTO ws-report-line
               END-STRING
               PERFORM write-report-line-para
           END-IF.

       report-jobs-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE "BY JOB" TO ws-report-line
           PERFORM write-report-line-para
           IF ws-job-count = 0
               MOVE "  RUNCTL holds no run - nothing to compare"
                   TO ws-report-line
               PERFORM write-report-line-para
           END-IF
           PERFORM VARYING ws-job-index FROM 1 BY 1
                   UNTIL ws-job-index > ws-job-count
               PERFORM judge-job-para
               PERFORM report-job-para
           END-PERFORM.

       judge-job-para.
           MOVE "N" TO ws-flag-read ws-flag-out ws-flag-secs
           MOVE 0 TO ws-avg-read ws-avg-out ws-avg-secs
           MOVE 0 TO ws-dev-read ws-dev-out ws-dev-secs
           COMPUTE ws-prior-runs = ws-job-filled (ws-job-index) - 1
           PERFORM find-tolerance-para
           EVALUATE TRUE
               WHEN ws-prior-runs < ws-min-history
                   MOVE "NOT JUDGED - HISTORY" TO ws-judge-status
                   ADD 1 TO ws-unjudged-count
               WHEN ws-tol-found = "N"
                   MOVE "NOT JUDGED - NO TOL." TO ws-judge-status
                   ADD 1 TO ws-unjudged-count
               WHEN OTHER
                   ADD 1 TO ws-judged-count
                   PERFORM average-runs-para
                   PERFORM compare-latest-para
           END-EVALUATE.

       find-tolerance-para.
           MOVE "N" TO ws-tol-found
           PERFORM VARYING ws-tol-index FROM 1 BY 1
                   UNTIL ws-tol-index > ws-tol-count
                   OR ws-tol-found = "Y"
               IF ws-tol-job (ws-tol-index) = ws-job-name (ws-job-index)
                   MOVE "Y" TO ws-tol-found
                   MOVE ws-tol-volume (ws-tol-index) TO ws-use-volume
                   MOVE ws-tol-duration (ws-tol-index)
                       TO ws-use-duration
               END-IF
           END-PERFORM
           IF ws-tol-found = "N" AND ws-default-tol = "Y"
               MOVE "Y" TO ws-tol-found
               MOVE ws-default-volume TO ws-use-volume
               MOVE ws-default-duration TO ws-use-duration
           END-IF.

       average-runs-para.
           MOVE 0 TO ws-sum-read ws-sum-out ws-sum-secs ws-timed-runs
           PERFORM VARYING ws-run-index FROM 1 BY 1
                   UNTIL ws-run-index > ws-prior-runs
               ADD ws-run-read (ws-job-index, ws-run-index)
                   TO ws-sum-read
               ADD ws-run-out (ws-job-index, ws-run-index)
                   TO ws-sum-out
               IF ws-run-timed (ws-job-index, ws-run-index) = "Y"
                   ADD ws-run-secs (ws-job-index, ws-run-index)
                       TO ws-sum-secs
                   ADD 1 TO ws-timed-runs
               END-IF
           END-PERFORM
           COMPUTE ws-avg-read ROUNDED = ws-sum-read / ws-prior-runs
           COMPUTE ws-avg-out ROUNDED = ws-sum-out / ws-prior-runs
           IF ws-timed-runs > 0
               COMPUTE ws-avg-secs ROUNDED =
                   ws-sum-secs / ws-timed-runs
           END-IF.

       compare-latest-para.
           MOVE ws-job-filled (ws-job-index) TO ws-run-index
           MOVE ws-run-read (ws-job-index, ws-run-index) TO ws-latest
           MOVE ws-avg-read TO ws-average
           PERFORM deviation-para
           MOVE ws-deviation TO ws-dev-read
           IF ws-deviation > ws-use-volume OR
              ws-deviation < 0 - ws-use-volume
               MOVE "Y" TO ws-flag-read
           END-IF
           MOVE ws-run-out (ws-job-index, ws-run-index) TO ws-latest
           MOVE ws-avg-out TO ws-average
           PERFORM deviation-para
           MOVE ws-deviation TO ws-dev-out
           IF ws-deviation > ws-use-volume OR
              ws-deviation < 0 - ws-use-volume
               MOVE "Y" TO ws-flag-out
           END-IF
      * elapsed time is judged only with a timed latest run and
      * timed runs to average, and only past a minute either way
           IF ws-run-timed (ws-job-index, ws-run-index) = "Y" AND
              ws-timed-runs > 0
               MOVE ws-run-secs (ws-job-index, ws-run-index)
                   TO ws-latest
               MOVE ws-avg-secs TO ws-average
               PERFORM deviation-para
               MOVE ws-deviation TO ws-dev-secs
               COMPUTE ws-dev-work = ws-latest - ws-average
               IF (ws-deviation > ws-use-duration OR
                   ws-deviation < 0 - ws-use-duration) AND
                  (ws-dev-work >= 60 OR ws-dev-work <= -60)
                   MOVE "Y" TO ws-flag-secs
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN (ws-flag-read = "Y" OR ws-flag-out = "Y") AND
                    ws-flag-secs = "Y"
                   MOVE "VOLUME AND DURATION" TO ws-judge-status
               WHEN ws-flag-read = "Y" OR ws-flag-out = "Y"
                   MOVE "VOLUME OUTLIER" TO ws-judge-status
               WHEN ws-flag-secs = "Y"
                   MOVE "DURATION OUTLIER" TO ws-judge-status
               WHEN OTHER
                   MOVE "WITHIN TOLERANCE" TO ws-judge-status
           END-EVALUATE
           IF ws-flag-read = "Y" OR ws-flag-out = "Y" OR
              ws-flag-secs = "Y"
               ADD 1 TO ws-outlier-count
               MOVE ws-run-end-ts (ws-job-index, ws-run-index)
                   TO ws-ts-in
               MOVE ws-ts-date TO ws-day-wanted
               PERFORM find-day-para
               IF ws-day-found > 0
                   ADD 1 TO ws-day-outliers (ws-day-found)
               END-IF
               DISPLAY "FATREND *** " ws-job-name (ws-job-index) " "
                   FUNCTION TRIM(ws-job-file (ws-job-index)) " - "
                   FUNCTION TRIM(ws-judge-status) " in its run of "
                   ws-run-end-ts (ws-job-index, ws-run-index) " ***"
           END-IF.

       deviation-para.
      * percent off the average, signed; from an average of zero
      * any volume at all is as far off as the report can say
           EVALUATE TRUE
               WHEN ws-average > 0
                   COMPUTE ws-dev-work ROUNDED =
                       (ws-latest - ws-average) * 100 / ws-average
                   IF ws-dev-work > 9999.9
                       MOVE 9999.9 TO ws-deviation
                   ELSE
                       MOVE ws-dev-work TO ws-deviation
                   END-IF
               WHEN ws-latest > 0
                   MOVE 9999.9 TO ws-deviation
               WHEN OTHER
                   MOVE 0 TO ws-deviation
           END-EVALUATE.

       report-job-para.
           MOVE ws-job-filled (ws-job-index) TO ws-run-index
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE ws-job-total-runs (ws-job-index) TO ws-count-ed
           STRING ws-job-name (ws-job-index) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-job-file (ws-job-index) DELIMITED BY SIZE
               " latest run ended " DELIMITED BY SIZE
               ws-run-end-ts (ws-job-index, ws-run-index)
                   DELIMITED BY SIZE
               "  runs logged " DELIMITED BY SIZE
               FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-judge-status DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           PERFORM write-report-line-para
           IF ws-judge-status (1:10) NOT = "NOT JUDGED"
               MOVE "read" TO ws-measure
               MOVE ws-run-read (ws-job-index, ws-run-index)
                   TO ws-latest
               MOVE ws-avg-read TO ws-average
               MOVE ws-dev-read TO ws-deviation
               MOVE ws-use-volume TO ws-tolerance
               MOVE ws-flag-read TO ws-measure-flag
               PERFORM report-measure-para
               MOVE "written" TO ws-measure
               MOVE ws-run-out (ws-job-index, ws-run-index)
                   TO ws-latest
               MOVE ws-avg-out TO ws-average
               MOVE ws-dev-out TO ws-deviation
               MOVE ws-flag-out TO ws-measure-flag
               PERFORM report-measure-para
               IF ws-run-timed (ws-job-index, ws-run-index) = "Y" AND
                  ws-timed-runs > 0
                   MOVE "elapsed" TO ws-measure
                   MOVE ws-run-secs (ws-job-index, ws-run-index)
                       TO ws-latest
                   MOVE ws-avg-secs TO ws-average
                   MOVE ws-dev-secs TO ws-deviation
                   MOVE ws-use-duration TO ws-tolerance
                   MOVE ws-flag-secs TO ws-measure-flag
                   PERFORM report-measure-para
               ELSE
                   MOVE "  elapsed   no start time logged - not judged"
                       TO ws-report-line
                   PERFORM write-report-line-para
               END-IF
           END-IF
           MOVE SPACES TO ws-report-line
           IF ws-job-step-outcome (ws-job-index) = SPACES
               MOVE "  chain     no step of this program in CHAINLOG"
                   TO ws-report-line
           ELSE
               STRING "  chain     last step cc " DELIMITED BY SIZE
                   ws-job-step-cc (ws-job-index) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-job-step-outcome (ws-job-index)
                       DELIMITED BY SPACE
                   " at " DELIMITED BY SIZE
                   ws-job-step-ts (ws-job-index) DELIMITED BY SIZE
                   INTO ws-report-line
               END-STRING
           END-IF
           PERFORM write-report-line-para.

       report-measure-para.
           MOVE ws-latest TO ws-count-ed
           MOVE ws-average TO ws-avg-ed
           MOVE ws-deviation TO ws-dev-ed
           MOVE ws-tolerance TO ws-tol-ed
           MOVE SPACES TO ws-report-line
           STRING "  " DELIMITED BY SIZE
               ws-measure DELIMITED BY SIZE
               "  latest " DELIMITED BY SIZE
               ws-count-ed DELIMITED BY SIZE
               "  average " DELIMITED BY SIZE
               ws-avg-ed DELIMITED BY SIZE
               "  deviation " DELIMITED BY SIZE
               ws-dev-ed DELIMITED BY SIZE
               "%  tolerance " DELIMITED BY SIZE
               ws-tol-ed DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           IF ws-measure-flag = "Y"
               MOVE "*** OUTLIER" TO ws-report-line (100:)
           END-IF
           PERFORM write-report-line-para.

       report-days-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE ws-days TO ws-small-ed
           STRING "BY DAY - THE LAST " DELIMITED BY SIZE
               FUNCTION TRIM(ws-small-ed) DELIMITED BY SIZE
               " DAYS OF HISTORY" DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           PERFORM write-report-line-para
           IF ws-day-count > 0
      * the window ends on the newest day either file has seen
               COMPUTE ws-first-day = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-day-date (ws-day-count))
                   - ws-days + 1)
               PERFORM VARYING ws-day-index FROM 1 BY 1
                       UNTIL ws-day-index > ws-day-count
                   IF ws-day-date (ws-day-index) >= ws-first-day
                       PERFORM report-day-para
                   END-IF
               END-PERFORM
           END-IF.

       report-day-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE ws-day-runs (ws-day-index) TO ws-small-ed
           MOVE ws-day-read (ws-day-index) TO ws-count-ed
           MOVE ws-day-out (ws-day-index) TO ws-count-ed-2
           STRING ws-day-date (ws-day-index) DELIMITED BY SIZE
               "  runs " DELIMITED BY SIZE
               ws-small-ed DELIMITED BY SIZE
               "  read " DELIMITED BY SIZE
               ws-count-ed DELIMITED BY SIZE
               "  written " DELIMITED BY SIZE
               ws-count-ed-2 DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           IF ws-day-outliers (ws-day-index) > 0
               MOVE ws-day-outliers (ws-day-index) TO ws-small-ed
               STRING "  *** " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-small-ed) DELIMITED BY SIZE
                   " OUTLIER(S)" DELIMITED BY SIZE
                   INTO ws-report-line (70:)
               END-STRING
           END-IF
           PERFORM write-report-line-para
           MOVE ws-day-chains (ws-day-index) TO ws-small-ed
           MOVE ws-day-steps-ok (ws-day-index) TO ws-small-ed-2
           MOVE ws-day-steps-failed (ws-day-index) TO ws-small-ed-3
           MOVE SPACES TO ws-report-line
           STRING "          chain runs " DELIMITED BY SIZE
               ws-small-ed DELIMITED BY SIZE
               "  steps completed " DELIMITED BY SIZE
               ws-small-ed-2 DELIMITED BY SIZE
               "  failed " DELIMITED BY SIZE
               ws-small-ed-3 DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           PERFORM write-report-line-para
           PERFORM VARYING ws-fail-index FROM 1 BY 1
                   UNTIL ws-fail-index > ws-fail-count
               IF ws-fail-date (ws-fail-index) =
                  ws-day-date (ws-day-index)
                   MOVE SPACES TO ws-report-line
                   STRING "            " DELIMITED BY SIZE
                       ws-fail-line (ws-fail-index) DELIMITED BY SIZE
                       INTO ws-report-line
                   END-STRING
                   PERFORM write-report-line-para
               END-IF
           END-PERFORM.

       write-report-line-para.
           MOVE ws-report-line TO report-record
           WRITE report-record
           MOVE SPACES TO ws-report-line.

       terminate-para.
           MOVE SPACES TO ws-report-line
           PERFORM write-report-line-para
           MOVE ws-job-count TO ws-small-ed
           MOVE ws-judged-count TO ws-small-ed-2
           MOVE ws-outlier-count TO ws-small-ed-3
           STRING "TOTALS  jobs " DELIMITED BY SIZE
               FUNCTION TRIM(ws-small-ed) DELIMITED BY SIZE
               "  judged " DELIMITED BY SIZE
               FUNCTION TRIM(ws-small-ed-2) DELIMITED BY SIZE
               "  outliers " DELIMITED BY SIZE
               FUNCTION TRIM(ws-small-ed-3) DELIMITED BY SIZE
               INTO ws-report-line
           END-STRING
           PERFORM write-report-line-para
           CLOSE report-file
           DISPLAY "FATREND control report"
           DISPLAY "  run-control entries   " ws-ctl-count
           DISPLAY "  jobs followed         " ws-job-count
           DISPLAY "  jobs judged           " ws-judged-count
           DISPLAY "  jobs not judged       " ws-unjudged-count
           DISPLAY "  outliers              " ws-outlier-count
           EVALUATE TRUE
               WHEN ws-outlier-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-judged-count = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
