       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAFEEDIN.
      *****************************************************************
      * Supplier feed intake.  Nothing stopped the same supplier feed
      * being run through the chain twice, or a day's delivery going
      * missing without anyone noticing.  This step runs ahead of the
      * validator and the extract: it reads the feed's header (HD,
      * feedhead.cpy) for code-fournisseur and date-flux, counts the
      * detail records (DT) and checks them against the trailer's
      * compte-declare (TR, feedtrlr.cpy), then registers the feed
      * in FEEDREG - supplier, feed date, detail count, when it was
      * received and the job it was received for.
      *
      * A feed is refused, and not registered, when:
      *   - its supplier and feed date are already on the register
      *     (the same delivery twice - the earlier intake is shown)
      *   - it has no trailer, or the trailer's count is not the
      *     number of details read (a truncated transmission)
      * A feed whose date skips one or more days since the
      * supplier's previous feed is registered, but flagged as a gap
      * with the number of days missed, which the register keeps.
      * A late feed that fills an earlier gap is registered as is.
      *
      * The LIST run prints the register for one feed date: every
      * supplier that delivered, with its count, when and for which
      * job, and every supplier listed in FEEDSUPP that did not.
      * FEEDSUPP holds the suppliers expected daily, one per line -
      *   code-fournisseur [name]
      * - a line starting with * is a comment.  Without FEEDSUPP the
      * listing shows the deliveries only.
      *
      * The feed is read from FEEDFILE as a text file, one record per
      * line, the type code in its first two bytes, the way the
      * suppliers transmit it and the validator reads it.
      *
      * PARM (via COMMAND-LINE): [job-name] | LIST [date]
      *   job-name - the job the feed is received for, kept on the
      *              register (default FAFEEDIN)
      *   LIST     - print the register listing for date (YYYYMMDD,
      *              default today) instead of taking in a feed
      *
      * The job ends with a condition code the chain driver can act
      * on, so a refused feed stops the chain before the validator
      * and the extract run: 8 when the feed was refused, 12 when
      * the feed has no usable header or a file could not be used,
      * 4 when the feed was registered after a gap, 0 otherwise.  A
      * LIST run ends 4 when a listed supplier did not deliver.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT feed-file ASSIGN TO "FEEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-feed-status.
           SELECT OPTIONAL register-file ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-reg-status.
           SELECT OPTIONAL supplier-file ASSIGN TO "FEEDSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-supp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  feed-file.
       01 feed-record PIC X(256).

       FD  register-file.
       COPY feedreg.

       FD  supplier-file.
       01 supplier-card PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-feed-status PIC X(02).
       01 ws-reg-status PIC X(02).
       01 ws-supp-status PIC X(02).
       01 ws-feed-eof PIC X(01) VALUE "N".
       01 ws-reg-eof PIC X(01) VALUE "N".
       01 ws-supp-eof PIC X(01) VALUE "N".

       01 ws-parm PIC X(40).
       01 ws-arg-1 PIC X(10).
       01 ws-arg-2 PIC X(10).
       01 ws-job-name PIC X(08) VALUE "FAFEEDIN".
       01 ws-final-rc PIC 9(04) VALUE 0.

       COPY feedhead.
       COPY feedtrlr.

       01 ws-rec-count PIC 9(09) VALUE 0.
       01 ws-detail-count PIC 9(09) VALUE 0.
       01 ws-other-count PIC 9(09) VALUE 0.
       01 ws-header-seen PIC X(01) VALUE "N".
       01 ws-trailer-seen PIC X(01) VALUE "N".
       01 ws-feed-problem PIC X(60) VALUE SPACES.
       01 ws-supplier PIC X(05).
       01 ws-feed-date PIC 9(08).
       01 ws-declared-count PIC 9(09) VALUE 0.

       01 ws-duplicate PIC X(01) VALUE "N".
       01 ws-dup-timestamp PIC 9(14).
       01 ws-dup-job-name PIC X(08).
       01 ws-prior-date PIC 9(08) VALUE 0.
       01 ws-later-date PIC 9(08) VALUE 0.
       01 ws-days-missed PIC 9(04) VALUE 0.

       01 ws-current-date PIC X(21).
       01 ws-timestamp REDEFINES ws-current-date.
         05 ws-timestamp-14 PIC 9(14).
         05 FILLER PIC X(07).

      * LIST run
       01 ws-list-date PIC 9(08).
       01 ws-supplier-table.
         05 ws-supp-max PIC 9(03) VALUE 200.
         05 ws-supp-count PIC 9(03) VALUE 0.
         05 ws-supp-entry OCCURS 200.
           10 ws-sup-code PIC X(05).
           10 ws-sup-name PIC X(40).
           10 ws-sup-delivered PIC X(01).
       01 ws-supp-index PIC 9(03).
       01 ws-supp-found PIC 9(03).
       01 ws-card-code PIC X(05).
       01 ws-card-ptr PIC 9(03).
       01 ws-delivered-count PIC 9(05) VALUE 0.
       01 ws-missing-count PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       main-para.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-arg-1 ws-arg-2
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-arg-1 ws-arg-2
           END-UNSTRING
           INSPECT ws-arg-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ws-arg-1 = "LIST"
               PERFORM list-register-para
           ELSE
               IF ws-arg-1 NOT = SPACES
                   MOVE ws-arg-1 TO ws-job-name
               END-IF
               PERFORM intake-feed-para
           END-IF
           MOVE ws-final-rc TO RETURN-CODE
           GOBACK.

       intake-feed-para.
           PERFORM read-feed-para
           IF ws-final-rc = 0
               PERFORM check-feed-para
           END-IF
           IF ws-final-rc = 0
               PERFORM scan-register-para
           END-IF
           IF ws-final-rc = 0
               PERFORM judge-feed-para
           END-IF
           IF ws-final-rc < 8
               PERFORM register-feed-para
           END-IF.

       read-feed-para.
           OPEN INPUT feed-file
           IF ws-feed-status NOT = "00"
               DISPLAY "Unable to open FEEDFILE, status "
                   ws-feed-status
               MOVE 12 TO ws-final-rc
               MOVE "Y" TO ws-feed-eof
           END-IF
           PERFORM UNTIL ws-feed-eof = "Y"
               READ feed-file
                   AT END
                       MOVE "Y" TO ws-feed-eof
                   NOT AT END
                       ADD 1 TO ws-rec-count
                       PERFORM take-feed-record-para
               END-READ
           END-PERFORM
           IF ws-feed-status = "00" OR ws-feed-status = "10"
               CLOSE feed-file
           END-IF.

       take-feed-record-para.
           EVALUATE feed-record (1:2)
               WHEN "HD"
                   IF ws-rec-count = 1
                       MOVE feed-record TO entete-flux
                       MOVE "Y" TO ws-header-seen
                   ELSE
                       IF ws-feed-problem = SPACES
                           MOVE "a header (HD) after the first record"
                               TO ws-feed-problem
                       END-IF
                   END-IF
               WHEN "DT"
                   ADD 1 TO ws-detail-count
               WHEN "TR"
                   MOVE feed-record TO fin-flux
                   MOVE "Y" TO ws-trailer-seen
               WHEN OTHER
      * an unknown record type is the validator's to report
                   ADD 1 TO ws-other-count
           END-EVALUATE.

       check-feed-para.
           EVALUATE TRUE
               WHEN ws-header-seen = "N"
                   DISPLAY "FAFEEDIN *** FEEDFILE does not start with"
                       " a header (HD) record - no supplier or date"
                       " to register ***"
                   MOVE 12 TO ws-final-rc
               WHEN ws-feed-problem NOT = SPACES
                   DISPLAY "FAFEEDIN *** FEEDFILE holds "
                       FUNCTION TRIM(ws-feed-problem) " ***"
                   MOVE 12 TO ws-final-rc
               WHEN code-fournisseur = SPACES
                   DISPLAY "FAFEEDIN *** header carries no"
                       " code-fournisseur ***"
                   MOVE 12 TO ws-final-rc
               WHEN date-flux NOT NUMERIC
                   DISPLAY "FAFEEDIN *** header date-flux ["
                       entete-flux (8:8) "] is not a date ***"
                   MOVE 12 TO ws-final-rc
               WHEN FUNCTION TEST-DATE-YYYYMMDD(date-flux) NOT = 0
                   DISPLAY "FAFEEDIN *** header date-flux ["
                       date-flux "] is not a date ***"
                   MOVE 12 TO ws-final-rc
               WHEN OTHER
                   MOVE code-fournisseur TO ws-supplier
                   MOVE date-flux TO ws-feed-date
                   DISPLAY "FAFEEDIN feed from " ws-supplier
                       " dated " ws-feed-date " - " ws-detail-count
                       " detail(s) read"
           END-EVALUATE
           IF ws-final-rc = 0
               EVALUATE TRUE
                   WHEN ws-trailer-seen = "N"
                       DISPLAY "FAFEEDIN *** REFUSED - no trailer"
                           " (TR) record, the feed may be truncated"
                           " ***"
                       MOVE 8 TO ws-final-rc
                   WHEN compte-declare NOT NUMERIC
                       DISPLAY "FAFEEDIN *** REFUSED - the trailer's"
                           " compte-declare is not a count ***"
                       MOVE 8 TO ws-final-rc
                   WHEN compte-declare NOT = ws-detail-count
                       DISPLAY "FAFEEDIN *** REFUSED - the trailer"
                           " declares " compte-declare " details, "
                           ws-detail-count " were read ***"
                       MOVE 8 TO ws-final-rc
                   WHEN OTHER
                       MOVE compte-declare TO ws-declared-count
               END-EVALUATE
           END-IF.

       scan-register-para.
           OPEN INPUT register-file
           IF ws-reg-status NOT = "00" AND ws-reg-status NOT = "05"
               DISPLAY "Unable to open FEEDREG, status "
                   ws-reg-status
               MOVE 12 TO ws-final-rc
               MOVE "Y" TO ws-reg-eof
           END-IF
           PERFORM UNTIL ws-reg-eof = "Y"
               READ register-file
                   AT END
                       MOVE "Y" TO ws-reg-eof
                   NOT AT END
                       IF freg-supplier = ws-supplier
                           PERFORM compare-registered-para
                       END-IF
               END-READ
           END-PERFORM
           IF ws-reg-status = "00" OR ws-reg-status = "10" OR
              ws-reg-status = "05"
               CLOSE register-file
           END-IF.

       compare-registered-para.
           EVALUATE TRUE
               WHEN freg-feed-date = ws-feed-date
                   MOVE "Y" TO ws-duplicate
                   MOVE freg-received-timestamp TO ws-dup-timestamp
                   MOVE freg-job-name TO ws-dup-job-name
               WHEN freg-feed-date < ws-feed-date
                   IF freg-feed-date > ws-prior-date
                       MOVE freg-feed-date TO ws-prior-date
                   END-IF
               WHEN OTHER
                   IF freg-feed-date > ws-later-date
                       MOVE freg-feed-date TO ws-later-date
                   END-IF
           END-EVALUATE.

       judge-feed-para.
           IF ws-duplicate = "Y"
               DISPLAY "FAFEEDIN *** REFUSED - " ws-supplier
                   " feed of " ws-feed-date " was already taken in"
                   " on " ws-dup-timestamp (1:8) " at "
                   ws-dup-timestamp (9:2) ":" ws-dup-timestamp (11:2)
                   " for " ws-dup-job-name " ***"
               MOVE 8 TO ws-final-rc
           ELSE
               IF ws-prior-date > 0
                   COMPUTE ws-days-missed =
                       FUNCTION INTEGER-OF-DATE(ws-feed-date)
                       - FUNCTION INTEGER-OF-DATE(ws-prior-date) - 1
               END-IF
               IF ws-days-missed > 0
                   DISPLAY "FAFEEDIN *** GAP - " ws-supplier
                       " last delivered " ws-prior-date ", "
                       ws-days-missed " day(s) missing before "
                       ws-feed-date " ***"
                   MOVE 4 TO ws-final-rc
               END-IF
               IF ws-later-date > 0
                   DISPLAY "FAFEEDIN late feed - " ws-supplier
                       " has already delivered " ws-later-date
               END-IF
           END-IF.

       register-feed-para.
           OPEN EXTEND register-file
           IF ws-reg-status NOT = "00" AND ws-reg-status NOT = "05"
               DISPLAY "Unable to extend FEEDREG, status "
                   ws-reg-status " - feed not registered"
               MOVE 12 TO ws-final-rc
           ELSE
               MOVE ws-supplier TO freg-supplier
               MOVE ws-feed-date TO freg-feed-date
               MOVE ws-declared-count TO freg-detail-count
               MOVE ws-timestamp-14 TO freg-received-timestamp
               MOVE ws-job-name TO freg-job-name
               MOVE ws-days-missed TO freg-days-missed
               WRITE freg-record
      * a feed missing from the register is not caught as a
      * duplicate when it comes round again
               IF ws-reg-status NOT = "00"
                   DISPLAY "FAFEEDIN *** write to FEEDREG failed,"
                       " status " ws-reg-status " - " ws-supplier
                       " feed of " ws-feed-date " not registered ***"
                   MOVE 12 TO ws-final-rc
               ELSE
                   DISPLAY "FAFEEDIN " ws-supplier " feed of "
                       ws-feed-date " registered for " ws-job-name
                       " - " ws-declared-count " detail(s)"
               END-IF
               CLOSE register-file
           END-IF.

       list-register-para.
           IF ws-arg-2 = SPACES
               MOVE ws-timestamp-14 (1:8) TO ws-list-date
           ELSE
               IF ws-arg-2 (1:8) NOT NUMERIC OR
                  ws-arg-2 (9:2) NOT = SPACES
                   DISPLAY "FAFEEDIN LIST date must be YYYYMMDD -"
                       " got [" FUNCTION TRIM(ws-arg-2) "]"
                   MOVE 12 TO ws-final-rc
               ELSE
                   MOVE ws-arg-2 (1:8) TO ws-list-date
               END-IF
           END-IF
           IF ws-final-rc = 0
               PERFORM load-suppliers-para
               PERFORM list-deliveries-para
               PERFORM list-missing-para
           END-IF.

       load-suppliers-para.
           OPEN INPUT supplier-file
           IF ws-supp-status NOT = "00"
               MOVE "Y" TO ws-supp-eof
           END-IF
           PERFORM UNTIL ws-supp-eof = "Y"
               READ supplier-file
                   AT END
                       MOVE "Y" TO ws-supp-eof
                   NOT AT END
                       IF supplier-card NOT = SPACES AND
                          supplier-card (1:1) NOT = "*"
                           PERFORM take-supplier-card-para
                       END-IF
               END-READ
           END-PERFORM
           IF ws-supp-status = "00" OR ws-supp-status = "10"
               CLOSE supplier-file
           END-IF.

       take-supplier-card-para.
           IF ws-supp-count >= ws-supp-max
               DISPLAY "FAFEEDIN more than " ws-supp-max
                   " suppliers on FEEDSUPP - the rest not listed"
               MOVE "Y" TO ws-supp-eof
           ELSE
               ADD 1 TO ws-supp-count
               MOVE SPACES TO ws-card-code
               MOVE 1 TO ws-card-ptr
               UNSTRING supplier-card DELIMITED BY ALL SPACES
                   INTO ws-card-code
                   WITH POINTER ws-card-ptr
               END-UNSTRING
               MOVE ws-card-code TO ws-sup-code (ws-supp-count)
               MOVE SPACES TO ws-sup-name (ws-supp-count)
               IF ws-card-ptr <= 80
                   MOVE supplier-card (ws-card-ptr:)
                       TO ws-sup-name (ws-supp-count)
               END-IF
               MOVE "N" TO ws-sup-delivered (ws-supp-count)
           END-IF.

       list-deliveries-para.
           DISPLAY "FAFEEDIN feed register for " ws-list-date
           OPEN INPUT register-file
           IF ws-reg-status NOT = "00" AND ws-reg-status NOT = "05"
               DISPLAY "Unable to open FEEDREG, status "
                   ws-reg-status
               MOVE 12 TO ws-final-rc
               MOVE "Y" TO ws-reg-eof
           END-IF
           PERFORM UNTIL ws-reg-eof = "Y"
               READ register-file
                   AT END
                       MOVE "Y" TO ws-reg-eof
                   NOT AT END
                       IF freg-feed-date = ws-list-date
                           PERFORM list-one-delivery-para
                       END-IF
               END-READ
           END-PERFORM
           IF ws-reg-status = "00" OR ws-reg-status = "10" OR
              ws-reg-status = "05"
               CLOSE register-file
           END-IF.

       list-one-delivery-para.
           ADD 1 TO ws-delivered-count
           MOVE 0 TO ws-supp-found
           PERFORM VARYING ws-supp-index FROM 1 BY 1
                   UNTIL ws-supp-index > ws-supp-count
               IF ws-sup-code (ws-supp-index) = freg-supplier
                   MOVE ws-supp-index TO ws-supp-found
                   MOVE "Y" TO ws-sup-delivered (ws-supp-index)
               END-IF
           END-PERFORM
           DISPLAY "  DELIVERED " freg-supplier " "
               freg-detail-count " detail(s), received "
               freg-received-timestamp (1:8) " "
               freg-received-timestamp (9:2) ":"
               freg-received-timestamp (11:2) " for "
               freg-job-name
           IF freg-days-missed > 0
               DISPLAY "            after a gap of " freg-days-missed
                   " day(s)"
           END-IF
           IF ws-supp-found = 0 AND ws-supp-count > 0
               DISPLAY "            (not listed in FEEDSUPP)"
           END-IF.

       list-missing-para.
           PERFORM VARYING ws-supp-index FROM 1 BY 1
                   UNTIL ws-supp-index > ws-supp-count
               IF ws-sup-delivered (ws-supp-index) = "N"
                   ADD 1 TO ws-missing-count
                   DISPLAY "  MISSING   " ws-sup-code (ws-supp-index)
                       " " FUNCTION TRIM(ws-sup-name (ws-supp-index))
               END-IF
           END-PERFORM
           IF ws-supp-count = 0
               DISPLAY "FAFEEDIN no FEEDSUPP - deliveries only, the"
                   " missing suppliers cannot be told"
           END-IF
           DISPLAY "FAFEEDIN " ws-delivered-count " delivered, "
               ws-missing-count " missing"
           IF ws-missing-count > 0 AND ws-final-rc = 0
               MOVE 4 TO ws-final-rc
           END-IF.
