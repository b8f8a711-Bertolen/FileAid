      * writes them that way; one that points backwards, or past the
      * end of SYNCFILE, is reported and dropped.
      *
      * Each delta is applied only when the run's user-id may update
      * its field under its profile in PROFILES, asked through
      * FAAUTH under the file name SYNCFILE: a refused delta is
      * written to SECLOG, reported, skipped and counted, and the
      * rest of its record still goes through.
      *
      * The job ends with a condition code the chain driver can act
      * on: 12 when DELTAFIL or SYNCFILE could not be opened or
      * PROFILES cannot be used, 8 when the profile refused a delta,
      * 0 otherwise.
      *
      * PARM (via COMMAND-LINE): user-id
      *   user-id - stamped on every audit entry this run writes
      *****************************************************************
       01 ws-apply-count PIC 9(09) VALUE 0.
       01 ws-skip-count PIC 9(09) VALUE 0.
       01 ws-rewrite-count PIC 9(09) VALUE 0.
       01 ws-refused-count PIC 9(09) VALUE 0.

       01 ws-current-value PIC X(30).
       01 ws-field-known PIC X(01).
         05 ws-aud-new-value PIC X(30).
         05 ws-aud-status PIC X(02).

       01 ws-auth-call.
         05 ws-auth-function PIC X(04).
         05 ws-auth-user-id PIC X(08).
         05 ws-auth-program PIC X(08) VALUE "FAAPPLY".
         05 ws-auth-file-name PIC X(20) VALUE "SYNCFILE".
         05 ws-auth-field-name PIC X(30).
         05 ws-auth-record-no PIC 9(09).
         05 ws-auth-record-key PIC X(10) VALUE SPACES.
         05 ws-auth-wanted PIC X(01) VALUE "U".
         05 ws-auth-granted PIC X(01).
         05 ws-auth-status PIC X(02).

       PROCEDURE DIVISION.
       main-para.
           PERFORM initialize-para
           PERFORM apply-deltas-para
           PERFORM terminate-para
           GOBACK.

       initialize-para.
           ACCEPT ws-parm FROM COMMAND-LINE
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-user-id
           END-UNSTRING
      * a PROFILES that cannot answer would refuse every delta, so
      * the run stops before it opens anything
           MOVE ws-user-id TO ws-auth-user-id
           MOVE "ASK " TO ws-auth-function
           MOVE SPACES TO ws-auth-field-name
           MOVE 0 TO ws-auth-record-no
           CALL "FAAUTH" USING ws-auth-call
           IF ws-auth-status = "90"
               DISPLAY "FAAPPLY *** PROFILES cannot be used - nothing"
                   " applied ***"
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO ws-delta-eof
               MOVE "Y" TO ws-sync-eof
           ELSE
               PERFORM open-files-para
           END-IF.

       open-files-para.
           OPEN INPUT delta-file
           IF ws-delta-status NOT = "00"
               DISPLAY "Unable to open DELTAFIL, status "
                   ws-delta-status
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO ws-delta-eof
               MOVE "Y" TO ws-sync-eof
           ELSE
               IF ws-sync-status NOT = "00"
                   DISPLAY "Unable to open SYNCFILE, status "
                       ws-sync-status
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO ws-delta-eof
                   MOVE "Y" TO ws-sync-eof
               ELSE
               DISPLAY "record " ws-target-no " skipped - unknown"
                   " field " FUNCTION TRIM(delta-field-name)
           ELSE
               MOVE "CHEK" TO ws-auth-function
               MOVE delta-field-name TO ws-auth-field-name
               MOVE ws-target-no TO ws-auth-record-no
               CALL "FAAUTH" USING ws-auth-call
               IF ws-auth-status NOT = "00"
                   ADD 1 TO ws-refused-count
                   DISPLAY "record " ws-target-no " field "
                       FUNCTION TRIM(delta-field-name)
                       " skipped - refused to "
                       FUNCTION TRIM(ws-user-id) " by its profile"
               ELSE
                   PERFORM verify-and-apply-para
               END-IF
           END-IF.

       verify-and-apply-para.
           IF ws-current-value = delta-b-value
               PERFORM move-a-value-para
               MOVE "Y" TO ws-record-dirty
               ADD 1 TO ws-apply-count
               PERFORM log-apply-para
           ELSE
               ADD 1 TO ws-skip-count
               DISPLAY "record " ws-target-no " field "
                   FUNCTION TRIM(delta-field-name)
                   " skipped - holds ["
                   FUNCTION TRIM(ws-current-value)
                   "] not ["
                   FUNCTION TRIM(delta-b-value)
                   "] - changed since the compare"
           END-IF.

       get-current-value-para.
      * the current value is formatted the way the compare formatted
      * the delta's values, so the verify compare is byte for byte
           DISPLAY "FAAPPLY complete - " ws-delta-count
               " deltas read, " ws-apply-count " applied across "
               ws-rewrite-count " records, " ws-skip-count
               " skipped, " ws-refused-count " refused by the profile"
           IF ws-refused-count > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
