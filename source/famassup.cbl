      * reported rather than overwritten under the operator's feet,
      * and the run says at end of job how many went that way.
      *
      * The run's user-id - the proposer's for PROPOSE, the
      * approver's for EXECUTE - must be allowed to update the field
      * under its profile in PROFILES, asked once through FAAUTH
      * under the file name MASSFILE.  When it is not, the refusal
      * is written to SECLOG and every record the change would have
      * touched is skipped and counted instead of being rewritten
      * (or proposed); the count is shown at end of job.
      *
      * The job ends with a condition code the chain driver can act
      * on: 8 when an EXECUTE was refused (missing or malformed
      * PENDFILE, or the approver is the proposer) or the profile
      * refused the change, 12 when MASSFILE could not be opened or
      * PROFILES cannot be used, 0 otherwise.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-verify-bad PIC X(01) VALUE "N".
       01 ws-pend-open PIC X(01) VALUE "N".
       01 ws-locked-skip-count PIC 9(09) VALUE 0.
       01 ws-step-rc PIC 9(04).
       01 ws-refused-count PIC 9(09) VALUE 0.
       01 ws-auth-refused PIC X(01) VALUE "N".

       01 ws-auth-call.
         05 ws-auth-function PIC X(04) VALUE "CHEK".
         05 ws-auth-user-id PIC X(08).
         05 ws-auth-program PIC X(08) VALUE "FAMASSUP".
         05 ws-auth-file-name PIC X(20) VALUE "MASSFILE".
         05 ws-auth-field-name PIC X(30).
         05 ws-auth-record-no PIC 9(09) VALUE 0.
         05 ws-auth-record-key PIC X(10) VALUE SPACES.
         05 ws-auth-wanted PIC X(01) VALUE "U".
         05 ws-auth-granted PIC X(01).
         05 ws-auth-status PIC X(02).

       01 ws-lock-call.
         05 ws-lock-function PIC X(04).
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ws-run-mode NOT = "X"
               PERFORM check-field-authority-para
           END-IF
           EVALUATE TRUE
               WHEN ws-auth-status = "90"
                   MOVE "Y" TO ws-mass-eof
               WHEN ws-run-mode = "P"
                   PERFORM open-propose-files-para
               WHEN ws-run-mode = "X"
      * EXECUTE opens nothing here - PENDFILE's header has to be
      * read and the user-ids compared before MASSFILE is touched
                   CONTINUE
                   END-IF
           END-EVALUATE.

       check-field-authority-para.
      * asked once for the run: the field and the user-id are the
      * same for every record, and so is the answer
           MOVE ws-user-id TO ws-auth-user-id
           MOVE ws-field TO ws-auth-field-name
           CALL "FAAUTH" USING ws-auth-call
           EVALUATE ws-auth-status
               WHEN "00"
                   CONTINUE
               WHEN "90"
                   DISPLAY "FAMASSUP *** PROFILES cannot be used -"
                       " nothing done ***"
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Y" TO ws-auth-refused
                   DISPLAY "FAMASSUP *** " FUNCTION TRIM(ws-user-id)
                       " may not update " FUNCTION TRIM(ws-field)
                       " in MASSFILE - every record the change would"
                       " touch is skipped ***"
           END-EVALUATE.

       refuse-record-para.
           ADD 1 TO ws-refused-count
           MOVE ws-before-groupe TO zone-groupe.

       shift-propose-parm-para.
      * behind the PROPOSE keyword the PARM reads exactly like a
      * direct run's, one token along
      * the trial change is dropped on the floor: the record goes
      * back to what the file holds and only the listing and the
      * pending file remember it would have changed
                           IF ws-auth-refused = "Y"
                               PERFORM refuse-record-para
                           ELSE
                               MOVE ws-before-groupe TO zone-groupe
                               PERFORM write-pend-detail-para
                           END-IF
                       END-IF
                       PERFORM accumulate-hash-para
               END-READ
           DISPLAY "FAMASSUP PROPOSE complete - " ws-rec-count
               " records read, " ws-propose-count " would change -"
               " nothing touched, run EXECUTE under another user-id"
               " to apply"
           PERFORM report-refused-para.

       log-propose-audit-para.
           MOVE ws-user-id TO ws-aud-user-id

       execute-pending-para.
           PERFORM read-pend-header-para
      * the approver is the hand that changes the file, so it is
      * the approver's profile that is asked
           IF ws-pend-ok = "Y"
               PERFORM check-field-authority-para
               IF ws-auth-status = "90"
                   MOVE "N" TO ws-pend-ok
               END-IF
           END-IF
           IF ws-pend-ok = "Y"
               PERFORM verify-pending-file-para
           END-IF
               MOVE zone-groupe TO ws-before-groupe
               PERFORM apply-update-para
               IF zone-groupe NOT = ws-before-groupe
                   IF ws-auth-refused = "Y"
                       PERFORM refuse-record-para
                   ELSE
                       PERFORM rewrite-with-lock-para
                   END-IF
               END-IF
           END-IF.

               DISPLAY "FAMASSUP *** " ws-locked-skip-count
                   " locked records skipped - rerun EXECUTE once"
                   " the locks are gone ***"
           END-IF
           PERFORM report-refused-para.

       log-approve-audit-para.
      * one entry pairing the two hands: who proposed in the old
                       MOVE zone-groupe TO ws-before-groupe
                       PERFORM apply-update-para
                       IF zone-groupe NOT = ws-before-groupe
                           IF ws-auth-refused = "Y"
                               PERFORM refuse-record-para
                           ELSE
                               PERFORM rewrite-with-lock-para
                           END-IF
                       END-IF
      * hashed after the update so the control record totals the
      * file as this run leaves it
               DISPLAY "FAMASSUP *** " ws-locked-skip-count
                   " locked records skipped - rerun once the locks"
                   " are gone ***"
           END-IF
           PERFORM report-refused-para.

       report-refused-para.
           IF ws-refused-count > 0
               DISPLAY "FAMASSUP *** " ws-refused-count
                   " records skipped - the change is refused to "
                   FUNCTION TRIM(ws-user-id) " by its profile ***"
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       write-run-control-para.
           MOVE ws-rec-count TO ws-ctl-records-read
           MOVE ws-update-count TO ws-ctl-records-out
           MOVE ws-start-14 TO ws-ctl-start-timestamp
      * the call hands back CTLWRIT's own return code, so the run's
      * is kept across it
           MOVE RETURN-CODE TO ws-step-rc
           CALL "CTLWRIT" USING ws-ctl-call
           MOVE ws-step-rc TO RETURN-CODE
           IF ws-ctl-status NOT = "00"
               DISPLAY "FAMASSUP *** run-control write failed,"
                   " status " ws-ctl-status " ***"
