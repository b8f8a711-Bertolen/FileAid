      * the one the failure happened in.  A chain that ends clean
      * clears its checkpoint.
      *
      * Before a step that rewrites a file - FAMASSUP on MASSFILE
      * (not a PROPOSE run, which touches nothing), FAAPPLY on
      * SYNCFILE, FABAKOUT on BACKFILE, FALOAD on LOADOUT - the file
      * is copied to a numbered backup generation through FABACKUP,
      * and the generation and its record count are logged in
      * CHAINLOG.  A file that does not exist yet has nothing to
      * save; a file that cannot be copied fails the step with 12
      * without running it.  FABKUPCN lists the generations and puts
      * one back.
      *
      * PARM (via COMMAND-LINE): [RESTART [FORCE]]
      *****************************************************************
       ENVIRONMENT DIVISION.
         05 FILLER PIC X(07).
       01 ws-log-line PIC X(132).

       01 ws-backup-failed PIC X(01).
       01 ws-parm-first PIC X(10).
       01 ws-bkup-call.
         05 ws-bkup-function PIC X(04).
         05 ws-bkup-dataset PIC X(20).
         05 ws-bkup-organization PIC X(01).
         05 ws-bkup-job-name PIC X(08).
         05 ws-bkup-generation PIC 9(04).
         05 ws-bkup-record-count PIC 9(09).
         05 ws-bkup-prior-generation PIC 9(04).
         05 ws-bkup-status PIC X(02).

       01 ws-ckpt-call.
         05 ws-ckpt-function PIC X(04).
         05 ws-ckpt-job-name PIC X(08) VALUE "FACHAIN".
      * the PARM goes where the program will ACCEPT it FROM - the
      * same COMMAND-LINE an operator's invocation would have set
           MOVE ws-step-parm (ws-step-index) TO ws-parm-line
           PERFORM backup-target-para
           IF ws-backup-failed = "Y"
      * a pass that would rewrite a file with no copy to fall back
      * on is not run at all
               MOVE 12 TO ws-step-rc
           ELSE
               DISPLAY ws-parm-line UPON COMMAND-LINE
               MOVE 0 TO RETURN-CODE
               MOVE ws-step-program (ws-step-index) TO ws-call-name
               CALL ws-call-name
                   ON EXCEPTION
                       DISPLAY "FACHAIN *** program " ws-call-name
                           " cannot be loaded ***"
                       MOVE 16 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO ws-step-rc
               MOVE 0 TO RETURN-CODE
      * a fresh copy next time this program is called, in this run
      * or the rerun after a failure
               CANCEL ws-call-name
           END-IF
           IF ws-step-rc = 0
               PERFORM step-completed-para
           ELSE
               PERFORM step-failed-para
           END-IF.

       backup-target-para.
      * the passes that rewrite a file in place, or replace it
      * outright, get that file copied to a backup generation first
           MOVE "N" TO ws-backup-failed
           MOVE SPACES TO ws-bkup-dataset
           EVALUATE ws-step-program (ws-step-index)
               WHEN "FAMASSUP"
      * a PROPOSE run only lists what it would change
                   MOVE SPACES TO ws-parm-first
                   UNSTRING ws-parm-line DELIMITED BY ALL SPACES
                       INTO ws-parm-first
                   END-UNSTRING
                   INSPECT ws-parm-first CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF ws-parm-first NOT = "PROPOSE"
                       MOVE "MASSFILE" TO ws-bkup-dataset
                       MOVE "S" TO ws-bkup-organization
                   END-IF
               WHEN "FAAPPLY"
                   MOVE "SYNCFILE" TO ws-bkup-dataset
                   MOVE "S" TO ws-bkup-organization
               WHEN "FABAKOUT"
                   MOVE "BACKFILE" TO ws-bkup-dataset
                   MOVE "R" TO ws-bkup-organization
               WHEN "FALOAD"
                   MOVE "LOADOUT" TO ws-bkup-dataset
                   MOVE "S" TO ws-bkup-organization
           END-EVALUATE
           IF ws-bkup-dataset NOT = SPACES
               MOVE "SAVE" TO ws-bkup-function
               MOVE ws-step-program (ws-step-index)
                   TO ws-bkup-job-name
               MOVE 0 TO ws-bkup-generation ws-bkup-record-count
               CALL "FABACKUP" USING ws-bkup-call
               PERFORM log-backup-para
           END-IF.

       log-backup-para.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date
           MOVE SPACES TO ws-log-line
           EVALUATE ws-bkup-status
               WHEN "00"
                   DISPLAY "FACHAIN " FUNCTION TRIM(ws-bkup-dataset)
                       " saved as generation " ws-bkup-generation
                       " - " ws-bkup-record-count " records"
                   STRING ws-timestamp-14 DELIMITED BY SIZE
                       " step " DELIMITED BY SIZE
                       ws-step-index DELIMITED BY SIZE
                       " backup " DELIMITED BY SIZE
                       ws-bkup-dataset DELIMITED BY SPACE
                       " generation " DELIMITED BY SIZE
                       ws-bkup-generation DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       ws-bkup-record-count DELIMITED BY SIZE
                       " records" DELIMITED BY SIZE
                       INTO ws-log-line
               WHEN "10"
      * the first load of a file has nothing to save
                   DISPLAY "FACHAIN " FUNCTION TRIM(ws-bkup-dataset)
                       " does not exist yet - no backup needed"
                   STRING ws-timestamp-14 DELIMITED BY SIZE
                       " step " DELIMITED BY SIZE
                       ws-step-index DELIMITED BY SIZE
                       " backup " DELIMITED BY SIZE
                       ws-bkup-dataset DELIMITED BY SPACE
                       " - no file yet, nothing saved"
                           DELIMITED BY SIZE
                       INTO ws-log-line
               WHEN OTHER
                   MOVE "Y" TO ws-backup-failed
                   DISPLAY "FACHAIN *** " FUNCTION TRIM(ws-bkup-dataset)
                       " could not be backed up - status "
                       ws-bkup-status " - step not run ***"
                   STRING ws-timestamp-14 DELIMITED BY SIZE
                       " step " DELIMITED BY SIZE
                       ws-step-index DELIMITED BY SIZE
                       " backup " DELIMITED BY SIZE
                       ws-bkup-dataset DELIMITED BY SPACE
                       " FAILED - status " DELIMITED BY SIZE
                       ws-bkup-status DELIMITED BY SIZE
                       INTO ws-log-line
           END-EVALUATE
           PERFORM write-chain-log-para.

       step-completed-para.
           ADD 1 TO ws-done-count
           PERFORM log-step-outcome-para
