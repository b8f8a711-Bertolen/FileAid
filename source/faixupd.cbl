       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXUPD.
      *****************************************************************
      * Transaction-driven update of the keyed master IDXFILE.  The
      * keyed editor changes one record at a time at a terminal and
      * the mass-update pass applies one change to every matching
      * record; a day's worth of adds, changes and deletes keyed on
      * premiere-donnee had no batch route in.  This pass reads them
      * from TRANFILE (layout tranrec) in file order and applies each
      * one to IDXFILE:
      *
      *   A key pairs  - add a record carrying the key, the pairs'
      *                  fields set over an initialized record (the
      *                  keyed editor's new-record rule); refused if
      *                  the key is already on file
      *   C key pairs  - change the named fields of the record with
      *                  the key; refused if there is none
      *   D key        - delete the record with the key; refused if
      *                  there is none
      *
      * A pair names DEUXIEME-DONNEE, DONNEE-NUMERIQUE, GROSSE-DONNEE,
      * DONNEE-UN, DONNEE-DEUX, DONNEE-UN-BIS, DONNEE-DEUX-BIS or
      * ZONE-SIMPLE-OCCURS(n), with the editors' validation: a pair
      * the editor would refuse - an unknown field, PREMIERE-DONNEE
      * (the key is the record's identity), a number out of range -
      * refuses the whole transaction, so a record is never left
      * half-changed.  Each refused transaction goes to REJFILE as
      * it was read with the reason after it, and is listed; a
      * RESTART adds to the REJFILE the interrupted run left.
      *
      * Every applied change is logged through AUDWRIT the way the
      * keyed editor logs it: aud-file-name IDXFILE: plus the key,
      * one entry per field that changed; an add first logs one
      * RECORD-ADD entry carrying the new record image as its new
      * value, and a delete logs one RECORD-DELETE entry carrying
      * the whole record image as its old value.  Before touching a
      * key the run takes its lock through LOCKIO under that same
      * IDXFILE: name, so a record an editor session is sitting on
      * is refused and reported rather than overwritten under the
      * operator's feet.
      *
      * Every change is also held to the run's user-id's profile in
      * PROFILES, asked through FAAUTH under the file name IDXFILE:
      * each pair's field must be one the user-id may update, and an
      * add or a delete needs update access to IDXFILE as a whole.
      * A refusal is written to SECLOG and refuses the transaction
      * like any other reason, naming the field, the add or the
      * delete the profile refused.
      *
      * A checkpoint is taken through CKPTIO every ws-ckpt-interval
      * transactions and at end of job.  RESTART skips the
      * transactions the checkpoint says were done; a checkpoint
      * older than TRANFILE's last change belongs to another batch
      * of transactions and is refused unless FORCE follows, the
      * same rule the mass-update pass applies.
      *
      * PARM (via COMMAND-LINE): user-id [RESTART [FORCE]]
      *   user-id - stamped on every audit entry and lock this run
      *             takes
      *
      * Run-control totals go to RUNCTL through CTLWRIT under job
      * FAIXUPD, file IDXFILE: transactions read and applied.  The
      * job ends with a condition code the chain driver can act on:
      * 12 when IDXFILE or TRANFILE could not be opened, no user-id
      * was given or PROFILES cannot be used, 8 when any transaction
      * was refused or a refusal could not be written to REJFILE, 4
      * when TRANFILE held nothing to apply, 0 otherwise.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT idx-file ASSIGN TO "IDXFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS premiere-donnee OF zone-groupe
               FILE STATUS IS ws-file-status.
           SELECT tran-file ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-status.
           SELECT OPTIONAL reject-file ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reject-status.

       DATA DIVISION.
       FILE SECTION.
       FD  idx-file.
       COPY copy.

       FD  tran-file.
       COPY tranrec.

       FD  reject-file.
       01 reject-record.
         05 reject-tran PIC X(256).
         05 reject-reason PIC X(60).

       WORKING-STORAGE SECTION.
       COPY copy REPLACING ==zone-groupe== BY ==ws-before-groupe==.

       01 ws-file-status PIC X(02).
       01 ws-tran-status PIC X(02).
       01 ws-reject-status PIC X(02).
       01 ws-tran-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".
       01 ws-reject-open PIC X(01) VALUE "N".

       01 ws-parm PIC X(60).
       01 ws-user-id PIC X(08) VALUE SPACES.
       01 ws-restart-opt PIC X(10) VALUE SPACES.
       01 ws-force-opt PIC X(10) VALUE SPACES.

       01 ws-tran-count PIC 9(09) VALUE 0.
       01 ws-skip-count PIC 9(09) VALUE 0.
       01 ws-add-count PIC 9(09) VALUE 0.
       01 ws-change-count PIC 9(09) VALUE 0.
       01 ws-delete-count PIC 9(09) VALUE 0.
       01 ws-reject-count PIC 9(09) VALUE 0.
       01 ws-write-fail-count PIC 9(09) VALUE 0.
       01 ws-applied-count PIC 9(09) VALUE 0.
       01 ws-ckpt-interval PIC 9(05) VALUE 1000.

       01 ws-reason PIC X(60).
       01 ws-record-exists PIC X(01).
       01 ws-pair-index PIC 9(01).
       01 ws-pair-count PIC 9(01).
       01 ws-field PIC X(30).
       01 ws-value PIC X(20).
       01 ws-field-value PIC X(30).
       01 ws-row-index PIC 9(01).
       01 ws-donnee-deux-edit PIC 99.99.

      * the before and after value of each pair, kept until the
      * record is safely written - only then do they go to the trail
       01 ws-change-table.
         05 ws-change-entry OCCURS 5.
           10 ws-chg-field PIC X(30).
           10 ws-chg-old PIC X(30).
           10 ws-chg-new PIC X(30).

       01 ws-lock-call.
         05 ws-lock-function PIC X(04).
         05 ws-lock-file-name PIC X(20).
         05 ws-lock-record-no PIC 9(09).
         05 ws-lock-user-id PIC X(08).
         05 ws-lock-holder-id PIC X(08).
         05 ws-lock-held-since PIC 9(14).
         05 ws-lock-status PIC X(02).

       01 ws-ckpt-call.
         05 ws-ckpt-function PIC X(04).
         05 ws-ckpt-job-name PIC X(08) VALUE "FAIXUPD".
         05 ws-ckpt-file-name PIC X(20) VALUE "TRANFILE".
         05 ws-ckpt-last-record-no PIC 9(09).
         05 ws-ckpt-last-key PIC X(30).
         05 ws-ckpt-status PIC X(02).

       01 ws-aud-call.
         05 ws-aud-user-id PIC X(08).
         05 ws-aud-file-name PIC X(20).
         05 ws-aud-record-no PIC 9(09).
         05 ws-aud-field-name PIC X(30).
         05 ws-aud-old-value PIC X(30).
         05 ws-aud-new-value PIC X(30).
         05 ws-aud-status PIC X(02).

       01 ws-auth-call.
         05 ws-auth-function PIC X(04) VALUE "CHEK".
         05 ws-auth-user-id PIC X(08).
         05 ws-auth-program PIC X(08) VALUE "FAIXUPD".
         05 ws-auth-file-name PIC X(20) VALUE "IDXFILE".
         05 ws-auth-field-name PIC X(30).
         05 ws-auth-record-no PIC 9(09) VALUE 0.
         05 ws-auth-record-key PIC X(10).
         05 ws-auth-wanted PIC X(01) VALUE "U".
         05 ws-auth-granted PIC X(01).
         05 ws-auth-status PIC X(02).

       01 ws-start-date PIC X(21).
       01 ws-start-stamp REDEFINES ws-start-date.
         05 ws-start-14 PIC 9(14).
         05 FILLER PIC X(07).

       01 ws-ctl-call.
         05 ws-ctl-job-name PIC X(08) VALUE "FAIXUPD".
         05 ws-ctl-file-name PIC X(20) VALUE "IDXFILE".
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
               PERFORM process-transactions-para
               PERFORM terminate-para
           END-IF
           GOBACK.

       initialize-para.
           MOVE FUNCTION CURRENT-DATE TO ws-start-date
           ACCEPT ws-parm FROM COMMAND-LINE
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-user-id ws-restart-opt ws-force-opt
           END-UNSTRING
           INSPECT ws-restart-opt CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-force-opt CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ws-user-id = SPACES
               DISPLAY "FAIXUPD *** PARM must name the user-id the"
                   " changes are made under: user-id [RESTART"
                   " [FORCE]] ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM check-profiles-para
           END-IF
           IF ws-abort-flag = "N"
               PERFORM open-files-para
           END-IF
           IF ws-abort-flag = "N"
               DISPLAY "FAIXUPD applying TRANFILE to IDXFILE for "
                   ws-user-id
               IF ws-restart-opt = "RESTART"
                   PERFORM restart-from-checkpoint-para
               END-IF
           END-IF.

       check-profiles-para.
      * a PROFILES that cannot answer would refuse every
      * transaction, so the run stops before it opens anything
           MOVE ws-user-id TO ws-auth-user-id
           MOVE "ASK " TO ws-auth-function
           MOVE SPACES TO ws-auth-field-name
           MOVE SPACES TO ws-auth-record-key
           CALL "FAAUTH" USING ws-auth-call
           MOVE "CHEK" TO ws-auth-function
           IF ws-auth-status = "90"
               DISPLAY "FAIXUPD *** PROFILES cannot be used - nothing"
                   " applied ***"
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           END-IF.

       open-files-para.
           OPEN I-O idx-file
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "05"
               DISPLAY "Unable to open IDXFILE, status "
                   ws-file-status
               MOVE "Y" TO ws-abort-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT tran-file
               IF ws-tran-status NOT = "00"
                   DISPLAY "Unable to open TRANFILE, status "
                       ws-tran-status
                   MOVE "Y" TO ws-abort-flag
                   MOVE 12 TO RETURN-CODE
                   CLOSE idx-file
               ELSE
      * On a restart, REJFILE already holds the transactions the
      * prior run refused before it was interrupted - OPEN EXTEND
      * appends after them instead of OPEN OUTPUT's truncate, since
      * the skipped transactions are not refused again.
                   IF ws-restart-opt = "RESTART"
                       OPEN EXTEND reject-file
                   ELSE
                       OPEN OUTPUT reject-file
                   END-IF
                   IF ws-reject-status = "00" OR
                      ws-reject-status = "05"
                       MOVE "Y" TO ws-reject-open
                   ELSE
                       DISPLAY "FAIXUPD *** REJFILE cannot be"
                           " opened, status " ws-reject-status
                           " - refusals are listed only ***"
                   END-IF
               END-IF
           END-IF.

       restart-from-checkpoint-para.
           MOVE "LOAD" TO ws-ckpt-function
           CALL "CKPTIO" USING ws-ckpt-call
           EVALUATE ws-ckpt-status
               WHEN "00"
                   MOVE ws-ckpt-last-record-no TO ws-skip-count
                   DISPLAY "FAIXUPD restarting after transaction "
                       ws-skip-count
                   PERFORM skip-to-checkpoint-para
               WHEN "20"
                   IF ws-force-opt = "FORCE"
                       MOVE ws-ckpt-last-record-no TO ws-skip-count
                       DISPLAY "FAIXUPD *** stale checkpoint taken"
                           " over by RESTART FORCE - restarting"
                           " after transaction " ws-skip-count " ***"
                       PERFORM skip-to-checkpoint-para
                   ELSE
                       DISPLAY "FAIXUPD *** checkpoint predates"
                           " TRANFILE's last change - it was taken"
                           " against another batch of transactions."
                           "  RESTART refused; starting from"
                           " transaction 1.  Rerun with RESTART"
                           " FORCE to skip anyway, or clear it with"
                           " FACKPTCN ***"
                   END-IF
               WHEN OTHER
                   DISPLAY "FAIXUPD no prior checkpoint - starting"
                       " from transaction 1"
           END-EVALUATE.

       skip-to-checkpoint-para.
           PERFORM UNTIL ws-tran-count >= ws-skip-count
                   OR ws-tran-eof = "Y"
               READ tran-file
                   AT END
                       MOVE "Y" TO ws-tran-eof
                   NOT AT END
                       ADD 1 TO ws-tran-count
               END-READ
           END-PERFORM.

       process-transactions-para.
           PERFORM UNTIL ws-tran-eof = "Y"
               READ tran-file
                   AT END
                       MOVE "Y" TO ws-tran-eof
                   NOT AT END
                       ADD 1 TO ws-tran-count
                       PERFORM apply-transaction-para
                       IF FUNCTION MOD(ws-tran-count, ws-ckpt-interval)
                               = 0
                           PERFORM save-checkpoint-para
                       END-IF
               END-READ
           END-PERFORM.

       apply-transaction-para.
           MOVE SPACES TO ws-reason
           INSPECT tran-action CONVERTING "acd" TO "ACD"
           EVALUATE TRUE
               WHEN NOT tran-add AND NOT tran-change AND
                    NOT tran-delete
                   MOVE "action code must be A, C or D"
                       TO ws-reason
               WHEN tran-key = SPACES
                   MOVE "the key is blank" TO ws-reason
               WHEN OTHER
                   PERFORM lock-key-para
           END-EVALUATE
           IF ws-reason = SPACES
               PERFORM read-master-para
               EVALUATE TRUE
                   WHEN tran-add
                       PERFORM apply-add-para
                   WHEN tran-change
                       PERFORM apply-change-para
                   WHEN OTHER
                       PERFORM apply-delete-para
               END-EVALUATE
               PERFORM free-key-para
           END-IF
           IF ws-reason NOT = SPACES
               PERFORM reject-transaction-para
           END-IF.

       lock-key-para.
      * locked under IDXFILE: plus the key, the name the keyed
      * editor takes its locks under - the lock is held only across
      * the one transaction
           PERFORM build-key-name-para
           MOVE ws-aud-file-name TO ws-lock-file-name
           MOVE "LOCK" TO ws-lock-function
           MOVE 0 TO ws-lock-record-no
           MOVE ws-user-id TO ws-lock-user-id
           CALL "LOCKIO" USING ws-lock-call
           EVALUATE ws-lock-status
               WHEN "00"
                   CONTINUE
               WHEN "20"
                   STRING "key in use by " DELIMITED BY SIZE
                       ws-lock-holder-id DELIMITED BY SPACE
                       " since " DELIMITED BY SIZE
                       ws-lock-held-since (9:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       ws-lock-held-since (11:2) DELIMITED BY SIZE
                       INTO ws-reason
                   END-STRING
               WHEN OTHER
                   STRING "lock file error, status " DELIMITED BY SIZE
                       ws-lock-status DELIMITED BY SIZE
                       INTO ws-reason
                   END-STRING
           END-EVALUATE.

       free-key-para.
           MOVE "FREE" TO ws-lock-function
           CALL "LOCKIO" USING ws-lock-call.

       build-key-name-para.
           MOVE SPACES TO ws-aud-file-name
           STRING "IDXFILE:" DELIMITED BY SIZE
               tran-key DELIMITED BY SIZE
               INTO ws-aud-file-name.

       read-master-para.
           MOVE tran-key TO premiere-donnee OF zone-groupe
           MOVE "Y" TO ws-record-exists
           READ idx-file
               INVALID KEY
                   MOVE "N" TO ws-record-exists
           END-READ.

       apply-add-para.
           IF ws-record-exists = "Y"
               MOVE "key already on IDXFILE - add refused"
                   TO ws-reason
           ELSE
      * a fresh record starts initialized and carrying its key, the
      * keyed editor's rule for a key it does not find
               INITIALIZE zone-groupe
               MOVE tran-key TO premiere-donnee OF zone-groupe
               MOVE zone-groupe TO ws-before-groupe
               PERFORM apply-pairs-para
               IF ws-reason = SPACES
                   MOVE SPACES TO ws-auth-field-name
                   PERFORM check-authority-para
               END-IF
               IF ws-reason = SPACES
                   WRITE zone-groupe
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM check-master-write-para
               END-IF
               IF ws-reason = SPACES
                   ADD 1 TO ws-add-count
      * the record image is the new value, logged ahead of the
      * fields the pairs set so a key deleted and added again reads
      * in the trail in the order it happened
                   MOVE ws-user-id TO ws-aud-user-id
                   MOVE 0 TO ws-aud-record-no
                   MOVE "RECORD-ADD" TO ws-aud-field-name
                   MOVE SPACES TO ws-aud-old-value
                   MOVE zone-groupe TO ws-aud-new-value
                   PERFORM write-audit-para
                   PERFORM log-changes-para
               END-IF
           END-IF.

       apply-change-para.
           IF ws-record-exists = "N"
               MOVE "no record with this key on IDXFILE" TO ws-reason
           ELSE
               MOVE zone-groupe TO ws-before-groupe
               PERFORM apply-pairs-para
               IF ws-reason = SPACES AND ws-pair-count = 0
                   MOVE "no field/value pair to apply" TO ws-reason
               END-IF
               IF ws-reason = SPACES
                   REWRITE zone-groupe
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM check-master-write-para
               END-IF
               IF ws-reason = SPACES
                   ADD 1 TO ws-change-count
                   PERFORM log-changes-para
               END-IF
           END-IF.

       apply-delete-para.
           IF ws-record-exists = "N"
               MOVE "no record with this key on IDXFILE" TO ws-reason
           ELSE
               MOVE SPACES TO ws-auth-field-name
               PERFORM check-authority-para
           END-IF
           IF ws-reason = SPACES
               MOVE zone-groupe TO ws-before-groupe
               DELETE idx-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM check-master-write-para
               IF ws-reason = SPACES
                   ADD 1 TO ws-delete-count
                   ADD 1 TO ws-applied-count
      * the record image is the old value, so the trail alone is
      * enough to put a wrongly deleted record back
                   MOVE ws-user-id TO ws-aud-user-id
                   MOVE 0 TO ws-aud-record-no
                   MOVE "RECORD-DELETE" TO ws-aud-field-name
                   MOVE ws-before-groupe TO ws-aud-old-value
                   MOVE SPACES TO ws-aud-new-value
                   PERFORM write-audit-para
               END-IF
           END-IF.

       check-master-write-para.
           IF ws-file-status NOT = "00"
               STRING "IDXFILE update failed, status "
                   DELIMITED BY SIZE
                   ws-file-status DELIMITED BY SIZE
                   INTO ws-reason
               END-STRING
           END-IF.

       apply-pairs-para.
      * pairs apply in order over the record in storage; the first
      * one refused refuses the transaction before anything is
      * written
           MOVE 0 TO ws-pair-count
           INITIALIZE ws-change-table
           PERFORM VARYING ws-pair-index FROM 1 BY 1
                   UNTIL ws-pair-index > 5 OR ws-reason NOT = SPACES
               IF tran-field-name (ws-pair-index) NOT = SPACES
                   ADD 1 TO ws-pair-count
                   MOVE tran-field-name (ws-pair-index) TO ws-field
                   INSPECT ws-field CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE tran-field-value (ws-pair-index) TO ws-value
                   MOVE ws-field TO ws-chg-field (ws-pair-index)
                   PERFORM get-field-value-para
                   MOVE ws-field-value TO ws-chg-old (ws-pair-index)
                   MOVE ws-field TO ws-auth-field-name
                   PERFORM check-authority-para
                   IF ws-reason = SPACES
                       PERFORM apply-one-pair-para
                   END-IF
                   IF ws-reason = SPACES
                       PERFORM get-field-value-para
                       MOVE ws-field-value
                           TO ws-chg-new (ws-pair-index)
                   END-IF
               END-IF
           END-PERFORM.

       check-authority-para.
      * ws-auth-field-name names the field, or is blank for the
      * file as a whole
           MOVE tran-key TO ws-auth-record-key
           CALL "FAAUTH" USING ws-auth-call
           IF ws-auth-status NOT = "00"
               EVALUATE TRUE
                   WHEN ws-auth-field-name NOT = SPACES
                       STRING ws-auth-field-name DELIMITED BY SPACE
                           " refused to the user-id by its profile"
                           DELIMITED BY SIZE
                           INTO ws-reason
                       END-STRING
                   WHEN tran-add
                       MOVE "add refused by the user-id's profile"
                           TO ws-reason
                   WHEN OTHER
                       MOVE "delete refused by the user-id's profile"
                           TO ws-reason
               END-EVALUATE
           END-IF.

       apply-one-pair-para.
           EVALUATE ws-field
               WHEN "PREMIERE-DONNEE"
                   MOVE "the record key PREMIERE-DONNEE cannot change"
                       TO ws-reason
               WHEN "DEUXIEME-DONNEE"
                   MOVE ws-value TO deuxieme-donnee OF zone-groupe
               WHEN "DONNEE-NUMERIQUE"
                   IF FUNCTION TEST-NUMVAL(ws-value) = 0 AND
                      FUNCTION NUMVAL(ws-value) >= 0 AND
                      FUNCTION NUMVAL(ws-value) <= 99 AND
                      FUNCTION NUMVAL(ws-value) =
                          FUNCTION INTEGER-PART(
                              FUNCTION NUMVAL(ws-value))
                       MOVE FUNCTION NUMVAL(ws-value)
                           TO donnee-numerique OF zone-groupe
                   ELSE
                       STRING "DONNEE-NUMERIQUE needs a whole number"
                           DELIMITED BY SIZE
                           " 0-99, not [" DELIMITED BY SIZE
                           ws-value DELIMITED BY SPACE
                           "]" DELIMITED BY SIZE
                           INTO ws-reason
                       END-STRING
                   END-IF
               WHEN "GROSSE-DONNEE"
                   MOVE ws-value TO grosse-donnee OF zone-groupe
               WHEN "DONNEE-UN"
                   MOVE ws-value TO donnee-un OF zone-groupe
               WHEN "DONNEE-DEUX"
                   IF FUNCTION TEST-NUMVAL(ws-value) = 0 AND
                      FUNCTION NUMVAL(ws-value) >= 0 AND
                      FUNCTION NUMVAL(ws-value) <= 99.99
                       MOVE FUNCTION NUMVAL(ws-value)
                           TO donnee-deux OF zone-groupe
                   ELSE
                       STRING "DONNEE-DEUX needs a value 0 to 99.99,"
                           DELIMITED BY SIZE
                           " not [" DELIMITED BY SIZE
                           ws-value DELIMITED BY SPACE
                           "]" DELIMITED BY SIZE
                           INTO ws-reason
                       END-STRING
                   END-IF
               WHEN "DONNEE-UN-BIS"
                   MOVE ws-value TO donnee-un-bis OF zone-groupe
               WHEN "DONNEE-DEUX-BIS"
                   MOVE ws-value TO donnee-deux-bis OF zone-groupe
               WHEN OTHER
                   PERFORM apply-occurs-pair-para
           END-EVALUATE.

       apply-occurs-pair-para.
      * a table row is named the way the editors' audit entries
      * name it, ZONE-SIMPLE-OCCURS(n)
           IF ws-field (1:19) = "ZONE-SIMPLE-OCCURS(" AND
              ws-field (21:1) = ")" AND
              ws-field (20:1) >= "1" AND ws-field (20:1) <= "3" AND
              ws-field (22:) = SPACES
               MOVE ws-field (20:1) TO ws-row-index
               MOVE ws-value (1:1)
                   TO zone-simple-occurs OF zone-groupe (ws-row-index)
           ELSE
               STRING "unknown field " DELIMITED BY SIZE
                   ws-field DELIMITED BY SPACE
                   INTO ws-reason
               END-STRING
           END-IF.

       get-field-value-para.
      * formatted the way the audit writers format field values
           MOVE SPACES TO ws-field-value
           EVALUATE ws-field
               WHEN "DEUXIEME-DONNEE"
                   MOVE deuxieme-donnee OF zone-groupe
                       TO ws-field-value
               WHEN "DONNEE-NUMERIQUE"
                   MOVE donnee-numerique OF zone-groupe
                       TO ws-field-value
               WHEN "GROSSE-DONNEE"
                   MOVE grosse-donnee OF zone-groupe
                       TO ws-field-value
               WHEN "DONNEE-UN"
                   MOVE donnee-un OF zone-groupe TO ws-field-value
               WHEN "DONNEE-DEUX"
                   MOVE zone-redefine OF zone-groupe (5:4)
                       TO ws-field-value (1:4)
                   IF ws-field-value (1:4) IS NUMERIC
                       MOVE donnee-deux OF zone-groupe
                           TO ws-donnee-deux-edit
                       MOVE ws-donnee-deux-edit TO ws-field-value
                   END-IF
               WHEN "DONNEE-UN-BIS"
                   MOVE donnee-un-bis OF zone-groupe
                       TO ws-field-value
               WHEN "DONNEE-DEUX-BIS"
                   MOVE donnee-deux-bis OF zone-groupe
                       TO ws-field-value
               WHEN OTHER
                   IF ws-field (1:19) = "ZONE-SIMPLE-OCCURS(" AND
                      ws-field (20:1) >= "1" AND
                      ws-field (20:1) <= "3"
                       MOVE ws-field (20:1) TO ws-row-index
                       MOVE zone-simple-occurs OF zone-groupe
                           (ws-row-index) TO ws-field-value
                   END-IF
           END-EVALUATE.

       log-changes-para.
      * one entry per field the transaction actually changed, now
      * that the record is on file
           ADD 1 TO ws-applied-count
           MOVE ws-user-id TO ws-aud-user-id
           MOVE 0 TO ws-aud-record-no
           PERFORM VARYING ws-pair-index FROM 1 BY 1
                   UNTIL ws-pair-index > 5
               IF ws-chg-field (ws-pair-index) NOT = SPACES AND
                  ws-chg-old (ws-pair-index) NOT =
                      ws-chg-new (ws-pair-index)
                   MOVE ws-chg-field (ws-pair-index)
                       TO ws-aud-field-name
                   MOVE ws-chg-old (ws-pair-index) TO ws-aud-old-value
                   MOVE ws-chg-new (ws-pair-index) TO ws-aud-new-value
                   PERFORM write-audit-para
               END-IF
           END-PERFORM.

       write-audit-para.
           CALL "AUDWRIT" USING ws-aud-call
           IF ws-aud-status NOT = "00"
               DISPLAY "*** audit write failed for key " tran-key
                   ", field " ws-aud-field-name ", status "
                   ws-aud-status " ***"
           END-IF.

       reject-transaction-para.
           ADD 1 TO ws-reject-count
           DISPLAY "transaction " ws-tran-count " " tran-action " ["
               tran-key "] REFUSED - " FUNCTION TRIM(ws-reason)
           IF ws-reject-open = "Y"
               MOVE tran-record TO reject-tran
               MOVE ws-reason TO reject-reason
               WRITE reject-record
               IF ws-reject-status NOT = "00"
                   DISPLAY "FAIXUPD *** REJFILE write failed for"
                       " transaction " ws-tran-count ", status "
                       ws-reject-status " ***"
                   ADD 1 TO ws-write-fail-count
               END-IF
           END-IF.

       save-checkpoint-para.
           MOVE "SAVE" TO ws-ckpt-function
           MOVE ws-tran-count TO ws-ckpt-last-record-no
           MOVE tran-key TO ws-ckpt-last-key
           CALL "CKPTIO" USING ws-ckpt-call.

       terminate-para.
      * the final checkpoint covers the whole batch, so a RESTART of
      * a finished run applies nothing twice
           PERFORM save-checkpoint-para
           CLOSE tran-file
           CLOSE idx-file
           IF ws-reject-open = "Y"
               CLOSE reject-file
           END-IF
           DISPLAY "FAIXUPD complete - " ws-tran-count
               " transactions read, " ws-skip-count
               " skipped on restart"
           DISPLAY "  added    " ws-add-count
           DISPLAY "  changed  " ws-change-count
           DISPLAY "  deleted  " ws-delete-count
           DISPLAY "  refused  " ws-reject-count
           DISPLAY "  refusals not written to REJFILE "
               ws-write-fail-count
           MOVE ws-tran-count TO ws-ctl-records-read
           MOVE ws-applied-count TO ws-ctl-records-out
           MOVE ws-start-14 TO ws-ctl-start-timestamp
      * the call hands back CTLWRIT's own return code
           CALL "CTLWRIT" USING ws-ctl-call
           IF ws-ctl-status NOT = "00"
               DISPLAY "FAIXUPD *** run-control write failed, status "
                   ws-ctl-status " ***"
           END-IF
           EVALUATE TRUE
               WHEN ws-reject-count > 0 OR ws-write-fail-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-tran-count = ws-skip-count
                   DISPLAY "FAIXUPD - TRANFILE held nothing to apply"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
