       IDENTIFICATION DIVISION.
       PROGRAM-ID. FABKUPCN.
      *****************************************************************
      * Backup-generation console.  The chain driver copies each
      * file a destructive pass is about to rewrite to a numbered
      * generation first; this console lists the generations the
      * catalog still holds and puts one back.
      *
      * Restoring goes through the backup helper, which saves the
      * file as it stands as a new generation before copying the
      * chosen one over it - so a restore of the wrong generation is
      * undone by restoring the one it just took.
      *
      * PARM (via COMMAND-LINE):
      *   LIST [dataset]              - show the active generations,
      *                                 of every dataset or just one
      *   RESTORE dataset generation  - put a generation back
      *
      * Condition code: 0 done, 4 no generation to list, 12 bad PARM
      * or a restore that could not be done.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL catalog-file ASSIGN TO "BKUPCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cat-status.

       DATA DIVISION.
       FILE SECTION.
       FD  catalog-file.
       COPY bkuprec.

       WORKING-STORAGE SECTION.
       01 ws-cat-status PIC X(02).
       01 ws-cat-eof PIC X(01) VALUE "N".

       01 ws-parm PIC X(60).
       01 ws-mode PIC X(10).
       01 ws-arg-1 PIC X(20).
       01 ws-arg-2 PIC X(09).

       01 ws-listed-count PIC 9(05) VALUE 0.
       01 ws-final-rc PIC 9(04) VALUE 0.

       01 ws-bkup-call.
         05 ws-bkup-function PIC X(04).
         05 ws-bkup-dataset PIC X(20).
         05 ws-bkup-organization PIC X(01).
         05 ws-bkup-job-name PIC X(08).
         05 ws-bkup-generation PIC 9(04).
         05 ws-bkup-record-count PIC 9(09).
         05 ws-bkup-prior-generation PIC 9(04).
         05 ws-bkup-status PIC X(02).

       PROCEDURE DIVISION.
       main-para.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-mode ws-arg-1 ws-arg-2
           UNSTRING ws-parm DELIMITED BY ALL SPACES
               INTO ws-mode ws-arg-1 ws-arg-2
           END-UNSTRING
           INSPECT ws-mode CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-arg-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE ws-mode
               WHEN "LIST"
                   PERFORM list-generations-para
               WHEN "RESTORE"
                   PERFORM restore-generation-para
               WHEN OTHER
                   DISPLAY "FABKUPCN PARM is LIST [dataset] or"
                       " RESTORE dataset generation - got ["
                       FUNCTION TRIM(ws-parm) "]"
                   MOVE 12 TO ws-final-rc
           END-EVALUATE
           MOVE ws-final-rc TO RETURN-CODE
           STOP RUN.

       list-generations-para.
           OPEN INPUT catalog-file
           IF ws-cat-status NOT = "00" AND ws-cat-status NOT = "05"
               DISPLAY "FABKUPCN no backup catalog yet - nothing"
                   " saved"
               MOVE "Y" TO ws-cat-eof
           ELSE
               DISPLAY "FABKUPCN backup generations:"
           END-IF
           PERFORM UNTIL ws-cat-eof = "Y"
               READ catalog-file
                   AT END
                       MOVE "Y" TO ws-cat-eof
                   NOT AT END
                       IF bkup-active AND
                          (ws-arg-1 = SPACES OR
                           bkup-dataset = ws-arg-1)
                           ADD 1 TO ws-listed-count
                           DISPLAY "  "
                               FUNCTION TRIM(bkup-dataset)
                               " generation " bkup-generation
                               " in " FUNCTION TRIM(bkup-gen-path)
                               " - " bkup-record-count " records"
                               " for " bkup-job-name
                               " at " bkup-timestamp (9:2) ":"
                               bkup-timestamp (11:2) " on "
                               bkup-timestamp (1:8)
                       END-IF
               END-READ
           END-PERFORM
           IF ws-cat-status = "00" OR ws-cat-status = "10" OR
              ws-cat-status = "05"
               CLOSE catalog-file
           END-IF
           DISPLAY "FABKUPCN " ws-listed-count " generation(s)"
           IF ws-listed-count = 0
               MOVE 4 TO ws-final-rc
           END-IF.

       restore-generation-para.
           IF ws-arg-1 = SPACES OR
              FUNCTION TEST-NUMVAL(ws-arg-2) NOT = 0
               DISPLAY "FABKUPCN RESTORE needs a dataset and a"
                   " generation number - got [" ws-arg-1 "] ["
                   ws-arg-2 "]"
               MOVE 12 TO ws-final-rc
           ELSE
               MOVE "REST" TO ws-bkup-function
               MOVE ws-arg-1 TO ws-bkup-dataset
               MOVE SPACE TO ws-bkup-organization
               MOVE "FABKUPCN" TO ws-bkup-job-name
               MOVE FUNCTION NUMVAL(ws-arg-2) TO ws-bkup-generation
               MOVE 0 TO ws-bkup-record-count
               CALL "FABACKUP" USING ws-bkup-call
               PERFORM report-restore-para
           END-IF.

       report-restore-para.
           EVALUATE ws-bkup-status
               WHEN "00"
                   IF ws-bkup-prior-generation > 0
                       DISPLAY "FABKUPCN " FUNCTION TRIM(ws-arg-1)
                           " as it stood saved as generation "
                           ws-bkup-prior-generation
                   END-IF
                   DISPLAY "FABKUPCN " FUNCTION TRIM(ws-arg-1)
                       " restored from generation "
                       ws-bkup-generation " - "
                       ws-bkup-record-count " records"
               WHEN "20"
                   DISPLAY "FABKUPCN " FUNCTION TRIM(ws-arg-1)
                       " has no generation " ws-bkup-generation
                       " in the catalog - see LIST"
                   MOVE 12 TO ws-final-rc
               WHEN "90"
                   DISPLAY "FABKUPCN backup catalog BKUPCAT cannot"
                       " be read"
                   MOVE 12 TO ws-final-rc
               WHEN OTHER
                   DISPLAY "FABKUPCN " FUNCTION TRIM(ws-arg-1)
                       " could not be copied from generation "
                       ws-bkup-generation " - status "
                       ws-bkup-status
                   MOVE 12 TO ws-final-rc
           END-EVALUATE.
