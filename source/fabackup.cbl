       IDENTIFICATION DIVISION.
       PROGRAM-ID. FABACKUP.
      *****************************************************************
      * Backup-generation helper shared by the chain driver and the
      * backup console.  The audit trail can undo field changes, but
      * a pass that went wrong wholesale - a mass update on the wrong
      * field, a load over the wrong file - is quicker put right from
      * a copy of the file as it stood before the pass.  Each copy is
      * a numbered generation of the dataset, cataloged in BKUPCAT
      * with the job it was taken for, when, and its record count.
      *
      * Called as:
      *   CALL 'FABACKUP' USING bkup-interface.
      * with lnk-function set to one of:
      *   'SAVE' - copy lnk-dataset (a copy.cpy file, sequential or
      *            relative as lnk-organization says) to its next
      *            generation, named dataset.Gnnnn, and catalog it
      *            under lnk-job-name.  Comes back with the
      *            generation number and record count and status:
      *            00 - generation taken
      *            10 - the dataset does not exist yet, nothing to
      *                 save (the first load of a file)
      *            90 - BKUPCAT cannot be worked on
      *            91 - the dataset or the generation file could
      *                 not be copied
      *   'REST' - copy generation lnk-generation back over
      *            lnk-dataset, taking the organization from the
      *            catalog.  The dataset as it stands is saved first
      *            as a new generation under lnk-job-name, so a
      *            restore can itself be undone; its number comes
      *            back in lnk-prior-generation (0 when there was no
      *            file to save).  Status 00 restored, 20 no such
      *            active generation in the catalog, 90 / 91 as
      *            above.
      *
      * A relative file keeps every record in its slot both ways, so
      * record numbers in the audit trail still point at the same
      * records after a restore.
      *
      * After a SAVE the dataset's generations beyond its retention
      * count are rolled off oldest first: the file is deleted and
      * the catalog entry marked pruned, its slot reused by the next
      * generation taken, the way the lock helper reuses freed lock
      * slots.  The retention count comes from BKUPKEEP, one card per
      * dataset (dataset count, * for a comment); a dataset without a
      * card keeps 5 generations, and none keeps fewer than 1.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL catalog-file ASSIGN TO "BKUPCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cat-status.
           SELECT OPTIONAL keep-file ASSIGN TO "BKUPKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-keep-status.
           SELECT seq-from-file ASSIGN TO DYNAMIC ws-from-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-from-status.
           SELECT seq-to-file ASSIGN TO DYNAMIC ws-to-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-to-status.
           SELECT rel-from-file ASSIGN TO DYNAMIC ws-from-path
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS ws-from-rel-no
               FILE STATUS IS ws-from-status.
           SELECT rel-to-file ASSIGN TO DYNAMIC ws-to-path
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-to-rel-no
               FILE STATUS IS ws-to-status.

       DATA DIVISION.
       FILE SECTION.
       FD  catalog-file.
       COPY bkuprec.

       FD  keep-file.
       01 keep-card PIC X(80).

       FD  seq-from-file.
       COPY copy REPLACING ==zone-groupe== BY ==seq-from-groupe==.

       FD  seq-to-file.
       COPY copy REPLACING ==zone-groupe== BY ==seq-to-groupe==.

       FD  rel-from-file.
       COPY copy REPLACING ==zone-groupe== BY ==rel-from-groupe==.

       FD  rel-to-file.
       COPY copy REPLACING ==zone-groupe== BY ==rel-to-groupe==.

       WORKING-STORAGE SECTION.
       01 ws-cat-status PIC X(02).
       01 ws-keep-status PIC X(02).
       01 ws-from-status PIC X(02).
       01 ws-to-status PIC X(02).
       01 ws-cat-eof PIC X(01).
       01 ws-cat-open PIC X(01).
       01 ws-keep-eof PIC X(01).
       01 ws-from-eof PIC X(01).
       01 ws-from-path PIC X(30).
       01 ws-to-path PIC X(30).
       01 ws-from-rel-no PIC 9(09).
       01 ws-to-rel-no PIC 9(09).
       01 ws-copy-org PIC X(01).
       01 ws-copy-count PIC 9(09).
      * M - the file to copy from is not there, E - a copy error
       01 ws-copy-result PIC X(01).

       01 ws-slot-no PIC 9(05).
       01 ws-free-slot-no PIC 9(05).
       01 ws-target-slot PIC 9(05).
       01 ws-high-generation PIC 9(04).
       01 ws-active-count PIC 9(05).
       01 ws-oldest-generation PIC 9(04).
       01 ws-oldest-slot PIC 9(05).
       01 ws-oldest-path PIC X(30).
       01 ws-restore-generation PIC 9(04).
       01 ws-restore-path PIC X(30).
       01 ws-prune-done PIC X(01).

       01 ws-keep-count PIC 9(04).
       01 ws-card-dataset PIC X(20).
       01 ws-card-count PIC X(10).
       01 ws-generation-x PIC 9(04).
       01 ws-delete-name PIC X(31).

       01 ws-current-date PIC X(21).
       01 ws-timestamp REDEFINES ws-current-date.
         05 ws-timestamp-14 PIC 9(14).
         05 FILLER PIC X(07).

       LINKAGE SECTION.
       01 bkup-interface.
         05 lnk-function PIC X(04).
         05 lnk-dataset PIC X(20).
         05 lnk-organization PIC X(01).
         05 lnk-job-name PIC X(08).
         05 lnk-generation PIC 9(04).
         05 lnk-record-count PIC 9(09).
         05 lnk-prior-generation PIC 9(04).
         05 lnk-status PIC X(02).

       PROCEDURE DIVISION USING bkup-interface.
       main-para.
           EVALUATE lnk-function
               WHEN "SAVE"
                   PERFORM take-generation
               WHEN "REST"
                   PERFORM restore-generation
               WHEN OTHER
                   MOVE "99" TO lnk-status
           END-EVALUATE
      * the file-deletion routine leaves its own code behind; the
      * caller is told how things went through lnk-status only
           MOVE 0 TO RETURN-CODE
           GOBACK.

       take-generation.
           PERFORM save-current-file
           PERFORM prune-generations.

       prune-generations.
           IF lnk-status = "00"
               PERFORM load-keep-count
               MOVE "N" TO ws-prune-done
               PERFORM prune-oldest UNTIL ws-prune-done = "Y"
           END-IF.

       save-current-file.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date
           MOVE 0 TO lnk-generation lnk-record-count
           MOVE "00" TO lnk-status
           PERFORM scan-catalog
           IF lnk-status = "00"
               COMPUTE lnk-generation = ws-high-generation + 1
               PERFORM build-generation-path
               MOVE lnk-dataset TO ws-from-path
               MOVE lnk-organization TO ws-copy-org
               PERFORM copy-file
               EVALUATE ws-copy-result
                   WHEN "M"
                       MOVE "10" TO lnk-status
                       MOVE 0 TO lnk-generation
                   WHEN "E"
                       MOVE "91" TO lnk-status
                       MOVE 0 TO lnk-generation
                   WHEN OTHER
                       MOVE ws-copy-count TO lnk-record-count
                       PERFORM catalog-generation
               END-EVALUATE
           END-IF.

       scan-catalog.
      * one pass for the dataset's highest generation (active or
      * pruned, so a number is never handed out twice) and the
      * first pruned slot free for reuse
           MOVE "N" TO ws-cat-eof
           MOVE 0 TO ws-slot-no ws-free-slot-no ws-high-generation
           OPEN INPUT catalog-file
           IF ws-cat-status NOT = "00" AND ws-cat-status NOT = "05"
               MOVE "90" TO lnk-status
               MOVE "Y" TO ws-cat-eof
           END-IF
           PERFORM UNTIL ws-cat-eof = "Y"
               READ catalog-file
                   AT END
                       MOVE "Y" TO ws-cat-eof
                   NOT AT END
                       ADD 1 TO ws-slot-no
                       IF bkup-dataset = lnk-dataset AND
                          bkup-generation > ws-high-generation
                           MOVE bkup-generation TO ws-high-generation
                       END-IF
                       IF bkup-pruned AND ws-free-slot-no = 0
                           MOVE ws-slot-no TO ws-free-slot-no
                       END-IF
               END-READ
           END-PERFORM
           IF ws-cat-status = "00" OR ws-cat-status = "10" OR
              ws-cat-status = "05"
               CLOSE catalog-file
           END-IF.

       build-generation-path.
           MOVE lnk-generation TO ws-generation-x
           MOVE SPACES TO ws-to-path
           STRING lnk-dataset DELIMITED BY SPACE
               ".G" DELIMITED BY SIZE
               ws-generation-x DELIMITED BY SIZE
               INTO ws-to-path.

       catalog-generation.
      * the entry is built after the copy, so the record count it
      * carries is the count actually copied
           IF ws-free-slot-no > 0
               PERFORM reuse-pruned-slot
           ELSE
               OPEN EXTEND catalog-file
               IF ws-cat-status NOT = "00" AND ws-cat-status NOT = "05"
                   MOVE "90" TO lnk-status
               ELSE
                   PERFORM build-catalog-entry
                   WRITE bkup-record
      * a generation the catalog does not carry can be neither
      * listed nor restored, so the caller must not count on it
                   IF ws-cat-status NOT = "00"
                       MOVE "90" TO lnk-status
                   END-IF
                   CLOSE catalog-file
               END-IF
           END-IF.

       reuse-pruned-slot.
           MOVE "N" TO ws-cat-eof
           MOVE "N" TO ws-cat-open
           MOVE 0 TO ws-target-slot
           OPEN I-O catalog-file
           IF ws-cat-status NOT = "00"
               MOVE "90" TO lnk-status
               MOVE "Y" TO ws-cat-eof
           ELSE
               MOVE "Y" TO ws-cat-open
           END-IF
           PERFORM UNTIL ws-cat-eof = "Y"
               READ catalog-file
                   AT END
                       MOVE "Y" TO ws-cat-eof
                   NOT AT END
                       ADD 1 TO ws-target-slot
                       IF ws-target-slot = ws-free-slot-no
                           PERFORM build-catalog-entry
                           REWRITE bkup-record
                           IF ws-cat-status NOT = "00"
                               MOVE "90" TO lnk-status
                           END-IF
                           MOVE "Y" TO ws-cat-eof
                       END-IF
               END-READ
           END-PERFORM
           IF ws-cat-open = "Y"
               CLOSE catalog-file
           END-IF.

       build-catalog-entry.
           MOVE "A" TO bkup-state
           MOVE lnk-dataset TO bkup-dataset
           MOVE lnk-generation TO bkup-generation
           MOVE ws-to-path TO bkup-gen-path
           MOVE lnk-organization TO bkup-organization
           MOVE lnk-job-name TO bkup-job-name
           MOVE ws-timestamp-14 TO bkup-timestamp
           MOVE lnk-record-count TO bkup-record-count.

       load-keep-count.
           MOVE 5 TO ws-keep-count
           MOVE "N" TO ws-keep-eof
           OPEN INPUT keep-file
           IF ws-keep-status NOT = "00"
               MOVE "Y" TO ws-keep-eof
           END-IF
           PERFORM UNTIL ws-keep-eof = "Y"
               READ keep-file
                   AT END
                       MOVE "Y" TO ws-keep-eof
                   NOT AT END
                       IF keep-card NOT = SPACES AND
                          keep-card (1:1) NOT = "*"
                           PERFORM examine-keep-card
                       END-IF
               END-READ
           END-PERFORM
           IF ws-keep-status = "00" OR ws-keep-status = "10"
               CLOSE keep-file
           END-IF
           IF ws-keep-count < 1
               MOVE 1 TO ws-keep-count
           END-IF.

       examine-keep-card.
           MOVE SPACES TO ws-card-dataset ws-card-count
           UNSTRING keep-card DELIMITED BY ALL SPACES
               INTO ws-card-dataset ws-card-count
           END-UNSTRING
           INSPECT ws-card-dataset CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ws-card-dataset = lnk-dataset AND
              FUNCTION TEST-NUMVAL(ws-card-count) = 0
               MOVE FUNCTION NUMVAL(ws-card-count) TO ws-keep-count
           END-IF.

       prune-oldest.
      * one generation rolled off per pass, oldest first, until the
      * dataset is down to its retention count
           MOVE "N" TO ws-cat-eof
           MOVE 0 TO ws-slot-no ws-active-count ws-oldest-slot
           MOVE 9999 TO ws-oldest-generation
           OPEN INPUT catalog-file
           IF ws-cat-status NOT = "00"
               MOVE "Y" TO ws-cat-eof
           END-IF
           PERFORM UNTIL ws-cat-eof = "Y"
               READ catalog-file
                   AT END
                       MOVE "Y" TO ws-cat-eof
                   NOT AT END
                       ADD 1 TO ws-slot-no
                       IF bkup-active AND bkup-dataset = lnk-dataset
                           ADD 1 TO ws-active-count
                           IF bkup-generation < ws-oldest-generation
                               MOVE bkup-generation
                                   TO ws-oldest-generation
                               MOVE ws-slot-no TO ws-oldest-slot
                               MOVE bkup-gen-path TO ws-oldest-path
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ws-cat-status = "00" OR ws-cat-status = "10"
               CLOSE catalog-file
           END-IF
           IF ws-active-count > ws-keep-count AND ws-oldest-slot > 0
               MOVE SPACES TO ws-delete-name
               MOVE ws-oldest-path TO ws-delete-name
               CALL "CBL_DELETE_FILE" USING ws-delete-name
               PERFORM mark-slot-pruned
           ELSE
               MOVE "Y" TO ws-prune-done
           END-IF.

       mark-slot-pruned.
           MOVE "N" TO ws-cat-eof
           MOVE "N" TO ws-cat-open
           MOVE 0 TO ws-target-slot
           OPEN I-O catalog-file
           IF ws-cat-status NOT = "00"
               MOVE "Y" TO ws-cat-eof
               MOVE "Y" TO ws-prune-done
           ELSE
               MOVE "Y" TO ws-cat-open
           END-IF
           PERFORM UNTIL ws-cat-eof = "Y"
               READ catalog-file
                   AT END
                       MOVE "Y" TO ws-cat-eof
                   NOT AT END
                       ADD 1 TO ws-target-slot
                       IF ws-target-slot = ws-oldest-slot
                           MOVE "P" TO bkup-state
                           REWRITE bkup-record
      * the file is gone but the catalog still offers it - the
      * caller is told, and the roll-off stops here
                           IF ws-cat-status NOT = "00"
                               MOVE "90" TO lnk-status
                               MOVE "Y" TO ws-prune-done
                           END-IF
                           MOVE "Y" TO ws-cat-eof
                       END-IF
               END-READ
           END-PERFORM
           IF ws-cat-open = "Y"
               CLOSE catalog-file
           END-IF.

       restore-generation.
           MOVE "20" TO lnk-status
           MOVE 0 TO lnk-prior-generation
           MOVE lnk-generation TO ws-restore-generation
           MOVE "N" TO ws-cat-eof
           OPEN INPUT catalog-file
           IF ws-cat-status NOT = "00" AND ws-cat-status NOT = "05"
               MOVE "90" TO lnk-status
               MOVE "Y" TO ws-cat-eof
           END-IF
           PERFORM UNTIL ws-cat-eof = "Y"
               READ catalog-file
                   AT END
                       MOVE "Y" TO ws-cat-eof
                   NOT AT END
                       IF bkup-active AND
                          bkup-dataset = lnk-dataset AND
                          bkup-generation = ws-restore-generation
                           MOVE "00" TO lnk-status
                           MOVE bkup-gen-path TO ws-restore-path
                           MOVE bkup-organization TO lnk-organization
                           MOVE "Y" TO ws-cat-eof
                       END-IF
               END-READ
           END-PERFORM
           IF ws-cat-status = "00" OR ws-cat-status = "10" OR
              ws-cat-status = "05"
               CLOSE catalog-file
           END-IF
      * the file as it stands is saved first, so the restore can be
      * undone in turn; it is pruned only once the restore is in, in
      * case the generation being restored is the oldest kept
           IF lnk-status = "00"
               PERFORM save-current-file
               IF lnk-status = "10"
                   MOVE "00" TO lnk-status
               ELSE
                   MOVE lnk-generation TO lnk-prior-generation
               END-IF
           END-IF
           MOVE ws-restore-generation TO lnk-generation
           MOVE 0 TO lnk-record-count
           IF lnk-status = "00"
               MOVE ws-restore-path TO ws-from-path
               MOVE lnk-dataset TO ws-to-path
               MOVE lnk-organization TO ws-copy-org
               PERFORM copy-file
               IF ws-copy-result NOT = SPACE
                   MOVE "91" TO lnk-status
               ELSE
                   MOVE ws-copy-count TO lnk-record-count
                   PERFORM prune-generations
               END-IF
           END-IF.

       copy-file.
           MOVE SPACE TO ws-copy-result
           MOVE 0 TO ws-copy-count
           IF ws-copy-org = "R"
               PERFORM copy-relative-file
           ELSE
               PERFORM copy-sequential-file
           END-IF.

       copy-sequential-file.
           MOVE "N" TO ws-from-eof
           OPEN INPUT seq-from-file
           IF ws-from-status NOT = "00"
               IF ws-from-status = "35"
                   MOVE "M" TO ws-copy-result
               ELSE
                   MOVE "E" TO ws-copy-result
               END-IF
           ELSE
               OPEN OUTPUT seq-to-file
               IF ws-to-status NOT = "00"
                   MOVE "E" TO ws-copy-result
               ELSE
                   PERFORM UNTIL ws-from-eof = "Y"
                       READ seq-from-file
                           AT END
                               MOVE "Y" TO ws-from-eof
                           NOT AT END
                               MOVE seq-from-groupe TO seq-to-groupe
                               WRITE seq-to-groupe
                               IF ws-to-status NOT = "00"
                                   MOVE "E" TO ws-copy-result
                                   MOVE "Y" TO ws-from-eof
                               ELSE
                                   ADD 1 TO ws-copy-count
                               END-IF
                       END-READ
                       PERFORM check-from-read
                   END-PERFORM
                   CLOSE seq-to-file
               END-IF
               CLOSE seq-from-file
           END-IF.

       copy-relative-file.
      * every record goes back to the slot it came from
           MOVE "N" TO ws-from-eof
           OPEN INPUT rel-from-file
           IF ws-from-status NOT = "00"
               IF ws-from-status = "35"
                   MOVE "M" TO ws-copy-result
               ELSE
                   MOVE "E" TO ws-copy-result
               END-IF
           ELSE
               OPEN OUTPUT rel-to-file
               IF ws-to-status NOT = "00"
                   MOVE "E" TO ws-copy-result
               ELSE
                   PERFORM UNTIL ws-from-eof = "Y"
                       READ rel-from-file
                           AT END
                               MOVE "Y" TO ws-from-eof
                           NOT AT END
                               MOVE ws-from-rel-no TO ws-to-rel-no
                               MOVE rel-from-groupe TO rel-to-groupe
                               WRITE rel-to-groupe
                                   INVALID KEY
                                       MOVE "E" TO ws-copy-result
                                       MOVE "Y" TO ws-from-eof
                               END-WRITE
                               IF ws-to-status = "00"
                                   ADD 1 TO ws-copy-count
                               END-IF
                       END-READ
                       PERFORM check-from-read
                   END-PERFORM
                   CLOSE rel-to-file
               END-IF
               CLOSE rel-from-file
           END-IF.

       check-from-read.
      * a file not in the form the catalog says answers every READ
      * with an error status and never reaches AT END
           IF ws-from-eof = "N" AND ws-from-status NOT = "00"
               MOVE "E" TO ws-copy-result
               MOVE "Y" TO ws-from-eof
           END-IF.
