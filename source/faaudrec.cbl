       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAAUDREC.
      *****************************************************************
      * Reconciles the data files against the audit trail.  The
      * trail is only complete if every change went through the
      * editors, the mass update, the keyed update or the delta
      * apply; a file patched with a utility, or put back from a
      * backup generation, silently disagrees with it - and the
      * reconstruction and backout passes then start from the wrong
      * place.  This pass takes the newest aud-new-value the trail
      * holds for every record and field and compares it with what
      * the data file holds now.  Every field that differs is
      * reported as an untracked change, with counts per file.
      *
      * The trail is the live AUDITLOG plus the AUDARCH generations
      * the retention pass rolled off, named in ARCHLIST oldest first
      * as for the reconstruction pass; an archive that cannot be
      * opened stops the run, since the trail would have a hole.
      * The entries are sorted by file, record and trail order, so
      * however long the trail, each record is reconciled once.
      *
      * RECCARDS names the files to reconcile, one per line (a line
      * starting with * is a comment):
      *   file-name organization [dataset [layout]]
      *   file-name    - aud-file-name the changes are logged under
      *                  (EDITFILE, MASSFILE, SYNCFILE, IDXFILE ...)
      *   organization - SEQ  a sequential copy.cpy file, the audit
      *                       record number counting its records
      *                  REL  a relative file, the record number its
      *                       slot, as the editor keeps EDITFILE
      *                  IDX  the keyed master, logged as
      *                       file-name:key with record number 0
      *   dataset      - the file to read, when it is not the one
      *                  the file-name itself names
      *   layout       - a CPYLIST member the file is built on, for
      *                  a file the editor keeps under a run-time
      *                  layout rather than copy.cpy; the editor logs
      *                  it under the layout's name, so file-name is
      *                  normally that name too.  Only REL, the way
      *                  the editor keeps it, and the dataset must be
      *                  named ahead of it.  A layout FACPYLOD cannot
      *                  load stops the run.
      *
      * Field values are formatted the way the audit writers format
      * them, as the backout and the reconstruction do, so the
      * compare is byte for byte - a layout file's fields the way
      * the editor shows and logs them.  GROSSE-DONNEE, DONNEE-UN,
      * DONNEE-DEUX, DONNEE-UN-BIS and DONNEE-DEUX-BIS overlay the
      * same bytes of copy.cpy and the writers log only the name a
      * change was keyed under, so the five are held as one field:
      * only the newest of them is compared.  A record the keyed
      * update deleted
      * (a RECORD-DELETE entry) must be off the master, and a record
      * the trail last changed or added (a RECORD-ADD entry) must
      * still be on its file; either one the other way round is
      * reported too.  Fields the trail has
      * never seen change have no audited value and are not judged.
      * Run-level entries (record number 0 on a numbered file, such
      * as the mass update's PROPOSE and APPROVE entries) and entries
      * for files with no card are passed over.
      *
      * The job ends with a condition code the chain driver can act
      * on: 8 when any untracked change was found, 12 when the cards,
      * the trail or a data file could not be used, 4 when the trail
      * holds nothing for the files named or names a field that
      * could not be judged, 0 when every audited field agrees.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO "RECCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-card-status.
           SELECT audit-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT OPTIONAL archlist-file ASSIGN TO "ARCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-archlist-status.
           SELECT archive-file ASSIGN TO DYNAMIC ws-archive-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-archive-status.
           SELECT seq-data-file ASSIGN TO DYNAMIC ws-data-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-data-status.
           SELECT rel-data-file ASSIGN TO DYNAMIC ws-data-path
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-rel-no
               FILE STATUS IS ws-data-status.
           SELECT idx-data-file ASSIGN TO DYNAMIC ws-data-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS premiere-donnee OF idx-groupe
               FILE STATUS IS ws-data-status.
           SELECT gen-data-file ASSIGN TO DYNAMIC ws-data-path
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS ws-rel-no
               FILE STATUS IS ws-data-status.
           SELECT sort-work-file ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  card-file.
       01 card-record PIC X(80).

       FD  audit-file.
       COPY audtrec.

       FD  archlist-file.
       01 archlist-record PIC X(80).

       FD  archive-file.
       COPY audtrec REPLACING ==aud-record== BY ==arch-record==.

       FD  seq-data-file.
       COPY copy REPLACING ==zone-groupe== BY ==seq-groupe==.

       FD  rel-data-file.
       COPY copy REPLACING ==zone-groupe== BY ==rel-groupe==.

       FD  idx-data-file.
       COPY copy REPLACING ==zone-groupe== BY ==idx-groupe==.

       FD  gen-data-file
           RECORD IS VARYING IN SIZE FROM 1 TO 512
           DEPENDING ON ws-gen-rec-len.
       01 gen-record PIC X(512).

      * file, record and trail order: the entries for one record
      * come back together, oldest first
       SD  sort-work-file.
       01 sort-work-record.
         05 srt-file-index PIC 9(02).
         05 srt-record-no PIC 9(09).
         05 srt-record-key PIC X(12).
         05 srt-seq PIC 9(09).
         05 srt-timestamp PIC 9(14).
         05 srt-user-id PIC X(08).
         05 srt-field-name PIC X(30).
         05 srt-new-value PIC X(30).

       WORKING-STORAGE SECTION.
       01 ws-card-status PIC X(02).
       01 ws-audit-status PIC X(02).
       01 ws-archlist-status PIC X(02).
       01 ws-archive-status PIC X(02).
       01 ws-data-status PIC X(02).
       01 ws-card-eof PIC X(01) VALUE "N".
       01 ws-audit-eof PIC X(01).
       01 ws-archlist-eof PIC X(01).
       01 ws-archive-eof PIC X(01).
       01 ws-data-eof PIC X(01).
       01 ws-sort-eof PIC X(01) VALUE "N".
       01 ws-abort-flag PIC X(01) VALUE "N".

       01 ws-archive-path PIC X(80).
       01 ws-data-path PIC X(30).
       01 ws-rel-no PIC 9(09).

      * the files named on RECCARDS, with their counts
       01 ws-file-table.
         05 ws-file-max PIC 9(02) VALUE 10.
         05 ws-file-count PIC 9(02) VALUE 0.
         05 ws-file-entry OCCURS 10.
           10 ws-fil-aud-name PIC X(20).
           10 ws-fil-name-len PIC 9(02).
           10 ws-fil-org PIC X(03).
           10 ws-fil-path PIC X(30).
           10 ws-fil-layout PIC X(30).
           10 ws-fil-entry-count PIC 9(09).
           10 ws-fil-record-count PIC 9(09).
           10 ws-fil-field-count PIC 9(09).
           10 ws-fil-untracked PIC 9(09).
           10 ws-fil-unknown PIC 9(09).
           10 ws-fil-unusable PIC X(01).

       01 ws-file-index PIC 9(02).
       01 ws-card-name PIC X(20).
       01 ws-card-org PIC X(10).
       01 ws-card-path PIC X(30).
       01 ws-card-layout PIC X(30).

      * one trail entry, from the live log or an archive
       COPY audtrec REPLACING ==aud-record== BY ==trail-entry==.
       01 ws-trail-seq PIC 9(09) VALUE 0.
       01 ws-released-count PIC 9(09) VALUE 0.

      * the record being reconciled: the newest audited value of
      * each field the trail has seen change, and whether the trail
      * last deleted it
       01 ws-group-file PIC 9(02) VALUE 0.
       01 ws-group-record-no PIC 9(09).
       01 ws-group-key PIC X(12).
       01 ws-group-deleted PIC X(01).
       01 ws-group-del-user PIC X(08).
       01 ws-group-del-ts PIC 9(14).
       01 ws-open-file PIC 9(02) VALUE 0.
       01 ws-field-table.
         05 ws-fld-max PIC 9(02) VALUE 20.
         05 ws-fld-count PIC 9(02) VALUE 0.
         05 ws-fld-entry OCCURS 20.
           10 ws-fld-name PIC X(30).
           10 ws-fld-value PIC X(30).
           10 ws-fld-user-id PIC X(08).
           10 ws-fld-timestamp PIC 9(14).
       01 ws-fld-index PIC 9(02).
       01 ws-fld-found PIC 9(02).

      * the names overlaying zone-redefine's bytes - whichever of
      * them the trail changed last is the one that holds the area
       01 ws-redefine-names.
         05 FILLER PIC X(20) VALUE "GROSSE-DONNEE".
         05 FILLER PIC X(20) VALUE "DONNEE-UN".
         05 FILLER PIC X(20) VALUE "DONNEE-DEUX".
         05 FILLER PIC X(20) VALUE "DONNEE-UN-BIS".
         05 FILLER PIC X(20) VALUE "DONNEE-DEUX-BIS".
       01 ws-redefine-table REDEFINES ws-redefine-names.
         05 ws-redefine-name PIC X(20) OCCURS 5.
       01 ws-redefine-index PIC 9(01).
       01 ws-redefine-alias PIC X(01).
       01 ws-alias-name PIC X(30).
       01 ws-entry-alias PIC X(01).

       01 ws-seq-rec-no PIC 9(09).
       01 ws-record-exists PIC X(01).
       01 ws-record-label PIC X(30).

       COPY copy.
       01 ws-check-field PIC X(30).
       01 ws-current-value PIC X(30).
       01 ws-field-known PIC X(01).
       01 ws-donnee-deux-edit PIC 99.99.
       01 ws-row-index PIC 9(01).

       01 ws-total-untracked PIC 9(09) VALUE 0.
       01 ws-total-unknown PIC 9(09) VALUE 0.

      * a file kept under a run-time layout: the record as read and
      * the layout's field table as FACPYLOD serves it
       01 ws-gen-rec-len PIC 9(04).
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
       01 ws-cpy-index PIC 9(03).
       01 ws-cpy-found PIC 9(03).

      * unpack work area: a layout field's bytes in whatever usage
      * its picture declared, to an absolute value and a sign the
      * display editing understands - as the editor formats them
       01 ws-fmt-source PIC X(512).
       01 ws-gen-value PIC X(512).
       01 ws-gen-int-len PIC 9(04).
       01 ws-gen-digits PIC 9(18).
       01 ws-gen-digits-x REDEFINES ws-gen-digits PIC X(18).
       01 ws-num-value PIC 9(18) VALUE 0.
       01 ws-num-negative PIC X(01) VALUE "N".
       01 ws-fld-digits PIC 9(02).
       01 ws-fld-bytes PIC 9(04).
       01 ws-byte-ix PIC 9(04).
       01 ws-fmt-ptr PIC 9(03).
       01 ws-pack-byte PIC X(01).
       01 ws-pack-byte-val REDEFINES ws-pack-byte PIC X COMP-X.
       01 ws-nib-hi PIC 9(02).
       01 ws-nib-lo PIC 9(02).
       01 ws-digit-x PIC X(01).
       01 ws-digit-9 REDEFINES ws-digit-x PIC 9(01).
       01 ws-sign-char PIC X(01).
       01 ws-ovp-digit PIC 9(02).
       01 ws-bin-2-x PIC X(02).
       01 ws-bin-2 REDEFINES ws-bin-2-x PIC S9(04) COMP.
       01 ws-bin-4-x PIC X(04).
       01 ws-bin-4 REDEFINES ws-bin-4-x PIC S9(09) COMP.
       01 ws-bin-8-x PIC X(08).
       01 ws-bin-8 REDEFINES ws-bin-8-x PIC S9(18) COMP.
       01 ws-bin-signed PIC S9(18) VALUE 0.

       PROCEDURE DIVISION.
       main-para.
           PERFORM load-cards-para
           IF ws-abort-flag = "N"
               SORT sort-work-file
                   ON ASCENDING KEY srt-file-index srt-record-no
                       srt-record-key srt-seq
                   INPUT PROCEDURE IS collect-trail-para
                   OUTPUT PROCEDURE IS reconcile-records-para
               IF SORT-RETURN NOT = 0
                   DISPLAY "FAAUDREC *** sort failed, SORT-RETURN "
                       SORT-RETURN " ***"
                   MOVE "Y" TO ws-abort-flag
               END-IF
           END-IF
           PERFORM terminate-para
           GOBACK.

       load-cards-para.
           OPEN INPUT card-file
           IF ws-card-status NOT = "00"
               DISPLAY "FAAUDREC *** no RECCARDS, status "
                   ws-card-status " ***"
               MOVE "Y" TO ws-abort-flag
               MOVE "Y" TO ws-card-eof
           END-IF
           PERFORM UNTIL ws-card-eof = "Y" OR ws-abort-flag = "Y"
               READ card-file
                   AT END
                       MOVE "Y" TO ws-card-eof
                   NOT AT END
                       IF card-record NOT = SPACES AND
                          card-record (1:1) NOT = "*"
                           PERFORM parse-card-para
                       END-IF
               END-READ
           END-PERFORM
           IF ws-card-status = "00" OR ws-card-status = "10"
               CLOSE card-file
           END-IF
           IF ws-abort-flag = "N" AND ws-file-count = 0
               DISPLAY "FAAUDREC *** RECCARDS names no file ***"
               MOVE "Y" TO ws-abort-flag
           END-IF.

       parse-card-para.
           MOVE SPACES TO ws-card-name ws-card-org ws-card-path
               ws-card-layout
           UNSTRING card-record DELIMITED BY ALL SPACES
               INTO ws-card-name ws-card-org ws-card-path
                   ws-card-layout
           END-UNSTRING
           INSPECT ws-card-name CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-card-org CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ws-card-layout CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE TRUE
               WHEN ws-file-count >= ws-file-max
                   DISPLAY "FAAUDREC *** more than " ws-file-max
                       " files on RECCARDS ***"
                   MOVE "Y" TO ws-abort-flag
               WHEN ws-card-org NOT = "SEQ" AND
                    ws-card-org NOT = "REL" AND
                    ws-card-org NOT = "IDX"
                   DISPLAY "FAAUDREC *** card for "
                       FUNCTION TRIM(ws-card-name)
                       " - organization must be SEQ, REL or IDX,"
                       " got [" FUNCTION TRIM(ws-card-org) "] ***"
                   MOVE "Y" TO ws-abort-flag
               WHEN ws-card-layout NOT = SPACES AND
                    ws-card-org NOT = "REL"
                   DISPLAY "FAAUDREC *** card for "
                       FUNCTION TRIM(ws-card-name)
                       " - a layout file is kept relative, as the"
                       " editor keeps it - organization must be REL"
                       " ***"
                   MOVE "Y" TO ws-abort-flag
               WHEN OTHER
                   ADD 1 TO ws-file-count
                   INITIALIZE ws-file-entry (ws-file-count)
                   MOVE ws-card-name TO ws-fil-aud-name (ws-file-count)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-card-name))
                       TO ws-fil-name-len (ws-file-count)
                   MOVE ws-card-org TO ws-fil-org (ws-file-count)
                   MOVE "N" TO ws-fil-unusable (ws-file-count)
                   IF ws-card-path = SPACES
                       MOVE ws-card-name TO ws-fil-path (ws-file-count)
                   ELSE
                       MOVE ws-card-path TO ws-fil-path (ws-file-count)
                   END-IF
                   MOVE ws-card-layout TO ws-fil-layout (ws-file-count)
                   IF ws-card-layout NOT = SPACES
                       PERFORM load-layout-para
                   END-IF
           END-EVALUATE.

       load-layout-para.
      * loaded once here so a layout CPYLIST cannot serve stops the
      * run before any trail is read, and again as the file is
      * opened, since the table holds one layout at a time
           MOVE ws-card-layout TO ws-cpy-name
           CALL "FACPYLOD" USING ws-cpy-call
           IF ws-cpy-status NOT = "00"
               DISPLAY "FAAUDREC *** card for "
                   FUNCTION TRIM(ws-card-name)
                   " - cannot load layout "
                   FUNCTION TRIM(ws-card-layout) ", FACPYLOD status "
                   ws-cpy-status " ***"
               MOVE "Y" TO ws-abort-flag
           END-IF.

       collect-trail-para.
           PERFORM collect-archives-para
           IF ws-abort-flag = "N"
               PERFORM collect-live-para
           END-IF.

       collect-archives-para.
           MOVE "N" TO ws-archlist-eof
           OPEN INPUT archlist-file
           IF ws-archlist-status NOT = "00"
      * no ARCHLIST means nothing has been rolled off yet - the
      * live AUDITLOG is the whole trail
               MOVE "Y" TO ws-archlist-eof
           END-IF
           PERFORM UNTIL ws-archlist-eof = "Y" OR ws-abort-flag = "Y"
               READ archlist-file
                   AT END
                       MOVE "Y" TO ws-archlist-eof
                   NOT AT END
                       IF archlist-record NOT = SPACES
                           MOVE archlist-record TO ws-archive-path
                           PERFORM collect-one-archive-para
                       END-IF
               END-READ
           END-PERFORM
           IF ws-archlist-status = "00" OR ws-archlist-status = "10"
               CLOSE archlist-file
           END-IF.

       collect-one-archive-para.
           MOVE "N" TO ws-archive-eof
           OPEN INPUT archive-file
           IF ws-archive-status NOT = "00"
               DISPLAY "FAAUDREC *** cannot open archive "
                   FUNCTION TRIM(ws-archive-path) ", status "
                   ws-archive-status " - the trail would have a"
                   " hole, stopping ***"
               MOVE "Y" TO ws-abort-flag
           ELSE
               PERFORM UNTIL ws-archive-eof = "Y"
                   READ archive-file
                       AT END
                           MOVE "Y" TO ws-archive-eof
                       NOT AT END
                           MOVE arch-record TO trail-entry
                           PERFORM sift-entry-para
                   END-READ
               END-PERFORM
               CLOSE archive-file
           END-IF.

       collect-live-para.
           MOVE "N" TO ws-audit-eof
           OPEN INPUT audit-file
           IF ws-audit-status NOT = "00"
               DISPLAY "Unable to open AUDITLOG, status "
                   ws-audit-status
               MOVE "Y" TO ws-abort-flag
               MOVE "Y" TO ws-audit-eof
           END-IF
           PERFORM UNTIL ws-audit-eof = "Y"
               READ audit-file
                   AT END
                       MOVE "Y" TO ws-audit-eof
                   NOT AT END
                       MOVE aud-record TO trail-entry
                       PERFORM sift-entry-para
               END-READ
           END-PERFORM
           IF ws-audit-status = "00" OR ws-audit-status = "10"
               CLOSE audit-file
           END-IF.

       sift-entry-para.
      * every entry counts in the trail order, kept or not, so the
      * sequence numbers follow the trail exactly
           ADD 1 TO ws-trail-seq
           PERFORM VARYING ws-file-index FROM 1 BY 1
                   UNTIL ws-file-index > ws-file-count
               PERFORM match-entry-para
           END-PERFORM.

       match-entry-para.
           MOVE SPACES TO srt-record-key
           MOVE 0 TO srt-record-no
           IF ws-fil-org (ws-file-index) = "IDX"
               IF aud-file-name OF trail-entry
                      (1:ws-fil-name-len (ws-file-index)) =
                  ws-fil-aud-name (ws-file-index) AND
                  aud-file-name OF trail-entry
                      (ws-fil-name-len (ws-file-index) + 1:1) = ":"
                   MOVE aud-file-name OF trail-entry
                       (ws-fil-name-len (ws-file-index) + 2:)
                       TO srt-record-key
                   PERFORM release-entry-para
               END-IF
           ELSE
               IF aud-file-name OF trail-entry =
                  ws-fil-aud-name (ws-file-index) AND
                  aud-record-no OF trail-entry > 0
                   MOVE aud-record-no OF trail-entry TO srt-record-no
                   PERFORM release-entry-para
               END-IF
           END-IF.

       release-entry-para.
           MOVE ws-file-index TO srt-file-index
           MOVE ws-trail-seq TO srt-seq
           MOVE aud-timestamp OF trail-entry TO srt-timestamp
           MOVE aud-user-id OF trail-entry TO srt-user-id
           MOVE aud-field-name OF trail-entry TO srt-field-name
           MOVE aud-new-value OF trail-entry TO srt-new-value
           RELEASE sort-work-record
           ADD 1 TO ws-released-count
           ADD 1 TO ws-fil-entry-count (ws-file-index).

       reconcile-records-para.
           IF ws-abort-flag = "Y"
      * a trail with a hole is not reconciled at all
               MOVE "Y" TO ws-sort-eof
           END-IF
           PERFORM UNTIL ws-sort-eof = "Y"
               RETURN sort-work-file
                   AT END
                       MOVE "Y" TO ws-sort-eof
                   NOT AT END
                       PERFORM take-sorted-entry-para
               END-RETURN
           END-PERFORM
           IF ws-group-file > 0
               PERFORM reconcile-group-para
           END-IF
           PERFORM close-data-file-para.

       take-sorted-entry-para.
           IF srt-file-index NOT = ws-group-file OR
              srt-record-no NOT = ws-group-record-no OR
              srt-record-key NOT = ws-group-key
               IF ws-group-file > 0
                   PERFORM reconcile-group-para
               END-IF
               MOVE srt-file-index TO ws-group-file
               MOVE srt-record-no TO ws-group-record-no
               MOVE srt-record-key TO ws-group-key
               MOVE "N" TO ws-group-deleted
               MOVE 0 TO ws-fld-count
           END-IF
           EVALUATE srt-field-name
               WHEN "RECORD-DELETE"
      * a delete supersedes every value logged before it
                   MOVE "Y" TO ws-group-deleted
                   MOVE srt-user-id TO ws-group-del-user
                   MOVE srt-timestamp TO ws-group-del-ts
                   MOVE 0 TO ws-fld-count
               WHEN "RECORD-ADD"
      * so does an add - the record starts over, and the fields it
      * was added with follow it in the trail
                   MOVE "N" TO ws-group-deleted
                   MOVE 0 TO ws-fld-count
               WHEN OTHER
                   MOVE "N" TO ws-group-deleted
                   PERFORM keep-newest-value-para
           END-EVALUATE.

       keep-newest-value-para.
      * a change under any name overlaying zone-redefine takes the
      * place of whatever the trail logged under the other four, so
      * the area is compared once, under the newest name
           MOVE "N" TO ws-entry-alias
           IF ws-fil-layout (srt-file-index) = SPACES
               MOVE srt-field-name TO ws-alias-name
               PERFORM test-redefine-alias-para
               MOVE ws-redefine-alias TO ws-entry-alias
           END-IF
           MOVE 0 TO ws-fld-found
           PERFORM VARYING ws-fld-index FROM 1 BY 1
                   UNTIL ws-fld-index > ws-fld-count
               IF ws-fld-name (ws-fld-index) = srt-field-name
                   MOVE ws-fld-index TO ws-fld-found
               END-IF
               IF ws-entry-alias = "Y"
                   MOVE ws-fld-name (ws-fld-index) TO ws-alias-name
                   PERFORM test-redefine-alias-para
                   IF ws-redefine-alias = "Y"
                       MOVE ws-fld-index TO ws-fld-found
                   END-IF
               END-IF
           END-PERFORM
           IF ws-fld-found = 0
               IF ws-fld-count < ws-fld-max
                   ADD 1 TO ws-fld-count
                   MOVE ws-fld-count TO ws-fld-found
                   MOVE srt-field-name TO ws-fld-name (ws-fld-found)
               ELSE
                   ADD 1 TO ws-fil-unknown (srt-file-index)
               END-IF
           END-IF
           IF ws-fld-found > 0
               MOVE srt-field-name TO ws-fld-name (ws-fld-found)
               MOVE srt-new-value TO ws-fld-value (ws-fld-found)
               MOVE srt-user-id TO ws-fld-user-id (ws-fld-found)
               MOVE srt-timestamp TO ws-fld-timestamp (ws-fld-found)
           END-IF.

       test-redefine-alias-para.
           MOVE "N" TO ws-redefine-alias
           PERFORM VARYING ws-redefine-index FROM 1 BY 1
                   UNTIL ws-redefine-index > 5
               IF ws-alias-name =
                  ws-redefine-name (ws-redefine-index)
                   MOVE "Y" TO ws-redefine-alias
               END-IF
           END-PERFORM.

       reconcile-group-para.
           IF ws-group-file NOT = ws-open-file
               PERFORM close-data-file-para
               PERFORM open-data-file-para
           END-IF
           IF ws-fil-unusable (ws-group-file) = "N"
               PERFORM build-record-label-para
               PERFORM read-data-record-para
               ADD 1 TO ws-fil-record-count (ws-group-file)
               EVALUATE TRUE
                   WHEN ws-group-deleted = "Y" AND
                        ws-record-exists = "Y"
                       DISPLAY "  UNTRACKED "
                           FUNCTION TRIM(ws-record-label)
                           " is on file - the trail deleted it"
                           " (" ws-group-del-user " at "
                           ws-group-del-ts ")"
                       PERFORM count-untracked-para
                   WHEN ws-group-deleted = "Y"
                       CONTINUE
                   WHEN ws-record-exists = "N"
                       DISPLAY "  UNTRACKED "
                           FUNCTION TRIM(ws-record-label)
                           " is not on file - the trail last"
                           " changed it and never deleted it"
                       PERFORM count-untracked-para
                   WHEN OTHER
                       PERFORM VARYING ws-fld-index FROM 1 BY 1
                               UNTIL ws-fld-index > ws-fld-count
                           PERFORM compare-field-para
                       END-PERFORM
               END-EVALUATE
           END-IF.

       build-record-label-para.
           MOVE SPACES TO ws-record-label
           IF ws-fil-org (ws-group-file) = "IDX"
               STRING ws-fil-aud-name (ws-group-file)
                       DELIMITED BY SPACE
                   " key " DELIMITED BY SIZE
                   ws-group-key DELIMITED BY SPACE
                   INTO ws-record-label
           ELSE
               STRING ws-fil-aud-name (ws-group-file)
                       DELIMITED BY SPACE
                   " record " DELIMITED BY SIZE
                   ws-group-record-no DELIMITED BY SIZE
                   INTO ws-record-label
           END-IF.

       compare-field-para.
           MOVE ws-fld-name (ws-fld-index) TO ws-check-field
           PERFORM get-current-value-para
           IF ws-field-known = "N"
               DISPLAY "  " FUNCTION TRIM(ws-record-label)
                   " - trail names unknown field "
                   FUNCTION TRIM(ws-check-field) " - not judged"
               ADD 1 TO ws-fil-unknown (ws-group-file)
           ELSE
               ADD 1 TO ws-fil-field-count (ws-group-file)
               IF ws-current-value NOT = ws-fld-value (ws-fld-index)
                   DISPLAY "  UNTRACKED "
                       FUNCTION TRIM(ws-record-label) " "
                       FUNCTION TRIM(ws-check-field) " holds ["
                       FUNCTION TRIM(ws-current-value)
                       "] - last audited ["
                       FUNCTION TRIM(ws-fld-value (ws-fld-index))
                       "] by " ws-fld-user-id (ws-fld-index)
                       " at " ws-fld-timestamp (ws-fld-index)
                   PERFORM count-untracked-para
               END-IF
           END-IF.

       count-untracked-para.
           ADD 1 TO ws-fil-untracked (ws-group-file)
           ADD 1 TO ws-total-untracked.

       open-data-file-para.
           MOVE ws-group-file TO ws-open-file
           MOVE ws-fil-path (ws-open-file) TO ws-data-path
           MOVE 0 TO ws-seq-rec-no
           MOVE "N" TO ws-data-eof
           EVALUATE TRUE
               WHEN ws-fil-layout (ws-open-file) NOT = SPACES
                   MOVE ws-fil-layout (ws-open-file) TO ws-cpy-name
                   CALL "FACPYLOD" USING ws-cpy-call
                   MOVE ws-cpy-status TO ws-data-status
                   IF ws-cpy-status = "00"
                       OPEN INPUT gen-data-file
                   END-IF
               WHEN ws-fil-org (ws-open-file) = "SEQ"
                   OPEN INPUT seq-data-file
               WHEN ws-fil-org (ws-open-file) = "REL"
                   OPEN INPUT rel-data-file
               WHEN ws-fil-org (ws-open-file) = "IDX"
                   OPEN INPUT idx-data-file
           END-EVALUATE
           IF ws-data-status NOT = "00"
               DISPLAY "FAAUDREC *** cannot open "
                   FUNCTION TRIM(ws-data-path) " for "
                   FUNCTION TRIM(ws-fil-aud-name (ws-open-file))
                   ", status " ws-data-status " - not reconciled ***"
               MOVE "Y" TO ws-fil-unusable (ws-open-file)
           ELSE
               DISPLAY "FAAUDREC reconciling "
                   FUNCTION TRIM(ws-fil-aud-name (ws-open-file))
                   " against " FUNCTION TRIM(ws-data-path)
           END-IF.

       close-data-file-para.
           IF ws-open-file > 0
               IF ws-fil-unusable (ws-open-file) = "N"
                   EVALUATE TRUE
                       WHEN ws-fil-layout (ws-open-file) NOT = SPACES
                           CLOSE gen-data-file
                       WHEN ws-fil-org (ws-open-file) = "SEQ"
                           CLOSE seq-data-file
                       WHEN ws-fil-org (ws-open-file) = "REL"
                           CLOSE rel-data-file
                       WHEN ws-fil-org (ws-open-file) = "IDX"
                           CLOSE idx-data-file
                   END-EVALUATE
               END-IF
               MOVE 0 TO ws-open-file
           END-IF.

       read-data-record-para.
           MOVE "Y" TO ws-record-exists
           EVALUATE TRUE
               WHEN ws-fil-layout (ws-group-file) NOT = SPACES
      * a record shorter than the layout reads as spaces past its
      * end, as the editor shows it
                   MOVE ws-group-record-no TO ws-rel-no
                   MOVE ws-cpy-rec-len TO ws-gen-rec-len
                   MOVE SPACES TO gen-record
                   READ gen-data-file
                       INVALID KEY
                           MOVE "N" TO ws-record-exists
                       NOT INVALID KEY
                           MOVE SPACES TO ws-fmt-source
                           MOVE gen-record (1:ws-gen-rec-len)
                               TO ws-fmt-source
                   END-READ
               WHEN ws-fil-org (ws-group-file) = "REL"
                   MOVE ws-group-record-no TO ws-rel-no
                   READ rel-data-file
                       INVALID KEY
                           MOVE "N" TO ws-record-exists
                       NOT INVALID KEY
                           MOVE rel-groupe TO zone-groupe
                   END-READ
               WHEN ws-fil-org (ws-group-file) = "IDX"
                   MOVE ws-group-key TO premiere-donnee OF idx-groupe
                   READ idx-data-file
                       INVALID KEY
                           MOVE "N" TO ws-record-exists
                       NOT INVALID KEY
                           MOVE idx-groupe TO zone-groupe
                   END-READ
               WHEN OTHER
      * the groups come back in record order, so the sequential
      * file is read forward once to each audited record
                   PERFORM UNTIL ws-seq-rec-no >= ws-group-record-no
                           OR ws-data-eof = "Y"
                       READ seq-data-file
                           AT END
                               MOVE "Y" TO ws-data-eof
                           NOT AT END
                               ADD 1 TO ws-seq-rec-no
                       END-READ
                   END-PERFORM
                   IF ws-seq-rec-no = ws-group-record-no AND
                      ws-data-eof = "N"
                       MOVE seq-groupe TO zone-groupe
                   ELSE
                       MOVE "N" TO ws-record-exists
                   END-IF
           END-EVALUATE.

       get-current-value-para.
      * formatted the way the audit writers format field values, so
      * the compare is byte for byte - same rule the backout and the
      * reconstruction apply
           MOVE "Y" TO ws-field-known
           MOVE SPACES TO ws-current-value
           IF ws-fil-layout (ws-group-file) NOT = SPACES
               PERFORM get-layout-value-para
           ELSE
               PERFORM get-copy-value-para
           END-IF.

       get-copy-value-para.
           EVALUATE ws-check-field
               WHEN "PREMIERE-DONNEE"
                   MOVE premiere-donnee OF zone-groupe
                       TO ws-current-value
               WHEN "DEUXIEME-DONNEE"
                   MOVE deuxieme-donnee OF zone-groupe
                       TO ws-current-value
               WHEN "DONNEE-NUMERIQUE"
                   MOVE donnee-numerique OF zone-groupe
                       TO ws-current-value
               WHEN "GROSSE-DONNEE"
                   MOVE grosse-donnee OF zone-groupe
                       TO ws-current-value
               WHEN "DONNEE-UN"
                   MOVE donnee-un OF zone-groupe TO ws-current-value
               WHEN "DONNEE-DEUX"
                   MOVE zone-redefine OF zone-groupe (5:4)
                       TO ws-current-value (1:4)
                   IF ws-current-value (1:4) IS NUMERIC
                       MOVE donnee-deux OF zone-groupe
                           TO ws-donnee-deux-edit
                       MOVE ws-donnee-deux-edit TO ws-current-value
                   END-IF
               WHEN "DONNEE-UN-BIS"
                   MOVE donnee-un-bis OF zone-groupe
                       TO ws-current-value
               WHEN "DONNEE-DEUX-BIS"
                   MOVE donnee-deux-bis OF zone-groupe
                       TO ws-current-value
               WHEN OTHER
                   PERFORM get-occurs-value-para
           END-EVALUATE.

       get-occurs-value-para.
           IF ws-check-field (1:19) = "ZONE-SIMPLE-OCCURS(" AND
              ws-check-field (20:1) >= "1" AND
              ws-check-field (20:1) <= "3"
               MOVE ws-check-field (20:1) TO ws-row-index
               MOVE zone-simple-occurs OF zone-groupe (ws-row-index)
                   TO ws-current-value
           ELSE
               MOVE "N" TO ws-field-known
           END-IF.

       get-layout-value-para.
           MOVE 0 TO ws-cpy-found
           PERFORM VARYING ws-cpy-index FROM 1 BY 1
                   UNTIL ws-cpy-index > ws-cpy-fld-count
                   OR ws-cpy-found > 0
               IF ws-cpy-fld-name (ws-cpy-index) = ws-check-field
                   MOVE ws-cpy-index TO ws-cpy-found
               END-IF
           END-PERFORM
           IF ws-cpy-found = 0
               MOVE "N" TO ws-field-known
           ELSE
               MOVE ws-cpy-found TO ws-cpy-index
               PERFORM format-source-field-para
               MOVE ws-gen-value TO ws-current-value
           END-IF.

       format-source-field-para.
      * the editor's rule for a layout field: a numeric field with
      * implied decimals has its point written out - unpacked first
      * when the picture's usage or sign says the bytes are not bare
      * digits - and a plain unsigned display field is its raw bytes
           MOVE SPACES TO ws-gen-value
           EVALUATE TRUE
               WHEN ws-cpy-fld-type (ws-cpy-index) NOT = "N"
                   MOVE ws-fmt-source
                       (ws-cpy-fld-off (ws-cpy-index):
                       ws-cpy-fld-len (ws-cpy-index))
                       TO ws-gen-value
               WHEN ws-cpy-fld-usage (ws-cpy-index) = "P"
                   PERFORM unpack-packed-para
                   PERFORM edit-numeric-value-para
               WHEN ws-cpy-fld-usage (ws-cpy-index) = "B"
                   PERFORM unpack-binary-para
                   PERFORM edit-numeric-value-para
               WHEN ws-cpy-fld-sign (ws-cpy-index) = "Y"
                   PERFORM unpack-signed-para
                   PERFORM edit-numeric-value-para
               WHEN ws-cpy-fld-dec (ws-cpy-index) > 0
                   COMPUTE ws-gen-int-len =
                       ws-cpy-fld-len (ws-cpy-index) -
                       ws-cpy-fld-dec (ws-cpy-index)
                   STRING ws-fmt-source
                           (ws-cpy-fld-off (ws-cpy-index):
                           ws-gen-int-len) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       ws-fmt-source
                           (ws-cpy-fld-off (ws-cpy-index) +
                           ws-gen-int-len:
                           ws-cpy-fld-dec (ws-cpy-index))
                           DELIMITED BY SIZE
                       INTO ws-gen-value
               WHEN OTHER
                   MOVE ws-fmt-source
                       (ws-cpy-fld-off (ws-cpy-index):
                       ws-cpy-fld-len (ws-cpy-index))
                       TO ws-gen-value
           END-EVALUATE.

       unpack-packed-para.
      * two digits a byte, sign in the last low nibble: D (or the
      * rarer B) is negative, anything else positive
           MOVE 0 TO ws-num-value
           MOVE "N" TO ws-num-negative
           MOVE ws-cpy-fld-len (ws-cpy-index) TO ws-fld-bytes
           PERFORM VARYING ws-byte-ix FROM 1 BY 1
                   UNTIL ws-byte-ix > ws-fld-bytes
               MOVE ws-fmt-source (ws-cpy-fld-off (ws-cpy-index) +
                   ws-byte-ix - 1:1) TO ws-pack-byte
               COMPUTE ws-nib-hi = ws-pack-byte-val / 16
               COMPUTE ws-nib-lo =
                   FUNCTION MOD(ws-pack-byte-val, 16)
               COMPUTE ws-num-value = ws-num-value * 10 + ws-nib-hi
               IF ws-byte-ix < ws-fld-bytes
                   COMPUTE ws-num-value =
                       ws-num-value * 10 + ws-nib-lo
               ELSE
                   IF ws-nib-lo = 13 OR ws-nib-lo = 11
                       MOVE "Y" TO ws-num-negative
                   END-IF
               END-IF
           END-PERFORM.

       unpack-binary-para.
           MOVE ws-cpy-fld-len (ws-cpy-index) TO ws-fld-bytes
           EVALUATE ws-fld-bytes
               WHEN 2
                   MOVE ws-fmt-source
                       (ws-cpy-fld-off (ws-cpy-index):2)
                       TO ws-bin-2-x
                   MOVE ws-bin-2 TO ws-bin-signed
               WHEN 4
                   MOVE ws-fmt-source
                       (ws-cpy-fld-off (ws-cpy-index):4)
                       TO ws-bin-4-x
                   MOVE ws-bin-4 TO ws-bin-signed
               WHEN OTHER
                   MOVE ws-fmt-source
                       (ws-cpy-fld-off (ws-cpy-index):8)
                       TO ws-bin-8-x
                   MOVE ws-bin-8 TO ws-bin-signed
           END-EVALUATE
           IF ws-bin-signed < 0
               MOVE "Y" TO ws-num-negative
               COMPUTE ws-num-value = 0 - ws-bin-signed
           ELSE
               MOVE "N" TO ws-num-negative
               MOVE ws-bin-signed TO ws-num-value
           END-IF.

       unpack-signed-para.
      * signed display: bare digits with the sign overpunched on
      * the last byte ({ A-I positive, } J-R negative; a plain
      * digit reads as positive)
           MOVE 0 TO ws-num-value
           MOVE "N" TO ws-num-negative
           MOVE ws-cpy-fld-len (ws-cpy-index) TO ws-fld-bytes
           PERFORM VARYING ws-byte-ix FROM 1 BY 1
                   UNTIL ws-byte-ix >= ws-fld-bytes
               MOVE ws-fmt-source (ws-cpy-fld-off (ws-cpy-index) +
                   ws-byte-ix - 1:1) TO ws-digit-x
               IF ws-digit-x >= "0" AND ws-digit-x <= "9"
                   COMPUTE ws-num-value =
                       ws-num-value * 10 + ws-digit-9
               END-IF
           END-PERFORM
           MOVE ws-fmt-source (ws-cpy-fld-off (ws-cpy-index) +
               ws-fld-bytes - 1:1) TO ws-sign-char
           PERFORM map-overpunch-in-para
           COMPUTE ws-num-value = ws-num-value * 10 + ws-ovp-digit.

       map-overpunch-in-para.
           MOVE 0 TO ws-ovp-digit
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
                   END-IF
           END-EVALUATE.

       edit-numeric-value-para.
           MOVE ws-cpy-fld-digits (ws-cpy-index) TO ws-fld-digits
           IF ws-fld-digits = 0
               MOVE 1 TO ws-fld-digits
           END-IF
           MOVE ws-num-value TO ws-gen-digits
           COMPUTE ws-gen-int-len = ws-fld-digits -
               ws-cpy-fld-dec (ws-cpy-index)
           MOVE SPACES TO ws-gen-value
           MOVE 1 TO ws-fmt-ptr
           IF ws-num-negative = "Y"
               STRING "-" DELIMITED BY SIZE
                   INTO ws-gen-value
                   WITH POINTER ws-fmt-ptr
               END-STRING
           END-IF
           STRING ws-gen-digits-x (19 - ws-fld-digits:
                   ws-gen-int-len) DELIMITED BY SIZE
               INTO ws-gen-value
               WITH POINTER ws-fmt-ptr
           END-STRING
           IF ws-cpy-fld-dec (ws-cpy-index) > 0
               STRING "." DELIMITED BY SIZE
                   ws-gen-digits-x (19 -
                       ws-cpy-fld-dec (ws-cpy-index):
                       ws-cpy-fld-dec (ws-cpy-index))
                       DELIMITED BY SIZE
                   INTO ws-gen-value
                   WITH POINTER ws-fmt-ptr
               END-STRING
           END-IF.


       terminate-para.
           DISPLAY " "
           DISPLAY "FAAUDREC reconciliation by file:"
           PERFORM VARYING ws-file-index FROM 1 BY 1
                   UNTIL ws-file-index > ws-file-count
               PERFORM report-file-para
           END-PERFORM
           DISPLAY "FAAUDREC complete - " ws-released-count
               " trail entries, " ws-total-untracked
               " untracked change(s)"
           EVALUATE TRUE
               WHEN ws-abort-flag = "Y"
                   MOVE 12 TO RETURN-CODE
               WHEN ws-total-untracked > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-released-count = 0
                   DISPLAY "FAAUDREC the trail holds nothing for the"
                       " files named"
                   MOVE 4 TO RETURN-CODE
      * a field the run could not judge may hide an untracked change,
      * so the run cannot say every audited field agrees
               WHEN ws-total-unknown > 0
                   DISPLAY "FAAUDREC " ws-total-unknown
                       " audited field(s) not judged"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       report-file-para.
           IF ws-fil-unusable (ws-file-index) = "Y"
               DISPLAY "  " ws-fil-aud-name (ws-file-index)
                   " NOT RECONCILED - " FUNCTION TRIM(
                   ws-fil-path (ws-file-index)) " cannot be opened"
               MOVE "Y" TO ws-abort-flag
           ELSE
               DISPLAY "  " ws-fil-aud-name (ws-file-index) " "
                   ws-fil-entry-count (ws-file-index) " entries, "
                   ws-fil-record-count (ws-file-index) " records, "
                   ws-fil-field-count (ws-file-index) " fields, "
                   ws-fil-untracked (ws-file-index) " untracked, "
                   ws-fil-unknown (ws-file-index) " not judged"
               ADD ws-fil-unknown (ws-file-index) TO ws-total-unknown
           END-IF.
