      * Layout for one entry of the backup-generation catalog.  Each
      * copy taken of a dataset before a destructive pass is one
      * numbered generation: which dataset, which generation, the
      * file it was copied to, the job it was taken for, when, and
      * how many records it holds.  A generation rolled off past the
      * retention count is marked pruned rather than removed - a
      * sequential REWRITE needs same-length records - and its slot
      * is reused by the next generation taken.
       01 bkup-record.
         05 bkup-state PIC X(01).
           88 bkup-active VALUE "A".
           88 bkup-pruned VALUE "P".
         05 bkup-dataset PIC X(20).
         05 bkup-generation PIC 9(04).
         05 bkup-gen-path PIC X(30).
         05 bkup-organization PIC X(01).
           88 bkup-sequential VALUE "S".
           88 bkup-relative VALUE "R".
         05 bkup-job-name PIC X(08).
         05 bkup-timestamp PIC 9(14).
         05 bkup-record-count PIC 9(09).
