      * Layout for one entry of the supplier feed intake register.
      * Every feed the intake step accepts is registered once: the
      * supplier and feed date from its header, the detail count its
      * trailer declared, when it was received and the job it was
      * received for.  A feed whose date skipped one or more days
      * since the supplier's previous feed carries the number of
      * days missed, so the register itself shows where the gaps
      * are.
       01 freg-record.
         05 freg-supplier PIC X(05).
         05 freg-feed-date PIC 9(08).
         05 freg-detail-count PIC 9(09).
         05 freg-received-timestamp PIC 9(14).
         05 freg-job-name PIC X(08).
         05 freg-days-missed PIC 9(04).
