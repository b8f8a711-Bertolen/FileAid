      * Layout for one keyed master-file transaction, read by the
      * keyed update pass against IDXFILE.  The action code says
      * what happens to the record carrying tran-key: A adds it,
      * C changes it, D deletes it.  Up to five field/value pairs
      * follow, each naming a field the way the editors and the
      * audit trail name it; an unused pair is left blank.  A
      * delete carries no pairs.
       01 tran-record.
         05 tran-action PIC X(01).
           88 tran-add VALUE "A".
           88 tran-change VALUE "C".
           88 tran-delete VALUE "D".
         05 tran-key PIC X(05).
         05 tran-pair OCCURS 5.
           10 tran-field-name PIC X(30).
           10 tran-field-value PIC X(20).
