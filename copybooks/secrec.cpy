      * Layout for one entry of the security log.  An entry is
      * written whenever a user-id asks to read or update a file or
      * field its profile does not allow: who asked, through which
      * program, for what, and what the profile granted instead.
      * A keyed file carries the record's key, a numbered one its
      * record number.
       01 sec-record.
         05 sec-timestamp PIC 9(14).
         05 sec-user-id PIC X(08).
         05 sec-program PIC X(08).
         05 sec-file-name PIC X(20).
         05 sec-field-name PIC X(30).
         05 sec-record-no PIC 9(09).
         05 sec-record-key PIC X(10).
         05 sec-wanted PIC X(01).
           88 sec-wanted-read VALUE "R".
           88 sec-wanted-update VALUE "U".
         05 sec-granted PIC X(01).
           88 sec-granted-read VALUE "R".
           88 sec-granted-hidden VALUE "H".
           88 sec-profiles-unusable VALUE "X".
