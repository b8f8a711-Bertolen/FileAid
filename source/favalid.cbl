               20 ws-typ-l-fld-cond OCCURS 4.
                 25 ws-typ-l-cond-name PIC X(30).
                 25 ws-typ-l-cond-value PIC X(10).
               20 ws-typ-l-fld-def-kind PIC X(01).
               20 ws-typ-l-fld-default PIC X(30).

       PROCEDURE DIVISION.
       main-para.
