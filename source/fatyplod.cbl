               20 lnk-tl-fld-cond OCCURS 4.
                 25 lnk-tl-cond-name PIC X(30).
                 25 lnk-tl-cond-value PIC X(10).
               20 lnk-tl-fld-def-kind PIC X(01).
               20 lnk-tl-fld-default PIC X(30).

       PROCEDURE DIVISION USING typ-interface.
       main-para.
