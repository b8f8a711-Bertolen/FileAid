               20 ws-typ-l-fld-cond OCCURS 4.
                 25 ws-typ-l-cond-name PIC X(30).
                 25 ws-typ-l-cond-value PIC X(10).
               20 ws-typ-l-fld-def-kind PIC X(01).
               20 ws-typ-l-fld-default PIC X(30).
       01 ws-gen-rec-no PIC 9(09).
       01 ws-gen-rec-len PIC 9(04).
       01 ws-fld-index PIC 9(03).
           10 ws-cpy-fld-cond OCCURS 4.
             15 ws-cpy-cond-name PIC X(30).
             15 ws-cpy-cond-value PIC X(10).
           10 ws-cpy-fld-def-kind PIC X(01).
           10 ws-cpy-fld-default PIC X(30).

       01 ws-ckpt-call.
         05 ws-ckpt-function PIC X(04).
