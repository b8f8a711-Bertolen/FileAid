           10 ws-cpy-fld-cond OCCURS 4.
             15 ws-cpy-cond-name PIC X(30).
             15 ws-cpy-cond-value PIC X(10).
           10 ws-cpy-fld-def-kind PIC X(01).
           10 ws-cpy-fld-default PIC X(30).

      * one profile row per field: the value table holds the first
      * 50 distinct values seen; past that the distinct count keeps
