      * entry (up to 4 per field), so a profiling or validating pass
      * can count records per declared condition-name.
      *
      * An elementary field's own VALUE clause is captured too, so a
      * pass building records under a layout it was never compiled
      * with can give a field the default its copybook declares.
      * lnk-field-default-kind says what the clause held:
      *   N - no VALUE clause          Z - ZERO / ZEROS / ZEROES
      *   T - a quoted literal         S - SPACE / SPACES
      *   9 - a numeric literal        H - HIGH-VALUE(S)
      *   A - ALL and a literal        L - LOW-VALUE(S)
      * and lnk-field-default the literal itself, quotes removed and
      * case kept (the first 30 bytes of a longer one).  Every row
      * of an OCCURS carries its declaration's default.
      *
      * Usage and sign now ride along with each field: S in the
      * picture marks the field signed, a COMP-3/PACKED-DECIMAL or
      * COMP/BINARY clause sets the usage, and the entry carries the
           10 ws-pend-cond-value PIC X(10).
       01 ws-cond-raw PIC X(30).
       01 ws-cond-len PIC 9(02).
       01 ws-pend-default-kind PIC X(01).
       01 ws-pend-default PIC X(30).
       01 ws-value-start PIC 9(03).
       01 ws-value-end PIC 9(03).
       01 ws-value-len PIC 9(03).
       01 ws-quote-char PIC X(01).

       01 ws-cur-off PIC 9(04).
       01 ws-high-water PIC 9(04).
           10 lnk-field-cond OCCURS 4.
             15 lnk-cond-name PIC X(30).
             15 lnk-cond-value PIC X(10).
           10 lnk-field-default-kind PIC X(01).
           10 lnk-field-default PIC X(30).

       PROCEDURE DIVISION USING cpy-interface.
       main-para.
               MOVE 0 TO ws-pend-occurs
               MOVE 0 TO ws-pend-cond-count
               MOVE SPACES TO ws-pend-conds
               MOVE "N" TO ws-pend-default-kind
               MOVE SPACES TO ws-pend-default
               MOVE "Y" TO ws-pend-open
      * the rest of the line may carry REDEFINES, PIC and OCCURS -
      * the scan picks up where the level and name left off
       scan-clauses-para.
      * walk the remaining tokens: the keyword names the clause and
      * the token after it is the operand; VALUE ends the line's
      * interest the way the catalog scan stops caring past it, once
      * its literal has been kept as the field's default
           MOVE "N" TO ws-scan-done
           PERFORM UNTIL ws-scan-done = "Y"
               PERFORM get-next-token-para
                       WHEN "BINARY"
                           MOVE "B" TO ws-pend-usage
                       WHEN "VALUE"
                           PERFORM take-value-para
                           MOVE "Y" TO ws-scan-done
                       WHEN OTHER
                           CONTINUE
               END-IF
           END-PERFORM.

       take-value-para.
      * the pointer stands on the literal's first byte, which is
      * where a quoted literal has to be lifted from - the token
      * scan would upper-case it and split it at its spaces
           MOVE ws-scan-ptr TO ws-value-start
           PERFORM get-next-token-para
           IF ws-scan-done = "N" AND ws-next-tok = "IS"
               MOVE ws-scan-ptr TO ws-value-start
               PERFORM get-next-token-para
           END-IF
           IF ws-scan-done = "N"
               EVALUATE ws-next-tok
                   WHEN "ZERO"
                   WHEN "ZEROS"
                   WHEN "ZEROES"
                       MOVE "Z" TO ws-pend-default-kind
                   WHEN "SPACE"
                   WHEN "SPACES"
                       MOVE "S" TO ws-pend-default-kind
                   WHEN "HIGH-VALUE"
                   WHEN "HIGH-VALUES"
                       MOVE "H" TO ws-pend-default-kind
                   WHEN "LOW-VALUE"
                   WHEN "LOW-VALUES"
                       MOVE "L" TO ws-pend-default-kind
                   WHEN "ALL"
                       MOVE ws-scan-ptr TO ws-value-start
                       PERFORM take-value-literal-para
                       IF ws-pend-default-kind NOT = "N"
                           MOVE "A" TO ws-pend-default-kind
                       END-IF
                   WHEN OTHER
                       PERFORM take-value-literal-para
               END-EVALUATE
           END-IF.

       take-value-literal-para.
           IF ws-value-start > 80
               CONTINUE
           ELSE
               MOVE ws-trimmed-line (ws-value-start:1)
                   TO ws-quote-char
               IF ws-quote-char = "'" OR ws-quote-char = QUOTE
                   PERFORM take-quoted-literal-para
               ELSE
                   MOVE "9" TO ws-pend-default-kind
                   MOVE SPACES TO ws-pend-default
                   UNSTRING ws-trimmed-line (ws-value-start:)
                       DELIMITED BY ALL SPACES
                       INTO ws-pend-default
                   END-UNSTRING
                   PERFORM strip-default-period-para
               END-IF
           END-IF.

       take-quoted-literal-para.
      * up to the matching quote; a literal continued onto the next
      * line keeps what this line holds
           MOVE 0 TO ws-value-end
           PERFORM VARYING ws-value-len FROM ws-value-start BY 1
                   UNTIL ws-value-len >= 80 OR ws-value-end > 0
               IF ws-trimmed-line (ws-value-len + 1:1) =
                  ws-quote-char
                   COMPUTE ws-value-end = ws-value-len + 1
               END-IF
           END-PERFORM
           IF ws-value-end = 0
               MOVE 81 TO ws-value-end
           END-IF
           MOVE "T" TO ws-pend-default-kind
           MOVE SPACES TO ws-pend-default
           COMPUTE ws-value-len = ws-value-end - ws-value-start - 1
           IF ws-value-len > 30
               MOVE 30 TO ws-value-len
           END-IF
           IF ws-value-len > 0
               MOVE ws-trimmed-line (ws-value-start + 1:ws-value-len)
                   TO ws-pend-default
           END-IF.

       strip-default-period-para.
           COMPUTE ws-tok-len =
               FUNCTION LENGTH(FUNCTION TRIM(ws-pend-default))
           IF ws-tok-len > 0 AND
              ws-pend-default (ws-tok-len:1) = "."
               MOVE SPACE TO ws-pend-default (ws-tok-len:1)
           END-IF.

       get-next-token-para.
           MOVE SPACES TO ws-next-tok
           IF ws-scan-ptr > 80
                   TO lnk-field-digits (lnk-field-count)
           ELSE
               MOVE 0 TO lnk-field-digits (lnk-field-count)
           END-IF
           MOVE ws-pend-default-kind
               TO lnk-field-default-kind (lnk-field-count)
           MOVE ws-pend-default
               TO lnk-field-default (lnk-field-count).

       store-conds-para.
           MOVE ws-pend-cond-count
