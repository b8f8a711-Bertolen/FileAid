      * skipped, so the file FAEXTR wrote can be loaded straight back
      * without editing it first.
      *
      * The job ends with a condition code the chain driver can act
      * on: 12 when LOADFILE, LOADOUT or LOADREJ could not be
      * opened, 0 otherwise.
      *
      * PARM (via COMMAND-LINE): alternate
      *   alternate - PREMIER or DEUXIEME (default PREMIER), naming
      *               which zone-redefine alternate columns 4 and 5
           PERFORM initialize-para
           PERFORM load-records-para
           PERFORM terminate-para
           GOBACK.

       initialize-para.
           ACCEPT ws-parm FROM COMMAND-LINE
           OPEN OUTPUT reject-file
           IF ws-load-status NOT = "00"
               DISPLAY "Unable to open LOADFILE, status " ws-load-status
               MOVE 12 TO RETURN-CODE
               MOVE "Y" TO ws-load-eof
           ELSE
               IF ws-output-status NOT = "00"
                   DISPLAY "Unable to open LOADOUT, status "
                       ws-output-status
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO ws-load-eof
               ELSE
      * rejected rows are the whole point of the rejects file - a
                      ws-reject-status NOT = "05"
                       DISPLAY "Unable to open LOADREJ, status "
                           ws-reject-status
                       MOVE 12 TO RETURN-CODE
                       MOVE "Y" TO ws-load-eof
                   ELSE
                       DISPLAY "FALOAD loading LOADFILE as "
