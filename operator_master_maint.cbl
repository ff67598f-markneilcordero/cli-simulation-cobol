000180*                  AN EMPTY OR BRAND-NEW OPERMAST WAIVES THE
000190*                  SIGN-ON ONCE SO THE FIRST OPERATOR CAN BE
000200*                  SET UP; PASSWORDS NEVER PRINT ANYWHERE.
000202* 10/15/2026 DM    FILE-RESTORE ROLE FLAG (PAYJOBS GENERATION
000204*                  RESTORE) PROMPTED, SHOWN AND LOGGED WITH THE
000206*                  OTHERS.  IT SITS OUTSIDE OP-ROLE-FLAGS, SO IT
000208*                  IS SAVED AND COMPARED ON ITS OWN.
000210*================================================================
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
001080     05  WS-OLD-PASSWORD         PIC X(10).
001090     05  WS-OLD-NAME             PIC X(30).
001100     05  WS-OLD-ROLE-FLAGS       PIC X(07).
001105     05  WS-OLD-RESTORE-FLAG     PIC X(01).
001110
001120*----------------------------------------------------------------
001130* CHANGE LOG DETAIL LINE - SAME SHAPE AS THE EMPMAINT LOG.
002930     MOVE SPACES TO OPERATOR-MASTER-RECORD.
002940     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002950     MOVE ALL "N" TO OP-ROLE-FLAGS.
002955     MOVE "N" TO OP-RESTORE-FILES.
002960     PERFORM 4500-SAVE-OLD-VALUES THRU 4500-EXIT.
002970
002980     PERFORM 7000-ACCEPT-ALL-FIELDS THRU 7000-EXIT.
003440     MOVE OP-PASSWORD        TO WS-OLD-PASSWORD.
003450     MOVE OP-OPERATOR-NAME   TO WS-OLD-NAME.
003460     MOVE OP-ROLE-FLAGS      TO WS-OLD-ROLE-FLAGS.
003465     MOVE OP-RESTORE-FILES   TO WS-OLD-RESTORE-FLAG.
003470 4500-EXIT.
003480     EXIT.
003490
003720         MOVE OP-ROLE-FLAGS  TO CL-NEW-VALUE
003730         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
003740     END-IF.
003741
003742     IF OP-RESTORE-FILES NOT = WS-OLD-RESTORE-FLAG
003743         MOVE "RESTORE FLAG" TO CL-FIELD-NAME
003745         MOVE WS-OLD-RESTORE-FLAG TO CL-OLD-VALUE
003746         MOVE OP-RESTORE-FILES TO CL-NEW-VALUE
003747         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
003748     END-IF.
003750 4700-EXIT.
003760     EXIT.
003770
003960     DISPLAY "YTD Rebuild:       " OP-REBUILD-YTD.
003970     DISPLAY "Lock Override:     " OP-OVERRIDE-LOCK.
003980     DISPLAY "Run OPERMNT:       " OP-RUN-OPERMNT.
003985     DISPLAY "Restore Files:     " OP-RESTORE-FILES.
003990     IF OP-OPERATOR-INACTIVE
004000         DISPLAY "Status:            INACTIVE"
004010     ELSE
005050     PERFORM 7100-GET-OPERATOR-NAME THRU 7100-EXIT.
005060     PERFORM 7200-GET-PASSWORD THRU 7200-EXIT.
005070     PERFORM 7300-GET-ROLE-FLAGS THRU 7300-EXIT.
005080* THE RESTORE FLAG IS PROMPTED LIKE THE SEVEN ROLE FLAGS.  IT
005085* IS BLANK ON RECORDS SET UP BEFORE IT WAS ADDED - THAT MEANS N.
005090     IF NOT OP-MAY-RESTORE-FILES
005095         MOVE "N" TO OP-RESTORE-FILES
005100     END-IF.
005105     MOVE "Restore Files    " TO WS-ROLE-CAPTION.
005110     MOVE OP-RESTORE-FILES TO WS-ROLE-VALUE.
005115     PERFORM 7350-PROMPT-FOR-ROLE THRU 7350-EXIT.
005120     MOVE WS-ROLE-VALUE TO OP-RESTORE-FILES.
005130 7000-EXIT.
005140     EXIT.
005150
