000163*                  OPERATOR PROMPT.  ONLY OPERATORS WITH THE
000164*                  DEDMAINT ROLE FLAG GET IN, AND THE CHANGE
000165*                  LOG NOW CARRIES THE VERIFIED ID.
000166* 10/15/2026 DM    BEFORE-TAX ITEMS ASK WHETHER THEY ARE
000167*                  SECTION 125 CAFETERIA ITEMS, WHICH ALSO COME
000168*                  OFF FICA WAGES.  AFTER-TAX ITEMS ARE NEVER.
000170*================================================================
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000970     05  WS-OLD-FLAT-AMOUNT      PIC 9(05)V99.
000980     05  WS-OLD-PERCENT-RATE     PIC V9(04).
000990     05  WS-OLD-TAX-TREATMENT    PIC X(01).
000995     05  WS-OLD-FICA-EXEMPT      PIC X(01).
001000     05  WS-OLD-PERIOD-MAX       PIC 9(05)V99.
001010     05  WS-OLD-GOAL-FLAG        PIC X(01).
001020     05  WS-OLD-GOAL-BALANCE     PIC 9(07)V99.
002810     MOVE DD-FLAT-AMOUNT       TO WS-OLD-FLAT-AMOUNT.
002820     MOVE DD-PERCENT-RATE      TO WS-OLD-PERCENT-RATE.
002830     MOVE DD-TAX-TREATMENT     TO WS-OLD-TAX-TREATMENT.
002835     MOVE DD-FICA-EXEMPT-FLAG  TO WS-OLD-FICA-EXEMPT.
002840     MOVE DD-PER-PERIOD-MAX    TO WS-OLD-PERIOD-MAX.
002850     MOVE DD-GOAL-FLAG         TO WS-OLD-GOAL-FLAG.
002860     MOVE DD-GOAL-BALANCE      TO WS-OLD-GOAL-BALANCE.
003280         MOVE "TAX TREATMNT" TO CL-FIELD-NAME
003290         MOVE WS-OLD-TAX-TREATMENT TO CL-OLD-VALUE
003300         MOVE DD-TAX-TREATMENT TO CL-NEW-VALUE
003301         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
003302     END-IF.
003303
003305     IF DD-FICA-EXEMPT-FLAG NOT = WS-OLD-FICA-EXEMPT
003306         MOVE "SECTION 125" TO CL-FIELD-NAME
003307         MOVE WS-OLD-FICA-EXEMPT TO CL-OLD-VALUE
003308         MOVE DD-FICA-EXEMPT-FLAG TO CL-NEW-VALUE
003310         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
003320     END-IF.
003330
003870     MOVE DD-PERCENT-RATE TO WS-EDITED-RATE.
003880     DISPLAY "Percent Rate:      " WS-EDITED-RATE.
003890     DISPLAY "Tax Treatment:     " DD-TAX-TREATMENT.
003895     DISPLAY "Section 125 Item:  " DD-FICA-EXEMPT-FLAG.
003900     MOVE DD-PER-PERIOD-MAX TO WS-EDITED-AMOUNT.
003910     DISPLAY "Per-Period Max:    " WS-EDITED-AMOUNT.
003920     DISPLAY "Goal Flag:         " DD-GOAL-FLAG.
005860     MOVE "N" TO WS-VALID-SWITCH.
005870     PERFORM 7510-PROMPT-FOR-TREATMENT
005880         UNTIL WS-ENTRY-IS-VALID.
005881* ONLY A BEFORE-TAX ITEM CAN BE OFF FICA WAGES; A BLANK SHOWS N.
005882     IF NOT DD-PRE-TAX OR NOT DD-FICA-EXEMPT
005883         MOVE "N" TO DD-FICA-EXEMPT-FLAG
005884     END-IF.
005885     IF DD-PRE-TAX
005886         MOVE "N" TO WS-VALID-SWITCH
005887         PERFORM 7520-PROMPT-FOR-SECTION-125
005888             UNTIL WS-ENTRY-IS-VALID
005889     END-IF.
005890 7500-EXIT.
005900     EXIT.
005910
008070     CLOSE CHANGE-LOG-FILE.
008080 9000-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------
008120* SECTION 125 FLAG FOR A BEFORE-TAX ITEM - "Y" KEEPS IT OFF FICA
008130* WAGES AS WELL AS INCOME TAX WAGES.
008140*----------------------------------------------------------------
008150 7520-PROMPT-FOR-SECTION-125.
008160     DISPLAY SPACE.
008170     DISPLAY "Section 125 Item (now " DD-FICA-EXEMPT-FLAG ") - "
008180         "(Y)es off FICA wages, (N)o".
008190     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
008200     ACCEPT WS-FLAG-TEXT.
008210     MOVE FUNCTION UPPER-CASE(WS-FLAG-TEXT) TO WS-FLAG-TEXT.
008220     IF WS-FLAG-TEXT NOT = SPACE
008230         MOVE WS-FLAG-TEXT TO DD-FICA-EXEMPT-FLAG
008240     END-IF.
008250     IF DD-FICA-EXEMPT-FLAG = "Y" OR DD-FICA-EXEMPT-FLAG = "N"
008260         MOVE "Y" TO WS-VALID-SWITCH
008270     ELSE
008280         DISPLAY "Section 125 flag must be Y or N."
008290     END-IF.
