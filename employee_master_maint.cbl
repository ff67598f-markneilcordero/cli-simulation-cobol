000216*                  OPERATOR PROMPT.  ONLY OPERATORS WITH THE
000217*                  EMPMAINT ROLE FLAG GET IN, AND THE CHANGE
000218*                  LOG NOW CARRIES THE VERIFIED ID.
      * 10/15/2026 DM    ADDED THE PAY GROUP - BLANK IS THE ORIGINAL
      *                  WEEKLY GROUP, * PUTS AN EMPLOYEE BACK IN IT.
      * 10/15/2026 DM    ADDED (T)ERMINATE: TERMINATION DATE AND
      *                  REASON CODE, STATUS "T" UNTIL SIMPLE-PAYROLL
      *                  POSTS THE FINAL PAY AND MAKES THE RECORD
      *                  INACTIVE.  REACTIVATE ALSO CANCELS A
      *                  TERMINATION WHOSE FINAL PAY HAS NOT RUN.
      * 10/15/2026 DM    ADDED THE BIRTH DATE, WHICH SETS THE
      *                  RETIREMENT PLAN CATCH-UP AGE IN SIMPLE-PAYROLL.
      * 10/15/2026 DM    ADDED THE HIRE DATE, SOCIAL SECURITY NUMBER AND
      *                  HOME ADDRESS, ALL REQUIRED ON AN ADD, FOR THE
      *                  NEWHIRE STATE REGISTRY EXTRACT AND THE SUIWAGE
      *                  QUARTERLY WAGE FILE.  THE CHANGE LOG AND THE
      *                  INQUIRY SHOW ONLY THE LAST FOUR SSN DIGITS.
      * 10/15/2026 DM    THE PAY GROUP MUST BE ON PAYPERD, AND WEEKLY OR
      *                  BI-WEEKLY FOR AN HOURLY EMPLOYEE.
000220*================================================================
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000375         RECORD KEY IS OP-OPERATOR-ID
000376         FILE STATUS IS WS-OPERMAST-STATUS.
000380
000382     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-PAY-PERIOD-STATUS.
000388
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000567     RECORDING MODE IS F.
000568 COPY OPERMAST.
000570
000571*----------------------------------------------------------------
000572* PAY PERIOD CONTROL - READ ONLY, THE SAME FILE SIMPLE-PAYROLL
000573* RUNS FROM.  ONLY THE GROUP CODES AND FREQUENCIES ARE USED.
000574*----------------------------------------------------------------
000575 FD  PAY-PERIOD-FILE
000576     RECORDING MODE IS F.
000577 COPY PAYPERD.
000578
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000600* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
000655 01  WS-SIGNON-TRIES             PIC S9(04) COMP VALUE ZERO.
000656 01  WS-PASSWORD-TEXT            PIC X(10).
000660
000662 01  WS-PAY-PERIOD-STATUS        PIC X(02).
000664     88  WS-PAY-PERIOD-OK              VALUE "00".
000666 01  WS-PERIOD-EOF-SWITCH        PIC X(01)  VALUE "N".
000668     88  WS-END-OF-PERIODS             VALUE "Y".
000669
000670 01  WS-FUNCTION-CODE            PIC X(01).
000680     88  WS-FUNCTION-ADD               VALUE "A".
000690     88  WS-FUNCTION-CHANGE            VALUE "C".
000700     88  WS-FUNCTION-INQUIRE           VALUE "I".
000710     88  WS-FUNCTION-DEACTIVATE        VALUE "D".
000720     88  WS-FUNCTION-REACTIVATE        VALUE "R".
000725     88  WS-FUNCTION-TERMINATE         VALUE "T".
000730     88  WS-FUNCTION-EXIT              VALUE "X".
000740
000750 01  WS-VALID-SWITCH             PIC X(01)  VALUE "N".
000800
000810 01  WS-CONFIRM-SWITCH           PIC X(01)  VALUE "N".
000820     88  WS-ACTION-CONFIRMED           VALUE "Y".
000821
000822*----------------------------------------------------------------
000823* PAY GROUPS ON PAYPERD, LOADED AT START-UP.  AN EMPTY TABLE
000824* MEANS PAYPERD COULD NOT BE READ AND GROUPS ARE NOT CHECKED.
000825*----------------------------------------------------------------
000826 01  WS-PAY-GROUP-COUNT          PIC S9(04) COMP VALUE ZERO.
000827 01  WS-PAY-GROUP-SUB            PIC S9(04) COMP VALUE ZERO.
000828 01  WS-NEW-PAY-GROUP            PIC X(01).
000830
000831 01  WS-PAY-GROUP-TABLE.
000832     05  PG-PAY-GROUP-ENTRY      OCCURS 20 TIMES.
000833         10  PG-PAY-GROUP        PIC X(01).
000834         10  PG-PAY-FREQUENCY    PIC X(01).
000835 01  WS-NEW-FREQUENCY            PIC X(01)  VALUE SPACE.
000836     88  WS-NEW-GROUP-WEEKLY-BIWEEKLY VALUES " " "W" "B".
000837 01  WS-GROUP-FOUND-SWITCH       PIC X(01)  VALUE "N".
000838     88  WS-GROUP-ON-PAYPERD           VALUE "Y".
000840*----------------------------------------------------------------
000850* OPERATOR AND RUN-DATE INFORMATION FOR THE CHANGE LOG.
000860*----------------------------------------------------------------
000980 01  WS-DEPT-TEXT                PIC X(04).
000990 01  WS-AMOUNT-TEXT              PIC X(10).
000991 01  WS-ALLOWANCE-TEXT           PIC X(02).
000992 01  WS-REASON-TEXT              PIC X(02).
000993 01  WS-DATE-TEXT                PIC X(08).
000994 01  WS-DATE-ENTERED             PIC 9(08).
000995 01  WS-DATE-SPLIT REDEFINES WS-DATE-ENTERED.
000996     05  WS-DATE-YEAR            PIC 9(04).
000997     05  WS-DATE-MONTH           PIC 9(02).
000998     05  WS-DATE-DAY             PIC 9(02).
001000
001001 01  WS-SSN-TEXT                 PIC X(11).
001002 01  WS-SSN-DIGITS               PIC X(09).
001003 01  WS-ADDRESS-TEXT             PIC X(30).
001004 01  WS-CITY-TEXT                PIC X(20).
001005 01  WS-STATE-TEXT               PIC X(02).
001006 01  WS-ZIP-TEXT                 PIC X(10).
001007 01  WS-ZIP-DIGITS               PIC X(09).
001008
001010*----------------------------------------------------------------
001020* BEFORE-IMAGE OF THE MASTER RECORD - COMPARED FIELD BY FIELD
001030* AFTER ENTRY SO ONLY FIELDS THAT REALLY CHANGED ARE LOGGED.
001060     05  WS-OLD-NAME             PIC X(30).
001070     05  WS-OLD-TYPE             PIC X(01).
001080     05  WS-OLD-DEPARTMENT       PIC X(04).
001085     05  WS-OLD-PAY-GROUP        PIC X(01).
001090     05  WS-OLD-PAY-METHOD       PIC X(01).
001100     05  WS-OLD-BANK-ROUTING     PIC X(09).
001110     05  WS-OLD-BANK-ACCOUNT     PIC X(17).
001170     05  WS-OLD-BENEFITS         PIC 9(05)V99.
001171     05  WS-OLD-FILING-STATUS    PIC X(01).
001172     05  WS-OLD-ALLOWANCES       PIC X(02).
001173     05  WS-OLD-BIRTH-DATE       PIC 9(08).
001174     05  WS-OLD-HIRE-DATE        PIC 9(08).
001175     05  WS-OLD-SSN              PIC X(09).
001176     05  WS-OLD-ADDRESS          PIC X(30).
001177     05  WS-OLD-CITY             PIC X(20).
001178     05  WS-OLD-STATE            PIC X(02).
001179     05  WS-OLD-ZIP              PIC X(09).
001180
001181*----------------------------------------------------------------
001182* THE SSN IS NEVER SHOWN OR LOGGED IN FULL - LAST FOUR ONLY.
001183*----------------------------------------------------------------
001185 01  WS-SSN-MASKED.
001186     05  FILLER                  PIC X(07)  VALUE "XXX-XX-".
001187     05  WS-SSN-LAST-FOUR        PIC X(04).
001188
001190*----------------------------------------------------------------
001200* CHANGE LOG DETAIL LINE - WRITTEN THROUGH CHANGE-LOG-LINE.
001210*----------------------------------------------------------------
001620     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
001630
001640     PERFORM 1050-OPERATOR-SIGN-ON THRU 1050-EXIT.
001660     PERFORM 1070-LOAD-PAY-GROUPS THRU 1070-EXIT.
001680
001690     OPEN I-O EMPLOYEE-MASTER.
001700     IF WS-MASTER-NOT-FOUND
001925     DISPLAY SPACE.
001930     DISPLAY "EMPMAINT - EMPLOYEE MASTER MAINTENANCE".
001940     DISPLAY "(A)dd (C)hange (I)nquire (D)eactivate "
001950         "(R)eactivate (T)erminate e(X)it: " WITH NO ADVANCING.
001960     ACCEPT WS-FUNCTION-CODE.
001970     MOVE FUNCTION UPPER-CASE(WS-FUNCTION-CODE)
001980         TO WS-FUNCTION-CODE.
002080             PERFORM 6000-DEACTIVATE-EMPLOYEE THRU 6000-EXIT
002090         WHEN WS-FUNCTION-REACTIVATE
002100             PERFORM 6500-REACTIVATE-EMPLOYEE THRU 6500-EXIT
002103         WHEN WS-FUNCTION-TERMINATE
002106             PERFORM 6700-TERMINATE-EMPLOYEE THRU 6700-EXIT
002110         WHEN WS-FUNCTION-EXIT
002120             CONTINUE
002130         WHEN OTHER
002140             DISPLAY "Please enter A, C, I, D, R, T or X."
002150     END-EVALUATE.
002160 2000-EXIT.
002170     EXIT.
002420     MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
002430     MOVE ZERO TO EM-HOURLY-WAGE EM-SALARY-AMOUNT
002440         EM-COMMISSION-RATE EM-FEDERAL-TAX-RATE
002445         EM-TERMINATION-DATE EM-BIRTH-DATE EM-HIRE-DATE
002450         EM-STATE-TAX-RATE EM-BENEFITS-AMOUNT
002451         EM-ALLOWANCE-COUNT.
002452     MOVE "S" TO EM-FILING-STATUS.
002570             MOVE "ADD" TO CL-ACTION
002580             PERFORM 4700-LOG-CHANGED-FIELDS THRU 4700-EXIT
002590             DISPLAY "Employee " WS-EMPLOYEE-ID " added."
002593             DISPLAY "The new hire goes on the next NEWHIRE "
002596                 "state extract."
002600     END-WRITE.
002610 3000-EXIT.
002620     EXIT.
003020     MOVE EM-STATE-TAX-RATE   TO WS-OLD-STATE-RATE.
003030     MOVE EM-BENEFITS-AMOUNT  TO WS-OLD-BENEFITS.
003040     MOVE EM-DEPARTMENT-CODE  TO WS-OLD-DEPARTMENT.
003045     MOVE EM-PAY-GROUP        TO WS-OLD-PAY-GROUP.
003050     MOVE EM-PAY-METHOD       TO WS-OLD-PAY-METHOD.
003060     MOVE EM-BANK-ROUTING     TO WS-OLD-BANK-ROUTING.
003070     MOVE EM-BANK-ACCOUNT     TO WS-OLD-BANK-ACCOUNT.
003071     MOVE EM-FILING-STATUS    TO WS-OLD-FILING-STATUS.
003072     MOVE EM-ALLOWANCE-COUNT  TO WS-OLD-ALLOWANCES.
003073     MOVE EM-BIRTH-DATE       TO WS-OLD-BIRTH-DATE.
003074     MOVE EM-HIRE-DATE        TO WS-OLD-HIRE-DATE.
003075     MOVE EM-SSN              TO WS-OLD-SSN.
003076     MOVE EM-ADDRESS-LINE     TO WS-OLD-ADDRESS.
003077     MOVE EM-CITY             TO WS-OLD-CITY.
003078     MOVE EM-STATE-CODE       TO WS-OLD-STATE.
003079     MOVE EM-ZIP-CODE         TO WS-OLD-ZIP.
003080 4500-EXIT.
003090     EXIT.
003100
003130* STARTS FROM A CLEARED RECORD, SO EVERY ENTERED FIELD LOGS.
003140*----------------------------------------------------------------
003150 4700-LOG-CHANGED-FIELDS.
003153     PERFORM 4710-LOG-NEWER-FIELDS THRU 4710-EXIT.
003156
003160     IF EM-EMPLOYEE-NAME NOT = WS-OLD-NAME
003170         MOVE "NAME"        TO CL-FIELD-NAME
003180         MOVE WS-OLD-NAME   TO CL-OLD-VALUE
004401     DISPLAY "Filing Status:   " EM-FILING-STATUS.
004402     DISPLAY "Allowances:      " EM-ALLOWANCE-COUNT.
004410     DISPLAY "Department:      " EM-DEPARTMENT-CODE.
004411     DISPLAY "Pay Group:       " EM-PAY-GROUP.
004412     DISPLAY "Birth Date:      " EM-BIRTH-DATE.
004413     DISPLAY "Hire Date:       " EM-HIRE-DATE.
004414     MOVE EM-SSN (6: 4) TO WS-SSN-LAST-FOUR.
004415     DISPLAY "SSN:             " WS-SSN-MASKED.
004416     DISPLAY "Home Address:    " EM-ADDRESS-LINE.
004417     DISPLAY "                 " EM-CITY " " EM-STATE-CODE " "
004418         EM-ZIP-CODE.
004420     DISPLAY "Pay Method:      " EM-PAY-METHOD.
004430     DISPLAY "Bank Routing:    " EM-BANK-ROUTING.
004440     DISPLAY "Bank Account:    " EM-BANK-ACCOUNT.
004450     IF EM-EMPLOYEE-INACTIVE
004460         DISPLAY "Status:          INACTIVE"
004470     ELSE
004471         IF EM-TERMINATION-PENDING
004473             DISPLAY "Status:          TERMINATED - FINAL PAY "
004475                 "DUE"
004477         ELSE
004480             DISPLAY "Status:          ACTIVE"
004481         END-IF
004482     END-IF.
004484     IF EM-TERMINATION-REASON NOT = SPACES
004486         DISPLAY "Terminated:      " EM-TERMINATION-DATE
004488             "  reason " EM-TERMINATION-REASON
004490     END-IF.
004500 5000-EXIT.
004510     EXIT.
004640     IF EM-EMPLOYEE-INACTIVE
004650         DISPLAY "Employee " WS-EMPLOYEE-ID
004660             " is already inactive."
004661         GO TO 6000-EXIT
004662     END-IF.
004663* A TERMINATED EMPLOYEE GOES INACTIVE ONLY WHEN SIMPLE-PAYROLL
004665* POSTS THE FINAL PAY - DEACTIVATING HERE WOULD STRAND IT.
004666     IF EM-TERMINATION-PENDING
004667         DISPLAY "Employee " WS-EMPLOYEE-ID " is terminated "
004668             "- run final pay; reactivate to cancel instead."
004670         GO TO 6000-EXIT
004680     END-IF.
004690
005080     END-IF.
005090
005100     IF NOT EM-EMPLOYEE-INACTIVE
005105         AND NOT EM-TERMINATION-PENDING
005110         DISPLAY "Employee " WS-EMPLOYEE-ID
005120             " is already active."
005130         GO TO 6500-EXIT
005230         GO TO 6500-EXIT
005240     END-IF.
005250
005251     IF EM-TERMINATION-PENDING
005252         MOVE "TERMINATED" TO CL-OLD-VALUE
005254     ELSE
005255         MOVE "INACTIVE" TO CL-OLD-VALUE
005257     END-IF.
005258* A REHIRE OR A CANCELLED TERMINATION STARTS CLEAN.
005260     MOVE SPACE TO EM-ACTIVE-STATUS.
005263     MOVE ZERO TO EM-TERMINATION-DATE.
005266     MOVE SPACES TO EM-TERMINATION-REASON.
005270     REWRITE EMPLOYEE-MASTER-RECORD
005280         INVALID KEY
005290             DISPLAY "Employee ID " WS-EMPLOYEE-ID
005320         NOT INVALID KEY
005330             MOVE "REACT"    TO CL-ACTION
005340             MOVE "STATUS"   TO CL-FIELD-NAME
005360             MOVE "ACTIVE"   TO CL-NEW-VALUE
005370             PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
005380             DISPLAY "Employee " WS-EMPLOYEE-ID " reactivated."
005581     PERFORM 7820-GET-FILING-STATUS THRU 7820-EXIT.
005582     PERFORM 7830-GET-ALLOWANCE-COUNT THRU 7830-EXIT.
005590     PERFORM 7850-GET-DEPARTMENT THRU 7850-EXIT.
005591     PERFORM 7870-GET-PAY-GROUP THRU 7870-EXIT.
005593     PERFORM 7880-GET-BIRTH-DATE THRU 7880-EXIT.
005595     PERFORM 7890-GET-HIRE-DATE THRU 7890-EXIT.
005596     PERFORM 7892-GET-SSN THRU 7892-EXIT.
005598     PERFORM 7895-GET-HOME-ADDRESS THRU 7895-EXIT.
005600     PERFORM 7900-GET-PAY-METHOD THRU 7900-EXIT.
005610     IF EM-PAY-BY-DEPOSIT
005620         PERFORM 7950-GET-BANK-FIELDS THRU 7950-EXIT
009520     CLOSE CHANGE-LOG-FILE.
009530 9000-EXIT.
009540     EXIT.
009550
009560*================================================================
009570* 1070-LOAD-PAY-GROUPS - TABLE THE PAY GROUP CODES ON PAYPERD SO
009580* AN EMPLOYEE CAN ONLY BE PUT IN A GROUP THAT HAS A PAY PERIOD.
009590* WITHOUT PAYPERD THE CHECK IS SKIPPED, AS BEFORE THE FILE WAS
009600* USED HERE.
009610*================================================================
009620 1070-LOAD-PAY-GROUPS.
009630     MOVE ZERO TO WS-PAY-GROUP-COUNT.
009640     OPEN INPUT PAY-PERIOD-FILE.
009650     IF NOT WS-PAY-PERIOD-OK
009660         DISPLAY "WARNING - PAY PERIOD FILE PAYPERD COULD NOT "
009670             "BE OPENED - PAY GROUPS WILL NOT BE CHECKED."
009680         GO TO 1070-EXIT
009690     END-IF.
009700     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
009710     READ PAY-PERIOD-FILE
009720         AT END
009730             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
009740     END-READ.
009750     PERFORM 1075-TABLE-PAY-GROUP
009760         UNTIL WS-END-OF-PERIODS.
009770     CLOSE PAY-PERIOD-FILE.
009780     IF WS-PAY-GROUP-COUNT = ZERO
009790         DISPLAY "WARNING - PAYPERD IS EMPTY - PAY GROUPS WILL "
009800             "NOT BE CHECKED."
009810     END-IF.
009820 1070-EXIT.
009830     EXIT.
009840
009850 1075-TABLE-PAY-GROUP.
009860     IF WS-PAY-GROUP-COUNT >= 20
009870         DISPLAY "More than 20 pay groups on PAYPERD - group '"
009880             PP-PAY-GROUP "' is not tabled."
009890     ELSE
009900         ADD 1 TO WS-PAY-GROUP-COUNT
009910         MOVE PP-PAY-GROUP TO PG-PAY-GROUP (WS-PAY-GROUP-COUNT)
009920         MOVE PP-PAY-FREQUENCY
009930             TO PG-PAY-FREQUENCY (WS-PAY-GROUP-COUNT)
009940     END-IF.
009950     READ PAY-PERIOD-FILE
009960         AT END
009970             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
009980     END-READ.
009990
010000*----------------------------------------------------------------
010010* THE PAY GROUP, BIRTH AND HIRE DATES, SSN AND HOME ADDRESS.  THE
010020* SSN IS LOGGED BY ITS LAST FOUR DIGITS ONLY.
010030*----------------------------------------------------------------
010040 4710-LOG-NEWER-FIELDS.
010050     IF EM-PAY-GROUP NOT = WS-OLD-PAY-GROUP
010060         MOVE "PAY GROUP"    TO CL-FIELD-NAME
010070         MOVE WS-OLD-PAY-GROUP TO CL-OLD-VALUE
010080         MOVE EM-PAY-GROUP TO CL-NEW-VALUE
010090         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010100     END-IF.
010110
010120     IF EM-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
010130         MOVE "BIRTH DATE"   TO CL-FIELD-NAME
010140         MOVE WS-OLD-BIRTH-DATE TO CL-OLD-VALUE
010150         MOVE EM-BIRTH-DATE TO CL-NEW-VALUE
010160         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010170     END-IF.
010180
010190     IF EM-HIRE-DATE NOT = WS-OLD-HIRE-DATE
010200         MOVE "HIRE DATE"    TO CL-FIELD-NAME
010210         MOVE WS-OLD-HIRE-DATE TO CL-OLD-VALUE
010220         MOVE EM-HIRE-DATE TO CL-NEW-VALUE
010230         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010240     END-IF.
010250
010260     IF EM-SSN NOT = WS-OLD-SSN
010270         MOVE "SSN"          TO CL-FIELD-NAME
010280         MOVE SPACES TO CL-OLD-VALUE
010290         IF WS-OLD-SSN NOT = SPACES
010300             MOVE WS-OLD-SSN (6: 4) TO WS-SSN-LAST-FOUR
010310             MOVE WS-SSN-MASKED TO CL-OLD-VALUE
010320         END-IF
010330         MOVE EM-SSN (6: 4) TO WS-SSN-LAST-FOUR
010340         MOVE WS-SSN-MASKED TO CL-NEW-VALUE
010350         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010360     END-IF.
010370
010380     IF EM-ADDRESS-LINE NOT = WS-OLD-ADDRESS
010390         MOVE "ADDRESS"      TO CL-FIELD-NAME
010400         MOVE WS-OLD-ADDRESS TO CL-OLD-VALUE
010410         MOVE EM-ADDRESS-LINE TO CL-NEW-VALUE
010420         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010430     END-IF.
010440
010450     IF EM-CITY NOT = WS-OLD-CITY
010460         MOVE "CITY"         TO CL-FIELD-NAME
010470         MOVE WS-OLD-CITY TO CL-OLD-VALUE
010480         MOVE EM-CITY TO CL-NEW-VALUE
010490         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010500     END-IF.
010510
010520     IF EM-STATE-CODE NOT = WS-OLD-STATE
010530         MOVE "STATE"        TO CL-FIELD-NAME
010540         MOVE WS-OLD-STATE TO CL-OLD-VALUE
010550         MOVE EM-STATE-CODE TO CL-NEW-VALUE
010560         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010570     END-IF.
010580
010590     IF EM-ZIP-CODE NOT = WS-OLD-ZIP
010600         MOVE "ZIP CODE"     TO CL-FIELD-NAME
010610         MOVE WS-OLD-ZIP TO CL-OLD-VALUE
010620         MOVE EM-ZIP-CODE TO CL-NEW-VALUE
010630         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
010640     END-IF.
010650 4710-EXIT.
010660     EXIT.
010670
010680*================================================================
010690* 6700-TERMINATE-EMPLOYEE - RECORD THE TERMINATION DATE AND
010700* REASON.  THE EMPLOYEE STAYS PAYABLE (STATUS "T") UNTIL
010710* SIMPLE-PAYROLL'S FINAL-PAY MODE POSTS THE LAST CHECK, WHICH
010720* IS WHAT FINALLY MAKES THE RECORD INACTIVE.
010730*================================================================
010740 6700-TERMINATE-EMPLOYEE.
010750     PERFORM 8000-GET-EMPLOYEE-ID THRU 8000-EXIT.
010760     PERFORM 8100-READ-MASTER-RECORD THRU 8100-EXIT.
010770     IF NOT WS-EMPLOYEE-FOUND
010780         GO TO 6700-EXIT
010790     END-IF.
010800
010810     IF EM-EMPLOYEE-INACTIVE
010820         DISPLAY "Employee " WS-EMPLOYEE-ID " is inactive - "
010830             "reactivate first to terminate."
010840         GO TO 6700-EXIT
010850     END-IF.
010860     IF EM-TERMINATION-PENDING
010870         DISPLAY "Employee " WS-EMPLOYEE-ID " was already "
010880             "terminated " EM-TERMINATION-DATE " - final pay "
010890             "is still to run."
010900         GO TO 6700-EXIT
010910     END-IF.
010920
010930     MOVE "N" TO WS-VALID-SWITCH.
010940     PERFORM 6710-PROMPT-FOR-TERM-DATE
010950         UNTIL WS-ENTRY-IS-VALID.
010960     MOVE "N" TO WS-VALID-SWITCH.
010970     PERFORM 6720-PROMPT-FOR-TERM-REASON
010980         UNTIL WS-ENTRY-IS-VALID.
010990
011000     DISPLAY "Terminate " EM-EMPLOYEE-NAME " effective "
011010         WS-DATE-ENTERED " reason " WS-REASON-TEXT "?".
011020     DISPLAY "Confirm (Y/N): " WITH NO ADVANCING.
011030     ACCEPT WS-CONFIRM-SWITCH.
011040     MOVE FUNCTION UPPER-CASE(WS-CONFIRM-SWITCH)
011050         TO WS-CONFIRM-SWITCH.
011060     IF NOT WS-ACTION-CONFIRMED
011070         DISPLAY "Employee " WS-EMPLOYEE-ID " left unchanged."
011080         GO TO 6700-EXIT
011090     END-IF.
011100
011110     MOVE "T" TO EM-ACTIVE-STATUS.
011120     MOVE WS-DATE-ENTERED TO EM-TERMINATION-DATE.
011130     MOVE WS-REASON-TEXT TO EM-TERMINATION-REASON.
011140     REWRITE EMPLOYEE-MASTER-RECORD
011150         INVALID KEY
011160             DISPLAY "Employee ID " WS-EMPLOYEE-ID
011170                 " could not be rewritten - status "
011180                 WS-MASTER-STATUS "."
011190         NOT INVALID KEY
011200             MOVE "TERM"       TO CL-ACTION
011210             MOVE "STATUS"     TO CL-FIELD-NAME
011220             MOVE "ACTIVE"     TO CL-OLD-VALUE
011230             MOVE "TERMINATED" TO CL-NEW-VALUE
011240             PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
011250             MOVE "TERM DATE"  TO CL-FIELD-NAME
011260             MOVE SPACES       TO CL-OLD-VALUE
011270             MOVE WS-DATE-ENTERED TO CL-NEW-VALUE
011280             PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
011290             MOVE "TERM REASON" TO CL-FIELD-NAME
011300             MOVE WS-REASON-TEXT TO CL-NEW-VALUE
011310             PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
011320             DISPLAY "Employee " WS-EMPLOYEE-ID " terminated - "
011330                 "pay the final check in SIMPLE-PAYROLL "
011340                 "final-pay mode."
011350     END-REWRITE.
011360 6700-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------
011400* LAST DAY WORKED, CCYYMMDD - BLANK IS TODAY.
011410*----------------------------------------------------------------
011420 6710-PROMPT-FOR-TERM-DATE.
011430     DISPLAY SPACE.
011440     DISPLAY "Termination Date (CCYYMMDD, blank for today): "
011450         WITH NO ADVANCING.
011460     ACCEPT WS-DATE-TEXT.
011470     IF WS-DATE-TEXT = SPACES
011480         MOVE WS-CURRENT-DATE-DISPLAY TO WS-DATE-TEXT
011490     END-IF.
011500     IF WS-DATE-TEXT IS NUMERIC
011510         MOVE WS-DATE-TEXT TO WS-DATE-ENTERED
011520         IF WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
011530             AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
011540             AND WS-DATE-ENTERED NOT > WS-CURRENT-DATE-DISPLAY
011550             MOVE "Y" TO WS-VALID-SWITCH
011560         END-IF
011570     END-IF.
011580     IF NOT WS-ENTRY-IS-VALID
011590         DISPLAY "Termination date must be a real CCYYMMDD "
011600             "date, not in the future."
011610     END-IF.
011620
011630 6720-PROMPT-FOR-TERM-REASON.
011640     DISPLAY SPACE.
011650     DISPLAY "Reason - QU quit, DI discharge, LO layoff, "
011660         "RE retired, DE deceased, OT other: "
011670         WITH NO ADVANCING.
011680     ACCEPT WS-REASON-TEXT.
011690     MOVE FUNCTION UPPER-CASE(WS-REASON-TEXT) TO WS-REASON-TEXT.
011700     MOVE WS-REASON-TEXT TO EM-TERMINATION-REASON.
011710     IF EM-TERM-REASON-VALID
011720         MOVE "Y" TO WS-VALID-SWITCH
011730     ELSE
011740         DISPLAY "Please enter QU, DI, LO, RE, DE or OT."
011750     END-IF.
011760
011770*----------------------------------------------------------------
011780* PAY GROUP - MUST MATCH THE GROUP CODE ON A PAYPERD RECORD FOR
011790* THE EMPLOYEE TO BE PAID.  BLANK IS THE ORIGINAL WEEKLY GROUP;
011800* SINCE BLANK ALSO MEANS "KEEP", AN * MOVES SOMEONE BACK TO IT.
011810* A GROUP NOT ON PAYPERD, OR AN HOURLY EMPLOYEE IN A SEMI-MONTHLY
011820* OR MONTHLY ONE, IS REFUSED AND ASKED FOR AGAIN, KEPT VALUE TOO.
011830*----------------------------------------------------------------
011840 7870-GET-PAY-GROUP.
011850     MOVE "N" TO WS-VALID-SWITCH.
011860     PERFORM 7875-PROMPT-FOR-PAY-GROUP
011870         UNTIL WS-ENTRY-IS-VALID.
011880 7870-EXIT.
011890     EXIT.
011900
011910 7875-PROMPT-FOR-PAY-GROUP.
011920     DISPLAY SPACE.
011930     DISPLAY "Pay Group (now '" EM-PAY-GROUP "') - * for the "
011940         "original weekly group".
011950     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
011960     ACCEPT WS-TYPE-TEXT.
011970     MOVE FUNCTION UPPER-CASE(WS-TYPE-TEXT) TO WS-TYPE-TEXT.
011980     MOVE EM-PAY-GROUP TO WS-NEW-PAY-GROUP.
011990     IF WS-TYPE-TEXT = "*"
012000         MOVE SPACE TO WS-NEW-PAY-GROUP
012010     ELSE
012020         IF WS-TYPE-TEXT NOT = SPACE
012030             MOVE WS-TYPE-TEXT TO WS-NEW-PAY-GROUP
012040         END-IF
012050     END-IF.
012060     MOVE "N" TO WS-GROUP-FOUND-SWITCH.
012070     MOVE ZERO TO WS-PAY-GROUP-SUB.
012080     PERFORM 7876-MATCH-PAY-GROUP
012090         UNTIL WS-GROUP-ON-PAYPERD
012100         OR WS-PAY-GROUP-SUB >= WS-PAY-GROUP-COUNT.
012110     IF (WS-GROUP-ON-PAYPERD OR WS-PAY-GROUP-COUNT = ZERO)
012120         AND (NOT EM-TYPE-HOURLY OR WS-NEW-GROUP-WEEKLY-BIWEEKLY)
012130         MOVE WS-NEW-PAY-GROUP TO EM-PAY-GROUP
012140         MOVE "Y" TO WS-VALID-SWITCH
012150     ELSE
012160         DISPLAY "Pay group '" WS-NEW-PAY-GROUP
012170             "' is not on PAYPERD or is not open to hourly pay."
012180     END-IF.
012190
012200 7876-MATCH-PAY-GROUP.
012210     ADD 1 TO WS-PAY-GROUP-SUB.
012220     IF PG-PAY-GROUP (WS-PAY-GROUP-SUB) = WS-NEW-PAY-GROUP
012230         MOVE "Y" TO WS-GROUP-FOUND-SWITCH
012240         MOVE PG-PAY-FREQUENCY (WS-PAY-GROUP-SUB)
012250             TO WS-NEW-FREQUENCY
012260     END-IF.
012270
012280*----------------------------------------------------------------
012290* BIRTH DATE, CCYYMMDD - ONLY THE RETIREMENT PLAN CATCH-UP LIMIT
012300* USES IT.  ZERO MEANS NOT ON FILE, WHICH GETS NO CATCH-UP.
012310*----------------------------------------------------------------
012320 7880-GET-BIRTH-DATE.
012330     IF EM-BIRTH-DATE NOT NUMERIC
012340         MOVE ZERO TO EM-BIRTH-DATE
012350     END-IF.
012360     MOVE "N" TO WS-VALID-SWITCH.
012370     PERFORM 7885-PROMPT-FOR-BIRTH-DATE
012380         UNTIL WS-ENTRY-IS-VALID.
012390 7880-EXIT.
012400     EXIT.
012410
012420 7885-PROMPT-FOR-BIRTH-DATE.
012430     DISPLAY SPACE.
012440     DISPLAY "Birth Date CCYYMMDD (now " EM-BIRTH-DATE ")".
012450     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
012460     ACCEPT WS-DATE-TEXT.
012470     IF WS-DATE-TEXT = SPACES
012480         MOVE "Y" TO WS-VALID-SWITCH
012490     ELSE
012500         IF WS-DATE-TEXT IS NUMERIC
012510             MOVE WS-DATE-TEXT TO WS-DATE-ENTERED
012520             IF WS-DATE-YEAR >= 1900
012530                 AND WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
012540                 AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
012550                 AND WS-DATE-ENTERED < WS-CURRENT-DATE-DISPLAY
012560                 MOVE WS-DATE-ENTERED TO EM-BIRTH-DATE
012570                 MOVE "Y" TO WS-VALID-SWITCH
012580             END-IF
012590         END-IF
012600         IF NOT WS-ENTRY-IS-VALID
012610             DISPLAY "Birth date must be a real CCYYMMDD date "
012620                 "in the past."
012630         END-IF
012640     END-IF.
012650
012660*----------------------------------------------------------------
012670* HIRE DATE, CCYYMMDD - THE FIRST DAY OF WORK, WHICH MAY STILL BE
012680* AHEAD WHEN THE ADD IS KEYED.  REQUIRED ON AN ADD; ZERO ON A
012690* RECORD RELOADED WITHOUT ONE MEANS NOT ON FILE.  NEWHIRE
012700* REPORTS EACH EMPLOYEE AND HIRE DATE ONCE, SO A REHIRE GETS A
012710* NEW HIRE DATE HERE AND IS REPORTED AGAIN.
012720*----------------------------------------------------------------
012730 7890-GET-HIRE-DATE.
012740     IF EM-HIRE-DATE NOT NUMERIC
012750         MOVE ZERO TO EM-HIRE-DATE
012760     END-IF.
012770     MOVE "N" TO WS-VALID-SWITCH.
012780     PERFORM 7891-PROMPT-FOR-HIRE-DATE
012790         UNTIL WS-ENTRY-IS-VALID.
012800 7890-EXIT.
012810     EXIT.
012820
012830 7891-PROMPT-FOR-HIRE-DATE.
012840     DISPLAY SPACE.
012850     DISPLAY "Hire Date CCYYMMDD (now " EM-HIRE-DATE ")".
012860     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
012870     ACCEPT WS-DATE-TEXT.
012880     IF WS-DATE-TEXT = SPACES
012890         IF EM-HIRE-DATE = ZERO AND WS-FUNCTION-ADD
012900             DISPLAY "A new employee needs a hire date."
012910         ELSE
012920             MOVE "Y" TO WS-VALID-SWITCH
012930         END-IF
012940     ELSE
012950         IF WS-DATE-TEXT IS NUMERIC
012960             MOVE WS-DATE-TEXT TO WS-DATE-ENTERED
012970             IF WS-DATE-YEAR >= 1900
012980                 AND WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
012990                 AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
013000                 MOVE WS-DATE-ENTERED TO EM-HIRE-DATE
013010                 MOVE "Y" TO WS-VALID-SWITCH
013020             END-IF
013030         END-IF
013040         IF NOT WS-ENTRY-IS-VALID
013050             DISPLAY "Hire date must be a real CCYYMMDD date."
013060         END-IF
013070     END-IF.
013080
013090*----------------------------------------------------------------
013100* SOCIAL SECURITY NUMBER - NINE DIGITS, DASHES OPTIONAL, NEVER ALL
013110* ZERO.  REQUIRED ON AN ADD.  THE PROMPT SHOWS THE LAST FOUR.
013120*----------------------------------------------------------------
013130 7892-GET-SSN.
013140     MOVE "N" TO WS-VALID-SWITCH.
013150     PERFORM 7893-PROMPT-FOR-SSN
013160         UNTIL WS-ENTRY-IS-VALID.
013170 7892-EXIT.
013180     EXIT.
013190
013200 7893-PROMPT-FOR-SSN.
013210     MOVE SPACES TO WS-SSN-LAST-FOUR.
013220     IF EM-SSN NOT = SPACES
013230         MOVE EM-SSN (6: 4) TO WS-SSN-LAST-FOUR
013240     END-IF.
013250     DISPLAY SPACE.
013260     DISPLAY "Social Security Number (now " WS-SSN-MASKED ")".
013270     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
013280     ACCEPT WS-SSN-TEXT.
013290     IF WS-SSN-TEXT (4: 1) = "-" AND WS-SSN-TEXT (7: 1) = "-"
013300         STRING WS-SSN-TEXT (1: 3) WS-SSN-TEXT (5: 2)
013310             WS-SSN-TEXT (8: 4) DELIMITED BY SIZE
013320             INTO WS-SSN-DIGITS
013330         MOVE WS-SSN-DIGITS TO WS-SSN-TEXT
013340     END-IF.
013350     IF WS-SSN-TEXT = SPACES
013360         IF EM-SSN = SPACES AND WS-FUNCTION-ADD
013370             DISPLAY "A new employee needs a social security "
013380                 "number."
013390         ELSE
013400             MOVE "Y" TO WS-VALID-SWITCH
013410         END-IF
013420     ELSE
013430         IF WS-SSN-TEXT (10: 2) = SPACES
013440             AND WS-SSN-TEXT (1: 9) IS NUMERIC
013450             AND WS-SSN-TEXT (1: 9) NOT = "000000000"
013460             MOVE WS-SSN-TEXT (1: 9) TO EM-SSN
013470             MOVE "Y" TO WS-VALID-SWITCH
013480         ELSE
013490             DISPLAY "Social security number must be nine "
013500                 "digits, not all zero."
013510         END-IF
013520     END-IF.
013530
013540*----------------------------------------------------------------
013550* HOME ADDRESS FOR THE NEW-HIRE REGISTRY - STREET, CITY, TWO-
013560* LETTER STATE AND A FIVE OR NINE DIGIT ZIP.  ALL REQUIRED ON AN
013570* ADD; NEWHIRE HOLDS BACK ANY HIRE STILL MISSING ONE.
013580*----------------------------------------------------------------
013590 7895-GET-HOME-ADDRESS.
013600     MOVE "N" TO WS-VALID-SWITCH.
013610     PERFORM 7896-PROMPT-FOR-ADDRESS
013620         UNTIL WS-ENTRY-IS-VALID.
013630     MOVE "N" TO WS-VALID-SWITCH.
013640     PERFORM 7897-PROMPT-FOR-CITY
013650         UNTIL WS-ENTRY-IS-VALID.
013660     MOVE "N" TO WS-VALID-SWITCH.
013670     PERFORM 7898-PROMPT-FOR-STATE
013680         UNTIL WS-ENTRY-IS-VALID.
013690     MOVE "N" TO WS-VALID-SWITCH.
013700     PERFORM 7899-PROMPT-FOR-ZIP
013710         UNTIL WS-ENTRY-IS-VALID.
013720 7895-EXIT.
013730     EXIT.
013740
013750 7896-PROMPT-FOR-ADDRESS.
013760     DISPLAY SPACE.
013770     DISPLAY "Home Address (now " EM-ADDRESS-LINE ")".
013780     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
013790     ACCEPT WS-ADDRESS-TEXT.
013800     MOVE FUNCTION UPPER-CASE(WS-ADDRESS-TEXT) TO WS-ADDRESS-TEXT.
013810     IF WS-ADDRESS-TEXT NOT = SPACES
013820         MOVE WS-ADDRESS-TEXT TO EM-ADDRESS-LINE
013830     END-IF.
013840     IF EM-ADDRESS-LINE = SPACES AND WS-FUNCTION-ADD
013850         DISPLAY "Home address may not be blank."
013860     ELSE
013870         MOVE "Y" TO WS-VALID-SWITCH
013880     END-IF.
013890
013900 7897-PROMPT-FOR-CITY.
013910     DISPLAY SPACE.
013920     DISPLAY "City (now " EM-CITY ")".
013930     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
013940     ACCEPT WS-CITY-TEXT.
013950     MOVE FUNCTION UPPER-CASE(WS-CITY-TEXT) TO WS-CITY-TEXT.
013960     IF WS-CITY-TEXT NOT = SPACES
013970         MOVE WS-CITY-TEXT TO EM-CITY
013980     END-IF.
013990     IF EM-CITY = SPACES AND WS-FUNCTION-ADD
014000         DISPLAY "City may not be blank."
014010     ELSE
014020         MOVE "Y" TO WS-VALID-SWITCH
014030     END-IF.
014040
014050 7898-PROMPT-FOR-STATE.
014060     DISPLAY SPACE.
014070     DISPLAY "State (now " EM-STATE-CODE ")".
014080     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
014090     ACCEPT WS-STATE-TEXT.
014100     MOVE FUNCTION UPPER-CASE(WS-STATE-TEXT) TO WS-STATE-TEXT.
014110     IF WS-STATE-TEXT = SPACES
014120         IF EM-STATE-CODE = SPACES AND WS-FUNCTION-ADD
014130             DISPLAY "State may not be blank."
014140         ELSE
014150             MOVE "Y" TO WS-VALID-SWITCH
014160         END-IF
014170     ELSE
014180         IF WS-STATE-TEXT IS ALPHABETIC
014190             AND WS-STATE-TEXT (2: 1) NOT = SPACE
014200             MOVE WS-STATE-TEXT TO EM-STATE-CODE
014210             MOVE "Y" TO WS-VALID-SWITCH
014220         ELSE
014230             DISPLAY "State must be the two-letter postal code."
014240         END-IF
014250     END-IF.
014260
014270 7899-PROMPT-FOR-ZIP.
014280     DISPLAY SPACE.
014290     DISPLAY "ZIP Code (now " EM-ZIP-CODE ")".
014300     DISPLAY "New value or blank to keep: " WITH NO ADVANCING.
014310     ACCEPT WS-ZIP-TEXT.
014320     IF WS-ZIP-TEXT (6: 1) = "-"
014330         STRING WS-ZIP-TEXT (1: 5) WS-ZIP-TEXT (7: 4)
014340             DELIMITED BY SIZE INTO WS-ZIP-DIGITS
014350         MOVE WS-ZIP-DIGITS TO WS-ZIP-TEXT
014360     END-IF.
014370     IF WS-ZIP-TEXT = SPACES
014380         IF EM-ZIP-CODE = SPACES AND WS-FUNCTION-ADD
014390             DISPLAY "ZIP code may not be blank."
014400         ELSE
014410             MOVE "Y" TO WS-VALID-SWITCH
014420         END-IF
014430     ELSE
014440         IF WS-ZIP-TEXT (1: 5) IS NUMERIC
014450             AND (WS-ZIP-TEXT (6: 5) = SPACES
014460             OR (WS-ZIP-TEXT (6: 4) IS NUMERIC
014470             AND WS-ZIP-TEXT (10: 1) = SPACE))
014480             MOVE WS-ZIP-TEXT (1: 9) TO EM-ZIP-CODE
014490             MOVE "Y" TO WS-VALID-SWITCH
014500         ELSE
014510             DISPLAY "ZIP code must be five or nine digits."
014520         END-IF
014530     END-IF.
