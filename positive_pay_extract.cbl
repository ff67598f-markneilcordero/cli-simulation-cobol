000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POSPAY.
000030 AUTHOR. D-MERCER.
000040 INSTALLATION. SHOP-FLOOR-PAYROLL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 DM    ORIGINAL PROGRAM - POSITIVE-PAY ISSUE FILE
000120*                  FOR THE BANK.  SWEEPS CHECKREG AND SENDS
000130*                  EVERY CHECK ISSUED OR VOIDED SINCE THE LAST
000140*                  TRANSMISSION - PAYROLL CHECKS, DEDREMIT
000150*                  VENDOR CHECKS AND CHECKMNT REISSUES AND
000160*                  VOIDS ALIKE - TO PPAYISS IN THE BANK'S
000170*                  LAYOUT, WITH A HEADER AND A TRAILER CARRYING
000180*                  THE COUNTS AND TOTALS.  THE PPAYCTL CONTROL
000190*                  RECORD NUMBERS THE TRANSMISSIONS AND THE
000200*                  PPAYHIST FILE RECORDS WHICH TRANSMISSION
000210*                  CARRIED EACH ISSUE AND VOID, SO NO CHECK IS
000220*                  SENT TWICE OR SKIPPED.  A RERUN REBUILDS A
000230*                  FAILED TRANSMISSION ITEM FOR ITEM.  PPAYRPT
000240*                  IS THE TRANSMISSION REPORT THE DESK MATCHES
000250*                  TO THE BANK'S ACKNOWLEDGMENT.
000260* 10/15/2026 DM    A PPAYHIST WRITE OR REWRITE THAT FAILS NOW
000270*                  STOPS THE RUN WITH RETURN-CODE 8 AND THE
000280*                  TRANSMISSION LEFT OPEN, SO AN ITEM SENT BUT
000290*                  NOT RECORDED CANNOT GO TO THE BANK TWICE.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. GENERIC-PC.
000340 OBJECT-COMPUTER. GENERIC-PC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CK-CHECK-NUMBER
000410         FILE STATUS IS WS-CHECKREG-STATUS.
000420
000430     SELECT PPAY-HISTORY ASSIGN TO "PPAYHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PV-CHECK-NUMBER
000470         FILE STATUS IS WS-PPAYHIST-STATUS.
000480
000490     SELECT PPAY-CONTROL-FILE ASSIGN TO "PPAYCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PPAYCTL-STATUS.
000520
000530     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EM-EMPLOYEE-ID
000570         FILE STATUS IS WS-MASTER-STATUS.
000580
000590     SELECT DEDUCTION-PAYEE ASSIGN TO "DEDPAYEE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PY-DEDUCTION-CODE
000630         FILE STATUS IS WS-DEDPAYEE-STATUS.
000640
000650     SELECT PPAY-ISSUE-FILE ASSIGN TO "PPAYISS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PPAYISS-STATUS.
000680
000690     SELECT PPAY-REPORT-FILE ASSIGN TO "PPAYRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REPORT-STATUS.
000720
000730     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS OP-OPERATOR-ID
000770         FILE STATUS IS WS-OPERMAST-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------
000820* CHECK REGISTER - READ ONLY.  LAYOUT IS THE CHECKREG COPYBOOK
000830* SHARED WITH SIMPLE-PAYROLL, CHECKMNT, DEDREMIT AND BANKRECN.
000840*----------------------------------------------------------------
000850 FD  CHECK-REGISTER
000860     RECORDING MODE IS F.
000870 COPY CHECKREG.
000880
000890*----------------------------------------------------------------
000900* POSITIVE-PAY HISTORY - WHICH TRANSMISSION CARRIED EACH CHECK.
000910*----------------------------------------------------------------
000920 FD  PPAY-HISTORY
000930     RECORDING MODE IS F.
000940 COPY PPAYHIST.
000950
000960*----------------------------------------------------------------
000970* TRANSMISSION CONTROL RECORD - ONE RECORD, SET UP BY THE DESK
000980* WITH THE BANK ROUTING AND ACCOUNT NUMBERS, THE LAST
000990* TRANSMISSION AT 000000 AND THE CUT-OVER DATE (CHECKS DATED
001000* BEFORE IT WERE WRITTEN BEFORE POSITIVE PAY AND ARE NEVER
001010* SENT).  POSPAY WRITES IT BACK WITH EVERY TRANSMISSION.  AN
001020* "O" STATUS IS A TRANSMISSION STARTED AND NOT FINISHED.
001030*----------------------------------------------------------------
001040 FD  PPAY-CONTROL-FILE
001050     RECORDING MODE IS F.
001060 01  PPAY-CONTROL-RECORD.
001070     05  PC-BANK-ROUTING         PIC X(09).
001080     05  PC-BANK-ACCOUNT         PIC X(15).
001090     05  PC-LAST-XMIT-TEXT       PIC X(06).
001100     05  PC-LAST-XMIT-DATE       PIC X(08).
001110     05  PC-XMIT-STATUS          PIC X(01).
001120         88  PC-XMIT-OPEN            VALUE "O".
001130     05  PC-LAST-ITEM-COUNT-TEXT PIC X(06).
001140     05  PC-LAST-AMOUNT-TEXT     PIC X(13).
001150     05  PC-CUTOVER-DATE         PIC X(08).
001160     05  FILLER                  PIC X(14).
001170
001180*----------------------------------------------------------------
001190* EMPLOYEE MASTER AND DEDUCTION PAYEES - READ ONLY, FOR THE
001200* PAYEE NAME ON EACH ISSUE ITEM.
001210*----------------------------------------------------------------
001220 FD  EMPLOYEE-MASTER
001230     RECORDING MODE IS F.
001240 COPY EMPMASTR.
001250
001260 FD  DEDUCTION-PAYEE
001270     RECORDING MODE IS F.
001280 COPY DEDPAYEE.
001290
001300*----------------------------------------------------------------
001310* POSITIVE-PAY ISSUE FILE IN THE BANK'S LAYOUT - ONE HEADER,
001320* ONE DETAIL PER ISSUE OR VOID, ONE TRAILER.  AMOUNTS CARRY
001330* TWO IMPLIED DECIMALS.
001340*----------------------------------------------------------------
001350 FD  PPAY-ISSUE-FILE
001360     RECORDING MODE IS F.
001370 01  PPAY-HEADER-RECORD.
001380     05  IH-RECORD-TYPE          PIC X(01).
001390     05  IH-BANK-ROUTING         PIC X(09).
001400     05  IH-BANK-ACCOUNT         PIC X(15).
001410     05  IH-XMIT-NUMBER          PIC 9(06).
001420     05  IH-CREATE-DATE          PIC 9(08).
001430     05  IH-RERUN-FLAG           PIC X(01).
001440     05  FILLER                  PIC X(40).
001450 01  PPAY-DETAIL-RECORD.
001460     05  IS-RECORD-TYPE          PIC X(01).
001470     05  IS-BANK-ACCOUNT         PIC X(15).
001480     05  IS-CHECK-NUMBER         PIC 9(10).
001490     05  IS-ISSUE-DATE           PIC 9(08).
001500     05  IS-AMOUNT               PIC 9(08)V99.
001510     05  IS-ITEM-CODE            PIC X(01).
001520     05  IS-PAYEE-NAME           PIC X(30).
001530     05  FILLER                  PIC X(05).
001540 01  PPAY-TRAILER-RECORD.
001550     05  IT-RECORD-TYPE          PIC X(01).
001560     05  IT-BANK-ACCOUNT         PIC X(15).
001570     05  IT-XMIT-NUMBER          PIC 9(06).
001580     05  IT-DETAIL-COUNT         PIC 9(06).
001590     05  IT-ISSUE-COUNT          PIC 9(06).
001600     05  IT-ISSUE-AMOUNT         PIC 9(10)V99.
001610     05  IT-VOID-COUNT           PIC 9(06).
001620     05  IT-VOID-AMOUNT          PIC 9(10)V99.
001630     05  FILLER                  PIC X(16).
001640
001650*----------------------------------------------------------------
001660* PRINTED TRANSMISSION REPORT.
001670*----------------------------------------------------------------
001680 FD  PPAY-REPORT-FILE
001690     RECORDING MODE IS F.
001700 01  PPAY-REPORT-LINE            PIC X(90).
001710
001720*----------------------------------------------------------------
001730* OPERATOR MASTER - READ ONLY, FOR THE SIGN-ON CHECK.  LAYOUT
001740* IS THE OPERMAST COPYBOOK MAINTAINED BY OPERMNT.
001750*----------------------------------------------------------------
001760 FD  OPERATOR-MASTER
001770     RECORDING MODE IS F.
001780 COPY OPERMAST.
001790
001800 WORKING-STORAGE SECTION.
001810*----------------------------------------------------------------
001820* RUN CONTROL SWITCHES AND FILE STATUS FIELDS.
001830*----------------------------------------------------------------
001840 01  WS-CHECKREG-STATUS          PIC X(02).
001850     88  WS-CHECKREG-OK                VALUE "00".
001860 01  WS-PPAYHIST-STATUS          PIC X(02).
001870     88  WS-PPAYHIST-OK                VALUE "00".
001880     88  WS-PPAYHIST-NOT-FOUND         VALUE "35".
001890 01  WS-PPAYCTL-STATUS           PIC X(02).
001900     88  WS-PPAYCTL-OK                 VALUE "00".
001910 01  WS-MASTER-STATUS            PIC X(02).
001920     88  WS-MASTER-OK                  VALUE "00".
001930 01  WS-DEDPAYEE-STATUS          PIC X(02).
001940     88  WS-DEDPAYEE-OK                VALUE "00".
001950 01  WS-PPAYISS-STATUS           PIC X(02).
001960 01  WS-REPORT-STATUS            PIC X(02).
001970 01  WS-OPERMAST-STATUS          PIC X(02).
001980     88  WS-OPERMAST-OK                VALUE "00".
001990 01  WS-SIGNON-SWITCH            PIC X(01)  VALUE "N".
002000     88  WS-SIGNON-GOOD                VALUE "Y".
002010 01  WS-SIGNON-TRIES             PIC S9(04) COMP VALUE ZERO.
002020 01  WS-PASSWORD-TEXT            PIC X(10).
002030 01  WS-MASTER-OPEN-SWITCH       PIC X(01)  VALUE "N".
002040     88  WS-MASTER-IS-OPEN             VALUE "Y".
002050 01  WS-DEDPAYEE-OPEN-SWITCH     PIC X(01)  VALUE "N".
002060     88  WS-DEDPAYEE-IS-OPEN           VALUE "Y".
002070
002080 01  WS-REG-EOF-SWITCH           PIC X(01)  VALUE "N".
002090     88  WS-END-OF-REGISTER            VALUE "Y".
002100 01  WS-VALID-SWITCH             PIC X(01)  VALUE "N".
002110     88  WS-ENTRY-IS-VALID             VALUE "Y".
002120 01  WS-HISTORY-SWITCH           PIC X(01)  VALUE "N".
002130     88  WS-HISTORY-ON-FILE            VALUE "Y".
002140 01  WS-HISTORY-CHANGED-SWITCH   PIC X(01)  VALUE "N".
002150     88  WS-HISTORY-CHANGED            VALUE "Y".
002160
002170*----------------------------------------------------------------
002180* OPERATOR AND RUN-DATE INFORMATION.
002190*----------------------------------------------------------------
002200 01  WS-RUN-BY                   PIC X(10)  VALUE SPACES.
002210 01  WS-CURRENT-DATE-DISPLAY     PIC 9(08).
002220
002230*----------------------------------------------------------------
002240* RUN MODE AND TRANSMISSION CONTROL VALUES.  A NEW
002250* TRANSMISSION TAKES THE NEXT NUMBER; A RERUN REBUILDS ONE
002260* ALREADY NUMBERED FROM THE PPAYHIST RECORDS THAT NAME IT.
002270*----------------------------------------------------------------
002280 01  WS-RUN-MODE                 PIC X(01)  VALUE SPACE.
002290     88  WS-MODE-NEW                   VALUE "N".
002300     88  WS-MODE-RERUN                 VALUE "R".
002310     88  WS-MODE-IS-VALID              VALUES "N" "R".
002320 01  WS-RERUN-TEXT               PIC X(06).
002330 01  WS-BANK-ROUTING             PIC X(09).
002340 01  WS-BANK-ACCOUNT             PIC X(15).
002350 01  WS-LAST-XMIT-NUMBER         PIC 9(06)  VALUE ZERO.
002360 01  WS-LAST-XMIT-DATE           PIC X(08).
002370 01  WS-LAST-XMIT-STATUS         PIC X(01).
002380     88  WS-LAST-XMIT-OPEN             VALUE "O".
002390 01  WS-CUTOVER-DATE             PIC 9(08)  VALUE ZERO.
002400 01  WS-XMIT-NUMBER              PIC 9(06)  VALUE ZERO.
002410 01  WS-CONTROL-AMOUNT-OUT       PIC 9(09).99.
002420 01  WS-CONTROL-COUNT-OUT        PIC 9(06).
002430
002440*----------------------------------------------------------------
002450* ITEM WORK FIELDS.
002460*----------------------------------------------------------------
002470 01  WS-ITEM-CODE                PIC X(01).
002480     88  WS-ITEM-ISSUE                 VALUE "I".
002490     88  WS-ITEM-VOID                  VALUE "V".
002500 01  WS-PAYEE-NAME               PIC X(30).
002510
002520*----------------------------------------------------------------
002530* COUNTS AND MONEY TOTALS FOR THE TRAILER AND THE REPORT.
002540*----------------------------------------------------------------
002550 01  WS-CHECKS-READ              PIC 9(06)    VALUE ZERO.
002560 01  WS-DETAIL-COUNT             PIC 9(06)    VALUE ZERO.
002570 01  WS-ISSUE-COUNT              PIC 9(06)    VALUE ZERO.
002580 01  WS-ISSUE-AMOUNT             PIC 9(10)V99 VALUE ZERO.
002590 01  WS-VOID-COUNT               PIC 9(06)    VALUE ZERO.
002600 01  WS-VOID-AMOUNT              PIC 9(10)V99 VALUE ZERO.
002610 01  WS-FILE-RECORD-COUNT        PIC 9(06)    VALUE ZERO.
002620
002630*----------------------------------------------------------------
002640* REPORT LINES.
002650*----------------------------------------------------------------
002660 01  WS-PPAY-HEADING.
002670     05  FILLER                  PIC X(32)
002680         VALUE "POSITIVE PAY ISSUE FILE RUN DATE".
002690     05  FILLER                  PIC X(01)  VALUE SPACE.
002700     05  RH-RUN-DATE             PIC 9(08).
002710     05  FILLER                  PIC X(06)  VALUE "  BY  ".
002720     05  RH-RUN-BY               PIC X(10).
002730
002740 01  WS-XMIT-HEADING.
002750     05  FILLER                  PIC X(13)  VALUE "TRANSMISSION ".
002760     05  XH-XMIT-NUMBER          PIC 9(06).
002770     05  FILLER                  PIC X(02)  VALUE SPACES.
002780     05  XH-RUN-TYPE             PIC X(05).
002790     05  FILLER                  PIC X(12)  VALUE "  ACCOUNT   ".
002800     05  XH-BANK-ACCOUNT         PIC X(15).
002810     05  FILLER                  PIC X(10)  VALUE "  ROUTING ".
002820     05  XH-BANK-ROUTING         PIC X(09).
002830
002840 01  WS-ITEM-DETAIL.
002850     05  ID-CHECK-NUMBER         PIC 9(08).
002860     05  FILLER                  PIC X(02)  VALUE SPACES.
002870     05  ID-ITEM-TYPE            PIC X(05).
002880     05  FILLER                  PIC X(02)  VALUE SPACES.
002890     05  ID-PAYEE-ID             PIC X(05).
002900     05  FILLER                  PIC X(02)  VALUE SPACES.
002910     05  ID-ISSUE-DATE           PIC 9(08).
002920     05  FILLER                  PIC X(02)  VALUE SPACES.
002930     05  ID-AMOUNT               PIC $$$,$$$,$$9.99.
002940     05  FILLER                  PIC X(02)  VALUE SPACES.
002950     05  ID-PAYEE-NAME           PIC X(30).
002960
002970 01  WS-TOTAL-LINE.
002980     05  TL-CAPTION              PIC X(26).
002990     05  TL-COUNT                PIC ZZ,ZZ9.
003000     05  FILLER                  PIC X(02)  VALUE SPACES.
003010     05  TL-AMOUNT               PIC $$,$$$,$$$,$$9.99.
003020
003030 01  WS-DASH-LINE                PIC X(80) VALUE ALL "-".
003040
003050 PROCEDURE DIVISION.
003060*================================================================
003070* 0000-MAINLINE - PROGRAM ENTRY AND EXIT.
003080*================================================================
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     PERFORM 2000-EXTRACT-CHECKS THRU 2000-EXIT.
003120     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
003130     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
003140     PERFORM 5000-CLOSE-TRANSMISSION THRU 5000-EXIT.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     STOP RUN.
003170
003180*================================================================
003190* 1000-INITIALIZE - SIGN ON, READ THE CONTROL RECORD, PICK THE
003200* RUN MODE AND OPEN EVERYTHING.  A NEW TRANSMISSION IS
003210* NUMBERED AND RECORDED AS OPEN BEFORE THE FIRST CHECK IS
003220* MARKED SENT, SO A RUN THAT DIES PART WAY CAN BE RERUN.
003230*================================================================
003240 1000-INITIALIZE.
003250     ACCEPT WS-CURRENT-DATE-DISPLAY FROM DATE YYYYMMDD.
003260
003270     PERFORM 1050-OPERATOR-SIGN-ON THRU 1050-EXIT.
003280     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
003290
003300     MOVE "N" TO WS-VALID-SWITCH.
003310     PERFORM 1200-PROMPT-FOR-MODE
003320         UNTIL WS-ENTRY-IS-VALID.
003330     IF WS-MODE-RERUN
003340         MOVE "N" TO WS-VALID-SWITCH
003350         PERFORM 1250-PROMPT-FOR-RERUN
003360             UNTIL WS-ENTRY-IS-VALID
003370     ELSE
003380         COMPUTE WS-XMIT-NUMBER = WS-LAST-XMIT-NUMBER + 1
003390     END-IF.
003400
003410     OPEN INPUT CHECK-REGISTER.
003420     IF NOT WS-CHECKREG-OK
003430         DISPLAY "WARNING - CHECK-REGISTER COULD NOT BE OPENED."
003440         DISPLAY "POSITIVE PAY CANNOT CONTINUE."
003450         STOP RUN
003460     END-IF.
003470
003480* THE FIRST NEW TRANSMISSION CREATES PPAYHIST; A RERUN NEEDS
003490* ONE ALREADY THERE.
003500     IF WS-MODE-NEW
003510         OPEN I-O PPAY-HISTORY
003520         IF WS-PPAYHIST-NOT-FOUND
003530             OPEN OUTPUT PPAY-HISTORY
003540             CLOSE PPAY-HISTORY
003550             OPEN I-O PPAY-HISTORY
003560         END-IF
003570     ELSE
003580         OPEN INPUT PPAY-HISTORY
003590     END-IF.
003600     IF NOT WS-PPAYHIST-OK
003610         DISPLAY "WARNING - PPAYHIST COULD NOT BE OPENED - "
003620             "STATUS " WS-PPAYHIST-STATUS "."
003630         DISPLAY "POSITIVE PAY CANNOT CONTINUE."
003640         STOP RUN
003650     END-IF.
003660
003670* PAYEE NAMES ARE A COURTESY TO THE BANK'S MATCHING - A
003680* MISSING MASTER LEAVES THE NAME BLANK, IT DOES NOT STOP THE
003690* TRANSMISSION.
003700     OPEN INPUT EMPLOYEE-MASTER.
003710     IF WS-MASTER-OK
003720         MOVE "Y" TO WS-MASTER-OPEN-SWITCH
003730     ELSE
003740         DISPLAY "EMPMAST not available - payroll payee "
003750             "names left blank."
003760     END-IF.
003770     OPEN INPUT DEDUCTION-PAYEE.
003780     IF WS-DEDPAYEE-OK
003790         MOVE "Y" TO WS-DEDPAYEE-OPEN-SWITCH
003800     ELSE
003810         DISPLAY "DEDPAYEE not available - vendor payee "
003820             "names left blank."
003830     END-IF.
003840
003850     IF WS-MODE-NEW
003860         PERFORM 1300-RESERVE-TRANSMISSION THRU 1300-EXIT
003870     END-IF.
003880
003890     OPEN OUTPUT PPAY-ISSUE-FILE.
003900     OPEN OUTPUT PPAY-REPORT-FILE.
003910     MOVE WS-CURRENT-DATE-DISPLAY TO RH-RUN-DATE.
003920     MOVE WS-RUN-BY TO RH-RUN-BY.
003930     WRITE PPAY-REPORT-LINE FROM WS-PPAY-HEADING.
003940     MOVE WS-XMIT-NUMBER TO XH-XMIT-NUMBER.
003950     IF WS-MODE-RERUN
003960         MOVE "RERUN" TO XH-RUN-TYPE
003970     ELSE
003980         MOVE "NEW" TO XH-RUN-TYPE
003990     END-IF.
004000     MOVE WS-BANK-ACCOUNT TO XH-BANK-ACCOUNT.
004010     MOVE WS-BANK-ROUTING TO XH-BANK-ROUTING.
004020     WRITE PPAY-REPORT-LINE FROM WS-XMIT-HEADING.
004030     WRITE PPAY-REPORT-LINE FROM WS-DASH-LINE.
004040
004050     MOVE SPACES TO PPAY-HEADER-RECORD.
004060     MOVE "H" TO IH-RECORD-TYPE.
004070     MOVE WS-BANK-ROUTING TO IH-BANK-ROUTING.
004080     MOVE WS-BANK-ACCOUNT TO IH-BANK-ACCOUNT.
004090     MOVE WS-XMIT-NUMBER TO IH-XMIT-NUMBER.
004100     MOVE WS-CURRENT-DATE-DISPLAY TO IH-CREATE-DATE.
004110     IF WS-MODE-RERUN
004120         MOVE "Y" TO IH-RERUN-FLAG
004130     ELSE
004140         MOVE "N" TO IH-RERUN-FLAG
004150     END-IF.
004160     WRITE PPAY-HEADER-RECORD.
004170     ADD 1 TO WS-FILE-RECORD-COUNT.
004180 1000-EXIT.
004190     EXIT.
004200
004210*================================================================
004220* 1050-OPERATOR-SIGN-ON - ID AND PASSWORD AGAINST OPERMAST,
004230* THREE TRIES, THEN THE VOID/REISSUE ROLE FLAG - RELEASING
004240* CHECKS TO THE BANK IS CHECK-HANDLING AUTHORITY.
004250*================================================================
004260 1050-OPERATOR-SIGN-ON.
004270     OPEN INPUT OPERATOR-MASTER.
004280     IF NOT WS-OPERMAST-OK
004290         DISPLAY "WARNING - OPERATOR MASTER OPERMAST COULD "
004300             "NOT BE OPENED."
004310         DISPLAY "SET UP OPERATORS WITH OPERMNT FIRST - "
004320             "RUN ENDED."
004330         STOP RUN
004340     END-IF.
004350     MOVE ZERO TO WS-SIGNON-TRIES.
004360     MOVE "N" TO WS-SIGNON-SWITCH.
004370     PERFORM 1060-ONE-SIGNON-TRY THRU 1060-EXIT
004380         UNTIL WS-SIGNON-GOOD
004390         OR WS-SIGNON-TRIES >= 3.
004400     IF NOT WS-SIGNON-GOOD
004410         DISPLAY "SIGN-ON FAILED - RUN ENDED."
004420         STOP RUN
004430     END-IF.
004440     IF NOT OP-MAY-VOID-CHECKS
004450         DISPLAY "Operator " WS-RUN-BY " is not authorized "
004460             "to transmit checks - run ended."
004470         STOP RUN
004480     END-IF.
004490     CLOSE OPERATOR-MASTER.
004500 1050-EXIT.
004510     EXIT.
004520
004530 1060-ONE-SIGNON-TRY.
004540     ADD 1 TO WS-SIGNON-TRIES.
004550     DISPLAY SPACE.
004560     DISPLAY "Operator ID: " WITH NO ADVANCING.
004570     ACCEPT WS-RUN-BY.
004580     MOVE FUNCTION UPPER-CASE(WS-RUN-BY) TO WS-RUN-BY.
004590     DISPLAY "Password:    " WITH NO ADVANCING.
004600     ACCEPT WS-PASSWORD-TEXT.
004610     MOVE WS-RUN-BY TO OP-OPERATOR-ID.
004620     READ OPERATOR-MASTER
004630         KEY IS OP-OPERATOR-ID
004640         INVALID KEY
004650             DISPLAY "Operator ID not on file."
004660         NOT INVALID KEY
004670             IF OP-OPERATOR-INACTIVE
004680                 DISPLAY "Operator is inactive."
004690             ELSE
004700                 IF OP-PASSWORD = WS-PASSWORD-TEXT
004710                     MOVE "Y" TO WS-SIGNON-SWITCH
004720                 ELSE
004730                     DISPLAY "Password does not match."
004740                 END-IF
004750             END-IF
004760     END-READ.
004770 1060-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------
004810* TRANSMISSION CONTROL RECORD.  NO RECORD, NO BANK ACCOUNT OR
004820* AN UNREADABLE TRANSMISSION NUMBER STOPS THE RUN - GUESSING
004830* AT ANY OF THEM COULD SEND A CHECK TWICE OR NOT AT ALL.
004840*----------------------------------------------------------------
004850 1100-READ-CONTROL-RECORD.
004860     OPEN INPUT PPAY-CONTROL-FILE.
004870     IF NOT WS-PPAYCTL-OK
004880         DISPLAY "WARNING - POSITIVE-PAY CONTROL RECORD PPAYCTL "
004890             "COULD NOT BE OPENED."
004900         DISPLAY "SET IT UP WITH THE BANK ROUTING AND ACCOUNT "
004910             "NUMBERS - RUN ENDED."
004920         STOP RUN
004930     END-IF.
004940     READ PPAY-CONTROL-FILE
004950         AT END
004960             DISPLAY "PPAYCTL IS EMPTY - RUN ENDED."
004970             STOP RUN
004980     END-READ.
004990     CLOSE PPAY-CONTROL-FILE.
005000
005010     IF PC-BANK-ROUTING = SPACES OR PC-BANK-ACCOUNT = SPACES
005020         DISPLAY "PPAYCTL HAS NO BANK ROUTING OR ACCOUNT "
005030             "NUMBER - RUN ENDED."
005040         STOP RUN
005050     END-IF.
005060     IF FUNCTION TEST-NUMVAL(PC-LAST-XMIT-TEXT) NOT = ZERO
005070         DISPLAY "PPAYCTL LAST TRANSMISSION NUMBER IS NOT "
005080             "NUMERIC - RUN ENDED."
005090         STOP RUN
005100     END-IF.
005110     IF PC-CUTOVER-DATE NOT = SPACES
005120         AND PC-CUTOVER-DATE IS NOT NUMERIC
005130         DISPLAY "PPAYCTL CUT-OVER DATE IS NOT NUMERIC - "
005140             "RUN ENDED."
005150         STOP RUN
005160     END-IF.
005170     MOVE PC-BANK-ROUTING TO WS-BANK-ROUTING.
005180     MOVE PC-BANK-ACCOUNT TO WS-BANK-ACCOUNT.
005190     MOVE FUNCTION NUMVAL(PC-LAST-XMIT-TEXT)
005200         TO WS-LAST-XMIT-NUMBER.
005210     MOVE PC-LAST-XMIT-DATE TO WS-LAST-XMIT-DATE.
005220     MOVE PC-XMIT-STATUS TO WS-LAST-XMIT-STATUS.
005230     IF PC-CUTOVER-DATE IS NUMERIC
005240         MOVE PC-CUTOVER-DATE TO WS-CUTOVER-DATE
005250     END-IF.
005260     DISPLAY "Last transmission " WS-LAST-XMIT-NUMBER
005270         " on " WS-LAST-XMIT-DATE ".".
005280     IF WS-LAST-XMIT-OPEN
005290         DISPLAY "*** Transmission " WS-LAST-XMIT-NUMBER
005300             " did not finish - it must be rerun first. ***"
005310     END-IF.
005320 1100-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360* NEW OR RERUN.  AN UNFINISHED LAST TRANSMISSION ALLOWS ONLY
005370* THE RERUN - A NEW ONE WOULD LEAVE ITS CHECKS UNSENT.
005380*----------------------------------------------------------------
005390 1200-PROMPT-FOR-MODE.
005400     DISPLAY SPACE.
005410     DISPLAY "(N)ew transmission or (R)erun a transmission: "
005420         WITH NO ADVANCING.
005430     ACCEPT WS-RUN-MODE.
005440     MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
005450     EVALUATE TRUE
005460         WHEN NOT WS-MODE-IS-VALID
005470             DISPLAY "Please enter N or R."
005480         WHEN WS-MODE-NEW AND WS-LAST-XMIT-OPEN
005490             DISPLAY "Transmission " WS-LAST-XMIT-NUMBER
005500                 " must be rerun before a new one."
005510         WHEN WS-MODE-RERUN AND WS-LAST-XMIT-NUMBER = ZERO
005520             DISPLAY "Nothing has been transmitted yet."
005530         WHEN OTHER
005540             MOVE "Y" TO WS-VALID-SWITCH
005550     END-EVALUATE.
005560
005570 1250-PROMPT-FOR-RERUN.
005580     DISPLAY "Transmission to rerun (blank for "
005590         WS-LAST-XMIT-NUMBER "): " WITH NO ADVANCING.
005600     ACCEPT WS-RERUN-TEXT.
005610     IF WS-RERUN-TEXT = SPACES
005620         MOVE WS-LAST-XMIT-NUMBER TO WS-XMIT-NUMBER
005630         MOVE "Y" TO WS-VALID-SWITCH
005640     ELSE
005650         IF FUNCTION TEST-NUMVAL(WS-RERUN-TEXT) = ZERO
005660             MOVE FUNCTION NUMVAL(WS-RERUN-TEXT)
005670                 TO WS-XMIT-NUMBER
005680             IF WS-XMIT-NUMBER > ZERO
005690                 AND WS-XMIT-NUMBER NOT > WS-LAST-XMIT-NUMBER
005700                 MOVE "Y" TO WS-VALID-SWITCH
005710             END-IF
005720         END-IF
005730     END-IF.
005740     IF NOT WS-ENTRY-IS-VALID
005750         DISPLAY "Transmission must be 1 through "
005760             WS-LAST-XMIT-NUMBER "."
005770     END-IF.
005780     IF WS-ENTRY-IS-VALID AND WS-LAST-XMIT-OPEN
005790         AND WS-XMIT-NUMBER NOT = WS-LAST-XMIT-NUMBER
005800         DISPLAY "Transmission " WS-LAST-XMIT-NUMBER
005810             " did not finish - rerun it first."
005820         MOVE "N" TO WS-VALID-SWITCH
005830     END-IF.
005840
005850*----------------------------------------------------------------
005860* TAKE THE NEXT TRANSMISSION NUMBER AND RECORD IT AS OPEN.
005870*----------------------------------------------------------------
005880 1300-RESERVE-TRANSMISSION.
005890     MOVE "O" TO WS-LAST-XMIT-STATUS.
005900     MOVE WS-XMIT-NUMBER TO WS-LAST-XMIT-NUMBER.
005910     MOVE WS-CURRENT-DATE-DISPLAY TO WS-LAST-XMIT-DATE.
005920     PERFORM 8000-SAVE-CONTROL-RECORD THRU 8000-EXIT.
005930 1300-EXIT.
005940     EXIT.
005950
005960*================================================================
005970* 2000-EXTRACT-CHECKS - SWEEP THE REGISTER FRONT TO BACK.
005980*================================================================
005990 2000-EXTRACT-CHECKS.
006000     MOVE "N" TO WS-REG-EOF-SWITCH.
006010     MOVE LOW-VALUES TO CK-CHECK-NUMBER.
006020     START CHECK-REGISTER
006030         KEY IS GREATER THAN OR EQUAL TO CK-CHECK-NUMBER
006040         INVALID KEY
006050             MOVE "Y" TO WS-REG-EOF-SWITCH
006060     END-START.
006070     PERFORM 2100-EXTRACT-NEXT-CHECK
006080         UNTIL WS-END-OF-REGISTER.
006090 2000-EXIT.
006100     EXIT.
006110
006120 2100-EXTRACT-NEXT-CHECK.
006130     READ CHECK-REGISTER NEXT RECORD
006140         AT END
006150             MOVE "Y" TO WS-REG-EOF-SWITCH
006160     END-READ.
006170     IF NOT WS-END-OF-REGISTER
006180         ADD 1 TO WS-CHECKS-READ
006190         PERFORM 2200-SELECT-CHECK-ITEMS THRU 2200-EXIT
006200     END-IF.
006210
006220*----------------------------------------------------------------
006230* ONE REGISTER RECORD.  A NEW TRANSMISSION SENDS THE ISSUE OF
006240* EVERY CHECK NOT YET SENT (CLEARED ONES TOO - THE BANK STILL
006250* WANTS THEM ON FILE), AND THE VOID OF EVERY VOIDED CHECK NOT
006260* YET SENT; A CHECK BOTH WRITTEN AND VOIDED SINCE THE LAST
006270* TRANSMISSION GOES AS AN ISSUE FOLLOWED BY ITS VOID.  A RERUN
006280* SENDS EXACTLY WHAT PPAYHIST SAYS THAT TRANSMISSION CARRIED.
006290*----------------------------------------------------------------
006300 2200-SELECT-CHECK-ITEMS.
006310     IF CK-PAY-DATE < WS-CUTOVER-DATE
006320         GO TO 2200-EXIT
006330     END-IF.
006340
006350     MOVE CK-CHECK-NUMBER TO PV-CHECK-NUMBER.
006360     READ PPAY-HISTORY
006370         KEY IS PV-CHECK-NUMBER
006380         INVALID KEY
006390             MOVE "N" TO WS-HISTORY-SWITCH
006400         NOT INVALID KEY
006410             MOVE "Y" TO WS-HISTORY-SWITCH
006420     END-READ.
006430
006440     IF WS-MODE-RERUN
006450         IF WS-HISTORY-ON-FILE
006460             IF PV-ISSUE-XMIT-NUMBER = WS-XMIT-NUMBER
006470                 MOVE "I" TO WS-ITEM-CODE
006480                 PERFORM 2700-WRITE-ITEM THRU 2700-EXIT
006490             END-IF
006500             IF PV-VOID-XMIT-NUMBER = WS-XMIT-NUMBER
006510                 MOVE "V" TO WS-ITEM-CODE
006520                 PERFORM 2700-WRITE-ITEM THRU 2700-EXIT
006530             END-IF
006540         END-IF
006550         GO TO 2200-EXIT
006560     END-IF.
006570
006580     IF NOT WS-HISTORY-ON-FILE
006590         MOVE SPACES TO POSITIVE-PAY-HISTORY-RECORD
006600         MOVE CK-CHECK-NUMBER TO PV-CHECK-NUMBER
006610         MOVE ZERO TO PV-ISSUE-XMIT-NUMBER PV-ISSUE-XMIT-DATE
006620         MOVE ZERO TO PV-VOID-XMIT-NUMBER PV-VOID-XMIT-DATE
006630     END-IF.
006640     MOVE "N" TO WS-HISTORY-CHANGED-SWITCH.
006650     IF PV-ISSUE-XMIT-NUMBER = ZERO
006660         MOVE "I" TO WS-ITEM-CODE
006670         PERFORM 2700-WRITE-ITEM THRU 2700-EXIT
006680         MOVE WS-XMIT-NUMBER TO PV-ISSUE-XMIT-NUMBER
006690         MOVE WS-CURRENT-DATE-DISPLAY TO PV-ISSUE-XMIT-DATE
006700         MOVE "Y" TO WS-HISTORY-CHANGED-SWITCH
006710     END-IF.
006720     IF CK-STATUS-VOID AND PV-VOID-XMIT-NUMBER = ZERO
006730         MOVE "V" TO WS-ITEM-CODE
006740         PERFORM 2700-WRITE-ITEM THRU 2700-EXIT
006750         MOVE WS-XMIT-NUMBER TO PV-VOID-XMIT-NUMBER
006760         MOVE WS-CURRENT-DATE-DISPLAY TO PV-VOID-XMIT-DATE
006770         MOVE "Y" TO WS-HISTORY-CHANGED-SWITCH
006780     END-IF.
006790     IF WS-HISTORY-CHANGED
006800         PERFORM 2500-SAVE-HISTORY THRU 2500-EXIT
006810     END-IF.
006820 2200-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860* RECORD WHAT THIS TRANSMISSION CARRIED FOR THE CHECK.  IF
006870* PPAYHIST WILL NOT TAKE IT, THE ITEM IS ON PPAYISS BUT NOT ON
006880* HISTORY, SO THE RUN STOPS HERE WITH THE TRANSMISSION STILL
006890* OPEN ON PPAYCTL RATHER THAN CLOSE IT AND SEND A CHECK TWICE.
006900*----------------------------------------------------------------
006910 2500-SAVE-HISTORY.
006920     IF WS-HISTORY-ON-FILE
006930         REWRITE POSITIVE-PAY-HISTORY-RECORD
006940             INVALID KEY
006950                 DISPLAY "PPAYHIST REWRITE FAILED FOR CHECK "
006960                     PV-CHECK-NUMBER " - STATUS "
006970                     WS-PPAYHIST-STATUS "."
006980                 PERFORM 2590-STOP-TRANSMISSION THRU 2590-EXIT
006990         END-REWRITE
007000     ELSE
007010         WRITE POSITIVE-PAY-HISTORY-RECORD
007020             INVALID KEY
007030                 DISPLAY "PPAYHIST WRITE FAILED FOR CHECK "
007040                     PV-CHECK-NUMBER " - STATUS "
007050                     WS-PPAYHIST-STATUS "."
007060                 PERFORM 2590-STOP-TRANSMISSION THRU 2590-EXIT
007070         END-WRITE
007080     END-IF.
007090 2500-EXIT.
007100     EXIT.
007110
007120 2590-STOP-TRANSMISSION.
007130     MOVE "*** PPAYHIST FAILED - TRANSMISSION LEFT OPEN ***"
007140         TO PPAY-REPORT-LINE.
007150     WRITE PPAY-REPORT-LINE.
007160     MOVE "*** PPAYISS IS INCOMPLETE AND MUST NOT BE SENT ***"
007170         TO PPAY-REPORT-LINE.
007180     WRITE PPAY-REPORT-LINE.
007190     DISPLAY "*** TRANSMISSION " WS-XMIT-NUMBER " LEFT OPEN - "
007200         "PPAYISS MUST NOT BE SENT.  CORRECT PPAYHIST AND RERUN "
007210         "THE TRANSMISSION. ***".
007220     MOVE 8 TO RETURN-CODE.
007230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007240     STOP RUN.
007250 2590-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290* PAYEE NAME - THE EMPLOYEE FOR A PAYROLL CHECK, THE DEDPAYEE
007300* PARTY FOR A VENDOR CHECK (WHOSE EMPLOYEE-ID FIELD CARRIES THE
007310* DEDUCTION CODE).
007320*----------------------------------------------------------------
007330 2600-GET-PAYEE-NAME.
007340     MOVE SPACES TO WS-PAYEE-NAME.
007350     IF CK-SOURCE-VENDOR
007360         IF WS-DEDPAYEE-IS-OPEN
007370             MOVE CK-EMPLOYEE-ID TO PY-DEDUCTION-CODE
007380             READ DEDUCTION-PAYEE
007390                 KEY IS PY-DEDUCTION-CODE
007400                 NOT INVALID KEY
007410                     MOVE PY-PAYEE-NAME TO WS-PAYEE-NAME
007420             END-READ
007430         END-IF
007440     ELSE
007450         IF WS-MASTER-IS-OPEN
007460             MOVE CK-EMPLOYEE-ID TO EM-EMPLOYEE-ID
007470             READ EMPLOYEE-MASTER
007480                 KEY IS EM-EMPLOYEE-ID
007490                 NOT INVALID KEY
007500                     MOVE EM-EMPLOYEE-NAME TO WS-PAYEE-NAME
007510             END-READ
007520         END-IF
007530     END-IF.
007540 2600-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* ONE ISSUE OR VOID ITEM - TO THE BANK FILE AND THE REPORT.
007590*----------------------------------------------------------------
007600 2700-WRITE-ITEM.
007610     PERFORM 2600-GET-PAYEE-NAME THRU 2600-EXIT.
007620     MOVE SPACES TO PPAY-DETAIL-RECORD.
007630     MOVE "D" TO IS-RECORD-TYPE.
007640     MOVE WS-BANK-ACCOUNT TO IS-BANK-ACCOUNT.
007650     MOVE CK-CHECK-NUMBER TO IS-CHECK-NUMBER.
007660     MOVE CK-PAY-DATE TO IS-ISSUE-DATE.
007670     MOVE CK-NET-AMOUNT TO IS-AMOUNT.
007680     MOVE WS-ITEM-CODE TO IS-ITEM-CODE.
007690     MOVE WS-PAYEE-NAME TO IS-PAYEE-NAME.
007700     WRITE PPAY-DETAIL-RECORD.
007710     ADD 1 TO WS-FILE-RECORD-COUNT.
007720     ADD 1 TO WS-DETAIL-COUNT.
007730
007740     MOVE CK-CHECK-NUMBER TO ID-CHECK-NUMBER.
007750     MOVE CK-EMPLOYEE-ID TO ID-PAYEE-ID.
007760     MOVE CK-PAY-DATE TO ID-ISSUE-DATE.
007770     MOVE CK-NET-AMOUNT TO ID-AMOUNT.
007780     MOVE WS-PAYEE-NAME TO ID-PAYEE-NAME.
007790     IF WS-ITEM-VOID
007800         MOVE "VOID" TO ID-ITEM-TYPE
007810         ADD 1 TO WS-VOID-COUNT
007820         ADD CK-NET-AMOUNT TO WS-VOID-AMOUNT
007830     ELSE
007840         MOVE "ISSUE" TO ID-ITEM-TYPE
007850         ADD 1 TO WS-ISSUE-COUNT
007860         ADD CK-NET-AMOUNT TO WS-ISSUE-AMOUNT
007870     END-IF.
007880     WRITE PPAY-REPORT-LINE FROM WS-ITEM-DETAIL.
007890 2700-EXIT.
007900     EXIT.
007910
007920*================================================================
007930* 3000-WRITE-TRAILER - COUNTS AND TOTALS THE BANK BALANCES THE
007940* FILE AGAINST BEFORE IT LOADS A SINGLE ITEM.
007950*================================================================
007960 3000-WRITE-TRAILER.
007970     MOVE SPACES TO PPAY-TRAILER-RECORD.
007980     MOVE "T" TO IT-RECORD-TYPE.
007990     MOVE WS-BANK-ACCOUNT TO IT-BANK-ACCOUNT.
008000     MOVE WS-XMIT-NUMBER TO IT-XMIT-NUMBER.
008010     MOVE WS-DETAIL-COUNT TO IT-DETAIL-COUNT.
008020     MOVE WS-ISSUE-COUNT TO IT-ISSUE-COUNT.
008030     MOVE WS-ISSUE-AMOUNT TO IT-ISSUE-AMOUNT.
008040     MOVE WS-VOID-COUNT TO IT-VOID-COUNT.
008050     MOVE WS-VOID-AMOUNT TO IT-VOID-AMOUNT.
008060     WRITE PPAY-TRAILER-RECORD.
008070     ADD 1 TO WS-FILE-RECORD-COUNT.
008080 3000-EXIT.
008090     EXIT.
008100
008110*================================================================
008120* 4000-WRITE-TOTALS - THE FIGURES THE BANK'S ACKNOWLEDGMENT
008130* QUOTES BACK: ITEMS AND DOLLARS BY TYPE, AND RECORDS IN FILE.
008140*================================================================
008150 4000-WRITE-TOTALS.
008160     WRITE PPAY-REPORT-LINE FROM WS-DASH-LINE.
008170     IF WS-DETAIL-COUNT = ZERO
008180         MOVE SPACES TO PPAY-REPORT-LINE
008190         MOVE "NO CHECKS ISSUED OR VOIDED SINCE THE LAST "
008200             & "TRANSMISSION." TO PPAY-REPORT-LINE
008210         WRITE PPAY-REPORT-LINE
008220     END-IF.
008230
008240     MOVE "REGISTER RECORDS READ:    " TO TL-CAPTION.
008250     MOVE WS-CHECKS-READ TO TL-COUNT.
008260     MOVE ZERO TO TL-AMOUNT.
008270     WRITE PPAY-REPORT-LINE FROM WS-TOTAL-LINE.
008280
008290     MOVE "ISSUE ITEMS:              " TO TL-CAPTION.
008300     MOVE WS-ISSUE-COUNT TO TL-COUNT.
008310     MOVE WS-ISSUE-AMOUNT TO TL-AMOUNT.
008320     WRITE PPAY-REPORT-LINE FROM WS-TOTAL-LINE.
008330
008340     MOVE "VOID ITEMS:               " TO TL-CAPTION.
008350     MOVE WS-VOID-COUNT TO TL-COUNT.
008360     MOVE WS-VOID-AMOUNT TO TL-AMOUNT.
008370     WRITE PPAY-REPORT-LINE FROM WS-TOTAL-LINE.
008380
008390     MOVE "DETAIL RECORDS:           " TO TL-CAPTION.
008400     MOVE WS-DETAIL-COUNT TO TL-COUNT.
008410     MOVE ZERO TO TL-AMOUNT.
008420     WRITE PPAY-REPORT-LINE FROM WS-TOTAL-LINE.
008430
008440     MOVE "RECORDS IN FILE (H+D+T):  " TO TL-CAPTION.
008450     MOVE WS-FILE-RECORD-COUNT TO TL-COUNT.
008460     MOVE ZERO TO TL-AMOUNT.
008470     WRITE PPAY-REPORT-LINE FROM WS-TOTAL-LINE.
008480
008490     DISPLAY "POSPAY: transmission " WS-XMIT-NUMBER " - "
008500         WS-ISSUE-COUNT " issues, " WS-VOID-COUNT
008510         " voids written to PPAYISS.".
008520 4000-EXIT.
008530     EXIT.
008540
008550*================================================================
008560* 5000-CLOSE-TRANSMISSION - A NEW TRANSMISSION, OR A RERUN OF
008570* THE LATEST ONE, LEAVES THE CONTROL RECORD COMPLETE WITH ITS
008580* COUNT AND ISSUE DOLLARS.  RERUNNING AN OLDER TRANSMISSION
008590* LEAVES THE CONTROL RECORD AS IT WAS.
008600*================================================================
008610 5000-CLOSE-TRANSMISSION.
008620     IF WS-XMIT-NUMBER = WS-LAST-XMIT-NUMBER
008630         MOVE "C" TO WS-LAST-XMIT-STATUS
008640         MOVE WS-CURRENT-DATE-DISPLAY TO WS-LAST-XMIT-DATE
008650         PERFORM 8000-SAVE-CONTROL-RECORD THRU 8000-EXIT
008660     END-IF.
008670 5000-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------------
008710* WRITE THE CONTROL RECORD BACK, THE SAME WAY CHECKNBR IS.
008720*----------------------------------------------------------------
008730 8000-SAVE-CONTROL-RECORD.
008740     OPEN OUTPUT PPAY-CONTROL-FILE.
008750     MOVE SPACES TO PPAY-CONTROL-RECORD.
008760     MOVE WS-BANK-ROUTING TO PC-BANK-ROUTING.
008770     MOVE WS-BANK-ACCOUNT TO PC-BANK-ACCOUNT.
008780     MOVE WS-LAST-XMIT-NUMBER TO PC-LAST-XMIT-TEXT.
008790     MOVE WS-LAST-XMIT-DATE TO PC-LAST-XMIT-DATE.
008800     MOVE WS-LAST-XMIT-STATUS TO PC-XMIT-STATUS.
008810     MOVE WS-DETAIL-COUNT TO WS-CONTROL-COUNT-OUT.
008820     MOVE WS-CONTROL-COUNT-OUT TO PC-LAST-ITEM-COUNT-TEXT.
008830     MOVE WS-ISSUE-AMOUNT TO WS-CONTROL-AMOUNT-OUT.
008840     MOVE WS-CONTROL-AMOUNT-OUT TO PC-LAST-AMOUNT-TEXT.
008850     IF WS-CUTOVER-DATE NOT = ZERO
008860         MOVE WS-CUTOVER-DATE TO PC-CUTOVER-DATE
008870     END-IF.
008880     WRITE PPAY-CONTROL-RECORD.
008890     CLOSE PPAY-CONTROL-FILE.
008900 8000-EXIT.
008910     EXIT.
008920
008930*================================================================
008940* 9000-TERMINATE - CLOSE ALL OPEN FILES BEFORE STOP RUN.
008950*================================================================
008960 9000-TERMINATE.
008970     CLOSE CHECK-REGISTER.
008980     CLOSE PPAY-HISTORY.
008990     IF WS-MASTER-IS-OPEN
009000         CLOSE EMPLOYEE-MASTER
009010     END-IF.
009020     IF WS-DEDPAYEE-IS-OPEN
009030         CLOSE DEDUCTION-PAYEE
009040     END-IF.
009050     CLOSE PPAY-ISSUE-FILE.
009060     CLOSE PPAY-REPORT-FILE.
009070 9000-EXIT.
009080     EXIT.
