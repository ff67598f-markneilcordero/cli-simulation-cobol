000010*================================================================
000020* PAYPERD - PAY PERIOD CALENDAR, ONE RECORD PER PERIOD OF EACH
000030* PAY GROUP.  THE PERIOD NUMBER AND DATES ARE KEPT AS KEYED;
000040* THE STATUS IS "O" WHILE THE PERIOD IS OPEN.  THE FREQUENCY
000050* IS W, B, S OR M (SPACE IS WEEKLY).
000060*----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* 10/15/2026 DM    ORIGINAL LAYOUT.
000090*================================================================
000100 01  PAY-PERIOD-RECORD.
000110     05  PP-PERIOD-NUMBER-TEXT   PIC X(06).
000120     05  PP-START-DATE           PIC X(08).
000130     05  PP-END-DATE             PIC X(08).
000140     05  PP-PERIOD-STATUS        PIC X(01).
000150     05  PP-PAY-GROUP            PIC X(01).
000160     05  PP-PAY-FREQUENCY        PIC X(01).
000170     05  FILLER                  PIC X(25).
