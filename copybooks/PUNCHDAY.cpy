000010*================================================================
000020* PUNCHDAY - DAILY WORKED-HOURS RECORD (PUNCHDLY, LINE
000030* SEQUENTIAL).  WRITTEN BY PUNCHIMP, ONE RECORD PER EMPLOYEE
000040* PER WORK DAY, FROM THE ROUNDED AND PAIRED TIME-CLOCK PUNCHES.
000050* A SHIFT COUNTS ON THE DAY ITS IN-PUNCH FALLS, SO A SHIFT
000060* RUNNING PAST MIDNIGHT STAYS ON ONE DAY.  KEPT FOR DAILY
000070* OVERTIME RULES - THE WEEKLY CARDS ALONE CANNOT SHOW THEM.
000080*----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 10/15/2026 DM    ORIGINAL LAYOUT.
000110*================================================================
000120 01  PUNCH-DAY-RECORD.
000130     05  PD-EMPLOYEE-ID          PIC X(05).
000140     05  PD-WORK-DATE            PIC X(08).
000150     05  PD-WORK-WEEK            PIC X(01).
000160     05  PD-PAY-GROUP            PIC X(01).
000170     05  PD-PERIOD-NUMBER        PIC 9(06).
000180     05  PD-HOURS                PIC 9(03)V99.
000190     05  PD-SHIFT-COUNT          PIC 9(02).
000200     05  FILLER                  PIC X(12).
