000010*================================================================
000020* RETDTL - RETIREMENT PLAN PAY DETAIL, APPENDED BY SIMPLE-PAYROLL
000030* AS EACH PAY POSTS: ONE RECORD PER RETIREMENT PLAN CODE TAKEN
000040* ON THE PAY, WITH THE DEFERRAL AND THE EMPLOYER MATCH, UNDER
000050* THE SAME PERIOD, PAY DATE AND CHECK NUMBER AS THE EARNHIST
000060* RECORD.  AN ADJUSTMENT REVERSAL NETS THESE FOR THE PAYMENT IT
000070* BACKS OUT, TAKES THEM OFF RETYTD AND APPENDS A NEGATIVE "R"
000080* RECORD, SO A LATER REVERSAL OF THE CORRECTED PAY NETS RIGHT.
000090* AMOUNTS CARRY A LEADING SEPARATE SIGN, AS ON EARNHIST.
000100*----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10/15/2026 DM    ORIGINAL LAYOUT.
000130*================================================================
000140 01  RETIREMENT-DETAIL-RECORD.
000150     05  RH-EMPLOYEE-ID          PIC X(05).
000160     05  RH-DEDUCTION-CODE       PIC X(03).
000170     05  RH-DEDUCTION-NAME       PIC X(15).
000180     05  RH-PAY-DATE             PIC 9(08).
000190     05  RH-PERIOD-NUMBER        PIC 9(06).
000200     05  RH-PAY-GROUP            PIC X(01).
000210     05  RH-CHECK-NUMBER         PIC 9(08).
000220     05  RH-RECORD-TYPE          PIC X(01).
000230         88  RH-TYPE-PAYMENT         VALUE "P".
000240         88  RH-TYPE-REVERSAL        VALUE "R".
000250     05  RH-DEFERRAL             PIC S9(07)V99
000260                                 SIGN IS LEADING SEPARATE.
000270     05  RH-MATCH                PIC S9(07)V99
000280                                 SIGN IS LEADING SEPARATE.
000290     05  RH-RUN-BY               PIC X(10).
000300     05  FILLER                  PIC X(13).
