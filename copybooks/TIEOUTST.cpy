000010*================================================================
000020* TIEOUTST - PERIOD TIE-OUT STATUS, REWRITTEN BY TIEOUT AT THE
000030* END OF EACH PROOF RUN: ONE RECORD PER PAY GROUP AND PERIOD,
000040* LEFT BY THE LATEST PROOF OF THAT GROUP'S PERIOD, WITH THE
000050* NUMBER OF BREAKS IT FOUND.  DEDREMIT AND JOBSTRM READ IT
000060* BEFORE MONEY OR THE GENERAL LEDGER HAND-OFF LEAVES PAYROLL.
000070*----------------------------------------------------------------
000080* DATE       INIT  DESCRIPTION
000090* 10/15/2026 DM    ORIGINAL LAYOUT.
000100*================================================================
000110 01  TIEOUT-STATUS-RECORD.
000120     05  TS-PAY-GROUP            PIC X(01).
000130     05  TS-PERIOD-NUMBER        PIC 9(06).
000140     05  TS-RUN-DATE             PIC 9(08).
000150     05  TS-RUN-BY               PIC X(10).
000160     05  TS-BREAK-COUNT          PIC 9(05).
000170     05  FILLER                  PIC X(10).
