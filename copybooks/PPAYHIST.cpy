000010*================================================================
000020* PPAYHIST - POSITIVE-PAY HISTORY RECORD (PPAYHIST, INDEXED,
000030* KEY IS PV-CHECK-NUMBER).  ONE RECORD PER CHECKREG CHECK THAT
000040* HAS GONE TO THE BANK: THE TRANSMISSION THAT CARRIED THE
000050* ISSUE, AND THE ONE THAT CARRIED THE VOID IF THE CHECK WAS
000060* LATER VOIDED.  ZERO MEANS NOT SENT YET.  WRITTEN BY POSPAY;
000070* A RERUN SELECTS ITS ITEMS BY THE TRANSMISSION NUMBERS HERE.
000080*----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 10/15/2026 DM    ORIGINAL LAYOUT.
000110*================================================================
000120 01  POSITIVE-PAY-HISTORY-RECORD.
000130     05  PV-CHECK-NUMBER         PIC 9(08).
000140     05  PV-ISSUE-XMIT-NUMBER    PIC 9(06).
000150     05  PV-ISSUE-XMIT-DATE      PIC 9(08).
000160     05  PV-VOID-XMIT-NUMBER     PIC 9(06).
000170     05  PV-VOID-XMIT-DATE       PIC 9(08).
000180     05  FILLER                  PIC X(14).
