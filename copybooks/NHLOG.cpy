000010*================================================================
000020* NHLOG - NEW-HIRE TRANSMISSION LOG (NHLOG, INDEXED, KEY IS
000030* NL-LOG-KEY).  ONE RECORD PER EMPLOYEE AND HIRE DATE REPORTED
000040* TO THE STATE NEW-HIRE REGISTRY: THE TRANSMISSION THAT CARRIED
000050* IT AND THE DAY IT WAS BUILT.  A REHIRE CARRIES A NEW HIRE
000060* DATE AND SO IS REPORTED AGAIN.  WRITTEN BY NEWHIRE; A RERUN
000070* SELECTS ITS EMPLOYEES BY THE TRANSMISSION NUMBER HERE.
000080*----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 10/15/2026 DM    ORIGINAL LAYOUT.
000110*================================================================
000120 01  NEW-HIRE-LOG-RECORD.
000130     05  NL-LOG-KEY.
000140         10  NL-EMPLOYEE-ID      PIC X(05).
000150         10  NL-HIRE-DATE        PIC 9(08).
000160     05  NL-XMIT-NUMBER          PIC 9(06).
000170     05  NL-XMIT-DATE            PIC 9(08).
000180     05  FILLER                  PIC X(13).
