000160*                  PER EMPLOYEE FOR W-2 PREPARATION.  REVERSAL
000170*                  RECORDS CARRY NEGATIVE AMOUNTS AND NET OUT
000180*                  OF EVERY TOTAL AUTOMATICALLY.
000182* 10/15/2026 DM    SOCIAL SECURITY AND MEDICARE WAGES AND
000184*                  EMPLOYEE TAX ADDED TO THE QUARTERLY SUMMARY
000186*                  AND THE STATEMENTS SO THE 941 TIES.  HISTORY
000188*                  FROM BEFORE EMPLOYEE FICA ADDS NOTHING.
000190*================================================================
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
001130         10  QT-STATE            PIC S9(09)V99.
001140         10  QT-DEDUCTIONS       PIC S9(09)V99.
001150         10  QT-NET              PIC S9(09)V99.
001152         10  QT-OASDI-WAGES      PIC S9(09)V99.
001154         10  QT-OASDI            PIC S9(09)V99.
001156         10  QT-MEDICARE-WAGES   PIC S9(09)V99.
001158         10  QT-MEDICARE         PIC S9(09)V99.
001160
001170*----------------------------------------------------------------
001180* PER-EMPLOYEE ACCUMULATORS FOR THE YEAR-END STATEMENTS.
001270         10  ET-STATE            PIC S9(09)V99.
001280         10  ET-DEDUCTIONS       PIC S9(09)V99.
001290         10  ET-NET              PIC S9(09)V99.
001292         10  ET-OASDI-WAGES      PIC S9(09)V99.
001294         10  ET-OASDI            PIC S9(09)V99.
001296         10  ET-MEDICARE-WAGES   PIC S9(09)V99.
001298         10  ET-MEDICARE         PIC S9(09)V99.
001300
001310*----------------------------------------------------------------
001320* COUNTS AND EDITED PICTURES FOR THE REPORT LINES.
002500     ADD EH-STATE-TAX   TO QT-STATE (WS-QUARTER-SUB).
002510     ADD EH-DEDUCTIONS  TO QT-DEDUCTIONS (WS-QUARTER-SUB).
002520     ADD EH-NET-PAY     TO QT-NET (WS-QUARTER-SUB).
002521* RECORDS WRITTEN BEFORE EMPLOYEE FICA READ BACK BLANK HERE.
002522     IF EH-OASDI-TAX NUMERIC
002523         ADD EH-OASDI-WAGES TO QT-OASDI-WAGES (WS-QUARTER-SUB)
002524         ADD EH-OASDI-TAX TO QT-OASDI (WS-QUARTER-SUB)
002525         ADD EH-MEDICARE-WAGES
002526             TO QT-MEDICARE-WAGES (WS-QUARTER-SUB)
002527         ADD EH-MEDICARE-TAX TO QT-MEDICARE (WS-QUARTER-SUB)
002528     END-IF.
002530 2300-EXIT.
002540     EXIT.
002550
002740         MOVE ZERO TO ET-STATE (WS-EMPLOYEE-SUB)
002750         MOVE ZERO TO ET-DEDUCTIONS (WS-EMPLOYEE-SUB)
002760         MOVE ZERO TO ET-NET (WS-EMPLOYEE-SUB)
002762         MOVE ZERO TO ET-OASDI-WAGES (WS-EMPLOYEE-SUB)
002764         MOVE ZERO TO ET-OASDI (WS-EMPLOYEE-SUB)
002766         MOVE ZERO TO ET-MEDICARE-WAGES (WS-EMPLOYEE-SUB)
002768         MOVE ZERO TO ET-MEDICARE (WS-EMPLOYEE-SUB)
002770     END-IF.
002780     ADD EH-GROSS-PAY   TO ET-GROSS (WS-EMPLOYEE-SUB).
002790     ADD EH-FEDERAL-TAX TO ET-FEDERAL (WS-EMPLOYEE-SUB).
002800     ADD EH-STATE-TAX   TO ET-STATE (WS-EMPLOYEE-SUB).
002810     ADD EH-DEDUCTIONS  TO ET-DEDUCTIONS (WS-EMPLOYEE-SUB).
002820     ADD EH-NET-PAY     TO ET-NET (WS-EMPLOYEE-SUB).
002821     IF EH-OASDI-TAX NUMERIC
002822         ADD EH-OASDI-WAGES TO ET-OASDI-WAGES (WS-EMPLOYEE-SUB)
002823         ADD EH-OASDI-TAX TO ET-OASDI (WS-EMPLOYEE-SUB)
002825         ADD EH-MEDICARE-WAGES
002826             TO ET-MEDICARE-WAGES (WS-EMPLOYEE-SUB)
002827         ADD EH-MEDICARE-TAX TO ET-MEDICARE (WS-EMPLOYEE-SUB)
002828     END-IF.
002830 2400-EXIT.
002840     EXIT.
002850
003280     MOVE QT-STATE (WS-QUARTER-SUB) TO WS-EDITED-AMOUNT.
003290     MOVE WS-EDITED-AMOUNT TO QD-AMOUNT.
003300     WRITE QTRTAX-LINE FROM WS-QTR-DETAIL.
003301
003302     MOVE "SOC SEC WAGES" TO QD-CAPTION.
003303     MOVE QT-OASDI-WAGES (WS-QUARTER-SUB) TO WS-EDITED-AMOUNT.
003304     MOVE WS-EDITED-AMOUNT TO QD-AMOUNT.
003305     WRITE QTRTAX-LINE FROM WS-QTR-DETAIL.
003306     MOVE "SOC SEC TAX" TO QD-CAPTION.
003307     MOVE QT-OASDI (WS-QUARTER-SUB) TO WS-EDITED-AMOUNT.
003308     MOVE WS-EDITED-AMOUNT TO QD-AMOUNT.
003309     WRITE QTRTAX-LINE FROM WS-QTR-DETAIL.
003310
003311     MOVE "MEDICARE WAGES" TO QD-CAPTION.
003312     MOVE QT-MEDICARE-WAGES (WS-QUARTER-SUB) TO WS-EDITED-AMOUNT.
003313     MOVE WS-EDITED-AMOUNT TO QD-AMOUNT.
003314     WRITE QTRTAX-LINE FROM WS-QTR-DETAIL.
003315     MOVE "MEDICARE TAX" TO QD-CAPTION.
003316     MOVE QT-MEDICARE (WS-QUARTER-SUB) TO WS-EDITED-AMOUNT.
003317     MOVE WS-EDITED-AMOUNT TO QD-AMOUNT.
003318     WRITE QTRTAX-LINE FROM WS-QTR-DETAIL.
003319
003320     MOVE "DEDUCTIONS" TO QD-CAPTION.
003330     MOVE QT-DEDUCTIONS (WS-QUARTER-SUB) TO WS-EDITED-AMOUNT.
003340     MOVE WS-EDITED-AMOUNT TO QD-AMOUNT.
003860     MOVE ET-STATE (WS-EMPLOYEE-SUB) TO WS-EDITED-AMOUNT.
003870     MOVE WS-EDITED-AMOUNT TO SD-AMOUNT.
003880     WRITE YEARSTMT-LINE FROM WS-STMT-DETAIL.
003881
003882     MOVE "SOC SEC WAGES" TO SD-CAPTION.
003883     MOVE ET-OASDI-WAGES (WS-EMPLOYEE-SUB) TO WS-EDITED-AMOUNT.
003884     MOVE WS-EDITED-AMOUNT TO SD-AMOUNT.
003885     WRITE YEARSTMT-LINE FROM WS-STMT-DETAIL.
003886     MOVE "SOC SEC TAX" TO SD-CAPTION.
003887     MOVE ET-OASDI (WS-EMPLOYEE-SUB) TO WS-EDITED-AMOUNT.
003888     MOVE WS-EDITED-AMOUNT TO SD-AMOUNT.
003889     WRITE YEARSTMT-LINE FROM WS-STMT-DETAIL.
003890
003891     MOVE "MEDICARE WAGES" TO SD-CAPTION.
003892     MOVE ET-MEDICARE-WAGES (WS-EMPLOYEE-SUB) TO WS-EDITED-AMOUNT.
003893     MOVE WS-EDITED-AMOUNT TO SD-AMOUNT.
003894     WRITE YEARSTMT-LINE FROM WS-STMT-DETAIL.
003895     MOVE "MEDICARE TAX" TO SD-CAPTION.
003896     MOVE ET-MEDICARE (WS-EMPLOYEE-SUB) TO WS-EDITED-AMOUNT.
003897     MOVE WS-EDITED-AMOUNT TO SD-AMOUNT.
003898     WRITE YEARSTMT-LINE FROM WS-STMT-DETAIL.
003899
003900     MOVE "DEDUCTIONS" TO SD-CAPTION.
003910     MOVE ET-DEDUCTIONS (WS-EMPLOYEE-SUB) TO WS-EDITED-AMOUNT.
003920     MOVE WS-EDITED-AMOUNT TO SD-AMOUNT.
