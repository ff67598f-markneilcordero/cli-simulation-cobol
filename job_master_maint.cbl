000140*                  CHANGE, INQUIRE, DEACTIVATE (CLOSE) AND
000150*                  REACTIVATE (REOPEN), WITH A JOBLOG CHANGE
000160*                  LINE PER UPDATE.  SAME PATTERN AS EMPMAINT.
000162* 10/15/2026 DM    WORKERS' COMPENSATION CLASS CODE ON THE JOB,
000164*                  KEYED AND LOGGED LIKE THE OTHER FIELDS.  "*"
000166*                  CLEARS IT BACK TO BLANK - THE EMPLOYEE'S
000168*                  DEPARTMENT CLASS.
000170*================================================================
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
001060 01  WS-JOB-NUMBER               PIC X(06).
001070 01  WS-NAME-TEXT                PIC X(30).
001080 01  WS-DEPT-TEXT                PIC X(04).
001085 01  WS-CLASS-TEXT               PIC X(04).
001090
001100*----------------------------------------------------------------
001110* BEFORE-IMAGE FOR THE CHANGE-LOG COMPARE.
001130 01  WS-OLD-VALUES.
001140     05  WS-OLD-NAME             PIC X(30).
001150     05  WS-OLD-DEPARTMENT       PIC X(04).
001155     05  WS-OLD-WC-CLASS         PIC X(04).
001160
001170*----------------------------------------------------------------
001180* CHANGE LOG DETAIL LINE - SAME SHAPE AS THE EMPMAINT LOG.
003270 4500-SAVE-OLD-VALUES.
003280     MOVE JB-JOB-NAME        TO WS-OLD-NAME.
003290     MOVE JB-DEPARTMENT-CODE TO WS-OLD-DEPARTMENT.
003295     MOVE JB-WC-CLASS-CODE   TO WS-OLD-WC-CLASS.
003300 4500-EXIT.
003310     EXIT.
003320
003470         MOVE JB-DEPARTMENT-CODE TO CL-NEW-VALUE
003480         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
003490     END-IF.
003491
003492     IF JB-WC-CLASS-CODE NOT = WS-OLD-WC-CLASS
003493         MOVE "WC CLASS"     TO CL-FIELD-NAME
003495         MOVE WS-OLD-WC-CLASS TO CL-OLD-VALUE
003496         MOVE JB-WC-CLASS-CODE TO CL-NEW-VALUE
003497         PERFORM 8800-WRITE-LOG-LINE THRU 8800-EXIT
003498     END-IF.
003500 4700-EXIT.
003510     EXIT.
003520
003640     DISPLAY "Job Number:     " JB-JOB-NUMBER.
003650     DISPLAY "Job Name:       " JB-JOB-NAME.
003660     DISPLAY "Department:     " JB-DEPARTMENT-CODE.
003661     IF JB-WC-CLASS-CODE = SPACES
003663         DISPLAY "WC Class:       (DEPARTMENT CLASS)"
003665     ELSE
003666         DISPLAY "WC Class:       " JB-WC-CLASS-CODE
003668     END-IF.
003670     IF JB-JOB-INACTIVE
003680         DISPLAY "Status:         CLOSED"
003690     ELSE
004640 7000-ACCEPT-ALL-FIELDS.
004650     PERFORM 7100-GET-JOB-NAME THRU 7100-EXIT.
004660     PERFORM 7200-GET-DEPARTMENT THRU 7200-EXIT.
004665     PERFORM 7300-GET-WC-CLASS THRU 7300-EXIT.
004670 7000-EXIT.
004680     EXIT.
004690
005640     CLOSE CHANGE-LOG-FILE.
005650 9000-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------------
005690* THE WORKERS' COMPENSATION CLASS THE JOB'S LABOR IS REPORTED
005700* UNDER.  BLANK ON THE RECORD MEANS THE EMPLOYEE'S DEPARTMENT
005710* CLASS FROM WCRATE; "*" CLEARS A CLASS BACK TO THAT.
005720*----------------------------------------------------------------
005730 7300-GET-WC-CLASS.
005740     DISPLAY SPACE.
005750     DISPLAY "WC Class Code (now " JB-WC-CLASS-CODE ")".
005760     DISPLAY "New value, * for the department class, or blank "
005770         "to keep: " WITH NO ADVANCING.
005780     ACCEPT WS-CLASS-TEXT.
005790     MOVE FUNCTION UPPER-CASE(WS-CLASS-TEXT) TO WS-CLASS-TEXT.
005800     IF WS-CLASS-TEXT = "*"
005810         MOVE SPACES TO JB-WC-CLASS-CODE
005820     ELSE
005830         IF WS-CLASS-TEXT NOT = SPACES
005840             MOVE WS-CLASS-TEXT TO JB-WC-CLASS-CODE
005850         END-IF
005860     END-IF.
005870 7300-EXIT.
005880     EXIT.
