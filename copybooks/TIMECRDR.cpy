000137*                  SIDE FILE FOR THE LABOR DISTRIBUTION.
000138*                  BLANK MEANS THE HOME DEPARTMENT.  TAKEN
000139*                  FROM FILLER - RECORD LENGTH UNCHANGED.
      * 10/15/2026 DM    ADDED THE WORKWEEK OF THE PERIOD THE HOURS
      *                  FALL IN (BLANK OR 1 FIRST WEEK, 2 SECOND) ON
      *                  THE RAW CARD, AND THE SECOND-WEEK SHARE OF
      *                  THE HOURS ON THE CONSOLIDATED TIMEEDIT CARD,
      *                  SO A PERIOD LONGER THAN A WEEK FIGURES
      *                  OVERTIME WEEK BY WEEK.  TAKEN FROM FILLER -
      *                  RECORD LENGTH UNCHANGED.
      * 10/15/2026 DM    RAW "TIMECARD" CARDS FOR CLOCK HOURS ARE NOW
      *                  WRITTEN BY PUNCHIMP FROM THE TIME-CLOCK
      *                  PUNCHES, ONE PER EMPLOYEE/JOB/WEEK, WITH THE
      *                  DESK'S KEYED CARDS COPIED IN BEHIND THEM.
      *                  LAYOUT UNCHANGED.
000140*================================================================
000150 01  TIMECARD-RECORD.
000160     05  TC-EMPLOYEE-ID          PIC X(05).
000230         88  TC-TYPE-HOLIDAY         VALUE "H".
000240         88  TC-TYPE-IS-VALID        VALUES " " "R" "V" "S" "H".
000250     05  TC-JOB-NUMBER           PIC X(06).
000260     05  TC-WORK-WEEK            PIC X(01).
000270         88  TC-FIRST-WEEK           VALUES " " "1".
000280         88  TC-SECOND-WEEK          VALUE "2".
000290         88  TC-WEEK-IS-VALID        VALUES " " "1" "2".
000300     05  TC-WEEK2-HOURS-TEXT     PIC X(06).
000310     05  FILLER                  PIC X(15).
