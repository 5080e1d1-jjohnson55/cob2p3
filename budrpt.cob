        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BudReport.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS PH-FILE-STATUS.
    SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS EM-FILE-STATUS.
    SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DB-KEY
        FILE STATUS IS DB-FILE-STATUS.
    SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PP-CONTROL-KEY
        FILE STATUS IS PP-FILE-STATUS.
    SELECT BUDGET-VARIANCE-FILE ASSIGN TO "BUDVAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BV-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JS-KEY
        FILE STATUS IS JS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PAY-HISTORY-FILE.
01  PAY-HISTORY-RECORD.
      03  PH-KEY.
          05  PH-EMP-ID PIC X(05).
          05  PH-WEEK-END-DATE PIC X(08).
          05  PH-SEQ-NO PIC 9(02).
      03  PH-TRANS-TYPE PIC X(01).
      03  PH-REG-HOURS PIC S999V99.
      03  PH-OT-HOURS PIC S999V99.
      03  PH-DBL-HOURS PIC S999V99.
      03  PH-REG-PAY PIC S9(5)V99.
      03  PH-OT-PAY PIC S9(5)V99.
      03  PH-DBL-PAY PIC S9(5)V99.
      03  PH-HOLIDAY-DIFF PIC S9(5)V99.
      03  PH-GROSS-PAY PIC S9(6)V99.
      03  PH-FICA PIC S9(5)V99.
      03  PH-WITHHOLD PIC S9(5)V99.
      03  PH-BENEFITS PIC S9(5)V99.
      03  PH-VOL-DED PIC S9(5)V99.
      03  PH-NET-PAY PIC S9(6)V99.
      03  PH-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PH-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PH-WEEKS-WORKED PIC S9(02).
      03  PH-CHECK-NO PIC 9(08).
FD  EMPLOYEE-MASTER-FILE.
01  EMPLOYEE-MASTER-RECORD.
      03  EM-EMP-ID PIC X(05).
      03  EM-EMP-NAME PIC X(20).
      03  EM-DEPT-CODE PIC X(04).
      03  EM-PAY-RATE PIC 999V99.
      03  EM-STATUS PIC X(01).
          88  EM-ACTIVE VALUE 'A'.
          88  EM-TERMINATED VALUE 'T'.
      03  EM-PAY-TYPE PIC X(01).
          88  EM-HOURLY VALUE 'H' ' '.
          88  EM-SALARIED VALUE 'S'.
      03  EM-SALARY PIC 9(5)V99.
      03  EM-PAY-GROUP PIC X(01).
          88  EM-GROUP-WEEKLY VALUE 'W' ' '.
          88  EM-GROUP-BIWEEKLY VALUE 'B'.
          88  EM-GROUP-SEMIMONTHLY VALUE 'S'.
FD  DEPT-BUDGET-FILE.
01  DEPT-BUDGET-RECORD.
      03  DB-KEY.
          05  DB-DEPT-CODE PIC X(04).
          05  DB-FISCAL-PERIOD.
              07  DB-FISCAL-YEAR PIC X(04).
              07  DB-FISCAL-MONTH PIC 9(02).
      03  DB-REG-BUDGET PIC 9(7)V99.
      03  DB-OT-BUDGET PIC 9(7)V99.
      03  DB-HEADCOUNT PIC 9(04).
FD  PAY-PERIOD-FILE.
01  PAY-PERIOD-RECORD.
      03  PP-CONTROL-KEY PIC X(09).
      03  PP-WEEK-END-DATE PIC X(08).
      03  PP-STATUS PIC X(01).
          88  PP-OPEN VALUE 'O'.
          88  PP-PAID VALUE 'C'.
      03  PP-YEAR-CLOSED PIC X(04).
      03  PP-PAY-GROUP PIC X(01).
          88  PP-GROUP-WEEKLY VALUE 'W' ' '.
          88  PP-GROUP-BIWEEKLY VALUE 'B'.
          88  PP-GROUP-SEMIMONTHLY VALUE 'S'.
      03  PP-PERIOD-START-DATE PIC X(08).
FD  BUDGET-VARIANCE-FILE.
01  BUDGET-VARIANCE-RECORD PIC X(132).
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-RECORD.
      03  JS-KEY.
          05  JS-WEEK-END-DATE PIC X(08).
          05  JS-PAY-GROUP PIC X(01).
          05  JS-STEP-NAME PIC X(08).
          05  JS-RECORD-TYPE PIC X(01).
              88  JS-STEP-RECORD VALUE 'S'.
              88  JS-OVERRIDE-RECORD VALUE 'O'.
      03  JS-STATUS PIC X(01).
          88  JS-RUNNING VALUE 'R'.
          88  JS-COMPLETE VALUE 'C'.
          88  JS-FAILED VALUE 'F'.
      03  JS-START-DATE PIC X(08).
      03  JS-START-TIME PIC X(06).
      03  JS-END-DATE PIC X(08).
      03  JS-END-TIME PIC X(06).
      03  JS-OPERATOR PIC X(08).
      03  JS-COMPLETION-CODE PIC X(04).
      03  JS-RUN-COUNT PIC 9(03).
      03  JS-OVERRIDE-SW PIC X(01).
      03  JS-COUNT-LABEL PIC X(10).
      03  JS-CONTROL-COUNT PIC 9(09).
      03  JS-AMOUNT-LABEL PIC X(10).
      03  JS-CONTROL-AMOUNT PIC S9(11)V99.
01  RUN-OVERRIDE-RECORD.
      03  JO-KEY.
          05  JO-WEEK-END-DATE PIC X(08).
          05  JO-PAY-GROUP PIC X(01).
          05  JO-STEP-NAME PIC X(08).
          05  JO-RECORD-TYPE PIC X(01).
      03  JO-STATUS PIC X(01).
          88  JO-AVAILABLE VALUE 'A'.
          88  JO-USED VALUE 'U'.
      03  JO-SUPERVISOR PIC X(08).
      03  JO-ENTERED-DATE PIC X(08).
      03  JO-REASON PIC X(30).
      03  JO-USED-DATE PIC X(08).
      03  JO-USED-TIME PIC X(06).
      03  JO-USED-OPERATOR PIC X(08).
      03  FILLER PIC X(18).
WORKING-STORAGE SECTION.
01  PH-FILE-STATUS PIC XX.
01  EM-FILE-STATUS PIC XX.
01  DB-FILE-STATUS PIC XX.
01  PP-FILE-STATUS PIC XX.
01  BV-FILE-STATUS PIC XX.
01  PH-EOF-SW PIC X VALUE 'N'.
      88  PH-EOF VALUE 'Y'.
01  DB-EOF-SW PIC X VALUE 'N'.
      88  DB-EOF VALUE 'Y'.
01  SNOBUDGET-SW PIC X VALUE 'N'.
      88  SNO-BUDGET-FILE VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  JS-FILE-STATUS PIC XX.
01  SRUNSTEP PIC X(08) VALUE 'BUDRPT  '.
01  SRUNKEYWEEK PIC X(08) VALUE SPACES.
01  SRUNKEYGROUP PIC X(01) VALUE SPACE.
01  SRUNOPERATOR PIC X(08) VALUE SPACES.
01  SRUNPREREQ-LIST.
      03  FILLER PIC X(08) VALUE 'PROJECT3'.
01  SRUNPREREQ-TABLE REDEFINES SRUNPREREQ-LIST.
      03  SRUNPREREQ PIC X(08) OCCURS 1 TIMES.
01  SRUNPREREQCOUNT PIC 9(02) VALUE 1.
01  SRUNIDX PIC 9(02).
01  SRUNFOUND-SW PIC X VALUE 'N'.
      88  SRUN-FOUND VALUE 'Y'.
01  SRUNSTARTED-SW PIC X VALUE 'N'.
      88  SRUN-STARTED VALUE 'Y'.
01  SRUNOVERRIDE-SW PIC X VALUE 'N'.
      88  SRUN-OVERRIDE VALUE 'Y'.
01  SRUNREPEAT-SW PIC X VALUE 'Y'.
      88  SRUN-REPEATABLE VALUE 'Y'.
01  SRUNMSG PIC X(60) VALUE SPACES.
01  SRUNCODE PIC X(04) VALUE '0000'.
01  SRUNFAILCODE.
      03  FILLER PIC X(02) VALUE 'FS'.
      03  SRUNFAILSTATUS PIC X(02).
01  SRUNCOUNTLABEL PIC X(10) VALUE SPACES.
01  SRUNCOUNT PIC 9(09) VALUE ZERO.
01  SRUNAMOUNTLABEL PIC X(10) VALUE SPACES.
01  SRUNAMOUNT PIC S9(11)V99 VALUE ZERO.
01  SRUNCLOCK.
      03  SRC-DATE PIC X(08).
      03  SRC-TIME PIC X(06).
      03  FILLER PIC X(07).
01  SVARTOLPCT PIC 9(03) VALUE 5.
01  SRUNWEEK PIC X(08).
01  SRUNWEEKN PIC 9(08).
01  SRUNWEEKDATE REDEFINES SRUNWEEKN.
      03  SRW-YEAR PIC X(04).
      03  SRW-MONTH PIC 9(02).
      03  SRW-DAY PIC 9(02).
01  SWEEKDAYNUM PIC 9(08).
01  SWEEKSTARTN PIC 9(08).
01  SWEEKSTART REDEFINES SWEEKSTARTN PIC X(08).
01  SWKNUM PIC 9(08).
01  SWKDATEN PIC 9(08).
01  SWKDATE REDEFINES SWKDATEN.
      03  SWK-YEAR PIC X(04).
      03  SWK-MONTH PIC 9(02).
      03  SWK-DAY PIC 9(02).
01  SWKDONE-SW PIC X VALUE 'N'.
      88  SWK-DONE VALUE 'Y'.
01  MONTH-WEEKS-TABLE.
      03  MW-WEEKS PIC 99 OCCURS 12 TIMES.
01  MW-IDX PIC 99.
01  SLASTEMP PIC X(05) VALUE LOW-VALUES.
01  SEMPDEPT PIC X(04).
01  SEMPCOUNTED-SW PIC X VALUE 'N'.
      88  SEMP-COUNTED VALUE 'Y'.
01  SFINDDEPT PIC X(04).
01  DEPT-TABLE.
      03  DT-ENTRY OCCURS 100 TIMES.
          05  DT-DEPT-CODE PIC X(04).
          05  DT-BUDGET-SW PIC X(01).
              88  DT-HAS-BUDGET VALUE 'Y'.
          05  DT-WK-REG-ACT PIC S9(8)V99.
          05  DT-WK-OT-ACT PIC S9(8)V99.
          05  DT-WK-TOT-ACT PIC S9(8)V99.
          05  DT-WK-HEAD-ACT PIC 9(05).
          05  DT-YTD-REG-ACT PIC S9(8)V99.
          05  DT-YTD-OT-ACT PIC S9(8)V99.
          05  DT-YTD-TOT-ACT PIC S9(8)V99.
          05  DT-WK-REG-BUD PIC S9(8)V99.
          05  DT-WK-OT-BUD PIC S9(8)V99.
          05  DT-WK-HEAD-BUD PIC 9(05).
          05  DT-YTD-REG-BUD PIC S9(8)V99.
          05  DT-YTD-OT-BUD PIC S9(8)V99.
01  DT-COUNT PIC 999 VALUE ZERO.
01  DT-IDX PIC 999.
01  DT-PICK PIC 999.
01  DT-SHIFT PIC 999.
01  DT-FOUND-SW PIC X VALUE 'N'.
      88  DT-FOUND VALUE 'Y'.
01  SLINE.
      03  SL-DEPT-CODE PIC X(04).
      03  SL-LABEL PIC X(09).
      03  SL-WK-BUD PIC S9(8)V99.
      03  SL-WK-ACT PIC S9(8)V99.
      03  SL-YTD-BUD PIC S9(8)V99.
      03  SL-YTD-ACT PIC S9(8)V99.
      03  SL-FLAG PIC X(12).
01  SVARIANCE PIC S9(8)V99.
01  SVARBASE PIC S9(8)V99.
01  SVARPCT PIC S9(5)V9.
01  SWKOVER-SW PIC X VALUE 'N'.
      88  SWK-OVER VALUE 'Y'.
01  SYTDOVER-SW PIC X VALUE 'N'.
      88  SYTD-OVER VALUE 'Y'.
01  STOTALS.
      03  ST-WK-REG-ACT PIC S9(8)V99 VALUE ZERO.
      03  ST-WK-OT-ACT PIC S9(8)V99 VALUE ZERO.
      03  ST-WK-TOT-ACT PIC S9(8)V99 VALUE ZERO.
      03  ST-WK-HEAD-ACT PIC 9(05) VALUE ZERO.
      03  ST-YTD-REG-ACT PIC S9(8)V99 VALUE ZERO.
      03  ST-YTD-OT-ACT PIC S9(8)V99 VALUE ZERO.
      03  ST-YTD-TOT-ACT PIC S9(8)V99 VALUE ZERO.
      03  ST-WK-REG-BUD PIC S9(8)V99 VALUE ZERO.
      03  ST-WK-OT-BUD PIC S9(8)V99 VALUE ZERO.
      03  ST-WK-HEAD-BUD PIC 9(05) VALUE ZERO.
      03  ST-YTD-REG-BUD PIC S9(8)V99 VALUE ZERO.
      03  ST-YTD-OT-BUD PIC S9(8)V99 VALUE ZERO.
      03  ST-FLAGGED PIC 9(05) VALUE ZERO.
      03  ST-HIST-READ PIC 9(08) VALUE ZERO.
01  SDATEVARS.
      03  SDAY PIC 9(4).
      03  SMONTH PIC 99.
      03  SYEAR PIC 99.
01  SDATEDISPLAYINFO.
      03  HMONTH PIC XX.
      03  FILLER PIC X VALUE '-'.
      03  HDAY PIC XX.
      03  FILLER PIC X VALUE '-'.
      03  HYEAR PIC XXXX.
01  BV-HEADING-LINE.
      03  FILLER PIC X(34)
          VALUE 'DEPARTMENT LABOR BUDGET VS ACTUAL '.
      03  FILLER PIC X(12) VALUE 'WEEK ENDING '.
      03  BVH-WEEK PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  BVH-DATE PIC X(10).
      03  FILLER PIC X(04) VALUE SPACES.
      03  FILLER PIC X(11) VALUE 'TOLERANCE  '.
      03  BVH-TOLERANCE PIC ZZ9.
      03  FILLER PIC X(01) VALUE '%'.
01  BV-GROUP-LINE.
      03  FILLER PIC X(16) VALUE SPACES.
      03  FILLER PIC X(50)
          VALUE '---------------- CURRENT WEEK ----------------    '.
      03  FILLER PIC X(50)
          VALUE '---------------- YEAR TO DATE ----------------    '.
01  BV-COLUMN-LINE.
      03  FILLER PIC X(16) VALUE 'DEPT  CATEGORY  '.
      03  FILLER PIC X(14) VALUE '       BUDGET '.
      03  FILLER PIC X(14) VALUE '       ACTUAL '.
      03  FILLER PIC X(14) VALUE '     VARIANCE '.
      03  FILLER PIC X(08) VALUE '  VAR%  '.
      03  FILLER PIC X(14) VALUE '       BUDGET '.
      03  FILLER PIC X(14) VALUE '       ACTUAL '.
      03  FILLER PIC X(14) VALUE '     VARIANCE '.
      03  FILLER PIC X(08) VALUE '  VAR%  '.
      03  FILLER PIC X(04) VALUE 'FLAG'.
01  BV-DETAIL-LINE.
      03  BVD-DEPT-CODE PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  BVD-LABEL PIC X(09).
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-WK-BUD PIC --,---,--9.99.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-WK-ACT PIC --,---,--9.99.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-WK-VAR PIC --,---,--9.99.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-WK-PCT PIC ----9.9.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-YTD-BUD PIC --,---,--9.99.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-YTD-ACT PIC --,---,--9.99.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-YTD-VAR PIC --,---,--9.99.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-YTD-PCT PIC ----9.9.
      03  FILLER PIC X(01) VALUE SPACES.
      03  BVD-FLAG PIC X(12).
01  BV-HEAD-LINE.
      03  FILLER PIC X(04) VALUE SPACES.
      03  FILLER PIC X(02) VALUE SPACES.
      03  BVC-LABEL PIC X(09).
      03  FILLER PIC X(08) VALUE SPACES.
      03  BVC-WK-BUD PIC ZZ,ZZ9.
      03  FILLER PIC X(08) VALUE SPACES.
      03  BVC-WK-ACT PIC ZZ,ZZ9.
      03  FILLER PIC X(08) VALUE SPACES.
      03  BVC-WK-VAR PIC --,--9.
01  BV-COUNT-LINE.
      03  BVT-LABEL PIC X(30).
      03  BVT-COUNT PIC ZZ,ZZZ,ZZ9.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 115-WRITE-HEADINGS.
      PERFORM 120-ACCUMULATE-HISTORY.
      PERFORM 130-COUNT-BUDGET-WEEKS.
      PERFORM 135-LOAD-BUDGETS.
      PERFORM 140-PRINT-DEPARTMENTS.
      PERFORM 180-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      PERFORM 950-END-RUN-STEP.
      STOP RUN.

110-OPEN-FILES.
      PERFORM 112-GET-REPORT-WEEK.
      MOVE SRUNWEEK TO SRUNKEYWEEK.
      PERFORM 940-START-RUN-STEP.
      OPEN INPUT PAY-HISTORY-FILE.
      MOVE PH-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAY-HISTORY-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT EMPLOYEE-MASTER-FILE.
      MOVE EM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT DEPT-BUDGET-FILE.
      IF DB-FILE-STATUS = '35'
       DISPLAY 'NO DEPARTMENT BUDGET FILE - ACTUALS ONLY REPORTED'
       SET SNO-BUDGET-FILE TO TRUE
      ELSE
       MOVE DB-FILE-STATUS TO SABEND-STATUS
       MOVE 'DEPT-BUDGET-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      OPEN OUTPUT BUDGET-VARIANCE-FILE.
      MOVE BV-FILE-STATUS TO SABEND-STATUS.
      MOVE 'BUDGET-VARIANCE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

112-GET-REPORT-WEEK.
      ACCEPT SRUNWEEK FROM ENVIRONMENT "PAY-WEEK-END".
      IF SRUNWEEK = SPACES
       OPEN INPUT PAY-PERIOD-FILE
       IF PP-FILE-STATUS = '00'
        MOVE 'CURRENT  ' TO PP-CONTROL-KEY
        READ PAY-PERIOD-FILE
         INVALID KEY
          CONTINUE
         NOT INVALID KEY
          MOVE PP-WEEK-END-DATE TO SRUNWEEK
        END-READ
        CLOSE PAY-PERIOD-FILE
       END-IF
      END-IF.
      IF SRUNWEEK = SPACES
       DISPLAY 'NO PAY PERIOD ON FILE AND PAY-WEEK-END NOT SET - NO '
          'REPORT'
       STOP RUN
      END-IF.
      IF SRUNWEEK NOT NUMERIC
       DISPLAY 'PAY WEEK ' SRUNWEEK ' NOT NUMERIC - NO REPORT'
       STOP RUN
      END-IF.
      MOVE SRUNWEEK TO SRUNWEEKN.
      IF FUNCTION TEST-DATE-YYYYMMDD (SRUNWEEKN) NOT = 0
       DISPLAY 'PAY WEEK ' SRUNWEEK ' NOT A VALID DATE - NO REPORT'
       STOP RUN
      END-IF.
      COMPUTE SWEEKDAYNUM = FUNCTION INTEGER-OF-DATE (SRUNWEEKN).
      COMPUTE SWEEKSTARTN = FUNCTION DATE-OF-INTEGER (SWEEKDAYNUM - 6).

115-WRITE-HEADINGS.
      MOVE SRUNWEEK TO BVH-WEEK.
      MOVE SDATEDISPLAYINFO TO BVH-DATE.
      MOVE SVARTOLPCT TO BVH-TOLERANCE.
      MOVE BV-HEADING-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE BV-GROUP-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE BV-COLUMN-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

120-ACCUMULATE-HISTORY.
      MOVE LOW-VALUES TO PH-KEY.
      START PAY-HISTORY-FILE KEY >= PH-KEY
       INVALID KEY
        SET PH-EOF TO TRUE
      END-START.
      PERFORM UNTIL PH-EOF
       READ PAY-HISTORY-FILE NEXT RECORD
        AT END
         SET PH-EOF TO TRUE
        NOT AT END
         IF PH-WEEK-END-DATE (1:4) = SRW-YEAR
            AND PH-WEEK-END-DATE <= SRUNWEEK
          ADD 1 TO ST-HIST-READ
          PERFORM 125-ADD-HISTORY-AMOUNTS
         END-IF
       END-READ
      END-PERFORM.

125-ADD-HISTORY-AMOUNTS.
      IF PH-EMP-ID NOT = SLASTEMP
       MOVE PH-EMP-ID TO SLASTEMP
       MOVE 'N' TO SEMPCOUNTED-SW
       MOVE PH-EMP-ID TO EM-EMP-ID
       READ EMPLOYEE-MASTER-FILE
        INVALID KEY
         MOVE '????' TO SEMPDEPT
        NOT INVALID KEY
         MOVE EM-DEPT-CODE TO SEMPDEPT
       END-READ
      END-IF.
      MOVE SEMPDEPT TO SFINDDEPT.
      PERFORM 160-FIND-DEPT-ENTRY.
      IF DT-PICK NOT = ZERO
       ADD PH-REG-PAY TO DT-YTD-REG-ACT (DT-PICK)
       ADD PH-OT-PAY PH-DBL-PAY TO DT-YTD-OT-ACT (DT-PICK)
       ADD PH-GROSS-PAY TO DT-YTD-TOT-ACT (DT-PICK)
       IF PH-WEEK-END-DATE >= SWEEKSTART
          AND PH-WEEK-END-DATE <= SRUNWEEK
        ADD PH-REG-PAY TO DT-WK-REG-ACT (DT-PICK)
        ADD PH-OT-PAY PH-DBL-PAY TO DT-WK-OT-ACT (DT-PICK)
        ADD PH-GROSS-PAY TO DT-WK-TOT-ACT (DT-PICK)
        IF NOT SEMP-COUNTED AND PH-TRANS-TYPE NOT = 'V'
         SET SEMP-COUNTED TO TRUE
         ADD 1 TO DT-WK-HEAD-ACT (DT-PICK)
        END-IF
       END-IF
      END-IF.

130-COUNT-BUDGET-WEEKS.
      PERFORM VARYING MW-IDX FROM 1 BY 1 UNTIL MW-IDX > 12
       MOVE ZERO TO MW-WEEKS (MW-IDX)
      END-PERFORM.
      MOVE SWEEKDAYNUM TO SWKNUM.
      MOVE 'N' TO SWKDONE-SW.
      PERFORM UNTIL SWK-DONE
       COMPUTE SWKDATEN = FUNCTION DATE-OF-INTEGER (SWKNUM)
       IF SWK-YEAR NOT = SRW-YEAR
        SET SWK-DONE TO TRUE
       ELSE
        ADD 1 TO MW-WEEKS (SWK-MONTH)
        SUBTRACT 7 FROM SWKNUM
       END-IF
      END-PERFORM.

135-LOAD-BUDGETS.
      IF NOT SNO-BUDGET-FILE
       MOVE LOW-VALUES TO DB-KEY
       START DEPT-BUDGET-FILE KEY >= DB-KEY
        INVALID KEY
         SET DB-EOF TO TRUE
       END-START
       PERFORM UNTIL DB-EOF
        READ DEPT-BUDGET-FILE NEXT RECORD
         AT END
          SET DB-EOF TO TRUE
         NOT AT END
          IF DB-FISCAL-YEAR = SRW-YEAR AND DB-FISCAL-MONTH NUMERIC
             AND DB-FISCAL-MONTH >= 1 AND DB-FISCAL-MONTH <= 12
           PERFORM 137-ADD-BUDGET-AMOUNTS
          END-IF
        END-READ
       END-PERFORM
      END-IF.

137-ADD-BUDGET-AMOUNTS.
      MOVE DB-DEPT-CODE TO SFINDDEPT.
      PERFORM 160-FIND-DEPT-ENTRY.
      IF DT-PICK NOT = ZERO
       MOVE 'Y' TO DT-BUDGET-SW (DT-PICK)
       COMPUTE DT-YTD-REG-BUD (DT-PICK) = DT-YTD-REG-BUD (DT-PICK)
          + DB-REG-BUDGET * MW-WEEKS (DB-FISCAL-MONTH)
       COMPUTE DT-YTD-OT-BUD (DT-PICK) = DT-YTD-OT-BUD (DT-PICK)
          + DB-OT-BUDGET * MW-WEEKS (DB-FISCAL-MONTH)
       IF DB-FISCAL-MONTH = SRW-MONTH
        MOVE DB-REG-BUDGET TO DT-WK-REG-BUD (DT-PICK)
        MOVE DB-OT-BUDGET TO DT-WK-OT-BUD (DT-PICK)
        MOVE DB-HEADCOUNT TO DT-WK-HEAD-BUD (DT-PICK)
       END-IF
      END-IF.

140-PRINT-DEPARTMENTS.
      PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
       PERFORM 145-PRINT-DEPT-ENTRY
      END-PERFORM.

145-PRINT-DEPT-ENTRY.
      MOVE 'REGULAR  ' TO SL-LABEL.
      MOVE DT-WK-REG-BUD (DT-IDX) TO SL-WK-BUD.
      MOVE DT-WK-REG-ACT (DT-IDX) TO SL-WK-ACT.
      MOVE DT-YTD-REG-BUD (DT-IDX) TO SL-YTD-BUD.
      MOVE DT-YTD-REG-ACT (DT-IDX) TO SL-YTD-ACT.
      MOVE SPACES TO SL-FLAG.
      MOVE DT-DEPT-CODE (DT-IDX) TO SL-DEPT-CODE.
      PERFORM 150-WRITE-AMOUNT-LINE.
      MOVE 'OT/DT    ' TO SL-LABEL.
      MOVE DT-WK-OT-BUD (DT-IDX) TO SL-WK-BUD.
      MOVE DT-WK-OT-ACT (DT-IDX) TO SL-WK-ACT.
      MOVE DT-YTD-OT-BUD (DT-IDX) TO SL-YTD-BUD.
      MOVE DT-YTD-OT-ACT (DT-IDX) TO SL-YTD-ACT.
      MOVE SPACES TO SL-DEPT-CODE.
      PERFORM 150-WRITE-AMOUNT-LINE.
      MOVE 'TOTAL    ' TO SL-LABEL.
      COMPUTE SL-WK-BUD = DT-WK-REG-BUD (DT-IDX) + DT-WK-OT-BUD (DT-IDX).
      MOVE DT-WK-TOT-ACT (DT-IDX) TO SL-WK-ACT.
      COMPUTE SL-YTD-BUD = DT-YTD-REG-BUD (DT-IDX)
         + DT-YTD-OT-BUD (DT-IDX).
      MOVE DT-YTD-TOT-ACT (DT-IDX) TO SL-YTD-ACT.
      PERFORM 155-SET-TOLERANCE-FLAG.
      MOVE SPACES TO SL-DEPT-CODE.
      PERFORM 150-WRITE-AMOUNT-LINE.
      MOVE SPACES TO BV-HEAD-LINE.
      MOVE 'HEADCOUNT' TO BVC-LABEL.
      MOVE DT-WK-HEAD-BUD (DT-IDX) TO BVC-WK-BUD.
      MOVE DT-WK-HEAD-ACT (DT-IDX) TO BVC-WK-ACT.
      COMPUTE BVC-WK-VAR = DT-WK-HEAD-ACT (DT-IDX)
         - DT-WK-HEAD-BUD (DT-IDX).
      MOVE BV-HEAD-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD DT-WK-REG-ACT (DT-IDX) TO ST-WK-REG-ACT.
      ADD DT-WK-OT-ACT (DT-IDX) TO ST-WK-OT-ACT.
      ADD DT-WK-TOT-ACT (DT-IDX) TO ST-WK-TOT-ACT.
      ADD DT-WK-HEAD-ACT (DT-IDX) TO ST-WK-HEAD-ACT.
      ADD DT-YTD-REG-ACT (DT-IDX) TO ST-YTD-REG-ACT.
      ADD DT-YTD-OT-ACT (DT-IDX) TO ST-YTD-OT-ACT.
      ADD DT-YTD-TOT-ACT (DT-IDX) TO ST-YTD-TOT-ACT.
      ADD DT-WK-REG-BUD (DT-IDX) TO ST-WK-REG-BUD.
      ADD DT-WK-OT-BUD (DT-IDX) TO ST-WK-OT-BUD.
      ADD DT-WK-HEAD-BUD (DT-IDX) TO ST-WK-HEAD-BUD.
      ADD DT-YTD-REG-BUD (DT-IDX) TO ST-YTD-REG-BUD.
      ADD DT-YTD-OT-BUD (DT-IDX) TO ST-YTD-OT-BUD.

150-WRITE-AMOUNT-LINE.
      MOVE SPACES TO BV-DETAIL-LINE.
      MOVE SL-DEPT-CODE TO BVD-DEPT-CODE.
      MOVE SL-LABEL TO BVD-LABEL.
      MOVE SL-WK-BUD TO BVD-WK-BUD.
      MOVE SL-WK-ACT TO BVD-WK-ACT.
      COMPUTE SVARIANCE = SL-WK-ACT - SL-WK-BUD.
      MOVE SVARIANCE TO BVD-WK-VAR.
      IF SL-WK-BUD NOT = ZERO
       MOVE SL-WK-BUD TO SVARBASE
       PERFORM 152-COMPUTE-VARIANCE-PCT
       MOVE SVARPCT TO BVD-WK-PCT
      END-IF.
      MOVE SL-YTD-BUD TO BVD-YTD-BUD.
      MOVE SL-YTD-ACT TO BVD-YTD-ACT.
      COMPUTE SVARIANCE = SL-YTD-ACT - SL-YTD-BUD.
      MOVE SVARIANCE TO BVD-YTD-VAR.
      IF SL-YTD-BUD NOT = ZERO
       MOVE SL-YTD-BUD TO SVARBASE
       PERFORM 152-COMPUTE-VARIANCE-PCT
       MOVE SVARPCT TO BVD-YTD-PCT
      END-IF.
      MOVE SL-FLAG TO BVD-FLAG.
      MOVE BV-DETAIL-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

152-COMPUTE-VARIANCE-PCT.
      COMPUTE SVARPCT ROUNDED = SVARIANCE * 100 / SVARBASE
       ON SIZE ERROR
        MOVE 9999.9 TO SVARPCT
      END-COMPUTE.

155-SET-TOLERANCE-FLAG.
      MOVE 'N' TO SWKOVER-SW.
      MOVE 'N' TO SYTDOVER-SW.
      IF SL-WK-ACT > SL-WK-BUD
       IF SL-WK-BUD = ZERO
        SET SWK-OVER TO TRUE
       ELSE
        IF (SL-WK-ACT - SL-WK-BUD) * 100 > SL-WK-BUD * SVARTOLPCT
         SET SWK-OVER TO TRUE
        END-IF
       END-IF
      END-IF.
      IF SL-YTD-ACT > SL-YTD-BUD
       IF SL-YTD-BUD = ZERO
        SET SYTD-OVER TO TRUE
       ELSE
        IF (SL-YTD-ACT - SL-YTD-BUD) * 100 > SL-YTD-BUD * SVARTOLPCT
         SET SYTD-OVER TO TRUE
        END-IF
       END-IF
      END-IF.
      EVALUATE TRUE
       WHEN NOT DT-HAS-BUDGET (DT-IDX)
        MOVE '*NO BUDGET' TO SL-FLAG
       WHEN SWK-OVER AND SYTD-OVER
        MOVE '*OVER WK+YTD' TO SL-FLAG
       WHEN SWK-OVER
        MOVE '*OVER WEEK' TO SL-FLAG
       WHEN SYTD-OVER
        MOVE '*OVER YTD' TO SL-FLAG
       WHEN OTHER
        MOVE SPACES TO SL-FLAG
      END-EVALUATE.
      IF SL-FLAG NOT = SPACES
       ADD 1 TO ST-FLAGGED
      END-IF.

160-FIND-DEPT-ENTRY.
      MOVE ZERO TO DT-PICK.
      MOVE 'N' TO DT-FOUND-SW.
      PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
       IF DT-DEPT-CODE (DT-IDX) = SFINDDEPT
        SET DT-FOUND TO TRUE
        MOVE DT-IDX TO DT-PICK
       END-IF
      END-PERFORM.
      IF NOT DT-FOUND
       IF DT-COUNT < 100
        PERFORM 165-INSERT-DEPT-ENTRY
       ELSE
        DISPLAY 'DEPARTMENT TABLE FULL - DEPT ' SFINDDEPT
           ' NOT REPORTED'
       END-IF
      END-IF.

165-INSERT-DEPT-ENTRY.
      MOVE 1 TO DT-PICK.
      PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
       IF DT-DEPT-CODE (DT-IDX) < SFINDDEPT
        COMPUTE DT-PICK = DT-IDX + 1
       END-IF
      END-PERFORM.
      ADD 1 TO DT-COUNT.
      PERFORM VARYING DT-SHIFT FROM DT-COUNT BY -1
         UNTIL DT-SHIFT <= DT-PICK
       MOVE DT-ENTRY (DT-SHIFT - 1) TO DT-ENTRY (DT-SHIFT)
      END-PERFORM.
      MOVE SFINDDEPT TO DT-DEPT-CODE (DT-PICK).
      MOVE 'N' TO DT-BUDGET-SW (DT-PICK).
      MOVE ZERO TO DT-WK-REG-ACT (DT-PICK).
      MOVE ZERO TO DT-WK-OT-ACT (DT-PICK).
      MOVE ZERO TO DT-WK-TOT-ACT (DT-PICK).
      MOVE ZERO TO DT-WK-HEAD-ACT (DT-PICK).
      MOVE ZERO TO DT-YTD-REG-ACT (DT-PICK).
      MOVE ZERO TO DT-YTD-OT-ACT (DT-PICK).
      MOVE ZERO TO DT-YTD-TOT-ACT (DT-PICK).
      MOVE ZERO TO DT-WK-REG-BUD (DT-PICK).
      MOVE ZERO TO DT-WK-OT-BUD (DT-PICK).
      MOVE ZERO TO DT-WK-HEAD-BUD (DT-PICK).
      MOVE ZERO TO DT-YTD-REG-BUD (DT-PICK).
      MOVE ZERO TO DT-YTD-OT-BUD (DT-PICK).

170-WRITE-REPORT-LINE.
      WRITE BUDGET-VARIANCE-RECORD.
      MOVE BV-FILE-STATUS TO SABEND-STATUS.
      MOVE 'BUDGET-VARIANCE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

180-WRITE-TOTALS.
      MOVE 'REGULAR  ' TO SL-LABEL.
      MOVE ST-WK-REG-BUD TO SL-WK-BUD.
      MOVE ST-WK-REG-ACT TO SL-WK-ACT.
      MOVE ST-YTD-REG-BUD TO SL-YTD-BUD.
      MOVE ST-YTD-REG-ACT TO SL-YTD-ACT.
      MOVE SPACES TO SL-FLAG.
      MOVE 'ALL ' TO SL-DEPT-CODE.
      PERFORM 150-WRITE-AMOUNT-LINE.
      MOVE 'OT/DT    ' TO SL-LABEL.
      MOVE ST-WK-OT-BUD TO SL-WK-BUD.
      MOVE ST-WK-OT-ACT TO SL-WK-ACT.
      MOVE ST-YTD-OT-BUD TO SL-YTD-BUD.
      MOVE ST-YTD-OT-ACT TO SL-YTD-ACT.
      MOVE SPACES TO SL-DEPT-CODE.
      PERFORM 150-WRITE-AMOUNT-LINE.
      MOVE 'TOTAL    ' TO SL-LABEL.
      COMPUTE SL-WK-BUD = ST-WK-REG-BUD + ST-WK-OT-BUD.
      MOVE ST-WK-TOT-ACT TO SL-WK-ACT.
      COMPUTE SL-YTD-BUD = ST-YTD-REG-BUD + ST-YTD-OT-BUD.
      MOVE ST-YTD-TOT-ACT TO SL-YTD-ACT.
      PERFORM 150-WRITE-AMOUNT-LINE.
      MOVE SPACES TO BV-HEAD-LINE.
      MOVE 'HEADCOUNT' TO BVC-LABEL.
      MOVE ST-WK-HEAD-BUD TO BVC-WK-BUD.
      MOVE ST-WK-HEAD-ACT TO BVC-WK-ACT.
      COMPUTE BVC-WK-VAR = ST-WK-HEAD-ACT - ST-WK-HEAD-BUD.
      MOVE BV-HEAD-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'PAY HISTORY RECORDS USED' TO BVT-LABEL.
      MOVE ST-HIST-READ TO BVT-COUNT.
      MOVE BV-COUNT-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'DEPARTMENTS REPORTED' TO BVT-LABEL.
      MOVE DT-COUNT TO BVT-COUNT.
      MOVE BV-COUNT-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'DEPARTMENTS FLAGGED' TO BVT-LABEL.
      MOVE ST-FLAGGED TO BVT-COUNT.
      MOVE BV-COUNT-LINE TO BUDGET-VARIANCE-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'DEPTS' TO SRUNCOUNTLABEL.
      MOVE DT-COUNT TO SRUNCOUNT.
      MOVE 'WEEK GROSS' TO SRUNAMOUNTLABEL.
      MOVE ST-WK-TOT-ACT TO SRUNAMOUNT.

190-CLOSE-FILES.
      CLOSE PAY-HISTORY-FILE.
      CLOSE EMPLOYEE-MASTER-FILE.
      IF NOT SNO-BUDGET-FILE
       CLOSE DEPT-BUDGET-FILE
      END-IF.
      CLOSE BUDGET-VARIANCE-FILE.

940-START-RUN-STEP.
      ACCEPT SRUNOPERATOR FROM ENVIRONMENT "OPERATOR-ID".
      OPEN I-O RUN-CONTROL-FILE.
      IF JS-FILE-STATUS = '35'
       OPEN OUTPUT RUN-CONTROL-FILE
       CLOSE RUN-CONTROL-FILE
       OPEN I-O RUN-CONTROL-FILE
      END-IF.
      MOVE JS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      MOVE SPACES TO SRUNMSG.
      PERFORM VARYING SRUNIDX FROM 1 BY 1
         UNTIL SRUNIDX > SRUNPREREQCOUNT OR SRUNMSG NOT = SPACES
       PERFORM 942-CHECK-PREREQUISITE
      END-PERFORM.
      IF SRUNMSG = SPACES AND NOT SRUN-REPEATABLE
       PERFORM 943-READ-RUN-STEP
       IF SRUN-FOUND AND JS-COMPLETE
        STRING 'STEP ' DELIMITED BY SIZE
           SRUNSTEP DELIMITED BY SPACE
           ' ALREADY COMPLETE FOR WEEK ' SRUNKEYWEEK
           DELIMITED BY SIZE INTO SRUNMSG
       END-IF
      END-IF.
      IF SRUNMSG NOT = SPACES
       DISPLAY SRUNMSG
       PERFORM 944-USE-OVERRIDE
       IF NOT SRUN-OVERRIDE
        DISPLAY 'NO SUPERVISOR OVERRIDE FOR STEP ' SRUNSTEP ' WEEK '
           SRUNKEYWEEK ' - RUN STOPPED'
        CLOSE RUN-CONTROL-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
       END-IF
      END-IF.
      PERFORM 946-RECORD-STEP-START.

942-CHECK-PREREQUISITE.
      MOVE SRUNKEYWEEK TO JS-WEEK-END-DATE.
      MOVE SRUNKEYGROUP TO JS-PAY-GROUP.
      MOVE SRUNPREREQ (SRUNIDX) TO JS-STEP-NAME.
      MOVE 'S' TO JS-RECORD-TYPE.
      MOVE 'N' TO SRUNFOUND-SW.
      READ RUN-CONTROL-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SRUN-FOUND TO TRUE
      END-READ.
      IF NOT SRUN-FOUND OR NOT JS-COMPLETE
       STRING 'PREREQUISITE STEP ' DELIMITED BY SIZE
          SRUNPREREQ (SRUNIDX) DELIMITED BY SPACE
          ' NOT COMPLETE FOR WEEK ' SRUNKEYWEEK
          DELIMITED BY SIZE INTO SRUNMSG
      END-IF.

943-READ-RUN-STEP.
      MOVE SRUNKEYWEEK TO JS-WEEK-END-DATE.
      MOVE SRUNKEYGROUP TO JS-PAY-GROUP.
      MOVE SRUNSTEP TO JS-STEP-NAME.
      MOVE 'S' TO JS-RECORD-TYPE.
      MOVE 'N' TO SRUNFOUND-SW.
      READ RUN-CONTROL-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SRUN-FOUND TO TRUE
      END-READ.

944-USE-OVERRIDE.
      MOVE 'N' TO SRUNOVERRIDE-SW.
      MOVE SRUNKEYWEEK TO JO-WEEK-END-DATE.
      MOVE SRUNKEYGROUP TO JO-PAY-GROUP.
      MOVE SRUNSTEP TO JO-STEP-NAME.
      MOVE 'O' TO JO-RECORD-TYPE.
      READ RUN-CONTROL-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        IF JO-AVAILABLE
         SET SRUN-OVERRIDE TO TRUE
        END-IF
      END-READ.
      IF SRUN-OVERRIDE
       MOVE FUNCTION CURRENT-DATE TO SRUNCLOCK
       MOVE 'U' TO JO-STATUS
       MOVE SRC-DATE TO JO-USED-DATE
       MOVE SRC-TIME TO JO-USED-TIME
       MOVE SRUNOPERATOR TO JO-USED-OPERATOR
       REWRITE RUN-OVERRIDE-RECORD
       MOVE JS-FILE-STATUS TO SABEND-STATUS
       MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       DISPLAY 'RUN ALLOWED BY SUPERVISOR OVERRIDE FROM ' JO-SUPERVISOR
          ' - ' JO-REASON
      END-IF.

946-RECORD-STEP-START.
      PERFORM 943-READ-RUN-STEP.
      IF NOT SRUN-FOUND
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE SRUNKEYWEEK TO JS-WEEK-END-DATE
       MOVE SRUNKEYGROUP TO JS-PAY-GROUP
       MOVE SRUNSTEP TO JS-STEP-NAME
       MOVE 'S' TO JS-RECORD-TYPE
       MOVE ZERO TO JS-RUN-COUNT
      END-IF.
      MOVE FUNCTION CURRENT-DATE TO SRUNCLOCK.
      MOVE 'R' TO JS-STATUS.
      MOVE SRC-DATE TO JS-START-DATE.
      MOVE SRC-TIME TO JS-START-TIME.
      MOVE SPACES TO JS-END-DATE.
      MOVE SPACES TO JS-END-TIME.
      MOVE SRUNOPERATOR TO JS-OPERATOR.
      MOVE SPACES TO JS-COMPLETION-CODE.
      IF JS-RUN-COUNT < 999
       ADD 1 TO JS-RUN-COUNT
      END-IF.
      IF SRUN-OVERRIDE
       MOVE 'Y' TO JS-OVERRIDE-SW
      ELSE
       MOVE 'N' TO JS-OVERRIDE-SW
      END-IF.
      MOVE SPACES TO JS-COUNT-LABEL.
      MOVE ZERO TO JS-CONTROL-COUNT.
      MOVE SPACES TO JS-AMOUNT-LABEL.
      MOVE ZERO TO JS-CONTROL-AMOUNT.
      IF SRUN-FOUND
       REWRITE RUN-CONTROL-RECORD
      ELSE
       WRITE RUN-CONTROL-RECORD
      END-IF.
      MOVE JS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      SET SRUN-STARTED TO TRUE.

950-END-RUN-STEP.
      PERFORM 943-READ-RUN-STEP.
      MOVE JS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      MOVE FUNCTION CURRENT-DATE TO SRUNCLOCK.
      IF SRUNCODE < '0008'
       MOVE 'C' TO JS-STATUS
      ELSE
       MOVE 'F' TO JS-STATUS
      END-IF.
      MOVE SRC-DATE TO JS-END-DATE.
      MOVE SRC-TIME TO JS-END-TIME.
      MOVE SRUNCODE TO JS-COMPLETION-CODE.
      MOVE SRUNCOUNTLABEL TO JS-COUNT-LABEL.
      MOVE SRUNCOUNT TO JS-CONTROL-COUNT.
      MOVE SRUNAMOUNTLABEL TO JS-AMOUNT-LABEL.
      MOVE SRUNAMOUNT TO JS-CONTROL-AMOUNT.
      REWRITE RUN-CONTROL-RECORD.
      MOVE JS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      MOVE 'N' TO SRUNSTARTED-SW.
      CLOSE RUN-CONTROL-FILE.
      IF JS-FAILED
       DISPLAY 'STEP ' SRUNSTEP ' ENDED WITH CODE ' SRUNCODE
          ' - RECORDED AS FAILED'
      END-IF.

955-FAIL-RUN-STEP.
      IF SRUN-STARTED
       MOVE 'N' TO SRUNSTARTED-SW
       PERFORM 943-READ-RUN-STEP
       IF SRUN-FOUND
        MOVE FUNCTION CURRENT-DATE TO SRUNCLOCK
        MOVE 'F' TO JS-STATUS
        MOVE SRC-DATE TO JS-END-DATE
        MOVE SRC-TIME TO JS-END-TIME
        MOVE SRUNCODE TO JS-COMPLETION-CODE
        REWRITE RUN-CONTROL-RECORD
       END-IF
       CLOSE RUN-CONTROL-FILE
      END-IF.

930-CHECK-FILE-STATUS.
      IF SABEND-STATUS NOT = '00'
       DISPLAY 'FILE ERROR ON ' SABEND-FILE-NAME ' STATUS ' SABEND-STATUS
       MOVE SABEND-STATUS TO SRUNFAILSTATUS
       MOVE SRUNFAILCODE TO SRUNCODE
       PERFORM 955-FAIL-RUN-STEP
       STOP RUN
      END-IF.

300-DATE.
       MOVE FUNCTION CURRENT-DATE TO SDATEVARS.
       MOVE SMONTH TO HMONTH.
       MOVE SYEAR TO HDAY.
       MOVE SDAY TO HYEAR.
