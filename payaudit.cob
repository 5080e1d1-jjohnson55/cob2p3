    SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AR-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JS-KEY
        FILE STATUS IS JS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PAY-HISTORY-FILE.
      03  PH-BENEFITS PIC S9(5)V99.
      03  PH-VOL-DED PIC S9(5)V99.
      03  PH-NET-PAY PIC S9(6)V99.
      03  PH-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PH-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PH-WEEKS-WORKED PIC S9(02).
      03  PH-CHECK-NO PIC 9(08).
FD  YTD-MASTER-FILE.
01  YTD-MASTER-RECORD.
      03  YM-EMP-ID PIC X(05).
      03  QT-FICA PIC S9(7)V99.
      03  QT-WITHHOLD PIC S9(7)V99.
      03  QT-EMPLOYER-FICA PIC S9(7)V99.
      03  QT-FUTA-WAGES PIC S9(7)V99.
      03  QT-FUTA-TAX PIC S9(7)V99.
      03  QT-SUTA-WAGES PIC S9(7)V99.
      03  QT-SUTA-TAX PIC S9(7)V99.
      03  QT-WEEKS-WORKED PIC 9(02).
FD  PAY-PERIOD-FILE.
01  PAY-PERIOD-RECORD.
      03  PP-CONTROL-KEY PIC X(09).
          88  PP-OPEN VALUE 'O'.
          88  PP-PAID VALUE 'C'.
      03  PP-YEAR-CLOSED PIC X(04).
      03  PP-PAY-GROUP PIC X(01).
          88  PP-GROUP-WEEKLY VALUE 'W' ' '.
          88  PP-GROUP-BIWEEKLY VALUE 'B'.
          88  PP-GROUP-SEMIMONTHLY VALUE 'S'.
      03  PP-PERIOD-START-DATE PIC X(08).
FD  AUDIT-REPORT-FILE.
01  AUDIT-REPORT-RECORD PIC X(100).
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
01  YM-FILE-STATUS PIC XX.
      88  QT-EOF VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  SRUNWEEK PIC X(08).
01  SPAYGROUP PIC X(01) VALUE SPACE.
      88  SGROUP-WEEKLY VALUE 'W'.
      88  SGROUP-BIWEEKLY VALUE 'B'.
      88  SGROUP-SEMIMONTHLY VALUE 'S'.
01  SCURRENTKEY.
      03  FILLER PIC X(08) VALUE 'CURRENT '.
      03  SCURRENTGROUP PIC X(01) VALUE SPACE.
01  JS-FILE-STATUS PIC XX.
01  SRUNSTEP PIC X(08) VALUE 'PAYAUDIT'.
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
01  SRUNREPEAT-SW PIC X VALUE 'N'.
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
01  SAUDITYEAR PIC X(04).
01  SAUDITYEARN PIC 9(04).
01  SMARKYEAR PIC 9(04).
      PERFORM 150-AUDIT-QUARTER-TAX.
      PERFORM 180-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      MOVE 'VARIANCES' TO SRUNCOUNTLABEL.
      MOVE SVARCOUNT TO SRUNCOUNT.
      IF SVARCOUNT NOT = ZERO
       MOVE '0008' TO SRUNCODE
      END-IF.
      PERFORM 950-END-RUN-STEP.
      IF SVARCOUNT NOT = ZERO
       DISPLAY 'MASTERS OUT OF BALANCE - ' SVARCOUNT
          ' VARIANCES - DO NOT RUN PAYROLL UNTIL RESOLVED'

110-OPEN-FILES.
      PERFORM 112-GET-AUDIT-YEAR.
      PERFORM 113-GET-RUN-WEEK.
      PERFORM 940-START-RUN-STEP.
      OPEN INPUT PAY-HISTORY-FILE.
      MOVE PH-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAY-HISTORY-FILE' TO SABEND-FILE-NAME.
      MOVE 'AUDIT-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

111-SET-PAY-GROUP.
      ACCEPT SPAYGROUP FROM ENVIRONMENT "PAY-GROUP".
      IF SPAYGROUP = SPACE
       MOVE 'W' TO SPAYGROUP
      END-IF.
      EVALUATE TRUE
       WHEN SGROUP-WEEKLY
        MOVE SPACE TO SCURRENTGROUP
       WHEN SGROUP-BIWEEKLY
        MOVE 'B' TO SCURRENTGROUP
       WHEN SGROUP-SEMIMONTHLY
        MOVE 'S' TO SCURRENTGROUP
       WHEN OTHER
        DISPLAY 'PAY-GROUP ' SPAYGROUP ' INVALID - MUST BE W, B OR S - '
           'RUN STOPPED'
        STOP RUN
      END-EVALUATE.
      MOVE SCURRENTGROUP TO SRUNKEYGROUP.

112-GET-AUDIT-YEAR.
      ACCEPT SAUDITYEAR FROM ENVIRONMENT "AUDIT-YEAR".
      IF SAUDITYEAR = SPACES OR SAUDITYEAR NOT NUMERIC
       MOVE SCURR-YEAR TO SAUDITYEAR
      END-IF.

113-GET-RUN-WEEK.
      PERFORM 111-SET-PAY-GROUP.
      ACCEPT SRUNWEEK FROM ENVIRONMENT "PAY-WEEK-END".
      IF SRUNWEEK = SPACES
       OPEN INPUT PAY-PERIOD-FILE
       IF PP-FILE-STATUS = '00'
        MOVE SCURRENTKEY TO PP-CONTROL-KEY
        READ PAY-PERIOD-FILE
         INVALID KEY
          CONTINUE
         NOT INVALID KEY
          MOVE PP-WEEK-END-DATE TO SRUNWEEK
        END-READ
        CLOSE PAY-PERIOD-FILE
       END-IF
      END-IF.
      IF SRUNWEEK = SPACES OR SRUNWEEK NOT NUMERIC
       DISPLAY 'NO PAY WEEK ON FILE AND PAY-WEEK-END NOT SET - RUN '
          'STOPPED'
       STOP RUN
      END-IF.
      MOVE SRUNWEEK TO SRUNKEYWEEK.

115-WRITE-HEADINGS.
      MOVE SAUDITYEAR TO ARH-YEAR.
      MOVE SDATEDISPLAYINFO TO ARH-DATE.
      CLOSE QUARTER-TAX-FILE.
      CLOSE AUDIT-REPORT-FILE.

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

