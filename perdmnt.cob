        ACCESS MODE IS RANDOM
        RECORD KEY IS PP-CONTROL-KEY
        FILE STATUS IS PP-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JS-KEY
        FILE STATUS IS JS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PAY-PERIOD-FILE.
          88  PP-OPEN VALUE 'O'.
          88  PP-PAID VALUE 'C'.
      03  PP-YEAR-CLOSED PIC X(04).
      03  PP-PAY-GROUP PIC X(01).
          88  PP-GROUP-WEEKLY VALUE 'W' ' '.
          88  PP-GROUP-BIWEEKLY VALUE 'B'.
          88  PP-GROUP-SEMIMONTHLY VALUE 'S'.
      03  PP-PERIOD-START-DATE PIC X(08).
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
01  PP-FILE-STATUS PIC XX.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  JS-FILE-STATUS PIC XX.
01  SRUNSTEP PIC X(08) VALUE 'PERDMNT '.
01  SRUNKEYWEEK PIC X(08) VALUE SPACES.
01  SRUNKEYGROUP PIC X(01) VALUE SPACE.
01  SRUNOPERATOR PIC X(08) VALUE SPACES.
01  SRUNPREREQ-LIST.
      03  FILLER PIC X(08) VALUE SPACES.
01  SRUNPREREQ-TABLE REDEFINES SRUNPREREQ-LIST.
      03  SRUNPREREQ PIC X(08) OCCURS 1 TIMES.
01  SRUNPREREQCOUNT PIC 9(02) VALUE 0.
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
01  SNEWWEEK.
      03  SNW-YEAR PIC X(04).
      03  SNW-MONTH PIC 9(02).
      03  SNW-DAY PIC X(02).
01  SNEWWEEKN REDEFINES SNEWWEEK PIC 9(08).
01  SPAYGROUP PIC X(01) VALUE SPACE.
      88  SGROUP-WEEKLY VALUE 'W'.
      88  SGROUP-BIWEEKLY VALUE 'B'.
      88  SGROUP-SEMIMONTHLY VALUE 'S'.
01  SCURRENTKEY.
      03  FILLER PIC X(08) VALUE 'CURRENT '.
      03  SCURRENTGROUP PIC X(01) VALUE SPACE.
01  SPERIODKEY.
      03  SPK-END-DATE PIC X(08).
      03  SPK-GROUP PIC X(01).
01  SPRIOREND PIC X(08) VALUE SPACES.
01  SPRIORENDN REDEFINES SPRIOREND PIC 9(08).
01  SPRIORSTATUS PIC X(01) VALUE SPACE.
      88  SPRIOR-OPEN VALUE 'O'.
01  SPERIODSTART PIC 9(08) VALUE ZERO.
01  SDAYNUM PIC 9(08).
01  SDAYDIFF PIC S9(08).
01  SDAYQUOT PIC S9(08).
01  SDAYREM PIC S9(02).
01  SMONTHDATE.
      03  SMD-YEAR PIC 9(04).
      03  SMD-MONTH PIC 9(02).
      03  SMD-DAY PIC 9(02).
01  SMONTHDATEN REDEFINES SMONTHDATE PIC 9(08).
01  SMONTHEND PIC 9(08).
01  SWEEKPAID-SW PIC X VALUE 'N'.
      88  SWEEK-PAID VALUE 'Y'.
01  SCURRFOUND-SW PIC X VALUE 'N'.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 110-OPEN-FILES.
      PERFORM 115-READ-CURRENT-PERIOD.
      PERFORM 120-EDIT-NEW-WEEK.
      PERFORM 125-CHECK-CALENDAR.
      PERFORM 130-CHECK-WEEK-PAID.
      MOVE SNEWWEEK TO SRUNKEYWEEK.
      MOVE SCURRENTGROUP TO SRUNKEYGROUP.
      PERFORM 940-START-RUN-STEP.
      IF SWEEK-PAID
       DISPLAY 'WEEK ' SNEWWEEK ' ALREADY PAID - NOT REOPENED'
       MOVE '0004' TO SRUNCODE
      ELSE
       PERFORM 140-SET-CURRENT-PERIOD
       DISPLAY 'PAY PERIOD ' SPERIODSTART ' - ' SNEWWEEK
          ' NOW OPEN FOR PAY GROUP ' SPAYGROUP
       MOVE 'OPENED' TO SRUNCOUNTLABEL
       MOVE 1 TO SRUNCOUNT
      END-IF.
      PERFORM 190-CLOSE-FILES.
      PERFORM 950-END-RUN-STEP.
      STOP RUN.

110-OPEN-FILES.
      MOVE 'PAY-PERIOD-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

115-READ-CURRENT-PERIOD.
      ACCEPT SPAYGROUP FROM ENVIRONMENT "PAY-GROUP".
      IF SPAYGROUP = SPACE
       MOVE 'W' TO SPAYGROUP
      END-IF.
      IF NOT SGROUP-WEEKLY AND NOT SGROUP-BIWEEKLY
         AND NOT SGROUP-SEMIMONTHLY
       DISPLAY 'PAY-GROUP ' SPAYGROUP ' INVALID - MUST BE W, B OR S - '
          'NO PERIOD OPENED'
       PERFORM 190-CLOSE-FILES
       STOP RUN
      END-IF.
      IF SGROUP-WEEKLY
       MOVE SPACE TO SCURRENTGROUP
      ELSE
       MOVE SPAYGROUP TO SCURRENTGROUP
      END-IF.
      MOVE SPACES TO SPRIOREND.
      MOVE SPACE TO SPRIORSTATUS.
      MOVE SCURRENTKEY TO PP-CONTROL-KEY.
      READ PAY-PERIOD-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        MOVE PP-WEEK-END-DATE TO SPRIOREND
        MOVE PP-STATUS TO SPRIORSTATUS
      END-READ.

120-EDIT-NEW-WEEK.
      ACCEPT SNEWWEEK FROM ENVIRONMENT "PAY-WEEK-END".
      IF SNEWWEEK = SPACES AND SPRIOREND NUMERIC
       IF SPRIOR-OPEN
        DISPLAY 'PAY PERIOD ' SPRIOREND ' STILL OPEN AND PAY-WEEK-END '
           'NOT SET - NO PERIOD OPENED'
        PERFORM 190-CLOSE-FILES
        STOP RUN
       END-IF
       PERFORM 122-NEXT-PERIOD-END
      END-IF.
      IF SNEWWEEK = SPACES
       DISPLAY 'PAY-WEEK-END NOT SET - NO PERIOD OPENED'
       PERFORM 190-CLOSE-FILES
       STOP RUN
      END-IF.

122-NEXT-PERIOD-END.
      EVALUATE TRUE
       WHEN SGROUP-SEMIMONTHLY
        MOVE SPRIORENDN TO SMONTHDATEN
        IF SMD-DAY = 15
         PERFORM 127-FIND-MONTH-END
         MOVE SMONTHEND TO SNEWWEEKN
        ELSE
         ADD 1 TO SMD-MONTH
         IF SMD-MONTH > 12
          MOVE 1 TO SMD-MONTH
          ADD 1 TO SMD-YEAR
         END-IF
         MOVE 15 TO SMD-DAY
         MOVE SMONTHDATEN TO SNEWWEEKN
        END-IF
       WHEN SGROUP-BIWEEKLY
        COMPUTE SNEWWEEKN = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (SPRIORENDN) + 14)
       WHEN OTHER
        COMPUTE SNEWWEEKN = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (SPRIORENDN) + 7)
      END-EVALUATE.
      DISPLAY 'PAY-WEEK-END NOT SET - NEXT PERIOD END ' SNEWWEEK
         ' TAKEN FROM PAY GROUP ' SPAYGROUP ' CALENDAR'.

125-CHECK-CALENDAR.
      IF FUNCTION TEST-DATE-YYYYMMDD (SNEWWEEKN) NOT = 0
       DISPLAY 'PAY-WEEK-END ' SNEWWEEK ' NOT A VALID DATE - NO '
          'PERIOD OPENED'
       PERFORM 190-CLOSE-FILES
       STOP RUN
      END-IF.
      COMPUTE SDAYNUM = FUNCTION INTEGER-OF-DATE (SNEWWEEKN).
      EVALUATE TRUE
       WHEN SGROUP-SEMIMONTHLY
        MOVE SNEWWEEKN TO SMONTHDATEN
        IF SMD-DAY = 15
         MOVE 1 TO SMD-DAY
         MOVE SMONTHDATEN TO SPERIODSTART
        ELSE
         PERFORM 127-FIND-MONTH-END
         IF SMONTHEND NOT = SNEWWEEKN
          DISPLAY 'PAY-WEEK-END ' SNEWWEEK ' NOT THE 15TH OR LAST DAY '
             'OF THE MONTH - NO PERIOD OPENED'
          PERFORM 190-CLOSE-FILES
          STOP RUN
         END-IF
         MOVE SNEWWEEKN TO SMONTHDATEN
         MOVE 16 TO SMD-DAY
         MOVE SMONTHDATEN TO SPERIODSTART
        END-IF
       WHEN SGROUP-BIWEEKLY
        IF SPRIOREND NUMERIC
         COMPUTE SDAYDIFF = SDAYNUM
            - FUNCTION INTEGER-OF-DATE (SPRIORENDN)
         DIVIDE SDAYDIFF BY 14 GIVING SDAYQUOT REMAINDER SDAYREM
         IF SDAYREM NOT = ZERO
          DISPLAY 'PAY-WEEK-END ' SNEWWEEK ' NOT ON THE 14-DAY '
             'CALENDAR OF PRIOR PERIOD ' SPRIOREND ' - NO PERIOD OPENED'
          PERFORM 190-CLOSE-FILES
          STOP RUN
         END-IF
        END-IF
        COMPUTE SPERIODSTART = FUNCTION DATE-OF-INTEGER (SDAYNUM - 13)
       WHEN OTHER
        COMPUTE SPERIODSTART = FUNCTION DATE-OF-INTEGER (SDAYNUM - 6)
      END-EVALUATE.

127-FIND-MONTH-END.
      MOVE 1 TO SMD-DAY.
      ADD 1 TO SMD-MONTH.
      IF SMD-MONTH > 12
       MOVE 1 TO SMD-MONTH
       ADD 1 TO SMD-YEAR
      END-IF.
      COMPUTE SMONTHEND = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE (SMONTHDATEN) - 1).

130-CHECK-WEEK-PAID.
      MOVE 'N' TO SWEEKPAID-SW.
      MOVE SNEWWEEK TO SPK-END-DATE.
      MOVE SCURRENTGROUP TO SPK-GROUP.
      MOVE SPERIODKEY TO PP-CONTROL-KEY.
      READ PAY-PERIOD-FILE
       INVALID KEY
        CONTINUE

140-SET-CURRENT-PERIOD.
      MOVE 'N' TO SCURRFOUND-SW.
      MOVE SCURRENTKEY TO PP-CONTROL-KEY.
      READ PAY-PERIOD-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SCURR-FOUND TO TRUE
      END-READ.
      MOVE SCURRENTKEY TO PP-CONTROL-KEY.
      MOVE SNEWWEEK TO PP-WEEK-END-DATE.
      MOVE 'O' TO PP-STATUS.
      MOVE SPACES TO PP-YEAR-CLOSED.
      MOVE SPAYGROUP TO PP-PAY-GROUP.
      MOVE SPERIODSTART TO PP-PERIOD-START-DATE.
      IF SCURR-FOUND
       REWRITE PAY-PERIOD-RECORD
      ELSE
190-CLOSE-FILES.
      CLOSE PAY-PERIOD-FILE.

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
