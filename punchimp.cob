        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PunchImport.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS EM-FILE-STATUS.
    SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PP-CONTROL-KEY
        FILE STATUS IS PP-FILE-STATUS.
    SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HC-FILE-STATUS.
    SELECT PUNCH-FILE ASSIGN TO "PUNCHES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PN-FILE-STATUS.
    SELECT HOURS-TRANSACTION-FILE ASSIGN TO "HOURSTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HT-FILE-STATUS.
    SELECT PUNCH-EXCEPTION-FILE ASSIGN TO "PUNCHEXC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PE-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JS-KEY
        FILE STATUS IS JS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  HOLIDAY-CALENDAR-FILE.
01  HOLIDAY-CALENDAR-RECORD.
      03  HC-HOLIDAY-DATE PIC X(08).
      03  HC-DESCRIPTION PIC X(20).
FD  PUNCH-FILE.
01  PUNCH-RECORD.
      03  PN-EMP-ID PIC X(05).
      03  PN-PUNCH-DATE PIC X(08).
      03  PN-TIME-IN PIC X(04).
      03  PN-TIME-OUT PIC X(04).
      03  PN-DEPT-CODE PIC X(04).
FD  HOURS-TRANSACTION-FILE.
01  HOURS-TRANSACTION-RECORD.
      03  HT-EMP-ID PIC X(05).
      03  HT-WEEK-END-DATE PIC X(08).
      03  HT-HOURS-WORKED PIC 999V99.
      03  HT-HOLIDAY-FLAG PIC X(01).
      03  HT-TRANS-TYPE PIC X(01).
      03  HT-PRIOR-HOURS PIC 999V99.
      03  HT-DEPT-CODE PIC X(04).
01  HOURS-TRAILER-RECORD.
      03  HTR-TRAILER-ID PIC X(05).
      03  HTR-RECORD-COUNT PIC 9(08).
      03  HTR-HOURS-HASH PIC 9(9)V99.
FD  PUNCH-EXCEPTION-FILE.
01  PUNCH-EXCEPTION-RECORD PIC X(100).
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
01  EM-FILE-STATUS PIC XX.
01  PP-FILE-STATUS PIC XX.
01  HC-FILE-STATUS PIC XX.
01  PN-FILE-STATUS PIC XX.
01  HT-FILE-STATUS PIC XX.
01  PE-FILE-STATUS PIC XX.
01  HC-EOF-SW PIC X VALUE 'N'.
      88  HC-EOF VALUE 'Y'.
01  PN-EOF-SW PIC X VALUE 'N'.
      88  PN-EOF VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  JS-FILE-STATUS PIC XX.
01  SRUNSTEP PIC X(08) VALUE 'PUNCHIMP'.
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
01  SRUNWEEK PIC X(08).
01  SRUNWEEKN PIC 9(08).
01  SWEEKENDDAY PIC 9(08).
01  SWEEKSTARTDAY PIC 9(08).
01  SPAYGROUP PIC X(01) VALUE SPACE.
      88  SGROUP-WEEKLY VALUE 'W'.
      88  SGROUP-BIWEEKLY VALUE 'B'.
      88  SGROUP-SEMIMONTHLY VALUE 'S'.
01  SCURRENTKEY.
      03  FILLER PIC X(08) VALUE 'CURRENT '.
      03  SCURRENTGROUP PIC X(01) VALUE SPACE.
01  SPERIODSTART PIC X(08) VALUE SPACES.
01  SPERIODSTARTN REDEFINES SPERIODSTART PIC 9(08).
01  SANCHORWEEK PIC X(08) VALUE SPACES.
01  SANCHORWEEKN REDEFINES SANCHORWEEK PIC 9(08).
01  SANCHORDIFF PIC S9(08).
01  SANCHORQUOT PIC S9(08).
01  SANCHORREM PIC S9(02).
01  SSTARTDAY PIC 9(08).
01  SENDDAY PIC 9(08).
01  SWWDAY PIC 9(08).
01  SWWDATEN PIC 9(08).
01  WORKWEEK-END-TABLE.
      03  WE-ENTRY OCCURS 3 TIMES.
          05  WE-DATE PIC X(08).
          05  WE-DAY PIC 9(08).
01  WE-COUNT PIC 9 VALUE ZERO.
01  WE-IDX PIC 9.
01  SEMPPAYGROUP PIC X(01) VALUE SPACE.
01  SSHIFTWEEK PIC X(08).
01  HOLIDAY-TABLE.
      03  HD-ENTRY OCCURS 50 TIMES.
          05  HD-DATE PIC X(08).
01  HD-COUNT PIC 99 VALUE ZERO.
01  HD-IDX PIC 99.
01  HD-FOUND-SW PIC X VALUE 'N'.
      88  HD-FOUND VALUE 'Y'.
01  DEPT-HOURS-TABLE.
      03  DH-ENTRY OCCURS 10 TIMES.
          05  DH-DEPT-CODE PIC X(04).
          05  DH-WEEK-END-DATE PIC X(08).
          05  DH-HOURS PIC 999V99.
          05  DH-HOLIDAY-FLAG PIC X(01).
01  DH-COUNT PIC 99 VALUE ZERO.
01  DH-IDX PIC 99.
01  DH-FOUND-SW PIC X VALUE 'N'.
      88  DH-FOUND VALUE 'Y'.
01  SCURREMP PIC X(05) VALUE LOW-VALUES.
01  SEMPNAME PIC X(20).
01  SHOMEDEPT PIC X(04).
01  SEMPSTATUS-SW PIC X VALUE SPACE.
      88  SEMP-PAYABLE VALUE 'P'.
      88  SEMP-UNKNOWN VALUE 'U'.
      88  SEMP-SALARIED VALUE 'S'.
      88  SEMP-TERMINATED VALUE 'T'.
      88  SEMP-OTHER-GROUP VALUE 'G'.
01  SEMPHOURS PIC 9(4)V99.
01  SLASTOUTABS PIC 9(10).
01  SHELD-SW PIC X VALUE 'N'.
      88  SHELD-IN VALUE 'Y'.
01  SHELDAREA.
      03  SHELD-DATE PIC X(08).
      03  SHELD-TIME-IN PIC X(04).
      03  SHELD-DEPT-CODE PIC X(04).
      03  SHELD-ABS PIC 9(10).
01  SPUNCHOK-SW PIC X VALUE 'Y'.
      88  SPUNCH-OK VALUE 'Y'.
      88  SPUNCH-BAD VALUE 'N'.
01  SPUNCHDATEN PIC 9(08).
01  SPUNCHTIME.
      03  SPT-HH PIC 9(02).
      03  SPT-MM PIC 9(02).
01  SCVTDATE PIC 9(08).
01  SCVTABS PIC 9(10).
01  SCVTQTRS PIC 9(09).
01  SINABS PIC 9(10).
01  SOUTABS PIC 9(10).
01  SSHIFT.
      03  SSHIFT-DATE PIC X(08).
      03  SSHIFT-TIME-IN PIC X(04).
      03  SSHIFT-TIME-OUT PIC X(04).
      03  SSHIFT-DEPT-CODE PIC X(04).
      03  SSHIFT-IN-ABS PIC 9(10).
      03  SSHIFT-OUT-ABS PIC 9(10).
01  SSHIFTDAYN PIC 9(08).
01  SSHIFTDAYNUM PIC 9(08).
01  SSHIFTMINUTES PIC S9(6).
01  SSHIFTHOURS PIC 999V99.
01  SEXCEPTION.
      03  SX-EMP-ID PIC X(05).
      03  SX-EMP-NAME PIC X(20).
      03  SX-DATE PIC X(08).
      03  SX-TIME-IN PIC X(04).
      03  SX-TIME-OUT PIC X(04).
      03  SX-DEPT-CODE PIC X(04).
      03  SX-HOURS PIC 9(4)V99.
      03  SX-HOURS-SW PIC X(01).
          88  SX-SHOW-HOURS VALUE 'Y'.
      03  SX-REASON PIC X(34).
01  SCOUNTS.
      03  SREADCOUNT PIC 9(8) VALUE ZERO.
      03  SSHIFTCOUNT PIC 9(8) VALUE ZERO.
      03  SEXCCOUNT PIC 9(8) VALUE ZERO.
      03  SEMPCOUNT PIC 9(8) VALUE ZERO.
      03  SWRITECOUNT PIC 9(8) VALUE ZERO.
      03  SHOURSHASH PIC 9(9)V99 VALUE ZERO.
      03  SEXCHOURS PIC 9(9)V99 VALUE ZERO.
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
01  PE-HEADING-LINE.
      03  FILLER PIC X(34)
          VALUE 'TIME CLOCK PUNCH EXCEPTIONS       '.
      03  FILLER PIC X(12) VALUE 'WEEK ENDING '.
      03  PEH-WEEK PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  PEH-DATE PIC X(10).
      03  FILLER PIC X(07) VALUE ' GROUP '.
      03  PEH-GROUP PIC X(01).
01  PE-COLUMN-LINE.
      03  FILLER PIC X(07) VALUE 'EMP ID '.
      03  FILLER PIC X(22) VALUE 'NAME                  '.
      03  FILLER PIC X(10) VALUE 'DATE      '.
      03  FILLER PIC X(06) VALUE 'IN    '.
      03  FILLER PIC X(06) VALUE 'OUT   '.
      03  FILLER PIC X(06) VALUE 'DEPT  '.
      03  FILLER PIC X(08) VALUE ' HOURS  '.
      03  FILLER PIC X(09) VALUE 'EXCEPTION'.
01  PE-DETAIL-LINE.
      03  PED-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  PED-EMP-NAME PIC X(20).
      03  FILLER PIC X(02) VALUE SPACES.
      03  PED-DATE PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  PED-TIME-IN PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  PED-TIME-OUT PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  PED-DEPT-CODE PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  PED-HOURS PIC ZZZ9.99.
      03  FILLER PIC X(01) VALUE SPACES.
      03  PED-REASON PIC X(34).
01  PE-COUNT-LINE.
      03  PEC-LABEL PIC X(30).
      03  PEC-COUNT PIC ZZ,ZZZ,ZZ9.
01  PE-HASH-LINE.
      03  PEA-LABEL PIC X(30).
      03  PEA-HASH PIC ZZZ,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 116-WRITE-HEADINGS.
      PERFORM 120-PROCESS-PUNCHES.
      PERFORM 180-WRITE-TRAILER.
      PERFORM 185-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      PERFORM 950-END-RUN-STEP.
      STOP RUN.

110-OPEN-FILES.
      PERFORM 112-GET-RUN-WEEK.
      PERFORM 114-LOAD-HOLIDAYS.
      MOVE SRUNWEEK TO SRUNKEYWEEK.
      PERFORM 940-START-RUN-STEP.
      OPEN INPUT EMPLOYEE-MASTER-FILE.
      MOVE EM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT PUNCH-FILE.
      MOVE PN-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PUNCH-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT HOURS-TRANSACTION-FILE.
      MOVE HT-FILE-STATUS TO SABEND-STATUS.
      MOVE 'HOURS-TRANSACTION-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT PUNCH-EXCEPTION-FILE.
      MOVE PE-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PUNCH-EXCEPTION-FILE' TO SABEND-FILE-NAME.
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
           'PUNCHES NOT IMPORTED'
        STOP RUN
      END-EVALUATE.
      MOVE SCURRENTGROUP TO SRUNKEYGROUP.

112-GET-RUN-WEEK.
      PERFORM 111-SET-PAY-GROUP.
      MOVE SPACES TO SRUNWEEK.
      OPEN INPUT PAY-PERIOD-FILE.
      IF PP-FILE-STATUS = '00'
       MOVE SCURRENTKEY TO PP-CONTROL-KEY
       READ PAY-PERIOD-FILE
        INVALID KEY
         CONTINUE
        NOT INVALID KEY
         IF PP-OPEN
          MOVE PP-WEEK-END-DATE TO SRUNWEEK
          MOVE PP-PERIOD-START-DATE TO SPERIODSTART
         END-IF
       END-READ
       IF SGROUP-SEMIMONTHLY
        MOVE 'CURRENT  ' TO PP-CONTROL-KEY
        READ PAY-PERIOD-FILE
         INVALID KEY
          CONTINUE
         NOT INVALID KEY
          MOVE PP-WEEK-END-DATE TO SANCHORWEEK
        END-READ
       END-IF
       CLOSE PAY-PERIOD-FILE
      END-IF.
      IF SRUNWEEK = SPACES
       ACCEPT SRUNWEEK FROM ENVIRONMENT "PAY-WEEK-END"
      END-IF.
      IF SRUNWEEK = SPACES
       DISPLAY 'NO OPEN PAY PERIOD AND PAY-WEEK-END NOT SET - '
          'PUNCHES NOT IMPORTED'
       STOP RUN
      END-IF.
      IF SRUNWEEK NOT NUMERIC
       DISPLAY 'PAY WEEK ' SRUNWEEK ' NOT NUMERIC - PUNCHES NOT IMPORTED'
       STOP RUN
      END-IF.
      MOVE SRUNWEEK TO SRUNWEEKN.
      IF FUNCTION TEST-DATE-YYYYMMDD (SRUNWEEKN) NOT = 0
       DISPLAY 'PAY WEEK ' SRUNWEEK ' NOT A VALID DATE - PUNCHES NOT '
          'IMPORTED'
       STOP RUN
      END-IF.
      PERFORM 113-SET-PERIOD-WEEKS.
      MOVE WE-DAY (1) TO SWEEKENDDAY.
      COMPUTE SWEEKSTARTDAY = WE-DAY (WE-COUNT) - 6.

113-SET-PERIOD-WEEKS.
      COMPUTE SENDDAY = FUNCTION INTEGER-OF-DATE (SRUNWEEKN).
      IF SPERIODSTART NOT NUMERIC
       EVALUATE TRUE
        WHEN SGROUP-SEMIMONTHLY
         MOVE SRUNWEEK TO SPERIODSTART
         IF SRUNWEEK (7:2) = '15'
          MOVE '01' TO SPERIODSTART (7:2)
         ELSE
          MOVE '16' TO SPERIODSTART (7:2)
         END-IF
        WHEN SGROUP-BIWEEKLY
         COMPUTE SPERIODSTARTN = FUNCTION DATE-OF-INTEGER (SENDDAY - 13)
        WHEN OTHER
         COMPUTE SPERIODSTARTN = FUNCTION DATE-OF-INTEGER (SENDDAY - 6)
       END-EVALUATE
      END-IF.
      COMPUTE SSTARTDAY = FUNCTION INTEGER-OF-DATE (SPERIODSTARTN).
      MOVE SENDDAY TO SWWDAY.
      IF SGROUP-SEMIMONTHLY AND SANCHORWEEK NUMERIC
       IF FUNCTION TEST-DATE-YYYYMMDD (SANCHORWEEKN) = 0
        COMPUTE SANCHORDIFF = FUNCTION INTEGER-OF-DATE (SANCHORWEEKN)
           - SENDDAY
        DIVIDE SANCHORDIFF BY 7 GIVING SANCHORQUOT
           REMAINDER SANCHORREM
        IF SANCHORREM > ZERO
         SUBTRACT 7 FROM SANCHORREM
        END-IF
        ADD SANCHORREM TO SWWDAY
       END-IF
      END-IF.
      MOVE ZERO TO WE-COUNT.
      PERFORM UNTIL SWWDAY < SSTARTDAY OR WE-COUNT = 3
       ADD 1 TO WE-COUNT
       MOVE SWWDAY TO WE-DAY (WE-COUNT)
       COMPUTE SWWDATEN = FUNCTION DATE-OF-INTEGER (SWWDAY)
       MOVE SWWDATEN TO WE-DATE (WE-COUNT)
       SUBTRACT 7 FROM SWWDAY
      END-PERFORM.

114-LOAD-HOLIDAYS.
      OPEN INPUT HOLIDAY-CALENDAR-FILE.
      IF HC-FILE-STATUS = '35'
       DISPLAY 'NO HOLIDAY CALENDAR FILE - NO HOLIDAYS FLAGGED'
      ELSE
       MOVE HC-FILE-STATUS TO SABEND-STATUS
       MOVE 'HOLIDAY-CALENDAR-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       PERFORM UNTIL HC-EOF
        READ HOLIDAY-CALENDAR-FILE
         AT END
          SET HC-EOF TO TRUE
         NOT AT END
          IF HD-COUNT < 50
           ADD 1 TO HD-COUNT
           MOVE HC-HOLIDAY-DATE TO HD-DATE (HD-COUNT)
          ELSE
           DISPLAY 'HOLIDAY TABLE FULL - ' HC-HOLIDAY-DATE
              ' NOT LOADED'
          END-IF
        END-READ
       END-PERFORM
       CLOSE HOLIDAY-CALENDAR-FILE
      END-IF.

116-WRITE-HEADINGS.
      MOVE SRUNWEEK TO PEH-WEEK.
      MOVE SPAYGROUP TO PEH-GROUP.
      MOVE SDATEDISPLAYINFO TO PEH-DATE.
      MOVE PE-HEADING-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE SPACES TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE PE-COLUMN-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.

120-PROCESS-PUNCHES.
      PERFORM 130-READ-PUNCH.
      PERFORM UNTIL PN-EOF
       ADD 1 TO SREADCOUNT
       EVALUATE TRUE
        WHEN PN-EMP-ID < SCURREMP
         MOVE PN-EMP-ID TO SX-EMP-ID
         MOVE SPACES TO SX-EMP-NAME
         MOVE PN-PUNCH-DATE TO SX-DATE
         MOVE PN-TIME-IN TO SX-TIME-IN
         MOVE PN-TIME-OUT TO SX-TIME-OUT
         MOVE PN-DEPT-CODE TO SX-DEPT-CODE
         MOVE 'N' TO SX-HOURS-SW
         MOVE 'PUNCH OUT OF EMPLOYEE SEQUENCE' TO SX-REASON
         PERFORM 174-WRITE-EXCEPTION
        WHEN PN-EMP-ID > SCURREMP
         IF SCURREMP NOT = LOW-VALUES
          PERFORM 170-END-EMPLOYEE
         END-IF
         PERFORM 140-START-EMPLOYEE
         PERFORM 150-PROCESS-PUNCH
        WHEN OTHER
         PERFORM 150-PROCESS-PUNCH
       END-EVALUATE
       PERFORM 130-READ-PUNCH
      END-PERFORM.
      IF SCURREMP NOT = LOW-VALUES
       PERFORM 170-END-EMPLOYEE
      END-IF.

130-READ-PUNCH.
      READ PUNCH-FILE
       AT END
        SET PN-EOF TO TRUE
      END-READ.

140-START-EMPLOYEE.
      MOVE PN-EMP-ID TO SCURREMP.
      ADD 1 TO SEMPCOUNT.
      MOVE ZERO TO DH-COUNT.
      MOVE ZERO TO SLASTOUTABS.
      MOVE 'N' TO SHELD-SW.
      MOVE PN-EMP-ID TO EM-EMP-ID.
      READ EMPLOYEE-MASTER-FILE
       INVALID KEY
        SET SEMP-UNKNOWN TO TRUE
        MOVE SPACES TO SEMPNAME
        MOVE SPACES TO SHOMEDEPT
       NOT INVALID KEY
        MOVE EM-EMP-NAME TO SEMPNAME
        MOVE EM-DEPT-CODE TO SHOMEDEPT
        MOVE EM-PAY-GROUP TO SEMPPAYGROUP
        IF SEMPPAYGROUP = SPACE
         MOVE 'W' TO SEMPPAYGROUP
        END-IF
        EVALUATE TRUE
         WHEN EM-TERMINATED
          SET SEMP-TERMINATED TO TRUE
         WHEN EM-SALARIED
          SET SEMP-SALARIED TO TRUE
         WHEN SEMPPAYGROUP NOT = SPAYGROUP
          SET SEMP-OTHER-GROUP TO TRUE
         WHEN OTHER
          SET SEMP-PAYABLE TO TRUE
        END-EVALUATE
      END-READ.

150-PROCESS-PUNCH.
      MOVE SCURREMP TO SX-EMP-ID.
      MOVE SEMPNAME TO SX-EMP-NAME.
      MOVE PN-PUNCH-DATE TO SX-DATE.
      MOVE PN-TIME-IN TO SX-TIME-IN.
      MOVE PN-TIME-OUT TO SX-TIME-OUT.
      MOVE PN-DEPT-CODE TO SX-DEPT-CODE.
      MOVE 'N' TO SX-HOURS-SW.
      PERFORM 152-EDIT-PUNCH.
      IF SPUNCH-OK
       EVALUATE TRUE
        WHEN PN-TIME-IN NOT = SPACES AND PN-TIME-OUT NOT = SPACES
         IF SHELD-IN
          PERFORM 176-WRITE-HELD-EXCEPTION
         END-IF
         MOVE PN-PUNCH-DATE TO SSHIFT-DATE
         MOVE PN-TIME-IN TO SSHIFT-TIME-IN
         MOVE PN-TIME-OUT TO SSHIFT-TIME-OUT
         MOVE PN-DEPT-CODE TO SSHIFT-DEPT-CODE
         MOVE PN-TIME-IN TO SPUNCHTIME
         PERFORM 156-CONVERT-PUNCH-TIME
         MOVE SCVTABS TO SSHIFT-IN-ABS
         MOVE PN-TIME-OUT TO SPUNCHTIME
         PERFORM 156-CONVERT-PUNCH-TIME
         MOVE SCVTABS TO SSHIFT-OUT-ABS
         IF SSHIFT-OUT-ABS < SSHIFT-IN-ABS
          ADD 1440 TO SSHIFT-OUT-ABS
         END-IF
         PERFORM 160-POST-SHIFT
        WHEN PN-TIME-IN NOT = SPACES
         IF SHELD-IN
          PERFORM 176-WRITE-HELD-EXCEPTION
         END-IF
         MOVE PN-PUNCH-DATE TO SHELD-DATE
         MOVE PN-TIME-IN TO SHELD-TIME-IN
         MOVE PN-DEPT-CODE TO SHELD-DEPT-CODE
         MOVE PN-TIME-IN TO SPUNCHTIME
         PERFORM 156-CONVERT-PUNCH-TIME
         MOVE SCVTABS TO SHELD-ABS
         SET SHELD-IN TO TRUE
        WHEN OTHER
         PERFORM 154-PAIR-OUT-PUNCH
       END-EVALUATE
      END-IF.

152-EDIT-PUNCH.
      SET SPUNCH-OK TO TRUE.
      IF PN-PUNCH-DATE NOT NUMERIC
       SET SPUNCH-BAD TO TRUE
       MOVE 'PUNCH DATE INVALID' TO SX-REASON
      ELSE
       MOVE PN-PUNCH-DATE TO SPUNCHDATEN
       IF FUNCTION TEST-DATE-YYYYMMDD (SPUNCHDATEN) NOT = 0
        SET SPUNCH-BAD TO TRUE
        MOVE 'PUNCH DATE INVALID' TO SX-REASON
       END-IF
      END-IF.
      IF SPUNCH-OK AND PN-TIME-IN = SPACES AND PN-TIME-OUT = SPACES
       SET SPUNCH-BAD TO TRUE
       MOVE 'NO IN OR OUT TIME ON PUNCH' TO SX-REASON
      END-IF.
      IF SPUNCH-OK AND PN-TIME-IN NOT = SPACES
       MOVE PN-TIME-IN TO SPUNCHTIME
       IF SPUNCHTIME NOT NUMERIC OR SPT-HH > 23 OR SPT-MM > 59
        SET SPUNCH-BAD TO TRUE
        MOVE 'TIME IN INVALID' TO SX-REASON
       END-IF
      END-IF.
      IF SPUNCH-OK AND PN-TIME-OUT NOT = SPACES
       MOVE PN-TIME-OUT TO SPUNCHTIME
       IF SPUNCHTIME NOT NUMERIC OR SPT-HH > 23 OR SPT-MM > 59
        SET SPUNCH-BAD TO TRUE
        MOVE 'TIME OUT INVALID' TO SX-REASON
       END-IF
      END-IF.
      IF SPUNCH-BAD
       PERFORM 174-WRITE-EXCEPTION
      END-IF.

154-PAIR-OUT-PUNCH.
      IF NOT SHELD-IN
       MOVE 'MISSING IN PUNCH' TO SX-REASON
       PERFORM 174-WRITE-EXCEPTION
      ELSE
       MOVE PN-TIME-OUT TO SPUNCHTIME
       PERFORM 156-CONVERT-PUNCH-TIME
       IF SCVTABS < SHELD-ABS
        PERFORM 176-WRITE-HELD-EXCEPTION
        MOVE 'OUT PUNCH EARLIER THAN IN PUNCH' TO SX-REASON
        PERFORM 174-WRITE-EXCEPTION
       ELSE
        MOVE SHELD-DATE TO SSHIFT-DATE
        MOVE SHELD-TIME-IN TO SSHIFT-TIME-IN
        MOVE PN-TIME-OUT TO SSHIFT-TIME-OUT
        IF SHELD-DEPT-CODE = SPACES
         MOVE PN-DEPT-CODE TO SSHIFT-DEPT-CODE
        ELSE
         MOVE SHELD-DEPT-CODE TO SSHIFT-DEPT-CODE
        END-IF
        MOVE SHELD-ABS TO SSHIFT-IN-ABS
        MOVE SCVTABS TO SSHIFT-OUT-ABS
        MOVE 'N' TO SHELD-SW
        PERFORM 160-POST-SHIFT
       END-IF
      END-IF.

156-CONVERT-PUNCH-TIME.
      MOVE PN-PUNCH-DATE TO SCVTDATE.
      COMPUTE SCVTABS = FUNCTION INTEGER-OF-DATE (SCVTDATE) * 1440
         + SPT-HH * 60 + SPT-MM.
      COMPUTE SCVTQTRS = (SCVTABS + 7) / 15.
      COMPUTE SCVTABS = SCVTQTRS * 15.

160-POST-SHIFT.
      MOVE SSHIFT-DATE TO SX-DATE.
      MOVE SSHIFT-TIME-IN TO SX-TIME-IN.
      MOVE SSHIFT-TIME-OUT TO SX-TIME-OUT.
      MOVE SSHIFT-DEPT-CODE TO SX-DEPT-CODE.
      COMPUTE SSHIFTMINUTES = SSHIFT-OUT-ABS - SSHIFT-IN-ABS.
      COMPUTE SSHIFTHOURS = SSHIFTMINUTES / 60.
      MOVE SSHIFTHOURS TO SX-HOURS.
      SET SX-SHOW-HOURS TO TRUE.
      MOVE SSHIFT-DATE TO SSHIFTDAYN.
      COMPUTE SSHIFTDAYNUM = FUNCTION INTEGER-OF-DATE (SSHIFTDAYN).
      EVALUATE TRUE
       WHEN SSHIFTDAYNUM < SWEEKSTARTDAY OR SSHIFTDAYNUM > SWEEKENDDAY
        MOVE 'SHIFT DATE OUTSIDE PAY PERIOD' TO SX-REASON
        PERFORM 174-WRITE-EXCEPTION
       WHEN SSHIFT-IN-ABS < SLASTOUTABS
        MOVE 'OVERLAPPING PUNCH - PRIOR SHIFT' TO SX-REASON
        PERFORM 174-WRITE-EXCEPTION
       WHEN SSHIFTMINUTES > 960
        MOVE 'SHIFT OVER 16 HOURS' TO SX-REASON
        PERFORM 174-WRITE-EXCEPTION
       WHEN OTHER
        ADD 1 TO SSHIFTCOUNT
        MOVE SSHIFT-OUT-ABS TO SLASTOUTABS
        PERFORM 162-ADD-DEPT-HOURS
      END-EVALUATE.

162-ADD-DEPT-HOURS.
      IF SSHIFT-DEPT-CODE = SPACES
       MOVE SHOMEDEPT TO SSHIFT-DEPT-CODE
      END-IF.
      PERFORM 164-CHECK-HOLIDAY.
      MOVE SRUNWEEK TO SSHIFTWEEK.
      PERFORM VARYING WE-IDX FROM 1 BY 1 UNTIL WE-IDX > WE-COUNT
       IF SSHIFTDAYNUM <= WE-DAY (WE-IDX)
          AND SSHIFTDAYNUM + 6 >= WE-DAY (WE-IDX)
        MOVE WE-DATE (WE-IDX) TO SSHIFTWEEK
       END-IF
      END-PERFORM.
      MOVE 'N' TO DH-FOUND-SW.
      PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-COUNT
       IF DH-DEPT-CODE (DH-IDX) = SSHIFT-DEPT-CODE
          AND DH-WEEK-END-DATE (DH-IDX) = SSHIFTWEEK
        SET DH-FOUND TO TRUE
        ADD SSHIFTHOURS TO DH-HOURS (DH-IDX)
        IF HD-FOUND
         MOVE 'Y' TO DH-HOLIDAY-FLAG (DH-IDX)
        END-IF
       END-IF
      END-PERFORM.
      IF NOT DH-FOUND
       IF DH-COUNT < 10
        ADD 1 TO DH-COUNT
        MOVE SSHIFT-DEPT-CODE TO DH-DEPT-CODE (DH-COUNT)
        MOVE SSHIFTWEEK TO DH-WEEK-END-DATE (DH-COUNT)
        MOVE SSHIFTHOURS TO DH-HOURS (DH-COUNT)
        IF HD-FOUND
         MOVE 'Y' TO DH-HOLIDAY-FLAG (DH-COUNT)
        ELSE
         MOVE 'N' TO DH-HOLIDAY-FLAG (DH-COUNT)
        END-IF
       ELSE
        MOVE 'MORE THAN 10 DEPTS - NOT POSTED' TO SX-REASON
        PERFORM 174-WRITE-EXCEPTION
       END-IF
      END-IF.

164-CHECK-HOLIDAY.
      MOVE 'N' TO HD-FOUND-SW.
      PERFORM VARYING HD-IDX FROM 1 BY 1 UNTIL HD-IDX > HD-COUNT
       IF HD-DATE (HD-IDX) = SSHIFT-DATE
        SET HD-FOUND TO TRUE
       END-IF
      END-PERFORM.

170-END-EMPLOYEE.
      MOVE SCURREMP TO SX-EMP-ID.
      MOVE SEMPNAME TO SX-EMP-NAME.
      IF SHELD-IN
       PERFORM 176-WRITE-HELD-EXCEPTION
      END-IF.
      MOVE ZERO TO SEMPHOURS.
      PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-COUNT
       ADD DH-HOURS (DH-IDX) TO SEMPHOURS
       IF SEMP-PAYABLE
        PERFORM 172-WRITE-HOURS-LINE
       END-IF
      END-PERFORM.
      IF NOT SEMP-PAYABLE AND DH-COUNT > ZERO
       MOVE SPACES TO SX-DATE
       MOVE SPACES TO SX-TIME-IN
       MOVE SPACES TO SX-TIME-OUT
       MOVE SPACES TO SX-DEPT-CODE
       MOVE SEMPHOURS TO SX-HOURS
       SET SX-SHOW-HOURS TO TRUE
       EVALUATE TRUE
        WHEN SEMP-UNKNOWN
         MOVE 'NOT ON MASTER - HOURS NOT WRITTEN' TO SX-REASON
        WHEN SEMP-TERMINATED
         MOVE 'TERMINATED - KEY FINAL PAY' TO SX-REASON
        WHEN SEMP-OTHER-GROUP
         MOVE 'NOT IN PAY GROUP - HOURS NOT WRITTEN' TO SX-REASON
        WHEN OTHER
         MOVE 'SALARIED - HOURS NOT WRITTEN' TO SX-REASON
       END-EVALUATE
       PERFORM 174-WRITE-EXCEPTION
      END-IF.

172-WRITE-HOURS-LINE.
      MOVE SPACES TO HOURS-TRANSACTION-RECORD.
      MOVE SCURREMP TO HT-EMP-ID.
      MOVE DH-WEEK-END-DATE (DH-IDX) TO HT-WEEK-END-DATE.
      MOVE DH-HOURS (DH-IDX) TO HT-HOURS-WORKED.
      MOVE DH-HOLIDAY-FLAG (DH-IDX) TO HT-HOLIDAY-FLAG.
      MOVE 'P' TO HT-TRANS-TYPE.
      MOVE ZERO TO HT-PRIOR-HOURS.
      MOVE DH-DEPT-CODE (DH-IDX) TO HT-DEPT-CODE.
      WRITE HOURS-TRANSACTION-RECORD.
      MOVE HT-FILE-STATUS TO SABEND-STATUS.
      MOVE 'HOURS-TRANSACTION-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      ADD 1 TO SWRITECOUNT.
      ADD DH-HOURS (DH-IDX) TO SHOURSHASH.

174-WRITE-EXCEPTION.
      MOVE SPACES TO PE-DETAIL-LINE.
      MOVE SX-EMP-ID TO PED-EMP-ID.
      MOVE SX-EMP-NAME TO PED-EMP-NAME.
      MOVE SX-DATE TO PED-DATE.
      MOVE SX-TIME-IN TO PED-TIME-IN.
      MOVE SX-TIME-OUT TO PED-TIME-OUT.
      MOVE SX-DEPT-CODE TO PED-DEPT-CODE.
      IF SX-SHOW-HOURS
       MOVE SX-HOURS TO PED-HOURS
       ADD SX-HOURS TO SEXCHOURS
      END-IF.
      MOVE SX-REASON TO PED-REASON.
      MOVE PE-DETAIL-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      ADD 1 TO SEXCCOUNT.

176-WRITE-HELD-EXCEPTION.
      MOVE SHELD-DATE TO SX-DATE.
      MOVE SHELD-TIME-IN TO SX-TIME-IN.
      MOVE SPACES TO SX-TIME-OUT.
      MOVE SHELD-DEPT-CODE TO SX-DEPT-CODE.
      MOVE 'N' TO SX-HOURS-SW.
      MOVE 'MISSING OUT PUNCH' TO SX-REASON.
      PERFORM 174-WRITE-EXCEPTION.
      MOVE 'N' TO SHELD-SW.
      MOVE PN-PUNCH-DATE TO SX-DATE.
      MOVE PN-TIME-IN TO SX-TIME-IN.
      MOVE PN-TIME-OUT TO SX-TIME-OUT.
      MOVE PN-DEPT-CODE TO SX-DEPT-CODE.

178-WRITE-REPORT-LINE.
      WRITE PUNCH-EXCEPTION-RECORD.
      MOVE PE-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PUNCH-EXCEPTION-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

180-WRITE-TRAILER.
      MOVE SPACES TO HOURS-TRAILER-RECORD.
      MOVE '99999' TO HTR-TRAILER-ID.
      MOVE SWRITECOUNT TO HTR-RECORD-COUNT.
      MOVE SHOURSHASH TO HTR-HOURS-HASH.
      WRITE HOURS-TRAILER-RECORD.
      MOVE HT-FILE-STATUS TO SABEND-STATUS.
      MOVE 'HOURS-TRANSACTION-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

185-WRITE-TOTALS.
      MOVE SPACES TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE 'PUNCH RECORDS READ' TO PEC-LABEL.
      MOVE SREADCOUNT TO PEC-COUNT.
      MOVE PE-COUNT-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE 'EMPLOYEES WITH PUNCHES' TO PEC-LABEL.
      MOVE SEMPCOUNT TO PEC-COUNT.
      MOVE PE-COUNT-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE 'SHIFTS PAIRED' TO PEC-LABEL.
      MOVE SSHIFTCOUNT TO PEC-COUNT.
      MOVE PE-COUNT-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE 'EXCEPTIONS' TO PEC-LABEL.
      MOVE SEXCCOUNT TO PEC-COUNT.
      MOVE PE-COUNT-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE 'HOURSTRN RECORDS WRITTEN' TO PEC-LABEL.
      MOVE SWRITECOUNT TO PEC-COUNT.
      MOVE PE-COUNT-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE 'HOURSTRN HOURS HASH TOTAL' TO PEA-LABEL.
      MOVE SHOURSHASH TO PEA-HASH.
      MOVE PE-HASH-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      MOVE 'EXCEPTION HOURS NOT WRITTEN' TO PEA-LABEL.
      MOVE SEXCHOURS TO PEA-HASH.
      MOVE PE-HASH-LINE TO PUNCH-EXCEPTION-RECORD.
      PERFORM 178-WRITE-REPORT-LINE.
      IF SEXCCOUNT > ZERO
       MOVE '0004' TO SRUNCODE
      END-IF.
      MOVE 'HOURS RECS' TO SRUNCOUNTLABEL.
      MOVE SWRITECOUNT TO SRUNCOUNT.
      MOVE 'HOURS HASH' TO SRUNAMOUNTLABEL.
      MOVE SHOURSHASH TO SRUNAMOUNT.

190-CLOSE-FILES.
      CLOSE EMPLOYEE-MASTER-FILE.
      CLOSE PUNCH-FILE.
      CLOSE HOURS-TRANSACTION-FILE.
      CLOSE PUNCH-EXCEPTION-FILE.

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
