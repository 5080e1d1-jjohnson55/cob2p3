          88  EM-HOURLY VALUE 'H' ' '.
          88  EM-SALARIED VALUE 'S'.
      03  EM-SALARY PIC 9(5)V99.
      03  EM-PAY-GROUP PIC X(01).
          88  EM-GROUP-WEEKLY VALUE 'W' ' '.
          88  EM-GROUP-BIWEEKLY VALUE 'B'.
          88  EM-GROUP-SEMIMONTHLY VALUE 'S'.
FD  PAY-HISTORY-FILE.
01  PAY-HISTORY-RECORD.
      03  PH-KEY.
      03  PH-BENEFITS PIC S9(5)V99.
      03  PH-VOL-DED PIC S9(5)V99.
      03  PH-NET-PAY PIC S9(6)V99.
      03  PH-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PH-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PH-WEEKS-WORKED PIC S9(02).
      03  PH-CHECK-NO PIC 9(08).
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
WORKING-STORAGE SECTION.
01  EM-FILE-STATUS PIC XX.
01  PH-FILE-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  SINQEMPID PIC X(05).
01  SINQNAME PIC X(20).
01  SINQGROUP PIC X(50) VALUE SPACES.
01  SINQGROUP-PARTS REDEFINES SINQGROUP.
      03  FILLER PIC X(10).
      03  SIG-GROUP PIC X(01).
      03  FILLER PIC X(01).
      03  SIG-GROUP-NAME PIC X(12).
      03  FILLER PIC X(01).
      03  SIG-START PIC X(08).
      03  SIG-DASH PIC X(01).
      03  SIG-END PIC X(08).
      03  FILLER PIC X(01).
      03  SIG-STATUS PIC X(07).
01  SCURRENTKEY.
      03  FILLER PIC X(08) VALUE 'CURRENT '.
      03  SCURRENTGROUP PIC X(01) VALUE SPACE.
01  SINQDONE-SW PIC X VALUE 'N'.
      88  SINQ-DONE VALUE 'Y'.
01  PH-EOF-SW PIC X VALUE 'N'.
      03  LINE 03 COL 35 PIC X(05) USING SINQEMPID.
01  INQHEADER.
      03  LINE 05 COL 05 PIC X(20) FROM SINQNAME.
      03  LINE 05 COL 27 PIC X(50) FROM SINQGROUP.
      03  LINE 07 COL 03 VALUE 'PERIOD'.
      03  LINE 07 COL 11 VALUE 'T'.
      03  LINE 07 COL 19 VALUE 'GROSS'.
      03  LINE 07 COL 31 VALUE 'FICA'.
      END-IF.

130-LOOKUP-EMPLOYEE.
      MOVE SPACES TO SINQGROUP.
      MOVE SINQEMPID TO EM-EMP-ID.
      READ EMPLOYEE-MASTER-FILE
       INVALID KEY
        MOVE 'NOT ON MASTER' TO SINQNAME
       NOT INVALID KEY
        MOVE EM-EMP-NAME TO SINQNAME
        PERFORM 135-GET-GROUP-PERIOD
      END-READ.

135-GET-GROUP-PERIOD.
      MOVE 'PAY GROUP' TO SINQGROUP.
      EVALUATE TRUE
       WHEN EM-GROUP-BIWEEKLY
        MOVE 'B' TO SIG-GROUP
        MOVE 'BI-WEEKLY' TO SIG-GROUP-NAME
        MOVE 'B' TO SCURRENTGROUP
       WHEN EM-GROUP-SEMIMONTHLY
        MOVE 'S' TO SIG-GROUP
        MOVE 'SEMI-MONTHLY' TO SIG-GROUP-NAME
        MOVE 'S' TO SCURRENTGROUP
       WHEN OTHER
        MOVE 'W' TO SIG-GROUP
        MOVE 'WEEKLY' TO SIG-GROUP-NAME
        MOVE SPACE TO SCURRENTGROUP
      END-EVALUATE.
      OPEN INPUT PAY-PERIOD-FILE.
      IF PP-FILE-STATUS = '00'
       MOVE SCURRENTKEY TO PP-CONTROL-KEY
       READ PAY-PERIOD-FILE
        INVALID KEY
         MOVE 'NO PERIOD ON FILE' TO SINQGROUP (26:)
        NOT INVALID KEY
         MOVE PP-PERIOD-START-DATE TO SIG-START
         MOVE '-' TO SIG-DASH
         MOVE PP-WEEK-END-DATE TO SIG-END
         IF PP-OPEN
          MOVE 'OPEN' TO SIG-STATUS
         ELSE
          MOVE 'PAID' TO SIG-STATUS
         END-IF
       END-READ
       CLOSE PAY-PERIOD-FILE
      END-IF.

140-LOAD-HISTORY-LINES.
      MOVE SPACES TO SINQ-DISPLAY-AREA.
      MOVE ZERO TO SLINECOUNT.
