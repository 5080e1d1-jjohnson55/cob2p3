          88  EM-HOURLY VALUE 'H' ' '.
          88  EM-SALARIED VALUE 'S'.
      03  EM-SALARY PIC 9(5)V99.
      03  EM-PAY-GROUP PIC X(01).
          88  EM-GROUP-WEEKLY VALUE 'W' ' '.
          88  EM-GROUP-BIWEEKLY VALUE 'B'.
          88  EM-GROUP-SEMIMONTHLY VALUE 'S'.
FD  MAINT-TRANSACTION-FILE.
01  MAINT-TRANSACTION-RECORD.
      03  MT-ACTION PIC X(01).
          88  MT-TYPE-HOURLY VALUE 'H' ' '.
          88  MT-TYPE-SALARIED VALUE 'S'.
      03  MT-SALARY PIC 9(5)V99.
      03  MT-PAY-GROUP PIC X(01).
          88  MT-GROUP-VALID VALUE 'W' 'B' 'S' ' '.
FD  CHANGE-REPORT-FILE.
01  CHANGE-REPORT-RECORD PIC X(100).
FD  PAY-PERIOD-FILE.
          88  PP-OPEN VALUE 'O'.
          88  PP-PAID VALUE 'C'.
      03  PP-YEAR-CLOSED PIC X(04).
      03  PP-PAY-GROUP PIC X(01).
          88  PP-GROUP-WEEKLY VALUE 'W' ' '.
          88  PP-GROUP-BIWEEKLY VALUE 'B'.
          88  PP-GROUP-SEMIMONTHLY VALUE 'S'.
      03  PP-PERIOD-START-DATE PIC X(08).
FD  RATE-CONTROL-FILE.
01  RATE-CONTROL-RECORD.
      03  RC-EFF-DATE PIC X(08).
      03  RC-WH-BRACKET OCCURS 4 TIMES.
          05  RC-WH-CEILING PIC 9(5)V99.
          05  RC-WH-PERCENT PIC V999.
      03  RC-WH-ALLOWANCE-AMT PIC 999V99.
      03  RC-WH-STD-SINGLE PIC 9(4)V99.
      03  RC-WH-STD-MARRIED PIC 9(4)V99.
      03  RC-WH-STD-HEAD PIC 9(4)V99.
      03  RC-FUTA-PERCENT PIC V9(4).
      03  RC-FUTA-WAGE-BASE PIC 9(6)V99.
      03  RC-SUTA-PERCENT PIC V9(4).
      03  RC-SUTA-WAGE-BASE PIC 9(6)V99.
FD  RATE-HISTORY-FILE.
01  RATE-HISTORY-RECORD.
      03  RH-KEY.
      03  SBEF-DEPT PIC X(04).
      03  SBEF-RATE PIC 999V99.
      03  SBEF-STATUS PIC X(01).
      03  SBEF-GROUP PIC X(01).
01  SERRORFLAG PIC X(01) VALUE 'N'.
      88  SERROR-YES VALUE 'Y'.
      88  SERROR-NO  VALUE 'N'.
      03  FILLER PIC X(06) VALUE 'DEPT  '.
      03  FILLER PIC X(08) VALUE 'RATE    '.
      03  FILLER PIC X(06) VALUE 'STATUS'.
      03  FILLER PIC X(02) VALUE SPACES.
      03  FILLER PIC X(05) VALUE 'GROUP'.
01  CR-DETAIL-LINE.
      03  CRD-ACTION PIC X(01).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-RATE PIC ZZ9.99.
      03  FILLER PIC X(04) VALUE SPACES.
      03  CRD-STATUS PIC X(01).
      03  FILLER PIC X(07) VALUE SPACES.
      03  CRD-GROUP PIC X(01).
01  CR-REJECT-LINE.
      03  CRR-ACTION PIC X(01).
      03  FILLER PIC X(02) VALUE SPACES.
        MOVE EM-DEPT-CODE TO SBEF-DEPT
        MOVE EM-PAY-RATE TO SBEF-RATE
        MOVE EM-STATUS TO SBEF-STATUS
        MOVE EM-PAY-GROUP TO SBEF-GROUP
      END-READ.

150-ADD-EMPLOYEE.
       SET SERROR-YES TO TRUE
       MOVE 'RATE OUTSIDE POSTED WAGE RANGE' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND NOT MT-GROUP-VALID
       SET SERROR-YES TO TRUE
       MOVE 'PAY GROUP NOT W, B OR S' TO SERRORMSG
      END-IF.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
        MOVE 'H' TO EM-PAY-TYPE
        MOVE ZERO TO EM-SALARY
       END-IF
       IF MT-PAY-GROUP = SPACE
        MOVE 'W' TO EM-PAY-GROUP
       ELSE
        MOVE MT-PAY-GROUP TO EM-PAY-GROUP
       END-IF
       WRITE EMPLOYEE-MASTER-RECORD
       MOVE EM-FILE-STATUS TO SABEND-STATUS
       MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME
       SET SERROR-YES TO TRUE
       MOVE 'SALARY MISSING FOR SALARIED EMPLOYEE' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND NOT MT-GROUP-VALID
       SET SERROR-YES TO TRUE
       MOVE 'PAY GROUP NOT W, B OR S' TO SERRORMSG
      END-IF.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       IF MT-SALARY NUMERIC AND MT-SALARY NOT = ZERO
        MOVE MT-SALARY TO EM-SALARY
       END-IF
       IF MT-PAY-GROUP NOT = SPACE
        MOVE MT-PAY-GROUP TO EM-PAY-GROUP
       END-IF
       REWRITE EMPLOYEE-MASTER-RECORD
       MOVE EM-FILE-STATUS TO SABEND-STATUS
       MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME
      MOVE SBEF-DEPT TO CRD-DEPT.
      MOVE SBEF-RATE TO CRD-RATE.
      MOVE SBEF-STATUS TO CRD-STATUS.
      MOVE SBEF-GROUP TO CRD-GROUP.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

      MOVE EM-DEPT-CODE TO CRD-DEPT.
      MOVE EM-PAY-RATE TO CRD-RATE.
      MOVE EM-STATUS TO CRD-STATUS.
      MOVE EM-PAY-GROUP TO CRD-GROUP.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

