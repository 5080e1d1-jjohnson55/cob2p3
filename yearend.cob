    SELECT ANNUAL-STATEMENT-FILE ASSIGN TO "ANNSTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AS-FILE-STATUS.
    SELECT FUTA-SUMMARY-FILE ASSIGN TO "FUTASUMM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FILE-STATUS.
    SELECT PTO-BANK-FILE ASSIGN TO "PTOBANK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
          88  EM-HOURLY VALUE 'H' ' '.
          88  EM-SALARIED VALUE 'S'.
      03  EM-SALARY PIC 9(5)V99.
      03  EM-PAY-GROUP PIC X(01).
          88  EM-GROUP-WEEKLY VALUE 'W' ' '.
          88  EM-GROUP-BIWEEKLY VALUE 'B'.
          88  EM-GROUP-SEMIMONTHLY VALUE 'S'.
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
FD  ANNUAL-STATEMENT-FILE.
01  ANNUAL-STATEMENT-RECORD PIC X(80).
FD  FUTA-SUMMARY-FILE.
01  FUTA-SUMMARY-RECORD PIC X(80).
FD  PTO-BANK-FILE.
01  PTO-BANK-RECORD.
      03  PB-EMP-ID PIC X(05).
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
WORKING-STORAGE SECTION.
01  EM-FILE-STATUS PIC XX.
01  YM-FILE-STATUS PIC XX.
01  QT-FILE-STATUS PIC XX.
01  PP-FILE-STATUS PIC XX.
01  AS-FILE-STATUS PIC XX.
01  FS-FILE-STATUS PIC XX.
01  PB-FILE-STATUS PIC XX.
01  RC-FILE-STATUS PIC XX.
01  PB-EOF-SW PIC X VALUE 'N'.
01  SCLOSEYEAR PIC X(04).
01  SCLOSEYEARN PIC 9(04).
01  SMARKYEAR PIC 9(04).
01  SCURRENTKEY.
      03  FILLER PIC X(08) VALUE 'CURRENT '.
      03  SCURRENTGROUP PIC X(01) VALUE SPACE.
01  SOPENWEEKDATE.
      03  SOW-YEAR PIC X(04).
      03  FILLER PIC X(04).
      03  SANNWH PIC S9(8)V99.
      03  SANNERFICA PIC S9(8)V99.
01  SSTMTCOUNT PIC 9(5) VALUE ZERO.
01  SEMPFUTAWAGES PIC S9(8)V99.
01  SFUTAEMPCOUNT PIC 9(5) VALUE ZERO.
01  FS-QUARTER-TABLE.
      03  FS-QUARTER OCCURS 4 TIMES.
          05  FS-GROSS PIC S9(9)V99.
          05  FS-FUTA-WAGES PIC S9(9)V99.
          05  FS-FUTA-TAX PIC S9(9)V99.
          05  FS-SUTA-WAGES PIC S9(9)V99.
          05  FS-SUTA-TAX PIC S9(9)V99.
01  FS-YEAR-TOTALS.
      03  FSY-GROSS PIC S9(9)V99.
      03  FSY-FUTA-WAGES PIC S9(9)V99.
      03  FSY-FUTA-TAX PIC S9(9)V99.
      03  FSY-SUTA-WAGES PIC S9(9)V99.
      03  FSY-SUTA-TAX PIC S9(9)V99.
      03  FSY-EXCESS PIC S9(9)V99.
01  AS-HEADING-LINE.
      03  FILLER PIC X(32)
          VALUE 'ANNUAL EARNINGS STATEMENT  YEAR '.
01  AS-AMT-LINE.
      03  ASA-LABEL PIC X(26).
      03  ASA-AMOUNT PIC Z,ZZZ,ZZ9.99-.
01  FS-HEADING-LINE.
      03  FILLER PIC X(32)
          VALUE 'ANNUAL FUTA SUMMARY        YEAR '.
      03  FSH-YEAR PIC X(04).
01  FS-COLUMN-LINE.
      03  FILLER PIC X(08) VALUE 'QUARTER '.
      03  FILLER PIC X(14) VALUE '   TOTAL WAGES'.
      03  FILLER PIC X(14) VALUE '  FUTA TAXABLE'.
      03  FILLER PIC X(14) VALUE '      FUTA TAX'.
      03  FILLER PIC X(14) VALUE '  SUTA TAXABLE'.
      03  FILLER PIC X(14) VALUE '      SUTA TAX'.
01  FS-DETAIL-LINE.
      03  FSD-LABEL PIC X(08).
      03  FSD-GROSS PIC ZZ,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  FSD-FUTA-WAGES PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  FSD-FUTA-TAX PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  FSD-SUTA-WAGES PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  FSD-SUTA-TAX PIC Z,ZZZ,ZZ9.99-.
01  FS-QUARTER-LABEL.
      03  FILLER PIC X(03) VALUE SPACES.
      03  FSQ-QUARTER PIC 9(01).
      03  FILLER PIC X(03) VALUE SPACES.
01  FS-AMT-LINE.
      03  FSA-LABEL PIC X(32).
      03  FSA-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
01  FS-COUNT-LINE.
      03  FSC-LABEL PIC X(32).
      03  FSC-COUNT PIC ZZ,ZZ9.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 110-OPEN-FILES.
      PERFORM 120-ARCHIVE-YTD-MASTER.
      PERFORM 117-OPEN-STATEMENT-FILE.
      PERFORM 125-WRITE-STATEMENTS.
      PERFORM 128-WRITE-FUTA-SUMMARY.
      PERFORM 160-APPLY-PTO-CARRYOVER.
      PERFORM 150-MARK-YEAR-CLOSED.
      PERFORM 190-CLOSE-FILES.
         END-IF
        END-IF
      END-READ.
      MOVE SPACE TO SCURRENTGROUP.
      PERFORM 116-CHECK-GROUP-OPEN.
      MOVE 'B' TO SCURRENTGROUP.
      PERFORM 116-CHECK-GROUP-OPEN.
      MOVE 'S' TO SCURRENTGROUP.
      PERFORM 116-CHECK-GROUP-OPEN.

116-CHECK-GROUP-OPEN.
      MOVE SCURRENTKEY TO PP-CONTROL-KEY.
      READ PAY-PERIOD-FILE
       INVALID KEY
        CONTINUE
          MOVE ZERO TO SOPENYEARN
         END-IF
         IF SOPENYEARN <= SCLOSEYEARN
          DISPLAY 'PAY PERIOD ' PP-WEEK-END-DATE ' STILL OPEN FOR PAY '
             'GROUP ' PP-PAY-GROUP ' - RUN IT BEFORE YEAR-END CLOSE'
          PERFORM 190-CLOSE-FILES
          STOP RUN
         END-IF
      MOVE AS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'ANNUAL-STATEMENT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT FUTA-SUMMARY-FILE.
      MOVE FS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'FUTA-SUMMARY-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      INITIALIZE FS-QUARTER-TABLE.

120-ARCHIVE-YTD-MASTER.
      MOVE LOW-VALUES TO YM-EMP-ID.
      MOVE ZERO TO SANNFICA.
      MOVE ZERO TO SANNWH.
      MOVE ZERO TO SANNERFICA.
      MOVE ZERO TO SEMPFUTAWAGES.
      IF QT-FILE-STATUS NOT = '35'
       PERFORM VARYING SQTRIDX FROM 1 BY 1 UNTIL SQTRIDX > 4
        MOVE PY-EMP-ID TO QT-EMP-ID
          ADD QT-FICA TO SANNFICA
          ADD QT-WITHHOLD TO SANNWH
          ADD QT-EMPLOYER-FICA TO SANNERFICA
          ADD QT-GROSS TO FS-GROSS (SQTRIDX)
          ADD QT-FUTA-WAGES TO FS-FUTA-WAGES (SQTRIDX)
          ADD QT-FUTA-TAX TO FS-FUTA-TAX (SQTRIDX)
          ADD QT-SUTA-WAGES TO FS-SUTA-WAGES (SQTRIDX)
          ADD QT-SUTA-TAX TO FS-SUTA-TAX (SQTRIDX)
          ADD QT-FUTA-WAGES TO SEMPFUTAWAGES
        END-READ
       END-PERFORM
      END-IF.
      IF SEMPFUTAWAGES > ZERO
       ADD 1 TO SFUTAEMPCOUNT
      END-IF.

128-WRITE-FUTA-SUMMARY.
      INITIALIZE FS-YEAR-TOTALS.
      MOVE SCLOSEYEAR TO FSH-YEAR.
      MOVE FS-HEADING-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE SPACES TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE FS-COLUMN-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      PERFORM VARYING SQTRIDX FROM 1 BY 1 UNTIL SQTRIDX > 4
       MOVE SPACES TO FS-DETAIL-LINE
       MOVE SQTRIDX TO FSQ-QUARTER
       MOVE FS-QUARTER-LABEL TO FSD-LABEL
       MOVE FS-GROSS (SQTRIDX) TO FSD-GROSS
       MOVE FS-FUTA-WAGES (SQTRIDX) TO FSD-FUTA-WAGES
       MOVE FS-FUTA-TAX (SQTRIDX) TO FSD-FUTA-TAX
       MOVE FS-SUTA-WAGES (SQTRIDX) TO FSD-SUTA-WAGES
       MOVE FS-SUTA-TAX (SQTRIDX) TO FSD-SUTA-TAX
       MOVE FS-DETAIL-LINE TO FUTA-SUMMARY-RECORD
       PERFORM 172-WRITE-FUTA-SUMMARY-LINE
       ADD FS-GROSS (SQTRIDX) TO FSY-GROSS
       ADD FS-FUTA-WAGES (SQTRIDX) TO FSY-FUTA-WAGES
       ADD FS-FUTA-TAX (SQTRIDX) TO FSY-FUTA-TAX
       ADD FS-SUTA-WAGES (SQTRIDX) TO FSY-SUTA-WAGES
       ADD FS-SUTA-TAX (SQTRIDX) TO FSY-SUTA-TAX
      END-PERFORM.
      MOVE SPACES TO FS-DETAIL-LINE.
      MOVE 'TOTAL' TO FSD-LABEL.
      MOVE FSY-GROSS TO FSD-GROSS.
      MOVE FSY-FUTA-WAGES TO FSD-FUTA-WAGES.
      MOVE FSY-FUTA-TAX TO FSD-FUTA-TAX.
      MOVE FSY-SUTA-WAGES TO FSD-SUTA-WAGES.
      MOVE FSY-SUTA-TAX TO FSD-SUTA-TAX.
      MOVE FS-DETAIL-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE SPACES TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      COMPUTE FSY-EXCESS = FSY-GROSS - FSY-FUTA-WAGES.
      MOVE SPACES TO FS-AMT-LINE.
      MOVE 'TOTAL PAYMENTS TO EMPLOYEES' TO FSA-LABEL.
      MOVE FSY-GROSS TO FSA-AMOUNT.
      MOVE FS-AMT-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE 'PAYMENTS OVER FUTA WAGE BASE' TO FSA-LABEL.
      MOVE FSY-EXCESS TO FSA-AMOUNT.
      MOVE FS-AMT-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE 'FUTA TAXABLE WAGES' TO FSA-LABEL.
      MOVE FSY-FUTA-WAGES TO FSA-AMOUNT.
      MOVE FS-AMT-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE 'FUTA TAX FOR YEAR' TO FSA-LABEL.
      MOVE FSY-FUTA-TAX TO FSA-AMOUNT.
      MOVE FS-AMT-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE 'SUTA CONTRIBUTIONS FOR YEAR' TO FSA-LABEL.
      MOVE FSY-SUTA-TAX TO FSA-AMOUNT.
      MOVE FS-AMT-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.
      MOVE SPACES TO FS-COUNT-LINE.
      MOVE 'EMPLOYEES WITH FUTA WAGES' TO FSC-LABEL.
      MOVE SFUTAEMPCOUNT TO FSC-COUNT.
      MOVE FS-COUNT-LINE TO FUTA-SUMMARY-RECORD.
      PERFORM 172-WRITE-FUTA-SUMMARY-LINE.

140-ARCHIVE-AND-RESET.
      MOVE 'N' TO PY-NEW-RECORD-SW.
        MOVE SPACES TO PP-WEEK-END-DATE
        MOVE 'C' TO PP-STATUS
        MOVE SCLOSEYEAR TO PP-YEAR-CLOSED
        MOVE SPACE TO PP-PAY-GROUP
        MOVE SPACES TO PP-PERIOD-START-DATE
        WRITE PAY-PERIOD-RECORD
       NOT INVALID KEY
        MOVE SCLOSEYEAR TO PP-YEAR-CLOSED
      MOVE 'ANNUAL-STATEMENT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

172-WRITE-FUTA-SUMMARY-LINE.
      WRITE FUTA-SUMMARY-RECORD.
      MOVE FS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'FUTA-SUMMARY-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

190-CLOSE-FILES.
      CLOSE EMPLOYEE-MASTER-FILE.
      CLOSE YTD-MASTER-FILE.
      CLOSE QUARTER-TAX-FILE.
      CLOSE PAY-PERIOD-FILE.
      CLOSE ANNUAL-STATEMENT-FILE.
      CLOSE FUTA-SUMMARY-FILE.

930-CHECK-FILE-STATUS.
      IF SABEND-STATUS NOT = '00'
