        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SuiWage.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS EM-FILE-STATUS.
    SELECT QUARTER-TAX-FILE ASSIGN TO "QTRTAX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS QT-KEY
        FILE STATUS IS QT-FILE-STATUS.
    SELECT SUI-WAGE-FILE ASSIGN TO "SUIWAGE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SW-FILE-STATUS.
    SELECT SUI-REPORT-FILE ASSIGN TO "SUIRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SR-FILE-STATUS.
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
FD  QUARTER-TAX-FILE.
01  QUARTER-TAX-RECORD.
      03  QT-KEY.
          05  QT-EMP-ID PIC X(05).
          05  QT-YEAR PIC X(04).
          05  QT-QUARTER PIC 9(01).
      03  QT-GROSS PIC S9(7)V99.
      03  QT-FICA PIC S9(7)V99.
      03  QT-WITHHOLD PIC S9(7)V99.
      03  QT-EMPLOYER-FICA PIC S9(7)V99.
      03  QT-FUTA-WAGES PIC S9(7)V99.
      03  QT-FUTA-TAX PIC S9(7)V99.
      03  QT-SUTA-WAGES PIC S9(7)V99.
      03  QT-SUTA-TAX PIC S9(7)V99.
      03  QT-WEEKS-WORKED PIC 9(02).
FD  SUI-WAGE-FILE.
01  SUI-WAGE-HEADER-RECORD.
      03  SWH-RECORD-TYPE PIC X(01).
      03  SWH-YEAR PIC X(04).
      03  SWH-QUARTER PIC X(01).
      03  SWH-RUN-DATE PIC X(08).
01  SUI-WAGE-DETAIL-RECORD.
      03  SWD-RECORD-TYPE PIC X(01).
      03  SWD-EMP-ID PIC X(05).
      03  SWD-EMP-NAME PIC X(20).
      03  SWD-TOTAL-WAGES PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
      03  SWD-TAXABLE-WAGES PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
      03  SWD-EXCESS-WAGES PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
      03  SWD-SUTA-TAX PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
      03  SWD-WEEKS-WORKED PIC 9(02).
01  SUI-WAGE-TRAILER-RECORD.
      03  SWT-RECORD-TYPE PIC X(01).
      03  SWT-RECORD-COUNT PIC 9(08).
      03  SWT-TOTAL-WAGES PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
      03  SWT-TAXABLE-WAGES PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
      03  SWT-SUTA-TAX PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
FD  SUI-REPORT-FILE.
01  SUI-REPORT-RECORD PIC X(110).
WORKING-STORAGE SECTION.
01  EM-FILE-STATUS PIC XX.
01  QT-FILE-STATUS PIC XX.
01  SW-FILE-STATUS PIC XX.
01  SR-FILE-STATUS PIC XX.
01  QT-EOF-SW PIC X VALUE 'N'.
      88  QT-EOF VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  STAXYEAR PIC X(04).
01  STAXQTR PIC X(01).
01  SEMPCOUNT PIC 9(5) VALUE ZERO.
01  SEXCESSWAGES PIC S9(7)V99.
01  COMPANY-TOTALS.
      03  CT-GROSS PIC S9(9)V99 VALUE ZERO.
      03  CT-SUTA-WAGES PIC S9(9)V99 VALUE ZERO.
      03  CT-EXCESS-WAGES PIC S9(9)V99 VALUE ZERO.
      03  CT-SUTA-TAX PIC S9(9)V99 VALUE ZERO.
      03  CT-WEEKS-WORKED PIC 9(7) VALUE ZERO.
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
01  SR-HEADING-LINE.
      03  FILLER PIC X(31)
          VALUE 'STATE UNEMPLOYMENT WAGE REPORT '.
      03  FILLER PIC X(05) VALUE 'YEAR '.
      03  SRH-YEAR PIC X(04).
      03  FILLER PIC X(09) VALUE '  QUARTER'.
      03  FILLER PIC X(01) VALUE SPACES.
      03  SRH-QUARTER PIC X(01).
      03  FILLER PIC X(04) VALUE SPACES.
      03  SRH-DATE PIC X(10).
01  SR-COLUMN-LINE.
      03  FILLER PIC X(07) VALUE 'EMP ID '.
      03  FILLER PIC X(22) VALUE 'NAME                  '.
      03  FILLER PIC X(14) VALUE '   TOTAL WAGES'.
      03  FILLER PIC X(14) VALUE ' TAXABLE WAGES'.
      03  FILLER PIC X(14) VALUE '  EXCESS WAGES'.
      03  FILLER PIC X(14) VALUE '      SUTA TAX'.
      03  FILLER PIC X(07) VALUE '  WEEKS'.
01  SR-DETAIL-LINE.
      03  SRD-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRD-EMP-NAME PIC X(20).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRD-TOTAL-WAGES PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  SRD-TAXABLE-WAGES PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  SRD-EXCESS-WAGES PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  SRD-SUTA-TAX PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(05) VALUE SPACES.
      03  SRD-WEEKS-WORKED PIC Z9.
01  SR-TOTAL-LINE.
      03  SRT-LABEL PIC X(27).
      03  SRT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
01  SR-COUNT-LINE.
      03  SRC-LABEL PIC X(27).
      03  SRC-COUNT PIC Z,ZZZ,ZZ9.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 115-WRITE-HEADINGS.
      PERFORM 120-PROCESS-QUARTER-TAX.
      PERFORM 180-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      STOP RUN.

110-OPEN-FILES.
      ACCEPT STAXYEAR FROM ENVIRONMENT "TAX-YEAR".
      ACCEPT STAXQTR FROM ENVIRONMENT "TAX-QUARTER".
      IF STAXYEAR = SPACES OR STAXQTR = SPACES
       DISPLAY 'TAX-YEAR AND TAX-QUARTER MUST BE SET - NO REPORT'
       STOP RUN
      END-IF.
      IF STAXYEAR NOT NUMERIC
       DISPLAY 'TAX-YEAR ' STAXYEAR ' NOT NUMERIC - NO REPORT'
       STOP RUN
      END-IF.
      IF STAXQTR < '1' OR STAXQTR > '4'
       DISPLAY 'TAX-QUARTER ' STAXQTR ' NOT 1 THRU 4 - NO REPORT'
       STOP RUN
      END-IF.
      OPEN INPUT EMPLOYEE-MASTER-FILE.
      MOVE EM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT QUARTER-TAX-FILE.
      MOVE QT-FILE-STATUS TO SABEND-STATUS.
      MOVE 'QUARTER-TAX-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT SUI-WAGE-FILE.
      MOVE SW-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SUI-WAGE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT SUI-REPORT-FILE.
      MOVE SR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SUI-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

115-WRITE-HEADINGS.
      MOVE SPACES TO SUI-WAGE-HEADER-RECORD.
      MOVE 'H' TO SWH-RECORD-TYPE.
      MOVE STAXYEAR TO SWH-YEAR.
      MOVE STAXQTR TO SWH-QUARTER.
      MOVE SDATEVARS TO SWH-RUN-DATE.
      WRITE SUI-WAGE-HEADER-RECORD.
      MOVE SW-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SUI-WAGE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      MOVE STAXYEAR TO SRH-YEAR.
      MOVE STAXQTR TO SRH-QUARTER.
      MOVE SDATEDISPLAYINFO TO SRH-DATE.
      MOVE SR-HEADING-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SR-COLUMN-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

120-PROCESS-QUARTER-TAX.
      PERFORM 130-READ-QUARTER-TAX.
      PERFORM UNTIL QT-EOF
       IF QT-YEAR = STAXYEAR AND QT-QUARTER = STAXQTR
        PERFORM 140-WRITE-EMPLOYEE-WAGES
       END-IF
       PERFORM 130-READ-QUARTER-TAX
      END-PERFORM.

130-READ-QUARTER-TAX.
      READ QUARTER-TAX-FILE NEXT RECORD
       AT END
        SET QT-EOF TO TRUE
      END-READ.

140-WRITE-EMPLOYEE-WAGES.
      PERFORM 150-READ-EMPLOYEE.
      COMPUTE SEXCESSWAGES = QT-GROSS - QT-SUTA-WAGES.
      MOVE SPACES TO SUI-WAGE-DETAIL-RECORD.
      MOVE 'D' TO SWD-RECORD-TYPE.
      MOVE QT-EMP-ID TO SWD-EMP-ID.
      MOVE EM-EMP-NAME TO SWD-EMP-NAME.
      MOVE QT-GROSS TO SWD-TOTAL-WAGES.
      MOVE QT-SUTA-WAGES TO SWD-TAXABLE-WAGES.
      MOVE SEXCESSWAGES TO SWD-EXCESS-WAGES.
      MOVE QT-SUTA-TAX TO SWD-SUTA-TAX.
      MOVE QT-WEEKS-WORKED TO SWD-WEEKS-WORKED.
      WRITE SUI-WAGE-DETAIL-RECORD.
      MOVE SW-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SUI-WAGE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      MOVE SPACES TO SR-DETAIL-LINE.
      MOVE QT-EMP-ID TO SRD-EMP-ID.
      MOVE EM-EMP-NAME TO SRD-EMP-NAME.
      MOVE QT-GROSS TO SRD-TOTAL-WAGES.
      MOVE QT-SUTA-WAGES TO SRD-TAXABLE-WAGES.
      MOVE SEXCESSWAGES TO SRD-EXCESS-WAGES.
      MOVE QT-SUTA-TAX TO SRD-SUTA-TAX.
      MOVE QT-WEEKS-WORKED TO SRD-WEEKS-WORKED.
      MOVE SR-DETAIL-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD 1 TO SEMPCOUNT.
      ADD QT-GROSS TO CT-GROSS.
      ADD QT-SUTA-WAGES TO CT-SUTA-WAGES.
      ADD SEXCESSWAGES TO CT-EXCESS-WAGES.
      ADD QT-SUTA-TAX TO CT-SUTA-TAX.
      ADD QT-WEEKS-WORKED TO CT-WEEKS-WORKED.

150-READ-EMPLOYEE.
      MOVE QT-EMP-ID TO EM-EMP-ID.
      READ EMPLOYEE-MASTER-FILE
       INVALID KEY
        MOVE 'NOT ON MASTER' TO EM-EMP-NAME
      END-READ.

170-WRITE-REPORT-LINE.
      WRITE SUI-REPORT-RECORD.
      MOVE SR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SUI-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

180-WRITE-TOTALS.
      MOVE SPACES TO SUI-WAGE-TRAILER-RECORD.
      MOVE 'T' TO SWT-RECORD-TYPE.
      MOVE SEMPCOUNT TO SWT-RECORD-COUNT.
      MOVE CT-GROSS TO SWT-TOTAL-WAGES.
      MOVE CT-SUTA-WAGES TO SWT-TAXABLE-WAGES.
      MOVE CT-SUTA-TAX TO SWT-SUTA-TAX.
      WRITE SUI-WAGE-TRAILER-RECORD.
      MOVE SW-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SUI-WAGE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      MOVE SPACES TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO SR-TOTAL-LINE.
      MOVE 'TOTAL WAGES PAID' TO SRT-LABEL.
      MOVE CT-GROSS TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'EXCESS OVER WAGE BASE' TO SRT-LABEL.
      MOVE CT-EXCESS-WAGES TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'TAXABLE WAGES' TO SRT-LABEL.
      MOVE CT-SUTA-WAGES TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'SUTA CONTRIBUTIONS DUE' TO SRT-LABEL.
      MOVE CT-SUTA-TAX TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO SR-COUNT-LINE.
      MOVE 'EMPLOYEES REPORTED' TO SRC-LABEL.
      MOVE SEMPCOUNT TO SRC-COUNT.
      MOVE SR-COUNT-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'TOTAL WEEKS WORKED' TO SRC-LABEL.
      MOVE CT-WEEKS-WORKED TO SRC-COUNT.
      MOVE SR-COUNT-LINE TO SUI-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

190-CLOSE-FILES.
      CLOSE EMPLOYEE-MASTER-FILE.
      CLOSE QUARTER-TAX-FILE.
      CLOSE SUI-WAGE-FILE.
      CLOSE SUI-REPORT-FILE.

930-CHECK-FILE-STATUS.
      IF SABEND-STATUS NOT = '00'
       DISPLAY 'FILE ERROR ON ' SABEND-FILE-NAME ' STATUS ' SABEND-STATUS
       STOP RUN
      END-IF.

300-DATE.
       MOVE FUNCTION CURRENT-DATE TO SDATEVARS.
       MOVE SMONTH TO HMONTH.
       MOVE SYEAR TO HDAY.
       MOVE SDAY TO HYEAR.
