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
      03  QT-FICA PIC S9(7)V99.
      03  QT-WITHHOLD PIC S9(7)V99.
      03  QT-EMPLOYER-FICA PIC S9(7)V99.
      03  QT-FUTA-WAGES PIC S9(7)V99.
      03  QT-FUTA-TAX PIC S9(7)V99.
      03  QT-SUTA-WAGES PIC S9(7)V99.
      03  QT-SUTA-TAX PIC S9(7)V99.
      03  QT-WEEKS-WORKED PIC 9(02).
FD  QUARTER-REPORT-FILE.
01  QUARTER-REPORT-RECORD PIC X(110).
WORKING-STORAGE SECTION.
      03  CT-WITHHOLD PIC S9(9)V99 VALUE ZERO.
      03  CT-EMPLOYER-FICA PIC S9(9)V99 VALUE ZERO.
      03  CT-TOTAL-FICA PIC S9(9)V99 VALUE ZERO.
      03  CT-FUTA-WAGES PIC S9(9)V99 VALUE ZERO.
      03  CT-FUTA-TAX PIC S9(9)V99 VALUE ZERO.
      03  CT-SUTA-WAGES PIC S9(9)V99 VALUE ZERO.
      03  CT-SUTA-TAX PIC S9(9)V99 VALUE ZERO.
      03  CT-WEEKLY-GROSS PIC S9(9)V99 VALUE ZERO.
      03  CT-BIWEEKLY-GROSS PIC S9(9)V99 VALUE ZERO.
      03  CT-SEMIMONTHLY-GROSS PIC S9(9)V99 VALUE ZERO.
01  SDATEVARS.
      03  SDAY PIC 9(4).
      03  SMONTH PIC 99.
      03  FILLER PIC X(14) VALUE '     FICA WHLD'.
      03  FILLER PIC X(14) VALUE '  INC TAX WHLD'.
      03  FILLER PIC X(14) VALUE '  EMPLYR FICA '.
      03  FILLER PIC X(05) VALUE 'GROUP'.
01  QR-DETAIL-LINE.
      03  QRD-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  QRD-WITHHOLD PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  QRD-EMPLOYER-FICA PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(03) VALUE SPACES.
      03  QRD-GROUP PIC X(01).
01  QR-TOTAL-LINE.
      03  QRT-LABEL PIC X(27).
      03  QRT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
      MOVE QT-FICA TO QRD-FICA.
      MOVE QT-WITHHOLD TO QRD-WITHHOLD.
      MOVE QT-EMPLOYER-FICA TO QRD-EMPLOYER-FICA.
      EVALUATE TRUE
       WHEN EM-GROUP-BIWEEKLY
        MOVE 'B' TO QRD-GROUP
        ADD QT-GROSS TO CT-BIWEEKLY-GROSS
       WHEN EM-GROUP-SEMIMONTHLY
        MOVE 'S' TO QRD-GROUP
        ADD QT-GROSS TO CT-SEMIMONTHLY-GROSS
       WHEN OTHER
        MOVE 'W' TO QRD-GROUP
        ADD QT-GROSS TO CT-WEEKLY-GROSS
      END-EVALUATE.
      MOVE QR-DETAIL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD 1 TO SEMPCOUNT.
      ADD QT-FICA TO CT-FICA.
      ADD QT-WITHHOLD TO CT-WITHHOLD.
      ADD QT-EMPLOYER-FICA TO CT-EMPLOYER-FICA.
      ADD QT-FUTA-WAGES TO CT-FUTA-WAGES.
      ADD QT-FUTA-TAX TO CT-FUTA-TAX.
      ADD QT-SUTA-WAGES TO CT-SUTA-WAGES.
      ADD QT-SUTA-TAX TO CT-SUTA-TAX.

150-READ-EMPLOYEE.
      MOVE QT-EMP-ID TO EM-EMP-ID.
      READ EMPLOYEE-MASTER-FILE
       INVALID KEY
        MOVE 'NOT ON MASTER' TO EM-EMP-NAME
        MOVE SPACE TO EM-PAY-GROUP
      END-READ.

170-WRITE-REPORT-LINE.
      MOVE CT-GROSS TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE '  WEEKLY PAY GROUP' TO QRT-LABEL.
      MOVE CT-WEEKLY-GROSS TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE '  BI-WEEKLY PAY GROUP' TO QRT-LABEL.
      MOVE CT-BIWEEKLY-GROSS TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE '  SEMI-MONTHLY PAY GROUP' TO QRT-LABEL.
      MOVE CT-SEMIMONTHLY-GROSS TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'COMPANY FICA WITHHELD' TO QRT-LABEL.
      MOVE CT-FICA TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      MOVE CT-TOTAL-FICA TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'FUTA TAXABLE WAGES' TO QRT-LABEL.
      MOVE CT-FUTA-WAGES TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'EMPLOYER FUTA TAX' TO QRT-LABEL.
      MOVE CT-FUTA-TAX TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'SUTA TAXABLE WAGES' TO QRT-LABEL.
      MOVE CT-SUTA-WAGES TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'EMPLOYER SUTA TAX' TO QRT-LABEL.
      MOVE CT-SUTA-TAX TO QRT-AMOUNT.
      MOVE QR-TOTAL-LINE TO QUARTER-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO QR-COUNT-LINE.
      MOVE 'EMPLOYEES REPORTED' TO QRC-LABEL.
      MOVE SEMPCOUNT TO QRC-COUNT.
