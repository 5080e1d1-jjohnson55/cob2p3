      03  PH-BENEFITS PIC S9(5)V99.
      03  PH-VOL-DED PIC S9(5)V99.
      03  PH-NET-PAY PIC S9(6)V99.
      03  PH-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PH-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PH-WEEKS-WORKED PIC S9(02).
      03  PH-CHECK-NO PIC 9(08).
FD  PAY-HISTORY-ARCHIVE-FILE.
01  PAY-HISTORY-ARCHIVE-RECORD.
      03  PA-KEY.
      03  PA-BENEFITS PIC S9(5)V99.
      03  PA-VOL-DED PIC S9(5)V99.
      03  PA-NET-PAY PIC S9(6)V99.
      03  PA-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PA-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PA-WEEKS-WORKED PIC S9(02).
      03  PA-CHECK-NO PIC 9(08).
FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD.
      03  AL-TIMESTAMP.
          88  PP-OPEN VALUE 'O'.
          88  PP-PAID VALUE 'C'.
      03  PP-YEAR-CLOSED PIC X(04).
      03  PP-PAY-GROUP PIC X(01).
          88  PP-GROUP-WEEKLY VALUE 'W' ' '.
          88  PP-GROUP-BIWEEKLY VALUE 'B'.
          88  PP-GROUP-SEMIMONTHLY VALUE 'S'.
      03  PP-PERIOD-START-DATE PIC X(08).
FD  ARCHIVE-REPORT-FILE.
01  ARCHIVE-REPORT-RECORD PIC X(80).
WORKING-STORAGE SECTION.
        MOVE SPACES TO PP-WEEK-END-DATE
        MOVE 'C' TO PP-STATUS
        MOVE SARCHYEAR TO PP-YEAR-CLOSED
        MOVE SPACE TO PP-PAY-GROUP
        MOVE SPACES TO PP-PERIOD-START-DATE
        WRITE PAY-PERIOD-RECORD
       NOT INVALID KEY
        IF PP-YEAR-CLOSED NOT NUMERIC
