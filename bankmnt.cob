          88  EM-HOURLY VALUE 'H' ' '.
          88  EM-SALARIED VALUE 'S'.
      03  EM-SALARY PIC 9(5)V99.
      03  EM-PAY-GROUP PIC X(01).
          88  EM-GROUP-WEEKLY VALUE 'W' ' '.
          88  EM-GROUP-BIWEEKLY VALUE 'B'.
          88  EM-GROUP-SEMIMONTHLY VALUE 'S'.
FD  BANK-MASTER-FILE.
01  BANK-MASTER-RECORD.
      03  BK-EMP-ID PIC X(05).
