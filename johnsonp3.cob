    SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CD-FILE-STATUS.
    SELECT ISSUED-CHECK-FILE ASSIGN TO "CHKISSUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IC-FILE-STATUS.
    SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PY-FILE-STATUS.
    SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        ACCESS MODE IS RANDOM
        RECORD KEY IS PB-EMP-ID
        FILE STATUS IS PB-FILE-STATUS.
    SELECT WH-PROFILE-FILE ASSIGN TO "WHPROF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WP-EMP-ID
        FILE STATUS IS WP-FILE-STATUS.
    SELECT TRIAL-COMPARE-FILE ASSIGN TO "TRIALCMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TC-FILE-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JS-KEY
        FILE STATUS IS JS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-MASTER-FILE.
          88  EM-HOURLY VALUE 'H' ' '.
          88  EM-SALARIED VALUE 'S'.
      03  EM-SALARY PIC 9(5)V99.
      03  EM-PAY-GROUP PIC X(01).
          88  EM-GROUP-WEEKLY VALUE 'W' ' '.
          88  EM-GROUP-BIWEEKLY VALUE 'B'.
          88  EM-GROUP-SEMIMONTHLY VALUE 'S'.
FD  HOURS-TRANSACTION-FILE.
01  HOURS-TRANSACTION-RECORD.
      03  HT-EMP-ID PIC X(05).
      03  PH-BENEFITS PIC S9(5)V99.
      03  PH-VOL-DED PIC S9(5)V99.
      03  PH-NET-PAY PIC S9(6)V99.
      03  PH-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PH-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PH-WEEKS-WORKED PIC S9(02).
      03  PH-CHECK-NO PIC 9(08).
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
FD  CHECKPOINT-FILE.
01  CHECKPOINT-RECORD.
      03  CK-CONTROL-KEY PIC X(05).
      03  CK-GL-DEBITS PIC S9(9)V99.
      03  CK-GL-CREDITS PIC S9(9)V99.
      03  CK-SWEEP-PHASE PIC X(01).
      03  CK-VOID-COUNT PIC 9(08).
      03  CK-VOID-TOTAL PIC S9(9)V99.
FD  BANK-MASTER-FILE.
01  BANK-MASTER-RECORD.
      03  BK-EMP-ID PIC X(05).
      03  ADT-NET-TOTAL PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
FD  CHECK-REGISTER-FILE.
01  CHECK-REGISTER-RECORD PIC X(90).
FD  ISSUED-CHECK-FILE.
01  ISSUED-CHECK-RECORD.
      03  IC-CHECK-NO PIC 9(08).
      03  IC-EMP-ID PIC X(05).
      03  IC-PAYEE-NAME PIC X(20).
      03  IC-ISSUE-DATE PIC X(08).
      03  IC-WEEK-END-DATE PIC X(08).
      03  IC-TRANS-TYPE PIC X(01).
      03  IC-AMOUNT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
FD  POSITIVE-PAY-FILE.
01  POSITIVE-PAY-RECORD.
      03  PY-RECORD-TYPE PIC X(01).
      03  PY-CHECK-NO PIC 9(08).
      03  PY-ISSUE-DATE PIC X(08).
      03  PY-AMOUNT PIC 9(7)V99.
      03  PY-PAYEE-NAME PIC X(20).
01  POSITIVE-PAY-HEADER-RECORD.
      03  PYH-RECORD-TYPE PIC X(01).
      03  PYH-ISSUE-DATE PIC X(08).
      03  PYH-WEEK-END-DATE PIC X(08).
01  POSITIVE-PAY-TRAILER-RECORD.
      03  PYT-RECORD-TYPE PIC X(01).
      03  PYT-RECORD-COUNT PIC 9(08).
      03  PYT-AMOUNT-TOTAL PIC 9(9)V99.
      03  PYT-VOID-COUNT PIC 9(08).
      03  PYT-VOID-TOTAL PIC 9(9)V99.
FD  CHECK-CONTROL-FILE.
01  CHECK-CONTROL-RECORD.
      03  CN-CONTROL-KEY PIC X(05).
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
FD  PTO-BANK-FILE.
01  PTO-BANK-RECORD.
      03  PB-EMP-ID PIC X(05).
      03  PB-BALANCE PIC S9(4)V99.
      03  PB-ACCRUED-YTD PIC S9(4)V99.
      03  PB-TAKEN-YTD PIC S9(4)V99.
FD  WH-PROFILE-FILE.
01  WH-PROFILE-RECORD.
      03  WP-EMP-ID PIC X(05).
      03  WP-FILING-STATUS PIC X(01).
          88  WP-SINGLE VALUE 'S'.
          88  WP-MARRIED VALUE 'M'.
          88  WP-HEAD-OF-HOUSE VALUE 'H'.
      03  WP-ALLOWANCES PIC 99.
      03  WP-DEPENDENT-AMT PIC 9(5)V99.
      03  WP-EXTRA-WH PIC 9(4)V99.
      03  WP-EXEMPT-FLAG PIC X(01).
          88  WP-EXEMPT VALUE 'Y'.
      03  WP-EXEMPT-EXPIRES PIC X(08).
FD  TRIAL-COMPARE-FILE.
01  TRIAL-COMPARE-RECORD PIC X(110).
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
01  HT-FILE-STATUS PIC XX.
01  AD-FILE-STATUS PIC XX.
01  CD-FILE-STATUS PIC XX.
01  CN-FILE-STATUS PIC XX.
01  IC-FILE-STATUS PIC XX.
01  PY-FILE-STATUS PIC XX.
01  RC-FILE-STATUS PIC XX.
01  RC-EOF-SW PIC X VALUE 'N'.
      88  RC-EOF VALUE 'Y'.
01  PB-NEW-RECORD-SW PIC X.
      88  PB-NEW-RECORD VALUE 'Y'.
01  SPTOBALANCE PIC S9(4)V99 VALUE ZERO.
01  WP-FILE-STATUS PIC XX.
01  SWHEXEMPT-SW PIC X VALUE 'N'.
      88  SWH-EXEMPT-NOW VALUE 'Y'.
      88  SWH-EXEMPT-EXPIRED VALUE 'X'.
01  SWHSTDAMT PIC 9(4)V99.
01  SWHTAXABLE PIC S9(5)V99.
01  SWHCREDIT PIC 9(5)V99.
01  SWHLIMIT PIC S9(5)V99.
01  TC-FILE-STATUS PIC XX.
01  PP-FILE-STATUS PIC XX.
01  PH-FILE-STATUS PIC XX.
01  QT-FILE-STATUS PIC XX.
      03  SWD-YEAR PIC X(04).
      03  SWD-MONTH PIC 9(02).
      03  SWD-DAY PIC X(02).
01  SWEEKDATEN REDEFINES SWEEKDATE PIC 9(08).
01  SQUARTER PIC 9(01).
01  SUIQTR PIC 9(01).
01  SUIYTDPRIOR PIC S9(8)V99.
01  SUIYTDAFTER PIC S9(8)V99.
01  SUIBASE PIC 9(6)V99.
01  SUILIMPRIOR PIC S9(8)V99.
01  SUILIMAFTER PIC S9(8)V99.
01  SUITAXDELTA PIC S9(7)V99.
01  SPOSTFUTAWAGES PIC S9(7)V99.
01  SPOSTFUTATAX PIC S9(7)V99.
01  SPOSTSUTAWAGES PIC S9(7)V99.
01  SPOSTSUTATAX PIC S9(7)V99.
01  SPERIODYEAR PIC 9(04).
01  SPRIORYEAR PIC 9(04).
01  SCLOSEDYEAR PIC 9(04).
01  SHISTSEQ PIC 9(2).
01  SNEXTSEQ PIC 9(2).
01  SOPERATORID PIC X(08).
01  SRUNMODE PIC X(05) VALUE SPACES.
      88  SFINAL-RUN VALUE 'FINAL'.
      88  STRIAL-RUN VALUE 'TRIAL'.
01  SCHKPTKEY PIC X(05) VALUE 'CHKPT'.
01  SPAYGROUP PIC X(01) VALUE SPACE.
      88  SGROUP-WEEKLY VALUE 'W'.
      88  SGROUP-BIWEEKLY VALUE 'B'.
      88  SGROUP-SEMIMONTHLY VALUE 'S'.
01  SMULTIWEEK-SW PIC X VALUE 'N'.
      88  SMULTIWEEK-RUN VALUE 'Y'.
01  SCURRENTKEY.
      03  FILLER PIC X(08) VALUE 'CURRENT '.
      03  SCURRENTGROUP PIC X(01) VALUE SPACE.
01  SPERIODKEY.
      03  SPK-END-DATE PIC X(08).
      03  SPK-GROUP PIC X(01).
01  SPERIODSTART PIC X(08) VALUE SPACES.
01  SPERIODSTARTN REDEFINES SPERIODSTART PIC 9(08).
01  SPERIODSPERYEAR PIC 9(02) VALUE 52.
01  SPERIODWEEKS PIC 9(02) VALUE 1.
01  SPERIODHOURS PIC 999V99 VALUE 40.
01  SPTOACCRUAL PIC 999V99 VALUE ZERO.
01  SEMPPAYGROUP PIC X(01) VALUE SPACE.
01  SWEEKSPAID PIC 9(02).
01  SANCHORWEEK PIC X(08).
01  SANCHORWEEKN REDEFINES SANCHORWEEK PIC 9(08).
01  SANCHORDIFF PIC S9(08).
01  SANCHORQUOT PIC S9(08).
01  SANCHORREM PIC S9(02).
01  SSTARTDAY PIC 9(08).
01  SENDDAY PIC 9(08).
01  SFIRSTDAY PIC 9(08).
01  SFINALDATE PIC X(08) VALUE SPACES.
01  SFINALPTOHRS PIC S9(4)V99 VALUE ZERO.
01  SFINALPTOPAY PIC 9(5)V99 VALUE ZERO.
01  YM-NEW-RECORD-SW PIC X.
      88  YM-NEW-RECORD VALUE 'Y'.
01  CK-NEW-RECORD-SW PIC X.
01  SACHTOTAL PIC S9(9)V99 VALUE ZERO.
01  SCHKCOUNT PIC 9(08) VALUE ZERO.
01  SCHKTOTAL PIC S9(9)V99 VALUE ZERO.
01  SVOIDCHKCOUNT PIC 9(08) VALUE ZERO.
01  SVOIDCHKTOTAL PIC S9(9)V99 VALUE ZERO.
01  SGLCOUNT PIC 9(08) VALUE ZERO.
01  SGLDEBITS PIC S9(9)V99 VALUE ZERO.
01  SGLCREDITS PIC S9(9)V99 VALUE ZERO.
      88  SSWEEP-RESTART VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  JS-FILE-STATUS PIC XX.
01  SRUNSTEP PIC X(08) VALUE 'PROJECT3'.
01  SRUNKEYWEEK PIC X(08) VALUE SPACES.
01  SRUNKEYGROUP PIC X(01) VALUE SPACE.
01  SRUNOPERATOR PIC X(08) VALUE SPACES.
01  SRUNPREREQ-LIST.
      03  FILLER PIC X(08) VALUE 'PAYEDIT '.
      03  FILLER PIC X(08) VALUE 'PAYRECON'.
01  SRUNPREREQ-TABLE REDEFINES SRUNPREREQ-LIST.
      03  SRUNPREREQ PIC X(08) OCCURS 2 TIMES.
01  SRUNPREREQCOUNT PIC 9(02) VALUE 2.
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
01  PAYROLL-CONSTANTS.
      03  HOLIDAY-DIFF-RATE PIC 9V99.
      03  PR-MIN-WAGE PIC 999V99.
      03  PR-BENEFITS-PERCENT PIC V999.
      03  PR-PTO-ACCRUAL-HRS PIC 99V99.
      03  PR-PTO-CARRY-MAX PIC 999V99.
      03  PR-WH-ALLOWANCE-AMT PIC 999V99.
      03  PR-WH-STD-SINGLE PIC 9(4)V99.
      03  PR-WH-STD-MARRIED PIC 9(4)V99.
      03  PR-WH-STD-HEAD PIC 9(4)V99.
      03  PR-FUTA-PERCENT PIC V9(4).
      03  PR-FUTA-WAGE-BASE PIC 9(6)V99.
      03  PR-SUTA-PERCENT PIC V9(4).
      03  PR-SUTA-WAGE-BASE PIC 9(6)V99.
01  WH-TABLE.
      03  WH-BRACKET OCCURS 4 TIMES.
          05  WH-CEILING PIC 9(5)V99.
01  PD-IDX PIC 9(4).
01  PD-FOUND-SW PIC X VALUE 'N'.
      88  PD-FOUND VALUE 'Y'.
01  TRIAL-YTD-TABLE.
      03  TY-ENTRY OCCURS 1000 TIMES.
          05  TY-EMP-ID PIC X(05).
          05  TY-YTD-GROSS PIC 9(7)V99.
01  TY-COUNT PIC 9(4) VALUE ZERO.
01  TY-IDX PIC 9(4).
01  TY-PICK PIC 9(4).
01  TY-FOUND-SW PIC X VALUE 'N'.
      88  TY-FOUND VALUE 'Y'.
01  TRIAL-QUARTER-TABLE.
      03  TQ-ENTRY OCCURS 1000 TIMES.
          05  TQ-EMP-ID PIC X(05).
          05  TQ-YEAR PIC X(04).
          05  TQ-QUARTER PIC 9(01).
          05  TQ-GROSS PIC S9(7)V99.
01  TQ-COUNT PIC 9(4) VALUE ZERO.
01  TQ-IDX PIC 9(4).
01  TQ-FOUND-SW PIC X VALUE 'N'.
      88  TQ-FOUND VALUE 'Y'.
01  TRIAL-HISTORY-TABLE.
      03  TH-ENTRY OCCURS 1000 TIMES.
          05  TH-EMP-ID PIC X(05).
          05  TH-WEEK-END-DATE PIC X(08).
          05  TH-TRANS-TYPE PIC X(01).
          05  TH-REG-HOURS PIC S999V99.
          05  TH-OT-HOURS PIC S999V99.
          05  TH-DBL-HOURS PIC S999V99.
          05  TH-REG-PAY PIC S9(5)V99.
          05  TH-OT-PAY PIC S9(5)V99.
          05  TH-DBL-PAY PIC S9(5)V99.
          05  TH-HOLIDAY-DIFF PIC S9(5)V99.
          05  TH-GROSS-PAY PIC S9(6)V99.
          05  TH-FICA PIC S9(5)V99.
          05  TH-WITHHOLD PIC S9(5)V99.
          05  TH-BENEFITS PIC S9(5)V99.
          05  TH-VOL-DED PIC S9(5)V99.
          05  TH-NET-PAY PIC S9(6)V99.
          05  TH-PTO-PAYOUT-HOURS PIC S9(4)V99.
          05  TH-PTO-PAYOUT-PAY PIC S9(5)V99.
          05  TH-WEEKS-WORKED PIC S9(02).
01  TH-COUNT PIC 9(4) VALUE ZERO.
01  TH-IDX PIC 9(4).
01  SPLIT-HOURS-TABLE.
      03  SP-ENTRY OCCURS 10 TIMES.
          05  SP-DEPT PIC X(04).
      03  SHOLD-PRIOR-HOURS PIC 999V99.
      03  SHOLD-DEPT-CODE PIC X(04).
01  STRANSWEEK PIC X(08).
01  SLINEPERIOD PIC X(08).
01  SLINEPERIODN REDEFINES SLINEPERIOD PIC 9(08).
01  SLINETYPE PIC X(01).
01  SNEXTWEEK PIC X(08).
01  SNEXTWEEKN REDEFINES SNEXTWEEK PIC 9(08).
01  WORKWEEK-TABLE.
      03  WW-ENTRY OCCURS 10 TIMES.
          05  WW-WEEK-END-DATE PIC X(08).
          05  WW-HOURS PIC 999V99.
          05  WW-PRIOR-HOURS PIC 999V99.
          05  WW-HOLIDAY-FLAG PIC X(01).
01  WW-COUNT PIC 99 VALUE ZERO.
01  WW-IDX PIC 99.
01  WW-PICK PIC 99.
01  SWWMAXHRS PIC 999V99.
01  SWWMAXPRIOR PIC 999V99.
01  SWEEKHRS PIC 999V99.
01  SHOLIDAYHRS PIC 999V99.
01  SREGREMAIN PIC S9(7)V99.
01  SGLREGPAY PIC S9(7)V99.
01  SOTREMAIN PIC S9(7)V99.
01  SDBLREMAIN PIC S9(7)V99.
01  SHOLREMAIN PIC S9(7)V99.
      88  STYPE-ADJUST VALUE 'A'.
      88  STYPE-VOID VALUE 'V'.
      88  STYPE-PTO VALUE 'T'.
      88  STYPE-FINAL VALUE 'F'.
01  SPRIORHRS PIC 999V99.
01  SHIST-TOTALS.
      03  SHISTREGHRS PIC S999V99.
      03  SHISTBEN PIC S9(5)V99.
      03  SHISTVOL PIC S9(5)V99.
      03  SHISTNET PIC S9(6)V99.
      03  SHISTPTOHRS PIC S9(4)V99.
      03  SHISTPTOPAY PIC S9(5)V99.
      03  SHISTWEEKS PIC S9(02).
01  SHISTHRSTOT PIC S9(4)V99.
01  SPOSTVARS.
      03  SPOSTREGHRS PIC S999V99.
      03  SPOSTBEN PIC S9(5)V99.
      03  SPOSTVOL PIC S9(5)V99.
      03  SPOSTNET PIC S9(6)V99.
      03  SPOSTPTOHRS PIC S9(4)V99.
      03  SPOSTPTOPAY PIC S9(5)V99.
      03  SPOSTWEEKS PIC S9(02).
01  SPOSTCHECKNO PIC 9(08) VALUE ZERO.
01  VOIDED-CHECK-TABLE.
      03  VC-ENTRY OCCURS 20 TIMES.
          05  VC-CHECK-NO PIC 9(08).
          05  VC-AMOUNT PIC S9(6)V99.
01  VC-COUNT PIC 99 VALUE ZERO.
01  VC-IDX PIC 99.
01  SVOIDPAYAMT PIC S9(7)V99.
01  SYTDWORK PIC S9(7)V99.
01  SEMPID PIC X(05).
01  SEMPNAME PIC X(20) VALUE SPACES.
      88  SEMP-TERMINATED VALUE 'T'.
01  SEMPPAYTYPE PIC X(01) VALUE SPACE.
      88  SEMP-SALARIED VALUE 'S'.
01  SEMPSALARY PIC 9(5)V99 VALUE ZERO.
01  SERRORFLAG PIC X(01) VALUE 'N'.
      88  SERROR-YES VALUE 'Y'.
      88  SERROR-NO  VALUE 'N'.
01  PS-HEADING-LINE.
      03  FILLER PIC X(26) VALUE 'PAY ADVICE                '.
      03  PSH-DATE PIC X(10).
01  PS-TRIAL-HEADING-LINE.
      03  FILLER PIC X(26) VALUE 'TRIAL PAY ADVICE          '.
      03  PST-DATE PIC X(10).
01  PS-FINAL-HEADING-LINE.
      03  FILLER PIC X(26) VALUE 'FINAL PAY STATEMENT       '.
      03  PSF-DATE PIC X(10).
01  PS-EMP-LINE.
      03  PSE-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  FILLER PIC X(24) VALUE 'PTO BALANCE (HOURS)'.
      03  FILLER PIC X(08) VALUE SPACES.
      03  PSP-AMOUNT PIC ZZZ9.99-.
01  PS-WH-PROFILE-LINE.
      03  FILLER PIC X(09) VALUE '  FILING '.
      03  PSW-FILING-STATUS PIC X(01).
      03  FILLER PIC X(08) VALUE '  ALLOW '.
      03  PSW-ALLOWANCES PIC Z9.
      03  FILLER PIC X(08) VALUE '  EXTRA '.
      03  PSW-EXTRA-WH PIC Z,ZZ9.99.
01  PS-WH-EXEMPT-LINE.
      03  FILLER PIC X(02) VALUE SPACES.
      03  PSX-TEXT PIC X(18).
      03  PSX-DATE PIC X(08).
01  CD-HEADING-LINE.
      03  FILLER PIC X(34)
          VALUE 'CHECK REGISTER                    '.
      03  FILLER PIC X(02) VALUE SPACES.
      03  CDT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
01  SCHECKNOX PIC 9(08).
01  SREGCOUNT PIC 9(06) VALUE ZERO.
01  SREGERRCOUNT PIC 9(06) VALUE ZERO.
01  SREGGROSS PIC S9(9)V99 VALUE ZERO.
01  SREGNET PIC S9(9)V99 VALUE ZERO.
01  SSTUBCOUNT PIC 9(06) VALUE ZERO.
01  SSTUBNET PIC S9(9)V99 VALUE ZERO.
01  SARCOUNT PIC 9(06) VALUE ZERO.
01  SARSHORT PIC S9(9)V99 VALUE ZERO.
01  STRIALTOLPCT PIC 9(03) VALUE 10.
01  SOPENWEEKN PIC 9(08).
01  SPRIORWEEK PIC 9(08).
01  SCMPPCT PIC S9(5)V9.
01  SCMPLABEL PIC X(30).
01  SCMPCOUNT PIC 9(08).
01  SCMPAMOUNT PIC S9(9)V99.
01  SCMP-EMP-TOTALS.
      03  SCMPTRIALGROSS PIC S9(7)V99.
      03  SCMPTRIALNET PIC S9(7)V99.
      03  SCMPPRIORGROSS PIC S9(7)V99.
      03  SCMPPRIORNET PIC S9(7)V99.
01  SCMP-RUN-TOTALS.
      03  SCMPTRIALCOUNT PIC 9(06) VALUE ZERO.
      03  SCMPPRIORCOUNT PIC 9(06) VALUE ZERO.
      03  SCMPFLAGCOUNT PIC 9(06) VALUE ZERO.
      03  SCMPTRIALGROSSTOT PIC S9(9)V99 VALUE ZERO.
      03  SCMPTRIALNETTOT PIC S9(9)V99 VALUE ZERO.
      03  SCMPPRIORGROSSTOT PIC S9(9)V99 VALUE ZERO.
      03  SCMPPRIORNETTOT PIC S9(9)V99 VALUE ZERO.
01  TRIAL-BANNER-LINE.
      03  FILLER PIC X(22) VALUE '*** TRIAL PAYROLL *** '.
      03  FILLER PIC X(05) VALUE 'WEEK '.
      03  TBL-WEEK PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  TBL-DATE PIC X(10).
01  TC-HEADING-LINE.
      03  FILLER PIC X(34)
          VALUE 'TRIAL PAYROLL COMPARISON          '.
      03  FILLER PIC X(05) VALUE 'WEEK '.
      03  TCH-WEEK PIC X(08).
      03  FILLER PIC X(13) VALUE '  PRIOR WEEK '.
      03  TCH-PRIOR-WEEK PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  TCH-DATE PIC X(10).
01  TC-COLUMN-LINE.
      03  FILLER PIC X(07) VALUE 'EMP ID '.
      03  FILLER PIC X(22) VALUE 'NAME                  '.
      03  FILLER PIC X(12) VALUE 'TRIAL GROSS '.
      03  FILLER PIC X(12) VALUE 'PRIOR GROSS '.
      03  FILLER PIC X(12) VALUE '  TRIAL NET '.
      03  FILLER PIC X(12) VALUE '  PRIOR NET '.
      03  FILLER PIC X(10) VALUE 'CHANGE %  '.
      03  FILLER PIC X(04) VALUE 'NOTE'.
01  TC-DETAIL-LINE.
      03  TCD-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  TCD-EMP-NAME PIC X(20).
      03  FILLER PIC X(02) VALUE SPACES.
      03  TCD-TRIAL-GROSS PIC ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  TCD-PRIOR-GROSS PIC ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  TCD-TRIAL-NET PIC ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  TCD-PRIOR-NET PIC ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  TCD-CHANGE-PCT PIC ZZZZ9.9-.
      03  FILLER PIC X(02) VALUE SPACES.
      03  TCD-NOTE PIC X(20).
01  TC-TOTAL-LINE.
      03  TCT-LABEL PIC X(30).
      03  TCT-COUNT PIC ZZZ,ZZZ.
      03  FILLER PIC X(02) VALUE SPACES.
      03  TCT-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
SCREEN SECTION.
01  HEADERVARS.
      03  HEADER.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 120-PROCESS-TRANSACTIONS.
      IF NOT SFINAL-RUN
       PERFORM 310-AUTO-PAY-SALARIED
      END-IF.
      PERFORM 900-PRINT-DEPT-SUMMARY.
      PERFORM 905-WRITE-PAYMENT-TRAILERS.
      IF STRIAL-RUN
       PERFORM 180-WRITE-TRIAL-COMPARISON
      END-IF.
      PERFORM 906-WRITE-GL-TRAILER.
      IF NOT SFINAL-RUN AND NOT STRIAL-RUN
       PERFORM 118-CLOSE-PAY-PERIOD
      END-IF.
      IF NOT STRIAL-RUN
       PERFORM 117-CLEAR-CHECKPOINT
      END-IF.
      PERFORM 188-SET-RUN-TOTALS.
      PERFORM 190-CLOSE-FILES.
      PERFORM 950-END-RUN-STEP.
      STOP RUN.

110-OPEN-FILES.
      ACCEPT SOPERATORID FROM ENVIRONMENT "OPERATOR-ID".
      ACCEPT SRUNMODE FROM ENVIRONMENT "PAY-RUN-MODE".
      PERFORM 141-SET-PAY-GROUP.
      IF SFINAL-RUN
       MOVE 'FINAL' TO SCHKPTKEY
      END-IF.
      OPEN INPUT EMPLOYEE-MASTER-FILE.
      MOVE EM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 123-OPEN-BANK-MASTER.
      PERFORM 124-OPEN-CHECK-CONTROL.
      PERFORM 128-OPEN-PTO-BANK.
      PERFORM 134-OPEN-WH-PROFILE.
      PERFORM 112-OPEN-AUDIT-LOG.
      PERFORM 113-OPEN-CHECKPOINT-FILE.
      PERFORM 115-READ-CHECKPOINT.
      PERFORM 116-CHECK-PAY-PERIOD.
      PERFORM 137-SET-RUN-STEP.
      PERFORM 126-LOAD-RATE-CONSTANTS.
      IF STRIAL-RUN
       MOVE SOPENWEEK TO TBL-WEEK
       MOVE SDATEDISPLAYINFO TO TBL-DATE
       DISPLAY 'TRIAL PAYROLL RUN FOR WEEK ' SOPENWEEK
          ' - NO MASTER FILES UPDATED, NO PAYMENT FILES WRITTEN'
      END-IF.
      IF SRESTART-SKIP
       OPEN EXTEND PAYROLL-REGISTER-FILE
       OPEN EXTEND PAY-STUB-FILE
       OPEN EXTEND DEPT-SUMMARY-FILE
       OPEN EXTEND ACH-DEPOSIT-FILE
       OPEN EXTEND CHECK-REGISTER-FILE
       OPEN EXTEND ISSUED-CHECK-FILE
       OPEN EXTEND POSITIVE-PAY-FILE
      ELSE
       OPEN OUTPUT PAYROLL-REGISTER-FILE
       OPEN OUTPUT PAY-STUB-FILE
       OPEN OUTPUT ARREARS-REPORT-FILE
       OPEN OUTPUT DEPT-SUMMARY-FILE
       OPEN OUTPUT CHECK-REGISTER-FILE
       IF STRIAL-RUN
        OPEN OUTPUT TRIAL-COMPARE-FILE
       ELSE
        OPEN OUTPUT GL-EXTRACT-FILE
        OPEN OUTPUT ACH-DEPOSIT-FILE
        OPEN OUTPUT ISSUED-CHECK-FILE
        OPEN OUTPUT POSITIVE-PAY-FILE
       END-IF
      END-IF.
      MOVE PR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAYROLL-REGISTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      IF STRIAL-RUN
       MOVE TRIAL-BANNER-LINE TO PAYROLL-REGISTER-RECORD
       WRITE PAYROLL-REGISTER-RECORD
       MOVE PR-FILE-STATUS TO SABEND-STATUS
       MOVE 'PAYROLL-REGISTER-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      MOVE PS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAY-STUB-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      MOVE 'ARREARS-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      IF NOT SRESTART-SKIP
       IF STRIAL-RUN
        MOVE TRIAL-BANNER-LINE TO ARREARS-REPORT-RECORD
        PERFORM 249-WRITE-ARREARS-RECORD
       END-IF
       MOVE SDATEDISPLAYINFO TO ARH-DATE
       MOVE AR-HEADING-LINE TO ARREARS-REPORT-RECORD
       PERFORM 249-WRITE-ARREARS-RECORD
       MOVE AR-COLUMN-LINE TO ARREARS-REPORT-RECORD
       PERFORM 249-WRITE-ARREARS-RECORD
      END-IF.
      IF NOT STRIAL-RUN
       MOVE GL-FILE-STATUS TO SABEND-STATUS
       MOVE 'GL-EXTRACT-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      IF NOT SRESTART-SKIP AND NOT STRIAL-RUN
       MOVE SPACES TO GL-HEADER-RECORD
       MOVE 'H' TO GLH-RECORD-TYPE
       MOVE SOPENWEEK TO GLH-WEEK-END-DATE
      MOVE DS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'DEPT-SUMMARY-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      IF STRIAL-RUN
       MOVE TRIAL-BANNER-LINE TO DEPT-SUMMARY-RECORD
       WRITE DEPT-SUMMARY-RECORD
       MOVE DS-FILE-STATUS TO SABEND-STATUS
       MOVE 'DEPT-SUMMARY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       MOVE TC-FILE-STATUS TO SABEND-STATUS
       MOVE 'TRIAL-COMPARE-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      ELSE
       MOVE AD-FILE-STATUS TO SABEND-STATUS
       MOVE 'ACH-DEPOSIT-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      MOVE CD-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHECK-REGISTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      IF NOT SRESTART-SKIP
       IF STRIAL-RUN
        MOVE TRIAL-BANNER-LINE TO CHECK-REGISTER-RECORD
        PERFORM 294-WRITE-CHECK-REGISTER-REC
       END-IF
       MOVE SDATEDISPLAYINFO TO CDH-DATE
       MOVE CD-HEADING-LINE TO CHECK-REGISTER-RECORD
       PERFORM 294-WRITE-CHECK-REGISTER-REC
       MOVE CD-COLUMN-LINE TO CHECK-REGISTER-RECORD
       PERFORM 294-WRITE-CHECK-REGISTER-REC
      END-IF.
      IF NOT STRIAL-RUN
       MOVE IC-FILE-STATUS TO SABEND-STATUS
       MOVE 'ISSUED-CHECK-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       MOVE PY-FILE-STATUS TO SABEND-STATUS
       MOVE 'POSITIVE-PAY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      IF NOT SRESTART-SKIP AND NOT STRIAL-RUN
       MOVE SPACES TO POSITIVE-PAY-HEADER-RECORD
       MOVE 'H' TO PYH-RECORD-TYPE
       MOVE SDATEVARS TO PYH-ISSUE-DATE
       MOVE SOPENWEEK TO PYH-WEEK-END-DATE
       WRITE POSITIVE-PAY-HEADER-RECORD
       MOVE PY-FILE-STATUS TO SABEND-STATUS
       MOVE 'POSITIVE-PAY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

111-OPEN-YTD-MASTER.
      OPEN I-O YTD-MASTER-FILE.
      MOVE 'PTO-BANK-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

134-OPEN-WH-PROFILE.
      OPEN INPUT WH-PROFILE-FILE.
      IF WP-FILE-STATUS = '35'
       OPEN OUTPUT WH-PROFILE-FILE
       CLOSE WH-PROFILE-FILE
       OPEN INPUT WH-PROFILE-FILE
      END-IF.
      MOVE WP-FILE-STATUS TO SABEND-STATUS.
      MOVE 'WH-PROFILE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

112-OPEN-AUDIT-LOG.
      OPEN EXTEND AUDIT-LOG-FILE.
      IF AL-FILE-STATUS = '35'
      PERFORM 930-CHECK-FILE-STATUS.

115-READ-CHECKPOINT.
      MOVE SCHKPTKEY TO CK-CONTROL-KEY.
      MOVE 'N' TO CK-NEW-RECORD-SW.
      READ CHECKPOINT-FILE
       INVALID KEY
        MOVE SPACES TO CK-LAST-WEEK-END-DATE
        SET SRESTART-DONE TO TRUE
       NOT INVALID KEY
        IF STRIAL-RUN
         DISPLAY 'CHECKPOINT PENDING FOR INTERRUPTED PAYROLL RUN - '
            'RESTART IT BEFORE RUNNING A TRIAL'
         STOP RUN
        END-IF
        SET SRESTART-SKIP TO TRUE
        MOVE CK-DEPT-COUNT TO DT-COUNT
        PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
        MOVE CK-ACH-TOTAL TO SACHTOTAL
        MOVE CK-CHECK-COUNT TO SCHKCOUNT
        MOVE CK-CHECK-TOTAL TO SCHKTOTAL
        MOVE CK-VOID-COUNT TO SVOIDCHKCOUNT
        MOVE CK-VOID-TOTAL TO SVOIDCHKTOTAL
        MOVE CK-GL-COUNT TO SGLCOUNT
        MOVE CK-GL-DEBITS TO SGLDEBITS
        MOVE CK-GL-CREDITS TO SGLCREDITS
      MOVE PP-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAY-PERIOD-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      IF SFINAL-RUN
       PERFORM 129-SET-FINAL-PAY-DATE
      ELSE
       PERFORM 125-CHECK-OPEN-WEEK
      END-IF.
      PERFORM 122-CHECK-YEAR-CLOSED.

125-CHECK-OPEN-WEEK.
      MOVE SCURRENTKEY TO PP-CONTROL-KEY.
      READ PAY-PERIOD-FILE
       INVALID KEY
        DISPLAY 'NO OPEN PAY PERIOD - RUN PERDMAINT FIRST'
       STOP RUN
      END-IF.
      MOVE PP-WEEK-END-DATE TO SOPENWEEK.
      MOVE PP-PERIOD-START-DATE TO SPERIODSTART.
      MOVE SOPENWEEK TO SWEEKDATE.
      MOVE SWD-YEAR TO SOPENYEAR.
      MOVE SOPENWEEK TO SPK-END-DATE.
      MOVE SCURRENTGROUP TO SPK-GROUP.
      MOVE SPERIODKEY TO PP-CONTROL-KEY.
      READ PAY-PERIOD-FILE
       INVALID KEY
        CONTINUE
        DISPLAY 'WEEK ' SOPENWEEK ' ALREADY PAID - RUN STOPPED'
        STOP RUN
      END-READ.
      PERFORM 142-SET-PERIOD-WEEKS.

141-SET-PAY-GROUP.
      ACCEPT SPAYGROUP FROM ENVIRONMENT "PAY-GROUP".
      IF SPAYGROUP = SPACE OR SFINAL-RUN
       MOVE 'W' TO SPAYGROUP
      END-IF.
      EVALUATE TRUE
       WHEN SGROUP-WEEKLY
        MOVE SPACE TO SCURRENTGROUP
        MOVE 52 TO SPERIODSPERYEAR
        MOVE 1 TO SPERIODWEEKS
       WHEN SGROUP-BIWEEKLY
        MOVE 'B' TO SCURRENTGROUP
        MOVE 26 TO SPERIODSPERYEAR
        MOVE 2 TO SPERIODWEEKS
        MOVE 'CHKPB' TO SCHKPTKEY
        SET SMULTIWEEK-RUN TO TRUE
       WHEN SGROUP-SEMIMONTHLY
        MOVE 'S' TO SCURRENTGROUP
        MOVE 24 TO SPERIODSPERYEAR
        MOVE 2 TO SPERIODWEEKS
        MOVE 'CHKPS' TO SCHKPTKEY
        SET SMULTIWEEK-RUN TO TRUE
       WHEN OTHER
        DISPLAY 'PAY-GROUP ' SPAYGROUP ' INVALID - MUST BE W, B OR S - '
           'RUN STOPPED'
        STOP RUN
      END-EVALUATE.
      COMPUTE SPERIODHOURS ROUNDED = 40 * 52 / SPERIODSPERYEAR.

142-SET-PERIOD-WEEKS.
      MOVE SOPENWEEK TO SOPENWEEKN.
      IF SPERIODSTART NOT NUMERIC
       EVALUATE TRUE
        WHEN SGROUP-SEMIMONTHLY
         MOVE SOPENWEEK TO SWEEKDATE
         IF SWD-DAY = '15'
          MOVE '01' TO SWD-DAY
         ELSE
          MOVE '16' TO SWD-DAY
         END-IF
         MOVE SWEEKDATE TO SPERIODSTART
        WHEN SGROUP-BIWEEKLY
         COMPUTE SPERIODSTARTN = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (SOPENWEEKN) - 13)
        WHEN OTHER
         COMPUTE SPERIODSTARTN = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (SOPENWEEKN) - 6)
       END-EVALUATE
      END-IF.
      IF SGROUP-SEMIMONTHLY
       MOVE 'CURRENT  ' TO PP-CONTROL-KEY
       READ PAY-PERIOD-FILE
        INVALID KEY
         CONTINUE
        NOT INVALID KEY
         MOVE PP-WEEK-END-DATE TO SANCHORWEEK
         IF SANCHORWEEK NUMERIC
          IF FUNCTION TEST-DATE-YYYYMMDD (SANCHORWEEKN) = 0
           COMPUTE SSTARTDAY = FUNCTION INTEGER-OF-DATE (SPERIODSTARTN)
           COMPUTE SENDDAY = FUNCTION INTEGER-OF-DATE (SOPENWEEKN)
           COMPUTE SANCHORDIFF = FUNCTION INTEGER-OF-DATE (SANCHORWEEKN)
              - SSTARTDAY
           DIVIDE SANCHORDIFF BY 7 GIVING SANCHORQUOT
              REMAINDER SANCHORREM
           IF SANCHORREM < ZERO
            ADD 7 TO SANCHORREM
           END-IF
           COMPUTE SFIRSTDAY = SSTARTDAY + SANCHORREM
           COMPUTE SPERIODWEEKS = (SENDDAY - SFIRSTDAY) / 7 + 1
          END-IF
         END-IF
       END-READ
      END-IF.

137-SET-RUN-STEP.
      MOVE SOPENWEEK TO SRUNKEYWEEK.
      MOVE SCURRENTGROUP TO SRUNKEYGROUP.
      IF SFINAL-RUN
       MOVE 'FINALPAY' TO SRUNSTEP
       MOVE ZERO TO SRUNPREREQCOUNT
      END-IF.
      IF STRIAL-RUN
       MOVE 'PROJ3TRL' TO SRUNSTEP
       SET SRUN-REPEATABLE TO TRUE
      END-IF.
      PERFORM 940-START-RUN-STEP.

129-SET-FINAL-PAY-DATE.
      ACCEPT SFINALDATE FROM ENVIRONMENT "FINAL-PAY-DATE".
      IF SFINALDATE = SPACES
       MOVE SDATEVARS TO SFINALDATE
      END-IF.
      MOVE SFINALDATE TO SWEEKDATE.
      IF SWEEKDATE NOT NUMERIC
       DISPLAY 'FINAL PAY DATE ' SFINALDATE ' INVALID - RUN STOPPED'
       STOP RUN
      END-IF.
      IF FUNCTION TEST-DATE-YYYYMMDD (SWEEKDATEN) NOT = 0
       DISPLAY 'FINAL PAY DATE ' SFINALDATE ' INVALID - RUN STOPPED'
       STOP RUN
      END-IF.
      MOVE SFINALDATE TO SOPENWEEK.
      MOVE SWD-YEAR TO SOPENYEAR.
      DISPLAY 'OFF-CYCLE FINAL PAY RUN - PAY DATE ' SOPENWEEK.

122-CHECK-YEAR-CLOSED.
      MOVE SOPENWEEK TO SWEEKDATE.
      OPEN INPUT RATE-CONTROL-FILE.
      IF RC-FILE-STATUS = '35'
       DISPLAY 'NO RATES CONTROL FILE - RUN RATEMAINT FIRST'
       MOVE '0016' TO SRUNCODE
       PERFORM 955-FAIL-RUN-STEP
       STOP RUN
      END-IF.
      MOVE RC-FILE-STATUS TO SABEND-STATUS.
      IF NOT SRATE-FOUND
       DISPLAY 'NO RATES IN EFFECT FOR WEEK ' SOPENWEEK
          ' - RUN STOPPED'
       MOVE '0016' TO SRUNCODE
       PERFORM 955-FAIL-RUN-STEP
       STOP RUN
      END-IF.
      CLOSE RATE-CONTROL-FILE.
      MOVE RC-MAX-WAGE TO PR-MAX-WAGE.
      MOVE RC-HOLIDAY-DIFF-RATE TO HOLIDAY-DIFF-RATE.
      MOVE RC-PTO-ACCRUAL-HRS TO PR-PTO-ACCRUAL-HRS.
      COMPUTE SPTOACCRUAL ROUNDED =
         RC-PTO-ACCRUAL-HRS * 52 / SPERIODSPERYEAR.
      MOVE RC-PTO-CARRY-MAX TO PR-PTO-CARRY-MAX.
      PERFORM VARYING WH-IDX FROM 1 BY 1 UNTIL WH-IDX > 4
       MOVE RC-WH-CEILING (WH-IDX) TO WH-CEILING (WH-IDX)
       MOVE RC-WH-PERCENT (WH-IDX) TO WH-PERCENT (WH-IDX)
      END-PERFORM.
      MOVE RC-WH-ALLOWANCE-AMT TO PR-WH-ALLOWANCE-AMT.
      MOVE RC-WH-STD-SINGLE TO PR-WH-STD-SINGLE.
      MOVE RC-WH-STD-MARRIED TO PR-WH-STD-MARRIED.
      MOVE RC-WH-STD-HEAD TO PR-WH-STD-HEAD.
      MOVE RC-FUTA-PERCENT TO PR-FUTA-PERCENT.
      MOVE RC-FUTA-WAGE-BASE TO PR-FUTA-WAGE-BASE.
      MOVE RC-SUTA-PERCENT TO PR-SUTA-PERCENT.
      MOVE RC-SUTA-WAGE-BASE TO PR-SUTA-WAGE-BASE.

118-CLOSE-PAY-PERIOD.
      MOVE SCURRENTKEY TO PP-CONTROL-KEY.
      READ PAY-PERIOD-FILE
       INVALID KEY
        CONTINUE
        MOVE 'PAY-PERIOD-FILE' TO SABEND-FILE-NAME
        PERFORM 930-CHECK-FILE-STATUS
      END-READ.
      MOVE SOPENWEEK TO SPK-END-DATE.
      MOVE SCURRENTGROUP TO SPK-GROUP.
      MOVE SPERIODKEY TO PP-CONTROL-KEY.
      MOVE SOPENWEEK TO PP-WEEK-END-DATE.
      MOVE 'C' TO PP-STATUS.
      MOVE SPACES TO PP-YEAR-CLOSED.
      MOVE SPAYGROUP TO PP-PAY-GROUP.
      MOVE SPERIODSTART TO PP-PERIOD-START-DATE.
      WRITE PAY-PERIOD-RECORD
       INVALID KEY
        CONTINUE
      END-WRITE.

117-CLEAR-CHECKPOINT.
      MOVE SCHKPTKEY TO CK-CONTROL-KEY.
      DELETE CHECKPOINT-FILE
       INVALID KEY
        CONTINUE
         DISPLAY OUTVARS
         PERFORM 160-WRITE-REGISTER
         PERFORM 290-WRITE-PAYMENT-EXTRACT
         PERFORM 268-POST-CHECK-NUMBER
         IF STYPE-PAY OR STYPE-PTO
          PERFORM 238-ACCRUE-PTO
          PERFORM 170-WRITE-PAY-STUB
          PERFORM 228-RECORD-PAYMENT
         END-IF
         IF STYPE-FINAL
          PERFORM 170-WRITE-PAY-STUB
          PERFORM 228-RECORD-PAYMENT
         END-IF
        END-IF
        IF NOT STRIAL-RUN
         PERFORM 285-WRITE-CHECKPOINT
        END-IF
       END-IF
       PERFORM 130-READ-TRANSACTION
      END-PERFORM.
       DISPLAY 'RESTART POINT NEVER MATCHED IN TRANSACTION FILE - '
          'CHECKPOINT FOR EMP ' CK-LAST-EMP-ID ' WEEK '
          CK-LAST-WEEK-END-DATE ' NOT FOUND'
       MOVE '0016' TO SRUNCODE
       PERFORM 955-FAIL-RUN-STEP
       STOP RUN
      END-IF.

       MOVE 1 TO SP-COUNT
       MOVE HT-DEPT-CODE TO SP-DEPT (1)
       MOVE HT-HOURS-WORKED TO SP-HOURS (1)
       MOVE ZERO TO WW-COUNT
       PERFORM 138-ADD-WORKWEEK-LINE
       IF SMULTIWEEK-RUN
        MOVE STRANSWEEK TO SLINEPERIOD
        PERFORM 139-FIND-PERIOD-END
        MOVE SLINEPERIOD TO STRANSWEEK
       END-IF
       IF STYPE-PAY OR STYPE-FINAL
          OR (SMULTIWEEK-RUN AND (STYPE-PTO OR STYPE-ADJUST))
        PERFORM 132-GATHER-SPLIT-LINES
       END-IF
       MOVE SEMPID TO HT-EMP-ID
       IF NOT SDETAIL-GOT
        SET SSPLIT-DONE TO TRUE
       ELSE
        MOVE HT-WEEK-END-DATE TO SLINEPERIOD
        IF SMULTIWEEK-RUN
         PERFORM 139-FIND-PERIOD-END
        END-IF
        MOVE HT-TRANS-TYPE TO SLINETYPE
        IF SLINETYPE = SPACE
         MOVE 'P' TO SLINETYPE
        END-IF
        IF HT-EMP-ID = SEMPID
           AND SLINEPERIOD = STRANSWEEK
           AND SLINETYPE = STRANSTYPE
         PERFORM 133-ADD-SPLIT-LINE
        ELSE
         MOVE HT-EMP-ID TO SHOLD-EMP-ID
      IF HT-HOLIDAY-FLAG = 'Y' OR HT-HOLIDAY-FLAG = 'y'
       MOVE 'Y' TO SHOLIDAYFLAG
      END-IF.
      IF STYPE-ADJUST AND SPRIORHRS NUMERIC AND HT-PRIOR-HOURS NUMERIC
       ADD HT-PRIOR-HOURS TO SPRIORHRS
      END-IF.
      PERFORM 138-ADD-WORKWEEK-LINE.

138-ADD-WORKWEEK-LINE.
      MOVE ZERO TO WW-PICK.
      PERFORM VARYING WW-IDX FROM 1 BY 1 UNTIL WW-IDX > WW-COUNT
       IF WW-WEEK-END-DATE (WW-IDX) = HT-WEEK-END-DATE
        MOVE WW-IDX TO WW-PICK
       END-IF
      END-PERFORM.
      IF WW-PICK = ZERO
       IF WW-COUNT < 10
        ADD 1 TO WW-COUNT
        MOVE WW-COUNT TO WW-PICK
        MOVE HT-WEEK-END-DATE TO WW-WEEK-END-DATE (WW-PICK)
        MOVE ZERO TO WW-HOURS (WW-PICK)
        MOVE ZERO TO WW-PRIOR-HOURS (WW-PICK)
        MOVE 'N' TO WW-HOLIDAY-FLAG (WW-PICK)
       ELSE
        MOVE WW-COUNT TO WW-PICK
        DISPLAY 'WORKWEEK TABLE FULL FOR EMP ' SEMPID ' WEEK '
           HT-WEEK-END-DATE ' - HOURS LUMPED INTO LAST WORKWEEK'
       END-IF
      END-IF.
      IF HT-HOURS-WORKED NUMERIC
       ADD HT-HOURS-WORKED TO WW-HOURS (WW-PICK)
      END-IF.
      IF HT-PRIOR-HOURS NUMERIC
       ADD HT-PRIOR-HOURS TO WW-PRIOR-HOURS (WW-PICK)
      END-IF.
      IF HT-HOLIDAY-FLAG = 'Y' OR HT-HOLIDAY-FLAG = 'y'
       MOVE 'Y' TO WW-HOLIDAY-FLAG (WW-PICK)
      END-IF.

139-FIND-PERIOD-END.
      MOVE SLINEPERIOD TO SWEEKDATE.
      IF SLINEPERIOD NUMERIC AND SWD-MONTH >= 1 AND SWD-MONTH <= 12
       IF FUNCTION TEST-DATE-YYYYMMDD (SLINEPERIODN) = 0
        IF SGROUP-SEMIMONTHLY
         IF SWD-DAY > '15'
          MOVE '01' TO SWD-DAY
          MOVE SWEEKDATE TO SNEXTWEEK
          COMPUTE SNEXTWEEKN = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (SNEXTWEEKN) + 31)
          MOVE SNEXTWEEK TO SWEEKDATE
          MOVE '01' TO SWD-DAY
          MOVE SWEEKDATE TO SNEXTWEEK
          COMPUTE SLINEPERIODN = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (SNEXTWEEKN) - 1)
         ELSE
          MOVE '15' TO SWD-DAY
          MOVE SWEEKDATE TO SLINEPERIOD
         END-IF
        END-IF
        IF SGROUP-BIWEEKLY AND SLINEPERIOD NOT = SOPENWEEK
         COMPUTE SNEXTWEEKN = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (SLINEPERIODN) + 7)
         IF SNEXTWEEK = SOPENWEEK
          MOVE SOPENWEEK TO SLINEPERIOD
         ELSE
          MOVE SLINEPERIOD TO SPK-END-DATE
          MOVE 'B' TO SPK-GROUP
          MOVE SPERIODKEY TO PP-CONTROL-KEY
          READ PAY-PERIOD-FILE
           INVALID KEY
            MOVE SNEXTWEEK TO SPK-END-DATE
            MOVE SPERIODKEY TO PP-CONTROL-KEY
            READ PAY-PERIOD-FILE
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              MOVE SNEXTWEEK TO SLINEPERIOD
            END-READ
          END-READ
         END-IF
        END-IF
       END-IF
      END-IF.

135-VERIFY-CONTROL-TOTALS.
      IF HTR-RECORD-COUNT NOT = SEDITCOUNT
       DISPLAY 'CONTROL TOTAL MISMATCH ON HOURS FILE - TRAILER '
          HTR-RECORD-COUNT ' RECORDS HASH ' HTR-HOURS-HASH
          ' COUNTED ' SEDITCOUNT ' HASH ' SEDITHASH
       MOVE '0016' TO SRUNCODE
       PERFORM 955-FAIL-RUN-STEP
       STOP RUN
      END-IF.

        MOVE SPACES TO SDEPTCODE
        MOVE SPACE TO SEMPSTATUS
        MOVE SPACE TO SEMPPAYTYPE
        MOVE ZERO TO SEMPSALARY
        MOVE SPAYGROUP TO SEMPPAYGROUP
       NOT INVALID KEY
        MOVE EM-EMP-NAME TO SEMPNAME
        MOVE EM-PAY-RATE TO SRATEVAR
        MOVE EM-DEPT-CODE TO SDEPTCODE
        MOVE EM-STATUS TO SEMPSTATUS
        MOVE EM-PAY-TYPE TO SEMPPAYTYPE
        MOVE EM-SALARY TO SEMPSALARY
        PERFORM 152-SET-EMP-GROUP
      END-READ.

152-SET-EMP-GROUP.
      MOVE EM-PAY-GROUP TO SEMPPAYGROUP.
      IF SEMPPAYGROUP = SPACE
       MOVE 'W' TO SEMPPAYGROUP
      END-IF.

160-WRITE-REGISTER.
      MOVE SPACES TO PAYROLL-REGISTER-RECORD.
      MOVE SEMPID TO PR-EMP-ID.
           TO PR-EXCEPTION-MSG
       END-IF
      END-IF.
      IF STYPE-FINAL
       IF SFINALPTOHRS > ZERO
        MOVE 'FINAL PAY - INCLUDES PTO PAYOUT' TO PR-EXCEPTION-MSG
       ELSE
        MOVE 'FINAL PAY - TERMINATED EMPLOYEE' TO PR-EXCEPTION-MSG
       END-IF
      END-IF.
      WRITE PAYROLL-REGISTER-RECORD.
      MOVE PR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAYROLL-REGISTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      ADD 1 TO SREGCOUNT.
      ADD SPOSTGROSS TO SREGGROSS.
      ADD SPOSTNET TO SREGNET.

165-WRITE-REGISTER-ERROR.
      MOVE SPACES TO PAYROLL-REGISTER-RECORD.
      MOVE PR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAYROLL-REGISTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      ADD 1 TO SREGERRCOUNT.

170-WRITE-PAY-STUB.
      EVALUATE TRUE
       WHEN STYPE-FINAL
        MOVE SDATEDISPLAYINFO TO PSF-DATE
        MOVE PS-FINAL-HEADING-LINE TO PAY-STUB-RECORD
       WHEN STRIAL-RUN
        MOVE SDATEDISPLAYINFO TO PST-DATE
        MOVE PS-TRIAL-HEADING-LINE TO PAY-STUB-RECORD
       WHEN OTHER
        MOVE SDATEDISPLAYINFO TO PSH-DATE
        MOVE PS-HEADING-LINE TO PAY-STUB-RECORD
      END-EVALUATE.
      ADD 1 TO SSTUBCOUNT.
      ADD SNETPAY TO SSTUBNET.
      PERFORM 172-WRITE-STUB-PAGE-TOP.
      MOVE SEMPID TO PSE-EMP-ID.
      MOVE SEMPNAME TO PSE-EMP-NAME.
      MOVE SHOLIDAYDIFF TO PSA-AMOUNT.
      MOVE PS-AMT-LINE TO PAY-STUB-RECORD.
      PERFORM 171-WRITE-STUB-LINE.
      IF STYPE-FINAL
       MOVE SPACES TO PS-EARN-LINE
       MOVE 'PTO PAYOUT' TO PSL-LABEL
       MOVE SFINALPTOHRS TO PSL-HOURS
       MOVE SRATEVAR TO PSL-RATE
       MOVE SFINALPTOPAY TO PSL-AMOUNT
       MOVE PS-EARN-LINE TO PAY-STUB-RECORD
       PERFORM 171-WRITE-STUB-LINE
      END-IF.
      MOVE SPACES TO PS-AMT-LINE.
      MOVE 'GROSS PAY' TO PSA-LABEL.
      MOVE STOTAL TO PSA-AMOUNT.
      MOVE SWITHHOLDAMT TO PSA-AMOUNT.
      MOVE PS-AMT-LINE TO PAY-STUB-RECORD.
      PERFORM 171-WRITE-STUB-LINE.
      EVALUATE TRUE
       WHEN SWH-EXEMPT-NOW
        MOVE 'EXEMPT THROUGH' TO PSX-TEXT
        MOVE WP-EXEMPT-EXPIRES TO PSX-DATE
        MOVE PS-WH-EXEMPT-LINE TO PAY-STUB-RECORD
       WHEN SWH-EXEMPT-EXPIRED
        MOVE 'EXEMPTION EXPIRED' TO PSX-TEXT
        MOVE WP-EXEMPT-EXPIRES TO PSX-DATE
        MOVE PS-WH-EXEMPT-LINE TO PAY-STUB-RECORD
       WHEN OTHER
        MOVE WP-FILING-STATUS TO PSW-FILING-STATUS
        MOVE WP-ALLOWANCES TO PSW-ALLOWANCES
        MOVE WP-EXTRA-WH TO PSW-EXTRA-WH
        MOVE PS-WH-PROFILE-LINE TO PAY-STUB-RECORD
      END-EVALUATE.
      PERFORM 171-WRITE-STUB-LINE.
      MOVE SPACES TO PS-AMT-LINE.
      MOVE 'BENEFITS' TO PSA-LABEL.
      MOVE SBENEFITSAMT TO PSA-AMOUNT.
      MOVE SPTOBALANCE TO PSP-AMOUNT.
      MOVE PS-PTO-LINE TO PAY-STUB-RECORD.
      PERFORM 171-WRITE-STUB-LINE.
      IF STYPE-FINAL
       MOVE 'PTO BANK CLOSED AT TERMINATION - NO FURTHER ACCRUAL'
          TO PAY-STUB-RECORD
       PERFORM 171-WRITE-STUB-LINE
      END-IF.
      MOVE SPACES TO PS-AMT-LINE.
      MOVE 'NET PAY' TO PSA-LABEL.
      MOVE SNETPAY TO PSA-AMOUNT.
      MOVE 'PAY-STUB-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

180-WRITE-TRIAL-COMPARISON.
      COMPUTE SPRIORWEEK = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE (SPERIODSTARTN) - 1).
      MOVE SOPENWEEK TO TCH-WEEK.
      MOVE SPRIORWEEK TO TCH-PRIOR-WEEK.
      MOVE SDATEDISPLAYINFO TO TCH-DATE.
      MOVE TC-HEADING-LINE TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.
      MOVE SPACES TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.
      MOVE TC-COLUMN-LINE TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.
      MOVE 'N' TO EM-EOF-SW.
      MOVE LOW-VALUES TO EM-EMP-ID.
      START EMPLOYEE-MASTER-FILE KEY >= EM-EMP-ID
       INVALID KEY
        SET EM-EOF TO TRUE
      END-START.
      PERFORM UNTIL EM-EOF
       READ EMPLOYEE-MASTER-FILE NEXT RECORD
        AT END
         SET EM-EOF TO TRUE
        NOT AT END
         PERFORM 181-COMPARE-EMPLOYEE
       END-READ
      END-PERFORM.
      PERFORM 185-WRITE-COMPARE-TOTALS.

181-COMPARE-EMPLOYEE.
      MOVE EM-EMP-ID TO SEMPID.
      INITIALIZE SCMP-EMP-TOTALS.
      PERFORM 182-SUM-TRIAL-EMPLOYEE.
      PERFORM 183-SUM-PRIOR-EMPLOYEE.
      IF SCMPTRIALGROSS NOT = ZERO OR SCMPTRIALNET NOT = ZERO
         OR SCMPPRIORGROSS NOT = ZERO OR SCMPPRIORNET NOT = ZERO
       IF SCMPTRIALGROSS NOT = ZERO
        ADD 1 TO SCMPTRIALCOUNT
       END-IF
       IF SCMPPRIORGROSS NOT = ZERO
        ADD 1 TO SCMPPRIORCOUNT
       END-IF
       ADD SCMPTRIALGROSS TO SCMPTRIALGROSSTOT
       ADD SCMPTRIALNET TO SCMPTRIALNETTOT
       ADD SCMPPRIORGROSS TO SCMPPRIORGROSSTOT
       ADD SCMPPRIORNET TO SCMPPRIORNETTOT
       PERFORM 184-WRITE-COMPARE-DETAIL
      END-IF.

182-SUM-TRIAL-EMPLOYEE.
      PERFORM VARYING TH-IDX FROM 1 BY 1 UNTIL TH-IDX > TH-COUNT
       IF TH-EMP-ID (TH-IDX) = SEMPID
          AND TH-WEEK-END-DATE (TH-IDX) = SOPENWEEK
        ADD TH-GROSS-PAY (TH-IDX) TO SCMPTRIALGROSS
        ADD TH-NET-PAY (TH-IDX) TO SCMPTRIALNET
       END-IF
      END-PERFORM.

183-SUM-PRIOR-EMPLOYEE.
      MOVE 'N' TO SHISTDONE-SW.
      MOVE ZERO TO SHISTSEQ.
      PERFORM UNTIL SHIST-DONE OR SHISTSEQ >= 99
       ADD 1 TO SHISTSEQ
       MOVE SEMPID TO PH-EMP-ID
       MOVE SPRIORWEEK TO PH-WEEK-END-DATE
       MOVE SHISTSEQ TO PH-SEQ-NO
       READ PAY-HISTORY-FILE
        INVALID KEY
         SET SHIST-DONE TO TRUE
        NOT INVALID KEY
         ADD PH-GROSS-PAY TO SCMPPRIORGROSS
         ADD PH-NET-PAY TO SCMPPRIORNET
       END-READ
      END-PERFORM.

184-WRITE-COMPARE-DETAIL.
      MOVE SPACES TO TC-DETAIL-LINE.
      MOVE SEMPID TO TCD-EMP-ID.
      MOVE EM-EMP-NAME TO TCD-EMP-NAME.
      MOVE SCMPTRIALGROSS TO TCD-TRIAL-GROSS.
      MOVE SCMPPRIORGROSS TO TCD-PRIOR-GROSS.
      MOVE SCMPTRIALNET TO TCD-TRIAL-NET.
      MOVE SCMPPRIORNET TO TCD-PRIOR-NET.
      EVALUATE TRUE
       WHEN SCMPPRIORGROSS = ZERO
        MOVE 'NOT PAID PRIOR WEEK' TO TCD-NOTE
       WHEN SCMPTRIALGROSS = ZERO
        MOVE 'NOT PAID THIS TRIAL' TO TCD-NOTE
       WHEN OTHER
        COMPUTE SCMPPCT ROUNDED = (SCMPTRIALGROSS - SCMPPRIORGROSS)
           * 100 / SCMPPRIORGROSS
         ON SIZE ERROR
          MOVE 99999.9 TO SCMPPCT
        END-COMPUTE
        MOVE SCMPPCT TO TCD-CHANGE-PCT
        IF SCMPPCT > STRIALTOLPCT OR SCMPPCT < ZERO - STRIALTOLPCT
         MOVE 'OVER TOLERANCE' TO TCD-NOTE
        END-IF
      END-EVALUATE.
      IF TCD-NOTE NOT = SPACES
       ADD 1 TO SCMPFLAGCOUNT
      END-IF.
      MOVE TC-DETAIL-LINE TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.

185-WRITE-COMPARE-TOTALS.
      MOVE SPACES TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.
      MOVE 'TRIAL GROSS PAY' TO SCMPLABEL.
      MOVE SCMPTRIALCOUNT TO SCMPCOUNT.
      MOVE SCMPTRIALGROSSTOT TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'PRIOR WEEK GROSS PAY' TO SCMPLABEL.
      MOVE SCMPPRIORCOUNT TO SCMPCOUNT.
      MOVE SCMPPRIORGROSSTOT TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'TRIAL NET PAY' TO SCMPLABEL.
      MOVE SCMPTRIALCOUNT TO SCMPCOUNT.
      MOVE SCMPTRIALNETTOT TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'PRIOR WEEK NET PAY' TO SCMPLABEL.
      MOVE SCMPPRIORCOUNT TO SCMPCOUNT.
      MOVE SCMPPRIORNETTOT TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'EMPLOYEES FLAGGED' TO SCMPLABEL.
      MOVE SCMPFLAGCOUNT TO SCMPCOUNT.
      MOVE ZERO TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE SPACES TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.
      MOVE 'TRIAL RUN CONTROL TOTALS' TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.
      MOVE 'REGISTER GROSS (ALL POSTINGS)' TO SCMPLABEL.
      MOVE SREGCOUNT TO SCMPCOUNT.
      MOVE SREGGROSS TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'REGISTER NET (ALL POSTINGS)' TO SCMPLABEL.
      MOVE SREGCOUNT TO SCMPCOUNT.
      MOVE SREGNET TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'REGISTER REJECTS' TO SCMPLABEL.
      MOVE SREGERRCOUNT TO SCMPCOUNT.
      MOVE ZERO TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'PAY STUBS / NET PAY' TO SCMPLABEL.
      MOVE SSTUBCOUNT TO SCMPCOUNT.
      MOVE SSTUBNET TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'DEPT SUMMARY TOTAL PAY' TO SCMPLABEL.
      MOVE DT-COUNT TO SCMPCOUNT.
      MOVE GT-TOTAL-PAY TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'ACH DEPOSITS' TO SCMPLABEL.
      MOVE SACHCOUNT TO SCMPCOUNT.
      MOVE SACHTOTAL TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'CHECKS' TO SCMPLABEL.
      MOVE SCHKCOUNT TO SCMPCOUNT.
      MOVE SCHKTOTAL TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'GL DEBITS' TO SCMPLABEL.
      MOVE SGLCOUNT TO SCMPCOUNT.
      MOVE SGLDEBITS TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'GL CREDITS' TO SCMPLABEL.
      MOVE ZERO TO SCMPCOUNT.
      MOVE SGLCREDITS TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      MOVE 'DEDUCTION ARREARS SHORTFALL' TO SCMPLABEL.
      MOVE SARCOUNT TO SCMPCOUNT.
      MOVE SARSHORT TO SCMPAMOUNT.
      PERFORM 186-WRITE-COMPARE-TOTAL-LINE.
      IF SGLDEBITS NOT = SGLCREDITS
       MOVE '*** GL DEBITS AND CREDITS DO NOT BALANCE ***'
          TO TRIAL-COMPARE-RECORD
       PERFORM 189-WRITE-COMPARE-RECORD
      END-IF.

186-WRITE-COMPARE-TOTAL-LINE.
      MOVE SPACES TO TC-TOTAL-LINE.
      MOVE SCMPLABEL TO TCT-LABEL.
      MOVE SCMPCOUNT TO TCT-COUNT.
      MOVE SCMPAMOUNT TO TCT-AMOUNT.
      MOVE TC-TOTAL-LINE TO TRIAL-COMPARE-RECORD.
      PERFORM 189-WRITE-COMPARE-RECORD.

189-WRITE-COMPARE-RECORD.
      WRITE TRIAL-COMPARE-RECORD.
      MOVE TC-FILE-STATUS TO SABEND-STATUS.
      MOVE 'TRIAL-COMPARE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

188-SET-RUN-TOTALS.
      MOVE 'PAYMENTS' TO SRUNCOUNTLABEL.
      COMPUTE SRUNCOUNT = SACHCOUNT + SCHKCOUNT.
      MOVE 'NET PAID' TO SRUNAMOUNTLABEL.
      COMPUTE SRUNAMOUNT = SACHTOTAL + SCHKTOTAL.
      IF SREGERRCOUNT > 0
       MOVE '0004' TO SRUNCODE
      END-IF.

190-CLOSE-FILES.
      CLOSE EMPLOYEE-MASTER-FILE.
      CLOSE HOURS-TRANSACTION-FILE.
      CLOSE ARREARS-REPORT-FILE.
      CLOSE DEDUCTION-MASTER-FILE.
      CLOSE YTD-MASTER-FILE.
      CLOSE AUDIT-LOG-FILE.
      CLOSE DEPT-SUMMARY-FILE.
      CLOSE PAY-HISTORY-FILE.
      CLOSE PAY-PERIOD-FILE.
      CLOSE CHECKPOINT-FILE.
      CLOSE BANK-MASTER-FILE.
      CLOSE CHECK-REGISTER-FILE.
      CLOSE CHECK-CONTROL-FILE.
      CLOSE PTO-BANK-FILE.
      CLOSE WH-PROFILE-FILE.
      IF STRIAL-RUN
       CLOSE TRIAL-COMPARE-FILE
      ELSE
       CLOSE GL-EXTRACT-FILE
       CLOSE ACH-DEPOSIT-FILE
       CLOSE ISSUED-CHECK-FILE
       CLOSE POSITIVE-PAY-FILE
      END-IF.

200-COMPUTETOTALS.
      MOVE ZERO TO SHRSTO40.
      MOVE ZERO TO SOVERTIME.
      MOVE ZERO TO SDBLTIME.
      MOVE ZERO TO SHOLIDAYHRS.
      PERFORM VARYING WW-IDX FROM 1 BY 1 UNTIL WW-IDX > WW-COUNT
       PERFORM 201-SPLIT-WORKWEEK
      END-PERFORM.
      IF SOVERTIME > ZERO
       COMPUTE SOVERTIMEPAY ROUNDED = SRATEVAR * 1.5
       COMPUTE SOVERTIMETOT  ROUNDED = SOVERTIME  * SOVERTIMEPAY
      ELSE
       MOVE ZERO TO SOVERTIMEPAY
       MOVE ZERO TO SOVERTIMETOT
      END-IF.
      IF SDBLTIME > ZERO
       COMPUTE SDBLTIMEPAY ROUNDED = SRATEVAR * 2
       COMPUTE SDBLTIMETOT ROUNDED = SDBLTIME * SDBLTIMEPAY
      ELSE
       MOVE ZERO TO SDBLTIMEPAY
       MOVE ZERO TO SDBLTIMETOT
      END-IF.
       COMPUTE SPAY ROUNDED = SHRSTO40 * SRATEVAR.
       IF SHOLIDAYHRS > ZERO
        COMPUTE SHOLIDAYDIFF ROUNDED = SHOLIDAYHRS * HOLIDAY-DIFF-RATE
       ELSE
        MOVE ZERO TO SHOLIDAYDIFF
       END-IF.
       COMPUTE STOTAL = SPAY + SOVERTIMETOT + SDBLTIMETOT + SHOLIDAYDIFF.

201-SPLIT-WORKWEEK.
      MOVE WW-HOURS (WW-IDX) TO SWEEKHRS.
      IF SWEEKHRS <= 40
       ADD SWEEKHRS TO SHRSTO40
      ELSE
       ADD 40 TO SHRSTO40
       IF SWEEKHRS <= 60
        COMPUTE SOVERTIME = SOVERTIME + SWEEKHRS - 40
       ELSE
        ADD 20 TO SOVERTIME
        COMPUTE SDBLTIME = SDBLTIME + SWEEKHRS - 60
       END-IF
      END-IF.
      IF WW-HOLIDAY-FLAG (WW-IDX) = 'Y'
       ADD SWEEKHRS TO SHOLIDAYHRS
      END-IF.

220-EDIT-CHECK.
      SET SERROR-NO TO TRUE.
      MOVE SPACES TO SERRORMSG.
      PERFORM 221-FIND-WORKWEEK-MAXIMUMS.
      IF SWWMAXHRS > 80
       SET SERROR-YES TO TRUE
       MOVE 'HOURS WORKED OUTSIDE 0-80 RANGE' TO SERRORMSG
      END-IF.
       END-IF
      END-IF.
      IF NOT STYPE-PAY AND NOT STYPE-ADJUST AND NOT STYPE-VOID
         AND NOT STYPE-PTO AND NOT STYPE-FINAL
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
        MOVE 'INVALID TRANSACTION TYPE' TO SERRORMSG
       END-IF
      END-IF.
      IF STYPE-ADJUST
         AND (SPRIORHRS NOT NUMERIC OR SWWMAXPRIOR > 80)
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
        MOVE 'PRIOR HOURS MISSING OR OUTSIDE 0-80 RANGE' TO SERRORMSG
        END-STRING
       END-IF
      END-IF.
      IF NOT SFINAL-RUN AND SEMPPAYGROUP NOT = SPAYGROUP
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
        MOVE 'EMPLOYEE NOT IN THIS PAY GROUP' TO SERRORMSG
       ELSE
        STRING FUNCTION TRIM(SERRORMSG) DELIMITED BY SIZE
           '; EMPLOYEE NOT IN THIS PAY GROUP' DELIMITED BY SIZE
         INTO SERRORMSG
        END-STRING
       END-IF
      END-IF.
      IF SFINAL-RUN AND NOT STYPE-FINAL
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
        MOVE 'ONLY FINAL PAY ALLOWED IN OFF-CYCLE RUN' TO SERRORMSG
       ELSE
        STRING FUNCTION TRIM(SERRORMSG) DELIMITED BY SIZE
           '; ONLY FINAL PAY ALLOWED IN OFF-CYCLE RUN' DELIMITED BY SIZE
         INTO SERRORMSG
        END-STRING
       END-IF
      END-IF.
      IF STYPE-FINAL AND NOT SFINAL-RUN
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
        MOVE 'FINAL PAY NOT ALLOWED IN REGULAR RUN' TO SERRORMSG
       ELSE
        STRING FUNCTION TRIM(SERRORMSG) DELIMITED BY SIZE
           '; FINAL PAY NOT ALLOWED IN REGULAR RUN' DELIMITED BY SIZE
         INTO SERRORMSG
        END-STRING
       END-IF
      END-IF.
      IF STYPE-FINAL AND NOT SEMP-TERMINATED
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
        MOVE 'EMPLOYEE NOT TERMINATED - FINAL PAY REJECTED'
           TO SERRORMSG
       ELSE
        STRING FUNCTION TRIM(SERRORMSG) DELIMITED BY SIZE
           '; EMPLOYEE NOT TERMINATED - FINAL PAY REJECTED'
           DELIMITED BY SIZE
         INTO SERRORMSG
        END-STRING
       END-IF
      END-IF.
      IF (STYPE-PAY OR STYPE-PTO) AND SEMP-SALARIED
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
       END-IF
      END-IF.
      IF STYPE-PAY OR STYPE-VOID OR STYPE-ADJUST OR STYPE-PTO
         OR STYPE-FINAL
       PERFORM 226-SCAN-PAY-HISTORY
      END-IF.
      IF (STYPE-PAY OR STYPE-PTO OR STYPE-FINAL)
         AND SHISTPAYCNT > SHISTVOIDCNT
       SET SERROR-YES TO TRUE
       IF SERRORMSG = SPACES
        MOVE 'WEEK ALREADY PAID PER HISTORY' TO SERRORMSG
        END-IF
       END-IF
      END-IF.
      IF STYPE-PAY OR STYPE-PTO OR STYPE-FINAL
       PERFORM 225-CHECK-DUPLICATE
      END-IF.
      IF STYPE-PTO AND SERROR-NO
      END-IF.
      DISPLAY INPUTVARS.

221-FIND-WORKWEEK-MAXIMUMS.
      MOVE ZERO TO SWWMAXHRS.
      MOVE ZERO TO SWWMAXPRIOR.
      PERFORM VARYING WW-IDX FROM 1 BY 1 UNTIL WW-IDX > WW-COUNT
       IF WW-HOURS (WW-IDX) > SWWMAXHRS
        MOVE WW-HOURS (WW-IDX) TO SWWMAXHRS
       END-IF
       IF WW-PRIOR-HOURS (WW-IDX) > SWWMAXPRIOR
        MOVE WW-PRIOR-HOURS (WW-IDX) TO SWWMAXPRIOR
       END-IF
      END-PERFORM.

226-SCAN-PAY-HISTORY.
      MOVE ZERO TO SHISTPAYCNT.
      MOVE ZERO TO SHISTVOIDCNT.
      MOVE 'N' TO SHISTDONE-SW.
      MOVE ZERO TO SHISTSEQ.
      INITIALIZE SHIST-TOTALS.
      MOVE ZERO TO VC-COUNT.
      PERFORM UNTIL SHIST-DONE OR SHISTSEQ >= 99
       ADD 1 TO SHISTSEQ
       MOVE SEMPID TO PH-EMP-ID
         SET SHIST-DONE TO TRUE
        NOT INVALID KEY
         IF PH-TRANS-TYPE = 'P' OR PH-TRANS-TYPE = 'T'
            OR PH-TRANS-TYPE = 'F'
          ADD 1 TO SHISTPAYCNT
         END-IF
         IF PH-TRANS-TYPE = 'V'
          ADD 1 TO SHISTVOIDCNT
          MOVE ZERO TO VC-COUNT
         ELSE
          IF PH-CHECK-NO NUMERIC AND PH-CHECK-NO NOT = ZERO
             AND VC-COUNT < 20
           ADD 1 TO VC-COUNT
           MOVE PH-CHECK-NO TO VC-CHECK-NO (VC-COUNT)
           MOVE PH-NET-PAY TO VC-AMOUNT (VC-COUNT)
          END-IF
         END-IF
         ADD PH-REG-HOURS TO SHISTREGHRS
         ADD PH-OT-HOURS TO SHISTOTHRS
         ADD PH-BENEFITS TO SHISTBEN
         ADD PH-VOL-DED TO SHISTVOL
         ADD PH-NET-PAY TO SHISTNET
         ADD PH-PTO-PAYOUT-HOURS TO SHISTPTOHRS
         ADD PH-PTO-PAYOUT-PAY TO SHISTPTOPAY
         ADD PH-WEEKS-WORKED TO SHISTWEEKS
       END-READ
      END-PERFORM.
      IF SHIST-DONE
      ELSE
       MOVE 99 TO SNEXTSEQ
      END-IF.
      IF STRIAL-RUN
       PERFORM 267-ADD-TRIAL-HISTORY
      END-IF.

225-CHECK-DUPLICATE.
      MOVE 'N' TO PD-FOUND-SW.
        PERFORM 233-POST-AS-REVERSAL
       WHEN STYPE-ADJUST
        PERFORM 235-CALC-ADJUSTMENT
       WHEN STYPE-FINAL
        PERFORM 239-CALC-FINAL-PAY
      END-EVALUATE.

236-CALC-PTO-PAY.
      PERFORM 325-REWRITE-PTO-RECORD.
      MOVE PB-BALANCE TO SPTOBALANCE.

239-CALC-FINAL-PAY.
      IF SEMP-SALARIED
       PERFORM 231-CALC-FINAL-SALARY
      ELSE
       PERFORM 200-COMPUTETOTALS
      END-IF.
      PERFORM 320-READ-PTO-RECORD.
      IF PB-BALANCE > ZERO
       MOVE PB-BALANCE TO SFINALPTOHRS
      ELSE
       MOVE ZERO TO SFINALPTOHRS
      END-IF.
      COMPUTE SFINALPTOPAY ROUNDED = SFINALPTOHRS * SRATEVAR.
      ADD SFINALPTOPAY TO STOTAL.
      PERFORM 240-CALC-DEDUCTIONS.
      PERFORM 232-POST-AS-PAYMENT.
      MOVE SFINALPTOHRS TO SPOSTPTOHRS.
      MOVE SFINALPTOPAY TO SPOSTPTOPAY.
      ADD SFINALPTOHRS TO PB-TAKEN-YTD.
      MOVE ZERO TO PB-BALANCE.
      PERFORM 325-REWRITE-PTO-RECORD.
      MOVE PB-BALANCE TO SPTOBALANCE.

231-CALC-FINAL-SALARY.
      IF SHRSVAR > 40
       MOVE 40 TO SHRSTO40
      ELSE
       MOVE SHRSVAR TO SHRSTO40
      END-IF.
      MOVE ZERO TO SOVERTIME.
      MOVE ZERO TO SOVERTIMEPAY.
      MOVE ZERO TO SOVERTIMETOT.
      MOVE ZERO TO SDBLTIME.
      MOVE ZERO TO SDBLTIMEPAY.
      MOVE ZERO TO SDBLTIMETOT.
      MOVE ZERO TO SHOLIDAYDIFF.
      COMPUTE SPAY ROUNDED = SEMPSALARY * SHRSTO40 / 40.
      MOVE SPAY TO STOTAL.

238-ACCRUE-PTO.
      IF NOT STRIAL-RUN OR NOT STYPE-PTO
       PERFORM 320-READ-PTO-RECORD
      END-IF.
      ADD SPTOACCRUAL TO PB-BALANCE.
      ADD SPTOACCRUAL TO PB-ACCRUED-YTD.
      PERFORM 325-REWRITE-PTO-RECORD.
      MOVE PB-BALANCE TO SPTOBALANCE.

      MOVE PB-BALANCE TO SPTOBALANCE.

325-REWRITE-PTO-RECORD.
      IF NOT STRIAL-RUN
       IF PB-NEW-RECORD
        WRITE PTO-BANK-RECORD
        MOVE 'N' TO PB-NEW-RECORD-SW
       ELSE
        REWRITE PTO-BANK-RECORD
       END-IF
       MOVE PB-FILE-STATUS TO SABEND-STATUS
       MOVE 'PTO-BANK-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

232-POST-AS-PAYMENT.
      MOVE SHRSTO40 TO SPOSTREGHRS.
      MOVE SBENEFITSAMT TO SPOSTBEN.
      MOVE SVOLDEDTOT TO SPOSTVOL.
      MOVE SNETPAY TO SPOSTNET.
      MOVE ZERO TO SPOSTPTOHRS.
      MOVE ZERO TO SPOSTPTOPAY.

233-POST-AS-REVERSAL.
      MOVE SHISTREGHRS TO SHRSTO40.
      COMPUTE SPOSTBEN = ZERO - SHISTBEN.
      COMPUTE SPOSTVOL = ZERO - SHISTVOL.
      COMPUTE SPOSTNET = ZERO - SHISTNET.
      COMPUTE SPOSTPTOHRS = ZERO - SHISTPTOHRS.
      COMPUTE SPOSTPTOPAY = ZERO - SHISTPTOPAY.
      IF SHISTVOL NOT = ZERO
       PERFORM 234-WRITE-VOID-DED-NOTE
      END-IF.

235-CALC-ADJUSTMENT.
      PERFORM 200-COMPUTETOTALS.
      ADD SHISTPTOPAY TO STOTAL.
      PERFORM 241-CALC-STATUTORY.
      COMPUTE SPOSTREGHRS = SHRSTO40 - SHISTREGHRS.
      COMPUTE SPOSTOTHRS = SOVERTIME - SHISTOTHRS.
      COMPUTE SPOSTBEN = SBENEFITSAMT - SHISTBEN.
      MOVE ZERO TO SPOSTVOL.
      COMPUTE SPOSTNET = SNETPAY - SHISTNET - SHISTVOL.
      MOVE ZERO TO SPOSTPTOHRS.
      MOVE ZERO TO SPOSTPTOPAY.

240-CALC-DEDUCTIONS.
      PERFORM 241-CALC-STATUTORY.
      COMPUTE SFICAAMT ROUNDED = STOTAL * PR-FICA-PERCENT.
      PERFORM 245-LOOKUP-WITHHOLDING.
      COMPUTE SBENEFITSAMT ROUNDED = STOTAL * PR-BENEFITS-PERCENT.
      COMPUTE SWHLIMIT = STOTAL - SFICAAMT - SBENEFITSAMT.
      IF SWHLIMIT < ZERO
       MOVE ZERO TO SWHLIMIT
      END-IF.
      IF SWITHHOLDAMT > SWHLIMIT
       MOVE SWHLIMIT TO SWITHHOLDAMT
      END-IF.
      COMPUTE SNETPAY = STOTAL - SFICAAMT - SWITHHOLDAMT - SBENEFITSAMT.

242-APPLY-VOLUNTARY-DEDUCTIONS.
      END-IF.
      SUBTRACT VD-THIS-AMOUNT (VD-PICK) FROM SNETPAY.
      ADD VD-THIS-AMOUNT (VD-PICK) TO SVOLDEDTOT.
      IF VD-THIS-AMOUNT (VD-PICK) NOT = ZERO AND NOT STRIAL-RUN
       PERFORM 246-REWRITE-DEDUCTION
      END-IF.
      IF VD-THIS-AMOUNT (VD-PICK) < VD-SCHED-AMOUNT (VD-PICK)
      MOVE VD-THIS-AMOUNT (VD-PICK) TO ARD-TAKEN.
      COMPUTE ARD-SHORT = VD-SCHED-AMOUNT (VD-PICK)
         - VD-THIS-AMOUNT (VD-PICK).
      ADD 1 TO SARCOUNT.
      COMPUTE SARSHORT = SARSHORT + VD-SCHED-AMOUNT (VD-PICK)
         - VD-THIS-AMOUNT (VD-PICK).
      MOVE AR-DETAIL-LINE TO ARREARS-REPORT-RECORD.
      PERFORM 249-WRITE-ARREARS-RECORD.

      PERFORM 930-CHECK-FILE-STATUS.

245-LOOKUP-WITHHOLDING.
      PERFORM 247-READ-WH-PROFILE.
      MOVE ZERO TO SWITHHOLDAMT.
      IF NOT SWH-EXEMPT-NOW
       EVALUATE TRUE
        WHEN WP-MARRIED
         MOVE PR-WH-STD-MARRIED TO SWHSTDAMT
        WHEN WP-HEAD-OF-HOUSE
         MOVE PR-WH-STD-HEAD TO SWHSTDAMT
        WHEN OTHER
         MOVE PR-WH-STD-SINGLE TO SWHSTDAMT
       END-EVALUATE
       COMPUTE SWHSTDAMT ROUNDED = SWHSTDAMT * 52 / SPERIODSPERYEAR
       COMPUTE SWHTAXABLE ROUNDED = STOTAL - SWHSTDAMT
          - WP-ALLOWANCES * PR-WH-ALLOWANCE-AMT * 52 / SPERIODSPERYEAR
       IF SWHTAXABLE < ZERO
        MOVE ZERO TO SWHTAXABLE
       END-IF
       MOVE 'N' TO WH-FOUND-SW
       PERFORM VARYING WH-IDX FROM 1 BY 1 UNTIL WH-IDX > 4 OR WH-FOUND
        IF SWHTAXABLE * SPERIODSPERYEAR <= WH-CEILING (WH-IDX) * 52
         COMPUTE SWITHHOLDAMT ROUNDED =
            SWHTAXABLE * WH-PERCENT (WH-IDX)
         SET WH-FOUND TO TRUE
        END-IF
       END-PERFORM
       COMPUTE SWHCREDIT ROUNDED = WP-DEPENDENT-AMT / SPERIODSPERYEAR
       IF SWHCREDIT > SWITHHOLDAMT
        MOVE ZERO TO SWITHHOLDAMT
       ELSE
        SUBTRACT SWHCREDIT FROM SWITHHOLDAMT
       END-IF
       ADD WP-EXTRA-WH TO SWITHHOLDAMT
      END-IF.

247-READ-WH-PROFILE.
      MOVE 'N' TO SWHEXEMPT-SW.
      MOVE SEMPID TO WP-EMP-ID.
      READ WH-PROFILE-FILE
       INVALID KEY
        MOVE SEMPID TO WP-EMP-ID
        MOVE 'S' TO WP-FILING-STATUS
        MOVE ZERO TO WP-ALLOWANCES
        MOVE ZERO TO WP-DEPENDENT-AMT
        MOVE ZERO TO WP-EXTRA-WH
        MOVE 'N' TO WP-EXEMPT-FLAG
        MOVE SPACES TO WP-EXEMPT-EXPIRES
      END-READ.
      IF WP-EXEMPT
       IF HT-WEEK-END-DATE <= WP-EXEMPT-EXPIRES
        SET SWH-EXEMPT-NOW TO TRUE
       ELSE
        SET SWH-EXEMPT-EXPIRED TO TRUE
       END-IF
      END-IF.

270-WRITE-AUDIT-LOG.
      MOVE SPACES TO AUDIT-LOG-RECORD.
      MOVE SRATEVAR TO AL-PAY-RATE.
      MOVE SPOSTGROSS TO AL-TOTAL-PAY.
      MOVE STRANSTYPE TO AL-TRANS-TYPE.
      IF NOT STRIAL-RUN
       WRITE AUDIT-LOG-RECORD
       MOVE AL-FILE-STATUS TO SABEND-STATUS
       MOVE 'AUDIT-LOG-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

260-WRITE-GL-EXTRACT.
      COMPUTE SGLREGPAY = SPOSTREGPAY + SPOSTPTOPAY.
      MOVE SGLREGPAY TO SREGREMAIN.
      MOVE SPOSTOTPAY TO SOTREMAIN.
      MOVE SPOSTDBLPAY TO SDBLREMAIN.
      MOVE SPOSTHOLDIFF TO SHOLREMAIN.
        MOVE SHOLREMAIN TO SSPLITHOL
       ELSE
        COMPUTE SSPLITREG ROUNDED =
           SGLREGPAY * SP-HOURS (SP-IDX) / SHRSVAR
        COMPUTE SSPLITOT ROUNDED =
           SPOSTOTPAY * SP-HOURS (SP-IDX) / SHRSVAR
        COMPUTE SSPLITDBL ROUNDED =
      END-IF.

263-WRITE-GL-RECORD.
      IF NOT STRIAL-RUN
       WRITE GL-EXTRACT-RECORD
       MOVE GL-FILE-STATUS TO SABEND-STATUS
       MOVE 'GL-EXTRACT-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      ADD 1 TO SGLCOUNT.

906-WRITE-GL-TRAILER.
      IF SGLDEBITS NOT = SGLCREDITS
       DISPLAY 'GL EXTRACT OUT OF BALANCE - DEBITS ' SGLDEBITS
          ' CREDITS ' SGLCREDITS ' - FILE NOT RELEASED - RUN STOPPED'
       MOVE '0016' TO SRUNCODE
       PERFORM 955-FAIL-RUN-STEP
       STOP RUN
      END-IF.
      MOVE SPACES TO GL-TRAILER-RECORD.
      MOVE SGLCOUNT TO GLT-RECORD-COUNT.
      MOVE SGLDEBITS TO GLT-DEBIT-TOTAL.
      MOVE SGLCREDITS TO GLT-CREDIT-TOTAL.
      IF NOT STRIAL-RUN
       WRITE GL-TRAILER-RECORD
       MOVE GL-FILE-STATUS TO SABEND-STATUS
       MOVE 'GL-EXTRACT-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

290-WRITE-PAYMENT-EXTRACT.
      MOVE ZERO TO SPOSTCHECKNO.
      MOVE SPOSTNET TO SPAYAMT.
      IF SPAYAMT NOT = ZERO
       PERFORM 291-READ-BANK-RECORD
      MOVE HT-WEEK-END-DATE TO AD-WEEK-END-DATE.
      MOVE STRANSTYPE TO AD-TRANS-TYPE.
      MOVE SPAYAMT TO AD-AMOUNT.
      IF NOT STRIAL-RUN
       WRITE ACH-DEPOSIT-RECORD
       MOVE AD-FILE-STATUS TO SABEND-STATUS
       MOVE 'ACH-DEPOSIT-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      ADD 1 TO SACHCOUNT.
      ADD SPAYAMT TO SACHTOTAL.

       WHEN STYPE-VOID
        MOVE 'VOID' TO CDD-CHECK-NO
        MOVE 'REVERSAL - RECOVER CHECK' TO CDD-NOTE
        PERFORM 298-WRITE-VOIDED-CHECKS
       WHEN STYPE-ADJUST AND SPAYAMT < ZERO
        MOVE 'ADJ' TO CDD-CHECK-NO
        MOVE 'ADJUSTMENT - COLLECT FROM EMP' TO CDD-NOTE
        MOVE 'ADJUSTMENT CHECK' TO CDD-NOTE
        ADD 1 TO SCHKCOUNT
        ADD SPAYAMT TO SCHKTOTAL
        PERFORM 296-WRITE-ISSUED-CHECK
        PERFORM 297-WRITE-POSITIVE-PAY
       WHEN STYPE-FINAL
        PERFORM 295-ASSIGN-CHECK-NUMBER
        MOVE SCHECKNOX TO CDD-CHECK-NO
        MOVE 'FINAL PAY' TO CDD-NOTE
        ADD 1 TO SCHKCOUNT
        ADD SPAYAMT TO SCHKTOTAL
        PERFORM 296-WRITE-ISSUED-CHECK
        PERFORM 297-WRITE-POSITIVE-PAY
       WHEN OTHER
        PERFORM 295-ASSIGN-CHECK-NUMBER
        MOVE SCHECKNOX TO CDD-CHECK-NO
        ADD 1 TO SCHKCOUNT
        ADD SPAYAMT TO SCHKTOTAL
        PERFORM 296-WRITE-ISSUED-CHECK
        PERFORM 297-WRITE-POSITIVE-PAY
      END-EVALUATE.
      MOVE CD-DETAIL-LINE TO CHECK-REGISTER-RECORD.
      PERFORM 294-WRITE-CHECK-REGISTER-REC.
295-ASSIGN-CHECK-NUMBER.
      ADD 1 TO CN-LAST-CHECK-NO.
      MOVE CN-LAST-CHECK-NO TO SCHECKNOX.
      MOVE SCHECKNOX TO SPOSTCHECKNO.
      IF NOT STRIAL-RUN
       IF CN-NEW-RECORD
        WRITE CHECK-CONTROL-RECORD
        MOVE 'N' TO CN-NEW-RECORD-SW
       ELSE
        REWRITE CHECK-CONTROL-RECORD
       END-IF
       MOVE CN-FILE-STATUS TO SABEND-STATUS
       MOVE 'CHECK-CONTROL-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

296-WRITE-ISSUED-CHECK.
      MOVE SPACES TO ISSUED-CHECK-RECORD.
      MOVE SCHECKNOX TO IC-CHECK-NO.
      MOVE SEMPID TO IC-EMP-ID.
      MOVE SEMPNAME TO IC-PAYEE-NAME.
      MOVE SDATEVARS TO IC-ISSUE-DATE.
      MOVE HT-WEEK-END-DATE TO IC-WEEK-END-DATE.
      MOVE STRANSTYPE TO IC-TRANS-TYPE.
      MOVE SPAYAMT TO IC-AMOUNT.
      IF NOT STRIAL-RUN
       WRITE ISSUED-CHECK-RECORD
       MOVE IC-FILE-STATUS TO SABEND-STATUS
       MOVE 'ISSUED-CHECK-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

297-WRITE-POSITIVE-PAY.
      MOVE SPACES TO POSITIVE-PAY-RECORD.
      MOVE 'D' TO PY-RECORD-TYPE.
      MOVE SCHECKNOX TO PY-CHECK-NO.
      MOVE SDATEVARS TO PY-ISSUE-DATE.
      MOVE SPAYAMT TO PY-AMOUNT.
      MOVE SEMPNAME TO PY-PAYEE-NAME.
      IF NOT STRIAL-RUN
       WRITE POSITIVE-PAY-RECORD
       MOVE PY-FILE-STATUS TO SABEND-STATUS
       MOVE 'POSITIVE-PAY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

298-WRITE-VOIDED-CHECKS.
      IF VC-COUNT = ZERO
       MOVE ZERO TO SCHECKNOX
       PERFORM 296-WRITE-ISSUED-CHECK
       DISPLAY 'VOID FOR EMP ' SEMPID ' WEEK ' HT-WEEK-END-DATE
          ' - CHECK NUMBER NOT ON HISTORY, NOTIFY BANK OF VOID'
      ELSE
       MOVE SPAYAMT TO SVOIDPAYAMT
       PERFORM VARYING VC-IDX FROM 1 BY 1 UNTIL VC-IDX > VC-COUNT
        MOVE VC-CHECK-NO (VC-IDX) TO SCHECKNOX
        COMPUTE SPAYAMT = ZERO - VC-AMOUNT (VC-IDX)
        PERFORM 296-WRITE-ISSUED-CHECK
        PERFORM 299-WRITE-POSITIVE-PAY-VOID
       END-PERFORM
       MOVE SVOIDPAYAMT TO SPAYAMT
      END-IF.

299-WRITE-POSITIVE-PAY-VOID.
      MOVE SPACES TO POSITIVE-PAY-RECORD.
      MOVE 'V' TO PY-RECORD-TYPE.
      MOVE VC-CHECK-NO (VC-IDX) TO PY-CHECK-NO.
      MOVE SDATEVARS TO PY-ISSUE-DATE.
      MOVE VC-AMOUNT (VC-IDX) TO PY-AMOUNT.
      MOVE SEMPNAME TO PY-PAYEE-NAME.
      ADD 1 TO SVOIDCHKCOUNT.
      ADD VC-AMOUNT (VC-IDX) TO SVOIDCHKTOTAL.
      IF NOT STRIAL-RUN
       WRITE POSITIVE-PAY-RECORD
       MOVE PY-FILE-STATUS TO SABEND-STATUS
       MOVE 'POSITIVE-PAY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

905-WRITE-PAYMENT-TRAILERS.
      MOVE SPACES TO ACH-TRAILER-RECORD.
      MOVE '99999' TO ADT-TRAILER-ID.
      MOVE SACHCOUNT TO ADT-RECORD-COUNT.
      MOVE SACHTOTAL TO ADT-NET-TOTAL.
      IF NOT STRIAL-RUN
       WRITE ACH-TRAILER-RECORD
       MOVE AD-FILE-STATUS TO SABEND-STATUS
       MOVE 'ACH-DEPOSIT-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      MOVE SPACES TO CHECK-REGISTER-RECORD.
      PERFORM 294-WRITE-CHECK-REGISTER-REC.
      MOVE SPACES TO CD-TOTAL-LINE.
      MOVE SCHKTOTAL TO CDT-AMOUNT.
      MOVE CD-TOTAL-LINE TO CHECK-REGISTER-RECORD.
      PERFORM 294-WRITE-CHECK-REGISTER-REC.
      MOVE SPACES TO POSITIVE-PAY-TRAILER-RECORD.
      MOVE 'T' TO PYT-RECORD-TYPE.
      MOVE SCHKCOUNT TO PYT-RECORD-COUNT.
      MOVE SCHKTOTAL TO PYT-AMOUNT-TOTAL.
      MOVE SVOIDCHKCOUNT TO PYT-VOID-COUNT.
      MOVE SVOIDCHKTOTAL TO PYT-VOID-TOTAL.
      IF NOT STRIAL-RUN
       WRITE POSITIVE-PAY-TRAILER-RECORD
       MOVE PY-FILE-STATUS TO SABEND-STATUS
       MOVE 'POSITIVE-PAY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

255-UPDATE-QUARTER-TAX.
      PERFORM 256-SET-WEEKS-WORKED.
      MOVE HT-WEEK-END-DATE TO SWEEKDATE.
      IF SWEEKDATE NOT NUMERIC OR SWD-MONTH < 1 OR SWD-MONTH > 12
       DISPLAY 'BAD WEEK END DATE ' HT-WEEK-END-DATE ' FOR EMP '
          SEMPID ' - QUARTER TAX NOT ACCUMULATED'
      ELSE
       COMPUTE SQUARTER = (SWD-MONTH + 2) / 3
       PERFORM 257-CALC-UNEMPLOYMENT-TAX
       MOVE SEMPID TO QT-EMP-ID
       MOVE SWD-YEAR TO QT-YEAR
       MOVE SQUARTER TO QT-QUARTER
         MOVE ZERO TO QT-FICA
         MOVE ZERO TO QT-WITHHOLD
         MOVE ZERO TO QT-EMPLOYER-FICA
         MOVE ZERO TO QT-FUTA-WAGES
         MOVE ZERO TO QT-FUTA-TAX
         MOVE ZERO TO QT-SUTA-WAGES
         MOVE ZERO TO QT-SUTA-TAX
         MOVE ZERO TO QT-WEEKS-WORKED
       END-READ
       MOVE SEMPID TO QT-EMP-ID
       MOVE SWD-YEAR TO QT-YEAR
       ADD SPOSTFICA TO QT-FICA
       ADD SPOSTWH TO QT-WITHHOLD
       ADD SPOSTFICA TO QT-EMPLOYER-FICA
       ADD SPOSTFUTAWAGES TO QT-FUTA-WAGES
       ADD SPOSTFUTATAX TO QT-FUTA-TAX
       ADD SPOSTSUTAWAGES TO QT-SUTA-WAGES
       ADD SPOSTSUTATAX TO QT-SUTA-TAX
       IF SPOSTWEEKS > ZERO
        ADD SPOSTWEEKS TO QT-WEEKS-WORKED
       END-IF
       IF SPOSTWEEKS < ZERO
        COMPUTE SWEEKSPAID = ZERO - SPOSTWEEKS
        IF QT-WEEKS-WORKED > SWEEKSPAID
         SUBTRACT SWEEKSPAID FROM QT-WEEKS-WORKED
        ELSE
         MOVE ZERO TO QT-WEEKS-WORKED
        END-IF
       END-IF
       IF STRIAL-RUN
        PERFORM 254-SAVE-TRIAL-QUARTER
       ELSE
        IF QT-NEW-RECORD
         WRITE QUARTER-TAX-RECORD
        ELSE
         REWRITE QUARTER-TAX-RECORD
        END-IF
        MOVE QT-FILE-STATUS TO SABEND-STATUS
        MOVE 'QUARTER-TAX-FILE' TO SABEND-FILE-NAME
        PERFORM 930-CHECK-FILE-STATUS
       END-IF
      END-IF.

256-SET-WEEKS-WORKED.
      MOVE ZERO TO SPOSTWEEKS.
      IF (STYPE-PAY OR STYPE-PTO OR STYPE-FINAL) AND SHISTWEEKS NOT > ZERO
       IF WW-COUNT = ZERO
        MOVE SPERIODWEEKS TO SPOSTWEEKS
       ELSE
        MOVE WW-COUNT TO SPOSTWEEKS
       END-IF
      END-IF.
      IF STYPE-VOID
       IF SHISTWEEKS > ZERO
        COMPUTE SPOSTWEEKS = ZERO - SHISTWEEKS
       ELSE
        MOVE -1 TO SPOSTWEEKS
       END-IF
      END-IF.

257-CALC-UNEMPLOYMENT-TAX.
      MOVE ZERO TO SUIYTDPRIOR.
      PERFORM VARYING SUIQTR FROM 1 BY 1 UNTIL SUIQTR > SQUARTER
       MOVE SEMPID TO QT-EMP-ID
       MOVE SWD-YEAR TO QT-YEAR
       MOVE SUIQTR TO QT-QUARTER
       READ QUARTER-TAX-FILE
        INVALID KEY
         CONTINUE
        NOT INVALID KEY
         ADD QT-GROSS TO SUIYTDPRIOR
       END-READ
       IF STRIAL-RUN
        PERFORM 253-ADD-TRIAL-QUARTER
       END-IF
      END-PERFORM.
      COMPUTE SUIYTDAFTER = SUIYTDPRIOR + SPOSTGROSS.
      MOVE PR-FUTA-WAGE-BASE TO SUIBASE.
      PERFORM 258-CALC-TAXABLE-CHANGE.
      MOVE SUITAXDELTA TO SPOSTFUTAWAGES.
      COMPUTE SPOSTFUTATAX ROUNDED = SPOSTFUTAWAGES * PR-FUTA-PERCENT.
      MOVE PR-SUTA-WAGE-BASE TO SUIBASE.
      PERFORM 258-CALC-TAXABLE-CHANGE.
      MOVE SUITAXDELTA TO SPOSTSUTAWAGES.
      COMPUTE SPOSTSUTATAX ROUNDED = SPOSTSUTAWAGES * PR-SUTA-PERCENT.

253-ADD-TRIAL-QUARTER.
      PERFORM VARYING TQ-IDX FROM 1 BY 1 UNTIL TQ-IDX > TQ-COUNT
       IF TQ-EMP-ID (TQ-IDX) = SEMPID
          AND TQ-YEAR (TQ-IDX) = SWD-YEAR
          AND TQ-QUARTER (TQ-IDX) = SUIQTR
        ADD TQ-GROSS (TQ-IDX) TO SUIYTDPRIOR
       END-IF
      END-PERFORM.

254-SAVE-TRIAL-QUARTER.
      MOVE 'N' TO TQ-FOUND-SW.
      PERFORM VARYING TQ-IDX FROM 1 BY 1 UNTIL TQ-IDX > TQ-COUNT
       IF TQ-EMP-ID (TQ-IDX) = SEMPID
          AND TQ-YEAR (TQ-IDX) = SWD-YEAR
          AND TQ-QUARTER (TQ-IDX) = SQUARTER
        SET TQ-FOUND TO TRUE
        ADD SPOSTGROSS TO TQ-GROSS (TQ-IDX)
       END-IF
      END-PERFORM.
      IF NOT TQ-FOUND
       IF TQ-COUNT < 1000
        ADD 1 TO TQ-COUNT
        MOVE SEMPID TO TQ-EMP-ID (TQ-COUNT)
        MOVE SWD-YEAR TO TQ-YEAR (TQ-COUNT)
        MOVE SQUARTER TO TQ-QUARTER (TQ-COUNT)
        MOVE SPOSTGROSS TO TQ-GROSS (TQ-COUNT)
       ELSE
        DISPLAY 'TRIAL QUARTER TABLE FULL - UNEMPLOYMENT TAX FOR EMP '
           SEMPID ' MAY DIFFER FROM LIVE RUN'
       END-IF
      END-IF.

258-CALC-TAXABLE-CHANGE.
      MOVE SUIYTDPRIOR TO SUILIMPRIOR.
      IF SUILIMPRIOR < ZERO
       MOVE ZERO TO SUILIMPRIOR
      END-IF.
      IF SUILIMPRIOR > SUIBASE
       MOVE SUIBASE TO SUILIMPRIOR
      END-IF.
      MOVE SUIYTDAFTER TO SUILIMAFTER.
      IF SUILIMAFTER < ZERO
       MOVE ZERO TO SUILIMAFTER
      END-IF.
      IF SUILIMAFTER > SUIBASE
       MOVE SUIBASE TO SUILIMAFTER
      END-IF.
      COMPUTE SUITAXDELTA = SUILIMAFTER - SUILIMPRIOR.

265-WRITE-PAY-HISTORY.
      PERFORM 226-SCAN-PAY-HISTORY.
      IF SNEXTSEQ >= 99
       MOVE SPOSTBEN TO PH-BENEFITS
       MOVE SPOSTVOL TO PH-VOL-DED
       MOVE SPOSTNET TO PH-NET-PAY
       MOVE SPOSTPTOHRS TO PH-PTO-PAYOUT-HOURS
       MOVE SPOSTPTOPAY TO PH-PTO-PAYOUT-PAY
       MOVE SPOSTWEEKS TO PH-WEEKS-WORKED
       MOVE ZERO TO PH-CHECK-NO
       IF STRIAL-RUN
        PERFORM 266-SAVE-TRIAL-HISTORY
       ELSE
        WRITE PAY-HISTORY-RECORD
        MOVE PH-FILE-STATUS TO SABEND-STATUS
        MOVE 'PAY-HISTORY-FILE' TO SABEND-FILE-NAME
        PERFORM 930-CHECK-FILE-STATUS
       END-IF
      END-IF.

268-POST-CHECK-NUMBER.
      IF SPOSTCHECKNO NOT = ZERO AND NOT STRIAL-RUN AND SNEXTSEQ < 99
       MOVE SEMPID TO PH-EMP-ID
       MOVE HT-WEEK-END-DATE TO PH-WEEK-END-DATE
       MOVE SNEXTSEQ TO PH-SEQ-NO
       READ PAY-HISTORY-FILE
       MOVE PH-FILE-STATUS TO SABEND-STATUS
       MOVE 'PAY-HISTORY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       MOVE SPOSTCHECKNO TO PH-CHECK-NO
       REWRITE PAY-HISTORY-RECORD
       MOVE PH-FILE-STATUS TO SABEND-STATUS
       MOVE 'PAY-HISTORY-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

266-SAVE-TRIAL-HISTORY.
      IF TH-COUNT < 1000
       ADD 1 TO TH-COUNT
       MOVE PH-EMP-ID TO TH-EMP-ID (TH-COUNT)
       MOVE PH-WEEK-END-DATE TO TH-WEEK-END-DATE (TH-COUNT)
       MOVE PH-TRANS-TYPE TO TH-TRANS-TYPE (TH-COUNT)
       MOVE PH-REG-HOURS TO TH-REG-HOURS (TH-COUNT)
       MOVE PH-OT-HOURS TO TH-OT-HOURS (TH-COUNT)
       MOVE PH-DBL-HOURS TO TH-DBL-HOURS (TH-COUNT)
       MOVE PH-REG-PAY TO TH-REG-PAY (TH-COUNT)
       MOVE PH-OT-PAY TO TH-OT-PAY (TH-COUNT)
       MOVE PH-DBL-PAY TO TH-DBL-PAY (TH-COUNT)
       MOVE PH-HOLIDAY-DIFF TO TH-HOLIDAY-DIFF (TH-COUNT)
       MOVE PH-GROSS-PAY TO TH-GROSS-PAY (TH-COUNT)
       MOVE PH-FICA TO TH-FICA (TH-COUNT)
       MOVE PH-WITHHOLD TO TH-WITHHOLD (TH-COUNT)
       MOVE PH-BENEFITS TO TH-BENEFITS (TH-COUNT)
       MOVE PH-VOL-DED TO TH-VOL-DED (TH-COUNT)
       MOVE PH-NET-PAY TO TH-NET-PAY (TH-COUNT)
       MOVE PH-PTO-PAYOUT-HOURS TO TH-PTO-PAYOUT-HOURS (TH-COUNT)
       MOVE PH-PTO-PAYOUT-PAY TO TH-PTO-PAYOUT-PAY (TH-COUNT)
       MOVE PH-WEEKS-WORKED TO TH-WEEKS-WORKED (TH-COUNT)
      ELSE
       DISPLAY 'TRIAL HISTORY TABLE FULL - EMP ' SEMPID ' WEEK '
          HT-WEEK-END-DATE ' NOT HELD FOR COMPARISON'
      END-IF.

267-ADD-TRIAL-HISTORY.
      PERFORM VARYING TH-IDX FROM 1 BY 1 UNTIL TH-IDX > TH-COUNT
       IF TH-EMP-ID (TH-IDX) = SEMPID
          AND TH-WEEK-END-DATE (TH-IDX) = HT-WEEK-END-DATE
        IF TH-TRANS-TYPE (TH-IDX) = 'P' OR TH-TRANS-TYPE (TH-IDX) = 'T'
           OR TH-TRANS-TYPE (TH-IDX) = 'F'
         ADD 1 TO SHISTPAYCNT
        END-IF
        IF TH-TRANS-TYPE (TH-IDX) = 'V'
         ADD 1 TO SHISTVOIDCNT
        END-IF
        ADD TH-REG-HOURS (TH-IDX) TO SHISTREGHRS
        ADD TH-OT-HOURS (TH-IDX) TO SHISTOTHRS
        ADD TH-DBL-HOURS (TH-IDX) TO SHISTDBLHRS
        ADD TH-REG-PAY (TH-IDX) TO SHISTREGPAY
        ADD TH-OT-PAY (TH-IDX) TO SHISTOTPAY
        ADD TH-DBL-PAY (TH-IDX) TO SHISTDBLPAY
        ADD TH-HOLIDAY-DIFF (TH-IDX) TO SHISTHOLDIFF
        ADD TH-GROSS-PAY (TH-IDX) TO SHISTGROSS
        ADD TH-FICA (TH-IDX) TO SHISTFICA
        ADD TH-WITHHOLD (TH-IDX) TO SHISTWH
        ADD TH-BENEFITS (TH-IDX) TO SHISTBEN
        ADD TH-VOL-DED (TH-IDX) TO SHISTVOL
        ADD TH-NET-PAY (TH-IDX) TO SHISTNET
        ADD TH-PTO-PAYOUT-HOURS (TH-IDX) TO SHISTPTOHRS
        ADD TH-PTO-PAYOUT-PAY (TH-IDX) TO SHISTPTOPAY
        ADD TH-WEEKS-WORKED (TH-IDX) TO SHISTWEEKS
        IF SNEXTSEQ < 99
         ADD 1 TO SNEXTSEQ
        END-IF
       END-IF
      END-PERFORM.

250-UPDATE-YTD.
      MOVE 'N' TO SCROSSYEAR-SW.
      MOVE HT-WEEK-END-DATE TO SWEEKDATE.
        SET YM-NEW-RECORD TO TRUE
        MOVE ZERO TO YM-YTD-GROSS
      END-READ.
      IF STRIAL-RUN
       PERFORM 251-FIND-TRIAL-YTD
      END-IF.
      IF SCROSS-YEAR
       MOVE YM-YTD-GROSS TO SYTDTOTAL
      ELSE
        MOVE SYTDWORK TO YM-YTD-GROSS
       END-IF
       MOVE YM-YTD-GROSS TO SYTDTOTAL
       IF STRIAL-RUN
        PERFORM 252-SAVE-TRIAL-YTD
       ELSE
        IF YM-NEW-RECORD
         WRITE YTD-MASTER-RECORD
        ELSE
         REWRITE YTD-MASTER-RECORD
        END-IF
        MOVE YM-FILE-STATUS TO SABEND-STATUS
        MOVE 'YTD-MASTER-FILE' TO SABEND-FILE-NAME
        PERFORM 930-CHECK-FILE-STATUS
       END-IF
      END-IF.

251-FIND-TRIAL-YTD.
      MOVE 'N' TO TY-FOUND-SW.
      PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > TY-COUNT
       IF TY-EMP-ID (TY-IDX) = SEMPID
        SET TY-FOUND TO TRUE
        MOVE TY-IDX TO TY-PICK
        MOVE TY-YTD-GROSS (TY-IDX) TO YM-YTD-GROSS
       END-IF
      END-PERFORM.

252-SAVE-TRIAL-YTD.
      IF TY-FOUND
       MOVE YM-YTD-GROSS TO TY-YTD-GROSS (TY-PICK)
      ELSE
       IF TY-COUNT < 1000
        ADD 1 TO TY-COUNT
        MOVE SEMPID TO TY-EMP-ID (TY-COUNT)
        MOVE YM-YTD-GROSS TO TY-YTD-GROSS (TY-COUNT)
       ELSE
        DISPLAY 'TRIAL YTD TABLE FULL - YTD FOR EMP ' SEMPID
           ' MAY DIFFER FROM LIVE RUN'
       END-IF
      END-IF.

279-PREP-SPLIT-TABLE.
      END-IF.

285-WRITE-CHECKPOINT.
      MOVE SCHKPTKEY TO CK-CONTROL-KEY.
      MOVE HT-EMP-ID TO CK-LAST-EMP-ID.
      MOVE HT-WEEK-END-DATE TO CK-LAST-WEEK-END-DATE.
      MOVE DT-COUNT TO CK-DEPT-COUNT.
      MOVE SACHTOTAL TO CK-ACH-TOTAL.
      MOVE SCHKCOUNT TO CK-CHECK-COUNT.
      MOVE SCHKTOTAL TO CK-CHECK-TOTAL.
      MOVE SVOIDCHKCOUNT TO CK-VOID-COUNT.
      MOVE SVOIDCHKTOTAL TO CK-VOID-TOTAL.
      MOVE SGLCOUNT TO CK-GL-COUNT.
      MOVE SGLDEBITS TO CK-GL-DEBITS.
      MOVE SGLCREDITS TO CK-GL-CREDITS.
        AT END
         SET EM-EOF TO TRUE
        NOT AT END
         PERFORM 152-SET-EMP-GROUP
         IF EM-SALARIED AND EM-ACTIVE AND SEMPPAYGROUP = SPAYGROUP
          PERFORM 315-PAY-SALARIED-EMP
         END-IF
       END-READ
      MOVE 'P' TO STRANSTYPE.
      MOVE 'N' TO SHOLIDAYFLAG.
      MOVE ZERO TO SPRIORHRS.
      MOVE SPERIODHOURS TO SHRSVAR.
      MOVE ZERO TO SP-COUNT.
      MOVE ZERO TO WW-COUNT.
      PERFORM 225-CHECK-DUPLICATE.
      PERFORM 226-SCAN-PAY-HISTORY.
      IF PD-FOUND OR SHISTPAYCNT > SHISTVOIDCNT
       DISPLAY 'SALARIED EMP ' SEMPID ' ALREADY PAID WEEK '
          SOPENWEEK ' - AUTO PAY SKIPPED'
      ELSE
       MOVE SPERIODHOURS TO SHRSTO40
       MOVE ZERO TO SOVERTIME
       MOVE ZERO TO SOVERTIMEPAY
       MOVE ZERO TO SOVERTIMETOT
       MOVE ZERO TO SDBLTIMEPAY
       MOVE ZERO TO SDBLTIMETOT
       MOVE ZERO TO SHOLIDAYDIFF
       COMPUTE SPAY ROUNDED = EM-SALARY * 52 / SPERIODSPERYEAR
       MOVE SPAY TO STOTAL
       PERFORM 240-CALC-DEDUCTIONS
       PERFORM 232-POST-AS-PAYMENT
       PERFORM 279-PREP-SPLIT-TABLE
       DISPLAY OUTVARS
       PERFORM 160-WRITE-REGISTER
       PERFORM 290-WRITE-PAYMENT-EXTRACT
       PERFORM 268-POST-CHECK-NUMBER
       PERFORM 238-ACCRUE-PTO
       PERFORM 170-WRITE-PAY-STUB
       PERFORM 228-RECORD-PAYMENT
       IF NOT STRIAL-RUN
        PERFORM 285-WRITE-CHECKPOINT
       END-IF
      END-IF.

900-PRINT-DEPT-SUMMARY.
      MOVE 'DEPT-SUMMARY-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

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

