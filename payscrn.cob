        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PayScreen.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACH-DEPOSIT-FILE ASSIGN TO "ACHDEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AD-FILE-STATUS.
    SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS EM-FILE-STATUS.
    SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BK-EMP-ID
        FILE STATUS IS BK-FILE-STATUS.
    SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS PH-FILE-STATUS.
    SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BC-FILE-STATUS.
    SELECT EMP-CHANGE-FILE ASSIGN TO "EMPCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EC-FILE-STATUS.
    SELECT PAYMENT-HOLD-FILE ASSIGN TO "PAYHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PD-KEY
        FILE STATUS IS PD-FILE-STATUS.
    SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HR-FILE-STATUS.
    SELECT SCREEN-REPORT-FILE ASSIGN TO "SCRNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SR-FILE-STATUS.
    SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
        ORGANIZATION IS INDEXED
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
FD  ACH-DEPOSIT-FILE.
01  ACH-DEPOSIT-RECORD.
      03  AD-EMP-ID PIC X(05).
      03  AD-ROUTING PIC X(09).
      03  AD-ACCOUNT PIC X(17).
      03  AD-TRANS-CODE PIC X(02).
      03  AD-WEEK-END-DATE PIC X(08).
      03  AD-TRANS-TYPE PIC X(01).
      03  AD-AMOUNT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
01  ACH-TRAILER-RECORD.
      03  ADT-TRAILER-ID PIC X(05).
      03  ADT-RECORD-COUNT PIC 9(08).
      03  ADT-NET-TOTAL PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
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
FD  BANK-MASTER-FILE.
01  BANK-MASTER-RECORD.
      03  BK-EMP-ID PIC X(05).
      03  BK-ROUTING PIC X(09).
      03  BK-ACCOUNT PIC X(17).
      03  BK-ACCT-TYPE PIC X(01).
          88  BK-CHECKING VALUE 'C'.
          88  BK-SAVINGS VALUE 'S'.
FD  PAY-HISTORY-FILE.
01  PAY-HISTORY-RECORD.
      03  PH-KEY.
          05  PH-EMP-ID PIC X(05).
          05  PH-WEEK-END-DATE PIC X(08).
          05  PH-SEQ-NO PIC 9(02).
      03  PH-TRANS-TYPE PIC X(01).
      03  PH-REG-HOURS PIC S999V99.
      03  PH-OT-HOURS PIC S999V99.
      03  PH-DBL-HOURS PIC S999V99.
      03  PH-REG-PAY PIC S9(5)V99.
      03  PH-OT-PAY PIC S9(5)V99.
      03  PH-DBL-PAY PIC S9(5)V99.
      03  PH-HOLIDAY-DIFF PIC S9(5)V99.
      03  PH-GROSS-PAY PIC S9(6)V99.
      03  PH-FICA PIC S9(5)V99.
      03  PH-WITHHOLD PIC S9(5)V99.
      03  PH-BENEFITS PIC S9(5)V99.
      03  PH-VOL-DED PIC S9(5)V99.
      03  PH-NET-PAY PIC S9(6)V99.
      03  PH-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PH-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PH-WEEKS-WORKED PIC S9(02).
      03  PH-CHECK-NO PIC 9(08).
FD  BANK-CHANGE-FILE.
01  BANK-CHANGE-RECORD.
      03  BC-HEADING-TITLE PIC X(32).
      03  BC-HEADING-DATE PIC X(10).
      03  FILLER PIC X(58).
01  BANK-CHANGE-DETAIL.
      03  BC-ACTION PIC X(01).
      03  FILLER PIC X(02).
      03  BC-EMP-ID PIC X(05).
      03  FILLER PIC X(02).
      03  BC-ROUTING PIC X(09).
      03  FILLER PIC X(81).
FD  EMP-CHANGE-FILE.
01  EMP-CHANGE-RECORD.
      03  EC-HEADING-TITLE PIC X(32).
      03  EC-HEADING-DATE PIC X(10).
      03  FILLER PIC X(58).
01  EMP-CHANGE-DETAIL.
      03  EC-ACTION PIC X(01).
      03  FILLER PIC X(02).
      03  EC-EMP-ID PIC X(05).
      03  FILLER PIC X(02).
      03  EC-IMAGE PIC X(07).
      03  FILLER PIC X(02).
      03  EC-NAME PIC X(20).
      03  FILLER PIC X(02).
      03  EC-DEPT PIC X(04).
      03  FILLER PIC X(02).
      03  EC-RATE PIC ZZ9.99.
      03  FILLER PIC X(47).
FD  PAYMENT-HOLD-FILE.
01  PAYMENT-HOLD-RECORD.
      03  PD-KEY.
          05  PD-EMP-ID PIC X(05).
          05  PD-WEEK-END-DATE PIC X(08).
          05  PD-SEQ-NO PIC 9(02).
      03  PD-STATUS PIC X(01).
          88  PD-HELD VALUE 'H'.
          88  PD-RELEASED VALUE 'R'.
          88  PD-CANCELLED VALUE 'C'.
      03  PD-ROUTING PIC X(09).
      03  PD-ACCOUNT PIC X(17).
      03  PD-TRANS-CODE PIC X(02).
      03  PD-TRANS-TYPE PIC X(01).
      03  PD-AMOUNT PIC S9(7)V99.
      03  PD-HOLD-DATE PIC X(08).
      03  PD-REASON PIC X(40).
      03  PD-ACTION-DATE PIC X(08).
      03  PD-ACTION-OPERATOR PIC X(08).
FD  HOLD-RELEASE-FILE.
01  HOLD-RELEASE-RECORD.
      03  HR-ACTION PIC X(01).
          88  HR-RELEASE VALUE 'R'.
          88  HR-CANCEL VALUE 'C'.
      03  HR-EMP-ID PIC X(05).
      03  HR-WEEK-END-DATE PIC X(08).
      03  HR-SEQ-NO PIC 9(02).
FD  SCREEN-REPORT-FILE.
01  SCREEN-REPORT-RECORD PIC X(120).
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
01  AD-FILE-STATUS PIC XX.
01  EM-FILE-STATUS PIC XX.
01  BK-FILE-STATUS PIC XX.
01  PH-FILE-STATUS PIC XX.
01  BC-FILE-STATUS PIC XX.
01  EC-FILE-STATUS PIC XX.
01  PD-FILE-STATUS PIC XX.
01  HR-FILE-STATUS PIC XX.
01  SR-FILE-STATUS PIC XX.
01  AD-EOF-SW PIC X VALUE 'N'.
      88  AD-EOF VALUE 'Y'.
01  BK-EOF-SW PIC X VALUE 'N'.
      88  BK-EOF VALUE 'Y'.
01  PH-EOF-SW PIC X VALUE 'N'.
      88  PH-EOF VALUE 'Y'.
01  BC-EOF-SW PIC X VALUE 'N'.
      88  BC-EOF VALUE 'Y'.
01  EC-EOF-SW PIC X VALUE 'N'.
      88  EC-EOF VALUE 'Y'.
01  PD-EOF-SW PIC X VALUE 'N'.
      88  PD-EOF VALUE 'Y'.
01  HR-EOF-SW PIC X VALUE 'N'.
      88  HR-EOF VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  PP-FILE-STATUS PIC XX.
01  SRUNWEEK PIC X(08).
01  SPAYGROUP PIC X(01) VALUE SPACE.
      88  SGROUP-WEEKLY VALUE 'W'.
      88  SGROUP-BIWEEKLY VALUE 'B'.
      88  SGROUP-SEMIMONTHLY VALUE 'S'.
01  SCURRENTKEY.
      03  FILLER PIC X(08) VALUE 'CURRENT '.
      03  SCURRENTGROUP PIC X(01) VALUE SPACE.
01  JS-FILE-STATUS PIC XX.
01  SRUNSTEP PIC X(08) VALUE 'PAYSCRN '.
01  SRUNKEYWEEK PIC X(08) VALUE SPACES.
01  SRUNKEYGROUP PIC X(01) VALUE SPACE.
01  SRUNOPERATOR PIC X(08) VALUE SPACES.
01  SRUNPREREQ-LIST.
      03  FILLER PIC X(08) VALUE 'PROJECT3'.
01  SRUNPREREQ-TABLE REDEFINES SRUNPREREQ-LIST.
      03  SRUNPREREQ PIC X(08) OCCURS 1 TIMES.
01  SRUNPREREQCOUNT PIC 9(02) VALUE 1.
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
01  SOPERATORID PIC X(08).
01  SCHGWINDOWDAYS PIC 9(03) VALUE 10.
01  SRATEPCTLIMIT PIC 9(03) VALUE 20.
01  SNETLIMIT PIC 9(5)V99 VALUE 5000.00.
01  SAVGPCTLIMIT PIC 9(03) VALUE 50.
01  SAVGWEEKS PIC 9(02) VALUE 4.
01  STODAYN PIC 9(08).
01  STODAYNUM PIC 9(08).
01  SCHGDISPDATE.
      03  SCD-MONTH PIC X(02).
      03  FILLER PIC X(01).
      03  SCD-DAY PIC X(02).
      03  FILLER PIC X(01).
      03  SCD-YEAR PIC X(04).
01  SCHGDATE.
      03  SCG-YEAR PIC X(04).
      03  SCG-MONTH PIC X(02).
      03  SCG-DAY PIC X(02).
01  SCHGDATEN REDEFINES SCHGDATE PIC 9(08).
01  SCHGDATE-SW PIC X VALUE 'N'.
      88  SCHGDATE-OK VALUE 'Y'.
01  SCHGAGE PIC S9(08).
01  SINPUTTRAILER-SW PIC X VALUE 'N'.
      88  SINPUT-TRAILER-FOUND VALUE 'Y'.
01  SINPUTCOUNT PIC 9(08) VALUE ZERO.
01  SINPUTTOTAL PIC S9(9)V99 VALUE ZERO.
01  STRAILERCOUNT PIC 9(08) VALUE ZERO.
01  STRAILERTOTAL PIC S9(9)V99 VALUE ZERO.
01  ACH-TABLE.
      03  AT-ENTRY OCCURS 3000 TIMES.
          05  AT-RECORD.
              07  AT-EMP-ID PIC X(05).
              07  AT-ROUTING PIC X(09).
              07  AT-ACCOUNT PIC X(17).
              07  AT-TRANS-CODE PIC X(02).
              07  AT-WEEK-END-DATE PIC X(08).
              07  AT-TRANS-TYPE PIC X(01).
              07  AT-AMOUNT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
          05  AT-DISPOSITION PIC X(01).
              88  AT-PASSED VALUE 'P'.
              88  AT-HELD VALUE 'H'.
              88  AT-RELEASED VALUE 'R'.
01  AT-COUNT PIC 9(04) VALUE ZERO.
01  AT-IDX PIC 9(04).
01  BANK-TABLE.
      03  BA-ENTRY OCCURS 3000 TIMES.
          05  BA-EMP-ID PIC X(05).
          05  BA-ROUTING PIC X(09).
          05  BA-ACCOUNT PIC X(17).
01  BA-COUNT PIC 9(04) VALUE ZERO.
01  BA-IDX PIC 9(04).
01  BANK-CHANGE-TABLE.
      03  BX-ENTRY OCCURS 500 TIMES.
          05  BX-EMP-ID PIC X(05).
          05  BX-CHANGE-DATE PIC X(08).
01  BX-COUNT PIC 9(03) VALUE ZERO.
01  BX-IDX PIC 9(03).
01  RATE-CHANGE-TABLE.
      03  RX-ENTRY OCCURS 500 TIMES.
          05  RX-EMP-ID PIC X(05).
          05  RX-CHANGE-DATE PIC X(08).
          05  RX-OLD-RATE PIC 999V99.
          05  RX-NEW-RATE PIC 999V99.
01  RX-COUNT PIC 9(03) VALUE ZERO.
01  RX-IDX PIC 9(03).
01  SBEFOREEMP PIC X(05) VALUE SPACES.
01  SBEFORERATE PIC 999V99.
01  SAFTERRATE PIC 999V99.
01  SRATEPCT PIC 9(5)V9.
01  REASON-TABLE.
      03  RN-REASON PIC X(40) OCCURS 8 TIMES.
01  RN-COUNT PIC 9(02) VALUE ZERO.
01  RN-IDX PIC 9(02).
01  SREASON PIC X(40).
01  SEMPNAME PIC X(20).
01  SHISTWEEKS PIC 9(03).
01  SHISTNET PIC S9(7)V99.
01  SHISTLASTWEEK PIC X(08).
01  SAVERAGENET PIC S9(7)V99.
01  SAVGLIMIT PIC S9(7)V99.
01  SWINDOWSTARTN PIC 9(08).
01  SWEEKN PIC 9(08).
01  SHOLDMATCH-SW PIC X VALUE SPACE.
      88  SHOLD-NONE VALUE SPACE.
      88  SHOLD-STILL-HELD VALUE 'H'.
      88  SHOLD-WAS-RELEASED VALUE 'R'.
01  SNEXTSEQ PIC 9(02).
01  SHOLDSEQ PIC 9(02).
01  SERRORFLAG PIC X(01) VALUE 'N'.
      88  SERROR-YES VALUE 'Y'.
      88  SERROR-NO  VALUE 'N'.
01  SERRORMSG PIC X(40) VALUE SPACES.
01  SCOUNTS.
      03  SHELDCOUNT PIC 9(06) VALUE ZERO.
      03  SHELDTOTAL PIC S9(9)V99 VALUE ZERO.
      03  SRELCOUNT PIC 9(06) VALUE ZERO.
      03  SRELTOTAL PIC S9(9)V99 VALUE ZERO.
      03  SCANCOUNT PIC 9(06) VALUE ZERO.
      03  SREJCOUNT PIC 9(06) VALUE ZERO.
      03  SPRIORRELCOUNT PIC 9(06) VALUE ZERO.
      03  SSTILLHELDCOUNT PIC 9(06) VALUE ZERO.
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
      03  FILLER PIC X(34)
          VALUE 'PAYMENT SCREENING EXCEPTIONS      '.
      03  SRH-DATE PIC X(10).
      03  FILLER PIC X(04) VALUE SPACES.
      03  FILLER PIC X(09) VALUE 'OPERATOR '.
      03  SRH-OPERATOR PIC X(08).
01  SR-SECTION-LINE.
      03  SRS-TITLE PIC X(60).
01  SR-COLUMN-LINE.
      03  FILLER PIC X(07) VALUE 'EMP ID '.
      03  FILLER PIC X(22) VALUE 'NAME                  '.
      03  FILLER PIC X(10) VALUE 'WEEK END  '.
      03  FILLER PIC X(03) VALUE 'TY '.
      03  FILLER PIC X(14) VALUE '       AMOUNT '.
      03  FILLER PIC X(05) VALUE 'HOLD '.
      03  FILLER PIC X(40) VALUE 'REASON'.
01  SR-DETAIL-LINE.
      03  SRD-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRD-EMP-NAME PIC X(20).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRD-WEEK-END PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRD-TRANS-TYPE PIC X(01).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRD-AMOUNT PIC Z,ZZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  SRD-SEQ-NO PIC X(02).
      03  FILLER PIC X(03) VALUE SPACES.
      03  SRD-REASON PIC X(40).
01  SR-REJECT-LINE.
      03  SRR-ACTION PIC X(01).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRR-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRR-WEEK-END PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRR-SEQ-NO PIC 9(02).
      03  FILLER PIC X(02) VALUE SPACES.
      03  SRR-MESSAGE PIC X(60).
01  SR-TOTAL-LINE.
      03  SRT-LABEL PIC X(30).
      03  SRT-COUNT PIC ZZ,ZZZ,ZZ9.
      03  FILLER PIC X(03) VALUE SPACES.
      03  SRT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
01  SR-SIGNOFF-LINE.
      03  FILLER PIC X(60)
          VALUE 'REVIEWED BY: ______________________  DATE: __________'.
01  SR-SIGNOFF-LINE-2.
      03  FILLER PIC X(60)
          VALUE 'RELEASE APPROVED BY: ______________  DATE: __________'.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 115-WRITE-HEADINGS.
      PERFORM 120-LOAD-PAYMENTS.
      PERFORM 123-LOAD-BANK-ACCOUNTS.
      PERFORM 124-LOAD-BANK-CHANGES.
      PERFORM 126-LOAD-RATE-CHANGES.
      PERFORM 130-APPLY-HOLD-RELEASES.
      PERFORM 140-SCREEN-PAYMENTS.
      PERFORM 170-REWRITE-PAYMENT-EXTRACT.
      PERFORM 180-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      PERFORM 950-END-RUN-STEP.
      STOP RUN.

110-OPEN-FILES.
      ACCEPT SOPERATORID FROM ENVIRONMENT "OPERATOR-ID".
      MOVE SDATEVARS TO STODAYN.
      COMPUTE STODAYNUM = FUNCTION INTEGER-OF-DATE (STODAYN).
      PERFORM 112-GET-RUN-WEEK.
      PERFORM 940-START-RUN-STEP.
      OPEN INPUT EMPLOYEE-MASTER-FILE.
      MOVE EM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT BANK-MASTER-FILE.
      MOVE BK-FILE-STATUS TO SABEND-STATUS.
      MOVE 'BANK-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT PAY-HISTORY-FILE.
      MOVE PH-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAY-HISTORY-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN I-O PAYMENT-HOLD-FILE.
      IF PD-FILE-STATUS = '35'
       OPEN OUTPUT PAYMENT-HOLD-FILE
       CLOSE PAYMENT-HOLD-FILE
       OPEN I-O PAYMENT-HOLD-FILE
      END-IF.
      MOVE PD-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAYMENT-HOLD-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT SCREEN-REPORT-FILE.
      MOVE SR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SCREEN-REPORT-FILE' TO SABEND-FILE-NAME.
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
           'RUN STOPPED'
        STOP RUN
      END-EVALUATE.
      MOVE SCURRENTGROUP TO SRUNKEYGROUP.

112-GET-RUN-WEEK.
      PERFORM 111-SET-PAY-GROUP.
      ACCEPT SRUNWEEK FROM ENVIRONMENT "PAY-WEEK-END".
      IF SRUNWEEK = SPACES
       OPEN INPUT PAY-PERIOD-FILE
       IF PP-FILE-STATUS = '00'
        MOVE SCURRENTKEY TO PP-CONTROL-KEY
        READ PAY-PERIOD-FILE
         INVALID KEY
          CONTINUE
         NOT INVALID KEY
          MOVE PP-WEEK-END-DATE TO SRUNWEEK
        END-READ
        CLOSE PAY-PERIOD-FILE
       END-IF
      END-IF.
      IF SRUNWEEK = SPACES OR SRUNWEEK NOT NUMERIC
       DISPLAY 'NO PAY WEEK ON FILE AND PAY-WEEK-END NOT SET - RUN '
          'STOPPED'
       STOP RUN
      END-IF.
      MOVE SRUNWEEK TO SRUNKEYWEEK.

115-WRITE-HEADINGS.
      MOVE SDATEDISPLAYINFO TO SRH-DATE.
      MOVE SOPERATORID TO SRH-OPERATOR.
      MOVE SR-HEADING-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

120-LOAD-PAYMENTS.
      OPEN INPUT ACH-DEPOSIT-FILE.
      IF AD-FILE-STATUS = '35'
       DISPLAY 'NO ACH DEPOSIT FILE - RELEASES ONLY'
       SET AD-EOF TO TRUE
      ELSE
       MOVE AD-FILE-STATUS TO SABEND-STATUS
       MOVE 'ACH-DEPOSIT-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      PERFORM UNTIL AD-EOF
       READ ACH-DEPOSIT-FILE
        AT END
         SET AD-EOF TO TRUE
        NOT AT END
         IF ADT-TRAILER-ID = '99999'
          SET SINPUT-TRAILER-FOUND TO TRUE
          MOVE ADT-RECORD-COUNT TO STRAILERCOUNT
          MOVE ADT-NET-TOTAL TO STRAILERTOTAL
         ELSE
          PERFORM 122-ADD-PAYMENT-ENTRY
         END-IF
       END-READ
      END-PERFORM.
      IF AD-FILE-STATUS NOT = '35'
       CLOSE ACH-DEPOSIT-FILE
      END-IF.
      IF SINPUT-TRAILER-FOUND
       IF STRAILERCOUNT NOT = SINPUTCOUNT
          OR STRAILERTOTAL NOT = SINPUTTOTAL
        DISPLAY 'ACH DEPOSIT FILE OUT OF BALANCE - TRAILER COUNT '
           STRAILERCOUNT ' TOTAL ' STRAILERTOTAL ' DETAIL COUNT '
           SINPUTCOUNT ' TOTAL ' SINPUTTOTAL ' - NOT SCREENED'
        MOVE '0016' TO SRUNCODE
        PERFORM 955-FAIL-RUN-STEP
        STOP RUN
       END-IF
      ELSE
       IF SINPUTCOUNT > ZERO
        DISPLAY 'ACH DEPOSIT FILE HAS NO TRAILER - NOT SCREENED'
        MOVE '0016' TO SRUNCODE
        PERFORM 955-FAIL-RUN-STEP
        STOP RUN
       END-IF
      END-IF.

122-ADD-PAYMENT-ENTRY.
      IF AT-COUNT < 3000
       ADD 1 TO AT-COUNT
       MOVE ACH-DEPOSIT-RECORD TO AT-RECORD (AT-COUNT)
       MOVE 'P' TO AT-DISPOSITION (AT-COUNT)
       ADD 1 TO SINPUTCOUNT
       ADD AD-AMOUNT TO SINPUTTOTAL
      ELSE
       DISPLAY 'PAYMENT TABLE FULL AT EMP ' AD-EMP-ID
          ' - NOT SCREENED'
       MOVE '0016' TO SRUNCODE
       PERFORM 955-FAIL-RUN-STEP
       STOP RUN
      END-IF.

123-LOAD-BANK-ACCOUNTS.
      MOVE LOW-VALUES TO BK-EMP-ID.
      START BANK-MASTER-FILE KEY >= BK-EMP-ID
       INVALID KEY
        SET BK-EOF TO TRUE
      END-START.
      PERFORM UNTIL BK-EOF
       READ BANK-MASTER-FILE NEXT RECORD
        AT END
         SET BK-EOF TO TRUE
        NOT AT END
         IF BA-COUNT < 3000
          ADD 1 TO BA-COUNT
          MOVE BK-EMP-ID TO BA-EMP-ID (BA-COUNT)
          MOVE BK-ROUTING TO BA-ROUTING (BA-COUNT)
          MOVE BK-ACCOUNT TO BA-ACCOUNT (BA-COUNT)
         ELSE
          DISPLAY 'BANK TABLE FULL - EMP ' BK-EMP-ID
             ' NOT CHECKED FOR SHARED ACCOUNT'
         END-IF
       END-READ
      END-PERFORM.

124-LOAD-BANK-CHANGES.
      MOVE 'N' TO SCHGDATE-SW.
      OPEN INPUT BANK-CHANGE-FILE.
      IF BC-FILE-STATUS = '35'
       DISPLAY 'NO BANK CHANGE REPORT - BANK CHANGES NOT SCREENED'
      ELSE
       MOVE BC-FILE-STATUS TO SABEND-STATUS
       MOVE 'BANK-CHANGE-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       PERFORM UNTIL BC-EOF
        READ BANK-CHANGE-FILE
         AT END
          SET BC-EOF TO TRUE
         NOT AT END
          EVALUATE TRUE
           WHEN BC-HEADING-TITLE = 'BANK ACCOUNT CHANGE REPORT     '
            MOVE BC-HEADING-DATE TO SCHGDISPDATE
            PERFORM 129-SET-CHANGE-DATE
           WHEN SCHGDATE-OK AND (BC-ACTION = 'A' OR BC-ACTION = 'C')
              AND BC-ROUTING NUMERIC
            PERFORM 125-ADD-BANK-CHANGE
          END-EVALUATE
        END-READ
       END-PERFORM
       CLOSE BANK-CHANGE-FILE
      END-IF.

125-ADD-BANK-CHANGE.
      IF SCHGAGE >= ZERO AND SCHGAGE <= SCHGWINDOWDAYS
       IF BX-COUNT < 500
        ADD 1 TO BX-COUNT
        MOVE BC-EMP-ID TO BX-EMP-ID (BX-COUNT)
        MOVE SCHGDATE TO BX-CHANGE-DATE (BX-COUNT)
       ELSE
        DISPLAY 'BANK CHANGE TABLE FULL - EMP ' BC-EMP-ID
           ' NOT SCREENED'
       END-IF
      END-IF.

126-LOAD-RATE-CHANGES.
      MOVE 'N' TO SCHGDATE-SW.
      OPEN INPUT EMP-CHANGE-FILE.
      IF EC-FILE-STATUS = '35'
       DISPLAY 'NO EMPLOYEE CHANGE REPORT - RATE CHANGES NOT SCREENED'
      ELSE
       MOVE EC-FILE-STATUS TO SABEND-STATUS
       MOVE 'EMP-CHANGE-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       PERFORM UNTIL EC-EOF
        READ EMP-CHANGE-FILE
         AT END
          SET EC-EOF TO TRUE
         NOT AT END
          EVALUATE TRUE
           WHEN EC-HEADING-TITLE = 'EMPLOYEE MASTER CHANGE REPORT  '
            MOVE EC-HEADING-DATE TO SCHGDISPDATE
            PERFORM 129-SET-CHANGE-DATE
            MOVE SPACES TO SBEFOREEMP
           WHEN SCHGDATE-OK AND EC-ACTION = 'C'
              AND EC-IMAGE = 'BEFORE '
            MOVE EC-EMP-ID TO SBEFOREEMP
            MOVE EC-RATE TO SBEFORERATE
           WHEN SCHGDATE-OK AND EC-ACTION = 'C'
              AND EC-IMAGE = 'AFTER  ' AND EC-EMP-ID = SBEFOREEMP
            MOVE EC-RATE TO SAFTERRATE
            PERFORM 127-ADD-RATE-CHANGE
            MOVE SPACES TO SBEFOREEMP
          END-EVALUATE
        END-READ
       END-PERFORM
       CLOSE EMP-CHANGE-FILE
      END-IF.

127-ADD-RATE-CHANGE.
      IF SCHGAGE >= ZERO AND SCHGAGE <= SCHGWINDOWDAYS
         AND SBEFORERATE > ZERO AND SAFTERRATE NOT = SBEFORERATE
       IF SAFTERRATE > SBEFORERATE
        COMPUTE SRATEPCT ROUNDED =
           (SAFTERRATE - SBEFORERATE) * 100 / SBEFORERATE
       ELSE
        COMPUTE SRATEPCT ROUNDED =
           (SBEFORERATE - SAFTERRATE) * 100 / SBEFORERATE
       END-IF
       IF SRATEPCT > SRATEPCTLIMIT
        IF RX-COUNT < 500
         ADD 1 TO RX-COUNT
         MOVE EC-EMP-ID TO RX-EMP-ID (RX-COUNT)
         MOVE SCHGDATE TO RX-CHANGE-DATE (RX-COUNT)
         MOVE SBEFORERATE TO RX-OLD-RATE (RX-COUNT)
         MOVE SAFTERRATE TO RX-NEW-RATE (RX-COUNT)
        ELSE
         DISPLAY 'RATE CHANGE TABLE FULL - EMP ' EC-EMP-ID
            ' NOT SCREENED'
        END-IF
       END-IF
      END-IF.

129-SET-CHANGE-DATE.
      MOVE 'N' TO SCHGDATE-SW.
      MOVE SCD-YEAR TO SCG-YEAR.
      MOVE SCD-MONTH TO SCG-MONTH.
      MOVE SCD-DAY TO SCG-DAY.
      IF SCHGDATE NUMERIC
       IF FUNCTION TEST-DATE-YYYYMMDD (SCHGDATEN) = 0
        SET SCHGDATE-OK TO TRUE
        COMPUTE SCHGAGE = STODAYNUM
           - FUNCTION INTEGER-OF-DATE (SCHGDATEN)
       END-IF
      END-IF.

130-APPLY-HOLD-RELEASES.
      MOVE 'HOLD RELEASES AND CANCELLATIONS' TO SRS-TITLE.
      MOVE SR-SECTION-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      OPEN INPUT HOLD-RELEASE-FILE.
      IF HR-FILE-STATUS = '35'
       SET HR-EOF TO TRUE
      ELSE
       MOVE HR-FILE-STATUS TO SABEND-STATUS
       MOVE 'HOLD-RELEASE-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      PERFORM UNTIL HR-EOF
       READ HOLD-RELEASE-FILE
        AT END
         SET HR-EOF TO TRUE
        NOT AT END
         PERFORM 135-APPLY-HOLD-ACTION
       END-READ
      END-PERFORM.
      IF HR-FILE-STATUS NOT = '35'
       CLOSE HOLD-RELEASE-FILE
      END-IF.
      MOVE SPACES TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

135-APPLY-HOLD-ACTION.
      SET SERROR-NO TO TRUE.
      MOVE SPACES TO SERRORMSG.
      MOVE HR-EMP-ID TO PD-EMP-ID.
      MOVE HR-WEEK-END-DATE TO PD-WEEK-END-DATE.
      MOVE HR-SEQ-NO TO PD-SEQ-NO.
      IF NOT HR-RELEASE AND NOT HR-CANCEL
       SET SERROR-YES TO TRUE
       MOVE 'INVALID ACTION CODE' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND HR-SEQ-NO NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'HOLD SEQUENCE NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO
       READ PAYMENT-HOLD-FILE
        INVALID KEY
         SET SERROR-YES TO TRUE
         MOVE 'HOLD NOT ON FILE' TO SERRORMSG
       END-READ
      END-IF.
      IF SERROR-NO AND NOT PD-HELD
       SET SERROR-YES TO TRUE
       MOVE 'PAYMENT NO LONGER ON HOLD' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND HR-RELEASE AND AT-COUNT NOT < 3000
       SET SERROR-YES TO TRUE
       MOVE 'PAYMENT TABLE FULL - RELEASE NEXT RUN' TO SERRORMSG
      END-IF.
      IF SERROR-YES
       PERFORM 176-WRITE-REJECT-LINE
      ELSE
       MOVE SDATEVARS TO PD-ACTION-DATE
       MOVE SOPERATORID TO PD-ACTION-OPERATOR
       IF HR-RELEASE
        MOVE 'R' TO PD-STATUS
        PERFORM 137-ADD-RELEASED-PAYMENT
        MOVE 'RELEASED BY SUPERVISOR' TO SREASON
        ADD 1 TO SRELCOUNT
        ADD PD-AMOUNT TO SRELTOTAL
       ELSE
        MOVE 'C' TO PD-STATUS
        MOVE 'CANCELLED - NOT TO BE PAID BY ACH' TO SREASON
        ADD 1 TO SCANCOUNT
       END-IF
       REWRITE PAYMENT-HOLD-RECORD
       MOVE PD-FILE-STATUS TO SABEND-STATUS
       MOVE 'PAYMENT-HOLD-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       PERFORM 138-WRITE-HOLD-ACTION-LINE
      END-IF.

137-ADD-RELEASED-PAYMENT.
      ADD 1 TO AT-COUNT.
      MOVE PD-EMP-ID TO AT-EMP-ID (AT-COUNT).
      MOVE PD-ROUTING TO AT-ROUTING (AT-COUNT).
      MOVE PD-ACCOUNT TO AT-ACCOUNT (AT-COUNT).
      MOVE PD-TRANS-CODE TO AT-TRANS-CODE (AT-COUNT).
      MOVE PD-WEEK-END-DATE TO AT-WEEK-END-DATE (AT-COUNT).
      MOVE PD-TRANS-TYPE TO AT-TRANS-TYPE (AT-COUNT).
      MOVE PD-AMOUNT TO AT-AMOUNT (AT-COUNT).
      MOVE 'R' TO AT-DISPOSITION (AT-COUNT).

138-WRITE-HOLD-ACTION-LINE.
      PERFORM 165-GET-EMP-NAME.
      MOVE SPACES TO SR-DETAIL-LINE.
      MOVE PD-EMP-ID TO SRD-EMP-ID.
      MOVE SEMPNAME TO SRD-EMP-NAME.
      MOVE PD-WEEK-END-DATE TO SRD-WEEK-END.
      MOVE PD-TRANS-TYPE TO SRD-TRANS-TYPE.
      MOVE PD-AMOUNT TO SRD-AMOUNT.
      MOVE PD-SEQ-NO TO SRD-SEQ-NO.
      MOVE SREASON TO SRD-REASON.
      MOVE SR-DETAIL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

140-SCREEN-PAYMENTS.
      MOVE 'PAYMENTS HELD FOR REVIEW' TO SRS-TITLE.
      MOVE SR-SECTION-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SR-COLUMN-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
       IF AT-PASSED (AT-IDX)
        PERFORM 145-SCREEN-ONE-PAYMENT
       END-IF
      END-PERFORM.

145-SCREEN-ONE-PAYMENT.
      PERFORM 160-FIND-PRIOR-HOLD.
      IF SHOLD-WAS-RELEASED
       ADD 1 TO SPRIORRELCOUNT
      ELSE
       MOVE ZERO TO RN-COUNT
       PERFORM 150-CHECK-EMPLOYEE
       PERFORM 152-CHECK-SHARED-ACCOUNT
       PERFORM 154-CHECK-BANK-CHANGE
       PERFORM 156-CHECK-RATE-CHANGE
       PERFORM 158-CHECK-NET-PAY
       IF SHOLD-STILL-HELD
        MOVE 'H' TO AT-DISPOSITION (AT-IDX)
        ADD 1 TO SSTILLHELDCOUNT
        MOVE 'ALREADY ON HOLD - NOT RESENT' TO SREASON
        PERFORM 149-ADD-REASON
        PERFORM 168-WRITE-HELD-PAYMENT
       ELSE
        IF RN-COUNT > ZERO
         MOVE 'H' TO AT-DISPOSITION (AT-IDX)
         PERFORM 162-WRITE-HOLD-RECORD
         PERFORM 168-WRITE-HELD-PAYMENT
         ADD 1 TO SHELDCOUNT
         ADD AT-AMOUNT (AT-IDX) TO SHELDTOTAL
        END-IF
       END-IF
      END-IF.

149-ADD-REASON.
      IF RN-COUNT < 8
       ADD 1 TO RN-COUNT
       MOVE SREASON TO RN-REASON (RN-COUNT)
      END-IF.

150-CHECK-EMPLOYEE.
      MOVE AT-EMP-ID (AT-IDX) TO EM-EMP-ID.
      READ EMPLOYEE-MASTER-FILE
       INVALID KEY
        MOVE SPACES TO SEMPNAME
        MOVE 'EMPLOYEE NOT ON MASTER' TO SREASON
        PERFORM 149-ADD-REASON
       NOT INVALID KEY
        MOVE EM-EMP-NAME TO SEMPNAME
        IF EM-TERMINATED AND AT-TRANS-TYPE (AT-IDX) NOT = 'F'
         MOVE 'EMPLOYEE TERMINATED' TO SREASON
         PERFORM 149-ADD-REASON
        END-IF
      END-READ.

152-CHECK-SHARED-ACCOUNT.
      PERFORM VARYING BA-IDX FROM 1 BY 1 UNTIL BA-IDX > BA-COUNT
       IF BA-ROUTING (BA-IDX) = AT-ROUTING (AT-IDX)
          AND BA-ACCOUNT (BA-IDX) = AT-ACCOUNT (AT-IDX)
          AND BA-EMP-ID (BA-IDX) NOT = AT-EMP-ID (AT-IDX)
        MOVE SPACES TO SREASON
        STRING 'ACCOUNT ALSO ON FILE FOR EMP ' BA-EMP-ID (BA-IDX)
           DELIMITED BY SIZE INTO SREASON
        PERFORM 149-ADD-REASON
       END-IF
      END-PERFORM.

154-CHECK-BANK-CHANGE.
      PERFORM VARYING BX-IDX FROM 1 BY 1 UNTIL BX-IDX > BX-COUNT
       IF BX-EMP-ID (BX-IDX) = AT-EMP-ID (AT-IDX)
        MOVE SPACES TO SREASON
        STRING 'BANK ACCOUNT CHANGED ' BX-CHANGE-DATE (BX-IDX)
           DELIMITED BY SIZE INTO SREASON
        PERFORM 149-ADD-REASON
       END-IF
      END-PERFORM.

156-CHECK-RATE-CHANGE.
      PERFORM VARYING RX-IDX FROM 1 BY 1 UNTIL RX-IDX > RX-COUNT
       IF RX-EMP-ID (RX-IDX) = AT-EMP-ID (AT-IDX)
        MOVE SPACES TO SREASON
        STRING 'PAY RATE CHANGED OVER LIMIT ' RX-CHANGE-DATE (RX-IDX)
           DELIMITED BY SIZE INTO SREASON
        PERFORM 149-ADD-REASON
       END-IF
      END-PERFORM.

158-CHECK-NET-PAY.
      IF AT-AMOUNT (AT-IDX) > SNETLIMIT
       MOVE 'NET PAY OVER LIMIT' TO SREASON
       PERFORM 149-ADD-REASON
      END-IF.
      IF AT-AMOUNT (AT-IDX) > ZERO
       PERFORM 159-GET-RECENT-AVERAGE
       IF SHISTWEEKS > ZERO AND SAVERAGENET > ZERO
        COMPUTE SAVGLIMIT ROUNDED =
           SAVERAGENET * (100 + SAVGPCTLIMIT) / 100
        IF AT-AMOUNT (AT-IDX) > SAVGLIMIT
         MOVE 'NET PAY FAR ABOVE RECENT AVERAGE' TO SREASON
         PERFORM 149-ADD-REASON
        END-IF
       END-IF
      END-IF.

159-GET-RECENT-AVERAGE.
      MOVE ZERO TO SHISTWEEKS.
      MOVE ZERO TO SHISTNET.
      MOVE ZERO TO SAVERAGENET.
      MOVE SPACES TO SHISTLASTWEEK.
      MOVE AT-WEEK-END-DATE (AT-IDX) TO SWEEKN.
      IF AT-WEEK-END-DATE (AT-IDX) NUMERIC
       COMPUTE SWINDOWSTARTN = FUNCTION DATE-OF-INTEGER
          (FUNCTION INTEGER-OF-DATE (SWEEKN) - SAVGWEEKS * 7)
       MOVE AT-EMP-ID (AT-IDX) TO PH-EMP-ID
       MOVE SWINDOWSTARTN TO PH-WEEK-END-DATE
       MOVE ZERO TO PH-SEQ-NO
       MOVE 'N' TO PH-EOF-SW
       START PAY-HISTORY-FILE KEY >= PH-KEY
        INVALID KEY
         SET PH-EOF TO TRUE
       END-START
       PERFORM UNTIL PH-EOF
        READ PAY-HISTORY-FILE NEXT RECORD
         AT END
          SET PH-EOF TO TRUE
         NOT AT END
          IF PH-EMP-ID NOT = AT-EMP-ID (AT-IDX)
             OR PH-WEEK-END-DATE NOT < AT-WEEK-END-DATE (AT-IDX)
           SET PH-EOF TO TRUE
          ELSE
           ADD PH-NET-PAY TO SHISTNET
           IF PH-WEEK-END-DATE NOT = SHISTLASTWEEK
            ADD 1 TO SHISTWEEKS
            MOVE PH-WEEK-END-DATE TO SHISTLASTWEEK
           END-IF
          END-IF
        END-READ
       END-PERFORM
       IF SHISTWEEKS > ZERO
        COMPUTE SAVERAGENET ROUNDED = SHISTNET / SHISTWEEKS
       END-IF
      END-IF.

160-FIND-PRIOR-HOLD.
      MOVE SPACE TO SHOLDMATCH-SW.
      MOVE ZERO TO SNEXTSEQ.
      MOVE AT-EMP-ID (AT-IDX) TO PD-EMP-ID.
      MOVE AT-WEEK-END-DATE (AT-IDX) TO PD-WEEK-END-DATE.
      MOVE ZERO TO PD-SEQ-NO.
      MOVE 'N' TO PD-EOF-SW.
      START PAYMENT-HOLD-FILE KEY >= PD-KEY
       INVALID KEY
        SET PD-EOF TO TRUE
      END-START.
      PERFORM UNTIL PD-EOF
       READ PAYMENT-HOLD-FILE NEXT RECORD
        AT END
         SET PD-EOF TO TRUE
        NOT AT END
         IF PD-EMP-ID NOT = AT-EMP-ID (AT-IDX)
            OR PD-WEEK-END-DATE NOT = AT-WEEK-END-DATE (AT-IDX)
          SET PD-EOF TO TRUE
         ELSE
          MOVE PD-SEQ-NO TO SNEXTSEQ
          IF PD-TRANS-TYPE = AT-TRANS-TYPE (AT-IDX)
             AND PD-AMOUNT = AT-AMOUNT (AT-IDX)
             AND PD-ACCOUNT = AT-ACCOUNT (AT-IDX)
             AND SHOLD-NONE
           EVALUATE TRUE
            WHEN PD-HELD
             SET SHOLD-STILL-HELD TO TRUE
             MOVE PD-SEQ-NO TO SHOLDSEQ
            WHEN PD-RELEASED
             SET SHOLD-WAS-RELEASED TO TRUE
           END-EVALUATE
          END-IF
         END-IF
       END-READ
      END-PERFORM.

162-WRITE-HOLD-RECORD.
      MOVE SPACES TO PAYMENT-HOLD-RECORD.
      MOVE AT-EMP-ID (AT-IDX) TO PD-EMP-ID.
      MOVE AT-WEEK-END-DATE (AT-IDX) TO PD-WEEK-END-DATE.
      COMPUTE PD-SEQ-NO = SNEXTSEQ + 1.
      MOVE PD-SEQ-NO TO SHOLDSEQ.
      MOVE 'H' TO PD-STATUS.
      MOVE AT-ROUTING (AT-IDX) TO PD-ROUTING.
      MOVE AT-ACCOUNT (AT-IDX) TO PD-ACCOUNT.
      MOVE AT-TRANS-CODE (AT-IDX) TO PD-TRANS-CODE.
      MOVE AT-TRANS-TYPE (AT-IDX) TO PD-TRANS-TYPE.
      MOVE AT-AMOUNT (AT-IDX) TO PD-AMOUNT.
      MOVE SDATEVARS TO PD-HOLD-DATE.
      MOVE RN-REASON (1) TO PD-REASON.
      WRITE PAYMENT-HOLD-RECORD.
      MOVE PD-FILE-STATUS TO SABEND-STATUS.
      MOVE 'PAYMENT-HOLD-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

165-GET-EMP-NAME.
      MOVE PD-EMP-ID TO EM-EMP-ID.
      READ EMPLOYEE-MASTER-FILE
       INVALID KEY
        MOVE SPACES TO SEMPNAME
       NOT INVALID KEY
        MOVE EM-EMP-NAME TO SEMPNAME
      END-READ.

168-WRITE-HELD-PAYMENT.
      PERFORM VARYING RN-IDX FROM 1 BY 1 UNTIL RN-IDX > RN-COUNT
       MOVE SPACES TO SR-DETAIL-LINE
       IF RN-IDX = 1
        MOVE AT-EMP-ID (AT-IDX) TO SRD-EMP-ID
        MOVE SEMPNAME TO SRD-EMP-NAME
        MOVE AT-WEEK-END-DATE (AT-IDX) TO SRD-WEEK-END
        MOVE AT-TRANS-TYPE (AT-IDX) TO SRD-TRANS-TYPE
        MOVE AT-AMOUNT (AT-IDX) TO SRD-AMOUNT
        MOVE SHOLDSEQ TO SRD-SEQ-NO
       END-IF
       MOVE RN-REASON (RN-IDX) TO SRD-REASON
       MOVE SR-DETAIL-LINE TO SCREEN-REPORT-RECORD
       PERFORM 175-WRITE-REPORT-LINE
      END-PERFORM.

170-REWRITE-PAYMENT-EXTRACT.
      MOVE ZERO TO SINPUTCOUNT.
      MOVE ZERO TO SINPUTTOTAL.
      OPEN OUTPUT ACH-DEPOSIT-FILE.
      MOVE AD-FILE-STATUS TO SABEND-STATUS.
      MOVE 'ACH-DEPOSIT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
       IF NOT AT-HELD (AT-IDX)
        MOVE AT-RECORD (AT-IDX) TO ACH-DEPOSIT-RECORD
        WRITE ACH-DEPOSIT-RECORD
        MOVE AD-FILE-STATUS TO SABEND-STATUS
        MOVE 'ACH-DEPOSIT-FILE' TO SABEND-FILE-NAME
        PERFORM 930-CHECK-FILE-STATUS
        ADD 1 TO SINPUTCOUNT
        ADD AT-AMOUNT (AT-IDX) TO SINPUTTOTAL
       END-IF
      END-PERFORM.
      MOVE SPACES TO ACH-TRAILER-RECORD.
      MOVE '99999' TO ADT-TRAILER-ID.
      MOVE SINPUTCOUNT TO ADT-RECORD-COUNT.
      MOVE SINPUTTOTAL TO ADT-NET-TOTAL.
      WRITE ACH-TRAILER-RECORD.
      MOVE AD-FILE-STATUS TO SABEND-STATUS.
      MOVE 'ACH-DEPOSIT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      CLOSE ACH-DEPOSIT-FILE.

175-WRITE-REPORT-LINE.
      WRITE SCREEN-REPORT-RECORD.
      MOVE SR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'SCREEN-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

176-WRITE-REJECT-LINE.
      MOVE SPACES TO SR-REJECT-LINE.
      MOVE HR-ACTION TO SRR-ACTION.
      MOVE HR-EMP-ID TO SRR-EMP-ID.
      MOVE HR-WEEK-END-DATE TO SRR-WEEK-END.
      MOVE HR-SEQ-NO TO SRR-SEQ-NO.
      MOVE SPACES TO SRR-MESSAGE.
      STRING 'REJECTED ' SERRORMSG DELIMITED BY SIZE INTO SRR-MESSAGE.
      MOVE SR-REJECT-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      ADD 1 TO SREJCOUNT.

180-WRITE-TOTALS.
      MOVE SPACES TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO SR-TOTAL-LINE.
      MOVE 'ACH PAYMENTS RECEIVED' TO SRT-LABEL.
      MOVE STRAILERCOUNT TO SRT-COUNT.
      MOVE STRAILERTOTAL TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'NEWLY HELD FOR REVIEW' TO SRT-LABEL.
      MOVE SHELDCOUNT TO SRT-COUNT.
      MOVE SHELDTOTAL TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'RELEASED FROM HOLD' TO SRT-LABEL.
      MOVE SRELCOUNT TO SRT-COUNT.
      MOVE SRELTOTAL TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'ACH PAYMENTS RELEASED' TO SRT-LABEL.
      MOVE SINPUTCOUNT TO SRT-COUNT.
      MOVE SINPUTTOTAL TO SRT-AMOUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO SR-TOTAL-LINE.
      MOVE 'STILL ON HOLD - NOT RESENT' TO SRT-LABEL.
      MOVE SSTILLHELDCOUNT TO SRT-COUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'PREVIOUSLY RELEASED - PASSED' TO SRT-LABEL.
      MOVE SPRIORRELCOUNT TO SRT-COUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'HOLDS CANCELLED' TO SRT-LABEL.
      MOVE SCANCOUNT TO SRT-COUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'RELEASE REQUESTS REJECTED' TO SRT-LABEL.
      MOVE SREJCOUNT TO SRT-COUNT.
      MOVE SR-TOTAL-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SR-SIGNOFF-LINE TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SR-SIGNOFF-LINE-2 TO SCREEN-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      IF SHELDCOUNT > 0 OR SSTILLHELDCOUNT > 0 OR SREJCOUNT > 0
       MOVE '0004' TO SRUNCODE
      END-IF.
      MOVE 'RELEASED' TO SRUNCOUNTLABEL.
      MOVE SINPUTCOUNT TO SRUNCOUNT.
      MOVE 'ACH NET' TO SRUNAMOUNTLABEL.
      MOVE SINPUTTOTAL TO SRUNAMOUNT.

190-CLOSE-FILES.
      CLOSE EMPLOYEE-MASTER-FILE.
      CLOSE BANK-MASTER-FILE.
      CLOSE PAY-HISTORY-FILE.
      CLOSE PAYMENT-HOLD-FILE.
      CLOSE SCREEN-REPORT-FILE.

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
