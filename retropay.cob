    SELECT RETRO-REPORT-FILE ASSIGN TO "RETRORPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RR-FILE-STATUS.
    SELECT WH-PROFILE-FILE ASSIGN TO "WHPROF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WP-EMP-ID
        FILE STATUS IS WP-FILE-STATUS.
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
FD  RATE-HISTORY-FILE.
01  RATE-HISTORY-RECORD.
      03  RH-KEY.
      03  PH-BENEFITS PIC S9(5)V99.
      03  PH-VOL-DED PIC S9(5)V99.
      03  PH-NET-PAY PIC S9(6)V99.
      03  PH-PTO-PAYOUT-HOURS PIC S9(4)V99.
      03  PH-PTO-PAYOUT-PAY PIC S9(5)V99.
      03  PH-WEEKS-WORKED PIC S9(02).
      03  PH-CHECK-NO PIC 9(08).
FD  RETRO-TRANSACTION-FILE.
01  RETRO-TRANSACTION-RECORD.
      03  RT-EMP-ID PIC X(05).
      03  RT-DEPT-CODE PIC X(04).
FD  RETRO-REPORT-FILE.
01  RETRO-REPORT-RECORD PIC X(100).
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
WORKING-STORAGE SECTION.
01  EM-FILE-STATUS PIC XX.
01  RH-FILE-STATUS PIC XX.
01  PH-FILE-STATUS PIC XX.
01  RT-FILE-STATUS PIC XX.
01  RR-FILE-STATUS PIC XX.
01  WP-FILE-STATUS PIC XX.
01  SEMPADJSTART PIC 9(5).
01  RH-EOF-SW PIC X VALUE 'N'.
      88  RH-EOF VALUE 'Y'.
01  PH-EOF-SW PIC X VALUE 'N'.
01  SWKHOURS PIC S9(4)V99 VALUE ZERO.
01  SWKGROSS PIC S9(6)V99 VALUE ZERO.
01  SWKHOLDIFF PIC S9(5)V99 VALUE ZERO.
01  SWKREGHRS PIC S9(4)V99 VALUE ZERO.
01  SWKOTHRS PIC S9(4)V99 VALUE ZERO.
01  SWKDBLHRS PIC S9(4)V99 VALUE ZERO.
01  SMULTIWEEK-SW PIC X VALUE 'N'.
      88  SEMP-MULTIWEEK VALUE 'Y'.
01  SHRSTO40 PIC 999V99.
01  SOVERTIME PIC 999V99.
01  SDBLTIME PIC 999V99.
      03  RRD-NEW-GROSS PIC ZZ,ZZ9.99-.
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRD-DIFF PIC ZZ,ZZ9.99-.
01  RR-WH-PROFILE-LINE.
      03  FILLER PIC X(07) VALUE SPACES.
      03  FILLER PIC X(21) VALUE 'WITHHOLDING PROFILE  '.
      03  FILLER PIC X(07) VALUE 'FILING '.
      03  RRW-FILING-STATUS PIC X(01).
      03  FILLER PIC X(08) VALUE '  ALLOW '.
      03  RRW-ALLOWANCES PIC Z9.
      03  FILLER PIC X(09) VALUE '  DEP CR '.
      03  RRW-DEPENDENT-AMT PIC ZZ,ZZ9.99.
      03  FILLER PIC X(08) VALUE '  EXTRA '.
      03  RRW-EXTRA-WH PIC Z,ZZ9.99.
      03  FILLER PIC X(09) VALUE '  EXEMPT '.
      03  RRW-EXEMPT-FLAG PIC X(01).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RRW-EXEMPT-EXPIRES PIC X(08).
01  RR-TOTAL-LINE.
      03  RRT-LABEL PIC X(30).
      03  RRT-COUNT PIC ZZ,ZZ9.
      MOVE RR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RETRO-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT WH-PROFILE-FILE.
      IF WP-FILE-STATUS = '35'
       OPEN OUTPUT WH-PROFILE-FILE
       CLOSE WH-PROFILE-FILE
       OPEN INPUT WH-PROFILE-FILE
      END-IF.
      MOVE WP-FILE-STATUS TO SABEND-STATUS.
      MOVE 'WH-PROFILE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

115-WRITE-HEADINGS.
      MOVE SDATEDISPLAYINFO TO RRH-DATE.
        ADD 1 TO SSUPCOUNT
       ELSE
        IF NOT EM-SALARIED
         MOVE SADJCOUNT TO SEMPADJSTART
         PERFORM 150-SCAN-EMPLOYEE-HISTORY
         IF SADJCOUNT > SEMPADJSTART
          PERFORM 166-WRITE-WH-PROFILE-LINE
         END-IF
        END-IF
        ADD 1 TO SCHGCOUNT
       END-IF
       INVALID KEY
        MOVE 'NOT ON MASTER' TO EM-EMP-NAME
        MOVE 'H' TO EM-PAY-TYPE
        MOVE SPACE TO EM-PAY-GROUP
      END-READ.
      IF EM-GROUP-BIWEEKLY OR EM-GROUP-SEMIMONTHLY
       SET SEMP-MULTIWEEK TO TRUE
      ELSE
       MOVE 'N' TO SMULTIWEEK-SW
      END-IF.

150-SCAN-EMPLOYEE-HISTORY.
      MOVE SPACES TO SWKWEEK.
      MOVE ZERO TO SWKHOURS.
      MOVE ZERO TO SWKGROSS.
      MOVE ZERO TO SWKHOLDIFF.
      MOVE ZERO TO SWKREGHRS.
      MOVE ZERO TO SWKOTHRS.
      MOVE ZERO TO SWKDBLHRS.
      MOVE 'N' TO PH-EOF-SW.
      MOVE RW-EMP-ID (RW-IDX) TO PH-EMP-ID.
      MOVE LOW-VALUES TO PH-WEEK-END-DATE.
           PERFORM 155-WEEK-BREAK
           MOVE PH-WEEK-END-DATE TO SWKWEEK
          END-IF
          IF PH-TRANS-TYPE = 'P' OR PH-TRANS-TYPE = 'F'
           ADD 1 TO SWKPAYCNT
          END-IF
          IF PH-TRANS-TYPE = 'V'
          ADD PH-OT-HOURS TO SWKHOURS
          ADD PH-DBL-HOURS TO SWKHOURS
          ADD PH-GROSS-PAY TO SWKGROSS
          SUBTRACT PH-PTO-PAYOUT-PAY FROM SWKGROSS
          ADD PH-HOLIDAY-DIFF TO SWKHOLDIFF
          ADD PH-REG-HOURS TO SWKREGHRS
          ADD PH-OT-HOURS TO SWKOTHRS
          ADD PH-DBL-HOURS TO SWKDBLHRS
         END-IF
       END-READ
      END-PERFORM.
         AND SWKHOURS > ZERO
       PERFORM 158-CALC-NEW-GROSS
       IF SNEWGROSS NOT = SWKGROSS
        IF SEMP-MULTIWEEK AND SWKHOURS > 40
         PERFORM 165-WRITE-RETRO-LINE
         MOVE '       PAY PERIOD OVER 40 HOURS - KEY THE ADJUSTMENT  '
            TO RETRO-REPORT-RECORD
         PERFORM 170-WRITE-REPORT-LINE
         MOVE '       ONE LINE PER WORKWEEK - NONE GENERATED         '
            TO RETRO-REPORT-RECORD
         PERFORM 170-WRITE-REPORT-LINE
        ELSE
         PERFORM 160-WRITE-ADJUSTMENT
         PERFORM 165-WRITE-RETRO-LINE
        END-IF
       END-IF
      END-IF.
      MOVE ZERO TO SWKPAYCNT.
      MOVE ZERO TO SWKHOURS.
      MOVE ZERO TO SWKGROSS.
      MOVE ZERO TO SWKHOLDIFF.
      MOVE ZERO TO SWKREGHRS.
      MOVE ZERO TO SWKOTHRS.
      MOVE ZERO TO SWKDBLHRS.

158-CALC-NEW-GROSS.
      IF SEMP-MULTIWEEK
       MOVE SWKREGHRS TO SHRSTO40
       MOVE SWKOTHRS TO SOVERTIME
       MOVE SWKDBLHRS TO SDBLTIME
      ELSE
       PERFORM 159-SPLIT-WEEK-HOURS
      END-IF.
      COMPUTE SNEWGROSS ROUNDED =
         (SHRSTO40 * RW-NEW-RATE (RW-IDX))
         + (SOVERTIME * RW-NEW-RATE (RW-IDX) * 1.5)
         + (SDBLTIME * RW-NEW-RATE (RW-IDX) * 2)
         + SWKHOLDIFF.
      COMPUTE SRETRODIFF = SNEWGROSS - SWKGROSS.

159-SPLIT-WEEK-HOURS.
      IF SWKHOURS <= 40
       MOVE SWKHOURS TO SHRSTO40
       MOVE ZERO TO SOVERTIME
        COMPUTE SDBLTIME = SWKHOURS - 60
       END-IF
      END-IF.

160-WRITE-ADJUSTMENT.
      MOVE SPACES TO RETRO-TRANSACTION-RECORD.
      MOVE RR-DETAIL-LINE TO RETRO-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

166-WRITE-WH-PROFILE-LINE.
      MOVE RW-EMP-ID (RW-IDX) TO WP-EMP-ID.
      READ WH-PROFILE-FILE
       INVALID KEY
        MOVE 'S' TO WP-FILING-STATUS
        MOVE ZERO TO WP-ALLOWANCES
        MOVE ZERO TO WP-DEPENDENT-AMT
        MOVE ZERO TO WP-EXTRA-WH
        MOVE 'N' TO WP-EXEMPT-FLAG
        MOVE SPACES TO WP-EXEMPT-EXPIRES
      END-READ.
      MOVE WP-FILING-STATUS TO RRW-FILING-STATUS.
      MOVE WP-ALLOWANCES TO RRW-ALLOWANCES.
      MOVE WP-DEPENDENT-AMT TO RRW-DEPENDENT-AMT.
      MOVE WP-EXTRA-WH TO RRW-EXTRA-WH.
      MOVE WP-EXEMPT-FLAG TO RRW-EXEMPT-FLAG.
      MOVE WP-EXEMPT-EXPIRES TO RRW-EXEMPT-EXPIRES.
      MOVE RR-WH-PROFILE-LINE TO RETRO-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

168-WRITE-SUPERSEDED-LINES.
      MOVE SPACES TO RR-DETAIL-LINE.
      MOVE RW-EMP-ID (RW-IDX) TO RRD-EMP-ID.
      CLOSE PAY-HISTORY-FILE.
      CLOSE RETRO-TRANSACTION-FILE.
      CLOSE RETRO-REPORT-FILE.
      CLOSE WH-PROFILE-FILE.

930-CHECK-FILE-STATUS.
      IF SABEND-STATUS NOT = '00'
