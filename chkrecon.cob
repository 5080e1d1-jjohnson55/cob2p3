        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ChkRecon.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ISSUED-CHECK-FILE ASSIGN TO "CHKISSUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IC-FILE-STATUS.
    SELECT PAID-ITEMS-FILE ASSIGN TO "PAIDITEM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PI-FILE-STATUS.
    SELECT CHECK-MASTER-FILE ASSIGN TO "CHKMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CHECK-NO
        FILE STATUS IS CM-FILE-STATUS.
    SELECT RECON-REPORT-FILE ASSIGN TO "CHKRECRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RR-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ISSUED-CHECK-FILE.
01  ISSUED-CHECK-RECORD.
      03  IC-CHECK-NO PIC 9(08).
      03  IC-EMP-ID PIC X(05).
      03  IC-PAYEE-NAME PIC X(20).
      03  IC-ISSUE-DATE PIC X(08).
      03  IC-WEEK-END-DATE PIC X(08).
      03  IC-TRANS-TYPE PIC X(01).
      03  IC-AMOUNT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
FD  PAID-ITEMS-FILE.
01  PAID-ITEMS-RECORD.
      03  PI-CHECK-NO PIC 9(08).
      03  PI-PAID-DATE PIC X(08).
      03  PI-AMOUNT PIC 9(7)V99.
FD  CHECK-MASTER-FILE.
01  CHECK-MASTER-RECORD.
      03  CM-CHECK-NO PIC 9(08).
      03  CM-EMP-ID PIC X(05).
      03  CM-PAYEE-NAME PIC X(20).
      03  CM-ISSUE-DATE PIC X(08).
      03  CM-WEEK-END-DATE PIC X(08).
      03  CM-TRANS-TYPE PIC X(01).
      03  CM-AMOUNT PIC S9(7)V99.
      03  CM-STATUS PIC X(01).
          88  CM-OUTSTANDING VALUE 'O'.
          88  CM-CLEARED VALUE 'C'.
          88  CM-MISMATCHED VALUE 'M'.
          88  CM-VOIDED VALUE 'V'.
      03  CM-STATUS-DATE PIC X(08).
      03  CM-PAID-AMOUNT PIC S9(7)V99.
FD  RECON-REPORT-FILE.
01  RECON-REPORT-RECORD PIC X(100).
WORKING-STORAGE SECTION.
01  IC-FILE-STATUS PIC XX.
01  PI-FILE-STATUS PIC XX.
01  CM-FILE-STATUS PIC XX.
01  RR-FILE-STATUS PIC XX.
01  IC-EOF-SW PIC X VALUE 'N'.
      88  IC-EOF VALUE 'Y'.
01  PI-EOF-SW PIC X VALUE 'N'.
      88  PI-EOF VALUE 'Y'.
01  CM-EOF-SW PIC X VALUE 'N'.
      88  CM-EOF VALUE 'Y'.
01  SCHECKFOUND-SW PIC X VALUE 'N'.
      88  SCHECK-FOUND VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  SRECONDATE PIC X(08).
01  SRECONDATEN PIC 9(08).
01  SRECONDAYS PIC S9(08).
01  SISSUEDATEN PIC 9(08).
01  SAGEDAYS PIC S9(05).
01  SSTALEDAYS PIC 9(03) VALUE 180.
01  SDIFFAMT PIC S9(7)V99.
01  SEXREASON PIC X(20).
01  SCOUNTS.
      03  SLOADCOUNT PIC 9(6) VALUE ZERO.
      03  SRELOADCOUNT PIC 9(6) VALUE ZERO.
      03  SVOIDCOUNT PIC 9(6) VALUE ZERO.
      03  SCLEARCOUNT PIC 9(6) VALUE ZERO.
      03  SEXCOUNT PIC 9(6) VALUE ZERO.
      03  SOUTCOUNT PIC 9(6) VALUE ZERO.
      03  SSTALECOUNT PIC 9(6) VALUE ZERO.
01  SAMOUNTS.
      03  SLOADTOTAL PIC S9(9)V99 VALUE ZERO.
      03  SCLEARTOTAL PIC S9(9)V99 VALUE ZERO.
      03  SOUTTOTAL PIC S9(9)V99 VALUE ZERO.
      03  SSTALETOTAL PIC S9(9)V99 VALUE ZERO.
01  AGING-TABLE.
      03  AG-ENTRY OCCURS 5 TIMES.
          05  AG-LABEL PIC X(24).
          05  AG-LIMIT PIC 9(05).
          05  AG-COUNT PIC 9(6).
          05  AG-AMOUNT PIC S9(9)V99.
01  AG-IDX PIC 9.
01  AG-FOUND-SW PIC X VALUE 'N'.
      88  AG-FOUND VALUE 'Y'.
01  PAID-EXCEPTION-TABLE.
      03  EX-ENTRY OCCURS 500 TIMES.
          05  EX-CHECK-NO PIC 9(08).
          05  EX-EMP-ID PIC X(05).
          05  EX-PAYEE-NAME PIC X(20).
          05  EX-PAID-DATE PIC X(08).
          05  EX-ISSUED-AMT PIC S9(7)V99.
          05  EX-PAID-AMT PIC S9(7)V99.
          05  EX-REASON PIC X(20).
01  EX-COUNT PIC 9(3) VALUE ZERO.
01  EX-IDX PIC 9(3).
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
01  RR-HEADING-LINE.
      03  FILLER PIC X(30)
          VALUE 'CHECK RECONCILIATION REPORT   '.
      03  FILLER PIC X(06) VALUE 'AS OF '.
      03  RRH-RECON-DATE PIC X(08).
      03  FILLER PIC X(04) VALUE SPACES.
      03  RRH-DATE PIC X(10).
01  RR-CHECK-COLUMN-LINE.
      03  FILLER PIC X(10) VALUE 'CHECK NO  '.
      03  FILLER PIC X(07) VALUE 'EMP ID '.
      03  FILLER PIC X(22) VALUE 'PAYEE                 '.
      03  FILLER PIC X(10) VALUE 'ISSUED    '.
      03  FILLER PIC X(10) VALUE 'DATE      '.
      03  FILLER PIC X(10) VALUE '    AMOUNT'.
01  RR-CHECK-LINE.
      03  RRD-CHECK-NO PIC 9(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRD-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRD-PAYEE-NAME PIC X(20).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRD-ISSUE-DATE PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRD-STATUS-DATE PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRD-AMOUNT PIC ZZ,ZZ9.99-.
01  RR-AGE-COLUMN-LINE.
      03  FILLER PIC X(10) VALUE 'CHECK NO  '.
      03  FILLER PIC X(07) VALUE 'EMP ID '.
      03  FILLER PIC X(22) VALUE 'PAYEE                 '.
      03  FILLER PIC X(10) VALUE 'ISSUED    '.
      03  FILLER PIC X(07) VALUE '   DAYS'.
      03  FILLER PIC X(12) VALUE '      AMOUNT'.
01  RR-AGE-LINE.
      03  RRA-CHECK-NO PIC 9(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRA-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRA-PAYEE-NAME PIC X(20).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRA-ISSUE-DATE PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRA-DAYS PIC ZZZZ9-.
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRA-AMOUNT PIC ZZ,ZZ9.99-.
01  RR-EXCEPTION-COLUMN-LINE.
      03  FILLER PIC X(10) VALUE 'CHECK NO  '.
      03  FILLER PIC X(07) VALUE 'EMP ID '.
      03  FILLER PIC X(22) VALUE 'PAYEE                 '.
      03  FILLER PIC X(10) VALUE 'PAID      '.
      03  FILLER PIC X(11) VALUE '     ISSUED'.
      03  FILLER PIC X(11) VALUE '       PAID'.
      03  FILLER PIC X(11) VALUE ' DIFFERENCE'.
      03  FILLER PIC X(07) VALUE ' REASON'.
01  RR-EXCEPTION-LINE.
      03  RRE-CHECK-NO PIC 9(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRE-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRE-PAYEE-NAME PIC X(20).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRE-PAID-DATE PIC X(08).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RRE-ISSUED-AMT PIC ZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  RRE-PAID-AMT PIC ZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  RRE-DIFF-AMT PIC ZZ,ZZ9.99-.
      03  FILLER PIC X(01) VALUE SPACES.
      03  RRE-REASON PIC X(20).
01  RR-AGING-LINE.
      03  RRG-LABEL PIC X(24).
      03  RRG-COUNT PIC ZZZ,ZZ9.
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRG-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
01  RR-TOTAL-LINE.
      03  RRT-LABEL PIC X(34).
      03  RRT-COUNT PIC ZZZ,ZZ9.
      03  FILLER PIC X(02) VALUE SPACES.
      03  RRT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 115-WRITE-HEADINGS.
      PERFORM 116-SET-AGING-BUCKETS.
      PERFORM 120-LOAD-ISSUED-CHECKS.
      PERFORM 140-MATCH-PAID-ITEMS.
      PERFORM 150-WRITE-PAID-EXCEPTIONS.
      PERFORM 160-AGE-OUTSTANDING-CHECKS.
      PERFORM 170-LIST-STALE-CHECKS.
      PERFORM 180-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      IF SEXCOUNT NOT = ZERO
       DISPLAY 'CHECK RECONCILIATION - ' SEXCOUNT
          ' PAID ITEM EXCEPTIONS - REVIEW WITH TREASURY'
       MOVE 8 TO RETURN-CODE
      ELSE
       DISPLAY 'CHECK RECONCILIATION COMPLETE - ' SCLEARCOUNT
          ' CHECKS CLEARED'
      END-IF.
      STOP RUN.

110-OPEN-FILES.
      PERFORM 112-GET-RECON-DATE.
      OPEN I-O CHECK-MASTER-FILE.
      IF CM-FILE-STATUS = '35'
       OPEN OUTPUT CHECK-MASTER-FILE
       CLOSE CHECK-MASTER-FILE
       OPEN I-O CHECK-MASTER-FILE
      END-IF.
      MOVE CM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHECK-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT RECON-REPORT-FILE.
      MOVE RR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RECON-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

112-GET-RECON-DATE.
      ACCEPT SRECONDATE FROM ENVIRONMENT "RECON-DATE".
      IF SRECONDATE = SPACES OR SRECONDATE NOT NUMERIC
       MOVE SDATEVARS TO SRECONDATE
      END-IF.
      MOVE SRECONDATE TO SRECONDATEN.
      IF FUNCTION TEST-DATE-YYYYMMDD (SRECONDATEN) NOT = 0
       DISPLAY 'RECON DATE ' SRECONDATE ' NOT A VALID DATE - NOT RECONCILED'
       STOP RUN
      END-IF.
      COMPUTE SRECONDAYS = FUNCTION INTEGER-OF-DATE (SRECONDATEN).

115-WRITE-HEADINGS.
      MOVE SRECONDATE TO RRH-RECON-DATE.
      MOVE SDATEDISPLAYINFO TO RRH-DATE.
      MOVE RR-HEADING-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

116-SET-AGING-BUCKETS.
      MOVE '0 - 30 DAYS' TO AG-LABEL (1).
      MOVE 30 TO AG-LIMIT (1).
      MOVE '31 - 60 DAYS' TO AG-LABEL (2).
      MOVE 60 TO AG-LIMIT (2).
      MOVE '61 - 90 DAYS' TO AG-LABEL (3).
      MOVE 90 TO AG-LIMIT (3).
      MOVE '91 - 180 DAYS' TO AG-LABEL (4).
      MOVE SSTALEDAYS TO AG-LIMIT (4).
      MOVE 'OVER 180 DAYS - STALE' TO AG-LABEL (5).
      MOVE 99999 TO AG-LIMIT (5).
      PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > 5
       MOVE ZERO TO AG-COUNT (AG-IDX)
       MOVE ZERO TO AG-AMOUNT (AG-IDX)
      END-PERFORM.

120-LOAD-ISSUED-CHECKS.
      MOVE 'CHECKS VOIDED THIS RUN' TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE RR-CHECK-COLUMN-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      OPEN INPUT ISSUED-CHECK-FILE.
      IF IC-FILE-STATUS = '35'
       DISPLAY 'NO ISSUED CHECK FILE - NO NEW CHECKS LOADED'
       SET IC-EOF TO TRUE
      ELSE
       MOVE IC-FILE-STATUS TO SABEND-STATUS
       MOVE 'ISSUED-CHECK-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      PERFORM UNTIL IC-EOF
       READ ISSUED-CHECK-FILE
        AT END
         SET IC-EOF TO TRUE
        NOT AT END
         IF IC-TRANS-TYPE = 'V'
          PERFORM 130-APPLY-VOID
         ELSE
          IF IC-CHECK-NO NUMERIC AND IC-CHECK-NO NOT = ZERO
           PERFORM 125-ADD-ISSUED-CHECK
          END-IF
         END-IF
       END-READ
      END-PERFORM.
      IF IC-FILE-STATUS NOT = '35'
       CLOSE ISSUED-CHECK-FILE
      END-IF.
      MOVE SPACES TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

125-ADD-ISSUED-CHECK.
      MOVE SPACES TO CHECK-MASTER-RECORD.
      MOVE IC-CHECK-NO TO CM-CHECK-NO.
      MOVE IC-EMP-ID TO CM-EMP-ID.
      MOVE IC-PAYEE-NAME TO CM-PAYEE-NAME.
      MOVE IC-ISSUE-DATE TO CM-ISSUE-DATE.
      MOVE IC-WEEK-END-DATE TO CM-WEEK-END-DATE.
      MOVE IC-TRANS-TYPE TO CM-TRANS-TYPE.
      MOVE IC-AMOUNT TO CM-AMOUNT.
      MOVE 'O' TO CM-STATUS.
      MOVE SPACES TO CM-STATUS-DATE.
      MOVE ZERO TO CM-PAID-AMOUNT.
      WRITE CHECK-MASTER-RECORD
       INVALID KEY
        ADD 1 TO SRELOADCOUNT
       NOT INVALID KEY
        ADD 1 TO SLOADCOUNT
        ADD IC-AMOUNT TO SLOADTOTAL
      END-WRITE.
      IF CM-FILE-STATUS NOT = '22'
       MOVE CM-FILE-STATUS TO SABEND-STATUS
       MOVE 'CHECK-MASTER-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.

130-APPLY-VOID.
      IF IC-CHECK-NO NUMERIC AND IC-CHECK-NO NOT = ZERO
       MOVE IC-CHECK-NO TO CM-CHECK-NO
       READ CHECK-MASTER-FILE
        INVALID KEY
         DISPLAY 'VOID FOR CHECK ' IC-CHECK-NO ' EMP ' IC-EMP-ID
            ' - CHECK NOT ON FILE'
        NOT INVALID KEY
         IF CM-OUTSTANDING
          PERFORM 135-MARK-CHECK-VOIDED
         ELSE
          DISPLAY 'VOID FOR CHECK ' IC-CHECK-NO ' EMP ' IC-EMP-ID
             ' - CHECK NOT OUTSTANDING, STATUS ' CM-STATUS
         END-IF
       END-READ
      ELSE
       PERFORM 132-APPLY-VOID-BY-WEEK
      END-IF.

132-APPLY-VOID-BY-WEEK.
      MOVE 'N' TO CM-EOF-SW.
      MOVE LOW-VALUES TO CM-CHECK-NO.
      START CHECK-MASTER-FILE KEY >= CM-CHECK-NO
       INVALID KEY
        SET CM-EOF TO TRUE
      END-START.
      PERFORM UNTIL CM-EOF
       READ CHECK-MASTER-FILE NEXT RECORD
        AT END
         SET CM-EOF TO TRUE
        NOT AT END
         IF CM-OUTSTANDING
            AND CM-EMP-ID = IC-EMP-ID
            AND CM-WEEK-END-DATE = IC-WEEK-END-DATE
          PERFORM 135-MARK-CHECK-VOIDED
         END-IF
       END-READ
      END-PERFORM.

135-MARK-CHECK-VOIDED.
      MOVE 'V' TO CM-STATUS.
      MOVE IC-ISSUE-DATE TO CM-STATUS-DATE.
      REWRITE CHECK-MASTER-RECORD.
      MOVE CM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHECK-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      ADD 1 TO SVOIDCOUNT.
      PERFORM 178-WRITE-CHECK-LINE.

140-MATCH-PAID-ITEMS.
      MOVE 'CHECKS CLEARED THIS RUN' TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE RR-CHECK-COLUMN-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      OPEN INPUT PAID-ITEMS-FILE.
      IF PI-FILE-STATUS = '35'
       DISPLAY 'NO PAID ITEMS FILE FROM BANK - NOTHING CLEARED'
       SET PI-EOF TO TRUE
      ELSE
       MOVE PI-FILE-STATUS TO SABEND-STATUS
       MOVE 'PAID-ITEMS-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
      END-IF.
      PERFORM UNTIL PI-EOF
       READ PAID-ITEMS-FILE
        AT END
         SET PI-EOF TO TRUE
        NOT AT END
         PERFORM 145-MATCH-PAID-ITEM
       END-READ
      END-PERFORM.
      IF PI-FILE-STATUS NOT = '35'
       CLOSE PAID-ITEMS-FILE
      END-IF.
      MOVE SPACES TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

145-MATCH-PAID-ITEM.
      MOVE 'N' TO SCHECKFOUND-SW.
      MOVE PI-CHECK-NO TO CM-CHECK-NO.
      READ CHECK-MASTER-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SCHECK-FOUND TO TRUE
      END-READ.
      EVALUATE TRUE
       WHEN NOT SCHECK-FOUND
        MOVE SPACES TO CM-EMP-ID
        MOVE 'NOT ON FILE' TO CM-PAYEE-NAME
        MOVE ZERO TO CM-AMOUNT
        MOVE 'PAID - NOT ISSUED' TO SEXREASON
        PERFORM 148-ADD-PAID-EXCEPTION
       WHEN CM-CLEARED OR CM-MISMATCHED
        MOVE 'PAID MORE THAN ONCE' TO SEXREASON
        PERFORM 148-ADD-PAID-EXCEPTION
       WHEN CM-VOIDED
        MOVE 'VOIDED CHECK PAID' TO SEXREASON
        PERFORM 148-ADD-PAID-EXCEPTION
       WHEN PI-AMOUNT NOT = CM-AMOUNT
        MOVE 'M' TO CM-STATUS
        MOVE PI-PAID-DATE TO CM-STATUS-DATE
        MOVE PI-AMOUNT TO CM-PAID-AMOUNT
        PERFORM 147-REWRITE-CHECK-MASTER
        MOVE 'AMOUNT MISMATCH' TO SEXREASON
        PERFORM 148-ADD-PAID-EXCEPTION
       WHEN OTHER
        MOVE 'C' TO CM-STATUS
        MOVE PI-PAID-DATE TO CM-STATUS-DATE
        MOVE PI-AMOUNT TO CM-PAID-AMOUNT
        PERFORM 147-REWRITE-CHECK-MASTER
        ADD 1 TO SCLEARCOUNT
        ADD CM-AMOUNT TO SCLEARTOTAL
        PERFORM 178-WRITE-CHECK-LINE
      END-EVALUATE.

147-REWRITE-CHECK-MASTER.
      REWRITE CHECK-MASTER-RECORD.
      MOVE CM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHECK-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

148-ADD-PAID-EXCEPTION.
      ADD 1 TO SEXCOUNT.
      IF EX-COUNT < 500
       ADD 1 TO EX-COUNT
       MOVE PI-CHECK-NO TO EX-CHECK-NO (EX-COUNT)
       MOVE CM-EMP-ID TO EX-EMP-ID (EX-COUNT)
       MOVE CM-PAYEE-NAME TO EX-PAYEE-NAME (EX-COUNT)
       MOVE PI-PAID-DATE TO EX-PAID-DATE (EX-COUNT)
       MOVE CM-AMOUNT TO EX-ISSUED-AMT (EX-COUNT)
       MOVE PI-AMOUNT TO EX-PAID-AMT (EX-COUNT)
       MOVE SEXREASON TO EX-REASON (EX-COUNT)
      ELSE
       DISPLAY 'PAID EXCEPTION TABLE FULL - CHECK ' PI-CHECK-NO
          ' ' SEXREASON ' NOT LISTED'
      END-IF.

150-WRITE-PAID-EXCEPTIONS.
      MOVE 'PAID ITEM EXCEPTIONS' TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE RR-EXCEPTION-COLUMN-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-COUNT
       MOVE SPACES TO RR-EXCEPTION-LINE
       MOVE EX-CHECK-NO (EX-IDX) TO RRE-CHECK-NO
       MOVE EX-EMP-ID (EX-IDX) TO RRE-EMP-ID
       MOVE EX-PAYEE-NAME (EX-IDX) TO RRE-PAYEE-NAME
       MOVE EX-PAID-DATE (EX-IDX) TO RRE-PAID-DATE
       MOVE EX-ISSUED-AMT (EX-IDX) TO RRE-ISSUED-AMT
       MOVE EX-PAID-AMT (EX-IDX) TO RRE-PAID-AMT
       COMPUTE SDIFFAMT = EX-PAID-AMT (EX-IDX) - EX-ISSUED-AMT (EX-IDX)
       MOVE SDIFFAMT TO RRE-DIFF-AMT
       MOVE EX-REASON (EX-IDX) TO RRE-REASON
       MOVE RR-EXCEPTION-LINE TO RECON-REPORT-RECORD
       PERFORM 175-WRITE-REPORT-LINE
      END-PERFORM.
      MOVE SPACES TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

160-AGE-OUTSTANDING-CHECKS.
      MOVE 'OUTSTANDING CHECKS' TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE RR-AGE-COLUMN-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'N' TO CM-EOF-SW.
      MOVE LOW-VALUES TO CM-CHECK-NO.
      START CHECK-MASTER-FILE KEY >= CM-CHECK-NO
       INVALID KEY
        SET CM-EOF TO TRUE
      END-START.
      PERFORM UNTIL CM-EOF
       READ CHECK-MASTER-FILE NEXT RECORD
        AT END
         SET CM-EOF TO TRUE
        NOT AT END
         IF CM-OUTSTANDING
          PERFORM 165-AGE-CHECK
         END-IF
       END-READ
      END-PERFORM.
      MOVE SPACES TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

165-AGE-CHECK.
      PERFORM 168-COMPUTE-CHECK-AGE.
      MOVE 'N' TO AG-FOUND-SW.
      PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > 5 OR AG-FOUND
       IF SAGEDAYS <= AG-LIMIT (AG-IDX)
        SET AG-FOUND TO TRUE
        ADD 1 TO AG-COUNT (AG-IDX)
        ADD CM-AMOUNT TO AG-AMOUNT (AG-IDX)
       END-IF
      END-PERFORM.
      IF SAGEDAYS > SSTALEDAYS
       ADD 1 TO SSTALECOUNT
       ADD CM-AMOUNT TO SSTALETOTAL
      ELSE
       ADD 1 TO SOUTCOUNT
       ADD CM-AMOUNT TO SOUTTOTAL
       PERFORM 179-WRITE-AGE-LINE
      END-IF.

168-COMPUTE-CHECK-AGE.
      IF CM-ISSUE-DATE NUMERIC
       MOVE CM-ISSUE-DATE TO SISSUEDATEN
       COMPUTE SAGEDAYS = SRECONDAYS
          - FUNCTION INTEGER-OF-DATE (SISSUEDATEN)
      ELSE
       MOVE ZERO TO SAGEDAYS
      END-IF.

170-LIST-STALE-CHECKS.
      MOVE 'STALE-DATED CHECKS OVER 180 DAYS' TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE RR-AGE-COLUMN-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE 'N' TO CM-EOF-SW.
      MOVE LOW-VALUES TO CM-CHECK-NO.
      START CHECK-MASTER-FILE KEY >= CM-CHECK-NO
       INVALID KEY
        SET CM-EOF TO TRUE
      END-START.
      PERFORM UNTIL CM-EOF
       READ CHECK-MASTER-FILE NEXT RECORD
        AT END
         SET CM-EOF TO TRUE
        NOT AT END
         IF CM-OUTSTANDING
          PERFORM 168-COMPUTE-CHECK-AGE
          IF SAGEDAYS > SSTALEDAYS
           PERFORM 179-WRITE-AGE-LINE
          END-IF
         END-IF
       END-READ
      END-PERFORM.
      MOVE SPACES TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

175-WRITE-REPORT-LINE.
      WRITE RECON-REPORT-RECORD.
      MOVE RR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RECON-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

178-WRITE-CHECK-LINE.
      MOVE SPACES TO RR-CHECK-LINE.
      MOVE CM-CHECK-NO TO RRD-CHECK-NO.
      MOVE CM-EMP-ID TO RRD-EMP-ID.
      MOVE CM-PAYEE-NAME TO RRD-PAYEE-NAME.
      MOVE CM-ISSUE-DATE TO RRD-ISSUE-DATE.
      MOVE CM-STATUS-DATE TO RRD-STATUS-DATE.
      MOVE CM-AMOUNT TO RRD-AMOUNT.
      MOVE RR-CHECK-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

179-WRITE-AGE-LINE.
      MOVE SPACES TO RR-AGE-LINE.
      MOVE CM-CHECK-NO TO RRA-CHECK-NO.
      MOVE CM-EMP-ID TO RRA-EMP-ID.
      MOVE CM-PAYEE-NAME TO RRA-PAYEE-NAME.
      MOVE CM-ISSUE-DATE TO RRA-ISSUE-DATE.
      MOVE SAGEDAYS TO RRA-DAYS.
      MOVE CM-AMOUNT TO RRA-AMOUNT.
      MOVE RR-AGE-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

180-WRITE-TOTALS.
      MOVE 'OUTSTANDING CHECKS BY AGE' TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > 5
       MOVE SPACES TO RR-AGING-LINE
       MOVE AG-LABEL (AG-IDX) TO RRG-LABEL
       MOVE AG-COUNT (AG-IDX) TO RRG-COUNT
       MOVE AG-AMOUNT (AG-IDX) TO RRG-AMOUNT
       MOVE RR-AGING-LINE TO RECON-REPORT-RECORD
       PERFORM 175-WRITE-REPORT-LINE
      END-PERFORM.
      MOVE SPACES TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RR-TOTAL-LINE.
      MOVE 'ISSUED CHECKS LOADED' TO RRT-LABEL.
      MOVE SLOADCOUNT TO RRT-COUNT.
      MOVE SLOADTOTAL TO RRT-AMOUNT.
      MOVE RR-TOTAL-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RR-TOTAL-LINE.
      MOVE 'ISSUED CHECKS ALREADY ON FILE' TO RRT-LABEL.
      MOVE SRELOADCOUNT TO RRT-COUNT.
      MOVE RR-TOTAL-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RR-TOTAL-LINE.
      MOVE 'CHECKS VOIDED' TO RRT-LABEL.
      MOVE SVOIDCOUNT TO RRT-COUNT.
      MOVE RR-TOTAL-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RR-TOTAL-LINE.
      MOVE 'CHECKS CLEARED' TO RRT-LABEL.
      MOVE SCLEARCOUNT TO RRT-COUNT.
      MOVE SCLEARTOTAL TO RRT-AMOUNT.
      MOVE RR-TOTAL-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RR-TOTAL-LINE.
      MOVE 'PAID ITEM EXCEPTIONS' TO RRT-LABEL.
      MOVE SEXCOUNT TO RRT-COUNT.
      MOVE RR-TOTAL-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RR-TOTAL-LINE.
      MOVE 'CHECKS OUTSTANDING' TO RRT-LABEL.
      MOVE SOUTCOUNT TO RRT-COUNT.
      MOVE SOUTTOTAL TO RRT-AMOUNT.
      MOVE RR-TOTAL-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.
      MOVE SPACES TO RR-TOTAL-LINE.
      MOVE 'STALE-DATED CHECKS OUTSTANDING' TO RRT-LABEL.
      MOVE SSTALECOUNT TO RRT-COUNT.
      MOVE SSTALETOTAL TO RRT-AMOUNT.
      MOVE RR-TOTAL-LINE TO RECON-REPORT-RECORD.
      PERFORM 175-WRITE-REPORT-LINE.

190-CLOSE-FILES.
      CLOSE CHECK-MASTER-FILE.
      CLOSE RECON-REPORT-FILE.

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
