        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WhpMaint.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS EM-FILE-STATUS.
    SELECT WH-PROFILE-FILE ASSIGN TO "WHPROF"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WP-EMP-ID
        FILE STATUS IS WP-FILE-STATUS.
    SELECT WH-TRANSACTION-FILE ASSIGN TO "WHPTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WT-FILE-STATUS.
    SELECT CHANGE-REPORT-FILE ASSIGN TO "WHPCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CR-FILE-STATUS.
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
FD  WH-TRANSACTION-FILE.
01  WH-TRANSACTION-RECORD.
      03  WT-ACTION PIC X(01).
          88  WT-ADD VALUE 'A'.
          88  WT-CHANGE VALUE 'C'.
          88  WT-DELETE VALUE 'D'.
      03  WT-EMP-ID PIC X(05).
      03  WT-FILING-STATUS PIC X(01).
          88  WT-SINGLE VALUE 'S'.
          88  WT-MARRIED VALUE 'M'.
          88  WT-HEAD-OF-HOUSE VALUE 'H'.
      03  WT-ALLOWANCES PIC 99.
      03  WT-DEPENDENT-AMT PIC 9(5)V99.
      03  WT-EXTRA-WH PIC 9(4)V99.
      03  WT-EXEMPT-FLAG PIC X(01).
          88  WT-EXEMPT-YES VALUE 'Y'.
          88  WT-EXEMPT-NO VALUE 'N'.
      03  WT-EXEMPT-EXPIRES PIC X(08).
FD  CHANGE-REPORT-FILE.
01  CHANGE-REPORT-RECORD PIC X(100).
WORKING-STORAGE SECTION.
01  EM-FILE-STATUS PIC XX.
01  WP-FILE-STATUS PIC XX.
01  WT-FILE-STATUS PIC XX.
01  CR-FILE-STATUS PIC XX.
01  SOPERATORID PIC X(08).
01  WT-EOF-SW PIC X VALUE 'N'.
      88  WT-EOF VALUE 'Y'.
01  SMASTERFOUND-SW PIC X VALUE 'N'.
      88  SMASTER-FOUND VALUE 'Y'.
01  SPROFILEFOUND-SW PIC X VALUE 'N'.
      88  SPROFILE-FOUND VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  SEXPDATE.
      03  SEX-YEAR PIC X(04).
      03  SEX-MONTH PIC 9(02).
      03  SEX-DAY PIC X(02).
01  SEXPDATEN REDEFINES SEXPDATE PIC 9(08).
01  SCOUNTS.
      03  SADDCOUNT PIC 9(5) VALUE ZERO.
      03  SCHGCOUNT PIC 9(5) VALUE ZERO.
      03  SDELCOUNT PIC 9(5) VALUE ZERO.
      03  SREJCOUNT PIC 9(5) VALUE ZERO.
01  SBEFOREIMAGE.
      03  SBEF-FILING-STATUS PIC X(01).
      03  SBEF-ALLOWANCES PIC 99.
      03  SBEF-DEPENDENT-AMT PIC 9(5)V99.
      03  SBEF-EXTRA-WH PIC 9(4)V99.
      03  SBEF-EXEMPT-FLAG PIC X(01).
      03  SBEF-EXEMPT-EXPIRES PIC X(08).
01  SERRORFLAG PIC X(01) VALUE 'N'.
      88  SERROR-YES VALUE 'Y'.
      88  SERROR-NO  VALUE 'N'.
01  SERRORMSG PIC X(60) VALUE SPACES.
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
01  CR-HEADING-LINE.
      03  FILLER PIC X(32)
          VALUE 'WITHHOLDING PROFILE CHANGE RPT '.
      03  CRH-DATE PIC X(10).
      03  FILLER PIC X(04) VALUE SPACES.
      03  FILLER PIC X(09) VALUE 'OPERATOR '.
      03  CRH-OPERATOR PIC X(08).
01  CR-COLUMN-LINE.
      03  FILLER PIC X(08) VALUE 'ACT  ID '.
      03  FILLER PIC X(04) VALUE SPACES.
      03  FILLER PIC X(11) VALUE 'IMAGE      '.
      03  FILLER PIC X(08) VALUE 'FILING  '.
      03  FILLER PIC X(07) VALUE 'ALLOW  '.
      03  FILLER PIC X(12) VALUE '   DEPENDENT'.
      03  FILLER PIC X(11) VALUE '   EXTRA WH'.
      03  FILLER PIC X(09) VALUE '  EXEMPT '.
      03  FILLER PIC X(08) VALUE 'EXPIRES '.
01  CR-DETAIL-LINE.
      03  CRD-ACTION PIC X(01).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-IMAGE PIC X(09).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-FILING-STATUS PIC X(01).
      03  FILLER PIC X(07) VALUE SPACES.
      03  CRD-ALLOWANCES PIC Z9.
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRD-DEPENDENT-AMT PIC ZZ,ZZ9.99.
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRD-EXTRA-WH PIC Z,ZZ9.99.
      03  FILLER PIC X(04) VALUE SPACES.
      03  CRD-EXEMPT-FLAG PIC X(01).
      03  FILLER PIC X(04) VALUE SPACES.
      03  CRD-EXEMPT-EXPIRES PIC X(08).
01  CR-REJECT-LINE.
      03  CRR-ACTION PIC X(01).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRR-EMP-ID PIC X(05).
      03  FILLER PIC X(02) VALUE SPACES.
      03  FILLER PIC X(09) VALUE 'REJECTED '.
      03  CRR-MESSAGE PIC X(60).
01  CR-TOTAL-LINE.
      03  CRT-LABEL PIC X(14).
      03  CRT-COUNT PIC ZZ,ZZ9.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 115-WRITE-HEADINGS.
      PERFORM 120-PROCESS-MAINTENANCE.
      PERFORM 180-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      STOP RUN.

110-OPEN-FILES.
      ACCEPT SOPERATORID FROM ENVIRONMENT "OPERATOR-ID".
      OPEN INPUT EMPLOYEE-MASTER-FILE.
      MOVE EM-FILE-STATUS TO SABEND-STATUS.
      MOVE 'EMPLOYEE-MASTER-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN I-O WH-PROFILE-FILE.
      IF WP-FILE-STATUS = '35'
       OPEN OUTPUT WH-PROFILE-FILE
       CLOSE WH-PROFILE-FILE
       OPEN I-O WH-PROFILE-FILE
      END-IF.
      MOVE WP-FILE-STATUS TO SABEND-STATUS.
      MOVE 'WH-PROFILE-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT WH-TRANSACTION-FILE.
      MOVE WT-FILE-STATUS TO SABEND-STATUS.
      MOVE 'WH-TRANSACTION-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT CHANGE-REPORT-FILE.
      MOVE CR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHANGE-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

115-WRITE-HEADINGS.
      MOVE SDATEDISPLAYINFO TO CRH-DATE.
      MOVE SOPERATORID TO CRH-OPERATOR.
      MOVE CR-HEADING-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE CR-COLUMN-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

120-PROCESS-MAINTENANCE.
      PERFORM 130-READ-WH-TRANSACTION.
      PERFORM UNTIL WT-EOF
       PERFORM 140-APPLY-TRANSACTION
       PERFORM 130-READ-WH-TRANSACTION
      END-PERFORM.

130-READ-WH-TRANSACTION.
      READ WH-TRANSACTION-FILE
       AT END
        SET WT-EOF TO TRUE
      END-READ.

140-APPLY-TRANSACTION.
      SET SERROR-NO TO TRUE.
      MOVE SPACES TO SERRORMSG.
      PERFORM 145-READ-MASTERS.
      EVALUATE TRUE
       WHEN WT-ADD
        PERFORM 150-ADD-PROFILE
       WHEN WT-CHANGE
        PERFORM 155-CHANGE-PROFILE
       WHEN WT-DELETE
        PERFORM 160-DELETE-PROFILE
       WHEN OTHER
        SET SERROR-YES TO TRUE
        MOVE 'INVALID ACTION CODE' TO SERRORMSG
        PERFORM 175-WRITE-REJECT-LINE
      END-EVALUATE.

145-READ-MASTERS.
      MOVE 'N' TO SMASTERFOUND-SW.
      MOVE WT-EMP-ID TO EM-EMP-ID.
      READ EMPLOYEE-MASTER-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SMASTER-FOUND TO TRUE
      END-READ.
      MOVE 'N' TO SPROFILEFOUND-SW.
      MOVE WT-EMP-ID TO WP-EMP-ID.
      READ WH-PROFILE-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SPROFILE-FOUND TO TRUE
        MOVE WP-FILING-STATUS TO SBEF-FILING-STATUS
        MOVE WP-ALLOWANCES TO SBEF-ALLOWANCES
        MOVE WP-DEPENDENT-AMT TO SBEF-DEPENDENT-AMT
        MOVE WP-EXTRA-WH TO SBEF-EXTRA-WH
        MOVE WP-EXEMPT-FLAG TO SBEF-EXEMPT-FLAG
        MOVE WP-EXEMPT-EXPIRES TO SBEF-EXEMPT-EXPIRES
      END-READ.

148-EDIT-PROFILE-FIELDS.
      IF SERROR-NO AND NOT WT-SINGLE AND NOT WT-MARRIED
         AND NOT WT-HEAD-OF-HOUSE
       SET SERROR-YES TO TRUE
       MOVE 'FILING STATUS NOT S, M OR H' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND WT-ALLOWANCES NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'ALLOWANCES NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND WT-DEPENDENT-AMT NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'DEPENDENT AMOUNT NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND WT-EXTRA-WH NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'EXTRA WITHHOLDING NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND NOT WT-EXEMPT-YES AND NOT WT-EXEMPT-NO
       SET SERROR-YES TO TRUE
       MOVE 'EXEMPT FLAG NOT Y OR N' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND WT-EXEMPT-YES
       MOVE WT-EXEMPT-EXPIRES TO SEXPDATE
       IF SEXPDATE NOT NUMERIC
        SET SERROR-YES TO TRUE
        MOVE 'EXEMPT EXPIRATION DATE MISSING OR INVALID' TO SERRORMSG
       END-IF
      END-IF.
      IF SERROR-NO AND WT-EXEMPT-YES
       IF FUNCTION TEST-DATE-YYYYMMDD (SEXPDATEN) NOT = 0
        SET SERROR-YES TO TRUE
        MOVE 'EXEMPT EXPIRATION DATE MISSING OR INVALID' TO SERRORMSG
       ELSE
        IF WT-EXEMPT-EXPIRES < SDATEVARS
         SET SERROR-YES TO TRUE
         MOVE 'EXEMPT EXPIRATION DATE ALREADY PASSED' TO SERRORMSG
        END-IF
       END-IF
      END-IF.

150-ADD-PROFILE.
      IF NOT SMASTER-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'EMPLOYEE NOT ON MASTER' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND SPROFILE-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'WITHHOLDING PROFILE ALREADY ON FILE' TO SERRORMSG
      END-IF.
      PERFORM 148-EDIT-PROFILE-FIELDS.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       MOVE WT-EMP-ID TO WP-EMP-ID
       PERFORM 165-MOVE-PROFILE-FIELDS
       WRITE WH-PROFILE-RECORD
       MOVE WP-FILE-STATUS TO SABEND-STATUS
       MOVE 'WH-PROFILE-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SADDCOUNT
       PERFORM 172-WRITE-NEW-BEFORE-LINE
       PERFORM 174-WRITE-AFTER-LINE
      END-IF.

155-CHANGE-PROFILE.
      IF NOT SPROFILE-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'WITHHOLDING PROFILE NOT ON FILE' TO SERRORMSG
      END-IF.
      PERFORM 148-EDIT-PROFILE-FIELDS.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       PERFORM 173-WRITE-BEFORE-LINE
       PERFORM 165-MOVE-PROFILE-FIELDS
       REWRITE WH-PROFILE-RECORD
       MOVE WP-FILE-STATUS TO SABEND-STATUS
       MOVE 'WH-PROFILE-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SCHGCOUNT
       PERFORM 174-WRITE-AFTER-LINE
      END-IF.

160-DELETE-PROFILE.
      IF NOT SPROFILE-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'WITHHOLDING PROFILE NOT ON FILE' TO SERRORMSG
      END-IF.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       PERFORM 173-WRITE-BEFORE-LINE
       MOVE WT-EMP-ID TO WP-EMP-ID
       DELETE WH-PROFILE-FILE
       MOVE WP-FILE-STATUS TO SABEND-STATUS
       MOVE 'WH-PROFILE-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SDELCOUNT
       PERFORM 176-WRITE-DELETED-LINE
      END-IF.

165-MOVE-PROFILE-FIELDS.
      MOVE WT-FILING-STATUS TO WP-FILING-STATUS.
      MOVE WT-ALLOWANCES TO WP-ALLOWANCES.
      MOVE WT-DEPENDENT-AMT TO WP-DEPENDENT-AMT.
      MOVE WT-EXTRA-WH TO WP-EXTRA-WH.
      MOVE WT-EXEMPT-FLAG TO WP-EXEMPT-FLAG.
      IF WT-EXEMPT-YES
       MOVE WT-EXEMPT-EXPIRES TO WP-EXEMPT-EXPIRES
      ELSE
       MOVE SPACES TO WP-EXEMPT-EXPIRES
      END-IF.

170-WRITE-REPORT-LINE.
      WRITE CHANGE-REPORT-RECORD.
      MOVE CR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHANGE-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

172-WRITE-NEW-BEFORE-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE WT-ACTION TO CRD-ACTION.
      MOVE WT-EMP-ID TO CRD-EMP-ID.
      MOVE '(NEW)' TO CRD-IMAGE.
      MOVE ZERO TO CRD-ALLOWANCES.
      MOVE ZERO TO CRD-DEPENDENT-AMT.
      MOVE ZERO TO CRD-EXTRA-WH.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

173-WRITE-BEFORE-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE WT-ACTION TO CRD-ACTION.
      MOVE WT-EMP-ID TO CRD-EMP-ID.
      MOVE 'BEFORE ' TO CRD-IMAGE.
      MOVE SBEF-FILING-STATUS TO CRD-FILING-STATUS.
      MOVE SBEF-ALLOWANCES TO CRD-ALLOWANCES.
      MOVE SBEF-DEPENDENT-AMT TO CRD-DEPENDENT-AMT.
      MOVE SBEF-EXTRA-WH TO CRD-EXTRA-WH.
      MOVE SBEF-EXEMPT-FLAG TO CRD-EXEMPT-FLAG.
      MOVE SBEF-EXEMPT-EXPIRES TO CRD-EXEMPT-EXPIRES.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

174-WRITE-AFTER-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE WT-ACTION TO CRD-ACTION.
      MOVE WT-EMP-ID TO CRD-EMP-ID.
      MOVE 'AFTER  ' TO CRD-IMAGE.
      MOVE WP-FILING-STATUS TO CRD-FILING-STATUS.
      MOVE WP-ALLOWANCES TO CRD-ALLOWANCES.
      MOVE WP-DEPENDENT-AMT TO CRD-DEPENDENT-AMT.
      MOVE WP-EXTRA-WH TO CRD-EXTRA-WH.
      MOVE WP-EXEMPT-FLAG TO CRD-EXEMPT-FLAG.
      MOVE WP-EXEMPT-EXPIRES TO CRD-EXEMPT-EXPIRES.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

175-WRITE-REJECT-LINE.
      MOVE SPACES TO CR-REJECT-LINE.
      MOVE WT-ACTION TO CRR-ACTION.
      MOVE WT-EMP-ID TO CRR-EMP-ID.
      MOVE SERRORMSG TO CRR-MESSAGE.
      MOVE CR-REJECT-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD 1 TO SREJCOUNT.

176-WRITE-DELETED-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE WT-ACTION TO CRD-ACTION.
      MOVE WT-EMP-ID TO CRD-EMP-ID.
      MOVE '(DELETED)' TO CRD-IMAGE.
      MOVE ZERO TO CRD-ALLOWANCES.
      MOVE ZERO TO CRD-DEPENDENT-AMT.
      MOVE ZERO TO CRD-EXTRA-WH.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

180-WRITE-TOTALS.
      MOVE SPACES TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO CR-TOTAL-LINE.
      MOVE 'ADDS          ' TO CRT-LABEL.
      MOVE SADDCOUNT TO CRT-COUNT.
      MOVE CR-TOTAL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'CHANGES       ' TO CRT-LABEL.
      MOVE SCHGCOUNT TO CRT-COUNT.
      MOVE CR-TOTAL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'DELETES       ' TO CRT-LABEL.
      MOVE SDELCOUNT TO CRT-COUNT.
      MOVE CR-TOTAL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'REJECTS       ' TO CRT-LABEL.
      MOVE SREJCOUNT TO CRT-COUNT.
      MOVE CR-TOTAL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

190-CLOSE-FILES.
      CLOSE EMPLOYEE-MASTER-FILE.
      CLOSE WH-PROFILE-FILE.
      CLOSE WH-TRANSACTION-FILE.
      CLOSE CHANGE-REPORT-FILE.

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
