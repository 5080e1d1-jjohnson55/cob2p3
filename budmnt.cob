        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BudMaint.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DB-KEY
        FILE STATUS IS DB-FILE-STATUS.
    SELECT BUDGET-TRANSACTION-FILE ASSIGN TO "BUDTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BT-FILE-STATUS.
    SELECT CHANGE-REPORT-FILE ASSIGN TO "BUDCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CR-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DEPT-BUDGET-FILE.
01  DEPT-BUDGET-RECORD.
      03  DB-KEY.
          05  DB-DEPT-CODE PIC X(04).
          05  DB-FISCAL-PERIOD PIC X(06).
      03  DB-REG-BUDGET PIC 9(7)V99.
      03  DB-OT-BUDGET PIC 9(7)V99.
      03  DB-HEADCOUNT PIC 9(04).
FD  BUDGET-TRANSACTION-FILE.
01  BUDGET-TRANSACTION-RECORD.
      03  BT-ACTION PIC X(01).
          88  BT-ADD VALUE 'A'.
          88  BT-CHANGE VALUE 'C'.
          88  BT-DELETE VALUE 'D'.
      03  BT-DEPT-CODE PIC X(04).
      03  BT-FISCAL-PERIOD PIC X(06).
      03  BT-REG-BUDGET PIC 9(7)V99.
      03  BT-OT-BUDGET PIC 9(7)V99.
      03  BT-HEADCOUNT PIC 9(04).
FD  CHANGE-REPORT-FILE.
01  CHANGE-REPORT-RECORD PIC X(100).
WORKING-STORAGE SECTION.
01  DB-FILE-STATUS PIC XX.
01  BT-FILE-STATUS PIC XX.
01  CR-FILE-STATUS PIC XX.
01  SOPERATORID PIC X(08).
01  BT-EOF-SW PIC X VALUE 'N'.
      88  BT-EOF VALUE 'Y'.
01  SBUDGETFOUND-SW PIC X VALUE 'N'.
      88  SBUDGET-FOUND VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  SPERIOD.
      03  SPER-YEAR PIC X(04).
      03  SPER-MONTH PIC 9(02).
01  SCOUNTS.
      03  SADDCOUNT PIC 9(5) VALUE ZERO.
      03  SCHGCOUNT PIC 9(5) VALUE ZERO.
      03  SDELCOUNT PIC 9(5) VALUE ZERO.
      03  SREJCOUNT PIC 9(5) VALUE ZERO.
01  SBEFOREIMAGE.
      03  SBEF-REG-BUDGET PIC 9(7)V99.
      03  SBEF-OT-BUDGET PIC 9(7)V99.
      03  SBEF-HEADCOUNT PIC 9(04).
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
          VALUE 'DEPARTMENT BUDGET CHANGE RPT    '.
      03  CRH-DATE PIC X(10).
      03  FILLER PIC X(04) VALUE SPACES.
      03  FILLER PIC X(09) VALUE 'OPERATOR '.
      03  CRH-OPERATOR PIC X(08).
01  CR-COLUMN-LINE.
      03  FILLER PIC X(08) VALUE 'ACT DEPT'.
      03  FILLER PIC X(09) VALUE '  PERIOD '.
      03  FILLER PIC X(11) VALUE 'IMAGE      '.
      03  FILLER PIC X(15) VALUE '   REGULAR WEEK'.
      03  FILLER PIC X(15) VALUE '   OT/DT WEEK  '.
      03  FILLER PIC X(10) VALUE ' HEADCOUNT'.
01  CR-DETAIL-LINE.
      03  CRD-ACTION PIC X(01).
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRD-DEPT-CODE PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-FISCAL-PERIOD PIC X(06).
      03  FILLER PIC X(01) VALUE SPACES.
      03  CRD-IMAGE PIC X(09).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-REG-BUDGET PIC Z,ZZZ,ZZ9.99.
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRD-OT-BUDGET PIC Z,ZZZ,ZZ9.99.
      03  FILLER PIC X(05) VALUE SPACES.
      03  CRD-HEADCOUNT PIC Z,ZZ9.
01  CR-REJECT-LINE.
      03  CRR-ACTION PIC X(01).
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRR-DEPT-CODE PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRR-FISCAL-PERIOD PIC X(06).
      03  FILLER PIC X(01) VALUE SPACES.
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
      OPEN I-O DEPT-BUDGET-FILE.
      IF DB-FILE-STATUS = '35'
       OPEN OUTPUT DEPT-BUDGET-FILE
       CLOSE DEPT-BUDGET-FILE
       OPEN I-O DEPT-BUDGET-FILE
      END-IF.
      MOVE DB-FILE-STATUS TO SABEND-STATUS.
      MOVE 'DEPT-BUDGET-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT BUDGET-TRANSACTION-FILE.
      MOVE BT-FILE-STATUS TO SABEND-STATUS.
      MOVE 'BUDGET-TRANSACTION-FILE' TO SABEND-FILE-NAME.
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
      PERFORM 130-READ-BUDGET-TRANSACTION.
      PERFORM UNTIL BT-EOF
       PERFORM 140-APPLY-TRANSACTION
       PERFORM 130-READ-BUDGET-TRANSACTION
      END-PERFORM.

130-READ-BUDGET-TRANSACTION.
      READ BUDGET-TRANSACTION-FILE
       AT END
        SET BT-EOF TO TRUE
      END-READ.

140-APPLY-TRANSACTION.
      SET SERROR-NO TO TRUE.
      MOVE SPACES TO SERRORMSG.
      PERFORM 145-READ-BUDGET.
      EVALUATE TRUE
       WHEN BT-ADD
        PERFORM 150-ADD-BUDGET
       WHEN BT-CHANGE
        PERFORM 155-CHANGE-BUDGET
       WHEN BT-DELETE
        PERFORM 160-DELETE-BUDGET
       WHEN OTHER
        SET SERROR-YES TO TRUE
        MOVE 'INVALID ACTION CODE' TO SERRORMSG
        PERFORM 175-WRITE-REJECT-LINE
      END-EVALUATE.

145-READ-BUDGET.
      MOVE 'N' TO SBUDGETFOUND-SW.
      MOVE BT-DEPT-CODE TO DB-DEPT-CODE.
      MOVE BT-FISCAL-PERIOD TO DB-FISCAL-PERIOD.
      READ DEPT-BUDGET-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SBUDGET-FOUND TO TRUE
        MOVE DB-REG-BUDGET TO SBEF-REG-BUDGET
        MOVE DB-OT-BUDGET TO SBEF-OT-BUDGET
        MOVE DB-HEADCOUNT TO SBEF-HEADCOUNT
      END-READ.

148-EDIT-BUDGET-FIELDS.
      IF SERROR-NO AND BT-DEPT-CODE = SPACES
       SET SERROR-YES TO TRUE
       MOVE 'DEPARTMENT CODE MISSING' TO SERRORMSG
      END-IF.
      MOVE BT-FISCAL-PERIOD TO SPERIOD.
      IF SERROR-NO AND (SPERIOD NOT NUMERIC OR SPER-MONTH < 1
         OR SPER-MONTH > 12)
       SET SERROR-YES TO TRUE
       MOVE 'FISCAL PERIOD NOT YYYYMM' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND BT-REG-BUDGET NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'REGULAR BUDGET NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND BT-OT-BUDGET NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'OT BUDGET NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND BT-HEADCOUNT NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'HEADCOUNT NOT NUMERIC' TO SERRORMSG
      END-IF.

150-ADD-BUDGET.
      IF SBUDGET-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'BUDGET ALREADY ON FILE FOR DEPT AND PERIOD' TO SERRORMSG
      END-IF.
      PERFORM 148-EDIT-BUDGET-FIELDS.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       MOVE BT-DEPT-CODE TO DB-DEPT-CODE
       MOVE BT-FISCAL-PERIOD TO DB-FISCAL-PERIOD
       PERFORM 165-MOVE-BUDGET-FIELDS
       WRITE DEPT-BUDGET-RECORD
       MOVE DB-FILE-STATUS TO SABEND-STATUS
       MOVE 'DEPT-BUDGET-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SADDCOUNT
       PERFORM 172-WRITE-NEW-BEFORE-LINE
       PERFORM 174-WRITE-AFTER-LINE
      END-IF.

155-CHANGE-BUDGET.
      IF NOT SBUDGET-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'BUDGET NOT ON FILE FOR DEPT AND PERIOD' TO SERRORMSG
      END-IF.
      PERFORM 148-EDIT-BUDGET-FIELDS.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       PERFORM 173-WRITE-BEFORE-LINE
       PERFORM 165-MOVE-BUDGET-FIELDS
       REWRITE DEPT-BUDGET-RECORD
       MOVE DB-FILE-STATUS TO SABEND-STATUS
       MOVE 'DEPT-BUDGET-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SCHGCOUNT
       PERFORM 174-WRITE-AFTER-LINE
      END-IF.

160-DELETE-BUDGET.
      IF NOT SBUDGET-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'BUDGET NOT ON FILE FOR DEPT AND PERIOD' TO SERRORMSG
      END-IF.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       PERFORM 173-WRITE-BEFORE-LINE
       MOVE BT-DEPT-CODE TO DB-DEPT-CODE
       MOVE BT-FISCAL-PERIOD TO DB-FISCAL-PERIOD
       DELETE DEPT-BUDGET-FILE
       MOVE DB-FILE-STATUS TO SABEND-STATUS
       MOVE 'DEPT-BUDGET-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SDELCOUNT
       PERFORM 176-WRITE-DELETED-LINE
      END-IF.

165-MOVE-BUDGET-FIELDS.
      MOVE BT-REG-BUDGET TO DB-REG-BUDGET.
      MOVE BT-OT-BUDGET TO DB-OT-BUDGET.
      MOVE BT-HEADCOUNT TO DB-HEADCOUNT.

170-WRITE-REPORT-LINE.
      WRITE CHANGE-REPORT-RECORD.
      MOVE CR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHANGE-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

172-WRITE-NEW-BEFORE-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE BT-ACTION TO CRD-ACTION.
      MOVE BT-DEPT-CODE TO CRD-DEPT-CODE.
      MOVE BT-FISCAL-PERIOD TO CRD-FISCAL-PERIOD.
      MOVE '(NEW)' TO CRD-IMAGE.
      MOVE ZERO TO CRD-REG-BUDGET.
      MOVE ZERO TO CRD-OT-BUDGET.
      MOVE ZERO TO CRD-HEADCOUNT.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

173-WRITE-BEFORE-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE BT-ACTION TO CRD-ACTION.
      MOVE BT-DEPT-CODE TO CRD-DEPT-CODE.
      MOVE BT-FISCAL-PERIOD TO CRD-FISCAL-PERIOD.
      MOVE 'BEFORE ' TO CRD-IMAGE.
      MOVE SBEF-REG-BUDGET TO CRD-REG-BUDGET.
      MOVE SBEF-OT-BUDGET TO CRD-OT-BUDGET.
      MOVE SBEF-HEADCOUNT TO CRD-HEADCOUNT.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

174-WRITE-AFTER-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE BT-ACTION TO CRD-ACTION.
      MOVE BT-DEPT-CODE TO CRD-DEPT-CODE.
      MOVE BT-FISCAL-PERIOD TO CRD-FISCAL-PERIOD.
      MOVE 'AFTER  ' TO CRD-IMAGE.
      MOVE DB-REG-BUDGET TO CRD-REG-BUDGET.
      MOVE DB-OT-BUDGET TO CRD-OT-BUDGET.
      MOVE DB-HEADCOUNT TO CRD-HEADCOUNT.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

175-WRITE-REJECT-LINE.
      MOVE SPACES TO CR-REJECT-LINE.
      MOVE BT-ACTION TO CRR-ACTION.
      MOVE BT-DEPT-CODE TO CRR-DEPT-CODE.
      MOVE BT-FISCAL-PERIOD TO CRR-FISCAL-PERIOD.
      MOVE SERRORMSG TO CRR-MESSAGE.
      MOVE CR-REJECT-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD 1 TO SREJCOUNT.

176-WRITE-DELETED-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE BT-ACTION TO CRD-ACTION.
      MOVE BT-DEPT-CODE TO CRD-DEPT-CODE.
      MOVE BT-FISCAL-PERIOD TO CRD-FISCAL-PERIOD.
      MOVE '(DELETED)' TO CRD-IMAGE.
      MOVE ZERO TO CRD-REG-BUDGET.
      MOVE ZERO TO CRD-OT-BUDGET.
      MOVE ZERO TO CRD-HEADCOUNT.
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
      CLOSE DEPT-BUDGET-FILE.
      CLOSE BUDGET-TRANSACTION-FILE.
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
