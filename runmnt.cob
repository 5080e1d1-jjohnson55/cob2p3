        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RunMaint.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JS-KEY
        FILE STATUS IS JS-FILE-STATUS.
    SELECT RUN-TRANSACTION-FILE ASSIGN TO "RUNTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RT-FILE-STATUS.
    SELECT CHANGE-REPORT-FILE ASSIGN TO "RUNCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CR-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
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
FD  RUN-TRANSACTION-FILE.
01  RUN-TRANSACTION-RECORD.
      03  RT-ACTION PIC X(01).
          88  RT-ADD VALUE 'A'.
          88  RT-DELETE VALUE 'D'.
      03  RT-WEEK-END-DATE PIC X(08).
      03  RT-STEP-NAME PIC X(08).
      03  RT-REASON PIC X(30).
      03  RT-PAY-GROUP PIC X(01).
FD  CHANGE-REPORT-FILE.
01  CHANGE-REPORT-RECORD PIC X(100).
WORKING-STORAGE SECTION.
01  JS-FILE-STATUS PIC XX.
01  RT-FILE-STATUS PIC XX.
01  CR-FILE-STATUS PIC XX.
01  SOPERATORID PIC X(08).
01  RT-EOF-SW PIC X VALUE 'N'.
      88  RT-EOF VALUE 'Y'.
01  SOVERFOUND-SW PIC X VALUE 'N'.
      88  SOVER-FOUND VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  SWEEKDATE.
      03  SWD-YEAR PIC X(04).
      03  SWD-MONTH PIC 9(02).
      03  SWD-DAY PIC 9(02).
01  SWEEKDATEN REDEFINES SWEEKDATE PIC 9(08).
01  SSHOWGROUP PIC X(01).
      88  SSHOWGROUP-VALID VALUE 'W' 'B' 'S'.
01  SKEYGROUP PIC X(01).
01  STEP-NAME-LIST.
      03  FILLER PIC X(08) VALUE 'PERDMNT '.
      03  FILLER PIC X(08) VALUE 'PUNCHIMP'.
      03  FILLER PIC X(08) VALUE 'PAYEDIT '.
      03  FILLER PIC X(08) VALUE 'PAYRECON'.
      03  FILLER PIC X(08) VALUE 'PROJECT3'.
      03  FILLER PIC X(08) VALUE 'PROJ3TRL'.
      03  FILLER PIC X(08) VALUE 'FINALPAY'.
      03  FILLER PIC X(08) VALUE 'PAYSCRN '.
      03  FILLER PIC X(08) VALUE 'DEDREMIT'.
      03  FILLER PIC X(08) VALUE 'PAYAUDIT'.
      03  FILLER PIC X(08) VALUE 'BUDRPT  '.
01  STEP-NAME-TABLE REDEFINES STEP-NAME-LIST.
      03  SN-STEP-NAME PIC X(08) OCCURS 11 TIMES.
01  SN-COUNT PIC 99 VALUE 11.
01  SN-IDX PIC 99.
01  SN-FOUND-SW PIC X VALUE 'N'.
      88  SN-FOUND VALUE 'Y'.
01  SCOUNTS.
      03  SADDCOUNT PIC 9(5) VALUE ZERO.
      03  SDELCOUNT PIC 9(5) VALUE ZERO.
      03  SREJCOUNT PIC 9(5) VALUE ZERO.
01  SBEFOREIMAGE.
      03  SBEF-STATUS PIC X(01).
      03  SBEF-SUPERVISOR PIC X(08).
      03  SBEF-ENTERED-DATE PIC X(08).
      03  SBEF-REASON PIC X(30).
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
          VALUE 'RUN CONTROL OVERRIDE CHANGES   '.
      03  CRH-DATE PIC X(10).
      03  FILLER PIC X(04) VALUE SPACES.
      03  FILLER PIC X(09) VALUE 'OPERATOR '.
      03  CRH-OPERATOR PIC X(08).
01  CR-COLUMN-LINE.
      03  FILLER PIC X(04) VALUE 'ACT '.
      03  FILLER PIC X(10) VALUE 'WEEK END  '.
      03  FILLER PIC X(02) VALUE 'G '.
      03  FILLER PIC X(10) VALUE 'STEP      '.
      03  FILLER PIC X(11) VALUE 'IMAGE      '.
      03  FILLER PIC X(04) VALUE 'ST  '.
      03  FILLER PIC X(10) VALUE 'SUPERVSR  '.
      03  FILLER PIC X(10) VALUE 'ENTERED   '.
      03  FILLER PIC X(30) VALUE 'REASON'.
01  CR-DETAIL-LINE.
      03  CRD-ACTION PIC X(01).
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRD-WEEK-END PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-GROUP PIC X(01).
      03  FILLER PIC X(01) VALUE SPACES.
      03  CRD-STEP-NAME PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-IMAGE PIC X(09).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-STATUS PIC X(01).
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRD-SUPERVISOR PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-ENTERED-DATE PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRD-REASON PIC X(30).
01  CR-REJECT-LINE.
      03  CRR-ACTION PIC X(01).
      03  FILLER PIC X(03) VALUE SPACES.
      03  CRR-WEEK-END PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  CRR-GROUP PIC X(01).
      03  FILLER PIC X(01) VALUE SPACES.
      03  CRR-STEP-NAME PIC X(08).
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
      OPEN I-O RUN-CONTROL-FILE.
      IF JS-FILE-STATUS = '35'
       OPEN OUTPUT RUN-CONTROL-FILE
       CLOSE RUN-CONTROL-FILE
       OPEN I-O RUN-CONTROL-FILE
      END-IF.
      MOVE JS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN INPUT RUN-TRANSACTION-FILE.
      MOVE RT-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-TRANSACTION-FILE' TO SABEND-FILE-NAME.
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
      PERFORM 130-READ-RUN-TRANSACTION.
      PERFORM UNTIL RT-EOF
       PERFORM 140-APPLY-TRANSACTION
       PERFORM 130-READ-RUN-TRANSACTION
      END-PERFORM.

130-READ-RUN-TRANSACTION.
      READ RUN-TRANSACTION-FILE
       AT END
        SET RT-EOF TO TRUE
      END-READ.

140-APPLY-TRANSACTION.
      SET SERROR-NO TO TRUE.
      MOVE SPACES TO SERRORMSG.
      MOVE RT-PAY-GROUP TO SSHOWGROUP.
      IF SSHOWGROUP = SPACE
       MOVE 'W' TO SSHOWGROUP
      END-IF.
      IF SSHOWGROUP = 'W'
       MOVE SPACE TO SKEYGROUP
      ELSE
       MOVE SSHOWGROUP TO SKEYGROUP
      END-IF.
      PERFORM 145-READ-OVERRIDE.
      EVALUATE TRUE
       WHEN RT-ADD
        PERFORM 150-ADD-OVERRIDE
       WHEN RT-DELETE
        PERFORM 160-DELETE-OVERRIDE
       WHEN OTHER
        SET SERROR-YES TO TRUE
        MOVE 'INVALID ACTION CODE' TO SERRORMSG
        PERFORM 175-WRITE-REJECT-LINE
      END-EVALUATE.

145-READ-OVERRIDE.
      MOVE 'N' TO SOVERFOUND-SW.
      MOVE RT-WEEK-END-DATE TO JO-WEEK-END-DATE.
      MOVE SKEYGROUP TO JO-PAY-GROUP.
      MOVE RT-STEP-NAME TO JO-STEP-NAME.
      MOVE 'O' TO JO-RECORD-TYPE.
      READ RUN-CONTROL-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        SET SOVER-FOUND TO TRUE
        MOVE JO-STATUS TO SBEF-STATUS
        MOVE JO-SUPERVISOR TO SBEF-SUPERVISOR
        MOVE JO-ENTERED-DATE TO SBEF-ENTERED-DATE
        MOVE JO-REASON TO SBEF-REASON
      END-READ.

148-EDIT-OVERRIDE-FIELDS.
      MOVE RT-WEEK-END-DATE TO SWEEKDATE.
      IF SERROR-NO AND SWEEKDATE NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'WEEK END DATE NOT YYYYMMDD' TO SERRORMSG
      END-IF.
      IF SERROR-NO
       IF FUNCTION TEST-DATE-YYYYMMDD (SWEEKDATEN) NOT = 0
        SET SERROR-YES TO TRUE
        MOVE 'WEEK END DATE NOT A VALID DATE' TO SERRORMSG
       END-IF
      END-IF.
      MOVE 'N' TO SN-FOUND-SW.
      PERFORM VARYING SN-IDX FROM 1 BY 1 UNTIL SN-IDX > SN-COUNT
       IF SN-STEP-NAME (SN-IDX) = RT-STEP-NAME
        SET SN-FOUND TO TRUE
       END-IF
      END-PERFORM.
      IF SERROR-NO AND NOT SN-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'STEP NAME NOT A JOB-STREAM STEP' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND NOT SSHOWGROUP-VALID
       SET SERROR-YES TO TRUE
       MOVE 'PAY GROUP NOT W, B OR S' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND RT-REASON = SPACES
       SET SERROR-YES TO TRUE
       MOVE 'OVERRIDE REASON REQUIRED' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND SOPERATORID = SPACES
       SET SERROR-YES TO TRUE
       MOVE 'OPERATOR-ID NOT SET - SUPERVISOR UNKNOWN' TO SERRORMSG
      END-IF.

150-ADD-OVERRIDE.
      IF SOVER-FOUND AND JO-AVAILABLE
       SET SERROR-YES TO TRUE
       MOVE 'UNUSED OVERRIDE ALREADY ON FILE FOR WEEK AND STEP'
          TO SERRORMSG
      END-IF.
      PERFORM 148-EDIT-OVERRIDE-FIELDS.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       IF SOVER-FOUND
        PERFORM 173-WRITE-BEFORE-LINE
       ELSE
        PERFORM 172-WRITE-NEW-BEFORE-LINE
       END-IF
       MOVE SPACES TO RUN-OVERRIDE-RECORD
       MOVE RT-WEEK-END-DATE TO JO-WEEK-END-DATE
       MOVE SKEYGROUP TO JO-PAY-GROUP
       MOVE RT-STEP-NAME TO JO-STEP-NAME
       MOVE 'O' TO JO-RECORD-TYPE
       PERFORM 165-MOVE-OVERRIDE-FIELDS
       IF SOVER-FOUND
        REWRITE RUN-OVERRIDE-RECORD
       ELSE
        WRITE RUN-OVERRIDE-RECORD
       END-IF
       MOVE JS-FILE-STATUS TO SABEND-STATUS
       MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SADDCOUNT
       PERFORM 174-WRITE-AFTER-LINE
      END-IF.

160-DELETE-OVERRIDE.
      IF NOT SOVER-FOUND
       SET SERROR-YES TO TRUE
       MOVE 'OVERRIDE NOT ON FILE FOR WEEK AND STEP' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND JO-USED
       SET SERROR-YES TO TRUE
       MOVE 'OVERRIDE ALREADY USED - KEPT FOR THE RUN LOG' TO SERRORMSG
      END-IF.
      IF SERROR-YES
       PERFORM 175-WRITE-REJECT-LINE
      ELSE
       PERFORM 173-WRITE-BEFORE-LINE
       MOVE RT-WEEK-END-DATE TO JO-WEEK-END-DATE
       MOVE SKEYGROUP TO JO-PAY-GROUP
       MOVE RT-STEP-NAME TO JO-STEP-NAME
       MOVE 'O' TO JO-RECORD-TYPE
       DELETE RUN-CONTROL-FILE
       MOVE JS-FILE-STATUS TO SABEND-STATUS
       MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME
       PERFORM 930-CHECK-FILE-STATUS
       ADD 1 TO SDELCOUNT
       PERFORM 176-WRITE-DELETED-LINE
      END-IF.

165-MOVE-OVERRIDE-FIELDS.
      MOVE 'A' TO JO-STATUS.
      MOVE SOPERATORID TO JO-SUPERVISOR.
      MOVE SDATEVARS TO JO-ENTERED-DATE.
      MOVE RT-REASON TO JO-REASON.
      MOVE SPACES TO JO-USED-DATE.
      MOVE SPACES TO JO-USED-TIME.
      MOVE SPACES TO JO-USED-OPERATOR.

170-WRITE-REPORT-LINE.
      WRITE CHANGE-REPORT-RECORD.
      MOVE CR-FILE-STATUS TO SABEND-STATUS.
      MOVE 'CHANGE-REPORT-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

172-WRITE-NEW-BEFORE-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE RT-ACTION TO CRD-ACTION.
      MOVE RT-WEEK-END-DATE TO CRD-WEEK-END.
      MOVE SSHOWGROUP TO CRD-GROUP.
      MOVE RT-STEP-NAME TO CRD-STEP-NAME.
      MOVE '(NEW)' TO CRD-IMAGE.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

173-WRITE-BEFORE-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE RT-ACTION TO CRD-ACTION.
      MOVE RT-WEEK-END-DATE TO CRD-WEEK-END.
      MOVE SSHOWGROUP TO CRD-GROUP.
      MOVE RT-STEP-NAME TO CRD-STEP-NAME.
      MOVE 'BEFORE ' TO CRD-IMAGE.
      MOVE SBEF-STATUS TO CRD-STATUS.
      MOVE SBEF-SUPERVISOR TO CRD-SUPERVISOR.
      MOVE SBEF-ENTERED-DATE TO CRD-ENTERED-DATE.
      MOVE SBEF-REASON TO CRD-REASON.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

174-WRITE-AFTER-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE RT-ACTION TO CRD-ACTION.
      MOVE RT-WEEK-END-DATE TO CRD-WEEK-END.
      MOVE SSHOWGROUP TO CRD-GROUP.
      MOVE RT-STEP-NAME TO CRD-STEP-NAME.
      MOVE 'AFTER  ' TO CRD-IMAGE.
      MOVE JO-STATUS TO CRD-STATUS.
      MOVE JO-SUPERVISOR TO CRD-SUPERVISOR.
      MOVE JO-ENTERED-DATE TO CRD-ENTERED-DATE.
      MOVE JO-REASON TO CRD-REASON.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

175-WRITE-REJECT-LINE.
      MOVE SPACES TO CR-REJECT-LINE.
      MOVE RT-ACTION TO CRR-ACTION.
      MOVE RT-WEEK-END-DATE TO CRR-WEEK-END.
      MOVE SSHOWGROUP TO CRR-GROUP.
      MOVE RT-STEP-NAME TO CRR-STEP-NAME.
      MOVE SERRORMSG TO CRR-MESSAGE.
      MOVE CR-REJECT-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD 1 TO SREJCOUNT.

176-WRITE-DELETED-LINE.
      MOVE SPACES TO CR-DETAIL-LINE.
      MOVE RT-ACTION TO CRD-ACTION.
      MOVE RT-WEEK-END-DATE TO CRD-WEEK-END.
      MOVE SSHOWGROUP TO CRD-GROUP.
      MOVE RT-STEP-NAME TO CRD-STEP-NAME.
      MOVE '(DELETED)' TO CRD-IMAGE.
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
      MOVE 'DELETES       ' TO CRT-LABEL.
      MOVE SDELCOUNT TO CRT-COUNT.
      MOVE CR-TOTAL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'REJECTS       ' TO CRT-LABEL.
      MOVE SREJCOUNT TO CRT-COUNT.
      MOVE CR-TOTAL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

190-CLOSE-FILES.
      CLOSE RUN-CONTROL-FILE.
      CLOSE RUN-TRANSACTION-FILE.
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
