        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RunLog.
AUTHOR. John Stephen Johnson.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JS-KEY
        FILE STATUS IS JS-FILE-STATUS.
    SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RL-FILE-STATUS.
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
FD  RUN-LOG-FILE.
01  RUN-LOG-RECORD PIC X(132).
WORKING-STORAGE SECTION.
01  JS-FILE-STATUS PIC XX.
01  RL-FILE-STATUS PIC XX.
01  JS-EOF-SW PIC X VALUE 'N'.
      88  JS-EOF VALUE 'Y'.
01  SABEND-STATUS PIC XX.
01  SABEND-FILE-NAME PIC X(24).
01  SLOGDATE.
      03  SLD-YEAR PIC X(04).
      03  SLD-MONTH PIC X(02).
      03  SLD-DAY PIC X(02).
01  SLOGDATEN REDEFINES SLOGDATE PIC 9(08).
01  SLOGDISPLAY.
      03  SLDD-MONTH PIC X(02).
      03  FILLER PIC X VALUE '-'.
      03  SLDD-DAY PIC X(02).
      03  FILLER PIC X VALUE '-'.
      03  SLDD-YEAR PIC X(04).
01  SLOOKBACKDAYS PIC 9(03) VALUE 56.
01  SCUTOFFDAYNUM PIC 9(07).
01  SCUTOFFDATEN PIC 9(08).
01  SCUTOFFDATE REDEFINES SCUTOFFDATEN PIC X(08).
01  SSTATUSWORD PIC X(08).
01  SCURWEEK PIC X(08).
01  SCURGROUP PIC X(01).
01  SGROUPLETTER PIC X(01).
01  SNEXTSTEP PIC X(14).
01  SWEEKCYCLE-SW PIC X VALUE 'N'.
      88  SWEEK-HAS-CYCLE VALUE 'Y'.
01  SNEXTFOUND-SW PIC X VALUE 'N'.
      88  SNEXT-FOUND VALUE 'Y'.
01  CYCLE-STEP-LIST.
      03  FILLER PIC X(10) VALUE 'PERDMNT Y '.
      03  FILLER PIC X(10) VALUE 'PUNCHIMPN '.
      03  FILLER PIC X(10) VALUE 'PAYEDIT Y '.
      03  FILLER PIC X(10) VALUE 'PAYRECONY '.
      03  FILLER PIC X(10) VALUE 'PROJECT3Y '.
      03  FILLER PIC X(10) VALUE 'PAYSCRN Y '.
      03  FILLER PIC X(10) VALUE 'DEDREMITY '.
      03  FILLER PIC X(10) VALUE 'PAYAUDITY '.
      03  FILLER PIC X(10) VALUE 'BUDRPT  YW'.
01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-LIST.
      03  CS-ENTRY OCCURS 9 TIMES.
          05  CS-STEP-NAME PIC X(08).
          05  CS-REQUIRED-SW PIC X(01).
              88  CS-REQUIRED VALUE 'Y'.
          05  CS-GROUPS-SW PIC X(01).
              88  CS-WEEKLY-ONLY VALUE 'W'.
01  CS-COUNT PIC 99 VALUE 9.
01  CS-IDX PIC 99.
01  SCYCLEGRID.
      03  SG-STATUS PIC X(08) OCCURS 9 TIMES.
01  SCOUNTS.
      03  SDAYCOUNT PIC 9(5) VALUE ZERO.
      03  SDAYDONECOUNT PIC 9(5) VALUE ZERO.
      03  SDAYFAILCOUNT PIC 9(5) VALUE ZERO.
      03  SDAYRUNCOUNT PIC 9(5) VALUE ZERO.
      03  SWEEKCOUNT PIC 9(5) VALUE ZERO.
      03  SWEEKDONECOUNT PIC 9(5) VALUE ZERO.
      03  SOVERAVAILCOUNT PIC 9(5) VALUE ZERO.
      03  SOVERUSEDCOUNT PIC 9(5) VALUE ZERO.
      03  SEXCCOUNT PIC 9(5) VALUE ZERO.
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
01  RL-HEADING-LINE.
      03  FILLER PIC X(23) VALUE 'JOB-STREAM RUN LOG FOR '.
      03  RLH-LOG-DATE PIC X(10).
      03  FILLER PIC X(10) VALUE SPACES.
      03  FILLER PIC X(08) VALUE 'PRINTED '.
      03  RLH-DATE PIC X(10).
01  RL-SECTION-LINE.
      03  RLS-TITLE PIC X(40).
      03  RLS-DATE PIC X(10).
01  RL-STEP-COLUMN-LINE.
      03  FILLER PIC X(09) VALUE 'WEEK END '.
      03  FILLER PIC X(02) VALUE 'G '.
      03  FILLER PIC X(10) VALUE 'STEP      '.
      03  FILLER PIC X(10) VALUE 'STATUS    '.
      03  FILLER PIC X(16) VALUE 'STARTED         '.
      03  FILLER PIC X(16) VALUE 'ENDED           '.
      03  FILLER PIC X(09) VALUE 'OPERATOR '.
      03  FILLER PIC X(06) VALUE 'CODE  '.
      03  FILLER PIC X(04) VALUE 'RUN '.
      03  FILLER PIC X(02) VALUE 'O '.
      03  FILLER PIC X(23) VALUE 'CONTROL COUNT'.
      03  FILLER PIC X(14) VALUE 'CONTROL AMOUNT'.
01  RL-STEP-LINE.
      03  RLD-WEEK-END PIC X(08).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-GROUP PIC X(01).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-STEP-NAME PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLD-STATUS PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLD-START-DATE PIC X(08).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-START-TIME PIC X(06).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-END-DATE PIC X(08).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-END-TIME PIC X(06).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-OPERATOR PIC X(08).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-CODE PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLD-RUN-COUNT PIC ZZ9.
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-OVERRIDE PIC X(01).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-COUNT-LABEL PIC X(10).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-COUNT PIC ZZZ,ZZZ,ZZ9.
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-AMOUNT-LABEL PIC X(10).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLD-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
01  RL-CYCLE-COLUMN-LINE.
      03  FILLER PIC X(10) VALUE 'WEEK END  '.
      03  FILLER PIC X(02) VALUE 'G '.
      03  RLCC-STEP-NAME PIC X(09) OCCURS 9 TIMES.
      03  FILLER PIC X(14) VALUE 'NEXT STEP'.
01  RL-CYCLE-LINE.
      03  RLC-WEEK-END PIC X(08).
      03  FILLER PIC X(02).
      03  RLC-GROUP PIC X(01).
      03  FILLER PIC X(01).
      03  RLC-STEP OCCURS 9 TIMES.
          05  RLC-STATUS PIC X(08).
          05  FILLER PIC X(01).
      03  RLC-NEXT-STEP PIC X(14).
01  RL-OVERRIDE-COLUMN-LINE.
      03  FILLER PIC X(10) VALUE 'WEEK END  '.
      03  FILLER PIC X(02) VALUE 'G '.
      03  FILLER PIC X(10) VALUE 'STEP      '.
      03  FILLER PIC X(11) VALUE 'STATUS     '.
      03  FILLER PIC X(10) VALUE 'SUPERVSR  '.
      03  FILLER PIC X(10) VALUE 'ENTERED   '.
      03  FILLER PIC X(32) VALUE 'REASON'.
      03  FILLER PIC X(26) VALUE 'USED           BY'.
01  RL-OVERRIDE-LINE.
      03  RLO-WEEK-END PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLO-GROUP PIC X(01).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLO-STEP-NAME PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLO-STATUS PIC X(09).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLO-SUPERVISOR PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLO-ENTERED-DATE PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLO-REASON PIC X(30).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLO-USED-DATE PIC X(08).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLO-USED-TIME PIC X(06).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLO-USED-OPERATOR PIC X(08).
01  RL-EXCEPTION-COLUMN-LINE.
      03  FILLER PIC X(10) VALUE 'WEEK END  '.
      03  FILLER PIC X(02) VALUE 'G '.
      03  FILLER PIC X(10) VALUE 'STEP      '.
      03  FILLER PIC X(10) VALUE 'STATUS    '.
      03  FILLER PIC X(16) VALUE 'STARTED         '.
      03  FILLER PIC X(10) VALUE 'OPERATOR  '.
      03  FILLER PIC X(06) VALUE 'CODE  '.
      03  FILLER PIC X(04) VALUE 'RUN '.
      03  FILLER PIC X(40) VALUE 'ACTION'.
01  RL-EXCEPTION-LINE.
      03  RLE-WEEK-END PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLE-GROUP PIC X(01).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLE-STEP-NAME PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLE-STATUS PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLE-START-DATE PIC X(08).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLE-START-TIME PIC X(06).
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLE-OPERATOR PIC X(08).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLE-CODE PIC X(04).
      03  FILLER PIC X(02) VALUE SPACES.
      03  RLE-RUN-COUNT PIC ZZ9.
      03  FILLER PIC X(01) VALUE SPACES.
      03  RLE-MESSAGE PIC X(50).
01  RL-NONE-LINE.
      03  FILLER PIC X(04) VALUE SPACES.
      03  RLN-MESSAGE PIC X(50).
01  RL-TOTAL-LINE.
      03  RLT-LABEL PIC X(32).
      03  RLT-COUNT PIC ZZ,ZZ9.
PROCEDURE DIVISION.
100-MAIN.
      PERFORM 300-DATE.
      PERFORM 110-OPEN-FILES.
      PERFORM 115-WRITE-HEADINGS.
      PERFORM 120-LIST-DAY-STEPS.
      PERFORM 130-LIST-CYCLE-STATUS.
      PERFORM 140-LIST-OVERRIDES.
      PERFORM 150-LIST-EXCEPTIONS.
      PERFORM 180-WRITE-TOTALS.
      PERFORM 190-CLOSE-FILES.
      IF SEXCCOUNT NOT = ZERO
       DISPLAY 'RUN LOG - ' SEXCCOUNT ' STEPS FAILED OR NOT FINISHED'
       MOVE 4 TO RETURN-CODE
      END-IF.
      STOP RUN.

110-OPEN-FILES.
      ACCEPT SLOGDATE FROM ENVIRONMENT "RUN-LOG-DATE".
      IF SLOGDATE = SPACES
       MOVE SDATEVARS TO SLOGDATE
      END-IF.
      IF SLOGDATE NOT NUMERIC
       DISPLAY 'RUN LOG DATE ' SLOGDATE ' NOT YYYYMMDD - NO REPORT'
       STOP RUN
      END-IF.
      IF FUNCTION TEST-DATE-YYYYMMDD (SLOGDATEN) NOT = 0
       DISPLAY 'RUN LOG DATE ' SLOGDATE ' NOT A VALID DATE - NO REPORT'
       STOP RUN
      END-IF.
      MOVE SLD-MONTH TO SLDD-MONTH.
      MOVE SLD-DAY TO SLDD-DAY.
      MOVE SLD-YEAR TO SLDD-YEAR.
      COMPUTE SCUTOFFDAYNUM =
         FUNCTION INTEGER-OF-DATE (SLOGDATEN) - SLOOKBACKDAYS.
      COMPUTE SCUTOFFDATEN = FUNCTION DATE-OF-INTEGER (SCUTOFFDAYNUM).
      OPEN INPUT RUN-CONTROL-FILE.
      IF JS-FILE-STATUS = '35'
       DISPLAY 'NO RUN CONTROL FILE - NOTHING TO REPORT'
       STOP RUN
      END-IF.
      MOVE JS-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-CONTROL-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.
      OPEN OUTPUT RUN-LOG-FILE.
      MOVE RL-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-LOG-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

112-START-RUN-CONTROL.
      MOVE 'N' TO JS-EOF-SW.
      MOVE LOW-VALUES TO JS-KEY.
      START RUN-CONTROL-FILE KEY >= JS-KEY
       INVALID KEY
        SET JS-EOF TO TRUE
      END-START.
      IF NOT JS-EOF
       PERFORM 114-READ-RUN-CONTROL
      END-IF.

114-READ-RUN-CONTROL.
      READ RUN-CONTROL-FILE NEXT RECORD
       AT END
        SET JS-EOF TO TRUE
      END-READ.

115-WRITE-HEADINGS.
      MOVE SLOGDISPLAY TO RLH-LOG-DATE.
      MOVE SDATEDISPLAYINFO TO RLH-DATE.
      MOVE RL-HEADING-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

117-WRITE-SECTION-HEADING.
      MOVE SPACES TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE RL-SECTION-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

118-WRITE-NONE-LINE.
      MOVE RL-NONE-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

120-LIST-DAY-STEPS.
      MOVE SPACES TO RL-SECTION-LINE.
      MOVE 'STEPS RUN ON' TO RLS-TITLE.
      MOVE SLOGDISPLAY TO RLS-DATE.
      PERFORM 117-WRITE-SECTION-HEADING.
      MOVE RL-STEP-COLUMN-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      PERFORM 112-START-RUN-CONTROL.
      PERFORM UNTIL JS-EOF
       IF JS-STEP-RECORD
          AND (JS-START-DATE = SLOGDATE OR JS-END-DATE = SLOGDATE)
        PERFORM 125-WRITE-STEP-LINE
       END-IF
       PERFORM 114-READ-RUN-CONTROL
      END-PERFORM.
      IF SDAYCOUNT = ZERO
       MOVE 'NO JOB-STREAM STEPS RUN ON THIS DATE' TO RLN-MESSAGE
       PERFORM 118-WRITE-NONE-LINE
      END-IF.

125-WRITE-STEP-LINE.
      PERFORM 127-SET-STATUS-WORD.
      MOVE JS-WEEK-END-DATE TO RLD-WEEK-END.
      PERFORM 128-SET-GROUP-LETTER.
      MOVE SGROUPLETTER TO RLD-GROUP.
      MOVE JS-STEP-NAME TO RLD-STEP-NAME.
      MOVE SSTATUSWORD TO RLD-STATUS.
      MOVE JS-START-DATE TO RLD-START-DATE.
      MOVE JS-START-TIME TO RLD-START-TIME.
      MOVE JS-END-DATE TO RLD-END-DATE.
      MOVE JS-END-TIME TO RLD-END-TIME.
      MOVE JS-OPERATOR TO RLD-OPERATOR.
      MOVE JS-COMPLETION-CODE TO RLD-CODE.
      MOVE JS-RUN-COUNT TO RLD-RUN-COUNT.
      MOVE JS-OVERRIDE-SW TO RLD-OVERRIDE.
      MOVE JS-COUNT-LABEL TO RLD-COUNT-LABEL.
      MOVE JS-CONTROL-COUNT TO RLD-COUNT.
      MOVE JS-AMOUNT-LABEL TO RLD-AMOUNT-LABEL.
      MOVE JS-CONTROL-AMOUNT TO RLD-AMOUNT.
      MOVE RL-STEP-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD 1 TO SDAYCOUNT.
      EVALUATE TRUE
       WHEN JS-COMPLETE
        ADD 1 TO SDAYDONECOUNT
       WHEN JS-FAILED
        ADD 1 TO SDAYFAILCOUNT
       WHEN OTHER
        ADD 1 TO SDAYRUNCOUNT
      END-EVALUATE.

127-SET-STATUS-WORD.
      EVALUATE TRUE
       WHEN JS-COMPLETE
        MOVE 'DONE' TO SSTATUSWORD
       WHEN JS-FAILED
        MOVE 'FAILED' TO SSTATUSWORD
       WHEN JS-RUNNING
        MOVE 'RUNNING' TO SSTATUSWORD
       WHEN OTHER
        MOVE 'UNKNOWN' TO SSTATUSWORD
      END-EVALUATE.

128-SET-GROUP-LETTER.
      IF JS-PAY-GROUP = SPACE
       MOVE 'W' TO SGROUPLETTER
      ELSE
       MOVE JS-PAY-GROUP TO SGROUPLETTER
      END-IF.

130-LIST-CYCLE-STATUS.
      MOVE SPACES TO RL-SECTION-LINE.
      MOVE 'CYCLE STATUS - PERIODS ENDING SINCE' TO RLS-TITLE.
      MOVE SCUTOFFDATE TO RLS-DATE.
      PERFORM 117-WRITE-SECTION-HEADING.
      PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
       MOVE CS-STEP-NAME (CS-IDX) TO RLCC-STEP-NAME (CS-IDX)
      END-PERFORM.
      MOVE RL-CYCLE-COLUMN-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE SPACES TO SCURWEEK.
      MOVE SPACES TO SCURGROUP.
      MOVE 'N' TO SWEEKCYCLE-SW.
      PERFORM 112-START-RUN-CONTROL.
      PERFORM UNTIL JS-EOF
       IF JS-STEP-RECORD
        IF JS-WEEK-END-DATE NOT = SCURWEEK
           OR JS-PAY-GROUP NOT = SCURGROUP
         PERFORM 135-END-CYCLE-WEEK
         MOVE JS-WEEK-END-DATE TO SCURWEEK
         MOVE JS-PAY-GROUP TO SCURGROUP
         MOVE 'N' TO SWEEKCYCLE-SW
         PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
          IF CS-WEEKLY-ONLY (CS-IDX) AND SCURGROUP NOT = SPACE
           MOVE 'N/A' TO SG-STATUS (CS-IDX)
          ELSE
           MOVE '-' TO SG-STATUS (CS-IDX)
          END-IF
         END-PERFORM
        END-IF
        PERFORM 137-POST-CYCLE-STEP
       END-IF
       PERFORM 114-READ-RUN-CONTROL
      END-PERFORM.
      PERFORM 135-END-CYCLE-WEEK.
      IF SWEEKCOUNT = ZERO
       MOVE 'NO OPEN OR RECENT PAY WEEKS ON THE RUN CONTROL FILE'
          TO RLN-MESSAGE
       PERFORM 118-WRITE-NONE-LINE
      END-IF.

135-END-CYCLE-WEEK.
      IF SWEEK-HAS-CYCLE
       MOVE 'CYCLE COMPLETE' TO SNEXTSTEP
       MOVE 'N' TO SNEXTFOUND-SW
       PERFORM VARYING CS-IDX FROM 1 BY 1
          UNTIL CS-IDX > CS-COUNT OR SNEXT-FOUND
        IF CS-REQUIRED (CS-IDX) AND SG-STATUS (CS-IDX) NOT = 'DONE'
           AND SG-STATUS (CS-IDX) NOT = 'N/A'
         SET SNEXT-FOUND TO TRUE
         MOVE CS-STEP-NAME (CS-IDX) TO SNEXTSTEP
        END-IF
       END-PERFORM
       IF SNEXT-FOUND OR SCURWEEK NOT < SCUTOFFDATE
        MOVE SPACES TO RL-CYCLE-LINE
        MOVE SCURWEEK TO RLC-WEEK-END
        IF SCURGROUP = SPACE
         MOVE 'W' TO RLC-GROUP
        ELSE
         MOVE SCURGROUP TO RLC-GROUP
        END-IF
        PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
         MOVE SG-STATUS (CS-IDX) TO RLC-STATUS (CS-IDX)
        END-PERFORM
        MOVE SNEXTSTEP TO RLC-NEXT-STEP
        MOVE RL-CYCLE-LINE TO RUN-LOG-RECORD
        PERFORM 170-WRITE-REPORT-LINE
        ADD 1 TO SWEEKCOUNT
        IF NOT SNEXT-FOUND
         ADD 1 TO SWEEKDONECOUNT
        END-IF
       END-IF
      END-IF.

137-POST-CYCLE-STEP.
      PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
       IF CS-STEP-NAME (CS-IDX) = JS-STEP-NAME
        PERFORM 127-SET-STATUS-WORD
        MOVE SSTATUSWORD TO SG-STATUS (CS-IDX)
        SET SWEEK-HAS-CYCLE TO TRUE
       END-IF
      END-PERFORM.

140-LIST-OVERRIDES.
      MOVE SPACES TO RL-SECTION-LINE.
      MOVE 'SUPERVISOR OVERRIDES OPEN OR USED ON' TO RLS-TITLE.
      MOVE SLOGDISPLAY TO RLS-DATE.
      PERFORM 117-WRITE-SECTION-HEADING.
      MOVE RL-OVERRIDE-COLUMN-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      PERFORM 112-START-RUN-CONTROL.
      PERFORM UNTIL JS-EOF
       IF JS-OVERRIDE-RECORD
        IF JO-AVAILABLE
         ADD 1 TO SOVERAVAILCOUNT
         PERFORM 145-WRITE-OVERRIDE-LINE
        ELSE
         IF JO-USED AND JO-USED-DATE = SLOGDATE
          ADD 1 TO SOVERUSEDCOUNT
          PERFORM 145-WRITE-OVERRIDE-LINE
         END-IF
        END-IF
       END-IF
       PERFORM 114-READ-RUN-CONTROL
      END-PERFORM.
      IF SOVERAVAILCOUNT = ZERO AND SOVERUSEDCOUNT = ZERO
       MOVE 'NO SUPERVISOR OVERRIDES OPEN OR USED' TO RLN-MESSAGE
       PERFORM 118-WRITE-NONE-LINE
      END-IF.

145-WRITE-OVERRIDE-LINE.
      MOVE SPACES TO RL-OVERRIDE-LINE.
      MOVE JO-WEEK-END-DATE TO RLO-WEEK-END.
      IF JO-PAY-GROUP = SPACE
       MOVE 'W' TO RLO-GROUP
      ELSE
       MOVE JO-PAY-GROUP TO RLO-GROUP
      END-IF.
      MOVE JO-STEP-NAME TO RLO-STEP-NAME.
      IF JO-AVAILABLE
       MOVE 'AVAILABLE' TO RLO-STATUS
      ELSE
       MOVE 'USED' TO RLO-STATUS
       MOVE JO-USED-DATE TO RLO-USED-DATE
       MOVE JO-USED-TIME TO RLO-USED-TIME
       MOVE JO-USED-OPERATOR TO RLO-USED-OPERATOR
      END-IF.
      MOVE JO-SUPERVISOR TO RLO-SUPERVISOR.
      MOVE JO-ENTERED-DATE TO RLO-ENTERED-DATE.
      MOVE JO-REASON TO RLO-REASON.
      MOVE RL-OVERRIDE-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

150-LIST-EXCEPTIONS.
      MOVE SPACES TO RL-SECTION-LINE.
      MOVE 'STEPS FAILED OR NOT FINISHED' TO RLS-TITLE.
      PERFORM 117-WRITE-SECTION-HEADING.
      MOVE RL-EXCEPTION-COLUMN-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      PERFORM 112-START-RUN-CONTROL.
      PERFORM UNTIL JS-EOF
       IF JS-STEP-RECORD AND NOT JS-COMPLETE
        PERFORM 155-WRITE-EXCEPTION-LINE
       END-IF
       PERFORM 114-READ-RUN-CONTROL
      END-PERFORM.
      IF SEXCCOUNT = ZERO
       MOVE 'NO FAILED OR UNFINISHED STEPS ON FILE' TO RLN-MESSAGE
       PERFORM 118-WRITE-NONE-LINE
      END-IF.

155-WRITE-EXCEPTION-LINE.
      PERFORM 127-SET-STATUS-WORD.
      MOVE JS-WEEK-END-DATE TO RLE-WEEK-END.
      PERFORM 128-SET-GROUP-LETTER.
      MOVE SGROUPLETTER TO RLE-GROUP.
      MOVE JS-STEP-NAME TO RLE-STEP-NAME.
      MOVE SSTATUSWORD TO RLE-STATUS.
      MOVE JS-START-DATE TO RLE-START-DATE.
      MOVE JS-START-TIME TO RLE-START-TIME.
      MOVE JS-OPERATOR TO RLE-OPERATOR.
      MOVE JS-COMPLETION-CODE TO RLE-CODE.
      MOVE JS-RUN-COUNT TO RLE-RUN-COUNT.
      IF JS-FAILED
       MOVE 'FAILED - CORRECT THE CAUSE AND RERUN THE STEP'
          TO RLE-MESSAGE
      ELSE
       MOVE 'NO END RECORDED - STILL RUNNING OR ABENDED'
          TO RLE-MESSAGE
      END-IF.
      MOVE RL-EXCEPTION-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      ADD 1 TO SEXCCOUNT.

170-WRITE-REPORT-LINE.
      WRITE RUN-LOG-RECORD.
      MOVE RL-FILE-STATUS TO SABEND-STATUS.
      MOVE 'RUN-LOG-FILE' TO SABEND-FILE-NAME.
      PERFORM 930-CHECK-FILE-STATUS.

180-WRITE-TOTALS.
      MOVE SPACES TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      PERFORM 170-WRITE-REPORT-LINE.
      MOVE 'STEPS RUN ON LOG DATE' TO RLT-LABEL.
      MOVE SDAYCOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE '  COMPLETED' TO RLT-LABEL.
      MOVE SDAYDONECOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE '  FAILED' TO RLT-LABEL.
      MOVE SDAYFAILCOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE '  NOT FINISHED' TO RLT-LABEL.
      MOVE SDAYRUNCOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE 'PAY WEEKS LISTED' TO RLT-LABEL.
      MOVE SWEEKCOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE '  CYCLE COMPLETE' TO RLT-LABEL.
      MOVE SWEEKDONECOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE 'OVERRIDES AVAILABLE' TO RLT-LABEL.
      MOVE SOVERAVAILCOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE 'OVERRIDES USED ON LOG DATE' TO RLT-LABEL.
      MOVE SOVERUSEDCOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.
      MOVE 'STEPS FAILED OR NOT FINISHED' TO RLT-LABEL.
      MOVE SEXCCOUNT TO RLT-COUNT.
      PERFORM 185-WRITE-TOTAL-LINE.

185-WRITE-TOTAL-LINE.
      MOVE RL-TOTAL-LINE TO RUN-LOG-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.

190-CLOSE-FILES.
      CLOSE RUN-CONTROL-FILE.
      CLOSE RUN-LOG-FILE.

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
