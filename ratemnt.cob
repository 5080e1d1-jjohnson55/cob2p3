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
FD  RATE-TRANSACTION-FILE.
01  RATE-TRANSACTION-RECORD.
      03  RT-ACTION PIC X(01).
      03  RT-WH-BRACKET OCCURS 4 TIMES.
          05  RT-WH-CEILING PIC 9(5)V99.
          05  RT-WH-PERCENT PIC V999.
      03  RT-WH-ALLOWANCE-AMT PIC 999V99.
      03  RT-WH-STD-SINGLE PIC 9(4)V99.
      03  RT-WH-STD-MARRIED PIC 9(4)V99.
      03  RT-WH-STD-HEAD PIC 9(4)V99.
      03  RT-FUTA-PERCENT PIC V9(4).
      03  RT-FUTA-WAGE-BASE PIC 9(6)V99.
      03  RT-SUTA-PERCENT PIC V9(4).
      03  RT-SUTA-WAGE-BASE PIC 9(6)V99.
FD  CHANGE-REPORT-FILE.
01  CHANGE-REPORT-RECORD PIC X(100).
WORKING-STORAGE SECTION.
      03  CRD-MAX PIC ZZ9.99.
      03  FILLER PIC X(06) VALUE ' HOL  '.
      03  CRD-HOL PIC 9.99.
01  CR-WH-DETAIL-LINE.
      03  FILLER PIC X(13) VALUE SPACES.
      03  FILLER PIC X(06) VALUE 'ALLOW '.
      03  CRW-ALLOWANCE PIC ZZ9.99.
      03  FILLER PIC X(09) VALUE '  STD S  '.
      03  CRW-STD-SINGLE PIC Z,ZZ9.99.
      03  FILLER PIC X(05) VALUE '  M  '.
      03  CRW-STD-MARRIED PIC Z,ZZ9.99.
      03  FILLER PIC X(05) VALUE '  H  '.
      03  CRW-STD-HEAD PIC Z,ZZ9.99.
01  CR-UI-DETAIL-LINE.
      03  FILLER PIC X(13) VALUE SPACES.
      03  FILLER PIC X(05) VALUE 'FUTA '.
      03  CRU-FUTA-PERCENT PIC .9999.
      03  FILLER PIC X(07) VALUE '  BASE '.
      03  CRU-FUTA-WAGE-BASE PIC ZZZ,ZZ9.99.
      03  FILLER PIC X(07) VALUE '  SUTA '.
      03  CRU-SUTA-PERCENT PIC .9999.
      03  FILLER PIC X(07) VALUE '  BASE '.
      03  CRU-SUTA-WAGE-BASE PIC ZZZ,ZZ9.99.
01  CR-REJECT-LINE.
      03  CRR-ACTION PIC X(01).
      03  FILLER PIC X(02) VALUE SPACES.
        MOVE 'WITHHOLDING CEILINGS NOT ASCENDING' TO SERRORMSG
       END-IF
      END-PERFORM.
      IF SERROR-NO AND RT-WH-ALLOWANCE-AMT NOT NUMERIC
       SET SERROR-YES TO TRUE
       MOVE 'WITHHOLDING ALLOWANCE AMOUNT NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND (RT-WH-STD-SINGLE NOT NUMERIC
         OR RT-WH-STD-MARRIED NOT NUMERIC
         OR RT-WH-STD-HEAD NOT NUMERIC)
       SET SERROR-YES TO TRUE
       MOVE 'STANDARD DEDUCTION AMOUNTS NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND (RT-FUTA-PERCENT NOT NUMERIC
         OR RT-FUTA-WAGE-BASE NOT NUMERIC)
       SET SERROR-YES TO TRUE
       MOVE 'FUTA RATE OR WAGE BASE NOT NUMERIC' TO SERRORMSG
      END-IF.
      IF SERROR-NO AND (RT-SUTA-PERCENT NOT NUMERIC
         OR RT-SUTA-WAGE-BASE NOT NUMERIC)
       SET SERROR-YES TO TRUE
       MOVE 'SUTA RATE OR WAGE BASE NOT NUMERIC' TO SERRORMSG
      END-IF.

150-ADD-RATE-RECORD.
      IF SRATE-FOUND
       MOVE RT-WH-CEILING (SWHIDX) TO RC-WH-CEILING (SWHIDX)
       MOVE RT-WH-PERCENT (SWHIDX) TO RC-WH-PERCENT (SWHIDX)
      END-PERFORM.
      MOVE RT-WH-ALLOWANCE-AMT TO RC-WH-ALLOWANCE-AMT.
      MOVE RT-WH-STD-SINGLE TO RC-WH-STD-SINGLE.
      MOVE RT-WH-STD-MARRIED TO RC-WH-STD-MARRIED.
      MOVE RT-WH-STD-HEAD TO RC-WH-STD-HEAD.
      MOVE RT-FUTA-PERCENT TO RC-FUTA-PERCENT.
      MOVE RT-FUTA-WAGE-BASE TO RC-FUTA-WAGE-BASE.
      MOVE RT-SUTA-PERCENT TO RC-SUTA-PERCENT.
      MOVE RT-SUTA-WAGE-BASE TO RC-SUTA-WAGE-BASE.

170-WRITE-REPORT-LINE.
      WRITE CHANGE-REPORT-RECORD.
      MOVE RT-HOLIDAY-DIFF-RATE TO CRD-HOL.
      MOVE CR-DETAIL-LINE TO CHANGE-REPORT-RECORD.
      PERFORM 170-WRITE-REPORT-LINE.
      IF NOT RT-DELETE
       MOVE RT-WH-ALLOWANCE-AMT TO CRW-ALLOWANCE
       MOVE RT-WH-STD-SINGLE TO CRW-STD-SINGLE
       MOVE RT-WH-STD-MARRIED TO CRW-STD-MARRIED
       MOVE RT-WH-STD-HEAD TO CRW-STD-HEAD
       MOVE CR-WH-DETAIL-LINE TO CHANGE-REPORT-RECORD
       PERFORM 170-WRITE-REPORT-LINE
       MOVE RT-FUTA-PERCENT TO CRU-FUTA-PERCENT
       MOVE RT-FUTA-WAGE-BASE TO CRU-FUTA-WAGE-BASE
       MOVE RT-SUTA-PERCENT TO CRU-SUTA-PERCENT
       MOVE RT-SUTA-WAGE-BASE TO CRU-SUTA-WAGE-BASE
       MOVE CR-UI-DETAIL-LINE TO CHANGE-REPORT-RECORD
       PERFORM 170-WRITE-REPORT-LINE
      END-IF.

175-WRITE-REJECT-LINE.
      MOVE SPACES TO CR-REJECT-LINE.
