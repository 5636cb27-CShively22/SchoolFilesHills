       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS28.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * YEAR-OVER-YEAR SEASONAL SALES TREND REPORT. THE MTD/YTD
      * FIGURES ON CBLRUNT1.DAT ONLY EVER LOOK AT THE OPEN YEAR, SO
      * DECIDING EACH WINTER HOW MANY PONTOONS AND BASS BOATS TO
      * COMMIT TO FOR SPRING MEANT BUILDING THIS BY HAND FROM OLD
      * PRINTOUTS. THIS PROGRAM READS THE OPEN-YEAR CBLBOAT1.DAT AND
      * THE CLOSED YEARS CBLCJS11 HAS ARCHIVED TO CBLHIST1.DAT, AND
      * TOTALS UNITS AND DOLLARS (BOAT COST PLUS PREP/DELIVERY, THE
      * SAME TOTAL COST CBLCJS02 PRINTS) BY YEAR, MONTH, BOAT TYPE, AND
      * LOT. A RETURN ("R") NETS OUT AS A NEGATIVE UNIT AND NEGATIVE
      * DOLLARS IN THE MONTH OF THE SALE IT REVERSES, SAME AS EVERY
      * OTHER REPORT. CBLTRND1.PRT PRINTS ONE PAGE FOR THE COMPANY,
      * ONE PER LOT, AND ONE PER BOAT TYPE THAT HAD ANY ACTIVITY: EACH
      * MONTH OF THE AS-OF YEAR NEXT TO THE SAME MONTH IN EACH PRIOR
      * YEAR ON FILE (UP TO FIVE), WITH THE PERCENT CHANGE AGAINST
      * LAST YEAR, THEN A SAME-PERIOD-TO-DATE ROW (JANUARY 1 THROUGH
      * THE AS-OF MONTH AND DAY, EVERY YEAR) AND A FULL-YEAR ROW. THE
      * SAME FIGURES, BY TYPE AND LOT TOGETHER, GO TO CBLTRND1.CSV FOR
      * THE SPREADSHEET. THE AS-OF DATE IS AN OPTIONAL PARM (SEE
      * 9900-GET-PARM); SALES DATED AFTER IT, OR OLDER THAN THE FIFTH
      * PRIOR YEAR, ARE LEFT OUT AND COUNTED ON THE LAST PAGE.
      * CBLDRV1.BAT RUNS IT AS OF EACH QUARTER-END DATE ON CBLCJS31'S
      * PROCESSING CALENDAR.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        SAME FILE CBLCJS02/CBLCJS03 READ, HERE READ STRAIGHT
      *    THROUGH UNSORTED -- EVERY SALE JUST LANDS IN ITS TABLE CELL.
           SELECT BOAT-RAW-INPUT
               ASSIGN TO 'C:\COBOL\CBLBOAT1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RAW-STATUS.

      *        PERMANENT SALES HISTORY CBLCJS11 APPENDS TO AT EVERY
      *    YEAR-END CLOSE. EACH RECORD CARRIES A FLAT SALE IMAGE IN
      *    THE SAME LAYOUT AS CBLBOAT1.DAT'S OWN RECORDS.
           SELECT HISTORY-FILE
               ASSIGN TO 'C:\COBOL\CBLHIST1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT TREND-PRT
               ASSIGN TO 'C:\COBOL\CBLTRND1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT TREND-CSV
               ASSIGN TO 'C:\COBOL\CBLTRND1.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BOAT-RAW-INPUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS RAW-REC.

       01 RAW-REC.
           05  RAW-LAST-NAME       PIC X(15).
           05  RAW-STATE           PIC X(2).
           05  RAW-BOAT-COST       PIC 9(6)V99.
           05  RAW-PURCHASE-DATE.
               10  RAW-PURCHASE-YY PIC 9(4).
               10  RAW-PURCHASE-MM PIC 99.
               10  RAW-PURCHASE-DD PIC 99.
           05  RAW-BOAT-TYPE       PIC X.
           05  RAW-ACC-PCK         PIC 9.
           05  RAW-PREP-DEL-COST   PIC 9(5)V99.
           05  RAW-SALESPERSON-ID  PIC X(5).
           05  RAW-CUST-NUM        PIC 9(5).
           05  RAW-TRANS-TYPE      PIC X.
           05  RAW-LOCATION        PIC XX.
           05  RAW-DEPOSIT-AMT     PIC 9(6)V99.
           05  RAW-AMT-RECEIVED    PIC 9(6)V99.

      *        SAME LAYOUT CBLCJS11 WRITES. HIST-SALE-REC IS A FLAT
      *    SALE IMAGE -- 2500-SCAN-HISTORY MOVES IT OVER RAW-REC SO ONE
      *    SET OF FIELD NAMES SERVES BOTH FILES.
       FD HISTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC.
           05  HIST-CLOSE-DATE.
               10  HIST-CLOSE-YEAR  PIC 9(4).
               10  HIST-CLOSE-MONTH PIC 99.
               10  HIST-CLOSE-DAY   PIC 99.
           05  HIST-REC-NUM         PIC 9(6).
           05  HIST-SALE-REC        PIC X(71).

       FD TREND-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

       01 PRTLINE                  PIC X(132).

       FD TREND-CSV
           LABEL RECORD IS OMITTED
           DATA RECORD IS CSVLINE.

       01 CSVLINE                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 I-DATE-TIME.
           05 I-DATE.
               10 I-YEAR           PIC 9(4).
               10 I-MONTH          PIC 99.
               10 I-DAY            PIC 99.
           05 I-TIME               PIC X(11).

       01 WORK-AREA.
           05  C-RAW-STATUS       PIC XX.
           05  C-HIST-STATUS      PIC XX.
           05  C-RAW-EOF          PIC X           VALUE   "N".
           05  C-HIST-EOF         PIC X           VALUE   "N".
           05  C-PG-CTR           PIC 99          VALUE   ZEROES.
           05  C-PARM-LINE        PIC X(80).
           05  C-PARM-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-AS-OF-DATE.
               10  C-AS-OF-YEAR   PIC 9(4).
               10  C-AS-OF-MMDD.
                   15  C-AS-OF-MONTH
                                  PIC 99.
                   15  C-AS-OF-DAY
                                  PIC 99.
           05  C-BOAT-TYPE-NAME   PIC X(13).
      *        TABLE SUBSCRIPTS. C-YR-IDX 1 IS THE AS-OF YEAR, 2 LAST
      *    YEAR, AND SO ON BACK TO 6. C-BT-IDX IS B=1,P=2,S=3,J=4,C=5,
      *    6 FOR ANYTHING ELSE (THE "CABIN CRUISER" CATCH-ALL
      *    9300-CONVERT-BOAT-TYPE USES). C-LOC-IDX 1 IS LOT "01", 2 IS
      *    "02". C-MO-IDX 1-12 IS THE MONTH, 13 THE SAME PERIOD TO
      *    DATE, 14 THE FULL YEAR.
           05  C-YR-IDX           PIC 99          VALUE   ZEROES.
           05  C-BT-IDX           PIC 99          VALUE   ZEROES.
           05  C-LOC-IDX          PIC 99          VALUE   ZEROES.
           05  C-MO-IDX           PIC 99          VALUE   ZEROES.
           05  C-YEAR-DIFF        PIC S9(4)       VALUE   ZEROES.
      *        THE GROUP BEING PRINTED (SEE 3100-BUILD-GROUP). ZERO
      *    MEANS EVERY TYPE OR EVERY LOT.
           05  C-SEL-TYPE         PIC 99          VALUE   ZEROES.
           05  C-SEL-LOT          PIC 99          VALUE   ZEROES.
           05  C-GROUP-TITLE      PIC X(45).
      *        HOW MANY YEAR COLUMNS TO PRINT -- BACK TO THE OLDEST
      *    YEAR THAT HAD ANY SALE, BUT ALWAYS AT LEAST LAST YEAR.
           05  C-YEARS-SHOWN      PIC 99          VALUE   2.
           05  C-SHOW-YEAR        PIC 9(4)        VALUE   ZEROES.
           05  C-SIGNED-UNITS     PIC S9          VALUE   ZEROES.
           05  C-SIGNED-TOTAL     PIC S9(7)V99    VALUE   ZEROES.
           05  C-PCT-WORK         PIC S9(4)       VALUE   ZEROES.
           05  C-CUR-UNITS        PIC S9(7)       VALUE   ZEROES.
           05  C-LY-UNITS         PIC S9(7)       VALUE   ZEROES.
           05  C-CUR-DOLLARS      PIC S9(11)V99   VALUE   ZEROES.
           05  C-LY-DOLLARS       PIC S9(11)V99   VALUE   ZEROES.
      *        RUN COUNTS FOR THE LAST PAGE.
           05  C-RAW-READ         PIC 9(6)        VALUE   ZEROES.
           05  C-HIST-READ        PIC 9(6)        VALUE   ZEROES.
           05  C-USED-COUNT       PIC 9(6)        VALUE   ZEROES.
           05  C-OUTSIDE-COUNT    PIC 9(6)        VALUE   ZEROES.
           05  C-CSV-ROWS         PIC 9(6)        VALUE   ZEROES.

      *        EVERY SALE IN THE WINDOW, NETTED INTO ITS YEAR, BOAT
      *    TYPE, LOT, AND MONTH. MONTH 13 HOLDS THE SAME PERIOD TO DATE
      *    (SALES ON OR BEFORE THE AS-OF MONTH AND DAY OF THEIR YEAR).
       01 TREND-TABLE.
           05  TR-YEAR             OCCURS 6 TIMES.
               10  TR-TYPE         OCCURS 6 TIMES.
                   15  TR-LOT      OCCURS 2 TIMES.
                       20  TR-MONTH
                                   OCCURS 13 TIMES.
                           25  TR-UNITS
                                   PIC S9(5).
                           25  TR-DOLLARS
                                   PIC S9(9)V99.

      *        SALES COUNTED PER YEAR, AND PER TYPE AND LOT -- A GROUP
      *    WITH NO SALES IN THE WINDOW GETS NO PAGE, AND A YEAR WITH
      *    NONE GETS NO COLUMN.
       01 ACTIVITY-TABLE.
           05  ACT-YEAR-COUNT      PIC 9(6)    OCCURS 6 TIMES.
           05  ACT-TYPE            OCCURS 6 TIMES.
               10  ACT-TYPE-LOT-COUNT
                                   PIC 9(6)    OCCURS 2 TIMES.

      *        ONE PAGE'S FIGURES, SUMMED FROM TREND-TABLE FOR THE
      *    GROUP BEING PRINTED. MONTH 14 IS THE FULL YEAR.
       01 GROUP-TABLE.
           05  GR-YEAR             OCCURS 6 TIMES.
               10  GR-MONTH        OCCURS 14 TIMES.
                   15  GR-UNITS    PIC S9(7).
                   15  GR-DOLLARS  PIC S9(11)V99.

       01 MONTH-NAME-VALUES.
           05  FILLER              PIC X(36)   VALUE
                   "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 MONTH-NAME-TABLE         REDEFINES MONTH-NAME-VALUES.
           05  MN-NAME             PIC X(3)    OCCURS 12 TIMES.

      *        BOAT TYPE CODES IN C-BT-IDX ORDER, FOR THE CSV.
       01 TYPE-CODE-VALUES.
           05  FILLER              PIC X(6)    VALUE   "BPSJC*".
       01 TYPE-CODE-TABLE          REDEFINES TYPE-CODE-VALUES.
           05  TC-CODE             PIC X       OCCURS 6 TIMES.

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE   "DATE: ".
           05  O-MONTH             PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-DAY               PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-YEAR              PIC 9(4).
           05  FILLER              PIC X(28)   VALUE  SPACES.
           05  FILLER              PIC X(22)   VALUE "C SHIVELY'S BOATS
      -                                        "INC.".
           05  FILLER              PIC X(24)   VALUE
                   " - SEASONAL TREND".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  GROUP-TITLE-LINE.
           05  O-GROUP-TITLE       PIC X(45).
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "AS OF: ".
           05  O-AS-OF-MM          PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-AS-OF-DD          PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-AS-OF-YY          PIC 9(4).
           05  FILLER              PIC X(66)   VALUE   SPACES.

      *        YEAR COLUMNS ARE FILLED IN AT RUN TIME (SEE
      *    9210-BUILD-COLUMN-HEADINGS) FOR AS MANY YEARS AS ARE SHOWN.
       01  COL-HDG-1.
           05  FILLER              PIC X(8)    VALUE   SPACES.
           05  O-HY-COL            OCCURS 6 TIMES.
               10  O-HY-LEAD       PIC X(10).
               10  O-HY-YEAR       PIC X(4).
               10  O-HY-TRAIL      PIC X(4).
           05  O-HY-PCT            PIC X(13).
           05  FILLER              PIC X(3)    VALUE   SPACES.

       01  COL-HDG-2.
           05  FILLER              PIC X(8)    VALUE   "MONTH".
           05  O-HU-COL            PIC X(18)   OCCURS 6 TIMES.
           05  O-HU-PCT            PIC X(13).
           05  FILLER              PIC X(3)    VALUE   SPACES.

       01  TREND-LINE.
           05  O-TR-LABEL          PIC X(8).
           05  O-TR-COL            OCCURS 6 TIMES.
               10  FILLER          PIC X(1).
               10  O-TR-UNITS      PIC ZZZ9-.
               10  FILLER          PIC X(1).
               10  O-TR-DOLLARS    PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-TR-PCT-UNITS      PIC ZZZ9-.
           05  O-TR-PCT-UNITS-X    REDEFINES O-TR-PCT-UNITS
                                   PIC X(5).
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-TR-PCT-DOLLARS    PIC ZZZ9-.
           05  O-TR-PCT-DOLLARS-X  REDEFINES O-TR-PCT-DOLLARS
                                   PIC X(5).
           05  FILLER              PIC X(3)    VALUE   SPACES.

       01  PERIOD-LABEL.
           05  FILLER              PIC X(3)    VALUE   "TO ".
           05  O-PL-MM             PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-PL-DD             PIC 99.

       01  COUNTS-LINE.
           05  O-COUNT-LABEL       PIC X(40).
           05  O-COUNT             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(85)   VALUE   SPACES.

       01  FOOTNOTE-LINE.
           05  FILLER              PIC X(37)   VALUE
                   "UNITS AND DOLLARS ARE NET OF RETURNS.".
           05  FILLER              PIC X(34)   VALUE
                   "  % CHG COMPARES THE AS-OF YEAR TO".
           05  FILLER              PIC X(35)   VALUE
                   " LAST YEAR; N/A WHERE LAST YEAR WAS".
           05  FILLER              PIC X(14)   VALUE
                   " ZERO OR LESS.".
           05  FILLER              PIC X(12)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

      *        ONE CSV ROW PER YEAR, MONTH, TYPE, AND LOT WITH ANY
      *    FIGURE IN IT, WITH LAST YEAR'S SAME CELL ALONGSIDE. SAME
      *    UNEDITED STYLE AS CBLCJS02'S BOATRPT1.CSV.
       01  CSV-HEADER-LINE.
           05  FILLER              PIC X(39)   VALUE
                   "YEAR,MONTH,BOAT TYPE,LOT,UNITS,DOLLARS,".
           05  FILLER              PIC X(41)   VALUE
                   "LY UNITS,LY DOLLARS".

       01  CSV-DETAIL-LINE.
           05  O-CSV-YEAR          PIC 9(4).
           05  FILLER              PIC X       VALUE   ",".
           05  O-CSV-MONTH         PIC 99.
           05  FILLER              PIC X       VALUE   ",".
           05  O-CSV-TYPE          PIC X.
           05  FILLER              PIC X       VALUE   ",".
           05  O-CSV-LOT           PIC XX.
           05  FILLER              PIC X       VALUE   ",".
           05  O-CSV-UNITS         PIC Z(4)9-.
           05  FILLER              PIC X       VALUE   ",".
           05  O-CSV-DOLLARS       PIC Z(8)9.99-.
           05  FILLER              PIC X       VALUE   ",".
           05  O-CSV-LY-UNITS      PIC Z(4)9-.
           05  FILLER              PIC X       VALUE   ",".
           05  O-CSV-LY-DOLLARS    PIC Z(8)9.99-.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL C-RAW-EOF = "Y".
           PERFORM 2500-SCAN-HISTORY.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9900-GET-PARM.

           PERFORM VARYING C-YR-IDX FROM 1 BY 1 UNTIL C-YR-IDX > 6
               MOVE ZEROES TO ACT-YEAR-COUNT(C-YR-IDX)
               PERFORM VARYING C-BT-IDX FROM 1 BY 1
                       UNTIL C-BT-IDX > 6
                   PERFORM VARYING C-LOC-IDX FROM 1 BY 1
                           UNTIL C-LOC-IDX > 2
                       MOVE ZEROES
                           TO ACT-TYPE-LOT-COUNT(C-BT-IDX, C-LOC-IDX)
                       PERFORM VARYING C-MO-IDX FROM 1 BY 1
                               UNTIL C-MO-IDX > 13
                           MOVE ZEROES TO TR-UNITS(C-YR-IDX, C-BT-IDX,
                               C-LOC-IDX, C-MO-IDX)
                           MOVE ZEROES TO TR-DOLLARS(C-YR-IDX,
                               C-BT-IDX, C-LOC-IDX, C-MO-IDX)
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           OPEN INPUT BOAT-RAW-INPUT.
           OPEN OUTPUT TREND-PRT.
           OPEN OUTPUT TREND-CSV.

      *        A FAILED OPEN NEVER RAISES AT END ON THE READ LOOP --
      *    WITHOUT THIS CHECK A MISSING SALES FILE WOULD SPIN THE
      *    PROGRAM FOREVER. HISTORY ALONE IS NO TREND REPORT, SO THE
      *    RUN STOPS LOUD RATHER THAN PRINT A YEAR OF ZEROES.
           IF C-RAW-STATUS IS NOT = "00"
               DISPLAY "CBLBOAT1.DAT NOT FOUND OR COULD NOT BE "
                   "OPENED, STATUS: " C-RAW-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO C-RAW-EOF
               MOVE "Y" TO C-HIST-EOF
           END-IF.

       2000-MAINLINE.
           READ BOAT-RAW-INPUT
               AT END
                   MOVE "Y" TO C-RAW-EOF
               NOT AT END
                   ADD 1 TO C-RAW-READ
                   PERFORM 2100-TALLY-RECORD
           END-READ.

      *        DROPS THE SALE INTO ITS CELL. A RECORD WITH A BAD DATE
      *    OR COST, ONE DATED AFTER THE AS-OF DATE, OR ONE OLDER THAN
      *    THE FIFTH PRIOR YEAR IS COUNTED AS OUTSIDE THE WINDOW.
       2100-TALLY-RECORD.
           IF RAW-PURCHASE-DATE IS NOT NUMERIC OR
                   RAW-BOAT-COST IS NOT NUMERIC OR
                   RAW-PURCHASE-MM < 1 OR RAW-PURCHASE-MM > 12 OR
                   RAW-PURCHASE-DATE IS > C-AS-OF-DATE
               ADD 1 TO C-OUTSIDE-COUNT
           ELSE
               SUBTRACT RAW-PURCHASE-YY FROM C-AS-OF-YEAR
                   GIVING C-YEAR-DIFF
               IF C-YEAR-DIFF < 0 OR C-YEAR-DIFF > 5
                   ADD 1 TO C-OUTSIDE-COUNT
               ELSE
                   ADD 1 TO C-YEAR-DIFF GIVING C-YR-IDX
                   PERFORM 2110-POST-RECORD
               END-IF
           END-IF.

       2110-POST-RECORD.
           EVALUATE RAW-BOAT-TYPE
               WHEN "B"
                   MOVE 1 TO C-BT-IDX
               WHEN "P"
                   MOVE 2 TO C-BT-IDX
               WHEN "S"
                   MOVE 3 TO C-BT-IDX
               WHEN "J"
                   MOVE 4 TO C-BT-IDX
               WHEN "C"
                   MOVE 5 TO C-BT-IDX
               WHEN OTHER
                   MOVE 6 TO C-BT-IDX
           END-EVALUATE.

           IF RAW-LOCATION IS = "02"
               MOVE 2 TO C-LOC-IDX
           ELSE
               MOVE 1 TO C-LOC-IDX
           END-IF.

      *    A RETURN RECORD ("R") COUNTS AS A NEGATIVE.
           MOVE RAW-BOAT-COST TO C-SIGNED-TOTAL.
           IF RAW-PREP-DEL-COST IS NUMERIC
               ADD RAW-PREP-DEL-COST TO C-SIGNED-TOTAL
           END-IF.
           IF RAW-TRANS-TYPE IS = "R"
               SUBTRACT C-SIGNED-TOTAL FROM ZERO GIVING C-SIGNED-TOTAL
               MOVE -1 TO C-SIGNED-UNITS
           ELSE
               MOVE 1 TO C-SIGNED-UNITS
           END-IF.

           MOVE RAW-PURCHASE-MM TO C-MO-IDX.
           ADD C-SIGNED-UNITS
               TO TR-UNITS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, C-MO-IDX).
           ADD C-SIGNED-TOTAL
               TO TR-DOLLARS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, C-MO-IDX).

           IF RAW-PURCHASE-DATE(5:4) IS NOT > C-AS-OF-MMDD
               ADD C-SIGNED-UNITS
                   TO TR-UNITS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, 13)
               ADD C-SIGNED-TOTAL
                   TO TR-DOLLARS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, 13)
           END-IF.

           ADD 1 TO ACT-YEAR-COUNT(C-YR-IDX).
           ADD 1 TO ACT-TYPE-LOT-COUNT(C-BT-IDX, C-LOC-IDX).
           ADD 1 TO C-USED-COUNT.

      *        SECOND PASS, OVER THE PERMANENT ARCHIVE -- EACH HISTORY
      *    RECORD'S FLAT SALE IMAGE IS LAID OVER RAW-REC SO THE SAME
      *    TALLY PARAGRAPH SERVES BOTH FILES. A MISSING ARCHIVE JUST
      *    MEANS NO YEAR HAS EVER BEEN CLOSED.
       2500-SCAN-HISTORY.
           IF C-HIST-EOF IS NOT = "Y"
               OPEN INPUT HISTORY-FILE
               IF C-HIST-STATUS IS = "00"
                   PERFORM UNTIL C-HIST-EOF IS = "Y"
                       READ HISTORY-FILE
                           AT END
                               MOVE "Y" TO C-HIST-EOF
                           NOT AT END
                               ADD 1 TO C-HIST-READ
                               MOVE HIST-SALE-REC TO RAW-REC
                               PERFORM 2100-TALLY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       3000-CLOSING.
           IF RETURN-CODE IS = ZEROES
               PERFORM VARYING C-YR-IDX FROM 3 BY 1
                       UNTIL C-YR-IDX > 6
                   IF ACT-YEAR-COUNT(C-YR-IDX) IS > ZEROES
                       MOVE C-YR-IDX TO C-YEARS-SHOWN
                   END-IF
               END-PERFORM
               PERFORM 9210-BUILD-COLUMN-HEADINGS

               MOVE ZEROES TO C-SEL-TYPE
               MOVE ZEROES TO C-SEL-LOT
               MOVE "COMPANY TOTAL -- ALL LOTS, ALL BOAT TYPES"
                   TO C-GROUP-TITLE
               PERFORM 3100-BUILD-GROUP

               MOVE 1 TO C-SEL-LOT
               MOVE "LOT 01 (HOME LOT) -- ALL BOAT TYPES"
                   TO C-GROUP-TITLE
               PERFORM 3100-BUILD-GROUP
               MOVE 2 TO C-SEL-LOT
               MOVE "LOT 02 (RIVER LOT) -- ALL BOAT TYPES"
                   TO C-GROUP-TITLE
               PERFORM 3100-BUILD-GROUP

               MOVE ZEROES TO C-SEL-LOT
               PERFORM VARYING C-SEL-TYPE FROM 1 BY 1
                       UNTIL C-SEL-TYPE > 6
                   IF ACT-TYPE-LOT-COUNT(C-SEL-TYPE, 1) +
                           ACT-TYPE-LOT-COUNT(C-SEL-TYPE, 2) > ZEROES
                       MOVE TC-CODE(C-SEL-TYPE) TO RAW-BOAT-TYPE
                       PERFORM 9300-CONVERT-BOAT-TYPE
                       MOVE SPACES TO C-GROUP-TITLE
                       STRING C-BOAT-TYPE-NAME DELIMITED BY "  "
                           " -- BOTH LOTS" DELIMITED BY SIZE
                           INTO C-GROUP-TITLE
                       END-STRING
                       PERFORM 3100-BUILD-GROUP
                   END-IF
               END-PERFORM

               PERFORM 3500-WRITE-CSV
               PERFORM 3900-PRINT-COUNTS
           END-IF.

           CLOSE BOAT-RAW-INPUT.
           CLOSE TREND-PRT.
           CLOSE TREND-CSV.

      *        SUMS TREND-TABLE INTO GROUP-TABLE FOR THE TYPE AND LOT
      *    SELECTED (ZERO = ALL), THEN PRINTS THE PAGE.
       3100-BUILD-GROUP.
           PERFORM VARYING C-YR-IDX FROM 1 BY 1 UNTIL C-YR-IDX > 6
               PERFORM VARYING C-MO-IDX FROM 1 BY 1
                       UNTIL C-MO-IDX > 14
                   MOVE ZEROES TO GR-UNITS(C-YR-IDX, C-MO-IDX)
                   MOVE ZEROES TO GR-DOLLARS(C-YR-IDX, C-MO-IDX)
               END-PERFORM
               PERFORM VARYING C-BT-IDX FROM 1 BY 1
                       UNTIL C-BT-IDX > 6
                   PERFORM VARYING C-LOC-IDX FROM 1 BY 1
                           UNTIL C-LOC-IDX > 2
                       IF (C-SEL-TYPE IS = ZEROES OR
                               C-SEL-TYPE IS = C-BT-IDX) AND
                               (C-SEL-LOT IS = ZEROES OR
                               C-SEL-LOT IS = C-LOC-IDX)
                           PERFORM 3110-ADD-CELL
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           PERFORM 3200-PRINT-GROUP.

       3110-ADD-CELL.
           PERFORM VARYING C-MO-IDX FROM 1 BY 1 UNTIL C-MO-IDX > 13
               ADD TR-UNITS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, C-MO-IDX)
                   TO GR-UNITS(C-YR-IDX, C-MO-IDX)
               ADD TR-DOLLARS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, C-MO-IDX)
                   TO GR-DOLLARS(C-YR-IDX, C-MO-IDX)
               IF C-MO-IDX < 13
                   ADD TR-UNITS(C-YR-IDX, C-BT-IDX, C-LOC-IDX,
                       C-MO-IDX) TO GR-UNITS(C-YR-IDX, 14)
                   ADD TR-DOLLARS(C-YR-IDX, C-BT-IDX, C-LOC-IDX,
                       C-MO-IDX) TO GR-DOLLARS(C-YR-IDX, 14)
               END-IF
           END-PERFORM.

      *        ONE PAGE: TWELVE MONTHS, THEN THE SAME PERIOD TO DATE
      *    AND THE FULL YEAR. MONTHS OF THE AS-OF YEAR STILL TO COME
      *    GET NO PERCENT CHANGE -- A "-100" FOR A MONTH THAT HASN'T
      *    HAPPENED YET WOULD ONLY BE NOISE.
       3200-PRINT-GROUP.
           PERFORM 9200-HEADINGS.

           PERFORM VARYING C-MO-IDX FROM 1 BY 1 UNTIL C-MO-IDX > 12
               MOVE MN-NAME(C-MO-IDX) TO O-TR-LABEL
               PERFORM 3210-FORMAT-TREND-LINE
               IF C-MO-IDX > C-AS-OF-MONTH
                   MOVE SPACES TO O-TR-PCT-UNITS-X
                   MOVE SPACES TO O-TR-PCT-DOLLARS-X
               END-IF
               WRITE PRTLINE
                   FROM TREND-LINE
                       AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE 13 TO C-MO-IDX.
           MOVE C-AS-OF-MONTH TO O-PL-MM.
           MOVE C-AS-OF-DAY   TO O-PL-DD.
           MOVE PERIOD-LABEL  TO O-TR-LABEL.
           PERFORM 3210-FORMAT-TREND-LINE.
           WRITE PRTLINE
               FROM TREND-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE 14 TO C-MO-IDX.
           MOVE "YEAR" TO O-TR-LABEL.
           PERFORM 3210-FORMAT-TREND-LINE.
           WRITE PRTLINE
               FROM TREND-LINE
                   AFTER ADVANCING 1 LINE.

           WRITE PRTLINE
               FROM FOOTNOTE-LINE
                   AFTER ADVANCING 2 LINES.

      *        FILLS TREND-LINE FOR ROW C-MO-IDX OF GROUP-TABLE. THE
      *    YEAR COLUMNS PAST C-YEARS-SHOWN ARE BLANKED.
       3210-FORMAT-TREND-LINE.
           PERFORM VARYING C-YR-IDX FROM 1 BY 1 UNTIL C-YR-IDX > 6
               IF C-YR-IDX > C-YEARS-SHOWN
                   MOVE SPACES TO O-TR-COL(C-YR-IDX)
               ELSE
                   MOVE SPACES TO O-TR-COL(C-YR-IDX)
                   MOVE GR-UNITS(C-YR-IDX, C-MO-IDX)
                       TO O-TR-UNITS(C-YR-IDX)
                   MOVE GR-DOLLARS(C-YR-IDX, C-MO-IDX)
                       TO O-TR-DOLLARS(C-YR-IDX)
               END-IF
           END-PERFORM.

           MOVE GR-UNITS(1, C-MO-IDX)   TO C-CUR-UNITS.
           MOVE GR-UNITS(2, C-MO-IDX)   TO C-LY-UNITS.
           MOVE GR-DOLLARS(1, C-MO-IDX) TO C-CUR-DOLLARS.
           MOVE GR-DOLLARS(2, C-MO-IDX) TO C-LY-DOLLARS.

           IF C-LY-UNITS IS NOT > ZEROES
               MOVE "  N/A" TO O-TR-PCT-UNITS-X
           ELSE
               COMPUTE C-PCT-WORK ROUNDED =
                   (C-CUR-UNITS - C-LY-UNITS) * 100 / C-LY-UNITS
                   ON SIZE ERROR
                       MOVE "*****" TO O-TR-PCT-UNITS-X
                   NOT ON SIZE ERROR
                       MOVE C-PCT-WORK TO O-TR-PCT-UNITS
               END-COMPUTE
           END-IF.

           IF C-LY-DOLLARS IS NOT > ZEROES
               MOVE "  N/A" TO O-TR-PCT-DOLLARS-X
           ELSE
               COMPUTE C-PCT-WORK ROUNDED =
                   (C-CUR-DOLLARS - C-LY-DOLLARS) * 100 / C-LY-DOLLARS
                   ON SIZE ERROR
                       MOVE "*****" TO O-TR-PCT-DOLLARS-X
                   NOT ON SIZE ERROR
                       MOVE C-PCT-WORK TO O-TR-PCT-DOLLARS
               END-COMPUTE
           END-IF.

      *        THE SPREADSHEET COPY -- ONE ROW PER SHOWN YEAR, MONTH,
      *    TYPE, AND LOT THAT HAS A FIGURE IN IT THIS YEAR OR LAST.
       3500-WRITE-CSV.
           WRITE CSVLINE FROM CSV-HEADER-LINE.
           PERFORM VARYING C-YR-IDX FROM 1 BY 1
                   UNTIL C-YR-IDX > C-YEARS-SHOWN
               PERFORM VARYING C-MO-IDX FROM 1 BY 1
                       UNTIL C-MO-IDX > 12
                   PERFORM VARYING C-BT-IDX FROM 1 BY 1
                           UNTIL C-BT-IDX > 6
                       PERFORM VARYING C-LOC-IDX FROM 1 BY 1
                               UNTIL C-LOC-IDX > 2
                           PERFORM 3510-WRITE-CSV-ROW
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       3510-WRITE-CSV-ROW.
           MOVE TR-UNITS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, C-MO-IDX)
               TO C-CUR-UNITS.
           MOVE TR-DOLLARS(C-YR-IDX, C-BT-IDX, C-LOC-IDX, C-MO-IDX)
               TO C-CUR-DOLLARS.
           IF C-YR-IDX < 6
               MOVE TR-UNITS(C-YR-IDX + 1, C-BT-IDX, C-LOC-IDX,
                   C-MO-IDX) TO C-LY-UNITS
               MOVE TR-DOLLARS(C-YR-IDX + 1, C-BT-IDX, C-LOC-IDX,
                   C-MO-IDX) TO C-LY-DOLLARS
           ELSE
               MOVE ZEROES TO C-LY-UNITS
               MOVE ZEROES TO C-LY-DOLLARS
           END-IF.

           IF C-CUR-UNITS IS NOT = ZEROES OR
                   C-CUR-DOLLARS IS NOT = ZEROES OR
                   C-LY-UNITS IS NOT = ZEROES OR
                   C-LY-DOLLARS IS NOT = ZEROES
               SUBTRACT C-YR-IDX FROM C-AS-OF-YEAR GIVING C-SHOW-YEAR
               ADD 1 TO C-SHOW-YEAR
               MOVE C-SHOW-YEAR         TO O-CSV-YEAR
               MOVE C-MO-IDX            TO O-CSV-MONTH
               MOVE TC-CODE(C-BT-IDX)   TO O-CSV-TYPE
               IF C-LOC-IDX IS = 2
                   MOVE "02" TO O-CSV-LOT
               ELSE
                   MOVE "01" TO O-CSV-LOT
               END-IF
               MOVE C-CUR-UNITS         TO O-CSV-UNITS
               MOVE C-CUR-DOLLARS       TO O-CSV-DOLLARS
               MOVE C-LY-UNITS          TO O-CSV-LY-UNITS
               MOVE C-LY-DOLLARS        TO O-CSV-LY-DOLLARS
               WRITE CSVLINE FROM CSV-DETAIL-LINE
               ADD 1 TO C-CSV-ROWS
           END-IF.

       3900-PRINT-COUNTS.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE "SALES READ FROM CBLBOAT1.DAT:" TO O-COUNT-LABEL.
           MOVE C-RAW-READ TO O-COUNT.
           WRITE PRTLINE
               FROM COUNTS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE "SALES READ FROM CBLHIST1.DAT:" TO O-COUNT-LABEL.
           MOVE C-HIST-READ TO O-COUNT.
           WRITE PRTLINE
               FROM COUNTS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE "SALES IN THE REPORT WINDOW:" TO O-COUNT-LABEL.
           MOVE C-USED-COUNT TO O-COUNT.
           WRITE PRTLINE
               FROM COUNTS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE "LEFT OUT (LATE, TOO OLD, OR BAD DATA):"
               TO O-COUNT-LABEL.
           MOVE C-OUTSIDE-COUNT TO O-COUNT.
           WRITE PRTLINE
               FROM COUNTS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE "ROWS WRITTEN TO CBLTRND1.CSV:" TO O-COUNT-LABEL.
           MOVE C-CSV-ROWS TO O-COUNT.
           WRITE PRTLINE
               FROM COUNTS-LINE
                   AFTER ADVANCING 1 LINE.

      *        PARM IS AN OPTIONAL YYYYMMDD AS-OF DATE. A BLANK OR
      *    INVALID ONE FALLS BACK TO TODAY. THE AS-OF YEAR IS THE
      *    "CURRENT" YEAR EVERY OTHER YEAR IS COMPARED AGAINST.
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.

           MOVE I-YEAR  TO C-AS-OF-DATE(1:4).
           MOVE I-MONTH TO C-AS-OF-DATE(5:2).
           MOVE I-DAY   TO C-AS-OF-DATE(7:2).

           IF C-PARM-LINE(1:8) IS NUMERIC
               MOVE C-PARM-LINE(1:8) TO C-PARM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(C-PARM-DATE)
                       IS = ZEROES
                   MOVE C-PARM-DATE TO C-AS-OF-DATE
               ELSE
                   DISPLAY "INVALID AS-OF DATE " C-PARM-LINE(1:8)
                       " -- USING TODAY."
               END-IF
           END-IF.

           MOVE C-AS-OF-MONTH TO O-AS-OF-MM.
           MOVE C-AS-OF-DAY   TO O-AS-OF-DD.
           MOVE C-AS-OF-YEAR  TO O-AS-OF-YY.

       9200-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

           MOVE C-GROUP-TITLE TO O-GROUP-TITLE.
           WRITE PRTLINE
               FROM GROUP-TITLE-LINE
                   AFTER ADVANCING 2 LINES.

           WRITE PRTLINE
               FROM COL-HDG-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COL-HDG-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

      *        ONE YEAR COLUMN PER YEAR SHOWN, NEWEST FIRST.
       9210-BUILD-COLUMN-HEADINGS.
           PERFORM VARYING C-YR-IDX FROM 1 BY 1 UNTIL C-YR-IDX > 6
               MOVE SPACES TO O-HY-COL(C-YR-IDX)
               MOVE SPACES TO O-HU-COL(C-YR-IDX)
               IF C-YR-IDX IS NOT > C-YEARS-SHOWN
                   SUBTRACT C-YR-IDX FROM C-AS-OF-YEAR
                       GIVING C-SHOW-YEAR
                   ADD 1 TO C-SHOW-YEAR
                   MOVE C-SHOW-YEAR TO O-HY-YEAR(C-YR-IDX)
                   MOVE " UNITS     DOLLARS" TO O-HU-COL(C-YR-IDX)
               END-IF
           END-PERFORM.
           MOVE "  % CHG VS LY" TO O-HY-PCT.
           MOVE "  UNITS  DOLS" TO O-HU-PCT.

      *        SAME WHEN-LIST AS CBLCJS02'S 9300-CONVERT-BOAT-TYPE.
       9300-CONVERT-BOAT-TYPE.
           EVALUATE RAW-BOAT-TYPE
               WHEN "B"
                   MOVE "BASS BOAT" TO C-BOAT-TYPE-NAME
               WHEN "P"
                   MOVE "PONTOON" TO C-BOAT-TYPE-NAME
               WHEN "S"
                   MOVE "SKI BOAT" TO C-BOAT-TYPE-NAME
               WHEN "J"
                   MOVE "JOHN BOAT" TO C-BOAT-TYPE-NAME
               WHEN "C"
                   MOVE "CANOE" TO C-BOAT-TYPE-NAME
               WHEN OTHER
                   MOVE "CABIN CRUISER" TO C-BOAT-TYPE-NAME
           END-EVALUATE.
