       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS31.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * BUSINESS-DATE RUN CONTROL. CBLDRV1.BAT USED TO RUN THE SAME
      * STEPS EVERY NIGHT WITH NO IDEA WHICH BUSINESS DAY IT WAS
      * CLOSING, SO A RESTART MIX-UP COULD RUN THE SAME DAY TWICE AND
      * THE MONTH-END AND YEAR-END JOBS RAN ONLY IF SOMEONE REMEMBERED
      * THEM. THE RUN-CONTROL FILE CBLRCTL1.DAT HOLDS THE CURRENT
      * BUSINESS DATE, THE LAST BUSINESS DATE COMPLETED, WHETHER A RUN
      * IS IN PROGRESS, AND A PROCESSING CALENDAR -- ONE ROW PER DAY
      * MARKING THE MONTH-END, QUARTER-END, AND YEAR-END DATES (THE
      * LAST OPEN DAY OF EACH) AND THE DAYS THE DEALERSHIP IS CLOSED.
      * THE CHAIN CALLS THIS PROGRAM FIRST, AFTER EACH STEP, AND LAST:
      *    BEGIN [FORCE] - FIRST STEP. REFUSES (RC 8) A BUSINESS DATE
      *      ALREADY COMPLETED, ONE THAT HASN'T ENDED YET (THE CHAIN
      *      RUNS JUST AFTER MIDNIGHT, SO A RERUN AFTER A GOOD NIGHT
      *      WOULD OTHERWISE PROCESS TOMORROW EARLY), OR A CLOSED DAY,
      *      UNLESS FORCE IS GIVEN. A DATE BEGUN BUT NEVER COMPLETED IS
      *      A RESTART AND IS ALLOWED. OTHERWISE IT MARKS THE DATE IN
      *      PROGRESS AND WRITES C:\COBOL\CBLRDAT1.BAT -- A FEW "SET"
      *      LINES GIVING THE DRIVER THE BUSINESS DATE, MONTH, AND YEAR
      *      AND WHICH PERIOD-END FLAGS THE CALENDAR HAS ON IT, PLUS
      *      THE FIRST DATE THE NIGHT'S GL ENTRY COVERS (CBLBFROM --
      *      SEE 2250-FIND-FROM-DATE). A
      *      RESTART ALSO HANDS BACK THE LAST STEP THE FAILED NIGHT
      *      GOT THROUGH (CBLRSTEP), SO THE DRIVER PICKS UP AT THE
      *      STEP THAT FAILED; A FRESH DATE STARTS AT STEP 00.
      *    STEP NN - AFTER EACH STEP OF THE CHAIN. RECORDS STEP NN AS
      *      DONE FOR THE DATE IN PROGRESS. ALSO RUN BY HAND TO BACK
      *      THE CHECKPOINT UP SO A RESTART RERUNS THE STEPS AFTER NN.
      *    COMPLETE - LAST STEP. RECORDS THE DATE AS COMPLETED AND
      *      ADVANCES THE BUSINESS DATE TO THE NEXT OPEN DAY, BUILDING
      *      NEXT YEAR'S CALENDAR FIRST IF IT ISN'T ON FILE YET.
      * AND BY HAND:
      *    SET YYYYMMDD       - SET THE BUSINESS DATE (FIRST USE, OR
      *                         BEFORE A FORCED RERUN OF AN OLD DATE).
      *    CALENDAR YYYY      - BUILD A YEAR'S STANDARD CALENDAR:
      *                         SUNDAYS, NEW YEAR'S DAY, INDEPENDENCE
      *                         DAY, THANKSGIVING, AND CHRISTMAS DAY
      *                         CLOSED. REPLACES THAT YEAR ON FILE
      *                         AND PURGES ANY YEAR BEFORE THE PRIOR
      *                         ONE.
      *    CLOSE YYYYMMDD [DESCRIPTION] / OPEN YYYYMMDD
      *                       - CLOSE OR REOPEN ONE DAY. THE MONTH'S
      *                         PERIOD-END FLAGS MOVE TO SUIT.
      *    LIST               - PRINT THE CONTROL FIGURES, EVERY
      *                         PERIOD-END DAY, AND EVERY CLOSED DAY
      *                         OTHER THAN A PLAIN SUNDAY ON
      *                         CBLRCAL1.PRT.
      * EVERY RUN APPENDS START/END ROWS TO THE CENTRAL RUN LOG
      * CBLRLOG1.DAT, PLUS A ROW FOR EACH THING IT DID OR REFUSED --
      * BEGIN, REFUS, MEND/QEND/YEND, STEP, DONE, SKIP (A CLOSED DAY
      * PASSED OVER), NEXT, SET, CALGN, CLOSE, OPEN. THESE ROWS CARRY
      * THE BUSINESS DATE IN PLACE OF THE RECORD COUNTS (SEE
      * RL-BUS-DATE-VIEW), WHICH CBLCJS15 PRINTS IN ITS NOTE COLUMN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        ONE HEADER ROW, THEN ONE CALENDAR ROW PER DAY. SMALL
      *    ENOUGH TO LOAD WHOLE AND WRITE BACK WHOLE, SAME AS
      *    CBLBMAS1.DAT IN CBLCJS04/CBLCJS16.
           SELECT CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLRCTL1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

      *        THE "SET" LINES CBLDRV1.BAT CALLS AFTER A GOOD BEGIN.
           SELECT DATE-SET-FILE
               ASSIGN TO 'C:\COBOL\CBLRDAT1.BAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-PRT
               ASSIGN TO 'C:\COBOL\CBLRCAL1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *        CENTRAL RUN LOG (SEE 9980-WRITE-RUN-LOG).
           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLRLOG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *        RC-REC-TYPE "H" IS THE HEADER; "D" IS A CALENDAR DAY.
      *    RC-RUN-STATUS IS "R" FROM A GOOD BEGIN UNTIL ITS COMPLETE,
      *    "C" OTHERWISE; RC-FORCED IS "Y" WHILE A FORCED RUN IS IN
      *    PROGRESS. RC-LAST-STEP IS THE LAST CHAIN STEP DONE FOR THE
      *    DATE IN PROGRESS (BLANK ON A FILE FROM BEFORE IT WAS KEPT IS
      *    TAKEN AS 00). THE PERIOD-END AND CLOSED FLAGS ARE "Y" OR "N".
       FD CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CTL-REC.

       01 CTL-REC.
           05  RC-REC-TYPE         PIC X.
           05  RC-HEADER.
               10  RC-BUS-DATE     PIC 9(8).
               10  RC-LAST-DONE    PIC 9(8).
               10  RC-RUN-STATUS   PIC X.
               10  RC-FORCED       PIC X.
               10  RC-BEGIN-DATE   PIC 9(8).
               10  RC-BEGIN-TIME   PIC X(6).
               10  RC-LAST-STEP    PIC XX.
               10  FILLER          PIC X(5).
           05  RC-DAY              REDEFINES RC-HEADER.
               10  RC-CAL-DATE     PIC 9(8).
               10  RC-MONTH-END    PIC X.
               10  RC-QTR-END      PIC X.
               10  RC-YEAR-END     PIC X.
               10  RC-CLOSED       PIC X.
               10  RC-DESC         PIC X(20).
               10  FILLER          PIC X(7).

       FD DATE-SET-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DATE-SET-LINE.

       01 DATE-SET-LINE            PIC X(40).

       FD CALENDAR-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE                  PIC X(132).

      *        SAME LAYOUT THE REST OF THE CHAIN WRITES. THIS
      *    PROGRAM'S ROWS HOLD THE BUSINESS DATE THEY ACTED ON WHERE
      *    THE OTHERS HOLD RECORD COUNTS.
       FD RUN-LOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS RLOG-REC.

       01 RLOG-REC.
           05  RL-PROGRAM-ID       PIC X(8).
           05  RL-EVENT            PIC X(5).
           05  RL-DATE             PIC 9(8).
           05  RL-TIME             PIC X(6).
           05  RL-COUNTS.
               10  RL-RECS-READ    PIC 9(6).
               10  RL-RECS-EXCL    PIC 9(6).
           05  RL-BUS-DATE-VIEW    REDEFINES RL-COUNTS.
               10  RL-BUS-DATE     PIC 9(8).
               10  RL-BUS-FILLER   PIC 9(4).
           05  RL-RETURN-CODE      PIC 9(2).
           05  RL-RESTART          PIC X.

       WORKING-STORAGE SECTION.

       01 I-DATE-TIME.
           05 I-DATE.
               10 I-YEAR           PIC 9(4).
               10 I-MONTH          PIC 99.
               10 I-DAY            PIC 99.
           05 I-TIME               PIC X(11).

       01 WORK-AREA.
           05  C-CTL-STATUS        PIC XX.
           05  C-CTL-EOF           PIC X           VALUE   "N".
      *        "Y" ONCE CBLRCTL1.DAT HAS BEEN READ (OR SET UP FOR THE
      *    FIRST TIME); "N" IF IT ISN'T THERE YET.
           05  C-CTL-FOUND         PIC X           VALUE   "N".
      *        "N" IF THE FILE EXISTS BUT COULDN'T BE READ -- IT IS
      *    THEN NEVER WRITTEN BACK, SO A BAD OPEN CAN'T WIPE IT.
           05  C-CTL-AVAILABLE     PIC X           VALUE   "Y".
           05  C-PARM-LINE         PIC X(80).
           05  C-MODE              PIC X.
           05  C-FORCE             PIC X           VALUE   "N".
           05  C-ARG-DATE          PIC 9(8)        VALUE   ZEROES.
           05  C-ARG-YEAR          PIC 9(4)        VALUE   ZEROES.
           05  C-ARG-DESC          PIC X(20).
           05  C-ARG-STEP          PIC 99          VALUE   ZEROES.
           05  C-ARG-STEP-OK       PIC X           VALUE   "N".
           05  C-DAY-STATE         PIC X(7).
           05  C-REFUSE-REASON     PIC X(50).
           05  C-TODAY-DATE        PIC 9(8)        VALUE   ZEROES.
      *        THE HEADER ROW, HELD HERE WHILE THE PROGRAM RUNS.
           05  C-BUS-DATE          PIC 9(8)        VALUE   ZEROES.
           05  C-LAST-DONE         PIC 9(8)        VALUE   ZEROES.
           05  C-RUN-STATUS        PIC X           VALUE   "C".
           05  C-FORCED            PIC X           VALUE   "N".
           05  C-BEGIN-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-BEGIN-TIME        PIC X(6)        VALUE   SPACES.
           05  C-LAST-STEP         PIC 99          VALUE   ZEROES.
      *        CALENDAR TABLE SUPPORT.
           05  C-CAL-COUNT         PIC 9(4)        VALUE   ZEROES.
           05  C-CAL-IDX           PIC 9(4)        VALUE   ZEROES.
           05  C-CAL-FOUND-IDX     PIC 9(4)        VALUE   ZEROES.
           05  C-LAST-OPEN-IDX     PIC 9(4)        VALUE   ZEROES.
           05  C-KEEP-COUNT        PIC 9(4)        VALUE   ZEROES.
           05  C-PURGE-YEAR        PIC 9(4)        VALUE   ZEROES.
           05  C-FIND-DATE         PIC 9(8)        VALUE   ZEROES.
           05  C-LOW-YEAR          PIC 9(4)        VALUE   ZEROES.
           05  C-HIGH-YEAR         PIC 9(4)        VALUE   ZEROES.
           05  C-YEAR-IDX          PIC 9(4)        VALUE   ZEROES.
      *        DATE ARITHMETIC. DAY NUMBERS ARE INTEGER-OF-DATE
      *    VALUES, WHERE DAY 1 (01/01/1601) WAS A MONDAY -- SO THE
      *    REMAINDER BY 7 IS 0 FOR SUNDAY THROUGH 6 FOR SATURDAY.
           05  C-DAY-INT           PIC 9(7)        VALUE   ZEROES.
           05  C-START-INT         PIC 9(7)        VALUE   ZEROES.
           05  C-END-INT           PIC 9(7)        VALUE   ZEROES.
           05  C-DIV-WORK          PIC 9(7)        VALUE   ZEROES.
           05  C-DOW               PIC 9           VALUE   ZEROES.
           05  C-DAY-OPEN          PIC X           VALUE   "N".
           05  C-GEN-YEAR          PIC 9(4)        VALUE   ZEROES.
           05  C-GEN-MONTH         PIC 99          VALUE   ZEROES.
           05  C-GEN-DATE          PIC 9(8)        VALUE   ZEROES.
           05  C-GEN-DATE-R        REDEFINES C-GEN-DATE.
               10  C-GEN-DATE-YEAR PIC 9(4).
               10  C-GEN-DATE-MONTH
                                   PIC 99.
               10  C-GEN-DATE-DAY  PIC 99.
           05  C-NEXT-DATE         PIC 9(8)        VALUE   ZEROES.
           05  C-FROM-DATE         PIC 9(8)        VALUE   ZEROES.
           05  C-LIST-CTR          PIC 9(4)        VALUE   ZEROES.
           05  C-PG-CTR            PIC 99          VALUE   ZEROES.
      *        CENTRAL RUN LOG SUPPORT (SEE 9980-WRITE-RUN-LOG).
           05  C-RLOG-STATUS       PIC XX.
           05  C-RLOG-EVENT        PIC X(5).
           05  C-RLOG-BUS-DATE     PIC 9(8)        VALUE   ZEROES.
           05  C-RLOG-RESTART      PIC X           VALUE   "N".

      *        THREE-LETTER DAY NAMES, SUBSCRIPTED BY C-DOW + 1.
       01  DAY-NAME-VALUES.
           05  FILLER              PIC X(21)   VALUE
                   "SUNMONTUEWEDTHUFRISAT".
       01  DAY-NAME-TABLE          REDEFINES DAY-NAME-VALUES.
           05  DAY-NAME            PIC X(3)    OCCURS 7 TIMES.

      *        THE WHOLE CALENDAR, ROOM FOR SIX YEARS OF DAYS. EACH
      *    YEAR'S DAYS ARE KEPT TOGETHER AND IN DATE ORDER. BUILDING A
      *    YEAR PURGES THE OLD ONES (SEE 5105-PURGE-OLD-YEARS), SO ONLY
      *    THREE OR SO ARE EVER ON FILE.
       01  CALENDAR-TABLE.
           05  CAL-ENTRY           OCCURS 2196 TIMES.
               10  CT-DATE         PIC 9(8).
               10  CT-MONTH-END    PIC X.
               10  CT-QTR-END      PIC X.
               10  CT-YEAR-END     PIC X.
               10  CT-CLOSED       PIC X.
               10  CT-DESC         PIC X(20).

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
                   " - RUN CONTROL".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  CONTROL-LINE-1.
           05  FILLER              PIC X(23)   VALUE
                   "CURRENT BUSINESS DATE: ".
           05  O-BUS-DATE          PIC 9999/99/99.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(16)   VALUE
                   "LAST COMPLETED: ".
           05  O-LAST-DONE         PIC 9999/99/99.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "STATUS: ".
           05  O-RUN-STATUS        PIC X(30).
           05  FILLER              PIC X(23)   VALUE   SPACES.

       01  CAL-HDG.
           05  FILLER              PIC X(10)   VALUE   "DATE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(3)    VALUE   "DAY".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "CLOSED".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "MONTH-END".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(11)   VALUE   "QUARTER-END".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "YEAR-END".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(20)   VALUE   "DESCRIPTION".
           05  FILLER              PIC X(53)   VALUE   SPACES.

       01  CAL-LINE.
           05  O-CAL-DATE          PIC 9999/99/99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAL-DAY           PIC X(3).
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-CAL-CLOSED        PIC X.
           05  FILLER              PIC X(7)    VALUE   SPACES.
           05  O-CAL-MONTH-END     PIC X.
           05  FILLER              PIC X(12)   VALUE   SPACES.
           05  O-CAL-QTR-END       PIC X.
           05  FILLER              PIC X(11)   VALUE   SPACES.
           05  O-CAL-YEAR-END      PIC X.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  O-CAL-DESC          PIC X(20).
           05  FILLER              PIC X(53)   VALUE   SPACES.

       01  NONE-LINE.
           05  FILLER              PIC X(40)   VALUE
                   "NO CALENDAR ON FILE.".
           05  FILLER              PIC X(92)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           EVALUATE C-MODE
               WHEN "B"
                   PERFORM 2000-BEGIN
               WHEN "C"
                   PERFORM 2500-COMPLETE
               WHEN "T"
                   PERFORM 2400-RECORD-STEP
               WHEN "S"
                   PERFORM 4000-SET-DATE
               WHEN "G"
                   PERFORM 5000-BUILD-CALENDAR
               WHEN "X"
                   PERFORM 6000-CLOSE-OPEN-DAY
               WHEN "O"
                   PERFORM 6000-CLOSE-OPEN-DAY
               WHEN "L"
                   PERFORM 7000-LIST
           END-EVALUATE.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-DATE TO C-TODAY-DATE.

           PERFORM 9900-GET-PARM.

           MOVE "START" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

           PERFORM 9950-LOAD-CONTROL.

      *        EVERY CHECK IS MADE BEFORE ANYTHING IS CHANGED, AND THE
      *    FIRST ONE THAT FAILS IS THE REASON GIVEN. FORCE SKIPS ONLY
      *    THE COMPLETED / NOT-ENDED / CLOSED-DAY CHECKS -- A RUN WITH
      *    NO DATE OR NO CALENDAR CAN'T KNOW ITS PERIOD-END STEPS.
       2000-BEGIN.
           MOVE SPACES TO C-REFUSE-REASON.
           MOVE C-BUS-DATE TO C-FIND-DATE.
           PERFORM 9500-FIND-CAL-DATE.

           EVALUATE TRUE
               WHEN C-CTL-FOUND IS NOT = "Y"
                   MOVE "NO RUN-CONTROL FILE -- RUN CBLCJS31 SET FIRST"
                       TO C-REFUSE-REASON
               WHEN C-BUS-DATE IS = ZEROES
                   MOVE "NO BUSINESS DATE -- RUN CBLCJS31 SET FIRST"
                       TO C-REFUSE-REASON
               WHEN C-CAL-FOUND-IDX IS = ZEROES
                   MOVE "NO CALENDAR FOR THAT YEAR -- RUN CALENDAR YYYY"
                       TO C-REFUSE-REASON
               WHEN C-FORCE IS = "Y"
                   CONTINUE
               WHEN C-RUN-STATUS IS = "R"
                   CONTINUE
               WHEN C-BUS-DATE IS NOT > C-LAST-DONE
                   MOVE "ALREADY COMPLETED -- USE FORCE TO RERUN IT"
                       TO C-REFUSE-REASON
               WHEN C-BUS-DATE IS NOT < C-TODAY-DATE
                   MOVE "HAS NOT ENDED YET -- USE FORCE TO RUN IT NOW"
                       TO C-REFUSE-REASON
               WHEN CT-CLOSED(C-CAL-FOUND-IDX) IS = "Y"
                   MOVE "IS A CLOSED DAY -- USE FORCE TO RUN IT"
                       TO C-REFUSE-REASON
           END-EVALUATE.

           MOVE C-BUS-DATE TO C-RLOG-BUS-DATE.
           IF C-REFUSE-REASON IS NOT = SPACES
               DISPLAY "CBLCJS31: BUSINESS DATE " C-BUS-DATE
                   " REFUSED -- " C-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
               MOVE "REFUS" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
           ELSE
               PERFORM 2100-START-BUSINESS-DATE
           END-IF.

      *        A DATE ALREADY IN PROGRESS IS BEING RESTARTED AFTER A
      *    FAILED NIGHT; A FORCED RUN IS MARKED "F" ON THE LOG INSTEAD.
       2100-START-BUSINESS-DATE.
           IF C-FORCE IS = "Y"
               MOVE "F" TO C-RLOG-RESTART
               MOVE "Y" TO C-FORCED
           ELSE
               IF C-RUN-STATUS IS = "R"
                   MOVE "Y" TO C-RLOG-RESTART
               END-IF
               MOVE "N" TO C-FORCED
           END-IF.
           IF C-RUN-STATUS IS NOT = "R"
               MOVE ZEROES TO C-LAST-STEP
           END-IF.
           MOVE "R" TO C-RUN-STATUS.
           MOVE C-TODAY-DATE TO C-BEGIN-DATE.
           MOVE I-TIME(1:6) TO C-BEGIN-TIME.

           PERFORM 2200-WRITE-DATE-SET-FILE.
           PERFORM 9960-SAVE-CONTROL.

           DISPLAY "CBLCJS31: BUSINESS DATE " C-BUS-DATE " BEGUN.".
           IF C-LAST-STEP IS NOT = ZEROES
               DISPLAY "CBLCJS31: RESTARTING AFTER STEP " C-LAST-STEP
                   "."
           END-IF.
           MOVE "BEGIN" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.
           MOVE "N" TO C-RLOG-RESTART.

           IF CT-MONTH-END(C-CAL-FOUND-IDX) IS = "Y"
               DISPLAY "CBLCJS31: MONTH-END STEPS ARE DUE."
               MOVE "MEND" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
           END-IF.
           IF CT-QTR-END(C-CAL-FOUND-IDX) IS = "Y"
               DISPLAY "CBLCJS31: QUARTER-END STEPS ARE DUE."
               MOVE "QEND" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
           END-IF.
           IF CT-YEAR-END(C-CAL-FOUND-IDX) IS = "Y"
               DISPLAY "CBLCJS31: YEAR-END STEPS ARE DUE."
               MOVE "YEND" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
           END-IF.

      *        REWRITTEN ON EVERY GOOD BEGIN, SO THE DRIVER NEVER
      *    PICKS UP AN EARLIER NIGHT'S FLAGS OR CHECKPOINT.
       2200-WRITE-DATE-SET-FILE.
           PERFORM 2250-FIND-FROM-DATE.

           OPEN OUTPUT DATE-SET-FILE.

           MOVE "@ECHO OFF" TO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE "REM WRITTEN BY CBLCJS31 BEGIN." TO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLBDATE="  DELIMITED BY SIZE
                  C-BUS-DATE       DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLBMON="   DELIMITED BY SIZE
                  C-BUS-DATE(1:6)  DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLBYEAR="  DELIMITED BY SIZE
                  C-BUS-DATE(1:4)  DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLMEND="   DELIMITED BY SIZE
                  CT-MONTH-END(C-CAL-FOUND-IDX) DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLQEND="   DELIMITED BY SIZE
                  CT-QTR-END(C-CAL-FOUND-IDX) DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLYEND="   DELIMITED BY SIZE
                  CT-YEAR-END(C-CAL-FOUND-IDX) DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLRSTEP="  DELIMITED BY SIZE
                  C-LAST-STEP      DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.
           MOVE SPACES TO DATE-SET-LINE.
           STRING "SET CBLBFROM="  DELIMITED BY SIZE
                  C-FROM-DATE      DELIMITED BY SIZE
               INTO DATE-SET-LINE.
           WRITE DATE-SET-LINE.

           CLOSE DATE-SET-FILE.

      *        FIRST DATE THE BUSINESS DATE'S GL ENTRY COVERS, INTO
      *    C-FROM-DATE. ROWS GO ON CBLGLF1.DAT AND CBLLEDG1.DAT DATED
      *    BY THE SYSTEM CLOCK WHEN NO BUSINESS DATE IS GIVEN, SO SOME
      *    CARRY A SUNDAY, A HOLIDAY, OR A DAY CLOSED BY HAND -- DAYS
      *    THE CHAIN NEVER RUNS FOR. THE ENTRY THEREFORE COVERS EVERY
      *    DAY AFTER THE LAST OPEN DAY BEFORE THE BUSINESS DATE, SO A
      *    CLOSED DAY'S ROWS ROLL INTO THE NEXT OPEN DAY'S ENTRY. THE
      *    SEARCH STOPS AT THE START OF THE CALENDAR.
      *        A DATE NOT COMPLETED BEFORE STARTS INSTEAD THE DAY AFTER
      *    THE LAST COMPLETED DATE. ON AN ORDINARY NIGHT THE TWO ARE THE
      *    SAME DAY; THEY DIFFER ONLY WHEN A SET JUMPED OPEN DAYS THAT
      *    WERE NEVER RUN, WHOSE ROWS WOULD OTHERWISE NEVER BE
      *    JOURNALED, OR WHEN A CLOSED DAY WAS FORCED THROUGH, WHOSE
      *    ROWS ALREADY WERE. A FORCED RERUN OF A DATE ALREADY
      *    COMPLETED TAKES THE CALENDAR RANGE ONLY, SO IT REBUILDS THAT
      *    DATE'S ENTRY AND NO OTHER.
       2250-FIND-FROM-DATE.
           COMPUTE C-DAY-INT = FUNCTION INTEGER-OF-DATE(C-BUS-DATE).
           MOVE "N" TO C-DAY-OPEN.
           PERFORM UNTIL C-DAY-OPEN IS = "Y"
               SUBTRACT 1 FROM C-DAY-INT
               COMPUTE C-FIND-DATE = FUNCTION DATE-OF-INTEGER(C-DAY-INT)
               PERFORM 9500-FIND-CAL-DATE
               IF C-CAL-FOUND-IDX IS = ZEROES
                   MOVE "Y" TO C-DAY-OPEN
               ELSE
                   IF CT-CLOSED(C-CAL-FOUND-IDX) IS NOT = "Y"
                       MOVE "Y" TO C-DAY-OPEN
                   END-IF
               END-IF
           END-PERFORM.

           IF C-LAST-DONE IS NOT = ZEROES AND
                   C-LAST-DONE IS < C-BUS-DATE
               COMPUTE C-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(C-LAST-DONE)
           END-IF.
           ADD 1 TO C-DAY-INT.
           COMPUTE C-FROM-DATE = FUNCTION DATE-OF-INTEGER(C-DAY-INT).

      *        THE BUSINESS DATE'S ROW AGAIN, FOR THE FLAGS.
           MOVE C-BUS-DATE TO C-FIND-DATE.
           PERFORM 9500-FIND-CAL-DATE.

      *        ONLY A DATE IN PROGRESS HAS STEPS TO RECORD. ANY STEP
      *    NUMBER IS TAKEN, LOWER THAN THE LAST ONE OR NOT, SO THE
      *    SAME MODE BACKS THE CHECKPOINT UP BY HAND.
       2400-RECORD-STEP.
           MOVE C-BUS-DATE TO C-RLOG-BUS-DATE.
           EVALUATE TRUE
               WHEN C-ARG-STEP-OK IS NOT = "Y"
                   DISPLAY "CBLCJS31: STEP NEEDS A 2-DIGIT STEP NUMBER."
                   MOVE 8 TO RETURN-CODE
               WHEN C-CTL-AVAILABLE IS NOT = "Y"
                   CONTINUE
               WHEN C-CTL-FOUND IS NOT = "Y" OR
                       C-RUN-STATUS IS NOT = "R"
                   DISPLAY "CBLCJS31: NO BUSINESS DATE IS IN PROGRESS "
                       "-- NO STEP TO RECORD."
                   MOVE 8 TO RETURN-CODE
                   MOVE "REFUS" TO C-RLOG-EVENT
                   PERFORM 9980-WRITE-RUN-LOG
               WHEN OTHER
                   MOVE C-ARG-STEP TO C-LAST-STEP
                   PERFORM 9960-SAVE-CONTROL
                   MOVE "STEP" TO C-RLOG-EVENT
                   PERFORM 9980-WRITE-RUN-LOG
                   DISPLAY "CBLCJS31: BUSINESS DATE " C-BUS-DATE
                       " STEP " C-LAST-STEP " DONE."
           END-EVALUATE.

      *        THE LAST-COMPLETED DATE ONLY EVER MOVES FORWARD -- A
      *    FORCED RERUN OF AN OLD DATE DOESN'T PULL IT BACK, AND THE
      *    NEXT BUSINESS DATE PICKS UP AFTER WHICHEVER IS LATER.
       2500-COMPLETE.
           IF C-CTL-FOUND IS NOT = "Y" OR C-RUN-STATUS IS NOT = "R"
               DISPLAY "CBLCJS31: NO BUSINESS DATE IS IN PROGRESS -- "
                   "NOTHING TO COMPLETE."
               MOVE 8 TO RETURN-CODE
               MOVE C-BUS-DATE TO C-RLOG-BUS-DATE
               MOVE "REFUS" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
           ELSE
               IF C-BUS-DATE IS > C-LAST-DONE
                   MOVE C-BUS-DATE TO C-LAST-DONE
               END-IF
               MOVE C-BUS-DATE TO C-RLOG-BUS-DATE
               MOVE "DONE" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
               DISPLAY "CBLCJS31: BUSINESS DATE " C-BUS-DATE
                   " COMPLETED."

               MOVE C-LAST-DONE TO C-NEXT-DATE
               PERFORM 9600-NEXT-OPEN-DAY
               MOVE C-NEXT-DATE TO C-BUS-DATE
               MOVE "C" TO C-RUN-STATUS
               MOVE "N" TO C-FORCED
               MOVE ZEROES TO C-LAST-STEP
               PERFORM 9960-SAVE-CONTROL

               MOVE C-BUS-DATE TO C-RLOG-BUS-DATE
               MOVE "NEXT" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
               DISPLAY "CBLCJS31: NEXT BUSINESS DATE IS " C-BUS-DATE
                   "."
           END-IF.

       3000-CLOSING.
           MOVE C-BUS-DATE TO C-RLOG-BUS-DATE.
           MOVE "END" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

      *        SETTING THE DATE ABANDONS ANY RUN IN PROGRESS -- THE
      *    NEXT BEGIN STARTS THE NEW DATE FRESH. THE DATE'S YEAR GETS
      *    A STANDARD CALENDAR IF IT DOESN'T HAVE ONE.
       4000-SET-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(C-ARG-DATE) IS NOT = ZEROES
               DISPLAY "CBLCJS31: SET NEEDS A VALID YYYYMMDD DATE."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-CTL-AVAILABLE IS = "Y"
                   IF C-RUN-STATUS IS = "R"
                       DISPLAY "CBLCJS31: BUSINESS DATE " C-BUS-DATE
                           " WAS IN PROGRESS AND IS ABANDONED."
                   END-IF
                   MOVE "Y" TO C-CTL-FOUND
                   MOVE C-ARG-DATE TO C-BUS-DATE
                   MOVE "C" TO C-RUN-STATUS
                   MOVE "N" TO C-FORCED
                   MOVE ZEROES TO C-LAST-STEP
                   MOVE C-ARG-DATE TO C-FIND-DATE
                   PERFORM 9500-FIND-CAL-DATE
                   IF C-CAL-FOUND-IDX IS = ZEROES
                       MOVE C-ARG-DATE(1:4) TO C-GEN-YEAR
                       PERFORM 5100-GENERATE-YEAR
                   END-IF
                   PERFORM 9960-SAVE-CONTROL
                   MOVE C-BUS-DATE TO C-RLOG-BUS-DATE
                   MOVE "SET" TO C-RLOG-EVENT
                   PERFORM 9980-WRITE-RUN-LOG
                   DISPLAY "CBLCJS31: BUSINESS DATE SET TO "
                       C-BUS-DATE "."
               END-IF
           END-IF.

       5000-BUILD-CALENDAR.
           IF C-ARG-YEAR < 2000
               DISPLAY "CBLCJS31: CALENDAR NEEDS A 4-DIGIT YEAR."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-CTL-AVAILABLE IS = "Y"
                   MOVE "Y" TO C-CTL-FOUND
                   MOVE C-ARG-YEAR TO C-GEN-YEAR
                   PERFORM 5100-GENERATE-YEAR
                   PERFORM 9960-SAVE-CONTROL
               END-IF
           END-IF.

      *        REPLACES YEAR C-GEN-YEAR WITH A STANDARD CALENDAR: ONE
      *    ROW PER DAY, SUNDAYS AND THE FOUR HOLIDAYS CLOSED, THEN
      *    EACH MONTH'S PERIOD-END FLAGS ON ITS LAST OPEN DAY. ANY
      *    DAYS CLOSED OR OPENED BY HAND IN THAT YEAR ARE LOST.
       5100-GENERATE-YEAR.
           PERFORM 5105-PURGE-OLD-YEARS.
           PERFORM 5110-DROP-YEAR.

           MOVE C-GEN-YEAR TO C-GEN-DATE-YEAR.
           MOVE 01 TO C-GEN-DATE-MONTH.
           MOVE 01 TO C-GEN-DATE-DAY.
           COMPUTE C-START-INT = FUNCTION INTEGER-OF-DATE(C-GEN-DATE).
           MOVE 12 TO C-GEN-DATE-MONTH.
           MOVE 31 TO C-GEN-DATE-DAY.
           COMPUTE C-END-INT = FUNCTION INTEGER-OF-DATE(C-GEN-DATE).

           IF C-CAL-COUNT + C-END-INT - C-START-INT + 1 > 2196
               DISPLAY "CBLCJS31: CALENDAR TABLE IS FULL -- YEAR "
                   C-GEN-YEAR " NOT BUILT."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING C-DAY-INT FROM C-START-INT BY 1
                       UNTIL C-DAY-INT > C-END-INT
                   PERFORM 5120-ADD-DAY
               END-PERFORM
               PERFORM VARYING C-GEN-MONTH FROM 1 BY 1
                       UNTIL C-GEN-MONTH > 12
                   PERFORM 5200-SET-MONTH-FLAGS
               END-PERFORM
               MOVE C-GEN-YEAR TO C-RLOG-BUS-DATE(1:4)
               MOVE "0101" TO C-RLOG-BUS-DATE(5:4)
               MOVE "CALGN" TO C-RLOG-EVENT
               PERFORM 9980-WRITE-RUN-LOG
               DISPLAY "CBLCJS31: STANDARD CALENDAR BUILT FOR "
                   C-GEN-YEAR "."
           END-IF.

      *        SQUEEZES OUT EVERY YEAR OLDER THAN THE ONE BEFORE THE
      *    YEAR BEING BUILT -- OR BEFORE THE BUSINESS DATE'S YEAR, IF
      *    THAT IS EARLIER, SO BUILDING A YEAR WELL AHEAD NEVER TAKES
      *    AWAY THE CALENDAR THE CHAIN IS RUNNING ON. NOTHING LOOKS
      *    BACK FURTHER THAN THE PRIOR YEAR, AND WITHOUT THIS THE TABLE
      *    FILLS AFTER SIX YEARS.
       5105-PURGE-OLD-YEARS.
           MOVE C-GEN-YEAR TO C-PURGE-YEAR.
           IF C-BUS-DATE IS NOT = ZEROES
                   AND C-BUS-DATE(1:4) IS < C-PURGE-YEAR
               MOVE C-BUS-DATE(1:4) TO C-PURGE-YEAR
           END-IF.
           SUBTRACT 1 FROM C-PURGE-YEAR.

           MOVE ZEROES TO C-KEEP-COUNT.
           PERFORM VARYING C-CAL-IDX FROM 1 BY 1
                   UNTIL C-CAL-IDX > C-CAL-COUNT
               IF CT-DATE(C-CAL-IDX)(1:4) IS NOT < C-PURGE-YEAR
                   ADD 1 TO C-KEEP-COUNT
                   IF C-KEEP-COUNT IS NOT = C-CAL-IDX
                       MOVE CAL-ENTRY(C-CAL-IDX)
                           TO CAL-ENTRY(C-KEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF C-KEEP-COUNT < C-CAL-COUNT
               DISPLAY "CBLCJS31: CALENDAR YEARS BEFORE " C-PURGE-YEAR
                   " PURGED."
           END-IF.
           MOVE C-KEEP-COUNT TO C-CAL-COUNT.

      *        SQUEEZES YEAR C-GEN-YEAR OUT OF THE TABLE, KEEPING THE
      *    REST IN ORDER.
       5110-DROP-YEAR.
           MOVE ZEROES TO C-KEEP-COUNT.
           PERFORM VARYING C-CAL-IDX FROM 1 BY 1
                   UNTIL C-CAL-IDX > C-CAL-COUNT
               IF CT-DATE(C-CAL-IDX)(1:4) IS NOT = C-GEN-YEAR
                   ADD 1 TO C-KEEP-COUNT
                   IF C-KEEP-COUNT IS NOT = C-CAL-IDX
                       MOVE CAL-ENTRY(C-CAL-IDX)
                           TO CAL-ENTRY(C-KEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE C-KEEP-COUNT TO C-CAL-COUNT.

      *        THANKSGIVING IS THE FOURTH THURSDAY OF NOVEMBER, WHICH
      *    ALWAYS FALLS ON THE 22ND THROUGH THE 28TH.
       5120-ADD-DAY.
           ADD 1 TO C-CAL-COUNT.
           COMPUTE C-GEN-DATE = FUNCTION DATE-OF-INTEGER(C-DAY-INT).
           DIVIDE C-DAY-INT BY 7 GIVING C-DIV-WORK REMAINDER C-DOW.

           MOVE C-GEN-DATE TO CT-DATE(C-CAL-COUNT).
           MOVE "N" TO CT-MONTH-END(C-CAL-COUNT).
           MOVE "N" TO CT-QTR-END(C-CAL-COUNT).
           MOVE "N" TO CT-YEAR-END(C-CAL-COUNT).
           MOVE SPACES TO CT-DESC(C-CAL-COUNT).

           EVALUATE TRUE
               WHEN C-GEN-DATE-MONTH = 1 AND C-GEN-DATE-DAY = 1
                   MOVE "NEW YEAR'S DAY" TO CT-DESC(C-CAL-COUNT)
               WHEN C-GEN-DATE-MONTH = 7 AND C-GEN-DATE-DAY = 4
                   MOVE "INDEPENDENCE DAY" TO CT-DESC(C-CAL-COUNT)
               WHEN C-GEN-DATE-MONTH = 11 AND C-DOW = 4 AND
                       C-GEN-DATE-DAY > 21 AND C-GEN-DATE-DAY < 29
                   MOVE "THANKSGIVING" TO CT-DESC(C-CAL-COUNT)
               WHEN C-GEN-DATE-MONTH = 12 AND C-GEN-DATE-DAY = 25
                   MOVE "CHRISTMAS DAY" TO CT-DESC(C-CAL-COUNT)
               WHEN C-DOW = 0
                   MOVE "SUNDAY" TO CT-DESC(C-CAL-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF CT-DESC(C-CAL-COUNT) IS = SPACES
               MOVE "N" TO CT-CLOSED(C-CAL-COUNT)
           ELSE
               MOVE "Y" TO CT-CLOSED(C-CAL-COUNT)
           END-IF.

      *        MONTH C-GEN-MONTH OF YEAR C-GEN-YEAR: CLEARS ITS
      *    PERIOD-END FLAGS AND PUTS THEM BACK ON ITS LAST OPEN DAY.
      *    MARCH, JUNE, SEPTEMBER, AND DECEMBER END A QUARTER TOO, AND
      *    DECEMBER THE YEAR.
       5200-SET-MONTH-FLAGS.
           MOVE C-GEN-YEAR TO C-GEN-DATE-YEAR.
           MOVE C-GEN-MONTH TO C-GEN-DATE-MONTH.
           MOVE ZEROES TO C-LAST-OPEN-IDX.
           PERFORM VARYING C-CAL-IDX FROM 1 BY 1
                   UNTIL C-CAL-IDX > C-CAL-COUNT
               IF CT-DATE(C-CAL-IDX)(1:6) IS = C-GEN-DATE(1:6)
                   MOVE "N" TO CT-MONTH-END(C-CAL-IDX)
                   MOVE "N" TO CT-QTR-END(C-CAL-IDX)
                   MOVE "N" TO CT-YEAR-END(C-CAL-IDX)
                   IF CT-CLOSED(C-CAL-IDX) IS = "N"
                       MOVE C-CAL-IDX TO C-LAST-OPEN-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF C-LAST-OPEN-IDX IS NOT = ZEROES
               MOVE "Y" TO CT-MONTH-END(C-LAST-OPEN-IDX)
               IF C-GEN-MONTH = 3 OR C-GEN-MONTH = 6 OR
                       C-GEN-MONTH = 9 OR C-GEN-MONTH = 12
                   MOVE "Y" TO CT-QTR-END(C-LAST-OPEN-IDX)
               END-IF
               IF C-GEN-MONTH = 12
                   MOVE "Y" TO CT-YEAR-END(C-LAST-OPEN-IDX)
               END-IF
           END-IF.

      *        CLOSING THE CURRENT BUSINESS DATE BEFORE IT HAS BEGUN
      *    MOVES THE BUSINESS DATE ON TO THE NEXT OPEN DAY.
       6000-CLOSE-OPEN-DAY.
           MOVE C-ARG-DATE TO C-FIND-DATE.
           PERFORM 9500-FIND-CAL-DATE.

           IF C-CAL-FOUND-IDX IS = ZEROES OR
                   C-CTL-AVAILABLE IS NOT = "Y"
               DISPLAY "CBLCJS31: " C-ARG-DATE
                   " IS NOT ON THE CALENDAR -- RUN CALENDAR YYYY FIRST."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE C-ARG-DATE TO C-RLOG-BUS-DATE
               IF C-MODE IS = "X"
                   MOVE "Y" TO CT-CLOSED(C-CAL-FOUND-IDX)
                   IF C-ARG-DESC IS = SPACES
                       MOVE "CLOSED" TO CT-DESC(C-CAL-FOUND-IDX)
                   ELSE
                       MOVE C-ARG-DESC TO CT-DESC(C-CAL-FOUND-IDX)
                   END-IF
                   MOVE "CLOSE" TO C-RLOG-EVENT
                   MOVE "CLOSED." TO C-DAY-STATE
               ELSE
                   MOVE "N" TO CT-CLOSED(C-CAL-FOUND-IDX)
                   MOVE SPACES TO CT-DESC(C-CAL-FOUND-IDX)
                   MOVE "OPEN" TO C-RLOG-EVENT
                   MOVE "OPEN." TO C-DAY-STATE
               END-IF
               PERFORM 9980-WRITE-RUN-LOG
               MOVE C-ARG-DATE(1:4) TO C-GEN-YEAR
               MOVE C-ARG-DATE(5:2) TO C-GEN-MONTH
               PERFORM 5200-SET-MONTH-FLAGS
               DISPLAY "CBLCJS31: " C-ARG-DATE " IS NOW "
                   C-DAY-STATE

               IF C-MODE IS = "X" AND C-ARG-DATE IS = C-BUS-DATE
                       AND C-RUN-STATUS IS NOT = "R"
                   MOVE C-BUS-DATE TO C-NEXT-DATE
                   PERFORM 9600-NEXT-OPEN-DAY
                   MOVE C-NEXT-DATE TO C-BUS-DATE
                   MOVE C-BUS-DATE TO C-RLOG-BUS-DATE
                   MOVE "NEXT" TO C-RLOG-EVENT
                   PERFORM 9980-WRITE-RUN-LOG
                   DISPLAY "CBLCJS31: NEXT BUSINESS DATE IS "
                       C-BUS-DATE "."
               END-IF
               PERFORM 9960-SAVE-CONTROL
           END-IF.

      *        THE CONTROL FIGURES, THEN ONLY THE DAYS WORTH SEEING --
      *    PERIOD-ENDS AND CLOSED DAYS OTHER THAN PLAIN SUNDAYS -- YEAR
      *    BY YEAR.
       7000-LIST.
           OPEN OUTPUT CALENDAR-PRT.

           MOVE C-BUS-DATE TO O-BUS-DATE.
           MOVE C-LAST-DONE TO O-LAST-DONE.
           MOVE SPACES TO O-RUN-STATUS.
           EVALUATE TRUE
               WHEN C-CTL-FOUND IS NOT = "Y"
                   MOVE "NO RUN-CONTROL FILE" TO O-RUN-STATUS
               WHEN C-RUN-STATUS IS = "R" AND C-FORCED IS = "Y"
                   STRING "IN PROGRESS (FORCED), STEP "
                                               DELIMITED BY SIZE
                          C-LAST-STEP          DELIMITED BY SIZE
                       INTO O-RUN-STATUS
               WHEN C-RUN-STATUS IS = "R"
                   STRING "IN PROGRESS, STEP " DELIMITED BY SIZE
                          C-LAST-STEP          DELIMITED BY SIZE
                          " DONE"              DELIMITED BY SIZE
                       INTO O-RUN-STATUS
               WHEN OTHER
                   MOVE "WAITING TO BEGIN" TO O-RUN-STATUS
           END-EVALUATE.
           PERFORM 9200-HEADINGS.

           PERFORM 9700-FIND-YEAR-RANGE.
           PERFORM VARYING C-YEAR-IDX FROM C-LOW-YEAR BY 1
                   UNTIL C-YEAR-IDX > C-HIGH-YEAR
                       OR C-CAL-COUNT IS = ZEROES
               PERFORM VARYING C-CAL-IDX FROM 1 BY 1
                       UNTIL C-CAL-IDX > C-CAL-COUNT
                   IF CT-DATE(C-CAL-IDX)(1:4) IS = C-YEAR-IDX
                       PERFORM 7100-LIST-ONE-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF C-LIST-CTR IS = ZEROES
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9200-HEADINGS
               END-WRITE
           END-IF.

           CLOSE CALENDAR-PRT.

       7100-LIST-ONE-DAY.
           IF CT-MONTH-END(C-CAL-IDX) IS = "Y" OR
                   (CT-CLOSED(C-CAL-IDX) IS = "Y" AND
                    CT-DESC(C-CAL-IDX) IS NOT = "SUNDAY")
               ADD 1 TO C-LIST-CTR
               COMPUTE C-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(CT-DATE(C-CAL-IDX))
               DIVIDE C-DAY-INT BY 7 GIVING C-DIV-WORK REMAINDER C-DOW
               MOVE CT-DATE(C-CAL-IDX) TO O-CAL-DATE
               MOVE DAY-NAME(C-DOW + 1) TO O-CAL-DAY
               MOVE CT-CLOSED(C-CAL-IDX) TO O-CAL-CLOSED
               MOVE CT-MONTH-END(C-CAL-IDX) TO O-CAL-MONTH-END
               MOVE CT-QTR-END(C-CAL-IDX) TO O-CAL-QTR-END
               MOVE CT-YEAR-END(C-CAL-IDX) TO O-CAL-YEAR-END
               MOVE CT-DESC(C-CAL-IDX) TO O-CAL-DESC
               WRITE PRTLINE
                   FROM CAL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9200-HEADINGS
               END-WRITE
           END-IF.

      *        THE CONTROL FIGURES REPEAT ON EVERY PAGE.
       9200-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM CONTROL-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM CAL-HDG
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

      *        LEAVES THE TABLE SUBSCRIPT OF C-FIND-DATE IN
      *    C-CAL-FOUND-IDX, ZERO IF THAT DAY ISN'T ON THE CALENDAR.
       9500-FIND-CAL-DATE.
           MOVE ZEROES TO C-CAL-FOUND-IDX.
           PERFORM VARYING C-CAL-IDX FROM 1 BY 1
                   UNTIL C-CAL-IDX > C-CAL-COUNT
                       OR C-CAL-FOUND-IDX > ZEROES
               IF CT-DATE(C-CAL-IDX) IS = C-FIND-DATE
                   MOVE C-CAL-IDX TO C-CAL-FOUND-IDX
               END-IF
           END-PERFORM.

      *        MOVES C-NEXT-DATE ON TO THE FIRST OPEN DAY AFTER IT,
      *    LOGGING EACH CLOSED DAY PASSED OVER. A YEAR NOT ON THE
      *    CALENDAR GETS ITS STANDARD CALENDAR BUILT ON THE WAY IN; IF
      *    THAT CAN'T BE DONE THE NEXT DAY IS TAKEN AS IT IS AND BEGIN
      *    WILL REFUSE IT UNTIL SOMEONE BUILDS THE CALENDAR.
       9600-NEXT-OPEN-DAY.
           COMPUTE C-DAY-INT = FUNCTION INTEGER-OF-DATE(C-NEXT-DATE).
           MOVE "N" TO C-DAY-OPEN.
           PERFORM UNTIL C-DAY-OPEN IS = "Y"
               ADD 1 TO C-DAY-INT
               COMPUTE C-NEXT-DATE = FUNCTION DATE-OF-INTEGER(C-DAY-INT)
               MOVE C-NEXT-DATE TO C-FIND-DATE
               PERFORM 9500-FIND-CAL-DATE
               IF C-CAL-FOUND-IDX IS = ZEROES
                   MOVE C-NEXT-DATE(1:4) TO C-GEN-YEAR
                   PERFORM 5100-GENERATE-YEAR
                   COMPUTE C-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(C-NEXT-DATE)
                   PERFORM 9500-FIND-CAL-DATE
               END-IF
               IF C-CAL-FOUND-IDX IS = ZEROES
                   MOVE "Y" TO C-DAY-OPEN
               ELSE
                   IF CT-CLOSED(C-CAL-FOUND-IDX) IS = "Y"
                       MOVE C-NEXT-DATE TO C-RLOG-BUS-DATE
                       MOVE "SKIP" TO C-RLOG-EVENT
                       PERFORM 9980-WRITE-RUN-LOG
                   ELSE
                       MOVE "Y" TO C-DAY-OPEN
                   END-IF
               END-IF
           END-PERFORM.

      *        LOWEST AND HIGHEST YEAR ON THE CALENDAR.
       9700-FIND-YEAR-RANGE.
           MOVE 9999 TO C-LOW-YEAR.
           MOVE ZEROES TO C-HIGH-YEAR.
           PERFORM VARYING C-CAL-IDX FROM 1 BY 1
                   UNTIL C-CAL-IDX > C-CAL-COUNT
               IF CT-DATE(C-CAL-IDX)(1:4) < C-LOW-YEAR
                   MOVE CT-DATE(C-CAL-IDX)(1:4) TO C-LOW-YEAR
               END-IF
               IF CT-DATE(C-CAL-IDX)(1:4) > C-HIGH-YEAR
                   MOVE CT-DATE(C-CAL-IDX)(1:4) TO C-HIGH-YEAR
               END-IF
           END-PERFORM.

      *        PARM IS ONE OF THE MODES LISTED IN THE HEADER. THE
      *    ARGUMENTS SIT IN FIXED COLUMNS AFTER THE MODE WORD. A BLANK
      *    OR UNKNOWN PARM IS TREATED AS LIST.
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(C-PARM-LINE) TO C-PARM-LINE.

           EVALUATE TRUE
               WHEN C-PARM-LINE(1:5) IS = "BEGIN"
                   MOVE "B" TO C-MODE
                   IF C-PARM-LINE(7:5) IS = "FORCE"
                       MOVE "Y" TO C-FORCE
                   END-IF
               WHEN C-PARM-LINE(1:8) IS = "COMPLETE"
                   MOVE "C" TO C-MODE
               WHEN C-PARM-LINE(1:4) IS = "STEP"
                   MOVE "T" TO C-MODE
                   IF C-PARM-LINE(6:2) IS NUMERIC
                       MOVE C-PARM-LINE(6:2) TO C-ARG-STEP
                       MOVE "Y" TO C-ARG-STEP-OK
                   END-IF
               WHEN C-PARM-LINE(1:3) IS = "SET"
                   MOVE "S" TO C-MODE
                   IF C-PARM-LINE(5:8) IS NUMERIC
                       MOVE C-PARM-LINE(5:8) TO C-ARG-DATE
                   END-IF
               WHEN C-PARM-LINE(1:8) IS = "CALENDAR"
                   MOVE "G" TO C-MODE
                   IF C-PARM-LINE(10:4) IS NUMERIC
                       MOVE C-PARM-LINE(10:4) TO C-ARG-YEAR
                   END-IF
               WHEN C-PARM-LINE(1:5) IS = "CLOSE"
                   MOVE "X" TO C-MODE
                   IF C-PARM-LINE(7:8) IS NUMERIC
                       MOVE C-PARM-LINE(7:8) TO C-ARG-DATE
                   END-IF
                   MOVE C-PARM-LINE(16:20) TO C-ARG-DESC
               WHEN C-PARM-LINE(1:4) IS = "OPEN"
                   MOVE "O" TO C-MODE
                   IF C-PARM-LINE(6:8) IS NUMERIC
                       MOVE C-PARM-LINE(6:8) TO C-ARG-DATE
                   END-IF
               WHEN OTHER
                   MOVE "L" TO C-MODE
           END-EVALUATE.

      *        LOADS CBLRCTL1.DAT WHOLE. NO FILE YET IS NOT AN ERROR
      *    HERE -- SET AND CALENDAR CREATE IT, AND BEGIN REFUSES TO RUN
      *    WITHOUT IT.
       9950-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.

           EVALUATE C-CTL-STATUS
               WHEN "00"
                   PERFORM UNTIL C-CTL-EOF IS = "Y"
                       READ CONTROL-FILE
                           AT END
                               MOVE "Y" TO C-CTL-EOF
                           NOT AT END
                               PERFORM 9955-STORE-CONTROL-REC
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
                   MOVE "Y" TO C-CTL-FOUND
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CBLRCTL1.DAT COULD NOT BE OPENED, STATUS: "
                       C-CTL-STATUS
                   MOVE "N" TO C-CTL-AVAILABLE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       9955-STORE-CONTROL-REC.
           IF RC-REC-TYPE IS = "H"
               MOVE RC-BUS-DATE   TO C-BUS-DATE
               MOVE RC-LAST-DONE  TO C-LAST-DONE
               MOVE RC-RUN-STATUS TO C-RUN-STATUS
               MOVE RC-FORCED     TO C-FORCED
               MOVE RC-BEGIN-DATE TO C-BEGIN-DATE
               MOVE RC-BEGIN-TIME TO C-BEGIN-TIME
               IF RC-LAST-STEP IS NUMERIC
                   MOVE RC-LAST-STEP TO C-LAST-STEP
               ELSE
                   MOVE ZEROES TO C-LAST-STEP
               END-IF
           ELSE
               IF RC-REC-TYPE IS = "D"
                   IF C-CAL-COUNT < 2196
                       ADD 1 TO C-CAL-COUNT
                       MOVE RC-CAL-DATE  TO CT-DATE(C-CAL-COUNT)
                       MOVE RC-MONTH-END TO CT-MONTH-END(C-CAL-COUNT)
                       MOVE RC-QTR-END   TO CT-QTR-END(C-CAL-COUNT)
                       MOVE RC-YEAR-END  TO CT-YEAR-END(C-CAL-COUNT)
                       MOVE RC-CLOSED    TO CT-CLOSED(C-CAL-COUNT)
                       MOVE RC-DESC      TO CT-DESC(C-CAL-COUNT)
                   ELSE
                       PERFORM 9957-CALENDAR-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *        A CALENDAR TOO BIG FOR THE TABLE IS A HARD STOP. THE
      *    ROWS THAT DIDN'T FIT ARE THE NEWEST ONES, SO SAVING WHAT DID
      *    WOULD QUIETLY THROW THEM AWAY -- NOTHING IS SAVED THIS RUN
      *    (C-CTL-AVAILABLE "N", AS FOR AN UNREADABLE FILE), AND THE
      *    RUN ENDS RC 8 SO THE CHAIN STOPS. SAID ONCE, NOT PER ROW.
       9957-CALENDAR-OVERFLOW.
           IF C-CTL-AVAILABLE IS = "Y"
               DISPLAY "CBLCJS31: CBLRCTL1.DAT HOLDS MORE CALENDAR "
                   "DAYS THAN THE TABLE (2196) -- NOTHING SAVED."
               DISPLAY "CBLCJS31: DELETE THE OLDEST YEAR'S ROWS FROM "
                   "CBLRCTL1.DAT AND RERUN."
               MOVE "N" TO C-CTL-AVAILABLE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        HEADER FIRST, THEN THE CALENDAR YEAR BY YEAR SO IT
      *    STAYS IN DATE ORDER ON FILE WHICHEVER YEAR WAS BUILT LAST.
      *    SKIPPED IF THE FILE NEVER LOADED CLEANLY.
       9960-SAVE-CONTROL.
           IF C-CTL-AVAILABLE IS = "Y"
               OPEN OUTPUT CONTROL-FILE
               MOVE SPACES TO CTL-REC
               MOVE "H" TO RC-REC-TYPE
               MOVE C-BUS-DATE   TO RC-BUS-DATE
               MOVE C-LAST-DONE  TO RC-LAST-DONE
               MOVE C-RUN-STATUS TO RC-RUN-STATUS
               MOVE C-FORCED     TO RC-FORCED
               MOVE C-BEGIN-DATE TO RC-BEGIN-DATE
               MOVE C-BEGIN-TIME TO RC-BEGIN-TIME
               MOVE C-LAST-STEP  TO RC-LAST-STEP
               WRITE CTL-REC

               PERFORM 9700-FIND-YEAR-RANGE
               PERFORM VARYING C-YEAR-IDX FROM C-LOW-YEAR BY 1
                       UNTIL C-YEAR-IDX > C-HIGH-YEAR
                           OR C-CAL-COUNT IS = ZEROES
                   PERFORM VARYING C-CAL-IDX FROM 1 BY 1
                           UNTIL C-CAL-IDX > C-CAL-COUNT
                       IF CT-DATE(C-CAL-IDX)(1:4) IS = C-YEAR-IDX
                           PERFORM 9965-WRITE-CAL-REC
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       9965-WRITE-CAL-REC.
           MOVE SPACES TO CTL-REC.
           MOVE "D" TO RC-REC-TYPE.
           MOVE CT-DATE(C-CAL-IDX)      TO RC-CAL-DATE.
           MOVE CT-MONTH-END(C-CAL-IDX) TO RC-MONTH-END.
           MOVE CT-QTR-END(C-CAL-IDX)   TO RC-QTR-END.
           MOVE CT-YEAR-END(C-CAL-IDX)  TO RC-YEAR-END.
           MOVE CT-CLOSED(C-CAL-IDX)    TO RC-CLOSED.
           MOVE CT-DESC(C-CAL-IDX)      TO RC-DESC.
           WRITE CTL-REC.

      *        ROWS CARRY THE BUSINESS DATE THE EVENT IS ABOUT IN
      *    RL-BUS-DATE-VIEW, AND "Y" (RESTART OF A DATE LEFT IN
      *    PROGRESS) OR "F" (FORCED) IN RL-RESTART ON A BEGIN ROW.
       9980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF C-RLOG-STATUS IS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE "CBLCJS31"      TO RL-PROGRAM-ID.
           MOVE C-RLOG-EVENT    TO RL-EVENT.
           MOVE I-YEAR          TO RL-DATE(1:4).
           MOVE I-MONTH         TO RL-DATE(5:2).
           MOVE I-DAY           TO RL-DATE(7:2).
           MOVE I-TIME(1:6)     TO RL-TIME.
           MOVE C-RLOG-BUS-DATE TO RL-BUS-DATE.
           MOVE ZEROES          TO RL-BUS-FILLER.
           MOVE RETURN-CODE     TO RL-RETURN-CODE.
           MOVE C-RLOG-RESTART  TO RL-RESTART.
           WRITE RLOG-REC.
           CLOSE RUN-LOG-FILE.
