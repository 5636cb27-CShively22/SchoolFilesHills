       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS23.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * GROSS MARGIN REPORT. EVERY OTHER REPORT STOPS AT REVENUE; THIS
      * ONE SHOWS WHAT THE DEALERSHIP ACTUALLY KEPT ON EACH SALE IN
      * CBLBOAT1.DAT -- SALE PRICE (M-BOAT-COST) LESS THE DEALER COST
      * FOR ITS BOAT TYPE OFF CBLBMAS1.DAT (MAINTAINED THROUGH
      * CBLCJS16), LESS THE PREP/DELIVERY COST, LESS THE COMMISSION
      * PAID ON IT AT THE CBLRATE1.DAT RATE IN EFFECT ON ITS PURCHASE
      * DATE (THE SAME LOOKUP AND ARITHMETIC AS CBLCJS03). THE SALES
      * FILE IS SORTED BY BOAT TYPE THE WAY CBLCJS03 SORTS IT BY
      * SALESPERSON, DETAIL PRINTS ON CBLGMRG1.PRT WITH A SUBTOTAL AT
      * EACH BOAT TYPE BREAK, AND SUMMARY SECTIONS AT THE END TOTAL
      * THE SAME FIGURES BY LOT (M-LOCATION) AND BY SALESPERSON SO
      * OWNERSHIP CAN SEE WHERE MARGIN IS BEING DISCOUNTED AWAY, NOT
      * JUST WHO IS MOVING UNITS. A RETURN ("R") CARRIES EVERY FIGURE
      * NEGATIVE, SO IT NETS ITS SALE OUT OF EVERY TOTAL IT TOUCHES.
      * A SALE WHOSE MARGIN COMES OUT BELOW ZERO IS FLAGGED, AS IS ONE
      * WHOSE MARGIN IS OVERSTATED BECAUSE ITS BOAT TYPE HAS NO DEALER
      * COST ON THE MASTER YET OR NO COMMISSION RATE WAS IN EFFECT.
      * THE DEALER COST USED IS THE ONE ON THE MASTER TODAY -- THE
      * MASTER KEEPS NO COST HISTORY (CBLIAUD1.DAT DOES, FOR ANYONE
      * WHO NEEDS TO RESTATE AN OLD PERIOD BY HAND). AN OPTIONAL
      * YYYYMM PARM LIMITS THE REPORT TO ONE MONTH BY PURCHASE DATE;
      * A BLANK PARM COVERS THE WHOLE OPEN-YEAR FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-RAW-INPUT
               ASSIGN TO 'C:\COBOL\CBLBOAT1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RAW-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'CBLSRT23'.

      *        THE SORTED-BY-BOAT-TYPE COPY THE REPORT ACTUALLY READS.
           SELECT BOAT-INPUT
               ASSIGN TO 'C:\COBOL\CBLSRT23.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *        DEALER COST PER BOAT TYPE.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOL\CBLBMAS1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BMAS-STATUS.

      *        SAME EFFECTIVE-DATED RATE MASTER CBLCJS03 COMMISSIONS
      *    FROM.
           SELECT RATE-FILE
               ASSIGN TO 'C:\COBOL\CBLRATE1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RATE-STATUS.

      *        SALESPERSON NAMES FOR THE SUMMARY. TERMINATED PEOPLE
      *    STAY ON IT -- THE MARGIN THEY GAVE AWAY STILL COUNTS.
           SELECT SALESPERSON-FILE
               ASSIGN TO 'C:\COBOL\CBLSLSP1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSP-STATUS.

           SELECT MARGIN-PRT
               ASSIGN TO 'C:\COBOL\CBLGMRG1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

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
           05  RAW-PURCHASE-DATE   PIC 9(8).
           05  RAW-BOAT-TYPE       PIC X.
           05  RAW-ACC-PCK         PIC 9.
           05  RAW-PREP-DEL-COST   PIC 9(5)V99.
           05  RAW-SALESPERSON-ID  PIC X(5).
           05  RAW-CUST-NUM        PIC 9(5).
           05  RAW-TRANS-TYPE      PIC X.
           05  RAW-LOCATION        PIC XX.
           05  RAW-DEPOSIT-AMT     PIC 9(6)V99.
           05  RAW-AMT-RECEIVED    PIC 9(6)V99.

      *        ONLY WHAT THE REPORT NEEDS, PLUS THE RECORD'S POSITION
      *    IN CBLBOAT1.DAT AS THE LOW-ORDER KEY -- SAME IDEA AS
      *    CBLCJS03'S SW-ORIG-REC-NUM.
       SD SORT-WORK-FILE
           DATA RECORD IS SW-REC.

       01 SW-REC.
           05  SW-BOAT-TYPE        PIC X.
           05  SW-ORIG-REC-NUM     PIC 9(6).
           05  SW-LAST-NAME        PIC X(15).
           05  SW-BOAT-COST        PIC 9(6)V99.
           05  SW-PURCHASE-DATE    PIC 9(8).
           05  SW-PREP-DEL-COST    PIC 9(5)V99.
           05  SW-SALESPERSON-ID   PIC X(5).
           05  SW-TRANS-TYPE       PIC X.
           05  SW-LOCATION         PIC XX.

       FD BOAT-INPUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS I-REC.

       01 I-REC.
           05  I-BOAT-TYPE         PIC X.
           05  I-ORIG-REC-NUM      PIC 9(6).
           05  I-LAST-NAME         PIC X(15).
           05  I-BOAT-COST         PIC 9(6)V99.
           05  I-PURCHASE-DATE     PIC 9(8).
           05  I-PREP-DEL-COST     PIC 9(5)V99.
           05  I-SALESPERSON-ID    PIC X(5).
           05  I-TRANS-TYPE        PIC X.
           05  I-LOCATION          PIC XX.

       FD BOAT-MASTER
           LABEL RECORD IS OMITTED
           DATA RECORD IS BM-REC.

       01 BM-REC.
           05  BM-BOAT-TYPE        PIC X.
           05  BM-LIST-PRICE       PIC 9(6)V99.
           05  BM-QTY-ON-HAND      PIC 9(5).
           05  BM-QTY-LOC1         PIC 9(5).
           05  BM-QTY-LOC2         PIC 9(5).
           05  BM-DEALER-COST      PIC 9(6)V99.

       FD RATE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RATE-REC.

       01 RATE-REC.
           05  RATE-BOAT-TYPE      PIC X.
           05  RATE-EFF-DATE       PIC 9(8).
           05  RATE-PCT            PIC V999.

       FD SALESPERSON-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SLSP-REC.

       01 SLSP-REC.
           05  SLSP-ID             PIC X(5).
           05  SLSP-NAME           PIC X(20).
           05  SLSP-ACTIVE         PIC X.

       FD MARGIN-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 25 WITH FOOTING 20
           DATA RECORD IS PRTLINE.

       01 PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 I-DATE-TIME.
           05 I-DATE.
               10 I-YEAR           PIC 9(4).
               10 I-MONTH          PIC 99.
               10 I-DAY            PIC 99.
           05 I-TIME               PIC X(11).

       01 WORK-AREA.
           05  C-RAW-STATUS        PIC XX.
           05  C-BMAS-STATUS       PIC XX.
           05  C-RATE-STATUS       PIC XX.
           05  C-SLSP-STATUS       PIC XX.
           05  MORE-RECS           PIC XXX         VALUE   "YES".
           05  C-RAW-MORE-RECS     PIC XXX         VALUE   "YES".
           05  C-BMAS-EOF          PIC X           VALUE   "N".
           05  C-RATE-EOF          PIC X           VALUE   "N".
           05  C-SLSP-EOF          PIC X           VALUE   "N".
           05  C-ORIG-REC-CTR      PIC 9(6)        VALUE   ZEROES.
           05  C-PARM-LINE         PIC X(80).
      *        ZERO WHEN NO PERIOD WAS ASKED FOR -- EVERY RECORD
      *    QUALIFIES.
           05  C-RPT-PERIOD        PIC 9(6)        VALUE   ZEROES.
           05  C-PG-CTR            PIC 99          VALUE   ZEROES.
           05  H-BOAT-TYPE         PIC X.
           05  C-FIRST-REC         PIC X           VALUE   "Y".
      *        THE BOAT TYPE CODE THE CONVERT PARAGRAPH WORKS FROM.
           05  C-WORK-BOAT-TYPE    PIC X.
           05  C-BOAT-TYPE-NAME    PIC X(13).
           05  C-MASTER-COUNT      PIC 9(2)        VALUE   ZEROES.
           05  BM-IDX              PIC 9(2)        VALUE   ZEROES.
           05  C-FOUND-IDX         PIC 9(2)        VALUE   ZEROES.
           05  C-RATE-COUNT        PIC 99          VALUE   ZEROES.
           05  C-RATE-IDX          PIC 99          VALUE   ZEROES.
           05  C-RATE-FOUND-IDX    PIC 99          VALUE   ZEROES.
           05  C-COMM-RATE         PIC V999        VALUE   ZEROES.
           05  C-SLSP-COUNT        PIC 99          VALUE   ZEROES.
           05  C-SLSP-IDX          PIC 99          VALUE   ZEROES.
           05  C-SLSP-FOUND-IDX    PIC 99          VALUE   ZEROES.
           05  C-LOC-IDX           PIC 9           VALUE   ZEROES.
           05  C-SIGN              PIC S9          VALUE   ZEROES.
           05  C-TOTAL-COST        PIC 9(7)V99     VALUE   ZEROES.
           05  C-FLAG              PIC X(20).
           05  C-NEG-CTR           PIC 9(5)        VALUE   ZEROES.
           05  C-NO-COST-CTR       PIC 9(5)        VALUE   ZEROES.
           05  C-NO-RATE-CTR       PIC 9(5)        VALUE   ZEROES.
           05  C-PCT-WORK          PIC S9(3)V9     VALUE   ZEROES.

      *        ONE SALE'S FIGURES, SIGNED -- A RETURN CARRIES THEM ALL
      *    NEGATIVE. EVERY ACCUMULATOR BELOW HAS THE SAME SIX FIELDS IN
      *    THE SAME ORDER.
       01 REC-AMTS.
           05  RA-UNITS            PIC S9(5)       VALUE   ZEROES.
           05  RA-SALE             PIC S9(9)V99    VALUE   ZEROES.
           05  RA-DEALER           PIC S9(9)V99    VALUE   ZEROES.
           05  RA-PREP             PIC S9(9)V99    VALUE   ZEROES.
           05  RA-COMM             PIC S9(9)V99    VALUE   ZEROES.
           05  RA-MARGIN           PIC S9(9)V99    VALUE   ZEROES.

      *        BOAT TYPE SUBTOTAL, RESET AT EACH BREAK.
       01 MJ-AMTS.
           05  MJ-UNITS            PIC S9(5)       VALUE   ZEROES.
           05  MJ-SALE             PIC S9(9)V99    VALUE   ZEROES.
           05  MJ-DEALER           PIC S9(9)V99    VALUE   ZEROES.
           05  MJ-PREP             PIC S9(9)V99    VALUE   ZEROES.
           05  MJ-COMM             PIC S9(9)V99    VALUE   ZEROES.
           05  MJ-MARGIN           PIC S9(9)V99    VALUE   ZEROES.

       01 GT-AMTS.
           05  GT-UNITS            PIC S9(5)       VALUE   ZEROES.
           05  GT-SALE             PIC S9(9)V99    VALUE   ZEROES.
           05  GT-DEALER           PIC S9(9)V99    VALUE   ZEROES.
           05  GT-PREP             PIC S9(9)V99    VALUE   ZEROES.
           05  GT-COMM             PIC S9(9)V99    VALUE   ZEROES.
           05  GT-MARGIN           PIC S9(9)V99    VALUE   ZEROES.

      *        BY LOT -- SUBSCRIPT 1 IS "01", 2 IS "02".
       01 LOT-TOTAL-TABLE.
           05  LT-ENTRY            OCCURS 2 TIMES.
               10  LT-UNITS        PIC S9(5).
               10  LT-SALE         PIC S9(9)V99.
               10  LT-DEALER       PIC S9(9)V99.
               10  LT-PREP         PIC S9(9)V99.
               10  LT-COMM         PIC S9(9)V99.
               10  LT-MARGIN       PIC S9(9)V99.

      *        BY SALESPERSON, IN ROSTER ORDER. AN ID THAT ISN'T ON THE
      *    ROSTER IS ADDED AT THE END WITH A BLANK NAME SO ITS MARGIN
      *    STILL SHOWS UP SOMEWHERE.
       01 SLSP-TOTAL-TABLE.
           05  ST-ENTRY            OCCURS 60 TIMES.
               10  ST-ID           PIC X(5).
               10  ST-NAME         PIC X(20).
               10  ST-UNITS        PIC S9(5).
               10  ST-SALE         PIC S9(9)V99.
               10  ST-DEALER       PIC S9(9)V99.
               10  ST-PREP         PIC S9(9)V99.
               10  ST-COMM         PIC S9(9)V99.
               10  ST-MARGIN       PIC S9(9)V99.

      *        DEALER COST BY BOAT TYPE, LOADED FROM THE MASTER.
       01 DEALER-COST-TABLE.
           05  DC-ENTRY            OCCURS 6 TIMES.
               10  DC-BOAT-TYPE    PIC X.
               10  DC-DEALER-COST  PIC 9(6)V99.

      *        SAME TABLE AND LOOKUP AS CBLCJS03.
       01  COMMISSION-RATE-TABLE.
           05  RATE-ENTRY          OCCURS 60 TIMES.
               10  RATE-T-BOAT-TYPE PIC X.
               10  RATE-T-EFF-DATE  PIC 9(8).
               10  RATE-T-RATE      PIC V999.

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE   "DATE: ".
           05  O-MONTH             PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-DAY               PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-YEAR              PIC 9(4).
           05  FILLER              PIC X(37)   VALUE  SPACES.
           05  FILLER              PIC X(22)   VALUE "C SHIVELY'S BOATS
      -                                        "INC.".
           05  FILLER              PIC X(15)   VALUE  " - GROSS MARGIN".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  PERIOD-TITLE-LINE.
           05  FILLER              PIC X(8)    VALUE   "PERIOD: ".
           05  O-PERIOD            PIC X(20).
           05  FILLER              PIC X(104)  VALUE   SPACES.

       01  COL-HDG-1.
           05  FILLER              PIC X(7)    VALUE   "REC-POS".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "LAST NAME".
           05  FILLER              PIC X(8)    VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "SLSP".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(3)    VALUE   "LOT".
           05  FILLER              PIC X(7)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "SALE PRICE".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(11)   VALUE   "DEALER COST".
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "PREP/DEL".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "COMMISSION".
           05  FILLER              PIC X(8)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "MARGIN".
           05  FILLER              PIC X(27)   VALUE   SPACES.

       01  MAJOR-HEADINGS.
           05  FILLER              PIC X(11)   VALUE   "BOAT TYPE: ".
           05  O-MAJOR-BOAT-TYPE   PIC X(13).
           05  FILLER              PIC X(108)  VALUE   SPACES.

       01  DETAIL-LINE.
           05  O-REC-POS           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-LAST-NAME         PIC X(15).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-SALESPERSON-ID    PIC X(5).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-LOCATION          PIC XX.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-SALE              PIC Z,ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-DEALER            PIC Z,ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-PREP              PIC ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-COMM              PIC ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-MARGIN            PIC Z,ZZZ,ZZZ.99-.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-FLAG              PIC X(20).
           05  FILLER              PIC X(7)    VALUE   SPACES.

      *        SHARED BY THE BOAT TYPE SUBTOTALS, THE LOT AND
      *    SALESPERSON SUMMARIES, AND THE GRAND TOTAL -- THE MONEY
      *    COLUMNS LINE UP UNDER THE DETAIL LINE'S. MARGIN PERCENT IS
      *    MARGIN OVER SALE PRICE.
       01  SUMMARY-LINE.
           05  O-SUM-LABEL         PIC X(25).
           05  FILLER              PIC X(6)    VALUE   "UNITS ".
           05  O-SUM-UNITS         PIC ZZ,ZZ9-.
           05  O-SUM-SALE          PIC Z,ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-SUM-DEALER        PIC Z,ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-SUM-PREP          PIC ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-SUM-COMM          PIC ZZZ,ZZZ.99-.
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-SUM-MARGIN        PIC Z,ZZZ,ZZZ.99-.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-SUM-PCT           PIC ZZ9.9-.
           05  FILLER              PIC X       VALUE   "%".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-SUM-FLAG          PIC X(18).

       01  SECTION-TITLE-LINE.
           05  O-SECTION-TITLE     PIC X(40).
           05  FILLER              PIC X(92)   VALUE   SPACES.

       01  FLAG-COUNT-LINE.
           05  FILLER              PIC X(24)   VALUE
                   "NEGATIVE MARGIN SALES:".
           05  O-NEG-CTR           PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(24)   VALUE
                   "NO DEALER COST ON FILE:".
           05  O-NO-COST-CTR       PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(22)   VALUE
                   "NO COMMISSION RATE:".
           05  O-NO-RATE-CTR       PIC ZZ,ZZ9.
           05  FILLER              PIC X(32)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9900-GET-PARM.

      *    CBLBOAT1.DAT ARRIVES IN BOAT-TYPE/STATE ORDER ON A GOOD DAY
      *  AND IN KEYING ORDER ON A BAD ONE, SO IT IS SORTED BY BOAT TYPE
      *  HERE, WITH EACH RECORD STAMPED WITH ITS ORIGINAL POSITION THE
      *  SAME WAY CBLCJS03 DOES IT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BOAT-TYPE, SW-ORIG-REC-NUM
               INPUT PROCEDURE IS 9905-BUILD-SORT-INPUT
               GIVING BOAT-INPUT.

           PERFORM 9950-LOAD-DEALER-COSTS.
           PERFORM 9960-LOAD-SALESPERSON-ROSTER.
           PERFORM 9965-LOAD-RATE-TABLE.

           PERFORM VARYING C-LOC-IDX FROM 1 BY 1
                   UNTIL C-LOC-IDX > 2
               MOVE ZEROES TO LT-UNITS(C-LOC-IDX)
               MOVE ZEROES TO LT-SALE(C-LOC-IDX)
               MOVE ZEROES TO LT-DEALER(C-LOC-IDX)
               MOVE ZEROES TO LT-PREP(C-LOC-IDX)
               MOVE ZEROES TO LT-COMM(C-LOC-IDX)
               MOVE ZEROES TO LT-MARGIN(C-LOC-IDX)
           END-PERFORM.

           OPEN INPUT BOAT-INPUT.
           OPEN OUTPUT MARGIN-PRT.

      *        A MISSING MASTER LEAVES EVERY DEALER COST AT ZERO --
      *    THE REPORT STILL PRINTS, EVERY LINE FLAGGED, AND THE RUN
      *    ENDS RC 8 SO NOBODY MISTAKES IT FOR REAL MARGIN.
           IF C-MASTER-COUNT IS = ZEROES
               DISPLAY "CBLBMAS1.DAT NOT FOUND OR EMPTY, STATUS: "
                   C-BMAS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 9200-HEADINGS.
           PERFORM 9000-READ.

       2000-MAINLINE.
           IF C-FIRST-REC IS = "Y"
               MOVE "N" TO C-FIRST-REC
               PERFORM 9400-START-BOAT-TYPE
           ELSE
               IF I-BOAT-TYPE IS NOT = H-BOAT-TYPE
                   PERFORM 9100-MAJOR-SUBTOTALS
                   PERFORM 9400-START-BOAT-TYPE
               END-IF
           END-IF.

           PERFORM 2100-CALCS.
           PERFORM 2200-OUTPUT.
           PERFORM 2300-ACCUMULATE.
           PERFORM 9000-READ.

      *        THE COMMISSION IS FIGURED EXACTLY AS CBLCJS03 FIGURES
      *    IT -- (BOAT COST + PREP/DELIVERY) TIMES THE RATE IN EFFECT
      *    ON THE PURCHASE DATE, TRUNCATED -- SO THE TWO REPORTS AGREE
      *    TO THE PENNY.
       2100-CALCS.
           IF I-TRANS-TYPE IS = "R"
               MOVE -1 TO C-SIGN
           ELSE
               MOVE 1 TO C-SIGN
           END-IF.
           MOVE SPACES TO C-FLAG.

           MOVE I-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9955-FIND-DEALER-COST.
           PERFORM 9500-GET-COMMISSION-RATE.
           IF C-RATE-FOUND-IDX IS = ZEROES
               MOVE ZEROES TO C-COMM-RATE
           END-IF.
           ADD I-BOAT-COST TO I-PREP-DEL-COST GIVING C-TOTAL-COST.

           MOVE C-SIGN TO RA-UNITS.
           COMPUTE RA-SALE = I-BOAT-COST * C-SIGN.
           IF C-FOUND-IDX IS = ZEROES
               MOVE ZEROES TO RA-DEALER
           ELSE
               COMPUTE RA-DEALER = DC-DEALER-COST(C-FOUND-IDX) * C-SIGN
           END-IF.
           COMPUTE RA-PREP = I-PREP-DEL-COST * C-SIGN.
           COMPUTE RA-COMM = C-TOTAL-COST * C-COMM-RATE.
           COMPUTE RA-COMM = RA-COMM * C-SIGN.
           COMPUTE RA-MARGIN = RA-SALE - RA-DEALER - RA-PREP - RA-COMM.

      *        A RETURN'S MARGIN IS NEGATIVE BY CONSTRUCTION -- ONLY A
      *    SALE THAT LOST MONEY IS FLAGGED. MISSING COST OR RATE IS
      *    FLAGGED ON EITHER, SINCE IT MISSTATES THE MARGIN BOTH WAYS.
           EVALUATE TRUE
               WHEN C-SIGN > 0 AND RA-MARGIN < 0
                   MOVE "*** NEGATIVE ***" TO C-FLAG
                   ADD 1 TO C-NEG-CTR
               WHEN C-FOUND-IDX IS = ZEROES
                   MOVE "NO DEALER COST" TO C-FLAG
                   ADD 1 TO C-NO-COST-CTR
               WHEN DC-DEALER-COST(C-FOUND-IDX) IS = ZEROES
                   MOVE "NO DEALER COST" TO C-FLAG
                   ADD 1 TO C-NO-COST-CTR
               WHEN C-RATE-FOUND-IDX IS = ZEROES
                   MOVE "NO COMMISSION RATE" TO C-FLAG
                   ADD 1 TO C-NO-RATE-CTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-OUTPUT.
           MOVE I-ORIG-REC-NUM   TO O-REC-POS.
           MOVE I-LAST-NAME      TO O-LAST-NAME.
           MOVE I-SALESPERSON-ID TO O-SALESPERSON-ID.
           MOVE I-LOCATION       TO O-LOCATION.
           MOVE RA-SALE          TO O-SALE.
           MOVE RA-DEALER        TO O-DEALER.
           MOVE RA-PREP          TO O-PREP.
           MOVE RA-COMM          TO O-COMM.
           MOVE RA-MARGIN        TO O-MARGIN.
           MOVE C-FLAG           TO O-FLAG.

           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        INTO THE BOAT TYPE SUBTOTAL, THE RECORD'S LOT, AND ITS
      *    SALESPERSON. THE GRAND TOTAL IS ROLLED UP FROM THE BOAT
      *    TYPE SUBTOTALS AT EACH BREAK.
       2300-ACCUMULATE.
           ADD RA-UNITS  TO MJ-UNITS.
           ADD RA-SALE   TO MJ-SALE.
           ADD RA-DEALER TO MJ-DEALER.
           ADD RA-PREP   TO MJ-PREP.
           ADD RA-COMM   TO MJ-COMM.
           ADD RA-MARGIN TO MJ-MARGIN.

           IF I-LOCATION IS = "02"
               MOVE 2 TO C-LOC-IDX
           ELSE
               MOVE 1 TO C-LOC-IDX
           END-IF.
           ADD RA-UNITS  TO LT-UNITS(C-LOC-IDX).
           ADD RA-SALE   TO LT-SALE(C-LOC-IDX).
           ADD RA-DEALER TO LT-DEALER(C-LOC-IDX).
           ADD RA-PREP   TO LT-PREP(C-LOC-IDX).
           ADD RA-COMM   TO LT-COMM(C-LOC-IDX).
           ADD RA-MARGIN TO LT-MARGIN(C-LOC-IDX).

           PERFORM 9560-LOOKUP-SALESPERSON.
           IF C-SLSP-FOUND-IDX IS = ZEROES AND C-SLSP-COUNT < 60
               ADD 1 TO C-SLSP-COUNT
               MOVE C-SLSP-COUNT TO C-SLSP-FOUND-IDX
               MOVE I-SALESPERSON-ID TO ST-ID(C-SLSP-FOUND-IDX)
               MOVE "(NOT ON ROSTER)" TO ST-NAME(C-SLSP-FOUND-IDX)
               PERFORM 9565-CLEAR-SLSP-ENTRY
           END-IF.
           IF C-SLSP-FOUND-IDX IS NOT = ZEROES
               ADD RA-UNITS  TO ST-UNITS(C-SLSP-FOUND-IDX)
               ADD RA-SALE   TO ST-SALE(C-SLSP-FOUND-IDX)
               ADD RA-DEALER TO ST-DEALER(C-SLSP-FOUND-IDX)
               ADD RA-PREP   TO ST-PREP(C-SLSP-FOUND-IDX)
               ADD RA-COMM   TO ST-COMM(C-SLSP-FOUND-IDX)
               ADD RA-MARGIN TO ST-MARGIN(C-SLSP-FOUND-IDX)
           END-IF.

       3000-CLOSING.
           IF C-FIRST-REC IS = "N"
               PERFORM 9100-MAJOR-SUBTOTALS
           END-IF.

           MOVE "MARGIN BY LOT" TO O-SECTION-TITLE.
           PERFORM 9300-SECTION-TITLE.
           PERFORM VARYING C-LOC-IDX FROM 1 BY 1
                   UNTIL C-LOC-IDX > 2
               PERFORM 3100-PRINT-ONE-LOT
           END-PERFORM.

           MOVE "MARGIN BY SALESPERSON" TO O-SECTION-TITLE.
           PERFORM 9300-SECTION-TITLE.
           PERFORM VARYING C-SLSP-IDX FROM 1 BY 1
                   UNTIL C-SLSP-IDX > C-SLSP-COUNT
               IF ST-UNITS(C-SLSP-IDX) IS NOT = ZEROES
                       OR ST-SALE(C-SLSP-IDX) IS NOT = ZEROES
                   PERFORM 3200-PRINT-ONE-SALESPERSON
               END-IF
           END-PERFORM.

           MOVE "GRAND TOTAL" TO O-SUM-LABEL.
           MOVE GT-AMTS TO REC-AMTS.
           PERFORM 9600-FORMAT-SUMMARY.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE C-NEG-CTR     TO O-NEG-CTR.
           MOVE C-NO-COST-CTR TO O-NO-COST-CTR.
           MOVE C-NO-RATE-CTR TO O-NO-RATE-CTR.
           WRITE PRTLINE
               FROM FLAG-COUNT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           CLOSE BOAT-INPUT.
           CLOSE MARGIN-PRT.

       3100-PRINT-ONE-LOT.
           IF C-LOC-IDX IS = 1
               MOVE "LOT 01 (HOME LOT)" TO O-SUM-LABEL
           ELSE
               MOVE "LOT 02 (RIVER LOT)" TO O-SUM-LABEL
           END-IF.
           MOVE LT-ENTRY(C-LOC-IDX) TO REC-AMTS.
           PERFORM 9600-FORMAT-SUMMARY.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

       3200-PRINT-ONE-SALESPERSON.
           MOVE SPACES TO O-SUM-LABEL.
           STRING ST-ID(C-SLSP-IDX) DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ST-NAME(C-SLSP-IDX) DELIMITED BY SIZE
               INTO O-SUM-LABEL.
           MOVE ST-UNITS(C-SLSP-IDX)  TO RA-UNITS.
           MOVE ST-SALE(C-SLSP-IDX)   TO RA-SALE.
           MOVE ST-DEALER(C-SLSP-IDX) TO RA-DEALER.
           MOVE ST-PREP(C-SLSP-IDX)   TO RA-PREP.
           MOVE ST-COMM(C-SLSP-IDX)   TO RA-COMM.
           MOVE ST-MARGIN(C-SLSP-IDX) TO RA-MARGIN.
           PERFORM 9600-FORMAT-SUMMARY.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        ONLY RECORDS IN THE REQUESTED PERIOD (IF ANY) COME BACK
      *    FROM HERE -- THE REST ARE READ PAST.
       9000-READ.
           MOVE SPACES TO MORE-RECS.
           PERFORM UNTIL MORE-RECS IS = "NO" OR MORE-RECS IS = "YES"
               READ BOAT-INPUT
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       IF C-RPT-PERIOD IS = ZEROES
                               OR I-PURCHASE-DATE(1:6) IS =
                                   C-RPT-PERIOD
                           MOVE "YES" TO MORE-RECS
                       END-IF
               END-READ
           END-PERFORM.

       9100-MAJOR-SUBTOTALS.
           MOVE H-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9350-CONVERT-BOAT-TYPE.
           MOVE SPACES TO O-SUM-LABEL.
           STRING "SUBTOTAL " DELIMITED BY SIZE
                  C-BOAT-TYPE-NAME DELIMITED BY SIZE
               INTO O-SUM-LABEL.
           MOVE MJ-AMTS TO REC-AMTS.
           PERFORM 9600-FORMAT-SUMMARY.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

           ADD MJ-UNITS  TO GT-UNITS.
           ADD MJ-SALE   TO GT-SALE.
           ADD MJ-DEALER TO GT-DEALER.
           ADD MJ-PREP   TO GT-PREP.
           ADD MJ-COMM   TO GT-COMM.
           ADD MJ-MARGIN TO GT-MARGIN.

           MOVE ZEROES TO MJ-UNITS.
           MOVE ZEROES TO MJ-SALE.
           MOVE ZEROES TO MJ-DEALER.
           MOVE ZEROES TO MJ-PREP.
           MOVE ZEROES TO MJ-COMM.
           MOVE ZEROES TO MJ-MARGIN.

       9200-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM PERIOD-TITLE-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM COL-HDG-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

       9300-SECTION-TITLE.
           WRITE PRTLINE
               FROM SECTION-TITLE-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        SAME WHEN-LIST AS CBLCJS02'S 9300-CONVERT-BOAT-TYPE.
       9350-CONVERT-BOAT-TYPE.
           EVALUATE C-WORK-BOAT-TYPE
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

       9400-START-BOAT-TYPE.
           MOVE I-BOAT-TYPE TO H-BOAT-TYPE.
           MOVE I-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9350-CONVERT-BOAT-TYPE.
           MOVE C-BOAT-TYPE-NAME TO O-MAJOR-BOAT-TYPE.
           WRITE PRTLINE
               FROM MAJOR-HEADINGS
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        SAME LOOKUP AS CBLCJS03'S, AGAINST I-BOAT-TYPE AND
      *    I-PURCHASE-DATE.
       9500-GET-COMMISSION-RATE.
           MOVE ZEROES TO C-RATE-FOUND-IDX.
           PERFORM VARYING C-RATE-IDX FROM 1 BY 1
                   UNTIL C-RATE-IDX > C-RATE-COUNT
               IF RATE-T-BOAT-TYPE(C-RATE-IDX) IS = I-BOAT-TYPE AND
                       RATE-T-EFF-DATE(C-RATE-IDX) IS NOT GREATER
                           THAN I-PURCHASE-DATE
                   IF C-RATE-FOUND-IDX IS = ZEROES OR
                           RATE-T-EFF-DATE(C-RATE-IDX) IS GREATER THAN
                               RATE-T-EFF-DATE(C-RATE-FOUND-IDX)
                       MOVE C-RATE-IDX TO C-RATE-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF C-RATE-FOUND-IDX IS NOT = ZEROES
               MOVE RATE-T-RATE(C-RATE-FOUND-IDX) TO C-COMM-RATE
           END-IF.

       9560-LOOKUP-SALESPERSON.
           MOVE ZEROES TO C-SLSP-FOUND-IDX.
           PERFORM VARYING C-SLSP-IDX FROM 1 BY 1
                   UNTIL C-SLSP-IDX > C-SLSP-COUNT
               IF ST-ID(C-SLSP-IDX) IS = I-SALESPERSON-ID
                   MOVE C-SLSP-IDX TO C-SLSP-FOUND-IDX
               END-IF
           END-PERFORM.

       9565-CLEAR-SLSP-ENTRY.
           MOVE ZEROES TO ST-UNITS(C-SLSP-FOUND-IDX).
           MOVE ZEROES TO ST-SALE(C-SLSP-FOUND-IDX).
           MOVE ZEROES TO ST-DEALER(C-SLSP-FOUND-IDX).
           MOVE ZEROES TO ST-PREP(C-SLSP-FOUND-IDX).
           MOVE ZEROES TO ST-COMM(C-SLSP-FOUND-IDX).
           MOVE ZEROES TO ST-MARGIN(C-SLSP-FOUND-IDX).

      *        FILLS SUMMARY-LINE FROM REC-AMTS. A GROUP WHOSE NET
      *    MARGIN IS BELOW ZERO IS FLAGGED THE SAME AS A SALE IS.
       9600-FORMAT-SUMMARY.
           MOVE RA-UNITS  TO O-SUM-UNITS.
           MOVE RA-SALE   TO O-SUM-SALE.
           MOVE RA-DEALER TO O-SUM-DEALER.
           MOVE RA-PREP   TO O-SUM-PREP.
           MOVE RA-COMM   TO O-SUM-COMM.
           MOVE RA-MARGIN TO O-SUM-MARGIN.
           IF RA-SALE IS = ZEROES
               MOVE ZEROES TO C-PCT-WORK
           ELSE
               COMPUTE C-PCT-WORK ROUNDED
                   = RA-MARGIN * 100 / RA-SALE
                   ON SIZE ERROR
                       MOVE ZEROES TO C-PCT-WORK
               END-COMPUTE
           END-IF.
           MOVE C-PCT-WORK TO O-SUM-PCT.
           IF RA-MARGIN < 0
               MOVE "*** NEGATIVE ***" TO O-SUM-FLAG
           ELSE
               MOVE SPACES TO O-SUM-FLAG
           END-IF.

      *        PARM IS AN OPTIONAL PERIOD AS YYYYMM. A BLANK OR
      *    NON-NUMERIC PARM REPORTS THE WHOLE FILE.
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.

           IF C-PARM-LINE(1:6) IS NUMERIC
               MOVE C-PARM-LINE(1:6) TO C-RPT-PERIOD
               MOVE SPACES TO O-PERIOD
               STRING C-PARM-LINE(1:4) DELIMITED BY SIZE
                      "-"              DELIMITED BY SIZE
                      C-PARM-LINE(5:2) DELIMITED BY SIZE
                   INTO O-PERIOD
           ELSE
               MOVE ZEROES TO C-RPT-PERIOD
               MOVE "ALL OPEN-YEAR SALES" TO O-PERIOD
           END-IF.

      *        INPUT PROCEDURE FOR THE SORT IN 1000-INIT. A MISSING
      *    CBLBOAT1.DAT SORTS TO AN EMPTY FILE AND THE REPORT PRINTS
      *    HEADINGS AND ZERO TOTALS.
       9905-BUILD-SORT-INPUT.
           OPEN INPUT BOAT-RAW-INPUT.
           IF C-RAW-STATUS IS = "00"
               PERFORM 9910-RELEASE-RAW-REC
                   UNTIL C-RAW-MORE-RECS IS = "NO"
               CLOSE BOAT-RAW-INPUT
           ELSE
               DISPLAY "CBLBOAT1.DAT NOT FOUND, STATUS: "
                   C-RAW-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       9910-RELEASE-RAW-REC.
           READ BOAT-RAW-INPUT
               AT END
                   MOVE "NO" TO C-RAW-MORE-RECS.

           IF C-RAW-MORE-RECS IS NOT = "NO"
               ADD 1 TO C-ORIG-REC-CTR
               MOVE RAW-BOAT-TYPE       TO SW-BOAT-TYPE
               MOVE C-ORIG-REC-CTR      TO SW-ORIG-REC-NUM
               MOVE RAW-LAST-NAME       TO SW-LAST-NAME
               MOVE RAW-BOAT-COST       TO SW-BOAT-COST
               MOVE RAW-PURCHASE-DATE   TO SW-PURCHASE-DATE
               MOVE RAW-PREP-DEL-COST   TO SW-PREP-DEL-COST
               MOVE RAW-SALESPERSON-ID  TO SW-SALESPERSON-ID
               MOVE RAW-TRANS-TYPE      TO SW-TRANS-TYPE
               MOVE RAW-LOCATION        TO SW-LOCATION
               RELEASE SW-REC
           END-IF.

      *        DEALER COSTS OFF THE MASTER. A RECORD WRITTEN BEFORE
      *    THE FIELD EXISTED LOADS AS ZERO AND EVERY SALE OF THAT TYPE
      *    IS FLAGGED "NO DEALER COST".
       9950-LOAD-DEALER-COSTS.
           OPEN INPUT BOAT-MASTER.

           IF C-BMAS-STATUS IS = "00"
               PERFORM UNTIL C-BMAS-EOF IS = "Y"
                       OR C-MASTER-COUNT = 6
                   READ BOAT-MASTER
                       AT END
                           MOVE "Y" TO C-BMAS-EOF
                       NOT AT END
                           ADD 1 TO C-MASTER-COUNT
                           IF BM-DEALER-COST IS NOT NUMERIC
                               MOVE ZEROES TO BM-DEALER-COST
                           END-IF
                           MOVE BM-BOAT-TYPE
                               TO DC-BOAT-TYPE(C-MASTER-COUNT)
                           MOVE BM-DEALER-COST
                               TO DC-DEALER-COST(C-MASTER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BOAT-MASTER
           END-IF.

      *        LEAVES THE SUBSCRIPT OF C-WORK-BOAT-TYPE'S DEALER COST
      *    IN C-FOUND-IDX, OR ZERO IF THE TYPE ISN'T ON THE MASTER.
       9955-FIND-DEALER-COST.
           MOVE ZEROES TO C-FOUND-IDX.
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > C-MASTER-COUNT
               IF DC-BOAT-TYPE(BM-IDX) IS = C-WORK-BOAT-TYPE
                   MOVE BM-IDX TO C-FOUND-IDX
               END-IF
           END-PERFORM.

      *        THE ROSTER SEEDS THE SALESPERSON SUMMARY IN ROSTER
      *    ORDER. A MISSING ROSTER JUST MEANS EVERY ID IS ADDED AS IT
      *    IS SEEN, WITH NO NAME.
       9960-LOAD-SALESPERSON-ROSTER.
           OPEN INPUT SALESPERSON-FILE.

           IF C-SLSP-STATUS IS = "00"
               PERFORM UNTIL C-SLSP-EOF IS = "Y"
                       OR C-SLSP-COUNT IS = 50
                   READ SALESPERSON-FILE
                       AT END
                           MOVE "Y" TO C-SLSP-EOF
                       NOT AT END
                           ADD 1 TO C-SLSP-COUNT
                           MOVE C-SLSP-COUNT TO C-SLSP-FOUND-IDX
                           MOVE SLSP-ID TO ST-ID(C-SLSP-COUNT)
                           MOVE SLSP-NAME TO ST-NAME(C-SLSP-COUNT)
                           PERFORM 9565-CLEAR-SLSP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SALESPERSON-FILE
           END-IF.

      *        SAME LOAD AS CBLCJS03'S 9965-LOAD-RATE-TABLE. A MISSING
      *    RATE MASTER COMMISSIONS NOTHING AND FLAGS EVERY LINE.
       9965-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.

           IF C-RATE-STATUS IS = "00"
               PERFORM UNTIL C-RATE-EOF IS = "Y"
                       OR C-RATE-COUNT IS = 60
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO C-RATE-EOF
                       NOT AT END
                           ADD 1 TO C-RATE-COUNT
                           MOVE RATE-BOAT-TYPE TO
                               RATE-T-BOAT-TYPE(C-RATE-COUNT)
                           MOVE RATE-EFF-DATE TO
                               RATE-T-EFF-DATE(C-RATE-COUNT)
                           MOVE RATE-PCT TO
                               RATE-T-RATE(C-RATE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

