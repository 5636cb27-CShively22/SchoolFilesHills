       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS30.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * MONTHLY SALESPERSON SCORECARD. CBLCJS03 SAYS WHAT EACH
      * SALESPERSON EARNED; THIS SAYS WHETHER THEY HIT THEIR TARGET.
      * FOR ONE MONTH OF CBLBOAT1.DAT (BY PURCHASE DATE) IT SHOWS, PER
      * SALESPERSON: UNITS SOLD, RETURNS AND THE RETURN RATE, GROSS
      * AND NET DOLLARS, AVERAGE SELLING PRICE AND WHAT PERCENT OF
      * BM-LIST-PRICE (CBLBMAS1.DAT) THAT ACTUALLY CAME TO, THE
      * ACCESSORY PACKAGE ATTACH RATE, AND PERCENT OF THE UNIT AND
      * DOLLAR QUOTAS KEYED FOR THE MONTH THROUGH CBLCJS29
      * (CBLQUOT1.DAT). DOLLARS ARE SALE PRICE (M-BOAT-COST) ONLY --
      * PREP/DELIVERY IS A PASS-THROUGH AND ISN'T SELLING -- AND A
      * RETURN NETS OUT OF THE MONTH OF ITS ORIGINAL SALE, SINCE IT
      * CARRIES THAT SALE'S PURCHASE DATE. QUOTA IS MEASURED ON NET
      * UNITS AND NET DOLLARS. THE ATTACH RATE IS THE PERCENT OF UNITS
      * SOLD CARRYING AN ACCESSORY PACKAGE (CODE 1, 2, OR 3 -- ANY
      * OTHER CODE IS NO PACKAGE, AS IN CBLCJS06).
      * EACH SALESPERSON IS RANKED WITHIN THE LOT THEY WROTE MOST OF
      * THE MONTH'S BUSINESS ON (LOT 01 ON A TIE): BY PERCENT OF
      * DOLLAR QUOTA (UNIT QUOTA WHEN ONLY THAT WAS SET), HIGHEST
      * FIRST, THEN ANYONE WITH NO QUOTA BY NET DOLLARS. ANYONE BELOW
      * THE UNDER-QUOTA THRESHOLD ON EITHER QUOTA IS FLAGGED. ACTIVE
      * SALESPEOPLE WITH NOTHING ON FILE FOR THE MONTH ARE LISTED
      * AFTER THE LOTS WITH THEIR QUOTAS, FLAGGED TOO IF THEY HAD ONE.
      * TERMINATED SALESPEOPLE (SLSP-ACTIVE NOT "Y") DROP OFF THE
      * SCORECARD, AS DO IDS NOT ON CBLSLSP1.DAT; BOTH ARE COUNTED AT
      * THE END. THE PARM IS AN OPTIONAL YYYYMM MONTH IN COLUMNS 1-6
      * (DEFAULT LAST MONTH, SINCE THE SCORECARD IS WANTED THE FIRST
      * BUSINESS DAY OF THE MONTH FOR REVIEWS) AND AN OPTIONAL
      * THREE-DIGIT THRESHOLD PERCENT IN COLUMNS 8-10 (DEFAULT 080).
      * CBLDRV1.BAT ALSO RUNS IT FOR THE BUSINESS MONTH ON THE
      * MONTH-END DATE OF CBLCJS31'S PROCESSING CALENDAR, SO THE
      * SCORECARD IS WAITING THE NEXT MORNING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-RAW-INPUT
               ASSIGN TO 'C:\COBOL\CBLBOAT1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RAW-STATUS.

      *        LIST PRICE PER BOAT TYPE.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOL\CBLBMAS1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BMAS-STATUS.

           SELECT SALESPERSON-FILE
               ASSIGN TO 'C:\COBOL\CBLSLSP1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSP-STATUS.

      *        QUOTA MASTER, MAINTAINED THROUGH CBLCJS29.
           SELECT QUOTA-FILE
               ASSIGN TO 'C:\COBOL\CBLQUOT1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QUOT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'CBLSRT30'.

      *        THE RANKED COPY THE REPORT ACTUALLY READS.
           SELECT RANK-INPUT
               ASSIGN TO 'C:\COBOL\CBLSRT30.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCORECARD-PRT
               ASSIGN TO 'C:\COBOL\CBLSCRD1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *        CENTRAL RUN LOG (SEE 9980-WRITE-RUN-LOG).
           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLRLOG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RLOG-STATUS.

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

       FD SALESPERSON-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SLSP-REC.

       01 SLSP-REC.
           05  SLSP-ID             PIC X(5).
           05  SLSP-NAME           PIC X(20).
           05  SLSP-ACTIVE         PIC X.

      *        SAME LAYOUT CBLCJS29 WRITES.
       FD QUOTA-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS QUOTA-REC.

       01 QUOTA-REC.
           05  QT-SLSP-ID          PIC X(5).
           05  QT-PERIOD           PIC 9(6).
           05  QT-UNIT-QUOTA       PIC 9(3).
           05  QT-DOLLAR-QUOTA     PIC 9(8)V99.

      *        ONE ROW PER SALESPERSON ON THE SCORECARD. THE FIGURES
      *    STAY IN SCORE-TABLE -- SW-SC-IDX POINTS BACK AT THEM.
      *    SW-HAS-QUOTA IS "Y" OR "N", SO DESCENDING PUTS THE
      *    SALESPEOPLE WITH A QUOTA FIRST IN EACH LOT.
       SD SORT-WORK-FILE
           DATA RECORD IS SW-REC.

       01 SW-REC.
           05  SW-LOT-IDX          PIC 9.
           05  SW-HAS-QUOTA        PIC X.
           05  SW-RANK-PCT         PIC S9(5)V9.
           05  SW-NET-DOLLARS      PIC S9(9)V99.
           05  SW-SC-IDX           PIC 99.

       FD RANK-INPUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS I-REC.

       01 I-REC.
           05  I-LOT-IDX           PIC 9.
           05  I-HAS-QUOTA         PIC X.
           05  I-RANK-PCT          PIC S9(5)V9.
           05  I-NET-DOLLARS       PIC S9(9)V99.
           05  I-SC-IDX            PIC 99.

       FD SCORECARD-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE                  PIC X(132).

      *        SAME LAYOUT THE REST OF THE CHAIN WRITES.
       FD RUN-LOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS RLOG-REC.

       01 RLOG-REC.
           05  RL-PROGRAM-ID       PIC X(8).
           05  RL-EVENT            PIC X(5).
           05  RL-DATE             PIC 9(8).
           05  RL-TIME             PIC X(6).
           05  RL-RECS-READ        PIC 9(6).
           05  RL-RECS-EXCL        PIC 9(6).
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
           05  C-RAW-STATUS        PIC XX.
           05  C-BMAS-STATUS       PIC XX.
           05  C-SLSP-STATUS       PIC XX.
           05  C-QUOT-STATUS       PIC XX.
           05  MORE-RECS           PIC XXX         VALUE   "YES".
           05  C-RAW-MORE-RECS     PIC XXX         VALUE   "YES".
           05  C-BMAS-EOF          PIC X           VALUE   "N".
           05  C-SLSP-EOF          PIC X           VALUE   "N".
           05  C-QUOT-EOF          PIC X           VALUE   "N".
           05  C-RAW-AVAILABLE     PIC X           VALUE   "N".
           05  C-PARM-LINE         PIC X(80).
           05  C-RPT-PERIOD        PIC 9(6)        VALUE   ZEROES.
           05  C-RPT-PERIOD-R      REDEFINES C-RPT-PERIOD.
               10  C-RPT-YEAR      PIC 9(4).
               10  C-RPT-MONTH     PIC 99.
           05  C-THRESHOLD         PIC 9(3)        VALUE   80.
           05  C-PG-CTR            PIC 99          VALUE   ZEROES.
           05  C-MASTER-COUNT      PIC 9(2)        VALUE   ZEROES.
           05  BM-IDX              PIC 9(2)        VALUE   ZEROES.
           05  C-FOUND-IDX         PIC 9(2)        VALUE   ZEROES.
           05  C-SLSP-COUNT        PIC 99          VALUE   ZEROES.
           05  C-SLSP-IDX          PIC 99          VALUE   ZEROES.
           05  C-SLSP-FOUND-IDX    PIC 99          VALUE   ZEROES.
           05  C-LOOKUP-SLSP-ID    PIC X(5).
           05  C-LOC-IDX           PIC 9           VALUE   ZEROES.
           05  H-LOT-IDX           PIC 9           VALUE   ZEROES.
           05  C-RANK              PIC 99          VALUE   ZEROES.
           05  C-FLAG              PIC X(8).
           05  C-PCT-WORK          PIC S9(5)V9     VALUE   ZEROES.
           05  C-ASP-WORK          PIC S9(7)       VALUE   ZEROES.
           05  C-NO-SALES-CTR      PIC 99          VALUE   ZEROES.
           05  C-UNDER-CTR         PIC 99          VALUE   ZEROES.
      *        RECORD COUNTS FOR THE COUNTS LINES AND THE RUN LOG.
           05  C-REC-CTR           PIC 9(6)        VALUE   ZEROES.
           05  C-PERIOD-CTR        PIC 9(6)        VALUE   ZEROES.
           05  C-TERM-CTR          PIC 9(6)        VALUE   ZEROES.
           05  C-NOT-ROSTER-CTR    PIC 9(6)        VALUE   ZEROES.
           05  C-EXCL-CTR          PIC 9(6)        VALUE   ZEROES.
      *        CENTRAL RUN LOG SUPPORT (SEE 9980-WRITE-RUN-LOG).
           05  C-RLOG-STATUS       PIC XX.
           05  C-RLOG-EVENT        PIC X(5).

      *        ONE ENTRY PER ROSTER SALESPERSON, IN ROSTER ORDER.
      *    SOLD/RETURNED ARE UNIT COUNTS; GROSS IS SALE PRICE OF THE
      *    UNITS SOLD AND RETURNED IS SALE PRICE OF THE RETURNS.
      *    LIST-SALE/LIST-TOTAL ARE SALE PRICE AND LIST PRICE OF ONLY
      *    THE UNITS WHOSE TYPE HAS A LIST PRICE ON THE MASTER, SO A
      *    MISSING PRICE DOESN'T DRAG THE PERCENT DOWN. LOT-RECS IS
      *    SALES PLUS RETURNS WRITTEN ON EACH LOT.
       01 SCORE-TABLE.
           05  SC-ENTRY            OCCURS 50 TIMES.
               10  SC-ID           PIC X(5).
               10  SC-NAME         PIC X(20).
               10  SC-ACTIVE       PIC X.
               10  SC-HAS-QUOTA    PIC X.
               10  SC-UNIT-QUOTA   PIC 9(3).
               10  SC-DOLLAR-QUOTA PIC 9(8)V99.
               10  SC-SOLD         PIC 9(5).
               10  SC-RETURNED     PIC 9(5).
               10  SC-ATTACHED     PIC 9(5).
               10  SC-GROSS        PIC 9(9)V99.
               10  SC-RETURNED-AMT PIC 9(9)V99.
               10  SC-LIST-SALE    PIC 9(9)V99.
               10  SC-LIST-TOTAL   PIC 9(9)V99.
               10  SC-LOT-RECS     PIC 9(5)    OCCURS 2 TIMES.

      *        ONE SALESPERSON'S (OR ONE LOT'S) FIGURES, FORMATTED BY
      *    9600-FORMAT-SCORE-LINE. EVERY TOTAL HAS THE SAME FIELDS.
       01 SCORE-AMTS.
           05  SA-SOLD             PIC S9(5)       VALUE   ZEROES.
           05  SA-RETURNED         PIC S9(5)       VALUE   ZEROES.
           05  SA-ATTACHED         PIC S9(5)       VALUE   ZEROES.
           05  SA-GROSS            PIC S9(9)V99    VALUE   ZEROES.
           05  SA-RETURNED-AMT     PIC S9(9)V99    VALUE   ZEROES.
           05  SA-LIST-SALE        PIC S9(9)V99    VALUE   ZEROES.
           05  SA-LIST-TOTAL       PIC S9(9)V99    VALUE   ZEROES.
           05  SA-UNIT-QUOTA       PIC 9(5)        VALUE   ZEROES.
           05  SA-DOLLAR-QUOTA     PIC 9(9)V99     VALUE   ZEROES.
           05  SA-NET-UNITS        PIC S9(5)       VALUE   ZEROES.
           05  SA-NET-DOLLARS      PIC S9(9)V99    VALUE   ZEROES.

       01 LOT-AMTS.
           05  LA-SOLD             PIC S9(5)       VALUE   ZEROES.
           05  LA-RETURNED         PIC S9(5)       VALUE   ZEROES.
           05  LA-ATTACHED         PIC S9(5)       VALUE   ZEROES.
           05  LA-GROSS            PIC S9(9)V99    VALUE   ZEROES.
           05  LA-RETURNED-AMT     PIC S9(9)V99    VALUE   ZEROES.
           05  LA-LIST-SALE        PIC S9(9)V99    VALUE   ZEROES.
           05  LA-LIST-TOTAL       PIC S9(9)V99    VALUE   ZEROES.

      *        LIST PRICE BY BOAT TYPE, LOADED FROM THE MASTER.
       01 LIST-PRICE-TABLE.
           05  LP-ENTRY            OCCURS 6 TIMES.
               10  LP-BOAT-TYPE    PIC X.
               10  LP-LIST-PRICE   PIC 9(6)V99.

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
                   " - SALES SCORECARD".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  PERIOD-TITLE-LINE.
           05  FILLER              PIC X(8)    VALUE   "PERIOD: ".
           05  O-PERIOD            PIC X(7).
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(23)   VALUE
                   "UNDER-QUOTA THRESHOLD: ".
           05  O-THRESHOLD         PIC ZZ9.
           05  FILLER              PIC X       VALUE   "%".
           05  FILLER              PIC X(84)   VALUE   SPACES.

       01  COL-HDG-1.
           05  FILLER              PIC X(32)   VALUE   SPACES.
           05  FILLER              PIC X(13)   VALUE
                   "----UNITS----".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(20)   VALUE
                   "------DOLLARS------".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(19)   VALUE
                   "--AVG PRICE-- ACC".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "UNIT QUOTA".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(16)   VALUE
                   "--DOLLAR QUOTA--".
           05  FILLER              PIC X(15)   VALUE   SPACES.

       01  COL-HDG-2.
           05  FILLER              PIC X(3)    VALUE   "RNK".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   "ID".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(20)   VALUE   "SALESPERSON".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(3)    VALUE   "SLD".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(3)    VALUE   "RET".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   " RET%".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "    GROSS".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "       NET".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "    ASP".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   "%LIST".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   " ATT%".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(3)    VALUE   "QTA".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "   PCT".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "    QUOTA".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "   PCT".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(13)   VALUE   SPACES.

       01  LOT-HEADING-LINE.
           05  O-LOT-NAME          PIC X(20).
           05  FILLER              PIC X(112)  VALUE   SPACES.

      *        SHARED BY THE SALESPERSON LINES, THE LOT TOTALS, AND
      *    THE NO-SALES SECTION. EACH PERCENT HAS AN ALPHANUMERIC VIEW
      *    SO IT CAN SHOW N/A (NOTHING TO MEASURE AGAINST) OR BE LEFT
      *    BLANK ON A TOTAL LINE.
       01  SCORE-LINE.
           05  O-RANK              PIC ZZ9     BLANK WHEN ZERO.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-SLSP-ID           PIC X(5).
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-SLSP-NAME         PIC X(20).
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-SOLD              PIC ZZ9.
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-RETURNED          PIC ZZ9.
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-RET-PCT           PIC ZZ9.9.
           05  O-RET-PCT-X         REDEFINES O-RET-PCT
                                   PIC X(5).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-GROSS             PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-NET               PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-ASP               PIC ZZZ,ZZ9.
           05  O-ASP-X             REDEFINES O-ASP
                                   PIC X(7).
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-LIST-PCT          PIC ZZ9.9.
           05  O-LIST-PCT-X        REDEFINES O-LIST-PCT
                                   PIC X(5).
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-ATTACH-PCT        PIC ZZ9.9.
           05  O-ATTACH-PCT-X      REDEFINES O-ATTACH-PCT
                                   PIC X(5).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-UNIT-QUOTA        PIC ZZ9     BLANK WHEN ZERO.
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-UNIT-PCT          PIC ZZZ9.9.
           05  O-UNIT-PCT-X        REDEFINES O-UNIT-PCT
                                   PIC X(6).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DOLLAR-QUOTA      PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-DOLLAR-PCT        PIC ZZZ9.9.
           05  O-DOLLAR-PCT-X      REDEFINES O-DOLLAR-PCT
                                   PIC X(6).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-FLAG              PIC X(8).
           05  FILLER              PIC X(5)    VALUE   SPACES.

       01  SECTION-TITLE-LINE.
           05  O-SECTION-TITLE     PIC X(60).
           05  FILLER              PIC X(72)   VALUE   SPACES.

       01  NONE-LINE.
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-NONE-TEXT         PIC X(40).
           05  FILLER              PIC X(87)   VALUE   SPACES.

       01  COUNT-LINE.
           05  O-COUNT-LABEL       PIC X(45).
           05  O-COUNT             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(80)   VALUE   SPACES.

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

           MOVE "START" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

           PERFORM 9900-GET-PARM.
           PERFORM 9950-LOAD-LIST-PRICES.
           PERFORM 9960-LOAD-SALESPERSON-ROSTER.
           PERFORM 9970-LOAD-QUOTAS.

           IF C-MASTER-COUNT IS = ZEROES
               DISPLAY "CBLBMAS1.DAT NOT FOUND OR EMPTY, STATUS: "
                   C-BMAS-STATUS " -- %LIST WILL SHOW N/A."
           END-IF.
           IF C-SLSP-COUNT IS = ZEROES
               DISPLAY "CBLSLSP1.DAT NOT FOUND OR EMPTY, STATUS: "
                   C-SLSP-STATUS " -- NO SALESPERSON CAN BE SCORED."
           END-IF.

           OPEN INPUT BOAT-RAW-INPUT.
           IF C-RAW-STATUS IS NOT = "00"
               DISPLAY "CBLBOAT1.DAT NOT FOUND, STATUS: "
                   C-RAW-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "NO" TO MORE-RECS
           ELSE
               MOVE "Y" TO C-RAW-AVAILABLE
               PERFORM 9000-READ
           END-IF.

      *        EVERY SALE AND RETURN IN THE MONTH LANDS ON ITS
      *    SALESPERSON'S ENTRY. TERMINATED AND UNKNOWN IDS ARE ONLY
      *    COUNTED.
       2000-MAINLINE.
           MOVE RAW-SALESPERSON-ID TO C-LOOKUP-SLSP-ID.
           PERFORM 9560-LOOKUP-SALESPERSON.

           EVALUATE TRUE
               WHEN C-SLSP-FOUND-IDX IS = ZEROES
                   ADD 1 TO C-NOT-ROSTER-CTR
               WHEN SC-ACTIVE(C-SLSP-FOUND-IDX) IS NOT = "Y"
                   ADD 1 TO C-TERM-CTR
               WHEN OTHER
                   PERFORM 2100-ACCUMULATE
           END-EVALUATE.

           PERFORM 9000-READ.

       2100-ACCUMULATE.
           IF RAW-LOCATION IS = "02"
               MOVE 2 TO C-LOC-IDX
           ELSE
               MOVE 1 TO C-LOC-IDX
           END-IF.
           ADD 1 TO SC-LOT-RECS(C-SLSP-FOUND-IDX, C-LOC-IDX).

           IF RAW-TRANS-TYPE IS = "R"
               ADD 1 TO SC-RETURNED(C-SLSP-FOUND-IDX)
               ADD RAW-BOAT-COST TO SC-RETURNED-AMT(C-SLSP-FOUND-IDX)
           ELSE
               ADD 1 TO SC-SOLD(C-SLSP-FOUND-IDX)
               ADD RAW-BOAT-COST TO SC-GROSS(C-SLSP-FOUND-IDX)
               IF RAW-ACC-PCK IS = 1 OR RAW-ACC-PCK IS = 2
                       OR RAW-ACC-PCK IS = 3
                   ADD 1 TO SC-ATTACHED(C-SLSP-FOUND-IDX)
               END-IF
               PERFORM 9955-FIND-LIST-PRICE
               IF C-FOUND-IDX IS NOT = ZEROES
                   IF LP-LIST-PRICE(C-FOUND-IDX) > ZEROES
                       ADD RAW-BOAT-COST
                           TO SC-LIST-SALE(C-SLSP-FOUND-IDX)
                       ADD LP-LIST-PRICE(C-FOUND-IDX)
                           TO SC-LIST-TOTAL(C-SLSP-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *        THE SALESPEOPLE WITH ACTIVITY ARE SORTED INTO RANK
      *    ORDER, THEN PRINTED LOT BY LOT WITH A TOTAL AT EACH BREAK.
       3000-CLOSING.
           IF C-RAW-AVAILABLE IS = "Y"
               CLOSE BOAT-RAW-INPUT
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-LOT-IDX
               ON DESCENDING KEY SW-HAS-QUOTA, SW-RANK-PCT,
                   SW-NET-DOLLARS
               ON ASCENDING KEY SW-SC-IDX
               INPUT PROCEDURE IS 9905-BUILD-SORT-INPUT
               GIVING RANK-INPUT.

           OPEN OUTPUT SCORECARD-PRT.
           PERFORM 9200-HEADINGS.

           OPEN INPUT RANK-INPUT.
           MOVE "YES" TO MORE-RECS.
           MOVE ZEROES TO H-LOT-IDX.
           PERFORM UNTIL MORE-RECS IS = "NO"
               READ RANK-INPUT
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       PERFORM 3100-PRINT-RANKED
               END-READ
           END-PERFORM.
           CLOSE RANK-INPUT.

           IF H-LOT-IDX IS = ZEROES
               MOVE "NO SALES ACTIVITY BY ACTIVE SALESPEOPLE"
                   TO O-NONE-TEXT
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 3200-LOT-TOTAL
           END-IF.

           PERFORM 3300-PRINT-NO-SALES.
           PERFORM 3400-PRINT-COUNTS.

           CLOSE SCORECARD-PRT.

           MOVE "END" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

       3100-PRINT-RANKED.
           IF I-LOT-IDX IS NOT = H-LOT-IDX
               IF H-LOT-IDX IS NOT = ZEROES
                   PERFORM 3200-LOT-TOTAL
               END-IF
               MOVE I-LOT-IDX TO H-LOT-IDX
               MOVE ZEROES TO C-RANK
               INITIALIZE LOT-AMTS
               IF H-LOT-IDX IS = 1
                   MOVE "LOT 01 (HOME LOT)" TO O-LOT-NAME
               ELSE
                   MOVE "LOT 02 (RIVER LOT)" TO O-LOT-NAME
               END-IF
               WRITE PRTLINE
                   FROM LOT-HEADING-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9200-HEADINGS
           END-IF.

           ADD 1 TO C-RANK.
           MOVE I-SC-IDX TO C-SLSP-IDX.
           PERFORM 9570-LOAD-SCORE-AMTS.

           ADD SA-SOLD         TO LA-SOLD.
           ADD SA-RETURNED     TO LA-RETURNED.
           ADD SA-ATTACHED     TO LA-ATTACHED.
           ADD SA-GROSS        TO LA-GROSS.
           ADD SA-RETURNED-AMT TO LA-RETURNED-AMT.
           ADD SA-LIST-SALE    TO LA-LIST-SALE.
           ADD SA-LIST-TOTAL   TO LA-LIST-TOTAL.

           PERFORM 9600-FORMAT-SCORE-LINE.
           MOVE C-RANK TO O-RANK.
           MOVE SC-ID(C-SLSP-IDX) TO O-SLSP-ID.
           MOVE SC-NAME(C-SLSP-IDX) TO O-SLSP-NAME.
           WRITE PRTLINE
               FROM SCORE-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        LOT TOTALS CARRY NO QUOTA FIGURES -- NOT EVERYONE IN
      *    THE LOT NECESSARILY HAS ONE.
       3200-LOT-TOTAL.
           MOVE LOT-AMTS TO SCORE-AMTS.
           MOVE ZEROES TO SA-UNIT-QUOTA.
           MOVE ZEROES TO SA-DOLLAR-QUOTA.
           PERFORM 9600-FORMAT-SCORE-LINE.
           MOVE ZEROES TO O-RANK.
           MOVE SPACES TO O-SLSP-ID.
           MOVE "LOT TOTAL" TO O-SLSP-NAME.
           MOVE SPACES TO O-UNIT-PCT-X.
           MOVE SPACES TO O-DOLLAR-PCT-X.
           MOVE SPACES TO O-FLAG.
           WRITE PRTLINE
               FROM SCORE-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        ACTIVE SALESPEOPLE WITH NOTHING ON FILE FOR THE MONTH.
      *    A QUOTA THEY HAD IS 0 PERCENT ACHIEVED AND IS FLAGGED.
       3300-PRINT-NO-SALES.
           MOVE "ACTIVE SALESPEOPLE WITH NO SALES THIS MONTH"
               TO O-SECTION-TITLE.
           WRITE PRTLINE
               FROM SECTION-TITLE-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           PERFORM VARYING C-SLSP-IDX FROM 1 BY 1
                   UNTIL C-SLSP-IDX > C-SLSP-COUNT
               IF SC-ACTIVE(C-SLSP-IDX) IS = "Y" AND
                       SC-LOT-RECS(C-SLSP-IDX, 1) IS = ZEROES AND
                       SC-LOT-RECS(C-SLSP-IDX, 2) IS = ZEROES
                   ADD 1 TO C-NO-SALES-CTR
                   PERFORM 9570-LOAD-SCORE-AMTS
                   PERFORM 9600-FORMAT-SCORE-LINE
                   MOVE ZEROES TO O-RANK
                   MOVE SC-ID(C-SLSP-IDX) TO O-SLSP-ID
                   MOVE SC-NAME(C-SLSP-IDX) TO O-SLSP-NAME
                   WRITE PRTLINE
                       FROM SCORE-LINE
                           AFTER ADVANCING 1 LINES
                               AT EOP
                                   PERFORM 9200-HEADINGS
               END-IF
           END-PERFORM.

           IF C-NO-SALES-CTR IS = ZEROES
               MOVE "NONE" TO O-NONE-TEXT
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINES
                           AT EOP
                               PERFORM 9200-HEADINGS
           END-IF.

       3400-PRINT-COUNTS.
           MOVE "SALESPEOPLE FLAGGED UNDER QUOTA:" TO O-COUNT-LABEL.
           MOVE C-UNDER-CTR TO O-COUNT.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.
           MOVE "CBLBOAT1.DAT RECORDS READ:" TO O-COUNT-LABEL.
           MOVE C-REC-CTR TO O-COUNT.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.
           MOVE "RECORDS IN THE MONTH:" TO O-COUNT-LABEL.
           MOVE C-PERIOD-CTR TO O-COUNT.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.
           MOVE "DROPPED -- TERMINATED SALESPERSON:" TO O-COUNT-LABEL.
           MOVE C-TERM-CTR TO O-COUNT.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.
           MOVE "DROPPED -- SALESPERSON NOT ON CBLSLSP1.DAT:"
               TO O-COUNT-LABEL.
           MOVE C-NOT-ROSTER-CTR TO O-COUNT.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        ONLY RECORDS IN THE REQUESTED MONTH COME BACK FROM
      *    HERE -- THE REST ARE READ PAST.
       9000-READ.
           MOVE SPACES TO MORE-RECS.
           PERFORM UNTIL MORE-RECS IS = "NO" OR MORE-RECS IS = "YES"
               READ BOAT-RAW-INPUT
                   AT END
                       MOVE "NO" TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-REC-CTR
                       IF RAW-PURCHASE-DATE(1:6) IS = C-RPT-PERIOD
                           ADD 1 TO C-PERIOD-CTR
                           MOVE "YES" TO MORE-RECS
                       END-IF
               END-READ
           END-PERFORM.

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
               FROM COL-HDG-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

       9560-LOOKUP-SALESPERSON.
           MOVE ZEROES TO C-SLSP-FOUND-IDX.
           PERFORM VARYING C-SLSP-IDX FROM 1 BY 1
                   UNTIL C-SLSP-IDX > C-SLSP-COUNT
               IF SC-ID(C-SLSP-IDX) IS = C-LOOKUP-SLSP-ID
                   MOVE C-SLSP-IDX TO C-SLSP-FOUND-IDX
               END-IF
           END-PERFORM.

      *        COPIES SCORE-TABLE ENTRY C-SLSP-IDX INTO SCORE-AMTS.
       9570-LOAD-SCORE-AMTS.
           MOVE SC-SOLD(C-SLSP-IDX)         TO SA-SOLD.
           MOVE SC-RETURNED(C-SLSP-IDX)     TO SA-RETURNED.
           MOVE SC-ATTACHED(C-SLSP-IDX)     TO SA-ATTACHED.
           MOVE SC-GROSS(C-SLSP-IDX)        TO SA-GROSS.
           MOVE SC-RETURNED-AMT(C-SLSP-IDX) TO SA-RETURNED-AMT.
           MOVE SC-LIST-SALE(C-SLSP-IDX)    TO SA-LIST-SALE.
           MOVE SC-LIST-TOTAL(C-SLSP-IDX)   TO SA-LIST-TOTAL.
           MOVE SC-UNIT-QUOTA(C-SLSP-IDX)   TO SA-UNIT-QUOTA.
           MOVE SC-DOLLAR-QUOTA(C-SLSP-IDX) TO SA-DOLLAR-QUOTA.

      *        FILLS SCORE-LINE FROM SCORE-AMTS AND SETS THE UNDER
      *    FLAG. EVERY PERCENT IS ONE DECIMAL, ROUNDED; ONE TOO BIG
      *    FOR ITS COLUMN PRINTS AS STARS.
       9600-FORMAT-SCORE-LINE.
           SUBTRACT SA-RETURNED FROM SA-SOLD GIVING SA-NET-UNITS.
           SUBTRACT SA-RETURNED-AMT FROM SA-GROSS
               GIVING SA-NET-DOLLARS.
           MOVE SPACES TO C-FLAG.

           MOVE SA-SOLD TO O-SOLD.
           MOVE SA-RETURNED TO O-RETURNED.
           MOVE SA-GROSS TO O-GROSS.
           MOVE SA-NET-DOLLARS TO O-NET.
           MOVE SA-UNIT-QUOTA TO O-UNIT-QUOTA.
           MOVE SA-DOLLAR-QUOTA TO O-DOLLAR-QUOTA.

           IF SA-SOLD IS = ZEROES
               MOVE "  N/A" TO O-RET-PCT-X
               MOVE "    N/A" TO O-ASP-X
               MOVE "  N/A" TO O-ATTACH-PCT-X
           ELSE
               COMPUTE C-PCT-WORK ROUNDED
                   = SA-RETURNED * 100 / SA-SOLD
               PERFORM 9610-MOVE-PCT-5
               MOVE O-LIST-PCT-X TO O-RET-PCT-X
               COMPUTE C-ASP-WORK ROUNDED = SA-GROSS / SA-SOLD
               MOVE C-ASP-WORK TO O-ASP
               COMPUTE C-PCT-WORK ROUNDED
                   = SA-ATTACHED * 100 / SA-SOLD
               PERFORM 9610-MOVE-PCT-5
               MOVE O-LIST-PCT-X TO O-ATTACH-PCT-X
           END-IF.

           IF SA-LIST-TOTAL IS = ZEROES
               MOVE "  N/A" TO O-LIST-PCT-X
           ELSE
               COMPUTE C-PCT-WORK ROUNDED
                   = SA-LIST-SALE * 100 / SA-LIST-TOTAL
               PERFORM 9610-MOVE-PCT-5
           END-IF.

           IF SA-UNIT-QUOTA IS = ZEROES
               MOVE "   N/A" TO O-UNIT-PCT-X
           ELSE
               COMPUTE C-PCT-WORK ROUNDED
                   = SA-NET-UNITS * 100 / SA-UNIT-QUOTA
                   ON SIZE ERROR
                       MOVE 99999.9 TO C-PCT-WORK
               END-COMPUTE
               PERFORM 9620-MOVE-PCT-6
               MOVE O-DOLLAR-PCT-X TO O-UNIT-PCT-X
               IF C-PCT-WORK < C-THRESHOLD
                   MOVE "** UNDER" TO C-FLAG
               END-IF
           END-IF.

           IF SA-DOLLAR-QUOTA IS = ZEROES
               MOVE "   N/A" TO O-DOLLAR-PCT-X
           ELSE
               COMPUTE C-PCT-WORK ROUNDED
                   = SA-NET-DOLLARS * 100 / SA-DOLLAR-QUOTA
                   ON SIZE ERROR
                       MOVE 99999.9 TO C-PCT-WORK
               END-COMPUTE
               PERFORM 9620-MOVE-PCT-6
               IF C-PCT-WORK < C-THRESHOLD
                   MOVE "** UNDER" TO C-FLAG
               END-IF
           END-IF.

           IF C-FLAG IS NOT = SPACES
               ADD 1 TO C-UNDER-CTR
           END-IF.
           MOVE C-FLAG TO O-FLAG.

      *        C-PCT-WORK INTO THE FIVE-WIDE %LIST COLUMN, WHICH THE
      *    CALLER MOVES ON TO WHICHEVER COLUMN IT WAS FIGURING. A
      *    NEGATIVE NET PRINTS AS ZERO.
       9610-MOVE-PCT-5.
           IF C-PCT-WORK > 999.9
               MOVE "*****" TO O-LIST-PCT-X
           ELSE
               IF C-PCT-WORK < ZEROES
                   MOVE ZEROES TO O-LIST-PCT
               ELSE
                   MOVE C-PCT-WORK TO O-LIST-PCT
               END-IF
           END-IF.

      *        SAME, INTO THE SIX-WIDE DOLLAR QUOTA PERCENT COLUMN.
       9620-MOVE-PCT-6.
           IF C-PCT-WORK > 9999.9
               MOVE "******" TO O-DOLLAR-PCT-X
           ELSE
               IF C-PCT-WORK < ZEROES
                   MOVE ZEROES TO O-DOLLAR-PCT
               ELSE
                   MOVE C-PCT-WORK TO O-DOLLAR-PCT
               END-IF
           END-IF.

      *        PARM IS AN OPTIONAL YYYYMM MONTH IN COLUMNS 1-6 AND AN
      *    OPTIONAL THRESHOLD PERCENT IN COLUMNS 8-10. A BLANK OR BAD
      *    MONTH MEANS LAST MONTH; A BLANK OR BAD THRESHOLD MEANS 80.
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.

           IF C-PARM-LINE(1:6) IS NUMERIC AND
                   C-PARM-LINE(5:2) >= "01" AND
                   C-PARM-LINE(5:2) <= "12"
               MOVE C-PARM-LINE(1:6) TO C-RPT-PERIOD
           ELSE
               IF I-MONTH IS = 1
                   SUBTRACT 1 FROM I-YEAR GIVING C-RPT-YEAR
                   MOVE 12 TO C-RPT-MONTH
               ELSE
                   MOVE I-YEAR TO C-RPT-YEAR
                   SUBTRACT 1 FROM I-MONTH GIVING C-RPT-MONTH
               END-IF
           END-IF.

           IF C-PARM-LINE(8:3) IS NUMERIC
               MOVE C-PARM-LINE(8:3) TO C-THRESHOLD
           END-IF.

           MOVE SPACES TO O-PERIOD.
           STRING C-RPT-PERIOD(1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  C-RPT-PERIOD(5:2) DELIMITED BY SIZE
               INTO O-PERIOD.
           MOVE C-THRESHOLD TO O-THRESHOLD.

      *        INPUT PROCEDURE FOR THE SORT IN 3000-CLOSING. ONE ROW
      *    PER ACTIVE SALESPERSON WITH ANYTHING ON FILE FOR THE MONTH.
      *    THE RANK PERCENT IS THE DOLLAR QUOTA PERCENT, OR THE UNIT
      *    QUOTA PERCENT WHEN ONLY THAT WAS SET.
       9905-BUILD-SORT-INPUT.
           PERFORM VARYING C-SLSP-IDX FROM 1 BY 1
                   UNTIL C-SLSP-IDX > C-SLSP-COUNT
               IF SC-ACTIVE(C-SLSP-IDX) IS = "Y" AND
                       (SC-LOT-RECS(C-SLSP-IDX, 1) > ZEROES OR
                        SC-LOT-RECS(C-SLSP-IDX, 2) > ZEROES)
                   PERFORM 9910-RELEASE-SCORE
               END-IF
           END-PERFORM.

       9910-RELEASE-SCORE.
           IF SC-LOT-RECS(C-SLSP-IDX, 2) > SC-LOT-RECS(C-SLSP-IDX, 1)
               MOVE 2 TO SW-LOT-IDX
           ELSE
               MOVE 1 TO SW-LOT-IDX
           END-IF.
           MOVE SC-HAS-QUOTA(C-SLSP-IDX) TO SW-HAS-QUOTA.
           MOVE C-SLSP-IDX TO SW-SC-IDX.
           COMPUTE SW-NET-DOLLARS = SC-GROSS(C-SLSP-IDX)
               - SC-RETURNED-AMT(C-SLSP-IDX).

           EVALUATE TRUE
               WHEN SC-DOLLAR-QUOTA(C-SLSP-IDX) > ZEROES
                   COMPUTE SW-RANK-PCT ROUNDED
                       = SW-NET-DOLLARS * 100
                           / SC-DOLLAR-QUOTA(C-SLSP-IDX)
                       ON SIZE ERROR
                           MOVE 99999.9 TO SW-RANK-PCT
                   END-COMPUTE
               WHEN SC-UNIT-QUOTA(C-SLSP-IDX) > ZEROES
                   COMPUTE SW-RANK-PCT ROUNDED
                       = (SC-SOLD(C-SLSP-IDX) -
                          SC-RETURNED(C-SLSP-IDX)) * 100
                           / SC-UNIT-QUOTA(C-SLSP-IDX)
                       ON SIZE ERROR
                           MOVE 99999.9 TO SW-RANK-PCT
                   END-COMPUTE
               WHEN OTHER
                   MOVE ZEROES TO SW-RANK-PCT
           END-EVALUATE.

           RELEASE SW-REC.

      *        LIST PRICES OFF THE MASTER.
       9950-LOAD-LIST-PRICES.
           OPEN INPUT BOAT-MASTER.

           IF C-BMAS-STATUS IS = "00"
               PERFORM UNTIL C-BMAS-EOF IS = "Y"
                       OR C-MASTER-COUNT = 6
                   READ BOAT-MASTER
                       AT END
                           MOVE "Y" TO C-BMAS-EOF
                       NOT AT END
                           ADD 1 TO C-MASTER-COUNT
                           MOVE BM-BOAT-TYPE
                               TO LP-BOAT-TYPE(C-MASTER-COUNT)
                           MOVE BM-LIST-PRICE
                               TO LP-LIST-PRICE(C-MASTER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BOAT-MASTER
           END-IF.

      *        LEAVES THE SUBSCRIPT OF RAW-BOAT-TYPE'S LIST PRICE IN
      *    C-FOUND-IDX, OR ZERO IF THE TYPE ISN'T ON THE MASTER.
       9955-FIND-LIST-PRICE.
           MOVE ZEROES TO C-FOUND-IDX.
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > C-MASTER-COUNT
               IF LP-BOAT-TYPE(BM-IDX) IS = RAW-BOAT-TYPE
                   MOVE BM-IDX TO C-FOUND-IDX
               END-IF
           END-PERFORM.

      *        THE ROSTER SEEDS THE SCORE TABLE IN ROSTER ORDER, SAME
      *    50-ENTRY LIMIT AS CBLCJS03.
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
                           INITIALIZE SC-ENTRY(C-SLSP-COUNT)
                           MOVE SLSP-ID TO SC-ID(C-SLSP-COUNT)
                           MOVE SLSP-NAME TO SC-NAME(C-SLSP-COUNT)
                           MOVE SLSP-ACTIVE TO SC-ACTIVE(C-SLSP-COUNT)
                           MOVE "N" TO SC-HAS-QUOTA(C-SLSP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SALESPERSON-FILE
           END-IF.

      *        ONLY THE REPORT MONTH'S QUOTAS ARE KEPT. A QUOTA FOR AN
      *    ID NO LONGER ON THE ROSTER HAS NOBODY TO SCORE AND IS
      *    PASSED OVER. NO QUOTA FILE JUST MEANS NOBODY HAS A QUOTA.
       9970-LOAD-QUOTAS.
           OPEN INPUT QUOTA-FILE.

           IF C-QUOT-STATUS IS = "00"
               PERFORM UNTIL C-QUOT-EOF IS = "Y"
                   READ QUOTA-FILE
                       AT END
                           MOVE "Y" TO C-QUOT-EOF
                       NOT AT END
                           IF QT-PERIOD IS = C-RPT-PERIOD
                               MOVE QT-SLSP-ID TO C-LOOKUP-SLSP-ID
                               PERFORM 9560-LOOKUP-SALESPERSON
                               IF C-SLSP-FOUND-IDX > ZEROES
                                   PERFORM 9975-STORE-QUOTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
           ELSE
               DISPLAY "CBLQUOT1.DAT NOT FOUND, STATUS: "
                   C-QUOT-STATUS " -- NO QUOTAS TO MEASURE AGAINST."
           END-IF.

       9975-STORE-QUOTA.
           MOVE "Y" TO SC-HAS-QUOTA(C-SLSP-FOUND-IDX).
           MOVE QT-UNIT-QUOTA TO SC-UNIT-QUOTA(C-SLSP-FOUND-IDX).
           MOVE QT-DOLLAR-QUOTA TO SC-DOLLAR-QUOTA(C-SLSP-FOUND-IDX).

      *        READ IS EVERY CBLBOAT1.DAT RECORD; EXCL IS THE MONTH'S
      *    RECORDS DROPPED FOR A TERMINATED OR UNKNOWN SALESPERSON.
       9980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF C-RLOG-STATUS IS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF.

           ADD C-TERM-CTR C-NOT-ROSTER-CTR GIVING C-EXCL-CTR.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE "CBLCJS30"   TO RL-PROGRAM-ID.
           MOVE C-RLOG-EVENT TO RL-EVENT.
           MOVE I-YEAR       TO RL-DATE(1:4).
           MOVE I-MONTH      TO RL-DATE(5:2).
           MOVE I-DAY        TO RL-DATE(7:2).
           MOVE I-TIME(1:6)  TO RL-TIME.
           MOVE C-REC-CTR    TO RL-RECS-READ.
           MOVE C-EXCL-CTR   TO RL-RECS-EXCL.
           MOVE RETURN-CODE  TO RL-RETURN-CODE.
           MOVE "N" TO RL-RESTART.
           WRITE RLOG-REC.
           CLOSE RUN-LOG-FILE.
