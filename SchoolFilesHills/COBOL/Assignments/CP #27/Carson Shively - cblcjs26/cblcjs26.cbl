       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS26.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * CROSS-FILE INTEGRITY CHECK. EVERY MASTER IN THIS SYSTEM IS ITS
      * OWN FLAT OR RELATIVE FILE WITH NOTHING BUT CONVENTION HOLDING
      * THEM TOGETHER, SO A BAD BATCH SLIP, A HAND-EDITED ROSTER, OR A
      * HALF-FINISHED RUN CAN LEAVE A SALE POINTING AT NOTHING AND NO
      * REPORT WILL EVER SAY SO -- THE NUMBERS JUST COME OUT WRONG.
      * THIS STEP RUNS IN CBLDRV1.BAT RIGHT AFTER CBLCJS19 AND CHECKS:
      *    - EVERY SALE'S M-CUST-NUM IS A REAL RECORD ON CBLCMAS1.DAT;
      *    - EVERY SALE'S M-SALESPERSON-ID IS ON CBLSLSP1.DAT;
      *    - EVERY "R" RETURN HAS AN ORIGINAL SALE TO REVERSE, ON
      *      CBLB1IDX.DAT OR ALREADY ARCHIVED TO CBLHIST1.DAT;
      *    - EVERY CBLBMAS1.DAT RECORD'S BM-QTY-ON-HAND EQUALS
      *      BM-QTY-LOC1 PLUS BM-QTY-LOC2;
      *    - EACH SALESPERSON'S EARNED POSTINGS ON CBLLEDG1.DAT SINCE
      *      THE LAST YEAR-END CLOSE ADD UP TO THE CUMULATIVE FIGURE
      *      CBLCJS03 LEFT ON CBLCPRV1.DAT, AND NOBODY'S NET LEDGER
      *      BALANCE HAS GONE NEGATIVE.
      * EVERY BROKEN LINK PRINTS ON CBLIEXC1.PRT WITH THE RECORD
      * POSITIONS INVOLVED -- CBLB1IDX.DAT RECORD NUMBERS (WHAT
      * CBLCJS04'S CHANGE SCREEN ASKS FOR), CUSTOMER NUMBERS (WHICH ARE
      * CBLCMAS1.DAT RECORD NUMBERS), AND LINE NUMBERS IN THE FLAT
      * FILES. A "HARD" BREAK SETS RETURN-CODE 8 SO THE CHAIN HOLDS
      * FOR REVIEW THE SAME WAY CBLCJS19 HOLDS IT FOR A DUPLICATE; A
      * "SOFT" WARNING PRINTS BUT LETS THE NIGHT GO ON. THE LEDGER
      * CHECKS ARE SOFT -- NOTHING IN THE CHAIN CAN REPAIR THE LEDGER,
      * AND HOLDING EVERY REPORT FOR A PAYROLL QUESTION HELPS NO ONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        SAME FILE CBLCJS04 MAINTAINS, READ START TO FINISH HERE.
      *    THE RELATIVE RECORD NUMBER IS THE POSITION PRINTED, SINCE
      *    THAT IS WHAT CBLCJS04 NEEDS TO PULL THE RECORD UP.
           SELECT BOAT-MAINT-FILE
               ASSIGN TO 'C:\COBOL\CBLB1IDX.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-REC-NUM
               FILE STATUS IS C-MAINT-STATUS.

      *        CUSTOMER MASTER, KEYED BY ASSIGNED CUSTOMER NUMBER --
      *    SAME SELECT AS CBLCJS04, READ RANDOM HERE.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\COBOL\CBLCMAS1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-CUST-NUM
               FILE STATUS IS C-CUST-STATUS.

      *        PERMANENT SALES HISTORY (CBLCJS11). A RETURN KEYED OFF
      *    A PAPER SLIP CAN OUTLIVE ITS SALE ON CBLB1IDX.DAT, SO THE
      *    ARCHIVED SALES COUNT AS ORIGINALS TOO.
           SELECT HISTORY-FILE
               ASSIGN TO 'C:\COBOL\CBLHIST1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'CBLSRT26'.

           SELECT RETURN-INPUT
               ASSIGN TO 'C:\COBOL\CBLSRT26.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESPERSON-FILE
               ASSIGN TO 'C:\COBOL\CBLSLSP1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSP-STATUS.

           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOL\CBLBMAS1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BMAS-STATUS.

      *        COMMISSION PAYABLE LEDGER AND CBLCJS03'S CUMULATIVE
      *    FIGURES, BOTH READ-ONLY HERE.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\COBOL\CBLLEDG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LEDG-STATUS.

           SELECT PREV-COMM-FILE
               ASSIGN TO 'C:\COBOL\CBLCPRV1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PREV-STATUS.

      *        EVERY BROKEN LINK, ONE LINE EACH, HARD OR SOFT.
           SELECT INTEG-EXCEPT
               ASSIGN TO 'C:\COBOL\CBLIEXC1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *        CENTRAL RUN LOG. READ FIRST FOR THE DATE OF THE LAST
      *    GOOD YEAR-END CLOSE (SEE 9940-FIND-LAST-CLOSE), THEN
      *    APPENDED TO LIKE EVERY OTHER PROGRAM IN THE NIGHTLY CHAIN
      *    (SEE 9980-WRITE-RUN-LOG).
           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLRLOG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BOAT-MAINT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS M-REC.

       01 M-REC.
           05  M-LAST-NAME         PIC X(15).
           05  M-STATE             PIC X(2).
           05  M-BOAT-COST         PIC 9(6)V99.
           05  M-PURCHASE-DATE     PIC 9(8).
           05  M-BOAT-TYPE         PIC X.
           05  M-ACC-PCK           PIC 9.
           05  M-PREP-DEL-COST     PIC 9(5)V99.
           05  M-SALESPERSON-ID    PIC X(5).
           05  M-CUST-NUM          PIC 9(5).
           05  M-TRANS-TYPE        PIC X.
           05  M-LOCATION          PIC XX.
           05  M-DEPOSIT-AMT       PIC 9(6)V99.
           05  M-AMT-RECEIVED      PIC 9(6)V99.

      *        SAME LAYOUT AS CBLCJS04. ONLY THE KEY MATTERS HERE.
       FD CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS CM-REC.

       01 CM-REC.
           05  CM-LAST-NAME        PIC X(15).
           05  CM-ADDRESS          PIC X(25).
           05  CM-CITY             PIC X(15).
           05  CM-STATE            PIC X(2).
           05  CM-ZIP              PIC X(9).
           05  CM-PHONE            PIC X(12).
           05  CM-EMAIL            PIC X(30).

      *        SAME LAYOUT CBLCJS11 WRITES -- THE FLAT SALE IMAGE IS
      *    BROKEN OUT HERE FOR THE FIELDS THE RETURN MATCH USES.
       FD HISTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC.
           05  HIST-CLOSE-DATE     PIC 9(8).
           05  HIST-REC-NUM        PIC 9(6).
           05  HIST-SALE-REC.
               10  HS-LAST-NAME    PIC X(15).
               10  HS-STATE        PIC X(2).
               10  HS-BOAT-COST    PIC 9(6)V99.
               10  HS-PURCHASE-DATE
                                   PIC 9(8).
               10  HS-BOAT-TYPE    PIC X.
               10  FILLER          PIC X(18).
               10  HS-TRANS-TYPE   PIC X.
               10  FILLER          PIC X(18).

      *        SAME FOUR MATCH FIELDS CBLCJS19 SORTS ON -- A RETURN IS
      *    A REVERSING COPY OF ITS SALE AND MATCHES IT ON ALL FOUR.
      *    SALES SORT AHEAD OF RETURNS WITHIN A MATCH (TRANS TYPE
      *    DESCENDING) SO EVERY ORIGINAL IS COUNTED BEFORE ANY RETURN
      *    CLAIMS ONE. SW-SOURCE SAYS WHICH FILE THE POSITION IS IN.
       SD SORT-WORK-FILE
           DATA RECORD IS SW-REC.

       01 SW-REC.
           05  SW-LAST-NAME        PIC X(15).
           05  SW-PURCHASE-DATE    PIC 9(8).
           05  SW-BOAT-TYPE        PIC X.
           05  SW-BOAT-COST        PIC 9(6)V99.
           05  SW-TRANS-TYPE       PIC X.
           05  SW-SOURCE           PIC X.
           05  SW-ORIG-REC-NUM     PIC 9(6).

       FD RETURN-INPUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS I-REC.

       01 I-REC.
           05  I-LAST-NAME         PIC X(15).
           05  I-PURCHASE-DATE     PIC 9(8).
           05  I-BOAT-TYPE         PIC X.
           05  I-BOAT-COST         PIC 9(6)V99.
           05  I-TRANS-TYPE        PIC X.
           05  I-SOURCE            PIC X.
           05  I-ORIG-REC-NUM      PIC 9(6).

       FD SALESPERSON-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SLSP-REC.

       01 SLSP-REC.
           05  SLSP-ID             PIC X(5).
           05  SLSP-NAME           PIC X(20).
           05  SLSP-ACTIVE         PIC X.

       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS BM-REC.

       01 BM-REC.
           05  BM-BOAT-TYPE        PIC X.
           05  BM-LIST-PRICE       PIC 9(6)V99.
           05  BM-QTY-ON-HAND      PIC 9(5).
           05  BM-QTY-LOC1         PIC 9(5).
           05  BM-QTY-LOC2         PIC 9(5).
           05  BM-DEALER-COST      PIC 9(6)V99.

       FD LEDGER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS LEDG-REC.

       01 LEDG-REC.
           05  LT-DATE             PIC 9(8).
           05  LT-SLSP-ID          PIC X(5).
           05  LT-TYPE             PIC X(6).
           05  LT-AMOUNT           PIC S9(7)V99.
           05  LT-SOURCE           PIC X(8).

       FD PREV-COMM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS PREV-REC.

       01 PREV-REC.
           05  PV-SLSP-ID          PIC X(5).
           05  PV-CUM-COMM         PIC S9(9)V99.

       FD INTEG-EXCEPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE.

       01 EXCLINE                  PIC X(132).

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
           05  C-REC-NUM          PIC 9(6)        VALUE   ZEROES.
           05  C-CUST-NUM         PIC 9(5)        VALUE   ZEROES.
           05  C-MAINT-STATUS     PIC XX.
           05  C-CUST-STATUS      PIC XX.
           05  C-HIST-STATUS      PIC XX.
           05  C-SLSP-STATUS      PIC XX.
           05  C-BMAS-STATUS      PIC XX.
           05  C-LEDG-STATUS      PIC XX.
           05  C-PREV-STATUS      PIC XX.
           05  C-EOF              PIC X           VALUE   "N".
           05  MORE-RECS          PIC XXX         VALUE   "YES".
      *        "Y" ONLY WHEN CBLCMAS1.DAT OPENED. WITHOUT IT EVERY
      *    LINKED SALE IS A BROKEN LINK, AND IS PRINTED AS ONE.
           05  C-CUST-AVAILABLE   PIC X           VALUE   "N".
           05  C-CUST-FOUND       PIC X           VALUE   "N".
      *        POSITIONS IN THE FLAT FILES -- LINE NUMBERS, COUNTED AS
      *    EACH FILE IS READ.
           05  C-HIST-POS         PIC 9(6)        VALUE   ZEROES.
           05  C-BMAS-POS         PIC 9(6)        VALUE   ZEROES.
           05  C-LEDG-POS         PIC 9(6)        VALUE   ZEROES.
           05  C-PREV-POS         PIC 9(6)        VALUE   ZEROES.
      *        RETURN MATCH. H- FIELDS ARE THE MATCH KEY OF THE GROUP
      *    BEING WALKED; C-SALES-OPEN IS HOW MANY OF ITS SALES ARE
      *    STILL UNCLAIMED BY A RETURN.
           05  H-LAST-NAME        PIC X(15).
           05  H-PURCHASE-DATE    PIC 9(8).
           05  H-BOAT-TYPE        PIC X.
           05  H-BOAT-COST        PIC 9(6)V99.
           05  C-HOLD-VALID       PIC X           VALUE   "N".
           05  C-SALES-OPEN       PIC 9(5)        VALUE   ZEROES.
      *        SALESPERSON ROSTER SUPPORT (SEE 9960-LOAD-SALESPERSON-
      *    ROSTER AND 9560-LOOKUP-SALESPERSON).
           05  C-SLSP-EOF         PIC X           VALUE   "N".
           05  C-SLSP-COUNT       PIC 99          VALUE   ZEROES.
           05  C-SLSP-IDX         PIC 99          VALUE   ZEROES.
           05  C-SLSP-FOUND-IDX   PIC 99          VALUE   ZEROES.
      *        LEDGER CHECK SUPPORT (SEE 2700-CHECK-LEDGER). THE LAST
      *    CLOSE DATE STAYS ZERO WHEN NO CLOSE IS ON THE RUN LOG, SO
      *    EVERY EARNED ROW COUNTS.
           05  C-LAST-CLOSE-DATE  PIC 9(8)        VALUE   ZEROES.
           05  C-LC-COUNT         PIC 99          VALUE   ZEROES.
           05  C-LC-IDX           PIC 99          VALUE   ZEROES.
           05  C-LC-FOUND-IDX     PIC 99          VALUE   ZEROES.
           05  C-LOOKUP-SLSP-ID   PIC X(5).
      *        EXCEPTION COUNTS. ANY HARD BREAK FAILS THE STEP.
           05  C-HARD-CTR         PIC 9(5)        VALUE   ZEROES.
           05  C-SOFT-CTR         PIC 9(5)        VALUE   ZEROES.
      *        CENTRAL RUN LOG SUPPORT (SEE 9980-WRITE-RUN-LOG).
           05  C-RLOG-STATUS      PIC XX.
           05  C-RLOG-EVENT       PIC X(5).
           05  C-REC-CTR          PIC 9(6)        VALUE   ZEROES.

      *        ROSTER IDS, LOADED ONCE BY 9960-LOAD-SALESPERSON-ROSTER.
      *    SAME 50-ENTRY LIMIT AS CBLCJS03.
       01  SALESPERSON-TABLE.
           05  SLSP-ENTRY          OCCURS 50 TIMES.
               10  SLSP-T-ID       PIC X(5).

      *        ONE ENTRY PER SALESPERSON SEEN ON CBLCPRV1.DAT OR THE
      *    LEDGER. PREV-CUM IS CBLCJS03'S FIGURE; EARNED IS THE SUM OF
      *    EARNED ROWS SINCE THE LAST CLOSE (WHICH SHOULD EQUAL IT);
      *    NET IS EVERY EARNED ROW LESS EVERY PAYMENT. THE POSITIONS
      *    ARE THE CBLCPRV1.DAT LINE AND THE LAST CBLLEDG1.DAT LINE.
       01  LEDGER-CHECK-TABLE.
           05  LC-ENTRY            OCCURS 50 TIMES.
               10  LC-T-ID         PIC X(5).
               10  LC-T-PREV-CUM   PIC S9(9)V99.
               10  LC-T-EARNED     PIC S9(9)V99.
               10  LC-T-NET        PIC S9(9)V99.
               10  LC-T-PREV-POS   PIC 9(6).
               10  LC-T-LEDG-POS   PIC 9(6).

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
                   " - INTEGRITY CHECK".
           05  FILLER              PIC X(42)   VALUE  SPACES.

       01  EXCEPTION-TITLE.
           05  FILLER              PIC X(40)   VALUE
                   "CROSS-FILE INTEGRITY EXCEPTION LISTING".
           05  FILLER              PIC X(92)   VALUE  SPACES.

       01  EXCEPTION-HDG.
           05  FILLER              PIC X(4)    VALUE   "SEV.".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(22)   VALUE   "CHECK".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(12)   VALUE   "FILE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "REC-POS-1".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "REC-POS-2".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(60)   VALUE   "DETAIL".
           05  FILLER              PIC X(6)    VALUE   SPACES.

      *        REC-POS-1 IS ALWAYS IN THE FILE NAMED; REC-POS-2, WHEN
      *    THERE IS ONE, IS THE OTHER END OF THE LINK (THE CUSTOMER
      *    NUMBER, OR THE CBLCPRV1.DAT LINE) AND IS BLANK OTHERWISE.
       01  EXCEPTION-DETAIL-LINE.
           05  O-EXC-SEVERITY      PIC X(4).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-EXC-CHECK         PIC X(22).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-EXC-FILE          PIC X(12).
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-EXC-POS-1         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-EXC-POS-2         PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-EXC-DETAIL        PIC X(60).
           05  FILLER              PIC X(5)    VALUE   SPACES.

      *        DETAIL TEXT, ONE LAYOUT PER CHECK, MOVED WHOLE INTO
      *    O-EXC-DETAIL.
       01  DTL-CUSTOMER.
           05  FILLER              PIC X(9)    VALUE   "CUSTOMER ".
           05  D-CUST-NUM          PIC 9(5).
           05  FILLER              PIC X(46)   VALUE
                   " NOT ON CBLCMAS1.DAT".

       01  DTL-SALESPERSON.
           05  FILLER              PIC X(12)   VALUE   "SALESPERSON ".
           05  D-SLSP-ID           PIC X(5).
           05  FILLER              PIC X(43)   VALUE
                   " NOT ON CBLSLSP1.DAT".

       01  DTL-RETURN.
           05  FILLER              PIC X(12)   VALUE   "NO SALE FOR ".
           05  D-RET-LAST-NAME     PIC X(15).
           05  FILLER              PIC X       VALUE   SPACES.
           05  D-RET-MM            PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  D-RET-DD            PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  D-RET-YY            PIC 9(4).
           05  FILLER              PIC X(6)    VALUE   " TYPE ".
           05  D-RET-BOAT-TYPE     PIC X.
           05  FILLER              PIC X       VALUE   SPACES.
           05  D-RET-BOAT-COST     PIC $$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE   SPACES.

       01  DTL-QUANTITY.
           05  FILLER              PIC X(5)    VALUE   "TYPE ".
           05  D-QTY-BOAT-TYPE     PIC X.
           05  FILLER              PIC X(9)    VALUE   " ON HAND ".
           05  D-QTY-ON-HAND       PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)   VALUE   " <> LOT 1 ".
           05  D-QTY-LOC1          PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)    VALUE   " + LOT 2 ".
           05  D-QTY-LOC2          PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)    VALUE   SPACES.

       01  DTL-LEDGER.
           05  FILLER              PIC X(5)    VALUE   "SLSP ".
           05  D-LDG-SLSP-ID       PIC X(5).
           05  FILLER              PIC X(8)    VALUE   " EARNED ".
           05  D-LDG-EARNED        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(6)    VALUE   " PREV ".
           05  D-LDG-PREV-CUM      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(6)    VALUE   SPACES.

       01  DTL-BALANCE.
           05  FILLER              PIC X(5)    VALUE   "SLSP ".
           05  D-BAL-SLSP-ID       PIC X(5).
           05  FILLER              PIC X(13)   VALUE   " NET BALANCE ".
           05  D-BAL-NET           PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(22)   VALUE
                   " -- PAID PAST EARNED".

       01  NO-EXCEPTIONS-LINE.
           05  FILLER              PIC X(36)   VALUE
                   "NO BROKEN LINKS FOUND.".
           05  FILLER              PIC X(96)   VALUE   SPACES.

       01  LAST-CLOSE-LINE.
           05  FILLER              PIC X(40)   VALUE
                   "LEDGER EARNED ROWS COUNTED FROM CLOSE OF".
           05  FILLER              PIC X       VALUE   SPACES.
           05  O-CLOSE-MM          PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-CLOSE-DD          PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-CLOSE-YY          PIC 9(4).
           05  FILLER              PIC X(81)   VALUE   SPACES.

       01  TOTAL-LINE.
           05  FILLER              PIC X(13)   VALUE   "HARD BREAKS: ".
           05  O-HARD-CTR          PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(15)   VALUE
                   "SOFT WARNINGS: ".
           05  O-SOFT-CTR          PIC ZZ,ZZ9.
           05  FILLER              PIC X(88)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-SALES.
           PERFORM 2500-CHECK-RETURNS.
           PERFORM 2600-CHECK-BOAT-MASTER.
           PERFORM 2700-CHECK-LEDGER.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9940-FIND-LAST-CLOSE.

           MOVE "START" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

           PERFORM 9960-LOAD-SALESPERSON-ROSTER.

           OPEN OUTPUT INTEG-EXCEPT.

           WRITE EXCLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE EXCLINE
               FROM EXCEPTION-TITLE
                   AFTER ADVANCING 2 LINES.
           WRITE EXCLINE
               FROM EXCEPTION-HDG
                   AFTER ADVANCING 2 LINES.
           WRITE EXCLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

      *        THE CUSTOMER AND SALESPERSON LINKS ARE CHECKED AS THE
      *    SORT'S INPUT PROCEDURE READS EACH SALE (9910), SO
      *    CBLB1IDX.DAT IS READ ONCE FOR ALL THREE SALE CHECKS. THE
      *    SORTED FILE IS WALKED FOR THE RETURN MATCH IN 2500-CHECK-
      *    RETURNS.
       2000-CHECK-SALES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-LAST-NAME, SW-PURCHASE-DATE,
                   SW-BOAT-TYPE, SW-BOAT-COST
               ON DESCENDING KEY SW-TRANS-TYPE
               ON ASCENDING KEY SW-SOURCE, SW-ORIG-REC-NUM
               INPUT PROCEDURE IS 9905-BUILD-SORT-INPUT
               GIVING RETURN-INPUT.

      *        WITHIN ONE MATCH KEY THE SALES COME FIRST, SO BY THE
      *    TIME A RETURN IS READ C-SALES-OPEN HOLDS EVERY SALE IT
      *    COULD BE REVERSING, LESS THOSE ALREADY CLAIMED. A RETURN
      *    WITH NONE LEFT IS AN ORPHAN. ONE STILL ON CBLB1IDX.DAT IS A
      *    HARD BREAK -- CBLCJS02/CBLCJS03 ARE ABOUT TO NET IT AGAINST
      *    NOTHING; ONE ALREADY ARCHIVED IS A CLOSED YEAR AND ONLY
      *    WARNS.
       2500-CHECK-RETURNS.
           OPEN INPUT RETURN-INPUT.
           MOVE "YES" TO MORE-RECS.
           PERFORM 9000-READ.

           PERFORM UNTIL MORE-RECS = "NO"
               IF C-HOLD-VALID IS NOT = "Y" OR
                       I-LAST-NAME IS NOT = H-LAST-NAME OR
                       I-PURCHASE-DATE IS NOT = H-PURCHASE-DATE OR
                       I-BOAT-TYPE IS NOT = H-BOAT-TYPE OR
                       I-BOAT-COST IS NOT = H-BOAT-COST
                   MOVE I-LAST-NAME     TO H-LAST-NAME
                   MOVE I-PURCHASE-DATE TO H-PURCHASE-DATE
                   MOVE I-BOAT-TYPE     TO H-BOAT-TYPE
                   MOVE I-BOAT-COST     TO H-BOAT-COST
                   MOVE "Y" TO C-HOLD-VALID
                   MOVE ZEROES TO C-SALES-OPEN
               END-IF

               IF I-TRANS-TYPE IS = "R"
                   IF C-SALES-OPEN IS > ZEROES
                       SUBTRACT 1 FROM C-SALES-OPEN
                   ELSE
                       PERFORM 2510-WRITE-ORPHAN-RETURN
                   END-IF
               ELSE
                   ADD 1 TO C-SALES-OPEN
               END-IF

               PERFORM 9000-READ
           END-PERFORM.

           CLOSE RETURN-INPUT.

       2510-WRITE-ORPHAN-RETURN.
           MOVE "RETURN -> SALE" TO O-EXC-CHECK.
           MOVE I-ORIG-REC-NUM   TO O-EXC-POS-1.
           MOVE ZEROES           TO O-EXC-POS-2.
           MOVE I-LAST-NAME      TO D-RET-LAST-NAME.
           MOVE I-PURCHASE-DATE(5:2) TO D-RET-MM.
           MOVE I-PURCHASE-DATE(7:2) TO D-RET-DD.
           MOVE I-PURCHASE-DATE(1:4) TO D-RET-YY.
           MOVE I-BOAT-TYPE      TO D-RET-BOAT-TYPE.
           MOVE I-BOAT-COST      TO D-RET-BOAT-COST.
           MOVE DTL-RETURN       TO O-EXC-DETAIL.
           IF I-SOURCE IS = "H"
               MOVE "CBLHIST1.DAT" TO O-EXC-FILE
               PERFORM 9810-WRITE-SOFT
           ELSE
               MOVE "CBLB1IDX.DAT" TO O-EXC-FILE
               PERFORM 9800-WRITE-HARD
           END-IF.

      *        ONE LINE PER BOAT TYPE. A RECORD FROM BEFORE THE SECOND
      *    LOT OR BEFORE DEALER COST IS TAKEN THE SAME WAY CBLCJS04'S
      *    9950-LOAD-BOAT-MASTER TAKES IT -- NO SPLIT MEANS EVERYTHING
      *    IS AT THE HOME LOT -- SO AN OLD RECORD IS NOT A BREAK. NO
      *    MASTER AT ALL MEANS NOTHING TO CHECK.
       2600-CHECK-BOAT-MASTER.
           OPEN INPUT BOAT-MASTER.

           IF C-BMAS-STATUS IS = "00"
               MOVE "N" TO C-EOF
               PERFORM UNTIL C-EOF IS = "Y"
                   READ BOAT-MASTER
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-BMAS-POS
                           PERFORM 2610-CHECK-ONE-BOAT-TYPE
                   END-READ
               END-PERFORM
               CLOSE BOAT-MASTER
           END-IF.

       2610-CHECK-ONE-BOAT-TYPE.
           IF BM-QTY-ON-HAND IS NOT NUMERIC
               MOVE ZEROES TO BM-QTY-ON-HAND
           END-IF.
           IF BM-QTY-LOC1 IS NOT NUMERIC
               MOVE BM-QTY-ON-HAND TO BM-QTY-LOC1
           END-IF.
           IF BM-QTY-LOC2 IS NOT NUMERIC
               MOVE ZEROES TO BM-QTY-LOC2
           END-IF.

           IF BM-QTY-ON-HAND IS NOT = BM-QTY-LOC1 + BM-QTY-LOC2
               MOVE "BOAT MASTER QUANTITY" TO O-EXC-CHECK
               MOVE "CBLBMAS1.DAT"   TO O-EXC-FILE
               MOVE C-BMAS-POS       TO O-EXC-POS-1
               MOVE ZEROES           TO O-EXC-POS-2
               MOVE BM-BOAT-TYPE     TO D-QTY-BOAT-TYPE
               MOVE BM-QTY-ON-HAND   TO D-QTY-ON-HAND
               MOVE BM-QTY-LOC1      TO D-QTY-LOC1
               MOVE BM-QTY-LOC2      TO D-QTY-LOC2
               MOVE DTL-QUANTITY     TO O-EXC-DETAIL
               PERFORM 9800-WRITE-HARD
           END-IF.

      *        CBLCJS03 POSTS EACH NIGHT'S CHANGE IN A SALESPERSON'S
      *    CUMULATIVE COMMISSION AS AN EARNED ROW AND SAVES THE NEW
      *    CUMULATIVE FIGURE ON CBLCPRV1.DAT, SO THE EARNED ROWS SINCE
      *    CBLCJS11 LAST CLEARED CBLCPRV1.DAT MUST ADD BACK TO IT --
      *    FROZEN (TERMINATED) SALESPEOPLE INCLUDED, SINCE THEIR
      *    FIGURES ARE CARRIED. A DIFFERENCE MEANS A LOST OR DOUBLED
      *    POSTING. SEPARATELY, A NET BALANCE (EVERY EARNED ROW LESS
      *    EVERY PAYMENT) BELOW ZERO MEANS PAYROLL PAID OUT MONEY THE
      *    LEDGER NEVER SHOWED AS OWED. BOTH ARE SOFT -- SEE THE HEADER.
       2700-CHECK-LEDGER.
           PERFORM 2710-LOAD-PREV-COMM.
           PERFORM 2720-TOTAL-LEDGER.

           PERFORM VARYING C-LC-IDX FROM 1 BY 1
                   UNTIL C-LC-IDX > C-LC-COUNT
               IF LC-T-EARNED(C-LC-IDX) IS NOT =
                       LC-T-PREV-CUM(C-LC-IDX)
                   PERFORM 2730-WRITE-LEDGER-MISMATCH
               END-IF
               IF LC-T-NET(C-LC-IDX) IS < ZEROES
                   PERFORM 2740-WRITE-NEGATIVE-BALANCE
               END-IF
           END-PERFORM.

       2710-LOAD-PREV-COMM.
           OPEN INPUT PREV-COMM-FILE.

           IF C-PREV-STATUS IS = "00"
               MOVE "N" TO C-EOF
               PERFORM UNTIL C-EOF IS = "Y"
                   READ PREV-COMM-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-PREV-POS
                           MOVE PV-SLSP-ID TO C-LOOKUP-SLSP-ID
                           PERFORM 9570-FIND-OR-ADD-LEDGER-ENTRY
                           IF C-LC-FOUND-IDX IS NOT = ZEROES
                               ADD PV-CUM-COMM TO
                                   LC-T-PREV-CUM(C-LC-FOUND-IDX)
                               MOVE C-PREV-POS TO
                                   LC-T-PREV-POS(C-LC-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREV-COMM-FILE
           END-IF.

       2720-TOTAL-LEDGER.
           OPEN INPUT LEDGER-FILE.

           IF C-LEDG-STATUS IS = "00"
               MOVE "N" TO C-EOF
               PERFORM UNTIL C-EOF IS = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-LEDG-POS
                           PERFORM 2725-TOTAL-ONE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       2725-TOTAL-ONE-LEDGER-ROW.
           MOVE LT-SLSP-ID TO C-LOOKUP-SLSP-ID.
           PERFORM 9570-FIND-OR-ADD-LEDGER-ENTRY.
           IF C-LC-FOUND-IDX IS NOT = ZEROES
               MOVE C-LEDG-POS TO LC-T-LEDG-POS(C-LC-FOUND-IDX)
               IF LT-TYPE IS = "PAYMNT"
                   SUBTRACT LT-AMOUNT FROM LC-T-NET(C-LC-FOUND-IDX)
               ELSE
                   ADD LT-AMOUNT TO LC-T-NET(C-LC-FOUND-IDX)
                   IF LT-DATE IS NOT LESS THAN C-LAST-CLOSE-DATE
                       ADD LT-AMOUNT TO LC-T-EARNED(C-LC-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       2730-WRITE-LEDGER-MISMATCH.
           MOVE "LEDGER -> CBLCPRV1"   TO O-EXC-CHECK.
           MOVE "CBLLEDG1.DAT"         TO O-EXC-FILE.
           MOVE LC-T-LEDG-POS(C-LC-IDX) TO O-EXC-POS-1.
           MOVE LC-T-PREV-POS(C-LC-IDX) TO O-EXC-POS-2.
           MOVE LC-T-ID(C-LC-IDX)      TO D-LDG-SLSP-ID.
           MOVE LC-T-EARNED(C-LC-IDX)  TO D-LDG-EARNED.
           MOVE LC-T-PREV-CUM(C-LC-IDX) TO D-LDG-PREV-CUM.
           MOVE DTL-LEDGER             TO O-EXC-DETAIL.
           PERFORM 9810-WRITE-SOFT.

       2740-WRITE-NEGATIVE-BALANCE.
           MOVE "LEDGER NET BALANCE"   TO O-EXC-CHECK.
           MOVE "CBLLEDG1.DAT"         TO O-EXC-FILE.
           MOVE LC-T-LEDG-POS(C-LC-IDX) TO O-EXC-POS-1.
           MOVE ZEROES                 TO O-EXC-POS-2.
           MOVE LC-T-ID(C-LC-IDX)      TO D-BAL-SLSP-ID.
           MOVE LC-T-NET(C-LC-IDX)     TO D-BAL-NET.
           MOVE DTL-BALANCE            TO O-EXC-DETAIL.
           PERFORM 9810-WRITE-SOFT.

       3000-CLOSING.
           IF C-HARD-CTR IS = ZEROES AND C-SOFT-CTR IS = ZEROES
               WRITE EXCLINE
                   FROM NO-EXCEPTIONS-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           IF C-LAST-CLOSE-DATE IS NOT = ZEROES
               MOVE C-LAST-CLOSE-DATE(5:2) TO O-CLOSE-MM
               MOVE C-LAST-CLOSE-DATE(7:2) TO O-CLOSE-DD
               MOVE C-LAST-CLOSE-DATE(1:4) TO O-CLOSE-YY
               WRITE EXCLINE
                   FROM LAST-CLOSE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           MOVE C-HARD-CTR TO O-HARD-CTR.
           MOVE C-SOFT-CTR TO O-SOFT-CTR.
           WRITE EXCLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

      *        A NONZERO RETURN CODE HOLDS THE WHOLE CBLDRV1.BAT CHAIN,
      *    SAME AS CBLCJS19. SOFT WARNINGS ONLY GET A MENTION.
           IF C-HARD-CTR IS NOT = ZEROES
               DISPLAY "CBLCJS26: " C-HARD-CTR " HARD INTEGRITY "
                   "BREAK(S) -- SEE CBLIEXC1.PRT."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF C-SOFT-CTR IS NOT = ZEROES
               DISPLAY "CBLCJS26: " C-SOFT-CTR " SOFT INTEGRITY "
                   "WARNING(S) -- SEE CBLIEXC1.PRT."
           END-IF.

           CLOSE INTEG-EXCEPT.

           MOVE "END" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

       9000-READ.
           READ RETURN-INPUT
               AT END
                   MOVE "NO" TO MORE-RECS.

      *        EVERY EXCEPTION LINE GOES OUT THROUGH ONE OF THESE TWO.
      *    CALLERS FILL IN EVERYTHING BUT THE SEVERITY.
       9800-WRITE-HARD.
           MOVE "HARD" TO O-EXC-SEVERITY.
           WRITE EXCLINE
               FROM EXCEPTION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES.
           ADD 1 TO C-HARD-CTR.

       9810-WRITE-SOFT.
           MOVE "SOFT" TO O-EXC-SEVERITY.
           WRITE EXCLINE
               FROM EXCEPTION-DETAIL-LINE
                   AFTER ADVANCING 1 LINES.
           ADD 1 TO C-SOFT-CTR.

      *        INPUT PROCEDURE FOR THE SORT -- READS CBLB1IDX.DAT FROM
      *    THE FIRST RECORD, CHECKS EACH SALE'S CUSTOMER AND
      *    SALESPERSON LINKS, AND RELEASES ITS MATCH FIELDS, THEN
      *    RELEASES EVERY ARCHIVED SALE FROM CBLHIST1.DAT AS WELL.
       9905-BUILD-SORT-INPUT.
           OPEN INPUT CUSTOMER-MASTER.
           IF C-CUST-STATUS IS = "00"
               MOVE "Y" TO C-CUST-AVAILABLE
           END-IF.

           OPEN INPUT BOAT-MAINT-FILE.
           IF C-MAINT-STATUS IS NOT = "00"
               DISPLAY "CBLB1IDX.DAT NOT FOUND OR COULD NOT BE "
                   "OPENED, STATUS: " C-MAINT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO C-REC-NUM
               START BOAT-MAINT-FILE KEY IS NOT LESS THAN C-REC-NUM
                   INVALID KEY
                       MOVE "Y" TO C-EOF
                   NOT INVALID KEY
                       MOVE "N" TO C-EOF
               END-START

               PERFORM UNTIL C-EOF IS = "Y"
                   READ BOAT-MAINT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           PERFORM 9910-CHECK-ONE-SALE
                   END-READ
               END-PERFORM
               CLOSE BOAT-MAINT-FILE
           END-IF.

           IF C-CUST-AVAILABLE IS = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.

           PERFORM 9920-RELEASE-HISTORY.

      *        A ZERO CUSTOMER NUMBER IS A SALE LOADED BEFORE CUSTOMERS
      *    WERE TRACKED (OR OFF A SLIP WITHOUT ONE) -- NOT LINKED YET,
      *    RATHER THAN LINKED TO NOTHING, SO IT ISN'T FLAGGED.
       9910-CHECK-ONE-SALE.
           ADD 1 TO C-REC-CTR.

           IF M-CUST-NUM IS NUMERIC AND M-CUST-NUM IS NOT = ZEROES
               PERFORM 9912-CHECK-CUSTOMER
           END-IF.

           PERFORM 9560-LOOKUP-SALESPERSON.
           IF C-SLSP-FOUND-IDX IS = ZEROES
               MOVE "SALE -> SALESPERSON" TO O-EXC-CHECK
               MOVE "CBLB1IDX.DAT"   TO O-EXC-FILE
               MOVE C-REC-NUM        TO O-EXC-POS-1
               MOVE ZEROES           TO O-EXC-POS-2
               MOVE M-SALESPERSON-ID TO D-SLSP-ID
               MOVE DTL-SALESPERSON  TO O-EXC-DETAIL
               PERFORM 9800-WRITE-HARD
           END-IF.

           MOVE M-LAST-NAME     TO SW-LAST-NAME.
           MOVE M-PURCHASE-DATE TO SW-PURCHASE-DATE.
           MOVE M-BOAT-TYPE     TO SW-BOAT-TYPE.
           MOVE M-BOAT-COST     TO SW-BOAT-COST.
           IF M-TRANS-TYPE IS = "R"
               MOVE "R" TO SW-TRANS-TYPE
           ELSE
               MOVE "S" TO SW-TRANS-TYPE
           END-IF.
           MOVE "I"             TO SW-SOURCE.
           MOVE C-REC-NUM       TO SW-ORIG-REC-NUM.
           RELEASE SW-REC.

      *        THE CUSTOMER NUMBER IS CBLCMAS1.DAT'S RELATIVE KEY, SO
      *    IT IS ALSO THE SECOND POSITION PRINTED.
       9912-CHECK-CUSTOMER.
           MOVE M-CUST-NUM TO C-CUST-NUM.
           MOVE "N" TO C-CUST-FOUND.
           IF C-CUST-AVAILABLE IS = "Y"
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "N" TO C-CUST-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO C-CUST-FOUND
               END-READ
           END-IF.

           IF C-CUST-FOUND IS NOT = "Y"
               MOVE "SALE -> CUSTOMER" TO O-EXC-CHECK
               MOVE "CBLB1IDX.DAT" TO O-EXC-FILE
               MOVE C-REC-NUM      TO O-EXC-POS-1
               MOVE M-CUST-NUM     TO O-EXC-POS-2
               MOVE M-CUST-NUM     TO D-CUST-NUM
               MOVE DTL-CUSTOMER   TO O-EXC-DETAIL
               PERFORM 9800-WRITE-HARD
           END-IF.

      *        ARCHIVED RECORDS ARE ONLY CANDIDATES FOR THE RETURN
      *    MATCH -- THEIR CUSTOMER AND SALESPERSON LINKS WERE PROVED
      *    BEFORE THEY WERE CLOSED. NO HISTORY FILE YET MEANS NO CLOSE
      *    HAS EVER RUN.
       9920-RELEASE-HISTORY.
           OPEN INPUT HISTORY-FILE.

           IF C-HIST-STATUS IS = "00"
               MOVE "N" TO C-EOF
               PERFORM UNTIL C-EOF IS = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-HIST-POS
                           MOVE HS-LAST-NAME     TO SW-LAST-NAME
                           MOVE HS-PURCHASE-DATE TO SW-PURCHASE-DATE
                           MOVE HS-BOAT-TYPE     TO SW-BOAT-TYPE
                           MOVE HS-BOAT-COST     TO SW-BOAT-COST
                           IF HS-TRANS-TYPE IS = "R"
                               MOVE "R" TO SW-TRANS-TYPE
                           ELSE
                               MOVE "S" TO SW-TRANS-TYPE
                           END-IF
                           MOVE "H"              TO SW-SOURCE
                           MOVE C-HIST-POS       TO SW-ORIG-REC-NUM
                           RELEASE SW-REC
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      *        LINEAR SCAN OF SALESPERSON-TABLE FOR M-SALESPERSON-ID,
      *    LEAVING ITS SUBSCRIPT IN C-SLSP-FOUND-IDX (ZERO IF NOT
      *    FOUND). SAME SHAPE AS CBLCJS03'S. ACTIVE OR TERMINATED
      *    DOESN'T MATTER HERE -- A TERMINATED SALESPERSON'S OLD SALES
      *    STILL POINT AT A REAL PERSON.
       9560-LOOKUP-SALESPERSON.
           MOVE ZEROES TO C-SLSP-FOUND-IDX.
           PERFORM VARYING C-SLSP-IDX FROM 1 BY 1
                   UNTIL C-SLSP-IDX > C-SLSP-COUNT
               IF SLSP-T-ID(C-SLSP-IDX) IS = M-SALESPERSON-ID
                   MOVE C-SLSP-IDX TO C-SLSP-FOUND-IDX
               END-IF
           END-PERFORM.

      *        FINDS C-LOOKUP-SLSP-ID IN LEDGER-CHECK-TABLE, ADDING A
      *    ZEROED ENTRY IF IT ISN'T THERE YET, AND LEAVES THE SUBSCRIPT
      *    IN C-LC-FOUND-IDX. ZERO ONLY WHEN THE TABLE IS FULL.
       9570-FIND-OR-ADD-LEDGER-ENTRY.
           MOVE ZEROES TO C-LC-FOUND-IDX.
           PERFORM VARYING C-LC-IDX FROM 1 BY 1
                   UNTIL C-LC-IDX > C-LC-COUNT
               IF LC-T-ID(C-LC-IDX) IS = C-LOOKUP-SLSP-ID
                   MOVE C-LC-IDX TO C-LC-FOUND-IDX
               END-IF
           END-PERFORM.

           IF C-LC-FOUND-IDX IS = ZEROES AND C-LC-COUNT IS < 50
               ADD 1 TO C-LC-COUNT
               MOVE C-LC-COUNT TO C-LC-FOUND-IDX
               MOVE C-LOOKUP-SLSP-ID TO LC-T-ID(C-LC-COUNT)
               MOVE ZEROES TO LC-T-PREV-CUM(C-LC-COUNT)
               MOVE ZEROES TO LC-T-EARNED(C-LC-COUNT)
               MOVE ZEROES TO LC-T-NET(C-LC-COUNT)
               MOVE ZEROES TO LC-T-PREV-POS(C-LC-COUNT)
               MOVE ZEROES TO LC-T-LEDG-POS(C-LC-COUNT)
           END-IF.

      *        THE LAST GOOD YEAR-END CLOSE IS THE LATEST CBLCJS11 END
      *    ROW ON THE RUN LOG WITH A ZERO RETURN CODE -- THAT RUN
      *    EMPTIED CBLCPRV1.DAT, SO ONLY EARNED ROWS FROM THAT DAY ON
      *    ARE PART OF THE CURRENT CUMULATIVE FIGURES. RL-DATE IS THE
      *    DAY THE CLOSE RAN; EARNED ROWS CARRY THE BUSINESS DATE THEY
      *    WERE POSTED FOR (CBLCJS03'S PARM). CBLCJS31 NEVER BEGINS A
      *    BUSINESS DATE THAT HASN'T ENDED, SO THE ROWS POSTED ON THE
      *    NIGHT OF THE CLOSE ARE DATED BEFORE IT AND DROP OUT, WHILE
      *    THE NEXT BUSINESS DAY'S ROWS -- EVEN ONE DATED THE SAME DAY
      *    THE CLOSE RAN -- ARE COUNTED (2725, NOT LESS THAN).
       9940-FIND-LAST-CLOSE.
           OPEN INPUT RUN-LOG-FILE.

           IF C-RLOG-STATUS IS = "00"
               MOVE "N" TO C-EOF
               PERFORM UNTIL C-EOF IS = "Y"
                   READ RUN-LOG-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           IF RL-PROGRAM-ID IS = "CBLCJS11" AND
                                   RL-EVENT IS = "END" AND
                                   RL-RETURN-CODE IS = ZEROES AND
                                   RL-DATE IS > C-LAST-CLOSE-DATE
                               MOVE RL-DATE TO C-LAST-CLOSE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

      *        LOADS THE ROSTER IDS ONCE AT STARTUP, SAME PATTERN AS
      *    CBLCJS03. IF CBLSLSP1.DAT ISN'T THERE THE TABLE IS LEFT
      *    EMPTY AND EVERY SALE PRINTS AS A BREAK -- A MISSING ROSTER
      *    IS ITSELF A BROKEN LINK.
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
                           MOVE SLSP-ID TO
                               SLSP-T-ID(C-SLSP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SALESPERSON-FILE
           END-IF.

      *        APPENDS ONE EVENT TO THE CENTRAL RUN LOG -- CALLER SETS
      *    C-RLOG-EVENT TO "START" OR "END". SAME PARAGRAPH EVERY
      *    OTHER PROGRAM IN THE NIGHTLY CHAIN CARRIES; THE EXCLUDED
      *    COLUMN REPORTS THE HARD BREAKS FOUND.
       9980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF C-RLOG-STATUS IS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE "CBLCJS26"   TO RL-PROGRAM-ID.
           MOVE C-RLOG-EVENT TO RL-EVENT.
           MOVE I-YEAR       TO RL-DATE(1:4).
           MOVE I-MONTH      TO RL-DATE(5:2).
           MOVE I-DAY        TO RL-DATE(7:2).
           MOVE I-TIME(1:6)  TO RL-TIME.
           MOVE C-REC-CTR    TO RL-RECS-READ.
           MOVE C-HARD-CTR   TO RL-RECS-EXCL.
           MOVE RETURN-CODE  TO RL-RETURN-CODE.
           MOVE "N" TO RL-RESTART.
           WRITE RLOG-REC.
           CLOSE RUN-LOG-FILE.
