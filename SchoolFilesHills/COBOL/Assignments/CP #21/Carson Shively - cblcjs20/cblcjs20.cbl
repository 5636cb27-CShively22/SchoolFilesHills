       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS20.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * GENERAL LEDGER JOURNAL INTERFACE. RUNS LAST IN CBLDRV1.BAT,
      * AFTER CBLCJS05 HAS PROVED THE DAY'S REPORTS, AND TURNS THE
      * POSTING DATE'S ACTIVITY INTO ONE BALANCED JOURNAL ENTRY FOR
      * THE BOOKKEEPER TO LOAD -- INSTEAD OF SOMEONE RE-KEYING IT OFF
      * BOATRPT1.PRT, CBLTAXR1.PRT, AND CBLCOMM1.PRT EVERY MORNING.
      *
      * SALES AND RETURNS COME OFF THE GL FEED CBLCJS04 WRITES,
      * CBLGLF1.DAT, WHERE EVERY ROW CARRIES THE DATE IT WAS KEYED ON
      * -- THE BUSINESS DATE, OR THE SYSTEM DATE WHEN CBLCJS04 RUNS
      * WITHOUT ONE. THE POSTING DATE'S ENTRY TAKES EVERY ROW DATED
      * FROM ITS FIRST COVERED DATE THROUGH THE POSTING DATE ITSELF,
      * SO ROWS STAMPED ON A SUNDAY, A HOLIDAY, OR A DAY CLOSED BY
      * HAND ROLL INTO THE NEXT OPEN DAY'S ENTRY INSTEAD OF BEING
      * DROPPED. A SALE KEYED OR BATCH-LOADED DAYS AFTER ITS
      * PURCHASE DATE IS STILL JOURNALED, ONCE, AND A CORRECTION TO A
      * SALE ALREADY JOURNALED COMES THROUGH AS THE OLD FIGURES BACKED
      * OUT AND THE NEW ONES POSTED.
      *
      * EACH SALE CREDITS SALES REVENUE FOR ITS BOAT TYPE WITH BOAT
      * PLUS PREP/DELIVERY COST AND SALES TAX PAYABLE FOR ITS STATE
      * WITH THE TAX ON THAT (CBLTAX1.DAT RATE, WORKED THE SAME WAY
      * CBLCJS09 WORKS IT), AND DEBITS DEPOSITS RECEIVED WITH THE
      * DEPOSIT TAKEN AND RECEIVABLES WITH THE REST OF THE INVOICE. A
      * RETURN ("R") POSTS THE SAME LINES WITH DEBIT AND CREDIT
      * SWAPPED -- A REVERSAL OF THE SALE IT UNDOES -- AND A BACKED-OUT
      * ROW (THE BEFORE SIDE OF A CHANGE, OR A DELETED RECORD) SWAPS
      * THEM BACK AGAIN. A SALE IN A STATE WITH NO RATE ON FILE POSTS
      * NO TAX AND IS LISTED ON THE REGISTER, THE SAME WAY CBLCJS09
      * ROUTES IT TO CBLTEXC1.PRT.
      *
      * A TRADE-IN ALLOWANCE RIDES ON THE FEED ROW OF THE SALE IT
      * PAID DOWN, DEBITING USED BOAT INVENTORY AND CREDITING
      * RECEIVABLES, SINCE THE ALLOWANCE PAID DOWN THE SALE THE SAME
      * AS CASH. ONE GIVEN BACK ON A RETURN, OR BACKED OUT WITH ITS
      * SALE, POSTS THE SAME LINES REVERSED.
      *
      * COMMISSIONS COME OFF CBLLEDG1.DAT ROWS DATED IN THE SAME
      * RANGE:
      * AN "EARNED" ROW (CBLCJS03) DEBITS COMMISSION EXPENSE AND
      * CREDITS COMMISSION PAYABLE, A "PAYMNT" ROW (CBLCJS12) DEBITS
      * COMMISSION PAYABLE AND CREDITS CASH. A NEGATIVE EARNED DELTA
      * (RETURNS OUTRAN NEW SALES) POSTS THE OTHER WAY ROUND.
      *
      * CBLGLJ1.DAT GETS ONE LINE PER ACCOUNT CARRYING THE ACCOUNT'S
      * NET DEBIT OR CREDIT FOR THE DAY. CBLGLR1.PRT IS THE POSTING
      * REGISTER -- EVERY ACCOUNT'S GROSS DEBITS, GROSS CREDITS AND
      * NET, WITH TOTALS PROVING DEBITS EQUAL CREDITS. AN OUT-OF-
      * BALANCE JOURNAL SETS RETURN-CODE 8 AND FAILS THE CHAIN THE
      * SAME WAY AN OUT-OF-BALANCE CBLCJS05 DOES, SO A BAD ENTRY NEVER
      * GETS HANDED TO THE BOOKKEEPER AS IF IT WERE GOOD.
      *
      * PARM IS THE FIRST COVERED DATE AND THE POSTING DATE, BOTH
      * YYYYMMDD, SEPARATED BY A SPACE. THE NIGHTLY CHAIN PASSES
      * CBLBFROM AND CBLBDATE FROM CBLCJS31 BEGIN: THE BUSINESS DATE
      * IT IS CLOSING (IT RUNS AFTER THAT DAY HAS ENDED), AND THE DAY
      * AFTER THE LAST OPEN DAY BEFORE IT ON THE CBLRCTL1.DAT CALENDAR
      * (SEE CBLCJS31 2250-FIND-FROM-DATE). RERUNNING WITH A PRIOR
      * NIGHT'S TWO DATES, AS CBLCJS31 BEGIN FORCE HANDS THEM BACK,
      * REBUILDS THAT NIGHT'S ENTRY. ONE DATE ALONE POSTS THAT DATE'S
      * ROWS ONLY; A BLANK OR NON-NUMERIC PARM POSTS TODAY'S.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        THE GL FEED CBLCJS04 APPENDS TO ON EVERY ADD, CHANGE,
      *    DELETE, AND RETURN -- READ STRAIGHT THROUGH UNSORTED, SINCE
      *    THE ENTRY IS SUMMARIZED BY ACCOUNT ANYWAY.
           SELECT GL-FEED-FILE
               ASSIGN TO 'C:\COBOL\CBLGLF1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GLF-STATUS.

      *        STATE TAX RATE TABLE, LOADED ONCE AT STARTUP THE SAME
      *    WAY CBLCJS09 LOADS IT (SEE 9960-LOAD-TAX-RATES).
           SELECT TAX-RATE-FILE
               ASSIGN TO 'C:\COBOL\CBLTAX1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TAX-STATUS.

      *        COMMISSION PAYABLE LEDGER -- READ ONLY HERE. ONLY THE
      *    POSTING DATE'S EARNED AND PAYMNT ROWS ARE JOURNALED.
           SELECT LEDGER-FILE
               ASSIGN TO 'C:\COBOL\CBLLEDG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LEDG-STATUS.

      *        THE JOURNAL ENTRY HANDED TO THE GENERAL LEDGER,
      *    REWRITTEN FROM SCRATCH EVERY RUN LIKE CBLGRT3.DAT.
           SELECT JOURNAL-FILE
               ASSIGN TO 'C:\COBOL\CBLGLJ1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-JRNL-STATUS.

           SELECT REGISTER-PRT
               ASSIGN TO 'C:\COBOL\CBLGLR1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *        CENTRAL RUN LOG, SAME AS EVERY OTHER PROGRAM IN THE
      *    NIGHTLY CHAIN (SEE 9980-WRITE-RUN-LOG).
           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLRLOG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *        SAME LAYOUT CBLCJS04 WRITES. GF-SIGN "+" POSTS THE SALE
      *    IMAGE AND "-" BACKS IT OUT; GF-TRADE-ALLOW IS THE TRADE-IN
      *    ALLOWANCE THAT GOES WITH IT, ZERO IF NONE. THE IMAGE IS A
      *    CBLBOAT1.DAT RECORD AS IT STOOD.
       FD GL-FEED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS GF-REC.

       01 GF-REC.
           05  GF-BUS-DATE         PIC 9(8).
           05  GF-ACTION           PIC X(6).
           05  GF-REC-NUM          PIC 9(6).
           05  GF-SIGN             PIC X.
           05  GF-TRADE-ALLOW      PIC 9(6)V99.
           05  GF-SALE-REC.
               10  RAW-LAST-NAME       PIC X(15).
               10  RAW-STATE           PIC X(2).
               10  RAW-BOAT-COST       PIC 9(6)V99.
               10  RAW-PURCHASE-DATE   PIC 9(8).
               10  RAW-BOAT-TYPE       PIC X.
               10  RAW-ACC-PCK         PIC 9.
               10  RAW-PREP-DEL-COST   PIC 9(5)V99.
               10  RAW-SALESPERSON-ID  PIC X(5).
               10  RAW-CUST-NUM        PIC 9(5).
               10  RAW-TRANS-TYPE      PIC X.
               10  RAW-LOCATION        PIC XX.
               10  RAW-DEPOSIT-AMT     PIC 9(6)V99.
               10  RAW-AMT-RECEIVED    PIC 9(6)V99.

      *        STATE TAX RATE MASTER. RATE IS A DECIMAL FRACTION OF
      *    TAXABLE COST (E.G. .0625 FOR 6.25%).
       FD TAX-RATE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS TAX-REC.

       01 TAX-REC.
           05  TAX-STATE           PIC X(2).
           05  TAX-RATE            PIC V9(4).
           05  FILLER              PIC X.

      *        SAME LAYOUT CBLCJS03 AND CBLCJS12 WRITE.
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

      *        ONE JOURNAL LINE PER ACCOUNT. JE-DR-CR IS "D" OR "C";
      *    JE-AMOUNT IS ALWAYS POSITIVE. JE-SUB-ACCT CARRIES THE BOAT
      *    TYPE ON A REVENUE LINE AND THE STATE ON A SALES TAX LINE,
      *    SPACES OTHERWISE.
       FD JOURNAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS JE-REC.

       01 JE-REC.
           05  JE-POST-DATE        PIC 9(8).
           05  JE-ACCOUNT          PIC X(4).
           05  JE-SUB-ACCT         PIC X(2).
           05  JE-DESC             PIC X(30).
           05  JE-DR-CR            PIC X.
           05  JE-AMOUNT           PIC 9(9)V99.
           05  JE-SOURCE           PIC X(8).

       FD REGISTER-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
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
           05  C-GLF-STATUS       PIC XX.
           05  C-TAX-STATUS       PIC XX.
           05  C-LEDG-STATUS      PIC XX.
           05  C-JRNL-STATUS      PIC XX.
           05  C-GLF-EOF          PIC X           VALUE   "N".
           05  C-TAX-EOF          PIC X           VALUE   "N".
           05  C-LEDG-EOF         PIC X           VALUE   "N".
           05  C-PARM-LINE        PIC X(80).
           05  C-POST-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-FROM-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-REC-CTR          PIC 9(6)        VALUE   ZEROES.
           05  C-SALE-CTR         PIC 9(6)        VALUE   ZEROES.
           05  C-RETURN-CTR       PIC 9(6)        VALUE   ZEROES.
           05  C-BACKOUT-CTR      PIC 9(6)        VALUE   ZEROES.
           05  C-LEDG-CTR         PIC 9(6)        VALUE   ZEROES.
           05  C-TRADE-CTR        PIC 9(6)        VALUE   ZEROES.
           05  C-NO-RATE-CTR      PIC 9(6)        VALUE   ZEROES.
           05  C-WORK-BOAT-TYPE   PIC X.
           05  C-BOAT-TYPE-NAME   PIC X(13).
      *        ONE SALE'S MONEY -- TAXABLE IS BOAT PLUS PREP/DELIVERY
      *    COST, THE SAME BASE CBLCJS09 TAXES. THE RECEIVABLE IS THE
      *    WHOLE INVOICE (TAXABLE PLUS TAX) LESS THE DEPOSIT TAKEN.
           05  C-TAXABLE-COST     PIC 9(7)V99     VALUE   ZEROES.
           05  C-TAX-DUE          PIC 9(7)V99     VALUE   ZEROES.
           05  C-DEPOSIT-AMT      PIC 9(6)V99     VALUE   ZEROES.
           05  C-RECEIVABLE       PIC S9(7)V99    VALUE   ZEROES.
      *        TAX RATE TABLE SUPPORT (SEE 9960-LOAD-TAX-RATES AND
      *    9560-LOOKUP-TAX-RATE).
           05  C-TAX-COUNT        PIC 99          VALUE   ZEROES.
           05  TAX-IDX            PIC 99          VALUE   ZEROES.
           05  C-TAX-FOUND-IDX    PIC 99          VALUE   ZEROES.
      *        ONE POSTING HANDED TO 9500-POST-TO-ACCOUNT. A NEGATIVE
      *    AMOUNT, OR C-REVERSAL "Y" (A RETURN, OR A SALE BACKED OUT),
      *    SWAPS THE SIDE.
           05  C-POST-ACCOUNT     PIC X(4).
           05  C-POST-SUB         PIC X(2).
           05  C-POST-DESC        PIC X(30).
           05  C-POST-SIDE        PIC X.
           05  C-POST-AMT         PIC S9(9)V99    VALUE   ZEROES.
           05  C-REVERSAL         PIC X           VALUE   "N".
      *        ACCOUNT TABLE SUPPORT (SEE 9500-POST-TO-ACCOUNT AND
      *    3100-SORT-ACCOUNTS).
           05  C-ACCT-COUNT       PIC 99          VALUE   ZEROES.
           05  GLA-IDX            PIC 99          VALUE   ZEROES.
           05  GLA-IDX2           PIC 99          VALUE   ZEROES.
           05  C-ACCT-FOUND-IDX   PIC 99          VALUE   ZEROES.
           05  C-ACCT-LIMIT-HIT   PIC X           VALUE   "N".
           05  H-GLA-ENTRY        PIC X(58).
      *        THE PROOF -- GROSS AND NET DEBITS AGAINST CREDITS.
           05  C-NET-AMT          PIC S9(9)V99    VALUE   ZEROES.
           05  C-TOT-DEBIT        PIC 9(11)V99    VALUE   ZEROES.
           05  C-TOT-CREDIT       PIC 9(11)V99    VALUE   ZEROES.
           05  C-NET-DEBIT        PIC 9(11)V99    VALUE   ZEROES.
           05  C-NET-CREDIT       PIC 9(11)V99    VALUE   ZEROES.
           05  C-BAL-DIFF         PIC S9(11)V99   VALUE   ZEROES.
           05  C-JRNL-CTR         PIC 9(6)        VALUE   ZEROES.
      *        CENTRAL RUN LOG SUPPORT (SEE 9980-WRITE-RUN-LOG).
           05  C-RLOG-STATUS      PIC XX.
           05  C-RLOG-EVENT       PIC X(5).

      *        STATE TAX RATE TABLE, SAME SIZE AS CBLCJS09'S.
       01 TAX-RATE-TABLE.
           05  TAX-ENTRY OCCURS 50 TIMES.
               10  TAX-T-STATE          PIC X(2).
               10  TAX-T-RATE           PIC V9(4).

      *        ONE ROW PER ACCOUNT TOUCHED TODAY, BUILT UP AS THE
      *    POSTINGS COME IN AND SORTED INTO ACCOUNT ORDER AT CLOSING.
      *    SIZED FOR THE FIXED ACCOUNTS, EVERY BOAT TYPE, AND A FULL
      *    TAX TABLE'S WORTH OF STATES.
       01 GL-ACCOUNT-TABLE.
           05  GLA-ENTRY OCCURS 70 TIMES.
               10  GLA-KEY.
                   15  GLA-ACCOUNT      PIC X(4).
                   15  GLA-SUB          PIC X(2).
               10  GLA-DESC             PIC X(30).
               10  GLA-DEBIT            PIC 9(9)V99.
               10  GLA-CREDIT           PIC 9(9)V99.

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
                   " - GL POSTING REGISTER".
           05  FILLER              PIC X(42)   VALUE  SPACES.

       01  POST-DATE-LINE.
           05  FILLER              PIC X(14)   VALUE   "POSTING DATE: ".
           05  O-POST-MM           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-POST-DD           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-POST-YY           PIC 9(4).
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "SALES: ".
           05  O-SALE-CTR          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "RETURNS: ".
           05  O-RETURN-CTR        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(13)   VALUE   "LEDGER ROWS: ".
           05  O-LEDG-CTR          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(11)   VALUE   "TRADE-INS: ".
           05  O-TRADE-CTR         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(11)   VALUE   "BACK-OUTS: ".
           05  O-BACKOUT-CTR       PIC ZZZ,ZZ9.

       01  NO-RATE-HDG.
           05  FILLER              PIC X(50)   VALUE
                   "SALES WITH NO STATE RATE ON CBLTAX1.DAT -- NO TAX".
           05  FILLER              PIC X(8)    VALUE   " POSTED".
           05  FILLER              PIC X(74)   VALUE   SPACES.

       01  NO-RATE-LINE.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "RECORD:  ".
           05  O-NR-REC-NUM        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-NR-LAST-NAME      PIC X(15).
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "STATE: ".
           05  O-NR-STATE          PIC X(2).
           05  FILLER              PIC X(80)   VALUE   SPACES.

       01  COVER-LINE.
           05  FILLER              PIC X(14)   VALUE   "ROWS DATED:   ".
           05  O-FROM-MM           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-FROM-DD           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-FROM-YY           PIC 9(4).
           05  FILLER              PIC X(9)    VALUE   " THROUGH ".
           05  O-THRU-MM           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-THRU-DD           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-THRU-YY           PIC 9(4).
           05  FILLER              PIC X(89)   VALUE   SPACES.

       01  COL-HDG-1.
           05  FILLER              PIC X(7)    VALUE   "ACCOUNT".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(11)   VALUE   "DESCRIPTION".
           05  FILLER              PIC X(22)   VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "DEBITS".
           05  FILLER              PIC X(11)   VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "CREDITS".
           05  FILLER              PIC X(10)   VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "NET DEBIT".
           05  FILLER              PIC X(7)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "NET CREDIT".
           05  FILLER              PIC X(29)   VALUE   SPACES.

       01  DETAIL-LINE.
           05  O-ACCOUNT           PIC X(4).
           05  FILLER              PIC X       VALUE   "-".
           05  O-SUB-ACCT          PIC X(2).
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-DESC              PIC X(30).
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-DEBIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-CREDIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-NET-DEBIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-NET-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(26)   VALUE   SPACES.

       01  TOTAL-LINE.
           05  FILLER              PIC X(10)   VALUE   SPACES.
           05  FILLER              PIC X(28)   VALUE
                   "TOTALS".
           05  O-TOT-DEBIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  O-TOT-CREDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  O-TOT-NET-DEBIT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  O-TOT-NET-CREDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(26)   VALUE   SPACES.

       01  JOURNAL-COUNT-LINE.
           05  FILLER              PIC X(23)   VALUE
                   "JOURNAL LINES WRITTEN: ".
           05  O-JRNL-CTR          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(26)   VALUE
                   " TO CBLGLJ1.DAT".
           05  FILLER              PIC X(76)   VALUE   SPACES.

       01  IN-BALANCE-LINE.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(43)   VALUE
                   "*** IN BALANCE -- DEBITS EQUAL CREDITS ***".
           05  FILLER              PIC X(85)   VALUE   SPACES.

       01  OUT-OF-BALANCE-LINE.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(35)   VALUE
                   "*** OUT OF BALANCE *** DIFFERENCE: ".
           05  O-BAL-DIFF          PIC $$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(75)   VALUE   SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(46)   VALUE
                   "*** ACCOUNT TABLE FULL -- POSTINGS DROPPED ***".
           05  FILLER              PIC X(82)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-POST-SALES.
           PERFORM 2500-POST-COMMISSIONS.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE "START" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9900-GET-PARM.
           PERFORM 9960-LOAD-TAX-RATES.

           OPEN OUTPUT REGISTER-PRT.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

      *        POSTS EVERY GL FEED ROW DATED FROM C-FROM-DATE THROUGH
      *    THE POSTING DATE.
      *    NO FEED IS A LOUD STOP LIKE EVERY OTHER MISSING REQUIRED
      *    INPUT -- CBLCJS04 CREATES IT ON ITS FIRST RUN, AND AN EMPTY
      *    JOURNAL WOULD LOOK LIKE A DAY WITH NO SALES.
       2000-POST-SALES.
           OPEN INPUT GL-FEED-FILE.

           IF C-GLF-STATUS IS = "00"
               PERFORM UNTIL C-GLF-EOF IS = "Y"
                   READ GL-FEED-FILE
                       AT END
                           MOVE "Y" TO C-GLF-EOF
                       NOT AT END
                           ADD 1 TO C-REC-CTR
                           IF GF-BUS-DATE IS NOT < C-FROM-DATE AND
                                   GF-BUS-DATE IS NOT > C-POST-DATE
                               PERFORM 2100-POST-ONE-SALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
           ELSE
               DISPLAY "CBLGLF1.DAT NOT FOUND OR COULD NOT BE "
                   "OPENED, STATUS: " C-GLF-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        ONE FEED ROW INTO THE ACCOUNTS -- A SALE AS IS, A
      *    RETURN REVERSED, AND A BACKED-OUT ROW REVERSED FROM WHATEVER
      *    IT WOULD HAVE POSTED, SO BACKING OUT A RETURN PUTS ITS SALE
      *    BACK. AN OLD-FORMAT IMAGE WITH NO DEPOSIT FIGURE READS AS NO
      *    DEPOSIT TAKEN, SO THE WHOLE INVOICE GOES TO RECEIVABLES.
       2100-POST-ONE-SALE.
           IF RAW-TRANS-TYPE IS = "R"
               MOVE "Y" TO C-REVERSAL
           ELSE
               MOVE "N" TO C-REVERSAL
           END-IF.
           IF GF-SIGN IS = "-"
               ADD 1 TO C-BACKOUT-CTR
               IF C-REVERSAL IS = "Y"
                   MOVE "N" TO C-REVERSAL
               ELSE
                   MOVE "Y" TO C-REVERSAL
               END-IF
           ELSE
               IF RAW-TRANS-TYPE IS = "R"
                   ADD 1 TO C-RETURN-CTR
               ELSE
                   ADD 1 TO C-SALE-CTR
               END-IF
           END-IF.

           COMPUTE C-TAXABLE-COST
               = RAW-BOAT-COST + RAW-PREP-DEL-COST.
           IF RAW-DEPOSIT-AMT IS NUMERIC
               MOVE RAW-DEPOSIT-AMT TO C-DEPOSIT-AMT
           ELSE
               MOVE ZEROES TO C-DEPOSIT-AMT
           END-IF.

           PERFORM 9560-LOOKUP-TAX-RATE.
           IF C-TAX-FOUND-IDX IS = ZEROES
               MOVE ZEROES TO C-TAX-DUE
               PERFORM 2150-LIST-NO-RATE
           ELSE
               COMPUTE C-TAX-DUE
                   = C-TAXABLE-COST * TAX-T-RATE(C-TAX-FOUND-IDX)
           END-IF.

           COMPUTE C-RECEIVABLE
               = C-TAXABLE-COST + C-TAX-DUE - C-DEPOSIT-AMT.

           MOVE RAW-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9300-CONVERT-BOAT-TYPE.
           MOVE "4000"          TO C-POST-ACCOUNT.
           MOVE RAW-BOAT-TYPE   TO C-POST-SUB.
           MOVE SPACES          TO C-POST-DESC.
           STRING "SALES - " DELIMITED BY SIZE
                  C-BOAT-TYPE-NAME DELIMITED BY SIZE
               INTO C-POST-DESC.
           MOVE "C"             TO C-POST-SIDE.
           MOVE C-TAXABLE-COST  TO C-POST-AMT.
           PERFORM 9500-POST-TO-ACCOUNT.

           IF C-TAX-DUE IS NOT = ZEROES
               MOVE "2200"          TO C-POST-ACCOUNT
               MOVE RAW-STATE       TO C-POST-SUB
               MOVE SPACES          TO C-POST-DESC
               STRING "SALES TAX PAYABLE - " DELIMITED BY SIZE
                      RAW-STATE DELIMITED BY SIZE
                   INTO C-POST-DESC
               MOVE "C"             TO C-POST-SIDE
               MOVE C-TAX-DUE       TO C-POST-AMT
               PERFORM 9500-POST-TO-ACCOUNT
           END-IF.

           IF C-DEPOSIT-AMT IS NOT = ZEROES
               MOVE "1010"          TO C-POST-ACCOUNT
               MOVE SPACES          TO C-POST-SUB
               MOVE "DEPOSITS RECEIVED" TO C-POST-DESC
               MOVE "D"             TO C-POST-SIDE
               MOVE C-DEPOSIT-AMT   TO C-POST-AMT
               PERFORM 9500-POST-TO-ACCOUNT
           END-IF.

           IF C-RECEIVABLE IS NOT = ZEROES
               MOVE "1100"          TO C-POST-ACCOUNT
               MOVE SPACES          TO C-POST-SUB
               MOVE "ACCOUNTS RECEIVABLE" TO C-POST-DESC
               MOVE "D"             TO C-POST-SIDE
               MOVE C-RECEIVABLE    TO C-POST-AMT
               PERFORM 9500-POST-TO-ACCOUNT
           END-IF.

           IF GF-TRADE-ALLOW IS NOT = ZEROES
               PERFORM 2200-POST-TRADE-ALLOWANCE
           END-IF.

           MOVE "N" TO C-REVERSAL.

      *        THE FIRST UNRATED SALE PUTS THE LISTING'S HEADING OUT
      *    AHEAD OF IT; THE REST JUST ADD A LINE. THE RECORD IS THE
      *    SALE'S RELATIVE RECORD NUMBER ON CBLBOAT1.DAT, THE ONE THE
      *    OPERATOR CORRECTS IT UNDER IN CBLCJS04.
       2150-LIST-NO-RATE.
           IF C-NO-RATE-CTR IS = ZEROES
               WRITE PRTLINE
                   FROM NO-RATE-HDG
                       AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO C-NO-RATE-CTR.
           MOVE GF-REC-NUM     TO O-NR-REC-NUM.
           MOVE RAW-LAST-NAME  TO O-NR-LAST-NAME.
           MOVE RAW-STATE      TO O-NR-STATE.
           WRITE PRTLINE
               FROM NO-RATE-LINE
                   AFTER ADVANCING 1 LINE.

      *        THE TRADE-IN ALLOWANCE ON THE ROW GOES ON USED BOAT
      *    INVENTORY AND COMES OFF THE RECEIVABLE IT PAID DOWN, ON THE
      *    SAME SIDE AS THE ROW ITSELF -- SO ONE GIVEN BACK ON A RETURN,
      *    OR BACKED OUT WITH ITS SALE, POSTS REVERSED. A RESALE
      *    THROUGH CBLCJS32 IS NOT A SALES-FILE EVENT AND ISN'T
      *    JOURNALED HERE.
       2200-POST-TRADE-ALLOWANCE.
           ADD 1 TO C-TRADE-CTR.
           MOVE "1300"          TO C-POST-ACCOUNT.
           MOVE SPACES          TO C-POST-SUB.
           MOVE "USED BOAT INVENTORY" TO C-POST-DESC.
           MOVE "D"             TO C-POST-SIDE.
           MOVE GF-TRADE-ALLOW  TO C-POST-AMT.
           PERFORM 9500-POST-TO-ACCOUNT.
           MOVE "1100"          TO C-POST-ACCOUNT.
           MOVE "ACCOUNTS RECEIVABLE" TO C-POST-DESC.
           MOVE "C"             TO C-POST-SIDE.
           MOVE GF-TRADE-ALLOW  TO C-POST-AMT.
           PERFORM 9500-POST-TO-ACCOUNT.

      *        COMMISSION ACTIVITY DATED FROM C-FROM-DATE THROUGH THE
      *    POSTING DATE, THE SAME RANGE AS THE FEED. A MISSING LEDGER
      *    JUST MEANS NO COMMISSION HAS EVER BEEN POSTED, SO THERE IS
      *    NOTHING TO JOURNAL.
       2500-POST-COMMISSIONS.
           OPEN INPUT LEDGER-FILE.

           IF C-LEDG-STATUS IS = "00"
               PERFORM UNTIL C-LEDG-EOF IS = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO C-LEDG-EOF
                       NOT AT END
                           IF LT-DATE IS NOT < C-FROM-DATE AND
                                   LT-DATE IS NOT > C-POST-DATE
                               PERFORM 2600-POST-ONE-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       2600-POST-ONE-LEDGER-ROW.
           EVALUATE LT-TYPE
               WHEN "EARNED"
                   ADD 1 TO C-LEDG-CTR
                   MOVE "6100"        TO C-POST-ACCOUNT
                   MOVE SPACES        TO C-POST-SUB
                   MOVE "COMMISSION EXPENSE" TO C-POST-DESC
                   MOVE "D"           TO C-POST-SIDE
                   MOVE LT-AMOUNT     TO C-POST-AMT
                   PERFORM 9500-POST-TO-ACCOUNT
                   MOVE "2100"        TO C-POST-ACCOUNT
                   MOVE "COMMISSION PAYABLE" TO C-POST-DESC
                   MOVE "C"           TO C-POST-SIDE
                   MOVE LT-AMOUNT     TO C-POST-AMT
                   PERFORM 9500-POST-TO-ACCOUNT
               WHEN "PAYMNT"
                   ADD 1 TO C-LEDG-CTR
                   MOVE "2100"        TO C-POST-ACCOUNT
                   MOVE SPACES        TO C-POST-SUB
                   MOVE "COMMISSION PAYABLE" TO C-POST-DESC
                   MOVE "D"           TO C-POST-SIDE
                   MOVE LT-AMOUNT     TO C-POST-AMT
                   PERFORM 9500-POST-TO-ACCOUNT
                   MOVE "1000"        TO C-POST-ACCOUNT
                   MOVE "CASH"        TO C-POST-DESC
                   MOVE "C"           TO C-POST-SIDE
                   MOVE LT-AMOUNT     TO C-POST-AMT
                   PERFORM 9500-POST-TO-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-CLOSING.
           PERFORM 3100-SORT-ACCOUNTS.

           MOVE C-POST-DATE(5:2) TO O-POST-MM.
           MOVE C-POST-DATE(7:2) TO O-POST-DD.
           MOVE C-POST-DATE(1:4) TO O-POST-YY.
           MOVE C-SALE-CTR       TO O-SALE-CTR.
           MOVE C-RETURN-CTR     TO O-RETURN-CTR.
           MOVE C-LEDG-CTR       TO O-LEDG-CTR.
           MOVE C-TRADE-CTR      TO O-TRADE-CTR.
           MOVE C-BACKOUT-CTR    TO O-BACKOUT-CTR.
           WRITE PRTLINE
               FROM POST-DATE-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE C-FROM-DATE(5:2) TO O-FROM-MM.
           MOVE C-FROM-DATE(7:2) TO O-FROM-DD.
           MOVE C-FROM-DATE(1:4) TO O-FROM-YY.
           MOVE C-POST-DATE(5:2) TO O-THRU-MM.
           MOVE C-POST-DATE(7:2) TO O-THRU-DD.
           MOVE C-POST-DATE(1:4) TO O-THRU-YY.
           WRITE PRTLINE
               FROM COVER-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM COL-HDG-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

           OPEN OUTPUT JOURNAL-FILE.
           IF C-JRNL-STATUS IS NOT = "00"
               DISPLAY "CBLGLJ1.DAT COULD NOT BE OPENED, STATUS: "
                   C-JRNL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM VARYING GLA-IDX FROM 1 BY 1
                   UNTIL GLA-IDX > C-ACCT-COUNT
               PERFORM 3200-WRITE-ONE-ACCOUNT
           END-PERFORM.

           IF C-JRNL-STATUS IS = "00"
               CLOSE JOURNAL-FILE
           END-IF.

           PERFORM 3300-PROVE-BALANCE.

           CLOSE REGISTER-PRT.

           MOVE "END" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

      *        PUTS THE ACCOUNT TABLE INTO ACCOUNT/SUB-ACCOUNT ORDER
      *    FOR THE REGISTER AND THE JOURNAL. A FEW DOZEN ROWS AT MOST,
      *    SO A PLAIN EXCHANGE SORT IS PLENTY.
       3100-SORT-ACCOUNTS.
           PERFORM VARYING GLA-IDX FROM 1 BY 1
                   UNTIL GLA-IDX >= C-ACCT-COUNT
               PERFORM VARYING GLA-IDX2 FROM GLA-IDX BY 1
                       UNTIL GLA-IDX2 > C-ACCT-COUNT
                   IF GLA-KEY(GLA-IDX2) < GLA-KEY(GLA-IDX)
                       MOVE GLA-ENTRY(GLA-IDX)  TO H-GLA-ENTRY
                       MOVE GLA-ENTRY(GLA-IDX2) TO GLA-ENTRY(GLA-IDX)
                       MOVE H-GLA-ENTRY         TO GLA-ENTRY(GLA-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *        ONE REGISTER LINE AND ONE JOURNAL LINE PER ACCOUNT. THE
      *    JOURNAL CARRIES ONLY THE NET -- AN ACCOUNT WHOSE SALES AND
      *    REVERSALS CANCELLED OUT PRINTS ON THE REGISTER BUT HAS
      *    NOTHING TO HAND THE LEDGER.
       3200-WRITE-ONE-ACCOUNT.
           COMPUTE C-NET-AMT
               = GLA-DEBIT(GLA-IDX) - GLA-CREDIT(GLA-IDX).

           MOVE GLA-ACCOUNT(GLA-IDX) TO O-ACCOUNT.
           MOVE GLA-SUB(GLA-IDX)     TO O-SUB-ACCT.
           MOVE GLA-DESC(GLA-IDX)    TO O-DESC.
           MOVE GLA-DEBIT(GLA-IDX)   TO O-DEBIT.
           MOVE GLA-CREDIT(GLA-IDX)  TO O-CREDIT.
           ADD GLA-DEBIT(GLA-IDX)  TO C-TOT-DEBIT.
           ADD GLA-CREDIT(GLA-IDX) TO C-TOT-CREDIT.

           MOVE ZEROES TO O-NET-DEBIT.
           MOVE ZEROES TO O-NET-CREDIT.
           MOVE C-POST-DATE           TO JE-POST-DATE.
           MOVE GLA-ACCOUNT(GLA-IDX)  TO JE-ACCOUNT.
           MOVE GLA-SUB(GLA-IDX)      TO JE-SUB-ACCT.
           MOVE GLA-DESC(GLA-IDX)     TO JE-DESC.
           MOVE "CBLCJS20"            TO JE-SOURCE.
           IF C-NET-AMT < 0
               MOVE "C" TO JE-DR-CR
               COMPUTE JE-AMOUNT = 0 - C-NET-AMT
               MOVE JE-AMOUNT TO O-NET-CREDIT
               ADD JE-AMOUNT TO C-NET-CREDIT
           ELSE
               MOVE "D" TO JE-DR-CR
               MOVE C-NET-AMT TO JE-AMOUNT
               MOVE JE-AMOUNT TO O-NET-DEBIT
               ADD JE-AMOUNT TO C-NET-DEBIT
           END-IF.

           IF C-NET-AMT IS NOT = ZEROES AND C-JRNL-STATUS IS = "00"
               WRITE JE-REC
               ADD 1 TO C-JRNL-CTR
           END-IF.

           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

      *        THE PROOF. GROSS DEBITS MUST EQUAL GROSS CREDITS AND
      *    THE NET COLUMNS MUST FOOT TO EACH OTHER; EITHER ONE OFF, OR
      *    A POSTING DROPPED FOR A FULL ACCOUNT TABLE, FAILS THE RUN.
       3300-PROVE-BALANCE.
           MOVE C-TOT-DEBIT  TO O-TOT-DEBIT.
           MOVE C-TOT-CREDIT TO O-TOT-CREDIT.
           MOVE C-NET-DEBIT  TO O-TOT-NET-DEBIT.
           MOVE C-NET-CREDIT TO O-TOT-NET-CREDIT.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE C-JRNL-CTR TO O-JRNL-CTR.
           WRITE PRTLINE
               FROM JOURNAL-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           COMPUTE C-BAL-DIFF = C-TOT-DEBIT - C-TOT-CREDIT.
           IF C-BAL-DIFF IS = ZEROES
               COMPUTE C-BAL-DIFF = C-NET-DEBIT - C-NET-CREDIT
           END-IF.

           IF C-ACCT-LIMIT-HIT IS = "Y"
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           IF C-BAL-DIFF IS = ZEROES AND C-ACCT-LIMIT-HIT IS = "N"
               WRITE PRTLINE
                   FROM IN-BALANCE-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               MOVE C-BAL-DIFF TO O-BAL-DIFF
               WRITE PRTLINE
                   FROM OUT-OF-BALANCE-LINE
                       AFTER ADVANCING 2 LINES
      *            A NONZERO RETURN CODE STOPS CBLDRV1.BAT THE SAME
      *        WAY AN OUT-OF-BALANCE CBLCJS05 DOES.
               DISPLAY "CBLCJS20: GL JOURNAL OUT OF BALANCE -- SEE "
                   "CBLGLR1.PRT."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        ADDS C-POST-AMT TO ONE SIDE OF THE ACCOUNT NAMED IN
      *    C-POST-ACCOUNT/C-POST-SUB, ADDING THE ACCOUNT TO THE TABLE
      *    THE FIRST TIME IT IS TOUCHED. A NEGATIVE AMOUNT GOES TO THE
      *    OPPOSITE SIDE AS A POSITIVE ONE, AND SO DOES EVERYTHING
      *    POSTED FOR A RETURN -- THAT SWAP IS THE REVERSAL.
       9500-POST-TO-ACCOUNT.
           IF C-POST-AMT < 0
               COMPUTE C-POST-AMT = 0 - C-POST-AMT
               IF C-POST-SIDE IS = "D"
                   MOVE "C" TO C-POST-SIDE
               ELSE
                   MOVE "D" TO C-POST-SIDE
               END-IF
           END-IF.
           IF C-REVERSAL IS = "Y"
               IF C-POST-SIDE IS = "D"
                   MOVE "C" TO C-POST-SIDE
               ELSE
                   MOVE "D" TO C-POST-SIDE
               END-IF
           END-IF.

           MOVE ZEROES TO C-ACCT-FOUND-IDX.
           PERFORM VARYING GLA-IDX FROM 1 BY 1
                   UNTIL GLA-IDX > C-ACCT-COUNT
               IF GLA-ACCOUNT(GLA-IDX) IS = C-POST-ACCOUNT
                       AND GLA-SUB(GLA-IDX) IS = C-POST-SUB
                   MOVE GLA-IDX TO C-ACCT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF C-ACCT-FOUND-IDX IS = ZEROES
               IF C-ACCT-COUNT < 70
                   ADD 1 TO C-ACCT-COUNT
                   MOVE C-ACCT-COUNT   TO C-ACCT-FOUND-IDX
                   MOVE C-POST-ACCOUNT TO GLA-ACCOUNT(C-ACCT-COUNT)
                   MOVE C-POST-SUB     TO GLA-SUB(C-ACCT-COUNT)
                   MOVE C-POST-DESC    TO GLA-DESC(C-ACCT-COUNT)
                   MOVE ZEROES         TO GLA-DEBIT(C-ACCT-COUNT)
                   MOVE ZEROES         TO GLA-CREDIT(C-ACCT-COUNT)
               ELSE
                   MOVE "Y" TO C-ACCT-LIMIT-HIT
               END-IF
           END-IF.

           IF C-ACCT-FOUND-IDX IS NOT = ZEROES
               IF C-POST-SIDE IS = "D"
                   ADD C-POST-AMT TO GLA-DEBIT(C-ACCT-FOUND-IDX)
               ELSE
                   ADD C-POST-AMT TO GLA-CREDIT(C-ACCT-FOUND-IDX)
               END-IF
           END-IF.

       9560-LOOKUP-TAX-RATE.
           MOVE ZEROES TO C-TAX-FOUND-IDX.
           PERFORM VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > C-TAX-COUNT
               IF TAX-T-STATE(TAX-IDX) IS = RAW-STATE
                   MOVE TAX-IDX TO C-TAX-FOUND-IDX
               END-IF
           END-PERFORM.

      *        PARM IS "FROM POSTING" -- THE FIRST DATE THE ENTRY
      *    COVERS IN COLUMNS 1-8 AND THE POSTING DATE IN 10-17, BOTH
      *    YYYYMMDD. THE ENTRY TAKES EVERY ROW DATED FROM THE ONE
      *    THROUGH THE OTHER, SO A POSTING DATE COVERS ITSELF AND ANY
      *    CLOSED DAYS SINCE THE OPEN DAY BEFORE IT. ONE DATE ALONE
      *    COVERS JUST THAT DATE; A BLANK OR NON-NUMERIC PARM COVERS
      *    JUST TODAY. A FROM DATE LATER THAN THE POSTING DATE IS
      *    TAKEN AS THE POSTING DATE.
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.

           IF C-PARM-LINE(1:8) IS NUMERIC
               IF C-PARM-LINE(10:8) IS NUMERIC
                   MOVE C-PARM-LINE(1:8)  TO C-FROM-DATE
                   MOVE C-PARM-LINE(10:8) TO C-POST-DATE
               ELSE
                   MOVE C-PARM-LINE(1:8)  TO C-POST-DATE
               END-IF
           ELSE
               MOVE I-YEAR  TO C-POST-DATE(1:4)
               MOVE I-MONTH TO C-POST-DATE(5:2)
               MOVE I-DAY   TO C-POST-DATE(7:2)
           END-IF.

           IF C-FROM-DATE IS = ZEROES OR C-FROM-DATE IS > C-POST-DATE
               MOVE C-POST-DATE TO C-FROM-DATE
           END-IF.

      *        SAME LOAD CBLCJS09 DOES. A MISSING RATE FILE LEAVES
      *    EVERY SALE UNRATED AND LISTED, RATHER THAN A JOURNAL THAT
      *    QUIETLY OWES NO TAX ANYWHERE.
       9960-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.

           IF C-TAX-STATUS IS = "00"
               PERFORM UNTIL C-TAX-EOF IS = "Y"
                       OR C-TAX-COUNT IS = 50
                   READ TAX-RATE-FILE
                       AT END
                           MOVE "Y" TO C-TAX-EOF
                       NOT AT END
                           ADD 1 TO C-TAX-COUNT
                           MOVE TAX-STATE TO
                               TAX-T-STATE(C-TAX-COUNT)
                           MOVE TAX-RATE TO
                               TAX-T-RATE(C-TAX-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF.

      *        SAME WHEN-LIST AS CBLCJS02'S 9300-CONVERT-BOAT-TYPE.
       9300-CONVERT-BOAT-TYPE.
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

      *        APPENDS ONE EVENT TO THE CENTRAL RUN LOG -- CALLER SETS
      *    C-RLOG-EVENT TO "START" OR "END". SAME PARAGRAPH EVERY
      *    OTHER PROGRAM IN THE NIGHTLY CHAIN CARRIES; THE EXCLUDED
      *    COLUMN REPORTS THE SALES POSTED WITH NO STATE RATE.
       9980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF C-RLOG-STATUS IS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE "CBLCJS20"   TO RL-PROGRAM-ID.
           MOVE C-RLOG-EVENT TO RL-EVENT.
           MOVE I-YEAR       TO RL-DATE(1:4).
           MOVE I-MONTH      TO RL-DATE(5:2).
           MOVE I-DAY        TO RL-DATE(7:2).
           MOVE I-TIME(1:6)  TO RL-TIME.
           MOVE C-REC-CTR TO RL-RECS-READ.
           MOVE C-NO-RATE-CTR TO RL-RECS-EXCL.
           MOVE RETURN-CODE  TO RL-RETURN-CODE.
           MOVE "N" TO RL-RESTART.
           WRITE RLOG-REC.
           CLOSE RUN-LOG-FILE.
