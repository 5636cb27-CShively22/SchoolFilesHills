       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS34.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * TRADE-IN ALLOWANCE VS. RESALE REPORT. FOR EVERY TRADE-IN ON
      * CBLUSED1.DAT THAT HAS BEEN RESOLD ("S", RECORDED THROUGH
      * CBLCJS32) PRINTS WHAT THE CUSTOMER WAS ALLOWED FOR IT AGAINST
      * WHAT IT FINALLY SOLD FOR, THE GAIN OR LOSS, THAT AS A PERCENT
      * OF THE ALLOWANCE, AND HOW MANY DAYS IT TOOK TO SELL, ON
      * CBLTRAD1.PRT. A BOAT THAT SOLD FOR LESS THAN ITS ALLOWANCE IS
      * FLAGGED OVER-ALLOWED -- THE SALESPERSON GAVE AWAY MARGIN ON THE
      * NEW-BOAT DEAL TO GET IT. TOTALS SHOW THE RESOLD BOATS AND THE
      * OVER-ALLOWED ONES AMONG THEM, THEN WHAT IS STILL ON THE LOT
      * (DETAIL ON CBLCJS33'S LISTING) AND WHAT WAS GIVEN BACK ON A
      * RETURN. AN OPTIONAL YYYYMM PARM LIMITS THE RESALES TO ONE
      * MONTH BY DATE SOLD, LIKE CBLCJS23'S PERIOD PARM; THE IN-STOCK
      * AND GIVEN-BACK LINES ARE ALWAYS AS OF THE RUN. A BLANK PARM
      * REPORTS EVERY RESALE ON FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        SAME USED-BOAT FILE AND LAYOUT AS CBLCJS04.
           SELECT USED-BOAT-FILE
               ASSIGN TO 'C:\COBOL\CBLUSED1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-USED-NUM
               FILE STATUS IS C-USED-STATUS.

           SELECT TRADE-PRT
               ASSIGN TO 'C:\COBOL\CBLTRAD1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *        SEE CBLCJS04 FOR THE FIELD NOTES AND CBLCJS32 FOR THE
      *    STATUS CODES.
       FD USED-BOAT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS UB-REC.

       01 UB-REC.
           05  UB-SALE-REC-NUM     PIC 9(6).
           05  UB-LAST-NAME        PIC X(15).
           05  UB-SALESPERSON-ID   PIC X(5).
           05  UB-DESC             PIC X(20).
           05  UB-YEAR             PIC 9(4).
           05  UB-HULL-ID          PIC X(12).
           05  UB-ALLOWANCE        PIC 9(6)V99.
           05  UB-ASKING-PRICE     PIC 9(6)V99.
           05  UB-STATUS           PIC X.
           05  UB-DATE-TAKEN       PIC 9(8).
           05  UB-DATE-SOLD        PIC 9(8).
           05  UB-RESALE-PRICE     PIC 9(6)V99.

       FD TRADE-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING 55
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
           05  C-USED-STATUS      PIC XX.
           05  C-USED-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-USED-EOF         PIC X           VALUE   "N".
           05  C-USED-AVAILABLE   PIC X           VALUE   "N".
           05  C-PG-CTR           PIC 99          VALUE   ZEROES.
           05  C-PARM-LINE        PIC X(80).
      *        ZERO WHEN NO PERIOD WAS ASKED FOR -- EVERY RESALE
      *    QUALIFIES.
           05  C-RPT-PERIOD       PIC 9(6)        VALUE   ZEROES.
           05  C-TAKEN-INT        PIC 9(7)        VALUE   ZEROES.
           05  C-SOLD-INT         PIC 9(7)        VALUE   ZEROES.
           05  C-DAYS-TO-SELL     PIC 9(5)        VALUE   ZEROES.
           05  C-GAIN             PIC S9(7)V99    VALUE   ZEROES.
           05  C-GAIN-PCT         PIC S9(3)V9     VALUE   ZEROES.
           05  C-WORK-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-DATE-OUT         PIC X(10).

      *        TOTALS -- RESOLD (WITHIN THE PERIOD), THE OVER-ALLOWED
      *    ONES AMONG THEM, THEN STILL IN STOCK AND GIVEN BACK.
       01 TOTAL-AREA.
           05  C-SOLD-BOATS       PIC 9(5)        VALUE   ZEROES.
           05  C-SOLD-ALLOW       PIC 9(9)V99     VALUE   ZEROES.
           05  C-SOLD-RESALE      PIC 9(9)V99     VALUE   ZEROES.
           05  C-SOLD-GAIN        PIC S9(9)V99    VALUE   ZEROES.
           05  C-SOLD-DAYS        PIC 9(9)        VALUE   ZEROES.
           05  C-OVER-BOATS       PIC 9(5)        VALUE   ZEROES.
           05  C-OVER-ALLOW       PIC 9(9)V99     VALUE   ZEROES.
           05  C-OVER-RESALE      PIC 9(9)V99     VALUE   ZEROES.
           05  C-OVER-GAIN        PIC S9(9)V99    VALUE   ZEROES.
           05  C-STOCK-BOATS      PIC 9(5)        VALUE   ZEROES.
           05  C-STOCK-ALLOW      PIC 9(9)V99     VALUE   ZEROES.
           05  C-BACK-BOATS       PIC 9(5)        VALUE   ZEROES.
           05  C-BACK-ALLOW       PIC 9(9)V99     VALUE   ZEROES.
           05  C-RECOVERY-PCT     PIC 9(3)V9      VALUE   ZEROES.
           05  C-AVG-DAYS         PIC 9(5)        VALUE   ZEROES.

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
                   " - TRADE-IN RESALES".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  PERIOD-TITLE-LINE.
           05  FILLER              PIC X(8)    VALUE   "PERIOD: ".
           05  O-PERIOD            PIC X(20).
           05  FILLER              PIC X(104)  VALUE   SPACES.

       01  COL-HDG-1.
           05  FILLER              PIC X(6)    VALUE   "STOCK#".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(20)   VALUE   "DESCRIPTION".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "YEAR".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   "SLSP".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "TAKEN IN".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "RESOLD".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   " DAYS".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   " ALLOWANCE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "    RESALE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(11)   VALUE   "GAIN/LOSS".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "  PCT".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(13)   VALUE   "FLAG".

       01  DETAIL-LINE.
           05  O-STOCK-NUM         PIC Z(5)9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DESC              PIC X(20).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-BOAT-YEAR         PIC 9(4).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-SALESPERSON-ID    PIC X(5).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DATE-TAKEN        PIC X(10).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DATE-SOLD         PIC X(10).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DAYS              PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-ALLOWANCE         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-RESALE            PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-GAIN              PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-GAIN-PCT          PIC ZZ9.9-.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-FLAG              PIC X(13).

       01  TOTAL-LINE.
           05  O-TOT-LABEL         PIC X(36).
           05  FILLER              PIC X(8)    VALUE   "BOATS: ".
           05  O-TOT-BOATS         PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "ALLOWED: ".
           05  O-TOT-ALLOW         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(12)   VALUE   "RESOLD FOR: ".
           05  O-TOT-RESALE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   "NET: ".
           05  O-TOT-GAIN          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)    VALUE   SPACES.

       01  SUMMARY-LINE.
           05  FILLER              PIC X(36)   VALUE
                   "RESALE AS A PERCENT OF ALLOWANCE".
           05  O-RECOVERY-PCT      PIC ZZ9.9.
           05  FILLER              PIC X(1)    VALUE   "%".
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(22)   VALUE
                   "AVERAGE DAYS TO SELL: ".
           05  O-AVG-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(57)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL C-USED-EOF = "Y".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9900-GET-PARM.

           OPEN OUTPUT TRADE-PRT.
           PERFORM 9200-HEADINGS.

      *        NO USED-BOAT FILE YET JUST MEANS NO TRADE-IN HAS EVER
      *    BEEN TAKEN -- THE REPORT PRINTS ZERO TOTALS.
           OPEN INPUT USED-BOAT-FILE.
           IF C-USED-STATUS IS NOT = "00"
               DISPLAY "CBLUSED1.DAT NOT FOUND, STATUS: " C-USED-STATUS
                   " -- NO TRADE-INS ON FILE."
               MOVE "Y" TO C-USED-EOF
           ELSE
               MOVE "Y" TO C-USED-AVAILABLE
               MOVE 1 TO C-USED-NUM
               START USED-BOAT-FILE KEY IS NOT LESS THAN C-USED-NUM
                   INVALID KEY
                       MOVE "Y" TO C-USED-EOF
               END-START
           END-IF.

       2000-MAINLINE.
           READ USED-BOAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO C-USED-EOF
               NOT AT END
                   EVALUATE UB-STATUS
                       WHEN "S"
                           IF C-RPT-PERIOD IS = ZEROES
                                   OR UB-DATE-SOLD(1:6) IS =
                                       C-RPT-PERIOD
                               PERFORM 2100-CALCS
                               PERFORM 2200-OUTPUT
                           END-IF
                       WHEN "I"
                           ADD 1 TO C-STOCK-BOATS
                           ADD UB-ALLOWANCE TO C-STOCK-ALLOW
                       WHEN "X"
                           ADD 1 TO C-BACK-BOATS
                           ADD UB-ALLOWANCE TO C-BACK-ALLOW
                   END-EVALUATE
           END-READ.

      *        GAIN IS RESALE LESS ALLOWANCE -- THE ALLOWANCE IS WHAT
      *    THE BOAT COST US. DAYS TO SELL RUN FROM THE SALE IT CAME IN
      *    ON TO THE RESALE, THE SAME DAY ARITHMETIC CBLCJS33 USES.
       2100-CALCS.
           SUBTRACT UB-ALLOWANCE FROM UB-RESALE-PRICE GIVING C-GAIN.

           MOVE ZEROES TO C-GAIN-PCT.
           IF UB-ALLOWANCE > 0
               COMPUTE C-GAIN-PCT ROUNDED
                   = C-GAIN / UB-ALLOWANCE * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO C-GAIN-PCT
               END-COMPUTE
           END-IF.

           MOVE ZEROES TO C-DAYS-TO-SELL.
           IF FUNCTION TEST-DATE-YYYYMMDD(UB-DATE-TAKEN) IS = ZEROES
                   AND FUNCTION TEST-DATE-YYYYMMDD(UB-DATE-SOLD)
                       IS = ZEROES
                   AND UB-DATE-SOLD > UB-DATE-TAKEN
               COMPUTE C-TAKEN-INT
                   = FUNCTION INTEGER-OF-DATE(UB-DATE-TAKEN)
               COMPUTE C-SOLD-INT
                   = FUNCTION INTEGER-OF-DATE(UB-DATE-SOLD)
               SUBTRACT C-TAKEN-INT FROM C-SOLD-INT
                   GIVING C-DAYS-TO-SELL
           END-IF.

           ADD 1 TO C-SOLD-BOATS.
           ADD UB-ALLOWANCE TO C-SOLD-ALLOW.
           ADD UB-RESALE-PRICE TO C-SOLD-RESALE.
           ADD C-GAIN TO C-SOLD-GAIN.
           ADD C-DAYS-TO-SELL TO C-SOLD-DAYS.

           IF C-GAIN < 0
               MOVE "OVER-ALLOWED" TO O-FLAG
               ADD 1 TO C-OVER-BOATS
               ADD UB-ALLOWANCE TO C-OVER-ALLOW
               ADD UB-RESALE-PRICE TO C-OVER-RESALE
               ADD C-GAIN TO C-OVER-GAIN
           ELSE
               MOVE SPACES TO O-FLAG
           END-IF.

       2200-OUTPUT.
           MOVE C-USED-NUM TO O-STOCK-NUM.
           MOVE UB-DESC TO O-DESC.
           MOVE UB-YEAR TO O-BOAT-YEAR.
           MOVE UB-SALESPERSON-ID TO O-SALESPERSON-ID.
           MOVE UB-DATE-TAKEN TO C-WORK-DATE.
           PERFORM 9800-FORMAT-DATE.
           MOVE C-DATE-OUT TO O-DATE-TAKEN.
           MOVE UB-DATE-SOLD TO C-WORK-DATE.
           PERFORM 9800-FORMAT-DATE.
           MOVE C-DATE-OUT TO O-DATE-SOLD.
           MOVE C-DAYS-TO-SELL TO O-DAYS.
           MOVE UB-ALLOWANCE TO O-ALLOWANCE.
           MOVE UB-RESALE-PRICE TO O-RESALE.
           MOVE C-GAIN TO O-GAIN.
           MOVE C-GAIN-PCT TO O-GAIN-PCT.

           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

       3000-CLOSING.
           MOVE "TRADE-INS RESOLD" TO O-TOT-LABEL.
           MOVE C-SOLD-BOATS TO O-TOT-BOATS.
           MOVE C-SOLD-ALLOW TO O-TOT-ALLOW.
           MOVE C-SOLD-RESALE TO O-TOT-RESALE.
           MOVE C-SOLD-GAIN TO O-TOT-GAIN.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE "    OF WHICH OVER-ALLOWED" TO O-TOT-LABEL.
           MOVE C-OVER-BOATS TO O-TOT-BOATS.
           MOVE C-OVER-ALLOW TO O-TOT-ALLOW.
           MOVE C-OVER-RESALE TO O-TOT-RESALE.
           MOVE C-OVER-GAIN TO O-TOT-GAIN.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        RECOVERY AND AVERAGE DAYS ARE OVER THE RESOLD BOATS
      *    ONLY.
           MOVE ZEROES TO C-RECOVERY-PCT.
           MOVE ZEROES TO C-AVG-DAYS.
           IF C-SOLD-ALLOW > 0
               COMPUTE C-RECOVERY-PCT ROUNDED
                   = C-SOLD-RESALE / C-SOLD-ALLOW * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO C-RECOVERY-PCT
               END-COMPUTE
           END-IF.
           IF C-SOLD-BOATS > 0
               COMPUTE C-AVG-DAYS ROUNDED
                   = C-SOLD-DAYS / C-SOLD-BOATS
           END-IF.
           MOVE C-RECOVERY-PCT TO O-RECOVERY-PCT.
           MOVE C-AVG-DAYS TO O-AVG-DAYS.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        WHAT IS NOT RESOLD CARRIES NO RESALE OR NET.
           MOVE "STILL IN STOCK (SEE CBLUINV1.PRT)" TO O-TOT-LABEL.
           MOVE C-STOCK-BOATS TO O-TOT-BOATS.
           MOVE C-STOCK-ALLOW TO O-TOT-ALLOW.
           MOVE ZEROES TO O-TOT-RESALE.
           MOVE ZEROES TO O-TOT-GAIN.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE "GIVEN BACK ON RETURNS" TO O-TOT-LABEL.
           MOVE C-BACK-BOATS TO O-TOT-BOATS.
           MOVE C-BACK-ALLOW TO O-TOT-ALLOW.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           IF C-USED-AVAILABLE IS = "Y"
               CLOSE USED-BOAT-FILE
           END-IF.
           CLOSE TRADE-PRT.

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

      *        C-WORK-DATE (YYYYMMDD) AS MM/DD/YYYY IN C-DATE-OUT, OR
      *    SPACES FOR A ZERO DATE.
       9800-FORMAT-DATE.
           IF C-WORK-DATE IS = ZEROES
               MOVE SPACES TO C-DATE-OUT
           ELSE
               STRING C-WORK-DATE(5:2) DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      C-WORK-DATE(7:2) DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      C-WORK-DATE(1:4) DELIMITED BY SIZE
                   INTO C-DATE-OUT
           END-IF.

      *        PARM IS AN OPTIONAL MONTH SOLD AS YYYYMM. A BLANK OR
      *    NON-NUMERIC PARM REPORTS EVERY RESALE ON FILE.
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
               MOVE "ALL RESALES" TO O-PERIOD
           END-IF.
