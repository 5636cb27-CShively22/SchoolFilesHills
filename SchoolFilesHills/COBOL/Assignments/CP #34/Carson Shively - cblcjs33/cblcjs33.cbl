       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS33.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * USED-BOAT INVENTORY LISTING. LISTS EVERY BOAT ON THE USED LOT
      * -- EVERY TRADE-IN ON CBLUSED1.DAT STILL IN STOCK ("I") -- ON
      * CBLUINV1.PRT, WITH WHO TRADED IT IN AND TO WHICH SALESPERSON,
      * THE ALLOWANCE THE CUSTOMER WAS GIVEN FOR IT (WHAT THE BOAT HAS
      * COST THE DEALERSHIP), ITS ASKING PRICE (SET THROUGH CBLCJS32),
      * AND HOW MANY DAYS IT HAS SAT SINCE THE SALE IT CAME IN ON. A
      * BOAT NOBODY HAS PRICED YET IS FLAGGED, AS IS ONE PRICED BELOW
      * ITS ALLOWANCE (A LOSS WAITING TO HAPPEN) AND ONE THAT HAS SAT
      * 90 DAYS OR MORE. TOTALS AT THE END SHOW HOW MUCH ALLOWANCE IS
      * TIED UP ON THE LOT AGAINST WHAT IT IS PRICED TO BRING IN.
      * RESOLD BOATS AND BOATS GIVEN BACK ON A RETURN DON'T PRINT --
      * CBLCJS34 COVERS THE RESALES. THE FILE IS ALREADY IN STOCK
      * NUMBER ORDER (TRADES ARE ONLY EVER ADDED AT THE END), SO NO
      * SORT IS NEEDED.
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

           SELECT USED-INV-PRT
               ASSIGN TO 'C:\COBOL\CBLUINV1.PRT'
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

       FD USED-INV-PRT
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
           05  C-TODAY-DATE       PIC 9(8)        VALUE   ZEROES.
           05  C-TODAY-INT        PIC 9(7)        VALUE   ZEROES.
           05  C-TAKEN-INT        PIC 9(7)        VALUE   ZEROES.
           05  C-DAYS-IN-STOCK    PIC 9(5)        VALUE   ZEROES.
           05  C-WORK-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-DATE-OUT         PIC X(10).

      *        TOTALS -- EVERYTHING IN STOCK, AND THE THREE FLAGGED
      *    GROUPS WITHIN IT.
       01 TOTAL-AREA.
           05  C-STOCK-BOATS      PIC 9(5)        VALUE   ZEROES.
           05  C-STOCK-ALLOW      PIC 9(9)V99     VALUE   ZEROES.
           05  C-STOCK-ASKING     PIC 9(9)V99     VALUE   ZEROES.
           05  C-UNPRICED-BOATS   PIC 9(5)        VALUE   ZEROES.
           05  C-UNPRICED-ALLOW   PIC 9(9)V99     VALUE   ZEROES.
           05  C-UNDER-BOATS      PIC 9(5)        VALUE   ZEROES.
           05  C-UNDER-ALLOW      PIC 9(9)V99     VALUE   ZEROES.
           05  C-UNDER-ASKING     PIC 9(9)V99     VALUE   ZEROES.
           05  C-AGED-BOATS       PIC 9(5)        VALUE   ZEROES.
           05  C-AGED-ALLOW       PIC 9(9)V99     VALUE   ZEROES.
           05  C-AGED-ASKING      PIC 9(9)V99     VALUE   ZEROES.

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
                   " - USED BOAT INVENTORY".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  COL-HDG-1.
           05  FILLER              PIC X(6)    VALUE   "STOCK#".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(20)   VALUE   "DESCRIPTION".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "YEAR".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(12)   VALUE   "HULL ID".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "TAKEN IN".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   " DAYS".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(15)   VALUE   "TRADED BY".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(5)    VALUE   "SLSP".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   " ALLOWANCE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "    ASKING".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(15)   VALUE   "FLAG".

       01  DETAIL-LINE.
           05  O-STOCK-NUM         PIC Z(5)9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DESC              PIC X(20).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-BOAT-YEAR         PIC 9(4).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-HULL-ID           PIC X(12).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DATE-TAKEN        PIC X(10).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DAYS              PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-TRADED-BY         PIC X(15).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-SALESPERSON-ID    PIC X(5).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-ALLOWANCE         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-ASKING            PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-FLAG              PIC X(15).

       01  TOTAL-LINE.
           05  O-TOT-LABEL         PIC X(36).
           05  FILLER              PIC X(8)    VALUE   "BOATS: ".
           05  O-TOT-BOATS         PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(11)   VALUE   "ALLOWANCE: ".
           05  O-TOT-ALLOW         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "ASKING: ".
           05  O-TOT-ASKING        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(27)   VALUE   SPACES.

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
           MOVE I-YEAR  TO C-TODAY-DATE(1:4).
           MOVE I-MONTH TO C-TODAY-DATE(5:2).
           MOVE I-DAY   TO C-TODAY-DATE(7:2).
           COMPUTE C-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(C-TODAY-DATE).

           OPEN OUTPUT USED-INV-PRT.
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
                   IF UB-STATUS IS = "I"
                       PERFORM 2100-CALCS
                       PERFORM 2200-OUTPUT
                   END-IF
           END-READ.

      *        DAYS IN STOCK ARE COUNTED FROM THE DATE OF THE SALE THE
      *    BOAT CAME IN ON, THE SAME DAY ARITHMETIC CBLCJS18 AGES
      *    RECEIVABLES WITH. ONE FLAG PER BOAT, WORST FIRST.
       2100-CALCS.
           MOVE ZEROES TO C-DAYS-IN-STOCK.
           IF FUNCTION TEST-DATE-YYYYMMDD(UB-DATE-TAKEN) IS = ZEROES
                   AND UB-DATE-TAKEN < C-TODAY-DATE
               COMPUTE C-TAKEN-INT
                   = FUNCTION INTEGER-OF-DATE(UB-DATE-TAKEN)
               SUBTRACT C-TAKEN-INT FROM C-TODAY-INT
                   GIVING C-DAYS-IN-STOCK
           END-IF.

           ADD 1 TO C-STOCK-BOATS.
           ADD UB-ALLOWANCE TO C-STOCK-ALLOW.
           ADD UB-ASKING-PRICE TO C-STOCK-ASKING.

           MOVE SPACES TO O-FLAG.
           IF C-DAYS-IN-STOCK NOT < 90
               MOVE "90+ DAYS" TO O-FLAG
               ADD 1 TO C-AGED-BOATS
               ADD UB-ALLOWANCE TO C-AGED-ALLOW
               ADD UB-ASKING-PRICE TO C-AGED-ASKING
           END-IF.
           IF UB-ASKING-PRICE IS = ZEROES
               MOVE "NOT PRICED" TO O-FLAG
               ADD 1 TO C-UNPRICED-BOATS
               ADD UB-ALLOWANCE TO C-UNPRICED-ALLOW
           ELSE
               IF UB-ASKING-PRICE < UB-ALLOWANCE
                   MOVE "*** UNDER ALLOW" TO O-FLAG
                   ADD 1 TO C-UNDER-BOATS
                   ADD UB-ALLOWANCE TO C-UNDER-ALLOW
                   ADD UB-ASKING-PRICE TO C-UNDER-ASKING
               END-IF
           END-IF.

       2200-OUTPUT.
           MOVE C-USED-NUM TO O-STOCK-NUM.
           MOVE UB-DESC TO O-DESC.
           MOVE UB-YEAR TO O-BOAT-YEAR.
           MOVE UB-HULL-ID TO O-HULL-ID.
           MOVE UB-DATE-TAKEN TO C-WORK-DATE.
           PERFORM 9800-FORMAT-DATE.
           MOVE C-DATE-OUT TO O-DATE-TAKEN.
           MOVE C-DAYS-IN-STOCK TO O-DAYS.
           MOVE UB-LAST-NAME TO O-TRADED-BY.
           MOVE UB-SALESPERSON-ID TO O-SALESPERSON-ID.
           MOVE UB-ALLOWANCE TO O-ALLOWANCE.
           MOVE UB-ASKING-PRICE TO O-ASKING.

           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

       3000-CLOSING.
           MOVE "USED BOATS IN STOCK" TO O-TOT-LABEL.
           MOVE C-STOCK-BOATS TO O-TOT-BOATS.
           MOVE C-STOCK-ALLOW TO O-TOT-ALLOW.
           MOVE C-STOCK-ASKING TO O-TOT-ASKING.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE "    OF WHICH NOT YET PRICED" TO O-TOT-LABEL.
           MOVE C-UNPRICED-BOATS TO O-TOT-BOATS.
           MOVE C-UNPRICED-ALLOW TO O-TOT-ALLOW.
           MOVE ZEROES TO O-TOT-ASKING.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE "    OF WHICH PRICED UNDER ALLOWANCE" TO O-TOT-LABEL.
           MOVE C-UNDER-BOATS TO O-TOT-BOATS.
           MOVE C-UNDER-ALLOW TO O-TOT-ALLOW.
           MOVE C-UNDER-ASKING TO O-TOT-ASKING.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE "    OF WHICH IN STOCK 90+ DAYS" TO O-TOT-LABEL.
           MOVE C-AGED-BOATS TO O-TOT-BOATS.
           MOVE C-AGED-ALLOW TO O-TOT-ALLOW.
           MOVE C-AGED-ASKING TO O-TOT-ASKING.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           IF C-USED-AVAILABLE IS = "Y"
               CLOSE USED-BOAT-FILE
           END-IF.
           CLOSE USED-INV-PRT.

      *        UNPRICED BOATS CAN'T BE SOLD OFF THE LOT -- SOMEBODY
      *    NEEDS TO PRICE THEM THROUGH CBLCJS32.
           IF C-UNPRICED-BOATS > 0
               DISPLAY C-UNPRICED-BOATS " USED BOAT(S) NOT YET "
                   "PRICED -- SEE CBLUINV1.PRT."
           END-IF.

       9200-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
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
