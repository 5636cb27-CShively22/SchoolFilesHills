       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS25.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * OPEN PURCHASE ORDER AND OVERDUE DELIVERY REPORT. LISTS EVERY
      * LINE ON THE OPEN-PO FILE CBLPOPN1.DAT THAT IS STILL IN PLAY --
      * SUGGESTED BY CBLCJS08 AND WAITING ON THE BUYER, OR APPROVED
      * OR SENT THROUGH CBLCJS24 WITH BOATS STILL TO COME -- ON
      * CBLPOOP1.PRT, WITH WHAT HAS BEEN RECEIVED AGAINST IT THROUGH
      * CBLCJS16, WHAT IS STILL OPEN, AND ITS VALUE AT THE PO'S UNIT
      * COST. A LINE WHOSE PROMISED DATE HAS PASSED WITH BOATS STILL
      * OPEN IS FLAGGED OVERDUE WITH HOW MANY DAYS LATE, SO THE BUYER
      * CAN CHASE THE MANUFACTURER BEFORE THE SEASON STARTS. A LINE
      * THE LOT RECEIVED MORE BOATS ON THAN WERE ORDERED IS LISTED
      * TOO, FLAGGED OVER-RECEIVED, EVEN THOUGH IT IS CLOSED -- THE
      * VENDOR WILL INVOICE FOR THEM. CANCELLED AND REJECTED LINES
      * DON'T PRINT. THE FILE IS ALREADY IN PO NUMBER ORDER (LINES
      * ARE ONLY EVER ADDED AT THE END WITH THE NEXT NUMBER), SO NO
      * SORT IS NEEDED.
      * AN OPTIONAL YYYYMMDD PARM IS THE "AS OF" DATE OVERDUE IS
      * MEASURED AGAINST -- RUN IT WITH THE FIRST DAY OF THE SEASON TO
      * SEE WHAT WON'T BE ON THE LOT IN TIME. A BLANK PARM USES TODAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        SAME OPEN-PO FILE AND LAYOUT AS CBLCJS24.
           SELECT PO-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPN1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-PO-REC-NUM
               FILE STATUS IS C-PO-STATUS.

           SELECT OPEN-PO-PRT
               ASSIGN TO 'C:\COBOL\CBLPOOP1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *        SEE CBLCJS24 FOR THE STATUS CODES.
       FD PO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS PO-REC.

       01 PO-REC.
           05  PO-NUM              PIC 9(6).
           05  PO-LINE             PIC 99.
           05  PO-STATUS           PIC X.
           05  PO-VENDOR           PIC X(20).
           05  PO-BOAT-TYPE        PIC X.
           05  PO-LOCATION         PIC XX.
           05  PO-QTY-ORDERED      PIC 9(5).
           05  PO-QTY-RECEIVED     PIC 9(5).
           05  PO-UNIT-COST        PIC 9(6)V99.
           05  PO-ORDER-DATE       PIC 9(8).
           05  PO-PROMISED-DATE    PIC 9(8).
           05  PO-BUYER            PIC X(3).

       FD OPEN-PO-PRT
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
           05  C-PO-STATUS        PIC XX.
           05  C-PO-REC-NUM       PIC 9(6)        VALUE   ZEROES.
           05  C-PO-EOF           PIC X           VALUE   "N".
           05  C-PO-AVAILABLE     PIC X           VALUE   "N".
           05  C-PG-CTR           PIC 99          VALUE   ZEROES.
           05  C-PARM-LINE        PIC X(80).
           05  C-PARM-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-AS-OF-DATE       PIC 9(8)        VALUE   ZEROES.
           05  C-AS-OF-INT        PIC 9(7)        VALUE   ZEROES.
           05  C-PROMISED-INT     PIC 9(7)        VALUE   ZEROES.
           05  C-DAYS-LATE        PIC S9(5)       VALUE   ZEROES.
           05  C-OPEN-QTY         PIC 9(5)        VALUE   ZEROES.
           05  C-OVER-QTY         PIC 9(5)        VALUE   ZEROES.
           05  C-OPEN-VALUE       PIC 9(9)V99     VALUE   ZEROES.
           05  C-PRINT-LINE       PIC X           VALUE   "N".
           05  C-WORK-BOAT-TYPE   PIC X.
           05  C-BOAT-TYPE-NAME   PIC X(13).
           05  C-WORK-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-DATE-OUT         PIC X(10).

      *        TOTALS -- SUGGESTED LINES ARE KEPT APART FROM APPROVED
      *    AND SENT ONES, SINCE NOBODY HAS COMMITTED TO THEM YET.
       01 TOTAL-AREA.
           05  C-SUGG-LINES       PIC 9(5)        VALUE   ZEROES.
           05  C-SUGG-UNITS       PIC 9(7)        VALUE   ZEROES.
           05  C-SUGG-VALUE       PIC 9(9)V99     VALUE   ZEROES.
           05  C-OPEN-LINES       PIC 9(5)        VALUE   ZEROES.
           05  C-OPEN-UNITS       PIC 9(7)        VALUE   ZEROES.
           05  C-OPEN-TOT-VALUE   PIC 9(9)V99     VALUE   ZEROES.
           05  C-LATE-LINES       PIC 9(5)        VALUE   ZEROES.
           05  C-LATE-UNITS       PIC 9(7)        VALUE   ZEROES.
           05  C-LATE-VALUE       PIC 9(9)V99     VALUE   ZEROES.
           05  C-OVER-LINES       PIC 9(5)        VALUE   ZEROES.
           05  C-OVER-UNITS       PIC 9(7)        VALUE   ZEROES.

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
                   " - OPEN PURCHASE ORDERS".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  AS-OF-TITLE-LINE.
           05  FILLER              PIC X(25)   VALUE
                   "OVERDUE MEASURED AS OF: ".
           05  O-AS-OF-DATE        PIC X(10).
           05  FILLER              PIC X(97)   VALUE   SPACES.

       01  COL-HDG-1.
           05  FILLER              PIC X(9)    VALUE   "PO NUM-LN".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "STATUS".
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "VENDOR".
           05  FILLER              PIC X(14)   VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "BOAT TYPE".
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(3)    VALUE   "LOT".
           05  FILLER              PIC X(7)    VALUE   "  ORDER".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "RECV'D".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "  OPEN".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(13)   VALUE   "   OPEN VALUE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "PROMISED".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "LATE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "FLAG".
           05  FILLER              PIC X(10)   VALUE   SPACES.

       01  DETAIL-LINE.
           05  O-PO-NUM            PIC 9(6).
           05  FILLER              PIC X       VALUE   "-".
           05  O-PO-LINE           PIC 99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-STATUS            PIC X(9).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-VENDOR            PIC X(18).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-BOAT-TYPE         PIC X(13).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-LOCATION          PIC XX.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-QTY-ORDERED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-QTY-RECEIVED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-QTY-OPEN          PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-OPEN-VALUE        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-PROMISED-DATE     PIC X(10).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-DAYS-LATE         PIC ZZZZ.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-FLAG              PIC X(13).
           05  FILLER              PIC X       VALUE   SPACES.

       01  TOTAL-LINE.
           05  O-TOT-LABEL         PIC X(36).
           05  FILLER              PIC X(8)    VALUE   "LINES: ".
           05  O-TOT-LINES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "UNITS: ".
           05  O-TOT-UNITS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "VALUE: ".
           05  O-TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(35)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL C-PO-EOF = "Y".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9900-GET-PARM.
           COMPUTE C-AS-OF-INT
               = FUNCTION INTEGER-OF-DATE(C-AS-OF-DATE).
           MOVE C-AS-OF-DATE TO C-WORK-DATE.
           PERFORM 9800-FORMAT-DATE.
           MOVE C-DATE-OUT TO O-AS-OF-DATE.

           OPEN OUTPUT OPEN-PO-PRT.
           PERFORM 9200-HEADINGS.

      *        NO OPEN-PO FILE YET JUST MEANS NOTHING HAS EVER BEEN
      *    ORDERED THROUGH IT -- THE REPORT PRINTS ZERO TOTALS.
           OPEN INPUT PO-FILE.
           IF C-PO-STATUS IS NOT = "00"
               DISPLAY "CBLPOPN1.DAT NOT FOUND, STATUS: " C-PO-STATUS
                   " -- NO PURCHASE ORDERS ON FILE."
               MOVE "Y" TO C-PO-EOF
           ELSE
               MOVE "Y" TO C-PO-AVAILABLE
               MOVE 1 TO C-PO-REC-NUM
               START PO-FILE KEY IS NOT LESS THAN C-PO-REC-NUM
                   INVALID KEY
                       MOVE "Y" TO C-PO-EOF
               END-START
           END-IF.

       2000-MAINLINE.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO C-PO-EOF
               NOT AT END
                   PERFORM 2100-CALCS
                   IF C-PRINT-LINE IS = "Y"
                       PERFORM 2200-OUTPUT
                   END-IF
           END-READ.

      *        DECIDES WHETHER THE LINE PRINTS AND WHAT IT IS FLAGGED
      *    WITH, AND ADDS IT INTO THE TOTAL IT BELONGS TO.
       2100-CALCS.
           MOVE "N" TO C-PRINT-LINE.
           MOVE SPACES TO O-FLAG.
           MOVE ZEROES TO C-DAYS-LATE.
           MOVE ZEROES TO C-OPEN-QTY.
           MOVE ZEROES TO C-OVER-QTY.
           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
               SUBTRACT PO-QTY-RECEIVED FROM PO-QTY-ORDERED
                   GIVING C-OPEN-QTY
           ELSE
               SUBTRACT PO-QTY-ORDERED FROM PO-QTY-RECEIVED
                   GIVING C-OVER-QTY
           END-IF.
           MULTIPLY C-OPEN-QTY BY PO-UNIT-COST GIVING C-OPEN-VALUE.

           EVALUATE PO-STATUS
               WHEN "S"
                   MOVE "Y" TO C-PRINT-LINE
                   MOVE "SUGGESTED" TO O-STATUS
                   ADD 1 TO C-SUGG-LINES
                   ADD C-OPEN-QTY TO C-SUGG-UNITS
                   ADD C-OPEN-VALUE TO C-SUGG-VALUE
               WHEN "A"
               WHEN "O"
                   MOVE "Y" TO C-PRINT-LINE
                   IF PO-STATUS IS = "A"
                       MOVE "APPROVED" TO O-STATUS
                   ELSE
                       MOVE "SENT" TO O-STATUS
                   END-IF
                   ADD 1 TO C-OPEN-LINES
                   ADD C-OPEN-QTY TO C-OPEN-UNITS
                   ADD C-OPEN-VALUE TO C-OPEN-TOT-VALUE
                   PERFORM 2150-CHECK-OVERDUE
               WHEN "C"
                   IF C-OVER-QTY > 0
                       MOVE "Y" TO C-PRINT-LINE
                       MOVE "CLOSED" TO O-STATUS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF C-PRINT-LINE IS = "Y" AND C-OVER-QTY > 0
               MOVE "OVER-RECEIVED" TO O-FLAG
               ADD 1 TO C-OVER-LINES
               ADD C-OVER-QTY TO C-OVER-UNITS
           END-IF.

      *        SAME DAY ARITHMETIC CBLCJS18 AGES RECEIVABLES WITH.
       2150-CHECK-OVERDUE.
           IF PO-PROMISED-DATE IS NOT = ZEROES
                   AND PO-PROMISED-DATE < C-AS-OF-DATE
                   AND C-OPEN-QTY > 0
               COMPUTE C-PROMISED-INT
                   = FUNCTION INTEGER-OF-DATE(PO-PROMISED-DATE)
               SUBTRACT C-PROMISED-INT FROM C-AS-OF-INT
                   GIVING C-DAYS-LATE
               MOVE "*** OVERDUE" TO O-FLAG
               ADD 1 TO C-LATE-LINES
               ADD C-OPEN-QTY TO C-LATE-UNITS
               ADD C-OPEN-VALUE TO C-LATE-VALUE
           END-IF.

       2200-OUTPUT.
           MOVE PO-NUM TO O-PO-NUM.
           MOVE PO-LINE TO O-PO-LINE.
           MOVE PO-VENDOR TO O-VENDOR.
           MOVE PO-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9350-CONVERT-BOAT-TYPE.
           MOVE C-BOAT-TYPE-NAME TO O-BOAT-TYPE.
           MOVE PO-LOCATION TO O-LOCATION.
           MOVE PO-QTY-ORDERED TO O-QTY-ORDERED.
           MOVE PO-QTY-RECEIVED TO O-QTY-RECEIVED.
           MOVE C-OPEN-QTY TO O-QTY-OPEN.
           MOVE C-OPEN-VALUE TO O-OPEN-VALUE.
           MOVE PO-PROMISED-DATE TO C-WORK-DATE.
           PERFORM 9800-FORMAT-DATE.
           MOVE C-DATE-OUT TO O-PROMISED-DATE.
           MOVE C-DAYS-LATE TO O-DAYS-LATE.

           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

       3000-CLOSING.
           MOVE "SUGGESTED, AWAITING APPROVAL" TO O-TOT-LABEL.
           MOVE C-SUGG-LINES TO O-TOT-LINES.
           MOVE C-SUGG-UNITS TO O-TOT-UNITS.
           MOVE C-SUGG-VALUE TO O-TOT-VALUE.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE "APPROVED AND SENT, STILL TO COME" TO O-TOT-LABEL.
           MOVE C-OPEN-LINES TO O-TOT-LINES.
           MOVE C-OPEN-UNITS TO O-TOT-UNITS.
           MOVE C-OPEN-TOT-VALUE TO O-TOT-VALUE.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           MOVE "    OF WHICH OVERDUE" TO O-TOT-LABEL.
           MOVE C-LATE-LINES TO O-TOT-LINES.
           MOVE C-LATE-UNITS TO O-TOT-UNITS.
           MOVE C-LATE-VALUE TO O-TOT-VALUE.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

      *        OVER-RECEIVED UNITS HAVE NO OPEN VALUE -- THE FIGURE
      *    THAT MATTERS IS HOW MANY EXTRA BOATS CAME IN.
           MOVE "OVER-RECEIVED (EXTRA UNITS)" TO O-TOT-LABEL.
           MOVE C-OVER-LINES TO O-TOT-LINES.
           MOVE C-OVER-UNITS TO O-TOT-UNITS.
           MOVE ZEROES TO O-TOT-VALUE.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9200-HEADINGS.

           IF C-PO-AVAILABLE IS = "Y"
               CLOSE PO-FILE
           END-IF.
           CLOSE OPEN-PO-PRT.

      *        LATE LINES ARE THE ONES TO PHONE ABOUT.
           IF C-LATE-LINES > 0
               DISPLAY C-LATE-LINES " PO LINE(S) OVERDUE -- SEE "
                   "CBLPOOP1.PRT."
           END-IF.

       9200-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM AS-OF-TITLE-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM COL-HDG-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

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

      *        C-WORK-DATE (YYYYMMDD) AS MM/DD/YYYY IN C-DATE-OUT, OR
      *    SPACES FOR A ZERO DATE (A SUGGESTION HAS NO PROMISED DATE).
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

      *        PARM IS AN OPTIONAL YYYYMMDD AS-OF DATE. A BLANK OR
      *    INVALID ONE FALLS BACK TO TODAY.
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
