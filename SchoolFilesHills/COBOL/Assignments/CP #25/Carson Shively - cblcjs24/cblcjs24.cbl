       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS24.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * PURCHASE ORDER MAINTENANCE. ORDERS TO THE MANUFACTURERS USED TO
      * BE WRITTEN UP ON PAPER OFF CBLCJS08'S REORDER REPORT, AND
      * NOTHING CHECKED WHAT CAME OFF THE TRUCK AGAINST WHAT WAS
      * ORDERED. EVERY PO LINE NOW LIVES ON THE OPEN-PO FILE
      * CBLPOPN1.DAT -- ONE RECORD PER LINE (ONE BOAT TYPE FOR ONE
      * LOT), ALL LINES OF A PO SHARING ITS PO NUMBER AND VENDOR.
      * CBLCJS08 WRITES SUGGESTED POS (STATUS "S") OUT OF ITS REORDER
      * CALCULATION, ONE PO PER BOAT TYPE WITH A LINE FOR EACH LOT
      * THAT NEEDS STOCK. THIS PROGRAM IS WHERE THE BUYER APPROVES
      * THEM -- NAMING THE VENDOR AND PROMISED DATE AND TRIMMING OR
      * DROPPING LINES -- OR REJECTS THEM, WRITES A PO BY HAND FOR
      * ANYTHING THE REORDER REPORT DIDN'T SUGGEST, CANCELS A LINE
      * THAT WILL NEVER SHIP, AND PRINTS THE APPROVED POS ON
      * CBLPORD1.PRT TO SEND TO THE MANUFACTURER. CBLCJS16 POSTS
      * RECEIPTS AGAINST THE LINES AND CLOSES THEM; CBLCJS25 LISTS
      * WHAT IS STILL OPEN AND WHAT IS OVERDUE.
      *    PO LINE STATUS CODES --
      *      S  SUGGESTED BY CBLCJS08, WAITING ON THE BUYER
      *      A  APPROVED, NOT YET PRINTED
      *      O  OPEN -- PRINTED AND SENT TO THE VENDOR
      *      C  CLOSED -- RECEIVED IN FULL, OR CANCELLED AFTER PART
      *         OF IT ARRIVED
      *      X  REJECTED OR CANCELLED WITH NOTHING RECEIVED
      * THIS PLATFORM DOES NOT SUPPORT SCREEN SECTION, SO THE
      * PROMPTS ARE PLAIN LINE-MODE ACCEPT/DISPLAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        RELATIVE FOR THE SAME REASON CBLUNIT1.DAT IS -- THREE
      *    PROGRAMS UPDATE LINES IN PLACE. NEW LINES ARE ALWAYS ADDED
      *    PAST THE HIGHEST RECORD NUMBER WITH THE NEXT PO NUMBER, SO
      *    FILE ORDER IS PO NUMBER ORDER.
           SELECT PO-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPN1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-PO-REC-NUM
               FILE STATUS IS C-PO-STATUS.

           SELECT PO-PRT
               ASSIGN TO 'C:\COBOL\CBLPORD1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *        ONE PO LINE. QTY RECEIVED CAN END UP ABOVE QTY ORDERED
      *    WHEN CBLCJS16'S OPERATOR ACCEPTS AN OVER-SHIPMENT; CBLCJS25
      *    FLAGS IT. PROMISED DATE IS ZERO UNTIL THE BUYER APPROVES.
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

       FD PO-PRT
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
      *        HIGHEST RELATIVE RECORD NUMBER AND HIGHEST PO NUMBER ON
      *    FILE, FOUND AT STARTUP AND BUMPED AS LINES ARE ADDED.
           05  C-PO-HIGH-KEY      PIC 9(6)        VALUE   ZEROES.
           05  C-HIGH-PO-NUM      PIC 9(6)        VALUE   ZEROES.
           05  C-DONE             PIC X           VALUE   "N".
           05  C-CHOICE           PIC X.
           05  C-CONFIRM          PIC X.
           05  C-VALID-ENTRY      PIC X           VALUE   "N".
      *        WHO IS APPROVING -- ASKED ONCE AT STARTUP AND STAMPED
      *    ON EVERY LINE APPROVED, WRITTEN, OR CANCELLED.
           05  C-BUYER            PIC X(3).
           05  C-TODAY-DATE       PIC 9(8)        VALUE   ZEROES.
           05  C-PO-NUM-IN        PIC 9(6)        VALUE   ZEROES.
           05  C-PO-LINE-IN       PIC 99          VALUE   ZEROES.
           05  C-VENDOR-IN        PIC X(20).
           05  C-PROMISED-IN      PIC 9(8)        VALUE   ZEROES.
           05  C-BOAT-TYPE-IN     PIC X.
           05  C-LOCATION-IN      PIC XX.
           05  C-QTY-IN           PIC 9(5)        VALUE   ZEROES.
           05  C-COST-IN          PIC 9(6)V99     VALUE   ZEROES.
           05  C-LINE-CTR         PIC 99          VALUE   ZEROES.
           05  C-LINE-DONE        PIC X           VALUE   "N".
           05  C-FOUND-CTR        PIC 9(3)        VALUE   ZEROES.
           05  C-APPROVED-CTR     PIC 9(3)        VALUE   ZEROES.
           05  C-PO-FOUND-NUM     PIC 9(6)        VALUE   ZEROES.
           05  C-REMAINING        PIC 9(5)        VALUE   ZEROES.
      *        PRINTING -- C-PRT-PO-NUM IS THE PO WHOSE LINES ARE
      *    GOING OUT, FOR THE PAGE BREAK BETWEEN POS.
           05  C-PG-CTR           PIC 99          VALUE   ZEROES.
           05  C-PRT-PO-NUM       PIC 9(6)        VALUE   ZEROES.
           05  C-PRT-PO-CTR       PIC 9(3)        VALUE   ZEROES.
           05  C-EXTENDED         PIC 9(9)V99     VALUE   ZEROES.
           05  C-PO-TOTAL         PIC 9(9)V99     VALUE   ZEROES.
           05  C-WORK-BOAT-TYPE   PIC X.
           05  C-BOAT-TYPE-NAME   PIC X(13).
           05  C-WORK-DATE        PIC 9(8)        VALUE   ZEROES.
           05  C-DATE-OUT         PIC X(10).

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
                   " - PURCHASE ORDER".
           05  FILLER              PIC X(34)   VALUE  SPACES.
           05  FILLER              PIC X(6)    VALUE  "PAGE: ".
           05  O-PG-CTR            PIC Z9.

       01  PO-HDG-1.
           05  FILLER              PIC X(11)   VALUE   "PO NUMBER: ".
           05  O-PO-NUM            PIC 9(6).
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "VENDOR: ".
           05  O-VENDOR            PIC X(20).
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(12)   VALUE   "ORDER DATE: ".
           05  O-ORDER-DATE        PIC X(10).
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(15)   VALUE
                   "DELIVER BY: ".
           05  O-PROMISED-DATE     PIC X(10).
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "BUYER: ".
           05  O-BUYER             PIC X(3).
           05  FILLER              PIC X(6)    VALUE   SPACES.

       01  COL-HDG-1.
           05  FILLER              PIC X(4)    VALUE   "LINE".
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "BOAT TYPE".
           05  FILLER              PIC X(8)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "SHIP TO".
           05  FILLER              PIC X(14)   VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "QUANTITY".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "UNIT COST".
           05  FILLER              PIC X(11)   VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "EXTENDED".
           05  FILLER              PIC X(47)   VALUE   SPACES.

       01  PO-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-LINE              PIC Z9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-BOAT-TYPE         PIC X(13).
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-SHIP-TO           PIC X(16).
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-QTY               PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-UNIT-COST         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-EXTENDED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(47)   VALUE   SPACES.

       01  PO-TOTAL-LINE.
           05  FILLER              PIC X(55)   VALUE   SPACES.
           05  FILLER              PIC X(16)   VALUE
                   "PO TOTAL:".
           05  O-PO-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(47)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           IF C-PO-AVAILABLE IS = "Y"
               PERFORM 2000-MENU-LOOP
                   UNTIL C-DONE = "Y"
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-YEAR  TO C-TODAY-DATE(1:4).
           MOVE I-MONTH TO C-TODAY-DATE(5:2).
           MOVE I-DAY   TO C-TODAY-DATE(7:2).
           MOVE I-DAY   TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR  TO O-YEAR.

      *        CREATED EMPTY THE FIRST TIME THROUGH, THE SAME WAY
      *    CBLCJS04 CREATES ITS RELATIVE FILES.
           OPEN I-O PO-FILE.
           IF C-PO-STATUS IS NOT = "00"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.

           IF C-PO-STATUS IS NOT = "00"
               DISPLAY "CBLPOPN1.DAT COULD NOT BE OPENED, STATUS: "
                   C-PO-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO C-PO-AVAILABLE
               PERFORM 9000-FIND-HIGH-KEYS
               DISPLAY "BUYER INITIALS: " WITH NO ADVANCING
               ACCEPT C-BUYER
               MOVE FUNCTION UPPER-CASE(C-BUYER) TO C-BUYER
           END-IF.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "=== PURCHASE ORDER MAINTENANCE ===".
           DISPLAY "  L - LIST SUGGESTED AND OPEN PO LINES".
           DISPLAY "  A - APPROVE A SUGGESTED PO".
           DISPLAY "  R - REJECT A SUGGESTED PO".
           DISPLAY "  N - WRITE A NEW PO".
           DISPLAY "  C - CANCEL AN OPEN PO LINE".
           DISPLAY "  P - PRINT APPROVED POS".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT C-CHOICE.

           EVALUATE C-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 7000-LIST-PO-LINES
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-APPROVE-PO
               WHEN "R"
               WHEN "r"
                   PERFORM 4500-REJECT-PO
               WHEN "N"
               WHEN "n"
                   PERFORM 5000-WRITE-NEW-PO
               WHEN "C"
               WHEN "c"
                   PERFORM 6000-CANCEL-PO-LINE
               WHEN "P"
               WHEN "p"
                   PERFORM 8000-PRINT-APPROVED-POS
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO C-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, TRY AGAIN."
           END-EVALUATE.

       3000-CLOSING.
           IF C-PO-AVAILABLE IS = "Y"
               CLOSE PO-FILE
           END-IF.

      *        THE VENDOR AND PROMISED DATE ARE ASKED ONCE FOR THE
      *    WHOLE PO, THEN EACH SUGGESTED LINE IS TAKEN AS SUGGESTED,
      *    CHANGED (QUANTITY AND UNIT COST), OR DROPPED. APPROVAL DAY
      *    IS THE ORDER DATE.
       4000-APPROVE-PO.
           DISPLAY "--- APPROVE A SUGGESTED PO ---".
           PERFORM 9100-ASK-PO-NUMBER.
           PERFORM 9200-COUNT-SUGGESTED-LINES.
           IF C-FOUND-CTR IS = ZEROES
               DISPLAY "NO SUGGESTED LINES ON FILE FOR PO "
                   C-PO-NUM-IN " -- NOTHING APPROVED."
           ELSE
               PERFORM 9300-ASK-VENDOR-AND-DATE
               MOVE ZEROES TO C-APPROVED-CTR
               PERFORM 9900-START-PO-SCAN
               PERFORM UNTIL C-PO-EOF = "Y"
                   READ PO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-PO-EOF
                       NOT AT END
                           IF PO-NUM IS = C-PO-NUM-IN
                                   AND PO-STATUS IS = "S"
                               PERFORM 4100-APPROVE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "PO " C-PO-NUM-IN ": " C-APPROVED-CTR
                   " LINE(S) APPROVED. PRINT IT WITH OPTION P."
           END-IF.

       4100-APPROVE-ONE-LINE.
           MOVE PO-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9350-CONVERT-BOAT-TYPE.
           DISPLAY "LINE " PO-LINE ": " C-BOAT-TYPE-NAME
               "  LOT " PO-LOCATION "  QTY " PO-QTY-ORDERED
               "  UNIT COST " PO-UNIT-COST.

           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "TAKE AS SUGGESTED (Y), CHANGE (C), OR DROP "
                   "(D): " WITH NO ADVANCING
               ACCEPT C-CONFIRM
               MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
               EVALUATE C-CONFIRM
                   WHEN "Y"
                       MOVE "Y" TO C-VALID-ENTRY
                   WHEN "C"
                       PERFORM 9400-ASK-QTY-AND-COST
                       MOVE C-QTY-IN  TO PO-QTY-ORDERED
                       MOVE C-COST-IN TO PO-UNIT-COST
                       MOVE "Y" TO C-VALID-ENTRY
                   WHEN "D"
                       MOVE "Y" TO C-VALID-ENTRY
                   WHEN OTHER
                       DISPLAY "ENTER Y, C, OR D."
               END-EVALUATE
           END-PERFORM.

           IF C-CONFIRM IS = "D"
               MOVE "X" TO PO-STATUS
           ELSE
               MOVE "A"           TO PO-STATUS
               MOVE C-VENDOR-IN   TO PO-VENDOR
               MOVE C-TODAY-DATE  TO PO-ORDER-DATE
               MOVE C-PROMISED-IN TO PO-PROMISED-DATE
               ADD 1 TO C-APPROVED-CTR
           END-IF.
           MOVE C-BUYER TO PO-BUYER.
           PERFORM 9500-REWRITE-PO-LINE.

      *        THE BUYER DISAGREES WITH THE WHOLE SUGGESTION. THE
      *    LINES STAY ON FILE AS "X" SO THERE IS A RECORD OF IT; THE
      *    NEXT REORDER RUN WILL SUGGEST AGAIN IF STOCK IS STILL LOW.
       4500-REJECT-PO.
           DISPLAY "--- REJECT A SUGGESTED PO ---".
           PERFORM 9100-ASK-PO-NUMBER.
           PERFORM 9200-COUNT-SUGGESTED-LINES.
           IF C-FOUND-CTR IS = ZEROES
               DISPLAY "NO SUGGESTED LINES ON FILE FOR PO "
                   C-PO-NUM-IN " -- NOTHING REJECTED."
           ELSE
               DISPLAY "REJECT ALL " C-FOUND-CTR " SUGGESTED LINE(S) "
                   "ON PO " C-PO-NUM-IN " (Y/N): " WITH NO ADVANCING
               ACCEPT C-CONFIRM
               MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
               IF C-CONFIRM IS = "Y"
                   PERFORM 9900-START-PO-SCAN
                   PERFORM UNTIL C-PO-EOF = "Y"
                       READ PO-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO C-PO-EOF
                           NOT AT END
                               IF PO-NUM IS = C-PO-NUM-IN
                                       AND PO-STATUS IS = "S"
                                   MOVE "X" TO PO-STATUS
                                   MOVE C-BUYER TO PO-BUYER
                                   PERFORM 9500-REWRITE-PO-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   DISPLAY "PO " C-PO-NUM-IN " REJECTED."
               ELSE
                   DISPLAY "NOTHING REJECTED."
               END-IF
           END-IF.

      *        A PO THE REORDER REPORT DIDN'T SUGGEST -- A SPECIAL
      *    ORDER, A NEW MODEL, A SEASON BUY-IN. LINES ARE TAKEN UNTIL
      *    A BLANK BOAT TYPE, AND GO ON APPROVED, READY TO PRINT.
       5000-WRITE-NEW-PO.
           DISPLAY "--- WRITE A NEW PO ---".
           PERFORM 9300-ASK-VENDOR-AND-DATE.
           ADD 1 TO C-HIGH-PO-NUM.
           MOVE ZEROES TO C-LINE-CTR.
           MOVE "N" TO C-LINE-DONE.
           PERFORM 5100-ENTER-ONE-LINE
               UNTIL C-LINE-DONE = "Y" OR C-LINE-CTR = 99.

           IF C-LINE-CTR IS = ZEROES
               SUBTRACT 1 FROM C-HIGH-PO-NUM
               DISPLAY "NO LINES ENTERED -- NO PO WRITTEN."
           ELSE
               DISPLAY "PO " C-HIGH-PO-NUM " WRITTEN WITH " C-LINE-CTR
                   " LINE(S). PRINT IT WITH OPTION P."
           END-IF.

       5100-ENTER-ONE-LINE.
           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "BOAT TYPE (B/P/S/J/C, BLANK WHEN DONE): "
                   WITH NO ADVANCING
               ACCEPT C-BOAT-TYPE-IN
               MOVE FUNCTION UPPER-CASE(C-BOAT-TYPE-IN)
                   TO C-BOAT-TYPE-IN
               EVALUATE C-BOAT-TYPE-IN
                   WHEN "B"
                   WHEN "P"
                   WHEN "S"
                   WHEN "J"
                   WHEN "C"
                   WHEN SPACE
                       MOVE "Y" TO C-VALID-ENTRY
                   WHEN OTHER
                       DISPLAY "INVALID BOAT TYPE -- MUST BE "
                           "B, P, S, J, OR C."
               END-EVALUATE
           END-PERFORM.

           IF C-BOAT-TYPE-IN IS = SPACE
               MOVE "Y" TO C-LINE-DONE
           ELSE
               MOVE "N" TO C-VALID-ENTRY
               PERFORM UNTIL C-VALID-ENTRY = "Y"
                   DISPLAY "SHIP TO (01=HOME LOT 02=RIVER LOT): "
                       WITH NO ADVANCING
                   ACCEPT C-LOCATION-IN
                   EVALUATE C-LOCATION-IN
                       WHEN "01"
                       WHEN "02"
                           MOVE "Y" TO C-VALID-ENTRY
                       WHEN OTHER
                           DISPLAY "INVALID LOCATION -- MUST BE "
                               "01 OR 02."
                   END-EVALUATE
               END-PERFORM
               PERFORM 9400-ASK-QTY-AND-COST

               ADD 1 TO C-LINE-CTR
               MOVE SPACES          TO PO-REC
               MOVE C-HIGH-PO-NUM   TO PO-NUM
               MOVE C-LINE-CTR      TO PO-LINE
               MOVE "A"             TO PO-STATUS
               MOVE C-VENDOR-IN     TO PO-VENDOR
               MOVE C-BOAT-TYPE-IN  TO PO-BOAT-TYPE
               MOVE C-LOCATION-IN   TO PO-LOCATION
               MOVE C-QTY-IN        TO PO-QTY-ORDERED
               MOVE ZEROES          TO PO-QTY-RECEIVED
               MOVE C-COST-IN       TO PO-UNIT-COST
               MOVE C-TODAY-DATE    TO PO-ORDER-DATE
               MOVE C-PROMISED-IN   TO PO-PROMISED-DATE
               MOVE C-BUYER         TO PO-BUYER
               ADD 1 TO C-PO-HIGH-KEY
               MOVE C-PO-HIGH-KEY TO C-PO-REC-NUM
               WRITE PO-REC
                   INVALID KEY
                       DISPLAY "ERROR WRITING CBLPOPN1.DAT, STATUS: "
                           C-PO-STATUS
                       MOVE 8 TO RETURN-CODE
                       SUBTRACT 1 FROM C-LINE-CTR
                       MOVE "Y" TO C-LINE-DONE
               END-WRITE
           END-IF.

      *        A LINE THE VENDOR WILL NEVER SHIP. NOTHING RECEIVED
      *    YET MEANS IT NEVER HAPPENED ("X"); PART RECEIVED MEANS IT
      *    IS SHORT-CLOSED ("C") AT WHAT ACTUALLY ARRIVED.
       6000-CANCEL-PO-LINE.
           DISPLAY "--- CANCEL AN OPEN PO LINE ---".
           PERFORM 9100-ASK-PO-NUMBER.
           DISPLAY "PO LINE: " WITH NO ADVANCING.
           ACCEPT C-PO-LINE-IN.
           PERFORM 9600-FIND-PO-LINE.

           IF C-PO-FOUND-NUM IS = ZEROES
               DISPLAY "PO " C-PO-NUM-IN " LINE " C-PO-LINE-IN
                   " IS NOT ON CBLPOPN1.DAT."
           ELSE
               IF PO-STATUS IS NOT = "A" AND PO-STATUS IS NOT = "O"
                   DISPLAY "PO LINE IS NOT OPEN (STATUS " PO-STATUS
                       ") -- NOTHING CANCELLED."
               ELSE
                   MOVE PO-BOAT-TYPE TO C-WORK-BOAT-TYPE
                   PERFORM 9350-CONVERT-BOAT-TYPE
                   DISPLAY C-BOAT-TYPE-NAME "  LOT " PO-LOCATION
                       "  ORDERED " PO-QTY-ORDERED
                       "  RECEIVED " PO-QTY-RECEIVED
                       "  VENDOR " PO-VENDOR
                   DISPLAY "CANCEL THIS LINE (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT C-CONFIRM
                   MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
                   IF C-CONFIRM IS = "Y"
                       IF PO-QTY-RECEIVED IS = ZEROES
                           MOVE "X" TO PO-STATUS
                       ELSE
                           MOVE "C" TO PO-STATUS
                       END-IF
                       MOVE C-BUYER TO PO-BUYER
                       PERFORM 9500-REWRITE-PO-LINE
                       DISPLAY "PO LINE CANCELLED."
                   ELSE
                       DISPLAY "NOTHING CANCELLED."
                   END-IF
               END-IF
           END-IF.

      *        EVERYTHING STILL IN PLAY -- SUGGESTED, APPROVED, AND
      *    OPEN. CBLCJS25 IS THE PRINTED VERSION, WITH OVERDUE DATES.
       7000-LIST-PO-LINES.
           DISPLAY "--- SUGGESTED AND OPEN PO LINES ---".
           MOVE ZEROES TO C-FOUND-CTR.
           PERFORM 9900-START-PO-SCAN.
           PERFORM UNTIL C-PO-EOF = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-PO-EOF
                   NOT AT END
                       IF PO-STATUS IS = "S" OR PO-STATUS IS = "A"
                               OR PO-STATUS IS = "O"
                           ADD 1 TO C-FOUND-CTR
                           DISPLAY "PO " PO-NUM "-" PO-LINE
                               "  " PO-STATUS "  " PO-BOAT-TYPE
                               "  LOT " PO-LOCATION
                               "  ORD " PO-QTY-ORDERED
                               "  RCVD " PO-QTY-RECEIVED
                               "  DUE " PO-PROMISED-DATE
                               "  " PO-VENDOR
                       END-IF
               END-READ
           END-PERFORM.
           IF C-FOUND-CTR IS = ZEROES
               DISPLAY "NO SUGGESTED OR OPEN PO LINES ON FILE."
           END-IF.

      *        ONE PAGE (OR MORE) PER PO, EVERY APPROVED LINE ON IT,
      *    THEN THE LINES GO TO "O" -- SENT. A PO APPROVED LATER IN THE
      *    DAY PRINTS ON THE NEXT RUN OF THIS OPTION; EACH RUN OF IT
      *    REPLACES CBLPORD1.PRT.
       8000-PRINT-APPROVED-POS.
           DISPLAY "--- PRINT APPROVED POS ---".
           MOVE ZEROES TO C-PRT-PO-NUM.
           MOVE ZEROES TO C-PRT-PO-CTR.
           MOVE ZEROES TO C-PG-CTR.
           OPEN OUTPUT PO-PRT.

           PERFORM 9900-START-PO-SCAN.
           PERFORM UNTIL C-PO-EOF = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-PO-EOF
                   NOT AT END
                       IF PO-STATUS IS = "A"
                           PERFORM 8100-PRINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF C-PRT-PO-CTR IS = ZEROES
               DISPLAY "NO APPROVED POS WAITING TO PRINT."
           ELSE
               PERFORM 8300-PRINT-PO-TOTAL
               DISPLAY C-PRT-PO-CTR " PO(S) PRINTED ON CBLPORD1.PRT."
           END-IF.
           CLOSE PO-PRT.

       8100-PRINT-ONE-LINE.
           IF PO-NUM IS NOT = C-PRT-PO-NUM
               IF C-PRT-PO-CTR > 0
                   PERFORM 8300-PRINT-PO-TOTAL
               END-IF
               ADD 1 TO C-PRT-PO-CTR
               MOVE PO-NUM TO C-PRT-PO-NUM
               MOVE ZEROES TO C-PO-TOTAL
               MOVE PO-NUM    TO O-PO-NUM
               MOVE PO-VENDOR TO O-VENDOR
               MOVE PO-BUYER  TO O-BUYER
               MOVE PO-ORDER-DATE TO C-WORK-DATE
               PERFORM 9800-FORMAT-DATE
               MOVE C-DATE-OUT TO O-ORDER-DATE
               MOVE PO-PROMISED-DATE TO C-WORK-DATE
               PERFORM 9800-FORMAT-DATE
               MOVE C-DATE-OUT TO O-PROMISED-DATE
               PERFORM 8200-HEADINGS
           END-IF.

           MOVE PO-LINE TO O-LINE.
           MOVE PO-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9350-CONVERT-BOAT-TYPE.
           MOVE C-BOAT-TYPE-NAME TO O-BOAT-TYPE.
           IF PO-LOCATION IS = "02"
               MOVE "LOT 02 RIVER LOT" TO O-SHIP-TO
           ELSE
               MOVE "LOT 01 HOME LOT" TO O-SHIP-TO
           END-IF.
           MOVE PO-QTY-ORDERED TO O-QTY.
           MOVE PO-UNIT-COST TO O-UNIT-COST.
           MULTIPLY PO-QTY-ORDERED BY PO-UNIT-COST GIVING C-EXTENDED.
           MOVE C-EXTENDED TO O-EXTENDED.
           ADD C-EXTENDED TO C-PO-TOTAL.

           WRITE PRTLINE
               FROM PO-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 8200-HEADINGS.

           MOVE "O" TO PO-STATUS.
           PERFORM 9500-REWRITE-PO-LINE.

      *        EVERY PAGE REPEATS THE PO HEADER, SO A PO THAT RUNS
      *    ONTO A SECOND PAGE STILL SAYS WHOSE IT IS.
       8200-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM PO-HDG-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COL-HDG-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

       8300-PRINT-PO-TOTAL.
           MOVE C-PO-TOTAL TO O-PO-TOTAL.
           WRITE PRTLINE
               FROM PO-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

      *        SCANS THE WHOLE FILE ONCE AT STARTUP, SAME AS CBLCJS04'S
      *    9000-FIND-HIGH-KEY, FOR BOTH THE NEXT RECORD NUMBER AND THE
      *    NEXT PO NUMBER.
       9000-FIND-HIGH-KEYS.
           MOVE ZEROES TO C-PO-HIGH-KEY.
           MOVE ZEROES TO C-HIGH-PO-NUM.
           PERFORM 9900-START-PO-SCAN.
           PERFORM UNTIL C-PO-EOF = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-PO-EOF
                   NOT AT END
                       MOVE C-PO-REC-NUM TO C-PO-HIGH-KEY
                       IF PO-NUM > C-HIGH-PO-NUM
                           MOVE PO-NUM TO C-HIGH-PO-NUM
                       END-IF
               END-READ
           END-PERFORM.

       9100-ASK-PO-NUMBER.
           DISPLAY "PO NUMBER: " WITH NO ADVANCING.
           ACCEPT C-PO-NUM-IN.

       9200-COUNT-SUGGESTED-LINES.
           MOVE ZEROES TO C-FOUND-CTR.
           PERFORM 9900-START-PO-SCAN.
           PERFORM UNTIL C-PO-EOF = "Y"
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-PO-EOF
                   NOT AT END
                       IF PO-NUM IS = C-PO-NUM-IN
                               AND PO-STATUS IS = "S"
                           ADD 1 TO C-FOUND-CTR
                       END-IF
               END-READ
           END-PERFORM.

      *        A PO GOES OUT WITH A VENDOR AND A DATE THE VENDOR HAS
      *    AGREED TO -- CBLCJS25 CHASES LATE DELIVERIES OFF THAT DATE,
      *    SO IT HAS TO BE A REAL CALENDAR DATE, NO EARLIER THAN TODAY.
       9300-ASK-VENDOR-AND-DATE.
           MOVE SPACES TO C-VENDOR-IN.
           PERFORM UNTIL C-VENDOR-IN IS NOT = SPACES
               DISPLAY "VENDOR: " WITH NO ADVANCING
               ACCEPT C-VENDOR-IN
               MOVE FUNCTION UPPER-CASE(C-VENDOR-IN) TO C-VENDOR-IN
           END-PERFORM.

           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "PROMISED DELIVERY DATE (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT C-PROMISED-IN
               IF FUNCTION TEST-DATE-YYYYMMDD(C-PROMISED-IN)
                       IS NOT = ZEROES
                   DISPLAY "NOT A VALID DATE -- RE-ENTER."
               ELSE
                   IF C-PROMISED-IN < C-TODAY-DATE
                       DISPLAY "PROMISED DATE IS IN THE PAST -- "
                           "RE-ENTER."
                   ELSE
                       MOVE "Y" TO C-VALID-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       9400-ASK-QTY-AND-COST.
           MOVE ZEROES TO C-QTY-IN.
           PERFORM UNTIL C-QTY-IN > 0
               DISPLAY "QUANTITY TO ORDER: " WITH NO ADVANCING
               ACCEPT C-QTY-IN
               IF C-QTY-IN IS = ZEROES
                   DISPLAY "QUANTITY MUST BE AT LEAST 1."
               END-IF
           END-PERFORM.
           DISPLAY "UNIT COST (E.G. 19500.00): " WITH NO ADVANCING.
           ACCEPT C-COST-IN.

       9500-REWRITE-PO-LINE.
           REWRITE PO-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING CBLPOPN1.DAT, STATUS: "
                       C-PO-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      *        LEAVES THE RELATIVE RECORD NUMBER OF C-PO-NUM-IN LINE
      *    C-PO-LINE-IN IN C-PO-FOUND-NUM (ZERO IF NOT ON FILE), WITH
      *    THE LINE ITSELF IN PO-REC.
       9600-FIND-PO-LINE.
           MOVE ZEROES TO C-PO-FOUND-NUM.
           PERFORM 9900-START-PO-SCAN.
           PERFORM UNTIL C-PO-EOF = "Y" OR C-PO-FOUND-NUM > 0
               READ PO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-PO-EOF
                   NOT AT END
                       IF PO-NUM IS = C-PO-NUM-IN
                               AND PO-LINE IS = C-PO-LINE-IN
                           MOVE C-PO-REC-NUM TO C-PO-FOUND-NUM
                       END-IF
               END-READ
           END-PERFORM.

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

       9900-START-PO-SCAN.
           MOVE 1 TO C-PO-REC-NUM.
           START PO-FILE KEY IS NOT LESS THAN C-PO-REC-NUM
               INVALID KEY
                   MOVE "Y" TO C-PO-EOF
               NOT INVALID KEY
                   MOVE "N" TO C-PO-EOF
           END-START.

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
