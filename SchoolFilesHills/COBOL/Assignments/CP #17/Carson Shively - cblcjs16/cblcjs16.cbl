      * SALES ARE KEYED, AND NEW STOCK FROM THE MANUFACTURER WAS
      * HAND-EDITED INTO THE FILE, WHICH IS HOW THE REORDER REPORT
      * ENDS UP CRYING WOLF (OR STAYING QUIET WHEN IT SHOULDN'T).
      * THIS PROGRAM POSTS RECEIPTS, PHYSICAL-COUNT CORRECTIONS, LIST
      * PRICE CHANGES, AND DEALER COST CHANGES (WHAT WE PAY FOR A BOAT
      * OF EACH TYPE -- THE BASIS OF CBLCJS23'S GROSS MARGIN REPORT)
      * AGAINST THE MASTER THROUGH THE SAME LOAD-TABLE/SAVE-AT-
      * CLOSING PATTERN CBLCJS04 USES, AND LOGS
      * EVERY POSTING TO CBLIAUD1.DAT WITH DATE, TIME, QUANTITY, AND
      * OPERATOR, THE WAY CBLCJS04'S 4900-WRITE-AUDIT-RECORD LOGS SALE
      * MAINTENANCE -- SO THE CBLCJS17 STOCK-MOVEMENT REPORT CAN
      * RECONCILE A PERIOD'S OPENING QUANTITY, RECEIPTS, SALES, AND
      * CLOSING QUANTITY. A RECEIPT ALSO TAKES THE HULL ID OF EVERY
      * BOAT THAT CAME OFF THE TRUCK AND ADDS IT TO THE UNIT-LEVEL
      * INVENTORY CBLUNIT1.DAT THAT CBLCJS04 SELLS FROM, SO THE COUNT
      * ON THE MASTER AND THE HULLS ON THE LOT START OUT EQUAL.
      * EVERY RECEIPT IS POSTED AGAINST A LINE ON THE OPEN-PO FILE
      * CBLPOPN1.DAT (WRITTEN AND APPROVED THROUGH CBLCJS24) -- THE
      * PO LINE SAYS WHICH BOAT TYPE AND LOT, AND THE QUANTITY
      * RECEIVED IS ADDED TO IT, CLOSING THE LINE ONCE IT IS FILLED.
      * A DELIVERY BIGGER THAN WHAT IS STILL OPEN ON THE LINE IS
      * REJECTED UNLESS THE OPERATOR EXPLICITLY ACCEPTS THE OVERAGE,
      * IN WHICH CASE THE LINE SHOWS AS OVER-RECEIVED ON CBLCJS25'S
      * OPEN-PO REPORT. BOATS THAT SHOW UP WITH NO PO NEED ONE
      * WRITTEN IN CBLCJS24 FIRST.
      * THIS PLATFORM DOES NOT SUPPORT SCREEN SECTION, SO THE
      * PROMPTS ARE PLAIN LINE-MODE ACCEPT/DISPLAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IAUD-STATUS.

      *        UNIT-LEVEL INVENTORY AND ITS HISTORY -- SAME FILES
      *    AND LAYOUTS AS CBLCJS04. A RECEIPT ADDS ONE UNIT RECORD AND
      *    ONE "RECPT" HISTORY LINE PER HULL.
           SELECT UNIT-FILE
               ASSIGN TO 'C:\COBOL\CBLUNIT1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-UNIT-NUM
               FILE STATUS IS C-UNIT-STATUS.

           SELECT UNIT-HIST-FILE
               ASSIGN TO 'C:\COBOL\CBLUHST1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-UHST-STATUS.

      *        SAME OPEN-PO FILE AND LAYOUT AS CBLCJS24.
           SELECT PO-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPN1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-PO-REC-NUM
               FILE STATUS IS C-PO-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  BM-QTY-ON-HAND      PIC 9(5).
           05  BM-QTY-LOC1         PIC 9(5).
           05  BM-QTY-LOC2         PIC 9(5).
      *        WHAT THE DEALERSHIP PAYS THE MANUFACTURER FOR ONE BOAT
      *    OF THIS TYPE, MAINTAINED THROUGH CBLCJS16. A RECORD WRITTEN
      *    BEFORE THE FIELD EXISTED READS IT BACK AS SPACES, TAKEN AS
      *    ZERO (NOT YET ENTERED).
           05  BM-DEALER-COST      PIC 9(6)V99.

      *        ONE POSTING. IA-QTY-DELTA IS SIGNED -- A COUNT
      *    CORRECTION CAN TAKE STOCK DOWN AS WELL AS UP; A PRICE
      *    CHANGE CARRIES A ZERO DELTA AND THE OLD/NEW PRICES INSTEAD.
      *    A DEALER COST CHANGE (IA-ACTION "COST") IS LOGGED THE SAME
      *    WAY AS A PRICE CHANGE, WITH THE OLD AND NEW DEALER COST IN
      *    THE TWO PRICE FIELDS.
       FD INV-AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           05  IA-NEW-PRICE        PIC 9(6)V99.
           05  IA-OPERATOR         PIC X(3).

      *        SEE CBLCJS04 FOR THE STATUS CODES.
       FD UNIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS UN-REC.

       01 UN-REC.
           05  UN-HULL-ID          PIC X(12).
           05  UN-BOAT-TYPE        PIC X.
           05  UN-LOCATION         PIC XX.
           05  UN-DATE-RECEIVED    PIC 9(8).
           05  UN-STATUS           PIC X.
           05  UN-DATE-SOLD        PIC 9(8).
           05  UN-SALE-REC-NUM     PIC 9(6).

       FD UNIT-HIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS UH-REC.

       01 UH-REC.
           05  UH-DATE             PIC 9(8).
           05  UH-TIME             PIC X(6).
           05  UH-EVENT            PIC X(6).
           05  UH-HULL-ID          PIC X(12).
           05  UH-BOAT-TYPE        PIC X.
           05  UH-LOCATION         PIC XX.
           05  UH-REF-NUM          PIC 9(6).
           05  UH-LAST-NAME        PIC X(15).
           05  UH-SOURCE           PIC X(8).

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

       WORKING-STORAGE SECTION.

       01 I-DATE-TIME.
           05  C-QTY-IN           PIC 9(5)        VALUE   ZEROES.
           05  C-QTY-DELTA        PIC S9(5)       VALUE   ZEROES.
           05  C-PRICE-IN         PIC 9(6)V99     VALUE   ZEROES.
           05  C-COST-IN          PIC 9(6)V99     VALUE   ZEROES.
           05  C-TODAY-DATE       PIC 9(8)        VALUE   ZEROES.
      *        HULL CAPTURE ON A RECEIPT. C-UNIT-HIGH-KEY IS THE LAST
      *    RELATIVE RECORD NUMBER USED ON CBLUNIT1.DAT; C-HULL-CTR
      *    COUNTS THE HULLS ENTERED FOR THE RECEIPT IN PROGRESS.
           05  C-UNIT-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-UNIT-STATUS      PIC XX.
           05  C-UHST-STATUS      PIC XX.
           05  C-UNIT-EOF         PIC X           VALUE   "N".
           05  C-UNIT-HIGH-KEY    PIC 9(6)        VALUE   ZEROES.
           05  C-UNIT-FOUND-NUM   PIC 9(6)        VALUE   ZEROES.
           05  C-HULL-IN          PIC X(12).
           05  C-HULL-CTR         PIC 9(5)        VALUE   ZEROES.
           05  C-HULL-DONE        PIC X           VALUE   "N".
      *        THE PO LINE A RECEIPT IS POSTED AGAINST. C-PO-FOUND-NUM
      *    IS ITS RELATIVE RECORD NUMBER ON CBLPOPN1.DAT; ITS PO NUMBER
      *    ALSO GOES ON EACH HULL'S "RECPT" HISTORY LINE.
           05  C-PO-STATUS        PIC XX.
           05  C-PO-REC-NUM       PIC 9(6)        VALUE   ZEROES.
           05  C-PO-EOF           PIC X           VALUE   "N".
           05  C-PO-NUM-IN        PIC 9(6)        VALUE   ZEROES.
           05  C-PO-LINE-IN       PIC 99          VALUE   ZEROES.
           05  C-PO-FOUND-NUM     PIC 9(6)        VALUE   ZEROES.
           05  C-PO-REMAINING     PIC 9(5)        VALUE   ZEROES.
           05  C-RECEIPT-OK       PIC X           VALUE   "N".
           05  C-CONFIRM          PIC X.

       01 BOAT-MASTER-TABLE.
           05  BMT-ENTRY OCCURS 6 TIMES.
               10  BMT-QTY-ON-HAND  PIC 9(5).
               10  BMT-QTY-LOC      OCCURS 2 TIMES
                                    PIC 9(5).
               10  BMT-DEALER-COST  PIC 9(6)V99.

       PROCEDURE DIVISION.

                   CLOSE INV-AUDIT-FILE
                   OPEN EXTEND INV-AUDIT-FILE
               END-IF
               OPEN I-O UNIT-FILE
               IF C-UNIT-STATUS IS NOT = "00"
                   OPEN OUTPUT UNIT-FILE
                   CLOSE UNIT-FILE
                   OPEN I-O UNIT-FILE
               END-IF
               OPEN EXTEND UNIT-HIST-FILE
               IF C-UHST-STATUS IS NOT = "00"
                   OPEN OUTPUT UNIT-HIST-FILE
                   CLOSE UNIT-HIST-FILE
                   OPEN EXTEND UNIT-HIST-FILE
               END-IF
               OPEN I-O PO-FILE
               IF C-PO-STATUS IS NOT = "00"
                   OPEN OUTPUT PO-FILE
                   CLOSE PO-FILE
                   OPEN I-O PO-FILE
               END-IF
               PERFORM 9010-FIND-HIGH-UNIT-KEY

               DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING
               ACCEPT C-OPERATOR
           DISPLAY "  R - POST A RECEIPT".
           DISPLAY "  A - POST A COUNT CORRECTION".
           DISPLAY "  P - CHANGE A LIST PRICE".
           DISPLAY "  D - CHANGE A DEALER COST".
           DISPLAY "  L - LIST THE MASTER".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
               WHEN "P"
               WHEN "p"
                   PERFORM 6000-CHANGE-LIST-PRICE
               WHEN "D"
               WHEN "d"
                   PERFORM 6500-CHANGE-DEALER-COST
               WHEN "L"
               WHEN "l"
                   PERFORM 7000-LIST-MASTER
           PERFORM 9960-SAVE-BOAT-MASTER.
           IF C-MASTER-AVAILABLE IS = "Y"
               CLOSE INV-AUDIT-FILE
               CLOSE UNIT-FILE
               CLOSE UNIT-HIST-FILE
               CLOSE PO-FILE
           END-IF.

      *        THE BOAT TYPE AND LOT COME OFF THE PO LINE, NOT THE
      *    OPERATOR, SO A RECEIPT CAN'T LAND ON A DIFFERENT TYPE OR LOT
      *    THAN WAS ORDERED.
       4000-POST-RECEIPT.
           DISPLAY "--- POST A RECEIPT ---".
           PERFORM 4010-ASK-PO-LINE.
           IF C-RECEIPT-OK IS = "Y"
               DISPLAY "QUANTITY ON HAND AT THIS LOT: "
                   BMT-QTY-LOC(C-FOUND-IDX, C-LOC-IDX)
               DISPLAY "QUANTITY RECEIVED: " WITH NO ADVANCING
               ACCEPT C-QTY-IN
               PERFORM 4020-CHECK-OVER-RECEIPT
           END-IF.
           IF C-RECEIPT-OK IS = "Y"
               MOVE ZEROES TO C-HULL-CTR
               MOVE "N" TO C-HULL-DONE
               PERFORM 4050-CAPTURE-ONE-HULL
                   UNTIL C-HULL-CTR IS = C-QTY-IN
                       OR C-HULL-DONE IS = "Y"
      *        EVERY BOAT POSTED HAS A HULL BEHIND IT -- IF THE
      *    OPERATOR STOPPED SHORT, ONLY THE HULLS ACTUALLY ENTERED
      *    ARE RECEIVED.
               IF C-HULL-CTR < C-QTY-IN
                   DISPLAY "ONLY " C-HULL-CTR " HULL(S) ENTERED -- "
                       "RECEIVING " C-HULL-CTR "."
                   MOVE C-HULL-CTR TO C-QTY-IN
               END-IF
               IF C-QTY-IN IS = ZEROES
                   DISPLAY "ZERO QUANTITY -- NOTHING POSTED."
               ELSE
                   DISPLAY "RECEIPT POSTED. NEW QUANTITY AT THIS "
                       "LOT: " BMT-QTY-LOC(C-FOUND-IDX, C-LOC-IDX)
                       "  OVERALL: " BMT-QTY-ON-HAND(C-FOUND-IDX)
                   PERFORM 4030-UPDATE-PO-LINE
               END-IF
           END-IF.

      *        FINDS THE PO LINE AND CHECKS IT CAN TAKE A RECEIPT --
      *    APPROVED OR SENT, FOR A BOAT TYPE ON THE MASTER. SETS
      *    C-FOUND-IDX, C-LOOKUP-LOCATION, C-LOC-IDX, AND
      *    C-PO-REMAINING FROM IT, AND C-RECEIPT-OK TO "Y" IF IT CAN.
       4010-ASK-PO-LINE.
           MOVE "N" TO C-RECEIPT-OK.
           DISPLAY "PO NUMBER: " WITH NO ADVANCING.
           ACCEPT C-PO-NUM-IN.
           DISPLAY "PO LINE: " WITH NO ADVANCING.
           ACCEPT C-PO-LINE-IN.
           PERFORM 9600-FIND-PO-LINE.

           EVALUATE TRUE
               WHEN C-PO-FOUND-NUM IS = ZEROES
                   DISPLAY "PO " C-PO-NUM-IN " LINE " C-PO-LINE-IN
                       " IS NOT ON CBLPOPN1.DAT -- NOTHING POSTED."
               WHEN PO-STATUS IS = "S"
                   DISPLAY "PO LINE IS ONLY A SUGGESTION -- THE BUYER "
                       "HAS NOT APPROVED IT. NOTHING POSTED."
               WHEN PO-STATUS IS NOT = "A" AND PO-STATUS IS NOT = "O"
                   DISPLAY "PO LINE IS CLOSED OR CANCELLED (STATUS "
                       PO-STATUS ") -- NOTHING POSTED."
               WHEN OTHER
                   MOVE PO-BOAT-TYPE TO C-LOOKUP-BOAT-TYPE
                   PERFORM 9955-FIND-MASTER-ENTRY
                   IF C-FOUND-IDX IS = ZEROES
                       DISPLAY "PO LINE'S BOAT TYPE IS NOT ON THE "
                           "INVENTORY MASTER -- NOTHING POSTED."
                   ELSE
                       MOVE "Y" TO C-RECEIPT-OK
                       MOVE PO-LOCATION TO C-LOOKUP-LOCATION
                       IF C-LOOKUP-LOCATION IS = "02"
                           MOVE 2 TO C-LOC-IDX
                       ELSE
                           MOVE 1 TO C-LOC-IDX
                       END-IF
                       IF PO-QTY-ORDERED > PO-QTY-RECEIVED
                           SUBTRACT PO-QTY-RECEIVED FROM PO-QTY-ORDERED
                               GIVING C-PO-REMAINING
                       ELSE
                           MOVE ZEROES TO C-PO-REMAINING
                       END-IF
                       DISPLAY "VENDOR: " PO-VENDOR "  TYPE: "
                           PO-BOAT-TYPE "  LOT: " PO-LOCATION
                       DISPLAY "ORDERED: " PO-QTY-ORDERED
                           "  RECEIVED SO FAR: " PO-QTY-RECEIVED
                           "  STILL OPEN: " C-PO-REMAINING
                   END-IF
           END-EVALUATE.

      *        MORE BOATS THAN THE LINE HAS OPEN IS EITHER A KEYING
      *    ERROR OR THE VENDOR OVER-SHIPPING. IT IS REFUSED UNLESS THE
      *    OPERATOR SAYS OTHERWISE; ACCEPTED, IT POSTS IN FULL AND THE
      *    LINE CARRIES THE OVERAGE FOR CBLCJS25 TO FLAG.
       4020-CHECK-OVER-RECEIPT.
           IF C-QTY-IN > C-PO-REMAINING
               DISPLAY "*** OVER-RECEIPT: " C-QTY-IN " RECEIVED BUT "
                   "ONLY " C-PO-REMAINING " OPEN ON THE PO LINE ***"
               DISPLAY "ACCEPT THE OVERAGE ANYWAY (Y/N): "
                   WITH NO ADVANCING
               ACCEPT C-CONFIRM
               MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
               IF C-CONFIRM IS = "Y"
                   DISPLAY "OVER-RECEIPT ACCEPTED -- IT WILL SHOW ON "
                       "THE OPEN-PO REPORT."
               ELSE
                   MOVE "N" TO C-RECEIPT-OK
                   DISPLAY "RECEIPT REJECTED -- NOTHING POSTED."
               END-IF
           END-IF.

      *        ADDS THE BOATS ACTUALLY RECEIVED (AFTER HULL CAPTURE) TO
      *    THE PO LINE AND CLOSES IT ONCE IT IS FILLED. THE LINE IS
      *    RE-READ BY ITS RECORD NUMBER BEFORE THE REWRITE, THE SAME
      *    WAY CBLCJS04 RE-READS A HULL BEFORE MARKING IT SOLD.
       4030-UPDATE-PO-LINE.
           MOVE C-PO-FOUND-NUM TO C-PO-REC-NUM.
           READ PO-FILE
               INVALID KEY
                   DISPLAY "WARNING: COULD NOT RE-READ PO LINE, "
                       "STATUS: " C-PO-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD C-QTY-IN TO PO-QTY-RECEIVED
                   IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
                       MOVE "C" TO PO-STATUS
                       DISPLAY "PO " PO-NUM " LINE " PO-LINE
                           " IS NOW RECEIVED IN FULL AND CLOSED."
                   END-IF
                   REWRITE PO-REC
                       INVALID KEY
                           DISPLAY "WARNING: ERROR REWRITING "
                               "CBLPOPN1.DAT, STATUS: " C-PO-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

      *        ONE HULL OFF THE TRUCK. A HULL ID ALREADY ON
      *    CBLUNIT1.DAT IS A KEYING ERROR (OR THE SAME BOAT RECEIVED
      *    TWICE) AND IS ASKED FOR AGAIN; A BLANK ENDS THE RECEIPT
      *    EARLY. EACH GOOD HULL IS WRITTEN IN STOCK AT THE RECEIVING
      *    LOT, DATED TODAY.
       4050-CAPTURE-ONE-HULL.
           COMPUTE C-UNIT-NUM = C-HULL-CTR + 1.
           DISPLAY "HULL ID FOR BOAT " C-UNIT-NUM " OF " C-QTY-IN
               " (BLANK TO STOP): " WITH NO ADVANCING.
           ACCEPT C-HULL-IN.
           MOVE FUNCTION UPPER-CASE(C-HULL-IN) TO C-HULL-IN.
           IF C-HULL-IN IS = SPACES
               MOVE "Y" TO C-HULL-DONE
           ELSE
               PERFORM 9700-FIND-UNIT-BY-HULL
               IF C-UNIT-FOUND-NUM > 0
                   DISPLAY "HULL " C-HULL-IN " IS ALREADY ON "
                       "CBLUNIT1.DAT -- RE-ENTER."
               ELSE
                   MOVE SPACES TO UN-REC
                   MOVE C-HULL-IN          TO UN-HULL-ID
                   MOVE C-LOOKUP-BOAT-TYPE TO UN-BOAT-TYPE
                   MOVE C-LOOKUP-LOCATION  TO UN-LOCATION
                   MOVE C-TODAY-DATE       TO UN-DATE-RECEIVED
                   MOVE "I"                TO UN-STATUS
                   MOVE ZEROES             TO UN-DATE-SOLD
                   MOVE ZEROES             TO UN-SALE-REC-NUM
                   ADD 1 TO C-UNIT-HIGH-KEY
                   MOVE C-UNIT-HIGH-KEY TO C-UNIT-NUM
                   WRITE UN-REC
                       INVALID KEY
                           DISPLAY "ERROR WRITING CBLUNIT1.DAT, "
                               "STATUS: " C-UNIT-STATUS
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO C-HULL-DONE
                       NOT INVALID KEY
                           ADD 1 TO C-HULL-CTR
                           PERFORM 9730-WRITE-UNIT-HISTORY
                   END-WRITE
               END-IF
           END-IF.

               END-IF
           END-IF.

      *        SAME SHAPE AS A LIST PRICE CHANGE -- NO QUANTITY MOVES,
      *    AND THE LOG LINE CARRIES THE OLD AND NEW DEALER COST.
       6500-CHANGE-DEALER-COST.
           DISPLAY "--- CHANGE A DEALER COST ---".
           PERFORM 8000-ASK-BOAT-TYPE.
           IF C-FOUND-IDX > 0
               DISPLAY "DEALER COST ON MASTER: "
                   BMT-DEALER-COST(C-FOUND-IDX)
               DISPLAY "NEW DEALER COST (E.G. 19500.00): "
                   WITH NO ADVANCING
               ACCEPT C-COST-IN
               IF C-COST-IN IS = BMT-DEALER-COST(C-FOUND-IDX)
                   DISPLAY "COST UNCHANGED -- NOTHING POSTED."
               ELSE
                   MOVE ZEROES TO C-QTY-DELTA
                   MOVE SPACES TO C-LOOKUP-LOCATION
                   MOVE BMT-DEALER-COST(C-FOUND-IDX) TO IA-OLD-PRICE
                   MOVE C-COST-IN TO BMT-DEALER-COST(C-FOUND-IDX)
                   MOVE "COST" TO IA-ACTION
                   PERFORM 9940-WRITE-INV-AUDIT
                   DISPLAY "DEALER COST CHANGED."
                   IF C-COST-IN > BMT-LIST-PRICE(C-FOUND-IDX)
                       DISPLAY "*** WARNING: DEALER COST IS ABOVE "
                           "THE LIST PRICE ***"
                   END-IF
               END-IF
           END-IF.

       7000-LIST-MASTER.
           DISPLAY "--- BOAT INVENTORY MASTER ---".
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   "  QTY ON HAND: " BMT-QTY-ON-HAND(BM-IDX)
                   "  (LOT 01: " BMT-QTY-LOC(BM-IDX, 1)
                   "  LOT 02: " BMT-QTY-LOC(BM-IDX, 2) ")"
                   "  DEALER COST: " BMT-DEALER-COST(BM-IDX)
           END-PERFORM.

      *        ASKS FOR A BOAT TYPE AND LOOKS IT UP ON THE MASTER,

      *        STAMPS AND APPENDS ONE LOG LINE FOR THE POSTING JUST
      *    MADE. CALLERS SET IA-ACTION AND C-QTY-DELTA (AND
      *    IA-OLD-PRICE FOR A PRICE OR COST CHANGE) BEFORE PERFORMING
      *    THIS; EVERYTHING ELSE IS FILLED IN FROM THE MASTER ENTRY AT
      *    C-FOUND-IDX.
       9940-WRITE-INV-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE C-LOOKUP-LOCATION TO IA-LOCATION.
           MOVE C-QTY-DELTA  TO IA-QTY-DELTA.
           MOVE BMT-QTY-ON-HAND(C-FOUND-IDX) TO IA-NEW-QTY.
           IF IA-ACTION IS = "COST"
               MOVE BMT-DEALER-COST(C-FOUND-IDX) TO IA-NEW-PRICE
           ELSE
               IF IA-ACTION IS NOT = "PRICE"
                   MOVE BMT-LIST-PRICE(C-FOUND-IDX) TO IA-OLD-PRICE
               END-IF
               MOVE BMT-LIST-PRICE(C-FOUND-IDX) TO IA-NEW-PRICE
           END-IF.
           MOVE C-OPERATOR   TO IA-OPERATOR.
           WRITE IAUD-REC.

               MOVE 8 TO RETURN-CODE
           END-IF.

      *        SAME LOOKUP AS CBLCJS24'S 9600-FIND-PO-LINE. LEAVES THE
      *    RELATIVE RECORD NUMBER IN C-PO-FOUND-NUM (ZERO IF NOT ON
      *    FILE) WITH THE LINE IN PO-REC.
       9600-FIND-PO-LINE.
           MOVE ZEROES TO C-PO-FOUND-NUM.
           MOVE 1 TO C-PO-REC-NUM.
           START PO-FILE KEY IS NOT LESS THAN C-PO-REC-NUM
               INVALID KEY
                   MOVE "Y" TO C-PO-EOF
               NOT INVALID KEY
                   MOVE "N" TO C-PO-EOF
           END-START.
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

      *        SAME SCAN AS CBLCJS04'S 9000-FIND-HIGH-KEY, AGAINST THE
      *    UNIT FILE -- NEW HULLS GO ON AFTER THE LAST ONE THERE.
       9010-FIND-HIGH-UNIT-KEY.
           MOVE ZEROES TO C-UNIT-HIGH-KEY.
           PERFORM 9705-START-UNIT-SCAN.
           PERFORM UNTIL C-UNIT-EOF = "Y"
               READ UNIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-UNIT-EOF
                   NOT AT END
                       MOVE C-UNIT-NUM TO C-UNIT-HIGH-KEY
               END-READ
           END-PERFORM.

      *        SAME LOOKUP AS CBLCJS04'S 9700-FIND-UNIT-BY-HULL.
       9700-FIND-UNIT-BY-HULL.
           MOVE ZEROES TO C-UNIT-FOUND-NUM.
           PERFORM 9705-START-UNIT-SCAN.
           PERFORM UNTIL C-UNIT-EOF = "Y" OR C-UNIT-FOUND-NUM > 0
               READ UNIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-UNIT-EOF
                   NOT AT END
                       IF UN-HULL-ID IS = C-HULL-IN
                           MOVE C-UNIT-NUM TO C-UNIT-FOUND-NUM
                       END-IF
               END-READ
           END-PERFORM.

       9705-START-UNIT-SCAN.
           MOVE 1 TO C-UNIT-NUM.
           START UNIT-FILE KEY IS NOT LESS THAN C-UNIT-NUM
               INVALID KEY
                   MOVE "Y" TO C-UNIT-EOF
               NOT INVALID KEY
                   MOVE "N" TO C-UNIT-EOF
           END-START.

      *        THE "RECPT" LINE THAT STARTS A HULL'S HISTORY. ITS
      *    REFERENCE NUMBER IS THE PO THE HULL CAME IN ON.
       9730-WRITE-UNIT-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE C-TODAY-DATE TO UH-DATE.
           MOVE I-TIME(1:6)  TO UH-TIME.
           MOVE "RECPT"      TO UH-EVENT.
           MOVE UN-HULL-ID   TO UH-HULL-ID.
           MOVE UN-BOAT-TYPE TO UH-BOAT-TYPE.
           MOVE UN-LOCATION  TO UH-LOCATION.
           MOVE C-PO-NUM-IN  TO UH-REF-NUM.
           MOVE SPACES       TO UH-LAST-NAME.
           MOVE "CBLCJS16"   TO UH-SOURCE.
           WRITE UH-REC.

      *        SAME LOAD CBLCJS04'S 9950-LOAD-BOAT-MASTER RUNS. A
      *    RECORD STILL IN THE OLD 9-BYTE FORMAT (NO QUANTITY FIELD)
      *    READS ITS QUANTITY BACK AS SPACES, WHICH IS TAKEN AS ZERO.
                               TO BMT-QTY-LOC(C-MASTER-COUNT, 1)
                           MOVE BM-QTY-LOC2
                               TO BMT-QTY-LOC(C-MASTER-COUNT, 2)
                           IF BM-DEALER-COST IS NOT NUMERIC
                               MOVE ZEROES TO BM-DEALER-COST
                           END-IF
                           MOVE BM-DEALER-COST
                               TO BMT-DEALER-COST(C-MASTER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BOAT-MASTER
                   MOVE BMT-QTY-ON-HAND(BM-IDX) TO BM-QTY-ON-HAND
                   MOVE BMT-QTY-LOC(BM-IDX, 1)  TO BM-QTY-LOC1
                   MOVE BMT-QTY-LOC(BM-IDX, 2)  TO BM-QTY-LOC2
                   MOVE BMT-DEALER-COST(BM-IDX) TO BM-DEALER-COST
                   WRITE BM-REC
               END-PERFORM
               CLOSE BOAT-MASTER
