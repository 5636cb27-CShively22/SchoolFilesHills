       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS32.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * USED-BOAT INVENTORY MAINTENANCE. EVERY BOAT TAKEN IN TRADE ON
      * A SALE LANDS ON CBLUSED1.DAT WHEN CBLCJS04 KEYS THE SALE, WITH
      * THE ALLOWANCE THE CUSTOMER WAS GIVEN FOR IT. THIS PROGRAM IS
      * WHERE THE USED LOT IS RUN FROM THERE: PRICING A BOAT (ITS
      * ASKING PRICE), RECORDING ITS RESALE (WHAT IT ACTUALLY WENT
      * FOR, AND WHEN), AND BACKING OUT A RESALE KEYED IN ERROR.
      * CBLCJS33 PRINTS WHAT IS ON THE LOT; CBLCJS34 SETS EACH RESALE
      * AGAINST THE ALLOWANCE GIVEN, SO OWNERSHIP CAN SEE WHETHER
      * TRADES ARE BEING OVER-ALLOWED. A BOAT IS KNOWN BY ITS STOCK
      * NUMBER -- ITS RELATIVE RECORD NUMBER ON CBLUSED1.DAT, WHICH
      * CBLCJS04 REPORTS BACK WHEN THE TRADE IS TAKEN.
      *    USED-BOAT STATUS CODES --
      *      I  IN STOCK
      *      S  RESOLD (THROUGH THIS PROGRAM)
      *      X  GIVEN BACK TO THE CUSTOMER WHEN THE SALE IT CAME IN ON
      *         WAS RETURNED (CBLCJS04)
      * THIS PLATFORM DOES NOT SUPPORT SCREEN SECTION, SO THE
      * PROMPTS ARE PLAIN LINE-MODE ACCEPT/DISPLAY.
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

       DATA DIVISION.
       FILE SECTION.

      *        SEE CBLCJS04 FOR THE FIELD NOTES.
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
           05  C-DONE             PIC X           VALUE   "N".
           05  C-CHOICE           PIC X.
           05  C-CONFIRM          PIC X.
           05  C-VALID-ENTRY      PIC X           VALUE   "N".
      *        SET BY 9100-ASK-STOCK-NUMBER -- "Y" WHEN THE STOCK
      *    NUMBER KEYED IS ON FILE AND UB-REC HOLDS IT.
           05  C-FOUND            PIC X           VALUE   "N".
           05  C-FOUND-CTR        PIC 9(5)        VALUE   ZEROES.
           05  C-TODAY-DATE       PIC 9(8)        VALUE   ZEROES.
           05  C-PRICE-IN         PIC 9(6)V99     VALUE   ZEROES.
           05  C-DATE-IN          PIC 9(8)        VALUE   ZEROES.
      *        RESALE LESS ALLOWANCE -- NEGATIVE WHEN THE TRADE WAS
      *    OVER-ALLOWED.
           05  C-GAIN             PIC S9(7)V99    VALUE   ZEROES.
           05  C-GAIN-EDIT        PIC $$$$,$$9.99-.
           05  C-AMT-EDIT         PIC $$$$,$$9.99.
           05  C-ASK-EDIT         PIC $$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           IF C-USED-AVAILABLE IS = "Y"
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

      *        CREATED EMPTY THE FIRST TIME THROUGH, THE SAME WAY
      *    CBLCJS04 CREATES IT -- NOTHING TO PRICE OR SELL UNTIL A
      *    TRADE-IN HAS BEEN TAKEN.
           OPEN I-O USED-BOAT-FILE.
           IF C-USED-STATUS IS NOT = "00"
               OPEN OUTPUT USED-BOAT-FILE
               CLOSE USED-BOAT-FILE
               OPEN I-O USED-BOAT-FILE
           END-IF.

           IF C-USED-STATUS IS NOT = "00"
               DISPLAY "CBLUSED1.DAT COULD NOT BE OPENED, STATUS: "
                   C-USED-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO C-USED-AVAILABLE
           END-IF.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "=== USED-BOAT INVENTORY MAINTENANCE ===".
           DISPLAY "  L - LIST USED BOATS IN STOCK".
           DISPLAY "  P - SET A BOAT'S ASKING PRICE".
           DISPLAY "  S - RECORD A RESALE".
           DISPLAY "  U - UNDO A RESALE KEYED IN ERROR".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT C-CHOICE.

           EVALUATE C-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 7000-LIST-IN-STOCK
               WHEN "P"
               WHEN "p"
                   PERFORM 4000-SET-ASKING-PRICE
               WHEN "S"
               WHEN "s"
                   PERFORM 5000-RECORD-RESALE
               WHEN "U"
               WHEN "u"
                   PERFORM 6000-UNDO-RESALE
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO C-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, TRY AGAIN."
           END-EVALUATE.

       3000-CLOSING.
           IF C-USED-AVAILABLE IS = "Y"
               CLOSE USED-BOAT-FILE
           END-IF.

      *        ONLY A BOAT STILL ON THE LOT CAN BE PRICED. THE PRICE
      *    CAN GO BELOW THE ALLOWANCE -- SOMETIMES THAT IS THE ONLY
      *    WAY TO MOVE IT -- BUT THE OPERATOR IS ASKED TO CONFIRM, SINCE
      *    IT MEANS BOOKING A LOSS ON THE TRADE.
       4000-SET-ASKING-PRICE.
           DISPLAY "--- SET A BOAT'S ASKING PRICE ---".
           PERFORM 9100-ASK-STOCK-NUMBER.
           IF C-FOUND IS = "Y"
               IF UB-STATUS IS NOT = "I"
                   DISPLAY "STOCK NUMBER " C-USED-NUM " IS NOT IN "
                       "STOCK -- NOTHING CHANGED."
               ELSE
                   DISPLAY "NEW ASKING PRICE (E.G. 8500.00): "
                       WITH NO ADVANCING
                   ACCEPT C-PRICE-IN
                   MOVE "Y" TO C-CONFIRM
                   IF C-PRICE-IN < UB-ALLOWANCE
                       DISPLAY "ASKING PRICE IS BELOW THE ALLOWANCE -- "
                           "SET IT ANYWAY (Y/N): " WITH NO ADVANCING
                       ACCEPT C-CONFIRM
                       MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
                   END-IF
                   IF C-CONFIRM IS = "Y"
                       MOVE C-PRICE-IN TO UB-ASKING-PRICE
                       PERFORM 9500-REWRITE-USED-BOAT
                       MOVE UB-ASKING-PRICE TO C-ASK-EDIT
                       DISPLAY "STOCK NUMBER " C-USED-NUM
                           " ASKING PRICE NOW " C-ASK-EDIT "."
                   ELSE
                       DISPLAY "NOTHING CHANGED."
                   END-IF
               END-IF
           END-IF.

      *        THE BOAT GOES TO "S" WITH WHAT IT ACTUALLY SOLD FOR AND
      *    WHEN. THE DATE CAN'T BE BEFORE THE TRADE WAS TAKEN OR AFTER
      *    TODAY. WHAT THE RESALE MADE OR LOST AGAINST THE ALLOWANCE IS
      *    SHOWN ON THE SPOT -- CBLCJS34 TOTALS IT UP.
       5000-RECORD-RESALE.
           DISPLAY "--- RECORD A RESALE ---".
           PERFORM 9100-ASK-STOCK-NUMBER.
           IF C-FOUND IS = "Y"
               IF UB-STATUS IS NOT = "I"
                   DISPLAY "STOCK NUMBER " C-USED-NUM " IS NOT IN "
                       "STOCK -- NOTHING SOLD."
               ELSE
                   PERFORM 5100-ENTER-RESALE
                   DISPLAY "RECORD THIS RESALE (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT C-CONFIRM
                   MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
                   IF C-CONFIRM IS = "Y"
                       MOVE "S"        TO UB-STATUS
                       MOVE C-DATE-IN  TO UB-DATE-SOLD
                       MOVE C-PRICE-IN TO UB-RESALE-PRICE
                       PERFORM 9500-REWRITE-USED-BOAT
                       COMPUTE C-GAIN = UB-RESALE-PRICE - UB-ALLOWANCE
                       MOVE C-GAIN TO C-GAIN-EDIT
                       DISPLAY "STOCK NUMBER " C-USED-NUM " SOLD. "
                           "RESALE LESS ALLOWANCE: " C-GAIN-EDIT
                   ELSE
                       DISPLAY "NOTHING SOLD."
                   END-IF
               END-IF
           END-IF.

       5100-ENTER-RESALE.
           MOVE ZEROES TO C-PRICE-IN.
           PERFORM UNTIL C-PRICE-IN > 0
               DISPLAY "RESALE PRICE (E.G. 8250.00): "
                   WITH NO ADVANCING
               ACCEPT C-PRICE-IN
               IF C-PRICE-IN IS = ZEROES
                   DISPLAY "RESALE PRICE MUST BE MORE THAN ZERO."
               END-IF
           END-PERFORM.

           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "DATE SOLD (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT C-DATE-IN
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(C-DATE-IN)
                           IS NOT = ZEROES
                       DISPLAY "NOT A VALID DATE -- RE-ENTER."
                   WHEN C-DATE-IN < UB-DATE-TAKEN
                       DISPLAY "DATE SOLD IS BEFORE THE BOAT WAS "
                           "TRADED IN (" UB-DATE-TAKEN ") -- RE-ENTER."
                   WHEN C-DATE-IN > C-TODAY-DATE
                       DISPLAY "DATE SOLD IS IN THE FUTURE -- RE-ENTER."
                   WHEN OTHER
                       MOVE "Y" TO C-VALID-ENTRY
               END-EVALUATE
           END-PERFORM.

      *        A RESALE KEYED AGAINST THE WRONG STOCK NUMBER, OR A DEAL
      *    THAT FELL THROUGH, PUTS THE BOAT BACK IN STOCK AT ITS OLD
      *    ASKING PRICE.
       6000-UNDO-RESALE.
           DISPLAY "--- UNDO A RESALE KEYED IN ERROR ---".
           PERFORM 9100-ASK-STOCK-NUMBER.
           IF C-FOUND IS = "Y"
               IF UB-STATUS IS NOT = "S"
                   DISPLAY "STOCK NUMBER " C-USED-NUM " HAS NOT BEEN "
                       "RESOLD -- NOTHING UNDONE."
               ELSE
                   DISPLAY "PUT THIS BOAT BACK IN STOCK (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT C-CONFIRM
                   MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
                   IF C-CONFIRM IS = "Y"
                       MOVE "I"    TO UB-STATUS
                       MOVE ZEROES TO UB-DATE-SOLD
                       MOVE ZEROES TO UB-RESALE-PRICE
                       PERFORM 9500-REWRITE-USED-BOAT
                       DISPLAY "STOCK NUMBER " C-USED-NUM
                           " BACK IN STOCK."
                   ELSE
                       DISPLAY "NOTHING UNDONE."
                   END-IF
               END-IF
           END-IF.

      *        EVERYTHING ON THE USED LOT RIGHT NOW. CBLCJS33 IS THE
      *    PRINTED VERSION, WITH DAYS IN STOCK AND TOTALS.
       7000-LIST-IN-STOCK.
           DISPLAY "--- USED BOATS IN STOCK ---".
           MOVE ZEROES TO C-FOUND-CTR.
           PERFORM 9900-START-USED-SCAN.
           PERFORM UNTIL C-USED-EOF = "Y"
               READ USED-BOAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-USED-EOF
                   NOT AT END
                       IF UB-STATUS IS = "I"
                           ADD 1 TO C-FOUND-CTR
                           PERFORM 9200-DISPLAY-USED-BOAT
                       END-IF
               END-READ
           END-PERFORM.
           IF C-FOUND-CTR IS = ZEROES
               DISPLAY "NO USED BOATS IN STOCK."
           ELSE
               DISPLAY C-FOUND-CTR " USED BOAT(S) IN STOCK."
           END-IF.

      *        LEAVES C-FOUND "Y" AND THE BOAT IN UB-REC (SHOWN TO THE
      *    OPERATOR) WHEN THE STOCK NUMBER KEYED IS ON FILE.
       9100-ASK-STOCK-NUMBER.
           MOVE "N" TO C-FOUND.
           DISPLAY "STOCK NUMBER: " WITH NO ADVANCING.
           ACCEPT C-USED-NUM.
           READ USED-BOAT-FILE
               INVALID KEY
                   DISPLAY "STOCK NUMBER " C-USED-NUM
                       " IS NOT ON CBLUSED1.DAT."
               NOT INVALID KEY
                   MOVE "Y" TO C-FOUND
                   PERFORM 9200-DISPLAY-USED-BOAT
           END-READ.

       9200-DISPLAY-USED-BOAT.
           MOVE UB-ALLOWANCE TO C-AMT-EDIT.
           MOVE UB-ASKING-PRICE TO C-ASK-EDIT.
           DISPLAY "STOCK " C-USED-NUM "  " UB-DESC "  " UB-YEAR
               "  HULL " UB-HULL-ID "  STATUS " UB-STATUS.
           DISPLAY "   TAKEN " UB-DATE-TAKEN " FROM " UB-LAST-NAME
               " (SALE " UB-SALE-REC-NUM ")  ALLOWANCE " C-AMT-EDIT
               "  ASKING " C-ASK-EDIT.
           IF UB-STATUS IS = "S"
               MOVE UB-RESALE-PRICE TO C-AMT-EDIT
               DISPLAY "   SOLD " UB-DATE-SOLD " FOR " C-AMT-EDIT
           END-IF.

       9500-REWRITE-USED-BOAT.
           REWRITE UB-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING CBLUSED1.DAT, STATUS: "
                       C-USED-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       9900-START-USED-SCAN.
           MOVE 1 TO C-USED-NUM.
           START USED-BOAT-FILE KEY IS NOT LESS THAN C-USED-NUM
               INVALID KEY
                   MOVE "Y" TO C-USED-EOF
               NOT INVALID KEY
                   MOVE "N" TO C-USED-EOF
           END-START.
