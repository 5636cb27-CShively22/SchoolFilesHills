       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS22.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * HULL LOOKUP. A WARRANTY CLAIM OR A RECALL NOTICE ARRIVES WITH
      * A HULL ID ON IT, AND THE QUESTION IS ALWAYS THE SAME -- WHEN
      * DID THAT BOAT COME IN, WHICH LOT WAS IT ON, WHO BOUGHT IT, AND
      * DID IT EVER COME BACK. THIS PROGRAM ASKS FOR A HULL ID, SHOWS
      * ITS CURRENT RECORD ON CBLUNIT1.DAT (AND THE SALE IT WENT OUT
      * ON, OFF CBLB1IDX.DAT, IF IT IS SOLD), THEN LISTS EVERY EVENT
      * FOR IT ON CBLUHST1.DAT IN THE ORDER THEY HAPPENED -- RECEIPT
      * (CBLCJS16), SALE, RETURN, AND DELETED SALE (CBLCJS04). READ
      * ONLY; NOTHING IS CHANGED. THIS PLATFORM DOES NOT SUPPORT
      * SCREEN SECTION, SO THE PROMPTS ARE PLAIN LINE-MODE
      * ACCEPT/DISPLAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIT-FILE
               ASSIGN TO 'C:\COBOL\CBLUNIT1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-UNIT-NUM
               FILE STATUS IS C-UNIT-STATUS.

      *        RE-OPENED FOR EVERY LOOKUP SO EACH ONE READS IT FROM
      *    THE TOP.
           SELECT UNIT-HIST-FILE
               ASSIGN TO 'C:\COBOL\CBLUHST1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-UHST-STATUS.

      *        THE SALE RECORD A SOLD HULL POINTS AT.
           SELECT BOAT-MAINT-FILE
               ASSIGN TO 'C:\COBOL\CBLB1IDX.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-REC-NUM
               FILE STATUS IS C-MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *        SAME LAYOUTS CBLCJS04 AND CBLCJS16 MAINTAIN.
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

       WORKING-STORAGE SECTION.

       01 WORK-AREA.
           05  C-UNIT-STATUS      PIC XX.
           05  C-UHST-STATUS      PIC XX.
           05  C-MAINT-STATUS     PIC XX.
           05  C-UNIT-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-REC-NUM          PIC 9(6)        VALUE   ZEROES.
           05  C-UNIT-EOF         PIC X           VALUE   "N".
           05  C-UHST-EOF         PIC X           VALUE   "N".
           05  C-UNIT-FOUND-NUM   PIC 9(6)        VALUE   ZEROES.
           05  C-UNIT-AVAILABLE   PIC X           VALUE   "N".
           05  C-MAINT-AVAILABLE  PIC X           VALUE   "N".
           05  C-DONE             PIC X           VALUE   "N".
           05  C-HULL-IN          PIC X(12).
           05  C-EVENT-CTR        PIC 9(4)        VALUE   ZEROES.
           05  C-STATUS-NAME      PIC X(18).
      *        THE BOAT TYPE CODE THE CONVERT PARAGRAPH WORKS FROM.
           05  C-WORK-BOAT-TYPE   PIC X.
           05  C-BOAT-TYPE-NAME   PIC X(13).

      *        DATES ARE SHOWN MM/DD/YYYY LIKE EVERY REPORT HEADING.
       01  O-SHOW-DATE.
           05  O-SHOW-MM           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-SHOW-DD           PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-SHOW-YY           PIC 9(4).
       01  C-WORK-DATE             PIC 9(8)    VALUE   ZEROES.
       01  O-SHOW-AMOUNT           PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           IF C-UNIT-AVAILABLE IS = "Y"
               PERFORM 2000-LOOKUP-LOOP
                   UNTIL C-DONE = "Y"
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

      *        NOTHING TO LOOK UP WITHOUT THE UNIT FILE. THE SALES FILE
      *    IS ONLY NICE TO HAVE -- WITHOUT IT A SOLD HULL JUST SHOWS
      *    ITS RECORD NUMBER.
       1000-INIT.
           OPEN INPUT UNIT-FILE.
           IF C-UNIT-STATUS IS = "00"
               MOVE "Y" TO C-UNIT-AVAILABLE
           ELSE
               DISPLAY "CBLUNIT1.DAT NOT FOUND, STATUS: "
                   C-UNIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT BOAT-MAINT-FILE.
           IF C-MAINT-STATUS IS = "00"
               MOVE "Y" TO C-MAINT-AVAILABLE
           END-IF.

       2000-LOOKUP-LOOP.
           DISPLAY " ".
           DISPLAY "=== HULL LOOKUP ===".
           DISPLAY "HULL ID (BLANK OR X TO EXIT): " WITH NO ADVANCING.
           MOVE SPACES TO C-HULL-IN.
           ACCEPT C-HULL-IN.
           MOVE FUNCTION UPPER-CASE(C-HULL-IN) TO C-HULL-IN.

           IF C-HULL-IN IS = SPACES OR C-HULL-IN IS = "X"
               MOVE "Y" TO C-DONE
           ELSE
               PERFORM 9700-FIND-UNIT-BY-HULL
               IF C-UNIT-FOUND-NUM IS = ZEROES
                   DISPLAY "HULL " C-HULL-IN
                       " IS NOT ON CBLUNIT1.DAT."
               ELSE
                   PERFORM 2100-SHOW-UNIT
                   PERFORM 2200-SHOW-HISTORY
               END-IF
           END-IF.

       2100-SHOW-UNIT.
           MOVE UN-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9300-CONVERT-BOAT-TYPE.
           EVALUATE UN-STATUS
               WHEN "I"
                   MOVE "IN STOCK"          TO C-STATUS-NAME
               WHEN "R"
                   MOVE "IN STOCK (RETURN)" TO C-STATUS-NAME
               WHEN "S"
                   MOVE "SOLD"              TO C-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"           TO C-STATUS-NAME
           END-EVALUATE.

           DISPLAY "HULL ID:       " UN-HULL-ID.
           DISPLAY "BOAT TYPE:     " C-BOAT-TYPE-NAME.
           DISPLAY "LOT:           " UN-LOCATION.
           MOVE UN-DATE-RECEIVED TO C-WORK-DATE.
           PERFORM 9400-FORMAT-DATE.
           DISPLAY "RECEIVED:      " O-SHOW-DATE.
           DISPLAY "STATUS:        " C-STATUS-NAME.

           IF UN-STATUS IS = "S"
               MOVE UN-DATE-SOLD TO C-WORK-DATE
               PERFORM 9400-FORMAT-DATE
               DISPLAY "SOLD:          " O-SHOW-DATE
                   "  ON SALE RECORD " UN-SALE-REC-NUM
               IF C-MAINT-AVAILABLE IS = "Y"
                   MOVE UN-SALE-REC-NUM TO C-REC-NUM
                   READ BOAT-MAINT-FILE
                       INVALID KEY
                           DISPLAY "  (SALE RECORD NO LONGER ON "
                               "CBLB1IDX.DAT)"
                       NOT INVALID KEY
                           PERFORM 2150-SHOW-SALE
                   END-READ
               END-IF
           END-IF.

      *        THE RECORD NUMBER ALONE ISN'T PROOF -- A NUMBER FREED BY
      *    CBLCJS11'S YEAR-END ARCHIVE CAN BE HANDED TO A NEW SALE, SO
      *    A RECORD THAT ISN'T A SALE DATED THE DAY THE HULL WAS SOLD
      *    IS SOMEBODY ELSE'S, AND ITS CUSTOMER IS NOT SHOWN.
       2150-SHOW-SALE.
           IF M-TRANS-TYPE IS = "R"
                   OR M-PURCHASE-DATE IS NOT = UN-DATE-SOLD
               DISPLAY "  (SALE RECORD NO LONGER ON CBLB1IDX.DAT -- "
                   "THAT NUMBER NOW HOLDS ANOTHER RECORD)"
           ELSE
               MOVE M-BOAT-COST TO O-SHOW-AMOUNT
               DISPLAY "CUSTOMER:      " M-LAST-NAME
                   "  CUST # " M-CUST-NUM
                   "  STATE " M-STATE
               DISPLAY "SALESPERSON:   " M-SALESPERSON-ID
                   "  SALE PRICE " O-SHOW-AMOUNT
           END-IF.

      *        EVERY HISTORY LINE FOR THE HULL, OLDEST FIRST -- THE LOG
      *    IS APPEND-ONLY, SO FILE ORDER IS TIME ORDER.
       2200-SHOW-HISTORY.
           DISPLAY "--- HISTORY ---".
           MOVE ZEROES TO C-EVENT-CTR.
           MOVE "N" TO C-UHST-EOF.
           OPEN INPUT UNIT-HIST-FILE.

           IF C-UHST-STATUS IS = "00"
               PERFORM UNTIL C-UHST-EOF IS = "Y"
                   READ UNIT-HIST-FILE
                       AT END
                           MOVE "Y" TO C-UHST-EOF
                       NOT AT END
                           IF UH-HULL-ID IS = UN-HULL-ID
                               PERFORM 2210-SHOW-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIT-HIST-FILE
           END-IF.

           IF C-EVENT-CTR IS = ZEROES
               DISPLAY "  NO HISTORY ON CBLUHST1.DAT FOR THIS HULL."
           END-IF.

       2210-SHOW-ONE-EVENT.
           ADD 1 TO C-EVENT-CTR.
           MOVE UH-DATE TO C-WORK-DATE.
           PERFORM 9400-FORMAT-DATE.
      *        A RECEIPT'S REFERENCE IS THE PO IT CAME IN ON; EVERY
      *    OTHER EVENT'S IS A SALE OR RETURN RECORD NUMBER.
           EVALUATE TRUE
               WHEN UH-REF-NUM IS = ZEROES
                   DISPLAY "  " O-SHOW-DATE "  " UH-EVENT
                       "  LOT " UH-LOCATION "  BY " UH-SOURCE
               WHEN UH-EVENT IS = "RECPT"
                   DISPLAY "  " O-SHOW-DATE "  " UH-EVENT
                       "  LOT " UH-LOCATION "  PO " UH-REF-NUM
                       "  BY " UH-SOURCE
               WHEN OTHER
                   DISPLAY "  " O-SHOW-DATE "  " UH-EVENT
                       "  LOT " UH-LOCATION "  REC " UH-REF-NUM
                       "  " UH-LAST-NAME "  BY " UH-SOURCE
           END-EVALUATE.

       3000-CLOSING.
           IF C-UNIT-AVAILABLE IS = "Y"
               CLOSE UNIT-FILE
           END-IF.
           IF C-MAINT-AVAILABLE IS = "Y"
               CLOSE BOAT-MAINT-FILE
           END-IF.

       9400-FORMAT-DATE.
           MOVE C-WORK-DATE(1:4) TO O-SHOW-YY.
           MOVE C-WORK-DATE(5:2) TO O-SHOW-MM.
           MOVE C-WORK-DATE(7:2) TO O-SHOW-DD.

      *        SAME SCAN AS CBLCJS04'S 9700-FIND-UNIT-BY-HULL.
       9700-FIND-UNIT-BY-HULL.
           MOVE ZEROES TO C-UNIT-FOUND-NUM.
           MOVE 1 TO C-UNIT-NUM.
           START UNIT-FILE KEY IS NOT LESS THAN C-UNIT-NUM
               INVALID KEY
                   MOVE "Y" TO C-UNIT-EOF
               NOT INVALID KEY
                   MOVE "N" TO C-UNIT-EOF
           END-START.
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
