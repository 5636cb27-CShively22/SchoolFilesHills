      * (OR THE OTHER WAY AROUND). THE THRESHOLD IS AN OPTIONAL PARM
      * (SEE 9900-GET-PARM), APPLIED PER LOCATION; A BLANK PARM USES
      * A DEFAULT OF 3.
      * EACH LOT LINE ALSO SHOWS WHAT IS ALREADY ON ORDER FOR IT ON
      * THE OPEN-PO FILE CBLPOPN1.DAT (SUGGESTED, APPROVED, OR SENT,
      * LESS WHAT HAS BEEN RECEIVED). A LOT UNDER THE THRESHOLD THAT
      * IS ALREADY COVERED BY WHAT IS ON ORDER PRINTS "ORDERED"; ONE
      * THAT ISN'T GETS A SUGGESTED PO LINE WRITTEN TO CBLPOPN1.DAT
      * (STATUS "S") FOR ENOUGH BOATS TO BRING IT BACK UP TO TWICE
      * THE THRESHOLD, AT THE DEALER COST ON THE MASTER -- ONE PO PER
      * BOAT TYPE PER RUN, ONE LINE PER LOT -- FOR THE BUYER TO
      * APPROVE OR REJECT IN CBLCJS24. BECAUSE SUGGESTIONS COUNT AS ON
      * ORDER, RERUNNING THE REPORT DOES NOT SUGGEST THE SAME BOATS
      * TWICE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BMAS-STATUS.

      *        SAME OPEN-PO FILE AND LAYOUT AS CBLCJS24.
           SELECT PO-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPN1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-PO-REC-NUM
               FILE STATUS IS C-PO-STATUS.

           SELECT REORDER-PRT
               ASSIGN TO 'C:\COBOL\CBLREOR1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           05  BM-QTY-ON-HAND      PIC 9(5).
           05  BM-QTY-LOC1         PIC 9(5).
           05  BM-QTY-LOC2         PIC 9(5).
      *        WHAT THE DEALERSHIP PAYS THE MANUFACTURER FOR ONE BOAT
      *    OF THIS TYPE, MAINTAINED THROUGH CBLCJS16. A RECORD WRITTEN
      *    BEFORE THE FIELD EXISTED READS IT BACK AS SPACES, TAKEN AS
      *    ZERO (NOT YET ENTERED).
           05  BM-DEALER-COST      PIC 9(6)V99.

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

       FD REORDER-PRT
           LABEL RECORD IS OMITTED
           05  BM-IDX             PIC 9(2)        VALUE   ZEROES.
           05  C-LOC-IDX          PIC 9           VALUE   ZEROES.
           05  C-BOAT-TYPE-NAME   PIC X(13).
      *        THE BOAT TYPE 9955-SET-BOAT-TYPE-IDX LOOKS UP. KEPT HERE
      *    RATHER THAN IN THE SALES RECORD AREA, SINCE THE OPEN-PO LOAD
      *    LOOKS TYPES UP BEFORE CBLBOAT1.DAT IS OPENED.
           05  C-WORK-BOAT-TYPE   PIC X.
           05  C-GT-NUM-SOLD      PIC S9(6)       VALUE   ZEROES.
           05  C-GT-QTY-ON-HAND   PIC 9(6)        VALUE   ZEROES.
      *        OPEN-PO FILE. C-PO-HIGH-KEY AND C-HIGH-PO-NUM ARE THE
      *    LAST RECORD NUMBER AND PO NUMBER IN USE; C-TYPE-PO-NUM IS
      *    THE PO THIS RUN OPENED FOR THE BOAT TYPE BEING PRINTED (ZERO
      *    UNTIL ITS FIRST SUGGESTED LINE).
           05  C-PO-STATUS        PIC XX.
           05  C-PO-REC-NUM       PIC 9(6)        VALUE   ZEROES.
           05  C-PO-EOF           PIC X           VALUE   "N".
           05  C-PO-AVAILABLE     PIC X           VALUE   "N".
           05  C-PO-HIGH-KEY      PIC 9(6)        VALUE   ZEROES.
           05  C-HIGH-PO-NUM      PIC 9(6)        VALUE   ZEROES.
           05  C-TYPE-PO-NUM      PIC 9(6)        VALUE   ZEROES.
           05  C-TYPE-PO-LINE     PIC 99          VALUE   ZEROES.
           05  C-PO-OPEN-QTY      PIC 9(5)        VALUE   ZEROES.
           05  C-ORDER-UP-TO      PIC 9(6)        VALUE   ZEROES.
           05  C-SUGGEST-QTY      PIC S9(6)       VALUE   ZEROES.
           05  C-SUGGEST-CTR      PIC 9(3)        VALUE   ZEROES.
           05  C-TODAY-DATE       PIC 9(8)        VALUE   ZEROES.

       01 BOAT-MASTER-TABLE.
           05  BMT-ENTRY OCCURS 6 TIMES.
               10  BMT-QTY-LOC      OCCURS 2 TIMES
                                    PIC 9(5).
               10  BMT-NUM-SOLD     PIC S9(6).
               10  BMT-DEALER-COST  PIC 9(6)V99.
      *        STILL TO COME IN ON SUGGESTED, APPROVED, AND SENT PO
      *    LINES, BY LOT.
               10  BMT-ON-ORDER     OCCURS 2 TIMES
                                    PIC 9(5).

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE   "DATE: ".
           05  FILLER              PIC X(11)   VALUE   "QTY ON HAND".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "STATUS".
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "ON ORDER".
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "SUGGESTED".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(9)    VALUE   "ON PO NUM".
           05  FILLER              PIC X(33)   VALUE   SPACES.

       01  DETAIL-LINE.
           05  O-BOAT-TYPE         PIC X(14).
           05  O-LOC-QTY           PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  O-LOC-STATUS        PIC X(7).
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-LOC-ON-ORDER      PIC ZZ,ZZ9.
           05  FILLER              PIC X(7)    VALUE   SPACES.
           05  O-LOC-SUGGESTED     PIC ZZ,ZZZ.
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-LOC-PO-NUM        PIC ZZZZZZ.
           05  FILLER              PIC X(36)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.
           05  O-GT-QTY-ON-HAND    PIC ZZ,ZZ9.
           05  FILLER              PIC X(89)   VALUE   SPACES.

       01  SUGGEST-TOTAL-LINE.
           05  FILLER              PIC X(43)   VALUE
                   "SUGGESTED PO LINES WRITTEN TO CBLPOPN1.DAT:".
           05  FILLER              PIC X(1)    VALUE   SPACES.
           05  O-SUGGEST-CTR       PIC ZZ9.
           05  FILLER              PIC X(85)   VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
       1000-INIT.
           PERFORM 9900-GET-PARM.
           PERFORM 9950-LOAD-BOAT-MASTER.
           PERFORM 9970-LOAD-ON-ORDER.

           OPEN INPUT BOAT-RAW-INPUT.
           OPEN OUTPUT REORDER-PRT.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-YEAR  TO C-TODAY-DATE(1:4).
           MOVE I-MONTH TO C-TODAY-DATE(5:2).
           MOVE I-DAY   TO C-TODAY-DATE(7:2).
           COMPUTE C-ORDER-UP-TO = C-REORDER-THRESHOLD * 2.

           PERFORM 9200-HEADINGS.
           MOVE "N" TO C-RAW-EOF.
      *        A RETURN RECORD ("R") COMES OFF THE UNITS-SOLD TALLY --
      *    THE NET FIGURE IS WHAT ACTUALLY LEFT THE LOT.
       2100-TALLY-SALE.
           MOVE RAW-BOAT-TYPE TO C-WORK-BOAT-TYPE.
           PERFORM 9955-SET-BOAT-TYPE-IDX.
           IF C-BT-IDX IS NOT = ZEROES
               IF RAW-TRANS-TYPE IS = "R"
               FROM GRAND-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE C-SUGGEST-CTR TO O-SUGGEST-CTR.
           WRITE PRTLINE
               FROM SUGGEST-TOTAL-LINE
                   AFTER ADVANCING 1 LINES.

           CLOSE BOAT-RAW-INPUT.
           CLOSE REORDER-PRT.
           IF C-PO-AVAILABLE IS = "Y"
               CLOSE PO-FILE
           END-IF.

       3100-PRINT-REPORT.
           PERFORM VARYING BM-IDX FROM 1 BY 1
                               PERFORM 9200-HEADINGS
               END-WRITE

               MOVE ZEROES TO C-TYPE-PO-NUM
               MOVE ZEROES TO C-TYPE-PO-LINE
               PERFORM VARYING C-LOC-IDX FROM 1 BY 1
                       UNTIL C-LOC-IDX > 2
                   IF C-LOC-IDX IS = 1
                       MOVE "02" TO O-LOC-CODE
                   END-IF
                   MOVE BMT-QTY-LOC(BM-IDX, C-LOC-IDX) TO O-LOC-QTY
                   MOVE BMT-ON-ORDER(BM-IDX, C-LOC-IDX)
                       TO O-LOC-ON-ORDER
                   MOVE ZEROES TO O-LOC-SUGGESTED
                   MOVE ZEROES TO O-LOC-PO-NUM
                   IF BMT-QTY-LOC(BM-IDX, C-LOC-IDX)
                           < C-REORDER-THRESHOLD
                       PERFORM 3200-SUGGEST-PO-LINE
                   ELSE
                       MOVE SPACES TO O-LOC-STATUS
                   END-IF
               ADD BMT-QTY-ON-HAND(BM-IDX) TO C-GT-QTY-ON-HAND
           END-PERFORM.

      *        A LOT UNDER THE THRESHOLD. WHATEVER IS ALREADY ON ORDER
      *    FOR IT COUNTS AS STOCK; IF THAT STILL LEAVES IT SHORT OF
      *    TWICE THE THRESHOLD, THE DIFFERENCE IS WRITTEN AS A
      *    SUGGESTED LINE ON THIS BOAT TYPE'S PO FOR THE RUN (OPENED
      *    ON ITS FIRST LINE). NO OPEN-PO FILE MEANS NO SUGGESTION --
      *    THE REPORT STILL FLAGS THE LOT.
       3200-SUGGEST-PO-LINE.
           COMPUTE C-SUGGEST-QTY = C-ORDER-UP-TO
               - BMT-QTY-LOC(BM-IDX, C-LOC-IDX)
               - BMT-ON-ORDER(BM-IDX, C-LOC-IDX).

           IF BMT-QTY-LOC(BM-IDX, C-LOC-IDX)
                   + BMT-ON-ORDER(BM-IDX, C-LOC-IDX)
                       NOT < C-REORDER-THRESHOLD
               MOVE "ORDERED" TO O-LOC-STATUS
           ELSE
               MOVE "REORDER" TO O-LOC-STATUS
               IF C-PO-AVAILABLE IS = "Y" AND C-SUGGEST-QTY > 0
                   IF C-TYPE-PO-NUM IS = ZEROES
                       ADD 1 TO C-HIGH-PO-NUM
                       MOVE C-HIGH-PO-NUM TO C-TYPE-PO-NUM
                   END-IF
                   ADD 1 TO C-TYPE-PO-LINE
                   MOVE SPACES                  TO PO-REC
                   MOVE C-TYPE-PO-NUM           TO PO-NUM
                   MOVE C-TYPE-PO-LINE          TO PO-LINE
                   MOVE "S"                     TO PO-STATUS
                   MOVE BMT-BOAT-TYPE(BM-IDX)   TO PO-BOAT-TYPE
                   MOVE O-LOC-CODE              TO PO-LOCATION
                   MOVE C-SUGGEST-QTY           TO PO-QTY-ORDERED
                   MOVE ZEROES                  TO PO-QTY-RECEIVED
                   MOVE BMT-DEALER-COST(BM-IDX) TO PO-UNIT-COST
                   MOVE C-TODAY-DATE            TO PO-ORDER-DATE
                   MOVE ZEROES                  TO PO-PROMISED-DATE
                   ADD 1 TO C-PO-HIGH-KEY
                   MOVE C-PO-HIGH-KEY TO C-PO-REC-NUM
                   WRITE PO-REC
                       INVALID KEY
                           DISPLAY "ERROR WRITING CBLPOPN1.DAT, "
                               "STATUS: " C-PO-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO C-SUGGEST-CTR
                           MOVE C-SUGGEST-QTY TO O-LOC-SUGGESTED
                           MOVE C-TYPE-PO-NUM TO O-LOC-PO-NUM
                   END-WRITE
               END-IF
           END-IF.

      *        PARM IS AN OPTIONAL 5-DIGIT REORDER THRESHOLD. A BLANK
      *    PARM LEAVES THE DEFAULT OF 3 UNITS SET ABOVE IN PLACE.
       9900-GET-PARM.
                               TO BMT-QTY-LOC(C-MASTER-COUNT, 2)
                           MOVE ZEROES
                               TO BMT-NUM-SOLD(C-MASTER-COUNT)
                           IF BM-DEALER-COST IS NOT NUMERIC
                               MOVE ZEROES TO BM-DEALER-COST
                           END-IF
                           MOVE BM-DEALER-COST
                               TO BMT-DEALER-COST(C-MASTER-COUNT)
                           MOVE ZEROES
                               TO BMT-ON-ORDER(C-MASTER-COUNT, 1)
                           MOVE ZEROES
                               TO BMT-ON-ORDER(C-MASTER-COUNT, 2)
                   END-READ
               END-PERFORM
               CLOSE BOAT-MASTER
           END-IF.

      *        OPENS CBLPOPN1.DAT (CREATING IT THE FIRST TIME, SAME AS
      *    CBLCJS24) AND TALLIES WHAT IS STILL TO COME IN ON EVERY
      *    SUGGESTED, APPROVED, OR SENT LINE BY BOAT TYPE AND LOT,
      *    NOTING THE LAST RECORD NUMBER AND PO NUMBER IN USE ON THE
      *    WAY THROUGH. A LINE RECEIVED PAST ITS ORDER COUNTS AS ZERO
      *    STILL TO COME, NOT A NEGATIVE.
       9970-LOAD-ON-ORDER.
           OPEN I-O PO-FILE.
           IF C-PO-STATUS IS NOT = "00"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.

           IF C-PO-STATUS IS NOT = "00"
               DISPLAY "CBLPOPN1.DAT COULD NOT BE OPENED, STATUS: "
                   C-PO-STATUS " -- NO POS WILL BE SUGGESTED."
           ELSE
               MOVE "Y" TO C-PO-AVAILABLE
               MOVE 1 TO C-PO-REC-NUM
               START PO-FILE KEY IS NOT LESS THAN C-PO-REC-NUM
                   INVALID KEY
                       MOVE "Y" TO C-PO-EOF
               END-START
               PERFORM UNTIL C-PO-EOF = "Y"
                   READ PO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-PO-EOF
                       NOT AT END
                           PERFORM 9975-TALLY-PO-LINE
                   END-READ
               END-PERFORM
           END-IF.

       9975-TALLY-PO-LINE.
           MOVE C-PO-REC-NUM TO C-PO-HIGH-KEY.
           IF PO-NUM > C-HIGH-PO-NUM
               MOVE PO-NUM TO C-HIGH-PO-NUM
           END-IF.

           IF PO-STATUS IS = "S" OR PO-STATUS IS = "A"
                   OR PO-STATUS IS = "O"
               MOVE PO-BOAT-TYPE TO C-WORK-BOAT-TYPE
               PERFORM 9955-SET-BOAT-TYPE-IDX
               IF PO-LOCATION IS = "02"
                   MOVE 2 TO C-LOC-IDX
               ELSE
                   MOVE 1 TO C-LOC-IDX
               END-IF
               IF C-BT-IDX IS NOT = ZEROES
                       AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                   SUBTRACT PO-QTY-RECEIVED FROM PO-QTY-ORDERED
                       GIVING C-PO-OPEN-QTY
                   ADD C-PO-OPEN-QTY
                       TO BMT-ON-ORDER(C-BT-IDX, C-LOC-IDX)
               END-IF
           END-IF.

      *        LOOKS UP C-WORK-BOAT-TYPE IN BOAT-MASTER-TABLE AND
      *    LEAVES ITS SUBSCRIPT IN C-BT-IDX, OR ZERO IF NO MATCH WAS
      *    FOUND.
       9955-SET-BOAT-TYPE-IDX.
           MOVE ZEROES TO C-BT-IDX.
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > C-MASTER-COUNT
               IF BMT-BOAT-TYPE(BM-IDX) IS = C-WORK-BOAT-TYPE
                   MOVE BM-IDX TO C-BT-IDX
               END-IF
           END-PERFORM.
