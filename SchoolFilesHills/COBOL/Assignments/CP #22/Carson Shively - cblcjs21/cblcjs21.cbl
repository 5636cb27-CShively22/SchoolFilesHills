       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS21.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * HULL RECONCILIATION. THE MASTER'S BM-QTY-ON-HAND SAYS HOW MANY
      * BOATS OF A TYPE ARE ON THE LOTS; CBLUNIT1.DAT SAYS WHICH ONES.
      * THIS REPORT COUNTS THE IN-STOCK HULLS ("I" AND "R") BY BOAT
      * TYPE AND LOT AND PRINTS THEM BESIDE THE MASTER'S OVERALL AND
      * PER-LOT QUANTITIES ON CBLURCN1.PRT, FLAGGING EVERY TYPE WHERE
      * THE TWO DISAGREE -- STOCK THAT PREDATES HULL TRACKING, A
      * COUNT CORRECTION POSTED WITHOUT TOUCHING THE HULLS, A SALE
      * KEYED WITH NO HULL TO PICK, OR A BATCH RETURN THAT NAMED NO
      * HULL ALL SHOW UP HERE. A BOAT TYPE THAT HAS HULLS ON FILE BUT
      * NO MASTER ENTRY IS PRINTED AND FLAGGED AS WELL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOL\CBLBMAS1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BMAS-STATUS.

      *        UNIT-LEVEL INVENTORY MAINTAINED BY CBLCJS16 (RECEIPTS)
      *    AND CBLCJS04 (SALES, RETURNS, DELETES).
           SELECT UNIT-FILE
               ASSIGN TO 'C:\COBOL\CBLUNIT1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-UNIT-NUM
               FILE STATUS IS C-UNIT-STATUS.

           SELECT RECON-PRT
               ASSIGN TO 'C:\COBOL\CBLURCN1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BOAT-MASTER
           LABEL RECORD IS OMITTED
           DATA RECORD IS BM-REC.

       01 BM-REC.
           05  BM-BOAT-TYPE        PIC X.
           05  BM-LIST-PRICE       PIC 9(6)V99.
           05  BM-QTY-ON-HAND      PIC 9(5).
           05  BM-QTY-LOC1         PIC 9(5).
           05  BM-QTY-LOC2         PIC 9(5).
      *        WHAT THE DEALERSHIP PAYS THE MANUFACTURER FOR ONE BOAT
      *    OF THIS TYPE, MAINTAINED THROUGH CBLCJS16. A RECORD WRITTEN
      *    BEFORE THE FIELD EXISTED READS IT BACK AS SPACES, TAKEN AS
      *    ZERO (NOT YET ENTERED).
           05  BM-DEALER-COST      PIC 9(6)V99.

      *        SAME LAYOUT CBLCJS04 AND CBLCJS16 MAINTAIN.
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

       FD RECON-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
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
           05  C-BMAS-STATUS      PIC XX.
           05  C-UNIT-STATUS      PIC XX.
           05  C-BMAS-EOF         PIC X           VALUE   "N".
           05  C-UNIT-EOF         PIC X           VALUE   "N".
           05  C-UNIT-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-MASTER-COUNT     PIC 9(2)        VALUE   ZEROES.
           05  BM-IDX             PIC 9(2)        VALUE   ZEROES.
           05  C-BT-IDX           PIC 9(2)        VALUE   ZEROES.
           05  C-LOC-IDX          PIC 9           VALUE   ZEROES.
      *        THE BOAT TYPE CODE THE LOOKUP AND CONVERT PARAGRAPHS
      *    WORK FROM, SET BY EACH CALLER.
           05  C-WORK-BOAT-TYPE   PIC X.
           05  C-BOAT-TYPE-NAME   PIC X(13).
           05  C-UNIT-CTR         PIC 9(6)        VALUE   ZEROES.
           05  C-IN-STOCK-CTR     PIC 9(6)        VALUE   ZEROES.
           05  C-MISMATCH-CTR     PIC 9(3)        VALUE   ZEROES.
           05  C-DIFFERENCE       PIC S9(6)       VALUE   ZEROES.

      *        ONE ROW PER MASTER ENTRY, PLUS ONE FOR EACH BOAT TYPE
      *    FOUND ON THE UNIT FILE THAT THE MASTER DOESN'T CARRY
      *    (RCN-ON-MASTER "N"). THE "RCN-UNITS" COLUMNS ARE IN-STOCK
      *    HULLS, OVERALL AND BY LOT.
       01 RECON-TABLE.
           05  RCN-ENTRY OCCURS 12 TIMES.
               10  RCN-BOAT-TYPE    PIC X.
               10  RCN-ON-MASTER    PIC X.
               10  RCN-MASTER-QTY   PIC 9(5).
               10  RCN-MASTER-LOC   OCCURS 2 TIMES
                                    PIC 9(5).
               10  RCN-UNITS        PIC 9(5).
               10  RCN-UNITS-LOC    OCCURS 2 TIMES
                                    PIC 9(5).

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
                   " - HULL RECONCILIATION".
           05  FILLER              PIC X(42)   VALUE  SPACES.

       01  COL-HDG-1.
           05  FILLER              PIC X(14)   VALUE   SPACES.
           05  FILLER              PIC X(26)   VALUE
                   "------ MASTER QTY ------".
           05  FILLER              PIC X(26)   VALUE
                   "---- IN-STOCK HULLS -----".
           05  FILLER              PIC X(66)   VALUE   SPACES.

       01  COL-HDG-2.
           05  FILLER              PIC X(4)    VALUE   "BOAT".
           05  FILLER              PIC X(11)   VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "OVERALL".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "LOT 01".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "LOT 02".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "OVERALL".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "LOT 01".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(6)    VALUE   "LOT 02".
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "DIFFERENCE".
           05  FILLER              PIC X(47)   VALUE   SPACES.

       01  DETAIL-LINE.
           05  O-BOAT-TYPE         PIC X(14).
           05  O-MASTER-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-MASTER-LOC1       PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-MASTER-LOC2       PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-UNITS             PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-UNITS-LOC1        PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-UNITS-LOC2        PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-DIFFERENCE        PIC ZZ,ZZ9-.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-FLAG              PIC X(24).
           05  FILLER              PIC X(26)   VALUE   SPACES.

       01  TOTAL-LINE.
           05  FILLER              PIC X(20)   VALUE
                   "HULLS ON FILE:".
           05  O-UNIT-CTR          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "IN STOCK:".
           05  O-IN-STOCK-CTR      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  FILLER              PIC X(17)   VALUE
                   "TYPES FLAGGED:".
           05  O-MISMATCH-CTR      PIC ZZ9.
           05  FILLER              PIC X(56)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-COUNT-HULLS.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9950-LOAD-BOAT-MASTER.

           OPEN OUTPUT RECON-PRT.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COL-HDG-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COL-HDG-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

           IF C-MASTER-COUNT IS = ZEROES
               DISPLAY "CBLBMAS1.DAT NOT FOUND OR EMPTY, STATUS: "
                   C-BMAS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        A MISSING UNIT FILE MEANS NO HULL HAS EVER BEEN
      *    RECEIVED -- EVERY TYPE WITH STOCK ON THE MASTER IS FLAGGED,
      *    WHICH IS EXACTLY WHAT THE REPORT SHOULD SAY.
       2000-COUNT-HULLS.
           OPEN INPUT UNIT-FILE.

           IF C-UNIT-STATUS IS = "00"
               MOVE 1 TO C-UNIT-NUM
               START UNIT-FILE KEY IS NOT LESS THAN C-UNIT-NUM
                   INVALID KEY
                       MOVE "Y" TO C-UNIT-EOF
               END-START
               PERFORM UNTIL C-UNIT-EOF IS = "Y"
                   READ UNIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-UNIT-EOF
                       NOT AT END
                           PERFORM 2100-COUNT-ONE-HULL
                   END-READ
               END-PERFORM
               CLOSE UNIT-FILE
           ELSE
               DISPLAY "CBLUNIT1.DAT NOT FOUND, STATUS: "
                   C-UNIT-STATUS " -- NO HULLS COUNTED."
           END-IF.

       2100-COUNT-ONE-HULL.
           ADD 1 TO C-UNIT-CTR.
           IF UN-STATUS IS = "I" OR UN-STATUS IS = "R"
               ADD 1 TO C-IN-STOCK-CTR
               MOVE UN-BOAT-TYPE TO C-WORK-BOAT-TYPE
               PERFORM 9955-SET-BOAT-TYPE-IDX
               IF C-BT-IDX IS = ZEROES AND C-MASTER-COUNT < 12
                   ADD 1 TO C-MASTER-COUNT
                   MOVE C-MASTER-COUNT TO C-BT-IDX
                   MOVE UN-BOAT-TYPE TO RCN-BOAT-TYPE(C-BT-IDX)
                   MOVE "N" TO RCN-ON-MASTER(C-BT-IDX)
                   MOVE ZEROES TO RCN-MASTER-QTY(C-BT-IDX)
                   MOVE ZEROES TO RCN-MASTER-LOC(C-BT-IDX, 1)
                   MOVE ZEROES TO RCN-MASTER-LOC(C-BT-IDX, 2)
                   MOVE ZEROES TO RCN-UNITS(C-BT-IDX)
                   MOVE ZEROES TO RCN-UNITS-LOC(C-BT-IDX, 1)
                   MOVE ZEROES TO RCN-UNITS-LOC(C-BT-IDX, 2)
               END-IF
               IF C-BT-IDX IS NOT = ZEROES
                   ADD 1 TO RCN-UNITS(C-BT-IDX)
                   EVALUATE UN-LOCATION
                       WHEN "02"
                           MOVE 2 TO C-LOC-IDX
                       WHEN OTHER
                           MOVE 1 TO C-LOC-IDX
                   END-EVALUATE
                   ADD 1 TO RCN-UNITS-LOC(C-BT-IDX, C-LOC-IDX)
               END-IF
           END-IF.

       3000-CLOSING.
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > C-MASTER-COUNT
               PERFORM 3100-PRINT-ONE-TYPE
           END-PERFORM.

           MOVE C-UNIT-CTR     TO O-UNIT-CTR.
           MOVE C-IN-STOCK-CTR TO O-IN-STOCK-CTR.
           MOVE C-MISMATCH-CTR TO O-MISMATCH-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE RECON-PRT.

           DISPLAY "HULL RECONCILIATION COMPLETE -- "
               C-MISMATCH-CTR " BOAT TYPE(S) FLAGGED.".

      *        A TYPE IS FLAGGED WHEN THE OVERALL COUNTS OR EITHER
      *    LOT'S COUNTS DISAGREE. DIFFERENCE IS HULLS LESS MASTER, SO
      *    A NEGATIVE FIGURE MEANS THE MASTER CLAIMS BOATS NOBODY HAS
      *    A HULL FOR.
       3100-PRINT-ONE-TYPE.
           MOVE RCN-BOAT-TYPE(BM-IDX) TO C-WORK-BOAT-TYPE.
           PERFORM 9300-CONVERT-BOAT-TYPE.
           MOVE C-BOAT-TYPE-NAME TO O-BOAT-TYPE.

           MOVE RCN-MASTER-QTY(BM-IDX)    TO O-MASTER-QTY.
           MOVE RCN-MASTER-LOC(BM-IDX, 1) TO O-MASTER-LOC1.
           MOVE RCN-MASTER-LOC(BM-IDX, 2) TO O-MASTER-LOC2.
           MOVE RCN-UNITS(BM-IDX)         TO O-UNITS.
           MOVE RCN-UNITS-LOC(BM-IDX, 1)  TO O-UNITS-LOC1.
           MOVE RCN-UNITS-LOC(BM-IDX, 2)  TO O-UNITS-LOC2.
           COMPUTE C-DIFFERENCE
               = RCN-UNITS(BM-IDX) - RCN-MASTER-QTY(BM-IDX).
           MOVE C-DIFFERENCE TO O-DIFFERENCE.

           MOVE SPACES TO O-FLAG.
           IF RCN-ON-MASTER(BM-IDX) IS = "N"
               MOVE "*** NOT ON MASTER ***" TO O-FLAG
           ELSE
               IF RCN-UNITS(BM-IDX) IS NOT = RCN-MASTER-QTY(BM-IDX)
                 OR RCN-UNITS-LOC(BM-IDX, 1)
                     IS NOT = RCN-MASTER-LOC(BM-IDX, 1)
                 OR RCN-UNITS-LOC(BM-IDX, 2)
                     IS NOT = RCN-MASTER-LOC(BM-IDX, 2)
                   MOVE "*** OUT OF BALANCE ***" TO O-FLAG
               END-IF
           END-IF.
           IF O-FLAG IS NOT = SPACES
               ADD 1 TO C-MISMATCH-CTR
           END-IF.

           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINES.

      *        SAME LOAD AS CBLCJS17'S -- A RECORD STILL IN AN OLDER
      *    FORMAT LOADS ITS QUANTITIES THE WAY CBLCJS16 DOES.
       9950-LOAD-BOAT-MASTER.
           OPEN INPUT BOAT-MASTER.

           IF C-BMAS-STATUS IS = "00"
               PERFORM UNTIL C-BMAS-EOF IS = "Y"
                       OR C-MASTER-COUNT = 6
                   READ BOAT-MASTER
                       AT END
                           MOVE "Y" TO C-BMAS-EOF
                       NOT AT END
                           ADD 1 TO C-MASTER-COUNT
                           IF BM-QTY-ON-HAND IS NOT NUMERIC
                               MOVE ZEROES TO BM-QTY-ON-HAND
                           END-IF
                           IF BM-QTY-LOC1 IS NOT NUMERIC
                               MOVE BM-QTY-ON-HAND TO BM-QTY-LOC1
                           END-IF
                           IF BM-QTY-LOC2 IS NOT NUMERIC
                               MOVE ZEROES TO BM-QTY-LOC2
                           END-IF
                           MOVE BM-BOAT-TYPE
                               TO RCN-BOAT-TYPE(C-MASTER-COUNT)
                           MOVE "Y" TO RCN-ON-MASTER(C-MASTER-COUNT)
                           MOVE BM-QTY-ON-HAND
                               TO RCN-MASTER-QTY(C-MASTER-COUNT)
                           MOVE BM-QTY-LOC1
                               TO RCN-MASTER-LOC(C-MASTER-COUNT, 1)
                           MOVE BM-QTY-LOC2
                               TO RCN-MASTER-LOC(C-MASTER-COUNT, 2)
                           MOVE ZEROES
                               TO RCN-UNITS(C-MASTER-COUNT)
                           MOVE ZEROES
                               TO RCN-UNITS-LOC(C-MASTER-COUNT, 1)
                           MOVE ZEROES
                               TO RCN-UNITS-LOC(C-MASTER-COUNT, 2)
                   END-READ
               END-PERFORM
               CLOSE BOAT-MASTER
           END-IF.

      *        LOOKS UP C-WORK-BOAT-TYPE IN RECON-TABLE AND LEAVES
      *    ITS SUBSCRIPT IN C-BT-IDX, OR ZERO IF NO MATCH WAS FOUND.
       9955-SET-BOAT-TYPE-IDX.
           MOVE ZEROES TO C-BT-IDX.
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > C-MASTER-COUNT
               IF RCN-BOAT-TYPE(BM-IDX) IS = C-WORK-BOAT-TYPE
                   MOVE BM-IDX TO C-BT-IDX
               END-IF
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
