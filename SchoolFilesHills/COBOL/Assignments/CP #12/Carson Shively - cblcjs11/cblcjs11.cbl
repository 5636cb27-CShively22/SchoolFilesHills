      * MTD/YTD TOTALS CBLCJS02'S 3100-GRAND-TOTALS CARRIES FORWARD
      * START CLEAN INSTEAD OF DRAGGING THE CLOSED YEAR ALONG, AND
      * CBLCPRV1.DAT IS EMPTIED SO CBLCJS03'S LEDGER POSTING STARTS
      * ITS CUMULATIVE FIGURES FROM NOTHING TOO. START AND END ROWS GO
      * TO THE CENTRAL RUN LOG CBLRLOG1.DAT LIKE EVERY CHAIN PROGRAM'S,
      * SO THE DATE OF THE LAST GOOD CLOSE IS ON RECORD (CBLCJS26 USES
      * IT TO KNOW WHERE THE CLEARED CUMULATIVE FIGURES START OVER).
      * THE CLOSE DELETES AND EMPTIES FILES THAT CAN'T BE REBUILT, SO
      * IT IS RUN THROUGH CBLYEND1.BAT, WHICH TAKES A "YEAREND"
      * CBLCJS27 BACKUP FIRST AND WON'T START THE CLOSE WITHOUT ONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'C:\COBOL\CBLYEC1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *        CENTRAL RUN LOG, SAME AS EVERY PROGRAM IN THE NIGHTLY
      *    CHAIN (SEE 9980-WRITE-RUN-LOG).
           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLRLOG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.


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
           05  C-SRV-COST         PIC 9(11)V99    VALUE   ZEROES.
           05  C-ADD-NUM          PIC 9(6)        VALUE   ZEROES.
           05  C-ADD-COST         PIC 9(11)V99    VALUE   ZEROES.
      *        CENTRAL RUN LOG SUPPORT (SEE 9980-WRITE-RUN-LOG).
           05  C-RLOG-STATUS      PIC XX.
           05  C-RLOG-EVENT       PIC X(5).

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE   "DATE: ".

           PERFORM 9900-GET-PARM.

           MOVE "START" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

           OPEN I-O BOAT-MAINT-FILE.
           OPEN OUTPUT CLOSE-PRT.

           CLOSE HISTORY-FILE.
           CLOSE CLOSE-PRT.

           MOVE "END" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

       3100-CONTROL-REPORT.
           WRITE PRTLINE
               FROM CONTROL-HDG
           ELSE
               SUBTRACT 1 FROM I-YEAR GIVING C-CLOSE-YEAR
           END-IF.

      *        APPENDS ONE EVENT TO THE CENTRAL RUN LOG -- CALLER SETS
      *    C-RLOG-EVENT TO "START" OR "END". SAME PARAGRAPH EVERY
      *    PROGRAM IN THE NIGHTLY CHAIN CARRIES; READ IS THE RECORDS ON
      *    FILE BEFORE THE CLOSE, EXCLUDED THE RECORDS ARCHIVED.
       9980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF C-RLOG-STATUS IS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE "CBLCJS11"   TO RL-PROGRAM-ID.
           MOVE C-RLOG-EVENT TO RL-EVENT.
           MOVE I-YEAR       TO RL-DATE(1:4).
           MOVE I-MONTH      TO RL-DATE(5:2).
           MOVE I-DAY        TO RL-DATE(7:2).
           MOVE I-TIME(1:6)  TO RL-TIME.
           MOVE C-BEF-NUM    TO RL-RECS-READ.
           MOVE C-ARC-NUM    TO RL-RECS-EXCL.
           MOVE RETURN-CODE  TO RL-RETURN-CODE.
           MOVE "N" TO RL-RESTART.
           WRITE RLOG-REC.
           CLOSE RUN-LOG-FILE.
