      * THE CUSTOMER MASTER CBLCMAS1.DAT (SEE 4170-SELECT-CUSTOMER) --
      * A REPEAT BUYER'S SECOND BOAT LINKS TO THE SAME CUSTOMER RECORD
      * INSTEAD OF SPAWNING A SECOND CONTACT ENTRY THAT GETS MAILED
      * TWICE. EVERY SALE ALSO NAMES THE ACTUAL BOAT THAT WENT OUT
      * THE DOOR -- AN IN-STOCK HULL FROM THE UNIT FILE CBLUNIT1.DAT
      * (SEE 4120-PICK-HULL), MARKED SOLD WHEN THE SALE IS WRITTEN
      * AND PUT BACK IN STOCK WHEN A RETURN IS KEYED AGAINST IT.
      * A BOAT TAKEN IN TRADE ON A SALE IS CAPTURED WITH THE SALE (SEE
      * 4130-ENTER-TRADE-IN) AND GOES ON THE USED-BOAT INVENTORY FILE
      * CBLUSED1.DAT; ITS ALLOWANCE COUNTS TOWARD M-AMT-RECEIVED THE
      * SAME AS CASH, AND A RETURN GIVES THE TRADE BACK (SEE
      * 4590-REVERSE-TRADE-IN).
      * EVERY ADD, CHANGE, DELETE, AND RETURN ALSO GOES ON THE GL FEED
      * CBLGLF1.DAT, DATED WITH THE BUSINESS DATE IT WAS KEYED ON (SEE
      * 4910-WRITE-GL-FEED) -- THAT FEED, NOT THE SALE FILE, IS WHAT
      * CBLCJS20 JOURNALS FROM. A BATCH LOAD ARCHIVES CBLB1BAT.DAT TO
      * CBLB1ARC.DAT AND EMPTIES IT ONCE EVERY SLIP IS IN (SEE
      * 4260-ARCHIVE-BATCH-FILE), SO A RERUN NEVER POSTS A SLIP TWICE.
      * THIS PLATFORM DOES NOT SUPPORT SCREEN SECTION, SO THE
      * MENU AND FIELD PROMPTS ARE PLAIN LINE-MODE ACCEPT/DISPLAY.
      ******************************************************************

      *        A DAY'S WORTH OF NEW SALE SLIPS, KEYED EARLIER INTO A
      *    FLAT FILE INSTEAD OF ONE AT A TIME THROUGH 2000-MENU-LOOP.
      *    PICKED UP BY 4200-BATCH-LOAD WHEN THIS PROGRAM IS RUN WITH A
      *    "BATCH" PARM (SEE 9900-GET-PARM), AND EMPTIED ONCE LOADED.
           SELECT BATCH-INPUT-FILE
               ASSIGN TO 'C:\COBOL\CBLB1BAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BATCH-STATUS.

      *        EVERY SLIP EVER LOADED FROM CBLB1BAT.DAT, COPIED HERE
      *    BEFORE IT IS EMPTIED (SEE 4260-ARCHIVE-BATCH-FILE). APPENDED
      *    ACROSS RUNS LIKE CBLAUD1.DAT.
           SELECT BATCH-ARCHIVE-FILE
               ASSIGN TO 'C:\COBOL\CBLB1ARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BARC-STATUS.

      *        BOAT INVENTORY MASTER -- SAME FILE CBLCJS02 READS FOR ITS
      *    PRICE VARIANCE CHECK. LOADED ONCE AT STARTUP (9950-LOAD-
      *    BOAT-MASTER) INTO BOAT-MASTER-TABLE SO 4150-SHOW-MASTER-INFO
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-CUST-NUM
               FILE STATUS IS C-CMAS-STATUS.

      *        UNIT-LEVEL INVENTORY -- ONE RECORD PER BOAT ON THE LOT
      *    OR EVER SOLD OFF IT, KEYED BY THE ORDER CBLCJS16 RECEIVED
      *    THEM IN. A SALE PICKS ONE SPECIFIC IN-STOCK HULL OUT OF IT
      *    INSTEAD OF JUST TAKING "ONE BASS BOAT" OFF A COUNT.
           SELECT UNIT-FILE
               ASSIGN TO 'C:\COBOL\CBLUNIT1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-UNIT-NUM
               FILE STATUS IS C-UNIT-STATUS.

      *        EVERY HULL'S LIFE STORY, ONE DATED EVENT PER LINE --
      *    RECEIVED (CBLCJS16), SOLD, RETURNED, SALE DELETED (HERE).
      *    APPENDED ACROSS RUNS LIKE CBLAUD1.DAT; CBLCJS22'S HULL
      *    LOOKUP READS IT BACK.
           SELECT UNIT-HIST-FILE
               ASSIGN TO 'C:\COBOL\CBLUHST1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-UHST-STATUS.

      *        USED-BOAT INVENTORY -- ONE RECORD PER BOAT TAKEN IN
      *    TRADE, IN THE ORDER THEY WERE TAKEN. RELATIVE FOR THE SAME
      *    REASON CBLUNIT1.DAT IS: CBLCJS32 PRICES AND SELLS THEM IN
      *    PLACE. THE RECORD NUMBER IS THE USED BOAT'S STOCK NUMBER.
           SELECT USED-BOAT-FILE
               ASSIGN TO 'C:\COBOL\CBLUSED1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-USED-NUM
               FILE STATUS IS C-USED-STATUS.

      *    CBLAUD1.DAT IS THE AUDIT TRAIL FOR THIS PROGRAM'S ADD, CHANGE,
      *    AND DELETE ACTIONS AGAINST BOAT-MAINT-FILE. IT IS OPENED FOR
      *    EXTEND SO EACH RUN APPENDS TO THE SAME LOG RATHER THAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AUD-STATUS.

      *        THE GL FEED -- ONE ROW FOR EVERY ADD, CHANGE, DELETE, AND
      *    RETURN, DATED WITH THE BUSINESS DATE IT WAS KEYED ON (SEE
      *    4910-WRITE-GL-FEED). CBLCJS20 JOURNALS ROWS BY THAT DATE,
      *    SO A SALE KEYED DAYS AFTER ITS PURCHASE DATE, OR CORRECTED
      *    AFTER IT WAS JOURNALED, IS PICKED UP WITH THE DAY IT WAS
      *    KEYED INSTEAD OF NEVER. APPENDED ACROSS RUNS LIKE
      *    CBLAUD1.DAT.
           SELECT GL-FEED-FILE
               ASSIGN TO 'C:\COBOL\CBLGLF1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GLF-STATUS.

      *        CENTRAL RUN LOG, APPENDED TO BY EVERY PROGRAM IN THE
      *    NIGHTLY CHAIN AT START AND END OF RUN (SEE 9980-WRITE-RUN-
      *    LOG) SO CBLCJS15'S OPERATIONS SUMMARY CAN SHOW THE WHOLE
      *    "02" THE LOT ACROSS THE RIVER.
           05  M-LOCATION          PIC XX.
      *        THE DEPOSIT TAKEN AT SIGNING, AND EVERYTHING COLLECTED
      *    SO FAR (DEPOSIT, ANY TRADE-IN ALLOWANCE, PLUS EVERY PAYMENT
      *    POSTED THROUGH 7500-POST-PAYMENT). THE OPEN BALANCE IS BOAT
      *    COST PLUS
      *    PREP/DELIVERY COST LESS M-AMT-RECEIVED -- SEE CBLCJS18.
           05  M-DEPOSIT-AMT       PIC 9(6)V99.
           05  M-AMT-RECEIVED      PIC 9(6)V99.
      *        A RETURN COLLECTS NOTHING, SO ON AN "R" RECORD THE SAME
      *    EIGHT BYTES CARRY THE BUSINESS DATE THE RETURN WAS KEYED --
      *    M-PURCHASE-DATE STAYS THE ORIGINAL SALE'S, FOR CBLCJS03'S
      *    RATE LOOKUP, SO THIS IS THE ONLY PLACE THE RETURN'S OWN DATE
      *    IS KEPT. ZERO ON A RETURN KEYED BEFORE THE DATE WAS KEPT.
           05  M-RETURN-DATE REDEFINES M-AMT-RECEIVED
                                   PIC 9(8).

       FD BOAT-EXPORT-FILE
           LABEL RECORD IS STANDARD
      *    NUMBER THE SAME WAY 4000-ADD-RECORD DOES.
       FD BATCH-INPUT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 135 CHARACTERS
           DATA RECORD IS BAT-REC.

       01 BAT-REC.
      *    BLANK RECEIVED ON A SLIP MEANS ONLY THE DEPOSIT HAS COME IN.
           05  BAT-DEPOSIT-AMT     PIC 9(6)V99.
           05  BAT-AMT-RECEIVED    PIC 9(6)V99.
      *        THE HULL ID OFF THE SLIP. BLANK (OR AN OLD-FORMAT SLIP
      *    THAT ENDS BEFORE IT) LETS 4220-PICK-BATCH-HULL TAKE THE
      *    OLDEST IN-STOCK HULL OF THE TYPE AT THAT LOT.
           05  BAT-HULL-ID         PIC X(12).
      *        THE TRADE-IN, IF THE DEAL HAD ONE. AN ALLOWANCE THAT IS
      *    BLANK OR ZERO (OR A SLIP THAT ENDS BEFORE IT) MEANS NO
      *    TRADE. ON A RETURN SLIP ONLY THE TRADE'S HULL ID IS READ --
      *    IT NAMES THE TRADE-IN TO GIVE BACK (SEE 4235-CHECK-BATCH-
      *    TRADE-RETURN). BLANK ASKING PRICE MEANS NOT YET PRICED.
           05  BAT-TRADE-DESC      PIC X(20).
           05  BAT-TRADE-YEAR      PIC 9(4).
           05  BAT-TRADE-HULL-ID   PIC X(12).
           05  BAT-TRADE-ALLOW     PIC 9(6)V99.
           05  BAT-TRADE-ASKING    PIC 9(6)V99.

      *        ONE ARCHIVED SLIP, AS IT WAS ON CBLB1BAT.DAT, BEHIND THE
      *    BUSINESS DATE IT WAS LOADED FOR. REJECTED SLIPS ARE HERE TOO.
       FD BATCH-ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS BARC-REC.

       01 BARC-REC.
           05  BARC-BUS-DATE       PIC 9(8).
           05  BARC-SLIP           PIC X(135).

      *        SAME LAYOUT CBLCJS02 READS. SEE THE FILE-CONTROL COMMENT
      *    ABOVE FOR WHY THIS IS LINE SEQUENTIAL INSTEAD OF A TRUE
           05  BM-QTY-ON-HAND      PIC 9(5).
           05  BM-QTY-LOC1         PIC 9(5).
           05  BM-QTY-LOC2         PIC 9(5).
      *        WHAT THE DEALERSHIP PAYS THE MANUFACTURER FOR ONE BOAT
      *    OF THIS TYPE, MAINTAINED THROUGH CBLCJS16. A RECORD WRITTEN
      *    BEFORE THE FIELD EXISTED READS IT BACK AS SPACES, TAKEN AS
      *    ZERO (NOT YET ENTERED).
           05  BM-DEALER-COST      PIC 9(6)V99.

      *        ONE RECORD PER CUSTOMER, AT THE RELATIVE KEY THAT IS
      *    THEIR ASSIGNED CUSTOMER NUMBER. CAPTURED BY 4170-SELECT-
           05  CM-PHONE            PIC X(12).
           05  CM-EMAIL            PIC X(30).

      *        ONE RECORD PER HULL. UN-STATUS IS "I" IN STOCK, "S"
      *    SOLD, OR "R" RETURNED -- A RETURNED BOAT IS BACK ON THE LOT
      *    AND SELLS AGAIN EXACTLY LIKE AN "I" ONE; THE "R" JUST TELLS
      *    THE SALESMAN IT ISN'T NEW. UN-DATE-SOLD AND UN-SALE-REC-NUM
      *    (THE SALE'S CBLB1IDX.DAT RECORD NUMBER) ARE ZERO WHILE THE
      *    HULL IS IN STOCK.
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

      *        ONE HULL EVENT. UH-EVENT IS "RECPT", "SOLD", "RETURN",
      *    OR "DELETE" (THE SALE WAS DELETED AND THE HULL WENT BACK IN
      *    STOCK). UH-REF-NUM IS THE SALE OR RETURN RECORD NUMBER ON
      *    CBLB1IDX.DAT -- FOR A RECEIPT, THE PO NUMBER THE HULL CAME
      *    IN ON (CBLPOPN1.DAT).
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

      *        ONE BOAT TAKEN IN TRADE. UB-SALE-REC-NUM IS THE
      *    CBLB1IDX.DAT RECORD NUMBER OF THE SALE IT CAME IN ON, AND
      *    UB-LAST-NAME/UB-SALESPERSON-ID ARE COPIED OFF THAT SALE SO
      *    THE USED-BOAT REPORTS NEVER NEED IT (IT MAY BE ARCHIVED BY
      *    THEN). UB-STATUS IS "I" IN STOCK, "S" RESOLD THROUGH
      *    CBLCJS32, OR "X" GIVEN BACK TO THE CUSTOMER WHEN THE SALE
      *    WAS RETURNED. UB-DATE-SOLD IS THE RESALE DATE (OR THE DATE
      *    AN "X" WENT BACK); UB-ASKING-PRICE IS ZERO UNTIL PRICED.
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

      *        ONE LINE PER ADD/CHANGE/DELETE AGAINST BOAT-MAINT-FILE.
      *    BEFORE/AFTER IMAGES ARE THE FLAT M-REC LAYOUT (LESS ITS OWN
      *    KEY, WHICH IS CARRIED SEPARATELY AS AUD-REC-NUM) SO A CHANGE
           05  AUD-BEFORE-REC       PIC X(71).
           05  AUD-AFTER-REC        PIC X(71).

      *        ONE GL FEED ROW. GF-SIGN "+" POSTS THE SALE IMAGE AND "-"
      *    BACKS IT OUT (THE BEFORE SIDE OF A CHANGE, OR A DELETE); A
      *    RETURN IMAGE ("R") POSTS AS THE REVERSAL IT IS EITHER WAY.
      *    GF-TRADE-ALLOW IS THE TRADE-IN ALLOWANCE THAT GOES WITH THE
      *    IMAGE, ZERO IF NONE.
       FD GL-FEED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS GF-REC.

       01 GF-REC.
           05  GF-BUS-DATE         PIC 9(8).
           05  GF-ACTION           PIC X(6).
           05  GF-REC-NUM          PIC 9(6).
           05  GF-SIGN             PIC X.
           05  GF-TRADE-ALLOW      PIC 9(6)V99.
           05  GF-SALE-REC         PIC X(71).

      *        ONE RUN-LOG EVENT. A START ROW CARRIES ZERO COUNTS; THE
      *    MATCHING END ROW CARRIES THE RUN'S FINAL COUNTS AND RETURN
      *    CODE. A START WITH NO END MEANS THE RUN DIED MID-FLIGHT --
           05  C-AUD-ACTION       PIC X(6).
           05  C-AUD-BEFORE       PIC X(71).
           05  C-AUD-AFTER        PIC X(71).
      *        GL FEED SUPPORT (SEE THE SELECT ABOVE AND 4910-WRITE-GL-
      *    FEED).
           05  C-GLF-STATUS       PIC XX.
           05  C-GLF-ACTION       PIC X(6).
           05  C-GLF-REC-NUM      PIC 9(6)        VALUE   ZEROES.
           05  C-GLF-SIGN         PIC X.
           05  C-GLF-ALLOW        PIC 9(6)V99     VALUE   ZEROES.
           05  C-GLF-IMAGE        PIC X(71).
      *        THE RECORD'S IMAGE AS READ, HELD ACROSS 4100-ENTER-FIELDS
      *    DURING A CHANGE SO 5000-CHANGE-RECORD CAN LOG THE BEFORE
      *    IMAGE ONCE THE REWRITE SUCCEEDS.
      *        RESULT OF THE LAST 4050-WRITE-NEW-RECORD CALL, SHARED BY
      *    4000-ADD-RECORD AND 4210-PROCESS-BATCH-RECORD.
           05  C-WRITE-OK         PIC X           VALUE   "N".
      *        "Y" WHEN THE OPERATOR LEFT THE HULL ID BLANK TO BACK OUT
      *    OF AN ADD (SEE 4120-PICK-HULL).
           05  C-ADD-CANCELLED    PIC X           VALUE   "N".
      *        UNATTENDED BULK-LOAD SUPPORT (SEE 9900-GET-PARM AND
      *    4200-BATCH-LOAD).
           05  C-PARM-LINE        PIC X(80).
           05  C-BATCH-REC-CTR    PIC 9(6)        VALUE   ZEROES.
           05  C-BATCH-ADDED      PIC 9(6)        VALUE   ZEROES.
           05  C-BATCH-REJECTED   PIC 9(6)        VALUE   ZEROES.
           05  C-BARC-STATUS      PIC XX.
           05  C-BARC-COPIED      PIC X           VALUE   "N".
      *        STOCK NUMBER OF THE TRADE-IN A RETURN SLIP GIVES BACK,
      *    ONCE 4235-CHECK-BATCH-TRADE-RETURN HAS TIED IT TO THE SALE.
           05  C-BATCH-TRADE-NUM  PIC 9(6)        VALUE   ZEROES.
      *        BOAT INVENTORY MASTER SUPPORT (SEE 9950-LOAD-BOAT-MASTER,
      *    4150-SHOW-MASTER-INFO, AND 9960-SAVE-BOAT-MASTER). MODELED ON
      *    CBLCJS02'S OWN COPY OF THE SAME TABLE.
           05  C-BAL-EDIT          PIC $$$$,$$9.99-.
      *        THE RECORD'S ORIGINAL BOAT TYPE AND LOCATION, HELD
      *    ACROSS 4100-ENTER-FIELDS DURING A CHANGE SO 4160-ADJUST-
      *    MASTER-ON-CHANGE CAN TELL WHETHER EITHER WAS CHANGED. THE
      *    ORIGINAL PURCHASE DATE IS HELD THE SAME WAY FOR 4165.
           05  H-OLD-BOAT-TYPE    PIC X.
           05  H-OLD-LOCATION     PIC XX.
           05  H-OLD-PURCHASE-DATE PIC 9(8)       VALUE   ZEROES.
      *        THE ORIGINAL SALE'S RECORD NUMBER, HELD ACROSS
      *    4550-WRITE-RETURN-RECORD (WHICH REUSES C-REC-NUM FOR THE
      *    NEW RETURN RECORD) SO 4560-SETTLE-ORIGINAL-SALE CAN FIND
      *    ITS WAY BACK.
           05  H-RETURN-REC-NUM   PIC 9(6)        VALUE   ZEROES.
      *        UNIT FILE SUPPORT (SEE 4120-PICK-HULL AND 9700-9730).
      *    C-UNIT-NUM IS CBLUNIT1.DAT'S RELATIVE KEY; C-SALE-UNIT-NUM
      *    IS THE HULL PICKED FOR THE SALE BEING KEYED (ZERO MEANS NO
      *    HULL WAS ON FILE TO PICK); THE SCANS LEAVE THEIR MATCH IN
      *    C-UNIT-FOUND-NUM.
           05  C-UNIT-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-UNIT-STATUS      PIC XX.
           05  C-UHST-STATUS      PIC XX.
           05  C-UNIT-EOF         PIC X           VALUE   "N".
           05  C-UNIT-FOUND-NUM   PIC 9(6)        VALUE   ZEROES.
           05  C-SALE-UNIT-NUM    PIC 9(6)        VALUE   ZEROES.
           05  C-UNIT-STOCK-CTR   PIC 9(5)        VALUE   ZEROES.
           05  C-FIND-SALE-NUM    PIC 9(6)        VALUE   ZEROES.
           05  C-FIND-SALE-DATE   PIC 9(8)        VALUE   ZEROES.
           05  C-HULL-IN          PIC X(12).
           05  H-OLDEST-RECEIVED  PIC 9(8)        VALUE   ZEROES.
           05  C-UHST-EVENT       PIC X(6).
           05  C-UHST-REF-NUM     PIC 9(6)        VALUE   ZEROES.
      *        TRADE-IN SUPPORT (SEE 4130-ENTER-TRADE-IN AND 9740-
      *    9747). C-USED-NUM IS CBLUSED1.DAT'S RELATIVE KEY; THE SCANS
      *    LEAVE THEIR MATCH IN C-USED-FOUND-NUM. C-TRADE-SW IS "Y"
      *    WHEN THE SALE BEING KEYED HAS A TRADE-IN, HELD IN THE
      *    C-TRADE- FIELDS UNTIL THE SALE IS SAFELY WRITTEN.
           05  C-USED-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-USED-STATUS      PIC XX.
           05  C-USED-EOF         PIC X           VALUE   "N".
           05  C-USED-HIGH-KEY    PIC 9(6)        VALUE   ZEROES.
           05  C-USED-FOUND-NUM   PIC 9(6)        VALUE   ZEROES.
           05  C-TRADE-SW         PIC X           VALUE   "N".
           05  C-TRADE-EDIT       PIC X           VALUE   "N".
           05  C-TRADE-DESC       PIC X(20).
           05  C-TRADE-YEAR       PIC 9(4)        VALUE   ZEROES.
           05  C-TRADE-HULL-ID    PIC X(12).
           05  C-TRADE-ALLOW      PIC 9(6)V99     VALUE   ZEROES.
           05  C-TRADE-ASKING     PIC 9(6)V99     VALUE   ZEROES.
      *        MOST THE ALLOWANCE CAN BE -- WHAT IS STILL OWED ON THE
      *    SALE APART FROM THE TRADE. C-PAID-OTHER IS EVERYTHING
      *    COLLECTED OTHER THAN THE ALLOWANCE ITSELF.
           05  C-ALLOW-LIMIT      PIC S9(7)V99    VALUE   ZEROES.
           05  C-PAID-OTHER       PIC 9(6)V99     VALUE   ZEROES.
      *        THE TRADE-IN ALREADY ON FILE FOR A SALE BEING CHANGED --
      *    ITS STOCK NUMBER (ZERO IF NONE) AND ALLOWANCE, SO 5000-
      *    CHANGE-RECORD CAN BACK THE OLD ALLOWANCE OUT, AND THE NEW
      *    ALLOWANCE THE CHANGE LEAVES ON THE SALE, FOR THE GL FEED.
           05  H-TRADE-USED-NUM   PIC 9(6)        VALUE   ZEROES.
           05  H-OLD-ALLOW        PIC 9(6)V99     VALUE   ZEROES.
           05  H-NEW-ALLOW        PIC 9(6)V99     VALUE   ZEROES.
      *        A TRADE-IN ON THE SALE THAT IS NO LONGER IN STOCK, LEFT
      *    ALONE BUT FOR ITS LINK BACK TO THE SALE (SEE 4167).
           05  H-KEPT-TRADE-NUM   PIC 9(6)        VALUE   ZEROES.
           05  C-TODAY-DATE       PIC 9(8)        VALUE   ZEROES.
      *        THE BUSINESS DATE THIS RUN IS KEYING FOR -- THE PARM
      *    DATE IF ONE WAS GIVEN (SEE 9900-GET-PARM), ELSE TODAY.
           05  C-KEYED-DATE       PIC 9(8)        VALUE   ZEROES.

       01 BOAT-MASTER-TABLE.
           05  BMT-ENTRY OCCURS 6 TIMES.
               10  BMT-QTY-ON-HAND  PIC 9(5).
               10  BMT-QTY-LOC      OCCURS 2 TIMES
                                    PIC 9(5).
               10  BMT-DEALER-COST  PIC 9(6)V99.

       PROCEDURE DIVISION.

               OPEN EXTEND AUDIT-FILE
           END-IF.

      *        THE GL FEED IS APPENDED TO THE SAME WAY.
           OPEN EXTEND GL-FEED-FILE.
           IF C-GLF-STATUS IS NOT = "00"
               OPEN OUTPUT GL-FEED-FILE
               CLOSE GL-FEED-FILE
               OPEN EXTEND GL-FEED-FILE
           END-IF.

      *        THE UNIT FILE AND ITS HISTORY ARE CREATED EMPTY THE
      *    FIRST TIME THROUGH, THE SAME WAY THE CUSTOMER MASTER IS --
      *    UNTIL CBLCJS16 RECEIVES SOME HULLS, A SALE JUST WARNS THAT
      *    THERE IS NONE TO PICK.
           OPEN I-O UNIT-FILE.
           IF C-UNIT-STATUS IS NOT = "00"
               OPEN OUTPUT UNIT-FILE
               CLOSE UNIT-FILE
               OPEN I-O UNIT-FILE
           END-IF.
           OPEN EXTEND UNIT-HIST-FILE.
           IF C-UHST-STATUS IS NOT = "00"
               OPEN OUTPUT UNIT-HIST-FILE
               CLOSE UNIT-HIST-FILE
               OPEN EXTEND UNIT-HIST-FILE
           END-IF.

      *        SAME AGAIN FOR THE USED-BOAT FILE -- EMPTY UNTIL THE
      *    FIRST TRADE-IN IS TAKEN.
           OPEN I-O USED-BOAT-FILE.
           IF C-USED-STATUS IS NOT = "00"
               OPEN OUTPUT USED-BOAT-FILE
               CLOSE USED-BOAT-FILE
               OPEN I-O USED-BOAT-FILE
           END-IF.
           PERFORM 9020-FIND-HIGH-USED-KEY.

           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-YEAR  TO C-TODAY-DATE(1:4).
           MOVE I-MONTH TO C-TODAY-DATE(5:2).
           MOVE I-DAY   TO C-TODAY-DATE(7:2).

           PERFORM 9000-FIND-HIGH-KEY.
           PERFORM 9950-LOAD-BOAT-MASTER.

           PERFORM 9960-SAVE-BOAT-MASTER.
           CLOSE BOAT-MAINT-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE UNIT-FILE.
           CLOSE UNIT-HIST-FILE.
           CLOSE USED-BOAT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE GL-FEED-FILE.

           MOVE "END" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.
           DISPLAY "--- ADD NEW BOAT SALE RECORD ---".
           MOVE SPACES TO M-REC.
           PERFORM 4100-ENTER-FIELDS.
           PERFORM 4120-PICK-HULL.
           IF C-ADD-CANCELLED IS = "Y"
               DISPLAY "ADD CANCELLED -- NO SALE WRITTEN."
           ELSE
               PERFORM 4010-FINISH-ADD
           END-IF.

      *        THE REST OF THE ADD, ONCE A HULL HAS BEEN PICKED (OR
      *    THERE WAS NONE ON FILE TO PICK).
       4010-FINISH-ADD.
           MOVE "S" TO M-TRANS-TYPE.
           MOVE M-DEPOSIT-AMT TO C-PAID-OTHER.
           PERFORM 4130-ENTER-TRADE-IN.
      *        THE ALLOWANCE IS PAID IN BOAT INSTEAD OF CASH, BUT IT
      *    IS PAID ALL THE SAME.
           MOVE M-DEPOSIT-AMT TO M-AMT-RECEIVED.
           IF C-TRADE-SW IS = "Y"
               ADD C-TRADE-ALLOW TO M-AMT-RECEIVED
           END-IF.

           PERFORM 4050-WRITE-NEW-RECORD.
           IF C-WRITE-OK IS = "Y"
               DISPLAY "RECORD " C-REC-NUM " ADDED."
               PERFORM 4055-DECREMENT-MASTER-QTY-FOR-SALE
               PERFORM 4060-MARK-HULL-SOLD
               PERFORM 4065-ADD-TRADE-IN-UNIT
               PERFORM 4075-FEED-NEW-SALE
           ELSE
               DISPLAY "ERROR ADDING RECORD, STATUS: " C-MAINT-STATUS
           END-IF.
           MOVE -1 TO C-QTY-DELTA.
           PERFORM 9956-BUMP-MASTER-QTY.

      *        SHARED BY 4000-ADD-RECORD AND 4210-PROCESS-BATCH-RECORD
      *    -- ONCE THE SALE IS SAFELY ON FILE, THE HULL PICKED FOR IT
      *    IS MARKED SOLD AGAINST THE NEW RECORD NUMBER AND THE SALE
      *    GOES ON THE HULL'S HISTORY. NOTHING TO DO WHEN NO HULL WAS
      *    ON FILE TO PICK.
       4060-MARK-HULL-SOLD.
           IF C-SALE-UNIT-NUM > 0
               MOVE C-SALE-UNIT-NUM TO C-UNIT-NUM
               READ UNIT-FILE
                   INVALID KEY
                       DISPLAY "WARNING: COULD NOT RE-READ HULL UNIT "
                           C-UNIT-NUM ", STATUS: " C-UNIT-STATUS
                   NOT INVALID KEY
                       MOVE "S"             TO UN-STATUS
                       MOVE M-PURCHASE-DATE TO UN-DATE-SOLD
                       MOVE C-REC-NUM       TO UN-SALE-REC-NUM
                       REWRITE UN-REC
                           INVALID KEY
                               DISPLAY "ERROR MARKING HULL SOLD, "
                                   "STATUS: " C-UNIT-STATUS
                           NOT INVALID KEY
                               DISPLAY "HULL " UN-HULL-ID
                                   " MARKED SOLD."
                               MOVE "SOLD"    TO C-UHST-EVENT
                               MOVE C-REC-NUM TO C-UHST-REF-NUM
                               PERFORM 9730-WRITE-UNIT-HISTORY
                       END-REWRITE
               END-READ
           END-IF.

      *        SHARED BY 4000-ADD-RECORD, 4140-POST-TRADE-ON-CHANGE,
      *    AND 4210-PROCESS-BATCH-RECORD -- ONCE THE SALE IS SAFELY ON
      *    FILE, ITS TRADE-IN (IF IT HAD ONE) GOES ON CBLUSED1.DAT IN
      *    STOCK UNDER THE NEXT STOCK NUMBER, POINTING BACK AT SALE
      *    RECORD C-REC-NUM.
       4065-ADD-TRADE-IN-UNIT.
           IF C-TRADE-SW IS = "Y"
               MOVE SPACES    TO UB-REC
               MOVE C-REC-NUM TO UB-SALE-REC-NUM
               PERFORM 4145-MOVE-TRADE-FIELDS
               MOVE "I"       TO UB-STATUS
               MOVE ZEROES    TO UB-DATE-SOLD
               MOVE ZEROES    TO UB-RESALE-PRICE
               ADD 1 TO C-USED-HIGH-KEY
               MOVE C-USED-HIGH-KEY TO C-USED-NUM
               WRITE UB-REC
                   INVALID KEY
                       DISPLAY "ERROR ADDING TRADE-IN TO CBLUSED1.DAT, "
                           "STATUS: " C-USED-STATUS
                       SUBTRACT 1 FROM C-USED-HIGH-KEY
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "TRADE-IN ADDED TO USED INVENTORY AS "
                           "STOCK NUMBER " C-USED-NUM "."
               END-WRITE
           END-IF.

      *        A NEW SALE GOES ON THE GL FEED WITH ITS TRADE-IN
      *    ALLOWANCE, IF IT HAD ONE. SHARED BY 4000-ADD-RECORD AND
      *    4210-PROCESS-BATCH-RECORD.
       4075-FEED-NEW-SALE.
           MOVE "ADD"     TO C-GLF-ACTION.
           MOVE C-REC-NUM TO C-GLF-REC-NUM.
           MOVE "+"       TO C-GLF-SIGN.
           MOVE ZEROES    TO C-GLF-ALLOW.
           IF C-TRADE-SW IS = "Y"
               MOVE C-TRADE-ALLOW TO C-GLF-ALLOW
           END-IF.
           MOVE M-REC     TO C-GLF-IMAGE.
           PERFORM 4910-WRITE-GL-FEED.

      *        A RETURN GOES ON THE GL FEED ONLY ONCE ITS TRADE-IN HAS
      *    BEEN DEALT WITH, SINCE THE ALLOWANCE GIVEN BACK (SET BY 4595)
      *    GOES WITH IT. THE CALLER HOLDS THE RETURN'S IMAGE AND RECORD
      *    NUMBER IN C-GLF-IMAGE/C-GLF-REC-NUM RIGHT AFTER THE WRITE,
      *    BEFORE 4560 REUSES M-REC AND C-REC-NUM FOR THE ORIGINAL SALE.
      *    SHARED BY THE KEYED AND BATCH RETURN PATHS.
       4085-FEED-RETURN.
           MOVE "ADD" TO C-GLF-ACTION.
           MOVE "+"   TO C-GLF-SIGN.
           PERFORM 4910-WRITE-GL-FEED.

      *        ASKS WHETHER THE DEAL INCLUDED A TRADE-IN AND, IF SO,
      *    TAKES ITS DESCRIPTION, MODEL YEAR, HULL ID, ALLOWANCE, AND
      *    ASKING PRICE INTO THE C-TRADE- FIELDS. SHARED BY ADD AND
      *    CHANGE; THE CALLER SETS C-PAID-OTHER FIRST.
       4130-ENTER-TRADE-IN.
           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "TRADE-IN ON THIS SALE? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT C-TRADE-SW
               MOVE FUNCTION UPPER-CASE(C-TRADE-SW) TO C-TRADE-SW
               IF C-TRADE-SW IS = "Y" OR C-TRADE-SW IS = "N"
                   MOVE "Y" TO C-VALID-ENTRY
               ELSE
                   DISPLAY "ENTER Y OR N."
               END-IF
           END-PERFORM.

           IF C-TRADE-SW IS = "Y"
               PERFORM 4135-ENTER-TRADE-FIELDS
           END-IF.

      *        THE ALLOWANCE CAN'T BE MORE THAN IS STILL OWED ON THE
      *    SALE APART FROM IT -- THE DEALERSHIP DOESN'T PAY OUT CASH
      *    ON A TRADE. AN ALLOWANCE OF ZERO DROPS THE TRADE-IN, SO AN
      *    OPERATOR WHO ANSWERED Y BY MISTAKE ISN'T STUCK IN THE LOOP.
      *    THE HULL ID MAY BE LEFT BLANK -- AN OLD BOAT DOESN'T ALWAYS
      *    HAVE A READABLE ONE.
       4135-ENTER-TRADE-FIELDS.
           MOVE SPACES TO C-TRADE-DESC.
           PERFORM UNTIL C-TRADE-DESC IS NOT = SPACES
               DISPLAY "TRADE-IN DESCRIPTION (MAKE/MODEL): "
                   WITH NO ADVANCING
               ACCEPT C-TRADE-DESC
               MOVE FUNCTION UPPER-CASE(C-TRADE-DESC) TO C-TRADE-DESC
           END-PERFORM.

           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "TRADE-IN MODEL YEAR (YYYY): " WITH NO ADVANCING
               ACCEPT C-TRADE-YEAR
               IF C-TRADE-YEAR < 1900
                       OR C-TRADE-YEAR > M-PURCHASE-YY + 1
                   DISPLAY "INVALID MODEL YEAR -- RE-ENTER."
               ELSE
                   MOVE "Y" TO C-VALID-ENTRY
               END-IF
           END-PERFORM.

           DISPLAY "TRADE-IN HULL ID (BLANK IF NONE): "
               WITH NO ADVANCING.
           ACCEPT C-TRADE-HULL-ID.
           MOVE FUNCTION UPPER-CASE(C-TRADE-HULL-ID) TO C-TRADE-HULL-ID.

           COMPUTE C-ALLOW-LIMIT
               = M-BOAT-COST + M-PREP-DEL-COST - C-PAID-OTHER.
           MOVE C-ALLOW-LIMIT TO C-BAL-EDIT.
           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "TRADE-IN ALLOWANCE (0 TO DROP THE TRADE-IN): "
                   WITH NO ADVANCING
               ACCEPT C-TRADE-ALLOW
               IF C-TRADE-ALLOW > C-ALLOW-LIMIT
                   DISPLAY "ALLOWANCE CAN'T BE MORE THAN THE BALANCE "
                       "DUE: " C-BAL-EDIT
               ELSE
                   MOVE "Y" TO C-VALID-ENTRY
               END-IF
           END-PERFORM.

           IF C-TRADE-ALLOW IS = ZEROES
               MOVE "N" TO C-TRADE-SW
               DISPLAY "NO ALLOWANCE -- TRADE-IN DROPPED."
           ELSE
               DISPLAY "ASKING PRICE (0 IF NOT YET PRICED): "
                   WITH NO ADVANCING
               ACCEPT C-TRADE-ASKING
           END-IF.

      *        FILLS UB-REC'S TRADE FIELDS FROM THE C-TRADE- FIELDS AND
      *    THE SALE IN M-REC. LEAVES THE STOCK STATUS AND RESALE
      *    FIELDS ALONE. SHARED BY THE ADD AND CHANGE PATHS.
       4145-MOVE-TRADE-FIELDS.
           MOVE M-LAST-NAME      TO UB-LAST-NAME.
           MOVE M-SALESPERSON-ID TO UB-SALESPERSON-ID.
           MOVE C-TRADE-DESC     TO UB-DESC.
           MOVE C-TRADE-YEAR     TO UB-YEAR.
           MOVE C-TRADE-HULL-ID  TO UB-HULL-ID.
           MOVE C-TRADE-ALLOW    TO UB-ALLOWANCE.
           MOVE C-TRADE-ASKING   TO UB-ASKING-PRICE.
           MOVE M-PURCHASE-DATE  TO UB-DATE-TAKEN.

      *        THE OPERATOR NAMES THE HULL GOING OUT THE DOOR FROM THE
      *    IN-STOCK HULLS OF THE TYPE AT THE LOT JUST KEYED, LISTED
      *    FIRST SO NOBODY HAS TO WALK THE LOT WITH A CLIPBOARD. IF
      *    THE UNIT FILE HAS NONE (STOCK THAT PREDATES HULL TRACKING,
      *    OR A RECEIPT NOBODY POSTED), THE SALE IS STILL TAKEN --
      *    WITH A WARNING -- AND CBLCJS21'S RECONCILIATION SHOWS THE
      *    GAP UNTIL CBLCJS16 CATCHES THE FILE UP. A BLANK HULL ID IS
      *    THE OPERATOR'S WAY OUT WHEN THE BOAT ISN'T ON THE LIST --
      *    C-ADD-CANCELLED COMES BACK "Y" AND 4000 WRITES NOTHING.
       4120-PICK-HULL.
           MOVE ZEROES TO C-SALE-UNIT-NUM.
           MOVE "N" TO C-ADD-CANCELLED.
           PERFORM 9715-LIST-IN-STOCK-HULLS.
           IF C-UNIT-STOCK-CTR IS = ZEROES
               DISPLAY "*** WARNING: NO HULL OF THIS TYPE IN STOCK "
                   "AT THIS LOT ON CBLUNIT1.DAT -- SALE KEYED "
                   "WITHOUT A HULL ***"
           ELSE
               MOVE "N" TO C-VALID-ENTRY
               PERFORM UNTIL C-VALID-ENTRY = "Y"
                   DISPLAY "HULL ID SOLD (BLANK TO CANCEL THE ADD): "
                       WITH NO ADVANCING
                   MOVE SPACES TO C-HULL-IN
                   ACCEPT C-HULL-IN
                   IF C-HULL-IN IS = SPACES
                       MOVE "Y" TO C-ADD-CANCELLED
                       MOVE "Y" TO C-VALID-ENTRY
                   ELSE
                       MOVE FUNCTION UPPER-CASE(C-HULL-IN) TO C-HULL-IN
                       PERFORM 9700-FIND-UNIT-BY-HULL
                       PERFORM 4125-CHECK-HULL-FOR-SALE
                   END-IF
               END-PERFORM
           END-IF.

      *        A HULL CAN ONLY BE SOLD IF IT IS ON FILE, IN STOCK, THE
      *    BOAT TYPE ON THE SALE, AND SITTING AT THE LOT THE SALE WENT
      *    OUT OF -- OTHERWISE THE UNIT FILE AND THE MASTER'S PER-LOT
      *    COUNTS DRIFT APART. SETS C-VALID-ENTRY AND, ON SUCCESS,
      *    C-SALE-UNIT-NUM. EXPECTS 9700-FIND-UNIT-BY-HULL TO HAVE JUST
      *    RUN. SHARED BY 4120-PICK-HULL AND 4220-PICK-BATCH-HULL.
       4125-CHECK-HULL-FOR-SALE.
           MOVE "N" TO C-VALID-ENTRY.
           EVALUATE TRUE
               WHEN C-UNIT-FOUND-NUM IS = ZEROES
                   DISPLAY "HULL " C-HULL-IN " IS NOT ON CBLUNIT1.DAT."
               WHEN UN-STATUS IS NOT = "I" AND UN-STATUS IS NOT = "R"
                   DISPLAY "HULL " C-HULL-IN " IS NOT IN STOCK -- "
                       "SOLD ON RECORD " UN-SALE-REC-NUM "."
               WHEN UN-BOAT-TYPE IS NOT = M-BOAT-TYPE
                   DISPLAY "HULL " C-HULL-IN " IS BOAT TYPE "
                       UN-BOAT-TYPE ", NOT " M-BOAT-TYPE "."
               WHEN UN-LOCATION IS NOT = M-LOCATION
                   DISPLAY "HULL " C-HULL-IN " IS AT LOT "
                       UN-LOCATION ", NOT " M-LOCATION "."
               WHEN OTHER
                   MOVE "Y" TO C-VALID-ENTRY
                   MOVE C-UNIT-FOUND-NUM TO C-SALE-UNIT-NUM
           END-EVALUATE.

      *        SHARED FIELD-ENTRY BLOCK FOR ADD AND CHANGE. VALIDATES
      *    M-STATE, M-BOAT-TYPE, AND M-ACC-PCK BEFORE MOVING ON.
       4100-ENTER-FIELDS.
      *    9956-BUMP-MASTER-QTY EVERY OTHER QUANTITY MOVE USES, AND
      *    THE ORIGINAL SALE IS MARKED SETTLED (4560) SO A CANCELLED
      *    SALE'S UNCOLLECTED BALANCE DOESN'T SIT ON CBLCJS18'S AGING
      *    REPORT FOREVER AS MONEY NOBODY ACTUALLY OWES. A TRADE-IN
      *    TAKEN ON THE SALE GOES BACK TO THE CUSTOMER (4590).
       4500-KEY-RETURN.
           DISPLAY "--- KEY A RETURN ---".
           DISPLAY "ENTER RECORD NUMBER OF THE ORIGINAL SALE: "
      *        THE REVERSING COPY CARRIES NO DEPOSIT OR COLLECTIONS --
      *    IT ISN'T A RECEIVABLE, AND CBLCJS18'S AGING SKIPS "R"
      *    RECORDS ANYWAY. THE REFUND ITSELF IS A CHECKBOOK MATTER,
      *    NOT A SALE RECORD. WHAT IT DOES CARRY IS THE DATE IT WAS
      *    KEYED, IN M-RETURN-DATE.
           MOVE ZEROES TO M-DEPOSIT-AMT.
           MOVE C-KEYED-DATE TO M-RETURN-DATE.
           PERFORM 4050-WRITE-NEW-RECORD.
           IF C-WRITE-OK IS = "Y"
               DISPLAY "RETURN KEYED AS RECORD " C-REC-NUM "."
               MOVE C-REC-NUM TO C-GLF-REC-NUM
               MOVE M-REC     TO C-GLF-IMAGE
               MOVE ZEROES    TO C-GLF-ALLOW
               MOVE M-BOAT-TYPE TO C-LOOKUP-BOAT-TYPE
               MOVE M-LOCATION  TO C-LOOKUP-LOCATION
               MOVE 1 TO C-QTY-DELTA
               PERFORM 9956-BUMP-MASTER-QTY
               PERFORM 4570-RESTOCK-RETURNED-HULL
               PERFORM 4560-SETTLE-ORIGINAL-SALE
               PERFORM 4590-REVERSE-TRADE-IN
               PERFORM 4085-FEED-RETURN
           ELSE
               DISPLAY "ERROR KEYING RETURN, STATUS: " C-MAINT-STATUS
           END-IF.

      *        THE HULL THAT WENT OUT ON THE ORIGINAL SALE COMES BACK
      *    ONTO THE LOT THE RETURN WAS TAKEN AT. RUNS WHILE C-REC-NUM
      *    STILL HOLDS THE NEW RETURN RECORD'S NUMBER (4560 REUSES IT)
      *    SO THE HISTORY LINE POINTS AT THE RETURN. A SALE KEYED
      *    BEFORE HULLS WERE TRACKED HAS NO UNIT TO PUT BACK.
       4570-RESTOCK-RETURNED-HULL.
           MOVE H-RETURN-REC-NUM TO C-FIND-SALE-NUM.
           MOVE M-PURCHASE-DATE  TO C-FIND-SALE-DATE.
           PERFORM 9720-FIND-UNIT-BY-SALE.
           IF C-UNIT-FOUND-NUM IS = ZEROES
               DISPLAY "NO HULL ON CBLUNIT1.DAT FOR SALE "
                   H-RETURN-REC-NUM " -- NOTHING RESTOCKED."
           ELSE
               PERFORM 4580-RESTOCK-HULL
           END-IF.

      *        PUTS THE UNIT JUST FOUND BACK IN STOCK AS "R" AT THE
      *    RETURN'S LOT AND LOGS IT AGAINST RETURN RECORD C-REC-NUM.
      *    SHARED BY THE KEYED AND BATCH RETURN PATHS.
       4580-RESTOCK-HULL.
           MOVE C-UNIT-FOUND-NUM TO C-UNIT-NUM.
           MOVE "R"        TO UN-STATUS.
           MOVE M-LOCATION TO UN-LOCATION.
           MOVE ZEROES     TO UN-DATE-SOLD.
           MOVE ZEROES     TO UN-SALE-REC-NUM.
           REWRITE UN-REC
               INVALID KEY
                   DISPLAY "ERROR RESTOCKING HULL " UN-HULL-ID
                       ", STATUS: " C-UNIT-STATUS
               NOT INVALID KEY
                   DISPLAY "HULL " UN-HULL-ID " BACK IN STOCK AT LOT "
                       UN-LOCATION "."
                   MOVE "RETURN"  TO C-UHST-EVENT
                   MOVE C-REC-NUM TO C-UHST-REF-NUM
                   PERFORM 9730-WRITE-UNIT-HISTORY
           END-REWRITE.

      *        A CANCELLED SALE IS NOT A RECEIVABLE -- ONCE ITS RETURN
      *    IS SAFELY ON FILE, THE ORIGINAL RECORD IS RE-READ AND
      *    MARKED SETTLED (AMOUNT RECEIVED BROUGHT UP TO THE FULL
                   END-IF
           END-READ.

      *        UNDOING THE SALE UNDOES THE TRADE. THE ALLOWANCE IS PART
      *    OF M-AMT-RECEIVED ON THE ORIGINAL SALE, WHICH 4560 HAS JUST
      *    SETTLED, SO NOTHING ON THE SALE FILE CHANGES HERE -- THE
      *    TRADE-IN ITSELF COMES OFF USED INVENTORY AND GOES BACK TO
      *    THE CUSTOMER IN PLACE OF THE ALLOWANCE. M-REC IS THE
      *    ORIGINAL SALE HERE, AS 4560 RE-READ IT (OR, IF THAT READ
      *    FAILED, THE RETURN, WHICH CARRIES THE SAME PURCHASE DATE).
       4590-REVERSE-TRADE-IN.
           MOVE H-RETURN-REC-NUM TO C-FIND-SALE-NUM.
           MOVE M-PURCHASE-DATE  TO C-FIND-SALE-DATE.
           PERFORM 9740-FIND-TRADE-BY-SALE.
           IF C-USED-FOUND-NUM > 0
               PERFORM 4595-GIVE-BACK-TRADE-IN
           END-IF.

      *        MARKS THE TRADE-IN JUST FOUND "X" -- GIVEN BACK -- AS OF
      *    THE DATE THE RETURN IS KEYED. ONE THAT HAS ALREADY BEEN
      *    RESOLD CAN'T GO BACK, SO THE CUSTOMER IS OWED ITS ALLOWANCE
      *    IN CASH INSTEAD; THAT IS SAID LOUDLY, SINCE THE REFUND IS
      *    WRITTEN OFF THE CHECKBOOK. ONLY A TRADE THAT REALLY COMES
      *    BACK OFF THE LOT LEAVES ITS ALLOWANCE IN C-GLF-ALLOW FOR THE
      *    RETURN'S GL FEED ROW (SEE 4085).
      *    SHARED BY THE KEYED AND BATCH RETURN PATHS.
       4595-GIVE-BACK-TRADE-IN.
           MOVE C-USED-FOUND-NUM TO C-USED-NUM.
           EVALUATE UB-STATUS
               WHEN "I"
                   MOVE "X"          TO UB-STATUS
                   MOVE C-KEYED-DATE TO UB-DATE-SOLD
                   REWRITE UB-REC
                       INVALID KEY
                           DISPLAY "ERROR GIVING BACK TRADE-IN, "
                               "STATUS: " C-USED-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "TRADE-IN STOCK NUMBER " C-USED-NUM
                               " (" UB-DESC ") GOES BACK TO THE "
                               "CUSTOMER."
                           MOVE UB-ALLOWANCE TO C-GLF-ALLOW
                   END-REWRITE
               WHEN "S"
                   MOVE UB-ALLOWANCE TO C-BAL-EDIT
                   DISPLAY "*** TRADE-IN STOCK NUMBER " C-USED-NUM
                       " WAS ALREADY RESOLD -- REFUND THE ALLOWANCE OF "
                       C-BAL-EDIT " ***"
               WHEN OTHER
                   DISPLAY "TRADE-IN STOCK NUMBER " C-USED-NUM
                       " WAS ALREADY GIVEN BACK."
           END-EVALUATE.

      *        RECORDS MONEY COLLECTED AGAINST A SALE AFTER THE FACT --
      *    THE BALANCE ON DELIVERY, A FINANCING DRAW, WHATEVER COMES
      *    IN. ADDS TO M-AMT-RECEIVED AND LOGS THE CHANGE TO THE AUDIT
      *    (8100/8200/8300) BEFORE ADDING IT TO CBLB1IDX.DAT THROUGH THE
      *    SAME 4050-WRITE-NEW-RECORD 4000-ADD-RECORD USES. A RECORD
      *    THAT FAILS VALIDATION IS COUNTED AS REJECTED AND SKIPPED
      *    RATHER THAN ABENDING THE WHOLE BATCH. ONCE THE LAST SLIP IS
      *    IN, THE FILE IS ARCHIVED AND EMPTIED (4260).
       4200-BATCH-LOAD.
           DISPLAY "--- UNATTENDED BATCH LOAD FROM CBLB1BAT.DAT ---".
           OPEN INPUT BATCH-INPUT-FILE.

               DISPLAY "BATCH LOAD COMPLETE -- " C-BATCH-ADDED
                   " ADDED, " C-BATCH-REJECTED " REJECTED."
               PERFORM 4260-ARCHIVE-BATCH-FILE
           ELSE
      *        BATCH MODE'S WHOLE JOB IS POSTING THIS FILE -- A DAY
      *    WITH NOTHING TO POST IS AN EMPTY CBLB1BAT.DAT, NOT A
               MOVE ZEROES TO M-DEPOSIT-AMT
           END-IF.
      *        A SLIP WITH NO RECEIVED FIGURE MEANS ONLY THE DEPOSIT
      *    HAS COME IN SO FAR. A RETURN SLIP COLLECTS NOTHING AND IS
      *    STAMPED WITH THE DATE IT IS KEYED, AS IN 4550.
           IF BAT-AMT-RECEIVED IS NUMERIC
               MOVE BAT-AMT-RECEIVED TO M-AMT-RECEIVED
           ELSE
               MOVE M-DEPOSIT-AMT TO M-AMT-RECEIVED
           END-IF.
           IF M-TRANS-TYPE IS = "R"
               MOVE ZEROES TO M-DEPOSIT-AMT
               MOVE C-KEYED-DATE TO M-RETURN-DATE
           END-IF.

           PERFORM 8300-VALIDATE-STATE.
           IF C-VALID-ENTRY IS = "Y"
           IF C-VALID-ENTRY IS = "Y"
               PERFORM 8200-VALIDATE-ACC-PCK
           END-IF.
           MOVE "N" TO C-TRADE-SW.
           IF C-VALID-ENTRY IS = "Y" AND M-TRANS-TYPE IS = "S"
                   AND BAT-TRADE-ALLOW IS NUMERIC
                   AND BAT-TRADE-ALLOW > 0
               PERFORM 4230-CHECK-BATCH-TRADE-IN
           END-IF.
           MOVE ZEROES TO C-BATCH-TRADE-NUM.
           IF C-VALID-ENTRY IS = "Y" AND M-TRANS-TYPE IS = "R"
                   AND BAT-TRADE-HULL-ID IS NOT = SPACES
               PERFORM 4235-CHECK-BATCH-TRADE-RETURN
           END-IF.
           MOVE ZEROES TO C-SALE-UNIT-NUM.
           IF C-VALID-ENTRY IS = "Y" AND M-TRANS-TYPE IS = "S"
               PERFORM 4220-PICK-BATCH-HULL
           END-IF.
           IF C-VALID-ENTRY IS = "Y" AND C-TRADE-SW IS = "Y"
               ADD C-TRADE-ALLOW TO M-AMT-RECEIVED
           END-IF.

           IF C-VALID-ENTRY IS = "Y"
               PERFORM 4050-WRITE-NEW-RECORD
      *        A BATCH-KEYED RETURN PUTS ITS UNIT BACK; A SALE TAKES
      *    ONE OUT, AS ALWAYS.
                   IF M-TRANS-TYPE IS = "R"
                       MOVE C-REC-NUM TO C-GLF-REC-NUM
                       MOVE M-REC     TO C-GLF-IMAGE
                       MOVE ZEROES    TO C-GLF-ALLOW
                       MOVE M-BOAT-TYPE TO C-LOOKUP-BOAT-TYPE
                       MOVE M-LOCATION  TO C-LOOKUP-LOCATION
                       MOVE 1 TO C-QTY-DELTA
                       PERFORM 9956-BUMP-MASTER-QTY
                       PERFORM 4240-RESTOCK-BATCH-RETURN-HULL
                       PERFORM 4250-REVERSE-BATCH-TRADE-IN
                       PERFORM 4085-FEED-RETURN
                   ELSE
                       PERFORM 4055-DECREMENT-MASTER-QTY-FOR-SALE
                       PERFORM 4060-MARK-HULL-SOLD
                       PERFORM 4065-ADD-TRADE-IN-UNIT
                       PERFORM 4075-FEED-NEW-SALE
                   END-IF
                   DISPLAY "BATCH RECORD " C-BATCH-REC-CTR
                       " ADDED AS RECORD " C-REC-NUM "."
                   ") REJECTED -- SEE VALIDATION MESSAGE ABOVE."
           END-IF.

      *        A SLIP THAT NAMES ITS HULL MUST NAME A SELLABLE ONE --
      *    A WRONG HULL ID IS A KEYING ERROR AND THE SLIP IS REJECTED
      *    FOR SOMEONE TO LOOK AT. A SLIP WITH NO HULL (INCLUDING EVERY
      *    OLD-FORMAT SLIP) TAKES THE HULL THAT HAS SAT ON THAT LOT THE
      *    LONGEST, FIRST IN FIRST OUT, AND SAYS WHICH ONE IT TOOK. NO
      *    HULL ON FILE AT ALL IS ONLY A WARNING, AS IN 4120-PICK-HULL.
       4220-PICK-BATCH-HULL.
           IF BAT-HULL-ID IS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(BAT-HULL-ID) TO C-HULL-IN
               PERFORM 9700-FIND-UNIT-BY-HULL
               PERFORM 4125-CHECK-HULL-FOR-SALE
           ELSE
               PERFORM 9710-FIND-OLDEST-IN-STOCK
               IF C-UNIT-FOUND-NUM IS = ZEROES
                   DISPLAY "*** WARNING: BATCH RECORD "
                       C-BATCH-REC-CTR " -- NO HULL OF TYPE "
                       M-BOAT-TYPE " IN STOCK AT LOT " M-LOCATION
                       " -- ADDED WITHOUT A HULL ***"
               ELSE
                   MOVE C-UNIT-FOUND-NUM TO C-SALE-UNIT-NUM
                   DISPLAY "BATCH RECORD " C-BATCH-REC-CTR
                       " ASSIGNED HULL " UN-HULL-ID "."
               END-IF
           END-IF.

      *        A BATCH-KEYED RETURN SLIP CARRIES NO POINTER TO ITS
      *    ORIGINAL SALE, SO THE HULL ID ON THE SLIP IS THE ONLY WAY
      *    TO KNOW WHICH BOAT CAME BACK. A SLIP WITHOUT ONE, OR NAMING
      *    A HULL THAT ISN'T OUT ON A SALE, STILL RESTOCKS THE COUNT
      *    ABOVE BUT LEAVES THE UNIT FILE ALONE -- CBLCJS21 WILL SHOW
      *    THE DIFFERENCE.
       4240-RESTOCK-BATCH-RETURN-HULL.
           IF BAT-HULL-ID IS = SPACES
               DISPLAY "*** WARNING: BATCH RETURN " C-BATCH-REC-CTR
                   " NAMES NO HULL -- UNIT FILE NOT RESTOCKED ***"
           ELSE
               MOVE FUNCTION UPPER-CASE(BAT-HULL-ID) TO C-HULL-IN
               PERFORM 9700-FIND-UNIT-BY-HULL
               IF C-UNIT-FOUND-NUM > 0 AND UN-STATUS IS = "S"
                   PERFORM 4580-RESTOCK-HULL
               ELSE
                   DISPLAY "*** WARNING: BATCH RETURN "
                       C-BATCH-REC-CTR " HULL " C-HULL-IN
                       " IS NOT OUT ON A SALE -- UNIT FILE NOT "
                       "RESTOCKED ***"
               END-IF
           END-IF.

      *        A SLIP WITH A TRADE-IN ALLOWANCE HAS TO SAY WHAT WAS
      *    TRADED, AND THE ALLOWANCE CAN'T RUN PAST WHAT IS STILL OWED
      *    ON THE SALE AFTER THE SLIP'S OWN RECEIVED FIGURE -- THE SAME
      *    LIMIT 4135-ENTER-TRADE-FIELDS HOLDS THE SCREEN TO. EITHER
      *    FAILURE REJECTS THE SLIP. A GOOD ONE LEAVES THE TRADE IN THE
      *    C-TRADE- FIELDS WITH C-TRADE-SW "Y". A BLANK MODEL YEAR OR
      *    ASKING PRICE IS TAKEN AS ZERO -- NOT KNOWN YET.
       4230-CHECK-BATCH-TRADE-IN.
           MOVE "Y" TO C-TRADE-SW.
           MOVE FUNCTION UPPER-CASE(BAT-TRADE-DESC) TO C-TRADE-DESC.
           MOVE FUNCTION UPPER-CASE(BAT-TRADE-HULL-ID)
               TO C-TRADE-HULL-ID.
           MOVE BAT-TRADE-ALLOW TO C-TRADE-ALLOW.
           IF BAT-TRADE-YEAR IS NUMERIC
               MOVE BAT-TRADE-YEAR TO C-TRADE-YEAR
           ELSE
               MOVE ZEROES TO C-TRADE-YEAR
           END-IF.
           IF BAT-TRADE-ASKING IS NUMERIC
               MOVE BAT-TRADE-ASKING TO C-TRADE-ASKING
           ELSE
               MOVE ZEROES TO C-TRADE-ASKING
           END-IF.

           COMPUTE C-ALLOW-LIMIT
               = M-BOAT-COST + M-PREP-DEL-COST - M-AMT-RECEIVED.
           IF C-TRADE-DESC IS = SPACES
               MOVE "N" TO C-VALID-ENTRY
               DISPLAY "BATCH RECORD " C-BATCH-REC-CTR
                   " HAS A TRADE-IN ALLOWANCE BUT NO DESCRIPTION."
           ELSE
               IF C-TRADE-ALLOW > C-ALLOW-LIMIT
                   MOVE "N" TO C-VALID-ENTRY
                   MOVE C-ALLOW-LIMIT TO C-BAL-EDIT
                   DISPLAY "BATCH RECORD " C-BATCH-REC-CTR
                       " TRADE-IN ALLOWANCE IS MORE THAN THE BALANCE "
                       "DUE: " C-BAL-EDIT
               END-IF
           END-IF.

      *        A RETURN SLIP THAT NAMES A TRADE-IN TO GIVE BACK MUST
      *    NAME THE ONE TAKEN ON THE SALE BEING RETURNED. THE SLIP HAS
      *    NO POINTER TO THAT SALE (SEE 4240), SO THE SALE IS FOUND
      *    THROUGH THE SLIP'S HULL, STILL OUT ON IT, AND THE TRADE MUST
      *    POINT AT THAT SAME SALE RECORD, UNDER THE SAME NAME, TAKEN ON
      *    THE SALE'S DATE. ANYTHING ELSE -- NO HULL, A HULL NOT OUT ON
      *    A SALE, A TRADE NOT ON FILE OR TAKEN ON SOME OTHER SALE --
      *    REJECTS THE SLIP RATHER THAN GIVE SOMEBODY ELSE'S BOAT BACK.
      *    A GOOD ONE LEAVES THE TRADE'S STOCK NUMBER IN
      *    C-BATCH-TRADE-NUM FOR 4250.
       4235-CHECK-BATCH-TRADE-RETURN.
           MOVE FUNCTION UPPER-CASE(BAT-TRADE-HULL-ID)
               TO C-TRADE-HULL-ID.
           MOVE ZEROES TO C-UNIT-FOUND-NUM.
           IF BAT-HULL-ID IS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(BAT-HULL-ID) TO C-HULL-IN
               PERFORM 9700-FIND-UNIT-BY-HULL
           END-IF.

           IF C-UNIT-FOUND-NUM IS = ZEROES OR UN-STATUS IS NOT = "S"
               MOVE "N" TO C-VALID-ENTRY
               DISPLAY "BATCH RETURN " C-BATCH-REC-CTR
                   " GIVES BACK TRADE-IN " C-TRADE-HULL-ID
                   " BUT NAMES NO HULL OUT ON A SALE TO TIE IT TO."
           ELSE
               PERFORM 9745-FIND-TRADE-BY-HULL
               EVALUATE TRUE
                   WHEN C-USED-FOUND-NUM IS = ZEROES
                       MOVE "N" TO C-VALID-ENTRY
                       DISPLAY "BATCH RETURN " C-BATCH-REC-CTR
                           " TRADE-IN HULL " C-TRADE-HULL-ID
                           " IS NOT ON CBLUSED1.DAT."
                   WHEN UB-SALE-REC-NUM IS NOT = UN-SALE-REC-NUM
                     OR UB-LAST-NAME IS NOT = M-LAST-NAME
                     OR UB-DATE-TAKEN IS NOT = UN-DATE-SOLD
                       MOVE "N" TO C-VALID-ENTRY
                       DISPLAY "BATCH RETURN " C-BATCH-REC-CTR
                           " TRADE-IN HULL " C-TRADE-HULL-ID
                           " WAS TAKEN ON SALE " UB-SALE-REC-NUM
                           " (" UB-LAST-NAME "), NOT THE SALE OF HULL "
                           C-HULL-IN "."
                   WHEN OTHER
                       MOVE C-USED-FOUND-NUM TO C-BATCH-TRADE-NUM
               END-EVALUATE
           END-IF.

      *        GIVES BACK THE TRADE-IN 4235 TIED TO THIS RETURN, IF THE
      *    SLIP NAMED ONE.
       4250-REVERSE-BATCH-TRADE-IN.
           IF C-BATCH-TRADE-NUM > 0
               MOVE C-BATCH-TRADE-NUM TO C-USED-FOUND-NUM
               PERFORM 9748-READ-USED-FOUND
               IF C-USED-FOUND-NUM > 0
                   PERFORM 4595-GIVE-BACK-TRADE-IN
               ELSE
                   DISPLAY "ERROR RE-READING TRADE-IN "
                       C-BATCH-TRADE-NUM ", STATUS: " C-USED-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *        ONCE EVERY SLIP IS IN, CBLB1BAT.DAT IS COPIED ONTO THE
      *    END OF CBLB1ARC.DAT, EACH SLIP BEHIND THE BUSINESS DATE IT
      *    WAS LOADED FOR, AND THEN EMPTIED -- SO A RESTART OR A RERUN
      *    FINDS NOTHING LEFT TO POST A SECOND TIME. REJECTED SLIPS GO
      *    TO THE ARCHIVE TOO; THEY ARE CORRECTED AND KEYED INTO A
      *    FRESH CBLB1BAT.DAT. IF THE COPY OR THE EMPTYING FAILS, THE
      *    SLIPS ARE STILL SITTING THERE ALREADY POSTED, AND THAT IS
      *    SAID LOUDLY WITH RETURN-CODE 8 -- THE FILE HAS TO BE EMPTIED
      *    BY HAND BEFORE THE NEXT LOAD.
       4260-ARCHIVE-BATCH-FILE.
           MOVE "N" TO C-BARC-COPIED.
           OPEN EXTEND BATCH-ARCHIVE-FILE.
           IF C-BARC-STATUS IS NOT = "00"
               OPEN OUTPUT BATCH-ARCHIVE-FILE
               CLOSE BATCH-ARCHIVE-FILE
               OPEN EXTEND BATCH-ARCHIVE-FILE
           END-IF.

           IF C-BARC-STATUS IS = "00"
               OPEN INPUT BATCH-INPUT-FILE
               IF C-BATCH-STATUS IS = "00"
                   MOVE "N" TO C-BATCH-EOF
                   PERFORM UNTIL C-BATCH-EOF = "Y"
                       READ BATCH-INPUT-FILE
                           AT END
                               MOVE "Y" TO C-BATCH-EOF
                               MOVE "Y" TO C-BARC-COPIED
                           NOT AT END
                               MOVE C-KEYED-DATE TO BARC-BUS-DATE
                               MOVE BAT-REC      TO BARC-SLIP
                               WRITE BARC-REC
                               IF C-BARC-STATUS IS NOT = "00"
                                   MOVE "Y" TO C-BATCH-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-INPUT-FILE
               END-IF
               CLOSE BATCH-ARCHIVE-FILE
           END-IF.

           IF C-BARC-COPIED IS = "Y"
               OPEN OUTPUT BATCH-INPUT-FILE
               IF C-BATCH-STATUS IS = "00"
                   CLOSE BATCH-INPUT-FILE
                   DISPLAY "CBLB1BAT.DAT EMPTIED -- SLIPS ARCHIVED TO "
                       "CBLB1ARC.DAT."
               ELSE
                   DISPLAY "*** CBLB1BAT.DAT COULD NOT BE EMPTIED, "
                       "STATUS: " C-BATCH-STATUS " -- ITS SLIPS ARE "
                       "POSTED; EMPTY IT BY HAND BEFORE THE NEXT LOAD "
                       "***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "*** CBLB1BAT.DAT COULD NOT BE COPIED TO "
                   "CBLB1ARC.DAT, STATUS: " C-BARC-STATUS " -- ITS "
                   "SLIPS ARE POSTED; ARCHIVE AND EMPTY IT BY HAND "
                   "BEFORE THE NEXT LOAD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        PARM OF "BATCH" SWITCHES 0000-MAIN INTO UNATTENDED
      *    BULK-LOAD MODE. ANYTHING ELSE (INCLUDING A BLANK PARM) RUNS
      *    THE ORDINARY INTERACTIVE MENU. EITHER WAY AN 8-DIGIT
      *    YYYYMMDD BUSINESS DATE MAY FOLLOW ("BATCH 20261014", OR
      *    JUST "20261014" ON THE MENU) -- CBLDRV1.BAT PASSES
      *    %CBLBDATE%, SINCE THE CHAIN RUNS AFTER THE BUSINESS DAY HAS
      *    ENDED. RETURNS AND GIVEN-BACK TRADE-INS ARE DATED WITH IT;
      *    WITHOUT ONE THEY ARE DATED TODAY.
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(C-PARM-LINE) TO C-PARM-LINE.
           MOVE C-TODAY-DATE TO C-KEYED-DATE.

           IF C-PARM-LINE(1:5) IS = "BATCH"
               MOVE "Y" TO C-BATCH-MODE
               IF C-PARM-LINE(7:8) IS NUMERIC
                   MOVE C-PARM-LINE(7:8) TO C-KEYED-DATE
               END-IF
           ELSE
               IF C-PARM-LINE(1:8) IS NUMERIC
                   MOVE C-PARM-LINE(1:8) TO C-KEYED-DATE
               END-IF
           END-IF.

       5000-CHANGE-RECORD.
                   PERFORM 7100-DISPLAY-RECORD
                   MOVE M-BOAT-TYPE TO H-OLD-BOAT-TYPE
                   MOVE M-LOCATION TO H-OLD-LOCATION
                   MOVE M-PURCHASE-DATE TO H-OLD-PURCHASE-DATE
                   MOVE M-REC TO H-BEFORE-M-REC
                   PERFORM 4190-FIND-TRADE-ON-CHANGE
                   DISPLAY "ENTER NEW VALUES FOR EVERY FIELD BELOW."
                   PERFORM 4100-ENTER-FIELDS
                   IF M-TRANS-TYPE IS = "R"
                       MOVE ZEROES TO M-DEPOSIT-AMT
                   END-IF
                   PERFORM 4195-REKEY-TRADE-ON-CHANGE
                   REWRITE M-REC
                       INVALID KEY
                           DISPLAY "ERROR CHANGING RECORD, STATUS: "
                       NOT INVALID KEY
                           DISPLAY "RECORD " C-REC-NUM " CHANGED."
                           PERFORM 4160-ADJUST-MASTER-ON-CHANGE
                           PERFORM 4165-REDATE-HULL-ON-CHANGE
                           PERFORM 4140-POST-TRADE-ON-CHANGE
                           PERFORM 4167-RELINK-KEPT-TRADE
                           MOVE "CHANGE"     TO C-AUD-ACTION
                           MOVE H-BEFORE-M-REC TO C-AUD-BEFORE
                           MOVE M-REC         TO C-AUD-AFTER
                           PERFORM 4900-WRITE-AUDIT-RECORD
                           PERFORM 4197-FEED-CHANGE
                   END-REWRITE
           END-READ.

               PERFORM 9956-BUMP-MASTER-QTY
           END-IF.

      *        A SALE'S HULL CARRIES THE SALE'S PURCHASE DATE AS
      *    UN-DATE-SOLD, AND 9720-FIND-UNIT-BY-SALE MATCHES ON IT, SO A
      *    CHANGE THAT RE-DATES THE SALE RE-DATES ITS HULL TOO.
       4165-REDATE-HULL-ON-CHANGE.
           IF M-TRANS-TYPE IS NOT = "R"
                   AND M-PURCHASE-DATE IS NOT = H-OLD-PURCHASE-DATE
               MOVE C-REC-NUM TO C-FIND-SALE-NUM
               MOVE H-OLD-PURCHASE-DATE TO C-FIND-SALE-DATE
               PERFORM 9720-FIND-UNIT-BY-SALE
               IF C-UNIT-FOUND-NUM > 0
                   MOVE C-UNIT-FOUND-NUM TO C-UNIT-NUM
                   MOVE M-PURCHASE-DATE TO UN-DATE-SOLD
                   REWRITE UN-REC
                       INVALID KEY
                           DISPLAY "ERROR RE-DATING HULL " UN-HULL-ID
                               ", STATUS: " C-UNIT-STATUS
                   END-REWRITE
               END-IF
           END-IF.

      *        A TRADE-IN ALREADY RESOLD OR GIVEN BACK IS LEFT ALONE BY
      *    A CHANGE (SEE 4190) EXCEPT FOR WHAT TIES IT TO ITS SALE --
      *    9740-FIND-TRADE-BY-SALE MATCHES ON THE SALE'S NAME AND
      *    PURCHASE DATE, SO A CHANGE TO EITHER IS CARRIED ONTO THE
      *    TRADE, OR A LATER RETURN OR DELETE OF THE SALE WOULD NEVER
      *    FIND IT.
       4167-RELINK-KEPT-TRADE.
           IF H-KEPT-TRADE-NUM > 0
                   AND (M-LAST-NAME IS NOT = H-BEFORE-M-REC(1:15)
                     OR M-PURCHASE-DATE IS NOT = H-OLD-PURCHASE-DATE)
               MOVE H-KEPT-TRADE-NUM TO C-USED-NUM
               READ USED-BOAT-FILE
                   INVALID KEY
                       DISPLAY "ERROR RE-READING TRADE-IN " C-USED-NUM
                           ", STATUS: " C-USED-STATUS
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE M-LAST-NAME     TO UB-LAST-NAME
                       MOVE M-PURCHASE-DATE TO UB-DATE-TAKEN
                       REWRITE UB-REC
                           INVALID KEY
                               DISPLAY "ERROR UPDATING TRADE-IN, "
                                   "STATUS: " C-USED-STATUS
                               MOVE 8 TO RETURN-CODE
                       END-REWRITE
               END-READ
           END-IF.

      *        BEFORE A SALE IS RE-KEYED, LOOKS UP ANY TRADE-IN ALREADY
      *    TAKEN ON IT. ONE STILL IN STOCK IS RE-KEYED WITH THE SALE
      *    (OR DROPPED, IF IT WAS KEYED IN ERROR); ONE ALREADY RESOLD OR
      *    GIVEN BACK IS HISTORY AND IS LEFT ALONE, ALLOWANCE AND ALL.
      *    A RETURN RECORD NEVER CARRIES A TRADE. C-TRADE-EDIT COMES
      *    BACK "Y" WHEN THE TRADE-IN PROMPTS ARE TO BE ASKED.
       4190-FIND-TRADE-ON-CHANGE.
           MOVE ZEROES TO H-TRADE-USED-NUM.
           MOVE ZEROES TO H-OLD-ALLOW.
           MOVE ZEROES TO H-KEPT-TRADE-NUM.
           MOVE "N" TO C-TRADE-SW.
           MOVE "N" TO C-TRADE-EDIT.
           IF M-TRANS-TYPE IS NOT = "R"
               MOVE "Y" TO C-TRADE-EDIT
               MOVE C-REC-NUM TO C-FIND-SALE-NUM
               MOVE M-PURCHASE-DATE TO C-FIND-SALE-DATE
               PERFORM 9740-FIND-TRADE-BY-SALE
               IF C-USED-FOUND-NUM > 0
                   MOVE UB-ALLOWANCE TO C-BAL-EDIT
                   DISPLAY "   TRADE-IN: STOCK NUMBER " C-USED-FOUND-NUM
                       " " UB-DESC " " UB-YEAR
                       " ALLOWANCE " C-BAL-EDIT
                       " STATUS " UB-STATUS
                   IF UB-STATUS IS = "I"
                       MOVE C-USED-FOUND-NUM TO H-TRADE-USED-NUM
                       MOVE UB-ALLOWANCE TO H-OLD-ALLOW
                   ELSE
                       MOVE "N" TO C-TRADE-EDIT
                       MOVE C-USED-FOUND-NUM TO H-KEPT-TRADE-NUM
                       DISPLAY "   TRADE-IN IS NO LONGER IN STOCK -- "
                           "IT IS LEFT AS IT IS."
                   END-IF
               END-IF
           END-IF.

      *        THE OLD ALLOWANCE COMES BACK OUT OF M-AMT-RECEIVED AND
      *    THE RE-KEYED ONE (IF ANY) GOES IN, SO PAYMENTS ALREADY
      *    POSTED STAY EXACTLY AS THEY WERE.
       4195-REKEY-TRADE-ON-CHANGE.
           IF C-TRADE-EDIT IS = "Y"
               SUBTRACT H-OLD-ALLOW FROM M-AMT-RECEIVED
                   GIVING C-PAID-OTHER
               PERFORM 4130-ENTER-TRADE-IN
               MOVE C-PAID-OTHER TO M-AMT-RECEIVED
               IF C-TRADE-SW IS = "Y"
                   ADD C-TRADE-ALLOW TO M-AMT-RECEIVED
               END-IF
           END-IF.

      *        A CHANGE GOES ON THE GL FEED AS THE SALE BACKED OUT THE
      *    WAY IT WAS AND POSTED AGAIN THE WAY IT IS NOW, EACH SIDE WITH
      *    ITS TRADE-IN ALLOWANCE, SO CBLCJS20 JOURNALS THE DIFFERENCE
      *    WITH THE DAY THE CHANGE WAS KEYED -- NEW AMOUNTS, A NEW OR
      *    DROPPED TRADE, AND A RE-DATED SALE ALIKE. A TRADE-IN NO
      *    LONGER IN STOCK IS LEFT ALONE BY THE CHANGE, SO IT STAYS OUT
      *    OF BOTH SIDES. A CHANGE THAT ALTERED NOTHING WRITES NOTHING.
       4197-FEED-CHANGE.
           MOVE ZEROES TO H-NEW-ALLOW.
           IF C-TRADE-EDIT IS = "Y" AND C-TRADE-SW IS = "Y"
               MOVE C-TRADE-ALLOW TO H-NEW-ALLOW
           END-IF.
           IF M-REC IS NOT = H-BEFORE-M-REC
                   OR H-NEW-ALLOW IS NOT = H-OLD-ALLOW
               MOVE "CHANGE"       TO C-GLF-ACTION
               MOVE C-REC-NUM      TO C-GLF-REC-NUM
               MOVE "-"            TO C-GLF-SIGN
               MOVE H-OLD-ALLOW    TO C-GLF-ALLOW
               MOVE H-BEFORE-M-REC TO C-GLF-IMAGE
               PERFORM 4910-WRITE-GL-FEED
               MOVE "+"            TO C-GLF-SIGN
               MOVE H-NEW-ALLOW    TO C-GLF-ALLOW
               MOVE M-REC          TO C-GLF-IMAGE
               PERFORM 4910-WRITE-GL-FEED
           END-IF.

      *        ONCE THE CHANGED SALE IS REWRITTEN, THE USED-BOAT FILE
      *    FOLLOWS IT: AN EXISTING TRADE-IN IS UPDATED OR, IF THE
      *    OPERATOR SAID THERE WAS NONE, REMOVED; A NEW ONE IS ADDED.
       4140-POST-TRADE-ON-CHANGE.
           IF C-TRADE-EDIT IS = "Y"
               EVALUATE TRUE
                   WHEN H-TRADE-USED-NUM > 0 AND C-TRADE-SW IS = "Y"
                       MOVE H-TRADE-USED-NUM TO C-USED-NUM
                       READ USED-BOAT-FILE
                           INVALID KEY
                               DISPLAY "ERROR RE-READING TRADE-IN "
                                   C-USED-NUM ", STATUS: "
                                   C-USED-STATUS
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               PERFORM 4145-MOVE-TRADE-FIELDS
                               REWRITE UB-REC
                                   INVALID KEY
                                       DISPLAY "ERROR UPDATING "
                                           "TRADE-IN, STATUS: "
                                           C-USED-STATUS
                                       MOVE 8 TO RETURN-CODE
                                   NOT INVALID KEY
                                       DISPLAY "TRADE-IN STOCK NUMBER "
                                           C-USED-NUM " UPDATED."
                               END-REWRITE
                       END-READ
                   WHEN H-TRADE-USED-NUM > 0
                       MOVE H-TRADE-USED-NUM TO C-USED-NUM
                       PERFORM 4147-REMOVE-TRADE-IN-UNIT
                   WHEN C-TRADE-SW IS = "Y"
                       PERFORM 4065-ADD-TRADE-IN-UNIT
               END-EVALUATE
           END-IF.

      *        TAKES STOCK NUMBER C-USED-NUM OFF CBLUSED1.DAT ALTOGETHER
      *    -- ONLY FOR A TRADE-IN THAT NEVER REALLY HAPPENED (KEYED IN
      *    ERROR, OR ITS SALE DELETED). SHARED BY CHANGE AND DELETE.
       4147-REMOVE-TRADE-IN-UNIT.
           DELETE USED-BOAT-FILE
               INVALID KEY
                   DISPLAY "ERROR REMOVING TRADE-IN " C-USED-NUM
                       ", STATUS: " C-USED-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "TRADE-IN STOCK NUMBER " C-USED-NUM
                       " REMOVED FROM USED INVENTORY."
           END-DELETE.

       6000-DELETE-RECORD.
           DISPLAY "ENTER RECORD NUMBER TO DELETE: "
               WITH NO ADVANCING.
                                   MOVE 1 TO C-QTY-DELTA
                               END-IF
                               PERFORM 9956-BUMP-MASTER-QTY
                               MOVE ZEROES TO C-GLF-ALLOW
                               IF M-TRANS-TYPE IS NOT = "R"
                                   PERFORM 6050-RELEASE-HULL-ON-DELETE
                                   PERFORM 6060-DROP-TRADE-ON-DELETE
                               END-IF
      *        THE CUSTOMER MASTER IS LEFT ALONE -- DELETING A SALE
      *    DOESN'T UN-EXIST THE PERSON, AND THEIR OTHER SALES MAY
      *    STILL POINT AT THE SAME NUMBER.
                               MOVE M-REC     TO C-AUD-BEFORE
                               MOVE SPACES    TO C-AUD-AFTER
                               PERFORM 4900-WRITE-AUDIT-RECORD
                               PERFORM 6070-FEED-DELETE
                       END-DELETE
                   ELSE
                       DISPLAY "DELETE CANCELLED."
                   END-IF
           END-READ.

      *        A DELETED SALE NEVER HAPPENED, SO ITS HULL GOES BACK TO
      *    PLAIN IN-STOCK ("I") WHERE IT WAS. A DELETED RETURN RECORD
      *    IS LEFT TO THE OPERATOR -- THE RETURN NEVER SAID WHICH HULL
      *    A BATCH SLIP RESTOCKED, AND CBLCJS21 SHOWS ANY DIFFERENCE.
       6050-RELEASE-HULL-ON-DELETE.
           MOVE C-REC-NUM TO C-FIND-SALE-NUM.
           MOVE M-PURCHASE-DATE TO C-FIND-SALE-DATE.
           PERFORM 9720-FIND-UNIT-BY-SALE.
           IF C-UNIT-FOUND-NUM > 0
               MOVE C-UNIT-FOUND-NUM TO C-UNIT-NUM
               MOVE "I"    TO UN-STATUS
               MOVE ZEROES TO UN-DATE-SOLD
               MOVE ZEROES TO UN-SALE-REC-NUM
               REWRITE UN-REC
                   INVALID KEY
                       DISPLAY "ERROR RELEASING HULL " UN-HULL-ID
                           ", STATUS: " C-UNIT-STATUS
                   NOT INVALID KEY
                       DISPLAY "HULL " UN-HULL-ID " BACK IN STOCK."
                       MOVE "DELETE"  TO C-UHST-EVENT
                       MOVE C-REC-NUM TO C-UHST-REF-NUM
                       PERFORM 9730-WRITE-UNIT-HISTORY
               END-REWRITE
           END-IF.

      *        A DELETED SALE'S TRADE-IN NEVER HAPPENED EITHER, SO IT
      *    COMES OFF USED INVENTORY -- UNLESS IT HAS ALREADY BEEN
      *    RESOLD OR GIVEN BACK, IN WHICH CASE IT STAYS FOR THE RECORD
      *    AND THE OPERATOR IS TOLD. ONLY A TRADE THAT COMES OFF THE
      *    FILE TAKES ITS ALLOWANCE OUT WITH THE SALE ON THE GL FEED.
       6060-DROP-TRADE-ON-DELETE.
           MOVE C-REC-NUM TO C-FIND-SALE-NUM.
           MOVE M-PURCHASE-DATE TO C-FIND-SALE-DATE.
           PERFORM 9740-FIND-TRADE-BY-SALE.
           IF C-USED-FOUND-NUM > 0
               MOVE C-USED-FOUND-NUM TO C-USED-NUM
               IF UB-STATUS IS = "I"
                   MOVE UB-ALLOWANCE TO C-GLF-ALLOW
                   PERFORM 4147-REMOVE-TRADE-IN-UNIT
               ELSE
                   DISPLAY "*** WARNING: TRADE-IN STOCK NUMBER "
                       C-USED-NUM " IS NO LONGER IN STOCK (STATUS "
                       UB-STATUS ") -- LEFT ON CBLUSED1.DAT ***"
               END-IF
           END-IF.

      *        A DELETED RECORD COMES BACK OFF THE GL FEED AS IT STOOD,
      *    WITH THE ALLOWANCE OF ANY TRADE-IN 6060 TOOK OFF WITH IT. A
      *    DELETED RETURN BACKS OUT ITS OWN REVERSAL THE SAME WAY.
       6070-FEED-DELETE.
           MOVE "DELETE"  TO C-GLF-ACTION.
           MOVE C-REC-NUM TO C-GLF-REC-NUM.
           MOVE "-"       TO C-GLF-SIGN.
           MOVE M-REC     TO C-GLF-IMAGE.
           PERFORM 4910-WRITE-GL-FEED.

       7000-LIST-RECORDS.
           DISPLAY "--- BOAT SALE RECORDS ---".
           MOVE 1 TO C-REC-NUM.
               M-PURCHASE-YY
               " SALESPERSON: " M-SALESPERSON-ID
               " CUSTOMER: " M-CUST-NUM.
           IF M-TRANS-TYPE IS = "R"
               DISPLAY "   RETURN KEYED: " M-RETURN-DATE
           END-IF.

      *        VALID CODES MATCH 2050-VALIDATE-REC IN CBLCJS02 SO A
      *    RECORD ADDED/CHANGED HERE NEVER LANDS ON THE EXCEPTION
               END-READ
           END-PERFORM.

      *        SAME SCAN AGAIN, AGAINST CBLUSED1.DAT -- THE NEXT
      *    TRADE-IN GETS STOCK NUMBER C-USED-HIGH-KEY PLUS 1.
       9020-FIND-HIGH-USED-KEY.
           MOVE ZEROES TO C-USED-HIGH-KEY.
           PERFORM 9747-START-USED-SCAN.
           PERFORM UNTIL C-USED-EOF = "Y"
               READ USED-BOAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-USED-EOF
                   NOT AT END
                       MOVE C-USED-NUM TO C-USED-HIGH-KEY
               END-READ
           END-PERFORM.

      *        READS CBLBMAS1.DAT ONCE INTO BOAT-MASTER-TABLE. IF THE
      *    FILE ISN'T THERE, C-MASTER-AVAILABLE STAYS "N" AND
      *    4150-SHOW-MASTER-INFO SKIPS THE LOOKUP FOR THE WHOLE RUN.
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
           END-IF.

      *        THE UNIT FILE IS SMALL -- ONE RECORD PER BOAT THE
      *    DEALERSHIP HAS HANDLED -- SO EVERY LOOKUP BELOW IS A
      *    STRAIGHT SCAN FROM RECORD 1, THE SAME SHAPE AS
      *    9000-FIND-HIGH-KEY. EACH LEAVES ITS MATCH'S RELATIVE KEY IN
      *    C-UNIT-FOUND-NUM (ZERO IF NONE) AND THE MATCH IN UN-REC.
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

      *        THE HULL OF M-BOAT-TYPE THAT HAS SAT AT M-LOCATION THE
      *    LONGEST. A TIE ON DATE GOES TO THE ONE RECEIVED FIRST.
       9710-FIND-OLDEST-IN-STOCK.
           MOVE ZEROES TO C-UNIT-FOUND-NUM.
           MOVE 99999999 TO H-OLDEST-RECEIVED.
           PERFORM 9705-START-UNIT-SCAN.
           PERFORM UNTIL C-UNIT-EOF = "Y"
               READ UNIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-UNIT-EOF
                   NOT AT END
                       IF (UN-STATUS IS = "I" OR UN-STATUS IS = "R")
                         AND UN-BOAT-TYPE IS = M-BOAT-TYPE
                         AND UN-LOCATION IS = M-LOCATION
                         AND UN-DATE-RECEIVED < H-OLDEST-RECEIVED
                           MOVE UN-DATE-RECEIVED TO H-OLDEST-RECEIVED
                           MOVE C-UNIT-NUM TO C-UNIT-FOUND-NUM
                       END-IF
               END-READ
           END-PERFORM.
           IF C-UNIT-FOUND-NUM > 0
               MOVE C-UNIT-FOUND-NUM TO C-UNIT-NUM
               READ UNIT-FILE
                   INVALID KEY
                       MOVE ZEROES TO C-UNIT-FOUND-NUM
               END-READ
           END-IF.

      *        SHOWS THE OPERATOR WHAT IS ON THE LOT TO SELL FROM.
      *    C-UNIT-STOCK-CTR COMES BACK AS THE NUMBER LISTED.
       9715-LIST-IN-STOCK-HULLS.
           MOVE ZEROES TO C-UNIT-STOCK-CTR.
           PERFORM 9705-START-UNIT-SCAN.
           PERFORM UNTIL C-UNIT-EOF = "Y"
               READ UNIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-UNIT-EOF
                   NOT AT END
                       IF (UN-STATUS IS = "I" OR UN-STATUS IS = "R")
                         AND UN-BOAT-TYPE IS = M-BOAT-TYPE
                         AND UN-LOCATION IS = M-LOCATION
                           ADD 1 TO C-UNIT-STOCK-CTR
                           IF C-UNIT-STOCK-CTR IS = 1
                               DISPLAY "IN-STOCK HULLS AT LOT "
                                   M-LOCATION ":"
                           END-IF
                           DISPLAY "  " UN-HULL-ID "  RECEIVED "
                               UN-DATE-RECEIVED "  STATUS "
                               UN-STATUS
                       END-IF
               END-READ
           END-PERFORM.

      *        THE SOLD HULL THAT WENT OUT ON SALE RECORD
      *    C-FIND-SALE-NUM, DATED C-FIND-SALE-DATE. THE DATE IS PART OF
      *    THE MATCH BECAUSE A RECORD NUMBER FREED BY CBLCJS11'S
      *    YEAR-END ARCHIVE CAN BE HANDED TO A NEW SALE, WHILE THE
      *    ARCHIVED SALE'S HULL STILL POINTS AT IT.
       9720-FIND-UNIT-BY-SALE.
           MOVE ZEROES TO C-UNIT-FOUND-NUM.
           PERFORM 9705-START-UNIT-SCAN.
           PERFORM UNTIL C-UNIT-EOF = "Y" OR C-UNIT-FOUND-NUM > 0
               READ UNIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-UNIT-EOF
                   NOT AT END
                       IF UN-STATUS IS = "S"
                         AND UN-SALE-REC-NUM IS = C-FIND-SALE-NUM
                         AND UN-DATE-SOLD IS = C-FIND-SALE-DATE
                           MOVE C-UNIT-NUM TO C-UNIT-FOUND-NUM
                       END-IF
               END-READ
           END-PERFORM.

      *        ONE LINE ON THE HULL'S HISTORY FOR WHATEVER JUST
      *    HAPPENED TO UN-REC -- CALLER SETS C-UHST-EVENT AND
      *    C-UHST-REF-NUM.
       9730-WRITE-UNIT-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-YEAR       TO UH-DATE(1:4).
           MOVE I-MONTH      TO UH-DATE(5:2).
           MOVE I-DAY        TO UH-DATE(7:2).
           MOVE I-TIME(1:6)  TO UH-TIME.
           MOVE C-UHST-EVENT TO UH-EVENT.
           MOVE UN-HULL-ID   TO UH-HULL-ID.
           MOVE UN-BOAT-TYPE TO UH-BOAT-TYPE.
           MOVE UN-LOCATION  TO UH-LOCATION.
           MOVE C-UHST-REF-NUM TO UH-REF-NUM.
           MOVE M-LAST-NAME  TO UH-LAST-NAME.
           MOVE "CBLCJS04"   TO UH-SOURCE.
           WRITE UH-REC.

      *        THE USED-BOAT FILE IS SCANNED THE SAME WAY AS THE UNIT
      *    FILE ABOVE, LEAVING THE MATCH'S STOCK NUMBER IN C-USED-FOUND-
      *    NUM (ZERO IF NONE) AND THE MATCH IN UB-REC. THE LAST MATCH
      *    WINS -- A SALE NUMBER CAN COME AROUND AGAIN ONCE CBLCJS11
      *    HAS ARCHIVED THE HIGHEST RECORDS OFF CBLB1IDX.DAT, AND A
      *    HULL CAN BE TRADED IN TWICE OVER THE YEARS, SO THE NEWEST
      *    RECORD IS THE ONE THAT COUNTS.
      *        THE TRADE-IN TAKEN ON SALE RECORD C-FIND-SALE-NUM, DATED
      *    C-FIND-SALE-DATE. THE NAME ON THE SALE IN M-REC MUST MATCH
      *    TOO, AND THE DATE THE TRADE WAS TAKEN IS THE SALE'S PURCHASE
      *    DATE, AS 9720 MATCHES UN-DATE-SOLD -- SO A REUSED SALE NUMBER
      *    NEVER PICKS UP SOMEBODY ELSE'S TRADE, EVEN A REPEAT BUYER'S.
       9740-FIND-TRADE-BY-SALE.
           MOVE ZEROES TO C-USED-FOUND-NUM.
           PERFORM 9747-START-USED-SCAN.
           PERFORM UNTIL C-USED-EOF = "Y"
               READ USED-BOAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-USED-EOF
                   NOT AT END
                       IF UB-SALE-REC-NUM IS = C-FIND-SALE-NUM
                         AND UB-LAST-NAME IS = M-LAST-NAME
                         AND UB-DATE-TAKEN IS = C-FIND-SALE-DATE
                           MOVE C-USED-NUM TO C-USED-FOUND-NUM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 9748-READ-USED-FOUND.

      *        THE TRADE-IN WITH HULL ID C-TRADE-HULL-ID.
       9745-FIND-TRADE-BY-HULL.
           MOVE ZEROES TO C-USED-FOUND-NUM.
           PERFORM 9747-START-USED-SCAN.
           PERFORM UNTIL C-USED-EOF = "Y"
               READ USED-BOAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO C-USED-EOF
                   NOT AT END
                       IF UB-HULL-ID IS = C-TRADE-HULL-ID
                           MOVE C-USED-NUM TO C-USED-FOUND-NUM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 9748-READ-USED-FOUND.

       9747-START-USED-SCAN.
           MOVE 1 TO C-USED-NUM.
           START USED-BOAT-FILE KEY IS NOT LESS THAN C-USED-NUM
               INVALID KEY
                   MOVE "Y" TO C-USED-EOF
               NOT INVALID KEY
                   MOVE "N" TO C-USED-EOF
           END-START.

      *        THE SCAN HAS READ PAST THE MATCH, SO IT IS READ AGAIN
      *    INTO UB-REC BY KEY.
       9748-READ-USED-FOUND.
           IF C-USED-FOUND-NUM > 0
               MOVE C-USED-FOUND-NUM TO C-USED-NUM
               READ USED-BOAT-FILE
                   INVALID KEY
                       MOVE ZEROES TO C-USED-FOUND-NUM
               END-READ
           END-IF.

      *        SHARED BY 4050-WRITE-NEW-RECORD, 5000-CHANGE-RECORD, AND
      *    6000-DELETE-RECORD -- STAMPS THE CURRENT DATE AND TIME AND
      *    APPENDS ONE LINE TO CBLAUD1.DAT. CALLERS SET C-AUD-ACTION,
           MOVE C-AUD-AFTER  TO AUD-AFTER-REC.
           WRITE AUD-REC.

      *        APPENDS ONE ROW TO THE GL FEED, DATED WITH THE BUSINESS
      *    DATE BEING KEYED, OR THE SYSTEM DATE WITHOUT ONE. CBLCJS20
      *    JOURNALS IT WITH THE FIRST BUSINESS DATE THAT COVERS THAT
      *    DATE -- THE DATE ITSELF IF IT IS AN OPEN DAY ON THE
      *    CBLRCTL1.DAT CALENDAR, OTHERWISE THE NEXT OPEN DAY AFTER IT.
      *    CALLERS SET C-GLF-ACTION, C-GLF-REC-NUM, C-GLF-SIGN,
      *    C-GLF-ALLOW, AND C-GLF-IMAGE BEFORE PERFORMING THIS. A ROW
      *    THAT CAN'T BE WRITTEN IS A JOURNAL ENTRY LOST, SO IT SETS
      *    RETURN-CODE 8.
       4910-WRITE-GL-FEED.
           MOVE C-KEYED-DATE  TO GF-BUS-DATE.
           MOVE C-GLF-ACTION  TO GF-ACTION.
           MOVE C-GLF-REC-NUM TO GF-REC-NUM.
           MOVE C-GLF-SIGN    TO GF-SIGN.
           MOVE C-GLF-ALLOW   TO GF-TRADE-ALLOW.
           MOVE C-GLF-IMAGE   TO GF-SALE-REC.
           WRITE GF-REC.
           IF C-GLF-STATUS IS NOT = "00"
               DISPLAY "*** ERROR WRITING CBLGLF1.DAT, STATUS: "
                   C-GLF-STATUS " -- RECORD " C-GLF-REC-NUM
                   " WILL NOT BE JOURNALED ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        APPENDS ONE EVENT TO THE CENTRAL RUN LOG -- CALLER SETS
      *    C-RLOG-EVENT TO "START" OR "END". DATE AND TIME ARE TAKEN
      *    FRESH HERE SO THE END ROW'S STAMP IS THE ACTUAL FINISH
