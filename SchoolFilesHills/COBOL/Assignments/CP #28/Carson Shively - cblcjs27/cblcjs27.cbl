       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS27.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * GENERATION BACKUP AND RESTORE OF THE MASTER FILES. CBLCJS04
      * AND CBLCJS16 REWRITE WHOLE MASTERS IN PLACE AND CBLCJS11 PURGES
      * CBLB1IDX.DAT AT YEAR END, SO A CRASH OR A BAD BATCH LOAD
      * PARTWAY THROUGH USED TO LEAVE NO CLEAN COPY TO GO BACK TO.
      * A "BACKUP" RUN (THE TOP STEP OF CBLDRV1.BAT, AND THE FIRST STEP
      * OF CBLYEND1.BAT BEFORE THE CLOSE) COPIES CBLB1IDX.DAT,
      * CBLBMAS1.DAT, CBLCMAS1.DAT, CBLLEDG1.DAT, CBLSLSP1.DAT,
      * CBLRATE1.DAT, CBLCPRV1.DAT (THE LEDGER IS NO GOOD BACK
      * WITHOUT THE CUMULATIVE FIGURES CBLCJS03 POSTS IT AGAINST),
      * CBLUNIT1.DAT, CBLUSED1.DAT, AND CBLPOPN1.DAT (THE HULLS, TRADE-
      * INS, AND OPEN PO LINES THE SALES ON CBLB1IDX.DAT POINT AT), AND
      * CBLGLF1.DAT (THE GL FEED, SO A RESTORED SALES FILE NEVER HAS A
      * JOURNAL FEED THAT RAN AHEAD OF IT) INTO THE NEXT NUMBERED
      * GENERATION. FIVE GENERATIONS ARE KEPT, IN
      * SLOT FILES CBLBKUP1.DAT THROUGH CBLBKUP5.DAT USED IN ROTATION
      * -- EACH NEW GENERATION OVERWRITES THE OLDEST. EVERY RECORD
      * GOES INTO THE SLOT TAGGED WITH ITS FILE AND ITS POSITION (THE
      * RELATIVE KEY FOR THE RELATIVE FILES, SO A RESTORED SALE,
      * CUSTOMER, HULL, TRADE-IN, OR PO LINE COMES BACK UNDER THE SAME
      * NUMBER). THE
      * CATALOG CBLBKCT1.DAT HOLDS EACH GENERATION'S RECORD COUNT AND
      * CONTROL TOTAL PER FILE (SEE 9500-ADD-TO-CONTROL).
      * A "RESTORE NNNN" RUN PUTS GENERATION NNNN BACK -- BUT ONLY
      * AFTER READING THE WHOLE SLOT AND PROVING EVERY FILE'S COUNT
      * AND CONTROL TOTAL AGAINST THE CATALOG. ONE MISMATCH AND
      * NOTHING IS TOUCHED; A MASTER THAT CAN'T BE OPENED FOR THE
      * RESTORE FAILS THE RUN. CBLBOAT1.DAT IS NOT RESTORED; CBLCJS04
      * REBUILDS IT FROM CBLB1IDX.DAT THE NEXT TIME IT RUNS. A "LIST"
      * RUN ONLY PRINTS THE CATALOG. EVERY RUN PRINTS CBLBKRP1.PRT AND
      * LOGS A "BKUP" OR "RESTR" ROW TO CBLRLOG1.DAT SO THE OPERATIONS
      * SUMMARY SHOWS IT; A FAILED BACKUP OR RESTORE SETS RETURN-CODE
      * 8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        THE ELEVEN MASTERS, SAME SELECTS AS THE PROGRAMS THAT
      *    OWN THEM. OPENED INPUT TO BACK UP, OUTPUT TO RESTORE.
           SELECT BOAT-MAINT-FILE
               ASSIGN TO 'C:\COBOL\CBLB1IDX.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-REC-NUM
               FILE STATUS IS C-MAINT-STATUS.

           SELECT BOAT-MASTER
               ASSIGN TO 'C:\COBOL\CBLBMAS1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BMAS-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\COBOL\CBLCMAS1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-CUST-NUM
               FILE STATUS IS C-CUST-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO 'C:\COBOL\CBLLEDG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LEDG-STATUS.

           SELECT SALESPERSON-FILE
               ASSIGN TO 'C:\COBOL\CBLSLSP1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSP-STATUS.

           SELECT RATE-FILE
               ASSIGN TO 'C:\COBOL\CBLRATE1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RATE-STATUS.

           SELECT PREV-COMM-FILE
               ASSIGN TO 'C:\COBOL\CBLCPRV1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PREV-STATUS.

           SELECT UNIT-FILE
               ASSIGN TO 'C:\COBOL\CBLUNIT1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-UNIT-NUM
               FILE STATUS IS C-UNIT-STATUS.

           SELECT USED-BOAT-FILE
               ASSIGN TO 'C:\COBOL\CBLUSED1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-USED-NUM
               FILE STATUS IS C-USED-STATUS.

           SELECT PO-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPN1.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS C-PO-REC-NUM
               FILE STATUS IS C-PO-STATUS.

           SELECT GL-FEED-FILE
               ASSIGN TO 'C:\COBOL\CBLGLF1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GLF-STATUS.

      *        THE FIVE GENERATION SLOTS. ONLY ONE IS OPEN AT A TIME,
      *    PICKED BY C-SLOT (SEE 9100 THROUGH 9130).
           SELECT BACKUP-SLOT-1
               ASSIGN TO 'C:\COBOL\CBLBKUP1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLOT-STATUS.

           SELECT BACKUP-SLOT-2
               ASSIGN TO 'C:\COBOL\CBLBKUP2.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLOT-STATUS.

           SELECT BACKUP-SLOT-3
               ASSIGN TO 'C:\COBOL\CBLBKUP3.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLOT-STATUS.

           SELECT BACKUP-SLOT-4
               ASSIGN TO 'C:\COBOL\CBLBKUP4.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLOT-STATUS.

           SELECT BACKUP-SLOT-5
               ASSIGN TO 'C:\COBOL\CBLBKUP5.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLOT-STATUS.

      *        GENERATION CATALOG -- ONE ROW PER FILE PER GENERATION
      *    KEPT. REWRITTEN WHOLE AFTER EVERY BACKUP.
           SELECT CATALOG-FILE
               ASSIGN TO 'C:\COBOL\CBLBKCT1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CAT-STATUS.

           SELECT BACKUP-PRT
               ASSIGN TO 'C:\COBOL\CBLBKRP1.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *        CENTRAL RUN LOG, SAME AS EVERY OTHER PROGRAM IN THE
      *    NIGHTLY CHAIN (SEE 9980-WRITE-RUN-LOG).
           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLRLOG1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BOAT-MAINT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS M-REC.

       01 M-REC                    PIC X(71).

       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS BM-REC.

       01 BM-REC                   PIC X(32).

       FD CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS CM-REC.

       01 CM-REC                   PIC X(108).

       FD LEDGER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS LEDG-REC.

       01 LEDG-REC                 PIC X(36).

       FD SALESPERSON-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SLSP-REC.

       01 SLSP-REC                 PIC X(26).

       FD RATE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS RATE-REC.

       01 RATE-REC                 PIC X(12).

       FD PREV-COMM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS PREV-REC.

       01 PREV-REC                 PIC X(16).

       FD UNIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS UN-REC.

       01 UN-REC                   PIC X(38).

       FD USED-BOAT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS UB-REC.

       01 UB-REC                   PIC X(103).

       FD PO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS PO-REC.

       01 PO-REC                   PIC X(69).

       FD GL-FEED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS GLF-REC.

       01 GLF-REC                  PIC X(100).

       FD BACKUP-SLOT-1
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS BK1-REC.

       01 BK1-REC                  PIC X(122).

       FD BACKUP-SLOT-2
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS BK2-REC.

       01 BK2-REC                  PIC X(122).

       FD BACKUP-SLOT-3
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS BK3-REC.

       01 BK3-REC                  PIC X(122).

       FD BACKUP-SLOT-4
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS BK4-REC.

       01 BK4-REC                  PIC X(122).

       FD BACKUP-SLOT-5
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS BK5-REC.

       01 BK5-REC                  PIC X(122).

       FD CATALOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS CAT-REC.

       01 CAT-REC.
           05  CAT-GEN             PIC 9(4).
           05  CAT-SLOT            PIC 9.
           05  CAT-DATE            PIC 9(8).
           05  CAT-TIME            PIC X(6).
           05  CAT-TAG             PIC X(8).
           05  CAT-FILE-ID         PIC X(8).
      *        "Y" IF THE FILE EXISTED WHEN THE GENERATION WAS TAKEN.
      *    A FILE THAT DIDN'T IS LEFT ALONE ON RESTORE.
           05  CAT-PRESENT         PIC X.
           05  CAT-REC-COUNT       PIC 9(7).
           05  CAT-CONTROL-TOTAL   PIC S9(11)V99.

       FD BACKUP-PRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE.

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
           05 I-DATE.
               10 I-YEAR           PIC 9(4).
               10 I-MONTH          PIC 99.
               10 I-DAY            PIC 99.
           05 I-TIME               PIC X(11).

       01 WORK-AREA.
           05  C-REC-NUM          PIC 9(6)        VALUE   ZEROES.
           05  C-CUST-NUM         PIC 9(5)        VALUE   ZEROES.
           05  C-UNIT-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-USED-NUM         PIC 9(6)        VALUE   ZEROES.
           05  C-PO-REC-NUM       PIC 9(6)        VALUE   ZEROES.
           05  C-MAINT-STATUS     PIC XX.
           05  C-BMAS-STATUS      PIC XX.
           05  C-CUST-STATUS      PIC XX.
           05  C-LEDG-STATUS      PIC XX.
           05  C-SLSP-STATUS      PIC XX.
           05  C-RATE-STATUS      PIC XX.
           05  C-PREV-STATUS      PIC XX.
           05  C-UNIT-STATUS      PIC XX.
           05  C-USED-STATUS      PIC XX.
           05  C-PO-STATUS        PIC XX.
           05  C-GLF-STATUS       PIC XX.
           05  C-SLOT-STATUS      PIC XX.
           05  C-CAT-STATUS       PIC XX.
      *        THE STATUS OF WHICHEVER MASTER WAS JUST OPENED, SO ONE
      *    PARAGRAPH CAN JUDGE THEM ALL (SEE 9150-CHECK-MASTER-OPEN).
           05  C-OPEN-STATUS      PIC XX.
           05  C-EOF              PIC X           VALUE   "N".
           05  C-SLOT-EOF         PIC X           VALUE   "N".
           05  C-PARM-LINE        PIC X(80).
      *        "B" BACKUP, "R" RESTORE, "L" LIST ONLY.
           05  C-MODE             PIC X           VALUE   "B".
           05  C-TAG              PIC X(8)        VALUE   SPACES.
           05  C-GEN              PIC 9(4)        VALUE   ZEROES.
           05  C-HIGH-GEN         PIC 9(4)        VALUE   ZEROES.
           05  C-SLOT             PIC 9           VALUE   ZEROES.
           05  C-SLOT-QUOTIENT    PIC 9(4)        VALUE   ZEROES.
           05  C-FILE-IDX         PIC 99          VALUE   ZEROES.
           05  C-LINE-NUM         PIC 9(6)        VALUE   ZEROES.
      *        "Y" UNTIL SOMETHING GOES WRONG -- A FAILED BACKUP IS NOT
      *    CATALOGED, AND A RESTORE THAT DOESN'T VERIFY WRITES NOTHING.
           05  C-RUN-OK           PIC X           VALUE   "Y".
           05  C-TOTAL-COPIED     PIC 9(6)        VALUE   ZEROES.
      *        "Y" ONCE A RESTORE HAS STARTED EMPTYING LIVE FILES, SO A
      *    FAILURE AFTER THAT POINT ISN'T REPORTED AS "NOTHING CHANGED".
           05  C-LIVE-TOUCHED     PIC X           VALUE   "N".
      *        CONTROL-TOTAL WORK FIELD (SEE 9500-ADD-TO-CONTROL).
           05  C-CONTROL-AMT      PIC S9(11)V99   VALUE   ZEROES.
      *        CATALOG TABLE SUPPORT.
           05  C-CAT-COUNT        PIC 99          VALUE   ZEROES.
           05  C-CAT-IDX          PIC 99          VALUE   ZEROES.
           05  C-CAT-KEEP         PIC 99          VALUE   ZEROES.
      *        CENTRAL RUN LOG SUPPORT (SEE 9980-WRITE-RUN-LOG).
           05  C-RLOG-STATUS      PIC XX.
           05  C-RLOG-EVENT       PIC X(5).
           05  C-RLOG-READ        PIC 9(6)        VALUE   ZEROES.
           05  C-RLOG-EXCL        PIC 9(6)        VALUE   ZEROES.

      *        ONE SLOT RECORD. THE FIRST RECORD OF EVERY SLOT IS A
      *    "GENERATN" HEADER NAMING THE GENERATION IT HOLDS; EVERY
      *    OTHER RECORD IS ONE MASTER RECORD, TAGGED WITH ITS FILE AND
      *    POSITION. THE VIEWS BELOW PICK OUT THE FIELD EACH FILE'S
      *    CONTROL TOTAL IS TAKEN OVER -- SAME OFFSETS AS THE LAYOUTS
      *    IN THE PROGRAMS THAT OWN EACH FILE.
       01 BK-WORK-REC.
           05  BK-FILE-ID          PIC X(8).
           05  BK-REC-NUM          PIC 9(6).
           05  BK-DATA             PIC X(108).
           05  BK-HDR-VIEW         REDEFINES BK-DATA.
               10  BKH-GEN         PIC 9(4).
               10  BKH-DATE        PIC 9(8).
               10  BKH-TIME        PIC X(6).
               10  BKH-TAG         PIC X(8).
               10  FILLER          PIC X(82).
           05  BK-SALE-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(17).
               10  BKS-BOAT-COST   PIC 9(6)V99.
               10  FILLER          PIC X(10).
               10  BKS-PREP-DEL-COST
                                   PIC 9(5)V99.
               10  FILLER          PIC X(66).
           05  BK-BMAS-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(9).
               10  BKB-QTY-ON-HAND PIC 9(5).
               10  FILLER          PIC X(94).
           05  BK-LEDG-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(19).
               10  BKL-AMOUNT      PIC S9(7)V99.
               10  FILLER          PIC X(80).
           05  BK-SLSP-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(25).
               10  BKP-ACTIVE      PIC X.
               10  FILLER          PIC X(82).
           05  BK-RATE-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(9).
               10  BKR-PCT         PIC V999.
               10  FILLER          PIC X(96).
           05  BK-PREV-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(5).
               10  BKV-CUM-COMM    PIC S9(9)V99.
               10  FILLER          PIC X(92).
           05  BK-UNIT-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(23).
               10  BKU-STATUS      PIC X.
               10  FILLER          PIC X(84).
           05  BK-USED-VIEW        REDEFINES BK-DATA.
               10  FILLER          PIC X(62).
               10  BKT-ALLOWANCE   PIC 9(6)V99.
               10  FILLER          PIC X(38).
           05  BK-PO-VIEW          REDEFINES BK-DATA.
               10  FILLER          PIC X(32).
               10  BKO-QTY-ORDERED PIC 9(5).
               10  BKO-QTY-RECEIVED
                                   PIC 9(5).
               10  FILLER          PIC X(66).
           05  BK-GLF-VIEW         REDEFINES BK-DATA.
               10  FILLER          PIC X(46).
               10  BKG-BOAT-COST   PIC 9(6)V99.
               10  FILLER          PIC X(54).

      *        THE ELEVEN FILE IDS, IN THE ORDER THEY ARE BACKED UP.
      *    C-FILE-IDX RUNS 1 THROUGH 11 OVER THIS TABLE EVERYWHERE. A
      *    GENERATION TAKEN BEFORE THE LAST FOUR WERE ADDED SIMPLY HAS
      *    NO CATALOG ROWS FOR THEM, AND RESTORE LEAVES THEM ALONE.
       01 FILE-ID-VALUES.
           05  FILLER              PIC X(8)    VALUE   "CBLB1IDX".
           05  FILLER              PIC X(8)    VALUE   "CBLBMAS1".
           05  FILLER              PIC X(8)    VALUE   "CBLCMAS1".
           05  FILLER              PIC X(8)    VALUE   "CBLLEDG1".
           05  FILLER              PIC X(8)    VALUE   "CBLSLSP1".
           05  FILLER              PIC X(8)    VALUE   "CBLRATE1".
           05  FILLER              PIC X(8)    VALUE   "CBLCPRV1".
           05  FILLER              PIC X(8)    VALUE   "CBLUNIT1".
           05  FILLER              PIC X(8)    VALUE   "CBLUSED1".
           05  FILLER              PIC X(8)    VALUE   "CBLPOPN1".
           05  FILLER              PIC X(8)    VALUE   "CBLGLF1 ".
       01 FILE-ID-TABLE            REDEFINES FILE-ID-VALUES.
           05  FID-T-ID            PIC X(8)    OCCURS 11 TIMES.

      *        THIS RUN'S FIGURES PER FILE -- WHAT WAS COPIED (BACKUP)
      *    OR FOUND IN THE SLOT (RESTORE) -- NEXT TO THE CATALOG'S.
       01 RUN-TOTALS-TABLE.
           05  RUN-ENTRY           OCCURS 11 TIMES.
               10  RUN-T-PRESENT   PIC X.
               10  RUN-T-COUNT     PIC 9(7).
               10  RUN-T-TOTAL     PIC S9(11)V99.
               10  RUN-T-CAT-PRESENT
                                   PIC X.
               10  RUN-T-CAT-COUNT PIC 9(7).
               10  RUN-T-CAT-TOTAL PIC S9(11)V99.
      *        "Y" WHILE THE LIVE FILE IS OPEN FOR A RESTORE.
               10  RUN-T-LIVE-OPEN PIC X.

      *        THE CATALOG, LOADED WHOLE AT STARTUP. FIVE GENERATIONS
      *    OF ELEVEN FILES IS 55 ROWS; THE TABLE HOLDS ONE GENERATION
      *    MORE SO A NEW ONE CAN BE ADDED BEFORE THE OLDEST IS DROPPED.
       01 CATALOG-TABLE.
           05  CAT-ENTRY           OCCURS 66 TIMES.
               10  CAT-T-GEN       PIC 9(4).
               10  CAT-T-SLOT      PIC 9.
               10  CAT-T-DATE      PIC 9(8).
               10  CAT-T-TIME      PIC X(6).
               10  CAT-T-TAG       PIC X(8).
               10  CAT-T-FILE-ID   PIC X(8).
               10  CAT-T-PRESENT   PIC X.
               10  CAT-T-COUNT     PIC 9(7).
               10  CAT-T-TOTAL     PIC S9(11)V99.

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
                   " - BACKUP/RESTORE".
           05  FILLER              PIC X(42)   VALUE  SPACES.

       01  BACKUP-LINE.
           05  FILLER              PIC X(18)   VALUE
                   "BACKUP GENERATION ".
           05  O-BK-GEN            PIC 9(4).
           05  FILLER              PIC X(9)    VALUE   " TO SLOT ".
           05  O-BK-SLOT           PIC 9.
           05  FILLER              PIC X(9)    VALUE   " (CBLBKUP".
           05  O-BK-SLOT-NAME      PIC 9.
           05  FILLER              PIC X(11)   VALUE   ".DAT)  TAG ".
           05  O-BK-TAG            PIC X(8).
           05  FILLER              PIC X(71)   VALUE   SPACES.

       01  RESTORE-LINE.
           05  FILLER              PIC X(22)   VALUE
                   "RESTORE OF GENERATION ".
           05  O-RS-GEN            PIC 9(4).
           05  FILLER              PIC X(11)   VALUE   " FROM SLOT ".
           05  O-RS-SLOT           PIC 9.
           05  FILLER              PIC X(94)   VALUE   SPACES.

       01  VERIFY-HDG.
           05  FILLER              PIC X(8)    VALUE   "FILE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(12)   VALUE   "CAT. RECORDS".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(18)   VALUE
                   "     CATALOG TOTAL".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(12)   VALUE   "SLOT RECORDS".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(18)   VALUE
                   "        SLOT TOTAL".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(12)   VALUE   "RESULT".
           05  FILLER              PIC X(42)   VALUE   SPACES.

       01  VERIFY-DETAIL-LINE.
           05  O-VER-FILE          PIC X(8).
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-VER-CAT-COUNT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-VER-CAT-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-VER-SLOT-COUNT    PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-VER-SLOT-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-VER-RESULT        PIC X(12).
           05  FILLER              PIC X(42)   VALUE   SPACES.

       01  CATALOG-TITLE.
           05  FILLER              PIC X(22)   VALUE
                   "GENERATIONS ON CATALOG".
           05  FILLER              PIC X(110)  VALUE   SPACES.

       01  CATALOG-HDG.
           05  FILLER              PIC X(4)    VALUE   "GEN.".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "SLOT".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "DATE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "TIME".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "TAG".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(8)    VALUE   "FILE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(7)    VALUE   "ON FILE".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(10)   VALUE   "   RECORDS".
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  FILLER              PIC X(18)   VALUE
                   "     CONTROL TOTAL".
           05  FILLER              PIC X(37)   VALUE   SPACES.

       01  CATALOG-DETAIL-LINE.
           05  O-CAT-GEN           PIC 9(4).
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-CAT-SLOT          PIC 9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAT-MM            PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-CAT-DD            PIC 99.
           05  FILLER              PIC X       VALUE   "/".
           05  O-CAT-YY            PIC 9(4).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAT-HH            PIC XX.
           05  FILLER              PIC X       VALUE   ":".
           05  O-CAT-MI            PIC XX.
           05  FILLER              PIC X       VALUE   ":".
           05  O-CAT-SS            PIC XX.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAT-TAG           PIC X(8).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAT-FILE          PIC X(8).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAT-PRESENT       PIC X(7).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAT-COUNT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-CAT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(37)   VALUE   SPACES.

       01  NO-CATALOG-LINE.
           05  FILLER              PIC X(36)   VALUE
                   "NO GENERATIONS ON CATALOG.".
           05  FILLER              PIC X(96)   VALUE   SPACES.

       01  MESSAGE-LINE.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  O-MESSAGE           PIC X(60).
           05  FILLER              PIC X(68)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           EVALUATE C-MODE
               WHEN "B"
                   PERFORM 2000-BACKUP
               WHEN "R"
                   PERFORM 4000-RESTORE
           END-EVALUATE.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE I-DAY TO O-DAY.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-YEAR TO O-YEAR.

           PERFORM 9900-GET-PARM.

           MOVE "START" TO C-RLOG-EVENT.
           PERFORM 9980-WRITE-RUN-LOG.

           PERFORM 9960-LOAD-CATALOG.

           OPEN OUTPUT BACKUP-PRT.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

      *        THE NEW GENERATION IS ONE PAST THE HIGHEST ON CATALOG,
      *    AND GOES TO THE SLOT THAT NUMBER ROTATES ONTO -- GENERATION
      *    1 TO SLOT 1, 5 TO SLOT 5, 6 BACK TO SLOT 1 -- WHICH IS
      *    ALWAYS THE SLOT HOLDING THE OLDEST OF THE FIVE.
       2000-BACKUP.
           ADD 1 TO C-HIGH-GEN GIVING C-GEN.
           SUBTRACT 1 FROM C-GEN GIVING C-SLOT-QUOTIENT.
           DIVIDE C-SLOT-QUOTIENT BY 5 GIVING C-SLOT-QUOTIENT
               REMAINDER C-SLOT.
           ADD 1 TO C-SLOT.

           MOVE C-GEN  TO O-BK-GEN.
           MOVE C-SLOT TO O-BK-SLOT.
           MOVE C-SLOT TO O-BK-SLOT-NAME.
           MOVE C-TAG  TO O-BK-TAG.
           WRITE PRTLINE
               FROM BACKUP-LINE
                   AFTER ADVANCING 2 LINES.

           PERFORM 9100-OPEN-SLOT-OUTPUT.
           IF C-SLOT-STATUS IS NOT = "00"
               DISPLAY "ERROR OPENING CBLBKUP" C-SLOT ".DAT, STATUS: "
                   C-SLOT-STATUS
               MOVE "N" TO C-RUN-OK
           ELSE
               MOVE "GENERATN" TO BK-FILE-ID
               MOVE ZEROES     TO BK-REC-NUM
               MOVE SPACES     TO BK-DATA
               MOVE C-GEN      TO BKH-GEN
               MOVE I-DATE     TO BKH-DATE
               MOVE I-TIME(1:6) TO BKH-TIME
               MOVE C-TAG      TO BKH-TAG
               PERFORM 9110-WRITE-SLOT

               PERFORM 2110-BACKUP-SALES
               PERFORM 2120-BACKUP-BOAT-MASTER
               PERFORM 2130-BACKUP-CUSTOMERS
               PERFORM 2140-BACKUP-LEDGER
               PERFORM 2150-BACKUP-ROSTER
               PERFORM 2160-BACKUP-RATES
               PERFORM 2170-BACKUP-PREV-COMM
               PERFORM 2175-BACKUP-UNITS
               PERFORM 2180-BACKUP-USED-BOATS
               PERFORM 2185-BACKUP-OPEN-POS
               PERFORM 2187-BACKUP-GL-FEED
               PERFORM 9130-CLOSE-SLOT
           END-IF.

           PERFORM 2200-UPDATE-CATALOG.

           IF C-RUN-OK IS = "Y"
               MOVE "BACKUP COMPLETE -- GENERATION CATALOGED."
                   TO O-MESSAGE
           ELSE
               MOVE "BACKUP FAILED -- SLOT NOT CATALOGED. SEE CONSOLE."
                   TO O-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRTLINE
               FROM MESSAGE-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE "BKUP" TO C-RLOG-EVENT.
           MOVE C-TOTAL-COPIED TO C-RLOG-READ.
           MOVE C-GEN TO C-RLOG-EXCL.
           PERFORM 9980-WRITE-RUN-LOG.

      *        ONE PARAGRAPH PER MASTER -- OPEN, COPY EVERY RECORD
      *    WITH ITS POSITION, CLOSE. A FILE THAT ISN'T THERE (STATUS
      *    35) IS CATALOGED AS NOT PRESENT RATHER THAN FAILING THE
      *    BACKUP; A SYSTEM THAT HAS NEVER WRITTEN A LEDGER HAS NO
      *    LEDGER TO SAVE.
       2110-BACKUP-SALES.
           MOVE 1 TO C-FILE-IDX.
           OPEN INPUT BOAT-MAINT-FILE.
           MOVE C-MAINT-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE 1 TO C-REC-NUM
               START BOAT-MAINT-FILE KEY IS NOT LESS THAN C-REC-NUM
                   INVALID KEY
                       MOVE "Y" TO C-EOF
                   NOT INVALID KEY
                       MOVE "N" TO C-EOF
               END-START
               PERFORM UNTIL C-EOF IS = "Y"
                   READ BOAT-MAINT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           MOVE C-REC-NUM TO BK-REC-NUM
                           MOVE M-REC     TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE BOAT-MAINT-FILE
           END-IF.

       2120-BACKUP-BOAT-MASTER.
           MOVE 2 TO C-FILE-IDX.
           OPEN INPUT BOAT-MASTER.
           MOVE C-BMAS-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE "N" TO C-EOF
               MOVE ZEROES TO C-LINE-NUM
               PERFORM UNTIL C-EOF IS = "Y"
                   READ BOAT-MASTER
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-LINE-NUM
                           MOVE C-LINE-NUM TO BK-REC-NUM
                           MOVE BM-REC     TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE BOAT-MASTER
           END-IF.

       2130-BACKUP-CUSTOMERS.
           MOVE 3 TO C-FILE-IDX.
           OPEN INPUT CUSTOMER-MASTER.
           MOVE C-CUST-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE 1 TO C-CUST-NUM
               START CUSTOMER-MASTER KEY IS NOT LESS THAN C-CUST-NUM
                   INVALID KEY
                       MOVE "Y" TO C-EOF
                   NOT INVALID KEY
                       MOVE "N" TO C-EOF
               END-START
               PERFORM UNTIL C-EOF IS = "Y"
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           MOVE C-CUST-NUM TO BK-REC-NUM
                           MOVE CM-REC     TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

       2140-BACKUP-LEDGER.
           MOVE 4 TO C-FILE-IDX.
           OPEN INPUT LEDGER-FILE.
           MOVE C-LEDG-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE "N" TO C-EOF
               MOVE ZEROES TO C-LINE-NUM
               PERFORM UNTIL C-EOF IS = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-LINE-NUM
                           MOVE C-LINE-NUM TO BK-REC-NUM
                           MOVE LEDG-REC   TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       2150-BACKUP-ROSTER.
           MOVE 5 TO C-FILE-IDX.
           OPEN INPUT SALESPERSON-FILE.
           MOVE C-SLSP-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE "N" TO C-EOF
               MOVE ZEROES TO C-LINE-NUM
               PERFORM UNTIL C-EOF IS = "Y"
                   READ SALESPERSON-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-LINE-NUM
                           MOVE C-LINE-NUM TO BK-REC-NUM
                           MOVE SLSP-REC   TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE SALESPERSON-FILE
           END-IF.

       2160-BACKUP-RATES.
           MOVE 6 TO C-FILE-IDX.
           OPEN INPUT RATE-FILE.
           MOVE C-RATE-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE "N" TO C-EOF
               MOVE ZEROES TO C-LINE-NUM
               PERFORM UNTIL C-EOF IS = "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-LINE-NUM
                           MOVE C-LINE-NUM TO BK-REC-NUM
                           MOVE RATE-REC   TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       2170-BACKUP-PREV-COMM.
           MOVE 7 TO C-FILE-IDX.
           OPEN INPUT PREV-COMM-FILE.
           MOVE C-PREV-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE "N" TO C-EOF
               MOVE ZEROES TO C-LINE-NUM
               PERFORM UNTIL C-EOF IS = "Y"
                   READ PREV-COMM-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-LINE-NUM
                           MOVE C-LINE-NUM TO BK-REC-NUM
                           MOVE PREV-REC   TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE PREV-COMM-FILE
           END-IF.

       2175-BACKUP-UNITS.
           MOVE 8 TO C-FILE-IDX.
           OPEN INPUT UNIT-FILE.
           MOVE C-UNIT-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE 1 TO C-UNIT-NUM
               START UNIT-FILE KEY IS NOT LESS THAN C-UNIT-NUM
                   INVALID KEY
                       MOVE "Y" TO C-EOF
                   NOT INVALID KEY
                       MOVE "N" TO C-EOF
               END-START
               PERFORM UNTIL C-EOF IS = "Y"
                   READ UNIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           MOVE C-UNIT-NUM TO BK-REC-NUM
                           MOVE UN-REC     TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE UNIT-FILE
           END-IF.

       2180-BACKUP-USED-BOATS.
           MOVE 9 TO C-FILE-IDX.
           OPEN INPUT USED-BOAT-FILE.
           MOVE C-USED-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE 1 TO C-USED-NUM
               START USED-BOAT-FILE KEY IS NOT LESS THAN C-USED-NUM
                   INVALID KEY
                       MOVE "Y" TO C-EOF
                   NOT INVALID KEY
                       MOVE "N" TO C-EOF
               END-START
               PERFORM UNTIL C-EOF IS = "Y"
                   READ USED-BOAT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           MOVE C-USED-NUM TO BK-REC-NUM
                           MOVE UB-REC     TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE USED-BOAT-FILE
           END-IF.

       2185-BACKUP-OPEN-POS.
           MOVE 10 TO C-FILE-IDX.
           OPEN INPUT PO-FILE.
           MOVE C-PO-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE 1 TO C-PO-REC-NUM
               START PO-FILE KEY IS NOT LESS THAN C-PO-REC-NUM
                   INVALID KEY
                       MOVE "Y" TO C-EOF
                   NOT INVALID KEY
                       MOVE "N" TO C-EOF
               END-START
               PERFORM UNTIL C-EOF IS = "Y"
                   READ PO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           MOVE C-PO-REC-NUM TO BK-REC-NUM
                           MOVE PO-REC       TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
           END-IF.

       2187-BACKUP-GL-FEED.
           MOVE 11 TO C-FILE-IDX.
           OPEN INPUT GL-FEED-FILE.
           MOVE C-GLF-STATUS TO C-OPEN-STATUS.
           PERFORM 9150-CHECK-MASTER-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE "N" TO C-EOF
               MOVE ZEROES TO C-LINE-NUM
               PERFORM UNTIL C-EOF IS = "Y"
                   READ GL-FEED-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-LINE-NUM
                           MOVE C-LINE-NUM TO BK-REC-NUM
                           MOVE GLF-REC    TO BK-DATA
                           PERFORM 2190-WRITE-BACKUP-REC
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
           END-IF.

      *        CALLERS LEAVE THE POSITION IN BK-REC-NUM AND THE RECORD
      *    IN BK-DATA; C-FILE-IDX SAYS WHICH FILE IT CAME FROM.
       2190-WRITE-BACKUP-REC.
           MOVE FID-T-ID(C-FILE-IDX) TO BK-FILE-ID.
           PERFORM 9500-ADD-TO-CONTROL.
           ADD 1 TO C-TOTAL-COPIED.
           PERFORM 9110-WRITE-SLOT.
           IF C-SLOT-STATUS IS NOT = "00"
               DISPLAY "ERROR WRITING CBLBKUP" C-SLOT ".DAT, STATUS: "
                   C-SLOT-STATUS " -- " BK-FILE-ID " RECORD "
                   BK-REC-NUM
               MOVE "N" TO C-RUN-OK
           END-IF.

      *        THE SLOT JUST WRITTEN NO LONGER HOLDS WHATEVER OLDER
      *    GENERATION WAS CATALOGED IN IT, SO THOSE ROWS GO WHETHER
      *    OR NOT THE NEW ONE SUCCEEDED; THE NEW GENERATION'S ROWS ARE
      *    ADDED ONLY IF IT DID. THE CATALOG IS THEN REWRITTEN WHOLE.
       2200-UPDATE-CATALOG.
           MOVE ZEROES TO C-CAT-KEEP.
           PERFORM VARYING C-CAT-IDX FROM 1 BY 1
                   UNTIL C-CAT-IDX > C-CAT-COUNT
               IF CAT-T-SLOT(C-CAT-IDX) IS NOT = C-SLOT
                   ADD 1 TO C-CAT-KEEP
                   MOVE CAT-ENTRY(C-CAT-IDX) TO CAT-ENTRY(C-CAT-KEEP)
               END-IF
           END-PERFORM.
           MOVE C-CAT-KEEP TO C-CAT-COUNT.

           IF C-RUN-OK IS = "Y"
               PERFORM VARYING C-FILE-IDX FROM 1 BY 1
                       UNTIL C-FILE-IDX > 11
                   ADD 1 TO C-CAT-COUNT
                   MOVE C-GEN       TO CAT-T-GEN(C-CAT-COUNT)
                   MOVE C-SLOT      TO CAT-T-SLOT(C-CAT-COUNT)
                   MOVE I-DATE      TO CAT-T-DATE(C-CAT-COUNT)
                   MOVE I-TIME(1:6) TO CAT-T-TIME(C-CAT-COUNT)
                   MOVE C-TAG       TO CAT-T-TAG(C-CAT-COUNT)
                   MOVE FID-T-ID(C-FILE-IDX)
                       TO CAT-T-FILE-ID(C-CAT-COUNT)
                   MOVE RUN-T-PRESENT(C-FILE-IDX)
                       TO CAT-T-PRESENT(C-CAT-COUNT)
                   MOVE RUN-T-COUNT(C-FILE-IDX)
                       TO CAT-T-COUNT(C-CAT-COUNT)
                   MOVE RUN-T-TOTAL(C-FILE-IDX)
                       TO CAT-T-TOTAL(C-CAT-COUNT)
               END-PERFORM
           END-IF.

           OPEN OUTPUT CATALOG-FILE.
           IF C-CAT-STATUS IS NOT = "00"
               DISPLAY "ERROR OPENING CBLBKCT1.DAT, STATUS: "
                   C-CAT-STATUS
               MOVE "N" TO C-RUN-OK
           ELSE
               PERFORM VARYING C-CAT-IDX FROM 1 BY 1
                       UNTIL C-CAT-IDX > C-CAT-COUNT
                   MOVE CAT-T-GEN(C-CAT-IDX)     TO CAT-GEN
                   MOVE CAT-T-SLOT(C-CAT-IDX)    TO CAT-SLOT
                   MOVE CAT-T-DATE(C-CAT-IDX)    TO CAT-DATE
                   MOVE CAT-T-TIME(C-CAT-IDX)    TO CAT-TIME
                   MOVE CAT-T-TAG(C-CAT-IDX)     TO CAT-TAG
                   MOVE CAT-T-FILE-ID(C-CAT-IDX) TO CAT-FILE-ID
                   MOVE CAT-T-PRESENT(C-CAT-IDX) TO CAT-PRESENT
                   MOVE CAT-T-COUNT(C-CAT-IDX)   TO CAT-REC-COUNT
                   MOVE CAT-T-TOTAL(C-CAT-IDX)   TO CAT-CONTROL-TOTAL
                   WRITE CAT-REC
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       3000-CLOSING.
           PERFORM 3100-PRINT-CATALOG.
           CLOSE BACKUP-PRT.

           MOVE "END" TO C-RLOG-EVENT.
           MOVE C-TOTAL-COPIED TO C-RLOG-READ.
           MOVE C-GEN TO C-RLOG-EXCL.
           PERFORM 9980-WRITE-RUN-LOG.

      *        EVERY RUN ENDS WITH THE CATALOG AS IT NOW STANDS, SO
      *    WHOEVER IS ABOUT TO RESTORE CAN PICK THE GENERATION OFF
      *    THIS PAGE.
       3100-PRINT-CATALOG.
           WRITE PRTLINE
               FROM CATALOG-TITLE
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM CATALOG-HDG
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

           IF C-CAT-COUNT IS = ZEROES
               WRITE PRTLINE
                   FROM NO-CATALOG-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM VARYING C-CAT-IDX FROM 1 BY 1
                   UNTIL C-CAT-IDX > C-CAT-COUNT
               MOVE CAT-T-GEN(C-CAT-IDX)        TO O-CAT-GEN
               MOVE CAT-T-SLOT(C-CAT-IDX)       TO O-CAT-SLOT
               MOVE CAT-T-DATE(C-CAT-IDX)(5:2)  TO O-CAT-MM
               MOVE CAT-T-DATE(C-CAT-IDX)(7:2)  TO O-CAT-DD
               MOVE CAT-T-DATE(C-CAT-IDX)(1:4)  TO O-CAT-YY
               MOVE CAT-T-TIME(C-CAT-IDX)(1:2)  TO O-CAT-HH
               MOVE CAT-T-TIME(C-CAT-IDX)(3:2)  TO O-CAT-MI
               MOVE CAT-T-TIME(C-CAT-IDX)(5:2)  TO O-CAT-SS
               MOVE CAT-T-TAG(C-CAT-IDX)        TO O-CAT-TAG
               MOVE CAT-T-FILE-ID(C-CAT-IDX)    TO O-CAT-FILE
               IF CAT-T-PRESENT(C-CAT-IDX) IS = "Y"
                   MOVE "YES" TO O-CAT-PRESENT
               ELSE
                   MOVE "NO"  TO O-CAT-PRESENT
               END-IF
               MOVE CAT-T-COUNT(C-CAT-IDX)      TO O-CAT-COUNT
               MOVE CAT-T-TOTAL(C-CAT-IDX)      TO O-CAT-TOTAL
               WRITE PRTLINE
                   FROM CATALOG-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
           END-PERFORM.

      *        RESTORE IS TWO PASSES OVER THE SLOT. THE FIRST PROVES
      *    IT: THE HEADER MUST NAME THE GENERATION ASKED FOR, AND
      *    EVERY FILE'S COUNT AND CONTROL TOTAL MUST MATCH THE
      *    CATALOG. ONLY THEN DOES THE SECOND PASS WRITE ANYTHING.
       4000-RESTORE.
           PERFORM 4010-LOAD-CATALOG-FIGURES.

           MOVE C-GEN  TO O-RS-GEN.
           MOVE C-SLOT TO O-RS-SLOT.
           WRITE PRTLINE
               FROM RESTORE-LINE
                   AFTER ADVANCING 2 LINES.

           IF C-SLOT IS = ZEROES
               DISPLAY "GENERATION " C-GEN " IS NOT ON CBLBKCT1.DAT "
                   "-- NOTHING RESTORED."
               MOVE "N" TO C-RUN-OK
           ELSE
               PERFORM 4100-VERIFY-SLOT
           END-IF.

           IF C-RUN-OK IS = "Y"
               PERFORM 4200-RESTORE-FILES
           END-IF.

           IF C-RUN-OK IS = "Y"
               MOVE "RESTORE COMPLETE -- TOTALS VERIFIED."
                   TO O-MESSAGE
               DISPLAY "GENERATION " C-GEN " RESTORED. CBLBOAT1.DAT "
                   "IS REBUILT BY THE NEXT CBLCJS04 RUN."
           ELSE
               IF C-LIVE-TOUCHED IS = "Y"
                   MOVE "RESTORE FAILED PARTWAY -- SEE CONSOLE."
                       TO O-MESSAGE
               ELSE
                   MOVE "RESTORE NOT DONE -- NOTHING WAS CHANGED."
                       TO O-MESSAGE
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRTLINE
               FROM MESSAGE-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE "RESTR" TO C-RLOG-EVENT.
           MOVE C-TOTAL-COPIED TO C-RLOG-READ.
           MOVE C-GEN TO C-RLOG-EXCL.
           PERFORM 9980-WRITE-RUN-LOG.

      *        PULLS THE REQUESTED GENERATION'S CATALOG ROWS INTO
      *    RUN-TOTALS-TABLE AND SETS C-SLOT FROM THEM (ZERO IF THE
      *    GENERATION ISN'T CATALOGED).
       4010-LOAD-CATALOG-FIGURES.
           PERFORM VARYING C-FILE-IDX FROM 1 BY 1
                   UNTIL C-FILE-IDX > 11
               MOVE "N"    TO RUN-T-PRESENT(C-FILE-IDX)
               MOVE ZEROES TO RUN-T-COUNT(C-FILE-IDX)
               MOVE ZEROES TO RUN-T-TOTAL(C-FILE-IDX)
               MOVE "N"    TO RUN-T-CAT-PRESENT(C-FILE-IDX)
               MOVE ZEROES TO RUN-T-CAT-COUNT(C-FILE-IDX)
               MOVE ZEROES TO RUN-T-CAT-TOTAL(C-FILE-IDX)
               MOVE "N"    TO RUN-T-LIVE-OPEN(C-FILE-IDX)
           END-PERFORM.
           MOVE ZEROES TO C-SLOT.
           PERFORM VARYING C-CAT-IDX FROM 1 BY 1
                   UNTIL C-CAT-IDX > C-CAT-COUNT
               IF CAT-T-GEN(C-CAT-IDX) IS = C-GEN
                   MOVE CAT-T-SLOT(C-CAT-IDX) TO C-SLOT
                   PERFORM VARYING C-FILE-IDX FROM 1 BY 1
                           UNTIL C-FILE-IDX > 11
                       IF FID-T-ID(C-FILE-IDX) IS =
                               CAT-T-FILE-ID(C-CAT-IDX)
                           MOVE CAT-T-PRESENT(C-CAT-IDX)
                               TO RUN-T-CAT-PRESENT(C-FILE-IDX)
                           MOVE CAT-T-COUNT(C-CAT-IDX)
                               TO RUN-T-CAT-COUNT(C-FILE-IDX)
                           MOVE CAT-T-TOTAL(C-CAT-IDX)
                               TO RUN-T-CAT-TOTAL(C-FILE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4100-VERIFY-SLOT.
           PERFORM 9120-OPEN-SLOT-INPUT.
           IF C-SLOT-STATUS IS NOT = "00"
               DISPLAY "CBLBKUP" C-SLOT ".DAT NOT FOUND OR COULD NOT "
                   "BE OPENED, STATUS: " C-SLOT-STATUS
               MOVE "N" TO C-RUN-OK
           ELSE
               MOVE "N" TO C-SLOT-EOF
               PERFORM 9125-READ-SLOT
               IF C-SLOT-EOF IS = "Y" OR
                       BK-FILE-ID IS NOT = "GENERATN" OR
                       BKH-GEN IS NOT = C-GEN
                   DISPLAY "CBLBKUP" C-SLOT ".DAT DOES NOT HOLD "
                       "GENERATION " C-GEN " -- NOTHING RESTORED."
                   MOVE "N" TO C-RUN-OK
               ELSE
                   PERFORM 9125-READ-SLOT
                   PERFORM UNTIL C-SLOT-EOF IS = "Y"
                       PERFORM 9550-FIND-FILE-IDX
                       IF C-FILE-IDX IS = ZEROES
                           DISPLAY "UNKNOWN FILE " BK-FILE-ID
                               " IN CBLBKUP" C-SLOT ".DAT"
                           MOVE "N" TO C-RUN-OK
                       ELSE
                           PERFORM 9500-ADD-TO-CONTROL
                       END-IF
                       PERFORM 9125-READ-SLOT
                   END-PERFORM
               END-IF
               PERFORM 9130-CLOSE-SLOT
           END-IF.

           WRITE PRTLINE
               FROM VERIFY-HDG
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
           PERFORM VARYING C-FILE-IDX FROM 1 BY 1
                   UNTIL C-FILE-IDX > 11
               PERFORM 4110-VERIFY-ONE-FILE
           END-PERFORM.

      *        A FILE THAT WASN'T THERE AT BACKUP TIME MUST HAVE NO
      *    RECORDS IN THE SLOT, AND IS LEFT ALONE ON RESTORE.
       4110-VERIFY-ONE-FILE.
           MOVE FID-T-ID(C-FILE-IDX)        TO O-VER-FILE.
           MOVE RUN-T-CAT-COUNT(C-FILE-IDX) TO O-VER-CAT-COUNT.
           MOVE RUN-T-CAT-TOTAL(C-FILE-IDX) TO O-VER-CAT-TOTAL.
           MOVE RUN-T-COUNT(C-FILE-IDX)     TO O-VER-SLOT-COUNT.
           MOVE RUN-T-TOTAL(C-FILE-IDX)     TO O-VER-SLOT-TOTAL.

           IF RUN-T-COUNT(C-FILE-IDX) IS NOT =
                   RUN-T-CAT-COUNT(C-FILE-IDX) OR
                   RUN-T-TOTAL(C-FILE-IDX) IS NOT =
                   RUN-T-CAT-TOTAL(C-FILE-IDX)
               MOVE "** MISMATCH" TO O-VER-RESULT
               MOVE "N" TO C-RUN-OK
           ELSE
               IF RUN-T-CAT-PRESENT(C-FILE-IDX) IS = "Y"
                   MOVE "OK" TO O-VER-RESULT
               ELSE
                   MOVE "NOT ON FILE" TO O-VER-RESULT
               END-IF
           END-IF.

           WRITE PRTLINE
               FROM VERIFY-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

      *        EVERY FILE PRESENT AT BACKUP TIME IS EMPTIED AND
      *    REWRITTEN FROM THE SLOT. THE RELATIVE FILES ARE WRITTEN BY
      *    KEY, SO EVERY SALE, CUSTOMER, HULL, TRADE-IN, AND PO LINE
      *    GETS ITS OLD NUMBER BACK. A FILE THAT WOULDN'T OPEN HAS ITS
      *    RECORDS SKIPPED (4210 HAS ALREADY FAILED THE RUN).
       4200-RESTORE-FILES.
           MOVE "Y" TO C-LIVE-TOUCHED.
           PERFORM 4210-OPEN-LIVE-FILES.

           PERFORM 9120-OPEN-SLOT-INPUT.
           MOVE "N" TO C-SLOT-EOF.
           PERFORM 9125-READ-SLOT.
           PERFORM 9125-READ-SLOT.
           PERFORM UNTIL C-SLOT-EOF IS = "Y"
               PERFORM 9550-FIND-FILE-IDX
               IF C-FILE-IDX IS NOT = ZEROES
                   IF RUN-T-LIVE-OPEN(C-FILE-IDX) IS = "Y"
                       PERFORM 4220-WRITE-LIVE-REC
                   END-IF
               END-IF
               PERFORM 9125-READ-SLOT
           END-PERFORM.
           PERFORM 9130-CLOSE-SLOT.

           PERFORM 4230-CLOSE-LIVE-FILES.

       4210-OPEN-LIVE-FILES.
           IF RUN-T-CAT-PRESENT(1) IS = "Y"
               MOVE 1 TO C-FILE-IDX
               OPEN OUTPUT BOAT-MAINT-FILE
               MOVE C-MAINT-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(2) IS = "Y"
               MOVE 2 TO C-FILE-IDX
               OPEN OUTPUT BOAT-MASTER
               MOVE C-BMAS-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(3) IS = "Y"
               MOVE 3 TO C-FILE-IDX
               OPEN OUTPUT CUSTOMER-MASTER
               MOVE C-CUST-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(4) IS = "Y"
               MOVE 4 TO C-FILE-IDX
               OPEN OUTPUT LEDGER-FILE
               MOVE C-LEDG-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(5) IS = "Y"
               MOVE 5 TO C-FILE-IDX
               OPEN OUTPUT SALESPERSON-FILE
               MOVE C-SLSP-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(6) IS = "Y"
               MOVE 6 TO C-FILE-IDX
               OPEN OUTPUT RATE-FILE
               MOVE C-RATE-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(7) IS = "Y"
               MOVE 7 TO C-FILE-IDX
               OPEN OUTPUT PREV-COMM-FILE
               MOVE C-PREV-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(8) IS = "Y"
               MOVE 8 TO C-FILE-IDX
               OPEN OUTPUT UNIT-FILE
               MOVE C-UNIT-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(9) IS = "Y"
               MOVE 9 TO C-FILE-IDX
               OPEN OUTPUT USED-BOAT-FILE
               MOVE C-USED-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(10) IS = "Y"
               MOVE 10 TO C-FILE-IDX
               OPEN OUTPUT PO-FILE
               MOVE C-PO-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.
           IF RUN-T-CAT-PRESENT(11) IS = "Y"
               MOVE 11 TO C-FILE-IDX
               OPEN OUTPUT GL-FEED-FILE
               MOVE C-GLF-STATUS TO C-OPEN-STATUS
               PERFORM 4215-CHECK-LIVE-OPEN
           END-IF.

      *        A MASTER THAT WON'T OPEN (LOCKED, READ-ONLY, DISK FULL)
      *    FAILS THE RESTORE WITH RETURN-CODE 8 RATHER THAN LETTING
      *    EVERY WRITE TO IT FAIL ONE RECORD AT A TIME.
       4215-CHECK-LIVE-OPEN.
           IF C-OPEN-STATUS IS = "00"
               MOVE "Y" TO RUN-T-LIVE-OPEN(C-FILE-IDX)
           ELSE
               DISPLAY FID-T-ID(C-FILE-IDX) ".DAT COULD NOT BE "
                   "OPENED FOR RESTORE, STATUS: " C-OPEN-STATUS
               MOVE "N" TO C-RUN-OK
           END-IF.

      *        A FAILED WRITE STILL LETS THE REST OF THE SLOT GO BACK
      *    -- STOPPING HALFWAY WOULD LEAVE THE FILES IN A STATE NO
      *    GENERATION EVER HAD -- BUT IT FAILS THE RUN LOUDLY.
       4220-WRITE-LIVE-REC.
           ADD 1 TO C-TOTAL-COPIED.
           MOVE "00" TO C-OPEN-STATUS.
           EVALUATE C-FILE-IDX
               WHEN 1
                   MOVE BK-REC-NUM TO C-REC-NUM
                   MOVE BK-DATA    TO M-REC
                   WRITE M-REC
                       INVALID KEY
                           MOVE C-MAINT-STATUS TO C-OPEN-STATUS
                   END-WRITE
               WHEN 2
                   MOVE BK-DATA TO BM-REC
                   WRITE BM-REC
                   MOVE C-BMAS-STATUS TO C-OPEN-STATUS
               WHEN 3
                   MOVE BK-REC-NUM TO C-CUST-NUM
                   MOVE BK-DATA    TO CM-REC
                   WRITE CM-REC
                       INVALID KEY
                           MOVE C-CUST-STATUS TO C-OPEN-STATUS
                   END-WRITE
               WHEN 4
                   MOVE BK-DATA TO LEDG-REC
                   WRITE LEDG-REC
                   MOVE C-LEDG-STATUS TO C-OPEN-STATUS
               WHEN 5
                   MOVE BK-DATA TO SLSP-REC
                   WRITE SLSP-REC
                   MOVE C-SLSP-STATUS TO C-OPEN-STATUS
               WHEN 6
                   MOVE BK-DATA TO RATE-REC
                   WRITE RATE-REC
                   MOVE C-RATE-STATUS TO C-OPEN-STATUS
               WHEN 7
                   MOVE BK-DATA TO PREV-REC
                   WRITE PREV-REC
                   MOVE C-PREV-STATUS TO C-OPEN-STATUS
               WHEN 8
                   MOVE BK-REC-NUM TO C-UNIT-NUM
                   MOVE BK-DATA    TO UN-REC
                   WRITE UN-REC
                       INVALID KEY
                           MOVE C-UNIT-STATUS TO C-OPEN-STATUS
                   END-WRITE
               WHEN 9
                   MOVE BK-REC-NUM TO C-USED-NUM
                   MOVE BK-DATA    TO UB-REC
                   WRITE UB-REC
                       INVALID KEY
                           MOVE C-USED-STATUS TO C-OPEN-STATUS
                   END-WRITE
               WHEN 10
                   MOVE BK-REC-NUM TO C-PO-REC-NUM
                   MOVE BK-DATA    TO PO-REC
                   WRITE PO-REC
                       INVALID KEY
                           MOVE C-PO-STATUS TO C-OPEN-STATUS
                   END-WRITE
               WHEN 11
                   MOVE BK-DATA TO GLF-REC
                   WRITE GLF-REC
                   MOVE C-GLF-STATUS TO C-OPEN-STATUS
           END-EVALUATE.

           IF C-OPEN-STATUS IS NOT = "00"
               DISPLAY "ERROR RESTORING " BK-FILE-ID ".DAT RECORD "
                   BK-REC-NUM ", STATUS: " C-OPEN-STATUS
               MOVE "N" TO C-RUN-OK
           END-IF.

       4230-CLOSE-LIVE-FILES.
           IF RUN-T-LIVE-OPEN(1) IS = "Y"
               CLOSE BOAT-MAINT-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(2) IS = "Y"
               CLOSE BOAT-MASTER
           END-IF.
           IF RUN-T-LIVE-OPEN(3) IS = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF RUN-T-LIVE-OPEN(4) IS = "Y"
               CLOSE LEDGER-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(5) IS = "Y"
               CLOSE SALESPERSON-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(6) IS = "Y"
               CLOSE RATE-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(7) IS = "Y"
               CLOSE PREV-COMM-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(8) IS = "Y"
               CLOSE UNIT-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(9) IS = "Y"
               CLOSE USED-BOAT-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(10) IS = "Y"
               CLOSE PO-FILE
           END-IF.
           IF RUN-T-LIVE-OPEN(11) IS = "Y"
               CLOSE GL-FEED-FILE
           END-IF.

      *        SLOT I/O. THE FIVE SLOTS ARE SEPARATE SELECTS, SO EACH
      *    OPERATION PICKS ITS FILE BY C-SLOT; THE RECORD ITSELF IS
      *    ALWAYS BUILT AND READ IN BK-WORK-REC.
       9100-OPEN-SLOT-OUTPUT.
           EVALUATE C-SLOT
               WHEN 1
                   OPEN OUTPUT BACKUP-SLOT-1
               WHEN 2
                   OPEN OUTPUT BACKUP-SLOT-2
               WHEN 3
                   OPEN OUTPUT BACKUP-SLOT-3
               WHEN 4
                   OPEN OUTPUT BACKUP-SLOT-4
               WHEN 5
                   OPEN OUTPUT BACKUP-SLOT-5
           END-EVALUATE.

       9110-WRITE-SLOT.
           EVALUATE C-SLOT
               WHEN 1
                   WRITE BK1-REC FROM BK-WORK-REC
               WHEN 2
                   WRITE BK2-REC FROM BK-WORK-REC
               WHEN 3
                   WRITE BK3-REC FROM BK-WORK-REC
               WHEN 4
                   WRITE BK4-REC FROM BK-WORK-REC
               WHEN 5
                   WRITE BK5-REC FROM BK-WORK-REC
           END-EVALUATE.

       9120-OPEN-SLOT-INPUT.
           EVALUATE C-SLOT
               WHEN 1
                   OPEN INPUT BACKUP-SLOT-1
               WHEN 2
                   OPEN INPUT BACKUP-SLOT-2
               WHEN 3
                   OPEN INPUT BACKUP-SLOT-3
               WHEN 4
                   OPEN INPUT BACKUP-SLOT-4
               WHEN 5
                   OPEN INPUT BACKUP-SLOT-5
           END-EVALUATE.

       9125-READ-SLOT.
           EVALUATE C-SLOT
               WHEN 1
                   READ BACKUP-SLOT-1 INTO BK-WORK-REC
                       AT END
                           MOVE "Y" TO C-SLOT-EOF
                   END-READ
               WHEN 2
                   READ BACKUP-SLOT-2 INTO BK-WORK-REC
                       AT END
                           MOVE "Y" TO C-SLOT-EOF
                   END-READ
               WHEN 3
                   READ BACKUP-SLOT-3 INTO BK-WORK-REC
                       AT END
                           MOVE "Y" TO C-SLOT-EOF
                   END-READ
               WHEN 4
                   READ BACKUP-SLOT-4 INTO BK-WORK-REC
                       AT END
                           MOVE "Y" TO C-SLOT-EOF
                   END-READ
               WHEN 5
                   READ BACKUP-SLOT-5 INTO BK-WORK-REC
                       AT END
                           MOVE "Y" TO C-SLOT-EOF
                   END-READ
           END-EVALUATE.

       9130-CLOSE-SLOT.
           EVALUATE C-SLOT
               WHEN 1
                   CLOSE BACKUP-SLOT-1
               WHEN 2
                   CLOSE BACKUP-SLOT-2
               WHEN 3
                   CLOSE BACKUP-SLOT-3
               WHEN 4
                   CLOSE BACKUP-SLOT-4
               WHEN 5
                   CLOSE BACKUP-SLOT-5
           END-EVALUATE.

      *        JUDGES THE OPEN OF MASTER C-FILE-IDX FROM C-OPEN-STATUS.
      *    "00" IS PRESENT; "35" (NO SUCH FILE) IS CATALOGED NOT
      *    PRESENT; ANYTHING ELSE FAILS THE BACKUP.
       9150-CHECK-MASTER-OPEN.
           MOVE ZEROES TO RUN-T-COUNT(C-FILE-IDX).
           MOVE ZEROES TO RUN-T-TOTAL(C-FILE-IDX).
           EVALUATE C-OPEN-STATUS
               WHEN "00"
                   MOVE "Y" TO RUN-T-PRESENT(C-FILE-IDX)
               WHEN "35"
                   MOVE "N" TO RUN-T-PRESENT(C-FILE-IDX)
               WHEN OTHER
                   MOVE "N" TO RUN-T-PRESENT(C-FILE-IDX)
                   DISPLAY FID-T-ID(C-FILE-IDX) ".DAT COULD NOT BE "
                       "OPENED FOR BACKUP, STATUS: " C-OPEN-STATUS
                   MOVE "N" TO C-RUN-OK
           END-EVALUATE.

      *        ADDS THE RECORD IN BK-WORK-REC TO FILE C-FILE-IDX'S
      *    COUNT AND CONTROL TOTAL. THE CONTROL TOTAL IS WHATEVER
      *    FIGURE MATTERS MOST IN THAT FILE:
      *        CBLB1IDX  BOAT COST PLUS PREP/DELIVERY COST (THE SAME
      *                  TOTAL-COST CBLCJS11'S CLOSE PROVES)
      *        CBLBMAS1  QUANTITY ON HAND
      *        CBLCMAS1  CUSTOMER NUMBERS (A HASH TOTAL OF THE KEYS)
      *        CBLLEDG1  NET OF EVERY SIGNED LEDGER AMOUNT
      *        CBLSLSP1  ACTIVE SALESPEOPLE
      *        CBLRATE1  COMMISSION RATES
      *        CBLCPRV1  CUMULATIVE COMMISSION FIGURES
      *        CBLUNIT1  HULLS ON THE LOT (STATUS "I" OR "R")
      *        CBLUSED1  TRADE-IN ALLOWANCES
      *        CBLPOPN1  QUANTITY STILL DUE IN (ORDERED LESS RECEIVED)
      *        CBLGLF1   BOAT COST ON EVERY FEED ROW'S SALE IMAGE
      *    A FIELD THAT ISN'T NUMERIC (AN OLD SHORT RECORD) ADDS
      *    NOTHING, THE SAME WAY THE OWNING PROGRAMS READ IT AS ZERO.
       9500-ADD-TO-CONTROL.
           MOVE ZEROES TO C-CONTROL-AMT.
           EVALUATE C-FILE-IDX
               WHEN 1
                   IF BKS-BOAT-COST IS NUMERIC
                       ADD BKS-BOAT-COST TO C-CONTROL-AMT
                   END-IF
                   IF BKS-PREP-DEL-COST IS NUMERIC
                       ADD BKS-PREP-DEL-COST TO C-CONTROL-AMT
                   END-IF
               WHEN 2
                   IF BKB-QTY-ON-HAND IS NUMERIC
                       MOVE BKB-QTY-ON-HAND TO C-CONTROL-AMT
                   END-IF
               WHEN 3
                   MOVE BK-REC-NUM TO C-CONTROL-AMT
               WHEN 4
                   IF BKL-AMOUNT IS NUMERIC
                       MOVE BKL-AMOUNT TO C-CONTROL-AMT
                   END-IF
               WHEN 5
                   IF BKP-ACTIVE IS = "Y"
                       MOVE 1 TO C-CONTROL-AMT
                   END-IF
               WHEN 6
                   IF BKR-PCT IS NUMERIC
                       MOVE BKR-PCT TO C-CONTROL-AMT
                   END-IF
               WHEN 7
                   IF BKV-CUM-COMM IS NUMERIC
                       MOVE BKV-CUM-COMM TO C-CONTROL-AMT
                   END-IF
               WHEN 8
                   IF BKU-STATUS IS = "I" OR BKU-STATUS IS = "R"
                       MOVE 1 TO C-CONTROL-AMT
                   END-IF
               WHEN 9
                   IF BKT-ALLOWANCE IS NUMERIC
                       MOVE BKT-ALLOWANCE TO C-CONTROL-AMT
                   END-IF
               WHEN 10
                   IF BKO-QTY-ORDERED IS NUMERIC AND
                           BKO-QTY-RECEIVED IS NUMERIC
                       SUBTRACT BKO-QTY-RECEIVED FROM BKO-QTY-ORDERED
                           GIVING C-CONTROL-AMT
                   END-IF
               WHEN 11
                   IF BKG-BOAT-COST IS NUMERIC
                       MOVE BKG-BOAT-COST TO C-CONTROL-AMT
                   END-IF
           END-EVALUATE.

           ADD 1 TO RUN-T-COUNT(C-FILE-IDX).
           ADD C-CONTROL-AMT TO RUN-T-TOTAL(C-FILE-IDX).

      *        LOOKS BK-FILE-ID UP IN FILE-ID-TABLE, LEAVING ITS
      *    SUBSCRIPT IN C-FILE-IDX (ZERO IF IT ISN'T ONE OF THE ELEVEN).
       9550-FIND-FILE-IDX.
           MOVE ZEROES TO C-FILE-IDX.
           PERFORM VARYING C-CAT-IDX FROM 1 BY 1
                   UNTIL C-CAT-IDX > 11
               IF FID-T-ID(C-CAT-IDX) IS = BK-FILE-ID
                   MOVE C-CAT-IDX TO C-FILE-IDX
               END-IF
           END-PERFORM.

      *        PARM IS "BACKUP TAG" (TAG IS ANY 8-CHARACTER LABEL FOR
      *    THE CATALOG -- CBLDRV1.BAT PASSES "DAILY", CBLYEND1.BAT
      *    "YEAREND"), "RESTORE NNNN" (THE 4-DIGIT GENERATION NUMBER
      *    OFF CBLBKRP1.PRT), OR "LIST". A BLANK PARM IS A BACKUP
      *    TAGGED "MANUAL".
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(C-PARM-LINE) TO C-PARM-LINE.

           EVALUATE TRUE
               WHEN C-PARM-LINE(1:7) IS = "RESTORE"
                   MOVE "R" TO C-MODE
                   IF C-PARM-LINE(9:4) IS NUMERIC
                       MOVE C-PARM-LINE(9:4) TO C-GEN
                   ELSE
                       DISPLAY "RESTORE NEEDS A 4-DIGIT GENERATION "
                           "NUMBER -- SEE CBLBKRP1.PRT."
                       MOVE "L" TO C-MODE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN C-PARM-LINE(1:4) IS = "LIST"
                   MOVE "L" TO C-MODE
               WHEN OTHER
                   MOVE "B" TO C-MODE
                   IF C-PARM-LINE(1:6) IS = "BACKUP" AND
                           C-PARM-LINE(8:8) IS NOT = SPACES
                       MOVE C-PARM-LINE(8:8) TO C-TAG
                   ELSE
                       MOVE "MANUAL" TO C-TAG
                   END-IF
           END-EVALUATE.

      *        LOADS CBLBKCT1.DAT WHOLE AND NOTES THE HIGHEST
      *    GENERATION NUMBER ON IT. NO CATALOG YET MEANS NO BACKUP HAS
      *    EVER RUN, AND THE FIRST ONE IS GENERATION 1.
       9960-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.

           IF C-CAT-STATUS IS = "00"
               MOVE "N" TO C-EOF
               PERFORM UNTIL C-EOF IS = "Y"
                       OR C-CAT-COUNT IS = 55
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO C-EOF
                       NOT AT END
                           ADD 1 TO C-CAT-COUNT
                           MOVE CAT-GEN     TO CAT-T-GEN(C-CAT-COUNT)
                           MOVE CAT-SLOT    TO CAT-T-SLOT(C-CAT-COUNT)
                           MOVE CAT-DATE    TO CAT-T-DATE(C-CAT-COUNT)
                           MOVE CAT-TIME    TO CAT-T-TIME(C-CAT-COUNT)
                           MOVE CAT-TAG     TO CAT-T-TAG(C-CAT-COUNT)
                           MOVE CAT-FILE-ID
                               TO CAT-T-FILE-ID(C-CAT-COUNT)
                           MOVE CAT-PRESENT
                               TO CAT-T-PRESENT(C-CAT-COUNT)
                           MOVE CAT-REC-COUNT
                               TO CAT-T-COUNT(C-CAT-COUNT)
                           MOVE CAT-CONTROL-TOTAL
                               TO CAT-T-TOTAL(C-CAT-COUNT)
                           IF CAT-GEN IS > C-HIGH-GEN
                               MOVE CAT-GEN TO C-HIGH-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      *        APPENDS ONE EVENT TO THE CENTRAL RUN LOG. SAME PARAGRAPH
      *    EVERY PROGRAM IN THE NIGHTLY CHAIN CARRIES, WITH ONE EXTRA
      *    EVENT BETWEEN START AND END -- "BKUP" OR "RESTR" -- SO THE
      *    OPERATIONS SUMMARY SAYS WHICH WAS DONE. READ IS THE RECORDS
      *    COPIED; THE EXCLUDED COLUMN CARRIES THE GENERATION NUMBER.
       9980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF C-RLOG-STATUS IS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO I-DATE-TIME.
           MOVE "CBLCJS27"   TO RL-PROGRAM-ID.
           MOVE C-RLOG-EVENT TO RL-EVENT.
           MOVE I-YEAR       TO RL-DATE(1:4).
           MOVE I-MONTH      TO RL-DATE(5:2).
           MOVE I-DAY        TO RL-DATE(7:2).
           MOVE I-TIME(1:6)  TO RL-TIME.
           MOVE C-RLOG-READ  TO RL-RECS-READ.
           MOVE C-RLOG-EXCL  TO RL-RECS-EXCL.
           MOVE RETURN-CODE  TO RL-RETURN-CODE.
           MOVE "N" TO RL-RESTART.
           WRITE RLOG-REC.
           CLOSE RUN-LOG-FILE.
