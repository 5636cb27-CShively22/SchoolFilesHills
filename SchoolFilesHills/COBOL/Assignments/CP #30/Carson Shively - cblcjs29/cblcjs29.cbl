       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCJS29.
       DATE-WRITTEN. 10/15/2026.
       AUTHOR. CARSON SHIVELY.
       DATE-COMPILED.

      *****************************************************************
      * SALESPERSON QUOTA MAINTENANCE. SALES MANAGEMENT USED TO KEEP
      * EACH SALESPERSON'S MONTHLY TARGET ON A WHITEBOARD, SO NOTHING
      * COULD MEASURE ANYONE AGAINST IT. THE QUOTA MASTER CBLQUOT1.DAT
      * HOLDS ONE RECORD PER SALESPERSON (FROM THE ROSTER CBLSLSP1.DAT)
      * PER MONTH, WITH A UNIT QUOTA AND A DOLLAR QUOTA; CBLCJS30'S
      * MONTHLY SCORECARD MEASURES ACTUAL SALES AGAINST IT. THIS
      * PROGRAM ADDS, CHANGES, DELETES, AND LISTS QUOTAS, AND COPIES A
      * WHOLE MONTH'S QUOTAS FORWARD SO NEXT MONTH ONLY NEEDS THE
      * CHANGES KEYED. A QUOTA CAN ONLY BE SET FOR AN ACTIVE
      * SALESPERSON. THE FILE IS SMALL AND FLAT, SO -- LIKE THE BOAT
      * MASTER IN CBLCJS04/CBLCJS16 -- IT IS LOADED WHOLE AT STARTUP,
      * MAINTAINED IN THE TABLE, AND WRITTEN BACK WHOLE AT EXIT (SEE
      * 9960-SAVE-QUOTAS). THIS PLATFORM DOES NOT SUPPORT SCREEN
      * SECTION, SO THE PROMPTS ARE PLAIN LINE-MODE ACCEPT/DISPLAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE
               ASSIGN TO 'C:\COBOL\CBLQUOT1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QUOT-STATUS.

      *        SALESPERSON ROSTER -- SAME FILE CBLCJS03 READS.
           SELECT SALESPERSON-FILE
               ASSIGN TO 'C:\COBOL\CBLSLSP1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSP-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *        ONE SALESPERSON'S QUOTA FOR ONE MONTH (YYYYMM).
       FD QUOTA-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS QUOTA-REC.

       01 QUOTA-REC.
           05  QT-SLSP-ID          PIC X(5).
           05  QT-PERIOD           PIC 9(6).
           05  QT-UNIT-QUOTA       PIC 9(3).
           05  QT-DOLLAR-QUOTA     PIC 9(8)V99.

      *        SAME LAYOUT CBLCJS03 READS.
       FD SALESPERSON-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SLSP-REC.

       01 SLSP-REC.
           05  SLSP-ID             PIC X(5).
           05  SLSP-NAME           PIC X(20).
           05  SLSP-ACTIVE         PIC X.

       WORKING-STORAGE SECTION.

       01 WORK-AREA.
           05  C-QUOT-STATUS      PIC XX.
           05  C-SLSP-STATUS      PIC XX.
           05  C-QUOT-EOF         PIC X           VALUE   "N".
           05  C-SLSP-EOF         PIC X           VALUE   "N".
      *        "N" IF THE QUOTA FILE EXISTS BUT COULDN'T BE READ -- THE
      *    TABLE IS THEN NOT WRITTEN BACK, SO A BAD OPEN CAN'T WIPE IT.
           05  C-QUOT-AVAILABLE   PIC X           VALUE   "Y".
           05  C-CHANGED          PIC X           VALUE   "N".
           05  C-DONE             PIC X           VALUE   "N".
           05  C-CHOICE           PIC X.
           05  C-CONFIRM          PIC X.
           05  C-VALID-ENTRY      PIC X           VALUE   "N".
           05  C-SLSP-ID-IN       PIC X(5).
           05  C-PERIOD-IN        PIC 9(6)        VALUE   ZEROES.
           05  C-TO-PERIOD-IN     PIC 9(6)        VALUE   ZEROES.
           05  C-UNIT-QUOTA-IN    PIC 9(3)        VALUE   ZEROES.
           05  C-DOLLAR-QUOTA-IN  PIC 9(8)V99     VALUE   ZEROES.
           05  C-FOUND-IDX        PIC 9(4)        VALUE   ZEROES.
           05  C-FOUND-CTR        PIC 9(4)        VALUE   ZEROES.
           05  C-COPIED-CTR       PIC 9(4)        VALUE   ZEROES.
           05  C-SKIPPED-CTR      PIC 9(4)        VALUE   ZEROES.
           05  C-COPY-LIMIT       PIC 9(4)        VALUE   ZEROES.
      *        QUOTA TABLE SUPPORT.
           05  C-QUOT-COUNT       PIC 9(4)        VALUE   ZEROES.
           05  C-QUOT-IDX         PIC 9(4)        VALUE   ZEROES.
           05  C-SRCH-IDX         PIC 9(4)        VALUE   ZEROES.
      *        SALESPERSON ROSTER SUPPORT (SEE 9970-LOAD-ROSTER AND
      *    9600-FIND-SALESPERSON).
           05  C-SLSP-COUNT       PIC 99          VALUE   ZEROES.
           05  C-SLSP-IDX         PIC 99          VALUE   ZEROES.
           05  C-SLSP-FOUND-IDX   PIC 99          VALUE   ZEROES.
           05  C-SAVE-SLSP-ID     PIC X(5).
           05  C-SAVE-PERIOD      PIC 9(6)        VALUE   ZEROES.
           05  C-O-DOLLARS        PIC Z(7)9.99.

      *        THE WHOLE QUOTA FILE. 1200 IS FIFTY SALESPEOPLE (THE
      *    ROSTER TABLE'S LIMIT) FOR TWO YEARS.
       01 QUOTA-TABLE.
           05  QT-ENTRY            OCCURS 1200 TIMES.
               10  QTT-SLSP-ID     PIC X(5).
               10  QTT-PERIOD      PIC 9(6).
               10  QTT-UNIT-QUOTA  PIC 9(3).
               10  QTT-DOLLAR-QUOTA
                                   PIC 9(8)V99.

       01 SALESPERSON-TABLE.
           05  SLSP-T-ENTRY        OCCURS 50 TIMES.
               10  SLSP-T-ID       PIC X(5).
               10  SLSP-T-NAME     PIC X(20).
               10  SLSP-T-ACTIVE   PIC X.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MENU-LOOP
               UNTIL C-DONE = "Y".
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 9970-LOAD-ROSTER.
           PERFORM 9950-LOAD-QUOTAS.

           IF C-SLSP-COUNT IS = ZEROES
               DISPLAY "CBLSLSP1.DAT IS EMPTY OR MISSING -- NO "
                   "QUOTAS CAN BE SET."
           END-IF.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "=== SALESPERSON QUOTA MAINTENANCE ===".
           DISPLAY "  L - LIST QUOTAS FOR A MONTH".
           DISPLAY "  A - ADD OR CHANGE A QUOTA".
           DISPLAY "  D - DELETE A QUOTA".
           DISPLAY "  C - COPY ONE MONTH'S QUOTAS TO ANOTHER MONTH".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT C-CHOICE.

           EVALUATE C-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 7000-LIST-QUOTAS
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-ADD-CHANGE-QUOTA
               WHEN "D"
               WHEN "d"
                   PERFORM 5000-DELETE-QUOTA
               WHEN "C"
               WHEN "c"
                   PERFORM 6000-COPY-MONTH
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO C-DONE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, TRY AGAIN."
           END-EVALUATE.

       3000-CLOSING.
           IF C-CHANGED IS = "Y"
               PERFORM 9960-SAVE-QUOTAS
           END-IF.

      *        AN EXISTING QUOTA SHOWS ITS CURRENT FIGURES AND IS
      *    REPLACED; A NEW ONE IS ADDED TO THE END OF THE TABLE.
       4000-ADD-CHANGE-QUOTA.
           DISPLAY "--- ADD OR CHANGE A QUOTA ---".
           PERFORM 9100-ASK-SALESPERSON.
           IF C-SLSP-FOUND-IDX IS > ZEROES
               IF SLSP-T-ACTIVE(C-SLSP-FOUND-IDX) IS NOT = "Y"
                   DISPLAY SLSP-T-NAME(C-SLSP-FOUND-IDX)
                       " IS TERMINATED -- NO QUOTA SET."
               ELSE
                   PERFORM 9200-ASK-PERIOD
                   PERFORM 9500-FIND-QUOTA
                   IF C-FOUND-IDX IS > ZEROES
                       MOVE QTT-DOLLAR-QUOTA(C-FOUND-IDX)
                           TO C-O-DOLLARS
                       DISPLAY "CURRENT QUOTA: "
                           QTT-UNIT-QUOTA(C-FOUND-IDX) " UNITS  "
                           C-O-DOLLARS " DOLLARS"
                   ELSE
                       IF C-QUOT-COUNT IS = 1200
                           DISPLAY "QUOTA TABLE IS FULL -- DELETE "
                               "OLD MONTHS FIRST."
                       END-IF
                   END-IF
                   IF C-FOUND-IDX IS > ZEROES OR C-QUOT-COUNT < 1200
                       PERFORM 9300-ASK-QUOTA-FIGURES
                       IF C-FOUND-IDX IS = ZEROES
                           ADD 1 TO C-QUOT-COUNT
                           MOVE C-QUOT-COUNT TO C-FOUND-IDX
                           MOVE C-SLSP-ID-IN
                               TO QTT-SLSP-ID(C-FOUND-IDX)
                           MOVE C-PERIOD-IN
                               TO QTT-PERIOD(C-FOUND-IDX)
                       END-IF
                       MOVE C-UNIT-QUOTA-IN
                           TO QTT-UNIT-QUOTA(C-FOUND-IDX)
                       MOVE C-DOLLAR-QUOTA-IN
                           TO QTT-DOLLAR-QUOTA(C-FOUND-IDX)
                       MOVE "Y" TO C-CHANGED
                       DISPLAY "QUOTA SAVED."
                   END-IF
               END-IF
           END-IF.

      *        A TERMINATED SALESPERSON'S OLD QUOTAS CAN STILL BE
      *    DELETED. LATER ENTRIES SLIDE UP TO CLOSE THE GAP.
       5000-DELETE-QUOTA.
           DISPLAY "--- DELETE A QUOTA ---".
           DISPLAY "SALESPERSON ID: " WITH NO ADVANCING.
           ACCEPT C-SLSP-ID-IN.
           MOVE FUNCTION UPPER-CASE(C-SLSP-ID-IN) TO C-SLSP-ID-IN.
           PERFORM 9200-ASK-PERIOD.
           PERFORM 9500-FIND-QUOTA.

           IF C-FOUND-IDX IS = ZEROES
               DISPLAY "NO QUOTA ON FILE FOR " C-SLSP-ID-IN
                   " IN " C-PERIOD-IN "."
           ELSE
               MOVE QTT-DOLLAR-QUOTA(C-FOUND-IDX) TO C-O-DOLLARS
               DISPLAY "QUOTA: " QTT-UNIT-QUOTA(C-FOUND-IDX)
                   " UNITS  " C-O-DOLLARS " DOLLARS"
               DISPLAY "DELETE THIS QUOTA (Y/N): " WITH NO ADVANCING
               ACCEPT C-CONFIRM
               MOVE FUNCTION UPPER-CASE(C-CONFIRM) TO C-CONFIRM
               IF C-CONFIRM IS = "Y"
                   PERFORM VARYING C-QUOT-IDX FROM C-FOUND-IDX BY 1
                           UNTIL C-QUOT-IDX >= C-QUOT-COUNT
                       MOVE QT-ENTRY(C-QUOT-IDX + 1)
                           TO QT-ENTRY(C-QUOT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM C-QUOT-COUNT
                   MOVE "Y" TO C-CHANGED
                   DISPLAY "QUOTA DELETED."
               ELSE
                   DISPLAY "NOTHING DELETED."
               END-IF
           END-IF.

      *        EVERY QUOTA IN THE FROM-MONTH FOR A SALESPERSON WHO IS
      *    STILL ACTIVE IS COPIED TO THE TO-MONTH, UNLESS THAT
      *    SALESPERSON ALREADY HAS A QUOTA THERE -- A COPY NEVER
      *    OVERWRITES ONE ALREADY KEYED.
       6000-COPY-MONTH.
           DISPLAY "--- COPY A MONTH'S QUOTAS ---".
           DISPLAY "COPY FROM:".
           PERFORM 9200-ASK-PERIOD.
           MOVE C-PERIOD-IN TO C-SAVE-PERIOD.
           DISPLAY "COPY TO:".
           PERFORM 9200-ASK-PERIOD.
           MOVE C-PERIOD-IN TO C-TO-PERIOD-IN.

           MOVE ZEROES TO C-COPIED-CTR.
           MOVE ZEROES TO C-SKIPPED-CTR.
           IF C-TO-PERIOD-IN IS = C-SAVE-PERIOD
               DISPLAY "FROM AND TO MONTHS ARE THE SAME -- NOTHING "
                   "COPIED."
           ELSE
      *        ONLY THE ENTRIES ON FILE BEFORE THE COPY STARTED ARE
      *    LOOKED AT, SO NEW ONES AREN'T COPIED AGAIN.
               MOVE C-QUOT-COUNT TO C-COPY-LIMIT
               PERFORM VARYING C-QUOT-IDX FROM 1 BY 1
                       UNTIL C-QUOT-IDX > C-COPY-LIMIT
                   IF QTT-PERIOD(C-QUOT-IDX) IS = C-SAVE-PERIOD
                       PERFORM 6100-COPY-ONE-QUOTA
                   END-IF
               END-PERFORM
               DISPLAY C-COPIED-CTR " QUOTA(S) COPIED, "
                   C-SKIPPED-CTR " SKIPPED (ALREADY SET, TERMINATED, "
                   "OR TABLE FULL)."
           END-IF.

       6100-COPY-ONE-QUOTA.
           MOVE QTT-SLSP-ID(C-QUOT-IDX) TO C-SLSP-ID-IN.
           PERFORM 9600-FIND-SALESPERSON.
           MOVE C-TO-PERIOD-IN TO C-PERIOD-IN.
           PERFORM 9500-FIND-QUOTA.

           IF C-FOUND-IDX IS > ZEROES OR C-QUOT-COUNT IS = 1200
                   OR C-SLSP-FOUND-IDX IS = ZEROES
               ADD 1 TO C-SKIPPED-CTR
           ELSE
               IF SLSP-T-ACTIVE(C-SLSP-FOUND-IDX) IS NOT = "Y"
                   ADD 1 TO C-SKIPPED-CTR
               ELSE
                   ADD 1 TO C-QUOT-COUNT
                   MOVE QT-ENTRY(C-QUOT-IDX) TO QT-ENTRY(C-QUOT-COUNT)
                   MOVE C-TO-PERIOD-IN TO QTT-PERIOD(C-QUOT-COUNT)
                   ADD 1 TO C-COPIED-CTR
                   MOVE "Y" TO C-CHANGED
               END-IF
           END-IF.

       7000-LIST-QUOTAS.
           DISPLAY "--- QUOTAS FOR A MONTH ---".
           PERFORM 9200-ASK-PERIOD.
           MOVE ZEROES TO C-FOUND-CTR.
           PERFORM VARYING C-QUOT-IDX FROM 1 BY 1
                   UNTIL C-QUOT-IDX > C-QUOT-COUNT
               IF QTT-PERIOD(C-QUOT-IDX) IS = C-PERIOD-IN
                   ADD 1 TO C-FOUND-CTR
                   MOVE QTT-SLSP-ID(C-QUOT-IDX) TO C-SLSP-ID-IN
                   PERFORM 9600-FIND-SALESPERSON
                   MOVE QTT-DOLLAR-QUOTA(C-QUOT-IDX) TO C-O-DOLLARS
                   IF C-SLSP-FOUND-IDX IS > ZEROES
                       DISPLAY QTT-SLSP-ID(C-QUOT-IDX) "  "
                           SLSP-T-NAME(C-SLSP-FOUND-IDX) "  "
                           QTT-UNIT-QUOTA(C-QUOT-IDX) " UNITS  "
                           C-O-DOLLARS " DOLLARS"
                   ELSE
                       DISPLAY QTT-SLSP-ID(C-QUOT-IDX) "  "
                           "(NOT ON ROSTER)     " "  "
                           QTT-UNIT-QUOTA(C-QUOT-IDX) " UNITS  "
                           C-O-DOLLARS " DOLLARS"
                   END-IF
               END-IF
           END-PERFORM.
           IF C-FOUND-CTR IS = ZEROES
               DISPLAY "NO QUOTAS ON FILE FOR " C-PERIOD-IN "."
           END-IF.

      *        LEAVES THE ROSTER SUBSCRIPT IN C-SLSP-FOUND-IDX, ZERO IF
      *    THE ID ISN'T ON CBLSLSP1.DAT.
       9100-ASK-SALESPERSON.
           DISPLAY "SALESPERSON ID: " WITH NO ADVANCING.
           ACCEPT C-SLSP-ID-IN.
           MOVE FUNCTION UPPER-CASE(C-SLSP-ID-IN) TO C-SLSP-ID-IN.
           PERFORM 9600-FIND-SALESPERSON.
           IF C-SLSP-FOUND-IDX IS = ZEROES
               DISPLAY C-SLSP-ID-IN " IS NOT ON CBLSLSP1.DAT."
           ELSE
               DISPLAY "SALESPERSON: " SLSP-T-NAME(C-SLSP-FOUND-IDX)
           END-IF.

       9200-ASK-PERIOD.
           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "MONTH (YYYYMM): " WITH NO ADVANCING
               ACCEPT C-PERIOD-IN
               IF C-PERIOD-IN(5:2) < "01" OR C-PERIOD-IN(5:2) > "12"
                       OR C-PERIOD-IN(1:4) < "2000"
                   DISPLAY "NOT A VALID MONTH -- RE-ENTER."
               ELSE
                   MOVE "Y" TO C-VALID-ENTRY
               END-IF
           END-PERFORM.

      *        A QUOTA OF ZERO IN EITHER FIGURE MEANS NO TARGET ON
      *    THAT MEASURE; CBLCJS30 PRINTS N/A FOR IT. BOTH ZERO IS NO
      *    QUOTA AT ALL, SO AT LEAST ONE MUST BE SET.
       9300-ASK-QUOTA-FIGURES.
           MOVE "N" TO C-VALID-ENTRY.
           PERFORM UNTIL C-VALID-ENTRY = "Y"
               DISPLAY "UNIT QUOTA: " WITH NO ADVANCING
               ACCEPT C-UNIT-QUOTA-IN
               DISPLAY "DOLLAR QUOTA (E.G. 250000.00): "
                   WITH NO ADVANCING
               ACCEPT C-DOLLAR-QUOTA-IN
               IF C-UNIT-QUOTA-IN IS = ZEROES AND
                       C-DOLLAR-QUOTA-IN IS = ZEROES
                   DISPLAY "ENTER A UNIT QUOTA, A DOLLAR QUOTA, OR "
                       "BOTH."
               ELSE
                   MOVE "Y" TO C-VALID-ENTRY
               END-IF
           END-PERFORM.

      *        LEAVES THE TABLE SUBSCRIPT OF C-SLSP-ID-IN'S QUOTA FOR
      *    C-PERIOD-IN IN C-FOUND-IDX, ZERO IF THERE ISN'T ONE. IT
      *    SEARCHES WITH ITS OWN SUBSCRIPT SO 6000-COPY-MONTH CAN CALL
      *    IT FROM INSIDE ITS WALK OF THE TABLE.
       9500-FIND-QUOTA.
           MOVE ZEROES TO C-FOUND-IDX.
           PERFORM VARYING C-SRCH-IDX FROM 1 BY 1
                   UNTIL C-SRCH-IDX > C-QUOT-COUNT
                       OR C-FOUND-IDX > ZEROES
               IF QTT-SLSP-ID(C-SRCH-IDX) IS = C-SLSP-ID-IN AND
                       QTT-PERIOD(C-SRCH-IDX) IS = C-PERIOD-IN
                   MOVE C-SRCH-IDX TO C-FOUND-IDX
               END-IF
           END-PERFORM.

      *        LEAVES THE ROSTER SUBSCRIPT OF C-SLSP-ID-IN IN
      *    C-SLSP-FOUND-IDX, ZERO IF IT ISN'T ON THE ROSTER.
       9600-FIND-SALESPERSON.
           MOVE ZEROES TO C-SLSP-FOUND-IDX.
           PERFORM VARYING C-SLSP-IDX FROM 1 BY 1
                   UNTIL C-SLSP-IDX > C-SLSP-COUNT
                       OR C-SLSP-FOUND-IDX > ZEROES
               IF SLSP-T-ID(C-SLSP-IDX) IS = C-SLSP-ID-IN
                   MOVE C-SLSP-IDX TO C-SLSP-FOUND-IDX
               END-IF
           END-PERFORM.

      *        NO QUOTA FILE YET IS AN EMPTY TABLE -- THE FILE IS
      *    CREATED AT THE FIRST SAVE. A FILE WITH MORE QUOTAS THAN THE
      *    TABLE HOLDS IS TREATED LIKE ONE THAT COULDN'T BE READ: THE
      *    REWRITE AT EXIT WOULD DROP EVERYTHING PAST THE LIMIT, SO
      *    NOTHING IS SAVED AND THE RUN FAILS.
       9950-LOAD-QUOTAS.
           OPEN INPUT QUOTA-FILE.

           EVALUATE C-QUOT-STATUS
               WHEN "00"
                   PERFORM UNTIL C-QUOT-EOF IS = "Y"
                           OR C-QUOT-COUNT IS = 1200
                       READ QUOTA-FILE
                           AT END
                               MOVE "Y" TO C-QUOT-EOF
                           NOT AT END
                               ADD 1 TO C-QUOT-COUNT
                               MOVE QUOTA-REC
                                   TO QT-ENTRY(C-QUOT-COUNT)
                       END-READ
                   END-PERFORM
                   IF C-QUOT-EOF IS NOT = "Y"
                       READ QUOTA-FILE
                           AT END
                               MOVE "Y" TO C-QUOT-EOF
                       END-READ
                   END-IF
                   CLOSE QUOTA-FILE
                   IF C-QUOT-EOF IS NOT = "Y"
                       DISPLAY "CBLQUOT1.DAT HOLDS MORE THAN 1200 "
                           "QUOTAS -- DELETE OLD MONTHS BY HAND. "
                           "CHANGES WILL NOT BE SAVED."
                       MOVE "N" TO C-QUOT-AVAILABLE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CBLQUOT1.DAT COULD NOT BE OPENED, STATUS: "
                       C-QUOT-STATUS " -- CHANGES WILL NOT BE SAVED."
                   MOVE "N" TO C-QUOT-AVAILABLE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *        SAME WHOLE-FILE REWRITE CBLCJS04'S 9960-SAVE-BOAT-MASTER
      *    DOES -- SKIPPED IF THE FILE NEVER LOADED CLEANLY.
       9960-SAVE-QUOTAS.
           IF C-QUOT-AVAILABLE IS = "Y"
               OPEN OUTPUT QUOTA-FILE
               PERFORM VARYING C-QUOT-IDX FROM 1 BY 1
                       UNTIL C-QUOT-IDX > C-QUOT-COUNT
                   MOVE QT-ENTRY(C-QUOT-IDX) TO QUOTA-REC
                   WRITE QUOTA-REC
               END-PERFORM
               CLOSE QUOTA-FILE
               DISPLAY C-QUOT-COUNT " QUOTA(S) SAVED TO CBLQUOT1.DAT."
           END-IF.

      *        LOADS THE WHOLE ROSTER ONCE AT STARTUP, SAME PATTERN AS
      *    CBLCJS03'S ROSTER LOAD.
       9970-LOAD-ROSTER.
           OPEN INPUT SALESPERSON-FILE.

           IF C-SLSP-STATUS IS = "00"
               PERFORM UNTIL C-SLSP-EOF IS = "Y"
                       OR C-SLSP-COUNT IS = 50
                   READ SALESPERSON-FILE
                       AT END
                           MOVE "Y" TO C-SLSP-EOF
                       NOT AT END
                           ADD 1 TO C-SLSP-COUNT
                           MOVE SLSP-ID
                               TO SLSP-T-ID(C-SLSP-COUNT)
                           MOVE SLSP-NAME
                               TO SLSP-T-NAME(C-SLSP-COUNT)
                           MOVE SLSP-ACTIVE
                               TO SLSP-T-ACTIVE(C-SLSP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SALESPERSON-FILE
           END-IF.
