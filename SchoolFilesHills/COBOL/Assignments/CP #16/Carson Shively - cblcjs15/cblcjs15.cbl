      * MID-FLIGHT) -- AND AN ABNORMAL DAY SETS RETURN-CODE 8, SO THE
      * ONE PAGE SAYS WHETHER THE NIGHT RAN CLEAN BEFORE ANYONE TOUCHES
      * THE REPORTS. THE DAY TO REPORT IS AN OPTIONAL YYYYMMDD PARM
      * (SEE 9900-GET-PARM); A BLANK PARM REPORTS TODAY. CBLCJS31'S
      * RUN-CONTROL ROWS CARRY THE BUSINESS DATE THEY ACTED ON IN
      * PLACE OF RECORD COUNTS, SO FOR THAT PROGRAM THE COUNTS ARE LEFT
      * BLANK AND THE BUSINESS DATE PRINTS IN THE NOTE COLUMN -- A
      * REFUSED DATE CARRIES RC 8 AND IS FLAGGED LIKE ANY FAILURE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  RL-EVENT            PIC X(5).
           05  RL-DATE             PIC 9(8).
           05  RL-TIME             PIC X(6).
           05  RL-COUNTS.
               10  RL-RECS-READ    PIC 9(6).
               10  RL-RECS-EXCL    PIC 9(6).
      *        CBLCJS31'S VIEW OF THE SAME TWELVE BYTES.
           05  RL-BUS-DATE-VIEW    REDEFINES RL-COUNTS.
               10  RL-BUS-DATE     PIC 9(8).
               10  RL-BUS-FILLER   PIC 9(4).
           05  RL-RETURN-CODE      PIC 9(2).
           05  RL-RESTART          PIC X.

               10  EVT-RETURN-CODE PIC 9(2).
               10  EVT-RESTART     PIC X.
               10  EVT-FLAG        PIC X(14).
               10  EVT-BUS-DATE    PIC 9(8).

       01  BUS-DATE-NOTE.
           05  FILLER              PIC X(9)    VALUE   "BUS DATE ".
           05  O-NOTE-YEAR         PIC 9(4).
           05  FILLER              PIC X       VALUE   "-".
           05  O-NOTE-MONTH        PIC 99.
           05  FILLER              PIC X       VALUE   "-".
           05  O-NOTE-DAY          PIC 99.

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE   "DATE: ".
           05  FILLER              PIC X(7)    VALUE   "RESTART".
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "FLAG".
           05  FILLER              PIC X(14)   VALUE   SPACES.
           05  FILLER              PIC X(4)    VALUE   "NOTE".
           05  FILLER              PIC X(42)   VALUE   SPACES.

       01  DETAIL-LINE.
           05  O-PROGRAM           PIC X(8).
           05  FILLER              PIC X       VALUE   ":".
           05  O-TIME-SS           PIC XX.
           05  FILLER              PIC X(3)    VALUE   SPACES.
           05  O-COUNTS.
               10  O-RECS-READ     PIC ZZZ,ZZ9.
               10  FILLER          PIC X(4)    VALUE   SPACES.
               10  O-RECS-EXCL     PIC ZZZ,ZZ9.
           05  O-COUNTS-X          REDEFINES O-COUNTS
                                   PIC X(18).
           05  FILLER              PIC X(5)    VALUE   SPACES.
           05  O-RETURN-CODE       PIC Z9.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  O-RESTART           PIC X.
           05  FILLER              PIC X(7)    VALUE   SPACES.
           05  O-FLAG              PIC X(14).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  O-NOTE              PIC X(19).
           05  FILLER              PIC X(27)   VALUE   SPACES.

       01 BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE   SPACES.
               MOVE RL-RETURN-CODE TO EVT-RETURN-CODE(C-EVT-COUNT)
               MOVE RL-RESTART     TO EVT-RESTART(C-EVT-COUNT)
               MOVE SPACES         TO EVT-FLAG(C-EVT-COUNT)
               IF RL-PROGRAM-ID IS = "CBLCJS31"
                   MOVE RL-BUS-DATE TO EVT-BUS-DATE(C-EVT-COUNT)
               ELSE
                   MOVE ZEROES TO EVT-BUS-DATE(C-EVT-COUNT)
               END-IF
           END-IF.

       3000-CLOSING.
               MOVE EVT-RETURN-CODE(C-EVT-IDX) TO O-RETURN-CODE
               MOVE EVT-RESTART(C-EVT-IDX)     TO O-RESTART
               MOVE EVT-FLAG(C-EVT-IDX)        TO O-FLAG
               MOVE SPACES                     TO O-NOTE
               IF EVT-PROGRAM(C-EVT-IDX) IS = "CBLCJS31"
                   MOVE SPACES TO O-COUNTS-X
                   IF EVT-BUS-DATE(C-EVT-IDX) IS NOT = ZEROES
                       MOVE EVT-BUS-DATE(C-EVT-IDX)(1:4) TO O-NOTE-YEAR
                       MOVE EVT-BUS-DATE(C-EVT-IDX)(5:2) TO O-NOTE-MONTH
                       MOVE EVT-BUS-DATE(C-EVT-IDX)(7:2) TO O-NOTE-DAY
                       MOVE BUS-DATE-NOTE TO O-NOTE
                   END-IF
               END-IF
               WRITE PRTLINE
                   FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINES
