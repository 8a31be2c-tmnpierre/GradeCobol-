      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conseil.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTROL
               ASSIGN TO 'conseil.ctl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-RESULTS
               ASSIGN TO 'results.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS F-RESULTS-STATUS.

           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

           SELECT F-ABSENCE
               ASSIGN TO 'absence.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSENCE-STATUS.

           SELECT F-PACK
               ASSIGN TO 'conseil.prt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PACK-STATUS.

           SELECT F-DECIN
               ASSIGN TO 'conseil.dec'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECIN-STATUS.

           SELECT F-DECISION
               ASSIGN TO 'decision.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEC-KEY
               FILE STATUS IS F-DECISION-STATUS.

           SELECT F-ENROL
               ASSIGN TO 'enrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS F-ENROL-STATUS.

           SELECT F-FEED
               ASSIGN TO 'conseil.fed'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FEED-STATUS.

           SELECT F-LIST
               ASSIGN TO 'teachmrg.lst'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LIST-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'conseil.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * P prints the preparation pack before the meeting, D takes
      * the decisions keyed afterwards. A blank class means every
      * class of the term.
       FD  F-CONTROL
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONTROL.
           03 R-CTL-MODE         PIC X(01).
           03 R-CTL-TERM         PIC X(10).
           03 R-CTL-YEAR         PIC X(09).
           03 R-CTL-CLASS        PIC X(10).

       FD  F-RESULTS
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESULTS.
           03 RES-KEY.
               05 RES-K-STUDENT  PIC 9(04).
               05 RES-K-TERM     PIC X(10).
               05 RES-K-CLASS    PIC X(10).
           03 RES-FULLNAME       PIC X(40).
           03 RES-AVERAGE        PIC 9(3)V99.
           03 RES-RANK           PIC 9(04).
           03 RES-MENTION        PIC X(15).
           03 RES-DECISION       PIC X(60).
           03 RES-COURSE-CNT     PIC 9(02).
           03 RES-COURSE OCCURS 20 TIMES.
               05 RES-C-LABEL    PIC X(25).
               05 RES-C-GRADE    PIC X(05).
           03 FILLER             PIC X(24).

       FD  F-HISTORY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HISTORY       PIC X(100).

       FD  F-ABSENCE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSENCE       PIC X(120).

       FD  F-PACK
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PACK          PIC X(132).

      * One line per student as keyed by the secretariat after the
      * meeting: the decision code and an optional free comment.
       FD  F-DECIN
           RECORD CONTAINS 77 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-DECIN.
           03 R-D-CLASS          PIC X(10).
           03 R-D-KEY            PIC 9(04).
           03 R-D-CODE           PIC X(03).
           03 R-D-COMMENT        PIC X(60).

      * The coded decisions, keyed like results.dat so the programs
      * reading results can find the decision of any record.
       FD  F-DECISION
           RECORD CONTAINS 95 CHARACTERS.
       01  REC-F-DECISION.
           03 DEC-KEY.
               05 DEC-K-STUDENT  PIC 9(04).
               05 DEC-K-TERM     PIC X(10).
               05 DEC-K-CLASS    PIC X(10).
           03 DEC-CODE           PIC X(03).
           03 DEC-TEXT           PIC X(60).
           03 DEC-DATE           PIC 9(08).

       FD  F-ENROL
           RECORD CONTAINS 50 CHARACTERS.
       01  REC-F-ENROL.
           03 ENR-KEY.
               05 ENR-K-YEAR     PIC X(09).
               05 ENR-K-CLASS    PIC X(10).
               05 ENR-K-STUDENT  PIC 9(04).
           03 ENR-START          PIC 9(08).
           03 ENR-END            PIC 9(08).
           03 ENR-STATUS         PIC X(01).
           03 ENR-ORIGIN         PIC X(10).

      * A teacher feed for teachmrg: a header per class with no
      * course label, so that the appreciation lines under it are
      * taken by promo as the conseil decision.
       FD  F-FEED
           RECORD CONTAINS 2 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-FEED-HEADER.
           03 R-FH-TYPE          PIC X(02).
           03 R-FH-CLASS         PIC X(10).
           03 R-FH-TEACHER       PIC X(30).
           03 R-FH-LABEL         PIC X(21).
           03 R-FH-COEF          PIC X(03).

       01  REC-FEED-APPR.
           03 R-FA-TYPE          PIC X(02).
           03 R-FA-KEY           PIC 9(04).
           03 R-FA-COMMENT       PIC X(60).

       FD  F-LIST
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LIST          PIC X(40).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK  VALUE '00'.

       01  F-RESULTS-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESULTS-STATUS-OK  VALUE '00'.
           88 F-RESULTS-STATUS-EOF VALUE '10'.

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-ABSENCE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ABSENCE-STATUS-OK  VALUE '00'.
           88 F-ABSENCE-STATUS-EOF VALUE '10'.

       01  F-PACK-STATUS       PIC X(02) VALUE SPACE.
           88 F-PACK-STATUS-OK     VALUE '00'.

       01  F-DECIN-STATUS      PIC X(02) VALUE SPACE.
           88 F-DECIN-STATUS-OK    VALUE '00'.
           88 F-DECIN-STATUS-EOF   VALUE '10'.

       01  F-DECISION-STATUS   PIC X(02) VALUE SPACE.
           88 F-DECISION-STATUS-OK  VALUE '00'.
           88 F-DECISION-NOT-FOUND  VALUE '35'.

       01  F-ENROL-STATUS      PIC X(02) VALUE SPACE.
           88 F-ENROL-STATUS-OK    VALUE '00'.

       01  F-FEED-STATUS       PIC X(02) VALUE SPACE.
           88 F-FEED-STATUS-OK     VALUE '00'.

       01  F-LIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-LIST-STATUS-OK     VALUE '00'.
           88 F-LIST-STATUS-EOF    VALUE '10'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-CTL-MODE         PIC X(01) VALUE SPACE.
           88  WS-MODE-PACK            VALUE 'P'.
           88  WS-MODE-DECISION        VALUE 'D'.
       01  WS-CTL-TERM         PIC X(10) VALUE SPACES.
       01  WS-CTL-YEAR         PIC X(09) VALUE SPACES.
       01  WS-CTL-CLASS        PIC X(10) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
           88  WS-NOT-FOUND            VALUE 'N'.

       01  WS-ENROL-AVAIL-FLAG PIC X VALUE 'N'.
           88  WS-ENROL-AVAILABLE      VALUE 'Y'.
           88  WS-ENROL-UNAVAILABLE    VALUE 'N'.

      * History and absence lines, split on the ';' separator.
       01  WS-H-DATE           PIC X(08) VALUE SPACES.
       01  WS-H-CLASS          PIC X(10) VALUE SPACES.
       01  WS-H-TERM           PIC X(10) VALUE SPACES.
       01  WS-H-KEY            PIC X(04) VALUE SPACES.
       01  WS-H-NAME           PIC X(40) VALUE SPACES.
       01  WS-H-AVG            PIC X(06) VALUE SPACES.

       01  WS-A-CLASS          PIC X(10) VALUE SPACES.
       01  WS-A-TERM           PIC X(10) VALUE SPACES.
       01  WS-A-KEY            PIC X(04) VALUE SPACES.
       01  WS-A-NAME           PIC X(40) VALUE SPACES.
       01  WS-A-LABEL          PIC X(25) VALUE SPACES.
       01  WS-A-CODE           PIC X(04) VALUE SPACES.

      * Students of the term, sorted by class and rank for the pack.
       01  DATA-CSTU.
           03 CSTU-LGTH        PIC 9(04) VALUE 1.
           03 CSTU-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CSTU-LGTH
                   INDEXED BY IDX-CSTU IDX-CSTU-2.
               05 CS-SORT.
                   07 CS-CLASS       PIC X(10).
                   07 CS-RANK        PIC 9(04).
                   07 CS-KEY         PIC 9(04).
               05 CS-NAME        PIC X(40).
               05 CS-AVG         PIC 9(3)V99.
               05 CS-MENTION     PIC X(15).
               05 CS-PREV        PIC 9(3)V99.
               05 CS-HAVE-PREV   PIC X(01).
               05 CS-ABS         PIC 9(02).

       01  WS-SWAP-CSTU        PIC X(86).

      * Decisions accepted in this run, by class and key.
       01  DATA-DEC.
           03 DEC-LGTH         PIC 9(04) VALUE 1.
           03 DEC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DEC-LGTH
                   INDEXED BY IDX-DEC IDX-DEC-2.
               05 DC-SORT.
                   07 DC-CLASS       PIC X(10).
                   07 DC-KEY         PIC 9(04).
               05 DC-CODE        PIC X(03).
               05 DC-TEXT        PIC X(60).

       01  WS-SWAP-DEC         PIC X(77).

       01  WS-CUR-CLASS        PIC X(10) VALUE SPACES.
       01  WS-DEC-TEXT         PIC X(60) VALUE SPACES.
       01  WS-DEC-LABEL        PIC X(30) VALUE SPACES.
       01  WS-PROPOSAL         PIC X(15) VALUE SPACES.
       01  WS-RESULT           PIC X(30) VALUE SPACES.
       01  WS-DELTA            PIC S9(3)V99 VALUE ZERO.
       01  WS-AVG-NUM          PIC 9(3)V99 VALUE ZERO.
       01  WS-KEY-NUM          PIC 9(04) VALUE ZERO.

       01  WS-STUDENT-COUNT    PIC 9(04) VALUE ZERO.
       01  WS-CLASS-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-ACCEPT-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-MISSING-COUNT    PIC 9(04) VALUE ZERO.

       01  WS-PNT-AVG          PIC Z9,99.
       01  WS-PNT-DELTA        PIC +Z9,99.
       01  WS-PNT-RANK         PIC ZZZ9.
       01  WS-PNT-ABS          PIC Z9.
       01  WS-PNT-NBR          PIC ZZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 7000-SETUP-START THRU 7000-SETUP-END.
           EVALUATE TRUE
               WHEN WS-CTL-TERM = SPACES
                   DISPLAY 'NO TERM - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MODE-PACK
                   PERFORM 7100-PACK-START THRU 7100-PACK-END
               WHEN WS-MODE-DECISION
                   PERFORM 7200-DECISION-START THRU 7200-DECISION-END
               WHEN OTHER
                   DISPLAY 'UNKNOWN MODE - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       7000-SETUP-START.
           OPEN INPUT F-CONTROL.
           IF NOT F-CONTROL-STATUS-OK
               DISPLAY 'ERROR CONTROL FILE'
               GO TO 7000-SETUP-END
           END-IF.
           READ F-CONTROL
               NOT AT END
                   MOVE R-CTL-MODE  TO WS-CTL-MODE
                   MOVE R-CTL-TERM  TO WS-CTL-TERM
                   MOVE R-CTL-YEAR  TO WS-CTL-YEAR
                   MOVE R-CTL-CLASS TO WS-CTL-CLASS
           END-READ.
           CLOSE F-CONTROL.
       7000-SETUP-END.
      ******************************************************************
      * The pack: every student of the term with the figures the
      * council looks at, a proposal, and room to write the
      * decision taken.
      ******************************************************************
       7100-PACK-START.
           PERFORM 7110-LOAD-RESULTS-START
               THRU 7110-LOAD-RESULTS-END.
           IF RETURN-CODE NOT = ZERO
               GO TO 7100-PACK-END
           END-IF.
           PERFORM 7120-LOAD-HISTORY-START
               THRU 7120-LOAD-HISTORY-END.
           PERFORM 7130-LOAD-ABSENCE-START
               THRU 7130-LOAD-ABSENCE-END.
           PERFORM 7140-SORT-START THRU 7140-SORT-END.

           OPEN OUTPUT F-PACK.
           IF NOT F-PACK-STATUS-OK
               DISPLAY 'ERROR PACK FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7100-PACK-END
           END-IF.

           MOVE SPACES TO WS-CUR-CLASS.
           PERFORM VARYING IDX-CSTU FROM 1 BY 1
                   UNTIL IDX-CSTU > CSTU-LGTH - 1
               IF CS-CLASS(IDX-CSTU) NOT = WS-CUR-CLASS
                   MOVE CS-CLASS(IDX-CSTU) TO WS-CUR-CLASS
                   ADD 1 TO WS-CLASS-COUNT
                   PERFORM 9010-PACK-HEADER-START
                       THRU 9010-PACK-HEADER-END
               END-IF
               PERFORM 9020-PACK-LINE-START THRU 9020-PACK-LINE-END
           END-PERFORM.

           INITIALIZE REC-F-PACK.
           MOVE ALL '*' TO REC-F-PACK(1:132).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           MOVE 'CLASSES' TO REC-F-PACK(1:12).
           MOVE WS-CLASS-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-PACK(14:4).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           MOVE 'ELEVES' TO REC-F-PACK(1:12).
           MOVE WS-STUDENT-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-PACK(14:4).
           WRITE REC-F-PACK.

           CLOSE F-PACK.
       7100-PACK-END.
      ******************************************************************
       7110-LOAD-RESULTS-START.
           OPEN INPUT F-RESULTS.
           IF NOT F-RESULTS-STATUS-OK
               DISPLAY 'ERROR RESULTS FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7110-LOAD-RESULTS-END
           END-IF.

           MOVE LOW-VALUES TO RES-KEY.
           START F-RESULTS KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
                   GO TO 7110-LOAD-RESULTS-CLOSE
           END-START.

           PERFORM UNTIL F-RESULTS-STATUS-EOF
               READ F-RESULTS NEXT RECORD
                   AT END
                       GO TO 7110-LOAD-RESULTS-CLOSE
               END-READ
               IF RES-K-TERM = WS-CTL-TERM
                       AND (WS-CTL-CLASS = SPACES
                            OR RES-K-CLASS = WS-CTL-CLASS)
                   MOVE RES-K-CLASS   TO CS-CLASS(CSTU-LGTH)
                   MOVE RES-RANK      TO CS-RANK(CSTU-LGTH)
                   MOVE RES-K-STUDENT TO CS-KEY(CSTU-LGTH)
                   MOVE RES-FULLNAME  TO CS-NAME(CSTU-LGTH)
                   MOVE RES-AVERAGE   TO CS-AVG(CSTU-LGTH)
                   MOVE RES-MENTION   TO CS-MENTION(CSTU-LGTH)
                   MOVE ZERO          TO CS-PREV(CSTU-LGTH)
                   MOVE 'N'           TO CS-HAVE-PREV(CSTU-LGTH)
                   MOVE ZERO          TO CS-ABS(CSTU-LGTH)
                   SET CSTU-LGTH UP BY 1
                   ADD 1 TO WS-STUDENT-COUNT
               END-IF
           END-PERFORM.

       7110-LOAD-RESULTS-CLOSE.
           CLOSE F-RESULTS.
       7110-LOAD-RESULTS-END.
      ******************************************************************
      * The previous term is the latest history line of the student
      * for another term; rattrap lines supersede the night run's,
      * so the last one read wins.
      ******************************************************************
       7120-LOAD-HISTORY-START.
           OPEN INPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-OK
               DISPLAY 'WARNING: NO HISTORY FILE - NO TREND'
               GO TO 7120-LOAD-HISTORY-END
           END-IF.

           PERFORM UNTIL F-HISTORY-STATUS-EOF
               READ F-HISTORY
               IF F-HISTORY-STATUS-EOF
                   GO TO 7120-LOAD-HISTORY-CLOSE
               END-IF
               IF REC-F-HISTORY NOT = SPACES
                   UNSTRING REC-F-HISTORY DELIMITED BY ';'
                       INTO WS-H-DATE WS-H-CLASS WS-H-TERM
                            WS-H-KEY WS-H-NAME WS-H-AVG
                   IF WS-H-KEY IS NUMERIC AND WS-H-AVG NOT = SPACES
                           AND WS-H-TERM NOT = WS-CTL-TERM
                       MOVE WS-H-KEY TO WS-KEY-NUM
                       COMPUTE WS-AVG-NUM = FUNCTION NUMVAL(WS-H-AVG)
                       PERFORM VARYING IDX-CSTU FROM 1 BY 1
                               UNTIL IDX-CSTU > CSTU-LGTH - 1
                           IF CS-KEY(IDX-CSTU) = WS-KEY-NUM
                               MOVE WS-AVG-NUM TO CS-PREV(IDX-CSTU)
                               MOVE 'Y' TO CS-HAVE-PREV(IDX-CSTU)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       7120-LOAD-HISTORY-CLOSE.
           CLOSE F-HISTORY.
       7120-LOAD-HISTORY-END.
      ******************************************************************
      * ABS grades of the term, made up or not.
      ******************************************************************
       7130-LOAD-ABSENCE-START.
           OPEN INPUT F-ABSENCE.
           IF NOT F-ABSENCE-STATUS-OK
               DISPLAY 'WARNING: NO ABSENCE FILE - NO ABS COUNT'
               GO TO 7130-LOAD-ABSENCE-END
           END-IF.

           PERFORM UNTIL F-ABSENCE-STATUS-EOF
               READ F-ABSENCE
               IF F-ABSENCE-STATUS-EOF
                   GO TO 7130-LOAD-ABSENCE-CLOSE
               END-IF
               IF REC-F-ABSENCE NOT = SPACES
                   UNSTRING REC-F-ABSENCE DELIMITED BY ';'
                       INTO WS-A-CLASS WS-A-TERM WS-A-KEY
                            WS-A-NAME WS-A-LABEL WS-A-CODE
                   IF WS-A-KEY IS NUMERIC AND WS-A-CODE = 'ABS'
                           AND WS-A-TERM = WS-CTL-TERM
                       MOVE WS-A-KEY TO WS-KEY-NUM
                       PERFORM VARYING IDX-CSTU FROM 1 BY 1
                               UNTIL IDX-CSTU > CSTU-LGTH - 1
                           IF CS-KEY(IDX-CSTU) = WS-KEY-NUM
                                   AND CS-CLASS(IDX-CSTU) = WS-A-CLASS
                               ADD 1 TO CS-ABS(IDX-CSTU)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       7130-LOAD-ABSENCE-CLOSE.
           CLOSE F-ABSENCE.
       7130-LOAD-ABSENCE-END.
      ******************************************************************
       7140-SORT-START.
           IF CSTU-LGTH < 3
               GO TO 7140-SORT-END
           END-IF.
           PERFORM VARYING IDX-CSTU FROM 1 BY 1
                   UNTIL IDX-CSTU > CSTU-LGTH - 2
               SET IDX-CSTU-2 TO IDX-CSTU
               SET IDX-CSTU-2 UP BY 1
               PERFORM VARYING IDX-CSTU-2 FROM IDX-CSTU-2 BY 1
                       UNTIL IDX-CSTU-2 > CSTU-LGTH - 1
                   IF CS-SORT(IDX-CSTU-2) < CS-SORT(IDX-CSTU)
                       MOVE CSTU-ENTRY(IDX-CSTU)   TO WS-SWAP-CSTU
                       MOVE CSTU-ENTRY(IDX-CSTU-2) TO
                            CSTU-ENTRY(IDX-CSTU)
                       MOVE WS-SWAP-CSTU TO CSTU-ENTRY(IDX-CSTU-2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       7140-SORT-END.
      ******************************************************************
       9010-PACK-HEADER-START.
           INITIALIZE REC-F-PACK.
           MOVE ALL '*' TO REC-F-PACK(1:132).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           MOVE '*' TO REC-F-PACK(1:1).
           MOVE '*' TO REC-F-PACK(132:1).
           MOVE 'PREPARATION DU CONSEIL DE CLASSE'
               TO REC-F-PACK(50:32).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           MOVE '*' TO REC-F-PACK(1:1).
           MOVE '*' TO REC-F-PACK(132:1).
           MOVE 'CLASSE :' TO REC-F-PACK(3:8).
           MOVE WS-CUR-CLASS TO REC-F-PACK(12:10).
           MOVE 'PERIODE :' TO REC-F-PACK(25:9).
           MOVE WS-CTL-TERM TO REC-F-PACK(35:10).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           MOVE ALL '*' TO REC-F-PACK(1:132).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           MOVE 'CLE' TO REC-F-PACK(1:3).
           MOVE '| ELEVE' TO REC-F-PACK(6:7).
           MOVE '| MOY.' TO REC-F-PACK(37:6).
           MOVE '| RANG' TO REC-F-PACK(44:6).
           MOVE '| PREC.' TO REC-F-PACK(51:7).
           MOVE '| EVOL.' TO REC-F-PACK(58:7).
           MOVE '| ABS' TO REC-F-PACK(66:5).
           MOVE '| MENTION' TO REC-F-PACK(72:9).
           MOVE '| PROPOSITION' TO REC-F-PACK(89:13).
           MOVE '| DECISION DU CONSEIL' TO REC-F-PACK(106:21).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           MOVE ALL '_' TO REC-F-PACK(1:132).
           WRITE REC-F-PACK.
       9010-PACK-HEADER-END.
      ******************************************************************
      * The proposal follows the mention: A REDOUBLER proposes a
      * redoublement; a passing student who lost two points or more
      * since the last term is proposed a work warning.
      ******************************************************************
       9020-PACK-LINE-START.
           INITIALIZE REC-F-PACK.
           MOVE CS-KEY(IDX-CSTU) TO REC-F-PACK(1:4).
           MOVE '|' TO REC-F-PACK(6:1).
           MOVE CS-NAME(IDX-CSTU)(1:29) TO REC-F-PACK(8:29).
           MOVE '|' TO REC-F-PACK(37:1).
           MOVE CS-AVG(IDX-CSTU) TO WS-PNT-AVG.
           MOVE WS-PNT-AVG TO REC-F-PACK(38:5).
           MOVE '|' TO REC-F-PACK(44:1).
           MOVE CS-RANK(IDX-CSTU) TO WS-PNT-RANK.
           MOVE WS-PNT-RANK TO REC-F-PACK(46:4).
           MOVE '|' TO REC-F-PACK(51:1).
           MOVE '|' TO REC-F-PACK(58:1).
           MOVE ZERO TO WS-DELTA.
           IF CS-HAVE-PREV(IDX-CSTU) = 'Y'
               MOVE CS-PREV(IDX-CSTU) TO WS-PNT-AVG
               MOVE WS-PNT-AVG TO REC-F-PACK(52:5)
               COMPUTE WS-DELTA = CS-AVG(IDX-CSTU) - CS-PREV(IDX-CSTU)
               MOVE WS-DELTA TO WS-PNT-DELTA
               MOVE WS-PNT-DELTA TO REC-F-PACK(59:6)
           ELSE
               MOVE '  -' TO REC-F-PACK(52:3)
               MOVE '   -' TO REC-F-PACK(59:4)
           END-IF.
           MOVE '|' TO REC-F-PACK(66:1).
           MOVE CS-ABS(IDX-CSTU) TO WS-PNT-ABS.
           MOVE WS-PNT-ABS TO REC-F-PACK(68:2).
           MOVE '|' TO REC-F-PACK(72:1).
           MOVE CS-MENTION(IDX-CSTU) TO REC-F-PACK(74:15).

           EVALUATE TRUE
               WHEN CS-MENTION(IDX-CSTU) = 'A REDOUBLER'
                   MOVE 'RED REDOUBLER' TO WS-PROPOSAL
               WHEN WS-DELTA NOT > -2
                   MOVE 'AVT TRAVAIL' TO WS-PROPOSAL
               WHEN OTHER
                   MOVE 'PAS PASSAGE' TO WS-PROPOSAL
           END-EVALUATE.
           MOVE '|' TO REC-F-PACK(89:1).
           MOVE WS-PROPOSAL TO REC-F-PACK(91:15).
           MOVE '|' TO REC-F-PACK(106:1).
           MOVE ALL '_' TO REC-F-PACK(108:25).
           WRITE REC-F-PACK.

           INITIALIZE REC-F-PACK.
           WRITE REC-F-PACK.
       9020-PACK-LINE-END.
      ******************************************************************
      * Decision capture: each keyed line is checked against the
      * class list and stored under its code; the accepted lines
      * then become the conseil feed for teachmrg.
      ******************************************************************
       7200-DECISION-START.
           OPEN INPUT F-DECIN.
           IF NOT F-DECIN-STATUS-OK
               DISPLAY 'ERROR DECISION INPUT FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7200-DECISION-END
           END-IF.

           OPEN INPUT F-RESULTS.
           IF NOT F-RESULTS-STATUS-OK
               DISPLAY 'ERROR RESULTS FILE'
               CLOSE F-DECIN
               MOVE 8 TO RETURN-CODE
               GO TO 7200-DECISION-END
           END-IF.

           OPEN I-O F-DECISION.
           IF F-DECISION-NOT-FOUND
               OPEN OUTPUT F-DECISION
               CLOSE F-DECISION
               OPEN I-O F-DECISION
           END-IF.
           IF NOT F-DECISION-STATUS-OK
               DISPLAY 'ERROR DECISION FILE'
               CLOSE F-DECIN
               CLOSE F-RESULTS
               MOVE 8 TO RETURN-CODE
               GO TO 7200-DECISION-END
           END-IF.

      * The enrolments are the class list when the year is known;
      * otherwise the published results of the term stand in.
           SET WS-ENROL-UNAVAILABLE TO TRUE.
           IF WS-CTL-YEAR NOT = SPACES
               OPEN INPUT F-ENROL
               IF F-ENROL-STATUS-OK
                   SET WS-ENROL-AVAILABLE TO TRUE
               END-IF
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               CLOSE F-DECIN
               CLOSE F-RESULTS
               CLOSE F-DECISION
               IF WS-ENROL-AVAILABLE
                   CLOSE F-ENROL
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 7200-DECISION-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE '*' TO REC-F-REPORT(1:1).
           MOVE '*' TO REC-F-REPORT(120:1).
           MOVE 'DECISIONS DU CONSEIL DE CLASSE' TO REC-F-REPORT(45:30).
           MOVE WS-CTL-TERM TO REC-F-REPORT(78:10).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           PERFORM UNTIL F-DECIN-STATUS-EOF
               READ F-DECIN
               IF F-DECIN-STATUS-EOF
                   GO TO 7200-DECISION-CLOSE
               END-IF
               IF REC-F-DECIN NOT = SPACES
                   MOVE SPACES TO WS-RESULT
                   PERFORM 8010-ONE-DECISION-START
                       THRU 8010-ONE-DECISION-END
                   PERFORM 8040-REPORT-LINE-START
                       THRU 8040-REPORT-LINE-END
               END-IF
           END-PERFORM.

       7200-DECISION-CLOSE.
           CLOSE F-DECIN.
           CLOSE F-DECISION.
           IF WS-ENROL-AVAILABLE
               CLOSE F-ENROL
           END-IF.

           PERFORM 7210-MISSING-START THRU 7210-MISSING-END.
           CLOSE F-RESULTS.

           PERFORM 7220-FEED-START THRU 7220-FEED-END.
           PERFORM 7230-LIST-START THRU 7230-LIST-END.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'DECISIONS' TO REC-F-REPORT(1:12).
           MOVE WS-ACCEPT-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'REJETS' TO REC-F-REPORT(1:12).
           MOVE WS-REJECT-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS DECISION' TO REC-F-REPORT(1:13).
           MOVE WS-MISSING-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           IF WS-REJECT-COUNT > 0 OR WS-MISSING-COUNT > 0
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       7200-DECISION-END.
      ******************************************************************
       8010-ONE-DECISION-START.
           IF R-D-KEY IS NOT NUMERIC OR R-D-CLASS = SPACES
               MOVE 'INVALID KEY OR CLASS' TO WS-RESULT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 8010-ONE-DECISION-END
           END-IF.
           IF WS-CTL-CLASS NOT = SPACES AND R-D-CLASS NOT = WS-CTL-CLASS
               MOVE 'CLASS NOT IN THIS RUN' TO WS-RESULT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 8010-ONE-DECISION-END
           END-IF.

           EVALUATE R-D-CODE
               WHEN 'PAS'
                   MOVE 'PASSAGE EN CLASSE SUPERIEURE' TO WS-DEC-LABEL
               WHEN 'RED'
                   MOVE 'REDOUBLEMENT' TO WS-DEC-LABEL
               WHEN 'ORI'
                   MOVE 'ORIENTATION' TO WS-DEC-LABEL
               WHEN 'AVT'
                   MOVE 'AVERTISSEMENT TRAVAIL' TO WS-DEC-LABEL
               WHEN 'AVC'
                   MOVE 'AVERTISSEMENT CONDUITE' TO WS-DEC-LABEL
               WHEN OTHER
                   MOVE 'UNKNOWN DECISION CODE' TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 8010-ONE-DECISION-END
           END-EVALUATE.

           PERFORM 8020-CHECK-CLASS-START THRU 8020-CHECK-CLASS-END.
           IF WS-NOT-FOUND
               MOVE 'NOT IN CLASS LIST' TO WS-RESULT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 8010-ONE-DECISION-END
           END-IF.

           PERFORM VARYING IDX-DEC FROM 1 BY 1
                   UNTIL IDX-DEC > DEC-LGTH - 1
               IF DC-CLASS(IDX-DEC) = R-D-CLASS
                       AND DC-KEY(IDX-DEC) = R-D-KEY
                   MOVE 'DUPLICATE DECISION' TO WS-RESULT
               END-IF
           END-PERFORM.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO 8010-ONE-DECISION-END
           END-IF.

      * The printed text is the label of the code, followed by the
      * council's own words when there are any.
           MOVE SPACES TO WS-DEC-TEXT.
           IF R-D-COMMENT = SPACES
               MOVE WS-DEC-LABEL TO WS-DEC-TEXT
           ELSE
               STRING FUNCTION TRIM(WS-DEC-LABEL) DELIMITED BY SIZE
                      ' - '                       DELIMITED BY SIZE
                      R-D-COMMENT                 DELIMITED BY SIZE
                   INTO WS-DEC-TEXT
           END-IF.

           MOVE R-D-KEY     TO DEC-K-STUDENT.
           MOVE WS-CTL-TERM TO DEC-K-TERM.
           MOVE R-D-CLASS   TO DEC-K-CLASS.
           MOVE R-D-CODE    TO DEC-CODE.
           MOVE WS-DEC-TEXT TO DEC-TEXT.
           MOVE WS-RUN-DATE TO DEC-DATE.
           WRITE REC-F-DECISION
               INVALID KEY
                   REWRITE REC-F-DECISION
                       INVALID KEY
                           MOVE 'REWRITE ERROR' TO WS-RESULT
                   END-REWRITE
           END-WRITE.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO 8010-ONE-DECISION-END
           END-IF.

           MOVE R-D-CLASS   TO DC-CLASS(DEC-LGTH).
           MOVE R-D-KEY     TO DC-KEY(DEC-LGTH).
           MOVE R-D-CODE    TO DC-CODE(DEC-LGTH).
           MOVE WS-DEC-TEXT TO DC-TEXT(DEC-LGTH).
           SET DEC-LGTH UP BY 1.
           ADD 1 TO WS-ACCEPT-COUNT.
           MOVE 'ACCEPTED' TO WS-RESULT.
       8010-ONE-DECISION-END.
      ******************************************************************
       8020-CHECK-CLASS-START.
           SET WS-NOT-FOUND TO TRUE.
           IF WS-ENROL-AVAILABLE
               MOVE WS-CTL-YEAR TO ENR-K-YEAR
               MOVE R-D-CLASS   TO ENR-K-CLASS
               MOVE R-D-KEY     TO ENR-K-STUDENT
               READ F-ENROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENR-START NOT > WS-RUN-DATE
                               AND (ENR-STATUS = 'A'
                                    OR ENR-END > WS-RUN-DATE)
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
           ELSE
               MOVE R-D-KEY     TO RES-K-STUDENT
               MOVE WS-CTL-TERM TO RES-K-TERM
               MOVE R-D-CLASS   TO RES-K-CLASS
               READ F-RESULTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.
       8020-CHECK-CLASS-END.
      ******************************************************************
      * Published students of the classes decided on who were given
      * no decision.
      ******************************************************************
       7210-MISSING-START.
           IF DEC-LGTH = 1
               GO TO 7210-MISSING-END
           END-IF.
           MOVE LOW-VALUES TO RES-KEY.
           START F-RESULTS KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
                   GO TO 7210-MISSING-END
           END-START.

           PERFORM UNTIL F-RESULTS-STATUS-EOF
               READ F-RESULTS NEXT RECORD
                   AT END
                       GO TO 7210-MISSING-END
               END-READ
               IF RES-K-TERM = WS-CTL-TERM
                   PERFORM 8030-CHECK-MISSING-START
                       THRU 8030-CHECK-MISSING-END
               END-IF
           END-PERFORM.
       7210-MISSING-END.
      ******************************************************************
       8030-CHECK-MISSING-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-DEC FROM 1 BY 1
                   UNTIL IDX-DEC > DEC-LGTH - 1
               IF DC-CLASS(IDX-DEC) = RES-K-CLASS
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               GO TO 8030-CHECK-MISSING-END
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-DEC FROM 1 BY 1
                   UNTIL IDX-DEC > DEC-LGTH - 1
               IF DC-CLASS(IDX-DEC) = RES-K-CLASS
                       AND DC-KEY(IDX-DEC) = RES-K-STUDENT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               GO TO 8030-CHECK-MISSING-END
           END-IF.

           ADD 1 TO WS-MISSING-COUNT.
           INITIALIZE REC-F-REPORT.
           MOVE RES-K-CLASS TO REC-F-REPORT(1:10).
           MOVE RES-K-STUDENT TO REC-F-REPORT(12:4).
           MOVE RES-FULLNAME TO REC-F-REPORT(21:40).
           MOVE '- NO DECISION' TO REC-F-REPORT(62:13).
           WRITE REC-F-REPORT.
       8030-CHECK-MISSING-END.
      ******************************************************************
       8040-REPORT-LINE-START.
           INITIALIZE REC-F-REPORT.
           MOVE R-D-CLASS TO REC-F-REPORT(1:10).
           MOVE R-D-KEY TO REC-F-REPORT(12:4).
           MOVE R-D-CODE TO REC-F-REPORT(17:3).
           MOVE R-D-COMMENT(1:40) TO REC-F-REPORT(21:40).
           MOVE '-' TO REC-F-REPORT(62:1).
           MOVE WS-RESULT TO REC-F-REPORT(64:30).
           WRITE REC-F-REPORT.
       8040-REPORT-LINE-END.
      ******************************************************************
      * One header per class, then one decision line per student in
      * key order.
      ******************************************************************
       7220-FEED-START.
           IF DEC-LGTH = 1
               GO TO 7220-FEED-END
           END-IF.

           IF DEC-LGTH > 2
               PERFORM VARYING IDX-DEC FROM 1 BY 1
                       UNTIL IDX-DEC > DEC-LGTH - 2
                   SET IDX-DEC-2 TO IDX-DEC
                   SET IDX-DEC-2 UP BY 1
                   PERFORM VARYING IDX-DEC-2 FROM IDX-DEC-2 BY 1
                           UNTIL IDX-DEC-2 > DEC-LGTH - 1
                       IF DC-SORT(IDX-DEC-2) < DC-SORT(IDX-DEC)
                           MOVE DEC-ENTRY(IDX-DEC)   TO WS-SWAP-DEC
                           MOVE DEC-ENTRY(IDX-DEC-2) TO
                                DEC-ENTRY(IDX-DEC)
                           MOVE WS-SWAP-DEC TO DEC-ENTRY(IDX-DEC-2)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

           OPEN OUTPUT F-FEED.
           IF NOT F-FEED-STATUS-OK
               DISPLAY 'ERROR CONSEIL FEED FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7220-FEED-END
           END-IF.

           MOVE SPACES TO WS-CUR-CLASS.
           PERFORM VARYING IDX-DEC FROM 1 BY 1
                   UNTIL IDX-DEC > DEC-LGTH - 1
               IF DC-CLASS(IDX-DEC) NOT = WS-CUR-CLASS
                   MOVE DC-CLASS(IDX-DEC) TO WS-CUR-CLASS
                   MOVE '00'                TO R-FH-TYPE
                   MOVE WS-CUR-CLASS        TO R-FH-CLASS
                   MOVE 'CONSEIL DE CLASSE' TO R-FH-TEACHER
                   MOVE SPACES              TO R-FH-LABEL
                   MOVE SPACES              TO R-FH-COEF
                   WRITE REC-FEED-HEADER
               END-IF
               MOVE '03'              TO R-FA-TYPE
               MOVE DC-KEY(IDX-DEC)   TO R-FA-KEY
               MOVE DC-TEXT(IDX-DEC)  TO R-FA-COMMENT
               WRITE REC-FEED-APPR
           END-PERFORM.

           CLOSE F-FEED.
       7220-FEED-END.
      ******************************************************************
      * The feed is added to the teachmrg list unless already there.
      ******************************************************************
       7230-LIST-START.
           IF DEC-LGTH = 1 OR RETURN-CODE = 8
               GO TO 7230-LIST-END
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           OPEN INPUT F-LIST.
           IF F-LIST-STATUS-OK
               PERFORM UNTIL F-LIST-STATUS-EOF
                   READ F-LIST
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REC-F-LIST = 'conseil.fed'
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-LIST
           END-IF.
           IF WS-FOUND
               GO TO 7230-LIST-END
           END-IF.

           OPEN EXTEND F-LIST.
           IF NOT F-LIST-STATUS-OK
               OPEN OUTPUT F-LIST
           END-IF.
           IF NOT F-LIST-STATUS-OK
               DISPLAY 'ERROR TEACHMRG LIST FILE'
               GO TO 7230-LIST-END
           END-IF.
           MOVE 'conseil.fed' TO REC-F-LIST.
           WRITE REC-F-LIST.
           CLOSE F-LIST.
       7230-LIST-END.
      ******************************************************************
