               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANS-STATUS.

           SELECT F-ENROL
               ASSIGN TO 'enrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS F-ENROL-STATUS.

           SELECT F-DECISION
               ASSIGN TO 'decision.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEC-KEY
               FILE STATUS IS F-DECISION-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'rollover.rpt'
               ACCESS MODE IS SEQUENTIAL
           03 R-MAP-NEXT         PIC X(10).

       FD  F-RESULTS
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESULTS.
           03 RES-KEY.
               05 RES-K-STUDENT  PIC 9(04).
           03 RES-COURSE-ENTRY OCCURS 20 TIMES.
               05 RES-C-LABEL    PIC X(25).
               05 RES-C-GRADE    PIC X(05).
           03 FILLER             PIC X(24).

       FD  F-NEXTLIST
           RECORD CONTAINS 100 CHARACTERS
           03 R-T-BIRTHDATE      PIC X(08).
           03 R-T-INE            PIC X(11).

      * The class list of next year, seeded from the dispositions:
      * every staying student is entered in the destination class.
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

      * The decisions keyed by conseil, under the results key.
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

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  F-TRANS-STATUS      PIC X(02) VALUE SPACE.
           88 F-TRANS-STATUS-OK    VALUE '00'.

       01  F-ENROL-STATUS      PIC X(02) VALUE SPACE.
           88 F-ENROL-STATUS-OK    VALUE '00'.
           88 F-ENROL-STATUS-EOF   VALUE '10'.
           88 F-ENROL-NOT-FOUND    VALUE '35'.

       01  F-DECISION-STATUS   PIC X(02) VALUE SPACE.
           88 F-DECISION-STATUS-OK VALUE '00'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-DECISION-AVAIL-FLAG PIC X VALUE 'N'.
           88  WS-DECISION-AVAILABLE   VALUE 'Y'.
           88  WS-DECISION-UNAVAILABLE VALUE 'N'.

       01  WS-FINAL-TERM       PIC X(10) VALUE SPACES.
       01  WS-NEXT-YEAR        PIC X(09) VALUE SPACES.

       01  WS-PASS-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-REDO-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-LEAVE-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-ENROL-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-ENROL-DUP-COUNT  PIC 9(04) VALUE ZERO.
       01  WS-START-DATE       PIC 9(08) VALUE ZERO.
       01  WS-START-DATE-X     REDEFINES WS-START-DATE PIC X(08).
       01  WS-ACTIVE-CLASS     PIC X(10) VALUE SPACES.
       01  WS-PNT-NBR          PIC ZZZ9.

       PROCEDURE DIVISION.
               PERFORM 7100-COLLECT-START THRU 7100-COLLECT-END
               PERFORM 7200-LISTS-START   THRU 7200-LISTS-END
               PERFORM 7300-TRANS-START   THRU 7300-TRANS-END
               PERFORM 7350-ENROL-START   THRU 7350-ENROL-END
               PERFORM 7400-REPORT-START  THRU 7400-REPORT-END
           END-IF.
       1000-MAIN-END.
               GO TO 7100-COLLECT-END
           END-IF.

           SET WS-DECISION-UNAVAILABLE TO TRUE.
           OPEN INPUT F-DECISION.
           IF F-DECISION-STATUS-OK
               SET WS-DECISION-AVAILABLE TO TRUE
           END-IF.

           MOVE LOW-VALUES TO RES-KEY.
           START F-RESULTS KEY IS NOT LESS THAN RES-KEY
               INVALID KEY

       7100-COLLECT-CLOSE.
           CLOSE F-RESULTS.
           IF WS-DECISION-AVAILABLE
               CLOSE F-DECISION
           END-IF.
           SET ROLL-LGTH DEST-LGTH CUR-LGTH DOWN BY 1.
       7100-COLLECT-END.
      ******************************************************************
      * The coded decision keyed by conseil comes first. Without
      * one (or with a warning only) the clear text of the decision
      * is read instead, and the mention is the fallback when the
      * conseil wrote nothing usable.
      ******************************************************************
       8010-ONE-STUDENT-START.
           MOVE SPACES TO WS-DISP.
           MOVE SPACES TO WS-DEST.

           IF WS-DECISION-AVAILABLE
               MOVE RES-KEY TO DEC-KEY
               READ F-DECISION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE DEC-CODE
                           WHEN 'PAS'
                               MOVE 'P' TO WS-DISP
                           WHEN 'RED'
                               MOVE 'R' TO WS-DISP
                           WHEN 'ORI'
                               MOVE 'D' TO WS-DISP
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

           IF WS-DISP = SPACES
               MOVE ZERO TO WS-TALLY
               INSPECT RES-DECISION
                   TALLYING WS-TALLY FOR ALL 'REDOUBLE'
               IF WS-TALLY > 0
                   MOVE 'R' TO WS-DISP
               END-IF
           END-IF.

           IF WS-DISP = SPACES

           CLOSE F-TRANS.
       7300-TRANS-END.
      ******************************************************************
      * Next year's enrolments are written straight into the class
      * list from the 1st of September of the new year; a student
      * already active in a class of that year (a rerun, or a manual
      * enrolment) is left as the secretariat keyed it.
      ******************************************************************
       7350-ENROL-START.
           IF WS-NEXT-YEAR = SPACES
               DISPLAY 'WARNING: NO NEXT YEAR - NO ENROLMENT SEEDED'
               GO TO 7350-ENROL-END
           END-IF.

           OPEN I-O F-ENROL.
           IF F-ENROL-NOT-FOUND
               OPEN OUTPUT F-ENROL
               CLOSE F-ENROL
               OPEN I-O F-ENROL
           END-IF.
           IF NOT F-ENROL-STATUS-OK
               DISPLAY 'ERROR ENROLMENT FILE'
               GO TO 7350-ENROL-END
           END-IF.

           IF WS-NEXT-YEAR(1:4) IS NUMERIC
               STRING WS-NEXT-YEAR(1:4) '0901' DELIMITED BY SIZE
                   INTO WS-START-DATE-X
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-START-DATE
           END-IF.

           PERFORM VARYING IDX-ROLL FROM 1 BY 1
                   UNTIL IDX-ROLL > ROLL-LGTH
               IF RL-DISP(IDX-ROLL) NOT = 'D'
                   PERFORM 8035-ENROL-ONE-START
                       THRU 8035-ENROL-ONE-END
               END-IF
           END-PERFORM.

           CLOSE F-ENROL.
       7350-ENROL-END.
      ******************************************************************
      * The class the student in IDX-ROLL is already active in for
      * the new year, if any.
      ******************************************************************
       8030-FIND-ACTIVE-START.
           MOVE SPACES TO WS-ACTIVE-CLASS.
           MOVE LOW-VALUES TO ENR-KEY.
           MOVE WS-NEXT-YEAR TO ENR-K-YEAR.
           START F-ENROL KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   GO TO 8030-FIND-ACTIVE-END
           END-START.

           PERFORM UNTIL F-ENROL-STATUS-EOF
               READ F-ENROL NEXT RECORD
                   AT END
                       GO TO 8030-FIND-ACTIVE-END
               END-READ
               IF ENR-K-YEAR NOT = WS-NEXT-YEAR
                   GO TO 8030-FIND-ACTIVE-END
               END-IF
               IF ENR-K-STUDENT = RL-KEY(IDX-ROLL)
                       AND ENR-STATUS = 'A'
                   MOVE ENR-K-CLASS TO WS-ACTIVE-CLASS
               END-IF
           END-PERFORM.
       8030-FIND-ACTIVE-END.
      ******************************************************************
       8035-ENROL-ONE-START.
           PERFORM 8030-FIND-ACTIVE-START THRU 8030-FIND-ACTIVE-END.
           IF WS-ACTIVE-CLASS NOT = SPACES
               ADD 1 TO WS-ENROL-DUP-COUNT
               GO TO 8035-ENROL-ONE-END
           END-IF.

           INITIALIZE REC-F-ENROL.
           MOVE WS-NEXT-YEAR           TO ENR-K-YEAR.
           MOVE RL-DEST(IDX-ROLL)      TO ENR-K-CLASS.
           MOVE RL-KEY(IDX-ROLL)       TO ENR-K-STUDENT.
           MOVE WS-START-DATE          TO ENR-START.
           MOVE ZERO                   TO ENR-END.
           MOVE 'A'                    TO ENR-STATUS.
           MOVE RL-CUR-CLASS(IDX-ROLL) TO ENR-ORIGIN.
           WRITE REC-F-ENROL
               INVALID KEY
                   ADD 1 TO WS-ENROL-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ENROL-COUNT
           END-WRITE.
       8035-ENROL-ONE-END.
      ******************************************************************
       7400-REPORT-START.
           OPEN OUTPUT F-REPORT.
           MOVE WS-PNT-NBR TO REC-F-REPORT(16:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'INSCRIPTIONS' TO REC-F-REPORT(1:14).
           MOVE WS-ENROL-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(16:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'DEJA INSCRITS' TO REC-F-REPORT(1:14).
           MOVE WS-ENROL-DUP-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(16:4).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.
       7400-REPORT-END.
      ******************************************************************
