               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

           SELECT F-ABSREG
               ASSIGN TO 'absreg.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSREG-STATUS.

           SELECT F-BULLETIN
               ASSIGN TO 'rattrap.blt'
               ACCESS MODE IS SEQUENTIAL
       01  REC-F-ABSENCE       PIC X(120).

       FD  F-RESULTS
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESULTS.
           03 RES-KEY.
               05 RES-K-STUDENT  PIC 9(04).
           03 RES-COURSE-ENTRY OCCURS 20 TIMES.
               05 RES-C-LABEL    PIC X(25).
               05 RES-C-GRADE    PIC X(05).
           03 RES-BONUS          PIC 9(2)V99.
           03 RES-C-KIND         PIC X(01) OCCURS 20 TIMES.

       FD  F-CATALOG
           RECORD CONTAINS 60 CHARACTERS.
       01  REC-F-CATALOG.
           03 CAT-LABEL          PIC X(25).
           03 CAT-COEF           PIC X(03).
           03 CAT-TEACHER        PIC X(30).
           03 CAT-STATUS         PIC X(01).
           03 CAT-KIND           PIC X(01).

       FD  F-HISTORY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HISTORY       PIC X(100).

      * The absence register promo appends to; each make-up adds a
      * RESOLU line for the absence it closes.
       FD  F-ABSREG
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSREG        PIC X(150).

       FD  F-BULLETIN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.

       01  F-ABSREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSREG-STATUS-OK   VALUE '00'.

       01  F-BULLETIN-STATUS   PIC X(02) VALUE SPACE.
           88 F-BULLETIN-STATUS-OK VALUE '00'.

                   05 DO-CLASS         PIC X(10).
                   05 DO-TERM          PIC X(10).
                   05 DO-KEY           PIC 9(04).
                   05 DO-ABS-SLOT      PIC 9(04).

       01  WS-A-CLASS          PIC X(10) VALUE SPACES.
       01  WS-A-TERM           PIC X(10) VALUE SPACES.
       01  WS-TOTAL-GRADES     PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-COEFS      PIC 9(3)V99 VALUE ZERO.
       01  WS-AVERAGE          PIC 9(3)V99 VALUE ZERO.
       01  WS-BONUS-POINTS     PIC 9(4)V99 VALUE ZERO.
       01  WS-BONUS            PIC 9(4)V99 VALUE ZERO.
       01  WS-OPTION-SEEN      PIC X VALUE 'N'.
       01  WS-PNT-BONUS        PIC +Z9,99.
       01  WS-MENTION          PIC X(15) VALUE SPACES.
       01  WS-TRUE-RANK        PIC 9(04) VALUE ZERO.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
               PERFORM 7200-REPUBLISH-START
                   THRU 7200-REPUBLISH-END
               PERFORM 7300-HISTORY-START THRU 7300-HISTORY-END
               PERFORM 7350-ABSREG-START THRU 7350-ABSREG-END
           END-IF.
           PERFORM 7400-REWRITE-ABSENCE-START
               THRU 7400-REWRITE-ABSENCE-END.
           MOVE R-R-CLASS TO DO-CLASS(DONE-LGTH).
           MOVE R-R-TERM  TO DO-TERM(DONE-LGTH).
           MOVE R-R-KEY   TO DO-KEY(DONE-LGTH).
           MOVE WS-ABS-SLOT TO DO-ABS-SLOT(DONE-LGTH).
           SET DONE-LGTH UP BY 1.
       8010-HANDLE-MAKEUP-END.
      ******************************************************************
      * The general average of the record in REC-F-RESULTS, rebuilt
      * from its own course grades.  Coefficients come from the
      * catalog; a course the catalog does not know weighs 1,0 -
      * same per-label fallback as promo.  An optional course only
      * adds its points above 10 as a bonus, as in promo, and the
      * bonus and course kinds are refreshed on the record.
      ******************************************************************
       8020-RECOMPUTE-AVG-START.
           MOVE ZERO TO WS-TOTAL-GRADES.
           MOVE ZERO TO WS-TOTAL-COEFS.
           MOVE ZERO TO WS-BONUS-POINTS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > RES-COURSE-CNT
               MOVE 'C' TO RES-C-KIND(WS-SLOT)
               MOVE 1,0 TO WS-COEF-VALUE
               MOVE RES-C-LABEL(WS-SLOT) TO CAT-LABEL
               READ F-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-COEF TO WS-COEF-CHECK
                       IF WS-COEF-INT IS NUMERIC
                               AND WS-COEF-DEC IS NUMERIC
                           COMPUTE WS-COEF-VALUE =
                               WS-COEF-INT +
                               (WS-COEF-DEC / 10)
                       END-IF
                       IF CAT-KIND = 'O'
                           MOVE 'O' TO RES-C-KIND(WS-SLOT)
                       END-IF
               END-READ
               IF RES-C-GRADE(WS-SLOT) NOT = 'ABS'
                       AND RES-C-GRADE(WS-SLOT) NOT = 'DISP'
                       AND RES-C-GRADE(WS-SLOT) NOT = SPACES
                   COMPUTE WS-COURSE-VALUE =
                       FUNCTION NUMVAL(RES-C-GRADE(WS-SLOT))
                   IF RES-C-KIND(WS-SLOT) = 'O'
                       IF WS-COURSE-VALUE > 10
                           COMPUTE WS-BONUS-POINTS = WS-BONUS-POINTS
                               + (WS-COURSE-VALUE - 10) * WS-COEF-VALUE
                       END-IF
                   ELSE
                       COMPUTE WS-TOTAL-GRADES = WS-TOTAL-GRADES +
                           WS-COURSE-VALUE * WS-COEF-VALUE
                       ADD WS-COEF-VALUE TO WS-TOTAL-COEFS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TOTAL-COEFS > 0
               COMPUTE WS-AVERAGE =
                   WS-TOTAL-GRADES / WS-TOTAL-COEFS
               COMPUTE WS-BONUS =
                   WS-BONUS-POINTS / WS-TOTAL-COEFS
           ELSE
               MOVE ZERO TO WS-AVERAGE
               MOVE ZERO TO WS-BONUS
           END-IF.
           IF WS-AVERAGE + WS-BONUS > 20,00
               COMPUTE WS-BONUS = 20,00 - WS-AVERAGE
           END-IF.
           ADD WS-BONUS TO WS-AVERAGE.
           MOVE WS-BONUS TO RES-BONUS.
       8020-RECOMPUTE-AVG-END.
      ******************************************************************
       8030-MENTION-START.
           MOVE ALL '_' TO REC-F-BULLETIN(1:132).
           WRITE REC-F-BULLETIN.

           MOVE 'N' TO WS-OPTION-SEEN.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > RES-COURSE-CNT
               INITIALIZE REC-F-BULLETIN
               MOVE RES-C-LABEL(WS-SLOT) TO REC-F-BULLETIN(1:25)
               IF RES-C-KIND(WS-SLOT) = 'O'
                   MOVE '(OPT)' TO REC-F-BULLETIN(49:5)
                   IF RES-C-GRADE(WS-SLOT) NOT = 'ABS'
                           AND RES-C-GRADE(WS-SLOT) NOT = 'DISP'
                           AND RES-C-GRADE(WS-SLOT) NOT = SPACES
                       MOVE 'Y' TO WS-OPTION-SEEN
                   END-IF
               END-IF
               MOVE '|' TO REC-F-BULLETIN(27:1)
               MOVE RES-C-GRADE(WS-SLOT) TO REC-F-BULLETIN(29:5)
               WRITE REC-F-BULLETIN
           MOVE RES-MENTION TO REC-F-BULLETIN(58:15).
           WRITE REC-F-BULLETIN.

           IF WS-OPTION-SEEN = 'Y'
               INITIALIZE REC-F-BULLETIN
               MOVE 'DONT BONUS OPTIONS :' TO REC-F-BULLETIN(1:20)
               MOVE RES-BONUS TO WS-PNT-BONUS
               MOVE WS-PNT-BONUS TO REC-F-BULLETIN(22:6)
               WRITE REC-F-BULLETIN
           END-IF.

           IF RES-DECISION NOT = SPACES
               INITIALIZE REC-F-BULLETIN
               MOVE 'DECISION DU CONSEIL :'
           CLOSE F-HISTORY.
       7300-HISTORY-END.
      ******************************************************************
      * Each absence made up in this run is stamped RESOLU in the
      * absence register, the register keeping the school year.
      ******************************************************************
       7350-ABSREG-START.
           OPEN EXTEND F-ABSREG.
           IF NOT F-ABSREG-STATUS-OK
               OPEN OUTPUT F-ABSREG
           END-IF.
           IF NOT F-ABSREG-STATUS-OK
               DISPLAY 'ERROR ABSENCE REGISTER FILE'
               GO TO 7350-ABSREG-END
           END-IF.

           PERFORM VARYING IDX-DONE FROM 1 BY 1
                   UNTIL IDX-DONE > DONE-LGTH
               SET IDX-ABS TO DO-ABS-SLOT(IDX-DONE)
               INITIALIZE REC-F-ABSREG
               STRING WS-RUN-DATE              DELIMITED BY SIZE
                      ';'                      DELIMITED BY SIZE
                      FUNCTION TRIM(AB-CLASS(IDX-ABS))
                                               DELIMITED BY SIZE
                      ';'                      DELIMITED BY SIZE
                      FUNCTION TRIM(AB-TERM(IDX-ABS))
                                               DELIMITED BY SIZE
                      ';'                      DELIMITED BY SIZE
                      AB-KEY(IDX-ABS)          DELIMITED BY SIZE
                      ';'                      DELIMITED BY SIZE
                      FUNCTION TRIM(AB-FULLNAME(IDX-ABS))
                                               DELIMITED BY SIZE
                      ';'                      DELIMITED BY SIZE
                      FUNCTION TRIM(AB-LABEL(IDX-ABS))
                                               DELIMITED BY SIZE
                      ';ABS;RESOLU'            DELIMITED BY SIZE
                   INTO REC-F-ABSREG
               END-STRING
               WRITE REC-F-ABSREG
           END-PERFORM.

           CLOSE F-ABSREG.
       7350-ABSREG-END.
      ******************************************************************
      * The chase list goes back to disk in full, the resolved
      * entries stamped so the next run skips them and the
      * secretariat sees the list shrink.
