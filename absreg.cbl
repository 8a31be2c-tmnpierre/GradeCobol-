      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. absreg.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTROL
               ASSIGN TO 'absreg.ctl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-ABSREG
               ASSIGN TO 'absreg.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSREG-STATUS.

           SELECT F-GUARDIAN
               ASSIGN TO 'guardian.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS F-GUARDIAN-STATUS.

           SELECT F-LETTER
               ASSIGN TO 'absreg.let'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LETTER-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'absreg.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * The alert thresholds: a student is flagged when the ABS grades
      * of one term, the absences never made up, or the absences in
      * one same course go over the value given.
       FD  F-CONTROL
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONTROL.
           03 R-CTL-MAX-TERM     PIC X(02).
           03 R-CTL-MAX-OPEN     PIC X(02).
           03 R-CTL-MAX-SUBJ     PIC X(02).

      * date;class;term;key;name;label;code;state, as promo and
      * rattrap append them.
       FD  F-ABSREG
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSREG        PIC X(150).

       FD  F-GUARDIAN
           RECORD CONTAINS 183 CHARACTERS.
       01  REC-F-GUARDIAN.
           03 GRD-KEY.
               05 GRD-K-STUDENT  PIC 9(04).
               05 GRD-K-SEQ      PIC 9(01).
           03 GRD-NAME           PIC X(30).
           03 GRD-ADDR1          PIC X(32).
           03 GRD-ADDR2          PIC X(32).
           03 GRD-POSTCODE       PIC X(05).
           03 GRD-CITY           PIC X(26).
           03 GRD-EMAIL          PIC X(50).
           03 GRD-CHANNEL        PIC X(01).
           03 GRD-RIGHTS         PIC X(01).
           03 GRD-STATUS         PIC X(01).

      * The CPE letter extract: one line per flagged student and
      * family holding parental rights, or one line without address
      * when the student has none on file.
       FD  F-LETTER
           RECORD CONTAINS 227 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LETTER.
           03 LET-KEY            PIC X(04).
           03 LET-STUDENT        PIC X(40).
           03 LET-CLASS          PIC X(10).
           03 LET-GRD-NAME       PIC X(30).
           03 LET-ADDR1          PIC X(32).
           03 LET-ADDR2          PIC X(32).
           03 LET-POSTCODE       PIC X(05).
           03 LET-CITY           PIC X(26).
           03 LET-ABS-TOTAL      PIC 9(03).
           03 LET-ABS-OPEN       PIC 9(03).
           03 LET-TERM-MAX       PIC 9(02).
           03 LET-TERM           PIC X(10).
           03 LET-SUBJ-MAX       PIC 9(02).
           03 LET-SUBJ-LABEL     PIC X(25).
           03 LET-ALERT-TERM     PIC X(01).
           03 LET-ALERT-OPEN     PIC X(01).
           03 LET-ALERT-SUBJ     PIC X(01).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK  VALUE '00'.

       01  F-ABSREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSREG-STATUS-OK   VALUE '00'.
           88 F-ABSREG-STATUS-EOF  VALUE '10'.

       01  F-GUARDIAN-STATUS   PIC X(02) VALUE SPACE.
           88 F-GUARDIAN-STATUS-OK VALUE '00'.

       01  F-LETTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-LETTER-STATUS-OK   VALUE '00'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-GUARDIAN-AVAIL-FLAG PIC X VALUE 'N'.
           88  WS-GUARDIAN-AVAILABLE   VALUE 'Y'.
           88  WS-GUARDIAN-UNAVAILABLE VALUE 'N'.

       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
           88  WS-NOT-FOUND            VALUE 'N'.

       01  WS-MAX-TERM         PIC 9(02) VALUE 2.
       01  WS-MAX-OPEN         PIC 9(02) VALUE 1.
       01  WS-MAX-SUBJ         PIC 9(02) VALUE 1.

       01  WS-R-DATE           PIC X(08) VALUE SPACES.
       01  WS-R-CLASS          PIC X(10) VALUE SPACES.
       01  WS-R-TERM           PIC X(10) VALUE SPACES.
       01  WS-R-KEY            PIC X(04) VALUE SPACES.
       01  WS-R-NAME           PIC X(40) VALUE SPACES.
       01  WS-R-LABEL          PIC X(25) VALUE SPACES.
       01  WS-R-CODE           PIC X(04) VALUE SPACES.
       01  WS-R-STATE          PIC X(06) VALUE SPACES.

      * One entry per absence of the year: O still open, R made up,
      * X left open by a run its class and term were published over.
       01  DATA-REG.
           03 REG-LGTH         PIC 9(04) VALUE 1.
           03 REG-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON REG-LGTH
                   INDEXED BY IDX-REG.
               05 RG-CLASS       PIC X(10).
               05 RG-TERM        PIC X(10).
               05 RG-KEY         PIC X(04).
               05 RG-NAME        PIC X(40).
               05 RG-LABEL       PIC X(25).
               05 RG-STATE       PIC X(01).

       01  DATA-STU.
           03 STU-LGTH         PIC 9(04) VALUE 1.
           03 STU-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON STU-LGTH
                   INDEXED BY IDX-STU IDX-STU-2.
               05 ST-KEY         PIC X(04).
               05 ST-NAME        PIC X(40).
               05 ST-CLASS       PIC X(10).
               05 ST-TOTAL       PIC 9(03).
               05 ST-OPEN        PIC 9(03).
               05 ST-TERM-MAX    PIC 9(02).
               05 ST-TERM        PIC X(10).
               05 ST-SUBJ-MAX    PIC 9(02).
               05 ST-SUBJ        PIC X(25).
               05 ST-ALERT-TERM  PIC X(01).
               05 ST-ALERT-OPEN  PIC X(01).
               05 ST-ALERT-SUBJ  PIC X(01).
       01  WS-SWAP-STU         PIC X(102).

      * Absences per student and term, and per student and course.
       01  DATA-TCNT.
           03 TCNT-LGTH        PIC 9(04) VALUE 1.
           03 TCNT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON TCNT-LGTH
                   INDEXED BY IDX-TCNT.
               05 TC-KEY         PIC X(04).
               05 TC-TERM        PIC X(10).
               05 TC-COUNT       PIC 9(03).

       01  DATA-SCNT.
           03 SCNT-LGTH        PIC 9(04) VALUE 1.
           03 SCNT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SCNT-LGTH
                   INDEXED BY IDX-SCNT.
               05 SC-KEY         PIC X(04).
               05 SC-LABEL       PIC X(25).
               05 SC-COUNT       PIC 9(03).

       01  WS-KEY-NUM          PIC 9(04) VALUE ZERO.
       01  WS-LETTER-LINES     PIC 9(02) VALUE ZERO.

       01  WS-LINE-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-ABS-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-RESOLVED-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-OPEN-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-STUDENT-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-FLAGGED-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-LETTER-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-NOADDR-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-PNT-CNT          PIC ZZZZZ9.
       01  WS-PNT-NBR          PIC ZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 7000-PROCESS-START THRU 7000-PROCESS-END.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       7000-PROCESS-START.
           OPEN INPUT F-CONTROL.
           IF F-CONTROL-STATUS-OK
               READ F-CONTROL
                   NOT AT END
                       IF R-CTL-MAX-TERM IS NUMERIC
                           MOVE R-CTL-MAX-TERM TO WS-MAX-TERM
                       END-IF
                       IF R-CTL-MAX-OPEN IS NUMERIC
                           MOVE R-CTL-MAX-OPEN TO WS-MAX-OPEN
                       END-IF
                       IF R-CTL-MAX-SUBJ IS NUMERIC
                           MOVE R-CTL-MAX-SUBJ TO WS-MAX-SUBJ
                       END-IF
               END-READ
               CLOSE F-CONTROL
           END-IF.

           OPEN INPUT F-ABSREG.
           IF NOT F-ABSREG-STATUS-OK
               DISPLAY 'ERROR ABSENCE REGISTER FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7000-PROCESS-END
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               CLOSE F-ABSREG
               MOVE 8 TO RETURN-CODE
               GO TO 7000-PROCESS-END
           END-IF.

           OPEN OUTPUT F-LETTER.
           IF NOT F-LETTER-STATUS-OK
               DISPLAY 'ERROR LETTER FILE'
               CLOSE F-ABSREG
               CLOSE F-REPORT
               MOVE 8 TO RETURN-CODE
               GO TO 7000-PROCESS-END
           END-IF.

      * Without the family file the letters still go out to the CPE,
      * address left blank.
           OPEN INPUT F-GUARDIAN.
           IF F-GUARDIAN-STATUS-OK
               SET WS-GUARDIAN-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'WARNING: NO GUARDIAN FILE - NO ADDRESSES'
           END-IF.

           PERFORM UNTIL F-ABSREG-STATUS-EOF
               READ F-ABSREG
               IF F-ABSREG-STATUS-EOF
                   GO TO 7000-PROCESS-COUNT
               END-IF
               IF REC-F-ABSREG NOT = SPACES
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM 8010-ONE-LINE-START
                       THRU 8010-ONE-LINE-END
               END-IF
           END-PERFORM.

       7000-PROCESS-COUNT.
           PERFORM 7100-TALLY-START THRU 7100-TALLY-END.
           PERFORM 7200-FLAG-START THRU 7200-FLAG-END.
           PERFORM 7300-SORT-START THRU 7300-SORT-END.
           PERFORM 8500-REPORT-HEADER-START
               THRU 8500-REPORT-HEADER-END.

           PERFORM VARYING IDX-STU FROM 1 BY 1
                   UNTIL IDX-STU > STU-LGTH - 1
               IF ST-ALERT-TERM(IDX-STU) = 'O'
                       OR ST-ALERT-OPEN(IDX-STU) = 'O'
                       OR ST-ALERT-SUBJ(IDX-STU) = 'O'
                   PERFORM 8600-STUDENT-START
                       THRU 8600-STUDENT-END
                   PERFORM 8700-LETTER-START
                       THRU 8700-LETTER-END
               END-IF
           END-PERFORM.

           PERFORM 8900-REPORT-TOTALS-START
               THRU 8900-REPORT-TOTALS-END.

           CLOSE F-ABSREG.
           CLOSE F-REPORT.
           CLOSE F-LETTER.
           IF WS-GUARDIAN-AVAILABLE
               CLOSE F-GUARDIAN
           END-IF.

           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       7000-PROCESS-END.
      ******************************************************************
      * A RUN line supersedes the absences the earlier runs left
      * open for its class and term; one already made up stays so,
      * even when the rerun publishes it again.  An ABS line opens
      * an absence, a RESOLU line closes it.
      ******************************************************************
       8010-ONE-LINE-START.
           MOVE SPACES TO WS-R-DATE WS-R-CLASS WS-R-TERM WS-R-KEY
                          WS-R-NAME WS-R-LABEL WS-R-CODE WS-R-STATE.
           UNSTRING REC-F-ABSREG DELIMITED BY ';'
               INTO WS-R-DATE WS-R-CLASS WS-R-TERM WS-R-KEY
                    WS-R-NAME WS-R-LABEL WS-R-CODE WS-R-STATE
           END-UNSTRING.

           IF WS-R-CODE = 'RUN'
               PERFORM VARYING IDX-REG FROM 1 BY 1
                       UNTIL IDX-REG > REG-LGTH - 1
                   IF RG-CLASS(IDX-REG) = WS-R-CLASS
                           AND RG-TERM(IDX-REG) = WS-R-TERM
                           AND RG-STATE(IDX-REG) = 'O'
                       MOVE 'X' TO RG-STATE(IDX-REG)
                   END-IF
               END-PERFORM
               GO TO 8010-ONE-LINE-END
           END-IF.

           IF WS-R-CODE NOT = 'ABS' OR WS-R-KEY = SPACES
               GO TO 8010-ONE-LINE-END
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-REG FROM 1 BY 1
                   UNTIL IDX-REG > REG-LGTH - 1 OR WS-FOUND
               IF RG-CLASS(IDX-REG) = WS-R-CLASS
                       AND RG-TERM(IDX-REG) = WS-R-TERM
                       AND RG-KEY(IDX-REG) = WS-R-KEY
                       AND RG-LABEL(IDX-REG) = WS-R-LABEL
                       AND RG-STATE(IDX-REG) NOT = 'X'
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET IDX-REG DOWN BY 1
           ELSE
               IF REG-LGTH > 9998
                   GO TO 8010-ONE-LINE-END
               END-IF
               SET IDX-REG TO REG-LGTH
               MOVE WS-R-CLASS TO RG-CLASS(IDX-REG)
               MOVE WS-R-TERM  TO RG-TERM(IDX-REG)
               MOVE WS-R-KEY   TO RG-KEY(IDX-REG)
               MOVE WS-R-LABEL TO RG-LABEL(IDX-REG)
               MOVE SPACE      TO RG-STATE(IDX-REG)
               SET REG-LGTH UP BY 1
           END-IF.

           MOVE WS-R-NAME TO RG-NAME(IDX-REG).
           IF WS-R-STATE = 'RESOLU'
               MOVE 'R' TO RG-STATE(IDX-REG)
           ELSE
               IF RG-STATE(IDX-REG) NOT = 'R'
                   MOVE 'O' TO RG-STATE(IDX-REG)
               END-IF
           END-IF.
       8010-ONE-LINE-END.
      ******************************************************************
       7100-TALLY-START.
           PERFORM VARYING IDX-REG FROM 1 BY 1
                   UNTIL IDX-REG > REG-LGTH - 1
               IF RG-STATE(IDX-REG) NOT = 'X'
                   ADD 1 TO WS-ABS-COUNT
                   IF RG-STATE(IDX-REG) = 'R'
                       ADD 1 TO WS-RESOLVED-COUNT
                   ELSE
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
                   PERFORM 8100-TALLY-STUDENT-START
                       THRU 8100-TALLY-STUDENT-END
                   PERFORM 8110-TALLY-TERM-START
                       THRU 8110-TALLY-TERM-END
                   PERFORM 8120-TALLY-SUBJ-START
                       THRU 8120-TALLY-SUBJ-END
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-TCNT FROM 1 BY 1
                   UNTIL IDX-TCNT > TCNT-LGTH - 1
               MOVE TC-KEY(IDX-TCNT) TO WS-R-KEY
               PERFORM 8150-FIND-STUDENT-START
                   THRU 8150-FIND-STUDENT-END
               IF WS-FOUND
                       AND TC-COUNT(IDX-TCNT) > ST-TERM-MAX(IDX-STU)
                   MOVE TC-COUNT(IDX-TCNT) TO ST-TERM-MAX(IDX-STU)
                   MOVE TC-TERM(IDX-TCNT)  TO ST-TERM(IDX-STU)
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-SCNT FROM 1 BY 1
                   UNTIL IDX-SCNT > SCNT-LGTH - 1
               MOVE SC-KEY(IDX-SCNT) TO WS-R-KEY
               PERFORM 8150-FIND-STUDENT-START
                   THRU 8150-FIND-STUDENT-END
               IF WS-FOUND
                       AND SC-COUNT(IDX-SCNT) > ST-SUBJ-MAX(IDX-STU)
                   MOVE SC-COUNT(IDX-SCNT) TO ST-SUBJ-MAX(IDX-STU)
                   MOVE SC-LABEL(IDX-SCNT) TO ST-SUBJ(IDX-STU)
               END-IF
           END-PERFORM.
       7100-TALLY-END.
      ******************************************************************
       8100-TALLY-STUDENT-START.
           MOVE RG-KEY(IDX-REG) TO WS-R-KEY.
           PERFORM 8150-FIND-STUDENT-START
               THRU 8150-FIND-STUDENT-END.
           IF WS-NOT-FOUND
               IF STU-LGTH > 9998
                   GO TO 8100-TALLY-STUDENT-END
               END-IF
               SET IDX-STU TO STU-LGTH
               INITIALIZE STU-ENTRY(IDX-STU)
               MOVE RG-KEY(IDX-REG) TO ST-KEY(IDX-STU)
               SET STU-LGTH UP BY 1
               ADD 1 TO WS-STUDENT-COUNT
           END-IF.
           MOVE RG-NAME(IDX-REG)  TO ST-NAME(IDX-STU).
           MOVE RG-CLASS(IDX-REG) TO ST-CLASS(IDX-STU).
           ADD 1 TO ST-TOTAL(IDX-STU).
           IF RG-STATE(IDX-REG) = 'O'
               ADD 1 TO ST-OPEN(IDX-STU)
           END-IF.
       8100-TALLY-STUDENT-END.
      ******************************************************************
       8110-TALLY-TERM-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-TCNT FROM 1 BY 1
                   UNTIL IDX-TCNT > TCNT-LGTH - 1 OR WS-FOUND
               IF TC-KEY(IDX-TCNT) = RG-KEY(IDX-REG)
                       AND TC-TERM(IDX-TCNT) = RG-TERM(IDX-REG)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET IDX-TCNT DOWN BY 1
           ELSE
               IF TCNT-LGTH > 9998
                   GO TO 8110-TALLY-TERM-END
               END-IF
               SET IDX-TCNT TO TCNT-LGTH
               MOVE RG-KEY(IDX-REG)  TO TC-KEY(IDX-TCNT)
               MOVE RG-TERM(IDX-REG) TO TC-TERM(IDX-TCNT)
               MOVE ZERO TO TC-COUNT(IDX-TCNT)
               SET TCNT-LGTH UP BY 1
           END-IF.
           ADD 1 TO TC-COUNT(IDX-TCNT).
       8110-TALLY-TERM-END.
      ******************************************************************
       8120-TALLY-SUBJ-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-SCNT FROM 1 BY 1
                   UNTIL IDX-SCNT > SCNT-LGTH - 1 OR WS-FOUND
               IF SC-KEY(IDX-SCNT) = RG-KEY(IDX-REG)
                       AND SC-LABEL(IDX-SCNT) = RG-LABEL(IDX-REG)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET IDX-SCNT DOWN BY 1
           ELSE
               IF SCNT-LGTH > 9998
                   GO TO 8120-TALLY-SUBJ-END
               END-IF
               SET IDX-SCNT TO SCNT-LGTH
               MOVE RG-KEY(IDX-REG)   TO SC-KEY(IDX-SCNT)
               MOVE RG-LABEL(IDX-REG) TO SC-LABEL(IDX-SCNT)
               MOVE ZERO TO SC-COUNT(IDX-SCNT)
               SET SCNT-LGTH UP BY 1
           END-IF.
           ADD 1 TO SC-COUNT(IDX-SCNT).
       8120-TALLY-SUBJ-END.
      ******************************************************************
      * The student entry of key WS-R-KEY at IDX-STU, if any.
      ******************************************************************
       8150-FIND-STUDENT-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-STU FROM 1 BY 1
                   UNTIL IDX-STU > STU-LGTH - 1 OR WS-FOUND
               IF ST-KEY(IDX-STU) = WS-R-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET IDX-STU DOWN BY 1
           END-IF.
       8150-FIND-STUDENT-END.
      ******************************************************************
       7200-FLAG-START.
           PERFORM VARYING IDX-STU FROM 1 BY 1
                   UNTIL IDX-STU > STU-LGTH - 1
               MOVE 'N' TO ST-ALERT-TERM(IDX-STU)
               MOVE 'N' TO ST-ALERT-OPEN(IDX-STU)
               MOVE 'N' TO ST-ALERT-SUBJ(IDX-STU)
               IF ST-TERM-MAX(IDX-STU) > WS-MAX-TERM
                   MOVE 'O' TO ST-ALERT-TERM(IDX-STU)
               END-IF
               IF ST-OPEN(IDX-STU) > WS-MAX-OPEN
                   MOVE 'O' TO ST-ALERT-OPEN(IDX-STU)
               END-IF
               IF ST-SUBJ-MAX(IDX-STU) > WS-MAX-SUBJ
                   MOVE 'O' TO ST-ALERT-SUBJ(IDX-STU)
               END-IF
               IF ST-ALERT-TERM(IDX-STU) = 'O'
                       OR ST-ALERT-OPEN(IDX-STU) = 'O'
                       OR ST-ALERT-SUBJ(IDX-STU) = 'O'
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-PERFORM.
       7200-FLAG-END.
      ******************************************************************
       7300-SORT-START.
           IF STU-LGTH < 3
               GO TO 7300-SORT-END
           END-IF.
           PERFORM VARYING IDX-STU FROM 1 BY 1
                   UNTIL IDX-STU > STU-LGTH - 2
               SET IDX-STU-2 TO IDX-STU
               SET IDX-STU-2 UP BY 1
               PERFORM VARYING IDX-STU-2 FROM IDX-STU-2 BY 1
                       UNTIL IDX-STU-2 > STU-LGTH - 1
                   IF ST-KEY(IDX-STU-2) < ST-KEY(IDX-STU)
                       MOVE STU-ENTRY(IDX-STU) TO WS-SWAP-STU
                       MOVE STU-ENTRY(IDX-STU-2)
                           TO STU-ENTRY(IDX-STU)
                       MOVE WS-SWAP-STU TO STU-ENTRY(IDX-STU-2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       7300-SORT-END.
      ******************************************************************
       8500-REPORT-HEADER-START.
           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'REGISTRE DES ABSENCES' TO REC-F-REPORT(3:21).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SEUILS : ABS PAR TRIMESTRE >' TO REC-F-REPORT(3:28).
           MOVE WS-MAX-TERM TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(32:3).
           MOVE 'NON RATTRAPEES >' TO REC-F-REPORT(38:16).
           MOVE WS-MAX-OPEN TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(55:3).
           MOVE 'MEME MATIERE >' TO REC-F-REPORT(61:14).
           MOVE WS-MAX-SUBJ TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(76:3).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'CLE'      TO REC-F-REPORT(1:3).
           MOVE 'ELEVE'    TO REC-F-REPORT(6:5).
           MOVE 'CLASSE'   TO REC-F-REPORT(47:6).
           MOVE 'ABS'      TO REC-F-REPORT(58:3).
           MOVE 'NON RATT' TO REC-F-REPORT(62:8).
           MOVE 'MAX TRIMESTRE' TO REC-F-REPORT(71:13).
           MOVE 'MAX MATIERE'   TO REC-F-REPORT(88:11).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:132).
           WRITE REC-F-REPORT.
       8500-REPORT-HEADER-END.
      ******************************************************************
      * The flagged student, the counts behind the alert, then each
      * absence still waiting for its make-up.
      ******************************************************************
       8600-STUDENT-START.
           INITIALIZE REC-F-REPORT.
           MOVE ST-KEY(IDX-STU)   TO REC-F-REPORT(1:4).
           MOVE ST-NAME(IDX-STU)  TO REC-F-REPORT(6:40).
           MOVE ST-CLASS(IDX-STU) TO REC-F-REPORT(47:10).
           MOVE ST-TOTAL(IDX-STU) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(58:3).
           MOVE ST-OPEN(IDX-STU) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(63:3).
           IF ST-ALERT-OPEN(IDX-STU) = 'O'
               MOVE '*' TO REC-F-REPORT(67:1)
           END-IF.
           MOVE ST-TERM-MAX(IDX-STU) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(71:3).
           MOVE ST-TERM(IDX-STU) TO REC-F-REPORT(75:10).
           IF ST-ALERT-TERM(IDX-STU) = 'O'
               MOVE '*' TO REC-F-REPORT(86:1)
           END-IF.
           MOVE ST-SUBJ-MAX(IDX-STU) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(88:3).
           MOVE ST-SUBJ(IDX-STU) TO REC-F-REPORT(92:25).
           IF ST-ALERT-SUBJ(IDX-STU) = 'O'
               MOVE '*' TO REC-F-REPORT(118:1)
           END-IF.
           WRITE REC-F-REPORT.

           PERFORM VARYING IDX-REG FROM 1 BY 1
                   UNTIL IDX-REG > REG-LGTH - 1
               IF RG-KEY(IDX-REG) = ST-KEY(IDX-STU)
                       AND RG-STATE(IDX-REG) = 'O'
                   INITIALIZE REC-F-REPORT
                   MOVE 'NON RATTRAPEE :'  TO REC-F-REPORT(6:15)
                   MOVE RG-CLASS(IDX-REG)  TO REC-F-REPORT(22:10)
                   MOVE RG-TERM(IDX-REG)   TO REC-F-REPORT(33:10)
                   MOVE RG-LABEL(IDX-REG)  TO REC-F-REPORT(44:25)
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.
       8600-STUDENT-END.
      ******************************************************************
      * One letter line per family holding parental rights, as the
      * mailing run selects them.
      ******************************************************************
       8700-LETTER-START.
           INITIALIZE REC-F-LETTER.
           MOVE ST-KEY(IDX-STU)        TO LET-KEY.
           MOVE ST-NAME(IDX-STU)       TO LET-STUDENT.
           MOVE ST-CLASS(IDX-STU)      TO LET-CLASS.
           MOVE ST-TOTAL(IDX-STU)      TO LET-ABS-TOTAL.
           MOVE ST-OPEN(IDX-STU)       TO LET-ABS-OPEN.
           MOVE ST-TERM-MAX(IDX-STU)   TO LET-TERM-MAX.
           MOVE ST-TERM(IDX-STU)       TO LET-TERM.
           MOVE ST-SUBJ-MAX(IDX-STU)   TO LET-SUBJ-MAX.
           MOVE ST-SUBJ(IDX-STU)       TO LET-SUBJ-LABEL.
           MOVE ST-ALERT-TERM(IDX-STU) TO LET-ALERT-TERM.
           MOVE ST-ALERT-OPEN(IDX-STU) TO LET-ALERT-OPEN.
           MOVE ST-ALERT-SUBJ(IDX-STU) TO LET-ALERT-SUBJ.

           MOVE ZERO TO WS-LETTER-LINES.
           IF WS-GUARDIAN-UNAVAILABLE OR ST-KEY(IDX-STU) IS NOT NUMERIC
               GO TO 8700-LETTER-NO-ADDRESS
           END-IF.

           MOVE ST-KEY(IDX-STU) TO WS-KEY-NUM.
           MOVE WS-KEY-NUM TO GRD-K-STUDENT.
           MOVE ZERO       TO GRD-K-SEQ.
           START F-GUARDIAN KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY
                   GO TO 8700-LETTER-NO-ADDRESS
           END-START.

           PERFORM UNTIL WS-LETTER-LINES > 8
               READ F-GUARDIAN NEXT RECORD
                   AT END
                       GO TO 8700-LETTER-NO-ADDRESS
               END-READ
               IF GRD-K-STUDENT NOT = WS-KEY-NUM
                   GO TO 8700-LETTER-NO-ADDRESS
               END-IF
               IF GRD-STATUS = 'A' AND GRD-RIGHTS = 'O'
                   MOVE GRD-NAME     TO LET-GRD-NAME
                   MOVE GRD-ADDR1    TO LET-ADDR1
                   MOVE GRD-ADDR2    TO LET-ADDR2
                   MOVE GRD-POSTCODE TO LET-POSTCODE
                   MOVE GRD-CITY     TO LET-CITY
                   WRITE REC-F-LETTER
                   ADD 1 TO WS-LETTER-LINES
                   ADD 1 TO WS-LETTER-COUNT
               END-IF
           END-PERFORM.

       8700-LETTER-NO-ADDRESS.
           IF WS-LETTER-LINES = ZERO
               MOVE SPACES TO LET-GRD-NAME LET-ADDR1 LET-ADDR2
                              LET-POSTCODE LET-CITY
               WRITE REC-F-LETTER
               ADD 1 TO WS-LETTER-COUNT
               ADD 1 TO WS-NOADDR-COUNT
           END-IF.
       8700-LETTER-END.
      ******************************************************************
       8900-REPORT-TOTALS-START.
           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:132).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'LIGNES LUES' TO REC-F-REPORT(1:14).
           MOVE WS-LINE-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ABSENCES' TO REC-F-REPORT(1:14).
           MOVE WS-ABS-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RATTRAPEES' TO REC-F-REPORT(1:14).
           MOVE WS-RESOLVED-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'NON RATTRAP.' TO REC-F-REPORT(1:14).
           MOVE WS-OPEN-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ELEVES' TO REC-F-REPORT(1:14).
           MOVE WS-STUDENT-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SIGNALES' TO REC-F-REPORT(1:14).
           MOVE WS-FLAGGED-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'LETTRES' TO REC-F-REPORT(1:14).
           MOVE WS-LETTER-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS ADRESSE' TO REC-F-REPORT(1:14).
           MOVE WS-NOADDR-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.
       8900-REPORT-TOTALS-END.
      ******************************************************************
