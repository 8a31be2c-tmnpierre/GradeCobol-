      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedtrk.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EXPECTED
               ASSIGN TO 'feedprep.lst'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXPECTED-STATUS.

           SELECT F-FEED
               ASSIGN TO WS-FEED-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FEED-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'feedtrk.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * The feeds sent out by feedprep.
       FD  F-EXPECTED
           RECORD CONTAINS 105 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EXPECTED.
           03 R-EX-FILE          PIC X(40).
           03 R-EX-CLASS         PIC X(10).
           03 R-EX-TEACHER       PIC X(30).
           03 R-EX-LABEL         PIC X(21).
           03 R-EX-STUDENTS      PIC 9(04).

       FD  F-FEED
           RECORD CONTAINS 2 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-FEED-2        PIC X(02).

       01  REC-FEED-GRADE.
           03 R-FG-TYPE          PIC X(02).
           03 R-FG-KEY           PIC 9(04).
           03 R-FG-LASTNAME      PIC X(07).
           03 R-FG-FIRSTNAME     PIC X(06).
           03 R-FG-AGE           PIC X(02).
           03 R-FG-GRADE         PIC X(05).

       01  REC-FEED-APPR.
           03 R-FA-TYPE          PIC X(02).
           03 R-FA-KEY           PIC 9(04).
           03 R-FA-COMMENT       PIC X(60).

       01  REC-FEED-EVAL.
           03 R-FE-TYPE          PIC X(02).
           03 R-FE-KEY           PIC 9(04).
           03 R-FE-EVAL          PIC X(15).
           03 R-FE-WEIGHT        PIC X(03).
           03 R-FE-GRADE         PIC X(05).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-EXPECTED-STATUS   PIC X(02) VALUE SPACE.
           88 F-EXPECTED-STATUS-OK  VALUE '00'.
           88 F-EXPECTED-STATUS-EOF VALUE '10'.

       01  F-FEED-STATUS       PIC X(02) VALUE SPACE.
           88 F-FEED-STATUS-OK     VALUE '00'.
           88 F-FEED-STATUS-EOF    VALUE '10'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-FEED-NAME        PIC X(40) VALUE SPACES.
       01  WS-CUR-TEACHER      PIC X(30) VALUE SPACES.
       01  WS-STATE            PIC X(10) VALUE SPACES.

       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
           88  WS-NOT-FOUND            VALUE 'N'.

       01  WS-MORE-FLAG        PIC X VALUE 'Y'.
           88  WS-MORE                 VALUE 'Y'.
           88  WS-NO-MORE              VALUE 'N'.

      * Feeds expected, by teacher once sorted on the fly.
       01  DATA-EXP.
           03 EXP-LGTH         PIC 9(04) VALUE 1.
           03 EXP-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON EXP-LGTH
                   INDEXED BY IDX-EXP.
               05 EX-FILE        PIC X(40).
               05 EX-CLASS       PIC X(10).
               05 EX-TEACHER     PIC X(30).
               05 EX-LABEL       PIC X(21).
               05 EX-STUDENTS    PIC 9(04).
               05 EX-DONE        PIC X(01).

      * Students of the feed being checked.
       01  DATA-FSTU.
           03 FSTU-LGTH        PIC 9(04) VALUE 1.
           03 FSTU-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON FSTU-LGTH
                   INDEXED BY IDX-FSTU.
               05 FS-KEY         PIC 9(04).
               05 FS-LASTNAME    PIC X(07).
               05 FS-FIRSTNAME   PIC X(06).
               05 FS-GRADED      PIC X(01).
               05 FS-APPR        PIC X(01).

       01  WS-FEED-GRADED      PIC 9(04) VALUE ZERO.
       01  WS-FEED-BLANK       PIC 9(04) VALUE ZERO.
       01  WS-FEED-NOAPPR      PIC 9(04) VALUE ZERO.

       01  WS-EXPECTED-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-ABSENT-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-EMPTY-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PARTIAL-COUNT    PIC 9(04) VALUE ZERO.
       01  WS-COMPLETE-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-BLANK-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-NOAPPR-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 7000-LOAD-START THRU 7000-LOAD-END.
           IF RETURN-CODE = ZERO
               PERFORM 7100-REPORT-START THRU 7100-REPORT-END
           END-IF.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       7000-LOAD-START.
           OPEN INPUT F-EXPECTED.
           IF NOT F-EXPECTED-STATUS-OK
               DISPLAY 'ERROR EXPECTED FEEDS FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7000-LOAD-END
           END-IF.

           PERFORM UNTIL F-EXPECTED-STATUS-EOF
               READ F-EXPECTED
               IF F-EXPECTED-STATUS-EOF
                   GO TO 7000-LOAD-CLOSE
               END-IF
               IF R-EX-FILE NOT = SPACES
                   MOVE R-EX-FILE     TO EX-FILE(EXP-LGTH)
                   MOVE R-EX-CLASS    TO EX-CLASS(EXP-LGTH)
                   MOVE R-EX-TEACHER  TO EX-TEACHER(EXP-LGTH)
                   MOVE R-EX-LABEL    TO EX-LABEL(EXP-LGTH)
                   MOVE R-EX-STUDENTS TO EX-STUDENTS(EXP-LGTH)
                   MOVE 'N'           TO EX-DONE(EXP-LGTH)
                   SET EXP-LGTH UP BY 1
                   ADD 1 TO WS-EXPECTED-COUNT
               END-IF
           END-PERFORM.

       7000-LOAD-CLOSE.
           CLOSE F-EXPECTED.
       7000-LOAD-END.
      ******************************************************************
      * Teacher by teacher, in name order: each expected feed is
      * opened and its grade and appreciation lines are checked.
      ******************************************************************
       7100-REPORT-START.
           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7100-REPORT-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE '*' TO REC-F-REPORT(1:1).
           MOVE '*' TO REC-F-REPORT(120:1).
           MOVE 'SUIVI DES RETOURS DE SAISIE' TO REC-F-REPORT(45:27).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           SET WS-MORE TO TRUE.
           PERFORM UNTIL WS-NO-MORE
               PERFORM 8010-NEXT-TEACHER-START
                   THRU 8010-NEXT-TEACHER-END
               IF WS-MORE
                   PERFORM 8015-TEACHER-START
                       THRU 8015-TEACHER-END
               END-IF
           END-PERFORM.

           PERFORM 7200-TOTALS-START THRU 7200-TOTALS-END.

           CLOSE F-REPORT.

           IF WS-ABSENT-COUNT + WS-EMPTY-COUNT + WS-PARTIAL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       7100-REPORT-END.
      ******************************************************************
      * Lowest teacher name among the feeds not reported yet.
      ******************************************************************
       8010-NEXT-TEACHER-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-EXP FROM 1 BY 1
                   UNTIL IDX-EXP > EXP-LGTH - 1
               IF EX-DONE(IDX-EXP) = 'N'
                   IF WS-NOT-FOUND
                           OR EX-TEACHER(IDX-EXP) < WS-CUR-TEACHER
                       MOVE EX-TEACHER(IDX-EXP) TO WS-CUR-TEACHER
                       SET WS-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               SET WS-NO-MORE TO TRUE
           END-IF.
       8010-NEXT-TEACHER-END.
      ******************************************************************
       8015-TEACHER-START.
           INITIALIZE REC-F-REPORT.
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ENSEIGNANT :' TO REC-F-REPORT(1:12).
           MOVE WS-CUR-TEACHER TO REC-F-REPORT(14:30).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'FICHIER' TO REC-F-REPORT(3:7).
           MOVE '| CLASSE' TO REC-F-REPORT(18:8).
           MOVE '| MATIERE' TO REC-F-REPORT(30:9).
           MOVE '| ELEVES' TO REC-F-REPORT(54:8).
           MOVE '| NOTES' TO REC-F-REPORT(63:7).
           MOVE '| VIDES' TO REC-F-REPORT(71:7).
           MOVE '| S.APPR' TO REC-F-REPORT(79:8).
           MOVE '| ETAT' TO REC-F-REPORT(88:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           PERFORM VARYING IDX-EXP FROM 1 BY 1
                   UNTIL IDX-EXP > EXP-LGTH - 1
               IF EX-DONE(IDX-EXP) = 'N'
                       AND EX-TEACHER(IDX-EXP) = WS-CUR-TEACHER
                   MOVE 'Y' TO EX-DONE(IDX-EXP)
                   PERFORM 8020-CHECK-FEED-START
                       THRU 8020-CHECK-FEED-END
               END-IF
           END-PERFORM.
       8015-TEACHER-END.
      ******************************************************************
      * A feed is ABSENT when the file is gone, NON SAISI when no
      * grade at all has been entered, INCOMPLET while some grade
      * lines are still blank. A student counts as graded with a
      * grade on the line or at least one evaluation.
      ******************************************************************
       8020-CHECK-FEED-START.
           MOVE EX-FILE(IDX-EXP) TO WS-FEED-NAME.
           MOVE 1 TO FSTU-LGTH.
           MOVE ZERO TO WS-FEED-GRADED.
           MOVE ZERO TO WS-FEED-BLANK.
           MOVE ZERO TO WS-FEED-NOAPPR.

           OPEN INPUT F-FEED.
           IF NOT F-FEED-STATUS-OK
               MOVE 'ABSENT' TO WS-STATE
               ADD 1 TO WS-ABSENT-COUNT
               PERFORM 8050-FEED-LINE-START THRU 8050-FEED-LINE-END
               GO TO 8020-CHECK-FEED-END
           END-IF.

           PERFORM UNTIL F-FEED-STATUS-EOF
               READ F-FEED
               IF F-FEED-STATUS-EOF
                   GO TO 8020-CHECK-FEED-CLOSE
               END-IF
               EVALUATE REC-F-FEED-2
                   WHEN '01'
                       PERFORM 8030-GRADE-START THRU 8030-GRADE-END
                   WHEN '04'
                       PERFORM 8035-EVAL-START THRU 8035-EVAL-END
                   WHEN '03'
                       PERFORM 8040-APPR-START THRU 8040-APPR-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       8020-CHECK-FEED-CLOSE.
           CLOSE F-FEED.

           PERFORM VARYING IDX-FSTU FROM 1 BY 1
                   UNTIL IDX-FSTU > FSTU-LGTH - 1
               IF FS-GRADED(IDX-FSTU) = 'Y'
                   ADD 1 TO WS-FEED-GRADED
               ELSE
                   ADD 1 TO WS-FEED-BLANK
               END-IF
               IF FS-APPR(IDX-FSTU) NOT = 'Y'
                   ADD 1 TO WS-FEED-NOAPPR
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-FEED-GRADED = ZERO
                   MOVE 'NON SAISI' TO WS-STATE
                   ADD 1 TO WS-EMPTY-COUNT
               WHEN WS-FEED-BLANK > ZERO
                   MOVE 'INCOMPLET' TO WS-STATE
                   ADD 1 TO WS-PARTIAL-COUNT
               WHEN OTHER
                   MOVE 'COMPLET' TO WS-STATE
                   ADD 1 TO WS-COMPLETE-COUNT
           END-EVALUATE.
           ADD WS-FEED-BLANK  TO WS-BLANK-COUNT.
           ADD WS-FEED-NOAPPR TO WS-NOAPPR-COUNT.

           PERFORM 8050-FEED-LINE-START THRU 8050-FEED-LINE-END.

      * Untouched feeds are not detailed student by student.
           IF WS-FEED-GRADED = ZERO
               GO TO 8020-CHECK-FEED-END
           END-IF.

           PERFORM VARYING IDX-FSTU FROM 1 BY 1
                   UNTIL IDX-FSTU > FSTU-LGTH - 1
               IF FS-GRADED(IDX-FSTU) NOT = 'Y'
                   INITIALIZE REC-F-REPORT
                   MOVE 'NOTE VIDE' TO REC-F-REPORT(5:17)
                   PERFORM 8055-STUDENT-LINE-START
                       THRU 8055-STUDENT-LINE-END
               END-IF
               IF FS-APPR(IDX-FSTU) NOT = 'Y'
                   INITIALIZE REC-F-REPORT
                   MOVE 'SANS APPRECIATION' TO REC-F-REPORT(5:17)
                   PERFORM 8055-STUDENT-LINE-START
                       THRU 8055-STUDENT-LINE-END
               END-IF
           END-PERFORM.
       8020-CHECK-FEED-END.
      ******************************************************************
       8025-FIND-STUDENT-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-FSTU FROM 1 BY 1
                   UNTIL IDX-FSTU > FSTU-LGTH - 1 OR WS-FOUND
               IF FS-KEY(IDX-FSTU) = R-FG-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET IDX-FSTU DOWN BY 1
           END-IF.
       8025-FIND-STUDENT-END.
      ******************************************************************
       8030-GRADE-START.
           IF R-FG-KEY IS NOT NUMERIC
               GO TO 8030-GRADE-END
           END-IF.
           PERFORM 8025-FIND-STUDENT-START THRU 8025-FIND-STUDENT-END.
           IF WS-NOT-FOUND
               SET IDX-FSTU TO FSTU-LGTH
               MOVE R-FG-KEY       TO FS-KEY(IDX-FSTU)
               MOVE R-FG-LASTNAME  TO FS-LASTNAME(IDX-FSTU)
               MOVE R-FG-FIRSTNAME TO FS-FIRSTNAME(IDX-FSTU)
               MOVE 'N'            TO FS-GRADED(IDX-FSTU)
               MOVE 'N'            TO FS-APPR(IDX-FSTU)
               SET FSTU-LGTH UP BY 1
           END-IF.
           IF R-FG-GRADE NOT = SPACES
               MOVE 'Y' TO FS-GRADED(IDX-FSTU)
           END-IF.
       8030-GRADE-END.
      ******************************************************************
       8035-EVAL-START.
           IF R-FE-KEY IS NOT NUMERIC OR R-FE-GRADE = SPACES
               GO TO 8035-EVAL-END
           END-IF.
           MOVE R-FE-KEY TO R-FG-KEY.
           PERFORM 8025-FIND-STUDENT-START THRU 8025-FIND-STUDENT-END.
           IF WS-FOUND
               MOVE 'Y' TO FS-GRADED(IDX-FSTU)
           END-IF.
       8035-EVAL-END.
      ******************************************************************
       8040-APPR-START.
           IF R-FA-KEY IS NOT NUMERIC OR R-FA-COMMENT = SPACES
               GO TO 8040-APPR-END
           END-IF.
           MOVE R-FA-KEY TO R-FG-KEY.
           PERFORM 8025-FIND-STUDENT-START THRU 8025-FIND-STUDENT-END.
           IF WS-FOUND
               MOVE 'Y' TO FS-APPR(IDX-FSTU)
           END-IF.
       8040-APPR-END.
      ******************************************************************
       8050-FEED-LINE-START.
           INITIALIZE REC-F-REPORT.
           MOVE EX-FILE(IDX-EXP) TO REC-F-REPORT(3:14).
           MOVE '|' TO REC-F-REPORT(18:1).
           MOVE EX-CLASS(IDX-EXP) TO REC-F-REPORT(20:10).
           MOVE '|' TO REC-F-REPORT(30:1).
           MOVE EX-LABEL(IDX-EXP) TO REC-F-REPORT(32:21).
           MOVE '|' TO REC-F-REPORT(54:1).
           MOVE EX-STUDENTS(IDX-EXP) TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(56:4).
           MOVE '|' TO REC-F-REPORT(63:1).
           MOVE WS-FEED-GRADED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(65:4).
           MOVE '|' TO REC-F-REPORT(71:1).
           MOVE WS-FEED-BLANK TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(73:4).
           MOVE '|' TO REC-F-REPORT(79:1).
           MOVE WS-FEED-NOAPPR TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(81:4).
           MOVE '|' TO REC-F-REPORT(88:1).
           MOVE WS-STATE TO REC-F-REPORT(90:10).
           WRITE REC-F-REPORT.
       8050-FEED-LINE-END.
      ******************************************************************
       8055-STUDENT-LINE-START.
           MOVE FS-KEY(IDX-FSTU) TO REC-F-REPORT(24:4).
           MOVE FS-LASTNAME(IDX-FSTU) TO REC-F-REPORT(30:7).
           MOVE FS-FIRSTNAME(IDX-FSTU) TO REC-F-REPORT(38:6).
           WRITE REC-F-REPORT.
       8055-STUDENT-LINE-END.
      ******************************************************************
       7200-TOTALS-START.
           INITIALIZE REC-F-REPORT.
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ATTENDUS' TO REC-F-REPORT(1:12).
           MOVE WS-EXPECTED-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ABSENTS' TO REC-F-REPORT(1:12).
           MOVE WS-ABSENT-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'NON SAISIS' TO REC-F-REPORT(1:12).
           MOVE WS-EMPTY-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'INCOMPLETS' TO REC-F-REPORT(1:12).
           MOVE WS-PARTIAL-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'COMPLETS' TO REC-F-REPORT(1:12).
           MOVE WS-COMPLETE-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'NOTES VIDES' TO REC-F-REPORT(1:12).
           MOVE WS-BLANK-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS APPREC.' TO REC-F-REPORT(1:12).
           MOVE WS-NOAPPR-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.
       7200-TOTALS-END.
      ******************************************************************
