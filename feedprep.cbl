      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedprep.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTROL
               ASSIGN TO 'feedprep.ctl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-PLAN
               ASSIGN TO 'feedplan.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PLAN-STATUS.

           SELECT F-CATALOG
               ASSIGN TO 'catalog.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-LABEL
               FILE STATUS IS F-CATALOG-STATUS.

           SELECT F-MASTER
               ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS F-MASTER-STATUS.

           SELECT F-ENROL
               ASSIGN TO 'enrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS F-ENROL-STATUS.

           SELECT F-FEED
               ASSIGN TO WS-FEED-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-FEED-STATUS.

           SELECT F-LIST
               ASSIGN TO 'teachmrg.lst'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LIST-STATUS.

           SELECT F-EXPECTED
               ASSIGN TO 'feedprep.lst'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXPECTED-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'feedprep.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  F-CONTROL
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONTROL.
           03 R-CTL-TERM         PIC X(10).
           03 R-CTL-YEAR         PIC X(09).

      * The teaching plan: one line per course taught in a class.
       FD  F-PLAN
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PLAN.
           03 R-PL-CLASS         PIC X(10).
           03 R-PL-LABEL         PIC X(25).

       FD  F-CATALOG
           RECORD CONTAINS 60 CHARACTERS.
       01  REC-F-CATALOG.
           03 CAT-LABEL          PIC X(25).
           03 CAT-COEF           PIC X(03).
           03 CAT-TEACHER        PIC X(30).
           03 CAT-STATUS         PIC X(01).
           03 CAT-KIND           PIC X(01).

       FD  F-MASTER
           RECORD CONTAINS 64 CHARACTERS.
       01  REC-F-MASTER.
           03 MST-KEY            PIC 9(04).
           03 MST-LASTNAME       PIC X(20).
           03 MST-FIRSTNAME      PIC X(20).
           03 MST-BIRTHDATE      PIC 9(08).
           03 MST-STATUS         PIC X(01).
           03 MST-INE            PIC X(11).

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

      * The teacher feed, in the layout teachmrg reads: the type-00
      * header, then one identity line per student with the grade
      * left blank for the teacher to fill in.
       FD  F-FEED
           RECORD CONTAINS 2 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-FEED-HEADER.
           03 R-FH-TYPE          PIC X(02).
           03 R-FH-CLASS         PIC X(10).
           03 R-FH-TEACHER       PIC X(30).
           03 R-FH-LABEL         PIC X(21).
           03 R-FH-COEF          PIC X(03).

       01  REC-FEED-GRADE.
           03 R-FG-TYPE          PIC X(02).
           03 R-FG-KEY           PIC 9(04).
           03 R-FG-LASTNAME      PIC X(07).
           03 R-FG-FIRSTNAME     PIC X(06).
           03 R-FG-AGE           PIC X(02).
           03 R-FG-GRADE         PIC X(05).

       FD  F-LIST
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LIST          PIC X(40).

      * What was sent out, for the return tracking (feedtrk).
       FD  F-EXPECTED
           RECORD CONTAINS 105 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-EXPECTED.
           03 R-EX-FILE          PIC X(40).
           03 R-EX-CLASS         PIC X(10).
           03 R-EX-TEACHER       PIC X(30).
           03 R-EX-LABEL         PIC X(21).
           03 R-EX-STUDENTS      PIC 9(04).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK  VALUE '00'.

       01  F-PLAN-STATUS       PIC X(02) VALUE SPACE.
           88 F-PLAN-STATUS-OK     VALUE '00'.
           88 F-PLAN-STATUS-EOF    VALUE '10'.

       01  F-CATALOG-STATUS    PIC X(02) VALUE SPACE.
           88 F-CATALOG-STATUS-OK  VALUE '00'.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK   VALUE '00'.

       01  F-ENROL-STATUS      PIC X(02) VALUE SPACE.
           88 F-ENROL-STATUS-OK    VALUE '00'.
           88 F-ENROL-STATUS-EOF   VALUE '10'.

       01  F-FEED-STATUS       PIC X(02) VALUE SPACE.
           88 F-FEED-STATUS-OK     VALUE '00'.

       01  F-LIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-LIST-STATUS-OK     VALUE '00'.

       01  F-EXPECTED-STATUS   PIC X(02) VALUE SPACE.
           88 F-EXPECTED-STATUS-OK VALUE '00'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-FEED-NAME        PIC X(40) VALUE SPACES.
       01  WS-CTL-TERM         PIC X(10) VALUE SPACES.
       01  WS-CTL-YEAR         PIC X(09) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-AGE              PIC 9(02) VALUE ZERO.

       01  WS-FILES-OPEN-FLAG  PIC X VALUE 'N'.
           88  WS-FILES-OPEN           VALUE 'Y'.
           88  WS-FILES-NOT-OPEN       VALUE 'N'.

       01  WS-RESULT           PIC X(30) VALUE SPACES.
       01  WS-SEQ              PIC 9(03) VALUE ZERO.
       01  WS-FEED-STUDENTS    PIC 9(04) VALUE ZERO.
       01  WS-FILE-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-STUDENT-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.
       01  WS-PNT-CNT          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 7000-SETUP-START THRU 7000-SETUP-END.
           IF WS-FILES-OPEN
               PERFORM 7100-PLAN-START   THRU 7100-PLAN-END
               PERFORM 7200-TOTALS-START THRU 7200-TOTALS-END
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
      * The school year selects the class lists; the catalog, the
      * student master and the enrolments are all required, since
      * the feeds are built from nothing else.
      ******************************************************************
       7000-SETUP-START.
           OPEN INPUT F-CONTROL.
           IF NOT F-CONTROL-STATUS-OK
               DISPLAY 'ERROR CONTROL FILE'
               GO TO 7000-SETUP-END
           END-IF.
           READ F-CONTROL
               NOT AT END
                   MOVE R-CTL-TERM TO WS-CTL-TERM
                   MOVE R-CTL-YEAR TO WS-CTL-YEAR
           END-READ.
           CLOSE F-CONTROL.
           IF WS-CTL-YEAR = SPACES
               DISPLAY 'NO SCHOOL YEAR - NOTHING DONE'
               GO TO 7000-SETUP-END
           END-IF.

           OPEN INPUT F-PLAN.
           IF NOT F-PLAN-STATUS-OK
               DISPLAY 'ERROR PLAN FILE'
               GO TO 7000-SETUP-END
           END-IF.

           OPEN INPUT F-CATALOG.
           IF NOT F-CATALOG-STATUS-OK
               DISPLAY 'ERROR CATALOG FILE'
               CLOSE F-PLAN
               GO TO 7000-SETUP-END
           END-IF.

           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
               DISPLAY 'ERROR MASTER FILE'
               CLOSE F-PLAN
               CLOSE F-CATALOG
               GO TO 7000-SETUP-END
           END-IF.

           OPEN INPUT F-ENROL.
           IF NOT F-ENROL-STATUS-OK
               DISPLAY 'ERROR ENROLMENT FILE'
               CLOSE F-PLAN
               CLOSE F-CATALOG
               CLOSE F-MASTER
               GO TO 7000-SETUP-END
           END-IF.

           OPEN OUTPUT F-LIST.
           OPEN OUTPUT F-EXPECTED.
           OPEN OUTPUT F-REPORT.
           IF NOT F-LIST-STATUS-OK
                   OR NOT F-EXPECTED-STATUS-OK
                   OR NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR OUTPUT FILES'
               CLOSE F-PLAN
               CLOSE F-CATALOG
               CLOSE F-MASTER
               CLOSE F-ENROL
               GO TO 7000-SETUP-END
           END-IF.

           SET WS-FILES-OPEN TO TRUE.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE '*' TO REC-F-REPORT(1:1).
           MOVE '*' TO REC-F-REPORT(120:1).
           MOVE 'PREPARATION DES SAISIES ENSEIGNANTS'
               TO REC-F-REPORT(40:35).
           MOVE WS-CTL-TERM TO REC-F-REPORT(78:10).
           MOVE WS-CTL-YEAR TO REC-F-REPORT(89:9).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'FICHIER' TO REC-F-REPORT(1:7).
           MOVE '| CLASSE' TO REC-F-REPORT(16:8).
           MOVE '| MATIERE' TO REC-F-REPORT(28:9).
           MOVE '| ENSEIGNANT' TO REC-F-REPORT(52:12).
           MOVE '| ELEVES' TO REC-F-REPORT(84:8).
           MOVE '| ETAT' TO REC-F-REPORT(93:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.
       7000-SETUP-END.
      ******************************************************************
       7100-PLAN-START.
           PERFORM UNTIL F-PLAN-STATUS-EOF
               READ F-PLAN
               IF F-PLAN-STATUS-EOF
                   GO TO 7100-PLAN-CLOSE
               END-IF
               IF REC-F-PLAN NOT = SPACES
                   PERFORM 8010-ONE-FEED-START
                       THRU 8010-ONE-FEED-END
               END-IF
           END-PERFORM.

       7100-PLAN-CLOSE.
           CLOSE F-PLAN.
           CLOSE F-CATALOG.
           CLOSE F-MASTER.
           CLOSE F-ENROL.
           CLOSE F-LIST.
           CLOSE F-EXPECTED.
       7100-PLAN-END.
      ******************************************************************
      * One feed per plan line: the course must be active in the
      * catalog, which gives the teacher and the coefficient, and
      * the class must have students enrolled on the run date.
      ******************************************************************
       8010-ONE-FEED-START.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO WS-FEED-NAME.
           MOVE ZERO TO WS-FEED-STUDENTS.
           MOVE SPACES TO CAT-TEACHER.

           MOVE R-PL-LABEL TO CAT-LABEL.
           READ F-CATALOG
               INVALID KEY
                   MOVE 'COURSE NOT IN CATALOG' TO WS-RESULT
               NOT INVALID KEY
                   IF CAT-STATUS NOT = 'A'
                       MOVE 'COURSE INACTIVE IN CATALOG' TO WS-RESULT
                   END-IF
           END-READ.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ONE-FEED-REPORT
           END-IF.

           ADD 1 TO WS-SEQ.
           STRING 'feed'   DELIMITED BY SIZE
                  WS-SEQ   DELIMITED BY SIZE
                  '.dat'   DELIMITED BY SIZE
               INTO WS-FEED-NAME.

           OPEN OUTPUT F-FEED.
           IF NOT F-FEED-STATUS-OK
               MOVE 'ERROR FEED FILE' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ONE-FEED-REPORT
           END-IF.

           MOVE '00'        TO R-FH-TYPE.
           MOVE R-PL-CLASS  TO R-FH-CLASS.
           MOVE CAT-TEACHER TO R-FH-TEACHER.
           MOVE CAT-LABEL   TO R-FH-LABEL.
           MOVE CAT-COEF    TO R-FH-COEF.
           WRITE REC-FEED-HEADER.

           PERFORM 8020-CLASS-LIST-START
               THRU 8020-CLASS-LIST-END.

           CLOSE F-FEED.

           IF WS-FEED-STUDENTS = ZERO
               MOVE 'NO STUDENT ENROLLED' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ONE-FEED-REPORT
           END-IF.

           MOVE WS-FEED-NAME TO REC-F-LIST.
           WRITE REC-F-LIST.

           MOVE WS-FEED-NAME     TO R-EX-FILE.
           MOVE R-PL-CLASS       TO R-EX-CLASS.
           MOVE CAT-TEACHER      TO R-EX-TEACHER.
           MOVE CAT-LABEL        TO R-EX-LABEL.
           MOVE WS-FEED-STUDENTS TO R-EX-STUDENTS.
           WRITE REC-F-EXPECTED.

           ADD 1 TO WS-FILE-COUNT.
           ADD WS-FEED-STUDENTS TO WS-STUDENT-COUNT.
           MOVE 'PREPARE' TO WS-RESULT.

       8010-ONE-FEED-REPORT.
           INITIALIZE REC-F-REPORT.
           MOVE WS-FEED-NAME TO REC-F-REPORT(1:14).
           MOVE '|' TO REC-F-REPORT(16:1).
           MOVE R-PL-CLASS TO REC-F-REPORT(18:10).
           MOVE '|' TO REC-F-REPORT(28:1).
           MOVE R-PL-LABEL(1:21) TO REC-F-REPORT(30:21).
           MOVE '|' TO REC-F-REPORT(52:1).
           MOVE CAT-TEACHER TO REC-F-REPORT(54:30).
           MOVE '|' TO REC-F-REPORT(84:1).
           MOVE WS-FEED-STUDENTS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(86:4).
           MOVE '|' TO REC-F-REPORT(93:1).
           MOVE WS-RESULT TO REC-F-REPORT(95:30).
           WRITE REC-F-REPORT.
       8010-ONE-FEED-END.
      ******************************************************************
      * One blank grade line per student present in the class on the
      * run date, in key order, with the identity taken from the
      * master so that keys and names can no longer be mistyped.
      ******************************************************************
       8020-CLASS-LIST-START.
           MOVE WS-CTL-YEAR TO ENR-K-YEAR.
           MOVE R-PL-CLASS  TO ENR-K-CLASS.
           MOVE ZERO        TO ENR-K-STUDENT.
           START F-ENROL KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   GO TO 8020-CLASS-LIST-END
           END-START.

           PERFORM UNTIL F-ENROL-STATUS-EOF
               READ F-ENROL NEXT RECORD
                   AT END
                       GO TO 8020-CLASS-LIST-END
               END-READ
               IF ENR-K-YEAR NOT = WS-CTL-YEAR
                       OR ENR-K-CLASS NOT = R-PL-CLASS
                   GO TO 8020-CLASS-LIST-END
               END-IF
               IF ENR-START NOT > WS-RUN-DATE
                       AND (ENR-STATUS = 'A'
                            OR ENR-END > WS-RUN-DATE)
                   PERFORM 8030-GRADE-LINE-START
                       THRU 8030-GRADE-LINE-END
               END-IF
           END-PERFORM.
       8020-CLASS-LIST-END.
      ******************************************************************
       8030-GRADE-LINE-START.
           INITIALIZE REC-FEED-GRADE.
           MOVE '01'          TO R-FG-TYPE.
           MOVE ENR-K-STUDENT TO R-FG-KEY.
           MOVE ENR-K-STUDENT TO MST-KEY.
           READ F-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MST-LASTNAME  TO R-FG-LASTNAME
                   MOVE MST-FIRSTNAME TO R-FG-FIRSTNAME
                   IF MST-BIRTHDATE IS NUMERIC
                           AND MST-BIRTHDATE > ZERO
                       COMPUTE WS-AGE =
                           (WS-RUN-DATE - MST-BIRTHDATE) / 10000
                       MOVE WS-AGE TO R-FG-AGE
                   END-IF
           END-READ.
           MOVE SPACES TO R-FG-GRADE.
           WRITE REC-FEED-GRADE.
           ADD 1 TO WS-FEED-STUDENTS.
       8030-GRADE-LINE-END.
      ******************************************************************
       7200-TOTALS-START.
           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'FICHIERS' TO REC-F-REPORT(1:12).
           MOVE WS-FILE-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ELEVES' TO REC-F-REPORT(1:12).
           MOVE WS-STUDENT-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(14:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ERREURS' TO REC-F-REPORT(1:12).
           MOVE WS-ERROR-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       7200-TOTALS-END.
      ******************************************************************
