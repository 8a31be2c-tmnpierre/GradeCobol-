               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSENCE-STATUS.

           SELECT F-ABSREG
               ASSIGN TO 'absreg.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSREG-STATUS.

           SELECT F-CHECKPOINT
               ASSIGN TO 'checkpoint.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OPSLOG-STATUS.

           SELECT F-ENROL
               ASSIGN TO 'enrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS F-ENROL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           03 MST-INE            PIC X(11).

       FD  F-CATALOG
           RECORD CONTAINS 60 CHARACTERS.
       01  REC-F-CATALOG.
           03 CAT-LABEL          PIC X(25).
           03 CAT-COEF           PIC X(03).
           03 CAT-TEACHER        PIC X(30).
           03 CAT-STATUS         PIC X(01).
           03 CAT-KIND           PIC X(01).

       FD  F-BULLETIN
           RECORD CONTAINS 132 CHARACTERS
      * programs (student key first, so a key + term lookup scans
      * at most the classes of that student).
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

       FD  F-CORRECTIONS
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSENCE       PIC X(100).

      * The absence register of the school year, appended to by
      * every run: date;class;term;key;name;label;code;state.  A RUN
      * line opens each class/term publication and supersedes the
      * lines of the earlier runs of that class and term.
       FD  F-ABSREG
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSREG        PIC X(150).

       FD  F-CHECKPOINT
           RECORD CONTAINS 14 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REC-F-OPSLOG        PIC X(150).

      * The class lists of the school year, maintained by enrolmst:
      * a graded student must be enrolled in the class of the
      * control record.
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

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
       01  F-ABSENCE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ABSENCE-STATUS-OK  VALUE '00'.

       01  F-ABSREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSREG-STATUS-OK   VALUE '00'.

       01  F-RESULTS-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESULTS-STATUS-OK      VALUE '00'.
           88 F-RESULTS-NOT-FOUND      VALUE '35'.
       01  F-OPSLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-OPSLOG-STATUS-OK   VALUE '00'.

       01  F-ENROL-STATUS      PIC X(02) VALUE SPACE.
           88 F-ENROL-STATUS-OK    VALUE '00'.
           88 F-ENROL-STATUS-EOF   VALUE '10'.

       01  WS-ENROL-AVAIL-FLAG PIC X VALUE 'N'.
           88  WS-ENROL-AVAILABLE      VALUE 'Y'.
           88  WS-ENROL-UNAVAILABLE    VALUE 'N'.

      * Every key met on a type-01 record of the class, accepted or
      * not: an enrolled student whose key is not here had no
      * record at all in the input.
       01  DATA-SEEN.
           03 SEEN-LGTH        PIC 9(04) VALUE 1.
           03 SEEN-ENTRY
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON SEEN-LGTH
               INDEXED BY IDX-SEEN.
                   05 SN-KEY           PIC 9(04).

       01  WS-CTL-FORCE        PIC X(01) VALUE 'N'.
           88  WS-FORCE-ENABLED        VALUE 'Y'.
           88  WS-FORCE-DISABLED       VALUE 'N'.
                   05 C-LABEL      PIC X(25).
                   05 C-TOTAL      PIC 9(5)V99 VALUE ZERO.
                   05 C-COUNT      PIC 9(05)   VALUE ZERO.
                   05 C-KIND       PIC X(01)   VALUE SPACE.

       01  DATA-GRADE.
           03 GRADE-LGTH      PIC 9(04) VALUE 1.
                   05 SUM-FULLNAME    PIC X(40).
                   05 SUM-AVERAGE     PIC 9(3)V99.
                   05 SUM-MENTION     PIC X(15).
                   05 SUM-BONUS       PIC 9(2)V99.
                   05 SUM-OPTION      PIC X(01).
                   05 SUM-LINE        PIC X(2000).

       01  WS-SWAP-NEEDED          PIC X VALUE 'N'.
           03 WS-SWAP-FULLNAME    PIC X(40).
           03 WS-SWAP-AVERAGE     PIC 9(3)V99.
           03 WS-SWAP-MENTION     PIC X(15).
           03 WS-SWAP-BONUS       PIC 9(2)V99.
           03 WS-SWAP-OPTION      PIC X(01).
           03 WS-SWAP-LINE        PIC X(2000).

       01  WS-BUFFER   PIC X(03) VALUE SPACE.
       01  WS-DUPKEY-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-DUPGRADE-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-NOCAT-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-NOTENR-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-ABSENT-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-REJECT-REASON    PIC X(40) VALUE SPACES.
       01  WS-RECORD-FLAG      PIC X VALUE 'Y'.
           88  WS-RECORD-VALID     VALUE 'Y'.
       01  WS-PNT-COURSE-AVG    PIC Z9,99.
       01  WS-MENTION           PIC X(15) VALUE SPACES.

      * Optional courses (catalog kind O) stay out of the weighted
      * mean; their points above 10 are collected for the bonus.
       01  WS-OPTION-FLAG       PIC X VALUE 'N'.
           88  WS-OPTION-COURSE        VALUE 'Y'.
           88  WS-COMMON-COURSE        VALUE 'N'.
       01  WS-STUDENT-OPTION    PIC X VALUE 'N'.
       01  WS-BONUS-POINTS      PIC 9(4)V99 VALUE ZERO.
       01  WS-BONUS             PIC 9(4)V99 VALUE ZERO.
       01  WS-CORR-BONUS-PTS    PIC 9(4)V99 VALUE ZERO.
       01  WS-CORR-BONUS        PIC 9(4)V99 VALUE ZERO.
       01  WS-PNT-BONUS         PIC +Z9,99.

       01  WS-CLASS-MIN         PIC 9(3)V99 VALUE ZERO.
       01  WS-CLASS-MAX         PIC 9(3)V99 VALUE ZERO.
       01  WS-CLASS-MEDIAN      PIC 9(3)V99 VALUE ZERO.
               SET WS-CATALOG-AVAILABLE TO TRUE
           END-IF.

      * The enrolment file is optional as well: without it any
      * type-01 record under a control record is a class member.
           SET WS-ENROL-UNAVAILABLE TO TRUE.
           OPEN INPUT F-ENROL.
           IF F-ENROL-STATUS-OK
               SET WS-ENROL-AVAILABLE TO TRUE
           END-IF.

           PERFORM 7020-LOAD-CORRECTIONS-START
               THRU 7020-LOAD-CORRECTIONS-END.

                           PERFORM 8100-FOLD-EVALS-START
                               THRU 8100-FOLD-EVALS-END
                       END-IF
                       IF R-S-KEY IS NUMERIC
                           MOVE R-S-KEY TO SN-KEY(SEEN-LGTH)
                           SET SEEN-LGTH UP BY 1
                       END-IF
                       PERFORM 8055-MASTER-LOOKUP-START
                           THRU 8055-MASTER-LOOKUP-END
                       PERFORM 8060-VALIDATE-STUDENT-START
           IF WS-CATALOG-AVAILABLE
               CLOSE F-CATALOG
           END-IF.
           IF WS-ENROL-AVAILABLE
               CLOSE F-ENROL
           END-IF.
           IF WS-OUTPUTS-OPEN
               CLOSE F-OUTPUT
               CLOSE F-CSV
               GO TO 7150-CLASS-BREAK-RESET
           END-IF.

      * Enrolled students with no record in the input are listed in
      * the reject file and counted in the footer: a student left
      * out of every teacher feed must not just vanish from the
      * bulletin.
           PERFORM 8600-ENROL-ABSENT-START
               THRU 8600-ENROL-ABSENT-END.
           IF WS-ABSENT-COUNT > 0
               MOVE WS-ABSENT-COUNT TO WS-PNT-NBR
               DISPLAY 'CLASS ' WS-CTL-CLASS WS-PNT-NBR
                   ' ENROLLED STUDENT(S) WITHOUT RECORD'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF CORR-LGTH > 0
               PERFORM 8500-APPLY-CORR-START
                   THRU 8500-APPLY-CORR-END
           MOVE ZERO TO WS-DUPKEY-COUNT.
           MOVE ZERO TO WS-DUPGRADE-COUNT.
           MOVE ZERO TO WS-NOCAT-COUNT.
           MOVE ZERO TO WS-NOTENR-COUNT.
           MOVE ZERO TO WS-ABSENT-COUNT.
           MOVE 1 TO SEEN-LGTH.
           MOVE ZERO TO WS-MAX-KEY.
           MOVE ZERO TO WS-CHECKPOINT-KEY.
           SET WS-NO-CHECKPOINT TO TRUE.

           PERFORM 9055-ABSENCE-START  THRU 9055-ABSENCE-END.

           PERFORM 9057-ABSREG-START   THRU 9057-ABSREG-END.

           PERFORM 9040-HISTORY-START  THRU 9040-HISTORY-END.

           PERFORM 9045-CHECKPOINT-SAVE-START
                   END-IF
               END-PERFORM
           END-IF.

      * With the enrolment file and a school year on the control
      * record, the student's enrolment in this class must have
      * started by the run date and be either still active or end
      * after it; otherwise the student is rejected as not enrolled.
           IF WS-RECORD-VALID AND WS-ENROL-AVAILABLE
                   AND WS-CTL-YEAR NOT = SPACES
               PERFORM 8065-CHECK-ENROL-START
                   THRU 8065-CHECK-ENROL-END
           END-IF.
       8060-VALIDATE-STUDENT-END.
      ******************************************************************
       8065-CHECK-ENROL-START.
           IF R-S-KEY IS NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
           ELSE
               MOVE WS-CTL-YEAR  TO ENR-K-YEAR
               MOVE WS-CTL-CLASS TO ENR-K-CLASS
               MOVE R-S-KEY      TO ENR-K-STUDENT
               READ F-ENROL
                   INVALID KEY
                       SET WS-RECORD-INVALID TO TRUE
                   NOT INVALID KEY
                       IF ENR-START > WS-RUN-DATE
                               OR (ENR-STATUS NOT = 'A'
                                   AND ENR-END NOT > WS-RUN-DATE)
                           SET WS-RECORD-INVALID TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-RECORD-INVALID
               MOVE 'NOT ENROLLED IN CLASS' TO WS-REJECT-REASON
               ADD 1 TO WS-NOTENR-COUNT
           END-IF.
       8065-CHECK-ENROL-END.
      ******************************************************************
       8070-REJECT-STUDENT-START.
           INITIALIZE REC-F-REJECT
           END-SEARCH.
           IF WS-VALUE-NOT-PRESENT
               MOVE 1,0 TO WS-FOLD-COEF
               MOVE 'C' TO C-KIND(COURSE-LGTH)
               IF WS-CATALOG-AVAILABLE
                   MOVE WS-FOLD-LABEL TO CAT-LABEL
                   READ F-CATALOG
                               COMPUTE WS-FOLD-COEF =
                                   WS-COEF-INT + (WS-COEF-DEC / 10)
                           END-IF
                           IF CAT-KIND = 'O'
                               MOVE 'O' TO C-KIND(COURSE-LGTH)
                           END-IF
                   END-READ
               END-IF
               MOVE WS-FOLD-COEF  TO C-COEF(COURSE-LGTH)
           IF WS-VALUE-NOT-PRESENT
               MOVE R-C-COEF   TO C-COEF(COURSE-LGTH)
               MOVE R-C-LABEL  TO C-LABEL(COURSE-LGTH)
               MOVE 'C'        TO C-KIND(COURSE-LGTH)
               IF WS-CATALOG-AVAILABLE
                   MOVE R-C-LABEL TO CAT-LABEL
                   READ F-CATALOG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CAT-KIND = 'O'
                               MOVE 'O' TO C-KIND(COURSE-LGTH)
                           END-IF
                   END-READ
               END-IF
               SET COURSE-LGTH UP BY 1
           END-IF.
       8020-HANDLE-COURSE-END.
               THRU 8520-AUDIT-WRITE-END.
       8505-APPLY-ONE-END.
      ******************************************************************
      * Same rule as 9030, optional courses as a bonus included.
       8510-STUDENT-AVG-START.
           MOVE ZERO TO WS-CORR-TOTAL.
           MOVE ZERO TO WS-CORR-COEFS.
           MOVE ZERO TO WS-CORR-BONUS-PTS.
           PERFORM VARYING IDX-GRADE FROM 1 BY 1
                   UNTIL IDX-GRADE > GRADE-LGTH
               IF G-S-KEY(IDX-GRADE) = WS-CORR-KEY
                       AND G-CODE(IDX-GRADE) = SPACES
                   INITIALIZE WS-BUFFER
                   SET WS-COMMON-COURSE TO TRUE
                   SET IDX-COURSE TO 1
                   SEARCH COURSE VARYING IDX-COURSE
                       AT END
                       MOVE 1,0 TO WS-TEST-2
                   ELSE
                       MOVE C-COEF(IDX-COURSE) TO WS-TEST-2
                       IF C-KIND(IDX-COURSE) = 'O'
                           SET WS-OPTION-COURSE TO TRUE
                       END-IF
                   END-IF
                   IF WS-OPTION-COURSE
                       IF G-GRADE(IDX-GRADE) > 10
                           COMPUTE WS-CORR-BONUS-PTS =
                               WS-CORR-BONUS-PTS +
                               (G-GRADE(IDX-GRADE) - 10) * WS-TEST-2
                       END-IF
                   ELSE
                       COMPUTE WS-CORR-TOTAL = WS-CORR-TOTAL +
                           G-GRADE(IDX-GRADE) * WS-TEST-2
                       ADD WS-TEST-2 TO WS-CORR-COEFS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CORR-COEFS > 0
               COMPUTE WS-CORR-AVG = WS-CORR-TOTAL / WS-CORR-COEFS
               COMPUTE WS-CORR-BONUS =
                   WS-CORR-BONUS-PTS / WS-CORR-COEFS
           ELSE
               MOVE ZERO TO WS-CORR-AVG
               MOVE ZERO TO WS-CORR-BONUS
           END-IF.
           IF WS-CORR-AVG + WS-CORR-BONUS > 20,00
               COMPUTE WS-CORR-BONUS = 20,00 - WS-CORR-AVG
           END-IF.
           ADD WS-CORR-BONUS TO WS-CORR-AVG.
       8510-STUDENT-AVG-END.
      ******************************************************************
      * The students enrolled in the class on the run date, read in
      * key order from the enrolment file, against the keys met in
      * the input.
      ******************************************************************
       8600-ENROL-ABSENT-START.
           IF WS-ENROL-UNAVAILABLE OR WS-CTL-YEAR = SPACES
               GO TO 8600-ENROL-ABSENT-END
           END-IF.

           MOVE WS-CTL-YEAR  TO ENR-K-YEAR.
           MOVE WS-CTL-CLASS TO ENR-K-CLASS.
           MOVE ZERO         TO ENR-K-STUDENT.
           START F-ENROL KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   GO TO 8600-ENROL-ABSENT-END
           END-START.

           PERFORM UNTIL F-ENROL-STATUS-EOF
               READ F-ENROL NEXT RECORD
                   AT END
                       GO TO 8600-ENROL-ABSENT-END
               END-READ
               IF ENR-K-YEAR NOT = WS-CTL-YEAR
                       OR ENR-K-CLASS NOT = WS-CTL-CLASS
                   GO TO 8600-ENROL-ABSENT-END
               END-IF
               IF ENR-START NOT > WS-RUN-DATE
                       AND (ENR-STATUS = 'A'
                            OR ENR-END > WS-RUN-DATE)
                   PERFORM 8605-ENROL-ABSENT-ONE-START
                       THRU 8605-ENROL-ABSENT-ONE-END
               END-IF
           END-PERFORM.
       8600-ENROL-ABSENT-END.
      ******************************************************************
       8605-ENROL-ABSENT-ONE-START.
           PERFORM VARYING IDX-SEEN FROM 1 BY 1
                   UNTIL IDX-SEEN > SEEN-LGTH - 1
               IF SN-KEY(IDX-SEEN) = ENR-K-STUDENT
                   GO TO 8605-ENROL-ABSENT-ONE-END
               END-IF
           END-PERFORM.

           ADD 1 TO WS-ABSENT-COUNT.
           MOVE SPACES TO MST-LASTNAME.
           MOVE SPACES TO MST-FIRSTNAME.
           IF WS-MASTER-AVAILABLE
               MOVE ENR-K-STUDENT TO MST-KEY
               READ F-MASTER
                   INVALID KEY
                       MOVE SPACES TO MST-LASTNAME
                       MOVE SPACES TO MST-FIRSTNAME
               END-READ
           END-IF.
           INITIALIZE REC-F-REJECT.
           STRING 'STUDENT '        DELIMITED BY SIZE
                  ENR-K-STUDENT     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  MST-LASTNAME      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  MST-FIRSTNAME     DELIMITED BY SIZE
                  ' - ENROLLED, NO RECORD IN INPUT'
                                    DELIMITED BY SIZE
               INTO REC-F-REJECT.
           WRITE REC-F-REJECT.
       8605-ENROL-ABSENT-ONE-END.
      ******************************************************************
       8520-AUDIT-WRITE-START.
           INITIALIZE REC-F-AUDIT.
           MOVE FUNCTION TRIM(WS-PNT-NBR) TO REC-F-OUTPUT(53:4).
           WRITE REC-F-OUTPUT.

           INITIALIZE REC-F-OUTPUT.
           MOVE '*' TO REC-F-OUTPUT(1:1).
           MOVE '*' TO REC-F-OUTPUT(200:1).
           MOVE 'DONT NON INSCRITS' TO REC-F-OUTPUT(33:17).
           MOVE WS-NOTENR-COUNT TO WS-PNT-NBR.
           MOVE FUNCTION TRIM(WS-PNT-NBR) TO REC-F-OUTPUT(53:4).
           WRITE REC-F-OUTPUT.

           INITIALIZE REC-F-OUTPUT.
           MOVE '*' TO REC-F-OUTPUT(1:1).
           MOVE '*' TO REC-F-OUTPUT(200:1).
           MOVE 'INSCRITS ABSENTS' TO REC-F-OUTPUT(33:16).
           MOVE WS-ABSENT-COUNT TO WS-PNT-NBR.
           MOVE FUNCTION TRIM(WS-PNT-NBR) TO REC-F-OUTPUT(53:4).
           WRITE REC-F-OUTPUT.

           INITIALIZE REC-F-OUTPUT.
           MOVE '*' TO REC-F-OUTPUT(1:1).
           MOVE '*' TO REC-F-OUTPUT(200:1).
           MOVE 51 TO WS-POS.
           MOVE 0 TO WS-TOTAL-GRADES.
           MOVE 0 TO WS-TOTAL-COEFS.
           MOVE 0 TO WS-BONUS-POINTS.
           MOVE 'N' TO WS-STUDENT-OPTION.
           PERFORM VARYING IDX-GRADE FROM 1 BY 1 UNTIL IDX-GRADE >
               GRADE-LGTH
               MOVE G-GRADE(IDX-GRADE) TO WS-PNT-GRADE
               MOVE WS-PNT-GRADE TO WS-TEST

               INITIALIZE WS-BUFFER
               SET WS-COMMON-COURSE TO TRUE
               SET IDX-COURSE TO 1
               SEARCH COURSE VARYING IDX-COURSE
                   AT END
                       ADD WS-TEST TO C-TOTAL(IDX-COURSE)
                       ADD 1       TO C-COUNT(IDX-COURSE)
                   END-IF
                   IF C-KIND(IDX-COURSE) = 'O'
                       SET WS-OPTION-COURSE TO TRUE
                   END-IF
                   COMPUTE WS-POS = 51 + (IDX-COURSE - 1) * WS-COL-WIDTH
               END-IF

               WRITE REC-F-CSV

               IF G-CODE(IDX-GRADE) = SPACES
                   IF WS-OPTION-COURSE
                       MOVE 'Y' TO WS-STUDENT-OPTION
                       IF WS-TEST > 10
                           COMPUTE WS-BONUS-POINTS = WS-BONUS-POINTS
                               + (WS-TEST - 10) * WS-TEST-2
                       END-IF
                   ELSE
                       COMPUTE WS-TEST = WS-TEST * WS-TEST-2
                       ADD WS-TEST TO WS-TOTAL-GRADES
                       ADD WS-TEST-2 TO WS-TOTAL-COEFS
                   END-IF
               END-IF

               STRING G-S-FULLNAME(IDX-GRADE) DELIMITED BY SIZE

               IF IDX-GRADE = GRADE-LGTH
                   OR G-S-KEY(IDX-GRADE + 1) NOT = G-S-KEY(IDX-GRADE)
      * The option points above 10, weighted by their coefficient,
      * are spread over the compulsory coefficients and added to the
      * mean: they can only raise it, and never beyond 20.
                   IF WS-TOTAL-COEFS > 0
                       COMPUTE WS-AVERAGE =
                           WS-TOTAL-GRADES / WS-TOTAL-COEFS
                       COMPUTE WS-BONUS =
                           WS-BONUS-POINTS / WS-TOTAL-COEFS
                   ELSE
                       MOVE ZERO TO WS-AVERAGE
                       MOVE ZERO TO WS-BONUS
                   END-IF
                   IF WS-AVERAGE + WS-BONUS > 20,00
                       COMPUTE WS-BONUS = 20,00 - WS-AVERAGE
                   END-IF
                   ADD WS-BONUS TO WS-AVERAGE
                   MOVE WS-AVERAGE TO WS-PNT-GRADE
                   COMPUTE WS-MOYENNEG = WS-AVERAGE + WS-MOYENNEG
                   COMPUTE WS-POS = 51 + COURSE-LGTH * WS-COL-WIDTH
                       TO SUM-AVERAGE(SUMMARY-LGTH)
                   MOVE WS-MENTION
                       TO SUM-MENTION(SUMMARY-LGTH)
                   MOVE WS-BONUS
                       TO SUM-BONUS(SUMMARY-LGTH)
                   MOVE WS-STUDENT-OPTION
                       TO SUM-OPTION(SUMMARY-LGTH)
                   MOVE REC-F-OUTPUT(1:2000)
                       TO SUM-LINE(SUMMARY-LGTH)
                   SET SUMMARY-LGTH UP BY 1
                   MOVE 51 TO WS-POS
                   MOVE 0 TO WS-TOTAL-GRADES
                   MOVE 0 TO WS-TOTAL-COEFS
                   MOVE 0 TO WS-BONUS-POINTS
                   MOVE 'N' TO WS-STUDENT-OPTION
               END-IF
           END-PERFORM.
       9030-BODY-END.
                            WS-SWAP-AVERAGE
                       MOVE SUM-MENTION(IDX-SUMMARY)  TO
                            WS-SWAP-MENTION
                       MOVE SUM-BONUS(IDX-SUMMARY)    TO WS-SWAP-BONUS
                       MOVE SUM-OPTION(IDX-SUMMARY)   TO
                            WS-SWAP-OPTION
                       MOVE SUM-LINE(IDX-SUMMARY)     TO WS-SWAP-LINE

                       MOVE SUM-KEY(IDX-SUMMARY-2) TO
                            SUM-AVERAGE(IDX-SUMMARY)
                       MOVE SUM-MENTION(IDX-SUMMARY-2) TO
                            SUM-MENTION(IDX-SUMMARY)
                       MOVE SUM-BONUS(IDX-SUMMARY-2) TO
                            SUM-BONUS(IDX-SUMMARY)
                       MOVE SUM-OPTION(IDX-SUMMARY-2) TO
                            SUM-OPTION(IDX-SUMMARY)
                       MOVE SUM-LINE(IDX-SUMMARY-2) TO
                            SUM-LINE(IDX-SUMMARY)

                            SUM-AVERAGE(IDX-SUMMARY-2)
                       MOVE WS-SWAP-MENTION TO
                            SUM-MENTION(IDX-SUMMARY-2)
                       MOVE WS-SWAP-BONUS TO
                            SUM-BONUS(IDX-SUMMARY-2)
                       MOVE WS-SWAP-OPTION TO
                            SUM-OPTION(IDX-SUMMARY-2)
                       MOVE WS-SWAP-LINE TO SUM-LINE(IDX-SUMMARY-2)
                   END-IF
               END-PERFORM
                   TO REC-F-BULLETIN(58:15)
               WRITE REC-F-BULLETIN

      * The option grades are listed above with the other courses;
      * this line shows what they added to the general average.
               IF SUM-OPTION(IDX-SUMMARY) = 'Y'
                   INITIALIZE REC-F-BULLETIN
                   MOVE 'DONT BONUS OPTIONS :' TO REC-F-BULLETIN(1:20)
                   MOVE SUM-BONUS(IDX-SUMMARY) TO WS-PNT-BONUS
                   MOVE WS-PNT-BONUS TO REC-F-BULLETIN(22:6)
                   WRITE REC-F-BULLETIN
               END-IF

               MOVE SUM-KEY(IDX-SUMMARY) TO WS-APPR-KEY
               MOVE SPACES TO WS-APPR-LABEL
               PERFORM 8450-FIND-APPREC-START
               MOVE 1,0 TO WS-PNT-COEF
               MOVE 0   TO WS-COURSE-AVERAGE
           ELSE
               IF C-KIND(IDX-COURSE) = 'O'
                   MOVE '(OPT)' TO REC-F-BULLETIN(49:5)
               END-IF
               MOVE C-COEF(IDX-COURSE) TO WS-PNT-COEF
               IF C-COUNT(IDX-COURSE) > 0
                   COMPUTE WS-COURSE-AVERAGE =
               END-IF
           END-PERFORM.
       9055-ABSENCE-END.
      ******************************************************************
      * The ABS grades of the class also go to the absence register,
      * behind a RUN line for the class and term; the make-ups are
      * stamped there by rattrap.  A restart from a checkpoint adds
      * its students to the lines the interrupted run already wrote,
      * so it writes no RUN line.
      ******************************************************************
       9057-ABSREG-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN EXTEND F-ABSREG.
           IF NOT F-ABSREG-STATUS-OK
               OPEN OUTPUT F-ABSREG
           END-IF.
           IF NOT F-ABSREG-STATUS-OK
               DISPLAY 'ERROR ABSENCE REGISTER FILE'
               GO TO 9057-ABSREG-END
           END-IF.

           IF NOT (WS-RESTART-ENABLED AND WS-HAVE-CHECKPOINT)
               INITIALIZE REC-F-ABSREG
               STRING WS-RUN-DATE                 DELIMITED BY SIZE
                      ';'                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CTL-CLASS)  DELIMITED BY SIZE
                      ';'                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CTL-TERM)   DELIMITED BY SIZE
                      ';;;;RUN;'                   DELIMITED BY SIZE
                   INTO REC-F-ABSREG
               END-STRING
               WRITE REC-F-ABSREG
           END-IF.

           PERFORM VARYING IDX-GRADE FROM 1 BY 1
                   UNTIL IDX-GRADE > GRADE-LGTH
               IF G-CODE(IDX-GRADE) = 'ABS'
                   INITIALIZE REC-F-ABSREG
                   STRING WS-RUN-DATE           DELIMITED BY SIZE
                          ';'                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CTL-CLASS)
                                                DELIMITED BY SIZE
                          ';'                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CTL-TERM)
                                                DELIMITED BY SIZE
                          ';'                   DELIMITED BY SIZE
                          G-S-KEY(IDX-GRADE)    DELIMITED BY SIZE
                          ';'                   DELIMITED BY SIZE
                          G-S-FULLNAME(IDX-GRADE)
                                                DELIMITED BY SIZE
                          ';'                   DELIMITED BY SIZE
                          G-C-LABEL(IDX-GRADE)  DELIMITED BY SIZE
                          ';ABS;'               DELIMITED BY SIZE
                       INTO REC-F-ABSREG
                   END-STRING
                   WRITE REC-F-ABSREG
               END-IF
           END-PERFORM.

           CLOSE F-ABSREG.
       9057-ABSREG-END.
      ******************************************************************
       9040-HISTORY-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
               THRU 9049-COMPUTE-RANK-END.
           MOVE WS-TRUE-RANK              TO RES-RANK.
           MOVE SUM-MENTION(IDX-SUMMARY)  TO RES-MENTION.
           MOVE SUM-BONUS(IDX-SUMMARY)    TO RES-BONUS.

           MOVE SUM-KEY(IDX-SUMMARY) TO WS-APPR-KEY.
           MOVE SPACES TO WS-APPR-LABEL.
                   ADD 1 TO WS-RES-SLOT
                   MOVE G-C-LABEL(IDX-GRADE)
                       TO RES-C-LABEL(WS-RES-SLOT)
                   MOVE 'C' TO RES-C-KIND(WS-RES-SLOT)
                   SET IDX-COURSE TO 1
                   SEARCH COURSE VARYING IDX-COURSE
                       AT END
                           CONTINUE
                       WHEN C-LABEL(IDX-COURSE) = G-C-LABEL(IDX-GRADE)
                           IF C-KIND(IDX-COURSE) = 'O'
                               MOVE 'O' TO RES-C-KIND(WS-RES-SLOT)
                           END-IF
                   END-SEARCH
                   IF G-CODE(IDX-GRADE) = SPACES
                       MOVE G-GRADE(IDX-GRADE) TO WS-PNT-GRADE
                       MOVE WS-PNT-GRADE
