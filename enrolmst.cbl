      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. enrolmst.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANS
               ASSIGN TO 'enrolmst.trn'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANS-STATUS.

           SELECT F-ENROL
               ASSIGN TO 'enrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS F-ENROL-STATUS.

           SELECT F-MASTER
               ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS F-MASTER-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'enrolmst.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * A = enrol in R-T-CLASS, T = transfer from R-T-CLASS to
      * R-T-NEW-CLASS, D = withdraw from R-T-CLASS.  The date is the
      * effective date (AAAAMMJJ); blank means today.
       FD  F-TRANS
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-TRANS.
           03 R-T-ACTION         PIC X(01).
           03 R-T-KEY            PIC 9(04).
           03 R-T-YEAR           PIC X(09).
           03 R-T-CLASS          PIC X(10).
           03 R-T-NEW-CLASS      PIC X(10).
           03 R-T-DATE           PIC X(08).

      * One record per school year, class and student.  A student
      * leaving a class keeps the record, closed by its end date:
      * T transferred out, D withdrawn; A is the current class.
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

       FD  F-MASTER
           RECORD CONTAINS 64 CHARACTERS.
       01  REC-F-MASTER.
           03 MST-KEY            PIC 9(04).
           03 MST-LASTNAME       PIC X(20).
           03 MST-FIRSTNAME      PIC X(20).
           03 MST-BIRTHDATE      PIC 9(08).
           03 MST-STATUS         PIC X(01).
           03 MST-INE            PIC X(11).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-TRANS-STATUS      PIC X(02) VALUE SPACE.
           88 F-TRANS-STATUS-OK    VALUE '00'.
           88 F-TRANS-STATUS-EOF   VALUE '10'.

       01  F-ENROL-STATUS      PIC X(02) VALUE SPACE.
           88 F-ENROL-STATUS-OK      VALUE '00'.
           88 F-ENROL-STATUS-EOF     VALUE '10'.
           88 F-ENROL-NOT-FOUND      VALUE '35'.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK     VALUE '00'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-MASTER-AVAIL-FLAG PIC X VALUE 'N'.
           88  WS-MASTER-AVAILABLE     VALUE 'Y'.
           88  WS-MASTER-UNAVAILABLE   VALUE 'N'.

       01  WS-DATE-FLAG        PIC X VALUE 'Y'.
           88  WS-DATE-OK              VALUE 'Y'.
           88  WS-DATE-BAD             VALUE 'N'.

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-EFF-DATE         PIC 9(08) VALUE ZERO.
       01  WS-ACTIVE-CLASS     PIC X(10) VALUE SPACES.
       01  WS-SAVE-KEY.
           03 WS-SAVE-YEAR     PIC X(09).
           03 WS-SAVE-CLASS    PIC X(10).
           03 WS-SAVE-STUDENT  PIC 9(04).

       01  WS-RESULT           PIC X(30) VALUE SPACES.
       01  WS-ADD-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-TRANSFER-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-WITHDRAW-COUNT   PIC 9(04) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 7000-PROCESS-START THRU 7000-PROCESS-END.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       7000-PROCESS-START.
           OPEN INPUT F-TRANS.
           IF NOT F-TRANS-STATUS-OK
               DISPLAY 'ERROR TRANSACTION FILE'
               GO TO 7000-PROCESS-END
           END-IF.

           OPEN I-O F-ENROL.
           IF F-ENROL-NOT-FOUND
               OPEN OUTPUT F-ENROL
               CLOSE F-ENROL
               OPEN I-O F-ENROL
           END-IF.
           IF NOT F-ENROL-STATUS-OK
               DISPLAY 'ERROR ENROLMENT FILE'
               CLOSE F-TRANS
               GO TO 7000-PROCESS-END
           END-IF.

      * Without the student master the keys are taken on trust, as
      * the night run does.
           SET WS-MASTER-UNAVAILABLE TO TRUE.
           OPEN INPUT F-MASTER.
           IF F-MASTER-STATUS-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'WARNING: NO STUDENT MASTER - KEYS NOT CHECKED'
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               CLOSE F-TRANS
               CLOSE F-ENROL
               IF WS-MASTER-AVAILABLE
                   CLOSE F-MASTER
               END-IF
               GO TO 7000-PROCESS-END
           END-IF.

           PERFORM UNTIL F-TRANS-STATUS-EOF
               READ F-TRANS
               IF F-TRANS-STATUS-EOF
                   GO TO 7000-PROCESS-CLOSE
               END-IF
               MOVE SPACES TO WS-RESULT
               EVALUATE R-T-ACTION
                   WHEN 'A'
                       PERFORM 8010-ENROL-START
                           THRU 8010-ENROL-END
                   WHEN 'T'
                       PERFORM 8020-TRANSFER-START
                           THRU 8020-TRANSFER-END
                   WHEN 'D'
                       PERFORM 8030-WITHDRAW-START
                           THRU 8030-WITHDRAW-END
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-RESULT
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
               PERFORM 8040-REPORT-LINE-START
                   THRU 8040-REPORT-LINE-END
           END-PERFORM.

       7000-PROCESS-CLOSE.
           PERFORM 8050-REPORT-TOTALS-START
               THRU 8050-REPORT-TOTALS-END.
           CLOSE F-TRANS.
           CLOSE F-ENROL.
           IF WS-MASTER-AVAILABLE
               CLOSE F-MASTER
           END-IF.
           CLOSE F-REPORT.
       7000-PROCESS-END.
      ******************************************************************
      * The fields every action needs: a numeric key, a year, a
      * class and a usable effective date.
      ******************************************************************
       8005-CHECK-COMMON-START.
           SET WS-DATE-OK TO TRUE.
           IF R-T-KEY IS NOT NUMERIC
                   OR R-T-YEAR = SPACES
                   OR R-T-CLASS = SPACES
               MOVE 'INVALID KEY, YEAR OR CLASS' TO WS-RESULT
               SET WS-DATE-BAD TO TRUE
               GO TO 8005-CHECK-COMMON-END
           END-IF.

           IF R-T-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EFF-DATE
           ELSE
               IF R-T-DATE IS NUMERIC
                   MOVE R-T-DATE TO WS-EFF-DATE
               ELSE
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-RESULT
                   SET WS-DATE-BAD TO TRUE
               END-IF
           END-IF.
       8005-CHECK-COMMON-END.
      ******************************************************************
      * The class the student is currently in for the year, if any:
      * the year's records are scanned in key order.
      ******************************************************************
       8006-FIND-ACTIVE-START.
           MOVE SPACES TO WS-ACTIVE-CLASS.
           MOVE LOW-VALUES TO ENR-KEY.
           MOVE R-T-YEAR TO ENR-K-YEAR.
           START F-ENROL KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   GO TO 8006-FIND-ACTIVE-END
           END-START.

           PERFORM UNTIL F-ENROL-STATUS-EOF
               READ F-ENROL NEXT RECORD
                   AT END
                       GO TO 8006-FIND-ACTIVE-END
               END-READ
               IF ENR-K-YEAR NOT = R-T-YEAR
                   GO TO 8006-FIND-ACTIVE-END
               END-IF
               IF ENR-K-STUDENT = R-T-KEY AND ENR-STATUS = 'A'
                   MOVE ENR-K-CLASS TO WS-ACTIVE-CLASS
               END-IF
           END-PERFORM.
       8006-FIND-ACTIVE-END.
      ******************************************************************
      * Enters the student in WS-SAVE-KEY from WS-EFF-DATE.  A class
      * the student already left that year is not reopened: the one
      * record keeps the dates of the earlier stay, and a return to
      * that class has to be settled by the secretariat by hand.
      ******************************************************************
       8007-OPEN-CLASS-START.
           MOVE WS-SAVE-KEY TO ENR-KEY.
           READ F-ENROL
               INVALID KEY
                   MOVE WS-SAVE-KEY TO ENR-KEY
                   MOVE WS-EFF-DATE TO ENR-START
                   MOVE ZERO        TO ENR-END
                   MOVE 'A'         TO ENR-STATUS
                   MOVE WS-ACTIVE-CLASS TO ENR-ORIGIN
                   WRITE REC-F-ENROL
                       INVALID KEY
                           MOVE 'WRITE ERROR' TO WS-RESULT
                   END-WRITE
                   GO TO 8007-OPEN-CLASS-END
           END-READ.

           MOVE 'CLASS CLOSED - NOT REOPENED' TO WS-RESULT.
       8007-OPEN-CLASS-END.
      ******************************************************************
       8010-ENROL-START.
           PERFORM 8005-CHECK-COMMON-START
               THRU 8005-CHECK-COMMON-END.
           IF WS-DATE-BAD
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ENROL-END
           END-IF.

           IF WS-MASTER-AVAILABLE
               MOVE R-T-KEY TO MST-KEY
               READ F-MASTER
                   INVALID KEY
                       MOVE 'STUDENT NOT IN MASTER' TO WS-RESULT
                   NOT INVALID KEY
                       IF MST-STATUS NOT = 'A'
                           MOVE 'STUDENT INACTIVE' TO WS-RESULT
                       END-IF
               END-READ
               IF WS-RESULT NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8010-ENROL-END
               END-IF
           END-IF.

      * One class at a time: a student already in a class of the
      * year has to be transferred, not enrolled a second time.
           PERFORM 8006-FIND-ACTIVE-START
               THRU 8006-FIND-ACTIVE-END.
           IF WS-ACTIVE-CLASS NOT = SPACES
               IF WS-ACTIVE-CLASS = R-T-CLASS
                   MOVE 'ALREADY ENROLLED' TO WS-RESULT
               ELSE
                   MOVE 'ENROLLED IN ANOTHER CLASS' TO WS-RESULT
               END-IF
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ENROL-END
           END-IF.

           MOVE R-T-YEAR  TO WS-SAVE-YEAR.
           MOVE R-T-CLASS TO WS-SAVE-CLASS.
           MOVE R-T-KEY   TO WS-SAVE-STUDENT.
           PERFORM 8007-OPEN-CLASS-START
               THRU 8007-OPEN-CLASS-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'ENROLLED' TO WS-RESULT
               ADD 1 TO WS-ADD-COUNT
           END-IF.
       8010-ENROL-END.
      ******************************************************************
      * The old class is closed at the effective date and the new
      * one opened from it, remembering where the student came from.
      ******************************************************************
       8020-TRANSFER-START.
           PERFORM 8005-CHECK-COMMON-START
               THRU 8005-CHECK-COMMON-END.
           IF WS-DATE-BAD
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8020-TRANSFER-END
           END-IF.
           IF R-T-NEW-CLASS = SPACES OR R-T-NEW-CLASS = R-T-CLASS
               MOVE 'INVALID NEW CLASS' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8020-TRANSFER-END
           END-IF.

      * The new class is checked before the old one is closed, so a
      * refused transfer leaves the student where they were.
           MOVE R-T-YEAR      TO ENR-K-YEAR.
           MOVE R-T-NEW-CLASS TO ENR-K-CLASS.
           MOVE R-T-KEY       TO ENR-K-STUDENT.
           READ F-ENROL
               NOT INVALID KEY
                   MOVE 'CLASS CLOSED - NOT REOPENED' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8020-TRANSFER-END
           END-READ.

           MOVE R-T-YEAR  TO ENR-K-YEAR.
           MOVE R-T-CLASS TO ENR-K-CLASS.
           MOVE R-T-KEY   TO ENR-K-STUDENT.
           READ F-ENROL
               INVALID KEY
                   MOVE 'NOT ENROLLED IN CLASS' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8020-TRANSFER-END
           END-READ.
           IF ENR-STATUS NOT = 'A'
               MOVE 'NO LONGER IN CLASS' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8020-TRANSFER-END
           END-IF.
           IF WS-EFF-DATE < ENR-START
               MOVE 'DATE BEFORE ENROLMENT' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8020-TRANSFER-END
           END-IF.

           MOVE WS-EFF-DATE TO ENR-END.
           MOVE 'T' TO ENR-STATUS.
           REWRITE REC-F-ENROL
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8020-TRANSFER-END
           END-REWRITE.

           MOVE R-T-CLASS     TO WS-ACTIVE-CLASS.
           MOVE R-T-YEAR      TO WS-SAVE-YEAR.
           MOVE R-T-NEW-CLASS TO WS-SAVE-CLASS.
           MOVE R-T-KEY       TO WS-SAVE-STUDENT.
           PERFORM 8007-OPEN-CLASS-START
               THRU 8007-OPEN-CLASS-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'TRANSFERRED' TO WS-RESULT
               ADD 1 TO WS-TRANSFER-COUNT
           END-IF.
       8020-TRANSFER-END.
      ******************************************************************
       8030-WITHDRAW-START.
           PERFORM 8005-CHECK-COMMON-START
               THRU 8005-CHECK-COMMON-END.
           IF WS-DATE-BAD
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8030-WITHDRAW-END
           END-IF.

           MOVE R-T-YEAR  TO ENR-K-YEAR.
           MOVE R-T-CLASS TO ENR-K-CLASS.
           MOVE R-T-KEY   TO ENR-K-STUDENT.
           READ F-ENROL
               INVALID KEY
                   MOVE 'NOT ENROLLED IN CLASS' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8030-WITHDRAW-END
           END-READ.
           IF ENR-STATUS NOT = 'A'
               MOVE 'NO LONGER IN CLASS' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8030-WITHDRAW-END
           END-IF.

           MOVE WS-EFF-DATE TO ENR-END.
           MOVE 'D' TO ENR-STATUS.
           REWRITE REC-F-ENROL
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'WITHDRAWN' TO WS-RESULT
                   ADD 1 TO WS-WITHDRAW-COUNT
           END-REWRITE.
       8030-WITHDRAW-END.
      ******************************************************************
       8040-REPORT-LINE-START.
           INITIALIZE REC-F-REPORT
           STRING R-T-ACTION       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-KEY          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-YEAR         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-CLASS        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-NEW-CLASS    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-DATE         DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-RESULT        DELIMITED BY SIZE
               INTO REC-F-REPORT
           WRITE REC-F-REPORT.
       8040-REPORT-LINE-END.
      ******************************************************************
       8050-REPORT-TOTALS-START.
           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:50).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'INSCRIPTIONS' TO REC-F-REPORT(1:12).
           MOVE WS-ADD-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'TRANSFERTS' TO REC-F-REPORT(1:12).
           MOVE WS-TRANSFER-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RADIATIONS' TO REC-F-REPORT(1:12).
           MOVE WS-WITHDRAW-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ERREURS' TO REC-F-REPORT(1:12).
           MOVE WS-ERROR-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.
       8050-REPORT-TOTALS-END.
      ******************************************************************
