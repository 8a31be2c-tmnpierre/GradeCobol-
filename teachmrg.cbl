               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

           SELECT F-ENROL
               ASSIGN TO 'enrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS F-ENROL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(132).

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
       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  F-ENROL-STATUS      PIC X(02) VALUE SPACE.
           88 F-ENROL-STATUS-OK    VALUE '00'.
           88 F-ENROL-STATUS-EOF   VALUE '10'.

       01  WS-FEED-NAME        PIC X(40) VALUE SPACES.

       01  WS-CTL-TERM         PIC X(10) VALUE 'TRIMESTRE'.

       01  WS-FILE-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(04) VALUE ZERO.
       01  WS-NOTENR-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-ABSENT-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.
       01  WS-PNT-CNT          PIC ZZZZZ9.

           PERFORM 7350-UNMATCHED-START
               THRU 7350-UNMATCHED-END.

           PERFORM 7360-ENROL-CHECK-START
               THRU 7360-ENROL-CHECK-END.

           INITIALIZE REC-F-REPORT.
           MOVE 'ELEVES' TO REC-F-REPORT(1:12).
           MOVE WS-STUDENT-CNT TO WS-PNT-CNT.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'NON INSCRITS' TO REC-F-REPORT(1:12).
           MOVE WS-NOTENR-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS SAISIE' TO REC-F-REPORT(1:12).
           MOVE WS-ABSENT-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.
       7300-REPORT-END.
      ******************************************************************
           END-IF.
       7350-UNMATCHED-END.
      ******************************************************************
      * Against the class lists of the year: every student of the
      * merged file must be enrolled in the class the grades came
      * in for, and every student enrolled in a merged class must have
      * come in from at least one feed.  The night run rejects the
      * first and lists the second as well; this report lets the
      * secretariat correct the feeds before it runs.
      ******************************************************************
       7360-ENROL-CHECK-START.
           IF WS-CTL-YEAR = SPACES
               GO TO 7360-ENROL-CHECK-END
           END-IF.
           OPEN INPUT F-ENROL.
           IF NOT F-ENROL-STATUS-OK
               GO TO 7360-ENROL-CHECK-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM VARYING IDX-MSTU FROM 1 BY 1
                   UNTIL IDX-MSTU > MSTU-LGTH
               MOVE WS-CTL-YEAR        TO ENR-K-YEAR
               MOVE MS-CLASS(IDX-MSTU) TO ENR-K-CLASS
               MOVE MS-KEY(IDX-MSTU)   TO ENR-K-STUDENT
               SET WS-FOUND TO TRUE
               READ F-ENROL
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       IF ENR-START > WS-RUN-DATE
                               OR (ENR-STATUS NOT = 'A'
                                   AND ENR-END NOT > WS-RUN-DATE)
                           SET WS-NOT-FOUND TO TRUE
                       END-IF
               END-READ
               IF WS-NOT-FOUND
                   ADD 1 TO WS-NOTENR-COUNT
                   INITIALIZE REC-F-REPORT
                   MOVE 'NON INSCRIT' TO REC-F-REPORT(1:17)
                   MOVE MS-CLASS(IDX-MSTU) TO REC-F-REPORT(20:10)
                   MOVE MS-KEY(IDX-MSTU) TO REC-F-REPORT(31:4)
                   MOVE MS-LASTNAME(IDX-MSTU) TO REC-F-REPORT(37:7)
                   MOVE MS-FIRSTNAME(IDX-MSTU) TO REC-F-REPORT(45:6)
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-MCLS FROM 1 BY 1
                   UNTIL IDX-MCLS > MCLS-LGTH
               PERFORM 8080-CLASS-ABSENT-START
                   THRU 8080-CLASS-ABSENT-END
           END-PERFORM.

           CLOSE F-ENROL.

           IF WS-NOTENR-COUNT > 0 OR WS-ABSENT-COUNT > 0
               INITIALIZE REC-F-REPORT
               MOVE ALL '_' TO REC-F-REPORT(1:120)
               WRITE REC-F-REPORT
           END-IF.
       7360-ENROL-CHECK-END.
      ******************************************************************
       8080-CLASS-ABSENT-START.
           MOVE WS-CTL-YEAR        TO ENR-K-YEAR.
           MOVE MC-CLASS(IDX-MCLS) TO ENR-K-CLASS.
           MOVE ZERO               TO ENR-K-STUDENT.
           START F-ENROL KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   GO TO 8080-CLASS-ABSENT-END
           END-START.

           PERFORM UNTIL F-ENROL-STATUS-EOF
               READ F-ENROL NEXT RECORD
                   AT END
                       GO TO 8080-CLASS-ABSENT-END
               END-READ
               IF ENR-K-YEAR NOT = WS-CTL-YEAR
                       OR ENR-K-CLASS NOT = MC-CLASS(IDX-MCLS)
                   GO TO 8080-CLASS-ABSENT-END
               END-IF
               IF ENR-START NOT > WS-RUN-DATE
                       AND (ENR-STATUS = 'A'
                            OR ENR-END > WS-RUN-DATE)
                   SET WS-NOT-FOUND TO TRUE
                   PERFORM VARYING IDX-MSTU FROM 1 BY 1
                           UNTIL IDX-MSTU > MSTU-LGTH
                       IF MS-CLASS(IDX-MSTU) = ENR-K-CLASS
                               AND MS-KEY(IDX-MSTU) = ENR-K-STUDENT
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-NOT-FOUND
                       ADD 1 TO WS-ABSENT-COUNT
                       INITIALIZE REC-F-REPORT
                       MOVE 'INSCRIT SANS NOTE' TO REC-F-REPORT(1:17)
                       MOVE ENR-K-CLASS TO REC-F-REPORT(20:10)
                       MOVE ENR-K-STUDENT TO REC-F-REPORT(31:4)
                       WRITE REC-F-REPORT
                   END-IF
               END-IF
           END-PERFORM.
       8080-CLASS-ABSENT-END.
      ******************************************************************
