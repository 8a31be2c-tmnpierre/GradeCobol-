               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDT-ARC-STATUS.

           SELECT F-ABSREG
               ASSIGN TO 'absreg.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSREG-STATUS.

           SELECT F-ABSR-ARC
               ASSIGN TO WS-ABSR-ARC-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSR-ARC-STATUS.

           SELECT F-RESULTS
               ASSIGN TO 'results.dat'
               ORGANIZATION IS INDEXED
           RECORDING MODE IS F.
       01  REC-F-AUDT-ARC      PIC X(150).

       FD  F-ABSREG
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSREG        PIC X(150).

       FD  F-ABSR-ARC
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSR-ARC      PIC X(150).

       FD  F-RESULTS
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESULTS.
           03 RES-KEY.
               05 RES-K-STUDENT  PIC 9(04).
               05 RES-K-TERM     PIC X(10).
               05 RES-K-CLASS    PIC X(10).
           03 RES-BODY           PIC X(750).

       FD  F-RESU-ARC
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESU-ARC.
           03 ARC-KEY.
               05 ARC-K-STUDENT  PIC 9(04).
               05 ARC-K-TERM     PIC X(10).
               05 ARC-K-CLASS    PIC X(10).
           03 ARC-BODY           PIC X(750).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS
       01  F-AUDT-ARC-STATUS   PIC X(02) VALUE SPACE.
           88 F-AUDT-ARC-STATUS-OK VALUE '00'.

       01  F-ABSREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSREG-STATUS-OK   VALUE '00'.
           88 F-ABSREG-STATUS-EOF  VALUE '10'.

       01  F-ABSR-ARC-STATUS   PIC X(02) VALUE SPACE.
           88 F-ABSR-ARC-STATUS-OK VALUE '00'.

       01  F-RESULTS-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESULTS-STATUS-OK  VALUE '00'.
           88 F-RESULTS-STATUS-EOF VALUE '10'.
       01  WS-HIST-ARC-NAME    PIC X(12) VALUE SPACES.
       01  WS-AUDT-ARC-NAME    PIC X(12) VALUE SPACES.
       01  WS-RESU-ARC-NAME    PIC X(12) VALUE SPACES.
       01  WS-ABSR-ARC-NAME    PIC X(12) VALUE SPACES.

       01  WS-ARCH-YEAR        PIC X(09) VALUE SPACES.
       01  WS-YEAR-START       PIC 9(04) VALUE ZERO.
       01  WS-YEAR-END         PIC 9(04) VALUE ZERO.
      * The school year runs from the 1st of August to the 31st of
      * July: every dated line of history, audit and the absence
      * register falls in exactly one year window.
       01  WS-DATE-FROM        PIC 9(08) VALUE ZERO.
       01  WS-DATE-TO          PIC 9(08) VALUE ZERO.
       01  WS-LINE-DATE        PIC X(08) VALUE SPACES.
       01  WS-HIST-KEPT        PIC 9(06) VALUE ZERO.
       01  WS-AUDT-MOVED       PIC 9(06) VALUE ZERO.
       01  WS-AUDT-KEPT        PIC 9(06) VALUE ZERO.
       01  WS-ABSR-MOVED       PIC 9(06) VALUE ZERO.
       01  WS-ABSR-KEPT        PIC 9(06) VALUE ZERO.
       01  WS-RESU-MOVED       PIC 9(06) VALUE ZERO.
       01  WS-PNT-CNT          PIC ZZZZZ9.

           ELSE
               PERFORM 7100-HISTORY-START  THRU 7100-HISTORY-END
               PERFORM 7200-AUDIT-START    THRU 7200-AUDIT-END
               PERFORM 7250-ABSREG-START   THRU 7250-ABSREG-END
               PERFORM 7300-RESULTS-START  THRU 7300-RESULTS-END
               PERFORM 7400-REPORT-START   THRU 7400-REPORT-END
           END-IF.
           INITIALIZE WS-RESU-ARC-NAME.
           STRING 'resu' WS-ARCH-YEAR(1:4) '.arc'
               DELIMITED BY SIZE INTO WS-RESU-ARC-NAME.
           INITIALIZE WS-ABSR-ARC-NAME.
           STRING 'absr' WS-ARCH-YEAR(1:4) '.arc'
               DELIMITED BY SIZE INTO WS-ABSR-ARC-NAME.
       7000-SETUP-END.
      ******************************************************************
      * History: the dated lines of the archive year move to the
           END-PERFORM.
           CLOSE F-AUDIT.
       7200-AUDIT-END.
      ******************************************************************
       7250-ABSREG-START.
           OPEN INPUT F-ABSREG.
           IF NOT F-ABSREG-STATUS-OK
               GO TO 7250-ABSREG-END
           END-IF.

           OPEN EXTEND F-ABSR-ARC.
           IF NOT F-ABSR-ARC-STATUS-OK
               OPEN OUTPUT F-ABSR-ARC
           END-IF.
           IF NOT F-ABSR-ARC-STATUS-OK
               DISPLAY 'ERROR ABSENCE REGISTER ARCHIVE FILE'
               CLOSE F-ABSREG
               GO TO 7250-ABSREG-END
           END-IF.

           MOVE 1 TO KEEP-LGTH.
           PERFORM UNTIL F-ABSREG-STATUS-EOF
               READ F-ABSREG
               IF F-ABSREG-STATUS-EOF
                   GO TO 7250-ABSREG-SPLIT
               END-IF
               MOVE REC-F-ABSREG(1:8) TO WS-LINE-DATE
               PERFORM 8010-IN-WINDOW-START
                   THRU 8010-IN-WINDOW-END
               IF WS-LINE-DATE-NUM NOT = ZERO
                   MOVE REC-F-ABSREG TO REC-F-ABSR-ARC
                   WRITE REC-F-ABSR-ARC
                   ADD 1 TO WS-ABSR-MOVED
               ELSE
                   MOVE REC-F-ABSREG TO KP-LINE(KEEP-LGTH)
                   SET KEEP-LGTH UP BY 1
                   ADD 1 TO WS-ABSR-KEPT
               END-IF
           END-PERFORM.

       7250-ABSREG-SPLIT.
           CLOSE F-ABSREG.
           CLOSE F-ABSR-ARC.
           SET KEEP-LGTH DOWN BY 1.

           OPEN OUTPUT F-ABSREG.
           IF NOT F-ABSREG-STATUS-OK
               DISPLAY 'ERROR REWRITING ABSENCE REGISTER FILE'
               GO TO 7250-ABSREG-END
           END-IF.
           PERFORM VARYING IDX-KEEP FROM 1 BY 1
                   UNTIL IDX-KEEP > KEEP-LGTH
               MOVE KP-LINE(IDX-KEEP) TO REC-F-ABSREG
               WRITE REC-F-ABSREG
           END-PERFORM.
           CLOSE F-ABSREG.
       7250-ABSREG-END.
      ******************************************************************
      * The line date is kept in WS-LINE-DATE-NUM when it falls in
      * the archive-year window, and zeroed otherwise; an undated
           MOVE WS-PNT-CNT TO REC-F-REPORT(40:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ABSENCES DEPLACEES' TO REC-F-REPORT(1:20).
           MOVE WS-ABSR-MOVED TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(22:6).
           MOVE 'CONSERVES' TO REC-F-REPORT(30:9).
           MOVE WS-ABSR-KEPT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(40:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RESULTATS DEPLACES' TO REC-F-REPORT(1:20).
           MOVE WS-RESU-MOVED TO WS-PNT-CNT.
           MOVE WS-HIST-ARC-NAME TO REC-F-REPORT(6:12).
           MOVE WS-AUDT-ARC-NAME TO REC-F-REPORT(20:12).
           MOVE WS-RESU-ARC-NAME TO REC-F-REPORT(34:12).
           MOVE WS-ABSR-ARC-NAME TO REC-F-REPORT(48:12).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.
