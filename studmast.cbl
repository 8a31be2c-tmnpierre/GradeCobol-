           SELECT F-MASTER
               ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS F-MASTER-STATUS.

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

           SELECT F-AUDIT
               ASSIGN TO 'audit.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-ENROL
               ASSIGN TO 'enrol.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS F-ENROL-STATUS.

           SELECT F-GUARDIAN
               ASSIGN TO 'guardian.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS F-GUARDIAN-STATUS.

           SELECT F-DECISION
               ASSIGN TO 'decision.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-KEY
               FILE STATUS IS F-DECISION-STATUS.

           SELECT F-ABSREG
               ASSIGN TO 'absreg.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ABSREG-STATUS.

           SELECT F-WORK
               ASSIGN TO 'stumast.wrk'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-WORK-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'stumast.rpt'
               ACCESS MODE IS SEQUENTIAL
           03 R-T-BIRTHDATE      PIC 9(08).
           03 R-T-INE            PIC X(11).

      * A merge retires the transaction key in favour of the target
      * key: every record of the retired key is moved under the
      * target.
       01  REC-F-MERGE.
           03 R-M-ACTION         PIC X(01).
           03 R-M-KEY            PIC 9(04).
           03 R-M-TARGET         PIC 9(04).
           03 FILLER             PIC X(55).

       FD  F-MASTER
           RECORD CONTAINS 64 CHARACTERS.
       01  REC-F-MASTER.
           03 MST-STATUS         PIC X(01).
           03 MST-INE            PIC X(11).

       FD  F-RESULTS
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESULTS.
           03 RES-KEY.
               05 RES-K-STUDENT  PIC 9(04).
               05 RES-K-TERM     PIC X(10).
               05 RES-K-CLASS    PIC X(10).
           03 RES-BODY           PIC X(750).

       FD  F-HISTORY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HISTORY       PIC X(100).

       FD  F-ABSENCE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSENCE       PIC X(120).

       FD  F-AUDIT
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-AUDIT         PIC X(150).

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

       FD  F-GUARDIAN
           RECORD CONTAINS 183 CHARACTERS.
       01  REC-F-GUARDIAN.
           03 GRD-KEY.
               05 GRD-K-STUDENT  PIC 9(04).
               05 GRD-K-SEQ      PIC 9(01).
           03 GRD-BODY           PIC X(178).

       FD  F-DECISION
           RECORD CONTAINS 95 CHARACTERS.
       01  REC-F-DECISION.
           03 DEC-KEY.
               05 DEC-K-STUDENT  PIC 9(04).
               05 DEC-K-TERM     PIC X(10).
               05 DEC-K-CLASS    PIC X(10).
           03 DEC-BODY           PIC X(71).

       FD  F-ABSREG
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSREG        PIC X(150).

       FD  F-WORK
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-WORK          PIC X(150).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK     VALUE '00'.
           88 F-MASTER-NOT-FOUND     VALUE '35'.
           88 F-MASTER-STATUS-EOF    VALUE '10'.

       01  F-RESULTS-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESULTS-STATUS-OK  VALUE '00'.
           88 F-RESULTS-STATUS-EOF VALUE '10'.
           88 F-RESULTS-NOT-FOUND  VALUE '35'.

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-ABSENCE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ABSENCE-STATUS-OK  VALUE '00'.
           88 F-ABSENCE-STATUS-EOF VALUE '10'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK    VALUE '00'.
           88 F-AUDIT-STATUS-EOF   VALUE '10'.

       01  F-ENROL-STATUS      PIC X(02) VALUE SPACE.
           88 F-ENROL-STATUS-OK    VALUE '00'.
           88 F-ENROL-STATUS-EOF   VALUE '10'.
           88 F-ENROL-NOT-FOUND    VALUE '35'.

       01  F-GUARDIAN-STATUS   PIC X(02) VALUE SPACE.
           88 F-GUARDIAN-STATUS-OK  VALUE '00'.
           88 F-GUARDIAN-STATUS-EOF VALUE '10'.
           88 F-GUARDIAN-NOT-FOUND  VALUE '35'.

       01  F-DECISION-STATUS   PIC X(02) VALUE SPACE.
           88 F-DECISION-STATUS-OK  VALUE '00'.
           88 F-DECISION-STATUS-EOF VALUE '10'.
           88 F-DECISION-NOT-FOUND  VALUE '35'.

       01  F-ABSREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-ABSREG-STATUS-OK   VALUE '00'.
           88 F-ABSREG-STATUS-EOF  VALUE '10'.

       01  F-WORK-STATUS       PIC X(02) VALUE SPACE.
           88 F-WORK-STATUS-OK     VALUE '00'.
           88 F-WORK-STATUS-EOF    VALUE '10'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.
       01  WS-MOD-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-DEACT-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-MERGE-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-DUP-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.

      * The master as loaded for the duplicate scan.
       01  DATA-SCAN.
           03 SCAN-LGTH        PIC 9(04) VALUE 1.
           03 SCAN-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SCAN-LGTH
                   INDEXED BY IDX-SCAN IDX-SCAN-2.
               05 SC-KEY         PIC 9(04).
               05 SC-LASTNAME    PIC X(20).
               05 SC-FIRSTNAME   PIC X(20).
               05 SC-BIRTHDATE   PIC 9(08).
               05 SC-INE         PIC X(11).
               05 SC-STATUS      PIC X(01).

       01  WS-DUP-REASON       PIC X(20) VALUE SPACES.

      * The results records of the retired key, moved as a block.
       01  DATA-MOVE.
           03 MOVE-LGTH        PIC 9(04) VALUE 1.
           03 MOVE-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON MOVE-LGTH
                   INDEXED BY IDX-MOVE.
               05 MV-RECORD      PIC X(774).

      * The enrolments, families and council decisions of the
      * retired key.
       01  DATA-EMOVE.
           03 EMOVE-LGTH       PIC 9(04) VALUE 1.
           03 EMOVE-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON EMOVE-LGTH
                   INDEXED BY IDX-EMOVE.
               05 EM-RECORD      PIC X(50).

      * The years the target is already active in a class.
       01  DATA-EYEAR.
           03 EYEAR-LGTH       PIC 9(04) VALUE 1.
           03 EYEAR-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON EYEAR-LGTH
                   INDEXED BY IDX-EYEAR.
               05 EY-YEAR        PIC X(09).

       01  DATA-GMOVE.
           03 GMOVE-LGTH       PIC 9(04) VALUE 1.
           03 GMOVE-ENTRY OCCURS 1 TO 10 TIMES
                   DEPENDING ON GMOVE-LGTH
                   INDEXED BY IDX-GMOVE.
               05 GM-RECORD      PIC X(183).

       01  DATA-DMOVE.
           03 DMOVE-LGTH       PIC 9(04) VALUE 1.
           03 DMOVE-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON DMOVE-LGTH
                   INDEXED BY IDX-DMOVE.
               05 DM-RECORD      PIC X(95).

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-GRD-SEQ          PIC 9(01) VALUE ZERO.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
           88  WS-NOT-FOUND            VALUE 'N'.

       01  WS-TARGET-INE       PIC X(11) VALUE SPACES.
       01  WS-RETIRED-INE      PIC X(11) VALUE SPACES.
       01  WS-OLD-KEY          PIC 9(04) VALUE ZERO.
       01  WS-NEW-KEY          PIC 9(04) VALUE ZERO.
       01  WS-LINE             PIC X(150) VALUE SPACES.
       01  WS-SKIP             PIC X(150) VALUE SPACES.
       01  WS-PTR              PIC 9(03) VALUE 1.
       01  WS-FIELD-NO         PIC 9(01) VALUE ZERO.
       01  WS-FIELD-IDX        PIC 9(01) VALUE ZERO.
       01  WS-LINE-FLAG        PIC X VALUE 'N'.
           88  WS-LINE-REKEYED         VALUE 'Y'.
           88  WS-LINE-KEPT            VALUE 'N'.
       01  WS-FILE-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-RES-MOVED        PIC 9(04) VALUE ZERO.
       01  WS-HIST-MOVED       PIC 9(04) VALUE ZERO.
       01  WS-ABS-MOVED        PIC 9(04) VALUE ZERO.
       01  WS-AUDT-MOVED       PIC 9(04) VALUE ZERO.
       01  WS-ENR-MOVED        PIC 9(04) VALUE ZERO.
       01  WS-ENR-CLOSED       PIC 9(04) VALUE ZERO.
       01  WS-GRD-MOVED        PIC 9(04) VALUE ZERO.
       01  WS-GRD-KEPT         PIC 9(04) VALUE ZERO.
       01  WS-DEC-MOVED        PIC 9(04) VALUE ZERO.
       01  WS-ABSR-MOVED       PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 7000-PROCESS-START THRU 7000-PROCESS-END.
                   WHEN 'D'
                       PERFORM 8030-DEACTIVATE-START
                           THRU 8030-DEACTIVATE-END
                   WHEN 'F'
                       PERFORM 8060-MERGE-START
                           THRU 8060-MERGE-END
                   WHEN 'S'
                       MOVE 'DUPLICATE SCAN' TO WS-RESULT
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-RESULT
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
               PERFORM 8040-REPORT-LINE-START
                   THRU 8040-REPORT-LINE-END
               IF R-T-ACTION = 'S'
                   PERFORM 8090-DUP-SCAN-START
                       THRU 8090-DUP-SCAN-END
               END-IF
           END-PERFORM.

       7000-PROCESS-CLOSE.
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8020-MODIFY-END
           END-READ.
           IF MST-STATUS = 'F'
               MOVE 'KEY MERGED - NOT MODIFIED' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8020-MODIFY-END
           END-IF.

      * Only the fields supplied on the transaction are replaced;
      * blank fields keep the master value.  A modify always leaves
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8030-DEACTIVATE-END
           END-READ.
           IF MST-STATUS = 'F'
               MOVE 'KEY MERGED - NOT DEACTIVATED' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8030-DEACTIVATE-END
           END-IF.

           MOVE 'I' TO MST-STATUS.
           REWRITE REC-F-MASTER
       8030-DEACTIVATE-END.
      ******************************************************************
       8040-REPORT-LINE-START.
           IF R-T-ACTION = 'F'
               PERFORM 8045-MERGE-LINES-START
                   THRU 8045-MERGE-LINES-END
               GO TO 8040-REPORT-LINE-END
           END-IF.
           INITIALIZE REC-F-REPORT
           STRING R-T-ACTION       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'FUSIONS' TO REC-F-REPORT(1:12).
           MOVE WS-MERGE-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'DOUBLONS' TO REC-F-REPORT(1:12).
           MOVE WS-DUP-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ERREURS' TO REC-F-REPORT(1:12).
           MOVE WS-ERROR-COUNT TO WS-PNT-NBR.
           WRITE REC-F-REPORT.
       8050-REPORT-TOTALS-END.
      ******************************************************************
       8045-MERGE-LINES-START.
           INITIALIZE REC-F-REPORT.
           STRING R-M-ACTION       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-M-KEY          DELIMITED BY SIZE
                  ' -> '           DELIMITED BY SIZE
                  R-M-TARGET       DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-RESULT        DELIMITED BY SIZE
               INTO REC-F-REPORT.
           WRITE REC-F-REPORT.
           IF WS-RESULT NOT = 'MERGED'
               GO TO 8045-MERGE-LINES-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE 'results.dat' TO REC-F-REPORT(8:12).
           MOVE WS-RES-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'RECORD(S) RE-KEYED' TO REC-F-REPORT(26:18).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'history.dat' TO REC-F-REPORT(8:12).
           MOVE WS-HIST-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'LINE(S) RE-KEYED' TO REC-F-REPORT(26:16).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'absence.dat' TO REC-F-REPORT(8:12).
           MOVE WS-ABS-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'LINE(S) RE-KEYED' TO REC-F-REPORT(26:16).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'audit.dat' TO REC-F-REPORT(8:12).
           MOVE WS-AUDT-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'LINE(S) RE-KEYED' TO REC-F-REPORT(26:16).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'absreg.dat' TO REC-F-REPORT(8:12).
           MOVE WS-ABSR-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'LINE(S) RE-KEYED' TO REC-F-REPORT(26:16).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'enrol.dat' TO REC-F-REPORT(8:12).
           MOVE WS-ENR-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'RECORD(S) RE-KEYED' TO REC-F-REPORT(26:18).
           MOVE WS-ENR-CLOSED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(46:4).
           MOVE 'CLOSED' TO REC-F-REPORT(51:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'guardian.dat' TO REC-F-REPORT(8:12).
           MOVE WS-GRD-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'RECORD(S) RE-KEYED' TO REC-F-REPORT(26:18).
           MOVE WS-GRD-KEPT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(46:4).
           MOVE 'LEFT - NO FREE SEQUENCE' TO REC-F-REPORT(51:23).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'decision.dat' TO REC-F-REPORT(8:12).
           MOVE WS-DEC-MOVED TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(21:4).
           MOVE 'RECORD(S) RE-KEYED' TO REC-F-REPORT(26:18).
           WRITE REC-F-REPORT.
       8045-MERGE-LINES-END.
      ******************************************************************
      * A merge retires the transaction key: its results, council
      * decisions, enrolments, families, history, make-up trail,
      * absence register and audit lines move under the target key
      * and the retired master record is flagged F, which every
      * reader of the master treats as not active.
      ******************************************************************
       8060-MERGE-START.
           MOVE ZERO TO WS-RES-MOVED WS-HIST-MOVED WS-ABS-MOVED
                        WS-AUDT-MOVED WS-ENR-MOVED WS-ENR-CLOSED
                        WS-GRD-MOVED WS-GRD-KEPT WS-DEC-MOVED
                        WS-ABSR-MOVED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF R-M-KEY IS NOT NUMERIC OR R-M-TARGET IS NOT NUMERIC
                   OR R-M-KEY = R-M-TARGET
               MOVE 'INVALID MERGE KEYS' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8060-MERGE-END
           END-IF.

           MOVE R-M-TARGET TO MST-KEY.
           READ F-MASTER
               INVALID KEY
                   MOVE 'TARGET KEY NOT FOUND' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8060-MERGE-END
           END-READ.
           IF MST-STATUS = 'F'
               MOVE 'TARGET KEY ALREADY MERGED' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8060-MERGE-END
           END-IF.
           MOVE MST-INE TO WS-TARGET-INE.

           MOVE R-M-KEY TO MST-KEY.
           READ F-MASTER
               INVALID KEY
                   MOVE 'KEY NOT FOUND' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8060-MERGE-END
           END-READ.
           IF MST-STATUS = 'F'
               MOVE 'KEY ALREADY MERGED' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8060-MERGE-END
           END-IF.

           MOVE R-M-KEY    TO WS-OLD-KEY.
           MOVE R-M-TARGET TO WS-NEW-KEY.

           PERFORM 8066-CHECK-DECISION-START
               THRU 8066-CHECK-DECISION-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8060-MERGE-END
           END-IF.
           PERFORM 8065-MERGE-RESULTS-START
               THRU 8065-MERGE-RESULTS-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8060-MERGE-END
           END-IF.
           PERFORM 8067-MERGE-DECISION-START
               THRU 8067-MERGE-DECISION-END.
           PERFORM 8068-MERGE-ENROL-START
               THRU 8068-MERGE-ENROL-END.
           PERFORM 8069-MERGE-GUARDIAN-START
               THRU 8069-MERGE-GUARDIAN-END.
           PERFORM 8070-MERGE-HISTORY-START
               THRU 8070-MERGE-HISTORY-END.
           PERFORM 8072-MERGE-ABSENCE-START
               THRU 8072-MERGE-ABSENCE-END.
           PERFORM 8074-MERGE-AUDIT-START
               THRU 8074-MERGE-AUDIT-END.
           PERFORM 8076-MERGE-ABSREG-START
               THRU 8076-MERGE-ABSREG-END.

      * The retired record is flagged; its INE is carried over to a
      * target that has none.
           MOVE WS-OLD-KEY TO MST-KEY.
           READ F-MASTER
               INVALID KEY
                   MOVE 'KEY NOT FOUND' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8060-MERGE-END
           END-READ.
           MOVE MST-INE TO WS-RETIRED-INE.
           MOVE 'F' TO MST-STATUS.
           REWRITE REC-F-MASTER
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8060-MERGE-END
           END-REWRITE.

           IF WS-TARGET-INE = SPACES AND WS-RETIRED-INE NOT = SPACES
               MOVE WS-NEW-KEY TO MST-KEY
               READ F-MASTER
                   NOT INVALID KEY
                       MOVE WS-RETIRED-INE TO MST-INE
                       REWRITE REC-F-MASTER
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

           MOVE 'MERGED' TO WS-RESULT.
           ADD 1 TO WS-MERGE-COUNT.
       8060-MERGE-END.
      ******************************************************************
      * The results records of the retired key are read first, and
      * the merge is refused when the target already has a record
      * for the same term and class: two bulletins for one period
      * must be settled by hand, not overwritten.
      ******************************************************************
       8065-MERGE-RESULTS-START.
           MOVE 1 TO MOVE-LGTH.
           OPEN I-O F-RESULTS.
           IF F-RESULTS-NOT-FOUND
               GO TO 8065-MERGE-RESULTS-END
           END-IF.
           IF NOT F-RESULTS-STATUS-OK
               MOVE 'ERROR RESULTS FILE' TO WS-RESULT
               GO TO 8065-MERGE-RESULTS-END
           END-IF.

           MOVE WS-OLD-KEY TO RES-K-STUDENT.
           MOVE LOW-VALUES TO RES-K-TERM.
           MOVE LOW-VALUES TO RES-K-CLASS.
           START F-RESULTS KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
                   GO TO 8065-MERGE-RESULTS-CLOSE
           END-START.

           PERFORM UNTIL F-RESULTS-STATUS-EOF
               READ F-RESULTS NEXT RECORD
                   AT END
                       GO TO 8065-MERGE-RESULTS-CHECK
               END-READ
               IF RES-K-STUDENT NOT = WS-OLD-KEY
                   GO TO 8065-MERGE-RESULTS-CHECK
               END-IF
               IF MOVE-LGTH > 99
                   MOVE 'TOO MANY RESULTS RECORDS' TO WS-RESULT
                   GO TO 8065-MERGE-RESULTS-CLOSE
               END-IF
               MOVE REC-F-RESULTS TO MV-RECORD(MOVE-LGTH)
               SET MOVE-LGTH UP BY 1
           END-PERFORM.

       8065-MERGE-RESULTS-CHECK.
           PERFORM VARYING IDX-MOVE FROM 1 BY 1
                   UNTIL IDX-MOVE > MOVE-LGTH - 1
               MOVE MV-RECORD(IDX-MOVE) TO REC-F-RESULTS
               MOVE WS-NEW-KEY TO RES-K-STUDENT
               READ F-RESULTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'RESULTS CONFLICT WITH TARGET'
                           TO WS-RESULT
               END-READ
           END-PERFORM.
           IF WS-RESULT NOT = SPACES
               GO TO 8065-MERGE-RESULTS-CLOSE
           END-IF.

           PERFORM VARYING IDX-MOVE FROM 1 BY 1
                   UNTIL IDX-MOVE > MOVE-LGTH - 1
               MOVE MV-RECORD(IDX-MOVE) TO REC-F-RESULTS
               DELETE F-RESULTS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-NEW-KEY TO RES-K-STUDENT
               WRITE REC-F-RESULTS
                   INVALID KEY
                       MOVE 'RESULTS WRITE ERROR' TO WS-RESULT
                   NOT INVALID KEY
                       ADD 1 TO WS-RES-MOVED
               END-WRITE
           END-PERFORM.

       8065-MERGE-RESULTS-CLOSE.
           CLOSE F-RESULTS.
       8065-MERGE-RESULTS-END.
      ******************************************************************
      * The council decisions of the retired key are loaded and
      * checked before anything moves, with the same refusal as the
      * results: one decision per period is kept, never overwritten.
      ******************************************************************
       8066-CHECK-DECISION-START.
           MOVE 1 TO DMOVE-LGTH.
           OPEN INPUT F-DECISION.
           IF F-DECISION-NOT-FOUND
               GO TO 8066-CHECK-DECISION-END
           END-IF.
           IF NOT F-DECISION-STATUS-OK
               MOVE 'ERROR DECISION FILE' TO WS-RESULT
               GO TO 8066-CHECK-DECISION-END
           END-IF.

           MOVE WS-OLD-KEY TO DEC-K-STUDENT.
           MOVE LOW-VALUES TO DEC-K-TERM.
           MOVE LOW-VALUES TO DEC-K-CLASS.
           START F-DECISION KEY IS NOT LESS THAN DEC-KEY
               INVALID KEY
                   GO TO 8066-CHECK-DECISION-CLOSE
           END-START.

           PERFORM UNTIL F-DECISION-STATUS-EOF
               READ F-DECISION NEXT RECORD
                   AT END
                       GO TO 8066-CHECK-DECISION-CHECK
               END-READ
               IF DEC-K-STUDENT NOT = WS-OLD-KEY
                   GO TO 8066-CHECK-DECISION-CHECK
               END-IF
               IF DMOVE-LGTH > 99
                   MOVE 'TOO MANY DECISION RECORDS' TO WS-RESULT
                   GO TO 8066-CHECK-DECISION-CLOSE
               END-IF
               MOVE REC-F-DECISION TO DM-RECORD(DMOVE-LGTH)
               SET DMOVE-LGTH UP BY 1
           END-PERFORM.

       8066-CHECK-DECISION-CHECK.
           PERFORM VARYING IDX-DMOVE FROM 1 BY 1
                   UNTIL IDX-DMOVE > DMOVE-LGTH - 1
               MOVE DM-RECORD(IDX-DMOVE) TO REC-F-DECISION
               MOVE WS-NEW-KEY TO DEC-K-STUDENT
               READ F-DECISION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'DECISION CONFLICT WITH TARGET'
                           TO WS-RESULT
               END-READ
           END-PERFORM.

       8066-CHECK-DECISION-CLOSE.
           CLOSE F-DECISION.
       8066-CHECK-DECISION-END.
      ******************************************************************
       8067-MERGE-DECISION-START.
           IF DMOVE-LGTH = 1
               GO TO 8067-MERGE-DECISION-END
           END-IF.
           OPEN I-O F-DECISION.
           IF NOT F-DECISION-STATUS-OK
               DISPLAY 'ERROR DECISION FILE'
               GO TO 8067-MERGE-DECISION-END
           END-IF.

           PERFORM VARYING IDX-DMOVE FROM 1 BY 1
                   UNTIL IDX-DMOVE > DMOVE-LGTH - 1
               MOVE DM-RECORD(IDX-DMOVE) TO REC-F-DECISION
               DELETE F-DECISION RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-NEW-KEY TO DEC-K-STUDENT
               WRITE REC-F-DECISION
                   INVALID KEY
                       DISPLAY 'DECISION WRITE ERROR ' DEC-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-DEC-MOVED
               END-WRITE
           END-PERFORM.
           CLOSE F-DECISION.
       8067-MERGE-DECISION-END.
      ******************************************************************
      * An enrolment of the retired key moves under the target, or
      * is closed when the target is already in that class for that
      * year, or when it is active and the target is already active
      * in another class of that year: one active class per year.
      ******************************************************************
       8068-MERGE-ENROL-START.
           MOVE 1 TO EMOVE-LGTH.
           MOVE 1 TO EYEAR-LGTH.
           OPEN I-O F-ENROL.
           IF F-ENROL-NOT-FOUND
               GO TO 8068-MERGE-ENROL-END
           END-IF.
           IF NOT F-ENROL-STATUS-OK
               DISPLAY 'ERROR ENROLMENT FILE'
               GO TO 8068-MERGE-ENROL-END
           END-IF.

           MOVE LOW-VALUES TO ENR-KEY.
           START F-ENROL KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY
                   GO TO 8068-MERGE-ENROL-CLOSE
           END-START.

           PERFORM UNTIL F-ENROL-STATUS-EOF
               READ F-ENROL NEXT RECORD
                   AT END
                       GO TO 8068-MERGE-ENROL-MOVE
               END-READ
               IF ENR-K-STUDENT = WS-OLD-KEY AND EMOVE-LGTH < 99
                   MOVE REC-F-ENROL TO EM-RECORD(EMOVE-LGTH)
                   SET EMOVE-LGTH UP BY 1
               END-IF
               IF ENR-K-STUDENT = WS-NEW-KEY AND ENR-STATUS = 'A'
                       AND EYEAR-LGTH < 99
                   MOVE ENR-K-YEAR TO EY-YEAR(EYEAR-LGTH)
                   SET EYEAR-LGTH UP BY 1
               END-IF
           END-PERFORM.

       8068-MERGE-ENROL-MOVE.
           PERFORM VARYING IDX-EMOVE FROM 1 BY 1
                   UNTIL IDX-EMOVE > EMOVE-LGTH - 1
               MOVE EM-RECORD(IDX-EMOVE) TO REC-F-ENROL
               MOVE WS-NEW-KEY TO ENR-K-STUDENT
               READ F-ENROL
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
               MOVE EM-RECORD(IDX-EMOVE) TO REC-F-ENROL
               IF WS-NOT-FOUND AND ENR-STATUS = 'A'
                   PERFORM VARYING IDX-EYEAR FROM 1 BY 1
                           UNTIL IDX-EYEAR > EYEAR-LGTH - 1
                       IF EY-YEAR(IDX-EYEAR) = ENR-K-YEAR
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-FOUND
                   IF ENR-STATUS = 'A'
                       MOVE 'D' TO ENR-STATUS
                       MOVE WS-RUN-DATE TO ENR-END
                   END-IF
                   REWRITE REC-F-ENROL
                       INVALID KEY
                           DISPLAY 'ENROLMENT REWRITE ERROR ' ENR-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ENR-CLOSED
                   END-REWRITE
               ELSE
                   DELETE F-ENROL RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-NEW-KEY TO ENR-K-STUDENT
                   WRITE REC-F-ENROL
                       INVALID KEY
                           DISPLAY 'ENROLMENT WRITE ERROR ' ENR-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ENR-MOVED
                           IF ENR-STATUS = 'A' AND EYEAR-LGTH < 99
                               MOVE ENR-K-YEAR
                                   TO EY-YEAR(EYEAR-LGTH)
                               SET EYEAR-LGTH UP BY 1
                           END-IF
                   END-WRITE
               END-IF
           END-PERFORM.

       8068-MERGE-ENROL-CLOSE.
           CLOSE F-ENROL.
       8068-MERGE-ENROL-END.
      ******************************************************************
      * The families of the retired key take the sequence numbers
      * still free under the target; one that finds none is most
      * likely the same family keyed twice and stays where it is.
      ******************************************************************
       8069-MERGE-GUARDIAN-START.
           MOVE 1 TO GMOVE-LGTH.
           OPEN I-O F-GUARDIAN.
           IF F-GUARDIAN-NOT-FOUND
               GO TO 8069-MERGE-GUARDIAN-END
           END-IF.
           IF NOT F-GUARDIAN-STATUS-OK
               DISPLAY 'ERROR GUARDIAN FILE'
               GO TO 8069-MERGE-GUARDIAN-END
           END-IF.

           MOVE WS-OLD-KEY TO GRD-K-STUDENT.
           MOVE ZERO TO GRD-K-SEQ.
           START F-GUARDIAN KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY
                   GO TO 8069-MERGE-GUARDIAN-CLOSE
           END-START.

           PERFORM UNTIL F-GUARDIAN-STATUS-EOF
               READ F-GUARDIAN NEXT RECORD
                   AT END
                       GO TO 8069-MERGE-GUARDIAN-MOVE
               END-READ
               IF GRD-K-STUDENT NOT = WS-OLD-KEY
                   GO TO 8069-MERGE-GUARDIAN-MOVE
               END-IF
               IF GMOVE-LGTH < 10
                   MOVE REC-F-GUARDIAN TO GM-RECORD(GMOVE-LGTH)
                   SET GMOVE-LGTH UP BY 1
               END-IF
           END-PERFORM.

       8069-MERGE-GUARDIAN-MOVE.
           PERFORM VARYING IDX-GMOVE FROM 1 BY 1
                   UNTIL IDX-GMOVE > GMOVE-LGTH - 1
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-GRD-SEQ FROM 1 BY 1
                       UNTIL WS-GRD-SEQ > 2 OR WS-FOUND
                   MOVE WS-NEW-KEY TO GRD-K-STUDENT
                   MOVE WS-GRD-SEQ TO GRD-K-SEQ
                   READ F-GUARDIAN
                       INVALID KEY
                           SET WS-FOUND TO TRUE
                   END-READ
               END-PERFORM
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-GRD-SEQ
                   MOVE GM-RECORD(IDX-GMOVE) TO REC-F-GUARDIAN
                   DELETE F-GUARDIAN RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-NEW-KEY TO GRD-K-STUDENT
                   MOVE WS-GRD-SEQ TO GRD-K-SEQ
                   WRITE REC-F-GUARDIAN
                       INVALID KEY
                           DISPLAY 'GUARDIAN WRITE ERROR ' GRD-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-GRD-MOVED
                   END-WRITE
               ELSE
                   ADD 1 TO WS-GRD-KEPT
               END-IF
           END-PERFORM.

       8069-MERGE-GUARDIAN-CLOSE.
           CLOSE F-GUARDIAN.
       8069-MERGE-GUARDIAN-END.
      ******************************************************************
      * The sequential files are copied to the work file with the
      * key replaced, then copied back only when a line changed.
      ******************************************************************
       8070-MERGE-HISTORY-START.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-OK
               GO TO 8070-MERGE-HISTORY-END
           END-IF.
           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               DISPLAY 'ERROR WORK FILE'
               CLOSE F-HISTORY
               GO TO 8070-MERGE-HISTORY-END
           END-IF.

      * date;class;term;key;name;average
           MOVE 4 TO WS-FIELD-NO.
           PERFORM UNTIL F-HISTORY-STATUS-EOF
               READ F-HISTORY
               IF F-HISTORY-STATUS-EOF
                   GO TO 8070-MERGE-HISTORY-COPY
               END-IF
               MOVE REC-F-HISTORY TO WS-LINE
               PERFORM 8078-REKEY-LINE-START THRU 8078-REKEY-LINE-END
               MOVE WS-LINE TO REC-F-WORK
               WRITE REC-F-WORK
           END-PERFORM.

       8070-MERGE-HISTORY-COPY.
           CLOSE F-HISTORY.
           CLOSE F-WORK.
           IF WS-FILE-COUNT = ZERO
               GO TO 8070-MERGE-HISTORY-END
           END-IF.

           OPEN INPUT F-WORK.
           OPEN OUTPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-OK
               DISPLAY 'ERROR REWRITING HISTORY FILE'
               CLOSE F-WORK
               GO TO 8070-MERGE-HISTORY-END
           END-IF.
           PERFORM UNTIL F-WORK-STATUS-EOF
               READ F-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-WORK(1:100) TO REC-F-HISTORY
                       WRITE REC-F-HISTORY
               END-READ
           END-PERFORM.
           CLOSE F-WORK.
           CLOSE F-HISTORY.
           MOVE WS-FILE-COUNT TO WS-HIST-MOVED.
       8070-MERGE-HISTORY-END.
      ******************************************************************
       8072-MERGE-ABSENCE-START.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT F-ABSENCE.
           IF NOT F-ABSENCE-STATUS-OK
               GO TO 8072-MERGE-ABSENCE-END
           END-IF.
           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               DISPLAY 'ERROR WORK FILE'
               CLOSE F-ABSENCE
               GO TO 8072-MERGE-ABSENCE-END
           END-IF.

      * class;term;key;name;label;code[;state]
           MOVE 3 TO WS-FIELD-NO.
           PERFORM UNTIL F-ABSENCE-STATUS-EOF
               READ F-ABSENCE
               IF F-ABSENCE-STATUS-EOF
                   GO TO 8072-MERGE-ABSENCE-COPY
               END-IF
               MOVE REC-F-ABSENCE TO WS-LINE
               PERFORM 8078-REKEY-LINE-START THRU 8078-REKEY-LINE-END
               MOVE WS-LINE TO REC-F-WORK
               WRITE REC-F-WORK
           END-PERFORM.

       8072-MERGE-ABSENCE-COPY.
           CLOSE F-ABSENCE.
           CLOSE F-WORK.
           IF WS-FILE-COUNT = ZERO
               GO TO 8072-MERGE-ABSENCE-END
           END-IF.

           OPEN INPUT F-WORK.
           OPEN OUTPUT F-ABSENCE.
           IF NOT F-ABSENCE-STATUS-OK
               DISPLAY 'ERROR REWRITING ABSENCE FILE'
               CLOSE F-WORK
               GO TO 8072-MERGE-ABSENCE-END
           END-IF.
           PERFORM UNTIL F-WORK-STATUS-EOF
               READ F-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-WORK(1:120) TO REC-F-ABSENCE
                       WRITE REC-F-ABSENCE
               END-READ
           END-PERFORM.
           CLOSE F-WORK.
           CLOSE F-ABSENCE.
           MOVE WS-FILE-COUNT TO WS-ABS-MOVED.
       8072-MERGE-ABSENCE-END.
      ******************************************************************
       8074-MERGE-AUDIT-START.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               GO TO 8074-MERGE-AUDIT-END
           END-IF.
           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               DISPLAY 'ERROR WORK FILE'
               CLOSE F-AUDIT
               GO TO 8074-MERGE-AUDIT-END
           END-IF.

      * date;class;key;label;old;new;old avg;new avg;state
           MOVE 3 TO WS-FIELD-NO.
           PERFORM UNTIL F-AUDIT-STATUS-EOF
               READ F-AUDIT
               IF F-AUDIT-STATUS-EOF
                   GO TO 8074-MERGE-AUDIT-COPY
               END-IF
               MOVE REC-F-AUDIT TO WS-LINE
               PERFORM 8078-REKEY-LINE-START THRU 8078-REKEY-LINE-END
               MOVE WS-LINE TO REC-F-WORK
               WRITE REC-F-WORK
           END-PERFORM.

       8074-MERGE-AUDIT-COPY.
           CLOSE F-AUDIT.
           CLOSE F-WORK.
           IF WS-FILE-COUNT = ZERO
               GO TO 8074-MERGE-AUDIT-END
           END-IF.

           OPEN INPUT F-WORK.
           OPEN OUTPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY 'ERROR REWRITING AUDIT FILE'
               CLOSE F-WORK
               GO TO 8074-MERGE-AUDIT-END
           END-IF.
           PERFORM UNTIL F-WORK-STATUS-EOF
               READ F-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-WORK TO REC-F-AUDIT
                       WRITE REC-F-AUDIT
               END-READ
           END-PERFORM.
           CLOSE F-WORK.
           CLOSE F-AUDIT.
           MOVE WS-FILE-COUNT TO WS-AUDT-MOVED.
       8074-MERGE-AUDIT-END.
      ******************************************************************
       8076-MERGE-ABSREG-START.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN INPUT F-ABSREG.
           IF NOT F-ABSREG-STATUS-OK
               GO TO 8076-MERGE-ABSREG-END
           END-IF.
           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               DISPLAY 'ERROR WORK FILE'
               CLOSE F-ABSREG
               GO TO 8076-MERGE-ABSREG-END
           END-IF.

      * date;class;term;key;name;label;code;state
           MOVE 4 TO WS-FIELD-NO.
           PERFORM UNTIL F-ABSREG-STATUS-EOF
               READ F-ABSREG
               IF F-ABSREG-STATUS-EOF
                   GO TO 8076-MERGE-ABSREG-COPY
               END-IF
               MOVE REC-F-ABSREG TO WS-LINE
               PERFORM 8078-REKEY-LINE-START THRU 8078-REKEY-LINE-END
               MOVE WS-LINE TO REC-F-WORK
               WRITE REC-F-WORK
           END-PERFORM.

       8076-MERGE-ABSREG-COPY.
           CLOSE F-ABSREG.
           CLOSE F-WORK.
           IF WS-FILE-COUNT = ZERO
               GO TO 8076-MERGE-ABSREG-END
           END-IF.

           OPEN INPUT F-WORK.
           OPEN OUTPUT F-ABSREG.
           IF NOT F-ABSREG-STATUS-OK
               DISPLAY 'ERROR REWRITING ABSENCE REGISTER FILE'
               CLOSE F-WORK
               GO TO 8076-MERGE-ABSREG-END
           END-IF.
           PERFORM UNTIL F-WORK-STATUS-EOF
               READ F-WORK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REC-F-WORK TO REC-F-ABSREG
                       WRITE REC-F-ABSREG
               END-READ
           END-PERFORM.
           CLOSE F-WORK.
           CLOSE F-ABSREG.
           MOVE WS-FILE-COUNT TO WS-ABSR-MOVED.
       8076-MERGE-ABSREG-END.
      ******************************************************************
      * Skips to field WS-FIELD-NO of the ';' line in WS-LINE and
      * replaces the retired key found there by the target key.
      ******************************************************************
       8078-REKEY-LINE-START.
           SET WS-LINE-KEPT TO TRUE.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX >= WS-FIELD-NO OR WS-PTR > 145
               UNSTRING WS-LINE DELIMITED BY ';'
                   INTO WS-SKIP
                   WITH POINTER WS-PTR
           END-PERFORM.
           IF WS-PTR > 145
               GO TO 8078-REKEY-LINE-END
           END-IF.
           IF WS-LINE(WS-PTR:4) = WS-OLD-KEY
                   AND WS-LINE(WS-PTR + 4:1) = ';'
               MOVE WS-NEW-KEY TO WS-LINE(WS-PTR:4)
               SET WS-LINE-REKEYED TO TRUE
               ADD 1 TO WS-FILE-COUNT
           END-IF.
       8078-REKEY-LINE-END.
      ******************************************************************
      * Likely duplicates among the keys not yet merged: the same
      * INE, or the same names and date of birth.
      ******************************************************************
       8090-DUP-SCAN-START.
           MOVE 1 TO SCAN-LGTH.
           MOVE ZERO TO MST-KEY.
           START F-MASTER KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   GO TO 8090-DUP-SCAN-END
           END-START.

           PERFORM UNTIL F-MASTER-STATUS-EOF
               READ F-MASTER NEXT RECORD
                   AT END
                       GO TO 8090-DUP-SCAN-COMPARE
               END-READ
               IF MST-STATUS NOT = 'F' AND SCAN-LGTH < 9999
                   MOVE MST-KEY       TO SC-KEY(SCAN-LGTH)
                   MOVE MST-LASTNAME  TO SC-LASTNAME(SCAN-LGTH)
                   MOVE MST-FIRSTNAME TO SC-FIRSTNAME(SCAN-LGTH)
                   MOVE MST-BIRTHDATE TO SC-BIRTHDATE(SCAN-LGTH)
                   MOVE MST-INE       TO SC-INE(SCAN-LGTH)
                   MOVE MST-STATUS    TO SC-STATUS(SCAN-LGTH)
                   SET SCAN-LGTH UP BY 1
               END-IF
           END-PERFORM.

       8090-DUP-SCAN-COMPARE.
           IF SCAN-LGTH < 3
               GO TO 8090-DUP-SCAN-END
           END-IF.
           PERFORM VARYING IDX-SCAN FROM 1 BY 1
                   UNTIL IDX-SCAN > SCAN-LGTH - 2
               SET IDX-SCAN-2 TO IDX-SCAN
               SET IDX-SCAN-2 UP BY 1
               PERFORM VARYING IDX-SCAN-2 FROM IDX-SCAN-2 BY 1
                       UNTIL IDX-SCAN-2 > SCAN-LGTH - 1
                   MOVE SPACES TO WS-DUP-REASON
                   IF SC-INE(IDX-SCAN) NOT = SPACES
                           AND SC-INE(IDX-SCAN) = SC-INE(IDX-SCAN-2)
                       MOVE 'SAME INE' TO WS-DUP-REASON
                   ELSE
                       IF SC-LASTNAME(IDX-SCAN) =
                               SC-LASTNAME(IDX-SCAN-2)
                               AND SC-FIRSTNAME(IDX-SCAN) =
                               SC-FIRSTNAME(IDX-SCAN-2)
                               AND SC-BIRTHDATE(IDX-SCAN) =
                               SC-BIRTHDATE(IDX-SCAN-2)
                           MOVE 'SAME NAME AND BIRTH' TO WS-DUP-REASON
                       END-IF
                   END-IF
                   IF WS-DUP-REASON NOT = SPACES
                       PERFORM 8095-DUP-LINE-START
                           THRU 8095-DUP-LINE-END
                   END-IF
               END-PERFORM
           END-PERFORM.
       8090-DUP-SCAN-END.
      ******************************************************************
       8095-DUP-LINE-START.
           ADD 1 TO WS-DUP-COUNT.
           INITIALIZE REC-F-REPORT.
           STRING '  '                      DELIMITED BY SIZE
                  SC-KEY(IDX-SCAN)          DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  SC-STATUS(IDX-SCAN)       DELIMITED BY SIZE
                  ' / '                     DELIMITED BY SIZE
                  SC-KEY(IDX-SCAN-2)        DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  SC-STATUS(IDX-SCAN-2)     DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  SC-LASTNAME(IDX-SCAN)     DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  SC-FIRSTNAME(IDX-SCAN)    DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  WS-DUP-REASON             DELIMITED BY SIZE
               INTO REC-F-REPORT.
           WRITE REC-F-REPORT.
       8095-DUP-LINE-END.
      ******************************************************************
