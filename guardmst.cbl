      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardmst.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANS
               ASSIGN TO 'guardmst.trn'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANS-STATUS.

           SELECT F-GUARDIAN
               ASSIGN TO 'guardian.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-KEY
               FILE STATUS IS F-GUARDIAN-STATUS.

           SELECT F-MASTER
               ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS F-MASTER-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'guardmst.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * Action A (add), M (modify, blank fields kept) or D
      * (deactivate); the sequence tells the first legal guardian
      * from the second.
       FD  F-TRANS
           RECORD CONTAINS 183 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-TRANS.
           03 R-T-ACTION         PIC X(01).
           03 R-T-KEY            PIC 9(04).
           03 R-T-SEQ            PIC 9(01).
           03 R-T-NAME           PIC X(30).
           03 R-T-ADDR1          PIC X(32).
           03 R-T-ADDR2          PIC X(32).
           03 R-T-POSTCODE       PIC X(05).
           03 R-T-CITY           PIC X(26).
           03 R-T-EMAIL          PIC X(50).
           03 R-T-CHANNEL        PIC X(01).
           03 R-T-RIGHTS         PIC X(01).

      * Up to two legal guardians per student. The channel is P
      * (post) or E (e-mail); a guardian with rights (O) gets a
      * copy of every bulletin.
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

       01  F-GUARDIAN-STATUS   PIC X(02) VALUE SPACE.
           88 F-GUARDIAN-STATUS-OK   VALUE '00'.
           88 F-GUARDIAN-NOT-FOUND   VALUE '35'.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK     VALUE '00'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-MASTER-AVAIL-FLAG PIC X VALUE 'N'.
           88  WS-MASTER-AVAILABLE     VALUE 'Y'.
           88  WS-MASTER-UNAVAILABLE   VALUE 'N'.

       01  WS-RESULT           PIC X(30) VALUE SPACES.
       01  WS-ADD-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-MOD-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-DEACT-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
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

           OPEN I-O F-GUARDIAN.
           IF F-GUARDIAN-NOT-FOUND
               OPEN OUTPUT F-GUARDIAN
               CLOSE F-GUARDIAN
               OPEN I-O F-GUARDIAN
           END-IF.
           IF NOT F-GUARDIAN-STATUS-OK
               DISPLAY 'ERROR GUARDIAN FILE'
               CLOSE F-TRANS
               GO TO 7000-PROCESS-END
           END-IF.

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
               CLOSE F-GUARDIAN
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
                       PERFORM 8010-ADD-START
                           THRU 8010-ADD-END
                   WHEN 'M'
                       PERFORM 8020-MODIFY-START
                           THRU 8020-MODIFY-END
                   WHEN 'D'
                       PERFORM 8030-DEACTIVATE-START
                           THRU 8030-DEACTIVATE-END
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
           CLOSE F-GUARDIAN.
           IF WS-MASTER-AVAILABLE
               CLOSE F-MASTER
           END-IF.
           CLOSE F-REPORT.
       7000-PROCESS-END.
      ******************************************************************
      * Key and sequence (1 or 2) are needed by every action.
      ******************************************************************
       8005-CHECK-KEY-START.
           IF R-T-KEY IS NOT NUMERIC
                   OR R-T-SEQ IS NOT NUMERIC
               MOVE 'INVALID KEY' TO WS-RESULT
               GO TO 8005-CHECK-KEY-END
           END-IF.
           IF R-T-SEQ NOT = 1 AND R-T-SEQ NOT = 2
               MOVE 'SEQUENCE MUST BE 1 OR 2' TO WS-RESULT
           END-IF.
       8005-CHECK-KEY-END.
      ******************************************************************
      * The record must be deliverable through the channel it asks
      * for: a full postal address for P, an e-mail for E.
      ******************************************************************
       8006-CHECK-ADDRESS-START.
           IF GRD-NAME = SPACES
               MOVE 'GUARDIAN NAME MISSING' TO WS-RESULT
               GO TO 8006-CHECK-ADDRESS-END
           END-IF.
           IF GRD-RIGHTS NOT = 'O' AND GRD-RIGHTS NOT = 'N'
               MOVE 'INVALID RIGHTS FLAG' TO WS-RESULT
               GO TO 8006-CHECK-ADDRESS-END
           END-IF.
           EVALUATE GRD-CHANNEL
               WHEN 'P'
                   IF GRD-ADDR1 = SPACES
                           OR GRD-POSTCODE = SPACES
                           OR GRD-CITY = SPACES
                       MOVE 'POSTAL ADDRESS INCOMPLETE' TO WS-RESULT
                   END-IF
               WHEN 'E'
                   IF GRD-EMAIL = SPACES
                       MOVE 'E-MAIL MISSING' TO WS-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID CHANNEL' TO WS-RESULT
           END-EVALUATE.
       8006-CHECK-ADDRESS-END.
      ******************************************************************
       8010-ADD-START.
           PERFORM 8005-CHECK-KEY-START THRU 8005-CHECK-KEY-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ADD-END
           END-IF.

           IF WS-MASTER-AVAILABLE
               MOVE R-T-KEY TO MST-KEY
               READ F-MASTER
                   INVALID KEY
                       MOVE 'STUDENT NOT IN MASTER' TO WS-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                       GO TO 8010-ADD-END
               END-READ
               IF MST-STATUS NOT = 'A'
                   MOVE 'STUDENT INACTIVE' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8010-ADD-END
               END-IF
           END-IF.

      * Postal delivery and legal rights are the defaults.
           MOVE R-T-KEY       TO GRD-K-STUDENT.
           MOVE R-T-SEQ       TO GRD-K-SEQ.
           MOVE R-T-NAME      TO GRD-NAME.
           MOVE R-T-ADDR1     TO GRD-ADDR1.
           MOVE R-T-ADDR2     TO GRD-ADDR2.
           MOVE R-T-POSTCODE  TO GRD-POSTCODE.
           MOVE R-T-CITY      TO GRD-CITY.
           MOVE R-T-EMAIL     TO GRD-EMAIL.
           MOVE R-T-CHANNEL   TO GRD-CHANNEL.
           IF GRD-CHANNEL = SPACE
               MOVE 'P' TO GRD-CHANNEL
           END-IF.
           MOVE R-T-RIGHTS    TO GRD-RIGHTS.
           IF GRD-RIGHTS = SPACE
               MOVE 'O' TO GRD-RIGHTS
           END-IF.
           MOVE 'A'           TO GRD-STATUS.

           PERFORM 8006-CHECK-ADDRESS-START
               THRU 8006-CHECK-ADDRESS-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ADD-END
           END-IF.

           WRITE REC-F-GUARDIAN
               INVALID KEY
                   MOVE 'KEY ALREADY EXISTS' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'ADDED' TO WS-RESULT
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
       8010-ADD-END.
      ******************************************************************
       8020-MODIFY-START.
           PERFORM 8005-CHECK-KEY-START THRU 8005-CHECK-KEY-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8020-MODIFY-END
           END-IF.

           MOVE R-T-KEY TO GRD-K-STUDENT.
           MOVE R-T-SEQ TO GRD-K-SEQ.
           READ F-GUARDIAN
               INVALID KEY
                   MOVE 'KEY NOT FOUND' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8020-MODIFY-END
           END-READ.

      * As in the student master, blank fields keep the stored value
      * and a modify reactivates the guardian. A moved family sends
      * the whole address, both address lines included.
           IF R-T-NAME NOT = SPACES
               MOVE R-T-NAME TO GRD-NAME
           END-IF.
           IF R-T-ADDR1 NOT = SPACES
               MOVE R-T-ADDR1 TO GRD-ADDR1
               MOVE R-T-ADDR2 TO GRD-ADDR2
           END-IF.
           IF R-T-POSTCODE NOT = SPACES
               MOVE R-T-POSTCODE TO GRD-POSTCODE
           END-IF.
           IF R-T-CITY NOT = SPACES
               MOVE R-T-CITY TO GRD-CITY
           END-IF.
           IF R-T-EMAIL NOT = SPACES
               MOVE R-T-EMAIL TO GRD-EMAIL
           END-IF.
           IF R-T-CHANNEL NOT = SPACE
               MOVE R-T-CHANNEL TO GRD-CHANNEL
           END-IF.
           IF R-T-RIGHTS NOT = SPACE
               MOVE R-T-RIGHTS TO GRD-RIGHTS
           END-IF.
           MOVE 'A' TO GRD-STATUS.

           PERFORM 8006-CHECK-ADDRESS-START
               THRU 8006-CHECK-ADDRESS-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8020-MODIFY-END
           END-IF.

           REWRITE REC-F-GUARDIAN
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'MODIFIED' TO WS-RESULT
                   ADD 1 TO WS-MOD-COUNT
           END-REWRITE.
       8020-MODIFY-END.
      ******************************************************************
       8030-DEACTIVATE-START.
           PERFORM 8005-CHECK-KEY-START THRU 8005-CHECK-KEY-END.
           IF WS-RESULT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8030-DEACTIVATE-END
           END-IF.

           MOVE R-T-KEY TO GRD-K-STUDENT.
           MOVE R-T-SEQ TO GRD-K-SEQ.
           READ F-GUARDIAN
               INVALID KEY
                   MOVE 'KEY NOT FOUND' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8030-DEACTIVATE-END
           END-READ.

           MOVE 'I' TO GRD-STATUS.
           REWRITE REC-F-GUARDIAN
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'DEACTIVATED' TO WS-RESULT
                   ADD 1 TO WS-DEACT-COUNT
           END-REWRITE.
       8030-DEACTIVATE-END.
      ******************************************************************
       8040-REPORT-LINE-START.
           INITIALIZE REC-F-REPORT
           STRING R-T-ACTION       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-KEY          DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  R-T-SEQ          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-NAME         DELIMITED BY SIZE
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
           MOVE 'AJOUTS' TO REC-F-REPORT(1:12).
           MOVE WS-ADD-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'MODIFICATIONS' TO REC-F-REPORT(1:13).
           MOVE WS-MOD-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RADIATIONS' TO REC-F-REPORT(1:12).
           MOVE WS-DEACT-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ERREURS' TO REC-F-REPORT(1:12).
           MOVE WS-ERROR-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.
       8050-REPORT-TOTALS-END.
      ******************************************************************
