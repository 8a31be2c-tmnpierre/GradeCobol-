       DATA DIVISION.
       FILE SECTION.
       FD  F-TRANS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-TRANS.
           03 R-T-ACTION         PIC X(01).
           03 R-T-LABEL          PIC X(25).
           03 R-T-COEF           PIC X(03).
           03 R-T-TEACHER        PIC X(30).
           03 R-T-KIND           PIC X(01).

      * CAT-KIND is C for a compulsory course, O for an optional one
      * whose points above 10 are a bonus on the general average.
       FD  F-CATALOG
           RECORD CONTAINS 60 CHARACTERS.
       01  REC-F-CATALOG.
           03 CAT-LABEL          PIC X(25).
           03 CAT-COEF           PIC X(03).
           03 CAT-TEACHER        PIC X(30).
           03 CAT-STATUS         PIC X(01).
           03 CAT-KIND           PIC X(01).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS
           PERFORM 8005-CHECK-COEF-START
               THRU 8005-CHECK-COEF-END.
           IF R-T-LABEL = SPACES OR WS-COEF-BAD
                   OR (R-T-KIND NOT = SPACE AND R-T-KIND NOT = 'C'
                       AND R-T-KIND NOT = 'O')
               MOVE 'INVALID ADD DATA' TO WS-RESULT
               ADD 1 TO WS-ERROR-COUNT
               GO TO 8010-ADD-END
           MOVE R-T-COEF    TO CAT-COEF.
           MOVE R-T-TEACHER TO CAT-TEACHER.
           MOVE 'A'         TO CAT-STATUS.
           IF R-T-KIND = 'O'
               MOVE 'O' TO CAT-KIND
           ELSE
               MOVE 'C' TO CAT-KIND
           END-IF.
           WRITE REC-F-CATALOG
               INVALID KEY
                   MOVE 'LABEL ALREADY EXISTS' TO WS-RESULT
           IF R-T-TEACHER NOT = SPACES
               MOVE R-T-TEACHER TO CAT-TEACHER
           END-IF.
           IF R-T-KIND NOT = SPACE
               IF R-T-KIND NOT = 'C' AND R-T-KIND NOT = 'O'
                   MOVE 'INVALID COURSE KIND' TO WS-RESULT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 8020-MODIFY-END
               END-IF
               MOVE R-T-KIND TO CAT-KIND
           END-IF.
           MOVE 'A' TO CAT-STATUS.
           REWRITE REC-F-CATALOG
               INVALID KEY
                  R-T-COEF         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-TEACHER      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  R-T-KIND         DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-RESULT        DELIMITED BY SIZE
               INTO REC-F-REPORT
