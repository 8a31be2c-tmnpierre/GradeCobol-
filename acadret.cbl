      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acadret.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTROL
               ASSIGN TO 'acadret.ctl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-ACADEMY
               ASSIGN TO 'academy.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ACADEMY-STATUS.

           SELECT F-RETURN
               ASSIGN TO 'academy.ret'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETURN-STATUS.

           SELECT F-MASTER
               ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS F-MASTER-STATUS.

           SELECT F-RESULTS
               ASSIGN TO 'results.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS F-RESULTS-STATUS.

           SELECT F-TRANS
               ASSIGN TO 'acadret.trn'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANS-STATUS.

           SELECT F-RESUB
               ASSIGN TO 'acadret.lst'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RESUB-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'acadret.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * R reconciles the rectorat return with what was sent, S
      * re-exports the students corrected since.
       FD  F-CONTROL
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONTROL.
           03 R-CTL-MODE         PIC X(01).

       FD  F-ACADEMY
           RECORD CONTAINS 103 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ACADEMY.
           03 ACA-INE            PIC X(11).
           03 ACA-BIRTHDATE      PIC 9(08).
           03 ACA-LASTNAME       PIC X(20).
           03 ACA-FIRSTNAME      PIC X(20).
           03 ACA-TERM           PIC X(10).
           03 ACA-CLASS          PIC X(10).
           03 ACA-AVERAGE        PIC 9(3)V99.
           03 ACA-RANK           PIC 9(04).
           03 ACA-MENTION        PIC X(15).

      * The rectorat acknowledgement: one line per line received,
      * A accepted or R rejected with a reason code (INE unknown
      * INE, NAI birth date, NOM name, DBL duplicate) and, for the
      * identity errors, the values the rectorat holds.
       FD  F-RETURN
           RECORD CONTAINS 134 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RETURN.
           03 RET-INE            PIC X(11).
           03 RET-TERM           PIC X(10).
           03 RET-CLASS          PIC X(10).
           03 RET-STATUS         PIC X(01).
           03 RET-REASON         PIC X(03).
           03 RET-REF-INE        PIC X(11).
           03 RET-REF-BIRTHDATE  PIC X(08).
           03 RET-REF-LASTNAME   PIC X(20).
           03 RET-REF-FIRSTNAME  PIC X(20).
           03 RET-TEXT           PIC X(40).

       FD  F-MASTER
           RECORD CONTAINS 64 CHARACTERS.
       01  REC-F-MASTER.
           03 MST-KEY            PIC 9(04).
           03 MST-LASTNAME       PIC X(20).
           03 MST-FIRSTNAME      PIC X(20).
           03 MST-BIRTHDATE      PIC 9(08).
           03 MST-STATUS         PIC X(01).
           03 MST-INE            PIC X(11).

       FD  F-RESULTS
           RECORD CONTAINS 774 CHARACTERS.
       01  REC-F-RESULTS.
           03 RES-KEY.
               05 RES-K-STUDENT  PIC 9(04).
               05 RES-K-TERM     PIC X(10).
               05 RES-K-CLASS    PIC X(10).
           03 RES-FULLNAME       PIC X(40).
           03 RES-AVERAGE        PIC 9(3)V99.
           03 RES-RANK           PIC 9(04).
           03 RES-MENTION        PIC X(15).
           03 RES-DECISION       PIC X(60).
           03 RES-COURSE-CNT     PIC 9(02).
           03 RES-COURSE-ENTRY OCCURS 20 TIMES.
               05 RES-C-LABEL    PIC X(25).
               05 RES-C-GRADE    PIC X(05).
           03 FILLER             PIC X(24).

      * Correction transactions for review, in the studmast layout;
      * blank fields keep the master value when applied.
       FD  F-TRANS
           RECORD CONTAINS 64 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-TRANS.
           03 R-T-ACTION         PIC X(01).
           03 R-T-KEY            PIC 9(04).
           03 R-T-LASTNAME       PIC X(20).
           03 R-T-FIRSTNAME      PIC X(20).
           03 R-T-BIRTHDATE      PIC X(08).
           03 R-T-INE            PIC X(11).

      * The students to send again once their master record is
      * corrected: key, term and class of the rejected line.
       FD  F-RESUB
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RESUB.
           03 R-R-KEY            PIC 9(04).
           03 R-R-TERM           PIC X(10).
           03 R-R-CLASS          PIC X(10).

       FD  F-REPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK  VALUE '00'.

       01  F-ACADEMY-STATUS    PIC X(02) VALUE SPACE.
           88 F-ACADEMY-STATUS-OK  VALUE '00'.
           88 F-ACADEMY-STATUS-EOF VALUE '10'.

       01  F-RETURN-STATUS     PIC X(02) VALUE SPACE.
           88 F-RETURN-STATUS-OK   VALUE '00'.
           88 F-RETURN-STATUS-EOF  VALUE '10'.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK   VALUE '00'.
           88 F-MASTER-STATUS-EOF  VALUE '10'.

       01  F-RESULTS-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESULTS-STATUS-OK  VALUE '00'.

       01  F-TRANS-STATUS      PIC X(02) VALUE SPACE.
           88 F-TRANS-STATUS-OK    VALUE '00'.

       01  F-RESUB-STATUS      PIC X(02) VALUE SPACE.
           88 F-RESUB-STATUS-OK    VALUE '00'.
           88 F-RESUB-STATUS-EOF   VALUE '10'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-CTL-MODE         PIC X(01) VALUE 'R'.
           88  WS-MODE-RECONCILE       VALUE 'R'.
           88  WS-MODE-RESUBMIT        VALUE 'S'.

       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
           88  WS-NOT-FOUND            VALUE 'N'.

      * The lines sent, with the reply received for each: blank for
      * none yet, A or R.
       01  DATA-SENT.
           03 SENT-LGTH        PIC 9(04) VALUE 1.
           03 SENT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SENT-LGTH
                   INDEXED BY IDX-SENT.
               05 SN-INE         PIC X(11).
               05 SN-TERM        PIC X(10).
               05 SN-CLASS       PIC X(10).
               05 SN-LASTNAME    PIC X(20).
               05 SN-FIRSTNAME   PIC X(20).
               05 SN-REPLY       PIC X(01).

      * Counts per class and term of the lines sent.
       01  DATA-PAIR.
           03 PAIR-LGTH        PIC 9(04) VALUE 1.
           03 PAIR-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON PAIR-LGTH
                   INDEXED BY IDX-PAIR.
               05 PA-CLASS       PIC X(10).
               05 PA-TERM        PIC X(10).
               05 PA-SENT        PIC 9(04).
               05 PA-ACCEPTED    PIC 9(04).
               05 PA-REJECTED    PIC 9(04).
               05 PA-NO-REPLY    PIC 9(04).

      * INE to student key, from the master.
       01  DATA-INE.
           03 INE-LGTH         PIC 9(04) VALUE 1.
           03 INE-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON INE-LGTH
                   INDEXED BY IDX-INE.
               05 IN-INE         PIC X(11).
               05 IN-KEY         PIC 9(04).

       01  WS-SENT-SLOT        PIC 9(04) VALUE ZERO.
       01  WS-STUDENT-KEY      PIC 9(04) VALUE ZERO.
       01  WS-REASON-TEXT      PIC X(25) VALUE SPACES.

       01  WS-SENT-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-ACCEPT-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-NOREPLY-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-UNKNOWN-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-TRANS-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-MANUAL-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-RESUB-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-PNT-CNT          PIC ZZZZZ9.
       01  WS-PNT-NBR          PIC ZZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           OPEN INPUT F-CONTROL.
           IF F-CONTROL-STATUS-OK
               READ F-CONTROL
                   NOT AT END
                       IF R-CTL-MODE NOT = SPACE
                           MOVE R-CTL-MODE TO WS-CTL-MODE
                       END-IF
               END-READ
               CLOSE F-CONTROL
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE-RECONCILE
                   PERFORM 7000-RECONCILE-START
                       THRU 7000-RECONCILE-END
               WHEN WS-MODE-RESUBMIT
                   PERFORM 7500-RESUBMIT-START
                       THRU 7500-RESUBMIT-END
               WHEN OTHER
                   DISPLAY 'UNKNOWN MODE - NOTHING DONE'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       7000-RECONCILE-START.
           PERFORM 7010-LOAD-SENT-START THRU 7010-LOAD-SENT-END.
           IF RETURN-CODE NOT = ZERO
               GO TO 7000-RECONCILE-END
           END-IF.
           PERFORM 7020-LOAD-INE-START THRU 7020-LOAD-INE-END.

           OPEN INPUT F-RETURN.
           IF NOT F-RETURN-STATUS-OK
               DISPLAY 'ERROR RETURN FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7000-RECONCILE-END
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               CLOSE F-RETURN
               MOVE 8 TO RETURN-CODE
               GO TO 7000-RECONCILE-END
           END-IF.

           OPEN OUTPUT F-TRANS.
           OPEN OUTPUT F-RESUB.
           IF NOT F-TRANS-STATUS-OK OR NOT F-RESUB-STATUS-OK
               DISPLAY 'ERROR CORRECTION FILES'
               CLOSE F-RETURN
               CLOSE F-REPORT
               MOVE 8 TO RETURN-CODE
               GO TO 7000-RECONCILE-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RETOUR ACADEMIE' TO REC-F-REPORT(3:15).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           PERFORM UNTIL F-RETURN-STATUS-EOF
               READ F-RETURN
               IF F-RETURN-STATUS-EOF
                   GO TO 7000-RECONCILE-UNANSWERED
               END-IF
               IF REC-F-RETURN NOT = SPACES
                   PERFORM 8010-ONE-REPLY-START
                       THRU 8010-ONE-REPLY-END
               END-IF
           END-PERFORM.

       7000-RECONCILE-UNANSWERED.
           PERFORM VARYING IDX-SENT FROM 1 BY 1
                   UNTIL IDX-SENT > SENT-LGTH - 1
               IF SN-REPLY(IDX-SENT) = SPACE
                   ADD 1 TO WS-NOREPLY-COUNT
                   PERFORM 8060-FIND-PAIR-START THRU 8060-FIND-PAIR-END
                   ADD 1 TO PA-NO-REPLY(IDX-PAIR)
                   INITIALIZE REC-F-REPORT
                   STRING 'SANS REPONSE : '       DELIMITED BY SIZE
                          SN-INE(IDX-SENT)        DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          SN-CLASS(IDX-SENT)      DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          SN-TERM(IDX-SENT)       DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          SN-LASTNAME(IDX-SENT)   DELIMITED BY SIZE
                       INTO REC-F-REPORT
                   END-STRING
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.

           PERFORM 8070-PAIR-TABLE-START THRU 8070-PAIR-TABLE-END.
           PERFORM 8080-TOTALS-START THRU 8080-TOTALS-END.

           CLOSE F-RETURN.
           CLOSE F-REPORT.
           CLOSE F-TRANS.
           CLOSE F-RESUB.

           IF WS-REJECT-COUNT > 0 OR WS-NOREPLY-COUNT > 0
                   OR WS-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       7000-RECONCILE-END.
      ******************************************************************
       7010-LOAD-SENT-START.
           OPEN INPUT F-ACADEMY.
           IF NOT F-ACADEMY-STATUS-OK
               DISPLAY 'ERROR ACADEMY FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7010-LOAD-SENT-END
           END-IF.

           PERFORM UNTIL F-ACADEMY-STATUS-EOF
               READ F-ACADEMY
               IF F-ACADEMY-STATUS-EOF
                   GO TO 7010-LOAD-SENT-CLOSE
               END-IF
               IF SENT-LGTH < 9999
                   MOVE ACA-INE       TO SN-INE(SENT-LGTH)
                   MOVE ACA-TERM      TO SN-TERM(SENT-LGTH)
                   MOVE ACA-CLASS     TO SN-CLASS(SENT-LGTH)
                   MOVE ACA-LASTNAME  TO SN-LASTNAME(SENT-LGTH)
                   MOVE ACA-FIRSTNAME TO SN-FIRSTNAME(SENT-LGTH)
                   MOVE SPACE         TO SN-REPLY(SENT-LGTH)
                   SET IDX-SENT TO SENT-LGTH
                   SET SENT-LGTH UP BY 1
                   ADD 1 TO WS-SENT-COUNT
                   PERFORM 8060-FIND-PAIR-START THRU 8060-FIND-PAIR-END
                   ADD 1 TO PA-SENT(IDX-PAIR)
               END-IF
           END-PERFORM.

       7010-LOAD-SENT-CLOSE.
           CLOSE F-ACADEMY.
       7010-LOAD-SENT-END.
      ******************************************************************
      * Without the master the rejections are still reported, but
      * no correction can be prepared.
      ******************************************************************
       7020-LOAD-INE-START.
           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
               DISPLAY 'WARNING: NO MASTER FILE - NO CORRECTIONS'
               GO TO 7020-LOAD-INE-END
           END-IF.

           MOVE ZERO TO MST-KEY.
           START F-MASTER KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   GO TO 7020-LOAD-INE-CLOSE
           END-START.

           PERFORM UNTIL F-MASTER-STATUS-EOF
               READ F-MASTER NEXT RECORD
                   AT END
                       GO TO 7020-LOAD-INE-CLOSE
               END-READ
               IF MST-INE NOT = SPACES AND MST-STATUS = 'A'
                       AND INE-LGTH < 9999
                   MOVE MST-INE TO IN-INE(INE-LGTH)
                   MOVE MST-KEY TO IN-KEY(INE-LGTH)
                   SET INE-LGTH UP BY 1
               END-IF
           END-PERFORM.

       7020-LOAD-INE-CLOSE.
           CLOSE F-MASTER.
       7020-LOAD-INE-END.
      ******************************************************************
       8010-ONE-REPLY-START.
           MOVE ZERO TO WS-SENT-SLOT.
           PERFORM VARYING IDX-SENT FROM 1 BY 1
                   UNTIL IDX-SENT > SENT-LGTH - 1
                      OR WS-SENT-SLOT NOT = ZERO
               IF SN-INE(IDX-SENT) = RET-INE
                       AND SN-TERM(IDX-SENT) = RET-TERM
                       AND SN-CLASS(IDX-SENT) = RET-CLASS
                   SET WS-SENT-SLOT TO IDX-SENT
               END-IF
           END-PERFORM.

           IF WS-SENT-SLOT = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
               INITIALIZE REC-F-REPORT
               STRING 'RETOUR SANS ENVOI : '  DELIMITED BY SIZE
                      RET-INE                 DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      RET-CLASS               DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      RET-TERM                DELIMITED BY SIZE
                   INTO REC-F-REPORT
               END-STRING
               WRITE REC-F-REPORT
               GO TO 8010-ONE-REPLY-END
           END-IF.

           SET IDX-SENT TO WS-SENT-SLOT.
           IF SN-REPLY(IDX-SENT) NOT = SPACE
               ADD 1 TO WS-UNKNOWN-COUNT
               INITIALIZE REC-F-REPORT
               STRING 'REPONSE EN DOUBLE : '  DELIMITED BY SIZE
                      RET-INE                 DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      RET-CLASS               DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      RET-TERM                DELIMITED BY SIZE
                   INTO REC-F-REPORT
               END-STRING
               WRITE REC-F-REPORT
               GO TO 8010-ONE-REPLY-END
           END-IF.

           PERFORM 8060-FIND-PAIR-START THRU 8060-FIND-PAIR-END.
           SET IDX-SENT TO WS-SENT-SLOT.
           IF RET-STATUS = 'A'
               MOVE 'A' TO SN-REPLY(IDX-SENT)
               ADD 1 TO WS-ACCEPT-COUNT
               ADD 1 TO PA-ACCEPTED(IDX-PAIR)
               GO TO 8010-ONE-REPLY-END
           END-IF.

           MOVE 'R' TO SN-REPLY(IDX-SENT).
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO PA-REJECTED(IDX-PAIR).

           EVALUATE RET-REASON
               WHEN 'INE'
                   MOVE 'INE INCONNU' TO WS-REASON-TEXT
               WHEN 'NAI'
                   MOVE 'DATE DE NAISSANCE' TO WS-REASON-TEXT
               WHEN 'NOM'
                   MOVE 'NOM OU PRENOM' TO WS-REASON-TEXT
               WHEN 'DBL'
                   MOVE 'DOUBLON' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE RET-TEXT(1:25) TO WS-REASON-TEXT
           END-EVALUATE.

           INITIALIZE REC-F-REPORT.
           STRING 'REJET : '              DELIMITED BY SIZE
                  SN-INE(IDX-SENT)        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SN-CLASS(IDX-SENT)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  SN-LASTNAME(IDX-SENT)   DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-REASON-TEXT          DELIMITED BY SIZE
               INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.

           IF RET-REASON = 'INE' OR RET-REASON = 'NAI'
                   OR RET-REASON = 'NOM'
               PERFORM 8020-CORRECTION-START
                   THRU 8020-CORRECTION-END
           END-IF.
       8010-ONE-REPLY-END.
      ******************************************************************
      * An identity rejection becomes a modify transaction carrying
      * the values the rectorat holds for the field in error; it is
      * applied by studmast once reviewed.
      ******************************************************************
       8020-CORRECTION-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-INE FROM 1 BY 1
                   UNTIL IDX-INE > INE-LGTH - 1 OR WS-FOUND
               IF IN-INE(IDX-INE) = SN-INE(IDX-SENT)
                   MOVE IN-KEY(IDX-INE) TO WS-STUDENT-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-MANUAL-COUNT
               INITIALIZE REC-F-REPORT
               MOVE '        A CORRIGER A LA MAIN - ELEVE INTROUVABLE'
                   TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 8020-CORRECTION-END
           END-IF.

           INITIALIZE REC-F-TRANS.
           MOVE 'M'            TO R-T-ACTION.
           MOVE WS-STUDENT-KEY TO R-T-KEY.
           EVALUATE RET-REASON
               WHEN 'INE'
                   MOVE RET-REF-INE TO R-T-INE
               WHEN 'NAI'
                   IF RET-REF-BIRTHDATE IS NUMERIC
                       MOVE RET-REF-BIRTHDATE TO R-T-BIRTHDATE
                   END-IF
               WHEN 'NOM'
                   MOVE RET-REF-LASTNAME  TO R-T-LASTNAME
                   MOVE RET-REF-FIRSTNAME TO R-T-FIRSTNAME
           END-EVALUATE.

           IF R-T-INE = SPACES AND R-T-BIRTHDATE = SPACES
                   AND R-T-LASTNAME = SPACES AND R-T-FIRSTNAME = SPACES
               ADD 1 TO WS-MANUAL-COUNT
               INITIALIZE REC-F-REPORT
               MOVE '        A CORRIGER A LA MAIN - AUCUNE VALEUR RECUE'
                   TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 8020-CORRECTION-END
           END-IF.

           WRITE REC-F-TRANS.
           ADD 1 TO WS-TRANS-COUNT.

           MOVE WS-STUDENT-KEY   TO R-R-KEY.
           MOVE SN-TERM(IDX-SENT)  TO R-R-TERM.
           MOVE SN-CLASS(IDX-SENT) TO R-R-CLASS.
           WRITE REC-F-RESUB.

           INITIALIZE REC-F-REPORT.
           STRING '        CORRECTION PREPAREE POUR LA CLE '
                                     DELIMITED BY SIZE
                  WS-STUDENT-KEY     DELIMITED BY SIZE
               INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
       8020-CORRECTION-END.
      ******************************************************************
      * The class/term entry of the sent line at IDX-SENT, created
      * on first sight.
      ******************************************************************
       8060-FIND-PAIR-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-PAIR FROM 1 BY 1
                   UNTIL IDX-PAIR > PAIR-LGTH - 1 OR WS-FOUND
               IF PA-CLASS(IDX-PAIR) = SN-CLASS(IDX-SENT)
                       AND PA-TERM(IDX-PAIR) = SN-TERM(IDX-SENT)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET IDX-PAIR DOWN BY 1
               GO TO 8060-FIND-PAIR-END
           END-IF.
           IF PAIR-LGTH > 998
               SET IDX-PAIR TO PAIR-LGTH
               SET IDX-PAIR DOWN BY 1
               GO TO 8060-FIND-PAIR-END
           END-IF.
           SET IDX-PAIR TO PAIR-LGTH.
           MOVE SN-CLASS(IDX-SENT) TO PA-CLASS(IDX-PAIR).
           MOVE SN-TERM(IDX-SENT)  TO PA-TERM(IDX-PAIR).
           MOVE ZERO TO PA-SENT(IDX-PAIR) PA-ACCEPTED(IDX-PAIR)
                        PA-REJECTED(IDX-PAIR) PA-NO-REPLY(IDX-PAIR).
           SET PAIR-LGTH UP BY 1.
       8060-FIND-PAIR-END.
      ******************************************************************
       8070-PAIR-TABLE-START.
           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'CLASSE' TO REC-F-REPORT(1:6).
           MOVE 'PERIODE' TO REC-F-REPORT(12:7).
           MOVE 'ENVOYES' TO REC-F-REPORT(23:7).
           MOVE 'ACCEPTES' TO REC-F-REPORT(32:8).
           MOVE 'REJETES' TO REC-F-REPORT(42:7).
           MOVE 'SANS REP.' TO REC-F-REPORT(51:9).
           WRITE REC-F-REPORT.

           PERFORM VARYING IDX-PAIR FROM 1 BY 1
                   UNTIL IDX-PAIR > PAIR-LGTH - 1
               INITIALIZE REC-F-REPORT
               MOVE PA-CLASS(IDX-PAIR) TO REC-F-REPORT(1:10)
               MOVE PA-TERM(IDX-PAIR) TO REC-F-REPORT(12:10)
               MOVE PA-SENT(IDX-PAIR) TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-F-REPORT(26:4)
               MOVE PA-ACCEPTED(IDX-PAIR) TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-F-REPORT(36:4)
               MOVE PA-REJECTED(IDX-PAIR) TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-F-REPORT(45:4)
               MOVE PA-NO-REPLY(IDX-PAIR) TO WS-PNT-NBR
               MOVE WS-PNT-NBR TO REC-F-REPORT(56:4)
               WRITE REC-F-REPORT
           END-PERFORM.
       8070-PAIR-TABLE-END.
      ******************************************************************
       8080-TOTALS-START.
           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ENVOYES' TO REC-F-REPORT(1:14).
           MOVE WS-SENT-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ACCEPTES' TO REC-F-REPORT(1:14).
           MOVE WS-ACCEPT-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'REJETES' TO REC-F-REPORT(1:14).
           MOVE WS-REJECT-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS REPONSE' TO REC-F-REPORT(1:14).
           MOVE WS-NOREPLY-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'HORS ENVOI' TO REC-F-REPORT(1:14).
           MOVE WS-UNKNOWN-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'CORRECTIONS' TO REC-F-REPORT(1:14).
           MOVE WS-TRANS-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'A LA MAIN' TO REC-F-REPORT(1:14).
           MOVE WS-MANUAL-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.
       8080-TOTALS-END.
      ******************************************************************
      * Resubmission: the students listed by the last reconciliation
      * are exported again from the corrected master, in the layout
      * of acadexp, and nobody else.
      ******************************************************************
       7500-RESUBMIT-START.
           OPEN INPUT F-RESUB.
           IF NOT F-RESUB-STATUS-OK
               DISPLAY 'ERROR RESUBMISSION LIST'
               MOVE 8 TO RETURN-CODE
               GO TO 7500-RESUBMIT-END
           END-IF.

           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
               DISPLAY 'ERROR MASTER FILE'
               CLOSE F-RESUB
               MOVE 8 TO RETURN-CODE
               GO TO 7500-RESUBMIT-END
           END-IF.

           OPEN INPUT F-RESULTS.
           IF NOT F-RESULTS-STATUS-OK
               DISPLAY 'ERROR RESULTS FILE'
               CLOSE F-RESUB
               CLOSE F-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 7500-RESUBMIT-END
           END-IF.

           OPEN OUTPUT F-ACADEMY.
           IF NOT F-ACADEMY-STATUS-OK
               DISPLAY 'ERROR ACADEMY FILE'
               CLOSE F-RESUB
               CLOSE F-MASTER
               CLOSE F-RESULTS
               MOVE 8 TO RETURN-CODE
               GO TO 7500-RESUBMIT-END
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               CLOSE F-RESUB
               CLOSE F-MASTER
               CLOSE F-RESULTS
               CLOSE F-ACADEMY
               MOVE 8 TO RETURN-CODE
               GO TO 7500-RESUBMIT-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RENVOI ACADEMIE' TO REC-F-REPORT(3:15).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           PERFORM UNTIL F-RESUB-STATUS-EOF
               READ F-RESUB
               IF F-RESUB-STATUS-EOF
                   GO TO 7500-RESUBMIT-CLOSE
               END-IF
               PERFORM 8510-RESEND-ONE-START
                   THRU 8510-RESEND-ONE-END
           END-PERFORM.

       7500-RESUBMIT-CLOSE.
           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:60).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RENVOYES' TO REC-F-REPORT(1:14).
           MOVE WS-RESUB-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'NON RENVOYES' TO REC-F-REPORT(1:14).
           MOVE WS-ERROR-COUNT TO WS-PNT-CNT.
           MOVE WS-PNT-CNT TO REC-F-REPORT(16:6).
           WRITE REC-F-REPORT.

           CLOSE F-RESUB.
           CLOSE F-MASTER.
           CLOSE F-RESULTS.
           CLOSE F-ACADEMY.
           CLOSE F-REPORT.

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       7500-RESUBMIT-END.
      ******************************************************************
       8510-RESEND-ONE-START.
           MOVE R-R-KEY TO MST-KEY.
           READ F-MASTER
               INVALID KEY
                   MOVE 'ABSENT DU FICHIER ELEVES' TO WS-REASON-TEXT
                   GO TO 8510-RESEND-ONE-ERROR
           END-READ.
           IF MST-STATUS NOT = 'A'
               MOVE 'ELEVE INACTIF' TO WS-REASON-TEXT
               GO TO 8510-RESEND-ONE-ERROR
           END-IF.
           IF MST-INE = SPACES
               MOVE 'INE MANQUANT' TO WS-REASON-TEXT
               GO TO 8510-RESEND-ONE-ERROR
           END-IF.

           MOVE R-R-KEY   TO RES-K-STUDENT.
           MOVE R-R-TERM  TO RES-K-TERM.
           MOVE R-R-CLASS TO RES-K-CLASS.
           READ F-RESULTS
               INVALID KEY
                   MOVE 'RESULTAT INTROUVABLE' TO WS-REASON-TEXT
                   GO TO 8510-RESEND-ONE-ERROR
           END-READ.

           INITIALIZE REC-F-ACADEMY.
           MOVE MST-INE        TO ACA-INE.
           MOVE MST-BIRTHDATE  TO ACA-BIRTHDATE.
           MOVE MST-LASTNAME   TO ACA-LASTNAME.
           MOVE MST-FIRSTNAME  TO ACA-FIRSTNAME.
           MOVE RES-K-TERM     TO ACA-TERM.
           MOVE RES-K-CLASS    TO ACA-CLASS.
           MOVE RES-AVERAGE    TO ACA-AVERAGE.
           MOVE RES-RANK       TO ACA-RANK.
           MOVE RES-MENTION    TO ACA-MENTION.
           WRITE REC-F-ACADEMY.
           ADD 1 TO WS-RESUB-COUNT.

           INITIALIZE REC-F-REPORT.
           STRING 'RENVOYE : '      DELIMITED BY SIZE
                  R-R-KEY           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  MST-INE           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  MST-LASTNAME      DELIMITED BY SIZE
               INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
           GO TO 8510-RESEND-ONE-END.

       8510-RESEND-ONE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           INITIALIZE REC-F-REPORT.
           STRING 'NON RENVOYE : '  DELIMITED BY SIZE
                  R-R-KEY           DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WS-REASON-TEXT    DELIMITED BY SIZE
               INTO REC-F-REPORT
           END-STRING.
           WRITE REC-F-REPORT.
       8510-RESEND-ONE-END.
      ******************************************************************
