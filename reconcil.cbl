      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcil.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTROL
               ASSIGN TO 'reconcil.ctl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-LEDGER
               ASSIGN TO 'runledgr.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-KEY
               FILE STATUS IS F-LEDGER-STATUS.

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

           SELECT F-OPSLOG
               ASSIGN TO 'opslog.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OPSLOG-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'reconcil.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * The school year being checked: the ledger keeps every year
      * ever published, results.dat only the current one.
       FD  F-CONTROL
           RECORD CONTAINS 9 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONTROL.
           03 R-CTL-YEAR         PIC X(09).

       FD  F-LEDGER
           RECORD CONTAINS 43 CHARACTERS.
       01  REC-F-LEDGER.
           03 LED-KEY.
               05 LED-K-CLASS    PIC X(10).
               05 LED-K-TERM     PIC X(10).
               05 LED-K-YEAR     PIC X(09).
           03 LED-DATE           PIC 9(08).
           03 LED-TIME           PIC 9(06).

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
           03 RES-COURSE OCCURS 20 TIMES.
               05 RES-C-LABEL    PIC X(25).
               05 RES-C-GRADE    PIC X(05).
           03 FILLER             PIC X(24).

       FD  F-HISTORY
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HISTORY       PIC X(100).

       FD  F-ABSENCE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ABSENCE       PIC X(120).

       FD  F-OPSLOG
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-OPSLOG        PIC X(150).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK  VALUE '00'.

       01  F-LEDGER-STATUS     PIC X(02) VALUE SPACE.
           88 F-LEDGER-STATUS-OK   VALUE '00'.
           88 F-LEDGER-STATUS-EOF  VALUE '10'.

       01  F-RESULTS-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESULTS-STATUS-OK  VALUE '00'.
           88 F-RESULTS-STATUS-EOF VALUE '10'.

       01  F-HISTORY-STATUS    PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK  VALUE '00'.
           88 F-HISTORY-STATUS-EOF VALUE '10'.

       01  F-ABSENCE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ABSENCE-STATUS-OK  VALUE '00'.
           88 F-ABSENCE-STATUS-EOF VALUE '10'.

       01  F-OPSLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-OPSLOG-STATUS-OK   VALUE '00'.
           88 F-OPSLOG-STATUS-EOF  VALUE '10'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-CTL-YEAR         PIC X(09) VALUE SPACES.

       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
           88  WS-NOT-FOUND            VALUE 'N'.

      * Every results record of the year, with the latest history
      * average found for it.
       01  DATA-RSLT.
           03 RSLT-LGTH        PIC 9(04) VALUE 1.
           03 RSLT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON RSLT-LGTH
                   INDEXED BY IDX-RSLT.
               05 RS-CLASS       PIC X(10).
               05 RS-TERM        PIC X(10).
               05 RS-KEY         PIC 9(04).
               05 RS-AVG         PIC 9(3)V99.
               05 RS-HIST-AVG    PIC 9(3)V99.
               05 RS-HIST-FLAG   PIC X(01).

      * The class/term pairs present in results.dat.
       01  DATA-PAIR.
           03 PAIR-LGTH        PIC 9(04) VALUE 1.
           03 PAIR-ENTRY OCCURS 1 TO 999 TIMES
                   DEPENDING ON PAIR-LGTH
                   INDEXED BY IDX-PAIR.
               05 PA-CLASS       PIC X(10).
               05 PA-TERM        PIC X(10).
               05 PA-COUNT       PIC 9(04).

       01  WS-H-DATE           PIC X(08) VALUE SPACES.
       01  WS-H-CLASS          PIC X(10) VALUE SPACES.
       01  WS-H-TERM           PIC X(10) VALUE SPACES.
       01  WS-H-KEY            PIC X(04) VALUE SPACES.
       01  WS-H-NAME           PIC X(40) VALUE SPACES.
       01  WS-H-AVG            PIC X(06) VALUE SPACES.

       01  WS-A-CLASS          PIC X(10) VALUE SPACES.
       01  WS-A-TERM           PIC X(10) VALUE SPACES.
       01  WS-A-KEY            PIC X(04) VALUE SPACES.
       01  WS-A-NAME           PIC X(40) VALUE SPACES.
       01  WS-A-LABEL          PIC X(25) VALUE SPACES.
       01  WS-A-CODE           PIC X(04) VALUE SPACES.
       01  WS-A-STATE          PIC X(06) VALUE SPACES.

       01  WS-O-DATE           PIC X(08) VALUE SPACES.
       01  WS-O-TIME           PIC X(06) VALUE SPACES.
       01  WS-O-EVENT          PIC X(10) VALUE SPACES.
       01  WS-O-CLASS          PIC X(10) VALUE SPACES.
       01  WS-O-TERM           PIC X(10) VALUE SPACES.
       01  WS-O-YEAR           PIC X(09) VALUE SPACES.

       01  WS-KEY-NUM          PIC 9(04) VALUE ZERO.
       01  WS-AVG-NUM          PIC 9(3)V99 VALUE ZERO.
       01  WS-SLOT             PIC 9(02) VALUE ZERO.
       01  WS-HIT-SLOT         PIC 9(02) VALUE ZERO.

      * One exception line: which check, what it is about, and why.
       01  WS-X-CHECK          PIC X(12) VALUE SPACES.
       01  WS-X-CLASS          PIC X(10) VALUE SPACES.
       01  WS-X-TERM           PIC X(10) VALUE SPACES.
       01  WS-X-KEY            PIC X(04) VALUE SPACES.
       01  WS-X-DETAIL         PIC X(70) VALUE SPACES.

       01  WS-LEDGER-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-ERR-LEDGER       PIC 9(04) VALUE ZERO.
       01  WS-ERR-RESULTS      PIC 9(04) VALUE ZERO.
       01  WS-ERR-AVERAGE      PIC 9(04) VALUE ZERO.
       01  WS-ERR-RATTRAP      PIC 9(04) VALUE ZERO.
       01  WS-ERR-PUBLISH      PIC 9(04) VALUE ZERO.
       01  WS-ERR-TOTAL        PIC 9(04) VALUE ZERO.

       01  WS-PNT-NBR          PIC ZZZ9.
       01  WS-PNT-AVG          PIC Z9,99.
       01  WS-PNT-AVG-2        PIC Z9,99.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 7000-SETUP-START THRU 7000-SETUP-END.
           IF WS-CTL-YEAR = SPACES
               DISPLAY 'NO SCHOOL YEAR - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 7100-OPEN-START THRU 7100-OPEN-END
               IF RETURN-CODE = ZERO
                   PERFORM 7200-LOAD-RESULTS-START
                       THRU 7200-LOAD-RESULTS-END
                   PERFORM 7300-LEDGER-START  THRU 7300-LEDGER-END
                   PERFORM 7350-PAIRS-START   THRU 7350-PAIRS-END
                   PERFORM 7400-HISTORY-START THRU 7400-HISTORY-END
                   PERFORM 7450-AVERAGE-START THRU 7450-AVERAGE-END
                   PERFORM 7500-ABSENCE-START THRU 7500-ABSENCE-END
                   PERFORM 7600-OPSLOG-START  THRU 7600-OPSLOG-END
                   PERFORM 7900-CLOSE-START   THRU 7900-CLOSE-END
               END-IF
           END-IF.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       7000-SETUP-START.
           OPEN INPUT F-CONTROL.
           IF NOT F-CONTROL-STATUS-OK
               DISPLAY 'ERROR CONTROL FILE'
               GO TO 7000-SETUP-END
           END-IF.
           READ F-CONTROL
               NOT AT END
                   MOVE R-CTL-YEAR TO WS-CTL-YEAR
           END-READ.
           CLOSE F-CONTROL.
       7000-SETUP-END.
      ******************************************************************
      * The ledger and the results are the two sides of every check:
      * without either of them there is nothing to reconcile.
      ******************************************************************
       7100-OPEN-START.
           OPEN INPUT F-LEDGER.
           IF NOT F-LEDGER-STATUS-OK
               DISPLAY 'ERROR LEDGER FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7100-OPEN-END
           END-IF.

           OPEN INPUT F-RESULTS.
           IF NOT F-RESULTS-STATUS-OK
               DISPLAY 'ERROR RESULTS FILE'
               CLOSE F-LEDGER
               MOVE 8 TO RETURN-CODE
               GO TO 7100-OPEN-END
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               CLOSE F-LEDGER
               CLOSE F-RESULTS
               MOVE 8 TO RETURN-CODE
               GO TO 7100-OPEN-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE '*' TO REC-F-REPORT(1:1).
           MOVE '*' TO REC-F-REPORT(120:1).
           MOVE 'CONTROLE DE COHERENCE DES FICHIERS PUBLIES'
               TO REC-F-REPORT(35:42).
           MOVE WS-CTL-YEAR TO REC-F-REPORT(80:9).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'CONTROLE' TO REC-F-REPORT(1:8).
           MOVE '| CLASSE' TO REC-F-REPORT(14:8).
           MOVE '| PERIODE' TO REC-F-REPORT(27:9).
           MOVE '| CLE' TO REC-F-REPORT(40:5).
           MOVE '| ECART' TO REC-F-REPORT(47:7).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.
       7100-OPEN-END.
      ******************************************************************
       7200-LOAD-RESULTS-START.
           MOVE LOW-VALUES TO RES-KEY.
           START F-RESULTS KEY IS NOT LESS THAN RES-KEY
               INVALID KEY
                   GO TO 7200-LOAD-RESULTS-END
           END-START.

           PERFORM UNTIL F-RESULTS-STATUS-EOF
               READ F-RESULTS NEXT RECORD
                   AT END
                       GO TO 7200-LOAD-RESULTS-END
               END-READ
               IF RSLT-LGTH < 9999
                   MOVE RES-K-CLASS   TO RS-CLASS(RSLT-LGTH)
                   MOVE RES-K-TERM    TO RS-TERM(RSLT-LGTH)
                   MOVE RES-K-STUDENT TO RS-KEY(RSLT-LGTH)
                   MOVE RES-AVERAGE   TO RS-AVG(RSLT-LGTH)
                   MOVE ZERO          TO RS-HIST-AVG(RSLT-LGTH)
                   MOVE 'N'           TO RS-HIST-FLAG(RSLT-LGTH)
                   SET RSLT-LGTH UP BY 1
               END-IF

               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING IDX-PAIR FROM 1 BY 1
                       UNTIL IDX-PAIR > PAIR-LGTH - 1
                   IF PA-CLASS(IDX-PAIR) = RES-K-CLASS
                           AND PA-TERM(IDX-PAIR) = RES-K-TERM
                       ADD 1 TO PA-COUNT(IDX-PAIR)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND AND PAIR-LGTH < 999
                   MOVE RES-K-CLASS TO PA-CLASS(PAIR-LGTH)
                   MOVE RES-K-TERM  TO PA-TERM(PAIR-LGTH)
                   MOVE 1           TO PA-COUNT(PAIR-LGTH)
                   SET PAIR-LGTH UP BY 1
               END-IF
           END-PERFORM.
       7200-LOAD-RESULTS-END.
      ******************************************************************
      * Every class/term stamped in the ledger for the year must
      * still have its results records.
      ******************************************************************
       7300-LEDGER-START.
           MOVE LOW-VALUES TO LED-KEY.
           START F-LEDGER KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                   GO TO 7300-LEDGER-END
           END-START.

           PERFORM UNTIL F-LEDGER-STATUS-EOF
               READ F-LEDGER NEXT RECORD
                   AT END
                       GO TO 7300-LEDGER-END
               END-READ
               IF LED-K-YEAR = WS-CTL-YEAR
                   ADD 1 TO WS-LEDGER-COUNT
                   SET WS-NOT-FOUND TO TRUE
                   PERFORM VARYING IDX-PAIR FROM 1 BY 1
                           UNTIL IDX-PAIR > PAIR-LGTH - 1
                       IF PA-CLASS(IDX-PAIR) = LED-K-CLASS
                               AND PA-TERM(IDX-PAIR) = LED-K-TERM
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-NOT-FOUND
                       ADD 1 TO WS-ERR-LEDGER
                       MOVE 'LEDGER'    TO WS-X-CHECK
                       MOVE LED-K-CLASS TO WS-X-CLASS
                       MOVE LED-K-TERM  TO WS-X-TERM
                       MOVE SPACES      TO WS-X-KEY
                       MOVE 'PUBLIE AU LEDGER, AUCUN RESULTAT'
                           TO WS-X-DETAIL
                       PERFORM 8900-EXCEPTION-START
                           THRU 8900-EXCEPTION-END
                   END-IF
               END-IF
           END-PERFORM.
       7300-LEDGER-END.
      ******************************************************************
      * And every class/term of results.dat must come from a run
      * stamped in the ledger for the year.
      ******************************************************************
       7350-PAIRS-START.
           PERFORM VARYING IDX-PAIR FROM 1 BY 1
                   UNTIL IDX-PAIR > PAIR-LGTH - 1
               MOVE PA-CLASS(IDX-PAIR) TO LED-K-CLASS
               MOVE PA-TERM(IDX-PAIR)  TO LED-K-TERM
               MOVE WS-CTL-YEAR        TO LED-K-YEAR
               READ F-LEDGER
                   INVALID KEY
                       ADD PA-COUNT(IDX-PAIR) TO WS-ERR-RESULTS
                       MOVE 'RESULTATS'        TO WS-X-CHECK
                       MOVE PA-CLASS(IDX-PAIR) TO WS-X-CLASS
                       MOVE PA-TERM(IDX-PAIR)  TO WS-X-TERM
                       MOVE SPACES             TO WS-X-KEY
                       MOVE PA-COUNT(IDX-PAIR) TO WS-PNT-NBR
                       MOVE SPACES TO WS-X-DETAIL
                       STRING WS-PNT-NBR DELIMITED BY SIZE
                              ' RESULTAT(S) SANS ENTREE AU LEDGER'
                                         DELIMITED BY SIZE
                           INTO WS-X-DETAIL
                       PERFORM 8900-EXCEPTION-START
                           THRU 8900-EXCEPTION-END
               END-READ
           END-PERFORM.
       7350-PAIRS-END.
      ******************************************************************
      * History is cumulative and rattrap appends its corrected
      * lines, so the last line read for a class, term and student
      * is the one that must agree with results.dat.
      ******************************************************************
       7400-HISTORY-START.
           OPEN INPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-OK
               DISPLAY 'WARNING: NO HISTORY FILE'
               GO TO 7400-HISTORY-END
           END-IF.

           PERFORM UNTIL F-HISTORY-STATUS-EOF
               READ F-HISTORY
               IF F-HISTORY-STATUS-EOF
                   GO TO 7400-HISTORY-CLOSE
               END-IF
               IF REC-F-HISTORY NOT = SPACES
                   MOVE SPACES TO WS-H-DATE WS-H-CLASS WS-H-TERM
                                  WS-H-KEY WS-H-NAME WS-H-AVG
                   UNSTRING REC-F-HISTORY DELIMITED BY ';'
                       INTO WS-H-DATE WS-H-CLASS WS-H-TERM
                            WS-H-KEY WS-H-NAME WS-H-AVG
                   IF WS-H-KEY IS NUMERIC AND WS-H-AVG NOT = SPACES
                       MOVE WS-H-KEY TO WS-KEY-NUM
                       COMPUTE WS-AVG-NUM = FUNCTION NUMVAL(WS-H-AVG)
                       PERFORM VARYING IDX-RSLT FROM 1 BY 1
                               UNTIL IDX-RSLT > RSLT-LGTH - 1
                           IF RS-KEY(IDX-RSLT) = WS-KEY-NUM
                                   AND RS-CLASS(IDX-RSLT) = WS-H-CLASS
                                   AND RS-TERM(IDX-RSLT) = WS-H-TERM
                               MOVE WS-AVG-NUM TO RS-HIST-AVG(IDX-RSLT)
                               MOVE 'Y' TO RS-HIST-FLAG(IDX-RSLT)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       7400-HISTORY-CLOSE.
           CLOSE F-HISTORY.
       7400-HISTORY-END.
      ******************************************************************
       7450-AVERAGE-START.
           PERFORM VARYING IDX-RSLT FROM 1 BY 1
                   UNTIL IDX-RSLT > RSLT-LGTH - 1
               MOVE 'MOYENNE'          TO WS-X-CHECK
               MOVE RS-CLASS(IDX-RSLT) TO WS-X-CLASS
               MOVE RS-TERM(IDX-RSLT)  TO WS-X-TERM
               MOVE RS-KEY(IDX-RSLT)   TO WS-X-KEY
               MOVE SPACES TO WS-X-DETAIL
               IF RS-HIST-FLAG(IDX-RSLT) = 'N'
                   ADD 1 TO WS-ERR-AVERAGE
                   MOVE 'AUCUNE LIGNE D''HISTORIQUE' TO WS-X-DETAIL
                   PERFORM 8900-EXCEPTION-START
                       THRU 8900-EXCEPTION-END
               ELSE
                   IF RS-HIST-AVG(IDX-RSLT) NOT = RS-AVG(IDX-RSLT)
                       ADD 1 TO WS-ERR-AVERAGE
                       MOVE RS-AVG(IDX-RSLT) TO WS-PNT-AVG
                       MOVE RS-HIST-AVG(IDX-RSLT) TO WS-PNT-AVG-2
                       STRING 'RESULTATS ' DELIMITED BY SIZE
                              WS-PNT-AVG   DELIMITED BY SIZE
                              ' HISTORIQUE ' DELIMITED BY SIZE
                              WS-PNT-AVG-2 DELIMITED BY SIZE
                           INTO WS-X-DETAIL
                       PERFORM 8900-EXCEPTION-START
                           THRU 8900-EXCEPTION-END
                   END-IF
               END-IF
           END-PERFORM.
       7450-AVERAGE-END.
      ******************************************************************
      * A resolved absence means rattrap replaced the ABS code of the
      * course by the make-up grade: the results record must show it.
      ******************************************************************
       7500-ABSENCE-START.
           OPEN INPUT F-ABSENCE.
           IF NOT F-ABSENCE-STATUS-OK
               GO TO 7500-ABSENCE-END
           END-IF.

           PERFORM UNTIL F-ABSENCE-STATUS-EOF
               READ F-ABSENCE
               IF F-ABSENCE-STATUS-EOF
                   GO TO 7500-ABSENCE-CLOSE
               END-IF
               IF REC-F-ABSENCE NOT = SPACES
                   MOVE SPACES TO WS-A-CLASS WS-A-TERM WS-A-KEY
                                  WS-A-NAME WS-A-LABEL WS-A-CODE
                                  WS-A-STATE
                   UNSTRING REC-F-ABSENCE DELIMITED BY ';'
                       INTO WS-A-CLASS WS-A-TERM WS-A-KEY
                            WS-A-NAME WS-A-LABEL WS-A-CODE
                            WS-A-STATE
                   IF WS-A-STATE = 'RESOLU'
                       PERFORM 8010-CHECK-RESOLVED-START
                           THRU 8010-CHECK-RESOLVED-END
                   END-IF
               END-IF
           END-PERFORM.

       7500-ABSENCE-CLOSE.
           CLOSE F-ABSENCE.
       7500-ABSENCE-END.
      ******************************************************************
       8010-CHECK-RESOLVED-START.
           MOVE 'RATTRAPAGE' TO WS-X-CHECK.
           MOVE WS-A-CLASS   TO WS-X-CLASS.
           MOVE WS-A-TERM    TO WS-X-TERM.
           MOVE WS-A-KEY     TO WS-X-KEY.
           MOVE SPACES       TO WS-X-DETAIL.

           IF WS-A-KEY IS NOT NUMERIC
               MOVE 'CLE INVALIDE DANS ABSENCE.DAT' TO WS-X-DETAIL
               GO TO 8010-CHECK-RESOLVED-ERROR
           END-IF.

           MOVE WS-A-KEY   TO RES-K-STUDENT.
           MOVE WS-A-TERM  TO RES-K-TERM.
           MOVE WS-A-CLASS TO RES-K-CLASS.
           READ F-RESULTS
               INVALID KEY
                   MOVE 'RESOLU, RESULTAT INTROUVABLE' TO WS-X-DETAIL
                   GO TO 8010-CHECK-RESOLVED-ERROR
           END-READ.

           MOVE ZERO TO WS-HIT-SLOT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > RES-COURSE-CNT OR WS-SLOT > 20
               IF FUNCTION TRIM(RES-C-LABEL(WS-SLOT)) =
                       FUNCTION TRIM(WS-A-LABEL)
                   MOVE WS-SLOT TO WS-HIT-SLOT
               END-IF
           END-PERFORM.
           IF WS-HIT-SLOT = ZERO
               STRING 'RESOLU, COURS ABSENT : ' DELIMITED BY SIZE
                      WS-A-LABEL                DELIMITED BY SIZE
                   INTO WS-X-DETAIL
               GO TO 8010-CHECK-RESOLVED-ERROR
           END-IF.
           IF RES-C-GRADE(WS-HIT-SLOT) = 'ABS'
                   OR RES-C-GRADE(WS-HIT-SLOT) = SPACES
               STRING 'RESOLU, NOTE NON REPORTEE : ' DELIMITED BY SIZE
                      WS-A-LABEL                     DELIMITED BY SIZE
                   INTO WS-X-DETAIL
               GO TO 8010-CHECK-RESOLVED-ERROR
           END-IF.
           GO TO 8010-CHECK-RESOLVED-END.

       8010-CHECK-RESOLVED-ERROR.
           ADD 1 TO WS-ERR-RATTRAP.
           PERFORM 8900-EXCEPTION-START THRU 8900-EXCEPTION-END.
       8010-CHECK-RESOLVED-END.
      ******************************************************************
      * Every publication logged by promo must have left its stamp
      * in the ledger, whatever the year.
      ******************************************************************
       7600-OPSLOG-START.
           OPEN INPUT F-OPSLOG.
           IF NOT F-OPSLOG-STATUS-OK
               GO TO 7600-OPSLOG-END
           END-IF.

           PERFORM UNTIL F-OPSLOG-STATUS-EOF
               READ F-OPSLOG
               IF F-OPSLOG-STATUS-EOF
                   GO TO 7600-OPSLOG-CLOSE
               END-IF
               IF REC-F-OPSLOG NOT = SPACES
                   MOVE SPACES TO WS-O-DATE WS-O-TIME WS-O-EVENT
                                  WS-O-CLASS WS-O-TERM WS-O-YEAR
                   UNSTRING REC-F-OPSLOG DELIMITED BY ';'
                       INTO WS-O-DATE WS-O-TIME WS-O-EVENT
                            WS-O-CLASS WS-O-TERM WS-O-YEAR
                   IF WS-O-EVENT = 'PUBLIE'
                       MOVE WS-O-CLASS TO LED-K-CLASS
                       MOVE WS-O-TERM  TO LED-K-TERM
                       MOVE WS-O-YEAR  TO LED-K-YEAR
                       READ F-LEDGER
                           INVALID KEY
                               ADD 1 TO WS-ERR-PUBLISH
                               MOVE 'PUBLICATION' TO WS-X-CHECK
                               MOVE WS-O-CLASS    TO WS-X-CLASS
                               MOVE WS-O-TERM     TO WS-X-TERM
                               MOVE SPACES        TO WS-X-KEY
                               MOVE SPACES        TO WS-X-DETAIL
                               STRING 'PUBLIE LE ' DELIMITED BY SIZE
                                      WS-O-DATE    DELIMITED BY SIZE
                                      ' ('         DELIMITED BY SIZE
                                      WS-O-YEAR    DELIMITED BY SIZE
                                      '), PAS DE TAMPON AU LEDGER'
                                                   DELIMITED BY SIZE
                                   INTO WS-X-DETAIL
                               PERFORM 8900-EXCEPTION-START
                                   THRU 8900-EXCEPTION-END
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       7600-OPSLOG-CLOSE.
           CLOSE F-OPSLOG.
       7600-OPSLOG-END.
      ******************************************************************
       7900-CLOSE-START.
           COMPUTE WS-ERR-TOTAL = WS-ERR-LEDGER + WS-ERR-RESULTS
               + WS-ERR-AVERAGE + WS-ERR-RATTRAP + WS-ERR-PUBLISH.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'LEDGER LUS' TO REC-F-REPORT(1:12).
           MOVE WS-LEDGER-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RESULTATS' TO REC-F-REPORT(1:12).
           COMPUTE WS-KEY-NUM = RSLT-LGTH - 1.
           MOVE WS-KEY-NUM TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE '*' TO REC-F-REPORT(1:1).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'LEDGER' TO REC-F-REPORT(1:12).
           MOVE WS-ERR-LEDGER TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS LEDGER' TO REC-F-REPORT(1:12).
           MOVE WS-ERR-RESULTS TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'MOYENNES' TO REC-F-REPORT(1:12).
           MOVE WS-ERR-AVERAGE TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'RATTRAPAGES' TO REC-F-REPORT(1:12).
           MOVE WS-ERR-RATTRAP TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'PUBLICATIONS' TO REC-F-REPORT(1:12).
           MOVE WS-ERR-PUBLISH TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ECARTS' TO REC-F-REPORT(1:12).
           MOVE WS-ERR-TOTAL TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.
           CLOSE F-LEDGER.
           CLOSE F-RESULTS.

           IF WS-ERR-TOTAL > 0
               DISPLAY 'RECONCILIATION: ' WS-ERR-TOTAL ' EXCEPTION(S)'
               MOVE 4 TO RETURN-CODE
           END-IF.
       7900-CLOSE-END.
      ******************************************************************
       8900-EXCEPTION-START.
           INITIALIZE REC-F-REPORT.
           MOVE WS-X-CHECK TO REC-F-REPORT(1:12).
           MOVE '|' TO REC-F-REPORT(14:1).
           MOVE WS-X-CLASS TO REC-F-REPORT(16:10).
           MOVE '|' TO REC-F-REPORT(27:1).
           MOVE WS-X-TERM TO REC-F-REPORT(29:10).
           MOVE '|' TO REC-F-REPORT(40:1).
           MOVE WS-X-KEY TO REC-F-REPORT(42:4).
           MOVE '|' TO REC-F-REPORT(47:1).
           MOVE WS-X-DETAIL TO REC-F-REPORT(49:70).
           WRITE REC-F-REPORT.
       8900-EXCEPTION-END.
      ******************************************************************
