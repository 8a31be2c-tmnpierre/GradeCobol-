      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nightrun.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RUNDEF
               ASSIGN TO 'nightrun.def'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RUNDEF-STATUS.

           SELECT F-STATE
               ASSIGN TO 'nightrun.sta'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-STATE-STATUS.

           SELECT F-TRIGGER
               ASSIGN TO WS-TRIGGER-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRIGGER-STATUS.

           SELECT F-OPSLOG
               ASSIGN TO 'opslog.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OPSLOG-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'nightrun.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * One line per step, in running order: the step name, the
      * highest return code it may end with and still let the chain
      * go on, the run condition (T always, F only when the trigger
      * file exists, e.g. rattrap.dat for the make-up run), and the
      * command that runs it.
       FD  F-RUNDEF
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RUNDEF.
           03 R-D-STEP           PIC X(08).
           03 R-D-MAXRC          PIC X(01).
           03 R-D-COND           PIC X(01).
           03 R-D-TRIGGER        PIC X(20).
           03 R-D-COMMAND        PIC X(80).

      * The steps of the current chain already done. Emptied when a
      * chain completes; after a failure it tells the next
      * submission where to resume. Deleting it forces a full run.
       FD  F-STATE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-STATE.
           03 R-S-STEP           PIC X(08).
           03 R-S-OUTCOME        PIC X(01).
           03 R-S-RC             PIC 9(03).
           03 R-S-DATE           PIC 9(08).
           03 R-S-TIME           PIC 9(08).

       FD  F-TRIGGER
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-TRIGGER       PIC X(80).

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
       01  F-RUNDEF-STATUS     PIC X(02) VALUE SPACE.
           88 F-RUNDEF-STATUS-OK   VALUE '00'.
           88 F-RUNDEF-STATUS-EOF  VALUE '10'.

       01  F-STATE-STATUS      PIC X(02) VALUE SPACE.
           88 F-STATE-STATUS-OK    VALUE '00'.
           88 F-STATE-STATUS-EOF   VALUE '10'.

       01  F-TRIGGER-STATUS    PIC X(02) VALUE SPACE.
           88 F-TRIGGER-STATUS-OK  VALUE '00'.

       01  F-OPSLOG-STATUS     PIC X(02) VALUE SPACE.
           88 F-OPSLOG-STATUS-OK   VALUE '00'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-TRIGGER-NAME     PIC X(20) VALUE SPACES.

      * The chain as defined, with what happened to each step.
      * Outcome: D done earlier, C completed now, F failed, I
      * ignored (condition not met), N not reached.
       01  DATA-STEP.
           03 STEP-LGTH        PIC 9(04) VALUE 1.
           03 STEP-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON STEP-LGTH
                   INDEXED BY IDX-STEP.
               05 ST-NAME        PIC X(08).
               05 ST-MAXRC       PIC 9(01).
               05 ST-COND        PIC X(01).
               05 ST-TRIGGER     PIC X(20).
               05 ST-COMMAND     PIC X(80).
               05 ST-OUTCOME     PIC X(01).
               05 ST-RC          PIC 9(03).

      * Steps recorded as done by an earlier, unfinished submission.
       01  DATA-DONE.
           03 DONE-LGTH        PIC 9(04) VALUE 1.
           03 DONE-ENTRY OCCURS 1 TO 99 TIMES
                   DEPENDING ON DONE-LGTH
                   INDEXED BY IDX-DONE.
               05 DN-NAME        PIC X(08).

       01  WS-CHAIN-FLAG       PIC X VALUE 'Y'.
           88  WS-CHAIN-OK             VALUE 'Y'.
           88  WS-CHAIN-STOPPED        VALUE 'N'.

       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
           88  WS-NOT-FOUND            VALUE 'N'.

       01  WS-COMMAND          PIC X(81) VALUE SPACES.
       01  WS-SYS-RC           PIC S9(09) VALUE ZERO.
       01  WS-STEP-RC          PIC 9(03) VALUE ZERO.
       01  WS-FINAL-RC         PIC 9(03) VALUE ZERO.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME         PIC 9(06) VALUE ZERO.

       01  WS-OPS-EVENT        PIC X(10) VALUE SPACES.
       01  WS-OPS-STEP         PIC X(08) VALUE SPACES.
       01  WS-OPS-RC           PIC 9(03) VALUE ZERO.

       01  WS-DEF-ERRORS       PIC 9(04) VALUE ZERO.
       01  WS-RUN-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-RESUME-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-IGNORE-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-FAIL-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.
       01  WS-PNT-RC           PIC ZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 7000-LOAD-START THRU 7000-LOAD-END.
           IF STEP-LGTH = 1 OR WS-DEF-ERRORS > 0
               DISPLAY 'NO VALID RUN DEFINITION - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 7100-STATE-START THRU 7100-STATE-END
               PERFORM 7200-CHAIN-START THRU 7200-CHAIN-END
               PERFORM 7300-REPORT-START THRU 7300-REPORT-END
               MOVE WS-FINAL-RC TO RETURN-CODE
           END-IF.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
      * A bad definition line refuses the whole chain: running a
      * chain with a step silently left out is worse than not
      * running it.
      ******************************************************************
       7000-LOAD-START.
           OPEN INPUT F-RUNDEF.
           IF NOT F-RUNDEF-STATUS-OK
               DISPLAY 'ERROR RUN DEFINITION FILE'
               GO TO 7000-LOAD-END
           END-IF.

           PERFORM UNTIL F-RUNDEF-STATUS-EOF
               READ F-RUNDEF
               IF F-RUNDEF-STATUS-EOF
                   GO TO 7000-LOAD-CLOSE
               END-IF
               IF REC-F-RUNDEF NOT = SPACES
                       AND REC-F-RUNDEF(1:1) NOT = '*'
                   PERFORM 8010-DEF-LINE-START THRU 8010-DEF-LINE-END
               END-IF
           END-PERFORM.

       7000-LOAD-CLOSE.
           CLOSE F-RUNDEF.
       7000-LOAD-END.
      ******************************************************************
       8010-DEF-LINE-START.
           IF R-D-STEP = SPACES OR R-D-COMMAND = SPACES
                   OR R-D-MAXRC IS NOT NUMERIC
                   OR (R-D-COND NOT = 'T' AND R-D-COND NOT = 'F')
                   OR (R-D-COND = 'F' AND R-D-TRIGGER = SPACES)
               DISPLAY 'INVALID STEP DEFINITION [' R-D-STEP ']'
               ADD 1 TO WS-DEF-ERRORS
               GO TO 8010-DEF-LINE-END
           END-IF.
           IF STEP-LGTH > 99
               DISPLAY 'TOO MANY STEPS [' R-D-STEP ']'
               ADD 1 TO WS-DEF-ERRORS
               GO TO 8010-DEF-LINE-END
           END-IF.

           MOVE R-D-STEP    TO ST-NAME(STEP-LGTH).
           MOVE R-D-MAXRC   TO ST-MAXRC(STEP-LGTH).
           MOVE R-D-COND    TO ST-COND(STEP-LGTH).
           MOVE R-D-TRIGGER TO ST-TRIGGER(STEP-LGTH).
           MOVE R-D-COMMAND TO ST-COMMAND(STEP-LGTH).
           MOVE 'N'         TO ST-OUTCOME(STEP-LGTH).
           MOVE ZERO        TO ST-RC(STEP-LGTH).
           SET STEP-LGTH UP BY 1.
       8010-DEF-LINE-END.
      ******************************************************************
      * The steps recorded in the state file were completed by the
      * previous submission, which stopped short of the end.
      ******************************************************************
       7100-STATE-START.
           OPEN INPUT F-STATE.
           IF NOT F-STATE-STATUS-OK
               GO TO 7100-STATE-END
           END-IF.

           PERFORM UNTIL F-STATE-STATUS-EOF
               READ F-STATE
               IF F-STATE-STATUS-EOF
                   GO TO 7100-STATE-CLOSE
               END-IF
               IF R-S-STEP NOT = SPACES AND DONE-LGTH < 99
                   MOVE R-S-STEP TO DN-NAME(DONE-LGTH)
                   SET DONE-LGTH UP BY 1
               END-IF
           END-PERFORM.

       7100-STATE-CLOSE.
           CLOSE F-STATE.
           IF DONE-LGTH > 1
               MOVE 'REPRISE' TO WS-OPS-EVENT
               MOVE SPACES TO WS-OPS-STEP
               MOVE ZERO TO WS-OPS-RC
               PERFORM 9500-OPSLOG-WRITE-START
                   THRU 9500-OPSLOG-WRITE-END
           END-IF.
       7100-STATE-END.
      ******************************************************************
       7200-CHAIN-START.
           SET WS-CHAIN-OK TO TRUE.
           PERFORM VARYING IDX-STEP FROM 1 BY 1
                   UNTIL IDX-STEP > STEP-LGTH - 1 OR WS-CHAIN-STOPPED
               PERFORM 8020-ONE-STEP-START THRU 8020-ONE-STEP-END
           END-PERFORM.

      * A complete chain leaves an empty state file, so the next
      * submission starts from the first step again.
           IF WS-CHAIN-OK
               OPEN OUTPUT F-STATE
               IF F-STATE-STATUS-OK
                   CLOSE F-STATE
               END-IF
               MOVE 'CHAINE OK' TO WS-OPS-EVENT
           ELSE
               MOVE 8 TO WS-FINAL-RC
               MOVE 'CHAINE KO' TO WS-OPS-EVENT
           END-IF.
           MOVE SPACES TO WS-OPS-STEP.
           MOVE WS-FINAL-RC TO WS-OPS-RC.
           PERFORM 9500-OPSLOG-WRITE-START
               THRU 9500-OPSLOG-WRITE-END.
       7200-CHAIN-END.
      ******************************************************************
       8020-ONE-STEP-START.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING IDX-DONE FROM 1 BY 1
                   UNTIL IDX-DONE > DONE-LGTH - 1
               IF DN-NAME(IDX-DONE) = ST-NAME(IDX-STEP)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE 'D' TO ST-OUTCOME(IDX-STEP)
               ADD 1 TO WS-RESUME-COUNT
               GO TO 8020-ONE-STEP-END
           END-IF.

           IF ST-COND(IDX-STEP) = 'F'
               MOVE ST-TRIGGER(IDX-STEP) TO WS-TRIGGER-NAME
               OPEN INPUT F-TRIGGER
               IF F-TRIGGER-STATUS-OK
                   CLOSE F-TRIGGER
               ELSE
                   MOVE 'I' TO ST-OUTCOME(IDX-STEP)
                   ADD 1 TO WS-IGNORE-COUNT
                   MOVE 'ETAPE IGN' TO WS-OPS-EVENT
                   MOVE ST-NAME(IDX-STEP) TO WS-OPS-STEP
                   MOVE ZERO TO WS-OPS-RC
                   PERFORM 9500-OPSLOG-WRITE-START
                       THRU 9500-OPSLOG-WRITE-END
                   GO TO 8020-ONE-STEP-END
               END-IF
           END-IF.

           MOVE 'ETAPE DEB' TO WS-OPS-EVENT.
           MOVE ST-NAME(IDX-STEP) TO WS-OPS-STEP.
           MOVE ZERO TO WS-OPS-RC.
           PERFORM 9500-OPSLOG-WRITE-START
               THRU 9500-OPSLOG-WRITE-END.

      * The routine hands back the wait status of the shell: the
      * exit code of the step is its high-order byte.
           MOVE SPACES TO WS-COMMAND.
           MOVE ST-COMMAND(IDX-STEP) TO WS-COMMAND.
           MOVE ZERO TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-SYS-RC < ZERO
               MOVE 999 TO WS-STEP-RC
           ELSE
               IF WS-SYS-RC > 255
                   DIVIDE WS-SYS-RC BY 256 GIVING WS-STEP-RC
               ELSE
                   MOVE WS-SYS-RC TO WS-STEP-RC
               END-IF
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-STEP-RC TO ST-RC(IDX-STEP).
           MOVE WS-STEP-RC TO WS-OPS-RC.

           IF WS-STEP-RC > ST-MAXRC(IDX-STEP)
               MOVE 'F' TO ST-OUTCOME(IDX-STEP)
               ADD 1 TO WS-FAIL-COUNT
               SET WS-CHAIN-STOPPED TO TRUE
               MOVE 'ETAPE KO' TO WS-OPS-EVENT
               PERFORM 9500-OPSLOG-WRITE-START
                   THRU 9500-OPSLOG-WRITE-END
               GO TO 8020-ONE-STEP-END
           END-IF.

           MOVE 'C' TO ST-OUTCOME(IDX-STEP).
           IF WS-STEP-RC > WS-FINAL-RC
               MOVE WS-STEP-RC TO WS-FINAL-RC
           END-IF.
           MOVE 'ETAPE FIN' TO WS-OPS-EVENT.
           PERFORM 9500-OPSLOG-WRITE-START
               THRU 9500-OPSLOG-WRITE-END.

      * Recorded at once, so that even a controller killed in a
      * later step does not run this one again.
           OPEN EXTEND F-STATE.
           IF NOT F-STATE-STATUS-OK
               OPEN OUTPUT F-STATE
           END-IF.
      * A step that cannot be recorded would be run again by the
      * next submission: the chain stops here instead.
           IF NOT F-STATE-STATUS-OK
               DISPLAY 'ERROR STATE FILE'
               MOVE 'F' TO ST-OUTCOME(IDX-STEP)
               ADD 1 TO WS-FAIL-COUNT
               SET WS-CHAIN-STOPPED TO TRUE
               MOVE 'ETAPE KO' TO WS-OPS-EVENT
               PERFORM 9500-OPSLOG-WRITE-START
                   THRU 9500-OPSLOG-WRITE-END
               GO TO 8020-ONE-STEP-END
           END-IF.
           MOVE ST-NAME(IDX-STEP) TO R-S-STEP.
           MOVE 'C' TO R-S-OUTCOME.
           MOVE WS-STEP-RC TO R-S-RC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO R-S-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO R-S-TIME.
           WRITE REC-F-STATE.
           CLOSE F-STATE.
       8020-ONE-STEP-END.
      ******************************************************************
       7300-REPORT-START.
           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               GO TO 7300-REPORT-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:100).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE '*' TO REC-F-REPORT(1:1).
           MOVE '*' TO REC-F-REPORT(100:1).
           MOVE 'CHAINE DU SOIR' TO REC-F-REPORT(40:14).
           MOVE FUNCTION CURRENT-DATE(1:8) TO REC-F-REPORT(58:8).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:100).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ETAPE' TO REC-F-REPORT(1:5).
           MOVE '| RC' TO REC-F-REPORT(10:4).
           MOVE '| MAX' TO REC-F-REPORT(16:5).
           MOVE '| ISSUE' TO REC-F-REPORT(22:7).
           MOVE '| COMMANDE' TO REC-F-REPORT(44:10).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '_' TO REC-F-REPORT(1:100).
           WRITE REC-F-REPORT.

           PERFORM VARYING IDX-STEP FROM 1 BY 1
                   UNTIL IDX-STEP > STEP-LGTH - 1
               INITIALIZE REC-F-REPORT
               MOVE ST-NAME(IDX-STEP) TO REC-F-REPORT(1:8)
               MOVE '|' TO REC-F-REPORT(10:1)
               IF ST-OUTCOME(IDX-STEP) = 'C'
                       OR ST-OUTCOME(IDX-STEP) = 'F'
                   MOVE ST-RC(IDX-STEP) TO WS-PNT-RC
                   MOVE WS-PNT-RC TO REC-F-REPORT(12:3)
               END-IF
               MOVE '|' TO REC-F-REPORT(16:1)
               MOVE ST-MAXRC(IDX-STEP) TO REC-F-REPORT(20:1)
               MOVE '|' TO REC-F-REPORT(22:1)
               EVALUATE ST-OUTCOME(IDX-STEP)
                   WHEN 'C'
                       MOVE 'TERMINEE' TO REC-F-REPORT(24:20)
                   WHEN 'D'
                       MOVE 'DEJA FAITE' TO REC-F-REPORT(24:20)
                   WHEN 'F'
                       MOVE 'ECHEC - ARRET' TO REC-F-REPORT(24:20)
                   WHEN 'I'
                       MOVE 'CONDITION ABSENTE' TO REC-F-REPORT(24:20)
                   WHEN OTHER
                       MOVE 'NON LANCEE' TO REC-F-REPORT(24:20)
               END-EVALUATE
               MOVE '|' TO REC-F-REPORT(44:1)
               MOVE ST-COMMAND(IDX-STEP)(1:55) TO REC-F-REPORT(46:55)
               WRITE REC-F-REPORT
           END-PERFORM.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:100).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'EXECUTEES' TO REC-F-REPORT(1:12).
           MOVE WS-RUN-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'DEJA FAITES' TO REC-F-REPORT(1:12).
           MOVE WS-RESUME-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'IGNOREES' TO REC-F-REPORT(1:12).
           MOVE WS-IGNORE-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ECHECS' TO REC-F-REPORT(1:12).
           MOVE WS-FAIL-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.
       7300-REPORT-END.
      ******************************************************************
      * Same line layout as promo's events: date, time, event, then
      * the step in the place of the class, and the return code.
      ******************************************************************
       9500-OPSLOG-WRITE-START.
           OPEN EXTEND F-OPSLOG.
           IF NOT F-OPSLOG-STATUS-OK
               OPEN OUTPUT F-OPSLOG
           END-IF.
           IF NOT F-OPSLOG-STATUS-OK
               DISPLAY 'ERROR OPSLOG FILE'
               GO TO 9500-OPSLOG-WRITE-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           INITIALIZE REC-F-OPSLOG.
           STRING WS-RUN-DATE                  DELIMITED BY SIZE
                  ';'                          DELIMITED BY SIZE
                  WS-RUN-TIME                  DELIMITED BY SIZE
                  ';'                          DELIMITED BY SIZE
                  WS-OPS-EVENT                 DELIMITED BY SIZE
                  ';'                          DELIMITED BY SIZE
                  WS-OPS-STEP                  DELIMITED BY SIZE
                  ';;;RC='                     DELIMITED BY SIZE
                  WS-OPS-RC                    DELIMITED BY SIZE
               INTO REC-F-OPSLOG.
           WRITE REC-F-OPSLOG.
           CLOSE F-OPSLOG.
       9500-OPSLOG-WRITE-END.
      ******************************************************************
