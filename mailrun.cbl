      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailrun.
       AUTHOR. PIERRE.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTROL
               ASSIGN TO 'mailrun.ctl'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROL-STATUS.

           SELECT F-BULLETIN
               ASSIGN TO 'bulletin.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BULLETIN-STATUS.

           SELECT F-RATTRAP
               ASSIGN TO 'rattrap.blt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RATTRAP-STATUS.

           SELECT F-GUARDIAN
               ASSIGN TO 'guardian.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS F-GUARDIAN-STATUS.

           SELECT F-WORK
               ASSIGN TO 'mailwork.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS F-WORK-STATUS.

           SELECT F-POST
               ASSIGN TO 'mailpost.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-POST-STATUS.

           SELECT F-LABEL
               ASSIGN TO 'maillbl.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LABEL-STATUS.

           SELECT F-ELEC
               ASSIGN TO 'mailelec.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ELEC-STATUS.

           SELECT F-DISPATCH
               ASSIGN TO 'maildest.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DISPATCH-STATUS.

           SELECT F-REPORT
               ASSIGN TO 'mailrun.rpt'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * E prints address labels, C (the default) prints a cover
      * sheet in front of each envelope.
       FD  F-CONTROL
           RECORD CONTAINS 1 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-CONTROL.
           03 R-CTL-MODE         PIC X(01).

       FD  F-BULLETIN
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-BULLETIN      PIC X(132).

       FD  F-RATTRAP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RATTRAP       PIC X(132).

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

      * Every bulletin page line, numbered, so the pages can be
      * picked again in postal order.
       FD  F-WORK
           RECORD CONTAINS 140 CHARACTERS.
       01  REC-F-WORK.
           03 MW-KEY.
               05 MW-PAGE        PIC 9(05).
               05 MW-LINE        PIC 9(03).
           03 MW-TEXT            PIC X(132).

       FD  F-POST
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-POST          PIC X(132).

       FD  F-LABEL
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-LABEL         PIC X(40).

       FD  F-ELEC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ELEC          PIC X(132).

       FD  F-DISPATCH
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-DISPATCH      PIC X(150).

       FD  F-REPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REPORT        PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  F-CONTROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-CONTROL-STATUS-OK  VALUE '00'.

       01  F-BULLETIN-STATUS   PIC X(02) VALUE SPACE.
           88 F-BULLETIN-STATUS-OK  VALUE '00'.
           88 F-BULLETIN-STATUS-EOF VALUE '10'.

       01  F-RATTRAP-STATUS    PIC X(02) VALUE SPACE.
           88 F-RATTRAP-STATUS-OK  VALUE '00'.
           88 F-RATTRAP-STATUS-EOF VALUE '10'.

       01  F-GUARDIAN-STATUS   PIC X(02) VALUE SPACE.
           88 F-GUARDIAN-STATUS-OK  VALUE '00'.
           88 F-GUARDIAN-STATUS-EOF VALUE '10'.

       01  F-WORK-STATUS       PIC X(02) VALUE SPACE.
           88 F-WORK-STATUS-OK     VALUE '00'.
           88 F-WORK-STATUS-EOF    VALUE '10'.

       01  F-POST-STATUS       PIC X(02) VALUE SPACE.
           88 F-POST-STATUS-OK     VALUE '00'.

       01  F-LABEL-STATUS      PIC X(02) VALUE SPACE.
           88 F-LABEL-STATUS-OK    VALUE '00'.

       01  F-ELEC-STATUS       PIC X(02) VALUE SPACE.
           88 F-ELEC-STATUS-OK     VALUE '00'.

       01  F-DISPATCH-STATUS   PIC X(02) VALUE SPACE.
           88 F-DISPATCH-STATUS-OK VALUE '00'.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK   VALUE '00'.

       01  WS-CTL-MODE         PIC X(01) VALUE 'C'.
           88  WS-MODE-LABELS          VALUE 'E'.
           88  WS-MODE-COVER           VALUE 'C'.

       01  WS-IN-PAGE-FLAG     PIC X VALUE 'N'.
           88  WS-IN-PAGE              VALUE 'Y'.
           88  WS-NOT-IN-PAGE          VALUE 'N'.

       01  WS-SOURCE-FLAG      PIC X VALUE 'N'.
           88  WS-SOURCE-FOUND         VALUE 'Y'.
           88  WS-SOURCE-NONE          VALUE 'N'.

       01  WS-WORK-OPEN-FLAG   PIC X VALUE 'N'.
           88  WS-WORK-OPEN            VALUE 'Y'.
           88  WS-WORK-CLOSED          VALUE 'N'.

       01  WS-DUP-FLAG         PIC X VALUE 'N'.
           88  WS-DUP                  VALUE 'Y'.
           88  WS-NOT-DUP              VALUE 'N'.

       01  WS-LINE             PIC X(132) VALUE SPACES.
       01  WS-SOURCE           PIC X(01) VALUE SPACE.
       01  WS-PAGE-NO          PIC 9(05) VALUE ZERO.
       01  WS-LINE-NO          PIC 9(03) VALUE ZERO.
       01  WS-CUR-KEY          PIC 9(04) VALUE ZERO.
       01  WS-CUR-NAME         PIC X(40) VALUE SPACES.
       01  WS-FIRST-SEND       PIC 9(04) VALUE ZERO.
       01  WS-GUARD-COUNT      PIC 9(02) VALUE ZERO.
       01  WS-CHANNEL          PIC X(01) VALUE SPACE.
       01  WS-REASON           PIC X(30) VALUE SPACES.
       01  WS-ENV-NO           PIC 9(04) VALUE ZERO.
       01  WS-STU-PAGES        PIC 9(02) VALUE ZERO.
       01  WS-PREV-ENVELOPE    PIC X(144) VALUE SPACES.

      * Bulletin pages found in the input files, in reading order;
      * the page number is the entry number.
       01  DATA-PAGE.
           03 PAGE-LGTH        PIC 9(04) VALUE 1.
           03 PAGE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON PAGE-LGTH
                   INDEXED BY IDX-PAGE IDX-PAGE-2.
               05 PG-KEY         PIC 9(04).
               05 PG-KEYED       PIC X(01).
               05 PG-NAME        PIC X(40).
               05 PG-SOURCE      PIC X(01).
               05 PG-LINES       PIC 9(03).
               05 PG-DONE        PIC X(01).

      * One entry per copy to send: the envelope part groups the
      * children of one household under a single cover.
       01  DATA-SEND.
           03 SEND-LGTH        PIC 9(04) VALUE 1.
           03 SEND-ENTRY OCCURS 1 TO 6000 TIMES
                   DEPENDING ON SEND-LGTH
                   INDEXED BY IDX-SEND IDX-SEND-2.
               05 SD-SORT.
                   07 SD-ENVELOPE.
                       09 SD-CHANNEL     PIC X(01).
                       09 SD-POSTCODE    PIC X(05).
                       09 SD-CITY        PIC X(26).
                       09 SD-ADDR1       PIC X(32).
                       09 SD-NAME        PIC X(30).
                       09 SD-EMAIL       PIC X(50).
                   07 SD-KEY             PIC 9(04).
               05 SD-ADDR2       PIC X(32).
               05 SD-STUNAME     PIC X(40).

       01  WS-SWAP-SEND        PIC X(220).

       01  WS-PAGE-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-NOKEY-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-STUDENT-COUNT    PIC 9(04) VALUE ZERO.
       01  WS-POST-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-MAIL-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-COPY-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-NOADDR-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-PNT-NBR          PIC ZZZ9.
       01  WS-PNT-ENV          PIC 9(04).

       PROCEDURE DIVISION.
       1000-MAIN-START.
           PERFORM 7000-SETUP-START THRU 7000-SETUP-END.
           IF RETURN-CODE = ZERO
               PERFORM 7100-LOAD-START     THRU 7100-LOAD-END
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 7200-DISPATCH-START THRU 7200-DISPATCH-END
               PERFORM 7300-SORT-START     THRU 7300-SORT-END
               PERFORM 7400-WRITE-START    THRU 7400-WRITE-END
           END-IF.
           PERFORM 7500-CLOSE-START THRU 7500-CLOSE-END.
       1000-MAIN-END.
           STOP RUN.
      ******************************************************************
       7000-SETUP-START.
           OPEN INPUT F-CONTROL.
           IF F-CONTROL-STATUS-OK
               READ F-CONTROL
                   NOT AT END
                       IF R-CTL-MODE = 'E'
                           SET WS-MODE-LABELS TO TRUE
                       END-IF
               END-READ
               CLOSE F-CONTROL
           END-IF.

           OPEN INPUT F-GUARDIAN.
           IF NOT F-GUARDIAN-STATUS-OK
               DISPLAY 'ERROR GUARDIAN FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7000-SETUP-END
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY 'ERROR REPORT FILE'
               CLOSE F-GUARDIAN
               MOVE 8 TO RETURN-CODE
               GO TO 7000-SETUP-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE '*' TO REC-F-REPORT(1:1).
           MOVE '*' TO REC-F-REPORT(120:1).
           MOVE 'ENVOI DES BULLETINS AUX FAMILLES'
               TO REC-F-REPORT(44:32).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.
       7000-SETUP-END.
      ******************************************************************
      * Both bulletin files are split into pages: a page opens on a
      * star line and closes on the blank line that follows every
      * bulletin; the 'ELEVE :' line carries the key at (57:4).
      ******************************************************************
       7100-LOAD-START.
           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               DISPLAY 'ERROR WORK FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7100-LOAD-END
           END-IF.

           SET WS-SOURCE-NONE TO TRUE.

           OPEN INPUT F-BULLETIN.
           IF F-BULLETIN-STATUS-OK
               SET WS-SOURCE-FOUND TO TRUE
               MOVE 'B' TO WS-SOURCE
               SET WS-NOT-IN-PAGE TO TRUE
               PERFORM UNTIL F-BULLETIN-STATUS-EOF
                   READ F-BULLETIN
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REC-F-BULLETIN TO WS-LINE
                           PERFORM 8010-PAGE-LINE-START
                               THRU 8010-PAGE-LINE-END
                   END-READ
               END-PERFORM
               PERFORM 8015-PAGE-CLOSE-START THRU 8015-PAGE-CLOSE-END
               CLOSE F-BULLETIN
           END-IF.

           OPEN INPUT F-RATTRAP.
           IF F-RATTRAP-STATUS-OK
               SET WS-SOURCE-FOUND TO TRUE
               MOVE 'R' TO WS-SOURCE
               SET WS-NOT-IN-PAGE TO TRUE
               PERFORM UNTIL F-RATTRAP-STATUS-EOF
                   READ F-RATTRAP
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE REC-F-RATTRAP TO WS-LINE
                           PERFORM 8010-PAGE-LINE-START
                               THRU 8010-PAGE-LINE-END
                   END-READ
               END-PERFORM
               PERFORM 8015-PAGE-CLOSE-START THRU 8015-PAGE-CLOSE-END
               CLOSE F-RATTRAP
           END-IF.

           CLOSE F-WORK.

           IF WS-SOURCE-NONE
               DISPLAY 'ERROR NO BULLETIN FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7100-LOAD-END
           END-IF.

           OPEN INPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               DISPLAY 'ERROR WORK FILE'
               MOVE 8 TO RETURN-CODE
               GO TO 7100-LOAD-END
           END-IF.
           SET WS-WORK-OPEN TO TRUE.
       7100-LOAD-END.
      ******************************************************************
       8010-PAGE-LINE-START.
           IF WS-NOT-IN-PAGE
               IF WS-LINE = ALL '*'
                   SET WS-IN-PAGE TO TRUE
                   ADD 1 TO WS-PAGE-NO
                   MOVE ZERO TO WS-LINE-NO
                   MOVE ZERO   TO PG-KEY(PAGE-LGTH)
                   MOVE 'N'    TO PG-KEYED(PAGE-LGTH)
                   MOVE SPACES TO PG-NAME(PAGE-LGTH)
                   MOVE WS-SOURCE TO PG-SOURCE(PAGE-LGTH)
                   MOVE 'N'    TO PG-DONE(PAGE-LGTH)
               ELSE
                   GO TO 8010-PAGE-LINE-END
               END-IF
           END-IF.

           ADD 1 TO WS-LINE-NO.
           MOVE WS-PAGE-NO TO MW-PAGE.
           MOVE WS-LINE-NO TO MW-LINE.
           MOVE WS-LINE    TO MW-TEXT.
           WRITE REC-F-WORK
               INVALID KEY
                   DISPLAY 'ERROR WORK FILE WRITE'
           END-WRITE.

           IF WS-LINE(3:7) = 'ELEVE :'
                   AND WS-LINE(57:4) IS NUMERIC
               MOVE WS-LINE(57:4)  TO PG-KEY(PAGE-LGTH)
               MOVE 'Y'            TO PG-KEYED(PAGE-LGTH)
               MOVE WS-LINE(11:40) TO PG-NAME(PAGE-LGTH)
           END-IF.

           IF WS-LINE = SPACES
               PERFORM 8015-PAGE-CLOSE-START THRU 8015-PAGE-CLOSE-END
           END-IF.
       8010-PAGE-LINE-END.
      ******************************************************************
       8015-PAGE-CLOSE-START.
           IF WS-NOT-IN-PAGE
               GO TO 8015-PAGE-CLOSE-END
           END-IF.
           MOVE WS-LINE-NO TO PG-LINES(PAGE-LGTH).
           ADD 1 TO WS-PAGE-COUNT.
           IF PG-KEYED(PAGE-LGTH) NOT = 'Y'
               ADD 1 TO WS-NOKEY-COUNT
               INITIALIZE REC-F-REPORT
               MOVE 'PAGE SANS CLE ELEVE' TO REC-F-REPORT(1:19)
               MOVE WS-PAGE-NO TO REC-F-REPORT(22:5)
               WRITE REC-F-REPORT
           END-IF.
           SET PAGE-LGTH UP BY 1.
           SET WS-NOT-IN-PAGE TO TRUE.
       8015-PAGE-CLOSE-END.
      ******************************************************************
      * Each student is sent to every active guardian holding
      * rights; two guardians sharing the same address get one
      * copy between them.
      ******************************************************************
       7200-DISPATCH-START.
           PERFORM VARYING IDX-PAGE FROM 1 BY 1
                   UNTIL IDX-PAGE > PAGE-LGTH - 1
               IF PG-KEYED(IDX-PAGE) = 'Y'
                       AND PG-DONE(IDX-PAGE) = 'N'
                   MOVE PG-KEY(IDX-PAGE)  TO WS-CUR-KEY
                   MOVE PG-NAME(IDX-PAGE) TO WS-CUR-NAME
                   PERFORM VARYING IDX-PAGE-2 FROM IDX-PAGE BY 1
                           UNTIL IDX-PAGE-2 > PAGE-LGTH - 1
                       IF PG-KEY(IDX-PAGE-2) = WS-CUR-KEY
                           MOVE 'Y' TO PG-DONE(IDX-PAGE-2)
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-STUDENT-COUNT
                   PERFORM 8030-STUDENT-START THRU 8030-STUDENT-END
               END-IF
           END-PERFORM.
       7200-DISPATCH-END.
      ******************************************************************
       8030-STUDENT-START.
           MOVE SEND-LGTH TO WS-FIRST-SEND.
           MOVE ZERO TO WS-GUARD-COUNT.
           MOVE 'AUCUN RESPONSABLE' TO WS-REASON.

           MOVE WS-CUR-KEY TO GRD-K-STUDENT.
           MOVE ZERO       TO GRD-K-SEQ.
           START F-GUARDIAN KEY IS NOT LESS THAN GRD-KEY
               INVALID KEY
                   GO TO 8030-STUDENT-CHECK
           END-START.

           PERFORM UNTIL F-GUARDIAN-STATUS-EOF
               READ F-GUARDIAN NEXT RECORD
                   AT END
                       GO TO 8030-STUDENT-CHECK
               END-READ
               IF GRD-K-STUDENT NOT = WS-CUR-KEY
                   GO TO 8030-STUDENT-CHECK
               END-IF
               IF GRD-STATUS = 'A' AND GRD-RIGHTS = 'O'
                   ADD 1 TO WS-GUARD-COUNT
                   PERFORM 8040-GUARDIAN-START THRU 8040-GUARDIAN-END
               END-IF
           END-PERFORM.

       8030-STUDENT-CHECK.
           IF SEND-LGTH = WS-FIRST-SEND
               IF WS-GUARD-COUNT > ZERO
                   MOVE 'ADRESSE INCOMPLETE' TO WS-REASON
               END-IF
               ADD 1 TO WS-NOADDR-COUNT
               INITIALIZE REC-F-REPORT
               MOVE 'SANS ADRESSE' TO REC-F-REPORT(1:12)
               MOVE WS-CUR-KEY TO REC-F-REPORT(15:4)
               MOVE WS-CUR-NAME TO REC-F-REPORT(21:40)
               MOVE WS-REASON TO REC-F-REPORT(63:30)
               WRITE REC-F-REPORT
           END-IF.
       8030-STUDENT-END.
      ******************************************************************
      * The preferred channel is used when it can be; otherwise the
      * other one is tried before giving up on the guardian.
      ******************************************************************
       8040-GUARDIAN-START.
           MOVE SPACE TO WS-CHANNEL.
           EVALUATE TRUE
               WHEN GRD-CHANNEL = 'E' AND GRD-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-CHANNEL
               WHEN GRD-ADDR1 NOT = SPACES
                       AND GRD-POSTCODE NOT = SPACES
                       AND GRD-CITY NOT = SPACES
                   MOVE 'P' TO WS-CHANNEL
               WHEN GRD-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-CHANNEL
           END-EVALUATE.
           IF WS-CHANNEL = SPACE
               GO TO 8040-GUARDIAN-END
           END-IF.

           SET WS-NOT-DUP TO TRUE.
           PERFORM VARYING IDX-SEND FROM WS-FIRST-SEND BY 1
                   UNTIL IDX-SEND > SEND-LGTH - 1
               IF SD-CHANNEL(IDX-SEND) = WS-CHANNEL
                   IF WS-CHANNEL = 'E'
                       IF SD-EMAIL(IDX-SEND) = GRD-EMAIL
                           SET WS-DUP TO TRUE
                       END-IF
                   ELSE
                       IF SD-ADDR1(IDX-SEND) = GRD-ADDR1
                               AND SD-POSTCODE(IDX-SEND) = GRD-POSTCODE
                               AND SD-CITY(IDX-SEND) = GRD-CITY
                           SET WS-DUP TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DUP
               GO TO 8040-GUARDIAN-END
           END-IF.

           INITIALIZE SEND-ENTRY(SEND-LGTH).
           MOVE WS-CHANNEL TO SD-CHANNEL(SEND-LGTH).
           MOVE GRD-NAME   TO SD-NAME(SEND-LGTH).
           IF WS-CHANNEL = 'E'
               MOVE GRD-EMAIL    TO SD-EMAIL(SEND-LGTH)
           ELSE
               MOVE GRD-POSTCODE TO SD-POSTCODE(SEND-LGTH)
               MOVE GRD-CITY     TO SD-CITY(SEND-LGTH)
               MOVE GRD-ADDR1    TO SD-ADDR1(SEND-LGTH)
               MOVE GRD-ADDR2    TO SD-ADDR2(SEND-LGTH)
           END-IF.
           MOVE WS-CUR-KEY  TO SD-KEY(SEND-LGTH).
           MOVE WS-CUR-NAME TO SD-STUNAME(SEND-LGTH).
           SET SEND-LGTH UP BY 1.
       8040-GUARDIAN-END.
      ******************************************************************
      * Postal code first so the envelopes come out in the order the
      * post office wants them; e-mails sort ahead of the post.
      ******************************************************************
       7300-SORT-START.
           IF SEND-LGTH < 3
               GO TO 7300-SORT-END
           END-IF.
           PERFORM VARYING IDX-SEND FROM 1 BY 1
                   UNTIL IDX-SEND > SEND-LGTH - 2
               SET IDX-SEND-2 TO IDX-SEND
               SET IDX-SEND-2 UP BY 1
               PERFORM VARYING IDX-SEND-2 FROM IDX-SEND-2 BY 1
                       UNTIL IDX-SEND-2 > SEND-LGTH - 1
                   IF SD-SORT(IDX-SEND-2) < SD-SORT(IDX-SEND)
                       MOVE SEND-ENTRY(IDX-SEND)   TO WS-SWAP-SEND
                       MOVE SEND-ENTRY(IDX-SEND-2) TO
                            SEND-ENTRY(IDX-SEND)
                       MOVE WS-SWAP-SEND TO SEND-ENTRY(IDX-SEND-2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       7300-SORT-END.
      ******************************************************************
       7400-WRITE-START.
           OPEN OUTPUT F-POST.
           OPEN OUTPUT F-ELEC.
           OPEN OUTPUT F-DISPATCH.
           IF NOT F-POST-STATUS-OK
                   OR NOT F-ELEC-STATUS-OK
                   OR NOT F-DISPATCH-STATUS-OK
               DISPLAY 'ERROR MAILING FILES'
               MOVE 8 TO RETURN-CODE
               GO TO 7400-WRITE-CLOSE
           END-IF.
           IF WS-MODE-LABELS
               OPEN OUTPUT F-LABEL
               IF NOT F-LABEL-STATUS-OK
                   DISPLAY 'ERROR LABEL FILE'
                   MOVE 8 TO RETURN-CODE
                   GO TO 7400-WRITE-CLOSE
               END-IF
           END-IF.

           MOVE HIGH-VALUES TO WS-PREV-ENVELOPE.
           PERFORM VARYING IDX-SEND FROM 1 BY 1
                   UNTIL IDX-SEND > SEND-LGTH - 1
               IF SD-ENVELOPE(IDX-SEND) NOT = WS-PREV-ENVELOPE
                   MOVE SD-ENVELOPE(IDX-SEND) TO WS-PREV-ENVELOPE
                   ADD 1 TO WS-ENV-NO
                   IF SD-CHANNEL(IDX-SEND) = 'E'
                       ADD 1 TO WS-MAIL-COUNT
                       PERFORM 8070-MAIL-HEAD-START
                           THRU 8070-MAIL-HEAD-END
                   ELSE
                       ADD 1 TO WS-POST-COUNT
                       IF WS-MODE-LABELS
                           PERFORM 8065-LABEL-START
                               THRU 8065-LABEL-END
                       ELSE
                           PERFORM 8060-COVER-START
                               THRU 8060-COVER-END
                       END-IF
                   END-IF
               END-IF
               PERFORM 8080-COPY-PAGES-START
                   THRU 8080-COPY-PAGES-END
               IF SD-CHANNEL(IDX-SEND) = 'E'
                   PERFORM 8075-DISPATCH-LINE-START
                       THRU 8075-DISPATCH-LINE-END
               END-IF
           END-PERFORM.

           IF WS-MODE-LABELS
               CLOSE F-LABEL
           END-IF.

       7400-WRITE-CLOSE.
           CLOSE F-POST.
           CLOSE F-ELEC.
           CLOSE F-DISPATCH.
       7400-WRITE-END.
      ******************************************************************
      * The cover sheet puts the address where the envelope window
      * is and lists the children whose bulletins follow.
      ******************************************************************
       8060-COVER-START.
           MOVE WS-ENV-NO TO WS-PNT-ENV.

           INITIALIZE REC-F-POST.
           MOVE ALL '*' TO REC-F-POST(1:132).
           WRITE REC-F-POST.

           INITIALIZE REC-F-POST.
           MOVE '*' TO REC-F-POST(1:1).
           MOVE '*' TO REC-F-POST(132:1).
           MOVE 'ENVOI' TO REC-F-POST(3:5).
           MOVE WS-PNT-ENV TO REC-F-POST(9:4).
           MOVE 'BULLETINS SCOLAIRES' TO REC-F-POST(57:19).
           WRITE REC-F-POST.

           INITIALIZE REC-F-POST.
           MOVE '*' TO REC-F-POST(1:1).
           MOVE '*' TO REC-F-POST(132:1).
           WRITE REC-F-POST.

           INITIALIZE REC-F-POST.
           MOVE '*' TO REC-F-POST(1:1).
           MOVE '*' TO REC-F-POST(132:1).
           MOVE SD-NAME(IDX-SEND) TO REC-F-POST(80:30).
           WRITE REC-F-POST.

           INITIALIZE REC-F-POST.
           MOVE '*' TO REC-F-POST(1:1).
           MOVE '*' TO REC-F-POST(132:1).
           MOVE SD-ADDR1(IDX-SEND) TO REC-F-POST(80:32).
           WRITE REC-F-POST.

           IF SD-ADDR2(IDX-SEND) NOT = SPACES
               INITIALIZE REC-F-POST
               MOVE '*' TO REC-F-POST(1:1)
               MOVE '*' TO REC-F-POST(132:1)
               MOVE SD-ADDR2(IDX-SEND) TO REC-F-POST(80:32)
               WRITE REC-F-POST
           END-IF.

           INITIALIZE REC-F-POST.
           MOVE '*' TO REC-F-POST(1:1).
           MOVE '*' TO REC-F-POST(132:1).
           MOVE SD-POSTCODE(IDX-SEND) TO REC-F-POST(80:5).
           MOVE SD-CITY(IDX-SEND) TO REC-F-POST(86:26).
           WRITE REC-F-POST.

           INITIALIZE REC-F-POST.
           MOVE '*' TO REC-F-POST(1:1).
           MOVE '*' TO REC-F-POST(132:1).
           WRITE REC-F-POST.

           PERFORM VARYING IDX-SEND-2 FROM IDX-SEND BY 1
                   UNTIL IDX-SEND-2 > SEND-LGTH - 1
                      OR SD-ENVELOPE(IDX-SEND-2) NOT = WS-PREV-ENVELOPE
               INITIALIZE REC-F-POST
               MOVE '*' TO REC-F-POST(1:1)
               MOVE '*' TO REC-F-POST(132:1)
               MOVE 'ELEVE :' TO REC-F-POST(3:7)
               MOVE SD-STUNAME(IDX-SEND-2) TO REC-F-POST(11:40)
               MOVE 'CLE' TO REC-F-POST(53:3)
               MOVE SD-KEY(IDX-SEND-2) TO REC-F-POST(57:4)
               WRITE REC-F-POST
           END-PERFORM.

           INITIALIZE REC-F-POST.
           MOVE ALL '*' TO REC-F-POST(1:132).
           WRITE REC-F-POST.

           INITIALIZE REC-F-POST.
           WRITE REC-F-POST.
       8060-COVER-END.
      ******************************************************************
      * In label mode the print stream only gets a one-line marker
      * carrying the envelope number printed on the label.
      ******************************************************************
       8065-LABEL-START.
           MOVE WS-ENV-NO TO WS-PNT-ENV.

           INITIALIZE REC-F-LABEL.
           MOVE SD-NAME(IDX-SEND) TO REC-F-LABEL(1:30).
           MOVE WS-PNT-ENV TO REC-F-LABEL(37:4).
           WRITE REC-F-LABEL.

           INITIALIZE REC-F-LABEL.
           MOVE SD-ADDR1(IDX-SEND) TO REC-F-LABEL(1:32).
           WRITE REC-F-LABEL.

           IF SD-ADDR2(IDX-SEND) NOT = SPACES
               INITIALIZE REC-F-LABEL
               MOVE SD-ADDR2(IDX-SEND) TO REC-F-LABEL(1:32)
               WRITE REC-F-LABEL
           END-IF.

           INITIALIZE REC-F-LABEL.
           MOVE SD-POSTCODE(IDX-SEND) TO REC-F-LABEL(1:5).
           MOVE SD-CITY(IDX-SEND) TO REC-F-LABEL(7:26).
           WRITE REC-F-LABEL.

           INITIALIZE REC-F-LABEL.
           WRITE REC-F-LABEL.

           INITIALIZE REC-F-POST.
           MOVE 'ENVOI' TO REC-F-POST(1:5).
           MOVE WS-PNT-ENV TO REC-F-POST(7:4).
           MOVE SD-NAME(IDX-SEND) TO REC-F-POST(13:30).
           MOVE SD-POSTCODE(IDX-SEND) TO REC-F-POST(45:5).
           WRITE REC-F-POST.
       8065-LABEL-END.
      ******************************************************************
       8070-MAIL-HEAD-START.
           MOVE WS-ENV-NO TO WS-PNT-ENV.
           INITIALIZE REC-F-ELEC.
           MOVE 'ENVOI' TO REC-F-ELEC(1:5).
           MOVE WS-PNT-ENV TO REC-F-ELEC(7:4).
           MOVE SD-EMAIL(IDX-SEND) TO REC-F-ELEC(13:50).
           MOVE SD-NAME(IDX-SEND) TO REC-F-ELEC(64:30).
           WRITE REC-F-ELEC.
       8070-MAIL-HEAD-END.
      ******************************************************************
      * One dispatch line per child and address, matching the
      * envelope marker in front of the pages in mailelec.dat.
      ******************************************************************
       8075-DISPATCH-LINE-START.
           MOVE WS-ENV-NO TO WS-PNT-ENV.
           INITIALIZE REC-F-DISPATCH.
           STRING WS-PNT-ENV              DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  FUNCTION TRIM(SD-EMAIL(IDX-SEND))
                                          DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  FUNCTION TRIM(SD-NAME(IDX-SEND))
                                          DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  SD-KEY(IDX-SEND)        DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  FUNCTION TRIM(SD-STUNAME(IDX-SEND))
                                          DELIMITED BY SIZE
                  ';'                     DELIMITED BY SIZE
                  WS-STU-PAGES            DELIMITED BY SIZE
               INTO REC-F-DISPATCH.
           WRITE REC-F-DISPATCH.
       8075-DISPATCH-LINE-END.
      ******************************************************************
       8080-COPY-PAGES-START.
           MOVE ZERO TO WS-STU-PAGES.
           PERFORM VARYING IDX-PAGE FROM 1 BY 1
                   UNTIL IDX-PAGE > PAGE-LGTH - 1
               IF PG-KEYED(IDX-PAGE) = 'Y'
                       AND PG-KEY(IDX-PAGE) = SD-KEY(IDX-SEND)
                   ADD 1 TO WS-STU-PAGES
                   ADD 1 TO WS-COPY-COUNT
                   SET WS-PAGE-NO TO IDX-PAGE
                   PERFORM 8085-COPY-ONE-START
                       THRU 8085-COPY-ONE-END
               END-IF
           END-PERFORM.
       8080-COPY-PAGES-END.
      ******************************************************************
       8085-COPY-ONE-START.
           MOVE WS-PAGE-NO TO MW-PAGE.
           MOVE ZERO       TO MW-LINE.
           START F-WORK KEY IS NOT LESS THAN MW-KEY
               INVALID KEY
                   GO TO 8085-COPY-ONE-END
           END-START.

           MOVE '00' TO F-WORK-STATUS.
           PERFORM UNTIL F-WORK-STATUS-EOF
               READ F-WORK NEXT RECORD
                   AT END
                       GO TO 8085-COPY-ONE-END
               END-READ
               IF MW-PAGE NOT = WS-PAGE-NO
                   GO TO 8085-COPY-ONE-END
               END-IF
               IF SD-CHANNEL(IDX-SEND) = 'E'
                   MOVE MW-TEXT TO REC-F-ELEC
                   WRITE REC-F-ELEC
               ELSE
                   MOVE MW-TEXT TO REC-F-POST
                   WRITE REC-F-POST
               END-IF
           END-PERFORM.
       8085-COPY-ONE-END.
      ******************************************************************
       7500-CLOSE-START.
           IF NOT F-REPORT-STATUS-OK
               GO TO 7500-CLOSE-END
           END-IF.

           INITIALIZE REC-F-REPORT.
           MOVE ALL '*' TO REC-F-REPORT(1:120).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'PAGES LUES' TO REC-F-REPORT(1:12).
           MOVE WS-PAGE-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS CLE' TO REC-F-REPORT(1:12).
           MOVE WS-NOKEY-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ELEVES' TO REC-F-REPORT(1:12).
           MOVE WS-STUDENT-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ENVOIS POSTE' TO REC-F-REPORT(1:12).
           MOVE WS-POST-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'ENVOIS MAIL' TO REC-F-REPORT(1:12).
           MOVE WS-MAIL-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'COPIES' TO REC-F-REPORT(1:12).
           MOVE WS-COPY-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           INITIALIZE REC-F-REPORT.
           MOVE 'SANS ADRESSE' TO REC-F-REPORT(1:12).
           MOVE WS-NOADDR-COUNT TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REPORT(14:4).
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.
           CLOSE F-GUARDIAN.
           IF WS-WORK-OPEN
               CLOSE F-WORK
           END-IF.

           IF WS-NOADDR-COUNT > 0 OR WS-NOKEY-COUNT > 0
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       7500-CLOSE-END.
      ******************************************************************
