       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASEBALL-30.
      * Shazam Zafar
      ******************************************************************
      *
      *    The scorer feed batch edit.  The official scorers send the
      *    box scores on BASEBALL-4.TRN and the game results on
      *    BASEBALL-15.TRN, each as one batch: a header record
      *    (HDR, sending scorer, game date, batch number), the detail
      *    records, and a trailer record (TRL, detail record count
      *    and hash totals of at-bats, hits and runs).  This program
      *    runs ahead of BASEBALL-8 and BASEBALL-15 and proves each
      *    batch against its trailer - the count of detail records,
      *    the at-bats and hits on the box scores and the runs on
      *    the game results (a blank field counts as zero, and a feed
      *    with no such field must carry a zero hash).  A batch that
      *    is out of balance, is missing its header or trailer, or
      *    carries a batch number already accepted on an earlier run
      *    is rejected whole.  Only an accepted batch is passed on:
      *    its detail records are written to BASEBALL-4.TRP or
      *    BASEBALL-15.TRP, which is what the posting programs read;
      *    a rejected or missing feed leaves that file empty, so no
      *    part of it can post.  Every feed received is written to
      *    the batch log BASEBALL-4.BLG with the business date and
      *    run number from BASEBALL-4.RUN, and the report ends with
      *    the log listed by business date.  The run ends with return
      *    code 8 when a batch is rejected and 4 when a feed did not
      *    arrive.  A batch edited again in the same night's run, as
      *    when the night is restarted at this step, is not counted
      *    as a duplicate of itself.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALL-30-FEED-IN
               ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT BASEBALL-30-POST-OUT
               ASSIGN TO DYNAMIC WS-POST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BASEBALL-30-LOG-FILE
               ASSIGN TO 'BASEBALL-4.BLG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-30-RUN-FILE
               ASSIGN TO 'BASEBALL-4.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT BASEBALL-30-FILE-OUT
               ASSIGN TO 'BASEBALL-30.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BASEBALL-30-FEED-IN.
       01  FEED-RECORD-IN.
           05  FEED-RECORD-TYPE        PIC X(3).
           05                          PIC X(77).

       01  BATCH-HEADER-IN.
           05                          PIC X(4).
           05  BH-SCORER               PIC X(16).
           05                          PIC X(1).
           05  BH-GAME-DATE            PIC 9(8).
           05                          PIC X(1).
           05  BH-BATCH-NUMBER         PIC 9(6).

       01  BATCH-TRAILER-IN.
           05                          PIC X(4).
           05  BT-RECORD-COUNT         PIC 9(6).
           05                          PIC X(1).
           05  BT-HASH-AT-BATS         PIC 9(7).
           05                          PIC X(1).
           05  BT-HASH-HITS            PIC 9(7).
           05                          PIC X(1).
           05  BT-HASH-RUNS            PIC 9(7).

       01  BOX-SCORE-IN.
           05  BOX-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  BOX-NAME                PIC X(18).
           05                          PIC X(2).
           05  BOX-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  BOX-TEAM                PIC X(3).
           05                          PIC X(3).
           05  BOX-AT-BATS             PIC 9(2).
           05                          PIC X(1).
           05  BOX-HITS                PIC 9(2).

       01  GAME-RESULT-IN.
           05  RES-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  RES-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  RES-HOME-TEAM           PIC X(3).
           05                          PIC X(1).
           05  RES-AWAY-TEAM           PIC X(3).
           05                          PIC X(1).
           05  RES-HOME-RUNS           PIC 9(2).
           05                          PIC X(1).
           05  RES-AWAY-RUNS           PIC 9(2).

       FD  BASEBALL-30-POST-OUT.
       01  POST-RECORD-OUT             PIC X(80).

       FD  BASEBALL-30-LOG-FILE.
       01  BATCH-LOG-REC.
           05  LOG-BUSINESS-DATE       PIC 9(6).
           05                          PIC X(1).
           05  LOG-RUN-NUMBER          PIC 9(3).
           05                          PIC X(1).
           05  LOG-FEED-TYPE           PIC X(3).
           05                          PIC X(1).
           05  LOG-SCORER              PIC X(16).
           05                          PIC X(1).
           05  LOG-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  LOG-BATCH-NUMBER        PIC 9(6).
           05                          PIC X(1).
           05  LOG-RECORD-COUNT        PIC 9(6).
           05                          PIC X(1).
           05  LOG-STATUS              PIC X(8).
           05                          PIC X(1).
           05  LOG-REASON              PIC X(28).

       FD  BASEBALL-30-RUN-FILE.
       01  RUN-CONTROL-IN.
           05  RUN-BUSINESS-DATE        PIC 9(6).
           05                          PIC X(1).
           05  RUN-NUMBER               PIC 9(3).

       FD  BASEBALL-30-FILE-OUT.
       01  BASEBALL-30-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS      PIC X(3)  VALUE 'YES'.
       01  WS-FEED-STATUS              PIC XX.
       01  WS-RUN-STATUS               PIC XX.
       01  WS-LOG-EOF                  PIC X(3)  VALUE 'NO '.
       01  WS-FEED-NAME                PIC X(16) VALUE SPACES.
       01  WS-POST-NAME                PIC X(16) VALUE SPACES.
       01  WS-FEED-TYPE                PIC X(3)  VALUE SPACES.
       01  WS-FEED-IDX                 PIC 9     VALUE ZERO.
       01  WS-BUSINESS-DATE            PIC 9(6)  VALUE ZERO.
       01  WS-RUN-NUMBER               PIC 9(3)  VALUE 001.
       01  WS-SCORER                   PIC X(16) VALUE SPACES.
       01  WS-GAME-DATE                PIC 9(8)  VALUE ZERO.
       01  WS-BATCH-NUMBER             PIC 9(6)  VALUE ZERO.
       01  WS-TRAILER-SW               PIC X(3)  VALUE 'NO '.
       01  WS-BATCH-RESULT             PIC X(8)  VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(28) VALUE SPACES.
       01  WS-RECORD-REASON            PIC X(28) VALUE SPACES.
       01  WS-PHYSICAL-COUNT           PIC 9(6)  VALUE ZERO.
       01  WS-COUNTED-RECORDS          PIC 9(6)  VALUE ZERO.
       01  WS-COUNTED-AT-BATS          PIC 9(7)  VALUE ZERO.
       01  WS-COUNTED-HITS             PIC 9(7)  VALUE ZERO.
       01  WS-COUNTED-RUNS             PIC 9(7)  VALUE ZERO.
       01  WS-TRAILER-RECORDS          PIC 9(6)  VALUE ZERO.
       01  WS-TRAILER-AT-BATS          PIC 9(7)  VALUE ZERO.
       01  WS-TRAILER-HITS             PIC 9(7)  VALUE ZERO.
       01  WS-TRAILER-RUNS             PIC 9(7)  VALUE ZERO.
       01  WS-RECEIVED-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-ACCEPTED-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-MISSING-COUNT            PIC 9(3)  VALUE ZERO.
       01  WS-DATE-RECEIVED            PIC 9(5)  VALUE ZERO.
       01  WS-DATE-ACCEPTED            PIC 9(5)  VALUE ZERO.
       01  WS-DATE-REJECTED            PIC 9(5)  VALUE ZERO.
       01  WS-PREV-LOG-DATE            PIC 9(6)  VALUE ZERO.
       01  WS-PREV-LOG-DATE-X REDEFINES WS-PREV-LOG-DATE.
           05  WS-PREV-LOG-YEAR        PIC XX.
           05  WS-PREV-LOG-MONTH       PIC XX.
           05  WS-PREV-LOG-DAY         PIC XX.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

      *    The two scorer feeds - feed type, the file as the scorers
      *    send it, and the file the posting program reads.
       01  FEED-TABLE-VALUES.
           05                          PIC X(3)  VALUE 'BOX'.
           05                          PIC X(16) VALUE 'BASEBALL-4.TRN'.
           05                          PIC X(16) VALUE 'BASEBALL-4.TRP'.
           05                          PIC X(3)  VALUE 'RES'.
           05                          PIC X(16)
               VALUE 'BASEBALL-15.TRN'.
           05                          PIC X(16)
               VALUE 'BASEBALL-15.TRP'.
       01  FEED-TABLE REDEFINES FEED-TABLE-VALUES.
           05  FEED-ENTRY OCCURS 2 TIMES.
               10  FT-FEED-TYPE        PIC X(3).
               10  FT-FEED-NAME        PIC X(16).
               10  FT-POST-NAME        PIC X(16).

       01  HEADING-LINE-1.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(30)
               VALUE 'SCORER FEED BATCH EDIT        '.
           05                          PIC X(5)  VALUE SPACES.
           05  HL-1-DATE.
               10  HL-1-MONTH          PIC XX.
               10                      PIC X     VALUE '/'.
               10  HL-1-DAY            PIC XX.
               10                      PIC X     VALUE '/'.
               10  HL-1-YEAR           PIC XX.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(5)  VALUE 'PAGE'.
           05  HL-1-PAGE-NUMBER        PIC Z9.

       01  HEADING-LINE-2.
           05                          PIC X(4)  VALUE 'FEED'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'FILE'.
           05                          PIC X(13) VALUE SPACES.
           05                          PIC X(6)  VALUE 'SCORER'.
           05                          PIC X(11) VALUE SPACES.
           05                          PIC X(9)  VALUE 'GAME DATE'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(5)  VALUE 'BATCH'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'RESULT'.

       01  FEED-RESULT-LINE.
           05  FR-FEED-TYPE            PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  FR-FEED-NAME            PIC X(16).
           05                          PIC X(1)  VALUE SPACES.
           05  FR-SCORER               PIC X(16).
           05                          PIC X(1)  VALUE SPACES.
           05  FR-GAME-DATE            PIC X(8).
           05                          PIC X(3)  VALUE SPACES.
           05  FR-BATCH-NUMBER         PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  FR-RESULT               PIC X(8).

       01  FEED-REASON-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'REASON: '.
           05  RL-REASON               PIC X(28).

       01  CONTROL-HEADING-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(13) VALUE 'CONTROL TOTAL'.
           05                          PIC X(6)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'TRAILER'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'COUNTED'.

       01  CONTROL-TOTAL-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  CT-LABEL                PIC X(14).
           05  CT-TRAILER              PIC Z,ZZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  CT-COUNTED              PIC Z,ZZZ,ZZ9.

       01  LOG-TITLE-LINE.
           05                          PIC X(26)
               VALUE 'BATCH LOG BY BUSINESS DATE'.

       01  LOG-HEADING-LINE.
           05                          PIC X(3)  VALUE 'RUN'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'FEED'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'SCORER'.
           05                          PIC X(11) VALUE SPACES.
           05                          PIC X(5)  VALUE 'BATCH'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'RECORDS'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'RESULT'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'REASON'.

       01  LOG-DATE-LINE.
           05                          PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  LD-MONTH                PIC XX.
           05                          PIC X     VALUE '/'.
           05  LD-DAY                  PIC XX.
           05                          PIC X     VALUE '/'.
           05  LD-YEAR                 PIC XX.

       01  LOG-DETAIL-LINE.
           05  LL-RUN-NUMBER           PIC 9(3).
           05                          PIC X(1)  VALUE SPACES.
           05  LL-FEED-TYPE            PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  LL-SCORER               PIC X(16).
           05                          PIC X(1)  VALUE SPACES.
           05  LL-BATCH-NUMBER         PIC 9(6).
           05                          PIC X(2)  VALUE SPACES.
           05  LL-RECORD-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  LL-STATUS               PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  LL-REASON               PIC X(28).

       01  LOG-DATE-TOTAL-LINE.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(10) VALUE 'RECEIVED: '.
           05  LT-RECEIVED             PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE 'ACCEPTED: '.
           05  LT-ACCEPTED             PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE 'REJECTED: '.
           05  LT-REJECTED             PIC ZZ,ZZ9.

       01  TOTAL-LINE.
           05                          PIC X(16)
               VALUE 'FEEDS RECEIVED: '.
           05  TL-RECEIVED-COUNT       PIC Z9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE 'ACCEPTED: '.
           05  TL-ACCEPTED-COUNT       PIC Z9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE 'REJECTED: '.
           05  TL-REJECTED-COUNT       PIC Z9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(14) VALUE 'NOT RECEIVED: '.
           05  TL-MISSING-COUNT        PIC Z9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT CURRENT-DATE FROM DATE
           PERFORM 115-READ-RUN-CONTROL
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN OUTPUT BASEBALL-30-FILE-OUT
           MOVE MONTH-X TO HL-1-MONTH
           MOVE DAY-X TO HL-1-DAY
           MOVE YEAR-X TO HL-1-YEAR
           PERFORM 300-WRITE-HEADINGS

           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > 2
               PERFORM 200-EDIT-ONE-FEED
           END-PERFORM

           PERFORM 500-PRINT-TOTAL
           PERFORM 600-PRINT-BATCH-LOG
           CLOSE BASEBALL-30-FILE-OUT
           EVALUATE TRUE
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       115-READ-RUN-CONTROL.
           OPEN INPUT BASEBALL-30-RUN-FILE
           IF WS-RUN-STATUS = '00'
               READ BASEBALL-30-RUN-FILE
               IF WS-RUN-STATUS = '00'
                   MOVE RUN-BUSINESS-DATE TO CURRENT-DATE
                   MOVE RUN-NUMBER TO WS-RUN-NUMBER
               END-IF
               CLOSE BASEBALL-30-RUN-FILE
           END-IF.

       200-EDIT-ONE-FEED.
           MOVE FT-FEED-TYPE (WS-FEED-IDX) TO WS-FEED-TYPE
           MOVE FT-FEED-NAME (WS-FEED-IDX) TO WS-FEED-NAME
           MOVE FT-POST-NAME (WS-FEED-IDX) TO WS-POST-NAME
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RECORD-REASON
           MOVE SPACES TO WS-SCORER
           MOVE ZERO TO WS-GAME-DATE
           MOVE ZERO TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-PHYSICAL-COUNT
           MOVE ZERO TO WS-COUNTED-RECORDS
           MOVE ZERO TO WS-COUNTED-AT-BATS
           MOVE ZERO TO WS-COUNTED-HITS
           MOVE ZERO TO WS-COUNTED-RUNS
           MOVE ZERO TO WS-TRAILER-RECORDS
           MOVE ZERO TO WS-TRAILER-AT-BATS
           MOVE ZERO TO WS-TRAILER-HITS
           MOVE ZERO TO WS-TRAILER-RUNS
           MOVE 'NO ' TO WS-TRAILER-SW
           OPEN INPUT BASEBALL-30-FEED-IN
           IF WS-FEED-STATUS NOT = '00'
               ADD 1 TO WS-MISSING-COUNT
               MOVE 'NO FEED' TO WS-BATCH-RESULT
               PERFORM 270-CLEAR-POSTING-FILE
           ELSE
               ADD 1 TO WS-RECEIVED-COUNT
               PERFORM 210-PROVE-BATCH
               CLOSE BASEBALL-30-FEED-IN
               IF WS-REJECT-REASON = SPACES
                   PERFORM 230-CHECK-DUPLICATE-BATCH
               END-IF
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE 'ACCEPTED' TO WS-BATCH-RESULT
                   PERFORM 240-WRITE-POSTING-FILE
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO WS-BATCH-RESULT
                   PERFORM 270-CLEAR-POSTING-FILE
               END-IF
               PERFORM 250-WRITE-BATCH-LOG
           END-IF
           PERFORM 400-PRINT-FEED-RESULT.

      *    The whole feed is read before anything is passed on, so a
      *    file cut short in transmission is caught by its missing
      *    trailer or its counts.  The first fault found is the one
      *    reported.
       210-PROVE-BATCH.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BASEBALL-30-FEED-IN
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 220-EDIT-ONE-RECORD
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-PHYSICAL-COUNT = ZERO
                   MOVE 'EMPTY FEED FILE' TO WS-REJECT-REASON
               WHEN WS-TRAILER-SW = 'NO '
                   MOVE 'NO BATCH TRAILER' TO WS-REJECT-REASON
               WHEN WS-COUNTED-RECORDS NOT = WS-TRAILER-RECORDS
                   MOVE 'RECORD COUNT OUT OF BALANCE'
                       TO WS-REJECT-REASON
               WHEN WS-COUNTED-AT-BATS NOT = WS-TRAILER-AT-BATS
                   MOVE 'AT-BAT HASH OUT OF BALANCE'
                       TO WS-REJECT-REASON
               WHEN WS-COUNTED-HITS NOT = WS-TRAILER-HITS
                   MOVE 'HIT HASH OUT OF BALANCE' TO WS-REJECT-REASON
               WHEN WS-COUNTED-RUNS NOT = WS-TRAILER-RUNS
                   MOVE 'RUN HASH OUT OF BALANCE' TO WS-REJECT-REASON
           END-EVALUATE.

       220-EDIT-ONE-RECORD.
           ADD 1 TO WS-PHYSICAL-COUNT
           EVALUATE TRUE
               WHEN WS-PHYSICAL-COUNT = 1
                   PERFORM 222-EDIT-BATCH-HEADER
               WHEN FEED-RECORD-TYPE = 'HDR'
                   MOVE 'SECOND BATCH HEADER' TO WS-RECORD-REASON
               WHEN WS-TRAILER-SW = 'YES'
                   MOVE 'RECORDS AFTER TRAILER' TO WS-RECORD-REASON
               WHEN FEED-RECORD-TYPE = 'TRL'
                   PERFORM 224-EDIT-BATCH-TRAILER
               WHEN OTHER
                   PERFORM 226-ADD-DETAIL-TO-HASH
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE WS-RECORD-REASON TO WS-REJECT-REASON
           END-IF
           MOVE SPACES TO WS-RECORD-REASON.

       222-EDIT-BATCH-HEADER.
           IF FEED-RECORD-TYPE NOT = 'HDR'
               MOVE 'NO BATCH HEADER' TO WS-RECORD-REASON
               PERFORM 226-ADD-DETAIL-TO-HASH
           ELSE
               MOVE BH-SCORER TO WS-SCORER
               IF BH-GAME-DATE NUMERIC
                   MOVE BH-GAME-DATE TO WS-GAME-DATE
               END-IF
               IF BH-BATCH-NUMBER NUMERIC
                   MOVE BH-BATCH-NUMBER TO WS-BATCH-NUMBER
               END-IF
               IF BH-SCORER = SPACES
                  OR WS-GAME-DATE = ZERO
                  OR WS-BATCH-NUMBER = ZERO
                   MOVE 'INVALID BATCH HEADER' TO WS-RECORD-REASON
               END-IF
           END-IF.

       224-EDIT-BATCH-TRAILER.
           MOVE 'YES' TO WS-TRAILER-SW
           IF BT-RECORD-COUNT NUMERIC
              AND BT-HASH-AT-BATS NUMERIC
              AND BT-HASH-HITS NUMERIC
              AND BT-HASH-RUNS NUMERIC
               MOVE BT-RECORD-COUNT TO WS-TRAILER-RECORDS
               MOVE BT-HASH-AT-BATS TO WS-TRAILER-AT-BATS
               MOVE BT-HASH-HITS TO WS-TRAILER-HITS
               MOVE BT-HASH-RUNS TO WS-TRAILER-RUNS
           ELSE
               MOVE 'INVALID BATCH TRAILER' TO WS-RECORD-REASON
           END-IF.

       226-ADD-DETAIL-TO-HASH.
           ADD 1 TO WS-COUNTED-RECORDS
           IF WS-FEED-TYPE = 'BOX'
               IF BOX-AT-BATS NUMERIC
                   ADD BOX-AT-BATS TO WS-COUNTED-AT-BATS
               END-IF
               IF BOX-HITS NUMERIC
                   ADD BOX-HITS TO WS-COUNTED-HITS
               END-IF
           ELSE
               IF RES-HOME-RUNS NUMERIC
                   ADD RES-HOME-RUNS TO WS-COUNTED-RUNS
               END-IF
               IF RES-AWAY-RUNS NUMERIC
                   ADD RES-AWAY-RUNS TO WS-COUNTED-RUNS
               END-IF
           END-IF.

       230-CHECK-DUPLICATE-BATCH.
           MOVE 'NO ' TO WS-LOG-EOF
           OPEN INPUT BASEBALL-30-LOG-FILE
           PERFORM UNTIL WS-LOG-EOF = 'YES'
               READ BASEBALL-30-LOG-FILE
                   AT END
                       MOVE 'YES' TO WS-LOG-EOF
                   NOT AT END
                       PERFORM 235-COMPARE-LOGGED-BATCH
               END-READ
           END-PERFORM
           CLOSE BASEBALL-30-LOG-FILE.

      *    Only a batch accepted on another business date or another
      *    run counts - the same batch edited again in tonight's run
      *    is not a resend.
       235-COMPARE-LOGGED-BATCH.
           IF LOG-FEED-TYPE = WS-FEED-TYPE
              AND LOG-BATCH-NUMBER = WS-BATCH-NUMBER
              AND LOG-STATUS = 'ACCEPTED'
               IF LOG-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                  OR LOG-RUN-NUMBER NOT = WS-RUN-NUMBER
                   MOVE 'DUPLICATE BATCH NUMBER' TO WS-REJECT-REASON
               END-IF
           END-IF.

       240-WRITE-POSTING-FILE.
           OPEN INPUT BASEBALL-30-FEED-IN
           OPEN OUTPUT BASEBALL-30-POST-OUT
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BASEBALL-30-FEED-IN
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF FEED-RECORD-TYPE NOT = 'HDR'
                          AND FEED-RECORD-TYPE NOT = 'TRL'
                           MOVE FEED-RECORD-IN TO POST-RECORD-OUT
                           WRITE POST-RECORD-OUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASEBALL-30-POST-OUT
           CLOSE BASEBALL-30-FEED-IN.

       250-WRITE-BATCH-LOG.
           OPEN EXTEND BASEBALL-30-LOG-FILE
           MOVE SPACES TO BATCH-LOG-REC
           MOVE WS-BUSINESS-DATE TO LOG-BUSINESS-DATE
           MOVE WS-RUN-NUMBER TO LOG-RUN-NUMBER
           MOVE WS-FEED-TYPE TO LOG-FEED-TYPE
           MOVE WS-SCORER TO LOG-SCORER
           MOVE WS-GAME-DATE TO LOG-GAME-DATE
           MOVE WS-BATCH-NUMBER TO LOG-BATCH-NUMBER
           MOVE WS-COUNTED-RECORDS TO LOG-RECORD-COUNT
           MOVE WS-BATCH-RESULT TO LOG-STATUS
           MOVE WS-REJECT-REASON TO LOG-REASON
           WRITE BATCH-LOG-REC
           CLOSE BASEBALL-30-LOG-FILE.

       270-CLEAR-POSTING-FILE.
           OPEN OUTPUT BASEBALL-30-POST-OUT
           CLOSE BASEBALL-30-POST-OUT.

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE HEADING-LINE-2 TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 2
           MOVE 3 TO LINES-PRINTED.

       310-WRITE-LOG-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE LOG-TITLE-LINE TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 2
           MOVE LOG-HEADING-LINE TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 2
           MOVE 5 TO LINES-PRINTED.

       400-PRINT-FEED-RESULT.
           IF LINES-PRINTED >= 48
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE WS-FEED-TYPE TO FR-FEED-TYPE
           MOVE WS-FEED-NAME TO FR-FEED-NAME
           MOVE WS-SCORER TO FR-SCORER
           MOVE SPACES TO FR-GAME-DATE
           MOVE SPACES TO FR-BATCH-NUMBER
           IF WS-GAME-DATE NOT = ZERO
               MOVE WS-GAME-DATE TO FR-GAME-DATE
           END-IF
           IF WS-BATCH-NUMBER NOT = ZERO
               MOVE WS-BATCH-NUMBER TO FR-BATCH-NUMBER
           END-IF
           MOVE WS-BATCH-RESULT TO FR-RESULT
           MOVE FEED-RESULT-LINE TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 2 LINE
           ADD 2 TO LINES-PRINTED
           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO RL-REASON
               MOVE FEED-REASON-LINE TO BASEBALL-30-RECORD-OUT
               WRITE BASEBALL-30-RECORD-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-PRINTED
           END-IF
           IF WS-BATCH-RESULT NOT = 'NO FEED'
               MOVE CONTROL-HEADING-LINE TO BASEBALL-30-RECORD-OUT
               WRITE BASEBALL-30-RECORD-OUT
                   AFTER ADVANCING 1 LINE
               MOVE 'RECORDS' TO CT-LABEL
               MOVE WS-TRAILER-RECORDS TO CT-TRAILER
               MOVE WS-COUNTED-RECORDS TO CT-COUNTED
               PERFORM 410-WRITE-CONTROL-LINE
               MOVE 'AT-BATS' TO CT-LABEL
               MOVE WS-TRAILER-AT-BATS TO CT-TRAILER
               MOVE WS-COUNTED-AT-BATS TO CT-COUNTED
               PERFORM 410-WRITE-CONTROL-LINE
               MOVE 'HITS' TO CT-LABEL
               MOVE WS-TRAILER-HITS TO CT-TRAILER
               MOVE WS-COUNTED-HITS TO CT-COUNTED
               PERFORM 410-WRITE-CONTROL-LINE
               MOVE 'RUNS' TO CT-LABEL
               MOVE WS-TRAILER-RUNS TO CT-TRAILER
               MOVE WS-COUNTED-RUNS TO CT-COUNTED
               PERFORM 410-WRITE-CONTROL-LINE
               ADD 1 TO LINES-PRINTED
           END-IF.

       410-WRITE-CONTROL-LINE.
           MOVE CONTROL-TOTAL-LINE TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

       500-PRINT-TOTAL.
           MOVE WS-RECEIVED-COUNT TO TL-RECEIVED-COUNT
           MOVE WS-ACCEPTED-COUNT TO TL-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT
           MOVE WS-MISSING-COUNT TO TL-MISSING-COUNT
           MOVE TOTAL-LINE TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 2 LINE
           IF WS-REJECTED-COUNT > ZERO
               MOVE 'REJECTED BATCHES NOT PASSED ON FOR POSTING'
                   TO BASEBALL-30-RECORD-OUT
               WRITE BASEBALL-30-RECORD-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    The log is written in run order, so it is listed as it
      *    stands with a total for each business date.
       600-PRINT-BATCH-LOG.
           PERFORM 310-WRITE-LOG-HEADINGS
           MOVE 'NO ' TO WS-LOG-EOF
           MOVE ZERO TO WS-PREV-LOG-DATE
           OPEN INPUT BASEBALL-30-LOG-FILE
           PERFORM UNTIL WS-LOG-EOF = 'YES'
               READ BASEBALL-30-LOG-FILE
                   AT END
                       MOVE 'YES' TO WS-LOG-EOF
                   NOT AT END
                       PERFORM 620-PRINT-ONE-LOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE BASEBALL-30-LOG-FILE
           IF WS-DATE-RECEIVED > ZERO
               PERFORM 630-PRINT-DATE-TOTAL
           END-IF.

       620-PRINT-ONE-LOG-ENTRY.
           IF LOG-BUSINESS-DATE NOT = WS-PREV-LOG-DATE
               IF WS-DATE-RECEIVED > ZERO
                   PERFORM 630-PRINT-DATE-TOTAL
               END-IF
               IF LINES-PRINTED >= 54
                   PERFORM 310-WRITE-LOG-HEADINGS
               END-IF
               MOVE LOG-BUSINESS-DATE TO WS-PREV-LOG-DATE
               MOVE WS-PREV-LOG-MONTH TO LD-MONTH
               MOVE WS-PREV-LOG-DAY TO LD-DAY
               MOVE WS-PREV-LOG-YEAR TO LD-YEAR
               MOVE LOG-DATE-LINE TO BASEBALL-30-RECORD-OUT
               WRITE BASEBALL-30-RECORD-OUT
                   AFTER ADVANCING 2 LINE
               ADD 2 TO LINES-PRINTED
           END-IF
           IF LINES-PRINTED >= 57
               PERFORM 310-WRITE-LOG-HEADINGS
           END-IF
           ADD 1 TO WS-DATE-RECEIVED
           IF LOG-STATUS = 'ACCEPTED'
               ADD 1 TO WS-DATE-ACCEPTED
           ELSE
               ADD 1 TO WS-DATE-REJECTED
           END-IF
           MOVE LOG-RUN-NUMBER TO LL-RUN-NUMBER
           MOVE LOG-FEED-TYPE TO LL-FEED-TYPE
           MOVE LOG-SCORER TO LL-SCORER
           MOVE LOG-BATCH-NUMBER TO LL-BATCH-NUMBER
           MOVE LOG-RECORD-COUNT TO LL-RECORD-COUNT
           MOVE LOG-STATUS TO LL-STATUS
           MOVE LOG-REASON TO LL-REASON
           MOVE LOG-DETAIL-LINE TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

       630-PRINT-DATE-TOTAL.
           MOVE WS-DATE-RECEIVED TO LT-RECEIVED
           MOVE WS-DATE-ACCEPTED TO LT-ACCEPTED
           MOVE WS-DATE-REJECTED TO LT-REJECTED
           MOVE LOG-DATE-TOTAL-LINE TO BASEBALL-30-RECORD-OUT
           WRITE BASEBALL-30-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED
           MOVE ZERO TO WS-DATE-RECEIVED
           MOVE ZERO TO WS-DATE-ACCEPTED
           MOVE ZERO TO WS-DATE-REJECTED.
