       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASEBALL-24.
      * Shazam Zafar
      ******************************************************************
      *
      *    The box-score to game-result reconciliation.  BASEBALL-8
      *    posts batting lines from BASEBALL-4.TRP and BASEBALL-15
      *    posts wins and losses from BASEBALL-15.TRP; this program
      *    proves the two feeds describe the same games.  Every game
      *    result is loaded as two club entries - the home club
      *    playing the away club at home and the away club playing
      *    the home club on the road - and every box-score line is
      *    matched to them by game date, league, team and game number,
      *    then checked for opponent and home/away.  A club's results
      *    on one date are numbered 1, 2 in the order they appear on
      *    the results file; the box score carries its game number in
      *    column 71, blank meaning game 1, so each game of a
      *    doubleheader has to have its own box lines.  Three kinds of
      *    discrepancy are listed: a box-score line whose opponent or
      *    home/away code disagrees with the game result, a game
      *    result with no box-score lines for the home or the away
      *    club, and a team with box-score lines for a date and game
      *    number it has no game result for.  Reversal transactions
      *    back out a game posted on an earlier night and are not
      *    box-score lines for tonight's games, so they are passed
      *    over.  The run ends with return code 4 when any
      *    discrepancy is found.  Results or unmatched box lines that
      *    do not fit in the tables are counted on the report and end
      *    the run with return code 8, since the report is then
      *    incomplete.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALL-24-RESULT-FILE
               ASSIGN TO 'BASEBALL-15.TRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT BASEBALL-24-TRANS-FILE
               ASSIGN TO 'BASEBALL-4.TRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT BASEBALL-24-FILE-OUT
               ASSIGN TO 'BASEBALL-24.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BASEBALL-24-RESULT-FILE.
       01  RESULT-RECORD-IN.
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

       FD  BASEBALL-24-TRANS-FILE.
       01  TRANS-RECORD-IN.
           05  TRN-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  TRN-NAME                PIC X(18).
           05                          PIC X(2).
           05  TRN-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  TRN-TEAM                PIC X(3).
           05                          PIC X(3).
           05  TRN-AT-BATS             PIC 9(2).
           05                          PIC X(1).
           05  TRN-HITS                PIC 9(2).
           05                          PIC X(1).
           05  TRN-DOUBLES             PIC 9(2).
           05                          PIC X(1).
           05  TRN-TRIPLES             PIC 9(2).
           05                          PIC X(1).
           05  TRN-HOME-RUNS           PIC 9(2).
           05                          PIC X(1).
           05  TRN-WALKS               PIC 9(2).
           05                          PIC X(1).
           05  TRN-PLAYER-ID           PIC 9(5).
           05                          PIC X(1).
           05  TRN-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  TRN-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  TRN-TRANS-TYPE          PIC X(1).
           05                          PIC X(1).
           05  TRN-GAME-NUMBER         PIC 9(1).

       FD  BASEBALL-24-FILE-OUT.
       01  BASEBALL-24-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RESULT-STATUS            PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-RESULT-EOF               PIC X(3)  VALUE 'NO '.
       01  WS-TRANS-EOF                PIC X(3)  VALUE 'NO '.
       01  WS-RESULT-COUNT             PIC 9(5)  VALUE ZERO.
       01  WS-TRANS-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-DISCREPANCY-COUNT        PIC 9(5)  VALUE ZERO.
       01  WS-GAME-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-GAME-IDX                 PIC 9(3)  VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-ORPHAN-IDX               PIC 9(3)  VALUE ZERO.
       01  WS-CHECK-IDX                PIC 9(3)  VALUE ZERO.
       01  WS-BOX-GAME-NUMBER          PIC 9(1)  VALUE ZERO.
       01  WS-GAME-DROP-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-ORPHAN-DROP-COUNT        PIC 9(5)  VALUE ZERO.
       01  WS-DATE-TEAM-FOUND-SW       PIC X(3)  VALUE 'NO '.
       01  WS-OPP-FOUND-SW             PIC X(3)  VALUE 'NO '.
       01  WS-SITE-OK-SW               PIC X(3)  VALUE 'NO '.
       01  WS-ORPHAN-FOUND-SW          PIC X(3)  VALUE 'NO '.
       01  WS-EXPECT-OPP               PIC X(3)  VALUE SPACES.
       01  WS-EXPECT-SITE              PIC X(1)  VALUE SPACES.
       01  WS-LINES-EDIT               PIC ZZ9.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

       01  WS-GAME-TABLE.
           05  GAME-CLUB-ENTRY OCCURS 500 TIMES.
               10  GM-GAME-DATE        PIC 9(8).
               10  GM-LEAGUE           PIC X(2).
               10  GM-TEAM             PIC X(3).
               10  GM-OPP-TEAM         PIC X(3).
               10  GM-HOME-AWAY        PIC X(1).
               10  GM-GAME-NUMBER      PIC 9(1).
               10  GM-LINE-COUNT       PIC 9(3).

       01  WS-ORPHAN-TABLE.
           05  ORPHAN-ENTRY OCCURS 500 TIMES.
               10  OR-GAME-DATE        PIC 9(8).
               10  OR-LEAGUE           PIC X(2).
               10  OR-TEAM             PIC X(3).
               10  OR-GAME-NUMBER      PIC 9(1).
               10  OR-LINE-COUNT       PIC 9(3).

       01  HEADING-LINE-1.
           05                          PIC X(15) VALUE SPACES.
           05                          PIC X(34)
               VALUE 'BOX SCORE / GAME RESULT RECONCILE '.
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
           05                          PIC X(9)  VALUE 'GAME DATE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(3)  VALUE 'OPP'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(3)  VALUE 'H/A'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(12) VALUE 'PLAYER/LINES'.
           05                          PIC X(8)  VALUE SPACES.
           05                          PIC X(11) VALUE 'DISCREPANCY'.

       01  SECTION-TITLE-LINE.
           05  STL-TITLE               PIC X(60).

       01  DETAIL-LINE.
           05  DL-GAME-DATE            PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-TEAM                 PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-OPP-TEAM             PIC X(3).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-HOME-AWAY            PIC X(1).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-INFO                 PIC X(18).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-REASON               PIC X(28).

       01  TOTAL-LINE.
           05                          PIC X(9)  VALUE 'RESULTS: '.
           05  TL-RESULT-COUNT         PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(11) VALUE 'BOX LINES: '.
           05  TL-TRANS-COUNT          PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(15)
               VALUE 'DISCREPANCIES: '.
           05  TL-DISCREPANCY-COUNT    PIC ZZ,ZZ9.

       01  OVERFLOW-LINE.
           05  OVL-TEXT                PIC X(40).
           05  OVL-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           OPEN OUTPUT BASEBALL-24-FILE-OUT
           ACCEPT CURRENT-DATE FROM DATE
           MOVE MONTH-X TO HL-1-MONTH
           MOVE DAY-X TO HL-1-DAY
           MOVE YEAR-X TO HL-1-YEAR
           PERFORM 300-WRITE-HEADINGS

           PERFORM 110-LOAD-GAME-RESULTS
           MOVE 'BOX-SCORE LINES THAT DISAGREE WITH THE GAME RESULT'
               TO STL-TITLE
           PERFORM 310-WRITE-SECTION-TITLE
           PERFORM 150-CHECK-BOX-SCORES
           MOVE 'GAME RESULTS WITH NO BOX SCORE FOR A CLUB'
               TO STL-TITLE
           PERFORM 310-WRITE-SECTION-TITLE
           PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
               UNTIL WS-GAME-IDX > WS-GAME-COUNT
               IF GM-LINE-COUNT (WS-GAME-IDX) = ZERO
                   PERFORM 400-PRINT-MISSING-CLUB
               END-IF
           END-PERFORM
           MOVE 'BOX-SCORE LINES FOR A GAME WITH NO GAME RESULT'
               TO STL-TITLE
           PERFORM 310-WRITE-SECTION-TITLE
           PERFORM VARYING WS-ORPHAN-IDX FROM 1 BY 1
               UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
               PERFORM 450-PRINT-ORPHAN-LINES
           END-PERFORM

           PERFORM 500-PRINT-TOTAL
           CLOSE BASEBALL-24-FILE-OUT
           EVALUATE TRUE
               WHEN WS-GAME-DROP-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORPHAN-DROP-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISCREPANCY-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       110-LOAD-GAME-RESULTS.
           OPEN INPUT BASEBALL-24-RESULT-FILE
           IF WS-RESULT-STATUS = '00'
               PERFORM UNTIL WS-RESULT-EOF = 'YES'
                   READ BASEBALL-24-RESULT-FILE
                       AT END
                           MOVE 'YES' TO WS-RESULT-EOF
                       NOT AT END
                           ADD 1 TO WS-RESULT-COUNT
                           PERFORM 115-ADD-GAME-CLUBS
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-24-RESULT-FILE
           END-IF.

       115-ADD-GAME-CLUBS.
           IF WS-GAME-COUNT < 499
               ADD 1 TO WS-GAME-COUNT
               MOVE RES-GAME-DATE TO GM-GAME-DATE (WS-GAME-COUNT)
               MOVE RES-LEAGUE TO GM-LEAGUE (WS-GAME-COUNT)
               MOVE RES-HOME-TEAM TO GM-TEAM (WS-GAME-COUNT)
               MOVE RES-AWAY-TEAM TO GM-OPP-TEAM (WS-GAME-COUNT)
               MOVE 'H' TO GM-HOME-AWAY (WS-GAME-COUNT)
               MOVE ZERO TO GM-LINE-COUNT (WS-GAME-COUNT)
               PERFORM 117-NUMBER-CLUB-GAME
               ADD 1 TO WS-GAME-COUNT
               MOVE RES-GAME-DATE TO GM-GAME-DATE (WS-GAME-COUNT)
               MOVE RES-LEAGUE TO GM-LEAGUE (WS-GAME-COUNT)
               MOVE RES-AWAY-TEAM TO GM-TEAM (WS-GAME-COUNT)
               MOVE RES-HOME-TEAM TO GM-OPP-TEAM (WS-GAME-COUNT)
               MOVE 'A' TO GM-HOME-AWAY (WS-GAME-COUNT)
               MOVE ZERO TO GM-LINE-COUNT (WS-GAME-COUNT)
               PERFORM 117-NUMBER-CLUB-GAME
           ELSE
               ADD 1 TO WS-GAME-DROP-COUNT
           END-IF.

      *    The club's game number on a date is one more than the
      *    number of its results already loaded for that date.
       117-NUMBER-CLUB-GAME.
           MOVE 1 TO GM-GAME-NUMBER (WS-GAME-COUNT)
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX NOT < WS-GAME-COUNT
               IF GM-GAME-DATE (WS-CHECK-IDX) =
                       GM-GAME-DATE (WS-GAME-COUNT)
                  AND GM-LEAGUE (WS-CHECK-IDX) =
                       GM-LEAGUE (WS-GAME-COUNT)
                  AND GM-TEAM (WS-CHECK-IDX) = GM-TEAM (WS-GAME-COUNT)
                   ADD 1 TO GM-GAME-NUMBER (WS-GAME-COUNT)
               END-IF
           END-PERFORM.

       150-CHECK-BOX-SCORES.
           OPEN INPUT BASEBALL-24-TRANS-FILE
           IF WS-TRANS-STATUS = '00'
               PERFORM UNTIL WS-TRANS-EOF = 'YES'
                   READ BASEBALL-24-TRANS-FILE
                       AT END
                           MOVE 'YES' TO WS-TRANS-EOF
                       NOT AT END
                           IF TRN-TRANS-TYPE NOT = 'R'
                               ADD 1 TO WS-TRANS-COUNT
                               PERFORM 200-CHECK-ONE-BOX-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-24-TRANS-FILE
           END-IF.

      *    The line is credited only to the club entry for its own
      *    game number, so a doubleheader game with no box lines of
      *    its own is still reported.
       200-CHECK-ONE-BOX-LINE.
           MOVE 'NO ' TO WS-DATE-TEAM-FOUND-SW
           MOVE 'NO ' TO WS-OPP-FOUND-SW
           MOVE 'NO ' TO WS-SITE-OK-SW
           IF TRN-GAME-NUMBER NOT NUMERIC
              OR TRN-GAME-NUMBER = ZERO
               MOVE 1 TO WS-BOX-GAME-NUMBER
           ELSE
               MOVE TRN-GAME-NUMBER TO WS-BOX-GAME-NUMBER
           END-IF
           PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
               UNTIL WS-GAME-IDX > WS-GAME-COUNT
               IF GM-GAME-DATE (WS-GAME-IDX) = TRN-GAME-DATE
                  AND GM-LEAGUE (WS-GAME-IDX) = TRN-LEAGUE
                  AND GM-TEAM (WS-GAME-IDX) = TRN-TEAM
                  AND GM-GAME-NUMBER (WS-GAME-IDX) = WS-BOX-GAME-NUMBER
                   MOVE 'YES' TO WS-DATE-TEAM-FOUND-SW
                   MOVE GM-OPP-TEAM (WS-GAME-IDX) TO WS-EXPECT-OPP
                   MOVE GM-HOME-AWAY (WS-GAME-IDX) TO WS-EXPECT-SITE
                   IF GM-OPP-TEAM (WS-GAME-IDX) = TRN-OPP-TEAM
                       MOVE 'YES' TO WS-OPP-FOUND-SW
                       ADD 1 TO GM-LINE-COUNT (WS-GAME-IDX)
                       IF GM-HOME-AWAY (WS-GAME-IDX) = TRN-HOME-AWAY
                           MOVE 'YES' TO WS-SITE-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DATE-TEAM-FOUND-SW = 'NO '
                   PERFORM 250-ADD-ORPHAN-LINE
               WHEN WS-OPP-FOUND-SW = 'NO '
                   MOVE 'OPPONENT DISAGREES - WAS ' TO DL-REASON
                   MOVE WS-EXPECT-OPP TO DL-REASON (26:3)
                   PERFORM 350-PRINT-BOX-LINE
               WHEN WS-SITE-OK-SW = 'NO '
                   MOVE 'HOME/AWAY DISAGREES - WAS ' TO DL-REASON
                   MOVE WS-EXPECT-SITE TO DL-REASON (27:1)
                   PERFORM 350-PRINT-BOX-LINE
           END-EVALUATE.

       250-ADD-ORPHAN-LINE.
           MOVE 'NO ' TO WS-ORPHAN-FOUND-SW
           PERFORM VARYING WS-ORPHAN-IDX FROM 1 BY 1
               UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
               IF OR-GAME-DATE (WS-ORPHAN-IDX) = TRN-GAME-DATE
                  AND OR-LEAGUE (WS-ORPHAN-IDX) = TRN-LEAGUE
                  AND OR-TEAM (WS-ORPHAN-IDX) = TRN-TEAM
                  AND OR-GAME-NUMBER (WS-ORPHAN-IDX) =
                       WS-BOX-GAME-NUMBER
                   MOVE 'YES' TO WS-ORPHAN-FOUND-SW
                   ADD 1 TO OR-LINE-COUNT (WS-ORPHAN-IDX)
               END-IF
           END-PERFORM
           IF WS-ORPHAN-FOUND-SW = 'NO '
               IF WS-ORPHAN-COUNT < 500
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE TRN-GAME-DATE TO OR-GAME-DATE (WS-ORPHAN-COUNT)
                   MOVE TRN-LEAGUE TO OR-LEAGUE (WS-ORPHAN-COUNT)
                   MOVE TRN-TEAM TO OR-TEAM (WS-ORPHAN-COUNT)
                   MOVE WS-BOX-GAME-NUMBER TO
                       OR-GAME-NUMBER (WS-ORPHAN-COUNT)
                   MOVE 1 TO OR-LINE-COUNT (WS-ORPHAN-COUNT)
               ELSE
                   ADD 1 TO WS-ORPHAN-DROP-COUNT
               END-IF
           END-IF.

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-24-RECORD-OUT
           WRITE BASEBALL-24-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE HEADING-LINE-2 TO BASEBALL-24-RECORD-OUT
           WRITE BASEBALL-24-RECORD-OUT
               AFTER ADVANCING 2
           MOVE 3 TO LINES-PRINTED.

       310-WRITE-SECTION-TITLE.
           IF LINES-PRINTED >= 55
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE SECTION-TITLE-LINE TO BASEBALL-24-RECORD-OUT
           WRITE BASEBALL-24-RECORD-OUT
               AFTER ADVANCING 2 LINE
           ADD 2 TO LINES-PRINTED.

       350-PRINT-BOX-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE TRN-GAME-DATE TO DL-GAME-DATE
           MOVE TRN-LEAGUE TO DL-LEAGUE
           MOVE TRN-TEAM TO DL-TEAM
           MOVE TRN-OPP-TEAM TO DL-OPP-TEAM
           MOVE TRN-HOME-AWAY TO DL-HOME-AWAY
           MOVE TRN-NAME TO DL-INFO
           PERFORM 600-WRITE-DETAIL-LINE.

       400-PRINT-MISSING-CLUB.
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE GM-GAME-DATE (WS-GAME-IDX) TO DL-GAME-DATE
           MOVE GM-LEAGUE (WS-GAME-IDX) TO DL-LEAGUE
           MOVE GM-TEAM (WS-GAME-IDX) TO DL-TEAM
           MOVE GM-OPP-TEAM (WS-GAME-IDX) TO DL-OPP-TEAM
           MOVE GM-HOME-AWAY (WS-GAME-IDX) TO DL-HOME-AWAY
           MOVE 'GAME ' TO DL-INFO
           MOVE GM-GAME-NUMBER (WS-GAME-IDX) TO DL-INFO (6:1)
           IF GM-HOME-AWAY (WS-GAME-IDX) = 'H'
               MOVE 'NO BOX SCORE - HOME CLUB' TO DL-REASON
           ELSE
               MOVE 'NO BOX SCORE - AWAY CLUB' TO DL-REASON
           END-IF
           PERFORM 600-WRITE-DETAIL-LINE.

       450-PRINT-ORPHAN-LINES.
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE OR-GAME-DATE (WS-ORPHAN-IDX) TO DL-GAME-DATE
           MOVE OR-LEAGUE (WS-ORPHAN-IDX) TO DL-LEAGUE
           MOVE OR-TEAM (WS-ORPHAN-IDX) TO DL-TEAM
           MOVE SPACES TO DL-OPP-TEAM
           MOVE SPACES TO DL-HOME-AWAY
           MOVE OR-LINE-COUNT (WS-ORPHAN-IDX) TO WS-LINES-EDIT
           MOVE SPACES TO DL-INFO
           STRING WS-LINES-EDIT ' LINES, GAME '
                   OR-GAME-NUMBER (WS-ORPHAN-IDX)
               DELIMITED BY SIZE
               INTO DL-INFO
           MOVE 'NO RESULT FOR DATE/GAME' TO DL-REASON
           PERFORM 600-WRITE-DETAIL-LINE.

       500-PRINT-TOTAL.
           MOVE WS-RESULT-COUNT TO TL-RESULT-COUNT
           MOVE WS-TRANS-COUNT TO TL-TRANS-COUNT
           MOVE WS-DISCREPANCY-COUNT TO TL-DISCREPANCY-COUNT
           MOVE TOTAL-LINE TO BASEBALL-24-RECORD-OUT
           WRITE BASEBALL-24-RECORD-OUT
               AFTER ADVANCING 2 LINE
           IF WS-GAME-DROP-COUNT > ZERO
               MOVE 'RESULTS NOT LOADED - TABLE FULL:' TO OVL-TEXT
               MOVE WS-GAME-DROP-COUNT TO OVL-COUNT
               MOVE OVERFLOW-LINE TO BASEBALL-24-RECORD-OUT
               WRITE BASEBALL-24-RECORD-OUT
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ORPHAN-DROP-COUNT > ZERO
               MOVE 'BOX LINES NOT LISTED - TABLE FULL:' TO OVL-TEXT
               MOVE WS-ORPHAN-DROP-COUNT TO OVL-COUNT
               MOVE OVERFLOW-LINE TO BASEBALL-24-RECORD-OUT
               WRITE BASEBALL-24-RECORD-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.

       600-WRITE-DETAIL-LINE.
           IF LINES-PRINTED >= 57
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE DETAIL-LINE TO BASEBALL-24-RECORD-OUT
           WRITE BASEBALL-24-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.
