       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASEBALL-26.
      * Shazam Zafar
      ******************************************************************
      *
      *    The games-remaining report.  It reads the standings on
      *    BASEBALL-4.WLR written by BASEBALL-15 and the season
      *    schedule master BASEBALL-4.SCH loaded by BASEBALL-25 and
      *    marked by BASEBALL-15, and prints for every team, league
      *    by league in standings order: wins, losses, games
      *    remaining, the games remaining against each league
      *    opponent, the magic number for the league leader and the
      *    elimination number for everyone else.  A pursuer's
      *    elimination number is its wins plus games remaining, less
      *    the leader's wins, plus one - every leader win or pursuer
      *    loss takes one off it - and the leader's magic number is
      *    the largest elimination number in its league.  Unplayed
      *    games dated before the business date on BASEBALL-4.RUN
      *    are still counted as remaining and are listed in a
      *    POSTPONED section so the makeups get rescheduled.  Clubs
      *    are named from the team reference master BASEBALL-4.TMS
      *    kept by BASEBALL-29; a club not on file is shown under its
      *    team code.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALL-26-SCHEDULE-IN
               ASSIGN TO 'BASEBALL-4.SCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT BASEBALL-26-STANDINGS-IN
               ASSIGN TO 'BASEBALL-4.WLR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAND-STATUS.

           SELECT BASEBALL-26-RUN-FILE
               ASSIGN TO 'BASEBALL-4.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT OPTIONAL BASEBALL-26-TEAM-MASTER
               ASSIGN TO 'BASEBALL-4.TMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMS-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT BASEBALL-26-FILE-OUT
               ASSIGN TO 'BASEBALL-26.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BASEBALL-26-SCHEDULE-IN.
       01  SCHEDULE-RECORD-IN.
           05  SCH-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  SCH-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  SCH-HOME-TEAM           PIC X(3).
           05                          PIC X(1).
           05  SCH-AWAY-TEAM           PIC X(3).
           05                          PIC X(1).
           05  SCH-STATUS              PIC X(1).

       FD  BASEBALL-26-STANDINGS-IN.
       01  STANDINGS-RECORD-IN.
           05  STAND-LEAGUE-IN         PIC X(2).
           05                          PIC X(1).
           05  STAND-TEAM-IN           PIC X(3).
           05                          PIC X(1).
           05  STAND-WINS-IN           PIC 9(3).
           05                          PIC X(1).
           05  STAND-LOSSES-IN         PIC 9(3).
           05                          PIC X(1).
           05  STAND-GAMES-BACK-IN     PIC 9(2)V9.
           05                          PIC X(1).
           05  STAND-RUNS-SCORED-IN    PIC 9(4).
           05                          PIC X(1).
           05  STAND-RUNS-ALLOWED-IN   PIC 9(4).

       FD  BASEBALL-26-RUN-FILE.
       01  RUN-CONTROL-IN.
           05  RUN-BUSINESS-DATE        PIC 9(6).
           05                          PIC X(1).
           05  RUN-NUMBER               PIC 9(3).

       FD  BASEBALL-26-TEAM-MASTER.
       01  TEAM-MASTER-REC.
           05  TMS-KEY.
               10  TMS-LEAGUE          PIC X(2).
               10                      PIC X(1).
               10  TMS-TEAM            PIC X(3).
           05                          PIC X(1).
           05  TMS-TEAM-NAME           PIC X(24).
           05                          PIC X(1).
           05  TMS-CITY                PIC X(16).
           05                          PIC X(1).
           05  TMS-DIVISION            PIC X(7).
           05                          PIC X(1).
           05  TMS-STATUS              PIC X(1).
           05                          PIC X(1).
           05  TMS-EFFECTIVE-SEASON    PIC 9(4).

       FD  BASEBALL-26-FILE-OUT.
       01  BASEBALL-26-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCHED-STATUS             PIC XX.
       01  WS-SCHED-EOF                PIC X(3)  VALUE 'NO '.
       01  WS-STAND-STATUS             PIC XX.
       01  WS-STAND-EOF                PIC X(3)  VALUE 'NO '.
       01  WS-RUN-STATUS               PIC XX.
       01  WS-REF-STATUS               PIC XX.
       01  WS-REF-LOADED-SW            PIC X(3)  VALUE 'NO '.
       01  WS-BUSINESS-DATE            PIC 9(6)  VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC 9(8)  VALUE ZERO.
       01  WS-TEAM-COUNT               PIC 99    VALUE ZERO.
       01  WS-TEAM-IDX                 PIC 99    VALUE ZERO.
       01  WS-OPP-IDX                  PIC 99    VALUE ZERO.
       01  WS-FOUND-IDX                PIC 99    VALUE ZERO.
       01  WS-HOME-IDX                 PIC 99    VALUE ZERO.
       01  WS-AWAY-IDX                 PIC 99    VALUE ZERO.
       01  WS-LEAD-IDX                 PIC 99    VALUE ZERO.
       01  WS-NEXT-IDX                 PIC 99    VALUE ZERO.
       01  WS-CHECK-LEAGUE             PIC X(2)  VALUE SPACES.
       01  WS-CHECK-TEAM               PIC X(3)  VALUE SPACES.
       01  WS-TEAM-FOUND-SW            PIC X(3)  VALUE 'NO '.
       01  WS-TEAM-DIFF                PIC S9(3) VALUE ZERO.
       01  WS-BEST-DIFF                PIC S9(3) VALUE ZERO.
       01  WS-ELIM-NUMBER              PIC S9(3) VALUE ZERO.
       01  WS-MAGIC-NUMBER             PIC S9(3) VALUE ZERO.
       01  WS-VS-SLOT                  PIC 9     VALUE ZERO.
       01  WS-REMAIN-GAME-COUNT        PIC 9(5)  VALUE ZERO.
       01  WS-POSTPONED-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-POSTPONED-IDX            PIC 9(5)  VALUE ZERO.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

       01  WS-TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 40 TIMES.
               10  TM-LEAGUE           PIC X(2).
               10  TM-TEAM             PIC X(3).
               10  TM-TEAM-NAME        PIC X(24).
               10  TM-WINS             PIC 9(3).
               10  TM-LOSSES           PIC 9(3).
               10  TM-REMAIN           PIC 9(3).
               10  TM-PRINTED-SW       PIC X(3).
               10  TM-VS-REMAIN        PIC 9(3) OCCURS 40 TIMES.

       01  WS-POSTPONED-TABLE.
           05  POSTPONED-ENTRY OCCURS 500 TIMES.
               10  PP-GAME-DATE        PIC 9(8).
               10  PP-LEAGUE           PIC X(2).
               10  PP-HOME-TEAM        PIC X(3).
               10  PP-AWAY-TEAM        PIC X(3).

       01  HEADING-LINE-1.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(30)
               VALUE 'GAMES REMAINING / MAGIC NUMBER'.
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
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'NAME'.
           05                          PIC X(13) VALUE SPACES.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'WINS'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'LOSSES'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'REMAIN'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(19)
               VALUE 'MAGIC / ELIMINATION'.

       01  DETAIL-LINE.
           05  DL-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-TEAM                 PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-TEAM-NAME            PIC X(16).
           05                          PIC X(4)  VALUE SPACES.
           05  DL-WINS                 PIC ZZ9.
           05                          PIC X(4)  VALUE SPACES.
           05  DL-LOSSES               PIC ZZ9.
           05                          PIC X(5)  VALUE SPACES.
           05  DL-REMAIN               PIC ZZ9.
           05                          PIC X(4)  VALUE SPACES.
           05  DL-NUMBER-LABEL         PIC X(13).
           05  DL-NUMBER               PIC ZZ9 BLANK WHEN ZERO.
           05                          PIC X(1)  VALUE SPACES.
           05  DL-NUMBER-NOTE          PIC X(10).

       01  VERSUS-LINE.
           05                          PIC X(6)  VALUE SPACES.
           05  VL-LABEL                PIC X(14).
           05  VL-ENTRY OCCURS 6 TIMES.
               10  VL-OPP-TEAM         PIC X(3).
               10                      PIC X(1).
               10  VL-OPP-REMAIN       PIC ZZ9.
               10                      PIC X(3).

       01  SECTION-TITLE-LINE.
           05  STL-TITLE               PIC X(60).

       01  POSTPONED-HEADING-LINE.
           05                          PIC X(9)  VALUE 'GAME DATE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'HOME'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'AWAY'.

       01  POSTPONED-DETAIL-LINE.
           05  PL-GAME-DATE            PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  PL-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  PL-HOME-TEAM            PIC X(3).
           05                          PIC X(3)  VALUE SPACES.
           05  PL-AWAY-TEAM            PIC X(3).

       01  TOTAL-LINE.
           05                          PIC X(17)
               VALUE 'GAMES REMAINING: '.
           05  TL-REMAIN-COUNT         PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(11) VALUE 'POSTPONED: '.
           05  TL-POSTPONED-COUNT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-OPEN-TEAM-MASTER
           OPEN OUTPUT BASEBALL-26-FILE-OUT
           ACCEPT CURRENT-DATE FROM DATE
           PERFORM 160-READ-RUN-CONTROL
           MOVE MONTH-X TO HL-1-MONTH
           MOVE DAY-X TO HL-1-DAY
           MOVE YEAR-X TO HL-1-YEAR
           MOVE CURRENT-DATE TO WS-BUSINESS-DATE
           COMPUTE WS-CUTOFF-DATE = 20000000 + WS-BUSINESS-DATE

           PERFORM 120-LOAD-STANDINGS
           PERFORM 130-LOAD-SCHEDULE
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               PERFORM 170-GET-TEAM-NAME
           END-PERFORM
           PERFORM 300-WRITE-HEADINGS

           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF TM-PRINTED-SW (WS-TEAM-IDX) = 'NO '
                   MOVE TM-LEAGUE (WS-TEAM-IDX) TO WS-CHECK-LEAGUE
                   PERFORM 400-PRINT-ONE-LEAGUE
               END-IF
           END-PERFORM

           PERFORM 600-PRINT-POSTPONED-SECTION
           PERFORM 500-PRINT-TOTAL
           CLOSE BASEBALL-26-FILE-OUT
           IF WS-REF-LOADED-SW = 'YES'
               CLOSE BASEBALL-26-TEAM-MASTER
           END-IF
           STOP RUN.

      *    A club not on the team master, or every club when there is
      *    no team master, is printed under its team code.
       110-OPEN-TEAM-MASTER.
           OPEN INPUT BASEBALL-26-TEAM-MASTER
           IF WS-REF-STATUS = '00'
               MOVE 'YES' TO WS-REF-LOADED-SW
           END-IF
           IF WS-REF-STATUS = '05'
               CLOSE BASEBALL-26-TEAM-MASTER
           END-IF.

       120-LOAD-STANDINGS.
           OPEN INPUT BASEBALL-26-STANDINGS-IN
           IF WS-STAND-STATUS = '00'
               PERFORM UNTIL WS-STAND-EOF = 'YES'
                   READ BASEBALL-26-STANDINGS-IN
                       AT END
                           MOVE 'YES' TO WS-STAND-EOF
                       NOT AT END
                           MOVE STAND-LEAGUE-IN TO WS-CHECK-LEAGUE
                           MOVE STAND-TEAM-IN TO WS-CHECK-TEAM
                           PERFORM 260-FIND-OR-ADD-TEAM
                           IF WS-FOUND-IDX > ZERO
                               MOVE STAND-WINS-IN TO
                                   TM-WINS (WS-FOUND-IDX)
                               MOVE STAND-LOSSES-IN TO
                                   TM-LOSSES (WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-26-STANDINGS-IN
           END-IF.

       130-LOAD-SCHEDULE.
           OPEN INPUT BASEBALL-26-SCHEDULE-IN
           IF WS-SCHED-STATUS = '00'
               PERFORM UNTIL WS-SCHED-EOF = 'YES'
                   READ BASEBALL-26-SCHEDULE-IN
                       AT END
                           MOVE 'YES' TO WS-SCHED-EOF
                       NOT AT END
                           IF SCH-STATUS NOT = 'P'
                               PERFORM 200-COUNT-ONE-UNPLAYED-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-26-SCHEDULE-IN
           END-IF.

       160-READ-RUN-CONTROL.
           OPEN INPUT BASEBALL-26-RUN-FILE
           IF WS-RUN-STATUS = '00'
               READ BASEBALL-26-RUN-FILE
               IF WS-RUN-STATUS = '00'
                   MOVE RUN-BUSINESS-DATE TO CURRENT-DATE
               END-IF
               CLOSE BASEBALL-26-RUN-FILE
           END-IF.

       170-GET-TEAM-NAME.
           MOVE TM-TEAM (WS-TEAM-IDX) TO TM-TEAM-NAME (WS-TEAM-IDX)
           IF WS-REF-LOADED-SW = 'YES'
               MOVE SPACES TO TMS-KEY
               MOVE TM-LEAGUE (WS-TEAM-IDX) TO TMS-LEAGUE
               MOVE TM-TEAM (WS-TEAM-IDX) TO TMS-TEAM
               READ BASEBALL-26-TEAM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TMS-TEAM-NAME TO TM-TEAM-NAME (WS-TEAM-IDX)
               END-READ
           END-IF.

       200-COUNT-ONE-UNPLAYED-GAME.
           ADD 1 TO WS-REMAIN-GAME-COUNT
           MOVE SCH-LEAGUE TO WS-CHECK-LEAGUE
           MOVE SCH-HOME-TEAM TO WS-CHECK-TEAM
           PERFORM 260-FIND-OR-ADD-TEAM
           MOVE WS-FOUND-IDX TO WS-HOME-IDX
           MOVE SCH-AWAY-TEAM TO WS-CHECK-TEAM
           PERFORM 260-FIND-OR-ADD-TEAM
           MOVE WS-FOUND-IDX TO WS-AWAY-IDX
           IF WS-HOME-IDX > ZERO
              AND WS-AWAY-IDX > ZERO
               ADD 1 TO TM-REMAIN (WS-HOME-IDX)
               ADD 1 TO TM-REMAIN (WS-AWAY-IDX)
               ADD 1 TO TM-VS-REMAIN (WS-HOME-IDX, WS-AWAY-IDX)
               ADD 1 TO TM-VS-REMAIN (WS-AWAY-IDX, WS-HOME-IDX)
           END-IF
           IF SCH-GAME-DATE < WS-CUTOFF-DATE
              AND WS-POSTPONED-COUNT < 500
               ADD 1 TO WS-POSTPONED-COUNT
               MOVE SCH-GAME-DATE TO PP-GAME-DATE (WS-POSTPONED-COUNT)
               MOVE SCH-LEAGUE TO PP-LEAGUE (WS-POSTPONED-COUNT)
               MOVE SCH-HOME-TEAM TO PP-HOME-TEAM (WS-POSTPONED-COUNT)
               MOVE SCH-AWAY-TEAM TO PP-AWAY-TEAM (WS-POSTPONED-COUNT)
           END-IF.

       260-FIND-OR-ADD-TEAM.
           MOVE 'NO ' TO WS-TEAM-FOUND-SW
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-OPP-IDX FROM 1 BY 1
               UNTIL WS-OPP-IDX > WS-TEAM-COUNT
               IF TM-LEAGUE (WS-OPP-IDX) = WS-CHECK-LEAGUE
                   AND TM-TEAM (WS-OPP-IDX) = WS-CHECK-TEAM
                   MOVE 'YES' TO WS-TEAM-FOUND-SW
                   MOVE WS-OPP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-TEAM-FOUND-SW = 'NO '
              AND WS-TEAM-COUNT < 40
               ADD 1 TO WS-TEAM-COUNT
               INITIALIZE TEAM-ENTRY (WS-TEAM-COUNT)
               MOVE WS-CHECK-LEAGUE TO TM-LEAGUE (WS-TEAM-COUNT)
               MOVE WS-CHECK-TEAM TO TM-TEAM (WS-TEAM-COUNT)
               MOVE 'NO ' TO TM-PRINTED-SW (WS-TEAM-COUNT)
               MOVE WS-TEAM-COUNT TO WS-FOUND-IDX
           END-IF.

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE HEADING-LINE-2 TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING 2
           MOVE 3 TO LINES-PRINTED.

      *    Prints every team of WS-CHECK-LEAGUE in standings order,
      *    leader first.
       400-PRINT-ONE-LEAGUE.
           PERFORM 410-FIND-NEXT-TEAM
           MOVE WS-NEXT-IDX TO WS-LEAD-IDX
           PERFORM 420-COMPUTE-MAGIC-NUMBER
           IF LINES-PRINTED >= 55
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE SPACES TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED
           PERFORM UNTIL WS-NEXT-IDX = ZERO
               PERFORM 450-PRINT-ONE-TEAM
               MOVE 'YES' TO TM-PRINTED-SW (WS-NEXT-IDX)
               PERFORM 410-FIND-NEXT-TEAM
           END-PERFORM.

       410-FIND-NEXT-TEAM.
           MOVE ZERO TO WS-NEXT-IDX
           MOVE -999 TO WS-BEST-DIFF
           PERFORM VARYING WS-OPP-IDX FROM 1 BY 1
               UNTIL WS-OPP-IDX > WS-TEAM-COUNT
               IF TM-LEAGUE (WS-OPP-IDX) = WS-CHECK-LEAGUE
                  AND TM-PRINTED-SW (WS-OPP-IDX) = 'NO '
                   COMPUTE WS-TEAM-DIFF =
                       TM-WINS (WS-OPP-IDX) - TM-LOSSES (WS-OPP-IDX)
                   IF WS-TEAM-DIFF > WS-BEST-DIFF
                       MOVE WS-TEAM-DIFF TO WS-BEST-DIFF
                       MOVE WS-OPP-IDX TO WS-NEXT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       420-COMPUTE-MAGIC-NUMBER.
           MOVE ZERO TO WS-MAGIC-NUMBER
           PERFORM VARYING WS-OPP-IDX FROM 1 BY 1
               UNTIL WS-OPP-IDX > WS-TEAM-COUNT
               IF TM-LEAGUE (WS-OPP-IDX) = WS-CHECK-LEAGUE
                  AND WS-OPP-IDX NOT = WS-LEAD-IDX
                   COMPUTE WS-ELIM-NUMBER =
                       TM-WINS (WS-OPP-IDX) + TM-REMAIN (WS-OPP-IDX)
                       - TM-WINS (WS-LEAD-IDX) + 1
                   IF WS-ELIM-NUMBER > WS-MAGIC-NUMBER
                       MOVE WS-ELIM-NUMBER TO WS-MAGIC-NUMBER
                   END-IF
               END-IF
           END-PERFORM.

       450-PRINT-ONE-TEAM.
           IF LINES-PRINTED >= 55
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE TM-LEAGUE (WS-NEXT-IDX) TO DL-LEAGUE
           MOVE TM-TEAM (WS-NEXT-IDX) TO DL-TEAM
           MOVE TM-TEAM-NAME (WS-NEXT-IDX) TO DL-TEAM-NAME
           MOVE TM-WINS (WS-NEXT-IDX) TO DL-WINS
           MOVE TM-LOSSES (WS-NEXT-IDX) TO DL-LOSSES
           MOVE TM-REMAIN (WS-NEXT-IDX) TO DL-REMAIN
           MOVE ZERO TO DL-NUMBER
           MOVE SPACES TO DL-NUMBER-NOTE
           IF WS-NEXT-IDX = WS-LEAD-IDX
               MOVE 'MAGIC NUMBER ' TO DL-NUMBER-LABEL
               IF WS-MAGIC-NUMBER > ZERO
                   MOVE WS-MAGIC-NUMBER TO DL-NUMBER
               ELSE
                   MOVE 'CLINCHED' TO DL-NUMBER-NOTE
               END-IF
           ELSE
               MOVE 'ELIM NUMBER  ' TO DL-NUMBER-LABEL
               COMPUTE WS-ELIM-NUMBER =
                   TM-WINS (WS-NEXT-IDX) + TM-REMAIN (WS-NEXT-IDX)
                   - TM-WINS (WS-LEAD-IDX) + 1
               IF WS-ELIM-NUMBER > ZERO
                   MOVE WS-ELIM-NUMBER TO DL-NUMBER
               ELSE
                   MOVE 'ELIMINATED' TO DL-NUMBER-NOTE
               END-IF
           END-IF
           MOVE DETAIL-LINE TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED
           PERFORM 460-PRINT-VERSUS-LINES.

       460-PRINT-VERSUS-LINES.
           MOVE SPACES TO VERSUS-LINE
           MOVE 'REMAINING VS: ' TO VL-LABEL
           MOVE ZERO TO WS-VS-SLOT
           PERFORM VARYING WS-OPP-IDX FROM 1 BY 1
               UNTIL WS-OPP-IDX > WS-TEAM-COUNT
               IF TM-VS-REMAIN (WS-NEXT-IDX, WS-OPP-IDX) > ZERO
                  AND TM-LEAGUE (WS-OPP-IDX) = WS-CHECK-LEAGUE
                   IF WS-VS-SLOT = 6
                       PERFORM 470-WRITE-VERSUS-LINE
                   END-IF
                   ADD 1 TO WS-VS-SLOT
                   MOVE TM-TEAM (WS-OPP-IDX) TO
                       VL-OPP-TEAM (WS-VS-SLOT)
                   MOVE TM-VS-REMAIN (WS-NEXT-IDX, WS-OPP-IDX) TO
                       VL-OPP-REMAIN (WS-VS-SLOT)
               END-IF
           END-PERFORM
           IF WS-VS-SLOT > ZERO
               PERFORM 470-WRITE-VERSUS-LINE
           END-IF.

       470-WRITE-VERSUS-LINE.
           IF LINES-PRINTED >= 57
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE VERSUS-LINE TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED
           MOVE SPACES TO VERSUS-LINE
           MOVE ZERO TO WS-VS-SLOT.

       500-PRINT-TOTAL.
           MOVE WS-REMAIN-GAME-COUNT TO TL-REMAIN-COUNT
           MOVE WS-POSTPONED-COUNT TO TL-POSTPONED-COUNT
           MOVE TOTAL-LINE TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING 2 LINE.

       600-PRINT-POSTPONED-SECTION.
           IF LINES-PRINTED >= 53
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE 'POSTPONED - UNPLAYED GAMES PAST THEIR DATE'
               TO STL-TITLE
           MOVE SECTION-TITLE-LINE TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING 2 LINE
           MOVE POSTPONED-HEADING-LINE TO BASEBALL-26-RECORD-OUT
           WRITE BASEBALL-26-RECORD-OUT
               AFTER ADVANCING 2 LINE
           ADD 4 TO LINES-PRINTED
           PERFORM VARYING WS-POSTPONED-IDX FROM 1 BY 1
               UNTIL WS-POSTPONED-IDX > WS-POSTPONED-COUNT
               IF LINES-PRINTED >= 57
                   PERFORM 300-WRITE-HEADINGS
               END-IF
               MOVE PP-GAME-DATE (WS-POSTPONED-IDX) TO PL-GAME-DATE
               MOVE PP-LEAGUE (WS-POSTPONED-IDX) TO PL-LEAGUE
               MOVE PP-HOME-TEAM (WS-POSTPONED-IDX) TO PL-HOME-TEAM
               MOVE PP-AWAY-TEAM (WS-POSTPONED-IDX) TO PL-AWAY-TEAM
               MOVE POSTPONED-DETAIL-LINE TO BASEBALL-26-RECORD-OUT
               WRITE BASEBALL-26-RECORD-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-PRINTED
           END-PERFORM.
