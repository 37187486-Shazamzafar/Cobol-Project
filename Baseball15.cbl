      *
      *    The standings builder.  It reads per-game result
      *    transactions (game date, league, home team, away team and
      *    the runs scored by each side) from BASEBALL-15.TRP, the
      *    detail of the scorers' BASEBALL-15.TRN feed once
      *    BASEBALL-30 has proven the batch, validates both team codes
      *    against the team reference master BASEBALL-4.TMS kept by
      *    BASEBALL-29, accumulates
      *    wins and losses per team on top of the standings carried
      *    forward from the prior night, computes games-back from
      *    each league leader, and rewrites BASEBALL-4.WLR in the
      *    layout BASEBALL-4 loads in 120-LOAD-STANDINGS.  This
      *    replaces the hand-keyed standings file and the calculator
      *    games-back figure.  An activity report shows the result
      *    of every transaction and the final standings written,
      *    each club by its name on the team master or, when not on
      *    file, by its team code.
      *    Each result posted is also matched to its game on the
      *    season schedule master BASEBALL-4.SCH loaded by
      *    BASEBALL-25, the first unplayed game for that date, league,
      *    home and away club is marked played, and the schedule is
      *    rewritten for BASEBALL-26.  A result with no game left on
      *    its own date is taken as the makeup of a postponed game:
      *    the earliest unplayed game between the same home and away
      *    clubs scheduled before it is marked played instead.  A
      *    result with no game left to mark still posts and is
      *    flagged on the activity report.
      *    Runs scored and allowed are accumulated for each club and
      *    carried on BASEBALL-4.WLR beside the won-lost record, and
      *    each club's wins and losses against every league opponent
      *    are carried on BASEBALL-4.H2H.  The report goes on with the
      *    division standings: each club under its league and
      *    division from the team master, by name, with games-back
      *    measured from the division leader.  The games-back carried
      *    on BASEBALL-4.WLR stays measured from the league leader.
      *    It closes with the standings supplement: league by league
      *    in standings order, each club's actual winning percentage
      *    beside its expected (Pythagorean) percentage - runs scored
      *    squared over runs scored squared plus runs allowed squared
      *    - with runs scored, runs allowed, run differential and
      *    games back, followed by a head-to-head grid of each club's
      *    wins and losses against every league opponent, printed in
      *    panels of ten opponents.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALL-15-RESULT-FILE
               ASSIGN TO 'BASEBALL-15.TRP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-15-STANDINGS-IN
               ASSIGN TO 'BASEBALL-4.WLR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-15-H2H-IN
               ASSIGN TO 'BASEBALL-4.H2H'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-H2H-STATUS.

           SELECT BASEBALL-15-H2H-OUT
               ASSIGN TO 'BASEBALL-4.H2H'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BASEBALL-15-TEAM-MASTER
               ASSIGN TO 'BASEBALL-4.TMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMS-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT BASEBALL-15-SCHEDULE-IN
               ASSIGN TO 'BASEBALL-4.SCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT BASEBALL-15-SCHEDULE-OUT
               ASSIGN TO 'BASEBALL-4.SCH'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-15-FILE-OUT
               ASSIGN TO 'BASEBALL-15.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  STAND-LOSSES-IN         PIC 9(3).
           05                          PIC X(1).
           05  STAND-GAMES-BACK-IN     PIC 9(2)V9.
           05                          PIC X(1).
           05  STAND-RUNS-SCORED-IN    PIC 9(4).
           05                          PIC X(1).
           05  STAND-RUNS-ALLOWED-IN   PIC 9(4).

       FD  BASEBALL-15-STANDINGS-OUT.
       01  STANDINGS-RECORD-OUT.
           05  STAND-LOSSES-OUT        PIC 9(3).
           05                          PIC X(1).
           05  STAND-GAMES-BACK-OUT    PIC 9(2)V9.
           05                          PIC X(1).
           05  STAND-RUNS-SCORED-OUT   PIC 9(4).
           05                          PIC X(1).
           05  STAND-RUNS-ALLOWED-OUT  PIC 9(4).

       FD  BASEBALL-15-H2H-IN.
       01  H2H-RECORD-IN.
           05  H2H-LEAGUE-IN           PIC X(2).
           05                          PIC X(1).
           05  H2H-TEAM-IN             PIC X(3).
           05                          PIC X(1).
           05  H2H-OPP-TEAM-IN         PIC X(3).
           05                          PIC X(1).
           05  H2H-WINS-IN             PIC 9(3).
           05                          PIC X(1).
           05  H2H-LOSSES-IN           PIC 9(3).

       FD  BASEBALL-15-H2H-OUT.
       01  H2H-RECORD-OUT.
           05  H2H-LEAGUE-OUT          PIC X(2).
           05                          PIC X(1).
           05  H2H-TEAM-OUT            PIC X(3).
           05                          PIC X(1).
           05  H2H-OPP-TEAM-OUT        PIC X(3).
           05                          PIC X(1).
           05  H2H-WINS-OUT            PIC 9(3).
           05                          PIC X(1).
           05  H2H-LOSSES-OUT          PIC 9(3).

       FD  BASEBALL-15-TEAM-MASTER.
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

       FD  BASEBALL-15-SCHEDULE-IN.
       01  SCHEDULE-RECORD-IN.
           05  SCH-GAME-DATE-IN        PIC 9(8).
           05                          PIC X(1).
           05  SCH-LEAGUE-IN           PIC X(2).
           05                          PIC X(1).
           05  SCH-HOME-TEAM-IN        PIC X(3).
           05                          PIC X(1).
           05  SCH-AWAY-TEAM-IN        PIC X(3).
           05                          PIC X(1).
           05  SCH-STATUS-IN           PIC X(1).

       FD  BASEBALL-15-SCHEDULE-OUT.
       01  SCHEDULE-RECORD-OUT.
           05  SCH-GAME-DATE-OUT       PIC 9(8).
           05                          PIC X(1).
           05  SCH-LEAGUE-OUT          PIC X(2).
           05                          PIC X(1).
           05  SCH-HOME-TEAM-OUT       PIC X(3).
           05                          PIC X(1).
           05  SCH-AWAY-TEAM-OUT       PIC X(3).
           05                          PIC X(1).
           05  SCH-STATUS-OUT          PIC X(1).

       FD  BASEBALL-15-FILE-OUT.
       01  BASEBALL-15-RECORD-OUT      PIC X(80).
       01  WS-STAND-STATUS             PIC XX.
       01  WS-STAND-EOF                PIC X(3)  VALUE 'NO '.
       01  WS-REF-STATUS               PIC XX.
       01  WS-REF-LOADED-SW            PIC X(3)  VALUE 'NO '.
       01  WS-REF-FOUND-SW             PIC X(3)  VALUE 'YES'.
       01  WS-TEAM-INACTIVE-SW         PIC X(3)  VALUE 'NO '.
       01  WS-CHECK-TEAM               PIC X(3)  VALUE SPACES.
       01  WS-CHECK-SEASON             PIC 9(4)  VALUE ZERO.
       01  WS-BAD-RESULT-SW            PIC X(3)  VALUE 'NO '.
       01  WS-STAND-COUNT              PIC 99    VALUE ZERO.
       01  WS-STAND-IDX                PIC 99    VALUE ZERO.
       01  WS-LEAD-IDX                 PIC 99    VALUE ZERO.
       01  WS-TEAM-DIFF                PIC S9(3) VALUE ZERO.
       01  WS-LEAD-DIFF                PIC S9(3) VALUE ZERO.
       01  WS-WINNER-RUNS              PIC 9(2)  VALUE ZERO.
       01  WS-LOSER-RUNS               PIC 9(2)  VALUE ZERO.
       01  WS-WINNER-TEAM              PIC X(3)  VALUE SPACES.
       01  WS-LOSER-TEAM               PIC X(3)  VALUE SPACES.
       01  WS-H2H-STATUS               PIC XX.
       01  WS-H2H-EOF                  PIC X(3)  VALUE 'NO '.
       01  WS-H2H-COUNT                PIC 9(4)  VALUE ZERO.
       01  WS-H2H-IDX                  PIC 9(4)  VALUE ZERO.
       01  WS-H2H-FOUND-IDX            PIC 9(4)  VALUE ZERO.
       01  WS-H2H-TEAM                 PIC X(3)  VALUE SPACES.
       01  WS-H2H-OPP-TEAM             PIC X(3)  VALUE SPACES.
       01  WS-SCHED-STATUS             PIC XX.
       01  WS-SCHED-EOF                PIC X(3)  VALUE 'NO '.
       01  WS-SCHED-LOADED-SW          PIC X(3)  VALUE 'NO '.
       01  WS-SCHED-OVERFLOW-SW        PIC X(3)  VALUE 'NO '.
       01  WS-SCHED-FOUND-SW           PIC X(3)  VALUE 'NO '.
       01  WS-SCHED-COUNT              PIC 9(4)  VALUE ZERO.
       01  WS-SCHED-IDX                PIC 9(4)  VALUE ZERO.
       01  WS-MAKEUP-IDX               PIC 9(4)  VALUE ZERO.
       01  WS-MARKED-COUNT             PIC 9(5)  VALUE ZERO.
       01  WS-RESULT-COUNT             PIC 9(5)  VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(5)  VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-PRINT-IDX                PIC 99    VALUE ZERO.
       01  WS-NEXT-IDX                 PIC 99    VALUE ZERO.
       01  WS-NEXT-DIFF                PIC S9(3) VALUE ZERO.
       01  WS-PREV-LEAGUE              PIC X(2)  VALUE SPACES.
       01  WS-PREV-DIVISION            PIC X(7)  VALUE SPACES.
       01  WS-WIN-PCT                  PIC 9V999 VALUE ZERO.
       01  WS-CHECK-LEAGUE             PIC X(2)  VALUE SPACES.
       01  WS-BEST-DIFF                PIC S9(3) VALUE ZERO.
       01  WS-RUNS-SCORED-SQ           PIC 9(8)  VALUE ZERO.
       01  WS-RUNS-ALLOWED-SQ          PIC 9(8)  VALUE ZERO.
       01  WS-PYTH-PCT                 PIC 9V999 VALUE ZERO.
       01  WS-RUN-DIFF                 PIC S9(4) VALUE ZERO.
       01  WS-OPP-IDX                  PIC 99    VALUE ZERO.
       01  WS-ROW-IDX                  PIC 99    VALUE ZERO.
       01  WS-GRID-TEAM-IDX            PIC 99    VALUE ZERO.
       01  WS-ORDER-COUNT              PIC 99    VALUE ZERO.
       01  WS-ORDER-IDX                PIC 99    VALUE ZERO.
       01  WS-PANEL-START              PIC 99    VALUE ZERO.
       01  WS-PANEL-END                PIC 99    VALUE ZERO.
       01  WS-GRID-SLOT                PIC 99    VALUE ZERO.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

       01  WS-STANDINGS-TABLE.
           05  STANDINGS-ENTRY OCCURS 40 TIMES.
               10  ST-LEAGUE           PIC X(2).
               10  ST-WINS             PIC 9(3).
               10  ST-LOSSES           PIC 9(3).
               10  ST-GAMES-BACK       PIC 9(2)V9.
               10  ST-RUNS-SCORED      PIC 9(4).
               10  ST-RUNS-ALLOWED     PIC 9(4).
               10  ST-TEAM-NAME        PIC X(24).
               10  ST-DIVISION         PIC X(7).
               10  ST-PRINTED-SW       PIC X(1).

       01  WS-HEAD-TO-HEAD-TABLE.
           05  H2H-ENTRY OCCURS 1600 TIMES.
               10  HH-LEAGUE           PIC X(2).
               10  HH-TEAM             PIC X(3).
               10  HH-OPP-TEAM         PIC X(3).
               10  HH-WINS             PIC 9(3).
               10  HH-LOSSES           PIC 9(3).

       01  WS-ORDER-TABLE.
           05  ORDER-STAND-IDX         PIC 99 OCCURS 40 TIMES.

       01  WS-SCHEDULE-TABLE.
           05  SCHEDULE-ENTRY OCCURS 5000 TIMES.
               10  SC-GAME-DATE        PIC 9(8).
               10  SC-LEAGUE           PIC X(2).
               10  SC-HOME-TEAM        PIC X(3).
               10  SC-AWAY-TEAM        PIC X(3).
               10  SC-STATUS           PIC X(1).

       01  HEADING-LINE-1.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'NAME'.
           05                          PIC X(21) VALUE SPACES.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'WINS'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'LOSSES'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'GB'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE '  RS'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE '  RA'.

       01  STANDINGS-DETAIL-LINE.
           05  SL-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  SL-TEAM                 PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  SL-TEAM-NAME            PIC X(24).
           05                          PIC X(4)  VALUE SPACES.
           05  SL-WINS                 PIC ZZ9.
           05                          PIC X(4)  VALUE SPACES.
           05  SL-LOSSES               PIC ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  SL-GAMES-BACK           PIC Z9.9.
           05                          PIC X(3)  VALUE SPACES.
           05  SL-RUNS-SCORED          PIC ZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  SL-RUNS-ALLOWED         PIC ZZZ9.

       01  TOTAL-LINE.
           05                          PIC X(9)
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'TEAMS: '.
           05  TL-TEAM-COUNT           PIC ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(19)
               VALUE 'SCHEDULED MARKED: '.
           05  TL-MARKED-COUNT         PIC ZZ,ZZ9.

       01  DIVISION-TITLE-LINE.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(18)
               VALUE 'DIVISION STANDINGS'.

       01  DIVISION-HEADING-LINE.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'NAME'.
           05                          PIC X(22) VALUE SPACES.
           05                          PIC X(4)  VALUE 'WINS'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'LOSSES'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(3)  VALUE 'PCT'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'GB'.

       01  DIVISION-NAME-LINE.
           05  DN-LEAGUE               PIC X(2).
           05                          PIC X(1)  VALUE SPACES.
           05  DN-DIVISION             PIC X(7).

       01  DIVISION-DETAIL-LINE.
           05                          PIC X(2)  VALUE SPACES.
           05  DSL-TEAM                PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  DSL-TEAM-NAME           PIC X(24).
           05                          PIC X(2)  VALUE SPACES.
           05  DSL-WINS                PIC ZZ9.
           05                          PIC X(4)  VALUE SPACES.
           05  DSL-LOSSES              PIC ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  DSL-WIN-PCT             PIC 9.999.
           05                          PIC X(3)  VALUE SPACES.
           05  DSL-GAMES-BACK          PIC Z9.9.

       01  SUPPLEMENT-TITLE-LINE.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(20)
               VALUE 'STANDINGS SUPPLEMENT'.

       01  SUPPLEMENT-HEADING-LINE.
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'NAME'.
           05                          PIC X(13) VALUE SPACES.
           05                          PIC X(4)  VALUE '   W'.
           05                          PIC X(5)  VALUE '    L'.
           05                          PIC X(8)  VALUE '     PCT'.
           05                          PIC X(8)  VALUE '     EXP'.
           05                          PIC X(7)  VALUE '     RS'.
           05                          PIC X(6)  VALUE '    RA'.
           05                          PIC X(7)  VALUE '   DIFF'.
           05                          PIC X(7)  VALUE '     GB'.

       01  SUPPLEMENT-DETAIL-LINE.
           05  XL-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  XL-TEAM                 PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  XL-TEAM-NAME            PIC X(16).
           05                          PIC X(2)  VALUE SPACES.
           05  XL-WINS                 PIC ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  XL-LOSSES               PIC ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  XL-WIN-PCT              PIC 9.999.
           05                          PIC X(3)  VALUE SPACES.
           05  XL-PYTH-PCT             PIC 9.999.
           05                          PIC X(3)  VALUE SPACES.
           05  XL-RUNS-SCORED          PIC ZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  XL-RUNS-ALLOWED         PIC ZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  XL-RUN-DIFF             PIC ++++9.
           05                          PIC X(3)  VALUE SPACES.
           05  XL-GAMES-BACK           PIC Z9.9.

       01  GRID-TITLE-LINE.
           05  GT-TITLE                PIC X(30).
           05  GT-LEAGUE               PIC X(2).

       01  GRID-HEADING-LINE.
           05                          PIC X(20) VALUE SPACES.
           05  GH-ENTRY OCCURS 10 TIMES.
               10                      PIC X(1).
               10  GH-TEAM             PIC X(3).
               10                      PIC X(2).

       01  GRID-ROW-LINE.
           05  GR-TEAM                 PIC X(3).
           05                          PIC X(1).
           05  GR-TEAM-NAME            PIC X(14).
           05                          PIC X(2).
           05  GR-ENTRY OCCURS 10 TIMES.
               10  GR-CELL.
                   15  GR-WINS         PIC Z9.
                   15  GR-DASH         PIC X(1).
                   15  GR-LOSSES       PIC Z9.
               10                      PIC X(1).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 110-OPEN-TEAM-MASTER
           PERFORM 120-LOAD-PRIOR-STANDINGS
           PERFORM 130-LOAD-SCHEDULE
           PERFORM 140-LOAD-HEAD-TO-HEAD
           OPEN INPUT BASEBALL-15-RESULT-FILE
           OPEN OUTPUT BASEBALL-15-FILE-OUT

           CLOSE BASEBALL-15-RESULT-FILE
           PERFORM 600-COMPUTE-GAMES-BACK
           PERFORM 650-WRITE-STANDINGS-FILE
           PERFORM 670-WRITE-HEAD-TO-HEAD-FILE
           IF WS-SCHED-LOADED-SW = 'YES'
               PERFORM 660-WRITE-SCHEDULE-FILE
           END-IF
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
               UNTIL WS-STAND-IDX > WS-STAND-COUNT
               PERFORM 755-GET-TEAM-DETAILS
           END-PERFORM
           PERFORM 700-PRINT-STANDINGS-SECTION
           PERFORM 500-PRINT-TOTAL
           PERFORM 750-PRINT-DIVISION-STANDINGS
           PERFORM 800-PRINT-SUPPLEMENT
           CLOSE BASEBALL-15-FILE-OUT
           IF WS-REF-LOADED-SW = 'YES'
               CLOSE BASEBALL-15-TEAM-MASTER
           END-IF
           STOP RUN.

      *    When the team master is not there every team code is
      *    taken as valid and the division standings carry no names.
       110-OPEN-TEAM-MASTER.
           OPEN INPUT BASEBALL-15-TEAM-MASTER
           IF WS-REF-STATUS = '00'
               MOVE 'YES' TO WS-REF-LOADED-SW
           END-IF
           IF WS-REF-STATUS = '05'
               CLOSE BASEBALL-15-TEAM-MASTER
           END-IF.

       120-LOAD-PRIOR-STANDINGS.
               MOVE STAND-WINS-IN TO ST-WINS (WS-STAND-COUNT)
               MOVE STAND-LOSSES-IN TO ST-LOSSES (WS-STAND-COUNT)
               MOVE ZERO TO ST-GAMES-BACK (WS-STAND-COUNT)
               IF STAND-RUNS-SCORED-IN NUMERIC
                  AND STAND-RUNS-ALLOWED-IN NUMERIC
                   MOVE STAND-RUNS-SCORED-IN TO
                       ST-RUNS-SCORED (WS-STAND-COUNT)
                   MOVE STAND-RUNS-ALLOWED-IN TO
                       ST-RUNS-ALLOWED (WS-STAND-COUNT)
               ELSE
                   MOVE ZERO TO ST-RUNS-SCORED (WS-STAND-COUNT)
                   MOVE ZERO TO ST-RUNS-ALLOWED (WS-STAND-COUNT)
               END-IF
           END-IF.

      *    The schedule is only marked and rewritten when all of it
      *    fits the table, so an oversize schedule is never truncated.
       130-LOAD-SCHEDULE.
           OPEN INPUT BASEBALL-15-SCHEDULE-IN
           IF WS-SCHED-STATUS = '00'
               PERFORM UNTIL WS-SCHED-EOF = 'YES'
                   READ BASEBALL-15-SCHEDULE-IN
                       AT END
                           MOVE 'YES' TO WS-SCHED-EOF
                       NOT AT END
                           PERFORM 135-ADD-SCHEDULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-15-SCHEDULE-IN
               IF WS-SCHED-COUNT > ZERO
                  AND WS-SCHED-OVERFLOW-SW = 'NO '
                   MOVE 'YES' TO WS-SCHED-LOADED-SW
               END-IF
           END-IF.

       135-ADD-SCHEDULE-ENTRY.
           IF WS-SCHED-COUNT < 5000
               ADD 1 TO WS-SCHED-COUNT
               MOVE SCH-GAME-DATE-IN TO SC-GAME-DATE (WS-SCHED-COUNT)
               MOVE SCH-LEAGUE-IN TO SC-LEAGUE (WS-SCHED-COUNT)
               MOVE SCH-HOME-TEAM-IN TO SC-HOME-TEAM (WS-SCHED-COUNT)
               MOVE SCH-AWAY-TEAM-IN TO SC-AWAY-TEAM (WS-SCHED-COUNT)
               MOVE SCH-STATUS-IN TO SC-STATUS (WS-SCHED-COUNT)
           ELSE
               MOVE 'YES' TO WS-SCHED-OVERFLOW-SW
           END-IF.

      *    Head-to-head records carry each club's wins and losses
      *    against every league opponent forward from night to night.
       140-LOAD-HEAD-TO-HEAD.
           OPEN INPUT BASEBALL-15-H2H-IN
           IF WS-H2H-STATUS = '00'
               PERFORM UNTIL WS-H2H-EOF = 'YES'
                   READ BASEBALL-15-H2H-IN
                       AT END
                           MOVE 'YES' TO WS-H2H-EOF
                       NOT AT END
                           PERFORM 142-ADD-HEAD-TO-HEAD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-15-H2H-IN
           END-IF.

       142-ADD-HEAD-TO-HEAD-ENTRY.
           IF WS-H2H-COUNT < 1600
               ADD 1 TO WS-H2H-COUNT
               MOVE H2H-LEAGUE-IN TO HH-LEAGUE (WS-H2H-COUNT)
               MOVE H2H-TEAM-IN TO HH-TEAM (WS-H2H-COUNT)
               MOVE H2H-OPP-TEAM-IN TO HH-OPP-TEAM (WS-H2H-COUNT)
               MOVE H2H-WINS-IN TO HH-WINS (WS-H2H-COUNT)
               MOVE H2H-LOSSES-IN TO HH-LOSSES (WS-H2H-COUNT)
           END-IF.

      *    A club deactivated from a season on is not valid for a game
      *    played in that season or any later one.
       145-CHECK-TEAM-CODE.
           MOVE 'YES' TO WS-REF-FOUND-SW
           MOVE 'NO ' TO WS-TEAM-INACTIVE-SW
           MOVE SPACES TO TMS-KEY
           MOVE RES-LEAGUE TO TMS-LEAGUE
           MOVE WS-CHECK-TEAM TO TMS-TEAM
           READ BASEBALL-15-TEAM-MASTER
               INVALID KEY
                   MOVE 'NO ' TO WS-REF-FOUND-SW
               NOT INVALID KEY
                   IF TMS-STATUS = 'I'
                      AND WS-CHECK-SEASON NOT < TMS-EFFECTIVE-SEASON
                       MOVE 'NO ' TO WS-REF-FOUND-SW
                       MOVE 'YES' TO WS-TEAM-INACTIVE-SW
                   END-IF
           END-READ.

       200-APPLY-ONE-RESULT.
           IF LINES-PRINTED >= 57
               PERFORM 250-POST-ONE-RESULT
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO DL-RESULT
               IF WS-SCHED-LOADED-SW = 'YES'
                   PERFORM 270-MARK-GAME-PLAYED
               END-IF
           END-IF
           MOVE DETAIL-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
       210-VALIDATE-ONE-RESULT.
           MOVE 'NO ' TO WS-BAD-RESULT-SW
           MOVE 'YES' TO WS-REF-FOUND-SW
           MOVE 'NO ' TO WS-TEAM-INACTIVE-SW
           MOVE RES-GAME-DATE(1:4) TO WS-CHECK-SEASON
           IF WS-REF-LOADED-SW = 'YES'
               MOVE RES-HOME-TEAM TO WS-CHECK-TEAM
               PERFORM 145-CHECK-TEAM-CODE
           END-IF
           IF WS-REF-FOUND-SW = 'NO '
               MOVE 'YES' TO WS-BAD-RESULT-SW
               IF WS-TEAM-INACTIVE-SW = 'YES'
                   MOVE 'INACTIVE HOME TEAM' TO DL-RESULT
               ELSE
                   MOVE 'UNKNOWN HOME TEAM' TO DL-RESULT
               END-IF
           ELSE
               MOVE 'YES' TO WS-REF-FOUND-SW
               IF WS-REF-LOADED-SW = 'YES'
                   PERFORM 145-CHECK-TEAM-CODE
               END-IF
               EVALUATE TRUE
                   WHEN WS-TEAM-INACTIVE-SW = 'YES'
                       MOVE 'YES' TO WS-BAD-RESULT-SW
                       MOVE 'INACTIVE AWAY TEAM' TO DL-RESULT
                   WHEN WS-REF-FOUND-SW = 'NO '
                       MOVE 'YES' TO WS-BAD-RESULT-SW
                       MOVE 'UNKNOWN AWAY TEAM' TO DL-RESULT

       250-POST-ONE-RESULT.
           IF RES-HOME-RUNS > RES-AWAY-RUNS
               MOVE RES-HOME-TEAM TO WS-WINNER-TEAM
               MOVE RES-AWAY-TEAM TO WS-LOSER-TEAM
               MOVE RES-HOME-RUNS TO WS-WINNER-RUNS
               MOVE RES-AWAY-RUNS TO WS-LOSER-RUNS
               MOVE RES-HOME-TEAM TO WS-CHECK-TEAM
               PERFORM 260-FIND-OR-ADD-TEAM
               MOVE WS-FOUND-IDX TO WS-WINNER-IDX
               PERFORM 260-FIND-OR-ADD-TEAM
               MOVE WS-FOUND-IDX TO WS-LOSER-IDX
           ELSE
               MOVE RES-AWAY-TEAM TO WS-WINNER-TEAM
               MOVE RES-HOME-TEAM TO WS-LOSER-TEAM
               MOVE RES-AWAY-RUNS TO WS-WINNER-RUNS
               MOVE RES-HOME-RUNS TO WS-LOSER-RUNS
               MOVE RES-AWAY-TEAM TO WS-CHECK-TEAM
               PERFORM 260-FIND-OR-ADD-TEAM
               MOVE WS-FOUND-IDX TO WS-WINNER-IDX
           END-IF
           IF WS-WINNER-IDX > ZERO
               ADD 1 TO ST-WINS (WS-WINNER-IDX)
               ADD WS-WINNER-RUNS TO ST-RUNS-SCORED (WS-WINNER-IDX)
               ADD WS-LOSER-RUNS TO ST-RUNS-ALLOWED (WS-WINNER-IDX)
           END-IF
           IF WS-LOSER-IDX > ZERO
               ADD 1 TO ST-LOSSES (WS-LOSER-IDX)
               ADD WS-LOSER-RUNS TO ST-RUNS-SCORED (WS-LOSER-IDX)
               ADD WS-WINNER-RUNS TO ST-RUNS-ALLOWED (WS-LOSER-IDX)
           END-IF
           MOVE WS-WINNER-TEAM TO WS-H2H-TEAM
           MOVE WS-LOSER-TEAM TO WS-H2H-OPP-TEAM
           PERFORM 280-FIND-OR-ADD-HEAD-TO-HEAD
           IF WS-H2H-FOUND-IDX > ZERO
               ADD 1 TO HH-WINS (WS-H2H-FOUND-IDX)
           END-IF
           MOVE WS-LOSER-TEAM TO WS-H2H-TEAM
           MOVE WS-WINNER-TEAM TO WS-H2H-OPP-TEAM
           PERFORM 280-FIND-OR-ADD-HEAD-TO-HEAD
           IF WS-H2H-FOUND-IDX > ZERO
               ADD 1 TO HH-LOSSES (WS-H2H-FOUND-IDX)
           END-IF.

       260-FIND-OR-ADD-TEAM.
               MOVE ZERO TO ST-WINS (WS-STAND-COUNT)
               MOVE ZERO TO ST-LOSSES (WS-STAND-COUNT)
               MOVE ZERO TO ST-GAMES-BACK (WS-STAND-COUNT)
               MOVE ZERO TO ST-RUNS-SCORED (WS-STAND-COUNT)
               MOVE ZERO TO ST-RUNS-ALLOWED (WS-STAND-COUNT)
               MOVE WS-STAND-COUNT TO WS-FOUND-IDX
           END-IF.

       270-MARK-GAME-PLAYED.
           MOVE 'NO ' TO WS-SCHED-FOUND-SW
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                  OR WS-SCHED-FOUND-SW = 'YES'
               IF SC-GAME-DATE (WS-SCHED-IDX) = RES-GAME-DATE
                  AND SC-LEAGUE (WS-SCHED-IDX) = RES-LEAGUE
                  AND SC-HOME-TEAM (WS-SCHED-IDX) = RES-HOME-TEAM
                  AND SC-AWAY-TEAM (WS-SCHED-IDX) = RES-AWAY-TEAM
                  AND SC-STATUS (WS-SCHED-IDX) NOT = 'P'
                   MOVE 'P' TO SC-STATUS (WS-SCHED-IDX)
                   MOVE 'YES' TO WS-SCHED-FOUND-SW
                   ADD 1 TO WS-MARKED-COUNT
               END-IF
           END-PERFORM
           IF WS-SCHED-FOUND-SW = 'NO '
               PERFORM 275-MARK-MAKEUP-GAME
           END-IF
           IF WS-SCHED-FOUND-SW = 'NO '
               MOVE 'APPLIED - NOT SCHEDULED' TO DL-RESULT
           END-IF.

      *    A game played on a date it was not scheduled for makes up
      *    the earliest game between the same home and away clubs
      *    still unplayed from before that date.
       275-MARK-MAKEUP-GAME.
           MOVE ZERO TO WS-MAKEUP-IDX
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF SC-GAME-DATE (WS-SCHED-IDX) < RES-GAME-DATE
                  AND SC-LEAGUE (WS-SCHED-IDX) = RES-LEAGUE
                  AND SC-HOME-TEAM (WS-SCHED-IDX) = RES-HOME-TEAM
                  AND SC-AWAY-TEAM (WS-SCHED-IDX) = RES-AWAY-TEAM
                  AND SC-STATUS (WS-SCHED-IDX) NOT = 'P'
                   PERFORM 277-COMPARE-MAKEUP-GAME
               END-IF
           END-PERFORM
           IF WS-MAKEUP-IDX > ZERO
               MOVE 'P' TO SC-STATUS (WS-MAKEUP-IDX)
               MOVE 'YES' TO WS-SCHED-FOUND-SW
               ADD 1 TO WS-MARKED-COUNT
               MOVE 'MAKEUP OF' TO DL-RESULT
               MOVE SC-GAME-DATE (WS-MAKEUP-IDX) TO DL-RESULT (11:8)
           END-IF.

       277-COMPARE-MAKEUP-GAME.
           IF WS-MAKEUP-IDX = ZERO
               MOVE WS-SCHED-IDX TO WS-MAKEUP-IDX
           ELSE
               IF SC-GAME-DATE (WS-SCHED-IDX) <
                       SC-GAME-DATE (WS-MAKEUP-IDX)
                   MOVE WS-SCHED-IDX TO WS-MAKEUP-IDX
               END-IF
           END-IF.

       280-FIND-OR-ADD-HEAD-TO-HEAD.
           MOVE ZERO TO WS-H2H-FOUND-IDX
           PERFORM VARYING WS-H2H-IDX FROM 1 BY 1
               UNTIL WS-H2H-IDX > WS-H2H-COUNT
                  OR WS-H2H-FOUND-IDX > ZERO
               IF HH-LEAGUE (WS-H2H-IDX) = RES-LEAGUE
                  AND HH-TEAM (WS-H2H-IDX) = WS-H2H-TEAM
                  AND HH-OPP-TEAM (WS-H2H-IDX) = WS-H2H-OPP-TEAM
                   MOVE WS-H2H-IDX TO WS-H2H-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-H2H-FOUND-IDX = ZERO
              AND WS-H2H-COUNT < 1600
               ADD 1 TO WS-H2H-COUNT
               MOVE RES-LEAGUE TO HH-LEAGUE (WS-H2H-COUNT)
               MOVE WS-H2H-TEAM TO HH-TEAM (WS-H2H-COUNT)
               MOVE WS-H2H-OPP-TEAM TO HH-OPP-TEAM (WS-H2H-COUNT)
               MOVE ZERO TO HH-WINS (WS-H2H-COUNT)
               MOVE ZERO TO HH-LOSSES (WS-H2H-COUNT)
               MOVE WS-H2H-COUNT TO WS-H2H-FOUND-IDX
           END-IF.

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
           MOVE WS-ERROR-COUNT TO TL-ERROR-COUNT
           MOVE WS-STAND-COUNT TO TL-TEAM-COUNT
           MOVE WS-MARKED-COUNT TO TL-MARKED-COUNT
           MOVE TOTAL-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 2 LINE.
               MOVE ST-LOSSES (WS-STAND-IDX) TO STAND-LOSSES-OUT
               MOVE ST-GAMES-BACK (WS-STAND-IDX) TO
                   STAND-GAMES-BACK-OUT
               MOVE ST-RUNS-SCORED (WS-STAND-IDX) TO
                   STAND-RUNS-SCORED-OUT
               MOVE ST-RUNS-ALLOWED (WS-STAND-IDX) TO
                   STAND-RUNS-ALLOWED-OUT
               WRITE STANDINGS-RECORD-OUT
           END-PERFORM
           CLOSE BASEBALL-15-STANDINGS-OUT.

       670-WRITE-HEAD-TO-HEAD-FILE.
           OPEN OUTPUT BASEBALL-15-H2H-OUT
           PERFORM VARYING WS-H2H-IDX FROM 1 BY 1
               UNTIL WS-H2H-IDX > WS-H2H-COUNT
               MOVE SPACES TO H2H-RECORD-OUT
               MOVE HH-LEAGUE (WS-H2H-IDX) TO H2H-LEAGUE-OUT
               MOVE HH-TEAM (WS-H2H-IDX) TO H2H-TEAM-OUT
               MOVE HH-OPP-TEAM (WS-H2H-IDX) TO H2H-OPP-TEAM-OUT
               MOVE HH-WINS (WS-H2H-IDX) TO H2H-WINS-OUT
               MOVE HH-LOSSES (WS-H2H-IDX) TO H2H-LOSSES-OUT
               WRITE H2H-RECORD-OUT
           END-PERFORM
           CLOSE BASEBALL-15-H2H-OUT.

       660-WRITE-SCHEDULE-FILE.
           OPEN OUTPUT BASEBALL-15-SCHEDULE-OUT
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               MOVE SPACES TO SCHEDULE-RECORD-OUT
               MOVE SC-GAME-DATE (WS-SCHED-IDX) TO SCH-GAME-DATE-OUT
               MOVE SC-LEAGUE (WS-SCHED-IDX) TO SCH-LEAGUE-OUT
               MOVE SC-HOME-TEAM (WS-SCHED-IDX) TO SCH-HOME-TEAM-OUT
               MOVE SC-AWAY-TEAM (WS-SCHED-IDX) TO SCH-AWAY-TEAM-OUT
               MOVE SC-STATUS (WS-SCHED-IDX) TO SCH-STATUS-OUT
               WRITE SCHEDULE-RECORD-OUT
           END-PERFORM
           CLOSE BASEBALL-15-SCHEDULE-OUT.

       700-PRINT-STANDINGS-SECTION.
           MOVE STANDINGS-TITLE-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
           END-IF
           MOVE ST-LEAGUE (WS-STAND-IDX) TO SL-LEAGUE
           MOVE ST-TEAM (WS-STAND-IDX) TO SL-TEAM
           IF ST-TEAM-NAME (WS-STAND-IDX) = SPACES
               MOVE ST-TEAM (WS-STAND-IDX) TO SL-TEAM-NAME
           ELSE
               MOVE ST-TEAM-NAME (WS-STAND-IDX) TO SL-TEAM-NAME
           END-IF
           MOVE ST-WINS (WS-STAND-IDX) TO SL-WINS
           MOVE ST-LOSSES (WS-STAND-IDX) TO SL-LOSSES
           MOVE ST-GAMES-BACK (WS-STAND-IDX) TO SL-GAMES-BACK
           MOVE ST-RUNS-SCORED (WS-STAND-IDX) TO SL-RUNS-SCORED
           MOVE ST-RUNS-ALLOWED (WS-STAND-IDX) TO SL-RUNS-ALLOWED
           MOVE STANDINGS-DETAIL-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

      *    Division standings.  Each club takes its name and division
      *    from the team master, looked up by 755-GET-TEAM-DETAILS
      *    before the league standings are printed; the clubs are
      *    printed league by league and division by division, best
      *    record first, and games-back is measured from the club
      *    heading the division.
       750-PRINT-DIVISION-STANDINGS.
           MOVE HIGH-VALUES TO WS-PREV-LEAGUE
           MOVE HIGH-VALUES TO WS-PREV-DIVISION
           PERFORM 760-WRITE-DIVISION-HEADINGS
           PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-STAND-COUNT
               PERFORM 770-SELECT-NEXT-STANDING
               PERFORM 780-PRINT-ONE-DIVISION-LINE
           END-PERFORM.

       755-GET-TEAM-DETAILS.
           MOVE SPACES TO ST-TEAM-NAME (WS-STAND-IDX)
           MOVE SPACES TO ST-DIVISION (WS-STAND-IDX)
           MOVE 'N' TO ST-PRINTED-SW (WS-STAND-IDX)
           IF WS-REF-LOADED-SW = 'YES'
               MOVE SPACES TO TMS-KEY
               MOVE ST-LEAGUE (WS-STAND-IDX) TO TMS-LEAGUE
               MOVE ST-TEAM (WS-STAND-IDX) TO TMS-TEAM
               READ BASEBALL-15-TEAM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TMS-TEAM-NAME TO ST-TEAM-NAME (WS-STAND-IDX)
                       MOVE TMS-DIVISION TO ST-DIVISION (WS-STAND-IDX)
               END-READ
           END-IF.

       760-WRITE-DIVISION-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE DIVISION-TITLE-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 2 LINE
           MOVE DIVISION-HEADING-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 2 LINE
           MOVE 5 TO LINES-PRINTED.

      *    Picks the club still to be printed that comes first by
      *    league, division, wins less losses (highest first) and
      *    team code.
       770-SELECT-NEXT-STANDING.
           MOVE ZERO TO WS-NEXT-IDX
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
               UNTIL WS-STAND-IDX > WS-STAND-COUNT
               IF ST-PRINTED-SW (WS-STAND-IDX) = 'N'
                   PERFORM 775-COMPARE-STANDING
               END-IF
           END-PERFORM
           MOVE 'Y' TO ST-PRINTED-SW (WS-NEXT-IDX).

       775-COMPARE-STANDING.
           IF WS-NEXT-IDX = ZERO
               MOVE WS-STAND-IDX TO WS-NEXT-IDX
           ELSE
               COMPUTE WS-TEAM-DIFF =
                   ST-WINS (WS-STAND-IDX) - ST-LOSSES (WS-STAND-IDX)
               COMPUTE WS-NEXT-DIFF =
                   ST-WINS (WS-NEXT-IDX) - ST-LOSSES (WS-NEXT-IDX)
               EVALUATE TRUE
                   WHEN ST-LEAGUE (WS-STAND-IDX) <
                           ST-LEAGUE (WS-NEXT-IDX)
                       MOVE WS-STAND-IDX TO WS-NEXT-IDX
                   WHEN ST-LEAGUE (WS-STAND-IDX) >
                           ST-LEAGUE (WS-NEXT-IDX)
                       CONTINUE
                   WHEN ST-DIVISION (WS-STAND-IDX) <
                           ST-DIVISION (WS-NEXT-IDX)
                       MOVE WS-STAND-IDX TO WS-NEXT-IDX
                   WHEN ST-DIVISION (WS-STAND-IDX) >
                           ST-DIVISION (WS-NEXT-IDX)
                       CONTINUE
                   WHEN WS-TEAM-DIFF > WS-NEXT-DIFF
                       MOVE WS-STAND-IDX TO WS-NEXT-IDX
                   WHEN WS-TEAM-DIFF < WS-NEXT-DIFF
                       CONTINUE
                   WHEN ST-TEAM (WS-STAND-IDX) < ST-TEAM (WS-NEXT-IDX)
                       MOVE WS-STAND-IDX TO WS-NEXT-IDX
               END-EVALUATE
           END-IF.

       780-PRINT-ONE-DIVISION-LINE.
           IF LINES-PRINTED >= 55
               PERFORM 760-WRITE-DIVISION-HEADINGS
           END-IF
           COMPUTE WS-TEAM-DIFF =
               ST-WINS (WS-NEXT-IDX) - ST-LOSSES (WS-NEXT-IDX)
           IF ST-LEAGUE (WS-NEXT-IDX) NOT = WS-PREV-LEAGUE
              OR ST-DIVISION (WS-NEXT-IDX) NOT = WS-PREV-DIVISION
               MOVE ST-LEAGUE (WS-NEXT-IDX) TO WS-PREV-LEAGUE
               MOVE ST-DIVISION (WS-NEXT-IDX) TO WS-PREV-DIVISION
               MOVE WS-TEAM-DIFF TO WS-LEAD-DIFF
               MOVE ST-LEAGUE (WS-NEXT-IDX) TO DN-LEAGUE
               IF ST-DIVISION (WS-NEXT-IDX) = SPACES
                   MOVE '(NONE)' TO DN-DIVISION
               ELSE
                   MOVE ST-DIVISION (WS-NEXT-IDX) TO DN-DIVISION
               END-IF
               MOVE DIVISION-NAME-LINE TO BASEBALL-15-RECORD-OUT
               WRITE BASEBALL-15-RECORD-OUT
                   AFTER ADVANCING 2 LINE
               ADD 2 TO LINES-PRINTED
           END-IF
           IF ST-WINS (WS-NEXT-IDX) + ST-LOSSES (WS-NEXT-IDX) > ZERO
               COMPUTE WS-WIN-PCT ROUNDED =
                   ST-WINS (WS-NEXT-IDX) /
                   (ST-WINS (WS-NEXT-IDX) + ST-LOSSES (WS-NEXT-IDX))
           ELSE
               MOVE ZERO TO WS-WIN-PCT
           END-IF
           MOVE ST-TEAM (WS-NEXT-IDX) TO DSL-TEAM
           MOVE ST-TEAM-NAME (WS-NEXT-IDX) TO DSL-TEAM-NAME
           MOVE ST-WINS (WS-NEXT-IDX) TO DSL-WINS
           MOVE ST-LOSSES (WS-NEXT-IDX) TO DSL-LOSSES
           MOVE WS-WIN-PCT TO DSL-WIN-PCT
           COMPUTE DSL-GAMES-BACK = (WS-LEAD-DIFF - WS-TEAM-DIFF) / 2
           MOVE DIVISION-DETAIL-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

      *    Standings supplement.  The clubs are printed league by
      *    league, best record first, and each league is followed by
      *    its head-to-head grid in the same order.
       800-PRINT-SUPPLEMENT.
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
               UNTIL WS-STAND-IDX > WS-STAND-COUNT
               MOVE 'N' TO ST-PRINTED-SW (WS-STAND-IDX)
           END-PERFORM
           PERFORM 810-WRITE-SUPPLEMENT-HEADINGS
           PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-STAND-COUNT
               IF ST-PRINTED-SW (WS-PRINT-IDX) = 'N'
                   MOVE ST-LEAGUE (WS-PRINT-IDX) TO WS-CHECK-LEAGUE
                   PERFORM 820-PRINT-LEAGUE-SUPPLEMENT
                   PERFORM 840-PRINT-HEAD-TO-HEAD-GRID
               END-IF
           END-PERFORM.

       810-WRITE-SUPPLEMENT-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE SUPPLEMENT-TITLE-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 2 LINE
           MOVE SUPPLEMENT-HEADING-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 2 LINE
           MOVE 5 TO LINES-PRINTED.

      *    Prints every club of WS-CHECK-LEAGUE in standings order,
      *    leader first, and keeps that order for the grid.
       820-PRINT-LEAGUE-SUPPLEMENT.
           MOVE ZERO TO WS-ORDER-COUNT
           IF LINES-PRINTED >= 55
               PERFORM 810-WRITE-SUPPLEMENT-HEADINGS
           END-IF
           MOVE SPACES TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED
           PERFORM 825-FIND-NEXT-SUPPLEMENT-CLUB
           PERFORM UNTIL WS-NEXT-IDX = ZERO
               PERFORM 830-PRINT-SUPPLEMENT-LINE
               MOVE 'Y' TO ST-PRINTED-SW (WS-NEXT-IDX)
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-NEXT-IDX TO ORDER-STAND-IDX (WS-ORDER-COUNT)
               PERFORM 825-FIND-NEXT-SUPPLEMENT-CLUB
           END-PERFORM.

       825-FIND-NEXT-SUPPLEMENT-CLUB.
           MOVE ZERO TO WS-NEXT-IDX
           MOVE -999 TO WS-BEST-DIFF
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
               UNTIL WS-STAND-IDX > WS-STAND-COUNT
               IF ST-LEAGUE (WS-STAND-IDX) = WS-CHECK-LEAGUE
                  AND ST-PRINTED-SW (WS-STAND-IDX) = 'N'
                   COMPUTE WS-TEAM-DIFF =
                       ST-WINS (WS-STAND-IDX) - ST-LOSSES (WS-STAND-IDX)
                   IF WS-TEAM-DIFF > WS-BEST-DIFF
                       MOVE WS-TEAM-DIFF TO WS-BEST-DIFF
                       MOVE WS-STAND-IDX TO WS-NEXT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       830-PRINT-SUPPLEMENT-LINE.
           IF LINES-PRINTED >= 57
               PERFORM 810-WRITE-SUPPLEMENT-HEADINGS
           END-IF
           IF ST-WINS (WS-NEXT-IDX) + ST-LOSSES (WS-NEXT-IDX) > ZERO
               COMPUTE WS-WIN-PCT ROUNDED =
                   ST-WINS (WS-NEXT-IDX) /
                   (ST-WINS (WS-NEXT-IDX) + ST-LOSSES (WS-NEXT-IDX))
           ELSE
               MOVE ZERO TO WS-WIN-PCT
           END-IF
           COMPUTE WS-RUNS-SCORED-SQ =
               ST-RUNS-SCORED (WS-NEXT-IDX) *
               ST-RUNS-SCORED (WS-NEXT-IDX)
           COMPUTE WS-RUNS-ALLOWED-SQ =
               ST-RUNS-ALLOWED (WS-NEXT-IDX) *
               ST-RUNS-ALLOWED (WS-NEXT-IDX)
           IF WS-RUNS-SCORED-SQ + WS-RUNS-ALLOWED-SQ > ZERO
               COMPUTE WS-PYTH-PCT ROUNDED =
                   WS-RUNS-SCORED-SQ /
                   (WS-RUNS-SCORED-SQ + WS-RUNS-ALLOWED-SQ)
           ELSE
               MOVE ZERO TO WS-PYTH-PCT
           END-IF
           COMPUTE WS-RUN-DIFF =
               ST-RUNS-SCORED (WS-NEXT-IDX) -
               ST-RUNS-ALLOWED (WS-NEXT-IDX)
           MOVE ST-LEAGUE (WS-NEXT-IDX) TO XL-LEAGUE
           MOVE ST-TEAM (WS-NEXT-IDX) TO XL-TEAM
           IF ST-TEAM-NAME (WS-NEXT-IDX) = SPACES
               MOVE ST-TEAM (WS-NEXT-IDX) TO XL-TEAM-NAME
           ELSE
               MOVE ST-TEAM-NAME (WS-NEXT-IDX) TO XL-TEAM-NAME
           END-IF
           MOVE ST-WINS (WS-NEXT-IDX) TO XL-WINS
           MOVE ST-LOSSES (WS-NEXT-IDX) TO XL-LOSSES
           MOVE WS-WIN-PCT TO XL-WIN-PCT
           MOVE WS-PYTH-PCT TO XL-PYTH-PCT
           MOVE ST-RUNS-SCORED (WS-NEXT-IDX) TO XL-RUNS-SCORED
           MOVE ST-RUNS-ALLOWED (WS-NEXT-IDX) TO XL-RUNS-ALLOWED
           MOVE WS-RUN-DIFF TO XL-RUN-DIFF
           MOVE ST-GAMES-BACK (WS-NEXT-IDX) TO XL-GAMES-BACK
           MOVE SUPPLEMENT-DETAIL-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

      *    The grid rows and columns follow the league's standings
      *    order, ten opponent columns to a panel.
       840-PRINT-HEAD-TO-HEAD-GRID.
           IF LINES-PRINTED >= 50
               PERFORM 810-WRITE-SUPPLEMENT-HEADINGS
           END-IF
           MOVE SPACES TO GRID-TITLE-LINE
           MOVE 'HEAD-TO-HEAD (ROW VS COLUMN) ' TO GT-TITLE
           MOVE WS-CHECK-LEAGUE TO GT-LEAGUE
           MOVE GRID-TITLE-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 2 LINE
           ADD 2 TO LINES-PRINTED
           PERFORM VARYING WS-PANEL-START FROM 1 BY 10
               UNTIL WS-PANEL-START > WS-ORDER-COUNT
               COMPUTE WS-PANEL-END = WS-PANEL-START + 9
               IF WS-PANEL-END > WS-ORDER-COUNT
                   MOVE WS-ORDER-COUNT TO WS-PANEL-END
               END-IF
               PERFORM 845-PRINT-GRID-PANEL
           END-PERFORM.

       845-PRINT-GRID-PANEL.
           IF LINES-PRINTED >= 55
               PERFORM 810-WRITE-SUPPLEMENT-HEADINGS
           END-IF
           MOVE SPACES TO GRID-HEADING-LINE
           MOVE ZERO TO WS-GRID-SLOT
           PERFORM VARYING WS-ORDER-IDX FROM WS-PANEL-START BY 1
               UNTIL WS-ORDER-IDX > WS-PANEL-END
               ADD 1 TO WS-GRID-SLOT
               MOVE ORDER-STAND-IDX (WS-ORDER-IDX) TO WS-OPP-IDX
               MOVE ST-TEAM (WS-OPP-IDX) TO GH-TEAM (WS-GRID-SLOT)
           END-PERFORM
           MOVE GRID-HEADING-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 2 LINE
           ADD 2 TO LINES-PRINTED
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ORDER-COUNT
               PERFORM 850-PRINT-GRID-ROW
           END-PERFORM.

       850-PRINT-GRID-ROW.
           IF LINES-PRINTED >= 57
               PERFORM 810-WRITE-SUPPLEMENT-HEADINGS
           END-IF
           MOVE ORDER-STAND-IDX (WS-ROW-IDX) TO WS-GRID-TEAM-IDX
           MOVE SPACES TO GRID-ROW-LINE
           MOVE ST-TEAM (WS-GRID-TEAM-IDX) TO GR-TEAM
           IF ST-TEAM-NAME (WS-GRID-TEAM-IDX) = SPACES
               MOVE ST-TEAM (WS-GRID-TEAM-IDX) TO GR-TEAM-NAME
           ELSE
               MOVE ST-TEAM-NAME (WS-GRID-TEAM-IDX) TO GR-TEAM-NAME
           END-IF
           MOVE ZERO TO WS-GRID-SLOT
           PERFORM VARYING WS-ORDER-IDX FROM WS-PANEL-START BY 1
               UNTIL WS-ORDER-IDX > WS-PANEL-END
               ADD 1 TO WS-GRID-SLOT
               MOVE ORDER-STAND-IDX (WS-ORDER-IDX) TO WS-OPP-IDX
               IF WS-OPP-IDX = WS-GRID-TEAM-IDX
                   MOVE ' --- ' TO GR-CELL (WS-GRID-SLOT)
               ELSE
                   PERFORM 855-FIND-HEAD-TO-HEAD
                   MOVE '-' TO GR-DASH (WS-GRID-SLOT)
                   IF WS-H2H-FOUND-IDX > ZERO
                       MOVE HH-WINS (WS-H2H-FOUND-IDX) TO
                           GR-WINS (WS-GRID-SLOT)
                       MOVE HH-LOSSES (WS-H2H-FOUND-IDX) TO
                           GR-LOSSES (WS-GRID-SLOT)
                   ELSE
                       MOVE ZERO TO GR-WINS (WS-GRID-SLOT)
                       MOVE ZERO TO GR-LOSSES (WS-GRID-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE GRID-ROW-LINE TO BASEBALL-15-RECORD-OUT
           WRITE BASEBALL-15-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

      *    Looks up the row club's record against the column club
      *    without adding an entry for a pair that has not met.
       855-FIND-HEAD-TO-HEAD.
           MOVE ZERO TO WS-H2H-FOUND-IDX
           PERFORM VARYING WS-H2H-IDX FROM 1 BY 1
               UNTIL WS-H2H-IDX > WS-H2H-COUNT
                  OR WS-H2H-FOUND-IDX > ZERO
               IF HH-LEAGUE (WS-H2H-IDX) = WS-CHECK-LEAGUE
                  AND HH-TEAM (WS-H2H-IDX) = ST-TEAM (WS-GRID-TEAM-IDX)
                  AND HH-OPP-TEAM (WS-H2H-IDX) = ST-TEAM (WS-OPP-IDX)
                   MOVE WS-H2H-IDX TO WS-H2H-FOUND-IDX
               END-IF
           END-PERFORM.
