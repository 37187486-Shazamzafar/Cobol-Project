       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASEBALL-25.
      * Shazam Zafar
      ******************************************************************
      *
      *    The season schedule load.  Run once at the start of each
      *    season, it reads the league schedule as delivered (game
      *    date, league, home team, away team), sorts it into date
      *    order, validates the date and both team codes against the
      *    team reference master BASEBALL-4.TMS (a club deactivated
      *    for the season is rejected), and writes the season
      *    schedule master BASEBALL-4.SCH with every game marked not
      *    yet played.  BASEBALL-15 marks each game played as its
      *    result posts, and BASEBALL-26 reports games remaining,
      *    magic and elimination numbers and postponed games off the
      *    master.  A schedule for a season that already has games
      *    marked played is never reloaded over the top - the run
      *    ends with return code 8 and the master unchanged, so a
      *    stray rerun cannot wipe out the season's played flags.
      *    Rejected schedule lines are listed on the load report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALL-25-SCHED-RAW
               ASSIGN TO 'BASEBALL-25.TRN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-SCHED-FILE
               ASSIGN TO 'BASEBALL-25.SRW'.

           SELECT BASEBALL-25-SCHED-IN
               ASSIGN TO 'BASEBALL-25.SSR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-25-MASTER-IN
               ASSIGN TO 'BASEBALL-4.SCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BASEBALL-25-MASTER-OUT
               ASSIGN TO 'BASEBALL-4.SCH'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BASEBALL-25-TEAM-MASTER
               ASSIGN TO 'BASEBALL-4.TMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMS-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT BASEBALL-25-FILE-OUT
               ASSIGN TO 'BASEBALL-25.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BASEBALL-25-SCHED-RAW.
       01  SCHED-RECORD-RAW.
           05  RAW-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  RAW-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  RAW-HOME-TEAM           PIC X(3).
           05                          PIC X(1).
           05  RAW-AWAY-TEAM           PIC X(3).

       SD  SORT-SCHED-FILE.
       01  SORT-SCHED-RECORD.
           05  SRT-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  SRT-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  SRT-HOME-TEAM           PIC X(3).
           05                          PIC X(1).
           05  SRT-AWAY-TEAM           PIC X(3).

       FD  BASEBALL-25-SCHED-IN.
       01  SCHED-RECORD-IN.
           05  SCI-GAME-DATE           PIC 9(8).
           05  SCI-GAME-DATE-X REDEFINES SCI-GAME-DATE.
               10  SCI-GAME-YEAR       PIC 9(4).
               10  SCI-GAME-MONTH      PIC 9(2).
               10  SCI-GAME-DAY        PIC 9(2).
           05                          PIC X(1).
           05  SCI-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  SCI-HOME-TEAM           PIC X(3).
           05                          PIC X(1).
           05  SCI-AWAY-TEAM           PIC X(3).

       FD  BASEBALL-25-MASTER-IN.
       01  SCHEDULE-MASTER-IN.
           05  SCH-GAME-DATE-IN        PIC 9(8).
           05  SCH-GAME-DATE-IN-X REDEFINES SCH-GAME-DATE-IN.
               10  SCH-GAME-YEAR-IN    PIC 9(4).
               10                      PIC 9(4).
           05                          PIC X(1).
           05  SCH-LEAGUE-IN           PIC X(2).
           05                          PIC X(1).
           05  SCH-HOME-TEAM-IN        PIC X(3).
           05                          PIC X(1).
           05  SCH-AWAY-TEAM-IN        PIC X(3).
           05                          PIC X(1).
           05  SCH-STATUS-IN           PIC X(1).

       FD  BASEBALL-25-MASTER-OUT.
       01  SCHEDULE-MASTER-OUT.
           05  SCH-GAME-DATE-OUT       PIC 9(8).
           05                          PIC X(1).
           05  SCH-LEAGUE-OUT          PIC X(2).
           05                          PIC X(1).
           05  SCH-HOME-TEAM-OUT       PIC X(3).
           05                          PIC X(1).
           05  SCH-AWAY-TEAM-OUT       PIC X(3).
           05                          PIC X(1).
           05  SCH-STATUS-OUT          PIC X(1).

       FD  BASEBALL-25-TEAM-MASTER.
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

       FD  BASEBALL-25-FILE-OUT.
       01  BASEBALL-25-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS      PIC X(3)  VALUE 'YES'.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-MASTER-EOF               PIC X(3)  VALUE 'NO '.
       01  WS-REF-STATUS               PIC XX.
       01  WS-REF-LOADED-SW            PIC X(3)  VALUE 'NO '.
       01  WS-REF-FOUND-SW             PIC X(3)  VALUE 'YES'.
       01  WS-TEAM-INACTIVE-SW         PIC X(3)  VALUE 'NO '.
       01  WS-CHECK-TEAM               PIC X(3)  VALUE SPACES.
       01  WS-BAD-GAME-SW              PIC X(3)  VALUE 'NO '.
       01  WS-NEW-SEASON               PIC 9(4)  VALUE ZERO.
       01  WS-PLAYED-COUNT             PIC 9(5)  VALUE ZERO.
       01  WS-READ-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-LOADED-COUNT             PIC 9(5)  VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

       01  HEADING-LINE-1.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(30)
               VALUE 'SEASON SCHEDULE LOAD          '.
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
           05                          PIC X(4)  VALUE 'HOME'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'AWAY'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'RESULT'.

       01  DETAIL-LINE.
           05  DL-GAME-DATE            PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-HOME-TEAM            PIC X(3).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-AWAY-TEAM            PIC X(3).
           05                          PIC X(5)  VALUE SPACES.
           05  DL-RESULT               PIC X(25).

       01  TOTAL-LINE.
           05                          PIC X(8)  VALUE 'SEASON: '.
           05  TL-SEASON               PIC 9(4).
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'LOADED: '.
           05  TL-LOADED-COUNT         PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE 'REJECTED: '.
           05  TL-ERROR-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT CURRENT-DATE FROM DATE
           PERFORM 110-OPEN-TEAM-MASTER
           SORT SORT-SCHED-FILE
               ON ASCENDING KEY SRT-GAME-DATE, SRT-LEAGUE,
                   SRT-HOME-TEAM
               USING BASEBALL-25-SCHED-RAW
               GIVING BASEBALL-25-SCHED-IN
           PERFORM 150-FIND-NEW-SEASON
           PERFORM 160-CHECK-SEASON-IN-PLAY
           IF WS-PLAYED-COUNT > ZERO
               PERFORM 120-ABORT-ON-SEASON-IN-PLAY
           END-IF

           OPEN INPUT BASEBALL-25-SCHED-IN
           OPEN OUTPUT BASEBALL-25-MASTER-OUT
           OPEN OUTPUT BASEBALL-25-FILE-OUT
           MOVE MONTH-X TO HL-1-MONTH
           MOVE DAY-X TO HL-1-DAY
           MOVE YEAR-X TO HL-1-YEAR
           PERFORM 300-WRITE-HEADINGS

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BASEBALL-25-SCHED-IN
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-LOAD-ONE-GAME
               END-READ
           END-PERFORM

           PERFORM 500-PRINT-TOTAL
           CLOSE BASEBALL-25-SCHED-IN
           CLOSE BASEBALL-25-MASTER-OUT
           CLOSE BASEBALL-25-FILE-OUT
           IF WS-REF-LOADED-SW = 'YES'
               CLOSE BASEBALL-25-TEAM-MASTER
           END-IF
           STOP RUN.

      *    When the team master is not there every team code is
      *    taken as valid.
       110-OPEN-TEAM-MASTER.
           OPEN INPUT BASEBALL-25-TEAM-MASTER
           IF WS-REF-STATUS = '00'
               MOVE 'YES' TO WS-REF-LOADED-SW
           END-IF
           IF WS-REF-STATUS = '05'
               CLOSE BASEBALL-25-TEAM-MASTER
           END-IF.

       120-ABORT-ON-SEASON-IN-PLAY.
           OPEN OUTPUT BASEBALL-25-FILE-OUT
           MOVE 'SCHEDULE FOR THIS SEASON ALREADY IN PLAY - RUN ABORTED'
               TO BASEBALL-25-RECORD-OUT
           WRITE BASEBALL-25-RECORD-OUT
           MOVE 'NO SCHEDULE LOADED - MASTER FILE UNCHANGED'
               TO BASEBALL-25-RECORD-OUT
           WRITE BASEBALL-25-RECORD-OUT
               AFTER ADVANCING 1 LINE
           CLOSE BASEBALL-25-FILE-OUT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    A club deactivated from a season on is not valid for a game
      *    scheduled in that season or any later one.
       145-CHECK-TEAM-CODE.
           MOVE 'YES' TO WS-REF-FOUND-SW
           MOVE 'NO ' TO WS-TEAM-INACTIVE-SW
           MOVE SPACES TO TMS-KEY
           MOVE SCI-LEAGUE TO TMS-LEAGUE
           MOVE WS-CHECK-TEAM TO TMS-TEAM
           READ BASEBALL-25-TEAM-MASTER
               INVALID KEY
                   MOVE 'NO ' TO WS-REF-FOUND-SW
               NOT INVALID KEY
                   IF TMS-STATUS = 'I'
                      AND WS-NEW-SEASON NOT < TMS-EFFECTIVE-SEASON
                       MOVE 'NO ' TO WS-REF-FOUND-SW
                       MOVE 'YES' TO WS-TEAM-INACTIVE-SW
                   END-IF
           END-READ.

       150-FIND-NEW-SEASON.
           OPEN INPUT BASEBALL-25-SCHED-IN
           READ BASEBALL-25-SCHED-IN
               AT END
                   MOVE ZERO TO WS-NEW-SEASON
               NOT AT END
                   MOVE SCI-GAME-YEAR TO WS-NEW-SEASON
           END-READ
           CLOSE BASEBALL-25-SCHED-IN.

       160-CHECK-SEASON-IN-PLAY.
           OPEN INPUT BASEBALL-25-MASTER-IN
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL WS-MASTER-EOF = 'YES'
                   READ BASEBALL-25-MASTER-IN
                       AT END
                           MOVE 'YES' TO WS-MASTER-EOF
                       NOT AT END
                           IF SCH-GAME-YEAR-IN = WS-NEW-SEASON
                              AND SCH-STATUS-IN = 'P'
                               ADD 1 TO WS-PLAYED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-25-MASTER-IN
           END-IF.

       200-LOAD-ONE-GAME.
           ADD 1 TO WS-READ-COUNT
           PERFORM 210-VALIDATE-ONE-GAME
           IF WS-BAD-GAME-SW = 'YES'
               ADD 1 TO WS-ERROR-COUNT
               IF LINES-PRINTED >= 57
                   PERFORM 300-WRITE-HEADINGS
               END-IF
               MOVE SCI-GAME-DATE TO DL-GAME-DATE
               MOVE SCI-LEAGUE TO DL-LEAGUE
               MOVE SCI-HOME-TEAM TO DL-HOME-TEAM
               MOVE SCI-AWAY-TEAM TO DL-AWAY-TEAM
               MOVE DETAIL-LINE TO BASEBALL-25-RECORD-OUT
               WRITE BASEBALL-25-RECORD-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-PRINTED
           ELSE
               MOVE SPACES TO SCHEDULE-MASTER-OUT
               MOVE SCI-GAME-DATE TO SCH-GAME-DATE-OUT
               MOVE SCI-LEAGUE TO SCH-LEAGUE-OUT
               MOVE SCI-HOME-TEAM TO SCH-HOME-TEAM-OUT
               MOVE SCI-AWAY-TEAM TO SCH-AWAY-TEAM-OUT
               MOVE SPACE TO SCH-STATUS-OUT
               WRITE SCHEDULE-MASTER-OUT
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

       210-VALIDATE-ONE-GAME.
           MOVE 'NO ' TO WS-BAD-GAME-SW
           EVALUATE TRUE
               WHEN SCI-GAME-DATE NOT NUMERIC
                 OR SCI-GAME-YEAR NOT = WS-NEW-SEASON
                 OR SCI-GAME-MONTH < 1 OR SCI-GAME-MONTH > 12
                 OR SCI-GAME-DAY < 1 OR SCI-GAME-DAY > 31
                   MOVE 'YES' TO WS-BAD-GAME-SW
                   MOVE 'BAD GAME DATE' TO DL-RESULT
               WHEN SCI-HOME-TEAM = SCI-AWAY-TEAM
                   MOVE 'YES' TO WS-BAD-GAME-SW
                   MOVE 'TEAM PLAYS ITSELF' TO DL-RESULT
           END-EVALUATE
           IF WS-BAD-GAME-SW = 'NO '
              AND WS-REF-LOADED-SW = 'YES'
               MOVE SCI-HOME-TEAM TO WS-CHECK-TEAM
               PERFORM 145-CHECK-TEAM-CODE
               IF WS-REF-FOUND-SW = 'NO '
                   MOVE 'YES' TO WS-BAD-GAME-SW
                   IF WS-TEAM-INACTIVE-SW = 'YES'
                       MOVE 'INACTIVE HOME TEAM' TO DL-RESULT
                   ELSE
                       MOVE 'UNKNOWN HOME TEAM' TO DL-RESULT
                   END-IF
               ELSE
                   MOVE SCI-AWAY-TEAM TO WS-CHECK-TEAM
                   PERFORM 145-CHECK-TEAM-CODE
                   IF WS-REF-FOUND-SW = 'NO '
                       MOVE 'YES' TO WS-BAD-GAME-SW
                       IF WS-TEAM-INACTIVE-SW = 'YES'
                           MOVE 'INACTIVE AWAY TEAM' TO DL-RESULT
                       ELSE
                           MOVE 'UNKNOWN AWAY TEAM' TO DL-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-25-RECORD-OUT
           WRITE BASEBALL-25-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE HEADING-LINE-2 TO BASEBALL-25-RECORD-OUT
           WRITE BASEBALL-25-RECORD-OUT
               AFTER ADVANCING 2
           MOVE 3 TO LINES-PRINTED.

       500-PRINT-TOTAL.
           MOVE WS-NEW-SEASON TO TL-SEASON
           MOVE WS-LOADED-COUNT TO TL-LOADED-COUNT
           MOVE WS-ERROR-COUNT TO TL-ERROR-COUNT
           MOVE TOTAL-LINE TO BASEBALL-25-RECORD-OUT
           WRITE BASEBALL-25-RECORD-OUT
               AFTER ADVANCING 2 LINE.
