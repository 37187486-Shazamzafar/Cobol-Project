      ******************************************************************
      *
      *    The home/road splits report.  The game-history file
      *    written by BASEBALL-8 carries the opponent team code and
      *    a home/away indicator on every posted box-score line.
      *    This program sorts the history into league/team/player
      *    sequence and prints each player's at-bats, hits and
      *    average at home beside the same figures on the road, with
      *    a roll-up line for each team.  Old history records written
      *    before the indicator existed carry no site code; they are
      *    skipped and counted at the foot of the report, as are
      *    history lines BASEBALL-8 has flagged reversed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT BASEBALL-21-HISTORY-RAW
               ASSIGN TO 'BASEBALL-4.GHF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GHF-KEY-RAW.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'BASEBALL-21.SRW'.

       FD  BASEBALL-21-HISTORY-RAW.
       01  HISTORY-RECORD-RAW.
           05  GHF-KEY-RAW.
               10  GHF-PLAYER-ID-RAW   PIC 9(5).
               10                      PIC X(1).
               10  GHF-GAME-DATE-RAW   PIC 9(8).
               10                      PIC X(1).
               10  GHF-GAME-NUMBER-RAW PIC 9(3).
           05                          PIC X(1).
           05  GHF-NAME-RAW            PIC X(18).
           05                          PIC X(1).
           05  GHF-LEAGUE-RAW          PIC X(2).
           05                          PIC X(1).
           05  GHF-TEAM-RAW            PIC X(3).
           05                          PIC X(26).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05                          PIC X(1).
           05  SRT-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  SRT-GAME-NUMBER         PIC 9(3).
           05                          PIC X(1).
           05  SRT-NAME                PIC X(18).
           05                          PIC X(1).
           05  SRT-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  SRT-TEAM                PIC X(3).
           05                          PIC X(26).

       FD  BASEBALL-21-FILE-IN.
       01  HISTORY-RECORD-IN.
           05                          PIC X(1).
           05  HIS-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  HIS-GAME-NUMBER         PIC 9(3).
           05                          PIC X(1).
           05  HIS-NAME                PIC X(18).
           05                          PIC X(1).
           05  HIS-LEAGUE              PIC X(2).
           05  HIS-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  HIS-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  HIS-REVERSED            PIC X(1).

       FD  BASEBALL-21-FILE-OUT.
       01  BASEBALL-21-RECORD-OUT      PIC X(80).
       01  WS-HOLD-PLAYER-ID           PIC 9(5)  VALUE ZERO.
       01  WS-HOLD-NAME                PIC X(18) VALUE SPACES.
       01  WS-NO-SITE-COUNT            PIC 9(5)  VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(5)  VALUE ZERO.
       01  WS-PLAYER-HOME-AT-BATS      PIC 9(4)  VALUE ZERO.
       01  WS-PLAYER-HOME-HITS         PIC 9(4)  VALUE ZERO.
       01  WS-PLAYER-ROAD-AT-BATS      PIC 9(4)  VALUE ZERO.
           05                          PIC X(21)
               VALUE 'GAMES WITH NO SITE:  '.
           05  TL-NO-SITE-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(16)
               VALUE 'GAMES REVERSED: '.
           05  TL-REVERSED-COUNT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-LEAGUE, SRT-TEAM, SRT-NAME,
                   SRT-PLAYER-ID, SRT-GAME-DATE, SRT-GAME-NUMBER
               USING BASEBALL-21-HISTORY-RAW
               GIVING BASEBALL-21-FILE-IN
           OPEN INPUT BASEBALL-21-FILE-IN
           STOP RUN.

       200-PROCESS-ONE-GAME.
           IF HIS-REVERSED = 'R'
               ADD 1 TO WS-REVERSED-COUNT
           ELSE
               PERFORM 210-PROCESS-LIVE-GAME
           END-IF.

       210-PROCESS-LIVE-GAME.
           IF HIS-HOME-AWAY NOT = 'H'
              AND HIS-HOME-AWAY NOT = 'A'
               ADD 1 TO WS-NO-SITE-COUNT

       500-PRINT-TOTAL.
           MOVE WS-NO-SITE-COUNT TO TL-NO-SITE-COUNT
           MOVE WS-REVERSED-COUNT TO TL-REVERSED-COUNT
           MOVE TOTAL-LINE TO BASEBALL-21-RECORD-OUT
           WRITE BASEBALL-21-RECORD-OUT
               AFTER ADVANCING 2 LINE.
