      ******************************************************************
      *
      *    The player game-log report.  It reads the permanent
      *    game-history file written by BASEBALL-8, sorts it into
      *    player-ID, game-date and game-number sequence (so the two
      *    games of a doubleheader print in order), and prints each
      *    player's chronological game log followed by a LAST 10 GAMES
      *    recent-form line showing at-bats, hits and average over the
      *    window.  A parm file may name a single player ID to report;
      *    a zero or missing parm reports every player on the history
      *    file.  Records carrying no player ID cannot be grouped and
      *    are counted at the foot of the report instead, as are
      *    history lines BASEBALL-8 has flagged reversed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT BASEBALL-14-HISTORY-RAW
               ASSIGN TO 'BASEBALL-4.GHF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GHF-KEY-RAW.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'BASEBALL-14.SRW'.

       FD  BASEBALL-14-HISTORY-RAW.
       01  HISTORY-RECORD-RAW.
           05  GHF-KEY-RAW.
               10  GHF-PLAYER-ID-RAW   PIC 9(5).
               10                      PIC X(1).
               10  GHF-GAME-DATE-RAW   PIC 9(8).
               10                      PIC X(1).
               10  GHF-GAME-NUMBER-RAW PIC 9(3).
           05                          PIC X(52).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-PLAYER-ID           PIC 9(5).
           05                          PIC X(1).
           05  SRT-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  SRT-GAME-NUMBER         PIC 9(3).
           05                          PIC X(52).

       FD  BASEBALL-14-FILE-IN.
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

       FD  BASEBALL-14-PARM-FILE.
       01  PARM-RECORD-IN.
       01  WS-SELECT-PLAYER-ID         PIC 9(5)  VALUE ZERO.
       01  WS-HOLD-PLAYER-ID           PIC 9(5)  VALUE ZERO.
       01  WS-ZERO-ID-COUNT            PIC 9(5)  VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(5)  VALUE ZERO.
       01  WS-PLAYER-RPT-COUNT         PIC 9(5)  VALUE ZERO.
       01  WS-SEASON-GAME-COUNT        PIC 9(5)  VALUE ZERO.
       01  WS-FORM-GAME-COUNT          PIC 99    VALUE ZERO.
           05                          PIC X(14)
               VALUE 'NO PLAYER ID: '.
           05  TL-ZERO-ID-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10)
               VALUE 'REVERSED: '.
           05  TL-REVERSED-COUNT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-READ-PLAYER-PARM
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PLAYER-ID, SRT-GAME-DATE,
                   SRT-GAME-NUMBER
               USING BASEBALL-14-HISTORY-RAW
               GIVING BASEBALL-14-FILE-IN
           OPEN INPUT BASEBALL-14-FILE-IN
           EVALUATE TRUE
               WHEN HIS-PLAYER-ID = ZERO
                   ADD 1 TO WS-ZERO-ID-COUNT
               WHEN HIS-REVERSED = 'R'
                   ADD 1 TO WS-REVERSED-COUNT
               WHEN WS-SELECT-PLAYER-ID NOT = ZERO
                   AND HIS-PLAYER-ID NOT = WS-SELECT-PLAYER-ID
                   CONTINUE
       500-PRINT-TOTAL.
           MOVE WS-PLAYER-RPT-COUNT TO TL-PLAYER-COUNT
           MOVE WS-ZERO-ID-COUNT TO TL-ZERO-ID-COUNT
           MOVE WS-REVERSED-COUNT TO TL-REVERSED-COUNT
           MOVE TOTAL-LINE TO BASEBALL-14-RECORD-OUT
           WRITE BASEBALL-14-RECORD-OUT
               AFTER ADVANCING 2 LINE.
