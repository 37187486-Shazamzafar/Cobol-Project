       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASEBALL-28.
      * Shazam Zafar
      ******************************************************************
      *
      *    The nightly streak report.  It sorts the game-history file
      *    BASEBALL-4.GHF into player-ID, game-date and game-number
      *    sequence, so the games of a doubleheader count in the order
      *    played, and follows each player's games for the current
      *    season (the year of the business date on BASEBALL-4.RUN).
      *    A game with a hit extends the hitting streak and a hitless
      *    game with an at-bat ends it; a game with a hit or a walk
      *    extends the on-base streak and a game with an at-bat but
      *    neither ends it.  A game with no at-bat and no walk leaves
      *    both streaks alone.  Only the player's own game lines count,
      *    so a date the club played (the opponent code is on every
      *    history line) without the player in the box score does not
      *    end a streak.
      *    History lines flagged reversed are skipped.  The report lists
      *    every player's active hitting and on-base streaks with the
      *    date each began, then the season-high streaks in each league
      *    with their start dates, then the streaks that ended in the
      *    night's postings.  A streak has ended tonight when it was
      *    active on last night's streak file BASEBALL-28.STK and is no
      *    longer the player's active streak; the streak file is
      *    rewritten at the end of each run through the work file
      *    BASEBALL-28.STW.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALL-28-HISTORY-RAW
               ASSIGN TO 'BASEBALL-4.GHF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GHF-KEY-RAW.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'BASEBALL-28.SRW'.

           SELECT BASEBALL-28-FILE-IN
               ASSIGN TO 'BASEBALL-28.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-28-STREAK-IN
               ASSIGN TO 'BASEBALL-28.STK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAK-STATUS.

           SELECT BASEBALL-28-STREAK-OUT
               ASSIGN TO 'BASEBALL-28.STK'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-28-STREAK-WORK
               ASSIGN TO 'BASEBALL-28.STW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-28-RUN-FILE
               ASSIGN TO 'BASEBALL-4.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT BASEBALL-28-FILE-OUT
               ASSIGN TO 'BASEBALL-28.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BASEBALL-28-HISTORY-RAW.
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

       FD  BASEBALL-28-FILE-IN.
       01  HISTORY-RECORD-IN.
           05  HIS-PLAYER-ID           PIC 9(5).
           05                          PIC X(1).
           05  HIS-GAME-DATE           PIC 9(8).
           05                          PIC X(1).
           05  HIS-GAME-NUMBER         PIC 9(3).
           05                          PIC X(1).
           05  HIS-NAME                PIC X(18).
           05                          PIC X(1).
           05  HIS-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  HIS-TEAM                PIC X(3).
           05                          PIC X(1).
           05  HIS-AT-BATS             PIC 9(2).
           05                          PIC X(1).
           05  HIS-HITS                PIC 9(2).
           05                          PIC X(1).
           05  HIS-DOUBLES             PIC 9(2).
           05                          PIC X(1).
           05  HIS-TRIPLES             PIC 9(2).
           05                          PIC X(1).
           05  HIS-HOME-RUNS           PIC 9(2).
           05                          PIC X(1).
           05  HIS-WALKS               PIC 9(2).
           05                          PIC X(1).
           05  HIS-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  HIS-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  HIS-REVERSED            PIC X(1).

       FD  BASEBALL-28-STREAK-IN.
       01  STREAK-RECORD-IN.
           05  STK-PLAYER-ID-IN        PIC 9(5).
           05                          PIC X(1).
           05  STK-SEASON-IN           PIC 9(4).
           05                          PIC X(1).
           05  STK-HIT-STREAK-IN       PIC 9(3).
           05                          PIC X(1).
           05  STK-HIT-START-IN        PIC 9(8).
           05                          PIC X(1).
           05  STK-OB-STREAK-IN        PIC 9(3).
           05                          PIC X(1).
           05  STK-OB-START-IN         PIC 9(8).

       FD  BASEBALL-28-STREAK-OUT.
       01  STREAK-RECORD-OUT           PIC X(36).

       FD  BASEBALL-28-STREAK-WORK.
       01  STREAK-WORK-RECORD.
           05  STW-PLAYER-ID           PIC 9(5).
           05                          PIC X(1).
           05  STW-SEASON              PIC 9(4).
           05                          PIC X(1).
           05  STW-HIT-STREAK          PIC 9(3).
           05                          PIC X(1).
           05  STW-HIT-START           PIC 9(8).
           05                          PIC X(1).
           05  STW-OB-STREAK           PIC 9(3).
           05                          PIC X(1).
           05  STW-OB-START            PIC 9(8).

       FD  BASEBALL-28-RUN-FILE.
       01  RUN-CONTROL-IN.
           05  RUN-BUSINESS-DATE        PIC 9(6).
           05                          PIC X(1).
           05  RUN-NUMBER               PIC 9(3).

       FD  BASEBALL-28-FILE-OUT.
       01  BASEBALL-28-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS      PIC X(3)  VALUE 'YES'.
       01  FIRST-TIME-THROUGH-FLAG     PIC X(3)  VALUE 'YES'.
       01  WS-STREAK-STATUS            PIC XX.
       01  WS-STREAK-EOF               PIC X(3)  VALUE 'NO '.
       01  WS-WORK-EOF                 PIC X(3)  VALUE 'NO '.
       01  WS-RUN-STATUS               PIC XX.
       01  WS-SEASON-YEAR              PIC 9(4)  VALUE ZERO.
       01  WS-GAME-YEAR                PIC 9(4)  VALUE ZERO.
       01  WS-HOLD-PLAYER-ID           PIC 9(5)  VALUE ZERO.
       01  WS-HOLD-NAME                PIC X(18) VALUE SPACES.
       01  WS-HOLD-LEAGUE              PIC X(2)  VALUE SPACES.
       01  WS-HOLD-TEAM                PIC X(3)  VALUE SPACES.
       01  WS-HIT-STREAK               PIC 9(3)  VALUE ZERO.
       01  WS-HIT-START                PIC 9(8)  VALUE ZERO.
       01  WS-OB-STREAK                PIC 9(3)  VALUE ZERO.
       01  WS-OB-START                 PIC 9(8)  VALUE ZERO.
       01  WS-HIT-ENDED-LEN            PIC 9(3)  VALUE ZERO.
       01  WS-HIT-ENDED-START          PIC 9(8)  VALUE ZERO.
       01  WS-OB-ENDED-LEN             PIC 9(3)  VALUE ZERO.
       01  WS-OB-ENDED-START           PIC 9(8)  VALUE ZERO.
       01  WS-PLAYER-RPT-COUNT         PIC 9(5)  VALUE ZERO.
       01  WS-ACTIVE-HIT-COUNT         PIC 9(5)  VALUE ZERO.
       01  WS-ACTIVE-OB-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(5)  VALUE ZERO.
       01  WS-ZERO-ID-COUNT            PIC 9(5)  VALUE ZERO.
       01  WS-LEAGUE-COUNT             PIC 99    VALUE ZERO.
       01  WS-LEAGUE-IDX               PIC 99    VALUE ZERO.
       01  WS-FOUND-IDX                PIC 99    VALUE ZERO.
       01  WS-ENDED-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-ENDED-IDX                PIC 9(3)  VALUE ZERO.
       01  WS-ENDED-OVERFLOW           PIC 9(5)  VALUE ZERO.
       01  WS-ENDED-TYPE               PIC X(8)  VALUE SPACES.
       01  WS-ENDED-LEN                PIC 9(3)  VALUE ZERO.
       01  WS-ENDED-START              PIC 9(8)  VALUE ZERO.
       01  WS-PRINT-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-COLUMN-HEADING           PIC X(80) VALUE SPACES.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

      *    One entry per league: the longest hitting streak and the
      *    longest on-base streak reached so far this season.
       01  WS-LEAGUE-HIGH-TABLE.
           05  LEAGUE-HIGH-ENTRY OCCURS 10 TIMES.
               10  LH-LEAGUE           PIC X(2).
               10  LH-HIT-LEN          PIC 9(3).
               10  LH-HIT-PLAYER-ID    PIC 9(5).
               10  LH-HIT-NAME         PIC X(18).
               10  LH-HIT-TEAM         PIC X(3).
               10  LH-HIT-START        PIC 9(8).
               10  LH-HIT-LAST         PIC 9(8).
               10  LH-HIT-ACTIVE-SW    PIC X(3).
               10  LH-OB-LEN           PIC 9(3).
               10  LH-OB-PLAYER-ID     PIC 9(5).
               10  LH-OB-NAME          PIC X(18).
               10  LH-OB-TEAM          PIC X(3).
               10  LH-OB-START         PIC 9(8).
               10  LH-OB-LAST          PIC 9(8).
               10  LH-OB-ACTIVE-SW     PIC X(3).

       01  WS-ENDED-TABLE.
           05  ENDED-ENTRY OCCURS 500 TIMES.
               10  EN-TYPE             PIC X(8).
               10  EN-PLAYER-ID        PIC 9(5).
               10  EN-NAME             PIC X(18).
               10  EN-TEAM             PIC X(3).
               10  EN-LEN              PIC 9(3).
               10  EN-START            PIC 9(8).

       01  HEADING-LINE-1.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(30)
               VALUE 'HITTING AND ON-BASE STREAKS   '.
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

       01  ACTIVE-HEADING-LINE.
           05                          PIC X(6)  VALUE 'PLAYER'.
           05                          PIC X(13) VALUE SPACES.
           05                          PIC X(2)  VALUE 'ID'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(5)  VALUE '  HIT'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'SINCE'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(5)  VALUE '   OB'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'SINCE'.

       01  HIGH-HEADING-LINE.
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'STREAK'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'PLAYER'.
           05                          PIC X(13) VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(4)  VALUE '   G'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'FROM'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE 'THROUGH'.

       01  ENDED-HEADING-LINE.
           05                          PIC X(8)  VALUE 'STREAK'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'PLAYER'.
           05                          PIC X(13) VALUE SPACES.
           05                          PIC X(2)  VALUE 'ID'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(4)  VALUE '   G'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'FROM'.

       01  SECTION-TITLE-LINE.
           05  STL-TITLE               PIC X(40).

       01  ACTIVE-DETAIL-LINE.
           05  AD-NAME                 PIC X(18).
           05                          PIC X(1)  VALUE SPACES.
           05  AD-PLAYER-ID            PIC 9(5).
           05                          PIC X(2)  VALUE SPACES.
           05  AD-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  AD-TEAM                 PIC X(3).
           05                          PIC X(3)  VALUE SPACES.
           05  AD-HIT-STREAK           PIC ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  AD-HIT-START            PIC X(10).
           05                          PIC X(3)  VALUE SPACES.
           05  AD-OB-STREAK            PIC ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  AD-OB-START             PIC X(10).

       01  HIGH-DETAIL-LINE.
           05  HD-LEAGUE               PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  HD-TYPE                 PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  HD-NAME                 PIC X(18).
           05                          PIC X(1)  VALUE SPACES.
           05  HD-TEAM                 PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  HD-LEN                  PIC ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  HD-START                PIC X(10).
           05                          PIC X(3)  VALUE SPACES.
           05  HD-LAST                 PIC X(10).
           05                          PIC X(2)  VALUE SPACES.
           05  HD-ACTIVE               PIC X(6).

       01  ENDED-DETAIL-LINE.
           05  ED-TYPE                 PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  ED-NAME                 PIC X(18).
           05                          PIC X(1)  VALUE SPACES.
           05  ED-PLAYER-ID            PIC 9(5).
           05                          PIC X(2)  VALUE SPACES.
           05  ED-TEAM                 PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  ED-LEN                  PIC ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  ED-START                PIC X(10).

       01  EDITED-DATE.
           05  EDT-YEAR                PIC 9(4).
           05                          PIC X     VALUE '/'.
           05  EDT-MONTH               PIC 9(2).
           05                          PIC X     VALUE '/'.
           05  EDT-DAY                 PIC 9(2).

       01  TOTAL-LINE-1.
           05                          PIC X(18)
               VALUE 'PLAYERS REPORTED: '.
           05  TL-PLAYER-COUNT         PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(13) VALUE 'ACTIVE HIT: '.
           05  TL-ACTIVE-HIT-COUNT     PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(12) VALUE 'ACTIVE OB: '.
           05  TL-ACTIVE-OB-COUNT      PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05                          PIC X(15)
               VALUE 'ENDED TONIGHT: '.
           05  TL-ENDED-COUNT          PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(14)
               VALUE 'NO PLAYER ID: '.
           05  TL-ZERO-ID-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10)
               VALUE 'REVERSED: '.
           05  TL-REVERSED-COUNT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT CURRENT-DATE FROM DATE
           PERFORM 160-READ-RUN-CONTROL
           MOVE MONTH-X TO HL-1-MONTH
           MOVE DAY-X TO HL-1-DAY
           MOVE YEAR-X TO HL-1-YEAR
           MOVE YEAR-X TO WS-SEASON-YEAR
           ADD 2000 TO WS-SEASON-YEAR

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PLAYER-ID, SRT-GAME-DATE,
                   SRT-GAME-NUMBER
               USING BASEBALL-28-HISTORY-RAW
               GIVING BASEBALL-28-FILE-IN
           OPEN INPUT BASEBALL-28-FILE-IN
           OPEN OUTPUT BASEBALL-28-FILE-OUT
           OPEN OUTPUT BASEBALL-28-STREAK-WORK
           OPEN INPUT BASEBALL-28-STREAK-IN
           IF WS-STREAK-STATUS = '00'
               PERFORM 170-READ-PRIOR-STREAK
           ELSE
               MOVE 'YES' TO WS-STREAK-EOF
           END-IF

           MOVE ACTIVE-HEADING-LINE TO WS-COLUMN-HEADING
           PERFORM 300-WRITE-HEADINGS
           MOVE 'ACTIVE STREAKS' TO STL-TITLE
           PERFORM 310-WRITE-SECTION-TITLE

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BASEBALL-28-FILE-IN
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                       IF FIRST-TIME-THROUGH-FLAG = 'NO '
                           PERFORM 400-FINISH-PLAYER
                       END-IF
                   NOT AT END
                       PERFORM 200-PROCESS-ONE-GAME
               END-READ
           END-PERFORM

           CLOSE BASEBALL-28-FILE-IN
           IF WS-STREAK-STATUS = '00'
               CLOSE BASEBALL-28-STREAK-IN
           END-IF
           CLOSE BASEBALL-28-STREAK-WORK

           PERFORM 600-PRINT-LEAGUE-HIGHS
           PERFORM 650-PRINT-ENDED-STREAKS
           PERFORM 500-PRINT-TOTAL
           CLOSE BASEBALL-28-FILE-OUT
           PERFORM 700-REPLACE-STREAK-FILE
           STOP RUN.

       160-READ-RUN-CONTROL.
           OPEN INPUT BASEBALL-28-RUN-FILE
           IF WS-RUN-STATUS = '00'
               READ BASEBALL-28-RUN-FILE
               IF WS-RUN-STATUS = '00'
                   MOVE RUN-BUSINESS-DATE TO CURRENT-DATE
               END-IF
               CLOSE BASEBALL-28-RUN-FILE
           END-IF.

       170-READ-PRIOR-STREAK.
           READ BASEBALL-28-STREAK-IN
               AT END
                   MOVE 'YES' TO WS-STREAK-EOF
           END-READ.

       200-PROCESS-ONE-GAME.
           MOVE HIS-GAME-DATE(1:4) TO WS-GAME-YEAR
           EVALUATE TRUE
               WHEN HIS-PLAYER-ID = ZERO
                   ADD 1 TO WS-ZERO-ID-COUNT
               WHEN HIS-REVERSED = 'R'
                   ADD 1 TO WS-REVERSED-COUNT
               WHEN WS-GAME-YEAR NOT = WS-SEASON-YEAR
                   CONTINUE
               WHEN OTHER
                   PERFORM 210-APPLY-ONE-GAME
           END-EVALUATE.

       210-APPLY-ONE-GAME.
           EVALUATE TRUE
               WHEN FIRST-TIME-THROUGH-FLAG = 'YES'
                   MOVE 'NO ' TO FIRST-TIME-THROUGH-FLAG
                   PERFORM 250-START-NEW-PLAYER
               WHEN HIS-PLAYER-ID NOT = WS-HOLD-PLAYER-ID
                   PERFORM 400-FINISH-PLAYER
                   PERFORM 250-START-NEW-PLAYER
           END-EVALUATE
           MOVE HIS-NAME TO WS-HOLD-NAME
           MOVE HIS-LEAGUE TO WS-HOLD-LEAGUE
           MOVE HIS-TEAM TO WS-HOLD-TEAM
           PERFORM 260-APPLY-HITTING-STREAK
           PERFORM 270-APPLY-ON-BASE-STREAK.

       250-START-NEW-PLAYER.
           MOVE HIS-PLAYER-ID TO WS-HOLD-PLAYER-ID
           MOVE ZERO TO WS-HIT-STREAK
           MOVE ZERO TO WS-HIT-START
           MOVE ZERO TO WS-OB-STREAK
           MOVE ZERO TO WS-OB-START
           MOVE ZERO TO WS-HIT-ENDED-LEN
           MOVE ZERO TO WS-HIT-ENDED-START
           MOVE ZERO TO WS-OB-ENDED-LEN
           MOVE ZERO TO WS-OB-ENDED-START.

      *    A hitless game with no at-bat (all walks, or a defensive
      *    appearance) neither extends nor ends the hitting streak.
       260-APPLY-HITTING-STREAK.
           EVALUATE TRUE
               WHEN HIS-HITS > ZERO
                   IF WS-HIT-STREAK = ZERO
                       MOVE HIS-GAME-DATE TO WS-HIT-START
                   END-IF
                   ADD 1 TO WS-HIT-STREAK
                   PERFORM 280-FIND-OR-ADD-LEAGUE
                   PERFORM 285-CHECK-HIT-HIGH
               WHEN HIS-AT-BATS > ZERO
                   IF WS-HIT-STREAK > ZERO
                       MOVE WS-HIT-STREAK TO WS-HIT-ENDED-LEN
                       MOVE WS-HIT-START TO WS-HIT-ENDED-START
                   END-IF
                   MOVE ZERO TO WS-HIT-STREAK
                   MOVE ZERO TO WS-HIT-START
           END-EVALUATE.

       270-APPLY-ON-BASE-STREAK.
           EVALUATE TRUE
               WHEN HIS-HITS > ZERO
                 OR HIS-WALKS > ZERO
                   IF WS-OB-STREAK = ZERO
                       MOVE HIS-GAME-DATE TO WS-OB-START
                   END-IF
                   ADD 1 TO WS-OB-STREAK
                   PERFORM 280-FIND-OR-ADD-LEAGUE
                   PERFORM 287-CHECK-OB-HIGH
               WHEN HIS-AT-BATS > ZERO
                   IF WS-OB-STREAK > ZERO
                       MOVE WS-OB-STREAK TO WS-OB-ENDED-LEN
                       MOVE WS-OB-START TO WS-OB-ENDED-START
                   END-IF
                   MOVE ZERO TO WS-OB-STREAK
                   MOVE ZERO TO WS-OB-START
           END-EVALUATE.

       280-FIND-OR-ADD-LEAGUE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-LEAGUE-IDX FROM 1 BY 1
               UNTIL WS-LEAGUE-IDX > WS-LEAGUE-COUNT
               IF LH-LEAGUE (WS-LEAGUE-IDX) = HIS-LEAGUE
                   MOVE WS-LEAGUE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
              AND WS-LEAGUE-COUNT < 10
               ADD 1 TO WS-LEAGUE-COUNT
               INITIALIZE LEAGUE-HIGH-ENTRY (WS-LEAGUE-COUNT)
               MOVE HIS-LEAGUE TO LH-LEAGUE (WS-LEAGUE-COUNT)
               MOVE 'NO ' TO LH-HIT-ACTIVE-SW (WS-LEAGUE-COUNT)
               MOVE 'NO ' TO LH-OB-ACTIVE-SW (WS-LEAGUE-COUNT)
               MOVE WS-LEAGUE-COUNT TO WS-FOUND-IDX
           END-IF.

      *    The first player to reach a length holds the season high;
      *    the holder's own streak keeps the through date current.
       285-CHECK-HIT-HIGH.
           IF WS-FOUND-IDX > ZERO
               EVALUATE TRUE
                   WHEN WS-HIT-STREAK > LH-HIT-LEN (WS-FOUND-IDX)
                       MOVE WS-HIT-STREAK TO LH-HIT-LEN (WS-FOUND-IDX)
                       MOVE HIS-PLAYER-ID TO
                           LH-HIT-PLAYER-ID (WS-FOUND-IDX)
                       MOVE HIS-NAME TO LH-HIT-NAME (WS-FOUND-IDX)
                       MOVE HIS-TEAM TO LH-HIT-TEAM (WS-FOUND-IDX)
                       MOVE WS-HIT-START TO
                           LH-HIT-START (WS-FOUND-IDX)
                       MOVE HIS-GAME-DATE TO
                           LH-HIT-LAST (WS-FOUND-IDX)
               END-EVALUATE
           END-IF.

       287-CHECK-OB-HIGH.
           IF WS-FOUND-IDX > ZERO
               EVALUATE TRUE
                   WHEN WS-OB-STREAK > LH-OB-LEN (WS-FOUND-IDX)
                       MOVE WS-OB-STREAK TO LH-OB-LEN (WS-FOUND-IDX)
                       MOVE HIS-PLAYER-ID TO
                           LH-OB-PLAYER-ID (WS-FOUND-IDX)
                       MOVE HIS-NAME TO LH-OB-NAME (WS-FOUND-IDX)
                       MOVE HIS-TEAM TO LH-OB-TEAM (WS-FOUND-IDX)
                       MOVE WS-OB-START TO
                           LH-OB-START (WS-FOUND-IDX)
                       MOVE HIS-GAME-DATE TO
                           LH-OB-LAST (WS-FOUND-IDX)
               END-EVALUATE
           END-IF.

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE WS-COLUMN-HEADING TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING 2
           MOVE 3 TO LINES-PRINTED.

       310-WRITE-SECTION-TITLE.
           IF LINES-PRINTED >= 54
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE SECTION-TITLE-LINE TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING 2 LINE
           ADD 2 TO LINES-PRINTED.

      *    Prints the player's active streaks, carries them to the new
      *    streak file and checks them against last night's.
       400-FINISH-PLAYER.
           ADD 1 TO WS-PLAYER-RPT-COUNT
           IF WS-HIT-STREAK > ZERO
               ADD 1 TO WS-ACTIVE-HIT-COUNT
           END-IF
           IF WS-OB-STREAK > ZERO
               ADD 1 TO WS-ACTIVE-OB-COUNT
           END-IF
           PERFORM 410-PRINT-ACTIVE-LINE
           PERFORM 420-MARK-ACTIVE-HIGHS
           PERFORM 170-READ-PRIOR-STREAK
               UNTIL WS-STREAK-EOF = 'YES'
                  OR STK-PLAYER-ID-IN NOT < WS-HOLD-PLAYER-ID
           IF WS-STREAK-EOF = 'NO '
              AND STK-PLAYER-ID-IN = WS-HOLD-PLAYER-ID
              AND STK-SEASON-IN = WS-SEASON-YEAR
               PERFORM 430-CHECK-ENDED-STREAKS
           END-IF
           MOVE SPACES TO STREAK-WORK-RECORD
           MOVE WS-HOLD-PLAYER-ID TO STW-PLAYER-ID
           MOVE WS-SEASON-YEAR TO STW-SEASON
           MOVE WS-HIT-STREAK TO STW-HIT-STREAK
           MOVE WS-HIT-START TO STW-HIT-START
           MOVE WS-OB-STREAK TO STW-OB-STREAK
           MOVE WS-OB-START TO STW-OB-START
           WRITE STREAK-WORK-RECORD.

       410-PRINT-ACTIVE-LINE.
           IF LINES-PRINTED >= 57
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE WS-HOLD-NAME TO AD-NAME
           MOVE WS-HOLD-PLAYER-ID TO AD-PLAYER-ID
           MOVE WS-HOLD-LEAGUE TO AD-LEAGUE
           MOVE WS-HOLD-TEAM TO AD-TEAM
           MOVE WS-HIT-STREAK TO AD-HIT-STREAK
           MOVE SPACES TO AD-HIT-START
           IF WS-HIT-STREAK > ZERO
               MOVE WS-HIT-START TO WS-PRINT-DATE
               PERFORM 800-EDIT-DATE
               MOVE EDITED-DATE TO AD-HIT-START
           END-IF
           MOVE WS-OB-STREAK TO AD-OB-STREAK
           MOVE SPACES TO AD-OB-START
           IF WS-OB-STREAK > ZERO
               MOVE WS-OB-START TO WS-PRINT-DATE
               PERFORM 800-EDIT-DATE
               MOVE EDITED-DATE TO AD-OB-START
           END-IF
           MOVE ACTIVE-DETAIL-LINE TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

       420-MARK-ACTIVE-HIGHS.
           PERFORM VARYING WS-LEAGUE-IDX FROM 1 BY 1
               UNTIL WS-LEAGUE-IDX > WS-LEAGUE-COUNT
               IF LH-HIT-PLAYER-ID (WS-LEAGUE-IDX) = WS-HOLD-PLAYER-ID
                  AND WS-HIT-STREAK > ZERO
                  AND LH-HIT-START (WS-LEAGUE-IDX) = WS-HIT-START
                   MOVE 'YES' TO LH-HIT-ACTIVE-SW (WS-LEAGUE-IDX)
               END-IF
               IF LH-OB-PLAYER-ID (WS-LEAGUE-IDX) = WS-HOLD-PLAYER-ID
                  AND WS-OB-STREAK > ZERO
                  AND LH-OB-START (WS-LEAGUE-IDX) = WS-OB-START
                   MOVE 'YES' TO LH-OB-ACTIVE-SW (WS-LEAGUE-IDX)
               END-IF
           END-PERFORM.

      *    A streak active last night has ended when the player's
      *    active streak no longer began on the same date.  The length
      *    it reached is the one recorded when it was broken, or last
      *    night's length if it was broken without a new game posting.
       430-CHECK-ENDED-STREAKS.
           IF STK-HIT-STREAK-IN > ZERO
              AND (WS-HIT-STREAK = ZERO
                   OR WS-HIT-START NOT = STK-HIT-START-IN)
               MOVE 'HITTING ' TO WS-ENDED-TYPE
               MOVE STK-HIT-STREAK-IN TO WS-ENDED-LEN
               IF WS-HIT-ENDED-START = STK-HIT-START-IN
                   MOVE WS-HIT-ENDED-LEN TO WS-ENDED-LEN
               END-IF
               MOVE STK-HIT-START-IN TO WS-ENDED-START
               PERFORM 440-ADD-ENDED-STREAK
           END-IF
           IF STK-OB-STREAK-IN > ZERO
              AND (WS-OB-STREAK = ZERO
                   OR WS-OB-START NOT = STK-OB-START-IN)
               MOVE 'ON-BASE ' TO WS-ENDED-TYPE
               MOVE STK-OB-STREAK-IN TO WS-ENDED-LEN
               IF WS-OB-ENDED-START = STK-OB-START-IN
                   MOVE WS-OB-ENDED-LEN TO WS-ENDED-LEN
               END-IF
               MOVE STK-OB-START-IN TO WS-ENDED-START
               PERFORM 440-ADD-ENDED-STREAK
           END-IF.

       440-ADD-ENDED-STREAK.
           IF WS-ENDED-COUNT < 500
               ADD 1 TO WS-ENDED-COUNT
               MOVE WS-ENDED-TYPE TO EN-TYPE (WS-ENDED-COUNT)
               MOVE WS-HOLD-PLAYER-ID TO EN-PLAYER-ID (WS-ENDED-COUNT)
               MOVE WS-HOLD-NAME TO EN-NAME (WS-ENDED-COUNT)
               MOVE WS-HOLD-TEAM TO EN-TEAM (WS-ENDED-COUNT)
               MOVE WS-ENDED-LEN TO EN-LEN (WS-ENDED-COUNT)
               MOVE WS-ENDED-START TO EN-START (WS-ENDED-COUNT)
           ELSE
               ADD 1 TO WS-ENDED-OVERFLOW
           END-IF.

       500-PRINT-TOTAL.
           MOVE WS-PLAYER-RPT-COUNT TO TL-PLAYER-COUNT
           MOVE WS-ACTIVE-HIT-COUNT TO TL-ACTIVE-HIT-COUNT
           MOVE WS-ACTIVE-OB-COUNT TO TL-ACTIVE-OB-COUNT
           MOVE TOTAL-LINE-1 TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING 2 LINE
           COMPUTE TL-ENDED-COUNT = WS-ENDED-COUNT + WS-ENDED-OVERFLOW
           MOVE WS-ZERO-ID-COUNT TO TL-ZERO-ID-COUNT
           MOVE WS-REVERSED-COUNT TO TL-REVERSED-COUNT
           MOVE TOTAL-LINE-2 TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING 1 LINE.

       600-PRINT-LEAGUE-HIGHS.
           MOVE HIGH-HEADING-LINE TO WS-COLUMN-HEADING
           PERFORM 300-WRITE-HEADINGS
           MOVE 'SEASON-HIGH STREAKS BY LEAGUE' TO STL-TITLE
           PERFORM 310-WRITE-SECTION-TITLE
           PERFORM VARYING WS-LEAGUE-IDX FROM 1 BY 1
               UNTIL WS-LEAGUE-IDX > WS-LEAGUE-COUNT
               PERFORM 610-PRINT-ONE-LEAGUE-HIGH
           END-PERFORM.

       610-PRINT-ONE-LEAGUE-HIGH.
           IF LINES-PRINTED >= 56
               PERFORM 300-WRITE-HEADINGS
           END-IF
           IF LH-HIT-LEN (WS-LEAGUE-IDX) > ZERO
               MOVE LH-LEAGUE (WS-LEAGUE-IDX) TO HD-LEAGUE
               MOVE 'HITTING ' TO HD-TYPE
               MOVE LH-HIT-NAME (WS-LEAGUE-IDX) TO HD-NAME
               MOVE LH-HIT-TEAM (WS-LEAGUE-IDX) TO HD-TEAM
               MOVE LH-HIT-LEN (WS-LEAGUE-IDX) TO HD-LEN
               MOVE LH-HIT-START (WS-LEAGUE-IDX) TO WS-PRINT-DATE
               PERFORM 800-EDIT-DATE
               MOVE EDITED-DATE TO HD-START
               MOVE LH-HIT-LAST (WS-LEAGUE-IDX) TO WS-PRINT-DATE
               PERFORM 800-EDIT-DATE
               MOVE EDITED-DATE TO HD-LAST
               MOVE SPACES TO HD-ACTIVE
               IF LH-HIT-ACTIVE-SW (WS-LEAGUE-IDX) = 'YES'
                   MOVE 'ACTIVE' TO HD-ACTIVE
               END-IF
               PERFORM 620-WRITE-HIGH-LINE
           END-IF
           IF LH-OB-LEN (WS-LEAGUE-IDX) > ZERO
               MOVE LH-LEAGUE (WS-LEAGUE-IDX) TO HD-LEAGUE
               MOVE 'ON-BASE ' TO HD-TYPE
               MOVE LH-OB-NAME (WS-LEAGUE-IDX) TO HD-NAME
               MOVE LH-OB-TEAM (WS-LEAGUE-IDX) TO HD-TEAM
               MOVE LH-OB-LEN (WS-LEAGUE-IDX) TO HD-LEN
               MOVE LH-OB-START (WS-LEAGUE-IDX) TO WS-PRINT-DATE
               PERFORM 800-EDIT-DATE
               MOVE EDITED-DATE TO HD-START
               MOVE LH-OB-LAST (WS-LEAGUE-IDX) TO WS-PRINT-DATE
               PERFORM 800-EDIT-DATE
               MOVE EDITED-DATE TO HD-LAST
               MOVE SPACES TO HD-ACTIVE
               IF LH-OB-ACTIVE-SW (WS-LEAGUE-IDX) = 'YES'
                   MOVE 'ACTIVE' TO HD-ACTIVE
               END-IF
               PERFORM 620-WRITE-HIGH-LINE
           END-IF.

       620-WRITE-HIGH-LINE.
           MOVE HIGH-DETAIL-LINE TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

       650-PRINT-ENDED-STREAKS.
           MOVE ENDED-HEADING-LINE TO WS-COLUMN-HEADING
           PERFORM 300-WRITE-HEADINGS
           MOVE 'STREAKS ENDED IN TONIGHT''S POSTINGS' TO STL-TITLE
           PERFORM 310-WRITE-SECTION-TITLE
           IF WS-ENDED-COUNT = ZERO
               MOVE 'NO STREAKS ENDED' TO BASEBALL-28-RECORD-OUT
               WRITE BASEBALL-28-RECORD-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-PRINTED
           END-IF
           PERFORM VARYING WS-ENDED-IDX FROM 1 BY 1
               UNTIL WS-ENDED-IDX > WS-ENDED-COUNT
               PERFORM 660-PRINT-ONE-ENDED
           END-PERFORM.

       660-PRINT-ONE-ENDED.
           IF LINES-PRINTED >= 57
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE EN-TYPE (WS-ENDED-IDX) TO ED-TYPE
           MOVE EN-NAME (WS-ENDED-IDX) TO ED-NAME
           MOVE EN-PLAYER-ID (WS-ENDED-IDX) TO ED-PLAYER-ID
           MOVE EN-TEAM (WS-ENDED-IDX) TO ED-TEAM
           MOVE EN-LEN (WS-ENDED-IDX) TO ED-LEN
           MOVE EN-START (WS-ENDED-IDX) TO WS-PRINT-DATE
           PERFORM 800-EDIT-DATE
           MOVE EDITED-DATE TO ED-START
           MOVE ENDED-DETAIL-LINE TO BASEBALL-28-RECORD-OUT
           WRITE BASEBALL-28-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-PRINTED.

       700-REPLACE-STREAK-FILE.
           OPEN INPUT BASEBALL-28-STREAK-WORK
           OPEN OUTPUT BASEBALL-28-STREAK-OUT
           PERFORM UNTIL WS-WORK-EOF = 'YES'
               READ BASEBALL-28-STREAK-WORK
                   AT END
                       MOVE 'YES' TO WS-WORK-EOF
                   NOT AT END
                       MOVE STREAK-WORK-RECORD TO STREAK-RECORD-OUT
                       WRITE STREAK-RECORD-OUT
               END-READ
           END-PERFORM
           CLOSE BASEBALL-28-STREAK-WORK
           CLOSE BASEBALL-28-STREAK-OUT.

       800-EDIT-DATE.
           MOVE WS-PRINT-DATE(1:4) TO EDT-YEAR
           MOVE WS-PRINT-DATE(5:2) TO EDT-MONTH
           MOVE WS-PRINT-DATE(7:2) TO EDT-DAY.
