      *
      *    The program posts a game-date-stamped file of per-game
      *    box-score transactions against the season-to-date player
      *    master.  The transactions are read from BASEBALL-4.TRP,
      *    the detail of the scorers' BASEBALL-4.TRN feed once
      *    BASEBALL-30 has proven the batch against its trailer.
      *    Both files are sorted into league/team/name sequence and
      *    match-merged; matched transactions are added
      *    to the master totals and unmatched transactions create new
      *    master records.  The updated master is rewritten to
      *    BASEBALL-4.SEQ so the nightly report suite reads posted
      *    season-to-date totals instead of a hand-aggregated file.
      *    The opponent on each box score is checked against the team
      *    reference master BASEBALL-4.TMS kept by BASEBALL-29.
      *    Every posted transaction is also added to the permanent
      *    game-history file BASEBALL-4.GHF, an indexed file keyed by
      *    player ID, game date and game number, so a player's
      *    game-by-game detail survives the posting run and can be
      *    reported by BASEBALL-14.  The game number is carried in
      *    column 71 of the box score and tells the two games of a
      *    doubleheader apart; a blank game number is game 1.  Lines
      *    with no player ID are numbered in turn under their game
      *    date.  Each box score is looked up on the history
      *    before it posts; one whose player ID, game date and game
      *    number are already there (or repeat the box score just
      *    accepted) goes to suspense as a duplicate game, unless the
      *    history line is reversed or being reversed in the same run,
      *    and is held there, ageing, while its game stays on the
      *    history.  A history that cannot be opened stops the run
      *    with return code 8 before anything is posted.  Tonight's
      *    history lines are held on BASEBALL-8.GHW and added to the
      *    history only after the new master has verified and the
      *    history has been opened for update; if it cannot be, the
      *    live master is not replaced and the run ends with return
      *    code 8, so a failed run can be rerun without its games
      *    looking like duplicates.  A
      *    reversal transaction (type R in column 69) names the player
      *    ID, game date and game number of a game already posted; the
      *    matching history line supplies the figures, the game is
      *    subtracted from the master totals, and once the new master
      *    has verified the history line is flagged reversed so the
      *    history reports skip it.  The corrected box score for the
      *    same game posts in the same run once the reversal has
      *    posted, otherwise the next night.  A reversal with no
      *    unreversed history line goes to suspense.  Records
      *    rejected here or by BASEBALL-4 ride the machine-format
      *    suspense file BASEBALL-4.SUS in their original layouts;
      *    at the front of each posting run the suspense file is
       FILE-CONTROL.

           SELECT BASEBALL-8-TRANS-RAW
               ASSIGN TO 'BASEBALL-4.TRP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-TRANS-FILE
               ASSIGN TO 'BASEBALL-8.SUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-8-TRANS-WORK
               ASSIGN TO 'BASEBALL-8.TRW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-8-HISTORY-WORK
               ASSIGN TO 'BASEBALL-8.GHW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BASEBALL-8-HISTORY-FILE
               ASSIGN TO 'BASEBALL-4.GHF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHF-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL BASEBALL-8-TEAM-MASTER
               ASSIGN TO 'BASEBALL-4.TMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMS-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT BASEBALL-8-CTL-FILE
           05  TRN-OPP-TEAM-RAW        PIC X(3).
           05                          PIC X(1).
           05  TRN-HOME-AWAY-RAW       PIC X(1).
           05                          PIC X(1).
           05  TRN-TRANS-TYPE-RAW      PIC X(1).
           05                          PIC X(1).
           05  TRN-GAME-NUMBER-RAW     PIC 9(1).

       SD  SORT-TRANS-FILE.
       01  SORT-TRANS-RECORD.
           05  STR-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  STR-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  STR-TRANS-TYPE          PIC X(1).
           05                          PIC X(1).
           05  STR-GAME-NUMBER         PIC 9(1).

       FD  BASEBALL-8-TRANS-IN.
       01  TRANS-RECORD-IN.
           05  TRN-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  TRN-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  TRN-TRANS-TYPE          PIC X(1).
           05                          PIC X(1).
           05  TRN-GAME-NUMBER         PIC 9(1).

       FD  BASEBALL-8-MASTER-RAW.
       01  MASTER-RECORD-RAW.
           05  SUS-DATA-OUT            PIC X(80).

       FD  BASEBALL-8-SUSP-TRANS.
       01  SUSP-TRANS-RECORD           PIC X(71).

       FD  BASEBALL-8-TRANS-WORK.
       01  TRANS-WORK-RECORD           PIC X(71).

       FD  BASEBALL-8-HISTORY-WORK.
       01  HISTORY-WORK-RECORD         PIC X(70).

       FD  BASEBALL-8-HISTORY-FILE.
       01  HISTORY-RECORD-OUT.
           05  GHF-KEY.
               10  GHF-PLAYER-ID       PIC 9(5).
               10                      PIC X(1).
               10  GHF-GAME-DATE       PIC 9(8).
               10                      PIC X(1).
               10  GHF-GAME-NUMBER     PIC 9(3).
           05                          PIC X(1).
           05  GHF-NAME                PIC X(18).
           05                          PIC X(1).
           05  GHF-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  GHF-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  GHF-REVERSED            PIC X(1).

       FD  BASEBALL-8-TEAM-MASTER.
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

       FD  BASEBALL-8-CTL-FILE.
       01  CTL-TRAILER-RECORD.
           05  STW-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  STW-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  STW-TRANS-TYPE          PIC X(1).
           05                          PIC X(1).
           05  STW-GAME-NUMBER         PIC 9(1).
       01  WS-REF-STATUS               PIC XX.
       01  WS-REF-LOADED-SW            PIC X(3)  VALUE 'NO '.
       01  WS-REF-FOUND-SW             PIC X(3)  VALUE 'YES'.
       01  WS-TEAM-INACTIVE-SW         PIC X(3)  VALUE 'NO '.
       01  WS-CHECK-LEAGUE             PIC X(2)  VALUE SPACES.
       01  WS-CHECK-TEAM               PIC X(3)  VALUE SPACES.
       01  WS-CHECK-SEASON             PIC 9(4)  VALUE ZERO.
       01  WS-HISTORY-WRITE-COUNT      PIC 9(7)  VALUE ZERO.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-HISTORY-EOF-SW           PIC X(3)  VALUE 'NO '.
       01  WS-HISTORY-OPEN-SW          PIC X(3)  VALUE 'NO '.
       01  WS-HISTORY-FLAG-COUNT       PIC 9(5)  VALUE ZERO.
       01  WS-HISTORY-POSTED-COUNT     PIC 9(7)  VALUE ZERO.
       01  WS-HISTORY-REPLACED-COUNT   PIC 9(5)  VALUE ZERO.
       01  WS-HISTORY-NO-ID-COUNT      PIC 9(5)  VALUE ZERO.
       01  WS-HISTORY-ON-FILE-COUNT    PIC 9(5)  VALUE ZERO.
       01  WS-HISTORY-HOLD             PIC X(70) VALUE SPACES.
       01  WS-DUPLICATE-SW             PIC X(3)  VALUE 'NO '.
       01  WS-AWAITING-REVERSAL-SW     PIC X(3)  VALUE 'NO '.
       01  WS-DUPLICATE-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-LAST-POSTED-ID           PIC 9(5)  VALUE ZERO.
       01  WS-LAST-POSTED-DATE         PIC 9(8)  VALUE ZERO.
       01  WS-LAST-POSTED-GAME         PIC 9(1)  VALUE ZERO.
       01  WS-HISTORY-ID               PIC 9(5)  VALUE ZERO.
       01  WS-HISTORY-DATE             PIC 9(8)  VALUE ZERO.
       01  WS-HISTORY-GAME             PIC 9(1)  VALUE ZERO.
       01  WS-HISTORY-ADDED-SW         PIC X(3)  VALUE 'NO '.
       01  WS-NO-ID-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-NO-ID-NUMBER             PIC 9(3)  VALUE ZERO.
       01  WS-RAW-EOF-SW               PIC X(3)  VALUE 'NO '.
       01  WS-REVERSAL-COUNT           PIC 9(3)  VALUE ZERO.
       01  WS-REVERSAL-IDX             PIC 9(3)  VALUE ZERO.
       01  WS-REVERSAL-CHECK-IDX       PIC 9(3)  VALUE ZERO.
       01  WS-REVERSAL-FOUND-SW        PIC X(3)  VALUE 'NO '.
       01  WS-REVERSALS-POSTED         PIC 9(5)  VALUE ZERO.
       01  WS-REVERSAL-REJECT-COUNT    PIC 9(5)  VALUE ZERO.
       01  WS-REVERSAL-TABLE.
           05  REVERSAL-ENTRY OCCURS 200 TIMES.
               10  RV-PLAYER-ID        PIC 9(5).
               10  RV-GAME-DATE        PIC 9(8).
               10  RV-GAME-NUMBER      PIC 9(1).
               10  RV-ORIGIN           PIC X(1).
               10  RV-MATCHED-SW       PIC X(3).
               10  RV-POSTED-SW        PIC X(3).
               10  RV-REJECT-DATE      PIC 9(6).
               10  RV-NIGHTS           PIC 9(3).
               10  RV-REASON           PIC X(21).
               10  RV-IMAGE            PIC X(71).
       01  POSTING-SUMMARY-LINE.
           05  PSL-LABEL               PIC X(30).
           05  PSL-COUNT               PIC ZZZ,ZZ9.
       01  WS-MASTER-GEN-NAME          PIC X(24) VALUE SPACES.
       01  WS-RUN-NUMBER               PIC 9(3)  VALUE 001.
       01  WS-CATALOG-EOF-SW           PIC X(3)  VALUE 'NO '.
       01  WS-MASTER-READ-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-MASTER-WRITE-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-NEW-PLAYER-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-POSTED-BEFORE            PIC 9(8)  VALUE ZERO.
       01  WS-TOTAL-READ-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-RUN-TIME                 PIC 9(8)  VALUE ZERO.
       01  WS-RUN-STATUS               PIC XX.
           STRING 'BASEBALL-8-' CURRENT-DATE WS-RUN-NUMBER '.MBK'
               DELIMITED BY SIZE
               INTO WS-MASTER-GEN-NAME
           PERFORM 110-OPEN-TEAM-MASTER
           PERFORM 115-OPEN-GAME-HISTORY
           PERFORM 120-REPROCESS-SUSPENSE
           PERFORM 150-SPLIT-TRANS-REVERSALS
           PERFORM 160-MATCH-REVERSAL-HISTORY
           PERFORM 170-RELEASE-REVERSALS
           PERFORM 140-RETURN-SUSPENSE-ITEMS
           SORT SORT-TRANS-FILE
               ON ASCENDING KEY STR-LEAGUE, STR-TEAM, STR-NAME,
                   STR-PLAYER-ID, STR-GAME-DATE, STR-GAME-NUMBER
               ON DESCENDING KEY STR-TRANS-TYPE
               USING BASEBALL-8-TRANS-WORK, BASEBALL-8-SUSP-TRANS
               GIVING BASEBALL-8-TRANS-IN
           SORT SORT-MASTER-FILE
               ON ASCENDING KEY SMR-LEAGUE, SMR-TEAM, SMR-NAME,
           OPEN INPUT BASEBALL-8-MASTER-IN
           OPEN OUTPUT BASEBALL-8-MASTER-OUT
           OPEN OUTPUT BASEBALL-8-EXCP-FILE
           OPEN OUTPUT BASEBALL-8-HISTORY-WORK
           MOVE EXCP-HEADING-LINE TO BASEBALL-8-EXCP-RECORD
           WRITE BASEBALL-8-EXCP-RECORD
           PERFORM 480-LIST-UNMATCHED-REVERSALS

           PERFORM 400-READ-MASTER
           PERFORM 450-READ-TRANS
           CLOSE BASEBALL-8-TRANS-IN
           CLOSE BASEBALL-8-MASTER-IN
           CLOSE BASEBALL-8-MASTER-OUT
           IF WS-HISTORY-OPEN-SW = 'YES'
               CLOSE BASEBALL-8-HISTORY-FILE
               MOVE 'NO ' TO WS-HISTORY-OPEN-SW
           END-IF
           CLOSE BASEBALL-8-HISTORY-WORK
           PERFORM 750-VERIFY-MASTER-BACKUP
           IF WS-VERIFY-OK-SW = 'YES'
               PERFORM 785-OPEN-HISTORY-FOR-UPDATE
           END-IF
           EVALUATE TRUE
               WHEN WS-VERIFY-OK-SW = 'NO '
                   PERFORM 780-REPORT-VERIFY-FAILURE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HISTORY-OPEN-SW = 'NO '
                   PERFORM 792-REPORT-HISTORY-FAILURE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 760-REPLACE-LIVE-MASTER
                   PERFORM 770-WRITE-CATALOG-RECORD
                   PERFORM 700-WRITE-CONTROL-TOTALS
                   PERFORM 790-UPDATE-GAME-HISTORY
           END-EVALUATE
           PERFORM 800-WRITE-POSTING-SUMMARY
           CLOSE BASEBALL-8-EXCP-FILE
           CLOSE BASEBALL-8-SUSP-OUT
           IF WS-REF-LOADED-SW = 'YES'
               CLOSE BASEBALL-8-TEAM-MASTER
           END-IF
           PERFORM 900-WRITE-AUDIT-RECORD
           STOP RUN.

      *    Team codes are checked against the team reference master
      *    BASEBALL-4.TMS maintained by BASEBALL-29.  When it is not
      *    there every team code is taken as valid.
       110-OPEN-TEAM-MASTER.
           OPEN INPUT BASEBALL-8-TEAM-MASTER
           IF WS-REF-STATUS = '00'
               MOVE 'YES' TO WS-REF-LOADED-SW
           END-IF
           IF WS-REF-STATUS = '05'
               CLOSE BASEBALL-8-TEAM-MASTER
           END-IF.

      *    The game history is read by key for the duplicate check and
      *    the reversal match from the front of the run.  The first
      *    run finds no history yet; any other failure to open it
      *    stops the run before anything posts, since without it a
      *    repeated box score could not be told from a new one.
       115-OPEN-GAME-HISTORY.
           OPEN INPUT BASEBALL-8-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00' OR '05'
               MOVE 'YES' TO WS-HISTORY-OPEN-SW
           ELSE
               PERFORM 118-ABORT-ON-HISTORY-OPEN
           END-IF.

       118-ABORT-ON-HISTORY-OPEN.
           IF WS-REF-LOADED-SW = 'YES'
               CLOSE BASEBALL-8-TEAM-MASTER
           END-IF
           OPEN OUTPUT BASEBALL-8-EXCP-FILE
           MOVE SPACES TO BASEBALL-8-EXCP-RECORD
           MOVE '*** GAME HISTORY COULD NOT BE OPENED - STATUS '
               TO BASEBALL-8-EXCP-RECORD
           MOVE WS-HISTORY-STATUS TO BASEBALL-8-EXCP-RECORD(47:2)
           MOVE ' - RUN ABORTED ***'
               TO BASEBALL-8-EXCP-RECORD(49:)
           WRITE BASEBALL-8-EXCP-RECORD
           MOVE 'NO TRANSACTIONS POSTED - MASTER FILE UNCHANGED'
               TO BASEBALL-8-EXCP-RECORD
           WRITE BASEBALL-8-EXCP-RECORD
           CLOSE BASEBALL-8-EXCP-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    A club deactivated from a season on is not valid for a game
      *    played in that season or any later one.
       145-CHECK-TEAM-CODE.
           MOVE 'YES' TO WS-REF-FOUND-SW
           MOVE 'NO ' TO WS-TEAM-INACTIVE-SW
           IF WS-REF-LOADED-SW = 'YES'
               MOVE SPACES TO TMS-KEY
               MOVE WS-CHECK-LEAGUE TO TMS-LEAGUE
               MOVE WS-CHECK-TEAM TO TMS-TEAM
               READ BASEBALL-8-TEAM-MASTER
                   INVALID KEY
                       MOVE 'NO ' TO WS-REF-FOUND-SW
                   NOT INVALID KEY
                       IF TMS-STATUS = 'I'
                          AND WS-CHECK-SEASON NOT < TMS-EFFECTIVE-SEASON
                           MOVE 'NO ' TO WS-REF-FOUND-SW
                           MOVE 'YES' TO WS-TEAM-INACTIVE-SW
                       END-IF
               END-READ
           END-IF.

      *    Reversal transactions (type R) carry only the player ID,
      *    game date and game number of a game already posted.  A box
      *    score with no game number is game 1 of the date; the
      *    second game of a doubleheader is game 2.  They are held out
      *    of the night's sort until the game-history line they back
      *    out has been found; every other transaction goes straight
      *    to the sort work file.
       150-SPLIT-TRANS-REVERSALS.
           OPEN INPUT BASEBALL-8-TRANS-RAW
           OPEN OUTPUT BASEBALL-8-TRANS-WORK
           PERFORM UNTIL WS-RAW-EOF-SW = 'YES'
               READ BASEBALL-8-TRANS-RAW
                   AT END
                       MOVE 'YES' TO WS-RAW-EOF-SW
                   NOT AT END
                       IF TRN-GAME-NUMBER-RAW NOT NUMERIC
                          OR TRN-GAME-NUMBER-RAW = ZERO
                           MOVE 1 TO TRN-GAME-NUMBER-RAW
                       END-IF
                       IF TRN-TRANS-TYPE-RAW = 'R'
                           PERFORM 155-ADD-TRANS-REVERSAL
                       ELSE
                           MOVE TRANS-RECORD-RAW TO TRANS-WORK-RECORD
                           WRITE TRANS-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASEBALL-8-TRANS-RAW.

       155-ADD-TRANS-REVERSAL.
           IF WS-REVERSAL-COUNT < 200
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE SPACES TO REVERSAL-ENTRY(WS-REVERSAL-COUNT)
               MOVE TRN-PLAYER-ID-RAW TO
                   RV-PLAYER-ID(WS-REVERSAL-COUNT)
               MOVE TRN-GAME-DATE-RAW TO
                   RV-GAME-DATE(WS-REVERSAL-COUNT)
               MOVE TRN-GAME-NUMBER-RAW TO
                   RV-GAME-NUMBER(WS-REVERSAL-COUNT)
               MOVE 'T' TO RV-ORIGIN(WS-REVERSAL-COUNT)
               MOVE 'NO ' TO RV-MATCHED-SW(WS-REVERSAL-COUNT)
               MOVE 'NO ' TO RV-POSTED-SW(WS-REVERSAL-COUNT)
               MOVE CURRENT-DATE TO RV-REJECT-DATE(WS-REVERSAL-COUNT)
               MOVE ZERO TO RV-NIGHTS(WS-REVERSAL-COUNT)
               MOVE 'NO MATCHING HISTORY' TO
                   RV-REASON(WS-REVERSAL-COUNT)
               MOVE TRANS-RECORD-RAW TO RV-IMAGE(WS-REVERSAL-COUNT)
           ELSE
               PERFORM 157-HOLD-OVERFLOW-REVERSAL
           END-IF.

       157-HOLD-OVERFLOW-REVERSAL.
           ADD 1 TO WS-TRANS-REJECT-COUNT
           ADD 1 TO WS-REVERSAL-REJECT-COUNT
           IF WS-SUSP-HOLD-COUNT < 500
               ADD 1 TO WS-SUSP-HOLD-COUNT
               MOVE 'T' TO SH-SOURCE(WS-SUSP-HOLD-COUNT)
               MOVE CURRENT-DATE TO SH-REJECT-DATE(WS-SUSP-HOLD-COUNT)
               MOVE 1 TO SH-NIGHTS(WS-SUSP-HOLD-COUNT)
               MOVE 'REVERSAL TABLE FULL' TO
                   SH-REASON(WS-SUSP-HOLD-COUNT)
               MOVE TRANS-RECORD-RAW TO SH-DATA(WS-SUSP-HOLD-COUNT)
           END-IF.

      *    Each reversal is matched by key to the game-history line
      *    for its player ID, game date and game number, provided that
      *    line has not already been reversed and no earlier reversal
      *    in the run has claimed it.  The reversal is completed from
      *    the history line so it sorts and match-merges against the
      *    master like any box score.
       160-MATCH-REVERSAL-HISTORY.
           PERFORM VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT
               PERFORM 165-MATCH-ONE-REVERSAL
           END-PERFORM.

       165-MATCH-ONE-REVERSAL.
           MOVE 'NO ' TO WS-REVERSAL-FOUND-SW
           PERFORM VARYING WS-REVERSAL-CHECK-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-CHECK-IDX NOT < WS-REVERSAL-IDX
               IF RV-PLAYER-ID(WS-REVERSAL-CHECK-IDX) =
                       RV-PLAYER-ID(WS-REVERSAL-IDX)
                  AND RV-GAME-DATE(WS-REVERSAL-CHECK-IDX) =
                       RV-GAME-DATE(WS-REVERSAL-IDX)
                  AND RV-GAME-NUMBER(WS-REVERSAL-CHECK-IDX) =
                       RV-GAME-NUMBER(WS-REVERSAL-IDX)
                  AND RV-MATCHED-SW(WS-REVERSAL-CHECK-IDX) = 'YES'
                   MOVE 'YES' TO WS-REVERSAL-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-REVERSAL-FOUND-SW = 'NO '
              AND WS-HISTORY-OPEN-SW = 'YES'
               MOVE SPACES TO GHF-KEY
               MOVE RV-PLAYER-ID(WS-REVERSAL-IDX) TO GHF-PLAYER-ID
               MOVE RV-GAME-DATE(WS-REVERSAL-IDX) TO GHF-GAME-DATE
               MOVE RV-GAME-NUMBER(WS-REVERSAL-IDX) TO GHF-GAME-NUMBER
               READ BASEBALL-8-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GHF-REVERSED NOT = 'R'
                           PERFORM 167-COMPLETE-REVERSAL
                       END-IF
               END-READ
           END-IF.

       167-COMPLETE-REVERSAL.
           MOVE 'YES' TO RV-MATCHED-SW(WS-REVERSAL-IDX)
           MOVE SPACES TO WS-SUSP-TRANS-WORK
           MOVE GHF-GAME-DATE TO STW-GAME-DATE
           MOVE GHF-NAME TO STW-NAME
           MOVE GHF-LEAGUE TO STW-LEAGUE
           MOVE GHF-TEAM TO STW-TEAM
           MOVE GHF-AT-BATS TO STW-AT-BATS
           MOVE GHF-HITS TO STW-HITS
           MOVE GHF-DOUBLES TO STW-DOUBLES
           MOVE GHF-TRIPLES TO STW-TRIPLES
           MOVE GHF-HOME-RUNS TO STW-HOME-RUNS
           MOVE GHF-WALKS TO STW-WALKS
           MOVE GHF-PLAYER-ID TO STW-PLAYER-ID
           MOVE GHF-OPP-TEAM TO STW-OPP-TEAM
           MOVE GHF-HOME-AWAY TO STW-HOME-AWAY
           MOVE 'R' TO STW-TRANS-TYPE
           MOVE RV-GAME-NUMBER(WS-REVERSAL-IDX) TO STW-GAME-NUMBER
           MOVE WS-SUSP-TRANS-WORK TO RV-IMAGE(WS-REVERSAL-IDX).

      *    Matched reversals join the sort - those released from
      *    suspense through the suspense release file, tonight's
      *    through the transaction work file.  A reversal with no
      *    history line to back out goes (back) to suspense.
       170-RELEASE-REVERSALS.
           PERFORM VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT
               EVALUATE TRUE
                   WHEN RV-MATCHED-SW(WS-REVERSAL-IDX) = 'YES'
                       AND RV-ORIGIN(WS-REVERSAL-IDX) = 'S'
                       MOVE RV-IMAGE(WS-REVERSAL-IDX)
                           TO SUSP-TRANS-RECORD
                       WRITE SUSP-TRANS-RECORD
                       ADD 1 TO WS-SUSP-RELEASED-COUNT
                   WHEN RV-MATCHED-SW(WS-REVERSAL-IDX) = 'YES'
                       MOVE RV-IMAGE(WS-REVERSAL-IDX)
                           TO TRANS-WORK-RECORD
                       WRITE TRANS-WORK-RECORD
                   WHEN OTHER
                       PERFORM 175-HOLD-UNMATCHED-REVERSAL
               END-EVALUATE
           END-PERFORM
           CLOSE BASEBALL-8-SUSP-TRANS
           CLOSE BASEBALL-8-TRANS-WORK.

       175-HOLD-UNMATCHED-REVERSAL.
           IF RV-ORIGIN(WS-REVERSAL-IDX) = 'T'
               ADD 1 TO WS-TRANS-REJECT-COUNT
               ADD 1 TO WS-REVERSAL-REJECT-COUNT
           END-IF
           IF WS-SUSP-HOLD-COUNT < 500
               ADD 1 TO WS-SUSP-HOLD-COUNT
               MOVE 'T' TO SH-SOURCE(WS-SUSP-HOLD-COUNT)
               MOVE RV-REJECT-DATE(WS-REVERSAL-IDX) TO
                   SH-REJECT-DATE(WS-SUSP-HOLD-COUNT)
               COMPUTE SH-NIGHTS(WS-SUSP-HOLD-COUNT) =
                   RV-NIGHTS(WS-REVERSAL-IDX) + 1
               MOVE RV-REASON(WS-REVERSAL-IDX) TO
                   SH-REASON(WS-SUSP-HOLD-COUNT)
               MOVE RV-IMAGE(WS-REVERSAL-IDX) TO
                   SH-DATA(WS-SUSP-HOLD-COUNT)
           END-IF.

       120-REPROCESS-SUSPENSE.
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-8-SUSP-IN
           END-IF.

      *    A box score held as a duplicate game stays in suspense, and
      *    goes on ageing, for as long as its game is on the history
      *    unreversed.  One whose history line is reversed tonight is
      *    released the following night.
       130-TRIAGE-ONE-SUSPENSE.
           ADD 1 TO WS-SUSP-READ-COUNT
           EVALUATE TRUE
               WHEN SUS-SOURCE-IN = 'T'
                   AND SUS-DATA-IN(69:1) = 'R'
                   PERFORM 137-ADD-SUSPENSE-REVERSAL
               WHEN SUS-SOURCE-IN = 'T'
                   PERFORM 133-LOAD-SUSPENSE-TRANS
                   MOVE STW-LEAGUE TO WS-CHECK-LEAGUE
                   MOVE STW-OPP-TEAM TO WS-CHECK-TEAM
                   MOVE STW-GAME-DATE(1:4) TO WS-CHECK-SEASON
                   PERFORM 145-CHECK-TEAM-CODE
                   MOVE 'NO ' TO WS-DUPLICATE-SW
                   IF STW-PLAYER-ID NOT = ZERO
                       MOVE STW-PLAYER-ID TO WS-HISTORY-ID
                       MOVE STW-GAME-DATE TO WS-HISTORY-DATE
                       MOVE STW-GAME-NUMBER TO WS-HISTORY-GAME
                       PERFORM 457-READ-HISTORY-FOR-GAME
                   END-IF
                   IF WS-DUPLICATE-SW = 'YES'
                      OR STW-HITS > STW-AT-BATS
                      OR STW-DOUBLES + STW-TRIPLES
                          + STW-HOME-RUNS > STW-HITS
                      OR WS-REF-FOUND-SW = 'NO '
                   PERFORM 136-HOLD-UNCHANGED-ITEM
           END-EVALUATE.

      *    Suspense items written before box scores carried a game
      *    number are game 1 of their date.
       133-LOAD-SUSPENSE-TRANS.
           MOVE SUS-DATA-IN TO WS-SUSP-TRANS-WORK
           IF STW-GAME-NUMBER NOT NUMERIC
              OR STW-GAME-NUMBER = ZERO
               MOVE 1 TO STW-GAME-NUMBER
           END-IF.

       135-HOLD-SUSPENSE-ITEM.
           IF WS-SUSP-HOLD-COUNT < 500
               ADD 1 TO WS-SUSP-HOLD-COUNT
               MOVE SUS-DATA-IN TO SH-DATA(WS-SUSP-HOLD-COUNT)
           END-IF.

      *    A reversal item waiting in suspense is matched against the
      *    game history again with tonight's reversals; one that
      *    cannot be carried in the reversal table simply waits
      *    another night.
       137-ADD-SUSPENSE-REVERSAL.
           IF WS-REVERSAL-COUNT < 200
               ADD 1 TO WS-REVERSAL-COUNT
               PERFORM 133-LOAD-SUSPENSE-TRANS
               MOVE SPACES TO REVERSAL-ENTRY(WS-REVERSAL-COUNT)
               MOVE STW-PLAYER-ID TO RV-PLAYER-ID(WS-REVERSAL-COUNT)
               MOVE STW-GAME-DATE TO RV-GAME-DATE(WS-REVERSAL-COUNT)
               MOVE STW-GAME-NUMBER TO
                   RV-GAME-NUMBER(WS-REVERSAL-COUNT)
               MOVE 'S' TO RV-ORIGIN(WS-REVERSAL-COUNT)
               MOVE 'NO ' TO RV-MATCHED-SW(WS-REVERSAL-COUNT)
               MOVE 'NO ' TO RV-POSTED-SW(WS-REVERSAL-COUNT)
               MOVE SUS-REJECT-DATE-IN TO
                   RV-REJECT-DATE(WS-REVERSAL-COUNT)
               MOVE SUS-NIGHTS-IN TO RV-NIGHTS(WS-REVERSAL-COUNT)
               MOVE SUS-REASON-IN TO RV-REASON(WS-REVERSAL-COUNT)
               MOVE WS-SUSP-TRANS-WORK TO RV-IMAGE(WS-REVERSAL-COUNT)
           ELSE
               PERFORM 135-HOLD-SUSPENSE-ITEM
           END-IF.

       140-RETURN-SUSPENSE-ITEMS.
           OPEN OUTPUT BASEBALL-8-SUSP-OUT
           PERFORM VARYING WS-SUSP-HOLD-IDX FROM 1 BY 1
                       ADD 1 TO WS-TRANS-READ-COUNT
                       MOVE TRN-LEAGUE TO WS-CHECK-LEAGUE
                       MOVE TRN-OPP-TEAM TO WS-CHECK-TEAM
                       MOVE TRN-GAME-DATE(1:4) TO WS-CHECK-SEASON
                       PERFORM 145-CHECK-TEAM-CODE
                       PERFORM 455-CHECK-DUPLICATE-GAME
                       IF TRN-TRANS-TYPE NOT = 'R'
                          AND (WS-DUPLICATE-SW = 'YES'
                          OR TRN-HITS > TRN-AT-BATS
                          OR TRN-DOUBLES + TRN-TRIPLES
                              + TRN-HOME-RUNS > TRN-HITS
                          OR WS-REF-FOUND-SW = 'NO '
                          OR (TRN-HOME-AWAY NOT = 'H'
                              AND TRN-HOME-AWAY NOT = 'A'))
                           PERFORM 470-WRITE-TRANS-EXCEPTION
                       ELSE
                           MOVE TRN-LEAGUE TO WS-TRN-KEY-LEAGUE
                           MOVE TRN-NAME TO WS-TRN-KEY-NAME
                           MOVE TRN-PLAYER-ID TO WS-TRN-KEY-ID
                           MOVE 'YES' TO WS-TRANS-READ-DONE-SW
                           IF TRN-TRANS-TYPE NOT = 'R'
                               MOVE TRN-PLAYER-ID TO WS-LAST-POSTED-ID
                               MOVE TRN-GAME-DATE TO
                                   WS-LAST-POSTED-DATE
                               MOVE TRN-GAME-NUMBER TO
                                   WS-LAST-POSTED-GAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    A box score is a duplicate when its player ID, game date
      *    and game number are already on the game history and the
      *    history line is neither flagged reversed nor being reversed
      *    in this run, or when the transaction just accepted carried
      *    the same player ID, game date and game number.
       455-CHECK-DUPLICATE-GAME.
           MOVE 'NO ' TO WS-DUPLICATE-SW
           MOVE 'NO ' TO WS-AWAITING-REVERSAL-SW
           IF TRN-TRANS-TYPE NOT = 'R'
              AND TRN-PLAYER-ID NOT = ZERO
               IF TRN-PLAYER-ID = WS-LAST-POSTED-ID
                  AND TRN-GAME-DATE = WS-LAST-POSTED-DATE
                  AND TRN-GAME-NUMBER = WS-LAST-POSTED-GAME
                   MOVE 'YES' TO WS-DUPLICATE-SW
               ELSE
                   MOVE TRN-PLAYER-ID TO WS-HISTORY-ID
                   MOVE TRN-GAME-DATE TO WS-HISTORY-DATE
                   MOVE TRN-GAME-NUMBER TO WS-HISTORY-GAME
                   PERFORM 457-READ-HISTORY-FOR-GAME
               END-IF
           END-IF.

       457-READ-HISTORY-FOR-GAME.
           IF WS-HISTORY-OPEN-SW = 'YES'
               MOVE SPACES TO GHF-KEY
               MOVE WS-HISTORY-ID TO GHF-PLAYER-ID
               MOVE WS-HISTORY-DATE TO GHF-GAME-DATE
               MOVE WS-HISTORY-GAME TO GHF-GAME-NUMBER
               READ BASEBALL-8-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GHF-REVERSED NOT = 'R'
                           MOVE 'YES' TO WS-DUPLICATE-SW
                           PERFORM 458-CHECK-PENDING-REVERSAL
                       END-IF
               END-READ
           END-IF.

      *    A box score for a game already on the history gets
      *    through only once the reversal of that history line has
      *    actually posted against the master.  The transaction sort
      *    puts a reversal ahead of the corrected box score for the
      *    same player line; a correction that reaches the merge
      *    before its reversal has posted (or whose reversal is
      *    refused) goes to suspense, and is released the night after
      *    the history line has been flagged reversed.  Held suspense
      *    items are triaged before anything posts, so they always
      *    wait for that night.
       458-CHECK-PENDING-REVERSAL.
           PERFORM VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT
               IF RV-PLAYER-ID(WS-REVERSAL-IDX) = WS-HISTORY-ID
                  AND RV-GAME-DATE(WS-REVERSAL-IDX) = WS-HISTORY-DATE
                  AND RV-GAME-NUMBER(WS-REVERSAL-IDX) = WS-HISTORY-GAME
                  AND RV-MATCHED-SW(WS-REVERSAL-IDX) = 'YES'
                   IF RV-POSTED-SW(WS-REVERSAL-IDX) = 'YES'
                       MOVE 'NO ' TO WS-DUPLICATE-SW
                   ELSE
                       MOVE 'YES' TO WS-AWAITING-REVERSAL-SW
                   END-IF
               END-IF
           END-PERFORM.

       460-COMPARE-KEYS.
       470-WRITE-TRANS-EXCEPTION.
           ADD 1 TO WS-TRANS-REJECT-COUNT
           EVALUATE TRUE
               WHEN WS-DUPLICATE-SW = 'YES'
                   AND WS-AWAITING-REVERSAL-SW = 'YES'
                   MOVE 'REVERSAL NOT POSTED' TO EXL-REASON
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN WS-DUPLICATE-SW = 'YES'
                   MOVE 'DUPLICATE GAME' TO EXL-REASON
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN TRN-HITS > TRN-AT-BATS
                   MOVE 'HITS EXCEED AT-BATS' TO EXL-REASON
               WHEN TRN-DOUBLES + TRN-TRIPLES
                       + TRN-HOME-RUNS > TRN-HITS
                   MOVE 'XBH EXCEEDS HITS'    TO EXL-REASON
               WHEN WS-TEAM-INACTIVE-SW = 'YES'
                   MOVE 'INACTIVE OPPONENT' TO EXL-REASON
               WHEN WS-REF-FOUND-SW = 'NO '
                   MOVE 'UNKNOWN OPPONENT TEAM' TO EXL-REASON
               WHEN OTHER
                   MOVE 'BAD HOME/AWAY CODE'  TO EXL-REASON
           END-EVALUATE
           PERFORM 472-WRITE-EXCEPTION-LINE.

       472-WRITE-EXCEPTION-LINE.
           MOVE TRN-GAME-DATE TO EXL-GAME-DATE
           MOVE TRN-NAME TO EXL-NAME
           MOVE TRN-LEAGUE TO EXL-LEAGUE
           MOVE TRANS-RECORD-IN TO SUS-DATA-OUT
           WRITE SUSPENSE-RECORD-OUT.

       480-LIST-UNMATCHED-REVERSALS.
           PERFORM VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT
               IF RV-ORIGIN(WS-REVERSAL-IDX) = 'T'
                  AND RV-MATCHED-SW(WS-REVERSAL-IDX) = 'NO '
                   MOVE RV-IMAGE(WS-REVERSAL-IDX) TO WS-SUSP-TRANS-WORK
                   MOVE RV-GAME-DATE(WS-REVERSAL-IDX) TO EXL-GAME-DATE
                   MOVE STW-NAME TO EXL-NAME
                   MOVE STW-LEAGUE TO EXL-LEAGUE
                   MOVE STW-TEAM TO EXL-TEAM
                   MOVE ZERO TO EXL-AT-BATS
                   MOVE ZERO TO EXL-HITS
                   MOVE RV-REASON(WS-REVERSAL-IDX) TO EXL-REASON
                   MOVE EXCP-DETAIL-LINE TO BASEBALL-8-EXCP-RECORD
                   WRITE BASEBALL-8-EXCP-RECORD
               END-IF
           END-PERFORM.

       500-COPY-MASTER-ONLY.
           MOVE MASTER-RECORD-IN TO MASTER-RECORD-OUT
           PERFORM 590-WRITE-MASTER-RECORD
           PERFORM 400-READ-MASTER.

       580-ADD-ONE-GAME.
           IF TRN-TRANS-TYPE = 'R'
               PERFORM 587-REVERSE-ONE-GAME
           ELSE
               ADD TRN-AT-BATS TO OUT-AT-BATS
               ADD TRN-HITS TO OUT-HITS
               ADD TRN-DOUBLES TO OUT-DOUBLES
               ADD TRN-TRIPLES TO OUT-TRIPLES
               ADD TRN-HOME-RUNS TO OUT-HOME-RUNS
               ADD TRN-WALKS TO OUT-WALKS
               PERFORM 585-WRITE-HISTORY-RECORD
           END-IF.

       585-WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD-OUT
           MOVE TRN-PLAYER-ID TO GHF-PLAYER-ID
           MOVE TRN-GAME-DATE TO GHF-GAME-DATE
           MOVE TRN-GAME-NUMBER TO GHF-GAME-NUMBER
           MOVE TRN-NAME TO GHF-NAME
           MOVE TRN-LEAGUE TO GHF-LEAGUE
           MOVE TRN-TEAM TO GHF-TEAM
           MOVE TRN-WALKS TO GHF-WALKS
           MOVE TRN-OPP-TEAM TO GHF-OPP-TEAM
           MOVE TRN-HOME-AWAY TO GHF-HOME-AWAY
           MOVE HISTORY-RECORD-OUT TO HISTORY-WORK-RECORD
           WRITE HISTORY-WORK-RECORD
           ADD 1 TO WS-HISTORY-WRITE-COUNT.

      *    A reversal backs the game out of the season totals and
      *    writes no history of its own; the history line it reverses
      *    is flagged after the new master has verified.  A reversal
      *    that would take a total below zero goes to suspense.
       587-REVERSE-ONE-GAME.
           IF OUT-AT-BATS < TRN-AT-BATS
              OR OUT-HITS < TRN-HITS
              OR OUT-DOUBLES < TRN-DOUBLES
              OR OUT-TRIPLES < TRN-TRIPLES
              OR OUT-HOME-RUNS < TRN-HOME-RUNS
              OR OUT-WALKS < TRN-WALKS
               ADD 1 TO WS-TRANS-REJECT-COUNT
               ADD 1 TO WS-REVERSAL-REJECT-COUNT
               MOVE 'NOT ENOUGH TO REVERSE' TO EXL-REASON
               PERFORM 472-WRITE-EXCEPTION-LINE
           ELSE
               SUBTRACT TRN-AT-BATS FROM OUT-AT-BATS
               SUBTRACT TRN-HITS FROM OUT-HITS
               SUBTRACT TRN-DOUBLES FROM OUT-DOUBLES
               SUBTRACT TRN-TRIPLES FROM OUT-TRIPLES
               SUBTRACT TRN-HOME-RUNS FROM OUT-HOME-RUNS
               SUBTRACT TRN-WALKS FROM OUT-WALKS
               ADD 1 TO WS-REVERSALS-POSTED
               PERFORM 588-MARK-REVERSAL-POSTED
           END-IF.

       588-MARK-REVERSAL-POSTED.
           MOVE 'NO ' TO WS-REVERSAL-FOUND-SW
           PERFORM VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT
                  OR WS-REVERSAL-FOUND-SW = 'YES'
               IF RV-PLAYER-ID(WS-REVERSAL-IDX) = TRN-PLAYER-ID
                  AND RV-GAME-DATE(WS-REVERSAL-IDX) = TRN-GAME-DATE
                  AND RV-GAME-NUMBER(WS-REVERSAL-IDX) = TRN-GAME-NUMBER
                  AND RV-MATCHED-SW(WS-REVERSAL-IDX) = 'YES'
                  AND RV-POSTED-SW(WS-REVERSAL-IDX) = 'NO '
                   MOVE 'YES' TO RV-POSTED-SW(WS-REVERSAL-IDX)
                   MOVE 'YES' TO WS-REVERSAL-FOUND-SW
               END-IF
           END-PERFORM.

       590-WRITE-MASTER-RECORD.
           ADD OUT-HITS TO WS-CTL-HITS
           ADD OUT-AT-BATS TO WS-CTL-AT-BATS
           WRITE MASTER-RECORD-OUT
           ADD 1 TO WS-MASTER-WRITE-COUNT.

      *    A reversal with no master line to back out of has gone to
      *    suspense; when nothing posted for the key no master line
      *    is written.
       600-ADD-NEW-PLAYER.
           MOVE SPACES TO MASTER-RECORD-OUT
           MOVE TRN-NAME TO OUT-NAME
           MOVE TRN-PLAYER-ID TO OUT-PLAYER-ID
           MOVE WS-TRANS-KEY TO WS-NEW-PLAYER-KEY
           MOVE WS-TRN-KEY-ID TO WS-NEW-PLAYER-ID
           COMPUTE WS-POSTED-BEFORE =
               WS-HISTORY-WRITE-COUNT + WS-REVERSALS-POSTED
           PERFORM UNTIL WS-TRANS-KEY NOT = WS-NEW-PLAYER-KEY
                   OR WS-TRN-KEY-ID NOT = WS-NEW-PLAYER-ID
               PERFORM 580-ADD-ONE-GAME
               PERFORM 450-READ-TRANS
           END-PERFORM
           IF WS-HISTORY-WRITE-COUNT + WS-REVERSALS-POSTED
                   > WS-POSTED-BEFORE
               PERFORM 590-WRITE-MASTER-RECORD
               ADD 1 TO WS-NEW-PLAYER-COUNT
           END-IF.

       750-VERIFY-MASTER-BACKUP.
           MOVE 'NO ' TO WS-VERIFY-OK-SW
               TO BASEBALL-8-EXCP-RECORD(46:)
           WRITE BASEBALL-8-EXCP-RECORD.

      *    The game history is opened for update once the new master
      *    has verified and before the live master is replaced, so
      *    that a history which cannot be updated stops the master
      *    being replaced.  The first run creates the history when
      *    there is none yet.
       785-OPEN-HISTORY-FOR-UPDATE.
           OPEN I-O BASEBALL-8-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00' OR '05'
               MOVE 'YES' TO WS-HISTORY-OPEN-SW
           END-IF.

      *    With the live master replaced, the game history is brought
      *    up to date: the lines reversed tonight are flagged, then
      *    tonight's posted games are added from the history work
      *    file.  A corrected box score whose game is already on file
      *    as a reversed line takes that line's place.
       790-UPDATE-GAME-HISTORY.
           PERFORM VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT
               IF RV-POSTED-SW(WS-REVERSAL-IDX) = 'YES'
                   PERFORM 795-FLAG-ONE-HISTORY-LINE
               END-IF
           END-PERFORM
           MOVE 'NO ' TO WS-HISTORY-EOF-SW
           OPEN INPUT BASEBALL-8-HISTORY-WORK
           PERFORM UNTIL WS-HISTORY-EOF-SW = 'YES'
               READ BASEBALL-8-HISTORY-WORK
                   AT END
                       MOVE 'YES' TO WS-HISTORY-EOF-SW
                   NOT AT END
                       MOVE HISTORY-WORK-RECORD TO HISTORY-RECORD-OUT
                       PERFORM 797-ADD-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE BASEBALL-8-HISTORY-WORK
           CLOSE BASEBALL-8-HISTORY-FILE
           MOVE 'NO ' TO WS-HISTORY-OPEN-SW.

      *    When the history cannot be opened for update the live
      *    master is left as it was, so the night can be rerun in full
      *    once the history is available again.
       792-REPORT-HISTORY-FAILURE.
           MOVE SPACES TO BASEBALL-8-EXCP-RECORD
           MOVE '*** GAME HISTORY COULD NOT BE OPENED - STATUS '
               TO BASEBALL-8-EXCP-RECORD
           MOVE WS-HISTORY-STATUS TO BASEBALL-8-EXCP-RECORD(47:2)
           MOVE ' - MASTER NOT REPLACED ***'
               TO BASEBALL-8-EXCP-RECORD(49:)
           WRITE BASEBALL-8-EXCP-RECORD.

       795-FLAG-ONE-HISTORY-LINE.
           MOVE SPACES TO GHF-KEY
           MOVE RV-PLAYER-ID(WS-REVERSAL-IDX) TO GHF-PLAYER-ID
           MOVE RV-GAME-DATE(WS-REVERSAL-IDX) TO GHF-GAME-DATE
           MOVE RV-GAME-NUMBER(WS-REVERSAL-IDX) TO GHF-GAME-NUMBER
           READ BASEBALL-8-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO GHF-REVERSED
                   REWRITE HISTORY-RECORD-OUT
                   ADD 1 TO WS-HISTORY-FLAG-COUNT
           END-READ.

      *    A line with no player ID cannot be keyed on its game, so
      *    it is numbered in turn under player ID zero and its game
      *    date instead.
       797-ADD-ONE-HISTORY-LINE.
           IF GHF-PLAYER-ID = ZERO
               PERFORM 799-ADD-UNKEYED-HISTORY-LINE
           ELSE
               WRITE HISTORY-RECORD-OUT
                   INVALID KEY
                       PERFORM 798-REPLACE-REVERSED-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-HISTORY-POSTED-COUNT
               END-WRITE
           END-IF.

       798-REPLACE-REVERSED-LINE.
           MOVE HISTORY-RECORD-OUT TO WS-HISTORY-HOLD
           READ BASEBALL-8-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-HISTORY-ON-FILE-COUNT
               NOT INVALID KEY
                   IF GHF-REVERSED = 'R'
                       MOVE WS-HISTORY-HOLD TO HISTORY-RECORD-OUT
                       REWRITE HISTORY-RECORD-OUT
                       ADD 1 TO WS-HISTORY-POSTED-COUNT
                       ADD 1 TO WS-HISTORY-REPLACED-COUNT
                   ELSE
                       ADD 1 TO WS-HISTORY-ON-FILE-COUNT
                   END-IF
           END-READ.

       799-ADD-UNKEYED-HISTORY-LINE.
           IF GHF-GAME-DATE NOT = WS-NO-ID-DATE
               MOVE GHF-GAME-DATE TO WS-NO-ID-DATE
               MOVE ZERO TO WS-NO-ID-NUMBER
           END-IF
           MOVE 'NO ' TO WS-HISTORY-ADDED-SW
           PERFORM UNTIL WS-HISTORY-ADDED-SW = 'YES'
                   OR WS-NO-ID-NUMBER = 999
               ADD 1 TO WS-NO-ID-NUMBER
               MOVE WS-NO-ID-NUMBER TO GHF-GAME-NUMBER
               WRITE HISTORY-RECORD-OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-HISTORY-ADDED-SW
                       ADD 1 TO WS-HISTORY-POSTED-COUNT
               END-WRITE
           END-PERFORM
           IF WS-HISTORY-ADDED-SW = 'NO '
               ADD 1 TO WS-HISTORY-NO-ID-COUNT
           END-IF.

       800-WRITE-POSTING-SUMMARY.
           MOVE SPACES TO BASEBALL-8-EXCP-RECORD
           WRITE BASEBALL-8-EXCP-RECORD
           MOVE 'TRANSACTIONS READ' TO PSL-LABEL
           MOVE WS-TRANS-READ-COUNT TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'TRANSACTIONS REJECTED' TO PSL-LABEL
           MOVE WS-TRANS-REJECT-COUNT TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'REVERSALS POSTED' TO PSL-LABEL
           MOVE WS-REVERSALS-POSTED TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'REVERSALS REJECTED' TO PSL-LABEL
           MOVE WS-REVERSAL-REJECT-COUNT TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'DUPLICATE GAMES REJECTED' TO PSL-LABEL
           MOVE WS-DUPLICATE-COUNT TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'HISTORY LINES FLAGGED REVERSED' TO PSL-LABEL
           MOVE WS-HISTORY-FLAG-COUNT TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'HISTORY LINES POSTED' TO PSL-LABEL
           MOVE WS-HISTORY-POSTED-COUNT TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE 'REVERSED LINES REPLACED' TO PSL-LABEL
           MOVE WS-HISTORY-REPLACED-COUNT TO PSL-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           IF WS-HISTORY-NO-ID-COUNT > ZERO
               MOVE 'NO PLAYER ID - NOT ON HISTORY' TO PSL-LABEL
               MOVE WS-HISTORY-NO-ID-COUNT TO PSL-COUNT
               PERFORM 810-WRITE-SUMMARY-LINE
           END-IF
           IF WS-HISTORY-ON-FILE-COUNT > ZERO
               MOVE 'ALREADY ON HISTORY - NOT ADDED' TO PSL-LABEL
               MOVE WS-HISTORY-ON-FILE-COUNT TO PSL-COUNT
               PERFORM 810-WRITE-SUMMARY-LINE
           END-IF.

       810-WRITE-SUMMARY-LINE.
           MOVE POSTING-SUMMARY-LINE TO BASEBALL-8-EXCP-RECORD
           WRITE BASEBALL-8-EXCP-RECORD.

       700-WRITE-CONTROL-TOTALS.
           OPEN OUTPUT BASEBALL-8-CTL-FILE
           MOVE SPACES TO CTL-TRAILER-RECORD
