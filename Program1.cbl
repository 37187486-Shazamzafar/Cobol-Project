               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT OPTIONAL BASEBALL-4-TEAM-MASTER
               ASSIGN TO 'BASEBALL-4.TMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMS-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT OPTIONAL BASEBALL-4-AUDIT-FILE
           05  STAND-LOSSES-IN          PIC 9(3).
           05                          PIC X(1).
           05  STAND-GAMES-BACK-IN      PIC 9(2)V9.
           05                          PIC X(1).
           05  STAND-RUNS-SCORED-IN     PIC 9(4).
           05                          PIC X(1).
           05  STAND-RUNS-ALLOWED-IN    PIC 9(4).

       FD  BASEBALL-4-SUSP-IN.
       01  SUSPENSE-RECORD-IN.
           05                          PIC X(1).
           05  RUN-NUMBER               PIC 9(3).

       FD  BASEBALL-4-TEAM-MASTER.
       01  TEAM-MASTER-REC.
           05  TMS-KEY.
               10  TMS-LEAGUE           PIC X(2).
               10                      PIC X(1).
               10  TMS-TEAM             PIC X(3).
           05                          PIC X(1).
           05  TMS-TEAM-NAME            PIC X(24).
           05                          PIC X(1).
           05  TMS-CITY                 PIC X(16).
           05                          PIC X(1).
           05  TMS-DIVISION             PIC X(7).
           05                          PIC X(1).
           05  TMS-STATUS               PIC X(1).
           05                          PIC X(1).
           05  TMS-EFFECTIVE-SEASON     PIC 9(4).

       FD  BASEBALL-4-GEN-FILE.
       01  GEN-RECORD-OUT.
               10  ST-GAMES-BACK          PIC 9(2)V9.
               10  ST-WIN-PCT             PIC 9V999.
               10  ST-RANK                PIC 99.
               10  ST-RUN-DIFF            PIC S9(4).
       01  WS-RECORDS-WRITTEN            PIC 9(7)  VALUE ZERO.
       01  WS-TEAM-SPLIT-SW              PIC X(3)  VALUE 'NO '.
       01  WS-CURR-PLAYER-KEY.
               10  SB-USED-SW            PIC X(1).
               10  SB-DATA               PIC X(80).
       01  WS-REF-STATUS                 PIC XX.
       01  WS-REF-LOADED-SW              PIC X(3)  VALUE 'NO '.
       01  WS-REF-FOUND-SW               PIC X(3)  VALUE 'YES'.
       01  WS-TEAM-INACTIVE-SW           PIC X(3)  VALUE 'NO '.
       01  WS-RANK-IDX                    PIC 99    VALUE ZERO.
       01  WS-RANK-COMPARE-IDX            PIC 99    VALUE ZERO.
       01  WS-RANK-COUNT                  PIC 99    VALUE ZERO.
           05  HILO-AVERAGE            PIC Z(3).9(3).

       01  STANDING-LINE.
           05  SL-TEAM-FULL-NAME       PIC X(24).
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'RECORD:'.
           05  SL-WINS                 PIC ZZ9.
           05                          PIC X(1)  VALUE '-'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(3)  VALUE 'GB '.
           05  SL-GAMES-BACK           PIC Z9.9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(3)  VALUE 'RD '.
           05  SL-RUN-DIFF             PIC ++++9.

       01  BALANCE-HEADING-LINE.
           05                          PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-READ-QUALIFIER-PARM
           PERFORM 110-OPEN-TEAM-MASTER
           PERFORM 120-LOAD-STANDINGS
           PERFORM 160-CHECK-RESTART
           ACCEPT CURRENT-DATE FROM DATE
           CLOSE BASEBALL-4-QUAL-FILE
           CLOSE BASEBALL-4-SUSP-FILE
           PERFORM 190-CLEAR-CHECKPOINT
           IF WS-REF-LOADED-SW = 'YES'
               CLOSE BASEBALL-4-TEAM-MASTER
           END-IF
           PERFORM 900-WRITE-AUDIT-RECORD
           STOP RUN.

               CLOSE BASEBALL-4-PARM-FILE
           END-IF.

      *    Team codes are checked against the team reference master
      *    BASEBALL-4.TMS maintained by BASEBALL-29.  When it is not
      *    there every team code is taken as valid.
       110-OPEN-TEAM-MASTER.
           OPEN INPUT BASEBALL-4-TEAM-MASTER
           IF WS-REF-STATUS = '00'
               MOVE 'YES' TO WS-REF-LOADED-SW
           END-IF
           IF WS-REF-STATUS = '05'
               CLOSE BASEBALL-4-TEAM-MASTER
           END-IF.

      *    A club deactivated from a season on is not valid for that
      *    season or any later one.
       145-CHECK-TEAM-CODE.
           MOVE 'NO ' TO WS-TEAM-INACTIVE-SW
           MOVE SPACES TO TMS-KEY
           MOVE LEAGUE-IN TO TMS-LEAGUE
           MOVE TEAM-IN TO TMS-TEAM
           READ BASEBALL-4-TEAM-MASTER
               INVALID KEY
                   MOVE 'NO ' TO WS-REF-FOUND-SW
               NOT INVALID KEY
                   IF TMS-STATUS = 'I'
                      AND SEASON-IN NOT < TMS-EFFECTIVE-SEASON
                       MOVE 'NO ' TO WS-REF-FOUND-SW
                       MOVE 'YES' TO WS-TEAM-INACTIVE-SW
                   ELSE
                       MOVE 'YES' TO WS-REF-FOUND-SW
                   END-IF
           END-READ.

       148-GET-TEAM-NAME.
           MOVE SPACES TO SL-TEAM-FULL-NAME
           IF WS-REF-LOADED-SW = 'YES'
               MOVE SPACES TO TMS-KEY
               MOVE WS-HOLD-LEAGUE TO TMS-LEAGUE
               MOVE WS-HOLD-TEAM TO TMS-TEAM
               READ BASEBALL-4-TEAM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TMS-TEAM-NAME TO SL-TEAM-FULL-NAME
               END-READ
           END-IF.

       120-LOAD-STANDINGS.
           OPEN INPUT BASEBALL-4-STANDINGS-FILE
               ELSE
                   MOVE ZERO TO ST-WIN-PCT (STAND-IDX)
               END-IF
               IF STAND-RUNS-SCORED-IN NUMERIC
                   AND STAND-RUNS-ALLOWED-IN NUMERIC
                   COMPUTE ST-RUN-DIFF (STAND-IDX) =
                       STAND-RUNS-SCORED-IN - STAND-RUNS-ALLOWED-IN
               ELSE
                   MOVE ZERO TO ST-RUN-DIFF (STAND-IDX)
               END-IF
           END-IF.

       130-RANK-STANDINGS.
           IF WS-REF-LOADED-SW = 'YES'
               PERFORM 145-CHECK-TEAM-CODE
           END-IF
           EVALUATE TRUE
               WHEN WS-REF-FOUND-SW = 'YES'
                   PERFORM 210-PROCESS-KNOWN-TEAM
               WHEN WS-TEAM-INACTIVE-SW = 'YES'
                   MOVE 'INACTIVE TEAM'       TO EXL-REASON
                   PERFORM 250-WRITE-EXCEPTION-RECORD
               WHEN OTHER
                   MOVE 'UNKNOWN TEAM CODE'   TO EXL-REASON
                   PERFORM 250-WRITE-EXCEPTION-RECORD
           END-EVALUATE.

       210-PROCESS-KNOWN-TEAM.
           evaluate TRUE
               (WS-TEAM-HITS + WS-TEAM-WALKS) /
               (WS-TEAM-AT-BATS + WS-TEAM-WALKS)
           PERFORM 135-LOOKUP-TEAM-STANDING
           PERFORM 148-GET-TEAM-NAME
           MOVE TEAM-IN TO WS-HOLD-TEAM
           MOVE TEAM-TOTAL TO BASEBALL-4-RECORD-OUT
           WRITE BASEBALL-4-RECORD-OUT
               MOVE ST-LOSSES (WS-FOUND-IDX) TO SL-LOSSES
               MOVE ST-RANK (WS-FOUND-IDX) TO SL-RANK
               MOVE ST-GAMES-BACK (WS-FOUND-IDX) TO SL-GAMES-BACK
               MOVE ST-RUN-DIFF (WS-FOUND-IDX) TO SL-RUN-DIFF
               MOVE STANDING-LINE TO BASEBALL-4-RECORD-OUT
               WRITE BASEBALL-4-RECORD-OUT
                   AFTER ADVANCING 1 LINE
