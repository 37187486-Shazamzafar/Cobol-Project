      *    updated, cataloged on BASEBALL-4.MBG.  This program puts a
      *    named prior generation back as the live master: its parm
      *    file carries the file type (SEQ for the season master,
      *    PLM for the player master, and GHF, ARC or SUS for the
      *    game history, archive and suspense files BASEBALL-9 backs
      *    up before a player merge) and the backup generation file
      *    name.  A SEQ, ARC or SUS restore copies the generation
      *    over BASEBALL-4.SEQ, .ARC or .SUS; a PLM restore reloads
      *    the indexed BASEBALL-4.PLM from the sequential backup, and
      *    a GHF restore reloads the game history, indexed on player
      *    ID, game date and game number, the same way.  A GHF restore
      *    also loads an indexed history from a line sequential copy
      *    of it, and converts a copy taken before the history carried
      *    a game number, numbering each player's games on a date in
      *    turn.
      *    TMS names a team master backup taken by BASEBALL-29; it
      *    reloads the indexed BASEBALL-4.TMS the same way.
      *    The restore report shows the records carried back.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT BASEBALL-22-SEASON-OUT
               ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BASEBALL-22-MASTER-OUT
               RECORD KEY IS PLM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL BASEBALL-22-HISTORY-OUT
               ASSIGN TO 'BASEBALL-4.GHF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHF-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL BASEBALL-22-TEAM-OUT
               ASSIGN TO 'BASEBALL-4.TMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMS-KEY
               FILE STATUS IS WS-TEAM-STATUS.

           SELECT BASEBALL-22-FILE-OUT
               ASSIGN TO 'BASEBALL-22.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05                          PIC X(52).

       FD  BASEBALL-22-BACKUP-IN.
       01  BACKUP-RECORD-IN            PIC X(120).

       FD  BASEBALL-22-SEASON-OUT.
       01  SEASON-RECORD-OUT           PIC X(120).

       FD  BASEBALL-22-MASTER-OUT.
       01  PLAYER-MASTER-REC.
           05  PLM-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  PLM-TEAM                PIC X(3).
           05                          PIC X(1).
           05  PLM-STATUS              PIC X(1).
           05                          PIC X(1).
           05  PLM-MERGED-INTO         PIC 9(5).

       FD  BASEBALL-22-HISTORY-OUT.
       01  GAME-HISTORY-REC.
           05  GHF-KEY.
               10  GHF-PLAYER-ID       PIC 9(5).
               10                      PIC X(1).
               10  GHF-GAME-DATE       PIC 9(8).
               10                      PIC X(1).
               10  GHF-GAME-NUMBER     PIC 9(3).
           05                          PIC X(52).

       FD  BASEBALL-22-TEAM-OUT.
       01  TEAM-MASTER-REC.
           05  TMS-KEY.
               10  TMS-LEAGUE          PIC X(2).
               10                      PIC X(1).
               10  TMS-TEAM            PIC X(3).
           05                          PIC X(57).

       FD  BASEBALL-22-FILE-OUT.
       01  BASEBALL-22-RECORD-OUT      PIC X(80).
       01  WS-PARM-STATUS              PIC XX.
       01  WS-BACKUP-STATUS            PIC XX.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-TEAM-STATUS              PIC XX.
       01  WS-BACKUP-GEN-NAME          PIC X(24) VALUE SPACES.
       01  WS-LIVE-FILE-NAME           PIC X(24) VALUE SPACES.
       01  WS-RESTORE-TYPE             PIC X(3)  VALUE SPACES.
       01  WS-RESTORED-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5)  VALUE ZERO.
       01  WS-HISTORY-NUMBER           PIC 9(3)  VALUE ZERO.
       01  WS-HISTORY-ADDED-SW         PIC X(3)  VALUE 'NO '.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
               PERFORM 120-ABORT-RESTORE
           END-IF
           EVALUATE WS-RESTORE-TYPE
               WHEN 'PLM'
                   PERFORM 300-RESTORE-PLAYER-MASTER
               WHEN 'GHF'
                   PERFORM 400-RESTORE-GAME-HISTORY
               WHEN 'TMS'
                   PERFORM 450-RESTORE-TEAM-MASTER
               WHEN OTHER
                   PERFORM 200-RESTORE-SEQUENTIAL-FILE
           END-EVALUATE
           CLOSE BASEBALL-22-BACKUP-IN
           PERFORM 500-PRINT-RESULT
               END-IF
               CLOSE BASEBALL-22-PARM-FILE
           END-IF
           EVALUATE WS-RESTORE-TYPE
               WHEN 'SEQ'
                   MOVE 'BASEBALL-4.SEQ' TO WS-LIVE-FILE-NAME
               WHEN 'ARC'
                   MOVE 'BASEBALL-4.ARC' TO WS-LIVE-FILE-NAME
               WHEN 'SUS'
                   MOVE 'BASEBALL-4.SUS' TO WS-LIVE-FILE-NAME
               WHEN 'PLM'
                   CONTINUE
               WHEN 'GHF'
                   CONTINUE
               WHEN 'TMS'
                   CONTINUE
               WHEN OTHER
                   MOVE 'PARM FILE TYPE MUST BE SEQ PLM GHF ARC SUS TMS'
                       TO ER-RESULT
                   PERFORM 120-ABORT-RESTORE
           END-EVALUATE.

       200-RESTORE-SEQUENTIAL-FILE.
           OPEN OUTPUT BASEBALL-22-SEASON-OUT
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BASEBALL-22-BACKUP-IN
           END-PERFORM
           CLOSE BASEBALL-22-MASTER-OUT.

      *    A backup line carries the game number after the game date
      *    unless it was written before the history had one.  Such a
      *    line is rebuilt with the game number in place, the first
      *    line for a player and date being game 1 and each further
      *    line for them (the second game of a doubleheader, or the
      *    unkeyed lines with no player ID) taking the next number
      *    free.  A line whose player ID is not numeric, or a second
      *    line for the same player, date and game number, cannot be
      *    keyed and is skipped.
       400-RESTORE-GAME-HISTORY.
           OPEN OUTPUT BASEBALL-22-HISTORY-OUT
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'CANNOT OPEN GAME HISTORY - RUN ABORTED'
                   TO ER-RESULT
               PERFORM 120-ABORT-RESTORE
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BASEBALL-22-BACKUP-IN
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 410-RESTORE-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE BASEBALL-22-HISTORY-OUT.

       410-RESTORE-ONE-HISTORY-LINE.
           EVALUATE TRUE
               WHEN BACKUP-RECORD-IN(1:5) NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
               WHEN BACKUP-RECORD-IN(16:3) NUMERIC
                   AND BACKUP-RECORD-IN(19:1) = SPACE
                   MOVE BACKUP-RECORD-IN TO GAME-HISTORY-REC
                   WRITE GAME-HISTORY-REC
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                   END-WRITE
               WHEN OTHER
                   MOVE SPACES TO GAME-HISTORY-REC
                   MOVE BACKUP-RECORD-IN(1:14) TO GAME-HISTORY-REC(1:14)
                   MOVE BACKUP-RECORD-IN(15:52)
                       TO GAME-HISTORY-REC(19:52)
                   PERFORM 415-NUMBER-OLD-HISTORY-LINE
           END-EVALUATE.

       415-NUMBER-OLD-HISTORY-LINE.
           MOVE ZERO TO WS-HISTORY-NUMBER
           MOVE 'NO ' TO WS-HISTORY-ADDED-SW
           PERFORM UNTIL WS-HISTORY-ADDED-SW = 'YES'
                   OR WS-HISTORY-NUMBER = 999
               ADD 1 TO WS-HISTORY-NUMBER
               MOVE WS-HISTORY-NUMBER TO GHF-GAME-NUMBER
               WRITE GAME-HISTORY-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-HISTORY-ADDED-SW
                       ADD 1 TO WS-RESTORED-COUNT
               END-WRITE
           END-PERFORM
           IF WS-HISTORY-ADDED-SW = 'NO '
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       450-RESTORE-TEAM-MASTER.
           OPEN OUTPUT BASEBALL-22-TEAM-OUT
           IF WS-TEAM-STATUS NOT = '00'
               MOVE 'CANNOT OPEN TEAM MASTER - RUN ABORTED'
                   TO ER-RESULT
               PERFORM 120-ABORT-RESTORE
           END-IF
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BASEBALL-22-BACKUP-IN
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       MOVE BACKUP-RECORD-IN TO TEAM-MASTER-REC
                       WRITE TEAM-MASTER-REC
                           INVALID KEY
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BASEBALL-22-TEAM-OUT.

       500-PRINT-RESULT.
           MOVE WS-BACKUP-GEN-NAME TO RR-FILE-NAME
           MOVE WS-RESTORE-TYPE TO RR-FILE-TYPE
               AFTER ADVANCING 2 LINE
           IF WS-REJECT-COUNT > ZERO
               MOVE SPACES TO ER-RESULT
               IF WS-RESTORE-TYPE = 'GHF'
                   MOVE 'UNREADABLE OR DUPLICATE LINES SKIPPED'
                       TO ER-RESULT
               ELSE
                   MOVE 'DUPLICATE KEYS SKIPPED DURING RELOAD'
                       TO ER-RESULT
               END-IF
               MOVE ERROR-RESULT-LINE TO BASEBALL-22-RECORD-OUT
               WRITE BASEBALL-22-RECORD-OUT
                   AFTER ADVANCING 1 LINE
