      *    BASEBALL-18, so maintenance reads and updates records in
      *    place with no load table and no size ceiling.  It applies
      *    a file of maintenance transactions (A = add a new player,
      *    T = record a team change, M = merge a retired ID into a
      *    surviving ID) directly against the master and prints an
      *    activity report showing the result of each transaction.
      *    Before any maintenance is applied the master
      *    is copied to a run-dated sequential backup generation and
      *    the copy is verified by record count; a failed verify ends
      *    the run with return code 8 and no maintenance applied, so
      *    BASEBALL-22 or BASEBALL-18.  The player ID carried on the
      *    statistics files is assigned here and never changes, so a
      *    traded player keeps his history.
      *
      *    A player added twice under two IDs is put back together
      *    with an M transaction naming the surviving ID and the
      *    retired ID.  The retired master record is kept but marked
      *    retired with the surviving ID, so the ID can never be
      *    added again or take a team change.  When the transaction
      *    file carries any merge, the season file BASEBALL-4.SEQ,
      *    the game history BASEBALL-4.GHF, the archive BASEBALL-4.ARC
      *    and the suspense file BASEBALL-4.SUS are each copied to a
      *    verified, cataloged backup generation before any
      *    maintenance is applied.  After the transactions the live
      *    files are rebuilt from those backups with every retired ID
      *    re-keyed to its survivor under the survivor's name, and a
      *    retired season line that the survivor also has for the
      *    same season is added into the survivor's line.  The game
      *    history is indexed on player ID, game date and game number,
      *    so a retired game line for a game the survivor already has
      *    is likewise added into the survivor's line.  The season
      *    file and the archive are both scanned before any live file
      *    is rebuilt; when the retired lines will not fit in the
      *    combine table every merge in the run is backed out - the
      *    retired master records are restored and no statistics file
      *    is touched - and the run ends with return code 8.  A live
      *    file or backup that cannot be opened during the rebuild
      *    stops the run with return code 8 and lists the backup
      *    generations to restore from.  A merge
      *    summary follows the activity report with the survivor's
      *    career totals (season file plus archive) before and after
      *    the merge and the records re-keyed in each file.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT BASEBALL-9-STAT-FILE
               ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT OPTIONAL BASEBALL-9-HISTORY-FILE
               ASSIGN TO 'BASEBALL-4.GHF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHF-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT OPTIONAL BASEBALL-9-CATALOG-FILE
               ASSIGN TO 'BASEBALL-4.MBG'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  PLM-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  PLM-TEAM                PIC X(3).
           05                          PIC X(1).
           05  PLM-STATUS              PIC X(1).
           05                          PIC X(1).
           05  PLM-MERGED-INTO         PIC 9(5).

       FD  BASEBALL-9-TRANS-FILE.
       01  MAINT-RECORD-IN.
           05  MNT-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  MNT-TEAM                PIC X(3).
           05                          PIC X(1).
           05  MNT-RETIRED-ID          PIC 9(5).

       FD  BASEBALL-9-FILE-OUT.
       01  BASEBALL-9-RECORD-OUT       PIC X(80).

       FD  BASEBALL-9-BACKUP-OUT.
       01  BACKUP-RECORD-OUT           PIC X(120).

       FD  BASEBALL-9-BACKUP-IN.
       01  BACKUP-RECORD-IN            PIC X(120).

       FD  BASEBALL-9-STAT-FILE.
       01  STAT-RECORD                 PIC X(120).

       FD  BASEBALL-9-HISTORY-FILE.
       01  HISTORY-RECORD.
           05  GHF-KEY.
               10  GHF-PLAYER-ID       PIC 9(5).
               10                      PIC X(1).
               10  GHF-GAME-DATE       PIC 9(8).
               10                      PIC X(1).
               10  GHF-GAME-NUMBER     PIC 9(3).
           05                          PIC X(1).
           05  GHF-NAME                PIC X(18).
           05                          PIC X(1).
           05  GHF-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  GHF-TEAM                PIC X(3).
           05                          PIC X(1).
           05  GHF-AT-BATS             PIC 9(2).
           05                          PIC X(1).
           05  GHF-HITS                PIC 9(2).
           05                          PIC X(1).
           05  GHF-DOUBLES             PIC 9(2).
           05                          PIC X(1).
           05  GHF-TRIPLES             PIC 9(2).
           05                          PIC X(1).
           05  GHF-HOME-RUNS           PIC 9(2).
           05                          PIC X(1).
           05  GHF-WALKS               PIC 9(2).
           05                          PIC X(1).
           05  GHF-OPP-TEAM            PIC X(3).
           05                          PIC X(1).
           05  GHF-HOME-AWAY           PIC X(1).
           05                          PIC X(1).
           05  GHF-REVERSED            PIC X(1).

       FD  BASEBALL-9-CATALOG-FILE.
       01  CATALOG-RECORD-OUT.
       01  WS-BACKUP-STATUS            PIC XX.
       01  WS-RUN-STATUS               PIC XX.
       01  WS-BACKUP-GEN-NAME          PIC X(24) VALUE SPACES.
       01  WS-MASTER-GEN-NAME          PIC X(24) VALUE SPACES.
       01  WS-ABORT-FILE-NAME          PIC X(24) VALUE SPACES.
       01  WS-LIVE-FILE-NAME           PIC X(24) VALUE SPACES.
       01  WS-LIVE-STATUS              PIC XX.
       01  WS-CATALOG-TYPE             PIC X(3)  VALUE 'PLM'.
       01  WS-RUN-NUMBER               PIC 9(3)  VALUE 001.
       01  WS-CATALOG-EOF-SW           PIC X(3)  VALUE 'NO '.
       01  WS-CATALOG-FOUND-SW         PIC X(3)  VALUE 'NO '.
       01  WS-HIGHEST-ID               PIC 9(5)  VALUE ZERO.
       01  WS-TRANS-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-MERGE-TRANS-COUNT        PIC 9(5)  VALUE ZERO.
       01  WS-STAT-EOF-SW              PIC X(3)  VALUE 'NO '.
       01  WS-FILE-IDX                 PIC 9     VALUE ZERO.
       01  WS-MERGE-COUNT              PIC 99    VALUE ZERO.
       01  WS-MERGE-IDX                PIC 99    VALUE ZERO.
       01  WS-CHECK-ID                 PIC 9(5)  VALUE ZERO.
       01  WS-CHECK-SEASON             PIC 9(4)  VALUE ZERO.
       01  WS-SURVIVOR-ID              PIC 9(5)  VALUE ZERO.
       01  WS-SURVIVOR-NAME            PIC X(18) VALUE SPACES.
       01  WS-SURVIVOR-LEAGUE          PIC X(2)  VALUE SPACES.
       01  WS-SURVIVOR-TEAM            PIC X(3)  VALUE SPACES.
       01  WS-SURVIVOR-STATUS          PIC X(1)  VALUE SPACE.
       01  WS-IS-SURVIVOR-SW           PIC X(3)  VALUE 'NO '.
       01  WS-COMBINE-COUNT            PIC 9(4)  VALUE ZERO.
       01  WS-COMBINE-IDX              PIC 9(4)  VALUE ZERO.
       01  WS-COMBINE-SEARCH-IDX       PIC 9(4)  VALUE ZERO.
       01  WS-COMBINE-OVERFLOW-SW      PIC X(3)  VALUE 'NO '.
       01  WS-MERGES-BACKED-OUT-SW     PIC X(3)  VALUE 'NO '.
       01  WS-RETIRED-STATUS           PIC X(1)  VALUE SPACE.

      *    Statistics files re-keyed by a merge, with the extension of
      *    the backup generation taken of each before the merge.
       01  STAT-FILE-VALUES.
           05                          PIC X(14) VALUE 'BASEBALL-4.SEQ'.
           05                          PIC X(3)  VALUE 'SEQ'.
           05                          PIC X(4)  VALUE '.SBK'.
           05                          PIC X(14) VALUE 'BASEBALL-4.GHF'.
           05                          PIC X(3)  VALUE 'GHF'.
           05                          PIC X(4)  VALUE '.GBK'.
           05                          PIC X(14) VALUE 'BASEBALL-4.ARC'.
           05                          PIC X(3)  VALUE 'ARC'.
           05                          PIC X(4)  VALUE '.ABK'.
           05                          PIC X(14) VALUE 'BASEBALL-4.SUS'.
           05                          PIC X(3)  VALUE 'SUS'.
           05                          PIC X(4)  VALUE '.UBK'.
       01  STAT-FILE-TABLE REDEFINES STAT-FILE-VALUES.
           05  STAT-FILE-ENTRY OCCURS 4 TIMES.
               10  SF-FILE-NAME        PIC X(14).
               10  SF-FILE-TYPE        PIC X(3).
               10  SF-BACKUP-EXT       PIC X(4).

       01  STAT-FILE-COUNTS.
           05  SF-COUNT-ENTRY OCCURS 4 TIMES.
               10  SF-PRESENT-SW       PIC X(3).
               10  SF-SKIPPED-SW       PIC X(3).
               10  SF-BACKUP-NAME      PIC X(24).
               10  SF-RECORD-COUNT     PIC 9(7).
               10  SF-REKEY-COUNT      PIC 9(7).
               10  SF-COMBINED-COUNT   PIC 9(7).

       01  WS-MERGE-TABLE.
           05  MERGE-ENTRY OCCURS 50 TIMES.
               10  MG-SURVIVOR-ID      PIC 9(5).
               10  MG-RETIRED-ID       PIC 9(5).
               10  MG-RETIRED-STATUS   PIC X(1).
               10  MG-SURVIVOR-NAME    PIC X(18).
               10  MG-BEFORE-TOTALS.
                   15  MG-BEFORE-AT-BATS   PIC 9(5).
                   15  MG-BEFORE-HITS      PIC 9(5).
                   15  MG-BEFORE-DOUBLES   PIC 9(4).
                   15  MG-BEFORE-TRIPLES   PIC 9(4).
                   15  MG-BEFORE-HOME-RUNS PIC 9(4).
                   15  MG-BEFORE-WALKS     PIC 9(4).
               10  MG-AFTER-TOTALS.
                   15  MG-AFTER-AT-BATS    PIC 9(5).
                   15  MG-AFTER-HITS       PIC 9(5).
                   15  MG-AFTER-DOUBLES    PIC 9(4).
                   15  MG-AFTER-TRIPLES    PIC 9(4).
                   15  MG-AFTER-HOME-RUNS  PIC 9(4).
                   15  MG-AFTER-WALKS      PIC 9(4).

      *    Retired season lines folded together by survivor and season.
       01  WS-COMBINE-TABLE.
           05  COMBINE-ENTRY OCCURS 500 TIMES.
               10  CB-SURVIVOR-ID      PIC 9(5).
               10  CB-SEASON           PIC 9(4).
               10  CB-LEAGUE           PIC X(2).
               10  CB-TEAM             PIC X(3).
               10  CB-AT-BATS          PIC 9(3).
               10  CB-HITS             PIC 9(3).
               10  CB-DOUBLES          PIC 9(2).
               10  CB-TRIPLES          PIC 9(2).
               10  CB-HOME-RUNS        PIC 9(2).
               10  CB-WALKS            PIC 9(3).
               10  CB-SURVIVOR-LINE-SW PIC X(3).
               10  CB-WRITTEN-SW       PIC X(3).

       01  WS-STAT-WORK                PIC X(120).
       01  WS-SEASON-WORK REDEFINES WS-STAT-WORK.
           05  SWK-NAME                PIC X(18).
           05                          PIC X(2).
           05  SWK-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  SWK-TEAM                PIC X(3).
           05                          PIC X(3).
           05  SWK-AT-BATS             PIC 9(3).
           05                          PIC X(1).
           05  SWK-HITS                PIC 9(3).
           05                          PIC X(1).
           05  SWK-DOUBLES             PIC 9(2).
           05                          PIC X(1).
           05  SWK-TRIPLES             PIC 9(2).
           05                          PIC X(1).
           05  SWK-HOME-RUNS           PIC 9(2).
           05                          PIC X(1).
           05  SWK-WALKS               PIC 9(3).
           05                          PIC X(1).
           05  SWK-SEASON              PIC 9(4).
           05                          PIC X(1).
           05  SWK-PLAYER-ID           PIC 9(5).
           05                          PIC X(60).
       01  WS-HISTORY-WORK REDEFINES WS-STAT-WORK.
           05  HWK-PLAYER-ID           PIC 9(5).
           05                          PIC X(14).
           05  HWK-NAME                PIC X(18).
           05                          PIC X(8).
           05  HWK-AT-BATS             PIC 9(2).
           05                          PIC X(1).
           05  HWK-HITS                PIC 9(2).
           05                          PIC X(1).
           05  HWK-DOUBLES             PIC 9(2).
           05                          PIC X(1).
           05  HWK-TRIPLES             PIC 9(2).
           05                          PIC X(1).
           05  HWK-HOME-RUNS           PIC 9(2).
           05                          PIC X(1).
           05  HWK-WALKS               PIC 9(2).
           05                          PIC X(7).
           05  HWK-REVERSED            PIC X(1).
           05                          PIC X(50).
       01  WS-SUSPENSE-WORK REDEFINES WS-STAT-WORK.
           05  UWK-SOURCE              PIC X(1).
           05                          PIC X(34).
           05                          PIC X(9).
           05  UWK-NAME                PIC X(18).
           05                          PIC X(29).
           05  UWK-PLAYER-ID           PIC 9(5).
           05                          PIC X(24).
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05                          PIC X(11) VALUE 'ON MASTER: '.
           05  TL-PLAYER-COUNT         PIC ZZZ,ZZ9.

       01  MERGE-TITLE-LINE.
           05                          PIC X(20)
               VALUE 'PLAYER MERGE SUMMARY'.

       01  MERGE-PLAYER-LINE.
           05                          PIC X(10) VALUE 'SURVIVOR: '.
           05  ML-SURVIVOR-ID          PIC 9(5).
           05                          PIC X(2)  VALUE SPACES.
           05  ML-SURVIVOR-NAME        PIC X(18).
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'RETIRED: '.
           05  ML-RETIRED-ID           PIC 9(5).

       01  MERGE-TOTAL-LINE.
           05                          PIC X(4)  VALUE SPACES.
           05  MT-LABEL                PIC X(7).
           05                          PIC X(4)  VALUE 'AB: '.
           05  MT-AT-BATS              PIC ZZ,ZZ9.
           05                          PIC X(5)  VALUE '  H: '.
           05  MT-HITS                 PIC ZZ,ZZ9.
           05                          PIC X(6)  VALUE '  2B: '.
           05  MT-DOUBLES              PIC Z,ZZ9.
           05                          PIC X(6)  VALUE '  3B: '.
           05  MT-TRIPLES              PIC Z,ZZ9.
           05                          PIC X(6)  VALUE '  HR: '.
           05  MT-HOME-RUNS            PIC Z,ZZ9.
           05                          PIC X(6)  VALUE '  BB: '.
           05  MT-WALKS                PIC Z,ZZ9.

       01  MERGE-FILE-LINE.
           05  MF-FILE-NAME            PIC X(14).
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'RECORDS: '.
           05  MF-RECORD-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'RE-KEYED: '.
           05  MF-REKEY-COUNT          PIC ZZZ,ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'COMBINED: '.
           05  MF-COMBINED-COUNT       PIC ZZZ,ZZ9.

       01  MERGE-FILE-NOTE-LINE.
           05  MN-FILE-NAME            PIC X(14).
           05                          PIC X(2)  VALUE SPACES.
           05  MN-NOTE                 PIC X(50).

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT CURRENT-DATE FROM DATE
           STRING 'BASEBALL-9-' CURRENT-DATE WS-RUN-NUMBER '.PBK'
               DELIMITED BY SIZE
               INTO WS-BACKUP-GEN-NAME
           MOVE WS-BACKUP-GEN-NAME TO WS-MASTER-GEN-NAME
           OPEN I-O BASEBALL-9-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               PERFORM 110-ABORT-ON-MASTER-OPEN
               PERFORM 120-ABORT-ON-BACKUP-VERIFY
           END-IF
           PERFORM 170-WRITE-CATALOG-RECORD
           PERFORM 140-COUNT-MERGE-TRANS
           IF WS-MERGE-TRANS-COUNT > ZERO
               PERFORM 180-BACKUP-STAT-FILES
           END-IF
           OPEN INPUT BASEBALL-9-TRANS-FILE
           OPEN OUTPUT BASEBALL-9-FILE-OUT

               END-READ
           END-PERFORM

           IF WS-MERGE-COUNT > ZERO
               PERFORM 600-APPLY-MERGES
           END-IF
           PERFORM 500-PRINT-TOTAL
           IF WS-MERGE-COUNT > ZERO
               PERFORM 700-PRINT-MERGE-SUMMARY
           END-IF
           CLOSE BASEBALL-9-MASTER-FILE
           CLOSE BASEBALL-9-TRANS-FILE
           CLOSE BASEBALL-9-FILE-OUT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       140-COUNT-MERGE-TRANS.
           OPEN INPUT BASEBALL-9-TRANS-FILE
           PERFORM UNTIL ARE-THERE-MORE-TRANS-RECS = 'NO '
               READ BASEBALL-9-TRANS-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-TRANS-RECS
                   NOT AT END
                       IF MNT-ACTION = 'M'
                           ADD 1 TO WS-MERGE-TRANS-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASEBALL-9-TRANS-FILE
           MOVE 'YES' TO ARE-THERE-MORE-TRANS-RECS.

       150-SCAN-PLAYER-MASTER.
           OPEN OUTPUT BASEBALL-9-BACKUP-OUT
           PERFORM UNTIL ARE-THERE-MORE-MASTER-RECS = 'NO '
               OPEN EXTEND BASEBALL-9-CATALOG-FILE
               MOVE SPACES TO CATALOG-RECORD-OUT
               MOVE CURRENT-DATE TO MBG-RUN-DATE
               MOVE WS-CATALOG-TYPE TO MBG-FILE-TYPE
               MOVE WS-BACKUP-GEN-NAME TO MBG-FILE-NAME
               WRITE CATALOG-RECORD-OUT
               CLOSE BASEBALL-9-CATALOG-FILE
           END-IF.

       180-BACKUP-STAT-FILES.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 4
               PERFORM 185-BACKUP-ONE-STAT-FILE
           END-PERFORM.

       185-BACKUP-ONE-STAT-FILE.
           MOVE SF-FILE-NAME (WS-FILE-IDX) TO WS-LIVE-FILE-NAME
           MOVE SPACES TO WS-BACKUP-GEN-NAME
           STRING 'BASEBALL-9-' CURRENT-DATE WS-RUN-NUMBER
               SF-BACKUP-EXT (WS-FILE-IDX)
               DELIMITED BY SIZE
               INTO WS-BACKUP-GEN-NAME
           MOVE WS-BACKUP-GEN-NAME TO SF-BACKUP-NAME (WS-FILE-IDX)
           MOVE 'NO ' TO SF-PRESENT-SW (WS-FILE-IDX)
           MOVE 'NO ' TO SF-SKIPPED-SW (WS-FILE-IDX)
           MOVE ZERO TO SF-RECORD-COUNT (WS-FILE-IDX)
           MOVE ZERO TO SF-REKEY-COUNT (WS-FILE-IDX)
           MOVE ZERO TO SF-COMBINED-COUNT (WS-FILE-IDX)
           IF SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
               OPEN INPUT BASEBALL-9-HISTORY-FILE
           ELSE
               OPEN INPUT BASEBALL-9-STAT-FILE
           END-IF
           IF WS-LIVE-STATUS = '00'
               MOVE 'YES' TO SF-PRESENT-SW (WS-FILE-IDX)
               MOVE 'NO ' TO WS-STAT-EOF-SW
               OPEN OUTPUT BASEBALL-9-BACKUP-OUT
               PERFORM UNTIL WS-STAT-EOF-SW = 'YES'
                   PERFORM 187-READ-LIVE-STAT-FILE
                   IF WS-STAT-EOF-SW = 'NO '
                       ADD 1 TO SF-RECORD-COUNT (WS-FILE-IDX)
                       MOVE WS-STAT-WORK TO BACKUP-RECORD-OUT
                       WRITE BACKUP-RECORD-OUT
                   END-IF
               END-PERFORM
               CLOSE BASEBALL-9-BACKUP-OUT
               IF SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
                   CLOSE BASEBALL-9-HISTORY-FILE
               ELSE
                   CLOSE BASEBALL-9-STAT-FILE
               END-IF
               PERFORM 160-VERIFY-MASTER-BACKUP
               IF WS-VERIFY-COUNT NOT = SF-RECORD-COUNT (WS-FILE-IDX)
                   PERFORM 190-ABORT-ON-STAT-BACKUP
               END-IF
               MOVE SF-FILE-TYPE (WS-FILE-IDX) TO WS-CATALOG-TYPE
               PERFORM 170-WRITE-CATALOG-RECORD
           ELSE
               IF WS-LIVE-STATUS = '05'
                  AND SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
                   CLOSE BASEBALL-9-HISTORY-FILE
               END-IF
           END-IF.

      *    A statistics-file backup that fails its count names the
      *    file and the generation; nothing has been applied yet.
       190-ABORT-ON-STAT-BACKUP.
           CLOSE BASEBALL-9-MASTER-FILE
           OPEN OUTPUT BASEBALL-9-FILE-OUT
           MOVE SPACES TO BASEBALL-9-RECORD-OUT
           STRING 'BACKUP OF ' SF-FILE-NAME (WS-FILE-IDX)
                   ' FAILED VERIFY - RUN ABORTED'
               DELIMITED BY SIZE
               INTO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
           MOVE SPACES TO BASEBALL-9-RECORD-OUT
           STRING 'BACKUP GENERATION ' SF-BACKUP-NAME (WS-FILE-IDX)
               DELIMITED BY SIZE
               INTO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 1 LINE
           MOVE 'NO MAINTENANCE APPLIED - NO FILE CHANGED'
               TO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 1 LINE
           CLOSE BASEBALL-9-FILE-OUT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    The game history is indexed on player ID, game date and
      *    game number and is read in key order; the other statistics
      *    files are line sequential.
       187-READ-LIVE-STAT-FILE.
           MOVE SPACES TO WS-STAT-WORK
           IF SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
               READ BASEBALL-9-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-STAT-EOF-SW
                   NOT AT END
                       MOVE HISTORY-RECORD TO WS-STAT-WORK
               END-READ
           ELSE
               READ BASEBALL-9-STAT-FILE
                   AT END
                       MOVE 'YES' TO WS-STAT-EOF-SW
                   NOT AT END
                       MOVE STAT-RECORD TO WS-STAT-WORK
               END-READ
           END-IF.

       200-APPLY-ONE-TRANS.
           IF LINES-PRINTED >= 57
               PERFORM 300-WRITE-HEADINGS
                   PERFORM 220-ADD-PLAYER
               WHEN 'T'
                   PERFORM 240-CHANGE-TEAM
               WHEN 'M'
                   PERFORM 260-MERGE-PLAYERS
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'INVALID ACTION CODE' TO DL-RESULT
               MOVE MNT-NAME TO PLM-NAME
               MOVE MNT-LEAGUE TO PLM-LEAGUE
               MOVE MNT-TEAM TO PLM-TEAM
               MOVE ZERO TO PLM-MERGED-INTO
               MOVE 'YES' TO WS-WRITE-OK-SW
               WRITE PLAYER-MASTER-REC
                   INVALID KEY

       240-CHANGE-TEAM.
           PERFORM 250-FIND-PLAYER-BY-ID
           EVALUATE TRUE
               WHEN WS-MATCH-FOUND-SW = 'NO '
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'PLAYER ID NOT ON FILE' TO DL-RESULT
               WHEN PLM-STATUS = 'R'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE PLM-NAME TO DL-NAME
                   MOVE SPACES TO DL-RESULT
                   STRING 'RETIRED - USE ID ' PLM-MERGED-INTO
                       DELIMITED BY SIZE
                       INTO DL-RESULT
               WHEN OTHER
                   MOVE MNT-LEAGUE TO PLM-LEAGUE
                   MOVE MNT-TEAM TO PLM-TEAM
                   REWRITE PLAYER-MASTER-REC
                   MOVE PLM-NAME TO DL-NAME
                   MOVE 'TEAM CHANGED' TO DL-RESULT
           END-EVALUATE.

       250-FIND-PLAYER-BY-ID.
           MOVE 'NO ' TO WS-MATCH-FOUND-SW
               END-READ
           END-IF.

       260-MERGE-PLAYERS.
           PERFORM 250-FIND-PLAYER-BY-ID
           IF WS-MATCH-FOUND-SW = 'YES'
               MOVE PLM-NAME TO WS-SURVIVOR-NAME
               MOVE PLM-LEAGUE TO WS-SURVIVOR-LEAGUE
               MOVE PLM-TEAM TO WS-SURVIVOR-TEAM
               MOVE PLM-STATUS TO WS-SURVIVOR-STATUS
               MOVE WS-SURVIVOR-NAME TO DL-NAME
               MOVE WS-SURVIVOR-LEAGUE TO DL-LEAGUE
               MOVE WS-SURVIVOR-TEAM TO DL-TEAM
           END-IF
           EVALUATE TRUE
               WHEN WS-MATCH-FOUND-SW = 'NO '
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'PLAYER ID NOT ON FILE' TO DL-RESULT
               WHEN WS-SURVIVOR-STATUS = 'R'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'SURVIVOR ID IS RETIRED' TO DL-RESULT
               WHEN MNT-RETIRED-ID NOT NUMERIC
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'RETIRED ID NOT ON FILE' TO DL-RESULT
               WHEN MNT-RETIRED-ID = ZERO
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'RETIRED ID NOT ON FILE' TO DL-RESULT
               WHEN MNT-RETIRED-ID = MNT-PLAYER-ID
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'CANNOT MERGE ID TO ITSELF' TO DL-RESULT
               WHEN WS-MERGE-COUNT NOT < 50
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'MERGE LIMIT REACHED' TO DL-RESULT
               WHEN OTHER
                   PERFORM 265-RETIRE-MERGED-ID
           END-EVALUATE.

       265-RETIRE-MERGED-ID.
           MOVE 'NO ' TO WS-MATCH-FOUND-SW
           MOVE MNT-RETIRED-ID TO PLM-PLAYER-ID
           READ BASEBALL-9-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-MATCH-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN WS-MATCH-FOUND-SW = 'NO '
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'RETIRED ID NOT ON FILE' TO DL-RESULT
               WHEN PLM-STATUS = 'R'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'RETIRED ID ALREADY MERGED' TO DL-RESULT
               WHEN OTHER
                   MOVE PLM-STATUS TO WS-RETIRED-STATUS
                   MOVE 'R' TO PLM-STATUS
                   MOVE MNT-PLAYER-ID TO PLM-MERGED-INTO
                   REWRITE PLAYER-MASTER-REC
                   PERFORM 270-ADD-MERGE-ENTRY
                   MOVE SPACES TO DL-RESULT
                   STRING 'MERGED - RETIRED ' MNT-RETIRED-ID
                       DELIMITED BY SIZE
                       INTO DL-RESULT
           END-EVALUATE.

      *    A survivor retired by a later merge in the same run hands
      *    its earlier merges on to the new survivor.
       270-ADD-MERGE-ENTRY.
           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               IF MG-SURVIVOR-ID (WS-MERGE-IDX) = MNT-RETIRED-ID
                   MOVE MNT-PLAYER-ID TO MG-SURVIVOR-ID (WS-MERGE-IDX)
                   MOVE WS-SURVIVOR-NAME TO
                       MG-SURVIVOR-NAME (WS-MERGE-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO WS-MERGE-COUNT
           INITIALIZE MERGE-ENTRY (WS-MERGE-COUNT)
           MOVE MNT-PLAYER-ID TO MG-SURVIVOR-ID (WS-MERGE-COUNT)
           MOVE MNT-RETIRED-ID TO MG-RETIRED-ID (WS-MERGE-COUNT)
           MOVE WS-RETIRED-STATUS TO MG-RETIRED-STATUS (WS-MERGE-COUNT)
           MOVE WS-SURVIVOR-NAME TO MG-SURVIVOR-NAME (WS-MERGE-COUNT).

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE TOTAL-LINE TO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 2 LINE.

      *    Every season-type file is scanned before any live file is
      *    rebuilt, so an overflow of the combine table backs the
      *    merges out while all the files are still as they were.
       600-APPLY-MERGES.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 4
               IF SF-PRESENT-SW (WS-FILE-IDX) = 'YES'
                  AND (SF-FILE-TYPE (WS-FILE-IDX) = 'SEQ'
                   OR SF-FILE-TYPE (WS-FILE-IDX) = 'ARC')
                   PERFORM 602-SET-FILE-NAMES
                   PERFORM 610-SCAN-SEASON-LINES
                   IF WS-COMBINE-OVERFLOW-SW = 'YES'
                       MOVE 'YES' TO SF-SKIPPED-SW (WS-FILE-IDX)
                       MOVE 'YES' TO WS-MERGES-BACKED-OUT-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MERGES-BACKED-OUT-SW = 'YES'
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
                   PERFORM 605-RESTORE-RETIRED-ID
               END-PERFORM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
                   IF SF-PRESENT-SW (WS-FILE-IDX) = 'YES'
                       PERFORM 602-SET-FILE-NAMES
                       EVALUATE SF-FILE-TYPE (WS-FILE-IDX)
                           WHEN 'SEQ'
                           WHEN 'ARC'
                               PERFORM 610-SCAN-SEASON-LINES
                               PERFORM 620-REWRITE-SEASON-FILE
                           WHEN OTHER
                               PERFORM 630-REWRITE-KEYED-FILE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

       602-SET-FILE-NAMES.
           MOVE SF-FILE-NAME (WS-FILE-IDX) TO WS-LIVE-FILE-NAME
           MOVE SF-BACKUP-NAME (WS-FILE-IDX) TO WS-BACKUP-GEN-NAME.

      *    Puts a retired master record back as it was before the
      *    merge that retired it.
       605-RESTORE-RETIRED-ID.
           MOVE MG-RETIRED-ID (WS-MERGE-IDX) TO PLM-PLAYER-ID
           READ BASEBALL-9-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MG-RETIRED-STATUS (WS-MERGE-IDX) TO PLM-STATUS
                   MOVE ZERO TO PLM-MERGED-INTO
                   REWRITE PLAYER-MASTER-REC
           END-READ.

      *    First pass over the backup - totals the retired lines by
      *    survivor, season and team and notes which of those the
      *    survivor already has a line for.
       610-SCAN-SEASON-LINES.
           MOVE ZERO TO WS-COMBINE-COUNT
           MOVE 'NO ' TO WS-COMBINE-OVERFLOW-SW
           MOVE 'NO ' TO WS-BACKUP-EOF-SW
           OPEN INPUT BASEBALL-9-BACKUP-IN
           IF WS-BACKUP-STATUS NOT = '00'
               MOVE WS-BACKUP-GEN-NAME TO WS-ABORT-FILE-NAME
               PERFORM 670-ABORT-ON-REWRITE-OPEN
           END-IF
           PERFORM UNTIL WS-BACKUP-EOF-SW = 'YES'
               READ BASEBALL-9-BACKUP-IN
                   AT END
                       MOVE 'YES' TO WS-BACKUP-EOF-SW
                   NOT AT END
                       PERFORM 615-SCAN-ONE-SEASON-LINE
               END-READ
           END-PERFORM
           CLOSE BASEBALL-9-BACKUP-IN.

       615-SCAN-ONE-SEASON-LINE.
           MOVE BACKUP-RECORD-IN TO WS-STAT-WORK
           MOVE SWK-PLAYER-ID TO WS-CHECK-ID
           MOVE SWK-SEASON TO WS-CHECK-SEASON
           PERFORM 680-FIND-SURVIVOR-FOR-ID
           IF WS-SURVIVOR-ID > ZERO
               PERFORM 650-FIND-COMBINE-ENTRY
               IF WS-COMBINE-IDX > ZERO
                   ADD SWK-AT-BATS TO CB-AT-BATS (WS-COMBINE-IDX)
                   ADD SWK-HITS TO CB-HITS (WS-COMBINE-IDX)
                   ADD SWK-DOUBLES TO CB-DOUBLES (WS-COMBINE-IDX)
                   ADD SWK-TRIPLES TO CB-TRIPLES (WS-COMBINE-IDX)
                   ADD SWK-HOME-RUNS TO CB-HOME-RUNS (WS-COMBINE-IDX)
                   ADD SWK-WALKS TO CB-WALKS (WS-COMBINE-IDX)
               END-IF
           ELSE
               PERFORM 685-CHECK-SURVIVOR-ID
               IF WS-IS-SURVIVOR-SW = 'YES'
                   MOVE WS-CHECK-ID TO WS-SURVIVOR-ID
                   PERFORM 650-FIND-COMBINE-ENTRY
                   IF WS-COMBINE-IDX > ZERO
                       MOVE 'YES' TO
                           CB-SURVIVOR-LINE-SW (WS-COMBINE-IDX)
                   END-IF
               END-IF
           END-IF.

      *    Second pass - rebuilds the live file from the backup.  The
      *    retired totals go into the survivor's own line where it has
      *    one, otherwise the first retired line carries them under
      *    the survivor's ID and name; any other retired line for the
      *    same season and team is dropped as combined.
       620-REWRITE-SEASON-FILE.
           MOVE 'NO ' TO WS-BACKUP-EOF-SW
           OPEN INPUT BASEBALL-9-BACKUP-IN
           IF WS-BACKUP-STATUS NOT = '00'
               MOVE WS-BACKUP-GEN-NAME TO WS-ABORT-FILE-NAME
               PERFORM 670-ABORT-ON-REWRITE-OPEN
           END-IF
           OPEN OUTPUT BASEBALL-9-STAT-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE WS-LIVE-FILE-NAME TO WS-ABORT-FILE-NAME
               PERFORM 670-ABORT-ON-REWRITE-OPEN
           END-IF
           PERFORM UNTIL WS-BACKUP-EOF-SW = 'YES'
               READ BASEBALL-9-BACKUP-IN
                   AT END
                       MOVE 'YES' TO WS-BACKUP-EOF-SW
                   NOT AT END
                       PERFORM 625-REWRITE-ONE-SEASON-LINE
               END-READ
           END-PERFORM
           CLOSE BASEBALL-9-BACKUP-IN
           CLOSE BASEBALL-9-STAT-FILE.

       625-REWRITE-ONE-SEASON-LINE.
           MOVE BACKUP-RECORD-IN TO WS-STAT-WORK
           MOVE SWK-PLAYER-ID TO WS-CHECK-ID
           MOVE SWK-SEASON TO WS-CHECK-SEASON
           PERFORM 680-FIND-SURVIVOR-FOR-ID
           IF WS-SURVIVOR-ID > ZERO
               PERFORM 650-FIND-COMBINE-ENTRY
               EVALUATE TRUE
                   WHEN WS-COMBINE-IDX = ZERO
                       PERFORM 660-WRITE-STAT-RECORD
                   WHEN CB-SURVIVOR-LINE-SW (WS-COMBINE-IDX) = 'YES'
                       ADD 1 TO SF-COMBINED-COUNT (WS-FILE-IDX)
                   WHEN CB-WRITTEN-SW (WS-COMBINE-IDX) = 'YES'
                       ADD 1 TO SF-COMBINED-COUNT (WS-FILE-IDX)
                   WHEN OTHER
                       MOVE WS-SURVIVOR-ID TO SWK-PLAYER-ID
                       MOVE WS-SURVIVOR-NAME TO SWK-NAME
                       MOVE CB-AT-BATS (WS-COMBINE-IDX) TO SWK-AT-BATS
                       MOVE CB-HITS (WS-COMBINE-IDX) TO SWK-HITS
                       MOVE CB-DOUBLES (WS-COMBINE-IDX) TO SWK-DOUBLES
                       MOVE CB-TRIPLES (WS-COMBINE-IDX) TO SWK-TRIPLES
                       MOVE CB-HOME-RUNS (WS-COMBINE-IDX) TO
                           SWK-HOME-RUNS
                       MOVE CB-WALKS (WS-COMBINE-IDX) TO SWK-WALKS
                       MOVE 'YES' TO CB-WRITTEN-SW (WS-COMBINE-IDX)
                       ADD 1 TO SF-REKEY-COUNT (WS-FILE-IDX)
                       PERFORM 690-ADD-TO-AFTER-TOTALS
                       PERFORM 660-WRITE-STAT-RECORD
               END-EVALUATE
           ELSE
               PERFORM 685-CHECK-SURVIVOR-ID
               IF WS-IS-SURVIVOR-SW = 'YES'
                   PERFORM 695-ADD-TO-BEFORE-TOTALS
                   MOVE WS-CHECK-ID TO WS-SURVIVOR-ID
                   PERFORM 650-FIND-COMBINE-ENTRY
                   IF WS-COMBINE-IDX > ZERO
                      AND CB-WRITTEN-SW (WS-COMBINE-IDX) = 'NO '
                       ADD CB-AT-BATS (WS-COMBINE-IDX) TO SWK-AT-BATS
                       ADD CB-HITS (WS-COMBINE-IDX) TO SWK-HITS
                       ADD CB-DOUBLES (WS-COMBINE-IDX) TO SWK-DOUBLES
                       ADD CB-TRIPLES (WS-COMBINE-IDX) TO SWK-TRIPLES
                       ADD CB-HOME-RUNS (WS-COMBINE-IDX) TO
                           SWK-HOME-RUNS
                       ADD CB-WALKS (WS-COMBINE-IDX) TO SWK-WALKS
                       MOVE 'YES' TO CB-WRITTEN-SW (WS-COMBINE-IDX)
                   END-IF
                   PERFORM 690-ADD-TO-AFTER-TOTALS
               END-IF
               PERFORM 660-WRITE-STAT-RECORD
           END-IF.

      *    Game history and suspense lines carry one game each, so a
      *    retired ID is simply re-keyed to the survivor.  Only box
      *    score suspense items (source T) carry a player ID.
       630-REWRITE-KEYED-FILE.
           MOVE 'NO ' TO WS-BACKUP-EOF-SW
           OPEN INPUT BASEBALL-9-BACKUP-IN
           IF WS-BACKUP-STATUS NOT = '00'
               MOVE WS-BACKUP-GEN-NAME TO WS-ABORT-FILE-NAME
               PERFORM 670-ABORT-ON-REWRITE-OPEN
           END-IF
           MOVE WS-LIVE-FILE-NAME TO WS-ABORT-FILE-NAME
           IF SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
               OPEN OUTPUT BASEBALL-9-HISTORY-FILE
               IF WS-LIVE-STATUS NOT = '00'
                   PERFORM 670-ABORT-ON-REWRITE-OPEN
               END-IF
               CLOSE BASEBALL-9-HISTORY-FILE
               OPEN I-O BASEBALL-9-HISTORY-FILE
           ELSE
               OPEN OUTPUT BASEBALL-9-STAT-FILE
           END-IF
           IF WS-LIVE-STATUS NOT = '00'
               PERFORM 670-ABORT-ON-REWRITE-OPEN
           END-IF
           PERFORM UNTIL WS-BACKUP-EOF-SW = 'YES'
               READ BASEBALL-9-BACKUP-IN
                   AT END
                       MOVE 'YES' TO WS-BACKUP-EOF-SW
                   NOT AT END
                       PERFORM 635-REWRITE-ONE-KEYED-LINE
               END-READ
           END-PERFORM
           CLOSE BASEBALL-9-BACKUP-IN
           IF SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
               CLOSE BASEBALL-9-HISTORY-FILE
           ELSE
               CLOSE BASEBALL-9-STAT-FILE
           END-IF.

       635-REWRITE-ONE-KEYED-LINE.
           MOVE BACKUP-RECORD-IN TO WS-STAT-WORK
           EVALUATE TRUE
               WHEN SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
                   MOVE HWK-PLAYER-ID TO WS-CHECK-ID
               WHEN UWK-SOURCE = 'T'
                   MOVE UWK-PLAYER-ID TO WS-CHECK-ID
               WHEN OTHER
                   MOVE ZERO TO WS-CHECK-ID
           END-EVALUATE
           PERFORM 680-FIND-SURVIVOR-FOR-ID
           IF WS-SURVIVOR-ID > ZERO
               IF SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
                   MOVE WS-SURVIVOR-ID TO HWK-PLAYER-ID
                   MOVE WS-SURVIVOR-NAME TO HWK-NAME
               ELSE
                   MOVE WS-SURVIVOR-ID TO UWK-PLAYER-ID
                   MOVE WS-SURVIVOR-NAME TO UWK-NAME
               END-IF
               ADD 1 TO SF-REKEY-COUNT (WS-FILE-IDX)
           END-IF
           IF SF-FILE-TYPE (WS-FILE-IDX) = 'GHF'
               PERFORM 640-WRITE-HISTORY-LINE
           ELSE
               PERFORM 660-WRITE-STAT-RECORD
           END-IF.

       640-WRITE-HISTORY-LINE.
           MOVE WS-STAT-WORK TO HISTORY-RECORD
           WRITE HISTORY-RECORD
               INVALID KEY
                   PERFORM 645-COMBINE-HISTORY-LINE
           END-WRITE.

      *    When the survivor and the retired ID both have a line for
      *    the same game date and game number the two become one line,
      *    as the season lines do; a reversed line adds nothing to the
      *    other.
       645-COMBINE-HISTORY-LINE.
           READ BASEBALL-9-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN HWK-REVERSED = 'R'
                           CONTINUE
                       WHEN GHF-REVERSED = 'R'
                           MOVE WS-STAT-WORK TO HISTORY-RECORD
                           REWRITE HISTORY-RECORD
                       WHEN OTHER
                           ADD HWK-AT-BATS TO GHF-AT-BATS
                           ADD HWK-HITS TO GHF-HITS
                           ADD HWK-DOUBLES TO GHF-DOUBLES
                           ADD HWK-TRIPLES TO GHF-TRIPLES
                           ADD HWK-HOME-RUNS TO GHF-HOME-RUNS
                           ADD HWK-WALKS TO GHF-WALKS
                           REWRITE HISTORY-RECORD
                   END-EVALUATE
                   ADD 1 TO SF-COMBINED-COUNT (WS-FILE-IDX)
           END-READ.

       650-FIND-COMBINE-ENTRY.
           MOVE ZERO TO WS-COMBINE-IDX
           PERFORM VARYING WS-COMBINE-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-COMBINE-SEARCH-IDX > WS-COMBINE-COUNT
               IF CB-SURVIVOR-ID (WS-COMBINE-SEARCH-IDX) =
                       WS-SURVIVOR-ID
                  AND CB-SEASON (WS-COMBINE-SEARCH-IDX) =
                       WS-CHECK-SEASON
                  AND CB-LEAGUE (WS-COMBINE-SEARCH-IDX) = SWK-LEAGUE
                  AND CB-TEAM (WS-COMBINE-SEARCH-IDX) = SWK-TEAM
                   MOVE WS-COMBINE-SEARCH-IDX TO WS-COMBINE-IDX
               END-IF
           END-PERFORM
           IF WS-COMBINE-IDX = ZERO
               IF WS-COMBINE-COUNT < 500
                   ADD 1 TO WS-COMBINE-COUNT
                   INITIALIZE COMBINE-ENTRY (WS-COMBINE-COUNT)
                   MOVE WS-SURVIVOR-ID TO
                       CB-SURVIVOR-ID (WS-COMBINE-COUNT)
                   MOVE WS-CHECK-SEASON TO CB-SEASON (WS-COMBINE-COUNT)
                   MOVE SWK-LEAGUE TO CB-LEAGUE (WS-COMBINE-COUNT)
                   MOVE SWK-TEAM TO CB-TEAM (WS-COMBINE-COUNT)
                   MOVE 'NO ' TO CB-SURVIVOR-LINE-SW (WS-COMBINE-COUNT)
                   MOVE 'NO ' TO CB-WRITTEN-SW (WS-COMBINE-COUNT)
                   MOVE WS-COMBINE-COUNT TO WS-COMBINE-IDX
               ELSE
                   MOVE 'YES' TO WS-COMBINE-OVERFLOW-SW
               END-IF
           END-IF.

       660-WRITE-STAT-RECORD.
           MOVE WS-STAT-WORK TO STAT-RECORD
           WRITE STAT-RECORD.

      *    A file that cannot be opened while the live files are being
      *    rebuilt stops the run.  Files already rebuilt and the
      *    retired master records stay as they are, so the operator
      *    is given every backup generation taken by the run.
       670-ABORT-ON-REWRITE-OPEN.
           MOVE SPACES TO BASEBALL-9-RECORD-OUT
           STRING 'CANNOT OPEN ' WS-ABORT-FILE-NAME
                   ' - RUN ABORTED'
               DELIMITED BY SIZE
               INTO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 2 LINES
           MOVE 'MERGES PART APPLIED - RESTORE FROM THESE BACKUPS:'
               TO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO BASEBALL-9-RECORD-OUT
           STRING '    BASEBALL-4.PLM FROM ' WS-MASTER-GEN-NAME
               DELIMITED BY SIZE
               INTO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 4
               IF SF-PRESENT-SW (WS-FILE-IDX) = 'YES'
                   MOVE SPACES TO BASEBALL-9-RECORD-OUT
                   STRING '    ' SF-FILE-NAME (WS-FILE-IDX) ' FROM '
                           SF-BACKUP-NAME (WS-FILE-IDX)
                       DELIMITED BY SIZE
                       INTO BASEBALL-9-RECORD-OUT
                   WRITE BASEBALL-9-RECORD-OUT
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           CLOSE BASEBALL-9-MASTER-FILE
           CLOSE BASEBALL-9-TRANS-FILE
           CLOSE BASEBALL-9-FILE-OUT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       680-FIND-SURVIVOR-FOR-ID.
           MOVE ZERO TO WS-SURVIVOR-ID
           MOVE SPACES TO WS-SURVIVOR-NAME
           IF WS-CHECK-ID NOT = ZERO
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
                   IF MG-RETIRED-ID (WS-MERGE-IDX) = WS-CHECK-ID
                       MOVE MG-SURVIVOR-ID (WS-MERGE-IDX) TO
                           WS-SURVIVOR-ID
                       MOVE MG-SURVIVOR-NAME (WS-MERGE-IDX) TO
                           WS-SURVIVOR-NAME
                   END-IF
               END-PERFORM
           END-IF.

       685-CHECK-SURVIVOR-ID.
           MOVE 'NO ' TO WS-IS-SURVIVOR-SW
           IF WS-CHECK-ID NOT = ZERO
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
                   IF MG-SURVIVOR-ID (WS-MERGE-IDX) = WS-CHECK-ID
                       MOVE 'YES' TO WS-IS-SURVIVOR-SW
                   END-IF
               END-PERFORM
           END-IF.

       690-ADD-TO-AFTER-TOTALS.
           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               IF MG-SURVIVOR-ID (WS-MERGE-IDX) = SWK-PLAYER-ID
                   ADD SWK-AT-BATS TO MG-AFTER-AT-BATS (WS-MERGE-IDX)
                   ADD SWK-HITS TO MG-AFTER-HITS (WS-MERGE-IDX)
                   ADD SWK-DOUBLES TO MG-AFTER-DOUBLES (WS-MERGE-IDX)
                   ADD SWK-TRIPLES TO MG-AFTER-TRIPLES (WS-MERGE-IDX)
                   ADD SWK-HOME-RUNS TO
                       MG-AFTER-HOME-RUNS (WS-MERGE-IDX)
                   ADD SWK-WALKS TO MG-AFTER-WALKS (WS-MERGE-IDX)
               END-IF
           END-PERFORM.

       695-ADD-TO-BEFORE-TOTALS.
           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               IF MG-SURVIVOR-ID (WS-MERGE-IDX) = SWK-PLAYER-ID
                   ADD SWK-AT-BATS TO MG-BEFORE-AT-BATS (WS-MERGE-IDX)
                   ADD SWK-HITS TO MG-BEFORE-HITS (WS-MERGE-IDX)
                   ADD SWK-DOUBLES TO MG-BEFORE-DOUBLES (WS-MERGE-IDX)
                   ADD SWK-TRIPLES TO MG-BEFORE-TRIPLES (WS-MERGE-IDX)
                   ADD SWK-HOME-RUNS TO
                       MG-BEFORE-HOME-RUNS (WS-MERGE-IDX)
                   ADD SWK-WALKS TO MG-BEFORE-WALKS (WS-MERGE-IDX)
               END-IF
           END-PERFORM.

       700-PRINT-MERGE-SUMMARY.
           IF LINES-PRINTED >= 50
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE MERGE-TITLE-LINE TO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 3 LINES
           ADD 3 TO LINES-PRINTED
           IF WS-MERGES-BACKED-OUT-SW = 'YES'
               MOVE 'ALL MERGES BACKED OUT - RETIRED IDS RESTORED'
                   TO BASEBALL-9-RECORD-OUT
               WRITE BASEBALL-9-RECORD-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-PRINTED
           END-IF
           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               PERFORM 710-PRINT-ONE-MERGE
           END-PERFORM
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 4
               PERFORM 720-PRINT-ONE-FILE-RESULT
           END-PERFORM.

       710-PRINT-ONE-MERGE.
           IF LINES-PRINTED >= 54
               PERFORM 300-WRITE-HEADINGS
           END-IF
           MOVE MG-SURVIVOR-ID (WS-MERGE-IDX) TO ML-SURVIVOR-ID
           MOVE MG-SURVIVOR-NAME (WS-MERGE-IDX) TO ML-SURVIVOR-NAME
           MOVE MG-RETIRED-ID (WS-MERGE-IDX) TO ML-RETIRED-ID
           MOVE MERGE-PLAYER-LINE TO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 2 LINES
           MOVE 'BEFORE' TO MT-LABEL
           MOVE MG-BEFORE-AT-BATS (WS-MERGE-IDX) TO MT-AT-BATS
           MOVE MG-BEFORE-HITS (WS-MERGE-IDX) TO MT-HITS
           MOVE MG-BEFORE-DOUBLES (WS-MERGE-IDX) TO MT-DOUBLES
           MOVE MG-BEFORE-TRIPLES (WS-MERGE-IDX) TO MT-TRIPLES
           MOVE MG-BEFORE-HOME-RUNS (WS-MERGE-IDX) TO MT-HOME-RUNS
           MOVE MG-BEFORE-WALKS (WS-MERGE-IDX) TO MT-WALKS
           MOVE MERGE-TOTAL-LINE TO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 1 LINE
           MOVE 'AFTER' TO MT-LABEL
           MOVE MG-AFTER-AT-BATS (WS-MERGE-IDX) TO MT-AT-BATS
           MOVE MG-AFTER-HITS (WS-MERGE-IDX) TO MT-HITS
           MOVE MG-AFTER-DOUBLES (WS-MERGE-IDX) TO MT-DOUBLES
           MOVE MG-AFTER-TRIPLES (WS-MERGE-IDX) TO MT-TRIPLES
           MOVE MG-AFTER-HOME-RUNS (WS-MERGE-IDX) TO MT-HOME-RUNS
           MOVE MG-AFTER-WALKS (WS-MERGE-IDX) TO MT-WALKS
           MOVE MERGE-TOTAL-LINE TO BASEBALL-9-RECORD-OUT
           WRITE BASEBALL-9-RECORD-OUT
               AFTER ADVANCING 1 LINE
           ADD 4 TO LINES-PRINTED.

       720-PRINT-ONE-FILE-RESULT.
           IF LINES-PRINTED >= 56
               PERFORM 300-WRITE-HEADINGS
           END-IF
           EVALUATE TRUE
               WHEN SF-PRESENT-SW (WS-FILE-IDX) = 'NO '
                   MOVE SF-FILE-NAME (WS-FILE-IDX) TO MN-FILE-NAME
                   MOVE 'FILE NOT PRESENT - NOTHING TO RE-KEY'
                       TO MN-NOTE
                   MOVE MERGE-FILE-NOTE-LINE TO BASEBALL-9-RECORD-OUT
               WHEN SF-SKIPPED-SW (WS-FILE-IDX) = 'YES'
                   MOVE SF-FILE-NAME (WS-FILE-IDX) TO MN-FILE-NAME
                   MOVE 'TOO MANY LINES TO COMBINE - MERGES BACKED OUT'
                       TO MN-NOTE
                   MOVE MERGE-FILE-NOTE-LINE TO BASEBALL-9-RECORD-OUT
               WHEN WS-MERGES-BACKED-OUT-SW = 'YES'
                   MOVE SF-FILE-NAME (WS-FILE-IDX) TO MN-FILE-NAME
                   MOVE 'MERGES BACKED OUT - FILE NOT RE-KEYED'
                       TO MN-NOTE
                   MOVE MERGE-FILE-NOTE-LINE TO BASEBALL-9-RECORD-OUT
               WHEN OTHER
                   MOVE SF-FILE-NAME (WS-FILE-IDX) TO MF-FILE-NAME
                   MOVE SF-RECORD-COUNT (WS-FILE-IDX) TO MF-RECORD-COUNT
                   MOVE SF-REKEY-COUNT (WS-FILE-IDX) TO MF-REKEY-COUNT
                   MOVE SF-COMBINED-COUNT (WS-FILE-IDX) TO
                       MF-COMBINED-COUNT
                   MOVE MERGE-FILE-LINE TO BASEBALL-9-RECORD-OUT
           END-EVALUATE
           IF WS-FILE-IDX = 1
               WRITE BASEBALL-9-RECORD-OUT
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINES-PRINTED
           ELSE
               WRITE BASEBALL-9-RECORD-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINES-PRINTED
           END-IF.
