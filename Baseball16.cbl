      *    program reads the indexed player master by key while it
      *    verifies each statistics
      *    file - the season file BASEBALL-4.SEQ, the box-score
      *    transactions BASEBALL-4.TRP and the qualifying extract
      *    BASEBALL-4.QUAL - and reports every record whose player ID
      *    is zero, is not on the master, has been retired by a
      *    BASEBALL-9 merge, or whose name disagrees
      *    with the master name for that ID (a reversal transaction
      *    carries no name, so only its ID is checked), with counts
      *    by file so the morning checker can see at a glance whether
      *    the keys are clean.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT BASEBALL-16-TRANS-FILE
               ASSIGN TO 'BASEBALL-4.TRP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           05  PLM-LEAGUE-IN           PIC X(2).
           05                          PIC X(1).
           05  PLM-TEAM-IN             PIC X(3).
           05                          PIC X(1).
           05  PLM-STATUS-IN           PIC X(1).
           05                          PIC X(1).
           05  PLM-MERGED-INTO-IN      PIC 9(5).

       FD  BASEBALL-16-SEASON-FILE.
       01  SEASON-RECORD-IN.
           05  TRN-NAME                PIC X(18).
           05                          PIC X(29).
           05  TRN-PLAYER-ID           PIC 9(5).
           05                          PIC X(7).
           05  TRN-TRANS-TYPE          PIC X(1).
           05                          PIC X(2).

       FD  BASEBALL-16-QUAL-FILE.
       01  QUAL-RECORD-IN.
       01  WS-EXCP-TOTAL-COUNT         PIC 9(5)  VALUE ZERO.
       01  WS-CHECK-NAME               PIC X(18) VALUE SPACES.
       01  WS-CHECK-ID                 PIC 9(5)  VALUE ZERO.
       01  WS-NAME-CHECK-SW            PIC X(3)  VALUE 'YES'.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           PERFORM 300-WRITE-HEADINGS

           MOVE 'BASEBALL-4.SEQ' TO FC-FILE-NAME(1)
           MOVE 'BASEBALL-4.TRP' TO FC-FILE-NAME(2)
           MOVE 'BASEBALL-4.QUAL' TO FC-FILE-NAME(3)
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 3
                           ADD 1 TO FC-READ-COUNT(WS-FILE-IDX)
                           MOVE TRN-NAME TO WS-CHECK-NAME
                           MOVE TRN-PLAYER-ID TO WS-CHECK-ID
                           IF TRN-TRANS-TYPE = 'R'
                               MOVE 'NO ' TO WS-NAME-CHECK-SW
                           END-IF
                           PERFORM 400-VERIFY-ONE-ID
                           MOVE 'YES' TO WS-NAME-CHECK-SW
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-16-TRANS-FILE
                       ADD 1 TO FC-MISSING-COUNT(WS-FILE-IDX)
                       MOVE 'ID NOT ON MASTER' TO DL-REASON
                       PERFORM 450-WRITE-EXCEPTION-LINE
                   WHEN PLM-STATUS-IN = 'R'
                       ADD 1 TO FC-MISSING-COUNT(WS-FILE-IDX)
                       MOVE 'ID RETIRED BY MERGE' TO DL-REASON
                       PERFORM 450-WRITE-EXCEPTION-LINE
                   WHEN PLM-NAME-IN NOT = WS-CHECK-NAME
                       AND WS-NAME-CHECK-SW = 'YES'
                       ADD 1 TO FC-MISMATCH-COUNT(WS-FILE-IDX)
                       MOVE 'NAME DISAGREES' TO DL-REASON
                       PERFORM 450-WRITE-EXCEPTION-LINE
