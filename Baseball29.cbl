       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASEBALL-29.
      * Shazam Zafar
      ******************************************************************
      *
      *    The program maintains the team reference master
      *    BASEBALL-4.TMS, an indexed file keyed on league and team
      *    code that carries each club's full name, city, division
      *    and status, active or inactive, with the season the status
      *    took effect.  BASEBALL-4, BASEBALL-8, BASEBALL-15 and
      *    BASEBALL-25 check every team code against it with a keyed
      *    read, and the standings reports print the names and
      *    divisions it carries.  The program applies a file of
      *    maintenance transactions (A = add a new club, or bring an
      *    inactive club back, C = change the name, city or division,
      *    D = deactivate a club from a season on) directly against
      *    the master and prints an activity report showing the
      *    result of each transaction.  A blank season on a
      *    transaction means the season of the business date on
      *    BASEBALL-4.RUN.  The first run builds the master from add
      *    transactions.  Before any maintenance is applied the
      *    master is copied to a run-dated sequential backup
      *    generation and the copy is verified by record count; a
      *    failed verify ends the run with return code 8 and no
      *    maintenance applied.  Backup generations are cataloged on
      *    BASEBALL-4.MBG, retired by BASEBALL-12 and restorable by
      *    BASEBALL-22.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BASEBALL-29-MASTER-FILE
               ASSIGN TO 'BASEBALL-4.TMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMS-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BASEBALL-29-TRANS-FILE
               ASSIGN TO 'BASEBALL-29.TRN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-29-FILE-OUT
               ASSIGN TO 'BASEBALL-29.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-29-BACKUP-OUT
               ASSIGN TO DYNAMIC WS-BACKUP-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-29-BACKUP-IN
               ASSIGN TO DYNAMIC WS-BACKUP-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT OPTIONAL BASEBALL-29-CATALOG-FILE
               ASSIGN TO 'BASEBALL-4.MBG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-29-RUN-FILE
               ASSIGN TO 'BASEBALL-4.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BASEBALL-29-MASTER-FILE.
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

       FD  BASEBALL-29-TRANS-FILE.
       01  MAINT-RECORD-IN.
           05  MNT-ACTION              PIC X(1).
           05                          PIC X(1).
           05  MNT-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  MNT-TEAM                PIC X(3).
           05                          PIC X(1).
           05  MNT-TEAM-NAME           PIC X(24).
           05                          PIC X(1).
           05  MNT-CITY                PIC X(16).
           05                          PIC X(1).
           05  MNT-DIVISION            PIC X(7).
           05                          PIC X(1).
           05  MNT-SEASON              PIC 9(4).

       FD  BASEBALL-29-FILE-OUT.
       01  BASEBALL-29-RECORD-OUT      PIC X(80).

       FD  BASEBALL-29-BACKUP-OUT.
       01  BACKUP-RECORD-OUT           PIC X(80).

       FD  BASEBALL-29-BACKUP-IN.
       01  BACKUP-RECORD-IN            PIC X(80).

       FD  BASEBALL-29-CATALOG-FILE.
       01  CATALOG-RECORD-OUT.
           05  MBG-RUN-DATE            PIC 9(6).
           05                          PIC X(1).
           05  MBG-FILE-TYPE           PIC X(3).
           05                          PIC X(1).
           05  MBG-FILE-NAME           PIC X(24).

       FD  BASEBALL-29-RUN-FILE.
       01  RUN-CONTROL-IN.
           05  RUN-BUSINESS-DATE        PIC 9(6).
           05                          PIC X(1).
           05  RUN-NUMBER               PIC 9(3).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-MASTER-RECS  PIC X(3)  VALUE 'YES'.
       01  ARE-THERE-MORE-TRANS-RECS   PIC X(3)  VALUE 'YES'.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-BACKUP-STATUS            PIC XX.
       01  WS-RUN-STATUS               PIC XX.
       01  WS-BACKUP-GEN-NAME          PIC X(24) VALUE SPACES.
       01  WS-CATALOG-TYPE             PIC X(3)  VALUE 'TMS'.
       01  WS-RUN-NUMBER               PIC 9(3)  VALUE 001.
       01  WS-CATALOG-EOF-SW           PIC X(3)  VALUE 'NO '.
       01  WS-CATALOG-FOUND-SW         PIC X(3)  VALUE 'NO '.
       01  WS-BACKUP-EOF-SW            PIC X(3)  VALUE 'NO '.
       01  WS-VERIFY-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-MATCH-FOUND-SW           PIC X(3)  VALUE 'NO '.
       01  WS-WRITE-OK-SW              PIC X(3)  VALUE 'NO '.
       01  WS-TEAM-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-ACTIVE-COUNT             PIC 9(5)  VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(5)  VALUE ZERO.
       01  WS-BUSINESS-SEASON          PIC 9(4)  VALUE ZERO.
       01  WS-TRANS-SEASON             PIC 9(4)  VALUE ZERO.
       01  LINES-PRINTED               PIC 99    VALUE ZERO.
       01  PAGE-NUMBER                 PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

       01  HEADING-LINE-1.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(30)
               VALUE 'TEAM MASTER MAINTENANCE LOG   '.
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
           05                          PIC X(3)  VALUE 'ACT'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'LG'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'TEAM'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'NAME'.
           05                          PIC X(21) VALUE SPACES.
           05                          PIC X(8)  VALUE 'DIVISION'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'SEASON'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'RESULT'.

       01  DETAIL-LINE.
           05                          PIC X(1)  VALUE SPACES.
           05  DL-ACTION               PIC X(1).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-LEAGUE               PIC X(2).
           05                          PIC X(1)  VALUE SPACES.
           05  DL-TEAM                 PIC X(3).
           05                          PIC X(2)  VALUE SPACES.
           05  DL-TEAM-NAME            PIC X(24).
           05                          PIC X(1)  VALUE SPACES.
           05  DL-DIVISION             PIC X(7).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-SEASON               PIC X(4).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-RESULT               PIC X(25).

       01  TOTAL-LINE.
           05                          PIC X(9)
               VALUE 'APPLIED: '.
           05  TL-APPLIED-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'ERRORS: '.
           05  TL-ERROR-COUNT          PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(11) VALUE 'ON MASTER: '.
           05  TL-TEAM-COUNT           PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'ACTIVE: '.
           05  TL-ACTIVE-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT CURRENT-DATE FROM DATE
           PERFORM 115-READ-RUN-CONTROL
           MOVE YEAR-X TO WS-BUSINESS-SEASON
           ADD 2000 TO WS-BUSINESS-SEASON
           MOVE SPACES TO WS-BACKUP-GEN-NAME
           STRING 'BASEBALL-29' CURRENT-DATE WS-RUN-NUMBER '.TBK'
               DELIMITED BY SIZE
               INTO WS-BACKUP-GEN-NAME
           OPEN I-O BASEBALL-29-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              AND WS-MASTER-STATUS NOT = '05'
               PERFORM 110-ABORT-ON-MASTER-OPEN
           END-IF
           PERFORM 150-SCAN-TEAM-MASTER
           PERFORM 160-VERIFY-MASTER-BACKUP
           IF WS-VERIFY-COUNT NOT = WS-TEAM-COUNT
               PERFORM 120-ABORT-ON-BACKUP-VERIFY
           END-IF
           PERFORM 170-WRITE-CATALOG-RECORD
           OPEN INPUT BASEBALL-29-TRANS-FILE
           OPEN OUTPUT BASEBALL-29-FILE-OUT

           MOVE MONTH-X TO HL-1-MONTH
           MOVE DAY-X TO HL-1-DAY
           MOVE YEAR-X TO HL-1-YEAR
           PERFORM 300-WRITE-HEADINGS

           PERFORM UNTIL ARE-THERE-MORE-TRANS-RECS = 'NO '
               READ BASEBALL-29-TRANS-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-TRANS-RECS
                   NOT AT END
                       PERFORM 200-APPLY-ONE-TRANS
               END-READ
           END-PERFORM

           PERFORM 500-PRINT-TOTAL
           CLOSE BASEBALL-29-MASTER-FILE
           CLOSE BASEBALL-29-TRANS-FILE
           CLOSE BASEBALL-29-FILE-OUT
           STOP RUN.

       110-ABORT-ON-MASTER-OPEN.
           OPEN OUTPUT BASEBALL-29-FILE-OUT
           MOVE 'CANNOT OPEN TEAM MASTER - RUN ABORTED'
               TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
           MOVE 'NO MAINTENANCE APPLIED - MASTER FILE UNCHANGED'
               TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
               AFTER ADVANCING 1 LINE
           CLOSE BASEBALL-29-FILE-OUT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       115-READ-RUN-CONTROL.
           OPEN INPUT BASEBALL-29-RUN-FILE
           IF WS-RUN-STATUS = '00'
               READ BASEBALL-29-RUN-FILE
               IF WS-RUN-STATUS = '00'
                   MOVE RUN-BUSINESS-DATE TO CURRENT-DATE
                   MOVE RUN-NUMBER TO WS-RUN-NUMBER
               END-IF
               CLOSE BASEBALL-29-RUN-FILE
           END-IF.

       120-ABORT-ON-BACKUP-VERIFY.
           CLOSE BASEBALL-29-MASTER-FILE
           OPEN OUTPUT BASEBALL-29-FILE-OUT
           MOVE 'MASTER BACKUP FAILED VERIFY - RUN ABORTED'
               TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
           MOVE 'NO MAINTENANCE APPLIED - MASTER FILE UNCHANGED'
               TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
               AFTER ADVANCING 1 LINE
           CLOSE BASEBALL-29-FILE-OUT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       150-SCAN-TEAM-MASTER.
           OPEN OUTPUT BASEBALL-29-BACKUP-OUT
           PERFORM UNTIL ARE-THERE-MORE-MASTER-RECS = 'NO '
               READ BASEBALL-29-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-MASTER-RECS
                   NOT AT END
                       ADD 1 TO WS-TEAM-COUNT
                       IF TMS-STATUS NOT = 'I'
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
                       MOVE TEAM-MASTER-REC TO BACKUP-RECORD-OUT
                       WRITE BACKUP-RECORD-OUT
               END-READ
           END-PERFORM
           CLOSE BASEBALL-29-BACKUP-OUT.

       160-VERIFY-MASTER-BACKUP.
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE 'NO ' TO WS-BACKUP-EOF-SW
           OPEN INPUT BASEBALL-29-BACKUP-IN
           IF WS-BACKUP-STATUS = '00'
               PERFORM UNTIL WS-BACKUP-EOF-SW = 'YES'
                   READ BASEBALL-29-BACKUP-IN
                       AT END
                           MOVE 'YES' TO WS-BACKUP-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BASEBALL-29-BACKUP-IN
           END-IF.

       170-WRITE-CATALOG-RECORD.
           MOVE 'NO ' TO WS-CATALOG-EOF-SW
           MOVE 'NO ' TO WS-CATALOG-FOUND-SW
           OPEN INPUT BASEBALL-29-CATALOG-FILE
           PERFORM UNTIL WS-CATALOG-EOF-SW = 'YES'
               READ BASEBALL-29-CATALOG-FILE
                   AT END
                       MOVE 'YES' TO WS-CATALOG-EOF-SW
                   NOT AT END
                       IF MBG-FILE-NAME = WS-BACKUP-GEN-NAME
                           MOVE 'YES' TO WS-CATALOG-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASEBALL-29-CATALOG-FILE
           IF WS-CATALOG-FOUND-SW = 'NO '
               OPEN EXTEND BASEBALL-29-CATALOG-FILE
               MOVE SPACES TO CATALOG-RECORD-OUT
               MOVE CURRENT-DATE TO MBG-RUN-DATE
               MOVE WS-CATALOG-TYPE TO MBG-FILE-TYPE
               MOVE WS-BACKUP-GEN-NAME TO MBG-FILE-NAME
               WRITE CATALOG-RECORD-OUT
               CLOSE BASEBALL-29-CATALOG-FILE
           END-IF.

       200-APPLY-ONE-TRANS.
           IF LINES-PRINTED >= 57
               PERFORM 300-WRITE-HEADINGS
           END-IF
           IF MNT-SEASON NUMERIC
              AND MNT-SEASON > ZERO
               MOVE MNT-SEASON TO WS-TRANS-SEASON
           ELSE
               MOVE WS-BUSINESS-SEASON TO WS-TRANS-SEASON
           END-IF
           MOVE MNT-ACTION TO DL-ACTION
           MOVE MNT-LEAGUE TO DL-LEAGUE
           MOVE MNT-TEAM TO DL-TEAM
           MOVE MNT-TEAM-NAME TO DL-TEAM-NAME
           MOVE MNT-DIVISION TO DL-DIVISION
           MOVE SPACES TO DL-SEASON
           MOVE SPACES TO DL-RESULT
           EVALUATE TRUE
               WHEN MNT-LEAGUE = SPACES
                  OR MNT-TEAM = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'LEAGUE AND TEAM REQUIRED' TO DL-RESULT
               WHEN MNT-ACTION = 'A'
                   PERFORM 220-ADD-TEAM
               WHEN MNT-ACTION = 'C'
                   PERFORM 240-CHANGE-TEAM
               WHEN MNT-ACTION = 'D'
                   PERFORM 260-DEACTIVATE-TEAM
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'INVALID ACTION CODE' TO DL-RESULT
           END-EVALUATE
           MOVE DETAIL-LINE TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
               AFTER ADVANCING 1 LINES
           ADD 1 TO LINES-PRINTED.

      *    Adding a club that is on file as inactive brings it back
      *    as active from the transaction season, taking any name,
      *    city or division the transaction carries.
       220-ADD-TEAM.
           PERFORM 250-FIND-TEAM-BY-KEY
           EVALUATE TRUE
               WHEN WS-MATCH-FOUND-SW = 'YES'
                  AND TMS-STATUS NOT = 'I'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'TEAM ALREADY ON FILE' TO DL-RESULT
               WHEN WS-MATCH-FOUND-SW = 'YES'
                   PERFORM 255-APPLY-TEAM-DETAILS
                   MOVE 'A' TO TMS-STATUS
                   MOVE WS-TRANS-SEASON TO TMS-EFFECTIVE-SEASON
                   REWRITE TEAM-MASTER-REC
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 270-SHOW-TEAM-ON-FILE
                   MOVE 'REACTIVATED' TO DL-RESULT
               WHEN MNT-TEAM-NAME = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'TEAM NAME REQUIRED' TO DL-RESULT
               WHEN OTHER
                   MOVE SPACES TO TEAM-MASTER-REC
                   MOVE MNT-LEAGUE TO TMS-LEAGUE
                   MOVE MNT-TEAM TO TMS-TEAM
                   PERFORM 255-APPLY-TEAM-DETAILS
                   MOVE 'A' TO TMS-STATUS
                   MOVE WS-TRANS-SEASON TO TMS-EFFECTIVE-SEASON
                   MOVE 'YES' TO WS-WRITE-OK-SW
                   WRITE TEAM-MASTER-REC
                       INVALID KEY
                           MOVE 'NO ' TO WS-WRITE-OK-SW
                   END-WRITE
                   IF WS-WRITE-OK-SW = 'YES'
                       ADD 1 TO WS-TEAM-COUNT
                       ADD 1 TO WS-ACTIVE-COUNT
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM 270-SHOW-TEAM-ON-FILE
                       MOVE 'ADDED' TO DL-RESULT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'TEAM ALREADY ON FILE' TO DL-RESULT
                   END-IF
           END-EVALUATE.

       240-CHANGE-TEAM.
           PERFORM 250-FIND-TEAM-BY-KEY
           IF WS-MATCH-FOUND-SW = 'NO '
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'TEAM NOT ON FILE' TO DL-RESULT
           ELSE
               PERFORM 255-APPLY-TEAM-DETAILS
               REWRITE TEAM-MASTER-REC
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 270-SHOW-TEAM-ON-FILE
               MOVE 'CHANGED' TO DL-RESULT
           END-IF.

       250-FIND-TEAM-BY-KEY.
           MOVE 'NO ' TO WS-MATCH-FOUND-SW
           MOVE SPACES TO TMS-KEY
           MOVE MNT-LEAGUE TO TMS-LEAGUE
           MOVE MNT-TEAM TO TMS-TEAM
           READ BASEBALL-29-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-MATCH-FOUND-SW
           END-READ.

      *    Only the descriptive fields the transaction fills in are
      *    carried to the master; a blank field leaves it as it is.
       255-APPLY-TEAM-DETAILS.
           IF MNT-TEAM-NAME NOT = SPACES
               MOVE MNT-TEAM-NAME TO TMS-TEAM-NAME
           END-IF
           IF MNT-CITY NOT = SPACES
               MOVE MNT-CITY TO TMS-CITY
           END-IF
           IF MNT-DIVISION NOT = SPACES
               MOVE MNT-DIVISION TO TMS-DIVISION
           END-IF.

       260-DEACTIVATE-TEAM.
           PERFORM 250-FIND-TEAM-BY-KEY
           EVALUATE TRUE
               WHEN WS-MATCH-FOUND-SW = 'NO '
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'TEAM NOT ON FILE' TO DL-RESULT
               WHEN TMS-STATUS = 'I'
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 270-SHOW-TEAM-ON-FILE
                   MOVE 'TEAM ALREADY INACTIVE' TO DL-RESULT
               WHEN OTHER
                   MOVE 'I' TO TMS-STATUS
                   MOVE WS-TRANS-SEASON TO TMS-EFFECTIVE-SEASON
                   REWRITE TEAM-MASTER-REC
                   SUBTRACT 1 FROM WS-ACTIVE-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 270-SHOW-TEAM-ON-FILE
                   MOVE 'DEACTIVATED' TO DL-RESULT
           END-EVALUATE.

       270-SHOW-TEAM-ON-FILE.
           MOVE TMS-TEAM-NAME TO DL-TEAM-NAME
           MOVE TMS-DIVISION TO DL-DIVISION
           MOVE TMS-EFFECTIVE-SEASON TO DL-SEASON.

       300-WRITE-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-1-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
               AFTER ADVANCING PAGE
           MOVE HEADING-LINE-2 TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
               AFTER ADVANCING 2
           MOVE 3 TO LINES-PRINTED.

       500-PRINT-TOTAL.
           MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
           MOVE WS-ERROR-COUNT TO TL-ERROR-COUNT
           MOVE WS-TEAM-COUNT TO TL-TEAM-COUNT
           MOVE WS-ACTIVE-COUNT TO TL-ACTIVE-COUNT
           MOVE TOTAL-LINE TO BASEBALL-29-RECORD-OUT
           WRITE BASEBALL-29-RECORD-OUT
               AFTER ADVANCING 2 LINE.
