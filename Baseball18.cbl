           05  PLS-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  PLS-TEAM                PIC X(3).
           05                          PIC X(1).
           05  PLS-STATUS              PIC X(1).
           05                          PIC X(1).
           05  PLS-MERGED-INTO         PIC 9(5).

       FD  BASEBALL-18-MASTER-FILE.
       01  PLAYER-MASTER-REC.
           05  PLM-LEAGUE              PIC X(2).
           05                          PIC X(1).
           05  PLM-TEAM                PIC X(3).
           05                          PIC X(1).
           05  PLM-STATUS              PIC X(1).
           05                          PIC X(1).
           05  PLM-MERGED-INTO         PIC 9(5).

       FD  BASEBALL-18-FILE-OUT.
       01  BASEBALL-18-RECORD-OUT      PIC X(80).
               MOVE PLS-NAME TO PLM-NAME
               MOVE PLS-LEAGUE TO PLM-LEAGUE
               MOVE PLS-TEAM TO PLM-TEAM
               MOVE PLS-STATUS TO PLM-STATUS
               IF PLS-MERGED-INTO NUMERIC
                   MOVE PLS-MERGED-INTO TO PLM-MERGED-INTO
               ELSE
                   MOVE ZERO TO PLM-MERGED-INTO
               END-IF
               WRITE PLAYER-MASTER-REC
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
