           05  PLM-LEAGUE-IN           PIC X(2).
           05                          PIC X(1).
           05  PLM-TEAM-IN             PIC X(3).
           05                          PIC X(1).
           05  PLM-STATUS-IN           PIC X(1).
           05                          PIC X(1).
           05  PLM-MERGED-INTO-IN      PIC 9(5).

       FD  BASEBALL-13-FILE-OUT.
       01  BASEBALL-13-RECORD-OUT      PIC X(80).
