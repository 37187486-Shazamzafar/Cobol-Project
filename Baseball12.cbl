      *    The master backup generations cataloged on BASEBALL-4.MBG
      *    by BASEBALL-8 and BASEBALL-9 are retired the same way,
      *    keeping the newest backups of each master up to their own
      *    retention count from the parm file (default 14 runs); the
      *    game history, archive and suspense backups BASEBALL-9
      *    takes before a player merge, and the team master backups
      *    BASEBALL-29 takes, are kept by the same rule.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM 720-PURGE-ONE-MASTER-TYPE
           MOVE 'PLM' TO WS-MBG-CHECK-TYPE
           PERFORM 720-PURGE-ONE-MASTER-TYPE
           MOVE 'GHF' TO WS-MBG-CHECK-TYPE
           PERFORM 720-PURGE-ONE-MASTER-TYPE
           MOVE 'ARC' TO WS-MBG-CHECK-TYPE
           PERFORM 720-PURGE-ONE-MASTER-TYPE
           MOVE 'SUS' TO WS-MBG-CHECK-TYPE
           PERFORM 720-PURGE-ONE-MASTER-TYPE
           MOVE 'TMS' TO WS-MBG-CHECK-TYPE
           PERFORM 720-PURGE-ONE-MASTER-TYPE
           IF WS-MBG-PURGE-COUNT > ZERO
               PERFORM 750-REWRITE-MASTER-CATALOG
           END-IF
