       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASEBALL-23.
      * Shazam Zafar
      ******************************************************************
      *
      *    The nightly job-stream driver.  The step table below holds
      *    the nightly programs in the order they must run, each with
      *    the highest return code it may end with and still let the
      *    night carry on.  Every step is run in turn and its return
      *    code checked against that threshold; the first step over
      *    its threshold halts the chain, so a failed master verify in
      *    BASEBALL-8 can never be followed by BASEBALL-4 reporting off
      *    the old season file.  After each step the driver rewrites
      *    the one-record step-status file BASEBALL-23.STS with the
      *    business date from BASEBALL-4.RUN and the last step that
      *    completed.  When the driver is run again on the same
      *    business date after a failure it skips the steps already
      *    completed and picks up at the failed step instead of
      *    reposting box scores from the top.  A step number in the
      *    parm file, followed by the business date it is for, forces
      *    the chain to start at that step; a parm left over from
      *    another business date is ignored and reported, so it can
      *    never skip the front of a later night's chain.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BASEBALL-23-RUN-FILE
               ASSIGN TO 'BASEBALL-4.RUN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT BASEBALL-23-STATUS-FILE
               ASSIGN TO 'BASEBALL-23.STS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STS-STATUS.

           SELECT BASEBALL-23-STATUS-OUT
               ASSIGN TO 'BASEBALL-23.STS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL-23-PARM-FILE
               ASSIGN TO 'BASEBALL-23.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BASEBALL-23-FILE-OUT
               ASSIGN TO 'BASEBALL-23.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BASEBALL-23-RUN-FILE.
       01  RUN-CONTROL-IN.
           05  RUN-BUSINESS-DATE        PIC 9(6).
           05                          PIC X(1).
           05  RUN-NUMBER               PIC 9(3).

       FD  BASEBALL-23-STATUS-FILE.
       01  STEP-STATUS-IN.
           05  STS-BUSINESS-DATE-IN     PIC 9(6).
           05                          PIC X(1).
           05  STS-RUN-NUMBER-IN        PIC 9(3).
           05                          PIC X(1).
           05  STS-LAST-STEP-IN         PIC 9(2).
           05                          PIC X(1).
           05  STS-LAST-PROGRAM-IN      PIC X(11).
           05                          PIC X(1).
           05  STS-CHAIN-STATUS-IN      PIC X(8).
           05                          PIC X(1).
           05  STS-FAILED-PROGRAM-IN    PIC X(11).
           05                          PIC X(1).
           05  STS-FAILED-RC-IN         PIC 9(3).

       FD  BASEBALL-23-STATUS-OUT.
       01  STEP-STATUS-OUT.
           05  STS-BUSINESS-DATE-OUT    PIC 9(6).
           05                          PIC X(1).
           05  STS-RUN-NUMBER-OUT       PIC 9(3).
           05                          PIC X(1).
           05  STS-LAST-STEP-OUT        PIC 9(2).
           05                          PIC X(1).
           05  STS-LAST-PROGRAM-OUT     PIC X(11).
           05                          PIC X(1).
           05  STS-CHAIN-STATUS-OUT     PIC X(8).
           05                          PIC X(1).
           05  STS-FAILED-PROGRAM-OUT   PIC X(11).
           05                          PIC X(1).
           05  STS-FAILED-RC-OUT        PIC 9(3).

       FD  BASEBALL-23-PARM-FILE.
       01  PARM-RECORD-IN.
           05  PARM-START-STEP          PIC 9(2).
           05                          PIC X(1).
           05  PARM-BUSINESS-DATE       PIC 9(6).
           05                          PIC X(71).

       FD  BASEBALL-23-FILE-OUT.
       01  BASEBALL-23-RECORD-OUT       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS               PIC XX.
       01  WS-STS-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-BUSINESS-DATE            PIC 9(6)  VALUE ZERO.
       01  WS-RUN-NUMBER               PIC 9(3)  VALUE ZERO.
       01  WS-STATUS-FOUND-SW          PIC X(3)  VALUE 'NO '.
       01  WS-PRIOR-DATE               PIC 9(6)  VALUE ZERO.
       01  WS-PRIOR-LAST-STEP          PIC 9(2)  VALUE ZERO.
       01  WS-PRIOR-CHAIN-STATUS       PIC X(8)  VALUE SPACES.
       01  WS-PARM-START-STEP          PIC 9(2)  VALUE ZERO.
       01  WS-PARM-IGNORED-SW          PIC X(3)  VALUE 'NO '.
       01  WS-START-STEP               PIC 9(2)  VALUE 1.
       01  WS-LAST-STEP                PIC 9(2)  VALUE ZERO.
       01  WS-LAST-PROGRAM             PIC X(11) VALUE SPACES.
       01  WS-CHAIN-STATUS             PIC X(8)  VALUE SPACES.
       01  WS-CHAIN-FAILED-SW          PIC X(3)  VALUE 'NO '.
       01  WS-FAILED-PROGRAM           PIC X(11) VALUE SPACES.
       01  WS-FAILED-RC                PIC 9(3)  VALUE ZERO.
       01  WS-SYSTEM-STATUS            PIC S9(9) VALUE ZERO.
       01  WS-STEP-RC                  PIC S9(4) VALUE ZERO.
       01  WS-STEP-SIGNAL              PIC S9(4) VALUE ZERO.
       01  WS-STEP-COMMAND             PIC X(40) VALUE SPACES.
       01  STEP-SUB                    PIC 99    VALUE ZERO.
       01  CURRENT-DATE.
           05  YEAR-X                  PIC XX.
           05  MONTH-X                 PIC XX.
           05  DAY-X                   PIC XX.

      *    Nightly step table - program, command that runs it, and the
      *    highest return code the step may end with.
       01  WS-STEP-COUNT               PIC 99    VALUE 15.
       01  STEP-TABLE-VALUES.
           05                          PIC X(11) VALUE 'BASEBALL-19'.
           05                          PIC X(20) VALUE './Baseball19'.
           05                          PIC 9(2)  VALUE 0.
           05                          PIC X(11) VALUE 'BASEBALL-30'.
           05                          PIC X(20) VALUE './Baseball30'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-8'.
           05                          PIC X(20) VALUE './Baseball8'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-15'.
           05                          PIC X(20) VALUE './Baseball15'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-24'.
           05                          PIC X(20) VALUE './Baseball24'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-26'.
           05                          PIC X(20) VALUE './Baseball26'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-4'.
           05                          PIC X(20) VALUE './Program1'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-5'.
           05                          PIC X(20) VALUE './Baseball5'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-6'.
           05                          PIC X(20) VALUE './Baseball6'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-14'.
           05                          PIC X(20) VALUE './Baseball14'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-21'.
           05                          PIC X(20) VALUE './Baseball21'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-28'.
           05                          PIC X(20) VALUE './Baseball28'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-20'.
           05                          PIC X(20) VALUE './Baseball20'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-12'.
           05                          PIC X(20) VALUE './Baseball12'.
           05                          PIC 9(2)  VALUE 4.
           05                          PIC X(11) VALUE 'BASEBALL-11'.
           05                          PIC X(20) VALUE './Baseball11'.
           05                          PIC 9(2)  VALUE 4.
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05  STEP-ENTRY OCCURS 15 TIMES.
               10  STEP-PROGRAM        PIC X(11).
               10  STEP-COMMAND        PIC X(20).
               10  STEP-MAX-RC         PIC 9(2).

       01  HEADING-LINE-1.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(26)
               VALUE 'NIGHTLY JOB STREAM        '.
           05                          PIC X(9)  VALUE SPACES.
           05  HL-1-DATE.
               10  HL-1-MONTH          PIC XX.
               10                      PIC X     VALUE '/'.
               10  HL-1-DAY            PIC XX.
               10                      PIC X     VALUE '/'.
               10  HL-1-YEAR           PIC XX.

       01  HEADING-LINE-2.
           05                          PIC X(12)
               VALUE 'START STEP: '.
           05  HL-2-START-STEP         PIC Z9.
           05                          PIC X(3)  VALUE SPACES.
           05  HL-2-NOTE               PIC X(38).

       01  HEADING-LINE-3.
           05                          PIC X(4)  VALUE 'STEP'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'PROGRAM'.
           05                          PIC X(6)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'RC'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(3)  VALUE 'MAX'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'RESULT'.

       01  DETAIL-LINE.
           05  DL-STEP                 PIC Z9.
           05                          PIC X(4)  VALUE SPACES.
           05  DL-PROGRAM              PIC X(11).
           05                          PIC X(1)  VALUE SPACES.
           05  DL-RC                   PIC -ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  DL-MAX-RC               PIC Z9.
           05                          PIC X(4)  VALUE SPACES.
           05  DL-RESULT               PIC X(35).

       01  RUN-CONTROL-LINE.
           05                          PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  RC-BUSINESS-DATE        PIC 9(6).
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(12)
               VALUE 'RUN NUMBER: '.
           05  RC-RUN-NUMBER           PIC ZZ9.

       01  OVERALL-LINE.
           05                          PIC X(6)  VALUE SPACES.
           05  OV-RESULT               PIC X(60).

       PROCEDURE DIVISION.
       100-MAIN.
           OPEN OUTPUT BASEBALL-23-FILE-OUT
           ACCEPT CURRENT-DATE FROM DATE
           MOVE MONTH-X TO HL-1-MONTH
           MOVE DAY-X TO HL-1-DAY
           MOVE YEAR-X TO HL-1-YEAR
           MOVE HEADING-LINE-1 TO BASEBALL-23-RECORD-OUT
           WRITE BASEBALL-23-RECORD-OUT

           PERFORM 150-READ-RUN-CONTROL
           PERFORM 160-READ-STEP-STATUS
           PERFORM 170-READ-PARM
           PERFORM 200-SET-START-STEP
           PERFORM 250-WRITE-HEADINGS

           PERFORM VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > WS-STEP-COUNT
                      OR WS-CHAIN-FAILED-SW = 'YES'
               IF STEP-SUB < WS-START-STEP
                   PERFORM 350-PRINT-SKIPPED-STEP
               ELSE
                   PERFORM 300-RUN-ONE-STEP
               END-IF
           END-PERFORM

           PERFORM 500-PRINT-RESULT
           CLOSE BASEBALL-23-FILE-OUT
           IF WS-CHAIN-FAILED-SW = 'YES'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       150-READ-RUN-CONTROL.
           OPEN INPUT BASEBALL-23-RUN-FILE
           IF WS-RUN-STATUS = '00'
               READ BASEBALL-23-RUN-FILE
               IF WS-RUN-STATUS = '00'
                   MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE RUN-NUMBER TO WS-RUN-NUMBER
               END-IF
               CLOSE BASEBALL-23-RUN-FILE
           END-IF.

       160-READ-STEP-STATUS.
           OPEN INPUT BASEBALL-23-STATUS-FILE
           IF WS-STS-STATUS = '00'
               READ BASEBALL-23-STATUS-FILE
               IF WS-STS-STATUS = '00'
                   MOVE 'YES' TO WS-STATUS-FOUND-SW
                   MOVE STS-BUSINESS-DATE-IN TO WS-PRIOR-DATE
                   MOVE STS-LAST-STEP-IN TO WS-PRIOR-LAST-STEP
                   MOVE STS-CHAIN-STATUS-IN TO WS-PRIOR-CHAIN-STATUS
               END-IF
               CLOSE BASEBALL-23-STATUS-FILE
           END-IF.

       170-READ-PARM.
           OPEN INPUT BASEBALL-23-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ BASEBALL-23-PARM-FILE
               IF WS-PARM-STATUS = '00'
                  AND PARM-START-STEP IS NUMERIC
                   IF PARM-BUSINESS-DATE IS NUMERIC
                      AND PARM-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE PARM-START-STEP TO WS-PARM-START-STEP
                   ELSE
                       MOVE 'YES' TO WS-PARM-IGNORED-SW
                   END-IF
               END-IF
               CLOSE BASEBALL-23-PARM-FILE
           END-IF.

      *    A parm step wins.  Otherwise a chain left unfinished on the
      *    business date still on the run-control record restarts at
      *    the step after the last one completed; anything else is a
      *    new night and starts at the top with the run-control
      *    advance.
       200-SET-START-STEP.
           EVALUATE TRUE
               WHEN WS-PARM-START-STEP > ZERO
                AND WS-PARM-START-STEP NOT > WS-STEP-COUNT
                   MOVE WS-PARM-START-STEP TO WS-START-STEP
                   MOVE 'OPERATOR RESTART FROM PARM STEP' TO HL-2-NOTE
               WHEN WS-STATUS-FOUND-SW = 'YES'
                AND WS-PRIOR-DATE = WS-BUSINESS-DATE
                AND WS-PRIOR-CHAIN-STATUS NOT = 'COMPLETE'
                AND WS-PRIOR-LAST-STEP < WS-STEP-COUNT
                   COMPUTE WS-START-STEP = WS-PRIOR-LAST-STEP + 1
                   MOVE 'RESTART AFTER LAST COMPLETED STEP' TO HL-2-NOTE
               WHEN OTHER
                   MOVE 1 TO WS-START-STEP
                   MOVE 'NEW NIGHT - FULL CHAIN' TO HL-2-NOTE
           END-EVALUATE
           MOVE WS-START-STEP TO HL-2-START-STEP
           IF WS-START-STEP > 1
               COMPUTE WS-LAST-STEP = WS-START-STEP - 1
               MOVE STEP-PROGRAM (WS-LAST-STEP) TO WS-LAST-PROGRAM
           END-IF.

       250-WRITE-HEADINGS.
           MOVE HEADING-LINE-2 TO BASEBALL-23-RECORD-OUT
           WRITE BASEBALL-23-RECORD-OUT
               AFTER ADVANCING 2 LINES
           IF WS-PARM-IGNORED-SW = 'YES'
               MOVE 'PARM STEP IGNORED - NOT FOR THIS BUSINESS DATE'
                   TO OV-RESULT
               MOVE OVERALL-LINE TO BASEBALL-23-RECORD-OUT
               WRITE BASEBALL-23-RECORD-OUT
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE HEADING-LINE-3 TO BASEBALL-23-RECORD-OUT
           WRITE BASEBALL-23-RECORD-OUT
               AFTER ADVANCING 2 LINES.

       300-RUN-ONE-STEP.
           MOVE SPACES TO WS-STEP-COMMAND
           MOVE STEP-COMMAND (STEP-SUB) TO WS-STEP-COMMAND
           CALL 'SYSTEM' USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE ZERO TO RETURN-CODE
      *    The status comes back as the step's return code times 256
      *    plus any signal that ended it; a signal is always a failure.
           IF WS-SYSTEM-STATUS < ZERO
               MOVE -1 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
                   REMAINDER WS-STEP-SIGNAL
               IF WS-STEP-SIGNAL NOT = ZERO
                   MOVE -1 TO WS-STEP-RC
               END-IF
           END-IF

           MOVE STEP-SUB TO DL-STEP
           MOVE STEP-PROGRAM (STEP-SUB) TO DL-PROGRAM
           MOVE WS-STEP-RC TO DL-RC
           MOVE STEP-MAX-RC (STEP-SUB) TO DL-MAX-RC
           IF WS-STEP-RC > STEP-MAX-RC (STEP-SUB)
              OR WS-STEP-RC < ZERO
               MOVE 'YES' TO WS-CHAIN-FAILED-SW
               MOVE STEP-PROGRAM (STEP-SUB) TO WS-FAILED-PROGRAM
               IF WS-STEP-RC < ZERO
                   MOVE 999 TO WS-FAILED-RC
               ELSE
                   MOVE WS-STEP-RC TO WS-FAILED-RC
               END-IF
               MOVE 'FAILED  ' TO WS-CHAIN-STATUS
               MOVE '*** FAILED - CHAIN HALTED ***' TO DL-RESULT
           ELSE
               MOVE STEP-SUB TO WS-LAST-STEP
               MOVE STEP-PROGRAM (STEP-SUB) TO WS-LAST-PROGRAM
               IF STEP-PROGRAM (STEP-SUB) = 'BASEBALL-19'
                   PERFORM 150-READ-RUN-CONTROL
               END-IF
               IF STEP-SUB = WS-STEP-COUNT
                   MOVE 'COMPLETE' TO WS-CHAIN-STATUS
               ELSE
                   MOVE 'RUNNING ' TO WS-CHAIN-STATUS
               END-IF
               MOVE 'COMPLETED' TO DL-RESULT
           END-IF
           MOVE DETAIL-LINE TO BASEBALL-23-RECORD-OUT
           WRITE BASEBALL-23-RECORD-OUT
               AFTER ADVANCING 1 LINE
           PERFORM 400-WRITE-STEP-STATUS.

       350-PRINT-SKIPPED-STEP.
           MOVE STEP-SUB TO DL-STEP
           MOVE STEP-PROGRAM (STEP-SUB) TO DL-PROGRAM
           MOVE ZERO TO DL-RC
           MOVE STEP-MAX-RC (STEP-SUB) TO DL-MAX-RC
           MOVE 'SKIPPED - COMPLETED EARLIER' TO DL-RESULT
           MOVE DETAIL-LINE TO BASEBALL-23-RECORD-OUT
           WRITE BASEBALL-23-RECORD-OUT
               AFTER ADVANCING 1 LINE.

       400-WRITE-STEP-STATUS.
           OPEN OUTPUT BASEBALL-23-STATUS-OUT
           MOVE SPACES TO STEP-STATUS-OUT
           MOVE WS-BUSINESS-DATE TO STS-BUSINESS-DATE-OUT
           MOVE WS-RUN-NUMBER TO STS-RUN-NUMBER-OUT
           MOVE WS-LAST-STEP TO STS-LAST-STEP-OUT
           MOVE WS-LAST-PROGRAM TO STS-LAST-PROGRAM-OUT
           MOVE WS-CHAIN-STATUS TO STS-CHAIN-STATUS-OUT
           MOVE WS-FAILED-PROGRAM TO STS-FAILED-PROGRAM-OUT
           MOVE WS-FAILED-RC TO STS-FAILED-RC-OUT
           WRITE STEP-STATUS-OUT
           CLOSE BASEBALL-23-STATUS-OUT.

       500-PRINT-RESULT.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE RUN-CONTROL-LINE TO BASEBALL-23-RECORD-OUT
           WRITE BASEBALL-23-RECORD-OUT
               AFTER ADVANCING 2 LINES
           IF WS-CHAIN-FAILED-SW = 'YES'
               MOVE '*** CHAIN HALTED - RERUN TO RESTART AT FAILED STEP'
                   TO OV-RESULT
           ELSE
               MOVE '*** NIGHTLY CHAIN COMPLETE ***' TO OV-RESULT
           END-IF
           MOVE OVERALL-LINE TO BASEBALL-23-RECORD-OUT
           WRITE BASEBALL-23-RECORD-OUT
               AFTER ADVANCING 2 LINES.
