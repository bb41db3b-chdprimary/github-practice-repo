      *         WHAT STARTED BUT NEVER FINISHED.  UNTIL NOW THE ONLY   *
      *         WAY TO KNOW THE OVERNIGHT QUOTE RUN COMPLETED WAS TO   *
      *         LOOK FOR THE OUTPUT FILE AND HOPE.                     *
      *         A RUN THAT PICKED UP FROM ITS CHECKPOINT AFTER AN      *
      *         EARLIER RUN STOPPED (ORDPOST, BORELSE, CASHPOST) LOGS  *
      *         ITS START WITH STATUS R AND IS MARKED RESTART.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  OPN-PROGRAM-ID    PIC X(8).
               10  OPN-RUN-TIME      PIC 9(6).
               10  OPN-USED          PIC X(1).
               10  OPN-RESTART       PIC X(1).
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(38)
               VALUE 'DAILY OPERATIONS REPORT     FOR DATE: '.
           05  FILLER                PIC X(9)   VALUE 'WRITTEN  '.
           05  FILLER                PIC X(9)   VALUE 'REJECTED '.
           05  FILLER                PIC X(9)   VALUE 'BALANCED '.
           05  FILLER                PIC X(11)  VALUE 'STATUS'.
           05  FILLER                PIC X(23)  VALUE 'RUN'.
       01  RUN-DETAIL-LINE.
           05  DET-PROGRAM-ID        PIC X(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-BALANCED          PIC X(7).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-STATUS            PIC X(9).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-RESTART           PIC X(7).
           05  FILLER                PIC X(16)  VALUE SPACES.
       01  OPEN-RUN-LINE.
           05  OPN-LINE-PROGRAM      PIC X(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  FILLER                PIC X(33)
               VALUE 'STARTED BUT NEVER FINISHED       '.
           05  FILLER                PIC X(14)  VALUE SPACES.
           05  OPN-LINE-RESTART      PIC X(7).
           05  FILLER                PIC X(26)  VALUE SPACES.
       01  BLANK-LINE                PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
               MOVE LOG-RUN-HHMMSS
                   TO OPN-RUN-TIME (WS-OPEN-COUNT)
               MOVE 'N' TO OPN-USED (WS-OPEN-COUNT)
               MOVE LOG-RUN-STATUS TO OPN-RESTART (WS-OPEN-COUNT)
           ELSE
               DISPLAY 'WARNING: MORE THAN 100 STARTS THIS DATE, '
                   'REPORT MAY PAIR RUNS WRONG'
           END-IF.
       300-PAIR-END.
           MOVE ZERO TO DET-START-TIME
           MOVE SPACES TO DET-RESTART
           MOVE WS-OPEN-COUNT TO WS-OPEN-SUB
           PERFORM UNTIL WS-OPEN-SUB < 1
               OR (OPN-PROGRAM-ID (WS-OPEN-SUB) = LOG-PROGRAM-ID
           IF WS-OPEN-SUB NOT < 1
               MOVE 'Y' TO OPN-USED (WS-OPEN-SUB)
               MOVE OPN-RUN-TIME (WS-OPEN-SUB) TO DET-START-TIME
               IF OPN-RESTART (WS-OPEN-SUB) = 'R'
                   MOVE 'RESTART' TO DET-RESTART
               END-IF
           END-IF
           MOVE LOG-PROGRAM-ID TO DET-PROGRAM-ID
           MOVE LOG-RUN-HHMMSS TO DET-END-TIME
                       TO OPN-LINE-PROGRAM
                   MOVE OPN-RUN-TIME (WS-OPEN-SUB)
                       TO OPN-LINE-TIME
                   MOVE SPACES TO OPN-LINE-RESTART
                   IF OPN-RESTART (WS-OPEN-SUB) = 'R'
                       MOVE 'RESTART' TO OPN-LINE-RESTART
                   END-IF
                   WRITE OPS-REPORT-REC FROM OPEN-RUN-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
