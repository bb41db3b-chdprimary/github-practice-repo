       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. RANKS EVERY PART ON THE INVENTORY MASTER BY ITS USAGE  *
      *         VALUE -- THE UNITS SOLD, ISSUED, AND RELEASED OFF      *
      *         BACKORDER OVER THE LAST TWELVE FULL MONTHS OF THE      *
      *         MOVEMENT LEDGER TIMES THE PART'S UNIT COST -- AND      *
      *         CLASSES IT FOR CYCLE COUNTING:                         *
      *           A - THE PARTS MAKING UP THE FIRST 80 PERCENT OF THE  *
      *               YEAR'S USAGE VALUE, COUNTED EVERY 30 DAYS        *
      *           B - THE NEXT 15 PERCENT, COUNTED EVERY 91 DAYS       *
      *           C - THE REST, UNUSED PARTS INCLUDED, COUNTED ONCE A  *
      *               YEAR                                             *
      *         EACH PART'S CLASS AND NEXT COUNT DATE ARE KEPT ON THE  *
      *         COUNT SCHEDULE, CNTSCHED.DAT, WHICH CNTSHEET READS TO  *
      *         PRINT EACH DAY'S COUNT SHEET AND CNTRECON UPDATES AS   *
      *         COUNTS ARE POSTED.  A COUNTED PART IS NEXT DUE ITS     *
      *         CLASS INTERVAL AFTER ITS LAST COUNT; A PART NEVER      *
      *         COUNTED IS GIVEN A FIRST DATE SPREAD OVER ITS CLASS    *
      *         INTERVAL SO THE FIRST MONTH'S SHEETS ARE NOT SWAMPED.  *
      *         THE FIRST RUN ON A FRESH MACHINE CREATES THE SCHEDULE. *
      *         A PART NO LONGER ON THE MASTER IS DROPPED FROM IT.     *
      *         ABCCLASS.RPT LISTS THE PARTS IN RANK ORDER WITH THEIR  *
      *         CLASS, THE CLASS THEY HAD, AND THEIR NEXT COUNT DATE.  *
      *         RUN IT MONTHLY, AFTER THE MONTH'S MOVEMENTS ARE IN.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MOVEMENT-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\MOVELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-KEY
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT ABC-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\ABCWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-ABC-FILE
               ASSIGN TO 'C:\CHAPTER5\ABCSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-SCHEDULE-FILE
               ASSIGN TO 'C:\CHAPTER5\CNTSCHED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSC-PART-NO
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT ABC-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\ABCCLASS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  MST-PART-NO           PIC X(5).
           05  MST-PART-DESCRIPTION  PIC X(15).
           05  MST-QTY-ON-HAND       PIC 9(5).
           05  MST-UNIT-PRICE        PIC 999.99.
           05  MST-PART-CATEGORY     PIC X(10).
           05  MST-REORDER-POINT     PIC 9(5).
           05  MST-REORDER-QTY       PIC 9(5).
           05  MST-VENDOR-CODE       PIC X(5).
           05  MST-UNIT-COST         PIC 999.99.
      ******************************************************************
      *SHARED PART MOVEMENT LEDGER -- SEE INVMAINT FOR THE LAYOUT      *
      *NOTES.  USAGE IS THE NEGATIVE QUANTITY ON S, I AND B            *
      *MOVEMENTS, THE SAME DEMAND REORDPLN PLANS FROM                  *
      ******************************************************************
       FD  MOVEMENT-LOG-FILE.
       01  MOVEMENT-LOG-REC.
           05  MOV-KEY.
               10  MOV-PART-NO       PIC X(5).
               10  MOV-DATE          PIC 9(8).
               10  MOV-TIME          PIC 9(8).
               10  MOV-SEQ           PIC 9(3).
           05  MOV-PROGRAM-ID        PIC X(8).
           05  MOV-TYPE              PIC X(1).
               88  MOV-IS-USAGE              VALUE 'S' 'I' 'B'.
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
      ******************************************************************
      *ONE WORK RECORD PER PART, USAGE VALUE FIRST SO THE SORT CAN     *
      *RANK ON IT                                                      *
      ******************************************************************
       FD  ABC-WORK-FILE.
       01  ABC-WORK-REC.
           05  ABW-USAGE-VALUE       PIC 9(9)V99.
           05  ABW-PART-NO           PIC X(5).
           05  ABW-DESCRIPTION       PIC X(15).
           05  ABW-USAGE-UNITS       PIC 9(7).
           05  ABW-UNIT-COST         PIC 9(3)V99.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-USAGE-VALUE      PIC 9(9)V99.
           05  SORT-PART-NO          PIC X(5).
           05  FILLER                PIC X(27).
       FD  SORTED-ABC-FILE.
       01  SORTED-ABC-REC.
           05  SRT-USAGE-VALUE       PIC 9(9)V99.
           05  SRT-PART-NO           PIC X(5).
           05  SRT-DESCRIPTION       PIC X(15).
           05  SRT-USAGE-UNITS       PIC 9(7).
           05  SRT-UNIT-COST         PIC 9(3)V99.
      ******************************************************************
      *CYCLE COUNT SCHEDULE, ONE RECORD PER PART.  THE CLASS, USAGE,   *
      *AND CLASS DATE ARE SET HERE; THE LAST COUNT DATE, RECOUNT FLAG, *
      *AND LAST VARIANCE BY CNTRECON WHEN A COUNT IS POSTED; THE NEXT  *
      *DUE DATE BY BOTH.  A RECOUNT FLAG OF Y PUTS THE PART ON THE     *
      *NEXT SHEET WHATEVER ITS DUE DATE, AFTER A LARGE VARIANCE        *
      ******************************************************************
       FD  COUNT-SCHEDULE-FILE.
       01  COUNT-SCHEDULE-REC.
           05  CSC-PART-NO           PIC X(5).
           05  CSC-CLASS             PIC X(1).
           05  CSC-USAGE-UNITS       PIC 9(7).
           05  CSC-USAGE-VALUE       PIC 9(9)V99.
           05  CSC-CLASS-DATE        PIC 9(8).
           05  CSC-LAST-COUNT-DATE   PIC 9(8).
           05  CSC-NEXT-DUE-DATE     PIC 9(8).
           05  CSC-RECOUNT           PIC X(1).
           05  CSC-LAST-VARIANCE     PIC S9(6).
       FD  ABC-REPORT-FILE.
       01  ABC-REPORT-REC            PIC X(100).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05  LOG-PROGRAM-ID        PIC X(8).
           05  LOG-RUN-DATE          PIC 9(8).
           05  LOG-RUN-TIME          PIC 9(8).
           05  LOG-EVENT             PIC X(1).
           05  LOG-RECORDS-READ      PIC 9(7).
           05  LOG-RECORDS-WRITTEN   PIC 9(7).
           05  LOG-RECORDS-REJECTED  PIC 9(7).
           05  LOG-RUN-STATUS        PIC X(1).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  MORE-SORTED-IN            PIC A(1)  VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-SCHED-FILE-STATUS      PIC X(2).
       01  WS-SCHED-FOUND            PIC X(1).
       01  WS-SCHED-DONE             PIC X(1).
       01  WS-MOV-DONE               PIC X(1).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-PARTS-READ             PIC 9(7)  VALUE ZERO.
       01  WS-PARTS-CLASSED          PIC 9(7)  VALUE ZERO.
       01  WS-PARTS-DROPPED          PIC 9(7)  VALUE ZERO.
       01  WS-CLASS-CHANGES          PIC 9(7)  VALUE ZERO.
       01  WS-RANK                   PIC 9(5)  VALUE ZERO.
      ******************************************************************
      *CLASS BREAKS, AS A PERCENT OF THE YEAR'S TOTAL USAGE VALUE      *
      *REACHED BEFORE THE PART, AND THE DAYS BETWEEN COUNTS FOR EACH   *
      *CLASS                                                           *
      ******************************************************************
       01  WS-A-BREAK-PCT            PIC 9(3)  VALUE 80.
       01  WS-B-BREAK-PCT            PIC 9(3)  VALUE 95.
       01  WS-A-INTERVAL             PIC 9(3)  VALUE 30.
       01  WS-B-INTERVAL             PIC 9(3)  VALUE 91.
       01  WS-C-INTERVAL             PIC 9(3)  VALUE 365.
       01  WS-INTERVAL-DAYS          PIC 9(3).
       01  WS-NEW-CLASS              PIC X(1).
       01  WS-OLD-CLASS              PIC X(1).
       01  WS-CLASS-SEQ              PIC 9(5).
       01  WS-SEQ-WORK               PIC 9(5).
       01  WS-USAGE-UNITS            PIC 9(7).
       01  WS-UNIT-COST              PIC 999V99.
       01  WS-USAGE-VALUE            PIC 9(9)V99.
       01  WS-TOTAL-VALUE            PIC 9(11)V99 VALUE ZERO.
       01  WS-CUM-VALUE              PIC 9(11)V99 VALUE ZERO.
       01  WS-CUM-PCT                PIC 9(3)V9.
       01  WS-CLASS-TOTALS.
           05  CLS-ENTRY             OCCURS 3 TIMES.
               10  CLS-PARTS         PIC 9(7).
               10  CLS-VALUE         PIC 9(11)V99.
       01  WS-CLS-SUB                PIC 9(1).
       01  WS-CLASS-LETTERS          PIC X(3)  VALUE 'ABC'.
       01  WS-CLASS-LETTER-TABLE REDEFINES WS-CLASS-LETTERS.
           05  CLS-LETTER            OCCURS 3 TIMES
                                     PIC X(1).
      ******************************************************************
      *THE USAGE YEAR IS THE TWELVE FULL MONTHS BEFORE THE RUN MONTH,  *
      *AS IN REORDPLN                                                  *
      ******************************************************************
       01  WS-WINDOW-START.
           05  WS-WIN-START-YR       PIC 9(4).
           05  WS-WIN-START-MO       PIC 99.
           05  WS-WIN-START-DA       PIC 99.
       01  WS-WINDOW-START-DATE REDEFINES WS-WINDOW-START
                                     PIC 9(8).
       01  WS-WINDOW-END.
           05  WS-WIN-END-YR         PIC 9(4).
           05  WS-WIN-END-MO         PIC 99.
           05  WS-WIN-END-DA         PIC 99.
       01  WS-WINDOW-END-DATE REDEFINES WS-WINDOW-END
                                     PIC 9(8).
      ******************************************************************
      *DATE ARITHMETIC, LEAP YEARS INCLUDED, THE WAY APPAY WORKS OUT   *
      *A DUE DATE: THE DATE IN WS-DATE-X IS STEPPED ONE DAY AT A TIME  *
      ******************************************************************
       01  WS-DATE-X                 PIC X(8).
       01  WS-DATE-IN REDEFINES WS-DATE-X.
           05  WS-DATE-YR            PIC 9(4).
           05  WS-DATE-MO            PIC 99.
           05  WS-DATE-DA            PIC 99.
       01  WS-DATE-NUM REDEFINES WS-DATE-X
                                     PIC 9(8).
       01  WS-MONTH-MAX-DAYS         PIC 99.
       01  WS-LEAP-WORK              PIC 9(4).
       01  WS-LEAP-REM               PIC 9(4).
       01  WS-LEAP-YEAR              PIC X(1).
       01  MONTH-DAYS-LITERAL        PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
           05  MONTH-DAYS            OCCURS 12 TIMES
                                     PIC 99.
       01  WS-DAYS-TO-ADD            PIC 9(3).
       01  WS-DAYS-ADDED             PIC 9(3).
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(40)
               VALUE 'ABC CLASSIFICATION BY USAGE VALUE       '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(13)  VALUE '  USAGE FROM '.
           05  HDG-FROM-DATE         PIC 9(8).
           05  FILLER                PIC X(11)  VALUE ' TO BEFORE '.
           05  HDG-TO-DATE           PIC 9(8).
           05  FILLER                PIC X(6)   VALUE SPACES.
       01  REPORT-COLUMN-LINE.
           05  FILLER                PIC X(39)
               VALUE ' RANK  PART   DESCRIPTION       UNITS  '.
           05  FILLER                PIC X(40)
               VALUE 'UNIT COST    USAGE VALUE   CUM%  CL WAS '.
           05  FILLER                PIC X(17)
               VALUE 'NEXT DUE LAST CNT'.
           05  FILLER                PIC X(4)   VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  RPT-RANK              PIC ZZZZ9.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-DESCRIPTION       PIC X(15).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  RPT-USAGE-UNITS       PIC ZZZZZZ9.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  RPT-UNIT-COST         PIC ZZ9.99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-USAGE-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-CUM-PCT           PIC ZZ9.9.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-CLASS             PIC X(1).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  RPT-OLD-CLASS         PIC X(1).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-NEXT-DUE          PIC 9(8).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  RPT-LAST-COUNT        PIC 9(8).
           05  RPT-LAST-COUNT-X REDEFINES RPT-LAST-COUNT
                                     PIC X(8).
           05  FILLER                PIC X(4)   VALUE SPACES.
       01  CLASS-TOTAL-LINE.
           05  FILLER                PIC X(6)   VALUE 'CLASS '.
           05  CTL-CLASS             PIC X(1).
           05  FILLER                PIC X(8)   VALUE '  PARTS '.
           05  CTL-PARTS             PIC ZZZZZZ9.
           05  FILLER                PIC X(14)  VALUE '  USAGE VALUE '.
           05  CTL-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(14)  VALUE '  COUNT EVERY '.
           05  CTL-INTERVAL          PIC ZZ9.
           05  FILLER                PIC X(5)   VALUE ' DAYS'.
           05  FILLER                PIC X(24)  VALUE SPACES.
       01  REPORT-TOTAL-LINE.
           05  RTL-TEXT              PIC X(40).
           05  RTL-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(53)  VALUE SPACES.
       01  BLANK-LINE                PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           MOVE WS-DATE-YR TO WS-WIN-END-YR
           MOVE WS-DATE-MO TO WS-WIN-END-MO
           MOVE 1 TO WS-WIN-END-DA
           SUBTRACT 1 FROM WS-DATE-YR GIVING WS-WIN-START-YR
           MOVE WS-DATE-MO TO WS-WIN-START-MO
           MOVE 1 TO WS-WIN-START-DA
           OPEN INPUT INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'RUN THE CONVERSION OR CHECK THE FILE, NOTHING '
                   'CLASSIFIED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
      ******************************************************************
      *WITHOUT THE LEDGER EVERY PART WOULD LOOK UNUSED AND FALL TO C,  *
      *SO THE RUN STOPS RATHER THAN PUSH THE A PARTS OUT A YEAR        *
      ******************************************************************
           OPEN INPUT MOVEMENT-LOG-FILE
           IF WS-MOVELOG-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN MOVEMENT LOG, STATUS: ',
                   WS-MOVELOG-STATUS
               DISPLAY 'CHECK MOVELOG.DAT, NOTHING CLASSIFIED'
               CLOSE INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN OUTPUT ABC-WORK-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ INVENTORY-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 200-EXTRACT-PART
               END-READ
           END-PERFORM
           CLOSE INVENTORY-MASTER
                 MOVEMENT-LOG-FILE
                 ABC-WORK-FILE
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-USAGE-VALUE
               ON ASCENDING KEY SORT-PART-NO
               USING ABC-WORK-FILE
               GIVING SORTED-ABC-FILE
           OPEN I-O COUNT-SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = '00' AND
              WS-SCHED-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN COUNT SCHEDULE, STATUS: ',
                   WS-SCHED-FILE-STATUS
               DISPLAY 'CHECK CNTSCHED.DAT, NOTHING CLASSIFIED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT SORTED-ABC-FILE
           OPEN OUTPUT ABC-REPORT-FILE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-WINDOW-START-DATE TO HDG-FROM-DATE
           MOVE WS-WINDOW-END-DATE TO HDG-TO-DATE
           WRITE ABC-REPORT-REC FROM REPORT-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           WRITE ABC-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE ABC-REPORT-REC FROM REPORT-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           MOVE 1 TO WS-CLS-SUB
           PERFORM UNTIL WS-CLS-SUB > 3
               MOVE ZERO TO CLS-PARTS (WS-CLS-SUB)
               MOVE ZERO TO CLS-VALUE (WS-CLS-SUB)
               ADD 1 TO WS-CLS-SUB
           END-PERFORM
           MOVE SPACE TO WS-OLD-CLASS
           PERFORM UNTIL MORE-SORTED-IN = 'N'
               READ SORTED-ABC-FILE
                   AT END
                       MOVE 'N' TO MORE-SORTED-IN
                   NOT AT END
                       PERFORM 300-CLASSIFY-PART
               END-READ
           END-PERFORM
           PERFORM 500-DROP-OLD-PARTS
           PERFORM 600-WRITE-TOTALS
           CLOSE SORTED-ABC-FILE
                 COUNT-SCHEDULE-FILE
                 ABC-REPORT-FILE
           DISPLAY ' '
           DISPLAY 'ABC CLASSIFICATION COMPLETE'
           DISPLAY 'PARTS CLASSIFIED:       ', WS-PARTS-CLASSED
           DISPLAY 'PARTS CHANGING CLASS:   ', WS-CLASS-CHANGES
           DISPLAY 'PARTS DROPPED FROM THE SCHEDULE: ',
               WS-PARTS-DROPPED
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *ONE START AT THE PART AND THE FIRST DAY OF THE USAGE YEAR, THEN *
      *SEQUENTIAL READS UNTIL THE PART OR THE YEAR CHANGES             *
      ******************************************************************
       200-EXTRACT-PART.
           ADD 1 TO WS-PARTS-READ
           MOVE ZERO TO WS-USAGE-UNITS
           MOVE 'N' TO WS-MOV-DONE
           MOVE MST-PART-NO TO MOV-PART-NO
           MOVE WS-WINDOW-START-DATE TO MOV-DATE
           MOVE ZERO TO MOV-TIME
           MOVE ZERO TO MOV-SEQ
           START MOVEMENT-LOG-FILE KEY NOT < MOV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOV-DONE
           END-START
           PERFORM UNTIL WS-MOV-DONE = 'Y'
               READ MOVEMENT-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MOV-DONE
                   NOT AT END
                       IF MOV-PART-NO NOT = MST-PART-NO
                           OR MOV-DATE NOT < WS-WINDOW-END-DATE
                           MOVE 'Y' TO WS-MOV-DONE
                       ELSE
                           IF MOV-IS-USAGE AND MOV-QTY < ZERO
                               SUBTRACT MOV-QTY FROM WS-USAGE-UNITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE MST-UNIT-COST TO WS-UNIT-COST
           COMPUTE WS-USAGE-VALUE = WS-USAGE-UNITS * WS-UNIT-COST
           ADD WS-USAGE-VALUE TO WS-TOTAL-VALUE
           MOVE WS-USAGE-VALUE TO ABW-USAGE-VALUE
           MOVE MST-PART-NO TO ABW-PART-NO
           MOVE MST-PART-DESCRIPTION TO ABW-DESCRIPTION
           MOVE WS-USAGE-UNITS TO ABW-USAGE-UNITS
           MOVE WS-UNIT-COST TO ABW-UNIT-COST
           WRITE ABC-WORK-REC.
      ******************************************************************
      *THE PARTS COME IN FALLING USAGE VALUE.  A PART IS CLASSED BY    *
      *THE SHARE OF THE YEAR'S VALUE REACHED BEFORE IT, SO THE TOP     *
      *PART IS ALWAYS AN A AND A PART WITH NO USAGE ALWAYS A C         *
      ******************************************************************
       300-CLASSIFY-PART.
           ADD 1 TO WS-RANK
           IF WS-TOTAL-VALUE = ZERO OR SRT-USAGE-VALUE = ZERO
               MOVE 100 TO WS-CUM-PCT
           ELSE
               COMPUTE WS-CUM-PCT =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           END-IF
           EVALUATE TRUE
               WHEN SRT-USAGE-VALUE = ZERO
                   MOVE 'C' TO WS-NEW-CLASS
               WHEN WS-CUM-PCT < WS-A-BREAK-PCT
                   MOVE 'A' TO WS-NEW-CLASS
               WHEN WS-CUM-PCT < WS-B-BREAK-PCT
                   MOVE 'B' TO WS-NEW-CLASS
               WHEN OTHER
                   MOVE 'C' TO WS-NEW-CLASS
           END-EVALUATE
           ADD SRT-USAGE-VALUE TO WS-CUM-VALUE
           IF WS-NEW-CLASS NOT = WS-OLD-CLASS
               MOVE WS-NEW-CLASS TO WS-OLD-CLASS
               MOVE ZERO TO WS-CLASS-SEQ
           END-IF
           ADD 1 TO WS-CLASS-SEQ
           EVALUATE WS-NEW-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-CLS-SUB
                   MOVE WS-A-INTERVAL TO WS-INTERVAL-DAYS
               WHEN 'B'
                   MOVE 2 TO WS-CLS-SUB
                   MOVE WS-B-INTERVAL TO WS-INTERVAL-DAYS
               WHEN OTHER
                   MOVE 3 TO WS-CLS-SUB
                   MOVE WS-C-INTERVAL TO WS-INTERVAL-DAYS
           END-EVALUATE
           ADD 1 TO CLS-PARTS (WS-CLS-SUB)
           ADD SRT-USAGE-VALUE TO CLS-VALUE (WS-CLS-SUB)
           PERFORM 350-UPDATE-SCHEDULE
           MOVE WS-RANK TO RPT-RANK
           MOVE SRT-PART-NO TO RPT-PART-NO
           MOVE SRT-DESCRIPTION TO RPT-DESCRIPTION
           MOVE SRT-USAGE-UNITS TO RPT-USAGE-UNITS
           MOVE SRT-UNIT-COST TO RPT-UNIT-COST
           MOVE SRT-USAGE-VALUE TO RPT-USAGE-VALUE
           MOVE WS-CUM-PCT TO RPT-CUM-PCT
           MOVE WS-NEW-CLASS TO RPT-CLASS
           MOVE CSC-NEXT-DUE-DATE TO RPT-NEXT-DUE
           IF CSC-LAST-COUNT-DATE = ZERO
               MOVE '  NEVER ' TO RPT-LAST-COUNT-X
           ELSE
               MOVE CSC-LAST-COUNT-DATE TO RPT-LAST-COUNT
           END-IF
           WRITE ABC-REPORT-REC FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *A COUNTED PART IS NEXT DUE ITS CLASS INTERVAL AFTER ITS LAST    *
      *COUNT, SO A PART MOVING UP A CLASS MAY FALL DUE AT ONCE.  A     *
      *PART NEVER COUNTED KEEPS THE FIRST DATE IT WAS GIVEN UNLESS IT  *
      *IS NEW OR CHANGES CLASS; THEN ITS PLACE IN THE CLASS SPREADS    *
      *IT OVER THE INTERVAL, ONE DAY APART                             *
      ******************************************************************
       350-UPDATE-SCHEDULE.
           MOVE 'Y' TO WS-SCHED-FOUND
           MOVE SRT-PART-NO TO CSC-PART-NO
           READ COUNT-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SCHED-FOUND
           END-READ
           IF WS-SCHED-FILE-STATUS NOT = '00' AND
              WS-SCHED-FILE-STATUS NOT = '23'
               PERFORM 450-SCHEDULE-IO-ABORT
           END-IF
           IF WS-SCHED-FOUND = 'N'
               MOVE SRT-PART-NO TO CSC-PART-NO
               MOVE SPACE TO CSC-CLASS
               MOVE ZERO TO CSC-LAST-COUNT-DATE
               MOVE ZERO TO CSC-NEXT-DUE-DATE
               MOVE 'N' TO CSC-RECOUNT
               MOVE ZERO TO CSC-LAST-VARIANCE
           END-IF
           IF CSC-CLASS = SPACE
               MOVE '-' TO RPT-OLD-CLASS
           ELSE
               MOVE CSC-CLASS TO RPT-OLD-CLASS
           END-IF
           IF CSC-CLASS NOT = WS-NEW-CLASS AND CSC-CLASS NOT = SPACE
               ADD 1 TO WS-CLASS-CHANGES
           END-IF
           IF CSC-LAST-COUNT-DATE NOT = ZERO
               MOVE CSC-LAST-COUNT-DATE TO WS-DATE-NUM
               MOVE WS-INTERVAL-DAYS TO WS-DAYS-TO-ADD
               PERFORM 550-ADD-DAYS
               MOVE WS-DATE-NUM TO CSC-NEXT-DUE-DATE
           ELSE
               IF CSC-NEXT-DUE-DATE = ZERO OR
                  CSC-CLASS NOT = WS-NEW-CLASS
                   DIVIDE WS-CLASS-SEQ BY WS-INTERVAL-DAYS
                       GIVING WS-SEQ-WORK REMAINDER WS-DAYS-TO-ADD
                   MOVE WS-RUN-DATE TO WS-DATE-NUM
                   PERFORM 550-ADD-DAYS
                   MOVE WS-DATE-NUM TO CSC-NEXT-DUE-DATE
               END-IF
           END-IF
           MOVE WS-NEW-CLASS TO CSC-CLASS
           MOVE SRT-USAGE-UNITS TO CSC-USAGE-UNITS
           MOVE SRT-USAGE-VALUE TO CSC-USAGE-VALUE
           MOVE WS-RUN-DATE TO CSC-CLASS-DATE
           IF WS-SCHED-FOUND = 'Y'
               REWRITE COUNT-SCHEDULE-REC
           ELSE
               WRITE COUNT-SCHEDULE-REC
           END-IF
           IF WS-SCHED-FILE-STATUS NOT = '00'
               PERFORM 450-SCHEDULE-IO-ABORT
           END-IF
           ADD 1 TO WS-PARTS-CLASSED.
       450-SCHEDULE-IO-ABORT.
           DISPLAY 'COUNT SCHEDULE I-O ERROR, STATUS: ',
               WS-SCHED-FILE-STATUS, ' ON PART: ', CSC-PART-NO
           DISPLAY 'RUN STOPPED, FIX THE SCHEDULE FILE AND RERUN -- '
               'A RERUN CLASSES EVERY PART AGAIN'
           CLOSE SORTED-ABC-FILE
                 COUNT-SCHEDULE-FILE
                 ABC-REPORT-FILE
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *EVERY PART ON THE MASTER WAS CLASSED TODAY, SO A SCHEDULE       *
      *RECORD WITH AN OLDER CLASS DATE BELONGS TO A PART SINCE         *
      *DELETED WITH INVMAINT D AND IS DROPPED                          *
      ******************************************************************
       500-DROP-OLD-PARTS.
           MOVE LOW-VALUES TO CSC-PART-NO
           MOVE 'N' TO WS-SCHED-DONE
           START COUNT-SCHEDULE-FILE KEY NOT < CSC-PART-NO
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-DONE
           END-START
           PERFORM UNTIL WS-SCHED-DONE = 'Y'
               READ COUNT-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCHED-DONE
                   NOT AT END
                       IF CSC-CLASS-DATE NOT = WS-RUN-DATE
                           DELETE COUNT-SCHEDULE-FILE
                           IF WS-SCHED-FILE-STATUS NOT = '00'
                               PERFORM 450-SCHEDULE-IO-ABORT
                           END-IF
                           ADD 1 TO WS-PARTS-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      *ADDS WS-DAYS-TO-ADD DAYS TO THE DATE IN WS-DATE-X               *
      ******************************************************************
       550-ADD-DAYS.
           MOVE ZERO TO WS-DAYS-ADDED
           PERFORM UNTIL WS-DAYS-ADDED = WS-DAYS-TO-ADD
               PERFORM 545-ADD-ONE-DAY
               ADD 1 TO WS-DAYS-ADDED
           END-PERFORM.
       545-ADD-ONE-DAY.
           PERFORM 530-SET-MONTH-MAX
           IF WS-DATE-DA < WS-MONTH-MAX-DAYS
               ADD 1 TO WS-DATE-DA
           ELSE
               MOVE 1 TO WS-DATE-DA
               IF WS-DATE-MO < 12
                   ADD 1 TO WS-DATE-MO
               ELSE
                   MOVE 1 TO WS-DATE-MO
                   ADD 1 TO WS-DATE-YR
               END-IF
           END-IF.
      ******************************************************************
      *LEAP YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES UNLESS DIVISIBLE    *
      *BY 400, SO 2000 WAS AND 1900 WAS NOT                            *
      ******************************************************************
       530-SET-MONTH-MAX.
           MOVE MONTH-DAYS (WS-DATE-MO) TO WS-MONTH-MAX-DAYS
           MOVE 'N' TO WS-LEAP-YEAR
           DIVIDE WS-DATE-YR BY 4
               GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR
               DIVIDE WS-DATE-YR BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'N' TO WS-LEAP-YEAR
                   DIVIDE WS-DATE-YR BY 400
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-YEAR
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-MO = 2 AND WS-LEAP-YEAR = 'Y'
               MOVE 29 TO WS-MONTH-MAX-DAYS
           END-IF.
       600-WRITE-TOTALS.
           WRITE ABC-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 1 TO WS-CLS-SUB
           PERFORM UNTIL WS-CLS-SUB > 3
               MOVE CLS-LETTER (WS-CLS-SUB) TO CTL-CLASS
               MOVE CLS-PARTS (WS-CLS-SUB) TO CTL-PARTS
               MOVE CLS-VALUE (WS-CLS-SUB) TO CTL-VALUE
               EVALUATE WS-CLS-SUB
                   WHEN 1
                       MOVE WS-A-INTERVAL TO CTL-INTERVAL
                   WHEN 2
                       MOVE WS-B-INTERVAL TO CTL-INTERVAL
                   WHEN OTHER
                       MOVE WS-C-INTERVAL TO CTL-INTERVAL
               END-EVALUATE
               WRITE ABC-REPORT-REC FROM CLASS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CLS-SUB
           END-PERFORM
           WRITE ABC-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS CHANGING CLASS:' TO RTL-TEXT
           MOVE WS-CLASS-CHANGES TO RTL-COUNT
           WRITE ABC-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS DROPPED FROM THE SCHEDULE:' TO RTL-TEXT
           MOVE WS-PARTS-DROPPED TO RTL-COUNT
           WRITE ABC-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *READ IS THE PARTS ON THE MASTER AND WRITTEN THE PARTS CLASSED,  *
      *SO THE OPSRPT BALANCE CHECK HOLDS WITH NOTHING REJECTED         *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'ABCCLASS' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'S' TO LOG-EVENT
           MOVE ZERO TO LOG-RECORDS-READ
           MOVE ZERO TO LOG-RECORDS-WRITTEN
           MOVE ZERO TO LOG-RECORDS-REJECTED
           MOVE SPACE TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
       900-LOG-END.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'ABCCLASS' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-PARTS-READ TO LOG-RECORDS-READ
           MOVE WS-PARTS-CLASSED TO LOG-RECORDS-WRITTEN
           MOVE ZERO TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
