       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSHEET.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. DAILY CYCLE COUNT SHEET FROM THE COUNT SCHEDULE THAT   *
      *         ABCCLASS BUILDS AND CNTRECON KEEPS UP TO DATE.  A PART *
      *         GOES ON TODAY'S SHEET WHEN:                            *
      *           - ITS NEXT COUNT FALLS DUE TODAY (DUE);              *
      *           - ITS NEXT COUNT FELL DUE ON AN EARLIER DAY AND NO   *
      *             COUNT HAS BEEN POSTED SINCE (OVERDUE);             *
      *           - CNTRECON FLAGGED ITS LAST COUNT FOR A LARGE        *
      *             VARIANCE (RECOUNT).                                *
      *         CNTSHEET.RPT IS THE SHEET ITSELF, ONE PAGE PER         *
      *         LOCATION WITH A LINE FOR EVERY LISTED PART STOCKED     *
      *         THERE, AND SPACE TO WRITE IN THE COUNT.  THE BOOK      *
      *         QUANTITY IS LEFT OFF ON PURPOSE SO THE COUNTER COUNTS  *
      *         THE SHELF.  THE COUNTS ARE KEYED WITH CYCLCNT AND      *
      *         POSTED WITH CNTRECON, WHICH MARKS EACH PART COUNTED    *
      *         AND MOVES ITS NEXT DATE ON.  A PART COUNTED AT ANY     *
      *         ONE OF ITS LOCATIONS IS MARKED COUNTED, SO EVERY       *
      *         LOCATION ON ITS SHEET LINES SHOULD BE COUNTED THE      *
      *         SAME DAY.  CNTDUE.RPT LISTS EVERY OVERDUE PART WITH    *
      *         THE DAYS IT IS LATE, THEN BY CLASS THE PARTS ON THE    *
      *         SCHEDULE, THOSE COUNTED WITHIN THEIR INTERVAL, AND     *
      *         THOSE DUE TODAY OR OVERDUE.  NOTHING IS CHANGED HERE,  *
      *         SO THE SHEET CAN BE REPRINTED AS OFTEN AS NEEDED.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-SCHEDULE-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\CNTSCHED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSC-PART-NO
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT INVENTORY-MASTER
               ASSIGN TO 'C:\CHAPTER5\INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT LOCATION-MASTER
               ASSIGN TO 'C:\CHAPTER5\LOCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-FILE-STATUS.
           SELECT COUNT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\CNTWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-COUNT-FILE
               ASSIGN TO 'C:\CHAPTER5\CNTSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-SHEET-FILE
               ASSIGN TO 'C:\CHAPTER5\CNTSHEET.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-STATUS-FILE
               ASSIGN TO 'C:\CHAPTER5\CNTDUE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *CYCLE COUNT SCHEDULE -- SEE ABCCLASS FOR THE LAYOUT NOTES       *
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
      *QUANTITY ON HAND BY PART AND LOCATION -- SEE INVMAINT           *
      ******************************************************************
       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-REC.
           05  SLOC-KEY.
               10  SLOC-PART-NO      PIC X(5).
               10  SLOC-LOCATION     PIC X(4).
           05  SLOC-QTY-ON-HAND      PIC 9(5).
      ******************************************************************
      *STOCK LOCATION MASTER MAINTAINED WITH LOCMNT                    *
      ******************************************************************
       FD  LOCATION-MASTER.
       01  LOCATION-MASTER-REC.
           05  LOC-CODE              PIC X(4).
           05  LOC-NAME              PIC X(20).
      ******************************************************************
      *ONE WORK RECORD PER LISTED PART AND LOCATION, LOCATION FIRST SO *
      *THE SORT BRINGS EACH LOCATION'S LINES TOGETHER                  *
      ******************************************************************
       FD  COUNT-WORK-FILE.
       01  COUNT-WORK-REC.
           05  CWK-LOCATION          PIC X(4).
           05  CWK-PART-NO           PIC X(5).
           05  CWK-DESCRIPTION       PIC X(15).
           05  CWK-CLASS             PIC X(1).
           05  CWK-REASON            PIC X(8).
           05  CWK-LAST-COUNT-DATE   PIC 9(8).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-LOCATION         PIC X(4).
           05  SORT-PART-NO          PIC X(5).
           05  FILLER                PIC X(32).
       FD  SORTED-COUNT-FILE.
       01  SORTED-COUNT-REC.
           05  SRT-LOCATION          PIC X(4).
           05  SRT-PART-NO           PIC X(5).
           05  SRT-DESCRIPTION       PIC X(15).
           05  SRT-CLASS             PIC X(1).
           05  SRT-REASON            PIC X(8).
           05  SRT-LAST-COUNT-DATE   PIC 9(8).
       FD  COUNT-SHEET-FILE.
       01  COUNT-SHEET-REC           PIC X(80).
       FD  SCHEDULE-STATUS-FILE.
       01  SCHEDULE-STATUS-REC       PIC X(80).
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
       01  WS-SCHED-FILE-STATUS      PIC X(2).
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-DONE            PIC X(1).
       01  WS-LOC-FILE-STATUS        PIC X(2).
       01  WS-LOC-OK                 PIC X(1)  VALUE 'Y'.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-REASON                 PIC X(8).
       01  WS-PART-LOCATIONS         PIC 9(3).
       01  WS-CURRENT-LOCATION       PIC X(4).
       01  WS-LOCATION-LINES         PIC 9(5).
       01  WS-SCHEDULE-READ          PIC 9(7)  VALUE ZERO.
       01  WS-PARTS-LISTED           PIC 9(7)  VALUE ZERO.
       01  WS-PARTS-NOT-DUE          PIC 9(7)  VALUE ZERO.
       01  WS-PARTS-NOT-FOUND        PIC 9(7)  VALUE ZERO.
       01  WS-RECOUNTS               PIC 9(7)  VALUE ZERO.
       01  WS-SHEET-LINES            PIC 9(7)  VALUE ZERO.
       01  WS-LOG-REJECTED           PIC 9(7).
      ******************************************************************
      *BY CLASS A, B, C: PARTS ON THE SCHEDULE, COUNTED WITHIN THEIR   *
      *INTERVAL (NEXT DATE STILL AHEAD), DUE TODAY, AND OVERDUE.  A    *
      *PART NOT YET CLASSED COUNTS AS A C                              *
      ******************************************************************
       01  WS-CLASS-TOTALS.
           05  CLS-ENTRY             OCCURS 3 TIMES.
               10  CLS-PARTS         PIC 9(7).
               10  CLS-CURRENT       PIC 9(7).
               10  CLS-DUE-TODAY     PIC 9(7).
               10  CLS-OVERDUE       PIC 9(7).
       01  WS-CLS-SUB                PIC 9(1).
       01  WS-CLASS-LETTERS          PIC X(3)  VALUE 'ABC'.
       01  WS-CLASS-LETTER-TABLE REDEFINES WS-CLASS-LETTERS.
           05  CLS-LETTER            OCCURS 3 TIMES
                                     PIC X(1).
      ******************************************************************
      *DAY ARITHMETIC, LEAP YEARS INCLUDED, THE WAY APPAY AGES AN      *
      *INVOICE: TWO DAY NUMBERS SUBTRACT TO THE DAYS BETWEEN TWO DATES *
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
       01  WS-PRIOR-YEARS            PIC 9(4).
       01  WS-LEAP-DAYS              PIC 9(4).
       01  WS-MONTH-SUB              PIC 99.
       01  WS-DAY-NUMBER             PIC 9(7).
       01  WS-TODAY-DAY-NUMBER       PIC 9(7).
       01  WS-DAYS-LATE              PIC 9(7).
       01  SHEET-HEADING-LINE.
           05  FILLER                PIC X(24)
               VALUE 'CYCLE COUNT SHEET       '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  SHH-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(13)  VALUE '   LOCATION: '.
           05  SHH-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  SHH-LOCATION-NAME     PIC X(20).
           05  FILLER                PIC X(3)   VALUE SPACES.
       01  SHEET-COLUMN-LINE.
           05  FILLER                PIC X(40)
               VALUE 'PART   DESCRIPTION     CL REASON   LAST '.
           05  FILLER                PIC X(40)
               VALUE 'COUNT   COUNTED     BY'.
       01  SHEET-DETAIL-LINE.
           05  SHD-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  SHD-DESCRIPTION       PIC X(15).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  SHD-CLASS             PIC X(1).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  SHD-REASON            PIC X(8).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  SHD-LAST-COUNT        PIC 9(8).
           05  SHD-LAST-COUNT-X REDEFINES SHD-LAST-COUNT
                                     PIC X(8).
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  FILLER                PIC X(10)  VALUE '__________'.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  FILLER                PIC X(5)   VALUE '_____'.
           05  FILLER                PIC X(15)  VALUE SPACES.
       01  SHEET-TOTAL-LINE.
           05  FILLER                PIC X(24)
               VALUE 'PARTS TO COUNT HERE:    '.
           05  SHT-LINES             PIC ZZZZ9.
           05  FILLER                PIC X(51)  VALUE SPACES.
       01  STATUS-HEADING-LINE.
           05  FILLER                PIC X(34)
               VALUE 'CYCLE COUNT SCHEDULE STATUS       '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  STH-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(32)  VALUE SPACES.
       01  OVERDUE-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE 'PARTS OVERDUE FOR COUNT                 '.
           05  FILLER                PIC X(40)  VALUE SPACES.
       01  OVERDUE-COLUMN-LINE.
           05  FILLER                PIC X(40)
               VALUE 'PART   DESCRIPTION     CL  DUE DATE  DAY'.
           05  FILLER                PIC X(40)
               VALUE 'S LATE  LAST COUNT'.
       01  OVERDUE-DETAIL-LINE.
           05  OVD-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  OVD-DESCRIPTION       PIC X(15).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  OVD-CLASS             PIC X(1).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  OVD-DUE-DATE          PIC 9(8).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  OVD-DAYS-LATE         PIC ZZZZ9.
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  OVD-LAST-COUNT        PIC 9(8).
           05  OVD-LAST-COUNT-X REDEFINES OVD-LAST-COUNT
                                     PIC X(8).
           05  FILLER                PIC X(25)  VALUE SPACES.
       01  CLASS-STATUS-LINE.
           05  FILLER                PIC X(6)   VALUE 'CLASS '.
           05  CSL-CLASS             PIC X(1).
           05  FILLER                PIC X(8)   VALUE '  PARTS '.
           05  CSL-PARTS             PIC ZZZZZZ9.
           05  FILLER                PIC X(10)  VALUE '  CURRENT '.
           05  CSL-CURRENT           PIC ZZZZZZ9.
           05  FILLER                PIC X(12)  VALUE '  DUE TODAY '.
           05  CSL-DUE-TODAY         PIC ZZZZZZ9.
           05  FILLER                PIC X(10)  VALUE '  OVERDUE '.
           05  CSL-OVERDUE           PIC ZZZZZZ9.
           05  FILLER                PIC X(5)   VALUE SPACES.
       01  STATUS-TOTAL-LINE.
           05  STL-TEXT              PIC X(40).
           05  STL-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(33)  VALUE SPACES.
       01  BLANK-LINE                PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           PERFORM 560-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
           OPEN INPUT COUNT-SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN COUNT SCHEDULE, STATUS: ',
                   WS-SCHED-FILE-STATUS
               DISPLAY 'RUN ABCCLASS FIRST, NO SHEET PRINTED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'RUN THE CONVERSION OR CHECK THE FILE, NO '
                   'SHEET PRINTED'
               CLOSE COUNT-SCHEDULE-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NO SHEET PRINTED'
               CLOSE COUNT-SCHEDULE-FILE
                     INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 1 TO WS-CLS-SUB
           PERFORM UNTIL WS-CLS-SUB > 3
               MOVE ZERO TO CLS-PARTS (WS-CLS-SUB)
               MOVE ZERO TO CLS-CURRENT (WS-CLS-SUB)
               MOVE ZERO TO CLS-DUE-TODAY (WS-CLS-SUB)
               MOVE ZERO TO CLS-OVERDUE (WS-CLS-SUB)
               ADD 1 TO WS-CLS-SUB
           END-PERFORM
           OPEN OUTPUT COUNT-WORK-FILE
           OPEN OUTPUT SCHEDULE-STATUS-FILE
           MOVE WS-RUN-DATE TO STH-RUN-DATE
           WRITE SCHEDULE-STATUS-REC FROM STATUS-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           WRITE SCHEDULE-STATUS-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE SCHEDULE-STATUS-REC FROM OVERDUE-TITLE-LINE
               AFTER ADVANCING 1 LINE
           WRITE SCHEDULE-STATUS-REC FROM OVERDUE-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ COUNT-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       ADD 1 TO WS-SCHEDULE-READ
                       PERFORM 200-CHECK-PART
               END-READ
           END-PERFORM
           CLOSE COUNT-SCHEDULE-FILE
                 INVENTORY-MASTER
                 STOCK-LOCATION-FILE
                 COUNT-WORK-FILE
           PERFORM 600-WRITE-STATUS-TOTALS
           CLOSE SCHEDULE-STATUS-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-LOCATION SORT-PART-NO
               USING COUNT-WORK-FILE
               GIVING SORTED-COUNT-FILE
           PERFORM 400-PRINT-SHEET
           DISPLAY ' '
           DISPLAY 'COUNT SHEET COMPLETE'
           DISPLAY 'PARTS ON THE SCHEDULE:  ', WS-SCHEDULE-READ
           DISPLAY 'PARTS TO COUNT TODAY:   ', WS-PARTS-LISTED
           DISPLAY 'OF THEM FOR A RECOUNT:  ', WS-RECOUNTS
           DISPLAY 'SHEET LINES PRINTED:    ', WS-SHEET-LINES
           IF WS-PARTS-NOT-FOUND > ZERO
               DISPLAY 'SCHEDULED PARTS NOT ON THE MASTER: ',
                   WS-PARTS-NOT-FOUND, ' -- RERUN ABCCLASS'
           END-IF
           DISPLAY 'PRINT CNTSHEET.RPT FOR THE COUNTERS AND '
               'CNTDUE.RPT FOR THE SUPERVISOR'
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *A RECOUNT TAKES PRECEDENCE OVER THE DUE DATE: THE COUNT THAT    *
      *RAISED IT ALREADY MOVED THE DUE DATE ON                         *
      ******************************************************************
       200-CHECK-PART.
           EVALUATE CSC-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-CLS-SUB
               WHEN 'B'
                   MOVE 2 TO WS-CLS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLS-SUB
           END-EVALUATE
           ADD 1 TO CLS-PARTS (WS-CLS-SUB)
           EVALUATE TRUE
               WHEN CSC-NEXT-DUE-DATE < WS-RUN-DATE
                   ADD 1 TO CLS-OVERDUE (WS-CLS-SUB)
               WHEN CSC-NEXT-DUE-DATE = WS-RUN-DATE
                   ADD 1 TO CLS-DUE-TODAY (WS-CLS-SUB)
               WHEN OTHER
                   ADD 1 TO CLS-CURRENT (WS-CLS-SUB)
           END-EVALUATE
           EVALUATE TRUE
               WHEN CSC-RECOUNT = 'Y'
                   MOVE 'RECOUNT' TO WS-REASON
               WHEN CSC-NEXT-DUE-DATE < WS-RUN-DATE
                   MOVE 'OVERDUE' TO WS-REASON
               WHEN CSC-NEXT-DUE-DATE = WS-RUN-DATE
                   MOVE 'DUE' TO WS-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
               ADD 1 TO WS-PARTS-NOT-DUE
           ELSE
               MOVE CSC-PART-NO TO MST-PART-NO
               READ INVENTORY-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-MASTER-FILE-STATUS
                   WHEN '00'
                       PERFORM 250-LIST-PART
                   WHEN '23'
                       ADD 1 TO WS-PARTS-NOT-FOUND
                   WHEN OTHER
                       DISPLAY 'INVENTORY MASTER I-O ERROR, STATUS: ',
                           WS-MASTER-FILE-STATUS, ' ON PART: ',
                           CSC-PART-NO
                       DISPLAY 'RUN STOPPED, NO SHEET PRINTED'
                       CLOSE COUNT-SCHEDULE-FILE
                             INVENTORY-MASTER
                             STOCK-LOCATION-FILE
                             COUNT-WORK-FILE
                             SCHEDULE-STATUS-FILE
                       MOVE 'A' TO WS-LOG-STATUS
                       PERFORM 900-LOG-END
                       STOP RUN
               END-EVALUATE
           END-IF.
      ******************************************************************
      *ONE SHEET LINE FOR EVERY LOCATION THE PART HAS A STOCK RECORD   *
      *AT, EMPTY ONES INCLUDED -- STOCK CAN TURN UP WHERE THE BOOK     *
      *SAYS NONE.  A PART WITH NO STOCK RECORD AT ALL IS LOOKED FOR IN *
      *THE MAIN WAREHOUSE                                              *
      ******************************************************************
       250-LIST-PART.
           ADD 1 TO WS-PARTS-LISTED
           IF CSC-RECOUNT = 'Y'
               ADD 1 TO WS-RECOUNTS
           END-IF
           IF CSC-NEXT-DUE-DATE < WS-RUN-DATE
               PERFORM 300-WRITE-OVERDUE
           END-IF
           MOVE CSC-PART-NO TO CWK-PART-NO
           MOVE MST-PART-DESCRIPTION TO CWK-DESCRIPTION
           MOVE CSC-CLASS TO CWK-CLASS
           MOVE WS-REASON TO CWK-REASON
           MOVE CSC-LAST-COUNT-DATE TO CWK-LAST-COUNT-DATE
           MOVE ZERO TO WS-PART-LOCATIONS
           MOVE 'N' TO WS-STKLOC-DONE
           MOVE CSC-PART-NO TO SLOC-PART-NO
           MOVE LOW-VALUES TO SLOC-LOCATION
           START STOCK-LOCATION-FILE KEY NOT < SLOC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STKLOC-DONE
           END-START
           PERFORM UNTIL WS-STKLOC-DONE = 'Y'
               READ STOCK-LOCATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STKLOC-DONE
                   NOT AT END
                       IF SLOC-PART-NO NOT = CSC-PART-NO
                           MOVE 'Y' TO WS-STKLOC-DONE
                       ELSE
                           ADD 1 TO WS-PART-LOCATIONS
                           MOVE SLOC-LOCATION TO CWK-LOCATION
                           WRITE COUNT-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PART-LOCATIONS = ZERO
               MOVE 'MAIN' TO CWK-LOCATION
               WRITE COUNT-WORK-REC
           END-IF.
       300-WRITE-OVERDUE.
           MOVE CSC-NEXT-DUE-DATE TO WS-DATE-NUM
           PERFORM 560-COMPUTE-DAY-NUMBER
           COMPUTE WS-DAYS-LATE = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
           MOVE CSC-PART-NO TO OVD-PART-NO
           MOVE MST-PART-DESCRIPTION TO OVD-DESCRIPTION
           MOVE CSC-CLASS TO OVD-CLASS
           MOVE CSC-NEXT-DUE-DATE TO OVD-DUE-DATE
           MOVE WS-DAYS-LATE TO OVD-DAYS-LATE
           IF CSC-LAST-COUNT-DATE = ZERO
               MOVE '  NEVER ' TO OVD-LAST-COUNT-X
           ELSE
               MOVE CSC-LAST-COUNT-DATE TO OVD-LAST-COUNT
           END-IF
           WRITE SCHEDULE-STATUS-REC FROM OVERDUE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *EACH LOCATION STARTS A NEW PAGE SO ITS SHEET CAN BE HANDED TO   *
      *THE COUNTER WORKING THERE                                       *
      ******************************************************************
       400-PRINT-SHEET.
           OPEN INPUT LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-LOC-OK
               DISPLAY 'WARNING: LOCATION MASTER NOT AVAILABLE, '
                   'STATUS: ', WS-LOC-FILE-STATUS
               DISPLAY 'SHEETS PRINT WITHOUT LOCATION NAMES'
           END-IF
           OPEN INPUT SORTED-COUNT-FILE
           OPEN OUTPUT COUNT-SHEET-FILE
           MOVE WS-RUN-DATE TO SHH-RUN-DATE
           MOVE HIGH-VALUES TO WS-CURRENT-LOCATION
           PERFORM UNTIL MORE-SORTED-IN = 'N'
               READ SORTED-COUNT-FILE
                   AT END
                       MOVE 'N' TO MORE-SORTED-IN
                   NOT AT END
                       PERFORM 450-PRINT-SHEET-LINE
               END-READ
           END-PERFORM
           IF WS-CURRENT-LOCATION NOT = HIGH-VALUES
               PERFORM 480-END-LOCATION
           ELSE
               MOVE SPACES TO SHH-LOCATION
               MOVE 'NOTHING DUE TODAY' TO SHH-LOCATION-NAME
               WRITE COUNT-SHEET-REC FROM SHEET-HEADING-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE SORTED-COUNT-FILE
                 COUNT-SHEET-FILE
           IF WS-LOC-OK = 'Y'
               CLOSE LOCATION-MASTER
           END-IF.
       450-PRINT-SHEET-LINE.
           IF SRT-LOCATION NOT = WS-CURRENT-LOCATION
               IF WS-CURRENT-LOCATION NOT = HIGH-VALUES
                   PERFORM 480-END-LOCATION
               END-IF
               MOVE SRT-LOCATION TO WS-CURRENT-LOCATION
               MOVE ZERO TO WS-LOCATION-LINES
               MOVE SRT-LOCATION TO SHH-LOCATION
               MOVE SPACES TO SHH-LOCATION-NAME
               IF WS-LOC-OK = 'Y'
                   MOVE SRT-LOCATION TO LOC-CODE
                   READ LOCATION-MASTER
                       INVALID KEY
                           MOVE 'NOT ON LOCATION MASTER'
                               TO SHH-LOCATION-NAME
                       NOT INVALID KEY
                           MOVE LOC-NAME TO SHH-LOCATION-NAME
                   END-READ
               END-IF
               IF WS-SHEET-LINES = ZERO
                   WRITE COUNT-SHEET-REC FROM SHEET-HEADING-LINE
                       BEFORE ADVANCING 1 LINE
               ELSE
                   WRITE COUNT-SHEET-REC FROM SHEET-HEADING-LINE
                       AFTER ADVANCING PAGE
               END-IF
               WRITE COUNT-SHEET-REC FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE COUNT-SHEET-REC FROM SHEET-COLUMN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SRT-PART-NO TO SHD-PART-NO
           MOVE SRT-DESCRIPTION TO SHD-DESCRIPTION
           MOVE SRT-CLASS TO SHD-CLASS
           MOVE SRT-REASON TO SHD-REASON
           IF SRT-LAST-COUNT-DATE = ZERO
               MOVE '  NEVER ' TO SHD-LAST-COUNT-X
           ELSE
               MOVE SRT-LAST-COUNT-DATE TO SHD-LAST-COUNT
           END-IF
           WRITE COUNT-SHEET-REC FROM SHEET-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           ADD 1 TO WS-LOCATION-LINES
           ADD 1 TO WS-SHEET-LINES.
       480-END-LOCATION.
           MOVE WS-LOCATION-LINES TO SHT-LINES
           WRITE COUNT-SHEET-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE COUNT-SHEET-REC FROM SHEET-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *DAY NUMBER OF THE DATE IN WS-DATE-X: 365 FOR EVERY FULL YEAR    *
      *BEFORE IT PLUS ONE FOR EACH LEAP YEAR AMONG THEM, THE DAYS OF   *
      *THE FULL MONTHS BEFORE IT THIS YEAR, AND THE DAY ITSELF         *
      ******************************************************************
       560-COMPUTE-DAY-NUMBER.
           SUBTRACT 1 FROM WS-DATE-YR GIVING WS-PRIOR-YEARS
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-WORK
           SUBTRACT WS-LEAP-WORK FROM WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-WORK
           ADD WS-LEAP-WORK TO WS-LEAP-DAYS
           COMPUTE WS-DAY-NUMBER =
               WS-PRIOR-YEARS * 365 + WS-LEAP-DAYS + WS-DATE-DA
           MOVE 1 TO WS-MONTH-SUB
           PERFORM UNTIL WS-MONTH-SUB NOT < WS-DATE-MO
               ADD MONTH-DAYS (WS-MONTH-SUB) TO WS-DAY-NUMBER
               ADD 1 TO WS-MONTH-SUB
           END-PERFORM
           PERFORM 530-SET-MONTH-MAX
           IF WS-DATE-MO > 2 AND WS-LEAP-YEAR = 'Y'
               ADD 1 TO WS-DAY-NUMBER
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
       600-WRITE-STATUS-TOTALS.
           WRITE SCHEDULE-STATUS-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 1 TO WS-CLS-SUB
           PERFORM UNTIL WS-CLS-SUB > 3
               MOVE CLS-LETTER (WS-CLS-SUB) TO CSL-CLASS
               MOVE CLS-PARTS (WS-CLS-SUB) TO CSL-PARTS
               MOVE CLS-CURRENT (WS-CLS-SUB) TO CSL-CURRENT
               MOVE CLS-DUE-TODAY (WS-CLS-SUB) TO CSL-DUE-TODAY
               MOVE CLS-OVERDUE (WS-CLS-SUB) TO CSL-OVERDUE
               WRITE SCHEDULE-STATUS-REC FROM CLASS-STATUS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CLS-SUB
           END-PERFORM
           WRITE SCHEDULE-STATUS-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS ON TODAY''S SHEET:' TO STL-TEXT
           MOVE WS-PARTS-LISTED TO STL-COUNT
           WRITE SCHEDULE-STATUS-REC FROM STATUS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OF THEM RECOUNTS AFTER A LARGE VARIANCE:' TO STL-TEXT
           MOVE WS-RECOUNTS TO STL-COUNT
           WRITE SCHEDULE-STATUS-REC FROM STATUS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SCHEDULED PARTS NOT ON THE MASTER:' TO STL-TEXT
           MOVE WS-PARTS-NOT-FOUND TO STL-COUNT
           WRITE SCHEDULE-STATUS-REC FROM STATUS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *READ IS THE PARTS ON THE SCHEDULE, WRITTEN THE PARTS LISTED,    *
      *AND REJECTED THE PARTS NOT DUE PLUS ANY NO LONGER ON THE        *
      *MASTER, SO THE OPSRPT BALANCE CHECK HOLDS                       *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'CNTSHEET' TO LOG-PROGRAM-ID
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
           MOVE 'CNTSHEET' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-SCHEDULE-READ TO LOG-RECORDS-READ
           MOVE WS-PARTS-LISTED TO LOG-RECORDS-WRITTEN
           COMPUTE WS-LOG-REJECTED =
               WS-PARTS-NOT-DUE + WS-PARTS-NOT-FOUND
           MOVE WS-LOG-REJECTED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
