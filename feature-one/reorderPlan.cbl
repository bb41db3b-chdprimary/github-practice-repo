       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDPLN.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. MONTHLY REORDER PLANNING RUN.  FOR EVERY PART ON THE   *
      *         INVENTORY MASTER THE DEMAND OF THE LAST TWELVE FULL    *
      *         MONTHS IS TAKEN FROM THE MOVEMENT LEDGER -- SALES      *
      *         POSTED (S), ISSUES (I) AND BACKORDER RELEASES (B) --   *
      *         AS AN AVERAGE AND A PEAK MONTH, AND THE VENDOR LEAD    *
      *         TIME FROM THE RECEIPT HISTORY AS THE DAYS FROM EACH PO *
      *         LINE'S ORDER DATE TO ITS RECEIPT, AVERAGE AND LONGEST. *
      *         FROM THOSE IT SUGGESTS:                                *
      *           - A REORDER POINT OF THE DEMAND EXPECTED OVER AN     *
      *             AVERAGE LEAD TIME PLUS SAFETY STOCK, THE SAFETY    *
      *             STOCK BEING WHAT A PEAK MONTH OVER THE LONGEST     *
      *             LEAD TIME WOULD NEED BEYOND THAT;                  *
      *           - AN ECONOMIC ORDER QUANTITY, THE SQUARE ROOT OF     *
      *             TWICE THE YEAR'S DEMAND TIMES THE COST OF PLACING  *
      *             AN ORDER OVER THE YEARLY COST OF CARRYING ONE      *
      *             UNIT (ITS UNIT COST TIMES THE CARRYING RATE).      *
      *         THE OPERATOR KEYS THE ORDER COST, THE CARRYING RATE,   *
      *         AND THE LEAD TIME TO ASSUME FOR A PART NEVER RECEIVED. *
      *         REORDPLN.RPT PRINTS THE SUGGESTIONS NEXT TO THE        *
      *         CURRENT VALUES FOR EVERY PART.  NOTHING ON THE MASTER  *
      *         CHANGES HERE: EVERY PART WHOSE SUGGESTION DIFFERS GOES *
      *         TO REORDSUG.DAT FOR PURCHASING TO RULE ON WITH         *
      *         REORDAPR, WHICH APPLIES ONLY THE LINES APPROVED.  A    *
      *         PART WITH NO DEMAND IN THE YEAR IS SUGGESTED A ZERO    *
      *         REORDER POINT SO IT STOPS BEING BOUGHT, AND A PART     *
      *         WITH NO DEMAND OR NO UNIT COST KEEPS ITS ORDER         *
      *         QUANTITY.                                              *
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
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO 'C:\CHAPTER5\RCVHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCH-KEY
               FILE STATUS IS WS-RCVHIST-STATUS.
           SELECT PLAN-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\REORDPLN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUGGESTION-FILE
               ASSIGN TO 'C:\CHAPTER5\REORDSUG.DAT'
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
      *NOTES.  DEMAND IS THE NEGATIVE QUANTITY ON S, I AND B           *
      *MOVEMENTS; RECEIPTS, RETURNS, COUNTS AND TRANSFERS ARE NOT      *
      *DEMAND                                                          *
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
               88  MOV-IS-DEMAND             VALUE 'S' 'I' 'B'.
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
      ******************************************************************
      *RECEIPT HISTORY -- SEE PORECV FOR THE LAYOUT NOTES.  THE ORDER  *
      *DATE IS THE PO'S OPO-ORDER-DATE AND THE RECEIPT DATE THE LAST   *
      *DAY STOCK CAME IN AGAINST THE LINE                              *
      ******************************************************************
       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-REC.
           05  RCH-KEY.
               10  RCH-PO-NO         PIC 9(6).
               10  RCH-PART-NO       PIC X(5).
           05  RCH-VENDOR-CODE       PIC X(5).
           05  RCH-ORDER-QTY         PIC 9(5).
           05  RCH-RECEIVED-QTY      PIC 9(5).
           05  RCH-UNIT-PRICE        PIC 9(3)V99.
           05  RCH-ORDER-DATE        PIC 9(8).
           05  RCH-RECEIPT-DATE      PIC 9(8).
           05  RCH-INVOICED-QTY      PIC 9(5).
       FD  PLAN-REPORT-FILE.
       01  PLAN-REPORT-REC           PIC X(100).
      ******************************************************************
      *ONE RECORD PER PART WHOSE SUGGESTION DIFFERS FROM THE MASTER.   *
      *THE CURRENT VALUES ARE CARRIED SO REORDAPR CAN REFUSE A LINE    *
      *WHOSE PART WAS CHANGED BY HAND SINCE THIS RUN                   *
      ******************************************************************
       FD  SUGGESTION-FILE.
       01  SUGGESTION-REC.
           05  SUG-PART-NO           PIC X(5).
           05  SUG-DESCRIPTION       PIC X(15).
           05  SUG-CUR-POINT         PIC 9(5).
           05  SUG-CUR-QTY           PIC 9(5).
           05  SUG-NEW-POINT         PIC 9(5).
           05  SUG-NEW-QTY           PIC 9(5).
           05  SUG-AVG-DEMAND        PIC 9(5)V99.
           05  SUG-PEAK-DEMAND       PIC 9(5).
           05  SUG-AVG-LEAD          PIC 9(3).
           05  SUG-MAX-LEAD          PIC 9(3).
           05  SUG-NOTE              PIC X(20).
           05  SUG-PLAN-DATE         PIC 9(8).
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
       01  MORE-RECEIPTS-IN          PIC A(1)  VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-RCVHIST-STATUS         PIC X(2).
       01  WS-MOV-DONE               PIC X(1).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-PARTS-READ             PIC 9(7)  VALUE ZERO.
       01  WS-SUGGESTIONS            PIC 9(7)  VALUE ZERO.
       01  WS-UNCHANGED              PIC 9(7)  VALUE ZERO.
       01  WS-NO-USAGE-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-NO-COST-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-DEFAULT-LEAD-COUNT     PIC 9(7)  VALUE ZERO.
       01  WS-RECEIPTS-USED          PIC 9(7)  VALUE ZERO.
      ******************************************************************
      *PLANNING PARAMETERS KEYED AT THE START OF THE RUN               *
      ******************************************************************
       01  WS-ORDER-COST-X           PIC X(5).
       01  WS-ORDER-COST REDEFINES WS-ORDER-COST-X
                                     PIC 9(3)V99.
       01  WS-CARRY-PCT-X            PIC X(2).
       01  WS-CARRY-PCT REDEFINES WS-CARRY-PCT-X
                                     PIC 9(2).
       01  WS-DEFAULT-LEAD-X         PIC X(3).
       01  WS-DEFAULT-LEAD REDEFINES WS-DEFAULT-LEAD-X
                                     PIC 9(3).
      ******************************************************************
      *THE USAGE YEAR IS THE TWELVE FULL MONTHS BEFORE THE RUN MONTH:  *
      *FROM THE FIRST OF THIS MONTH A YEAR AGO UP TO, NOT INCLUDING,   *
      *THE FIRST OF THIS MONTH                                         *
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
       01  WS-USAGE-TABLE.
           05  USE-MONTH             OCCURS 12 TIMES
                                     PIC 9(7).
       01  WS-USE-SUB                PIC 9(2).
       01  WS-BUCKET                 PIC S9(3).
       01  WS-ANNUAL-USAGE           PIC 9(7).
       01  WS-AVG-DEMAND             PIC 9(5)V99.
       01  WS-PEAK-DEMAND            PIC 9(7).
       01  WS-AVG-LEAD               PIC 9(3).
       01  WS-MAX-LEAD               PIC 9(3).
       01  WS-LEAD-DEMAND            PIC 9(9)V99.
       01  WS-PEAK-LEAD-DEMAND       PIC 9(9)V99.
       01  WS-SAFETY-STOCK           PIC 9(9).
       01  WS-NEW-POINT              PIC 9(9).
       01  WS-NEW-QTY                PIC 9(9).
       01  WS-UNIT-COST              PIC 999V99.
       01  WS-HOLD-COST              PIC 9(5)V9(4).
       01  WS-EOQ-WORK               PIC 9(9)V99.
       01  WS-NOTE                   PIC X(20).
      ******************************************************************
      *LEAD TIMES BY PART, GATHERED FROM THE RECEIPT HISTORY BEFORE    *
      *THE FIRST PART IS PLANNED.  ONLY RECEIPTS IN THE USAGE YEAR OR  *
      *LATER COUNT, SO A VENDOR THAT HAS SPED UP OR SLOWED DOWN IS     *
      *PLANNED AS IT IS NOW                                            *
      ******************************************************************
       01  WS-LT-SUB                 PIC 9(4).
       01  WS-LT-COUNT               PIC 9(4)  VALUE ZERO.
       01  WS-LT-TABLE.
           05  LT-ENTRY              OCCURS 2000 TIMES.
               10  LT-PART-NO        PIC X(5).
               10  LT-DAYS-TOTAL     PIC 9(7).
               10  LT-RECEIPTS       PIC 9(5).
               10  LT-MAX-DAYS       PIC 9(3).
       01  WS-LEAD-DAYS              PIC S9(7).
       01  WS-ORDER-DAY-NUMBER       PIC 9(7).
      ******************************************************************
      *DATE CHECKING AND DAY ARITHMETIC, LEAP YEARS INCLUDED, THE WAY  *
      *APPAY AGES AN INVOICE.  A DAY NUMBER COUNTS THE DAYS FROM THE   *
      *START OF THE CALENDAR, SO TWO DAY NUMBERS SUBTRACT TO THE DAYS  *
      *BETWEEN TWO DATES                                               *
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
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(40)
               VALUE 'REORDER POINT AND ORDER QUANTITY PLAN   '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(46)  VALUE SPACES.
       01  REPORT-PARAMETER-LINE.
           05  FILLER                PIC X(11)  VALUE 'USAGE FROM '.
           05  PRM-FROM-DATE         PIC 9(8).
           05  FILLER                PIC X(10)  VALUE ' TO BEFORE'.
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  PRM-TO-DATE           PIC 9(8).
           05  FILLER                PIC X(14)  VALUE '  ORDER COST $'.
           05  PRM-ORDER-COST        PIC ZZ9.99.
           05  FILLER                PIC X(12)  VALUE '  CARRYING '.
           05  PRM-CARRY-PCT         PIC Z9.
           05  FILLER                PIC X(19)
               VALUE '%  DEFAULT LEAD '.
           05  PRM-DEFAULT-LEAD      PIC ZZ9.
           05  FILLER                PIC X(6)   VALUE ' DAYS'.
       01  REPORT-COLUMN-LINE-1.
           05  FILLER                PIC X(37)
               VALUE '        DEMAND PER MONTH   LEAD DAYS '.
           05  FILLER                PIC X(31)
               VALUE 'SAFETY REORDER POINT  ORDER QTY'.
           05  FILLER                PIC X(32)  VALUE SPACES.
       01  REPORT-COLUMN-LINE-2.
           05  FILLER                PIC X(37)
               VALUE 'PART     AVERAGE    PEAK    AVG/MAX  '.
           05  FILLER                PIC X(40)
               VALUE 'STOCK    NOW    NEW    NOW    NEW   NOTE'.
           05  FILLER                PIC X(23)  VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  RPT-PART-NO           PIC X(5).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  RPT-AVG-DEMAND        PIC ZZZZ9.99.
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  RPT-PEAK-DEMAND       PIC ZZZZ9.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  RPT-AVG-LEAD          PIC ZZ9.
           05  FILLER                PIC X(1)   VALUE '/'.
           05  RPT-MAX-LEAD          PIC ZZ9.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-SAFETY-STOCK      PIC ZZZZ9.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-CUR-POINT         PIC ZZZZ9.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-NEW-POINT         PIC ZZZZ9.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-CUR-QTY           PIC ZZZZ9.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-NEW-QTY           PIC ZZZZ9.
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  RPT-CHANGED           PIC X(1).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  RPT-NOTE              PIC X(20).
           05  FILLER                PIC X(12)  VALUE SPACES.
       01  REPORT-TOTAL-LINE.
           05  RTL-TEXT              PIC X(40).
           05  RTL-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(53)  VALUE SPACES.
       01  BLANK-LINE                PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           PERFORM 150-GET-PARAMETERS
           OPEN INPUT INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'RUN THE CONVERSION OR CHECK THE FILE, NOTHING '
                   'PLANNED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
      ******************************************************************
      *WITHOUT THE LEDGER THERE IS NO DEMAND TO PLAN FROM, AND EVERY   *
      *PART WOULD LOOK UNUSED AND BE SUGGESTED A ZERO REORDER POINT    *
      ******************************************************************
           OPEN INPUT MOVEMENT-LOG-FILE
           IF WS-MOVELOG-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN MOVEMENT LOG, STATUS: ',
                   WS-MOVELOG-STATUS
               DISPLAY 'CHECK MOVELOG.DAT, NOTHING PLANNED'
               CLOSE INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           PERFORM 170-LOAD-LEAD-TIMES
           OPEN OUTPUT PLAN-REPORT-FILE
           OPEN OUTPUT SUGGESTION-FILE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-WINDOW-START-DATE TO PRM-FROM-DATE
           MOVE WS-WINDOW-END-DATE TO PRM-TO-DATE
           MOVE WS-ORDER-COST TO PRM-ORDER-COST
           MOVE WS-CARRY-PCT TO PRM-CARRY-PCT
           MOVE WS-DEFAULT-LEAD TO PRM-DEFAULT-LEAD
           WRITE PLAN-REPORT-REC FROM REPORT-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           WRITE PLAN-REPORT-REC FROM REPORT-PARAMETER-LINE
               AFTER ADVANCING 1 LINE
           WRITE PLAN-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE PLAN-REPORT-REC FROM REPORT-COLUMN-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE PLAN-REPORT-REC FROM REPORT-COLUMN-LINE-2
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ INVENTORY-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 200-PLAN-PART
               END-READ
           END-PERFORM
           PERFORM 600-WRITE-TOTALS
           CLOSE INVENTORY-MASTER
                 MOVEMENT-LOG-FILE
                 PLAN-REPORT-FILE
                 SUGGESTION-FILE
           DISPLAY ' '
           DISPLAY 'REORDER PLANNING RUN COMPLETE'
           DISPLAY 'PARTS PLANNED:        ', WS-PARTS-READ
           DISPLAY 'CHANGES SUGGESTED:    ', WS-SUGGESTIONS
           DISPLAY 'PARTS LEFT AS THEY ARE: ', WS-UNCHANGED
           DISPLAY 'PRINT REORDPLN.RPT FOR PURCHASING, THEN RULE ON '
               'THE SUGGESTIONS WITH REORDAPR'
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *A BLANK ANSWER TAKES THE HOUSE FIGURE: $25.00 TO PLACE AN       *
      *ORDER, 25 PERCENT OF UNIT COST A YEAR TO CARRY A UNIT, AND 14   *
      *DAYS LEAD TIME FOR A PART THAT HAS NEVER BEEN RECEIVED          *
      ******************************************************************
       150-GET-PARAMETERS.
           DISPLAY 'ENTER THE COST OF PLACING ONE ORDER AS 5 DIGITS '
               '(02500 = $25.00), OR PRESS ENTER FOR $25.00'
           ACCEPT WS-ORDER-COST-X
           IF WS-ORDER-COST-X = SPACES
               MOVE 25 TO WS-ORDER-COST
           END-IF
           PERFORM UNTIL WS-ORDER-COST-X NUMERIC
               AND WS-ORDER-COST > ZERO
               DISPLAY 'ORDER COST MUST BE 5 DIGITS AND NOT ZERO, '
                   'RE-ENTER'
               ACCEPT WS-ORDER-COST-X
           END-PERFORM
           DISPLAY 'ENTER THE YEARLY CARRYING RATE AS A PERCENT OF '
               'UNIT COST (2 DIGITS), OR PRESS ENTER FOR 25'
           ACCEPT WS-CARRY-PCT-X
           IF WS-CARRY-PCT-X = SPACES
               MOVE 25 TO WS-CARRY-PCT
           END-IF
           PERFORM UNTIL WS-CARRY-PCT-X NUMERIC
               AND WS-CARRY-PCT > ZERO
               DISPLAY 'CARRYING RATE MUST BE 2 DIGITS AND NOT ZERO, '
                   'RE-ENTER'
               ACCEPT WS-CARRY-PCT-X
           END-PERFORM
           DISPLAY 'ENTER THE LEAD TIME IN DAYS FOR A PART NEVER '
               'RECEIVED (3 DIGITS), OR PRESS ENTER FOR 14'
           ACCEPT WS-DEFAULT-LEAD-X
           IF WS-DEFAULT-LEAD-X = SPACES
               MOVE 14 TO WS-DEFAULT-LEAD
           END-IF
           PERFORM UNTIL WS-DEFAULT-LEAD-X NUMERIC
               AND WS-DEFAULT-LEAD > ZERO
               DISPLAY 'LEAD TIME MUST BE 3 DIGITS AND NOT ZERO, '
                   'RE-ENTER'
               ACCEPT WS-DEFAULT-LEAD-X
           END-PERFORM
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           MOVE WS-DATE-YR TO WS-WIN-END-YR
           MOVE WS-DATE-MO TO WS-WIN-END-MO
           MOVE 1 TO WS-WIN-END-DA
           SUBTRACT 1 FROM WS-DATE-YR GIVING WS-WIN-START-YR
           MOVE WS-DATE-MO TO WS-WIN-START-MO
           MOVE 1 TO WS-WIN-START-DA
           DISPLAY 'PLANNING FROM USAGE ', WS-WINDOW-START-DATE,
               ' TO BEFORE ', WS-WINDOW-END-DATE.
      ******************************************************************
      *RECEIPT HISTORY IS KEYED BY PO, NOT PART, SO IT IS READ ONCE    *
      *FROM END TO END AND EACH RECEIVED LINE'S LEAD TIME ADDED TO ITS *
      *PART'S ENTRY.  WITH NO HISTORY FILE EVERY PART TAKES THE        *
      *DEFAULT LEAD TIME                                               *
      ******************************************************************
       170-LOAD-LEAD-TIMES.
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS NOT = '00' AND
              WS-RCVHIST-STATUS NOT = '05'
               DISPLAY 'WARNING: RECEIPT HISTORY NOT AVAILABLE, '
                   'STATUS: ', WS-RCVHIST-STATUS
               DISPLAY 'EVERY PART IS PLANNED ON THE DEFAULT LEAD TIME'
           ELSE
               PERFORM UNTIL MORE-RECEIPTS-IN = 'N'
                   READ RECEIPT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO MORE-RECEIPTS-IN
                       NOT AT END
                           PERFORM 180-ADD-LEAD-TIME
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.
       180-ADD-LEAD-TIME.
           IF RCH-RECEIVED-QTY > ZERO AND
              RCH-ORDER-DATE NUMERIC AND
              RCH-RECEIPT-DATE NUMERIC AND
              RCH-RECEIPT-DATE NOT < WS-WINDOW-START-DATE AND
              RCH-RECEIPT-DATE NOT < RCH-ORDER-DATE
               MOVE RCH-ORDER-DATE TO WS-DATE-NUM
               PERFORM 560-COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-ORDER-DAY-NUMBER
               MOVE RCH-RECEIPT-DATE TO WS-DATE-NUM
               PERFORM 560-COMPUTE-DAY-NUMBER
               COMPUTE WS-LEAD-DAYS =
                   WS-DAY-NUMBER - WS-ORDER-DAY-NUMBER
               IF WS-LEAD-DAYS > 999
                   MOVE 999 TO WS-LEAD-DAYS
               END-IF
               MOVE 1 TO WS-LT-SUB
               PERFORM UNTIL WS-LT-SUB > WS-LT-COUNT
                   OR LT-PART-NO (WS-LT-SUB) = RCH-PART-NO
                   ADD 1 TO WS-LT-SUB
               END-PERFORM
               IF WS-LT-SUB > WS-LT-COUNT
                   IF WS-LT-COUNT < 2000
                       ADD 1 TO WS-LT-COUNT
                       MOVE RCH-PART-NO TO LT-PART-NO (WS-LT-COUNT)
                       MOVE ZERO TO LT-DAYS-TOTAL (WS-LT-COUNT)
                       MOVE ZERO TO LT-RECEIPTS (WS-LT-COUNT)
                       MOVE ZERO TO LT-MAX-DAYS (WS-LT-COUNT)
                   ELSE
                       DISPLAY 'LEAD TIME TABLE FULL, DEFAULT USED '
                           'FOR PART: ', RCH-PART-NO
                   END-IF
               END-IF
               IF WS-LT-SUB NOT > WS-LT-COUNT
                   ADD 1 TO WS-RECEIPTS-USED
                   ADD WS-LEAD-DAYS TO LT-DAYS-TOTAL (WS-LT-SUB)
                   ADD 1 TO LT-RECEIPTS (WS-LT-SUB)
                   IF WS-LEAD-DAYS > LT-MAX-DAYS (WS-LT-SUB)
                       MOVE WS-LEAD-DAYS TO LT-MAX-DAYS (WS-LT-SUB)
                   END-IF
               END-IF
           END-IF.
       200-PLAN-PART.
           ADD 1 TO WS-PARTS-READ
           MOVE SPACES TO WS-NOTE
           PERFORM 220-GATHER-DEMAND
           PERFORM 240-FIND-LEAD-TIME
           MOVE MST-UNIT-COST TO WS-UNIT-COST
      ******************************************************************
      *DEMAND OVER AN AVERAGE LEAD TIME, PLUS SAFETY STOCK TO COVER A  *
      *PEAK MONTH ARRIVING WITH THE LONGEST LEAD TIME SEEN.  MONTHS    *
      *ARE TAKEN AS 30 DAYS                                            *
      ******************************************************************
           COMPUTE WS-LEAD-DEMAND ROUNDED =
               WS-AVG-DEMAND * WS-AVG-LEAD / 30
           COMPUTE WS-PEAK-LEAD-DEMAND ROUNDED =
               WS-PEAK-DEMAND * WS-MAX-LEAD / 30
           COMPUTE WS-SAFETY-STOCK ROUNDED =
               WS-PEAK-LEAD-DEMAND - WS-LEAD-DEMAND
           COMPUTE WS-NEW-POINT ROUNDED =
               WS-LEAD-DEMAND + WS-SAFETY-STOCK
           MOVE MST-REORDER-QTY TO WS-NEW-QTY
           EVALUATE TRUE
               WHEN WS-ANNUAL-USAGE = ZERO
                   ADD 1 TO WS-NO-USAGE-COUNT
                   MOVE ZERO TO WS-NEW-POINT
                   MOVE 'NO USAGE IN THE YEAR' TO WS-NOTE
               WHEN WS-UNIT-COST = ZERO
                   ADD 1 TO WS-NO-COST-COUNT
                   MOVE 'NO UNIT COST, QTY KEPT' TO WS-NOTE
               WHEN OTHER
                   PERFORM 260-COMPUTE-ORDER-QTY
           END-EVALUATE
           IF WS-NEW-POINT > 99999
               MOVE 99999 TO WS-NEW-POINT
               MOVE 'CAPPED AT 99999' TO WS-NOTE
           END-IF
           IF WS-NEW-QTY > 99999
               MOVE 99999 TO WS-NEW-QTY
               MOVE 'CAPPED AT 99999' TO WS-NOTE
           END-IF
           MOVE MST-PART-NO TO RPT-PART-NO
           MOVE WS-AVG-DEMAND TO RPT-AVG-DEMAND
           MOVE WS-PEAK-DEMAND TO RPT-PEAK-DEMAND
           MOVE WS-AVG-LEAD TO RPT-AVG-LEAD
           MOVE WS-MAX-LEAD TO RPT-MAX-LEAD
           MOVE WS-SAFETY-STOCK TO RPT-SAFETY-STOCK
           MOVE MST-REORDER-POINT TO RPT-CUR-POINT
           MOVE WS-NEW-POINT TO RPT-NEW-POINT
           MOVE MST-REORDER-QTY TO RPT-CUR-QTY
           MOVE WS-NEW-QTY TO RPT-NEW-QTY
           MOVE WS-NOTE TO RPT-NOTE
           IF WS-NEW-POINT = MST-REORDER-POINT AND
              WS-NEW-QTY = MST-REORDER-QTY
               ADD 1 TO WS-UNCHANGED
               MOVE SPACE TO RPT-CHANGED
           ELSE
               MOVE '*' TO RPT-CHANGED
               PERFORM 300-WRITE-SUGGESTION
           END-IF
           WRITE PLAN-REPORT-REC FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *THE LEDGER IS KEYED BY PART AND DATE, SO ONE START AT THE PART  *
      *AND THE FIRST DAY OF THE USAGE YEAR AND A RUN OF SEQUENTIAL     *
      *READS DELIVER THE YEAR'S MOVEMENTS, THE WAY STOCKCRD LISTS A    *
      *STOCK CARD.  EACH DEMAND MOVEMENT IS ADDED TO ITS MONTH         *
      ******************************************************************
       220-GATHER-DEMAND.
           MOVE ZERO TO WS-ANNUAL-USAGE
           MOVE ZERO TO WS-PEAK-DEMAND
           MOVE 1 TO WS-USE-SUB
           PERFORM UNTIL WS-USE-SUB > 12
               MOVE ZERO TO USE-MONTH (WS-USE-SUB)
               ADD 1 TO WS-USE-SUB
           END-PERFORM
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
                           PERFORM 230-ADD-DEMAND
                       END-IF
               END-READ
           END-PERFORM
           MOVE 1 TO WS-USE-SUB
           PERFORM UNTIL WS-USE-SUB > 12
               ADD USE-MONTH (WS-USE-SUB) TO WS-ANNUAL-USAGE
               IF USE-MONTH (WS-USE-SUB) > WS-PEAK-DEMAND
                   MOVE USE-MONTH (WS-USE-SUB) TO WS-PEAK-DEMAND
               END-IF
               ADD 1 TO WS-USE-SUB
           END-PERFORM
           COMPUTE WS-AVG-DEMAND ROUNDED = WS-ANNUAL-USAGE / 12.
       230-ADD-DEMAND.
           IF MOV-IS-DEMAND AND MOV-QTY < ZERO
               MOVE MOV-DATE TO WS-DATE-NUM
               COMPUTE WS-BUCKET =
                   (WS-DATE-YR - WS-WIN-START-YR) * 12 +
                   WS-DATE-MO - WS-WIN-START-MO + 1
               IF WS-BUCKET > ZERO AND WS-BUCKET < 13
                   SUBTRACT MOV-QTY FROM USE-MONTH (WS-BUCKET)
               END-IF
           END-IF.
       240-FIND-LEAD-TIME.
           MOVE 1 TO WS-LT-SUB
           PERFORM UNTIL WS-LT-SUB > WS-LT-COUNT
               OR LT-PART-NO (WS-LT-SUB) = MST-PART-NO
               ADD 1 TO WS-LT-SUB
           END-PERFORM
           IF WS-LT-SUB > WS-LT-COUNT
               ADD 1 TO WS-DEFAULT-LEAD-COUNT
               MOVE WS-DEFAULT-LEAD TO WS-AVG-LEAD
               MOVE WS-DEFAULT-LEAD TO WS-MAX-LEAD
               MOVE 'DEFAULT LEAD TIME' TO WS-NOTE
           ELSE
               COMPUTE WS-AVG-LEAD ROUNDED =
                   LT-DAYS-TOTAL (WS-LT-SUB) / LT-RECEIPTS (WS-LT-SUB)
               MOVE LT-MAX-DAYS (WS-LT-SUB) TO WS-MAX-LEAD
           END-IF.
      ******************************************************************
      *ECONOMIC ORDER QUANTITY = SQUARE ROOT OF (2 X YEAR'S DEMAND X   *
      *ORDER COST / YEARLY CARRYING COST OF ONE UNIT), AT LEAST ONE    *
      ******************************************************************
       260-COMPUTE-ORDER-QTY.
           COMPUTE WS-HOLD-COST ROUNDED =
               WS-UNIT-COST * WS-CARRY-PCT / 100
           IF WS-HOLD-COST = ZERO
               MOVE 0.0001 TO WS-HOLD-COST
           END-IF
           COMPUTE WS-EOQ-WORK ROUNDED =
               (2 * WS-ANNUAL-USAGE * WS-ORDER-COST / WS-HOLD-COST)
                   ** 0.5
               ON SIZE ERROR
                   MOVE 99999 TO WS-EOQ-WORK
           END-COMPUTE
           COMPUTE WS-NEW-QTY ROUNDED = WS-EOQ-WORK
           IF WS-NEW-QTY = ZERO
               MOVE 1 TO WS-NEW-QTY
           END-IF.
       300-WRITE-SUGGESTION.
           ADD 1 TO WS-SUGGESTIONS
           MOVE MST-PART-NO TO SUG-PART-NO
           MOVE MST-PART-DESCRIPTION TO SUG-DESCRIPTION
           MOVE MST-REORDER-POINT TO SUG-CUR-POINT
           MOVE MST-REORDER-QTY TO SUG-CUR-QTY
           MOVE WS-NEW-POINT TO SUG-NEW-POINT
           MOVE WS-NEW-QTY TO SUG-NEW-QTY
           MOVE WS-AVG-DEMAND TO SUG-AVG-DEMAND
           IF WS-PEAK-DEMAND > 99999
               MOVE 99999 TO SUG-PEAK-DEMAND
           ELSE
               MOVE WS-PEAK-DEMAND TO SUG-PEAK-DEMAND
           END-IF
           MOVE WS-AVG-LEAD TO SUG-AVG-LEAD
           MOVE WS-MAX-LEAD TO SUG-MAX-LEAD
           MOVE WS-NOTE TO SUG-NOTE
           MOVE WS-RUN-DATE TO SUG-PLAN-DATE
           WRITE SUGGESTION-REC.
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
       600-WRITE-TOTALS.
           WRITE PLAN-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS PLANNED:' TO RTL-TEXT
           MOVE WS-PARTS-READ TO RTL-COUNT
           WRITE PLAN-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CHANGES SUGGESTED (MARKED *):' TO RTL-TEXT
           MOVE WS-SUGGESTIONS TO RTL-COUNT
           WRITE PLAN-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS ALREADY AT THEIR SUGGESTION:' TO RTL-TEXT
           MOVE WS-UNCHANGED TO RTL-COUNT
           WRITE PLAN-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS WITH NO USAGE IN THE YEAR:' TO RTL-TEXT
           MOVE WS-NO-USAGE-COUNT TO RTL-COUNT
           WRITE PLAN-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS WITH NO UNIT COST:' TO RTL-TEXT
           MOVE WS-NO-COST-COUNT TO RTL-COUNT
           WRITE PLAN-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARTS ON THE DEFAULT LEAD TIME:' TO RTL-TEXT
           MOVE WS-DEFAULT-LEAD-COUNT TO RTL-COUNT
           WRITE PLAN-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECEIPTS TIMED FOR LEAD TIME:' TO RTL-TEXT
           MOVE WS-RECEIPTS-USED TO RTL-COUNT
           WRITE PLAN-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *READ IS THE PARTS PLANNED, WRITTEN THE SUGGESTIONS, AND         *
      *REJECTED THE PARTS ALREADY AT THEIR SUGGESTION, SO THE OPSRPT   *
      *BALANCE CHECK HOLDS                                             *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'REORDPLN' TO LOG-PROGRAM-ID
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
           MOVE 'REORDPLN' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-PARTS-READ TO LOG-RECORDS-READ
           MOVE WS-SUGGESTIONS TO LOG-RECORDS-WRITTEN
           MOVE WS-UNCHANGED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
