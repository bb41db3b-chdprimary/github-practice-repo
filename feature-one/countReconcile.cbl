      *         MASTER.  THE REPORT IS THE DOCUMENTED COUNT-TO-BOOK    *
      *         RECONCILIATION THE AUDITORS ASKED FOR: RUN IT ONCE     *
      *         REPORT-ONLY, REVIEW, THEN RUN AGAIN AND APPLY.         *
      *         EACH COUNT IS FOR ONE PART AT ONE LOCATION, SO THE     *
      *         BOOK QUANTITY IS THE PART'S STOCK AT THAT LOCATION.    *
      *         AN APPLIED COUNT SETS THE LOCATION'S STOCK TO WHAT WAS *
      *         COUNTED AND MOVES THE MASTER TOTAL BY THE SAME         *
      *         VARIANCE.                                              *
      *         APPLY MODE ALSO KEEPS THE ABCCLASS COUNT SCHEDULE: A   *
      *         COUNT THAT MATCHES THE BOOK, OR WHOSE VARIANCE IS      *
      *         APPLIED, MARKS THE PART COUNTED ON THE COUNT DATE AND  *
      *         MOVES ITS NEXT COUNT ON BY ITS CLASS INTERVAL.  A LARGE*
      *         VARIANCE -- OVER $100.00, OR OVER 10 PERCENT OF THE    *
      *         BOOK -- IS NOTED ON THE REPORT AND PUTS THE PART BACK  *
      *         ON THE NEXT CNTSHEET FOR A RECOUNT.  A STALE OR        *
      *         UNAPPLIED COUNT LEAVES THE SCHEDULE ALONE.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT LOCATION-MASTER
               ASSIGN TO 'C:\CHAPTER5\LOCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-FILE-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT OPTIONAL MOVEMENT-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\MOVELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-KEY
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT OPTIONAL COUNT-SCHEDULE-FILE
               ASSIGN TO 'C:\CHAPTER5\CNTSCHED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSC-PART-NO
               FILE STATUS IS WS-SCHED-FILE-STATUS.
           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\CNTRECON.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CNT-COUNTED-QTY REDEFINES CNT-COUNTED-QTY-X
                                     PIC 9(5).
           05  CNT-COUNT-DATE        PIC 9(8).
           05  CNT-LOCATION          PIC X(4).
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  MST-PART-NO           PIC X(5).
           05  MST-VENDOR-CODE       PIC X(5).
           05  MST-UNIT-COST         PIC 999.99.
      ******************************************************************
      *STOCK LOCATION MASTER MAINTAINED WITH LOCMNT                    *
      ******************************************************************
       FD  LOCATION-MASTER.
       01  LOCATION-MASTER-REC.
           05  LOC-CODE              PIC X(4).
           05  LOC-NAME              PIC X(20).
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
      *SHARED PART MOVEMENT LEDGER -- SEE INVMAINT FOR THE LAYOUT      *
      *NOTES.  AN APPLIED COUNT LOGS ITS VARIANCE AS TYPE A, SIGNED    *
      *THE WAY THE VARIANCE RUNS (COUNTED LESS BOOK)                   *
           05  MOV-TYPE              PIC X(1).
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
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
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-REC       PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-SEEN-TABLE-FULL        PIC X(1)  VALUE 'N'.
      ******************************************************************
      *PARTS ALREADY RECONCILED THIS RUN -- A SECOND COUNT FOR THE     *
      *SAME PART AT THE SAME LOCATION IS A RECOUNT OR A SECOND BIN AND *
      *NEEDS A HUMAN DECISION, SO IT IS FLAGGED INSTEAD OF SILENTLY    *
      *RE-APPLIED.  THE SAME PART COUNTED AT TWO LOCATIONS IS TWO      *
      *SEPARATE COUNTS                                                 *
      ******************************************************************
       01  SEEN-PARTS-TABLE.
           05  SEEN-ENTRY            OCCURS 500 TIMES.
               10  SEEN-PART-NO      PIC X(5).
               10  SEEN-LOCATION     PIC X(4).
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-LOC-FILE-STATUS        PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-FOUND           PIC X(1).
       01  WS-CNT-LOCATION           PIC X(4).
       01  WS-NEW-TOTAL              PIC S9(6).
       01  WS-APPLY-MODE             PIC X(1).
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-MOVELOG-OK             PIC X(1)  VALUE 'Y'.
       01  WS-VARIANCE-QTY           PIC S9(6).
       01  WS-VARIANCE-VALUE         PIC S9(8)V99.
       01  WS-NET-VARIANCE-VALUE     PIC S9(9)V99 VALUE ZERO.
       01  WS-SCHED-FILE-STATUS      PIC X(2).
       01  WS-SCHED-OK               PIC X(1)  VALUE 'Y'.
       01  WS-SCHED-FOUND            PIC X(1).
       01  WS-SAME-COUNT-DATE        PIC X(1).
       01  WS-VARIANCE-SIZE          PIC 9(6).
       01  WS-PRIOR-VARIANCE-SIZE    PIC 9(6).
       01  WS-LARGE-VARIANCE         PIC X(1).
      ******************************************************************
      *A VARIANCE IS LARGE WHEN ITS DOLLAR VALUE EITHER WAY IS OVER    *
      *WS-LARGE-VALUE OR IT IS MORE THAN WS-LARGE-PCT PERCENT OF THE   *
      *BOOK.  ANY VARIANCE AGAINST A BOOK OF ZERO IS LARGE             *
      ******************************************************************
       01  WS-LARGE-VALUE            PIC 9(3)V99 VALUE 100.00.
       01  WS-LARGE-PCT              PIC 9(3)  VALUE 10.
       01  WS-ABS-QTY                PIC 9(6).
       01  WS-ABS-VALUE              PIC 9(8)V99.
       01  WS-A-INTERVAL             PIC 9(3)  VALUE 30.
       01  WS-B-INTERVAL             PIC 9(3)  VALUE 91.
       01  WS-C-INTERVAL             PIC 9(3)  VALUE 365.
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
       01  WS-COUNTS-READ            PIC 9(5)  VALUE ZERO.
       01  WS-COUNTS-SKIPPED         PIC 9(5)  VALUE ZERO.
       01  WS-PARTS-NOT-FOUND        PIC 9(5)  VALUE ZERO.
       01  WS-PARTS-ADJUSTED         PIC 9(5)  VALUE ZERO.
       01  WS-PARTS-SCHEDULED        PIC 9(5)  VALUE ZERO.
       01  WS-RECOUNTS-SET           PIC 9(5)  VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(36)
               VALUE 'PHYSICAL COUNT VARIANCE REPORT      '.
           05  HDG-MODE              PIC X(12).
           05  FILLER                PIC X(22)  VALUE SPACES.
       01  COLUMN-HEADING-LINE.
           05  FILLER                PIC X(29)
               VALUE 'PART   LOC   DESCRIPTION     '.
           05  FILLER                PIC X(9)   VALUE 'BOOK     '.
           05  FILLER                PIC X(10)  VALUE 'COUNTED   '.
           05  FILLER                PIC X(11)  VALUE 'DIFFERENCE '.
           05  FILLER                PIC X(14)  VALUE 'DOLLAR-VALUE'.
           05  FILLER                PIC X(17)  VALUE SPACES.
       01  VARIANCE-DETAIL-LINE.
           05  VAR-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  VAR-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  VAR-DESCRIPTION       PIC X(15).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  VAR-BOOK-QTY          PIC 9(5).
           05  VAR-DIFFERENCE        PIC -9(6).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  VAR-DOLLAR-VALUE      PIC -9(8).99.
           05  FILLER                PIC X(19)  VALUE SPACES.
       01  VARIANCE-NOTE-LINE.
           05  NTE-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  NTE-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  NTE-NOTE              PIC X(40).
           05  FILLER                PIC X(37)  VALUE SPACES.
       01  NET-TOTAL-LINE.
           05  FILLER                PIC X(30)
               VALUE 'NET DOLLAR VALUE OF VARIANCE: '.
               CLOSE COUNT-FILE-IN
               STOP RUN
           END-IF
           OPEN INPUT LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN LOCATION MASTER, STATUS: ',
                   WS-LOC-FILE-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE'
               CLOSE COUNT-FILE-IN
                     INVENTORY-MASTER
               STOP RUN
           END-IF
           IF WS-APPLY-MODE = 'Y'
               OPEN I-O STOCK-LOCATION-FILE
           ELSE
               OPEN INPUT STOCK-LOCATION-FILE
           END-IF
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE'
               CLOSE COUNT-FILE-IN
                     INVENTORY-MASTER
                     LOCATION-MASTER
               STOP RUN
           END-IF
           IF WS-APPLY-MODE = 'Y'
               OPEN I-O MOVEMENT-LOG-FILE
               IF WS-MOVELOG-STATUS NOT = '00' AND
                       'STATUS: ', WS-MOVELOG-STATUS
                   DISPLAY 'ADJUSTMENTS WILL NOT BE LOGGED THIS RUN'
               END-IF
               OPEN I-O COUNT-SCHEDULE-FILE
               IF WS-SCHED-FILE-STATUS NOT = '00' AND
                  WS-SCHED-FILE-STATUS NOT = '05'
                   MOVE 'N' TO WS-SCHED-OK
                   DISPLAY 'WARNING: COUNT SCHEDULE NOT AVAILABLE, '
                       'STATUS: ', WS-SCHED-FILE-STATUS
                   DISPLAY 'COUNTS WILL NOT BE MARKED ON THE SCHEDULE '
                       'THIS RUN'
               END-IF
           END-IF
           OPEN OUTPUT VARIANCE-REPORT-FILE
           WRITE VARIANCE-REPORT-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           CLOSE COUNT-FILE-IN
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 VARIANCE-REPORT-FILE
           IF WS-APPLY-MODE = 'Y' AND WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           IF WS-APPLY-MODE = 'Y' AND WS-SCHED-OK = 'Y'
               CLOSE COUNT-SCHEDULE-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'COUNT RECONCILIATION COMPLETE'
           DISPLAY 'COUNTS READ:     ', WS-COUNTS-READ
           DISPLAY 'COUNTS SKIPPED:  ', WS-COUNTS-SKIPPED
           DISPLAY 'PARTS NOT FOUND: ', WS-PARTS-NOT-FOUND
           DISPLAY 'PARTS ADJUSTED:  ', WS-PARTS-ADJUSTED
           IF WS-APPLY-MODE = 'Y'
               DISPLAY 'MARKED COUNTED:  ', WS-PARTS-SCHEDULED
               DISPLAY 'RECOUNTS SET:    ', WS-RECOUNTS-SET
           END-IF
           STOP RUN.
      ******************************************************************
      *VARIANCE IS COUNTED LESS BOOK, SO A SHORT SHELF SHOWS NEGATIVE  *
      *CURRENT UNIT PRICE                                              *
      ******************************************************************
       200-RECONCILE-COUNT.
      ******************************************************************
      *A COUNT KEYED BEFORE STOCK WAS KEPT BY LOCATION HAS NO LOCATION *
      *AND IS A COUNT OF THE MAIN WAREHOUSE                            *
      ******************************************************************
           MOVE CNT-LOCATION TO WS-CNT-LOCATION
           IF WS-CNT-LOCATION = SPACES
               MOVE 'MAIN' TO WS-CNT-LOCATION
           END-IF
           MOVE WS-CNT-LOCATION TO NTE-LOCATION
           MOVE WS-CNT-LOCATION TO LOC-CODE
           IF CNT-PART-NO NOT = SPACES
               READ LOCATION-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF CNT-PART-NO = SPACES OR CNT-COUNTED-QTY-X NOT NUMERIC
               ADD 1 TO WS-COUNTS-SKIPPED
               MOVE CNT-PART-NO TO NTE-PART-NO
               WRITE VARIANCE-REPORT-REC FROM VARIANCE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
            IF WS-LOC-FILE-STATUS NOT = '00'
               ADD 1 TO WS-COUNTS-SKIPPED
               MOVE CNT-PART-NO TO NTE-PART-NO
               MOVE 'LOCATION NOT ON LOCATION MASTER' TO NTE-NOTE
               WRITE VARIANCE-REPORT-REC FROM VARIANCE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
            ELSE
             PERFORM 220-CHECK-DUPLICATE
             IF WS-SEEN-SUB NOT > WS-SEEN-COUNT
               ADD 1 TO WS-COUNTS-SKIPPED
                       PERFORM 400-MASTER-IO-ABORT
               END-EVALUATE
             END-IF
            END-IF
           END-IF.
       220-CHECK-DUPLICATE.
           MOVE 1 TO WS-SEEN-SUB
           PERFORM UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               OR (SEEN-PART-NO (WS-SEEN-SUB) = CNT-PART-NO
                   AND SEEN-LOCATION (WS-SEEN-SUB) = WS-CNT-LOCATION)
               ADD 1 TO WS-SEEN-SUB
           END-PERFORM.
      ******************************************************************
           IF WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE CNT-PART-NO TO SEEN-PART-NO (WS-SEEN-COUNT)
               MOVE WS-CNT-LOCATION TO SEEN-LOCATION (WS-SEEN-COUNT)
           ELSE
               IF WS-SEEN-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-SEEN-TABLE-FULL
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *THE BOOK IS THE PART'S STOCK AT THE COUNTED LOCATION.  NO STOCK *
      *RECORD THERE MEANS A BOOK OF ZERO -- STOCK FOUND WHERE NONE WAS *
      *EVER RECEIVED STARTS THE RECORD WHEN THE COUNT IS APPLIED       *
      ******************************************************************
       250-REPORT-VARIANCE.
           MOVE 'Y' TO WS-STKLOC-FOUND
           MOVE CNT-PART-NO TO SLOC-PART-NO
           MOVE WS-CNT-LOCATION TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STKLOC-FOUND
                   MOVE ZERO TO SLOC-QTY-ON-HAND
           END-READ
           IF WS-STKLOC-STATUS NOT = '00' AND
              WS-STKLOC-STATUS NOT = '23'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF
           MOVE CNT-PART-NO TO VAR-PART-NO
           MOVE WS-CNT-LOCATION TO VAR-LOCATION
           MOVE MST-PART-DESCRIPTION TO VAR-DESCRIPTION
           MOVE SLOC-QTY-ON-HAND TO VAR-BOOK-QTY
           MOVE CNT-COUNTED-QTY TO VAR-COUNTED-QTY
           COMPUTE WS-VARIANCE-QTY =
               CNT-COUNTED-QTY - SLOC-QTY-ON-HAND
           MOVE WS-VARIANCE-QTY TO VAR-DIFFERENCE
           MOVE MST-UNIT-PRICE TO WS-UNIT-PRICE
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
           END-ADD
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 260-CHECK-LARGE-VARIANCE
           IF WS-LARGE-VARIANCE = 'Y' AND WS-APPLY-MODE NOT = 'Y'
               MOVE CNT-PART-NO TO NTE-PART-NO
               MOVE 'LARGE VARIANCE' TO NTE-NOTE
               WRITE VARIANCE-REPORT-REC FROM VARIANCE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
      ******************************************************************
      *A COUNT FROM AN EARLIER DAY IS STALE -- STOCK HAS MOVED SINCE   *
      *IT WAS TAKEN, SO APPLYING IT WOULD UN-POST THOSE MOVEMENTS.     *
                   WRITE VARIANCE-REPORT-REC FROM VARIANCE-NOTE-LINE
                       AFTER ADVANCING 1 LINE
                ELSE
                   PERFORM 270-APPLY-COUNT
                   MOVE CNT-PART-NO TO MOV-PART-NO
                   MOVE 'A' TO MOV-TYPE
                   MOVE WS-VARIANCE-QTY TO MOV-QTY
                   MOVE MST-QTY-ON-HAND TO MOV-BALANCE-AFTER
                   MOVE WS-CNT-LOCATION TO MOV-LOCATION
                   MOVE SLOC-QTY-ON-HAND TO MOV-LOC-BALANCE-AFTER
                   MOVE SPACES TO MOV-XFER-LOCATION
                   PERFORM 700-WRITE-MOVEMENT
                   ADD 1 TO WS-PARTS-ADJUSTED
                   PERFORM 280-MARK-COUNTED
                END-IF
               END-IF
           END-IF
           IF WS-APPLY-MODE = 'Y' AND WS-VARIANCE-QTY = ZERO
               PERFORM 280-MARK-COUNTED
           END-IF.
       260-CHECK-LARGE-VARIANCE.
           MOVE 'N' TO WS-LARGE-VARIANCE
           IF WS-VARIANCE-QTY < ZERO
               COMPUTE WS-ABS-QTY = ZERO - WS-VARIANCE-QTY
               COMPUTE WS-ABS-VALUE = ZERO - WS-VARIANCE-VALUE
           ELSE
               MOVE WS-VARIANCE-QTY TO WS-ABS-QTY
               MOVE WS-VARIANCE-VALUE TO WS-ABS-VALUE
           END-IF
           IF WS-ABS-QTY > ZERO
               IF WS-ABS-VALUE > WS-LARGE-VALUE OR
                  WS-ABS-QTY * 100 >
                      SLOC-QTY-ON-HAND * WS-LARGE-PCT
                   MOVE 'Y' TO WS-LARGE-VARIANCE
               END-IF
           END-IF.
      ******************************************************************
      *THE LOCATION TAKES THE COUNTED QUANTITY AND THE MASTER TOTAL    *
      *MOVES BY THE VARIANCE.  IF THE TWO HAVE DRIFTED THE TOTAL IS    *
      *HELD BETWEEN ZERO AND ITS LARGEST VALUE AND THE OPERATOR WARNED *
      ******************************************************************
       270-APPLY-COUNT.
           COMPUTE WS-NEW-TOTAL = MST-QTY-ON-HAND + WS-VARIANCE-QTY
           IF WS-NEW-TOTAL < ZERO
               MOVE ZERO TO WS-NEW-TOTAL
               DISPLAY 'WARNING: MASTER TOTAL BELOW LOCATION STOCK, '
                   'SET TO ZERO, PART: ', CNT-PART-NO
           END-IF
           IF WS-NEW-TOTAL > 99999
               MOVE 99999 TO WS-NEW-TOTAL
               DISPLAY 'WARNING: COUNT OVERFLOWS QTY-ON-HAND, PART: ',
                   CNT-PART-NO
           END-IF
           MOVE WS-NEW-TOTAL TO MST-QTY-ON-HAND
           REWRITE INVENTORY-MASTER-REC
           IF WS-MASTER-FILE-STATUS NOT = '00'
               PERFORM 400-MASTER-IO-ABORT
           END-IF
           MOVE CNT-COUNTED-QTY TO SLOC-QTY-ON-HAND
           IF WS-STKLOC-FOUND = 'Y'
               REWRITE STOCK-LOCATION-REC
           ELSE
               WRITE STOCK-LOCATION-REC
           END-IF
           IF WS-STKLOC-STATUS NOT = '00'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF.
      ******************************************************************
      *THE PART IS COUNTED AS OF THE COUNT DATE AND NEXT DUE ONE CLASS *
      *INTERVAL LATER.  A LARGE VARIANCE ASKS FOR A RECOUNT ON THE     *
      *NEXT SHEET; A CLEAN COUNT ON A LATER DATE CLEARS ANY RECOUNT    *
      *OUTSTANDING.  THE SCHEDULE IS BY PART BUT A PART IS COUNTED AT  *
      *EACH LOCATION, SO A CLEAN COUNT AT ONE LOCATION ON THE SAME     *
      *DATE LEAVES A RECOUNT ANOTHER LOCATION ASKED FOR, AND THE       *
      *LARGER VARIANCE OF THE DAY IS THE ONE KEPT -- WHATEVER ORDER    *
      *THE COUNTS COME IN.  A PART ABCCLASS HAS NOT YET RANKED IS      *
      *ADDED UNCLASSED AND GETS THE C INTERVAL UNTIL IT IS             *
      ******************************************************************
       280-MARK-COUNTED.
           IF WS-SCHED-OK = 'Y'
               MOVE 'Y' TO WS-SCHED-FOUND
               MOVE CNT-PART-NO TO CSC-PART-NO
               READ COUNT-SCHEDULE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-SCHED-FOUND
               END-READ
               IF WS-SCHED-FILE-STATUS NOT = '00' AND
                  WS-SCHED-FILE-STATUS NOT = '23'
                   PERFORM 420-SCHEDULE-IO-ABORT
               END-IF
               IF WS-SCHED-FOUND = 'N'
                   MOVE SPACE TO CSC-CLASS
                   MOVE ZERO TO CSC-USAGE-UNITS
                   MOVE ZERO TO CSC-USAGE-VALUE
                   MOVE ZERO TO CSC-CLASS-DATE
               END-IF
               MOVE CNT-COUNT-DATE TO WS-DATE-NUM
               IF WS-DATE-MO < 1 OR WS-DATE-MO > 12
                   MOVE WS-RUN-DATE TO WS-DATE-NUM
               END-IF
               MOVE 'N' TO WS-SAME-COUNT-DATE
               IF WS-SCHED-FOUND = 'Y' AND
                  CSC-LAST-COUNT-DATE = WS-DATE-NUM
                   MOVE 'Y' TO WS-SAME-COUNT-DATE
               END-IF
               MOVE WS-DATE-NUM TO CSC-LAST-COUNT-DATE
               EVALUATE CSC-CLASS
                   WHEN 'A'
                       MOVE WS-A-INTERVAL TO WS-DAYS-TO-ADD
                   WHEN 'B'
                       MOVE WS-B-INTERVAL TO WS-DAYS-TO-ADD
                   WHEN OTHER
                       MOVE WS-C-INTERVAL TO WS-DAYS-TO-ADD
               END-EVALUATE
               PERFORM 550-ADD-DAYS
               MOVE WS-DATE-NUM TO CSC-NEXT-DUE-DATE
               MOVE WS-VARIANCE-QTY TO WS-VARIANCE-SIZE
               MOVE CSC-LAST-VARIANCE TO WS-PRIOR-VARIANCE-SIZE
               IF WS-SAME-COUNT-DATE = 'N' OR
                  WS-VARIANCE-SIZE > WS-PRIOR-VARIANCE-SIZE
                   MOVE WS-VARIANCE-QTY TO CSC-LAST-VARIANCE
               END-IF
               IF WS-LARGE-VARIANCE = 'Y'
                   IF WS-SAME-COUNT-DATE = 'N' OR CSC-RECOUNT NOT = 'Y'
                       ADD 1 TO WS-RECOUNTS-SET
                   END-IF
                   MOVE 'Y' TO CSC-RECOUNT
                   MOVE CNT-PART-NO TO NTE-PART-NO
                   MOVE 'LARGE VARIANCE, RECOUNT SCHEDULED'
                       TO NTE-NOTE
                   WRITE VARIANCE-REPORT-REC FROM VARIANCE-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   IF WS-SAME-COUNT-DATE = 'N'
                       MOVE 'N' TO CSC-RECOUNT
                   END-IF
               END-IF
               IF WS-SCHED-FOUND = 'Y'
                   REWRITE COUNT-SCHEDULE-REC
               ELSE
                   WRITE COUNT-SCHEDULE-REC
               END-IF
               IF WS-SCHED-FILE-STATUS NOT = '00'
                   PERFORM 420-SCHEDULE-IO-ABORT
               END-IF
               ADD 1 TO WS-PARTS-SCHEDULED
           ELSE
               IF WS-LARGE-VARIANCE = 'Y'
                   MOVE CNT-PART-NO TO NTE-PART-NO
                   MOVE 'LARGE VARIANCE, SCHEDULE NOT UPDATED'
                       TO NTE-NOTE
                   WRITE VARIANCE-REPORT-REC FROM VARIANCE-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
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
      ******************************************************************
      *THE KEY CARRIES DATE, TIME, AND A SEQUENCE BYTE, SO TWO         *
       400-MASTER-IO-ABORT.
           DISPLAY 'INVENTORY MASTER I-O ERROR, STATUS: ',
               WS-MASTER-FILE-STATUS, ' ON PART: ', CNT-PART-NO
           PERFORM 450-STOP-RUN.
       410-STKLOC-IO-ABORT.
           DISPLAY 'STOCK LOCATION FILE I-O ERROR, STATUS: ',
               WS-STKLOC-STATUS, ' ON PART: ', CNT-PART-NO,
               ' LOCATION: ', WS-CNT-LOCATION
           PERFORM 450-STOP-RUN.
       420-SCHEDULE-IO-ABORT.
           DISPLAY 'COUNT SCHEDULE I-O ERROR, STATUS: ',
               WS-SCHED-FILE-STATUS, ' ON PART: ', CNT-PART-NO
           PERFORM 450-STOP-RUN.
       450-STOP-RUN.
           DISPLAY 'RUN STOPPED, REVIEW THE VARIANCE REPORT BEFORE '
               'RERUNNING'
           CLOSE COUNT-FILE-IN
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 VARIANCE-REPORT-FILE
           IF WS-APPLY-MODE = 'Y' AND WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           IF WS-APPLY-MODE = 'Y' AND WS-SCHED-OK = 'Y'
               CLOSE COUNT-SCHEDULE-FILE
           END-IF
           STOP RUN.
