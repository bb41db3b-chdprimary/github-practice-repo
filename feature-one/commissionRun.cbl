       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMSNRUN.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 05 Oct 2026.                                      *
      *PURPOSE. MONTH-END SALES COMMISSION RUN.  THE OPERATOR KEYS THE *
      *         MONTH; EVERY SALE ON SALES HISTORY AND EVERY RETURN ON *
      *         THE RETURNS HISTORY IN THAT MONTH IS CREDITED TO THE   *
      *         REP THE CUSTOMER IS ASSIGNED TO ON THE CUSTOMER        *
      *         MASTER.  EACH REP IS PAID THEIR OWN RATE ON NET SALES  *
      *         OR ON MARGIN (NET LESS COST AT THE INVENTORY MASTER    *
      *         UNIT COST), AS SET ON THE SLSREP.DAT TABLE WITH        *
      *         REPMNT, AFTER TAKING BACK THE NET AND COST OF WHAT     *
      *         WAS RETURNED OR CREDITED.  ONE COMMISSION STATEMENT    *
      *         PAGE PRINTS PER REP (CMSNSTMT.RPT) BY CUSTOMER, AND    *
      *         THE AMOUNT DUE IS ADDED TO THE COMMISSION EARNINGS     *
      *         FILE (CMSNPAY.DAT) THAT CH04PPB PAYS ON THE REP'S NEXT *
      *         CHECK -- NOTHING IS KEYED INTO PAYROLL BY HAND ANY     *
      *         MORE.  A MONTH WHERE RETURNS OUTRUN SALES LEAVES A     *
      *         NEGATIVE COMMISSION THAT IS CARRIED ON THE REP TABLE   *
      *         AND TAKEN OFF THE NEXT MONTH'S.  A REP ALREADY RUN FOR *
      *         THE MONTH (OR A LATER ONE) IS LISTED BUT NOT PAID      *
      *         AGAIN, SO A RERUN AFTER AN ABORT ONLY PAYS THE REPS    *
      *         THE FIRST RUN NEVER REACHED.  SALES TO A HOUSE ACCOUNT *
      *         (NO REP) EARN NOBODY COMMISSION; A CUSTOMER WHOSE REP  *
      *         CODE IS NOT ON THE TABLE IS LISTED ON THE CONSOLE.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-HISTORY-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURN-HISTORY-FILE
               ASSIGN TO 'C:\CHAPTER5\RTNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\CHAPTER5\CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT INVENTORY-MASTER
               ASSIGN TO 'C:\CHAPTER5\INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT SALES-REP-FILE
               ASSIGN TO 'C:\CHAPTER5\SLSREP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CODE
               FILE STATUS IS WS-REP-FILE-STATUS.
           SELECT COMMISSION-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\CMSNWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-COMMISSION-FILE
               ASSIGN TO 'C:\CHAPTER5\CMSNSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE
               ASSIGN TO 'C:\CHAPTER5\CMSNSTMT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-PAY-FILE
               ASSIGN TO 'U:\CHAPTER4\CMSNPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05  HST-IDENT             PIC X(5).
           05  HST-SALES             PIC 9(6).99.
           05  HST-DISCOUNT-PERCENT  PIC V99.
           05  HST-NET               PIC 9(6).99.
           05  HST-NET-X REDEFINES HST-NET.
               10  HST-NET-DOLS      PIC X(6).
               10  FILLER            PIC X(1).
               10  HST-NET-CENTS     PIC X(2).
           05  HST-PART-NO           PIC X(5).
           05  HST-QTY               PIC 9(5).
           05  HST-QUOTE-NO          PIC 9(6).
           05  HST-TRAN-DATE         PIC 9(8).
           05  HST-TRAN-DATE-X REDEFINES HST-TRAN-DATE.
               10  HST-TRAN-MONTH    PIC 9(6).
               10  FILLER            PIC X(2).
           05  HST-REC-TYPE          PIC X(1).
           05  HST-TAX-AMOUNT        PIC 9(6).99.
           05  HST-TAX-JURIS         PIC X(4).
           05  HST-TAX-EXEMPT        PIC X(1).
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-REC.
           05  RTH-CUST-ID           PIC X(5).
           05  RTH-QUOTE-NO          PIC 9(6).
           05  RTH-PART-NO           PIC X(5).
           05  RTH-QTY               PIC 9(5).
           05  RTH-CONDITION         PIC X(1).
           05  RTH-RETURN-DATE       PIC 9(8).
           05  RTH-RETURN-DATE-X REDEFINES RTH-RETURN-DATE.
               10  RTH-RETURN-MONTH  PIC 9(6).
               10  FILLER            PIC X(2).
           05  RTH-CREDIT-AMT        PIC 9(7)V99.
           05  RTH-TAX-AMT           PIC 9(7)V99.
           05  RTH-TAX-JURIS         PIC X(4).
           05  RTH-TAX-EXEMPT        PIC X(1).
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05  CMST-CUST-ID          PIC X(5).
           05  CMST-CUST-NAME        PIC X(20).
           05  CMST-CREDIT-LIMIT     PIC 9(7).
           05  CMST-STATUS           PIC X(1).
           05  CMST-BALANCE          PIC 9(7)V99.
           05  CMST-TAX-JURIS        PIC X(4).
           05  CMST-TAX-EXEMPT       PIC X(1).
           05  CMST-EXEMPT-CERT      PIC X(15).
           05  CMST-REP-CODE         PIC X(3).
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
       FD  SALES-REP-FILE.
       01  SALES-REP-REC.
           05  REP-CODE              PIC X(3).
           05  REP-NAME              PIC X(20).
           05  REP-EMP-NO            PIC X(5).
           05  REP-BASIS             PIC X(1).
           05  REP-RATE              PIC V9(4).
           05  REP-LAST-MONTH        PIC 9(6).
           05  REP-CARRY             PIC S9(5)V99.
      ******************************************************************
      *ONE WORK RECORD PER SALE OR RETURN LINE CREDITED TO A REP; A    *
      *SALE FILLS THE SALES FIELDS, A RETURN THE RETURN FIELDS         *
      ******************************************************************
       FD  COMMISSION-WORK-FILE.
       01  COMMISSION-WORK-REC.
           05  CWK-REP-CODE          PIC X(3).
           05  CWK-CUST-ID           PIC X(5).
           05  CWK-SALES-NET         PIC 9(7)V99.
           05  CWK-SALES-COST        PIC 9(7)V99.
           05  CWK-RETURN-NET        PIC 9(7)V99.
           05  CWK-RETURN-COST       PIC 9(7)V99.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-REP-CODE         PIC X(3).
           05  SORT-CUST-ID          PIC X(5).
           05  FILLER                PIC X(36).
       FD  SORTED-COMMISSION-FILE.
       01  SORTED-COMMISSION-REC.
           05  SRT-REP-CODE          PIC X(3).
           05  SRT-CUST-ID           PIC X(5).
           05  SRT-SALES-NET         PIC 9(7)V99.
           05  SRT-SALES-COST        PIC 9(7)V99.
           05  SRT-RETURN-NET        PIC 9(7)V99.
           05  SRT-RETURN-COST       PIC 9(7)V99.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC             PIC X(80).
      ******************************************************************
      *EARNINGS WAITING TO BE PAID.  CH04PPB ADDS EACH ONE TO THE      *
      *EMPLOYEE'S NEXT CHECK AND KEEPS ONLY WHAT IT COULD NOT PAY      *
      ******************************************************************
       FD  COMMISSION-PAY-FILE.
       01  COMMISSION-PAY-REC.
           05  CMP-EMP-NO            PIC X(5).
           05  CMP-REP-CODE          PIC X(3).
           05  CMP-MONTH             PIC 9(6).
           05  CMP-AMOUNT            PIC 9(5)V99.
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
       01  WS-SORTED-EOF             PIC X(1)  VALUE 'N'.
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-REP-FILE-STATUS        PIC X(2).
       01  WS-PAY-FILE-STATUS        PIC X(2).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-MONTH-X            PIC X(6).
       01  WS-RUN-MONTH REDEFINES WS-RUN-MONTH-X
                                     PIC 9(6).
       01  WS-RUN-MONTH-SPLIT REDEFINES WS-RUN-MONTH-X.
           05  WS-RUN-YEAR           PIC 9(4).
           05  WS-RUN-MM             PIC 9(2).
       01  WS-LINES-READ             PIC 9(7)  VALUE ZERO.
       01  WS-LINES-CREDITED         PIC 9(7)  VALUE ZERO.
       01  WS-LINES-HOUSE            PIC 9(7)  VALUE ZERO.
       01  WS-REPS-PAID              PIC 9(5)  VALUE ZERO.
       01  WS-REPS-CARRIED           PIC 9(5)  VALUE ZERO.
       01  WS-REPS-SKIPPED           PIC 9(5)  VALUE ZERO.
       01  WS-TOTAL-PAID             PIC 9(7)V99 VALUE ZERO.
       01  WS-PAGES-PRINTED          PIC 9(5)  VALUE ZERO.
       01  WS-LOOK-CUST              PIC X(5).
       01  WS-LOOK-REP               PIC X(3).
       01  WS-LOOK-PART              PIC X(5).
       01  WS-LOOK-QTY               PIC 9(5).
       01  WS-COST-WORK              PIC 9(7)V99.
       01  WS-UNIT-COST              PIC 999V99.
       01  WS-NET-WORK               PIC 9(7)V99.
       01  WS-REP-SUB                PIC 9(3).
       01  WS-REP-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-HOLD-CUST              PIC X(5).
       01  WS-CUST-SALES             PIC 9(9)V99.
       01  WS-CUST-RETURNS           PIC 9(9)V99.
       01  WS-CUST-COST              PIC S9(9)V99.
       01  WS-REP-SALES              PIC 9(9)V99.
       01  WS-REP-RETURNS            PIC 9(9)V99.
       01  WS-REP-COST               PIC S9(9)V99.
       01  WS-REP-NET                PIC S9(9)V99.
       01  WS-REP-MARGIN             PIC S9(9)V99.
       01  WS-BASE-AMOUNT            PIC S9(9)V99.
       01  WS-COMMISSION             PIC S9(7)V99.
       01  WS-PAYABLE                PIC S9(7)V99.
       01  WS-MARGIN-WORK            PIC S9(9)V99.
      ******************************************************************
      *THE REP TABLE, LOADED IN REP CODE ORDER -- THE SAME ORDER THE   *
      *SORTED WORK FILE COMES BACK IN, SO THE TWO ARE MATCHED BY       *
      *WALKING BOTH TOGETHER                                           *
      ******************************************************************
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY          OCCURS 50 TIMES.
               10  RT-CODE           PIC X(3).
               10  RT-NAME           PIC X(20).
               10  RT-EMP-NO         PIC X(5).
               10  RT-BASIS          PIC X(1).
               10  RT-RATE           PIC V9(4).
               10  RT-LAST-MONTH     PIC 9(6).
               10  RT-CARRY          PIC S9(5)V99.
       01  HEADING-LINE.
           05  FILLER                PIC X(30)
               VALUE 'SALES COMMISSION STATEMENT    '.
           05  FILLER                PIC X(7)   VALUE 'MONTH: '.
           05  HDG-MONTH             PIC 9(6).
           05  FILLER                PIC X(8)   VALUE '   RUN: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(21)  VALUE SPACES.
       01  REP-LINE.
           05  FILLER                PIC X(5)   VALUE 'REP: '.
           05  RPL-CODE              PIC X(3).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPL-NAME              PIC X(20).
           05  FILLER                PIC X(10)  VALUE '  EMP-NO: '.
           05  RPL-EMP-NO            PIC X(5).
           05  FILLER                PIC X(35)  VALUE SPACES.
       01  BASIS-LINE.
           05  FILLER                PIC X(7)   VALUE 'BASIS: '.
           05  BSL-BASIS             PIC X(10).
           05  FILLER                PIC X(8)   VALUE '  RATE: '.
           05  BSL-RATE              PIC .9999.
           05  FILLER                PIC X(50)  VALUE SPACES.
       01  COLUMN-LINE.
           05  FILLER                PIC X(40)
               VALUE 'CUSTOMER        SALES     RETURNS       '.
           05  FILLER                PIC X(40)
               VALUE '   NET         COST       MARGIN        '.
       01  DETAIL-LINE.
           05  DET-CUST-ID           PIC X(5).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  DET-SALES             PIC ZZZZZZ9.99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-RETURNS           PIC ZZZZZZ9.99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  DET-NET               PIC -ZZZZZZ9.99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  DET-COST              PIC -ZZZZZZ9.99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  DET-MARGIN            PIC -ZZZZZZ9.99.
           05  FILLER                PIC X(13)  VALUE SPACES.
       01  SUMMARY-LINE.
           05  SUM-LABEL             PIC X(30).
           05  SUM-AMOUNT            PIC -ZZZZZZ9.99.
           05  FILLER                PIC X(39)  VALUE SPACES.
       01  MESSAGE-LINE.
           05  MSG-TEXT              PIC X(60).
           05  FILLER                PIC X(20)  VALUE SPACES.
       01  BLANK-LINE                PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'COMMISSION MONTH (YYYYMM)?'
           ACCEPT WS-RUN-MONTH-X
           PERFORM UNTIL WS-RUN-MONTH-X IS NUMERIC
               AND WS-RUN-MM > 00 AND WS-RUN-MM < 13
               DISPLAY 'MONTH MUST BE YYYYMM WITH MM 01-12, RE-ENTER'
               ACCEPT WS-RUN-MONTH-X
           END-PERFORM
           PERFORM 800-LOG-START
           PERFORM 150-OPEN-FILES
           PERFORM 200-LOAD-REPS
           OPEN OUTPUT COMMISSION-WORK-FILE
           PERFORM 300-EXTRACT-SALES
           PERFORM 350-EXTRACT-RETURNS
           CLOSE COMMISSION-WORK-FILE
                 CUSTOMER-MASTER
                 INVENTORY-MASTER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-REP-CODE SORT-CUST-ID
               USING COMMISSION-WORK-FILE
               GIVING SORTED-COMMISSION-FILE
           OPEN INPUT SORTED-COMMISSION-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND COMMISSION-PAY-FILE
           IF WS-PAY-FILE-STATUS NOT = '00' AND
              WS-PAY-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN COMMISSION EARNINGS FILE, '
                   'STATUS: ', WS-PAY-FILE-STATUS
               DISPLAY 'NO COMMISSION PAID'
               CLOSE SORTED-COMMISSION-FILE
                     STATEMENT-FILE
                     SALES-REP-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           PERFORM 450-READ-SORTED
           PERFORM 400-REP-STATEMENT
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT
           CLOSE SORTED-COMMISSION-FILE
                 STATEMENT-FILE
                 COMMISSION-PAY-FILE
                 SALES-REP-FILE
           DISPLAY ' '
           DISPLAY 'COMMISSION RUN COMPLETE FOR ', WS-RUN-MONTH
           DISPLAY 'LINES IN MONTH:          ', WS-LINES-READ
           DISPLAY 'LINES CREDITED TO REPS:  ', WS-LINES-CREDITED
           DISPLAY 'HOUSE OR UNASSIGNED:     ', WS-LINES-HOUSE
           DISPLAY 'REPS PAID:               ', WS-REPS-PAID
           DISPLAY 'REPS CARRYING NEGATIVE:  ', WS-REPS-CARRIED
           DISPLAY 'REPS ALREADY RUN:        ', WS-REPS-SKIPPED
           DISPLAY 'TOTAL TO PAYROLL:        ', WS-TOTAL-PAID
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *THE REP TABLE AND BOTH MASTERS ARE REQUIRED -- MARGIN CANNOT BE *
      *WORKED WITHOUT THE UNIT COSTS, AND PAYING ON A GUESSED COST     *
      *WOULD HAVE TO BE CLAWED BACK LATER                              *
      ******************************************************************
       150-OPEN-FILES.
           OPEN I-O SALES-REP-FILE
           IF WS-REP-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN SALES REP TABLE, STATUS: ',
                   WS-REP-FILE-STATUS
               DISPLAY 'SET UP THE REPS WITH REPMNT, NO COMMISSION RUN'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CUSTOMER MASTER, STATUS: ',
                   WS-CUSTMAST-STATUS
               DISPLAY 'NO COMMISSION RUN'
               CLOSE SALES-REP-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'NO COMMISSION RUN'
               CLOSE SALES-REP-FILE
                     CUSTOMER-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF.
       200-LOAD-REPS.
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SALES-REP-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 210-STORE-REP
               END-READ
           END-PERFORM
           IF WS-REP-COUNT = ZERO
               DISPLAY 'NO REPS ON THE SALES REP TABLE, NO COMMISSION '
                   'RUN'
               CLOSE SALES-REP-FILE
                     CUSTOMER-MASTER
                     INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF.
       210-STORE-REP.
           IF WS-REP-COUNT = 50
               DISPLAY 'MORE THAN 50 REPS ON THE SALES REP TABLE, '
                   'NO COMMISSION RUN'
               CLOSE SALES-REP-FILE
                     CUSTOMER-MASTER
                     INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ADD 1 TO WS-REP-COUNT
           MOVE REP-CODE TO RT-CODE (WS-REP-COUNT)
           MOVE REP-NAME TO RT-NAME (WS-REP-COUNT)
           MOVE REP-EMP-NO TO RT-EMP-NO (WS-REP-COUNT)
           MOVE REP-BASIS TO RT-BASIS (WS-REP-COUNT)
           MOVE REP-RATE TO RT-RATE (WS-REP-COUNT)
           MOVE REP-LAST-MONTH TO RT-LAST-MONTH (WS-REP-COUNT)
           MOVE REP-CARRY TO RT-CARRY (WS-REP-COUNT).
      ******************************************************************
      *AN ORDER HEADER REPEATS THE TOTALS OF ITS LINES, SO ONLY THE    *
      *LINES ARE CREDITED.  COST IS QUANTITY TIMES THE MASTER UNIT     *
      *COST.  A BACKORDER-RELEASE BILLING CARRIES A ZERO QUANTITY, SO  *
      *ITS UNITS ARE COSTED OFF THE RELEASE LINE (TYPE R) BORELSE      *
      *WRITES AFTER IT, WHOSE SALES ARE ALREADY ON THE BILLING AND     *
      *ARE NOT CREDITED A SECOND TIME                                  *
      ******************************************************************
       300-EXTRACT-SALES.
           OPEN INPUT SALES-HISTORY-FILE
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF HST-REC-TYPE NOT = 'H'
                           AND HST-TRAN-DATE IS NUMERIC
                           AND HST-TRAN-MONTH = WS-RUN-MONTH
                           PERFORM 310-CREDIT-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY-FILE.
       310-CREDIT-SALE.
           ADD 1 TO WS-LINES-READ
           IF HST-NET-DOLS NOT NUMERIC OR HST-NET-CENTS NOT NUMERIC
               DISPLAY 'SALE SKIPPED, BAD NET AMOUNT, QUOTE: ',
                   HST-QUOTE-NO
               ADD 1 TO WS-LINES-HOUSE
           ELSE
               MOVE HST-IDENT TO WS-LOOK-CUST
               PERFORM 500-FIND-CUSTOMER-REP
               IF WS-REP-SUB > WS-REP-COUNT
                   ADD 1 TO WS-LINES-HOUSE
               ELSE
                   MOVE HST-NET TO WS-NET-WORK
                   IF HST-REC-TYPE = 'R'
                       MOVE ZERO TO WS-NET-WORK
                   END-IF
                   MOVE HST-PART-NO TO WS-LOOK-PART
                   IF HST-QTY IS NUMERIC
                       MOVE HST-QTY TO WS-LOOK-QTY
                   ELSE
                       MOVE ZERO TO WS-LOOK-QTY
                   END-IF
                   PERFORM 510-COMPUTE-COST
                   MOVE WS-LOOK-REP TO CWK-REP-CODE
                   MOVE WS-LOOK-CUST TO CWK-CUST-ID
                   MOVE WS-NET-WORK TO CWK-SALES-NET
                   MOVE WS-COST-WORK TO CWK-SALES-COST
                   MOVE ZERO TO CWK-RETURN-NET
                   MOVE ZERO TO CWK-RETURN-COST
                   WRITE COMMISSION-WORK-REC
                   ADD 1 TO WS-LINES-CREDITED
               END-IF
           END-IF.
      ******************************************************************
      *A RETURN IS TAKEN BACK AT THE CREDIT GIVEN LESS THE SALES TAX   *
      *REFUNDED WITH IT, AND AT THE COST OF THE UNITS RETURNED         *
      *WHETHER THEY WENT BACK ON THE SHELF OR NOT                      *
      ******************************************************************
       350-EXTRACT-RETURNS.
           OPEN INPUT RETURN-HISTORY-FILE
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ RETURN-HISTORY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF RTH-RETURN-DATE IS NUMERIC
                           AND RTH-RETURN-MONTH = WS-RUN-MONTH
                           PERFORM 360-CHARGE-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-HISTORY-FILE.
       360-CHARGE-RETURN.
           ADD 1 TO WS-LINES-READ
           IF RTH-CREDIT-AMT NOT NUMERIC
               DISPLAY 'RETURN SKIPPED, BAD CREDIT AMOUNT, QUOTE: ',
                   RTH-QUOTE-NO
               ADD 1 TO WS-LINES-HOUSE
           ELSE
               MOVE RTH-CUST-ID TO WS-LOOK-CUST
               PERFORM 500-FIND-CUSTOMER-REP
               IF WS-REP-SUB > WS-REP-COUNT
                   ADD 1 TO WS-LINES-HOUSE
               ELSE
                   MOVE RTH-CREDIT-AMT TO WS-NET-WORK
                   IF RTH-TAX-AMT IS NUMERIC
                       AND RTH-TAX-AMT NOT > WS-NET-WORK
                       SUBTRACT RTH-TAX-AMT FROM WS-NET-WORK
                   END-IF
                   MOVE RTH-PART-NO TO WS-LOOK-PART
                   IF RTH-QTY IS NUMERIC
                       MOVE RTH-QTY TO WS-LOOK-QTY
                   ELSE
                       MOVE ZERO TO WS-LOOK-QTY
                   END-IF
                   PERFORM 510-COMPUTE-COST
                   MOVE WS-LOOK-REP TO CWK-REP-CODE
                   MOVE WS-LOOK-CUST TO CWK-CUST-ID
                   MOVE ZERO TO CWK-SALES-NET
                   MOVE ZERO TO CWK-SALES-COST
                   MOVE WS-NET-WORK TO CWK-RETURN-NET
                   MOVE WS-COST-WORK TO CWK-RETURN-COST
                   WRITE COMMISSION-WORK-REC
                   ADD 1 TO WS-LINES-CREDITED
               END-IF
           END-IF.
      ******************************************************************
      *EACH REP SHOWS ON THEIR OWN PAGE EVEN IN A MONTH WITH NO SALES, *
      *SO A CARRIED NEGATIVE IS NEVER OUT OF SIGHT.  EVERY WRITE       *
      *CARRIES AN ADVANCING PHRASE -- MIXING PLAIN WRITES WITH AN      *
      *ADVANCING WRITE GLUES LINES TOGETHER AT THE PAGE BREAK          *
      ******************************************************************
       400-REP-STATEMENT.
           MOVE WS-RUN-MONTH TO HDG-MONTH
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           IF WS-PAGES-PRINTED = ZERO
               WRITE STATEMENT-REC FROM HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE STATEMENT-REC FROM HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-PAGES-PRINTED
           MOVE RT-CODE (WS-REP-SUB) TO RPL-CODE
           MOVE RT-NAME (WS-REP-SUB) TO RPL-NAME
           MOVE RT-EMP-NO (WS-REP-SUB) TO RPL-EMP-NO
           WRITE STATEMENT-REC FROM REP-LINE
               AFTER ADVANCING 2 LINES
           IF RT-BASIS (WS-REP-SUB) = 'M'
               MOVE 'MARGIN' TO BSL-BASIS
           ELSE
               MOVE 'NET SALES' TO BSL-BASIS
           END-IF
           MOVE RT-RATE (WS-REP-SUB) TO BSL-RATE
           WRITE STATEMENT-REC FROM BASIS-LINE
               AFTER ADVANCING 1 LINE
           WRITE STATEMENT-REC FROM COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-REP-SALES
           MOVE ZERO TO WS-REP-RETURNS
           MOVE ZERO TO WS-REP-COST
           PERFORM 410-CUSTOMER-GROUP
               UNTIL WS-SORTED-EOF = 'Y'
                  OR SRT-REP-CODE NOT = RT-CODE (WS-REP-SUB)
           MOVE 'TOTAL' TO DET-CUST-ID
           MOVE WS-REP-SALES TO DET-SALES
           MOVE WS-REP-RETURNS TO DET-RETURNS
           SUBTRACT WS-REP-RETURNS FROM WS-REP-SALES
               GIVING WS-REP-NET
           MOVE WS-REP-NET TO DET-NET
           MOVE WS-REP-COST TO DET-COST
           SUBTRACT WS-REP-COST FROM WS-REP-NET
               GIVING WS-REP-MARGIN
           MOVE WS-REP-MARGIN TO DET-MARGIN
           WRITE STATEMENT-REC FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 430-SETTLE-REP THRU 430-EXIT.
       410-CUSTOMER-GROUP.
           MOVE SRT-CUST-ID TO WS-HOLD-CUST
           MOVE ZERO TO WS-CUST-SALES
           MOVE ZERO TO WS-CUST-RETURNS
           MOVE ZERO TO WS-CUST-COST
           PERFORM 420-ADD-WORK-RECORD
               UNTIL WS-SORTED-EOF = 'Y'
                  OR SRT-REP-CODE NOT = RT-CODE (WS-REP-SUB)
                  OR SRT-CUST-ID NOT = WS-HOLD-CUST
           MOVE WS-HOLD-CUST TO DET-CUST-ID
           MOVE WS-CUST-SALES TO DET-SALES
           MOVE WS-CUST-RETURNS TO DET-RETURNS
           COMPUTE WS-MARGIN-WORK = WS-CUST-SALES - WS-CUST-RETURNS
           MOVE WS-MARGIN-WORK TO DET-NET
           MOVE WS-CUST-COST TO DET-COST
           SUBTRACT WS-CUST-COST FROM WS-MARGIN-WORK
           MOVE WS-MARGIN-WORK TO DET-MARGIN
           WRITE STATEMENT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-CUST-SALES TO WS-REP-SALES
           ADD WS-CUST-RETURNS TO WS-REP-RETURNS
           ADD WS-CUST-COST TO WS-REP-COST.
       420-ADD-WORK-RECORD.
           ADD SRT-SALES-NET TO WS-CUST-SALES
           ADD SRT-RETURN-NET TO WS-CUST-RETURNS
           ADD SRT-SALES-COST TO WS-CUST-COST
           SUBTRACT SRT-RETURN-COST FROM WS-CUST-COST
           PERFORM 450-READ-SORTED.
      ******************************************************************
      *COMMISSION IS THE RATE ON NET OR MARGIN PLUS WHATEVER NEGATIVE  *
      *WAS CARRIED IN.  ANYTHING ABOVE ZERO GOES TO PAYROLL; A         *
      *NEGATIVE RESULT IS CARRIED TO NEXT MONTH.  THE REP TABLE IS     *
      *MARKED BEFORE THE EARNINGS ARE WRITTEN, SO AN ABORT BETWEEN THE *
      *TWO CAN LOSE ONE REP'S PAYMENT (IT IS ON THE STATEMENT AND CAN  *
      *BE PAID BY HAND) BUT CAN NEVER PAY IT TWICE                     *
      ******************************************************************
       430-SETTLE-REP.
           IF RT-LAST-MONTH (WS-REP-SUB) NOT < WS-RUN-MONTH
               ADD 1 TO WS-REPS-SKIPPED
               MOVE 'ALREADY RUN FOR THIS MONTH OR LATER -- NOT PAID '
                   TO MSG-TEXT
               WRITE STATEMENT-REC FROM MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 430-EXIT
           END-IF
           IF RT-BASIS (WS-REP-SUB) = 'M'
               MOVE WS-REP-MARGIN TO WS-BASE-AMOUNT
           ELSE
               MOVE WS-REP-NET TO WS-BASE-AMOUNT
           END-IF
           COMPUTE WS-COMMISSION ROUNDED =
               WS-BASE-AMOUNT * RT-RATE (WS-REP-SUB)
           ADD WS-COMMISSION RT-CARRY (WS-REP-SUB)
               GIVING WS-PAYABLE
           MOVE 'COMMISSION BASE:' TO SUM-LABEL
           MOVE WS-BASE-AMOUNT TO SUM-AMOUNT
           WRITE STATEMENT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'COMMISSION THIS MONTH:' TO SUM-LABEL
           MOVE WS-COMMISSION TO SUM-AMOUNT
           WRITE STATEMENT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CARRIED FROM PRIOR MONTHS:' TO SUM-LABEL
           MOVE RT-CARRY (WS-REP-SUB) TO SUM-AMOUNT
           WRITE STATEMENT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE RT-CODE (WS-REP-SUB) TO REP-CODE
           READ SALES-REP-FILE
               INVALID KEY
                   DISPLAY 'REP ', RT-CODE (WS-REP-SUB), ' NO LONGER '
                       'ON THE TABLE, NOT PAID'
                   GO TO 430-EXIT
           END-READ
           MOVE WS-RUN-MONTH TO REP-LAST-MONTH
           IF WS-PAYABLE > ZERO
               MOVE ZERO TO REP-CARRY
           ELSE
               MOVE WS-PAYABLE TO REP-CARRY
           END-IF
           REWRITE SALES-REP-REC
               INVALID KEY
                   DISPLAY 'REP TABLE REWRITE ERROR, STATUS: ',
                       WS-REP-FILE-STATUS, ' REP: ', REP-CODE,
                       ', NOT PAID'
                   GO TO 430-EXIT
           END-REWRITE
           IF WS-PAYABLE > ZERO
               MOVE RT-EMP-NO (WS-REP-SUB) TO CMP-EMP-NO
               MOVE RT-CODE (WS-REP-SUB) TO CMP-REP-CODE
               MOVE WS-RUN-MONTH TO CMP-MONTH
               MOVE WS-PAYABLE TO CMP-AMOUNT
               WRITE COMMISSION-PAY-REC
               ADD 1 TO WS-REPS-PAID
               ADD WS-PAYABLE TO WS-TOTAL-PAID
               MOVE 'PAYABLE ON NEXT CHECK:' TO SUM-LABEL
           ELSE
               ADD 1 TO WS-REPS-CARRIED
               MOVE 'CARRIED TO NEXT MONTH:' TO SUM-LABEL
           END-IF
           MOVE WS-PAYABLE TO SUM-AMOUNT
           WRITE STATEMENT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
       430-EXIT.
           EXIT.
       450-READ-SORTED.
           READ SORTED-COMMISSION-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF
           END-READ.
      ******************************************************************
      *FINDS THE CUSTOMER'S REP IN THE TABLE.  WS-REP-SUB PAST THE END *
      *OF THE TABLE MEANS NOBODY IS CREDITED: A HOUSE ACCOUNT, A       *
      *CUSTOMER NO LONGER ON THE MASTER, OR A CODE NOT ON THE TABLE    *
      ******************************************************************
       500-FIND-CUSTOMER-REP.
           MOVE SPACES TO WS-LOOK-REP
           MOVE WS-LOOK-CUST TO CMST-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON MASTER, NO COMMISSION: ',
                       WS-LOOK-CUST
               NOT INVALID KEY
                   MOVE CMST-REP-CODE TO WS-LOOK-REP
           END-READ
           MOVE 1 TO WS-REP-SUB
           IF WS-LOOK-REP = SPACES
               COMPUTE WS-REP-SUB = WS-REP-COUNT + 1
           ELSE
               PERFORM UNTIL WS-REP-SUB > WS-REP-COUNT
                          OR RT-CODE (WS-REP-SUB) = WS-LOOK-REP
                   ADD 1 TO WS-REP-SUB
               END-PERFORM
               IF WS-REP-SUB > WS-REP-COUNT
                   DISPLAY 'REP CODE ', WS-LOOK-REP, ' OF CUSTOMER ',
                       WS-LOOK-CUST, ' NOT ON THE REP TABLE'
               END-IF
           END-IF.
       510-COMPUTE-COST.
           MOVE ZERO TO WS-COST-WORK
           IF WS-LOOK-QTY > ZERO
               MOVE WS-LOOK-PART TO MST-PART-NO
               READ INVENTORY-MASTER
                   INVALID KEY
                       DISPLAY 'PART ', WS-LOOK-PART, ' NOT ON MASTER, '
                           'COSTED AT ZERO'
                   NOT INVALID KEY
                       MOVE MST-UNIT-COST TO WS-UNIT-COST
                       COMPUTE WS-COST-WORK ROUNDED =
                           WS-LOOK-QTY * WS-UNIT-COST
               END-READ
           END-IF.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'CMSNRUN ' TO LOG-PROGRAM-ID
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
           MOVE 'CMSNRUN ' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-LINES-READ TO LOG-RECORDS-READ
           MOVE WS-LINES-CREDITED TO LOG-RECORDS-WRITTEN
           MOVE WS-LINES-HOUSE TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
