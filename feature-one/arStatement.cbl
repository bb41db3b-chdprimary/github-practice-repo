      *PURPOSE. MONTH-END CUSTOMER STATEMENTS OFF THE AR DETAIL FILE.  *
      *         THE BILLING RUNS (DEANASG3, BORELSE, SUPAPPR) WRITE A  *
      *         DATED CHARGE ITEM FOR EVERY BILLED NET AND CASHPOST    *
      *         WRITES A DATED PAYMENT ITEM FOR EVERY CHECK (CUSTRTN   *
      *         WRITES A CREDIT ITEM FOR EVERY RETURN), SO THIS RUN    *
      *         CAN PRINT, PER CUSTOMER, THE OPENING BALANCE, THE      *
      *         MONTH'S CHARGES, PAYMENTS AND CREDITS, THE CLOSING     *
      *         BALANCE, AND 30/60/90-DAY AGING OF WHAT IS STILL OPEN  *
      *         -- PAYMENTS AND CREDITS APPLIED TO THE OLDEST CHARGES  *
      *         FIRST.  ONE PAGE PER CUSTOMER, THE WAY QUOTEPRT        *
      *         PAGES.  AGING IS BY STATEMENT MONTH: A CHARGE FROM THE *
      *         STATEMENT MONTH IS CURRENT, ONE MONTH BACK IS 30 DAYS, *
      *         AND SO ON.                                             *
      *         COLLECTIONS USED TO WORK FROM MEMORY AND THE CONSOLE   *
      *         LOG WHEN A CUSTOMER DISPUTED THE LUMP BALANCE.         *
      *         THE COLLECT RUN'S FINANCE CHARGES (ITEM TYPE F) ARE    *
      *         CHARGES LIKE ANY OTHER BUT PRINT AND TOTAL ON THEIR    *
      *         OWN LINE; RUN COLLECT FIRST SO THE MONTH'S FINANCE     *
      *         CHARGE IS ON THE STATEMENT.  PERPURGE MOVES PAID-OFF   *
      *         ITEMS OF A CLOSED MONTH TO ARARC.DAT AND LEAVES ONE    *
      *         BALANCE FORWARD CREDIT (ITEM TYPE B) DATED THE CLOSE   *
      *         DATE; IT IS A CREDIT LIKE A PAYMENT AND PRINTS AS BAL  *
      *         FWD.  A STATEMENT FOR A MONTH ALREADY CLOSED IS RUN    *
      *         OFF THE ARCHIVED ITEMS PLUS THE ITEMS STILL ON FILE,   *
      *         LEAVING OUT THE BALANCE FORWARDS THEY STAND FOR, SO IT *
      *         REPRINTS EXACTLY AS IT FIRST DID.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\ARDETAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-ARCHIVE-FILE
               ASSIGN TO 'C:\CHAPTER5\ARARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARA-KEY
               FILE STATUS IS WS-ARA-STATUS.
           SELECT OPTIONAL PURGE-CONTROL-FILE
               ASSIGN TO 'C:\CHAPTER5\PURGECTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGC-CLOSE-MONTH
               FILE STATUS IS WS-PGC-STATUS.
           SELECT AR-EXTRACT-FILE
               ASSIGN TO 'C:\CHAPTER5\ARSTEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-ITEMS-FILE
           05  AR-ITEM-TYPE          PIC X(1).
           05  AR-REFERENCE          PIC X(6).
           05  AR-AMOUNT             PIC 9(7)V99.
      ******************************************************************
      *AR ITEMS ARCHIVED BY PERPURGE, CARRYING THE AR ITEM WHOLE       *
      ******************************************************************
       FD  AR-ARCHIVE-FILE.
       01  AR-ARCHIVE-REC.
           05  ARA-KEY.
               10  ARA-CUST-ID       PIC X(5).
               10  ARA-ITEM-DATE     PIC 9(8).
               10  ARA-CLOSE-MONTH   PIC 9(6).
               10  ARA-SEQ           PIC 9(7).
           05  ARA-DETAIL.
               10  FILLER            PIC X(13).
               10  ARA-ITEM-TYPE     PIC X(1).
               10  FILLER            PIC X(15).
      ******************************************************************
      *PERPURGE'S RECORD OF EACH MONTH CLOSED -- STAGE 5 MEANS THE AR  *
      *DETAIL FILE HAS BEEN REPLACED                                   *
      ******************************************************************
       FD  PURGE-CONTROL-FILE.
       01  PURGE-CONTROL-REC.
           05  PGC-CLOSE-MONTH       PIC 9(6).
           05  PGC-CLOSE-DATE        PIC 9(8).
           05  PGC-STAGE             PIC 9(1).
           05  FILLER                PIC X(189).
       FD  AR-EXTRACT-FILE.
       01  AR-EXTRACT-REC            PIC X(29).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-ID          PIC X(5).
           05  CMST-CREDIT-LIMIT     PIC 9(7).
           05  CMST-STATUS           PIC X(1).
           05  CMST-BALANCE          PIC 9(7)V99.
           05  CMST-TAX-JURIS        PIC X(4).
           05  CMST-TAX-EXEMPT       PIC X(1).
           05  CMST-EXEMPT-CERT      PIC X(15).
           05  CMST-REP-CODE         PIC X(3).
       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-REC       PIC X(90).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-FIRST-RECORD           PIC X(1)  VALUE 'Y'.
       01  WS-ARA-STATUS             PIC X(2).
       01  WS-PGC-STATUS             PIC X(2).
       01  WS-PGC-DONE               PIC X(1)  VALUE 'N'.
       01  WS-ARCHIVED-THROUGH       PIC 9(6)  VALUE ZERO.
       01  WS-HOLD-CUST-ID           PIC X(5).
       01  WS-STMT-MONTH-X           PIC X(6).
       01  WS-STMT-MONTH REDEFINES WS-STMT-MONTH-X
       01  WS-OPENING-PRINTED        PIC X(1).
       01  WS-OPENING-BAL            PIC S9(9)V99.
       01  WS-MONTH-CHARGES          PIC 9(9)V99.
       01  WS-MONTH-FINANCE          PIC 9(9)V99.
       01  WS-MONTH-PAYMENTS         PIC 9(9)V99.
       01  WS-MONTH-CREDITS          PIC 9(9)V99.
       01  WS-CLOSING-BAL            PIC S9(9)V99.
       01  WS-PAY-POOL               PIC S9(9)V99.
       01  WS-AGE-CURRENT            PIC 9(9)V99.
           COMPUTE WS-STMT-MONTHS =
               WS-STMT-YEAR * 12 + WS-STMT-MM
           MOVE WS-STMT-MONTH TO TTL-STMT-MONTH
           PERFORM 150-FIND-ARCHIVE
           IF WS-STMT-MONTH NOT > WS-ARCHIVED-THROUGH
               PERFORM 160-EXTRACT-ARCHIVE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-CUST-ID
                                    SORT-ITEM-DATE
                   USING AR-EXTRACT-FILE
                   GIVING SORTED-ITEMS-FILE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-CUST-ID
                                    SORT-ITEM-DATE
                   USING AR-DETAIL-FILE
                   GIVING SORTED-ITEMS-FILE
           END-IF
           OPEN INPUT SORTED-ITEMS-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
           DISPLAY 'STATEMENTS PRINTED: ', WS-STATEMENTS-PRINTED
           STOP RUN.
      ******************************************************************
      *THE LATEST MONTH WHOSE AR ITEMS PERPURGE HAS FINISHED WITH;     *
      *ZERO WHEN NOTHING HAS BEEN CLOSED                               *
      ******************************************************************
       150-FIND-ARCHIVE.
           OPEN INPUT PURGE-CONTROL-FILE
           IF WS-PGC-STATUS = '00'
               PERFORM UNTIL WS-PGC-DONE = 'Y'
                   READ PURGE-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PGC-DONE
                       NOT AT END
                           IF PGC-STAGE = 5 AND
                              PGC-CLOSE-MONTH > WS-ARCHIVED-THROUGH
                               MOVE PGC-CLOSE-MONTH
                                   TO WS-ARCHIVED-THROUGH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PURGE-CONTROL-FILE.
      ******************************************************************
      *EVERY ITEM EVER POSTED IS EITHER STILL ON THE DETAIL FILE OR ON *
      *THE ARCHIVE, SO THE TWO TOGETHER LESS THE BALANCE FORWARDS ARE  *
      *THE FILE AS IT STOOD BEFORE ANY MONTH WAS CLOSED                *
      ******************************************************************
       160-EXTRACT-ARCHIVE.
           DISPLAY 'MONTH ', WS-STMT-MONTH, ' HAS BEEN CLOSED, '
               'READING THE AR ARCHIVE'
           OPEN INPUT AR-ARCHIVE-FILE
           IF WS-ARA-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN AR ARCHIVE, STATUS: ',
                   WS-ARA-STATUS
               CLOSE AR-ARCHIVE-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT AR-EXTRACT-FILE
           OPEN INPUT AR-DETAIL-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ AR-DETAIL-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF AR-ITEM-TYPE NOT = 'B'
                           WRITE AR-EXTRACT-REC FROM AR-DETAIL-REC
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ AR-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF ARA-ITEM-TYPE NOT = 'B'
                           WRITE AR-EXTRACT-REC FROM ARA-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-RECORDS-IN
           CLOSE AR-DETAIL-FILE
                 AR-ARCHIVE-FILE
                 AR-EXTRACT-FILE.
      ******************************************************************
      *THE FILE IS SORTED BY CUSTOMER AND DATE, SO EVERY ITEM BEFORE   *
      *THE STATEMENT MONTH ARRIVES AHEAD OF THE MONTH'S ITEMS AND      *
      *ROLLS SILENTLY INTO THE OPENING BALANCE; THE MONTH'S OWN ITEMS  *
           END-IF
           COMPUTE WS-AGE-MONTHS =
               WS-STMT-MONTHS - WS-ITEM-MONTHS
      ******************************************************************
      *A RETURN CREDIT (TYPE R) WORKS AGAINST THE OPEN CHARGES THE     *
      *SAME WAY A PAYMENT DOES BUT IS TOTALLED ON ITS OWN LINE, SO     *
      *THE CUSTOMER CAN TELL MONEY SENT FROM GOODS SENT BACK.  A       *
      *BALANCE FORWARD (TYPE B) IS A CREDIT THE SAME WAY               *
      ******************************************************************
           IF SRT-ITEM-TYPE = 'P' OR SRT-ITEM-TYPE = 'R'
              OR SRT-ITEM-TYPE = 'B'
               ADD SRT-AMOUNT TO WS-PAY-POOL
               IF WS-AGE-MONTHS = ZERO
                   IF SRT-ITEM-TYPE = 'P'
                       ADD SRT-AMOUNT TO WS-MONTH-PAYMENTS
                   ELSE
                       ADD SRT-AMOUNT TO WS-MONTH-CREDITS
                   END-IF
                   PERFORM 280-PRINT-ITEM
               ELSE
                   SUBTRACT SRT-AMOUNT FROM WS-OPENING-BAL
           ELSE
               PERFORM 270-REMEMBER-CHARGE
               IF WS-AGE-MONTHS = ZERO
                   IF SRT-ITEM-TYPE = 'F'
                       ADD SRT-AMOUNT TO WS-MONTH-FINANCE
                   ELSE
                       ADD SRT-AMOUNT TO WS-MONTH-CHARGES
                   END-IF
                   PERFORM 280-PRINT-ITEM
               ELSE
                   ADD SRT-AMOUNT TO WS-OPENING-BAL
               PERFORM 350-PRINT-OPENING
           END-IF
           MOVE SRT-ITEM-DATE TO DET-ITEM-DATE
           EVALUATE SRT-ITEM-TYPE
               WHEN 'P'
                   MOVE 'PAYMENT' TO DET-ITEM-TYPE
               WHEN 'R'
                   MOVE 'CREDIT' TO DET-ITEM-TYPE
               WHEN 'F'
                   MOVE 'FIN CHG' TO DET-ITEM-TYPE
               WHEN 'B'
                   MOVE 'BAL FWD' TO DET-ITEM-TYPE
               WHEN OTHER
                   MOVE 'CHARGE' TO DET-ITEM-TYPE
           END-EVALUATE
           MOVE SRT-REFERENCE TO DET-REFERENCE
           MOVE SRT-AMOUNT TO DET-AMOUNT
           WRITE STATEMENT-PRINT-REC FROM DETAIL-LINE
       300-START-CUSTOMER.
           MOVE ZERO TO WS-OPENING-BAL
           MOVE ZERO TO WS-MONTH-CHARGES
           MOVE ZERO TO WS-MONTH-FINANCE
           MOVE ZERO TO WS-MONTH-PAYMENTS
           MOVE ZERO TO WS-MONTH-CREDITS
           MOVE ZERO TO WS-PAY-POOL
           MOVE ZERO TO WS-CHG-COUNT
           MOVE 'N' TO WS-CHG-TABLE-FULL
           MOVE WS-MONTH-CHARGES TO TOT-AMOUNT
           WRITE STATEMENT-PRINT-REC FROM TOTALS-LINE
               AFTER ADVANCING 1 LINE
           IF WS-MONTH-FINANCE > ZERO
               MOVE 'FINANCE CHARGES THIS MONTH:   ' TO TOT-LABEL
               MOVE WS-MONTH-FINANCE TO TOT-AMOUNT
               WRITE STATEMENT-PRINT-REC FROM TOTALS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'PAYMENTS THIS MONTH:          ' TO TOT-LABEL
           MOVE WS-MONTH-PAYMENTS TO TOT-AMOUNT
           WRITE STATEMENT-PRINT-REC FROM TOTALS-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CREDITS THIS MONTH:           ' TO TOT-LABEL
           MOVE WS-MONTH-CREDITS TO TOT-AMOUNT
           WRITE STATEMENT-PRINT-REC FROM TOTALS-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-CLOSING-BAL =
               WS-OPENING-BAL + WS-MONTH-CHARGES + WS-MONTH-FINANCE
                   - WS-MONTH-PAYMENTS - WS-MONTH-CREDITS
           MOVE 'CLOSING BALANCE:              ' TO TOT-LABEL
           MOVE WS-CLOSING-BAL TO TOT-AMOUNT
           WRITE STATEMENT-PRINT-REC FROM TOTALS-LINE
