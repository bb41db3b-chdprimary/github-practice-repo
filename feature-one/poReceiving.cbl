      *         INVMAINT R TRANSACTIONS WITH NO LINK TO THE ORDER,     *
      *         NOTHING EVER CLOSED A PO, AND POGEN REORDERED PARTS    *
      *         WHOSE REPLENISHMENT WAS ALREADY IN TRANSIT.            *
      *         EACH RECEIPT APPLIED IS ALSO WRITTEN TO THE GL         *
      *         INTERFACE FILE UNDER ITS PO NUMBER, VALUED AT THE PO   *
      *         UNIT PRICE -- INVENTORY DEBITED, RECEIVED-NOT-INVOICED *
      *         CREDITED -- ON THE ACCOUNTS GLMAPMNT MAPS FOR PORECV.  *
      *         EVERY LINE CLOSED IS KEPT ON THE RECEIPT HISTORY FILE  *
      *         WITH ITS ORDER AND RECEIPT DATES AND PO UNIT PRICE, SO *
      *         THE VENDOR INVOICE MATCH (APMATCH) CAN STILL SEE WHAT  *
      *         WAS RECEIVED AFTER THE LINE HAS LEFT OPENPO.DAT.       *
      *         A RECEIPT LINE MAY NAME THE LOCATION THE DELIVERY WAS  *
      *         PUT AWAY AT; A BLANK LOCATION IS THE MAIN WAREHOUSE.   *
      *         THE QUANTITY IS POSTED TO THE PART'S STOCK AT THAT     *
      *         LOCATION AS WELL AS TO THE MASTER TOTAL.               *
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
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO 'C:\CHAPTER5\RCVHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCH-KEY
               FILE STATUS IS WS-RCVHIST-STATUS.
           SELECT RECEIVING-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\PORECV.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO 'C:\CHAPTER5\GLACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT OPTIONAL GL-INTERFACE-FILE
               ASSIGN TO 'C:\CHAPTER5\GLINTF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPTS-FILE.
           05  RCV-QTY-X             PIC X(5).
           05  RCV-QTY REDEFINES RCV-QTY-X
                                     PIC 9(5).
           05  RCV-LOCATION          PIC X(4).
       FD  OPEN-PO-FILE.
       01  OPEN-PO-REC.
           05  OPO-PO-NO             PIC 9(6).
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
      *NOTES.  THIS RUN LOGS EACH PO RECEIPT AS TYPE P WITH A          *
      *POSITIVE QUANTITY                                               *
           05  MOV-TYPE              PIC X(1).
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
      ******************************************************************
      *ONE RECORD PER PO LINE RECEIVED, KEYED BY PO NUMBER AND PART.   *
      *THE UNIT PRICE IS THE PO LINE'S, HELD AS A PLAIN NUMBER.        *
      *INVOICED QTY STARTS AT ZERO AND IS RAISED BY THE INVOICE MATCH  *
      *AND APPROVAL RUNS, SO ONE RECEIPT CANNOT BE BILLED TWICE        *
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
       FD  RECEIVING-REPORT-FILE.
       01  RECEIVING-REPORT-REC      PIC X(80).
      ******************************************************************
      *GENERAL LEDGER ACCOUNT MAP MAINTAINED WITH GLMAPMNT, KEYED BY   *
      *POSTING SOURCE AND ITEM                                         *
      ******************************************************************
       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-REC.
           05  GLM-KEY.
               10  GLM-SOURCE        PIC X(8).
               10  GLM-ITEM          PIC X(4).
           05  GLM-ACCOUNT           PIC X(10).
           05  GLM-DESCRIPTION       PIC X(20).
      ******************************************************************
      *SHARED GL INTERFACE FILE -- SEE EODCLOSE FOR THE LAYOUT NOTES   *
      ******************************************************************
       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-REC.
           05  GLI-SOURCE            PIC X(8).
           05  GLI-BATCH-STAMP       PIC 9(14).
           05  GLI-ENTRY-DATE        PIC 9(8).
           05  GLI-REFERENCE         PIC X(14).
           05  GLI-ACCOUNT           PIC X(10).
           05  GLI-DR-CR             PIC X(1).
           05  GLI-AMOUNT            PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-RECEIPTS-FILE-STATUS   PIC X(2).
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-LOC-FILE-STATUS        PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-FOUND           PIC X(1).
       01  WS-RCV-LOCATION           PIC X(4).
       01  WS-RECEIPTS-READ          PIC 9(5)  VALUE ZERO.
       01  WS-RECEIPTS-APPLIED       PIC 9(5)  VALUE ZERO.
       01  WS-RECEIPTS-REJECTED      PIC 9(5)  VALUE ZERO.
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-MOVELOG-OK             PIC X(1)  VALUE 'Y'.
       01  WS-MOV-DONE               PIC X(1).
       01  WS-RCVHIST-STATUS         PIC X(2).
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-GL-MAP-OK              PIC X(1)  VALUE 'Y'.
       01  WS-GL-ITEM                PIC X(4).
       01  WS-GL-ACCOUNT             PIC X(10).
       01  WS-GL-INVENTORY-ACCOUNT   PIC X(10).
       01  WS-GL-ACCRUAL-ACCOUNT     PIC X(10).
       01  WS-GL-BATCH-STAMP.
           05  WS-GL-BATCH-DATE      PIC 9(8).
           05  WS-GL-BATCH-TIME      PIC 9(6).
       01  WS-GL-TIME-WORK.
           05  WS-GL-TIME-HHMMSS     PIC 9(6).
           05  FILLER                PIC 9(2).
       01  WS-GL-DR-CR               PIC X(1).
       01  WS-GL-AMOUNT              PIC 9(9)V99.
       01  WS-GL-REFERENCE           PIC X(14).
       01  WS-GL-ENTRIES             PIC 9(7)  VALUE ZERO.
       01  WS-GL-UNIT-PRICE          PIC 999V99.
      ******************************************************************
      *THE WHOLE OPEN-PO FILE IS HELD HERE WHILE THE RECEIPTS ARE      *
      *APPLIED; AT THE END THE STILL-OPEN LINES ARE WRITTEN TO THE     *
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  REPORT-COLUMN-LINE.
           05  FILLER                PIC X(40)
               VALUE 'PO      PART   LOC   ORDERED  RECEIVED  '.
           05  FILLER                PIC X(40)  VALUE 'ON-HAND  NOTE'.
       01  REPORT-DETAIL-LINE.
           05  RPT-PO-NO             PIC 9(6).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-ORDERED-QTY       PIC 9(5).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  RPT-RECEIVED-QTY      PIC 9(5).
           05  RPT-ON-HAND           PIC 9(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-NOTE              PIC X(20).
           05  FILLER                PIC X(14)  VALUE SPACES.
       01  REPORT-REJECT-LINE.
           05  RRJ-PO-NO             PIC X(6).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-REASON            PIC X(40).
           05  FILLER                PIC X(19)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT HDG-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 120-LOAD-GL-ACCOUNTS
           OPEN INPUT RECEIPTS-FILE
           IF WS-RECEIPTS-FILE-STATUS NOT = '00'
               DISPLAY 'RECEIPTS FILE NOT AVAILABLE, STATUS: ',
               STOP RUN
           END-IF
           PERFORM 150-LOAD-OPEN-PO-TABLE
           OPEN I-O RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS NOT = '00' AND
              WS-RCVHIST-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN RECEIPT HISTORY, STATUS: ',
                   WS-RCVHIST-STATUS
               DISPLAY 'CHECK RCVHIST.DAT, NOTHING RECEIVED'
               CLOSE RECEIPTS-FILE
               STOP RUN
           END-IF
           OPEN I-O INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
               DISPLAY 'RUN THE CONVERSION OR CHECK THE FILE, '
                   'NOTHING RECEIVED'
               CLOSE RECEIPTS-FILE
                     RECEIPT-HISTORY-FILE
               STOP RUN
           END-IF
           OPEN INPUT LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN LOCATION MASTER, STATUS: ',
                   WS-LOC-FILE-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NOTHING RECEIVED'
               CLOSE RECEIPTS-FILE
                     RECEIPT-HISTORY-FILE
                     INVENTORY-MASTER
               STOP RUN
           END-IF
           OPEN I-O STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NOTHING RECEIVED'
               CLOSE RECEIPTS-FILE
                     RECEIPT-HISTORY-FILE
                     INVENTORY-MASTER
                     LOCATION-MASTER
               STOP RUN
           END-IF
           OPEN I-O MOVEMENT-LOG-FILE
                   'STATUS: ', WS-MOVELOG-STATUS
               DISPLAY 'MOVEMENTS WILL NOT BE LOGGED THIS RUN'
           END-IF
           OPEN EXTEND GL-INTERFACE-FILE
           OPEN OUTPUT RECEIVING-REPORT-FILE
           WRITE RECEIVING-REPORT-REC FROM REPORT-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           PERFORM 500-WRITE-NEW-OPEN-PO
           CLOSE RECEIPTS-FILE
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 RECEIPT-HISTORY-FILE
                 GL-INTERFACE-FILE
                 RECEIVING-REPORT-FILE
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           DISPLAY 'RECEIPTS REJECTED: ', WS-RECEIPTS-REJECTED
           DISPLAY 'PO LINES CLOSED:   ', WS-LINES-CLOSED
           DISPLAY 'PO LINES OPEN:     ', WS-LINES-STILL-OPEN
           DISPLAY 'GL ENTRIES WRITTEN: ', WS-GL-ENTRIES,
               '  BATCH: PORECV ', WS-GL-BATCH-STAMP
           DISPLAY 'REPLACE OPENPO.DAT WITH OPENPON.DAT BEFORE THE '
               'NEXT POGEN OR RECEIVING RUN'
           STOP RUN.
      ******************************************************************
      *BOTH ACCOUNTS ARE LOOKED UP BEFORE ANY RECEIPT IS APPLIED, SO   *
      *A MISSING MAPPING CAN NEVER PUT STOCK ON THE MASTER THAT THE    *
      *LEDGER DOES NOT KNOW ABOUT                                      *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NOTHING RECEIVED'
               STOP RUN
           END-IF
           MOVE 'INVN' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-INVENTORY-ACCOUNT
           MOVE 'RNIV' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-ACCRUAL-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NOTHING '
                   'RECEIVED'
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'PORECV  ' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR PORECV ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
      ******************************************************************
      *THE WHOLE FILE MUST FIT THE TABLE OR RECEIPTS COULD CLOSE THE   *
      *WRONG LINE, SO AN OVERSIZED FILE STOPS THE RUN BEFORE ANYTHING  *
      *IS TOUCHED                                                      *
           CLOSE OPEN-PO-FILE
           MOVE 'Y' TO MORE-RECORDS-IN.
       200-APPLY-RECEIPT.
           MOVE RCV-LOCATION TO WS-RCV-LOCATION
           IF WS-RCV-LOCATION = SPACES
               MOVE 'MAIN' TO WS-RCV-LOCATION
           END-IF
           IF RCV-PO-NO-X NOT NUMERIC OR RCV-QTY-X NOT NUMERIC
               OR RCV-PART-NO = SPACES
               MOVE 'BAD RECEIPT LINE' TO RRJ-REASON
               PERFORM 300-WRITE-REJECT
               GO TO 200-EXIT
           END-IF
           MOVE WS-RCV-LOCATION TO LOC-CODE
           READ LOCATION-MASTER
               INVALID KEY
                   MOVE 'LOCATION NOT ON LOCATION MASTER' TO RRJ-REASON
                   PERFORM 300-WRITE-REJECT
                   GO TO 200-EXIT
           END-READ
           MOVE 1 TO WS-PO-SUB
           PERFORM UNTIL WS-PO-SUB > WS-PO-COUNT
               OR (TBL-PO-NO (WS-PO-SUB) = RCV-PO-NO
      *CLOSED, SO AN ABORT CANNOT LEAVE A CLOSED LINE WHOSE STOCK      *
      *NEVER ARRIVED ON THE BOOKS.  A RECEIPT FOR A PART NO LONGER ON  *
      *THE MASTER IS REJECTED AND ITS LINE STAYS OPEN FOR PURCHASING   *
      *TO SORT OUT.  THE FIRST DELIVERY OF A PART TO A LOCATION STARTS *
      *ITS STOCK RECORD THERE                                          *
      ******************************************************************
       250-POST-AND-CLOSE.
           MOVE RCV-PART-NO TO MST-PART-NO
           END-READ
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN '00'
                   PERFORM 260-READ-LOCATION-STOCK
                   ADD RCV-QTY TO MST-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO MST-QTY-ON-HAND
                           DISPLAY 'WARNING: RECEIPT OVERFLOWS '
                               'QTY-ON-HAND, PART: ', RCV-PART-NO
                   END-ADD
                   ADD RCV-QTY TO SLOC-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO SLOC-QTY-ON-HAND
                           DISPLAY 'WARNING: RECEIPT OVERFLOWS '
                               'LOCATION STOCK, PART: ', RCV-PART-NO,
                               ' LOCATION: ', WS-RCV-LOCATION
                   END-ADD
                   REWRITE INVENTORY-MASTER-REC
                   IF WS-MASTER-FILE-STATUS NOT = '00'
                       PERFORM 400-MASTER-IO-ABORT
                   END-IF
                   PERFORM 265-WRITE-LOCATION-STOCK
                   MOVE RCV-PART-NO TO MOV-PART-NO
                   MOVE 'P' TO MOV-TYPE
                   MOVE RCV-QTY TO MOV-QTY
                   MOVE MST-QTY-ON-HAND TO MOV-BALANCE-AFTER
                   MOVE WS-RCV-LOCATION TO MOV-LOCATION
                   MOVE SLOC-QTY-ON-HAND TO MOV-LOC-BALANCE-AFTER
                   MOVE SPACES TO MOV-XFER-LOCATION
                   PERFORM 700-WRITE-MOVEMENT
                   PERFORM 270-CLOSE-PO-LINE
               WHEN '23'
               WHEN OTHER
                   PERFORM 400-MASTER-IO-ABORT
           END-EVALUATE.
       260-READ-LOCATION-STOCK.
           MOVE 'Y' TO WS-STKLOC-FOUND
           MOVE RCV-PART-NO TO SLOC-PART-NO
           MOVE WS-RCV-LOCATION TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STKLOC-FOUND
                   MOVE ZERO TO SLOC-QTY-ON-HAND
           END-READ
           IF WS-STKLOC-STATUS NOT = '00' AND
              WS-STKLOC-STATUS NOT = '23'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF.
       265-WRITE-LOCATION-STOCK.
           IF WS-STKLOC-FOUND = 'Y'
               REWRITE STOCK-LOCATION-REC
           ELSE
               WRITE STOCK-LOCATION-REC
           END-IF
           IF WS-STKLOC-STATUS NOT = '00'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF.
       270-CLOSE-PO-LINE.
           ADD RCV-QTY TO TBL-RECEIVED-QTY (WS-PO-SUB)
               ON SIZE ERROR
           ADD 1 TO WS-LINES-CLOSED
           MOVE TBL-PO-NO (WS-PO-SUB) TO RPT-PO-NO
           MOVE TBL-PART-NO (WS-PO-SUB) TO RPT-PART-NO
           MOVE WS-RCV-LOCATION TO RPT-LOCATION
           MOVE TBL-ORDER-QTY (WS-PO-SUB) TO RPT-ORDERED-QTY
           MOVE TBL-RECEIVED-QTY (WS-PO-SUB) TO RPT-RECEIVED-QTY
           MOVE MST-QTY-ON-HAND TO RPT-ON-HAND
                   MOVE 'RECEIVED IN FULL' TO RPT-NOTE
           END-EVALUATE
           WRITE RECEIVING-REPORT-REC FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 275-WRITE-RECEIPT-HISTORY
           PERFORM 280-POST-RECEIPT-TO-GL.
      ******************************************************************
      *A PO LINE NORMALLY CLOSES ON ITS FIRST RECEIPT, SO ITS HISTORY  *
      *RECORD IS NEW.  IF THE SAME PO AND PART WAS EVER RECEIVED       *
      *BEFORE, THIS RECEIPT IS ADDED TO THE RECORD ALREADY THERE       *
      *INSTEAD OF BEING LOST                                           *
      ******************************************************************
       275-WRITE-RECEIPT-HISTORY.
           MOVE TBL-PO-NO (WS-PO-SUB) TO RCH-PO-NO
           MOVE TBL-PART-NO (WS-PO-SUB) TO RCH-PART-NO
           READ RECEIPT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-RCVHIST-STATUS
               WHEN '00'
                   ADD RCV-QTY TO RCH-RECEIVED-QTY
                       ON SIZE ERROR
                           MOVE 99999 TO RCH-RECEIVED-QTY
                   END-ADD
                   MOVE HDG-RUN-DATE TO RCH-RECEIPT-DATE
                   REWRITE RECEIPT-HISTORY-REC
               WHEN '23'
                   MOVE TBL-VENDOR-CODE (WS-PO-SUB) TO RCH-VENDOR-CODE
                   MOVE TBL-ORDER-QTY (WS-PO-SUB) TO RCH-ORDER-QTY
                   MOVE RCV-QTY TO RCH-RECEIVED-QTY
                   MOVE TBL-UNIT-PRICE (WS-PO-SUB) TO RCH-UNIT-PRICE
                   MOVE TBL-ORDER-DATE (WS-PO-SUB) TO RCH-ORDER-DATE
                   MOVE HDG-RUN-DATE TO RCH-RECEIPT-DATE
                   MOVE ZERO TO RCH-INVOICED-QTY
                   WRITE RECEIPT-HISTORY-REC
           END-EVALUATE
           IF WS-RCVHIST-STATUS NOT = '00'
               DISPLAY 'WARNING: RECEIPT HISTORY NOT WRITTEN, STATUS: ',
                   WS-RCVHIST-STATUS, ' PO: ', RCH-PO-NO,
                   ' PART: ', RCH-PART-NO
               DISPLAY 'THE VENDOR''S INVOICE FOR THIS LINE WILL BE '
                   'HELD AS NOT RECEIVED'
           END-IF.
      ******************************************************************
      *THE STOCK IS VALUED AT THE PRICE ON THE PO LINE AND HELD AS     *
      *RECEIVED-NOT-INVOICED UNTIL THE VENDOR'S BILL IS MATCHED        *
      ******************************************************************
       280-POST-RECEIPT-TO-GL.
           MOVE TBL-UNIT-PRICE (WS-PO-SUB) TO WS-GL-UNIT-PRICE
           MULTIPLY RCV-QTY BY WS-GL-UNIT-PRICE GIVING WS-GL-AMOUNT
           MOVE TBL-PO-NO (WS-PO-SUB) TO WS-GL-REFERENCE
           MOVE WS-GL-INVENTORY-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-ACCRUAL-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY.
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'PORECV  ' TO GLI-SOURCE
               MOVE WS-GL-BATCH-STAMP TO GLI-BATCH-STAMP
               MOVE HDG-RUN-DATE TO GLI-ENTRY-DATE
               MOVE WS-GL-REFERENCE TO GLI-REFERENCE
               MOVE WS-GL-ACCOUNT TO GLI-ACCOUNT
               MOVE WS-GL-DR-CR TO GLI-DR-CR
               MOVE WS-GL-AMOUNT TO GLI-AMOUNT
               WRITE GL-INTERFACE-REC
               ADD 1 TO WS-GL-ENTRIES
           END-IF.
       300-WRITE-REJECT.
           ADD 1 TO WS-RECEIPTS-REJECTED
           MOVE RCV-PO-NO-X TO RRJ-PO-NO
           MOVE RCV-PART-NO TO RRJ-PART-NO
           MOVE WS-RCV-LOCATION TO RRJ-LOCATION
           WRITE RECEIVING-REPORT-REC FROM REPORT-REJECT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
       400-MASTER-IO-ABORT.
           DISPLAY 'INVENTORY MASTER I-O ERROR, STATUS: ',
               WS-MASTER-FILE-STATUS, ' ON PART: ', RCV-PART-NO
           PERFORM 450-FLUSH-AND-STOP.
      ******************************************************************
      *A STOCK LOCATION ERROR ON THE WRITE COMES AFTER THE MASTER WAS  *
      *UPDATED FOR THE RECEIPT IN HAND, SO THE PART IS NAMED FOR THE   *
      *OPERATOR TO CHECK ON INQUIRY BEFORE THE RERUN                   *
      ******************************************************************
       410-STKLOC-IO-ABORT.
           DISPLAY 'STOCK LOCATION FILE I-O ERROR, STATUS: ',
               WS-STKLOC-STATUS, ' ON PART: ', RCV-PART-NO,
               ' LOCATION: ', WS-RCV-LOCATION
           PERFORM 450-FLUSH-AND-STOP.
       450-FLUSH-AND-STOP.
           PERFORM 500-WRITE-NEW-OPEN-PO
           DISPLAY 'RUN STOPPED, REPLACE OPENPO.DAT WITH OPENPON.DAT,'
               ' REMOVE THE APPLIED RECEIPTS FROM RECEIPTS.DAT, FIX '
               'THE FILE, THEN RERUN'
           CLOSE RECEIPTS-FILE
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 RECEIPT-HISTORY-FILE
                 GL-INTERFACE-FILE
                 RECEIVING-REPORT-FILE
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
