      *DATE-WRITTEN. 13 Aug 2026.                                      *
      *PURPOSE. RUN AFTER STOCK COMES IN.  READS THE BACKORDER FILE    *
      *         WRITTEN BY THE QUOTE PROGRAM IN THE ORDER THE LINES    *
      *         WERE TAKEN (OLDEST FIRST), FILLS EACH ONE FROM THE     *
      *         STOCK AT THE LOCATION THE LINE WAS SOLD FROM AS FAR AS *
      *         STOCK ALLOWS, AND WRITES WHATEVER IS STILL OPEN TO A   *
      *         NEW BACKORDER FILE.  A RELEASE REPORT SHOWS WHAT WAS   *
      *         RELEASED AND WHAT REMAINS OPEN.  AFTER A CLEAN RUN THE *
      *         OPERATOR REPLACES BACKORD.DAT WITH BACKORDN.DAT SO THE *
      *         NEXT RUN STARTS FROM THE STILL-OPEN LINES.  EACH       *
      *         RELEASE IS BILLED WITH SALES TAX AT THE RATE OF        *
      *         THE CUSTOMER'S JURISDICTION ON TAXRATE.DAT.            *
      *         THE BILLING LINE CARRIES NO QUANTITY, SO EACH ONE IS   *
      *         FOLLOWED BY A RELEASE LINE (TYPE R) REPEATING IT WITH  *
      *         THE UNITS SHIPPED, FOR THE RUNS THAT COUNT UNITS SOLD. *
      *         AFTER EACH BACKORDER LINE THE LINE AND THE RUN'S       *
      *         COUNTS ARE WRITTEN TO THE CHECKPOINT FILE BORELCK.DAT. *
      *         IF THE RUN DIES PART WAY, LEAVE BACKORD.DAT AS IT IS   *
      *         AND RUN IT AGAIN: IT SKIPS THE LINES ALREADY DONE      *
      *         (LISTING THEM ON THE REPORT AS ALREADY DONE), CARRIES  *
      *         ON FROM THE NEXT ONE, AND LOGS ITS START AS A RESTART. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT RELEASE-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\BORELSE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO 'C:\CHAPTER5\TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-JURIS
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-KEY
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'C:\CHAPTER5\BORELCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
           05  BO-OPEN-QTY           PIC 9(5).
           05  BO-QUOTE-DATE         PIC 9(8).
           05  BO-QUOTE-NO           PIC 9(6).
           05  BO-DISCOUNT-PERCENT   PIC V99.
           05  BO-LOCATION           PIC X(4).
       FD  NEW-BACKORDER-FILE.
       01  NEW-BACKORDER-REC         PIC X(35).
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  MST-PART-NO           PIC X(5).
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
       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-REC        PIC X(80).
       FD  SALES-TRANSACTION-FILE.
           05  TRAN-PART-NO          PIC X(5).
           05  TRAN-QTY              PIC 9(5).
           05  TRAN-QUOTE-NO         PIC 9(6).
           05  TRAN-REC-TYPE         PIC X(1).
           05  TRAN-TAX-AMOUNT       PIC 9(6).99.
           05  TRAN-TAX-JURIS        PIC X(4).
           05  TRAN-TAX-EXEMPT       PIC X(1).
           05  TRAN-LOCATION         PIC X(4).
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05  CMST-CUST-ID          PIC X(5).
           05  CMST-CREDIT-LIMIT     PIC 9(7).
           05  CMST-STATUS           PIC X(1).
           05  CMST-BALANCE          PIC 9(7)V99.
           05  CMST-TAX-JURIS        PIC X(4).
           05  CMST-TAX-EXEMPT       PIC X(1).
           05  CMST-EXEMPT-CERT      PIC X(15).
           05  CMST-REP-CODE         PIC X(3).
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05  TAX-JURIS             PIC X(4).
           05  TAX-DESCRIPTION       PIC X(20).
           05  TAX-RATE              PIC V9(4).
      ******************************************************************
      *EVERY BATCH RUN APPENDS A START AND AN END RECORD HERE SO THE   *
      *OPSRPT DAILY OPERATIONS REPORT CAN SHOW WHAT RAN, WHAT          *
           05  MOV-TYPE              PIC X(1).
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
      ******************************************************************
      *THE LAST BACKORDER LINE DONE -- ITS PLACE ON BACKORD.DAT AND    *
      *THE LINE AS IT WAS READ, SO A RESTART CAN TELL IT IS READING    *
      *THE SAME FILE -- AND THE RUN'S COUNTS UP TO THERE.  ZERO ONCE A *
      *RUN FINISHES CLEAN                                              *
      ******************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-LINE-NO          PIC 9(5).
           05  CKPT-LINE-IMAGE       PIC X(35).
           05  CKPT-RUN-DATE         PIC 9(8).
           05  CKPT-LINES-READ       PIC 9(5).
           05  CKPT-LINES-RELEASED   PIC 9(5).
           05  CKPT-LINES-STILL-OPEN PIC 9(5).
           05  CKPT-LINES-SKIPPED    PIC 9(5).
           05  CKPT-UNITS-RELEASED   PIC 9(7).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-FOUND           PIC X(1).
       01  WS-BO-LOCATION            PIC X(4).
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-TAX-FILE-STATUS        PIC X(2).
       01  WS-TAX-MISSING            PIC X(1).
       01  WS-TAX-RATE               PIC V9(4).
       01  WS-TAX-JURIS              PIC X(4).
       01  WS-TAX-EXEMPT             PIC X(1).
       01  WS-TAX-AMT                PIC 9(6)V99.
       01  WS-BILL-AMT               PIC 9(7)V99.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-MOVELOG-OK             PIC X(1)  VALUE 'Y'.
       01  WS-DISCOUNT-PERCENT       PIC V99.
       01  WS-DISCOUNT-AMT           PIC 9(6)V99.
       01  WS-NET-AMT                PIC 9(6)V99.
       01  WS-CKPT-FILE-STATUS       PIC X(2).
       01  WS-RESTART                PIC X(1)  VALUE 'N'.
       01  WS-RESTART-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-RESTART-IMAGE          PIC X(35).
       01  WS-RESTART-DATE           PIC 9(8)  VALUE ZERO.
       01  WS-LINE-NO                PIC 9(5)  VALUE ZERO.
       01  WS-LINE-IMAGE             PIC X(35).
       01  WS-LINES-ALREADY          PIC 9(5)  VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(32)
               VALUE 'BACKORDER RELEASE REPORT        '.
           05  FILLER                PIC X(48)  VALUE SPACES.
       01  REPORT-RESTART-LINE.
           05  FILLER                PIC X(36)
               VALUE 'RESTART OF THE STOPPED RUN OF       '.
           05  RRS-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(21)
               VALUE ' -- LINES DONE:      '.
           05  RRS-LINE-NO           PIC 9(5).
           05  FILLER                PIC X(10)  VALUE SPACES.
       01  REPORT-COLUMN-LINE.
           05  FILLER                PIC X(47)
               VALUE 'CUST   PART   LOC   DATE      ORDERED  RELEASED'.
           05  FILLER                PIC X(33)  VALUE '  OPEN'.
       01  REPORT-DETAIL-LINE.
           05  RPT-CUST-ID           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-QUOTE-DATE        PIC 9(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-ORDERED-QTY       PIC 9(5).
           05  RPT-OPEN-QTY          PIC 9(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-NOTE              PIC X(15).
           05  FILLER                PIC X(10)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 050-GET-RESTART-POINT
           PERFORM 800-LOG-START
           OPEN INPUT BACKORDER-FILE
           OPEN I-O INVENTORY-MASTER
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NO BACKORDERS RELEASED'
               CLOSE BACKORDER-FILE
                     INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CUSTOMER MASTER, STATUS: ',
                   'FILE, NO BACKORDERS RELEASED'
               CLOSE BACKORDER-FILE
                     INVENTORY-MASTER
                     STOCK-LOCATION-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN TAX RATE TABLE, STATUS: ',
                   WS-TAX-FILE-STATUS
               DISPLAY 'SET UP THE JURISDICTIONS WITH TAXMNT, NO '
                   'BACKORDERS RELEASED'
               CLOSE BACKORDER-FILE
                     INVENTORY-MASTER
                     STOCK-LOCATION-FILE
                     CUSTOMER-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
      ******************************************************************
      *ON A RESTART THE LINES THE STOPPED RUN CARRIED FORWARD ARE      *
      *ALREADY ON BACKORDN.DAT AND ITS REPORT LINES ON BORELSE.RPT,    *
      *SO BOTH ARE ADDED TO RATHER THAN STARTED AGAIN                  *
      ******************************************************************
           IF WS-RESTART = 'Y'
               OPEN EXTEND NEW-BACKORDER-FILE
               OPEN EXTEND RELEASE-REPORT-FILE
           ELSE
               OPEN OUTPUT NEW-BACKORDER-FILE
               OPEN OUTPUT RELEASE-REPORT-FILE
           END-IF
           OPEN EXTEND SALES-TRANSACTION-FILE
           OPEN EXTEND AR-DETAIL-FILE
           OPEN I-O MOVEMENT-LOG-FILE
                   'STATUS: ', WS-MOVELOG-STATUS
               DISPLAY 'MOVEMENTS WILL NOT BE LOGGED THIS RUN'
           END-IF
           IF WS-RESTART = 'Y'
               MOVE WS-RESTART-DATE TO RRS-RUN-DATE
               MOVE WS-RESTART-COUNT TO RRS-LINE-NO
               WRITE RELEASE-REPORT-REC FROM REPORT-RESTART-LINE
           ELSE
               WRITE RELEASE-REPORT-REC FROM REPORT-HEADING-LINE
           END-IF
           WRITE RELEASE-REPORT-REC FROM REPORT-COLUMN-LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ BACKORDER-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO NOT > WS-RESTART-COUNT
                           PERFORM 150-SKIP-DONE-LINE
                       ELSE
                           MOVE BACKORDER-REC TO WS-LINE-IMAGE
                           ADD 1 TO WS-LINES-READ
                           PERFORM 200-RELEASE-LINE THRU 200-EXIT
                           PERFORM 480-TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINE-NO < WS-RESTART-COUNT
               PERFORM 170-WRONG-FILE-ABORT
           END-IF
           CLOSE BACKORDER-FILE
                 NEW-BACKORDER-FILE
                 INVENTORY-MASTER
                 STOCK-LOCATION-FILE
                 CUSTOMER-MASTER
                 TAX-RATE-FILE
                 RELEASE-REPORT-FILE
                 SALES-TRANSACTION-FILE
                 AR-DETAIL-FILE
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           PERFORM 500-CLEAR-CHECKPOINT
           DISPLAY ' '
           DISPLAY 'BACKORDER RELEASE COMPLETE'
           IF WS-RESTART = 'Y'
               DISPLAY 'RESTARTED -- LINES ALREADY DONE, SKIPPED: ',
                   WS-LINES-ALREADY
           END-IF
           DISPLAY 'LINES READ:       ', WS-LINES-READ
           DISPLAY 'LINES RELEASED:   ', WS-LINES-RELEASED
           DISPLAY 'LINES STILL OPEN: ', WS-LINES-STILL-OPEN
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *A CHECKPOINT LEFT BY A RUN THAT DID NOT FINISH MAKES THIS RUN A *
      *RESTART; ITS COUNTS CARRY ON FROM WHERE THE STOPPED RUN LEFT    *
      *OFF SO THE END-OF-RUN TOTALS COVER THE WHOLE FILE               *
      ******************************************************************
       050-GET-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   NOT AT END
                       IF CKPT-LINE-NO IS NUMERIC AND
                          CKPT-LINE-NO > ZERO
                           MOVE 'Y' TO WS-RESTART
                           MOVE CKPT-LINE-NO TO WS-RESTART-COUNT
                           MOVE CKPT-LINE-IMAGE TO WS-RESTART-IMAGE
                           MOVE CKPT-RUN-DATE TO WS-RESTART-DATE
                           MOVE CKPT-LINES-READ TO WS-LINES-READ
                           MOVE CKPT-LINES-RELEASED
                               TO WS-LINES-RELEASED
                           MOVE CKPT-LINES-STILL-OPEN
                               TO WS-LINES-STILL-OPEN
                           MOVE CKPT-LINES-SKIPPED TO WS-LINES-SKIPPED
                           MOVE CKPT-UNITS-RELEASED
                               TO WS-UNITS-RELEASED
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-RESTART = 'Y'
               DISPLAY 'RESTARTING THE BACKORDER RELEASE OF ',
                   WS-RESTART-DATE, ' AFTER LINE ', WS-RESTART-COUNT
           END-IF.
      ******************************************************************
      *THE STOPPED RUN ALREADY RELEASED OR CARRIED FORWARD THIS LINE.  *
      *THE LAST ONE IT DID MUST BE THE SAME LINE IT RECORDED, OR       *
      *BACKORD.DAT HAS BEEN REPLACED SINCE AND NOTHING IS RELEASED     *
      ******************************************************************
       150-SKIP-DONE-LINE.
           IF WS-LINE-NO = WS-RESTART-COUNT AND
              BACKORDER-REC NOT = WS-RESTART-IMAGE
               PERFORM 170-WRONG-FILE-ABORT
           END-IF
           ADD 1 TO WS-LINES-ALREADY
           MOVE BO-CUST-ID TO RPT-CUST-ID
           MOVE BO-PART-NO TO RPT-PART-NO
           MOVE BO-LOCATION TO RPT-LOCATION
           MOVE ZERO TO RPT-QUOTE-DATE
           IF BO-QUOTE-DATE IS NUMERIC
               MOVE BO-QUOTE-DATE TO RPT-QUOTE-DATE
           END-IF
           MOVE ZERO TO RPT-ORDERED-QTY
           IF BO-OPEN-QTY IS NUMERIC
               MOVE BO-OPEN-QTY TO RPT-ORDERED-QTY
           END-IF
           MOVE ZERO TO RPT-RELEASED-QTY
           MOVE ZERO TO RPT-OPEN-QTY
           MOVE 'ALREADY DONE' TO RPT-NOTE
           WRITE RELEASE-REPORT-REC FROM REPORT-DETAIL-LINE.
       170-WRONG-FILE-ABORT.
           DISPLAY 'BACKORD.DAT DOES NOT MATCH THE CHECKPOINT AT LINE ',
               WS-RESTART-COUNT, ' -- IT HAS CHANGED SINCE THE RUN '
               'STOPPED'
           DISPLAY 'NOTHING RELEASED; PUT BACK THE FILE THE STOPPED '
               'RUN WAS READING AND RERUN'
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           CLOSE BACKORDER-FILE
                 NEW-BACKORDER-FILE
                 INVENTORY-MASTER
                 STOCK-LOCATION-FILE
                 CUSTOMER-MASTER
                 TAX-RATE-FILE
                 RELEASE-REPORT-FILE
                 SALES-TRANSACTION-FILE
                 AR-DETAIL-FILE
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           STOP RUN.
      ******************************************************************
      *THE FILE IS APPENDED IN QUOTE ORDER, SO READING FRONT TO BACK   *
      *FILLS THE OLDEST BACKORDER FIRST.  A LINE CAN BE PART-FILLED:   *
      *WHAT STOCK ALLOWS IS RELEASED AND THE REST STAYS OPEN ON THE    *
               ADD 1 TO WS-LINES-SKIPPED
               MOVE BO-CUST-ID TO RPT-CUST-ID
               MOVE BO-PART-NO TO RPT-PART-NO
               MOVE BO-LOCATION TO RPT-LOCATION
               MOVE ZERO TO RPT-QUOTE-DATE
               MOVE ZERO TO RPT-ORDERED-QTY
               MOVE ZERO TO RPT-RELEASED-QTY
               WRITE RELEASE-REPORT-REC FROM REPORT-DETAIL-LINE
               GO TO 200-EXIT
           END-IF
      ******************************************************************
      *A LINE IS FILLED FROM THE LOCATION IT WAS SOLD FROM.  A LINE    *
      *TAKEN BEFORE STOCK WAS KEPT BY LOCATION HAS NO LOCATION AND IS  *
      *FILLED FROM THE MAIN WAREHOUSE                                  *
      ******************************************************************
           MOVE BO-LOCATION TO WS-BO-LOCATION
           IF WS-BO-LOCATION = SPACES
               MOVE 'MAIN' TO WS-BO-LOCATION
           END-IF
           MOVE BO-CUST-ID TO RPT-CUST-ID
           MOVE BO-PART-NO TO RPT-PART-NO
           MOVE WS-BO-LOCATION TO RPT-LOCATION
           MOVE BO-QUOTE-DATE TO RPT-QUOTE-DATE
           MOVE BO-OPEN-QTY TO RPT-ORDERED-QTY
           MOVE SPACES TO RPT-NOTE
      *STOCK MOVES -- THE BACKORDERED LINES ARE EXACTLY THE ONES THE   *
      *QUOTE PROGRAM NEVER SIZE-CHECKED, SO A RELEASE TOO LARGE TO     *
      *BILL IS CARRIED FORWARD INTACT INSTEAD OF LEAVING THE SHELF     *
      *WITH NO BILLING RECORD ANYWHERE.  THE SAME GOES FOR A TAXABLE   *
      *CUSTOMER WHOSE JURISDICTION HAS NO RATE ON FILE -- THE LINE     *
      *WAITS FOR TAXMNT OR CUSTMNT RATHER THAN GO OUT UNTAXED          *
      ******************************************************************
      ******************************************************************
      *ONLY THE STOCK AT THE LINE'S OWN LOCATION CAN FILL IT -- UNITS  *
      *AT ANOTHER LOCATION ARE MOVED WITH AN INVMAINT TRANSFER FIRST.  *
      *NO STOCK RECORD FOR THE PART AT THAT LOCATION MEANS NOTHING     *
      *HAS EVER ARRIVED THERE.  THE RELEASE IS ALSO HELD TO THE        *
      *MASTER TOTAL IN CASE THE TWO HAVE DRIFTED                       *
      ******************************************************************
       250-FILL-FROM-STOCK.
           MOVE 'Y' TO WS-STKLOC-FOUND
           MOVE BO-PART-NO TO SLOC-PART-NO
           MOVE WS-BO-LOCATION TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STKLOC-FOUND
                   MOVE ZERO TO SLOC-QTY-ON-HAND
           END-READ
           IF WS-STKLOC-STATUS NOT = '00' AND
              WS-STKLOC-STATUS NOT = '23'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF
           IF SLOC-QTY-ON-HAND >= BO-OPEN-QTY
               MOVE BO-OPEN-QTY TO WS-RELEASE-QTY
           ELSE
               MOVE SLOC-QTY-ON-HAND TO WS-RELEASE-QTY
           END-IF
           IF WS-RELEASE-QTY > MST-QTY-ON-HAND
               MOVE MST-QTY-ON-HAND TO WS-RELEASE-QTY
           END-IF
           MOVE 'N' TO WS-BILL-OVERFLOW
                       MOVE 'Y' TO WS-BILL-OVERFLOW
               END-COMPUTE
           END-IF
           IF WS-RELEASE-QTY > ZERO AND WS-BILL-OVERFLOW = 'N'
               PERFORM 260-GET-TAX-RATE
               IF WS-TAX-MISSING = 'Y'
                   DISPLAY 'NO TAX RATE FOR JURISDICTION ',
                       WS-TAX-JURIS, ' CUSTOMER: ', BO-CUST-ID,
                       ', LINE CARRIED FORWARD'
                   MOVE ZERO TO RPT-RELEASED-QTY
                   MOVE BO-OPEN-QTY TO RPT-OPEN-QTY
                   MOVE 'NO TAX RATE' TO RPT-NOTE
                   PERFORM 300-CARRY-FORWARD
                   WRITE RELEASE-REPORT-REC FROM REPORT-DETAIL-LINE
                   GO TO 250-FILL-EXIT
               END-IF
           END-IF
           IF WS-BILL-OVERFLOW = 'Y'
               DISPLAY 'RELEASE AMOUNT TOO LARGE TO BILL, PART: ',
                   BO-PART-NO, ' CUSTOMER: ', BO-CUST-ID,
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   PERFORM 400-MASTER-IO-ABORT
               END-IF
               SUBTRACT WS-RELEASE-QTY FROM SLOC-QTY-ON-HAND
               REWRITE STOCK-LOCATION-REC
               IF WS-STKLOC-STATUS NOT = '00'
                   PERFORM 410-STKLOC-IO-ABORT
               END-IF
               MOVE BO-PART-NO TO MOV-PART-NO
               MOVE 'B' TO MOV-TYPE
               COMPUTE MOV-QTY = ZERO - WS-RELEASE-QTY
               MOVE MST-QTY-ON-HAND TO MOV-BALANCE-AFTER
               MOVE WS-BO-LOCATION TO MOV-LOCATION
               MOVE SLOC-QTY-ON-HAND TO MOV-LOC-BALANCE-AFTER
               MOVE SPACES TO MOV-XFER-LOCATION
               PERFORM 700-WRITE-MOVEMENT
               PERFORM 275-WRITE-RELEASE-TRAN THRU 275-EXIT
           END-IF
       250-FILL-EXIT.
           EXIT.
      ******************************************************************
      *THE RATE COMES FROM THE CUSTOMER'S JURISDICTION AS IT STANDS    *
      *TODAY.  AN EXEMPT CUSTOMER IS TAXED AT ZERO; A CUSTOMER NO      *
      *LONGER ON THE MASTER IS BILLED UNTAXED WITH THE WARNING 275     *
      *ALREADY GIVES FOR THE BALANCE                                   *
      ******************************************************************
       260-GET-TAX-RATE.
           MOVE 'N' TO WS-TAX-MISSING
           MOVE ZERO TO WS-TAX-RATE
           MOVE SPACES TO WS-TAX-JURIS
           MOVE 'N' TO WS-TAX-EXEMPT
           MOVE BO-CUST-ID TO CMST-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CMST-TAX-JURIS TO WS-TAX-JURIS
                   IF CMST-TAX-EXEMPT = 'Y'
                       MOVE 'Y' TO WS-TAX-EXEMPT
                   ELSE
                       MOVE CMST-TAX-JURIS TO TAX-JURIS
                       READ TAX-RATE-FILE
                           INVALID KEY
                               MOVE 'Y' TO WS-TAX-MISSING
                           NOT INVALID KEY
                               MOVE TAX-RATE TO WS-TAX-RATE
                       END-READ
                   END-IF
           END-READ.
      ******************************************************************
      *A RELEASED LINE IS PRICED AT THE CATALOG PRICE WITH THE SAME    *
      *DISCOUNT TIERS THE QUOTE PROGRAM USES AND APPENDED TO THE       *
      *SALES TRANSACTION FILE SO THE RELEASE IS BILLED AND AUDITED     *
      ******************************************************************
      *THE SALES AMOUNT WAS COMPUTED AND SIZE-CHECKED IN 250 BEFORE   *
      *THE STOCK MOVED, SO THE BILLING HERE CANNOT COME UP SHORT       *
      ******************************************************************
      ******************************************************************
      *A LINE BACKORDERED OFF A MULTI-LINE ORDER CARRIES THE TIER THE  *
      *WHOLE ORDER EARNED AND IS BILLED AT THAT TIER.  A LINE FROM     *
      *BEFORE THE TIER WAS CARRIED FALLS BACK TO THE TIER ON THE       *
      *RELEASED AMOUNT                                                 *
      ******************************************************************
       275-WRITE-RELEASE-TRAN.
           IF BO-DISCOUNT-PERCENT NUMERIC AND
              BO-DISCOUNT-PERCENT > ZERO
               MOVE BO-DISCOUNT-PERCENT TO WS-DISCOUNT-PERCENT
           ELSE
             IF WS-SALES-AMT > 1000.00
               MOVE .05 TO WS-DISCOUNT-PERCENT
             ELSE
               IF WS-SALES-AMT > 500.00
                   MOVE .04 TO WS-DISCOUNT-PERCENT
               ELSE
                       MOVE .02 TO WS-DISCOUNT-PERCENT
                   END-IF
               END-IF
             END-IF
           END-IF
           MULTIPLY WS-SALES-AMT BY WS-DISCOUNT-PERCENT
               GIVING WS-DISCOUNT-AMT
           SUBTRACT WS-DISCOUNT-AMT FROM WS-SALES-AMT
               GIVING WS-NET-AMT
           COMPUTE WS-TAX-AMT ROUNDED = WS-NET-AMT * WS-TAX-RATE
           ADD WS-NET-AMT WS-TAX-AMT GIVING WS-BILL-AMT
           MOVE BO-CUST-ID TO TRAN-IDENT
           MOVE WS-SALES-AMT TO TRAN-SALES
           MOVE WS-DISCOUNT-PERCENT TO TRAN-DISCOUNT-PERCENT
           ELSE
               MOVE ZERO TO TRAN-QUOTE-NO
           END-IF
           MOVE 'D' TO TRAN-REC-TYPE
           MOVE WS-TAX-AMT TO TRAN-TAX-AMOUNT
           MOVE WS-TAX-JURIS TO TRAN-TAX-JURIS
           MOVE WS-TAX-EXEMPT TO TRAN-TAX-EXEMPT
           MOVE WS-BO-LOCATION TO TRAN-LOCATION
           WRITE SALES-TRANSACTION-REC
      ******************************************************************
      *THE RELEASE LINE REPEATS THE BILLING WITH THE UNITS SHIPPED.    *
      *ORDPOST AND QUOTEPRT PASS IT OVER (THIS RUN MOVED THE STOCK AND *
      *NOTHING IS CONFIRMED), AND THE DOLLAR RUNS TAKE THEIR MONEY OFF *
      *THE BILLING LINE ONLY, SO IT IS NEVER COUNTED TWICE.  CUSTRTN   *
      *COUNTS ITS UNITS AS SOLD, AND SLSANAL AND CMSNRUN COST THEM     *
      ******************************************************************
           MOVE WS-RELEASE-QTY TO TRAN-QTY
           MOVE 'R' TO TRAN-REC-TYPE
           WRITE SALES-TRANSACTION-REC
      ******************************************************************
      *THE BILLED NET PLUS TAX JOINS THE CUSTOMER'S OPEN BALANCE SO    *
      *THE QUOTE PROGRAM'S CREDIT CHECK SEES RELEASED BACKORDERS TOO   *
      ******************************************************************
           MOVE BO-CUST-ID TO AR-CUST-ID
           MOVE WS-RUN-DATE TO AR-ITEM-DATE
           MOVE 'C' TO AR-ITEM-TYPE
           MOVE TRAN-QUOTE-NO TO AR-REFERENCE
           MOVE WS-BILL-AMT TO AR-AMOUNT
           WRITE AR-DETAIL-REC
           MOVE BO-CUST-ID TO CMST-CUST-ID
           READ CUSTOMER-MASTER
                   DISPLAY 'WARNING: CUSTOMER NOT ON MASTER, BALANCE '
                       'NOT POSTED: ', BO-CUST-ID
               NOT INVALID KEY
                   ADD WS-BILL-AMT TO CMST-BALANCE
                   REWRITE CUSTOMER-MASTER-REC
                   IF WS-CUSTMAST-STATUS NOT = '00'
                       DISPLAY 'WARNING: CUSTOMER BALANCE NOT '
               END-PERFORM
           END-IF.
      ******************************************************************
      *ON A HARD MASTER ERROR THE LINE IN HAND HAS NOT MOVED ANY       *
      *STOCK.  EVERY LINE BEFORE IT IS ON THE CHECKPOINT, SO THE       *
      *OPERATOR LEAVES BACKORD.DAT ALONE AND RERUNS, AND THE RERUN     *
      *STARTS AT THIS LINE                                             *
      ******************************************************************
       400-MASTER-IO-ABORT.
           DISPLAY 'INVENTORY MASTER I-O ERROR, STATUS: ',
               WS-MASTER-FILE-STATUS, ' ON PART: ', BO-PART-NO
           PERFORM 450-FLUSH-AND-STOP.
      ******************************************************************
      *A STOCK LOCATION ERROR ON THE REWRITE COMES AFTER THE MASTER    *
      *WAS RELIEVED FOR THE LINE IN HAND, SO THE PART IS NAMED FOR THE *
      *OPERATOR TO CHECK ON INQUIRY BEFORE THE RERUN                   *
      ******************************************************************
       410-STKLOC-IO-ABORT.
           DISPLAY 'STOCK LOCATION FILE I-O ERROR, STATUS: ',
               WS-STKLOC-STATUS, ' ON PART: ', BO-PART-NO,
               ' LOCATION: ', WS-BO-LOCATION
           DISPLAY 'CHECK PART ', BO-PART-NO, ' ON THE INVENTORY '
               'MASTER BEFORE THE RERUN'
           PERFORM 450-FLUSH-AND-STOP.
       450-FLUSH-AND-STOP.
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           DISPLAY 'RUN STOPPED -- FIX THE FILE, LEAVE BACKORD.DAT AS '
               'IT IS AND RERUN; LINES ALREADY DONE WILL BE SKIPPED'
           CLOSE BACKORDER-FILE
                 NEW-BACKORDER-FILE
                 INVENTORY-MASTER
                 STOCK-LOCATION-FILE
                 CUSTOMER-MASTER
                 TAX-RATE-FILE
                 RELEASE-REPORT-FILE
                 SALES-TRANSACTION-FILE
                 AR-DETAIL-FILE
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           STOP RUN.
      ******************************************************************
      *A FRESH CHECKPOINT AFTER EVERY LINE, SO A RERUN NEVER RELEASES  *
      *OR BILLS A LINE TWICE                                           *
      ******************************************************************
       480-TAKE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-LINE-NO TO CKPT-LINE-NO
           MOVE WS-LINE-IMAGE TO CKPT-LINE-IMAGE
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE
           IF WS-RESTART = 'Y'
               MOVE WS-RESTART-DATE TO CKPT-RUN-DATE
           END-IF
           MOVE WS-LINES-READ TO CKPT-LINES-READ
           MOVE WS-LINES-RELEASED TO CKPT-LINES-RELEASED
           MOVE WS-LINES-STILL-OPEN TO CKPT-LINES-STILL-OPEN
           MOVE WS-LINES-SKIPPED TO CKPT-LINES-SKIPPED
           MOVE WS-UNITS-RELEASED TO CKPT-UNITS-RELEASED
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
       500-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE ZERO TO CKPT-LINE-NO
           MOVE SPACES TO CKPT-LINE-IMAGE
           MOVE ZERO TO CKPT-RUN-DATE
           MOVE ZERO TO CKPT-LINES-READ
           MOVE ZERO TO CKPT-LINES-RELEASED
           MOVE ZERO TO CKPT-LINES-STILL-OPEN
           MOVE ZERO TO CKPT-LINES-SKIPPED
           MOVE ZERO TO CKPT-UNITS-RELEASED
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'BORELSE ' TO LOG-PROGRAM-ID
           MOVE ZERO TO LOG-RECORDS-WRITTEN
           MOVE ZERO TO LOG-RECORDS-REJECTED
           MOVE SPACE TO LOG-RUN-STATUS
           IF WS-RESTART = 'Y'
               MOVE 'R' TO LOG-RUN-STATUS
           END-IF
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
       900-LOG-END.
