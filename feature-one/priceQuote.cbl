               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO 'C:\CHAPTER5\TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-JURIS
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT OPTIONAL SUPERVISOR-REVIEW-FILE
               ASSIGN TO 'C:\CHAPTER5\SUPRVIEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-PART-NO
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT LOCATION-MASTER
               ASSIGN TO 'C:\CHAPTER5\LOCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-FILE-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO 'C:\CHAPTER5\BACKORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *CREATED SALES-OUT SO THAT THE DECIMAL WOULD PRINT IN THE OUTPUT *
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      *AN ORDER IS ONE HEADER RECORD (TYPE H) FOLLOWED BY ONE DETAIL   *
      *RECORD (TYPE D) PER PART, ALL UNDER THE SAME QUOTE NUMBER.      *
      *THE HEADER CARRIES THE ORDER TOTALS AND THE DISCOUNT TIER THE   *
      *ORDER TOTAL EARNED, WITH A BLANK PART-NO AND THE LINE COUNT IN  *
      *THE QUANTITY FIELD; EVERY DETAIL CARRIES THE SAME TIER.  A      *
      *RECORD WITH A BLANK TYPE WAS WRITTEN BEFORE ORDERS HAD LINES    *
      *AND IS A ONE-LINE ORDER ON ITS OWN.  THE SALES TAX ON THE NET   *
      *RIDES ON THE END OF EVERY RECORD -- THE LINE'S TAX ON A DETAIL, *
      *THE ORDER'S TAX ON THE HEADER -- WITH THE CUSTOMER'S TAX        *
      *JURISDICTION AND EXEMPT FLAG (Y OR N) SO THE MONTH-END TAX      *
      *REPORT CAN WORK FROM SALES HISTORY ALONE.  A RECORD WRITTEN     *
      *BEFORE SALES TAX HAS THESE THREE FIELDS BLANK.  A DETAIL ENDS   *
      *WITH THE LOCATION THE LINE IS SOLD FROM, SO ORDPOST RELIEVES    *
      *THE RIGHT SHELF; THE HEADER AND ANY OLDER RECORD HAVE IT BLANK, *
      *WHICH MEANS THE MAIN WAREHOUSE                                  *
      ******************************************************************
       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-REC.
           05  TRAN-IDENT                PIC X(5).
           05  TRAN-NET                  PIC 9(6).99.
           05  TRAN-PART-NO              PIC X(5).
           05  TRAN-QTY                  PIC 9(5).
           05  TRAN-LINE-COUNT REDEFINES TRAN-QTY
                                         PIC 9(5).
           05  TRAN-QUOTE-NO             PIC 9(6).
           05  TRAN-REC-TYPE             PIC X(1).
           05  TRAN-TAX-AMOUNT           PIC 9(6).99.
           05  TRAN-TAX-JURIS            PIC X(4).
           05  TRAN-TAX-EXEMPT           PIC X(1).
           05  TRAN-LOCATION             PIC X(4).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05  CUST-ID                   PIC X(5).
           05  CUST-CREDIT-LIMIT         PIC 9(7).
           05  CUST-STATUS               PIC X(1).
           05  CUST-BALANCE              PIC 9(7)V99.
           05  CUST-TAX-JURIS            PIC X(4).
           05  CUST-TAX-EXEMPT           PIC X(1).
           05  CUST-EXEMPT-CERT          PIC X(15).
           05  CUST-REP-CODE             PIC X(3).
      ******************************************************************
      *SALES TAX RATE FOR EACH JURISDICTION, KEPT WITH TAXMNT.  THE    *
      *RATE IS A FRACTION, SO 7.25 PERCENT IS STORED AS .0725          *
      ******************************************************************
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05  TAX-JURIS                 PIC X(4).
           05  TAX-DESCRIPTION           PIC X(20).
           05  TAX-RATE                  PIC V9(4).
      ******************************************************************
      *A QUOTE THAT WOULD PUSH THE CUSTOMER PAST THEIR CREDIT LIMIT    *
      *IS HELD HERE FOR SUPERVISOR REVIEW INSTEAD OF GOING STRAIGHT    *
      *EVERY RUN EXTENDS IT AND SEEDS ITS OPEN LINES INTO THE STOCK    *
      *CHECK, AND ONLY THE SUPAPPR REVIEW RUN TAKES LINES OFF IT, SO   *
      *A QUOTE HELD TODAY STILL RESERVES ITS STOCK -- AND IS STILL     *
      *THERE TO APPROVE -- NEXT WEEK.  A HELD ORDER'S BACKORDERED      *
      *LINES RIDE HERE TOO, AS TYPE B, PRICED LIKE ITS D LINES; THEY   *
      *RESERVE NOTHING AND ONLY REACH THE BACKORDER FILE IF SUPAPPR    *
      *APPROVES THE ORDER                                              *
      ******************************************************************
       FD  SUPERVISOR-REVIEW-FILE.
       01  SUPERVISOR-REVIEW-REC.
           05  SUP-NET                   PIC 9(6).99.
           05  SUP-PART-NO               PIC X(5).
           05  SUP-QTY                   PIC 9(5).
           05  SUP-LINE-COUNT REDEFINES SUP-QTY
                                         PIC 9(5).
           05  SUP-QUOTE-NO              PIC 9(6).
           05  SUP-REC-TYPE              PIC X(1).
           05  SUP-TAX-AMOUNT            PIC 9(6).99.
           05  SUP-TAX-JURIS             PIC X(4).
           05  SUP-TAX-EXEMPT            PIC X(1).
           05  SUP-LOCATION              PIC X(4).
      ******************************************************************
      *AN OVERNIGHT LINE MAY NAME THE LOCATION IT IS SOLD FROM; A      *
      *BLANK LOCATION IS THE MAIN WAREHOUSE                            *
      ******************************************************************
       FD  QUOTE-INPUT-FILE.
       01  QUOTE-INPUT-REC.
           05  QIN-IDENT                 PIC X(5).
           05  QIN-PART-NO               PIC X(5).
           05  QIN-QTY                   PIC 9(5).
           05  QIN-LOCATION              PIC X(4).
       FD  INVENTORY-CATALOG-FILE.
       01  INVENTORY-CATALOG-REC.
           05  CAT-PART-NO                PIC X(5).
           05  CAT-VENDOR-CODE           PIC X(5).
           05  CAT-UNIT-COST             PIC 999.99.
      ******************************************************************
      *STOCK LOCATION MASTER MAINTAINED WITH LOCMNT                    *
      ******************************************************************
       FD  LOCATION-MASTER.
       01  LOCATION-MASTER-REC.
           05  LOC-CODE                  PIC X(4).
           05  LOC-NAME                  PIC X(20).
      ******************************************************************
      *QUANTITY ON HAND BY PART AND LOCATION -- SEE INVMAINT.  THE     *
      *STOCK CHECK WORKS FROM THE SELLING LOCATION'S QUANTITY, NOT THE *
      *ALL-LOCATIONS TOTAL ON THE CATALOG                              *
      ******************************************************************
       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-REC.
           05  SLOC-KEY.
               10  SLOC-PART-NO          PIC X(5).
               10  SLOC-LOCATION         PIC X(4).
           05  SLOC-QTY-ON-HAND          PIC 9(5).
      ******************************************************************
      *EFFECTIVE-DATED CATALOG PRICES.  THE QUOTE TAKES THE PRICE IN   *
      *FORCE ON THE QUOTE DATE FROM HERE; THE PRICE ON THE INVENTORY   *
      *MASTER IS ONLY THE CURRENT PRICE, KEPT FOR VALUATION AND        *
               10  PRC-PART-NO           PIC X(5).
               10  PRC-EFF-DATE          PIC 9(8).
           05  PRC-PRICE                 PIC 999V99.
      ******************************************************************
      *A BACKORDERED LINE CARRIES THE QUOTE NUMBER OF ITS ORDER AND    *
      *THE DISCOUNT TIER THE WHOLE ORDER EARNED, SO THE BORELSE RUN    *
      *BILLS THE LINE AT THE TIER THE CUSTOMER WAS QUOTED, NOT AT      *
      *WHATEVER TIER THE RELEASED QUANTITY ALONE WOULD REACH, AND THE  *
      *LOCATION IT WAS SOLD FROM SO IT IS FILLED FROM THAT SHELF       *
      ******************************************************************
       FD  BACKORDER-FILE.
       01  BACKORDER-REC.
           05  BO-CUST-ID                PIC X(5).
           05  BO-OPEN-QTY               PIC 9(5).
           05  BO-QUOTE-DATE             PIC 9(8).
           05  BO-QUOTE-NO               PIC 9(6).
           05  BO-DISCOUNT-PERCENT       PIC V99.
           05  BO-LOCATION               PIC X(4).
      ******************************************************************
      *A REJECTED BATCH QUOTE IS WRITTEN HERE IN THE QUOTE-INPUT-REC   *
      *LAYOUT PLUS A REASON CODE, SO THE FILE CAN BE CORRECTED AND     *
      *SAVED AS QUOTEFIX.DAT AND FED STRAIGHT BACK THROUGH THE BATCH   *
      *MODULE ON A RERUN INSTEAD OF BEING RE-KEYED FROM THE CONSOLE    *
      *LOG.  REASON CODES: UC UNKNOWN CUSTOMER, IC INACTIVE CUSTOMER,  *
      *UP UNKNOWN PART, SZ AMOUNT TOO LARGE, NQ QUANTITY NOT NUMERIC,  *
      *NT CUSTOMER'S TAX JURISDICTION NOT ON THE TAX RATE TABLE, CH    *
      *CUSTOMER ON CREDIT HOLD (STATUS H, SET BY THE COLLECT RUN OR    *
      *BY HAND) -- CORRECT A CH LINE ONLY ONCE THE HOLD IS RELEASED,   *
      *UL LOCATION NOT ON THE LOCATION MASTER                          *
      ******************************************************************
       FD  REJECT-OUT-FILE.
       01  REJECT-OUT-REC.
           05  REJ-IDENT                 PIC X(5).
           05  REJ-PART-NO               PIC X(5).
           05  REJ-QTY                   PIC X(5).
           05  REJ-LOCATION              PIC X(4).
           05  REJ-REASON-CODE           PIC X(2).
       FD  REJECT-RERUN-FILE.
       01  REJECT-RERUN-REC.
           05  RRF-IDENT                 PIC X(5).
           05  RRF-PART-NO               PIC X(5).
           05  RRF-QTY                   PIC X(5).
           05  RRF-LOCATION              PIC X(4).
           05  RRF-REASON-CODE           PIC X(2).
      ******************************************************************
      *EVERY BATCH RUN APPENDS A START AND AN END RECORD HERE SO THE   *
       01  WS-CUSTOMER-FOUND            PIC X(1) VALUE 'N'.
           88  CUSTOMER-IS-VALID                 VALUE 'Y'.
       01  WS-CUSTOMER-INACTIVE         PIC X(1) VALUE 'N'.
       01  WS-CUSTOMER-ON-HOLD          PIC X(1) VALUE 'N'.
       01  WS-CUSTMAST-STATUS           PIC X(2).
       01  WS-TAX-FILE-STATUS           PIC X(2).
       01  WS-TAX-MISSING               PIC X(1) VALUE 'N'.
       01  WS-CUST-TAX-RATE             PIC V9(4).
       01  WS-CUST-TAX-JURIS            PIC X(4).
       01  WS-CUST-TAX-EXEMPT           PIC X(1).
       01  WS-RUN-MODE                  PIC X(1) VALUE 'N'.
       01  WS-RERUN-MODE                PIC X(1) VALUE 'N'.
       01  WS-FIX-FILE-STATUS           PIC X(2).
       01  PART-NO-QUOTE                PIC X(5).
       01  QTY-QUOTE-X                  PIC X(5).
       01  QTY-QUOTE                    PIC 9(5).
       01  LOCATION-QUOTE               PIC X(4).
       01  WS-LOC-FILE-STATUS           PIC X(2).
       01  WS-STKLOC-STATUS             PIC X(2).
       01  WS-STKLOC-DONE               PIC X(1).
       01  WS-LOCATION-FOUND            PIC X(1) VALUE 'N'.
           88  LOCATION-IS-VALID                 VALUE 'Y'.
       01  WS-CATALOG-UNIT-PRICE        PIC 999V99.
       01  WS-CATALOG-QTY-ON-HAND       PIC 9(5).
       01  WS-CATALOG-STATUS            PIC X(2).
      *THE QUANTITY QUOTED FOR EACH PART DURING THIS RUN IS TRACKED    *
      *HERE AND SUBTRACTED FROM ON-HAND BEFORE THE STOCK CHECK --      *
      *OTHERWISE SEVERAL QUOTES FOR THE SAME PART COULD EACH PASS THE  *
      *CHECK AND COLLECTIVELY OVERSELL THE SHELF.  EACH LOCATION IS    *
      *ITS OWN SHELF, SO THE TABLE IS KEPT BY PART AND LOCATION        *
      ******************************************************************
       01  WS-QTY-AVAILABLE             PIC 9(5).
       01  WS-QTY-UNCOMMITTED           PIC 9(5).
       01  QUOTED-PARTS-TABLE.
           05  QUOTED-PART-ENTRY        OCCURS 500 TIMES.
               10  QP-PART-NO           PIC X(5).
               10  QP-LOCATION          PIC X(4).
               10  QP-QTY               PIC 9(7).
      ******************************************************************
      *OPEN BACKORDER QUANTITY PER PART, LOADED FROM BACKORD.DAT AT    *
      *STARTUP.  STOCK COMMITTED TO A BACKORDER IS HELD OUT OF THE     *
      *AVAILABILITY CHECK SO A WALK-IN QUOTE CANNOT TAKE THE UNITS     *
      *MEANT TO FILL A THREE-WEEK-OLD LINE THE MORNING STOCK ARRIVES.  *
      *A BACKORDER IS FILLED FROM ITS OWN LOCATION, SO IT ONLY HOLDS   *
      *STOCK THERE                                                     *
      ******************************************************************
       01  WS-BO-SUB                    PIC 9(3).
       01  WS-BO-COUNT                  PIC 9(3) VALUE ZERO.
       01  OPEN-BO-TABLE.
           05  OPEN-BO-ENTRY            OCCURS 500 TIMES.
               10  OB-PART-NO           PIC X(5).
               10  OB-LOCATION          PIC X(4).
               10  OB-QTY               PIC 9(7).
      ******************************************************************
      *THE LINES OF THE ORDER BEING TAKEN.  EACH LINE IS PRICED AND    *
      *STOCK-CHECKED AS IT COMES IN AND MARKED Q (QUOTED FROM STOCK)   *
      *OR B (BACKORDERED); NOTHING IS WRITTEN UNTIL THE ORDER IS       *
      *COMPLETE, BECAUSE THE DISCOUNT TIER AND THE CREDIT CHECK BOTH   *
      *WORK ON THE ORDER TOTAL, NOT ON ANY ONE LINE.  AN ORDER LONGER  *
      *THAN THE TABLE IS CLOSED AT 50 LINES AND THE REST CONTINUES     *
      *UNDER A NEW QUOTE NUMBER                                        *
      ******************************************************************
       01  WS-OL-SUB                    PIC 9(3).
       01  WS-OL-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-OL-MAX                    PIC 9(3) VALUE 50.
       01  WS-ORDER-IDENT               PIC X(5).
       01  WS-ORDER-GROSS               PIC 9(6)V99 VALUE ZERO.
       01  WS-ORDER-CHECK               PIC 9(7)V99.
       01  WS-ORDER-SALES               PIC 9(6)V99.
       01  WS-ORDER-NET                 PIC 9(6)V99.
       01  WS-ORDER-TAX                 PIC 9(6)V99.
       01  WS-ORDER-TOTAL               PIC 9(7)V99.
       01  WS-ORDER-BO-TOTAL            PIC 9(7)V99.
       01  WS-ORDER-TAX-RATE            PIC V9(4).
       01  WS-ORDER-TAX-JURIS           PIC X(4).
       01  WS-ORDER-TAX-EXEMPT          PIC X(1).
       01  WS-ORDER-QUOTED              PIC 9(3).
       01  WS-ORDER-BACKORDERED         PIC 9(3).
       01  WS-ORDER-TOO-BIG             PIC X(1).
       01  WS-LINE-STATUS               PIC X(1).
       01  WS-MORE-LINES                PIC X(1).
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY         OCCURS 50 TIMES.
               10  OL-PART-NO           PIC X(5).
               10  OL-LOCATION          PIC X(4).
               10  OL-QTY               PIC 9(5).
               10  OL-SALES             PIC 9(6)V99.
               10  OL-NET               PIC 9(6)V99.
               10  OL-TAX               PIC 9(6)V99.
               10  OL-STATUS            PIC X(1).
       01  IDENT-IN                    PIC X(5).
       01  SALES-IN                    PIC 9(6)V99.
       01  SALES-OUT                   PIC 9(6).99.
       01  WS-DISCOUNT-AMT             PIC 9(6)V99.
       01  DISCOUNT-PERCENT-OUT        PIC V99.
       01  NET-OUT                     PIC 9(6).99.
       01  TAX-OUT                     PIC 9(6).99.
       01  TOTAL-OUT                   PIC 9(7).99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY ' '
               STOP RUN
           END-IF
      ******************************************************************
      *EVERY TAXABLE CUSTOMER'S JURISDICTION IS LOOKED UP HERE, SO     *
      *WITHOUT THE TABLE NOTHING CAN BE TAXED AND NOTHING IS QUOTED    *
      ******************************************************************
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS NOT = '00'
               DISPLAY 'TAX RATE TABLE NOT AVAILABLE, STATUS: ',
                   WS-TAX-FILE-STATUS
               DISPLAY 'SET UP THE JURISDICTIONS WITH TAXMNT, NO '
                   'QUOTES TAKEN'
               CLOSE INVENTORY-CATALOG-FILE
                     CUSTOMER-MASTER-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
      ******************************************************************
      *EVERY LINE IS STOCK-CHECKED AT THE LOCATION IT IS SOLD FROM, SO *
      *WITHOUT THE LOCATION FILES NOTHING IS QUOTED                    *
      ******************************************************************
           OPEN INPUT LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY 'LOCATION MASTER NOT AVAILABLE, STATUS: ',
                   WS-LOC-FILE-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NO QUOTES TAKEN'
               CLOSE INVENTORY-CATALOG-FILE
                     CUSTOMER-MASTER-FILE
                     TAX-RATE-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'STOCK LOCATION FILE NOT AVAILABLE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NO QUOTES TAKEN'
               CLOSE INVENTORY-CATALOG-FILE
                     CUSTOMER-MASTER-FILE
                     TAX-RATE-FILE
                     LOCATION-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
      ******************************************************************
      *A REJECT RERUN HAPPENS AFTER THE DAY'S MAIN RUN, SO THE AUDIT   *
      *FILE IS EXTENDED RATHER THAN WIPED AND THE QUANTITIES ALREADY   *
      *QUOTED TODAY ARE RE-LOADED INTO THE TRACKING TABLE SO THE       *
                 SUPERVISOR-REVIEW-FILE
                 BACKORDER-FILE
                 AR-DETAIL-FILE
                 TAX-RATE-FILE
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
           IF WS-PRICE-FILE-OK = 'Y'
               CLOSE PRICE-HISTORY-FILE
           END-IF
           END-PERFORM
           CLOSE BACKORDER-FILE.
       107-TRACK-OPEN-BO.
           MOVE BO-LOCATION TO LOCATION-QUOTE
           IF LOCATION-QUOTE = SPACES
               MOVE 'MAIN' TO LOCATION-QUOTE
           END-IF
           MOVE 1 TO WS-BO-SUB
           PERFORM UNTIL WS-BO-SUB > WS-BO-COUNT
               OR (OB-PART-NO (WS-BO-SUB) = BO-PART-NO
                   AND OB-LOCATION (WS-BO-SUB) = LOCATION-QUOTE)
               ADD 1 TO WS-BO-SUB
           END-PERFORM
           IF WS-BO-SUB > WS-BO-COUNT
               IF WS-BO-COUNT < 500
                   ADD 1 TO WS-BO-COUNT
                   MOVE BO-PART-NO TO OB-PART-NO (WS-BO-COUNT)
                   MOVE LOCATION-QUOTE TO OB-LOCATION (WS-BO-COUNT)
                   MOVE BO-OPEN-QTY TO OB-QTY (WS-BO-COUNT)
               ELSE
                   IF WS-BO-TABLE-FULL = 'N'
               CLOSE QUOTE-CONTROL-FILE
           END-IF.
      ******************************************************************
      *EVERY ORDER THAT LEAVES THIS RUN -- WRITTEN, HELD, OR           *
      *BACKORDERED -- GETS THE NEXT NUMBER, SHARED BY ALL ITS LINES,   *
      *AND THE COUNTER GOES STRAIGHT BACK TO DISK SO A LATER ABORT     *
      *CANNOT REISSUE IT                                               *
      ******************************************************************
      ******************************************************************
      *A NORMAL RUN JUST STARTED A FRESH DAILY FILE, SO ITS STAMP      *
                          TRAN-QTY > ZERO
                           MOVE TRAN-PART-NO TO PART-NO-QUOTE
                           MOVE TRAN-QTY TO QTY-QUOTE
                           MOVE TRAN-LOCATION TO LOCATION-QUOTE
                           IF LOCATION-QUOTE = SPACES
                               MOVE 'MAIN' TO LOCATION-QUOTE
                           END-IF
                           PERFORM 185-TRACK-QUOTED-QTY
                       END-IF
               END-READ
      *APPROVE THEM -- SO THE REVIEW FILE SEEDS THE TABLE THE SAME    *
      *WAY THE TRANSACTION FILE DOES.  THE REVIEW FILE IS A            *
      *STANDING WORK QUEUE THAT SURVIVES FROM DAY TO DAY, SO THIS      *
      *SEED RUNS ON EVERY RUN, NOT JUST A REJECT RERUN.  A HELD        *
      *BACKORDERED LINE (TYPE B) WAS NEVER QUOTED FROM THE SHELF AND   *
      *IS LEFT OUT                                                     *
      ******************************************************************
       109-SEED-HELD-QUOTES.
           MOVE 'N' TO WS-SEED-EOF
                   NOT AT END
                       IF SUP-PART-NO NOT = SPACES AND
                          SUP-QTY IS NUMERIC AND
                          SUP-QTY > ZERO AND
                          SUP-REC-TYPE NOT = 'B'
                           MOVE SUP-PART-NO TO PART-NO-QUOTE
                           MOVE SUP-QTY TO QTY-QUOTE
                           MOVE SUP-LOCATION TO LOCATION-QUOTE
                           IF LOCATION-QUOTE = SPACES
                               MOVE 'MAIN' TO LOCATION-QUOTE
                           END-IF
                           PERFORM 185-TRACK-QUOTED-QTY
                       END-IF
               END-READ
                         INVENTORY-CATALOG-FILE
                         BACKORDER-FILE
                         AR-DETAIL-FILE
                         LOCATION-MASTER
                         STOCK-LOCATION-FILE
                   MOVE 'A' TO WS-LOG-STATUS
                   PERFORM 900-LOG-END
                   STOP RUN
                   PERFORM 118-PROCESS-BATCH-QUOTE
               END-IF
           END-PERFORM
           IF WS-OL-COUNT > ZERO
               PERFORM 500-FINISH-ORDER
           END-IF
           IF WS-RERUN-MODE = 'Y'
               CLOSE REJECT-RERUN-FILE
           ELSE
           CLOSE REJECT-OUT-FILE
           DISPLAY ' '
           DISPLAY 'BATCH QUOTES REJECTED: ', WS-REJECT-COUNT
           DISPLAY 'ORDERS HELD FOR SUPERVISOR REVIEW: ',
               WS-HELD-COUNT
           IF WS-REJECT-COUNT > ZERO
               DISPLAY 'REJECTS WRITTEN TO QUOTEREJ.DAT -- CORRECT '
                       MOVE RRF-IDENT TO IDENT-IN
                       MOVE RRF-PART-NO TO PART-NO-QUOTE
                       MOVE RRF-QTY TO QTY-QUOTE-X
                       MOVE RRF-LOCATION TO LOCATION-QUOTE
               END-READ
           ELSE
               READ QUOTE-INPUT-FILE
                       MOVE QIN-IDENT TO IDENT-IN
                       MOVE QIN-PART-NO TO PART-NO-QUOTE
                       MOVE QIN-QTY TO QTY-QUOTE-X
                       MOVE QIN-LOCATION TO LOCATION-QUOTE
               END-READ
           END-IF.
       118-PROCESS-BATCH-QUOTE.
      *A FULLY BLANK LINE IS AN EDITOR ARTIFACT FROM HAND-CORRECTING   *
      *THE REJECT FILE, NOT A QUOTE -- IT IS DROPPED SO THE CORRECT-   *
      *AND-RERUN CYCLE CAN ACTUALLY CONVERGE TO ZERO REJECTS          *
      ******************************************************************
      ******************************************************************
      *AN ORDER IS THE RUN OF CONSECUTIVE LINES FOR ONE CUSTOMER.  A   *
      *CHANGE OF CUSTOMER OR A BLANK LINE CLOSES THE ORDER IN          *
      *PROGRESS, SO TWO ORDERS FOR THE SAME CUSTOMER ARE KEPT APART    *
      *IN THE FILE BY A BLANK LINE BETWEEN THEM                        *
      ******************************************************************
           IF IDENT-IN = SPACES AND PART-NO-QUOTE = SPACES AND
              QTY-QUOTE-X = SPACES AND LOCATION-QUOTE = SPACES
               SUBTRACT 1 FROM WS-LOG-READ
               IF WS-OL-COUNT > ZERO
                   PERFORM 500-FINISH-ORDER
               END-IF
           ELSE
               IF WS-OL-COUNT > ZERO
                   IF IDENT-IN NOT = WS-ORDER-IDENT
                       PERFORM 500-FINISH-ORDER
                   ELSE
                       IF WS-OL-COUNT = WS-OL-MAX
                           PERFORM 320-SPLIT-ORDER
                       END-IF
                   END-IF
               END-IF
               PERFORM 119-EDIT-AND-QUOTE
           END-IF.
       119-EDIT-AND-QUOTE.
               MOVE QTY-QUOTE-X TO QTY-QUOTE
               PERFORM 150-VALIDATE-CUSTOMER
               IF CUSTOMER-IS-VALID
                 PERFORM 170-VALIDATE-LOCATION
                 IF NOT LOCATION-IS-VALID
                   DISPLAY 'REJECTED, UNKNOWN LOCATION: ',
                       LOCATION-QUOTE
                   MOVE 'UL' TO WS-REJECT-REASON
                   PERFORM 130-WRITE-REJECT
                 ELSE
                   PERFORM 175-LOOKUP-PART
                   IF PART-IS-VALID
                     PERFORM 180-COMPUTE-AVAILABLE
                     PERFORM 300-EXTEND-LINE
                     IF WS-ORDER-TOO-BIG = 'Y'
                         DISPLAY 'REJECTED, SALES AMOUNT TOO LARGE, '
                             'PART-NO: ', PART-NO-QUOTE
                         MOVE 'SZ' TO WS-REJECT-REASON
                         PERFORM 130-WRITE-REJECT
                     ELSE
                       IF QTY-QUOTE > WS-QTY-AVAILABLE
                           MOVE 'B' TO WS-LINE-STATUS
                       ELSE
                           MOVE 'Q' TO WS-LINE-STATUS
                       END-IF
                       PERFORM 310-ADD-ORDER-LINE
                     END-IF
                   ELSE
                       DISPLAY 'REJECTED, UNKNOWN PART NO: ',
                       MOVE 'UP' TO WS-REJECT-REASON
                       PERFORM 130-WRITE-REJECT
                   END-IF
                 END-IF
               ELSE
                   EVALUATE TRUE
                     WHEN WS-CUSTOMER-ON-HOLD = 'Y'
                       DISPLAY 'REJECTED, CUSTOMER ON CREDIT HOLD: ',
                           IDENT-IN
                       MOVE 'CH' TO WS-REJECT-REASON
                     WHEN WS-CUSTOMER-INACTIVE = 'Y'
                       DISPLAY 'REJECTED, INACTIVE CUSTOMER ID: ',
                           IDENT-IN
                       MOVE 'IC' TO WS-REJECT-REASON
                     WHEN WS-TAX-MISSING = 'Y'
                       DISPLAY 'REJECTED, NO TAX RATE FOR '
                           'JURISDICTION ', WS-CUST-TAX-JURIS,
                           ', CUSTOMER ID: ', IDENT-IN
                       MOVE 'NT' TO WS-REJECT-REASON
                     WHEN OTHER
                       DISPLAY 'REJECTED, UNKNOWN CUSTOMER ID: ',
                           IDENT-IN
                       MOVE 'UC' TO WS-REJECT-REASON
                   END-EVALUATE
                   PERFORM 130-WRITE-REJECT
               END-IF
           END-IF.
           MOVE IDENT-IN TO REJ-IDENT
           MOVE PART-NO-QUOTE TO REJ-PART-NO
           MOVE QTY-QUOTE-X TO REJ-QTY
           MOVE LOCATION-QUOTE TO REJ-LOCATION
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           WRITE REJECT-OUT-REC.
      ******************************************************************
      *AT THE CONSOLE THE CUSTOMER IS KEYED ONCE AND THE REP KEEPS     *
      *KEYING PARTS UNTIL A BLANK PART-NO ENDS THE ORDER.  THE REP     *
      *SELLS FROM ONE LOCATION, SO IT IS ASKED ONCE PER ORDER          *
      ******************************************************************
       120-INTERACTIVE-MODULE.
           PERFORM UNTIL MORE-DATA = 'NO '
               DISPLAY ' '
               DISPLAY "PLEASE ENTER THE CUSTOMER'S ID IN FORMAT XXXXX."
               ACCEPT IDENT-IN
               PERFORM 150-VALIDATE-CUSTOMER
               IF CUSTOMER-IS-VALID
                   PERFORM 127-GET-ORDER-LOCATION
                   MOVE 'Y' TO WS-MORE-LINES
                   PERFORM 125-TAKE-ORDER-LINE
                       UNTIL WS-MORE-LINES = 'N'
                   IF WS-OL-COUNT > ZERO
                       PERFORM 500-FINISH-ORDER
                   ELSE
                       DISPLAY ' '
                       DISPLAY 'NO LINES TAKEN, NOTHING QUOTED.'
                   END-IF
               ELSE
                   ADD 1 TO WS-LOG-READ
                   ADD 1 TO WS-LOG-REJECTED
                   DISPLAY ' '
                   EVALUATE TRUE
                     WHEN WS-CUSTOMER-ON-HOLD = 'Y'
                       DISPLAY 'CUSTOMER IS ON CREDIT HOLD, QUOTE '
                           'REJECTED.'
                       DISPLAY 'THE PAST DUE ITEMS ON COLLECT.RPT MUST '
                           'BE PAID FIRST.'
                     WHEN WS-CUSTOMER-INACTIVE = 'Y'
                       DISPLAY 'CUSTOMER IS INACTIVE, QUOTE REJECTED.'
                     WHEN WS-TAX-MISSING = 'Y'
                       DISPLAY 'NO TAX RATE FOR JURISDICTION ',
                           WS-CUST-TAX-JURIS, ', QUOTE REJECTED.'
                       DISPLAY 'ADD IT WITH TAXMNT OR CORRECT THE '
                           'CUSTOMER WITH CUSTMNT.'
                     WHEN OTHER
                       DISPLAY 'CUSTOMER ID NOT ON FILE, QUOTE REJECTED'
                   END-EVALUATE
               END-IF
               DISPLAY ' '
               DISPLAY 'IS THERE MORE DATA?'
               ACCEPT MORE-DATA
           END-PERFORM.
       125-TAKE-ORDER-LINE.
           DISPLAY ' '
           DISPLAY 'PLEASE ENTER THE PART-NO IN FORMAT XXXXX, OR '
               'PRESS ENTER TO END THE ORDER.'
           ACCEPT PART-NO-QUOTE
           IF PART-NO-QUOTE = SPACES
               MOVE 'N' TO WS-MORE-LINES
           ELSE
               ADD 1 TO WS-LOG-READ
               IF WS-OL-COUNT = WS-OL-MAX
                   PERFORM 320-SPLIT-ORDER
               END-IF
               DISPLAY 'PLEASE ENTER THE QUANTITY.'
               ACCEPT QTY-QUOTE-X
               PERFORM UNTIL QTY-QUOTE-X IS NUMERIC
                   DISPLAY 'QUANTITY MUST BE NUMERIC, RE-ENTER'
                   ACCEPT QTY-QUOTE-X
               END-PERFORM
               MOVE QTY-QUOTE-X TO QTY-QUOTE
               PERFORM 175-LOOKUP-PART
               IF PART-IS-VALID
                 PERFORM 180-COMPUTE-AVAILABLE
                 MOVE 'N' TO WS-RUSH-OVERRIDE
                 IF QTY-QUOTE > WS-QTY-AVAILABLE AND
                    QTY-QUOTE NOT > WS-QTY-UNCOMMITTED
                     PERFORM 183-ASK-RUSH-OVERRIDE
                 END-IF
                 PERFORM 300-EXTEND-LINE
                 IF WS-ORDER-TOO-BIG = 'Y'
                     ADD 1 TO WS-LOG-REJECTED
                     DISPLAY ' '
                     DISPLAY 'SALES AMOUNT TOO LARGE, LINE REJECTED.'
                 ELSE
                   IF QTY-QUOTE > WS-QTY-AVAILABLE AND
                      WS-RUSH-OVERRIDE = 'N'
                       MOVE 'B' TO WS-LINE-STATUS
                   ELSE
                       MOVE 'Q' TO WS-LINE-STATUS
                   END-IF
                   PERFORM 310-ADD-ORDER-LINE
                 END-IF
               ELSE
                   ADD 1 TO WS-LOG-REJECTED
                   DISPLAY ' '
                   DISPLAY 'PART NOT FOUND IN CATALOG, LINE REJECTED.'
               END-IF
           END-IF.
       127-GET-ORDER-LOCATION.
           DISPLAY 'PLEASE ENTER THE LOCATION SELLING FROM, OR PRESS '
               'ENTER FOR MAIN.'
           ACCEPT LOCATION-QUOTE
           PERFORM 170-VALIDATE-LOCATION
           PERFORM UNTIL LOCATION-IS-VALID
               DISPLAY 'LOCATION NOT ON FILE: ', LOCATION-QUOTE,
                   ', RE-ENTER'
               ACCEPT LOCATION-QUOTE
               PERFORM 170-VALIDATE-LOCATION
           END-PERFORM.
      ******************************************************************
      *THE DISCOUNT TIER IS SET BY THE ORDER TOTAL -- EVERY LINE,      *
      *BACKORDERED ONES INCLUDED, SINCE THE CUSTOMER ORDERED THEM ALL  *
      *AT ONCE -- AND EVERY LINE IS THEN DISCOUNTED AT THAT TIER.  THE *
      *ORDER SALES AND NET ARE THE LINES BILLED NOW; BACKORDERED LINES *
      *ARE BILLED WHEN THE BORELSE RUN RELEASES THEM.  SALES TAX IS    *
      *TAKEN ON EACH LINE'S NET AFTER THE DISCOUNT, ROUNDED TO THE     *
      *CENT, AND THE ORDER TAX IS THE SUM OF THE LINES BILLED NOW, SO  *
      *A LINE RELEASED LATER BY BORELSE IS TAXED THE SAME WAY.  THE    *
      *BACKORDERED LINES' NET PLUS TAX IS KEPT APART FOR THE CREDIT    *
      *CHECK                                                           *
      ******************************************************************
       200-PROCESS-DATA.
           IF WS-ORDER-GROSS > 1000.00
               MOVE .05 TO DISCOUNT-PERCENT-OUT
           ELSE
               IF WS-ORDER-GROSS > 500.00
                   MOVE .04 TO DISCOUNT-PERCENT-OUT
               ELSE
                   IF WS-ORDER-GROSS > 100.00
                       MOVE .03 TO DISCOUNT-PERCENT-OUT
                   ELSE
                       MOVE .02 TO DISCOUNT-PERCENT-OUT
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-ORDER-SALES
           MOVE ZERO TO WS-ORDER-NET
           MOVE ZERO TO WS-ORDER-TAX
           MOVE ZERO TO WS-ORDER-QUOTED
           MOVE ZERO TO WS-ORDER-BACKORDERED
           MOVE ZERO TO WS-ORDER-BO-TOTAL
           PERFORM 205-PRICE-ORDER-LINE
               VARYING WS-OL-SUB FROM 1 BY 1
               UNTIL WS-OL-SUB > WS-OL-COUNT
           MOVE WS-ORDER-SALES TO SALES-OUT
           MOVE WS-ORDER-NET TO NET-OUT
           MOVE WS-ORDER-TAX TO TAX-OUT
           ADD WS-ORDER-NET WS-ORDER-TAX GIVING WS-ORDER-TOTAL
           MOVE WS-ORDER-TOTAL TO TOTAL-OUT
      ******************************************************************
      *     USED EMPTY LINES TO MAKE THE CONSOLE MORE USER-FRIENDLY    *
      ******************************************************************
           DISPLAY ' '
           DISPLAY 'ORDER PRICED:'
           DISPLAY ' '
           DISPLAY 'ID:       ', WS-ORDER-IDENT
           DISPLAY 'QUOTE NO: ', WS-QUOTE-NO
           DISPLAY 'LINES:    ', WS-ORDER-QUOTED, ' QUOTED, ',
               WS-ORDER-BACKORDERED, ' BACKORDERED'
           DISPLAY 'SALES:    ', SALES-OUT
           DISPLAY 'DISCOUNT: .', DISCOUNT-PERCENT-OUT, '%'
           DISPLAY 'NET:      ', NET-OUT
           IF WS-ORDER-TAX-EXEMPT = 'Y'
               DISPLAY 'TAX:      ', TAX-OUT, '  EXEMPT'
           ELSE
               DISPLAY 'TAX:      ', TAX-OUT, '  JURISDICTION ',
                   WS-ORDER-TAX-JURIS
           END-IF
           DISPLAY 'TOTAL:   ', TOTAL-OUT.
       205-PRICE-ORDER-LINE.
           MULTIPLY OL-SALES (WS-OL-SUB) BY DISCOUNT-PERCENT-OUT
               GIVING WS-DISCOUNT-AMT
           SUBTRACT WS-DISCOUNT-AMT FROM OL-SALES (WS-OL-SUB)
               GIVING OL-NET (WS-OL-SUB)
           COMPUTE OL-TAX (WS-OL-SUB) ROUNDED =
               OL-NET (WS-OL-SUB) * WS-ORDER-TAX-RATE
           IF OL-STATUS (WS-OL-SUB) = 'Q'
               ADD 1 TO WS-ORDER-QUOTED
               ADD OL-SALES (WS-OL-SUB) TO WS-ORDER-SALES
               ADD OL-NET (WS-OL-SUB) TO WS-ORDER-NET
               ADD OL-TAX (WS-OL-SUB) TO WS-ORDER-TAX
           ELSE
               ADD 1 TO WS-ORDER-BACKORDERED
               ADD OL-NET (WS-OL-SUB) OL-TAX (WS-OL-SUB)
                   TO WS-ORDER-BO-TOTAL
           END-IF.
      ******************************************************************
      *AN ORDER WHOSE NET PLUS TAX -- BACKORDERED LINES INCLUDED,      *
      *SINCE BORELSE BILLS THEM WITHOUT ANOTHER CHECK -- WOULD TAKE    *
      *THE CUSTOMER'S OPEN BALANCE PAST THEIR CREDIT LIMIT IS HELD     *
      *WHOLE ON THE SUPERVISOR REVIEW FILE -- HEADER, LINES BILLED     *
      *NOW, AND BACKORDERED LINES -- AND NOTHING GOES TO THE           *
      *TRANSACTION OR BACKORDER FILES.  OTHERWISE THE LINES BILLED NOW *
      *ARE WRITTEN AND THEIR NET PLUS TAX IS ADDED TO THE OPEN         *
      *BALANCE, AND THE BACKORDERED LINES GO TO THE BACKORDER FILE TO  *
      *BE BILLED WHEN BORELSE RELEASES THEM.  ONE ORDER IS NEVER PART  *
      *HELD, PART BILLED                                               *
      ******************************************************************
       225-CREDIT-CHECK.
           IF CUST-BALANCE + WS-ORDER-TOTAL + WS-ORDER-BO-TOTAL
               > CUST-CREDIT-LIMIT
               MOVE WS-ORDER-IDENT TO SUP-IDENT
               MOVE WS-ORDER-SALES TO SUP-SALES
               MOVE DISCOUNT-PERCENT-OUT TO SUP-DISCOUNT-PERCENT
               MOVE WS-ORDER-NET TO SUP-NET
               MOVE SPACES TO SUP-PART-NO
               MOVE WS-ORDER-QUOTED TO SUP-LINE-COUNT
               MOVE WS-QUOTE-NO TO SUP-QUOTE-NO
               MOVE 'H' TO SUP-REC-TYPE
               MOVE WS-ORDER-TAX TO SUP-TAX-AMOUNT
               MOVE WS-ORDER-TAX-JURIS TO SUP-TAX-JURIS
               MOVE WS-ORDER-TAX-EXEMPT TO SUP-TAX-EXEMPT
               MOVE SPACES TO SUP-LOCATION
               WRITE SUPERVISOR-REVIEW-REC
               PERFORM 230-HOLD-ORDER-LINE
                   VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-COUNT
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'OVER CREDIT LIMIT -- QUOTE ', WS-QUOTE-NO,
                   ' HELD FOR SUPERVISOR REVIEW, CUSTOMER: ',
                   WS-ORDER-IDENT
           ELSE
               IF WS-ORDER-QUOTED > ZERO
                   PERFORM 250-WRITE-TRANSACTION
                   ADD WS-ORDER-TOTAL TO CUST-BALANCE
                   REWRITE CUSTOMER-MASTER-REC
                   IF WS-CUSTMAST-STATUS NOT = '00'
                       DISPLAY 'WARNING: CUSTOMER BALANCE NOT UPDATED, '
                           'STATUS: ', WS-CUSTMAST-STATUS,
                           ' CUSTOMER: ', WS-ORDER-IDENT
                   END-IF
               ELSE
                   DISPLAY 'QUOTE ', WS-QUOTE-NO, ' IS BACKORDERED IN '
                       'FULL FOR CUSTOMER ', WS-ORDER-IDENT
               END-IF
               PERFORM 190-WRITE-BACKORDER
                   VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-COUNT
           END-IF.
      ******************************************************************
      *EVERY LINE OF A HELD ORDER GOES ON THE REVIEW FILE: D FOR A     *
      *LINE BILLED NOW, B FOR A BACKORDERED LINE                       *
      ******************************************************************
       230-HOLD-ORDER-LINE.
           MOVE WS-ORDER-IDENT TO SUP-IDENT
           MOVE OL-SALES (WS-OL-SUB) TO SUP-SALES
           MOVE DISCOUNT-PERCENT-OUT TO SUP-DISCOUNT-PERCENT
           MOVE OL-NET (WS-OL-SUB) TO SUP-NET
           MOVE OL-PART-NO (WS-OL-SUB) TO SUP-PART-NO
           MOVE OL-QTY (WS-OL-SUB) TO SUP-QTY
           MOVE WS-QUOTE-NO TO SUP-QUOTE-NO
           IF OL-STATUS (WS-OL-SUB) = 'Q'
               MOVE 'D' TO SUP-REC-TYPE
           ELSE
               MOVE 'B' TO SUP-REC-TYPE
           END-IF
           MOVE OL-TAX (WS-OL-SUB) TO SUP-TAX-AMOUNT
           MOVE WS-ORDER-TAX-JURIS TO SUP-TAX-JURIS
           MOVE WS-ORDER-TAX-EXEMPT TO SUP-TAX-EXEMPT
           MOVE OL-LOCATION (WS-OL-SUB) TO SUP-LOCATION
           WRITE SUPERVISOR-REVIEW-REC
           ADD 1 TO WS-LOG-REJECTED.
      ******************************************************************
      *ADDED TO KEEP AN AUDIT TRAIL OF EACH QUOTE FOR DISPUTES AND     *
      *EOD RECONCILIATION                                              *
      ******************************************************************
      ******************************************************************
      *PART-NO AND QUANTITY RIDE ON THE TRANSACTION SO THE ORDER       *
      *POSTING RUN (ORDPOST) CAN RELIEVE QTY-ON-HAND ON THE MASTER.    *
      *THE ORDER GOES OUT AS ITS HEADER FOLLOWED BY ONE DETAIL PER     *
      *LINE BILLED, AND THE AR FILE TAKES ONE CHARGE FOR THE ORDER NET *
      *PLUS ITS SALES TAX                                              *
      ******************************************************************
       250-WRITE-TRANSACTION.
           MOVE WS-ORDER-IDENT TO TRAN-IDENT
           MOVE WS-ORDER-SALES TO TRAN-SALES
           MOVE DISCOUNT-PERCENT-OUT TO TRAN-DISCOUNT-PERCENT
           MOVE WS-ORDER-NET TO TRAN-NET
           MOVE SPACES TO TRAN-PART-NO
           MOVE WS-ORDER-QUOTED TO TRAN-LINE-COUNT
           MOVE WS-QUOTE-NO TO TRAN-QUOTE-NO
           MOVE 'H' TO TRAN-REC-TYPE
           MOVE WS-ORDER-TAX TO TRAN-TAX-AMOUNT
           MOVE WS-ORDER-TAX-JURIS TO TRAN-TAX-JURIS
           MOVE WS-ORDER-TAX-EXEMPT TO TRAN-TAX-EXEMPT
           MOVE SPACES TO TRAN-LOCATION
           WRITE SALES-TRANSACTION-REC
           PERFORM 260-WRITE-ORDER-LINE
               VARYING WS-OL-SUB FROM 1 BY 1
               UNTIL WS-OL-SUB > WS-OL-COUNT
           MOVE WS-ORDER-IDENT TO AR-CUST-ID
           MOVE WS-RUN-DATE TO AR-ITEM-DATE
           MOVE 'C' TO AR-ITEM-TYPE
           MOVE WS-QUOTE-NO TO AR-REFERENCE
           MOVE WS-ORDER-TOTAL TO AR-AMOUNT
           WRITE AR-DETAIL-REC
           DISPLAY 'QUOTE NO: ', WS-QUOTE-NO.
       260-WRITE-ORDER-LINE.
           IF OL-STATUS (WS-OL-SUB) = 'Q'
               MOVE WS-ORDER-IDENT TO TRAN-IDENT
               MOVE OL-SALES (WS-OL-SUB) TO TRAN-SALES
               MOVE DISCOUNT-PERCENT-OUT TO TRAN-DISCOUNT-PERCENT
               MOVE OL-NET (WS-OL-SUB) TO TRAN-NET
               MOVE OL-PART-NO (WS-OL-SUB) TO TRAN-PART-NO
               MOVE OL-QTY (WS-OL-SUB) TO TRAN-QTY
               MOVE WS-QUOTE-NO TO TRAN-QUOTE-NO
               MOVE 'D' TO TRAN-REC-TYPE
               MOVE OL-TAX (WS-OL-SUB) TO TRAN-TAX-AMOUNT
               MOVE WS-ORDER-TAX-JURIS TO TRAN-TAX-JURIS
               MOVE WS-ORDER-TAX-EXEMPT TO TRAN-TAX-EXEMPT
               MOVE OL-LOCATION (WS-OL-SUB) TO TRAN-LOCATION
               WRITE SALES-TRANSACTION-REC
               ADD 1 TO WS-LOG-WRITTEN
           END-IF.
      ******************************************************************
      *A LINE IS EXTENDED AT THE QUOTE PRICE BEFORE IT JOINS THE       *
      *ORDER.  BOTH THE LINE AND THE ORDER TOTAL MUST FIT THE SALES    *
      *FIELD ON THE TRANSACTION RECORD; A LINE THAT WOULD OVERFLOW     *
      *EITHER ONE IS REJECTED AND THE REST OF THE ORDER STANDS         *
      ******************************************************************
       300-EXTEND-LINE.
           MOVE 'N' TO WS-ORDER-TOO-BIG
           COMPUTE SALES-IN =
               QTY-QUOTE * WS-CATALOG-UNIT-PRICE
               ON SIZE ERROR
                   MOVE 'Y' TO WS-ORDER-TOO-BIG
           END-COMPUTE
           IF WS-ORDER-TOO-BIG = 'N'
               IF WS-OL-COUNT = ZERO
                   MOVE SALES-IN TO WS-ORDER-CHECK
               ELSE
                   ADD WS-ORDER-GROSS SALES-IN
                       GIVING WS-ORDER-CHECK
               END-IF
               IF WS-ORDER-CHECK > 999999.99
                   MOVE 'Y' TO WS-ORDER-TOO-BIG
               END-IF
           END-IF.
      ******************************************************************
      *A LINE QUOTED FROM STOCK IS COUNTED AGAINST THE SHELF AS SOON   *
      *AS IT JOINS THE ORDER, SO A LATER LINE FOR THE SAME PART IN     *
      *THE SAME ORDER SEES IT                                          *
      ******************************************************************
       310-ADD-ORDER-LINE.
           IF WS-OL-COUNT = ZERO
               MOVE IDENT-IN TO WS-ORDER-IDENT
               MOVE ZERO TO WS-ORDER-GROSS
               MOVE WS-CUST-TAX-RATE TO WS-ORDER-TAX-RATE
               MOVE WS-CUST-TAX-JURIS TO WS-ORDER-TAX-JURIS
               MOVE WS-CUST-TAX-EXEMPT TO WS-ORDER-TAX-EXEMPT
           END-IF
           ADD 1 TO WS-OL-COUNT
           MOVE PART-NO-QUOTE TO OL-PART-NO (WS-OL-COUNT)
           MOVE LOCATION-QUOTE TO OL-LOCATION (WS-OL-COUNT)
           MOVE QTY-QUOTE TO OL-QTY (WS-OL-COUNT)
           MOVE SALES-IN TO OL-SALES (WS-OL-COUNT)
           MOVE ZERO TO OL-NET (WS-OL-COUNT)
           MOVE WS-LINE-STATUS TO OL-STATUS (WS-OL-COUNT)
           ADD SALES-IN TO WS-ORDER-GROSS
           IF WS-LINE-STATUS = 'Q'
               PERFORM 185-TRACK-QUOTED-QTY
               DISPLAY 'LINE ', WS-OL-COUNT, ' PART ', PART-NO-QUOTE,
                   ' QTY ', QTY-QUOTE, ' ADDED TO THE ORDER'
           ELSE
               DISPLAY ' '
               DISPLAY 'INSUFFICIENT STOCK FOR PART ', PART-NO-QUOTE,
                   ' AT ', LOCATION-QUOTE, ', AVAILABLE: ',
                   WS-QTY-AVAILABLE
               IF QTY-QUOTE NOT > WS-QTY-UNCOMMITTED
                   DISPLAY 'STOCK ON THE SHELF IS COMMITTED TO OLDER '
                       'BACKORDERS'
               END-IF
               PERFORM 187-SHOW-ALL-LOCATIONS
               DISPLAY 'LINE ', WS-OL-COUNT, ' WILL BE BACKORDERED'
           END-IF.
       320-SPLIT-ORDER.
           DISPLAY 'ORDER FOR CUSTOMER ', WS-ORDER-IDENT,
               ' REACHED ', WS-OL-MAX, ' LINES -- THE REST '
               'CONTINUES UNDER A NEW QUOTE NUMBER'
           PERFORM 500-FINISH-ORDER.
      ******************************************************************
      *ADDED TO REJECT QUOTES FOR CUSTOMER IDS NOT ON THE CUSTOMER     *
      *MASTER FILE INSTEAD OF QUOTING AN UNKNOWN CUSTOMER.  NOW THAT   *
      *THE MASTER IS INDEXED ON CUST-ID, ONE RANDOM READ REPLACES THE  *
      *FRONT-TO-BACK SCAN, AND AN INACTIVE CUSTOMER IS TURNED AWAY     *
      *JUST LIKE AN UNKNOWN ONE.  AN ACTIVE, TAXABLE CUSTOMER WHOSE    *
      *JURISDICTION IS NOT ON THE TAX RATE TABLE IS TURNED AWAY TOO -- *
      *THE QUOTE CANNOT BE TAXED, AND BILLING IT UNTAXED WOULD LEAVE   *
      *THE COMPANY OWING TAX IT NEVER COLLECTED                        *
      ******************************************************************
       150-VALIDATE-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           MOVE 'N' TO WS-CUSTOMER-INACTIVE
           MOVE 'N' TO WS-CUSTOMER-ON-HOLD
           MOVE 'N' TO WS-TAX-MISSING
           MOVE IDENT-IN TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE CUST-STATUS
                       WHEN 'A'
                           MOVE 'Y' TO WS-CUSTOMER-FOUND
                       WHEN 'H'
                           MOVE 'Y' TO WS-CUSTOMER-ON-HOLD
                       WHEN OTHER
                           MOVE 'Y' TO WS-CUSTOMER-INACTIVE
                   END-EVALUATE
           END-READ
           IF WS-CUSTMAST-STATUS NOT = '00' AND
              WS-CUSTMAST-STATUS NOT = '23'
               PERFORM 155-CUSTMAST-IO-ABORT
           END-IF
           IF CUSTOMER-IS-VALID
               PERFORM 160-LOOKUP-TAX-RATE
           END-IF.
      ******************************************************************
      *AN EXEMPT CUSTOMER IS TAXED AT ZERO BUT KEEPS THEIR             *
      *JURISDICTION, SO THE TAX REPORT CAN SHOW THE EXEMPT SALES       *
      *WHERE THEY WERE MADE                                            *
      ******************************************************************
       160-LOOKUP-TAX-RATE.
           MOVE CUST-TAX-JURIS TO WS-CUST-TAX-JURIS
           MOVE ZERO TO WS-CUST-TAX-RATE
           IF CUST-TAX-EXEMPT = 'Y'
               MOVE 'Y' TO WS-CUST-TAX-EXEMPT
           ELSE
               MOVE 'N' TO WS-CUST-TAX-EXEMPT
               MOVE CUST-TAX-JURIS TO TAX-JURIS
               READ TAX-RATE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CUSTOMER-FOUND
                       MOVE 'Y' TO WS-TAX-MISSING
                   NOT INVALID KEY
                       MOVE TAX-RATE TO WS-CUST-TAX-RATE
               END-READ
           END-IF.
      ******************************************************************
      *A BLANK LOCATION IS THE MAIN WAREHOUSE                          *
      ******************************************************************
       170-VALIDATE-LOCATION.
           IF LOCATION-QUOTE = SPACES
               MOVE 'MAIN' TO LOCATION-QUOTE
           END-IF
           MOVE 'N' TO WS-LOCATION-FOUND
           MOVE LOCATION-QUOTE TO LOC-CODE
           READ LOCATION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCATION-FOUND
           END-READ.
       155-CUSTMAST-IO-ABORT.
           DISPLAY 'CUSTOMER MASTER I-O ERROR, STATUS: ',
               WS-CUSTMAST-STATUS
           DISPLAY 'RUN STOPPED'
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           CLOSE SALES-TRANSACTION-FILE
                 INVENTORY-CATALOG-FILE
                 CUSTOMER-MASTER-FILE
                 SUPERVISOR-REVIEW-FILE
                 BACKORDER-FILE
                 AR-DETAIL-FILE
                 TAX-RATE-FILE
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
           STOP RUN.
      ******************************************************************
      *ADDED SO THE QUOTE ALWAYS REFLECTS THE CURRENT CATALOG PRICE    *
      *INSTEAD OF A TYPED-IN AMOUNT THE REP MAY HAVE REMEMBERED WRONG. *
      *NOW THAT THE CATALOG IS INDEXED ON PART-NO, ONE RANDOM READ     *
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PART-FOUND
                   MOVE CAT-UNIT-PRICE TO WS-CATALOG-UNIT-PRICE
                   PERFORM 176-LOOKUP-LOCATION-STOCK
                   PERFORM 177-LOOKUP-PRICE
           END-READ.
      ******************************************************************
      *THE ON-HAND THE STOCK CHECK STARTS FROM IS THE PART'S STOCK AT  *
      *THE SELLING LOCATION.  NO STOCK RECORD THERE MEANS NONE HAS     *
      *EVER ARRIVED, SO THE LINE BACKORDERS                            *
      ******************************************************************
       176-LOOKUP-LOCATION-STOCK.
           MOVE PART-NO-QUOTE TO SLOC-PART-NO
           MOVE LOCATION-QUOTE TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO WS-CATALOG-QTY-ON-HAND
               NOT INVALID KEY
                   MOVE SLOC-QTY-ON-HAND TO WS-CATALOG-QTY-ON-HAND
           END-READ.
      ******************************************************************
      *WHEN A LINE BACKORDERS THE REP IS SHOWN WHAT EVERY LOCATION     *
      *HOLDS, SO STOCK SITTING ACROSS TOWN CAN BE SENT OVER WITH AN    *
      *INVMAINT TRANSFER INSTEAD OF LEAVING THE CUSTOMER WAITING       *
      ******************************************************************
       187-SHOW-ALL-LOCATIONS.
           DISPLAY 'ON HAND BY LOCATION FOR PART ', PART-NO-QUOTE, ':'
           MOVE 'N' TO WS-STKLOC-DONE
           MOVE PART-NO-QUOTE TO SLOC-PART-NO
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
                       IF SLOC-PART-NO NOT = PART-NO-QUOTE
                           MOVE 'Y' TO WS-STKLOC-DONE
                       ELSE
                           DISPLAY '    ', SLOC-LOCATION, '  ',
                               SLOC-QTY-ON-HAND
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      *THE PRICE IN FORCE ON THE QUOTE DATE IS THE LATEST PRICE        *
      *RECORD FOR THE PART WHOSE EFFECTIVE DATE IS NOT AFTER TODAY.    *
      *THE FILE IS KEYED PART PLUS DATE, SO THE PART'S PRICES COME     *
                   'MAY FIND THE SHELF SHORT'
           END-IF.
      ******************************************************************
      *A LINE FOR MORE THAN IS AVAILABLE IS NOT QUOTED; THE WHOLE      *
      *LINE GOES TO THE BACKORDER FILE INSTEAD, AND THE BORELSE RUN    *
      *FILLS THE OLDEST BACKORDERS FIRST ONCE STOCK COMES IN.  THE     *
      *REPS USED TO KEEP THESE IN A SPIRAL NOTEBOOK AND LOSE THEM      *
      ******************************************************************
       190-WRITE-BACKORDER.
           IF OL-STATUS (WS-OL-SUB) = 'B'
               MOVE WS-ORDER-IDENT TO BO-CUST-ID
               MOVE OL-PART-NO (WS-OL-SUB) TO BO-PART-NO
               MOVE OL-QTY (WS-OL-SUB) TO BO-OPEN-QTY
               MOVE WS-RUN-DATE TO BO-QUOTE-DATE
               MOVE WS-QUOTE-NO TO BO-QUOTE-NO
               MOVE DISCOUNT-PERCENT-OUT TO BO-DISCOUNT-PERCENT
               MOVE OL-LOCATION (WS-OL-SUB) TO BO-LOCATION
               WRITE BACKORDER-REC
               ADD 1 TO WS-BACKORDER-COUNT
               ADD 1 TO WS-LOG-REJECTED
               DISPLAY 'PART ', OL-PART-NO (WS-OL-SUB),
                   ' BACKORDERED ON QUOTE ', WS-QUOTE-NO,
                   ' FOR CUSTOMER ', WS-ORDER-IDENT
           END-IF.
      ******************************************************************
      *UNCOMMITTED = ON-HAND LESS WHAT THIS RUN HAS ALREADY QUOTED     *
      *FOR THE PART AT THE LOCATION; AVAILABLE = UNCOMMITTED LESS THE  *
      *OPEN BACKORDER QUANTITY THERE, SO STOCK PROMISED TO A WAITING   *
      *BACKORDER                                                       *
      *IS PROTECTED FROM NEW QUOTES.  BOTH NUMBERS ARE KEPT BECAUSE    *
      *A GENUINE RUSH ORDER MAY OVERRIDE THE COMMITMENT AT THE         *
      *CONSOLE WHEN THE STOCK IS PHYSICALLY THERE.  IF A TRACKING      *
           MOVE WS-CATALOG-QTY-ON-HAND TO WS-QTY-UNCOMMITTED
           MOVE 1 TO WS-QP-SUB
           PERFORM UNTIL WS-QP-SUB > WS-QP-COUNT
               OR (QP-PART-NO (WS-QP-SUB) = PART-NO-QUOTE
                   AND QP-LOCATION (WS-QP-SUB) = LOCATION-QUOTE)
               ADD 1 TO WS-QP-SUB
           END-PERFORM
           IF WS-QP-SUB NOT > WS-QP-COUNT
           MOVE WS-QTY-UNCOMMITTED TO WS-QTY-AVAILABLE
           MOVE 1 TO WS-BO-SUB
           PERFORM UNTIL WS-BO-SUB > WS-BO-COUNT
               OR (OB-PART-NO (WS-BO-SUB) = PART-NO-QUOTE
                   AND OB-LOCATION (WS-BO-SUB) = LOCATION-QUOTE)
               ADD 1 TO WS-BO-SUB
           END-PERFORM
           IF WS-BO-SUB NOT > WS-BO-COUNT
       185-TRACK-QUOTED-QTY.
           MOVE 1 TO WS-QP-SUB
           PERFORM UNTIL WS-QP-SUB > WS-QP-COUNT
               OR (QP-PART-NO (WS-QP-SUB) = PART-NO-QUOTE
                   AND QP-LOCATION (WS-QP-SUB) = LOCATION-QUOTE)
               ADD 1 TO WS-QP-SUB
           END-PERFORM
           IF WS-QP-SUB > WS-QP-COUNT
               IF WS-QP-COUNT < 500
                   ADD 1 TO WS-QP-COUNT
                   MOVE PART-NO-QUOTE TO QP-PART-NO (WS-QP-COUNT)
                   MOVE LOCATION-QUOTE TO QP-LOCATION (WS-QP-COUNT)
                   MOVE QTY-QUOTE TO QP-QTY (WS-QP-COUNT)
               ELSE
                   IF WS-QP-TABLE-FULL = 'N'
           ELSE
               ADD QTY-QUOTE TO QP-QTY (WS-QP-SUB)
           END-IF.
      ******************************************************************
      *THE ORDER IS COMPLETE: IT TAKES ONE QUOTE NUMBER, THE TIER IS   *
      *SET FROM THE ORDER TOTAL, AND THE WHOLE ORDER -- LINES BILLED   *
      *NOW AND BACKORDERED LINES ALIKE -- IS CREDIT-CHECKED AS ONE     *
      *AMOUNT BEFORE ANY OF IT IS WRITTEN.  THE CUSTOMER IS RE-READ    *
      *FIRST BECAUSE THE RECORD IN THE BUFFER MAY BELONG TO THE NEXT   *
      *ORDER'S CUSTOMER BY THE TIME THE BREAK IS SEEN                  *
      ******************************************************************
       500-FINISH-ORDER.
           PERFORM 195-ASSIGN-QUOTE-NO
           PERFORM 200-PROCESS-DATA
           MOVE WS-ORDER-IDENT TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CUSTMAST-STATUS NOT = '00'
               PERFORM 155-CUSTMAST-IO-ABORT
           END-IF
           PERFORM 225-CREDIT-CHECK
           MOVE ZERO TO WS-OL-COUNT
           MOVE ZERO TO WS-ORDER-GROSS.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'DEANASG3' TO LOG-PROGRAM-ID
