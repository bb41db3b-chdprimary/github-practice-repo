      *         CUSTOMER FROM THE DAY'S SALES TRANSACTION FILE, WITH   *
      *         THE CUSTOMER NAME FROM THE CUSTOMER MASTER AND THE     *
      *         PART DESCRIPTION FROM THE INVENTORY CATALOG.  ONE      *
      *         PAGE PER ORDER -- EVERY LINE UNDER ONE QUOTE NUMBER,   *
      *         WITH THE ORDER'S SALES, DISCOUNT, NET, SALES TAX (OR   *
      *         THE CUSTOMER'S EXEMPTION CERTIFICATE), AND TOTAL DUE   *
      *         -- READY TO MAIL OR FAX.  SALES USED TO HAND-TYPE      *
      *         THESE FROM THE CONSOLE LOG.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TRAN-PART-NO          PIC X(5).
           05  TRAN-QTY              PIC 9(5).
           05  TRAN-QUOTE-NO         PIC 9(6).
           05  TRAN-REC-TYPE         PIC X(1).
           05  TRAN-TAX-AMOUNT       PIC 9(6).99.
           05  TRAN-TAX-JURIS        PIC X(4).
           05  TRAN-TAX-EXEMPT       PIC X(1).
           05  TRAN-LOCATION         PIC X(4).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-IDENT            PIC X(5).
           05  SORT-PART-NO          PIC X(5).
           05  SORT-QTY              PIC 9(5).
           05  SORT-QUOTE-NO         PIC 9(6).
           05  SORT-REC-TYPE         PIC X(1).
           05  SORT-TAX-AMOUNT       PIC 9(6).99.
           05  SORT-TAX-JURIS        PIC X(4).
           05  SORT-TAX-EXEMPT       PIC X(1).
           05  SORT-LOCATION         PIC X(4).
       FD  SORTED-TRANS-FILE.
       01  SORTED-TRANS-REC.
           05  SRT-IDENT             PIC X(5).
           05  SRT-PART-NO           PIC X(5).
           05  SRT-QTY               PIC 9(5).
           05  SRT-QUOTE-NO          PIC X(6).
           05  SRT-REC-TYPE          PIC X(1).
           05  SRT-TAX-AMOUNT        PIC 9(6).99.
           05  SRT-TAX-JURIS         PIC X(4).
           05  SRT-TAX-EXEMPT        PIC X(1).
           05  SRT-LOCATION          PIC X(4).
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
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  MST-PART-NO           PIC X(5).
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-FIRST-RECORD           PIC X(1)  VALUE 'Y'.
       01  WS-HOLD-IDENT             PIC X(5).
       01  WS-HOLD-QUOTE-NO          PIC X(6).
       01  WS-CUST-NET-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-SALES-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-DISC-TOTAL        PIC 9(9)V99.
       01  WS-SALES-WORK             PIC 9(6)V99.
       01  WS-HOLD-DISCOUNT          PIC V99.
       01  WS-HEADERS-READ           PIC 9(5)  VALUE ZERO.
       01  WS-TRANS-SKIPPED          PIC 9(5)  VALUE ZERO.
       01  WS-NET-WORK               PIC 9(6)V99.
       01  WS-TAX-WORK               PIC 9(6)V99.
       01  WS-CUST-TAX-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-DUE-TOTAL         PIC 9(9)V99.
       01  WS-HOLD-TAX-JURIS         PIC X(4).
       01  WS-HOLD-TAX-EXEMPT        PIC X(1).
       01  WS-HOLD-EXEMPT-CERT       PIC X(15).
       01  WS-TRANS-READ             PIC 9(5)  VALUE ZERO.
       01  WS-PAGES-PRINTED          PIC 9(5)  VALUE ZERO.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
           05  CUS-IDENT             PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  CUS-NAME              PIC X(20).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  FILLER                PIC X(10)  VALUE 'QUOTE NO: '.
           05  CUS-QUOTE-NO          PIC X(6).
           05  FILLER                PIC X(23)  VALUE SPACES.
       01  COLUMN-HEADING-LINE.
           05  FILLER                PIC X(47)
               VALUE 'PART   DESCRIPTION        QTY    SALES      DIS'.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  DET-QUOTE-NO          PIC X(6).
           05  FILLER                PIC X(12)  VALUE SPACES.
       01  SALES-TOTAL-LINE.
           05  FILLER                PIC X(32)
               VALUE 'ORDER SALES:                    '.
           05  TOT-SALES             PIC 9(9).99.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  DISCOUNT-TOTAL-LINE.
           05  FILLER                PIC X(13)
               VALUE 'DISCOUNT AT  '.
           05  TOT-DISCOUNT-PCT      PIC .99.
           05  FILLER                PIC X(16)  VALUE ':'.
           05  TOT-DISCOUNT          PIC 9(9).99.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  TOTAL-LINE.
           05  FILLER                PIC X(32)
               VALUE 'TOTAL NET THIS CONFIRMATION:    '.
           05  TOT-NET               PIC 9(9).99.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  TAX-TOTAL-LINE.
           05  FILLER                PIC X(13)
               VALUE 'SALES TAX AT '.
           05  TOT-TAX-JURIS         PIC X(4).
           05  FILLER                PIC X(15)  VALUE ':'.
           05  TOT-TAX               PIC 9(9).99.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  TAX-EXEMPT-LINE.
           05  FILLER                PIC X(26)
               VALUE 'TAX EXEMPT -- CERTIFICATE '.
           05  TOT-EXEMPT-CERT       PIC X(15).
           05  FILLER                PIC X(39)  VALUE SPACES.
       01  DUE-TOTAL-LINE.
           05  FILLER                PIC X(32)
               VALUE 'TOTAL DUE THIS CONFIRMATION:    '.
           05  TOT-DUE               PIC 9(9).99.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  BLANK-LINE                PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT TTL-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
      ******************************************************************
      *THE ORDER HEADER (TYPE H) SORTS AHEAD OF ITS DETAIL LINES       *
      *(TYPE D) WITHIN THE QUOTE NUMBER                                *
      ******************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-IDENT
                                SORT-QUOTE-NO
               ON DESCENDING KEY SORT-REC-TYPE
               USING SALES-TRANSACTION-FILE
               GIVING SORTED-TRANS-FILE
           OPEN INPUT SORTED-TRANS-FILE
           DISPLAY ' '
           DISPLAY 'QUOTE CONFIRMATION PRINT COMPLETE'
           DISPLAY 'TRANSACTIONS READ:     ', WS-TRANS-READ
           DISPLAY 'ORDER HEADERS READ:    ', WS-HEADERS-READ
           DISPLAY 'RELEASE LINES SKIPPED: ', WS-TRANS-SKIPPED
           DISPLAY 'CONFIRMATIONS PRINTED: ', WS-PAGES-PRINTED
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *THE FILE IS SORTED BY CUSTOMER AND QUOTE NUMBER, SO A CHANGE IN *
      *EITHER ENDS ONE CONFIRMATION AND STARTS THE NEXT ON A FRESH     *
      *PAGE.  THE ORDER HEADER PRINTS NOTHING OF ITS OWN -- THE        *
      *DOCUMENT TOTALS ARE BUILT FROM THE LINES ACTUALLY PRINTED       *
      ******************************************************************
       200-PRINT-QUOTE-LINE.
      ******************************************************************
      *ZERO-QUANTITY RECORDS ARE BACKORDER-RELEASE BILLING RECORDS     *
      *FROM BORELSE, ALREADY BILLED AND SHIPPED -- THEY DO NOT BELONG  *
      *ON A QUOTE CONFIRMATION, AND NEITHER DO THE RELEASE LINES       *
      *(TYPE R) THAT REPEAT THEM WITH THE UNITS SHIPPED                *
      ******************************************************************
           IF SRT-REC-TYPE = 'H'
               ADD 1 TO WS-HEADERS-READ
           ELSE
               IF SRT-QTY NOT NUMERIC OR SRT-QTY = ZERO
                  OR SRT-REC-TYPE = 'R'
                   ADD 1 TO WS-TRANS-SKIPPED
               ELSE
                   PERFORM 250-FORMAT-QUOTE-LINE
               END-IF
           END-IF.
       250-FORMAT-QUOTE-LINE.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SRT-IDENT TO WS-HOLD-IDENT
               MOVE SRT-QUOTE-NO TO WS-HOLD-QUOTE-NO
               PERFORM 300-START-CUSTOMER
           END-IF
           IF SRT-IDENT NOT = WS-HOLD-IDENT
              OR SRT-QUOTE-NO NOT = WS-HOLD-QUOTE-NO
               PERFORM 400-END-CUSTOMER
               MOVE SRT-IDENT TO WS-HOLD-IDENT
               MOVE SRT-QUOTE-NO TO WS-HOLD-QUOTE-NO
               PERFORM 300-START-CUSTOMER
           END-IF
           MOVE SRT-PART-NO TO DET-PART-NO
           MOVE SRT-DISCOUNT-PERCENT TO DET-DISCOUNT
           MOVE SRT-NET TO DET-NET
           MOVE SRT-QUOTE-NO TO DET-QUOTE-NO
           MOVE SRT-DISCOUNT-PERCENT TO WS-HOLD-DISCOUNT
           MOVE SRT-SALES TO WS-SALES-WORK
           ADD WS-SALES-WORK TO WS-CUST-SALES-TOTAL
               ON SIZE ERROR
                   DISPLAY 'WARNING: CONFIRMATION TOTAL OVERFLOW, '
                       'CUSTOMER: ', WS-HOLD-IDENT
           END-ADD
           MOVE SRT-NET TO WS-NET-WORK
           ADD WS-NET-WORK TO WS-CUST-NET-TOTAL
               ON SIZE ERROR
                   DISPLAY 'WARNING: CONFIRMATION TOTAL OVERFLOW, '
                       'CUSTOMER: ', WS-HOLD-IDENT
           END-ADD
      ******************************************************************
      *A LINE WRITTEN BEFORE SALES TAX HAS THE TAX FIELDS BLANK AND    *
      *ADDS NOTHING TO THE TAX TOTAL                                   *
      ******************************************************************
           IF SRT-TAX-AMOUNT NOT = SPACES
               MOVE SRT-TAX-AMOUNT TO WS-TAX-WORK
               ADD WS-TAX-WORK TO WS-CUST-TAX-TOTAL
               MOVE SRT-TAX-JURIS TO WS-HOLD-TAX-JURIS
               MOVE SRT-TAX-EXEMPT TO WS-HOLD-TAX-EXEMPT
           END-IF
           WRITE QUOTE-PRINT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       300-START-CUSTOMER.
           MOVE SPACES TO WS-HOLD-TAX-JURIS
           MOVE 'N' TO WS-HOLD-TAX-EXEMPT
           MOVE SPACES TO WS-HOLD-EXEMPT-CERT
           MOVE WS-HOLD-IDENT TO CUS-IDENT
           MOVE WS-HOLD-QUOTE-NO TO CUS-QUOTE-NO
           MOVE WS-HOLD-IDENT TO CMST-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAME NOT ON FILE' TO CUS-NAME
               NOT INVALID KEY
                   MOVE CMST-CUST-NAME TO CUS-NAME
                   MOVE CMST-EXEMPT-CERT TO WS-HOLD-EXEMPT-CERT
           END-READ
           IF WS-CUSTMAST-STATUS NOT = '00' AND
              WS-CUSTMAST-STATUS NOT = '23'
           WRITE QUOTE-PRINT-REC FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 1 LINE.
       400-END-CUSTOMER.
           MOVE WS-CUST-SALES-TOTAL TO TOT-SALES
           MOVE WS-HOLD-DISCOUNT TO TOT-DISCOUNT-PCT
           SUBTRACT WS-CUST-NET-TOTAL FROM WS-CUST-SALES-TOTAL
               GIVING WS-CUST-DISC-TOTAL
           MOVE WS-CUST-DISC-TOTAL TO TOT-DISCOUNT
           MOVE WS-CUST-NET-TOTAL TO TOT-NET
           WRITE QUOTE-PRINT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE QUOTE-PRINT-REC FROM SALES-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE QUOTE-PRINT-REC FROM DISCOUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE QUOTE-PRINT-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
      ******************************************************************
      *AN EXEMPT CUSTOMER'S CONFIRMATION SHOWS THE CERTIFICATE THE     *
      *EXEMPTION WAS GRANTED ON IN PLACE OF THE TAX LINE               *
      ******************************************************************
           IF WS-HOLD-TAX-EXEMPT = 'Y'
               MOVE WS-HOLD-EXEMPT-CERT TO TOT-EXEMPT-CERT
               WRITE QUOTE-PRINT-REC FROM TAX-EXEMPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-HOLD-TAX-JURIS TO TOT-TAX-JURIS
               MOVE WS-CUST-TAX-TOTAL TO TOT-TAX
               WRITE QUOTE-PRINT-REC FROM TAX-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD WS-CUST-NET-TOTAL WS-CUST-TAX-TOTAL
               GIVING WS-CUST-DUE-TOTAL
               ON SIZE ERROR
                   DISPLAY 'WARNING: CONFIRMATION TOTAL OVERFLOW, '
                       'CUSTOMER: ', WS-HOLD-IDENT
           END-ADD
           MOVE WS-CUST-DUE-TOTAL TO TOT-DUE
           WRITE QUOTE-PRINT-REC FROM DUE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-PAGES-PRINTED
           MOVE ZERO TO WS-CUST-SALES-TOTAL
           MOVE ZERO TO WS-CUST-NET-TOTAL
           MOVE ZERO TO WS-CUST-TAX-TOTAL.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'QUOTEPRT' TO LOG-PROGRAM-ID
