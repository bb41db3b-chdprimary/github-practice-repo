      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 23 Aug 2026.                                      *
      *PURPOSE. STEPS THE SUPERVISOR THROUGH EACH QUOTE THE CREDIT     *
      *         CHECK HELD ON THE REVIEW FILE.  A HELD QUOTE IS A      *
      *         WHOLE ORDER -- ITS HEADER AND EVERY LINE UNDER THE     *
      *         SAME QUOTE NUMBER -- AND IS RULED ON AS ONE.  FOR      *
      *         EVERY HELD QUOTE THE CUSTOMER'S NAME, CREDIT LIMIT,    *
      *         AND OPEN BALANCE COME UP FROM THE CUSTOMER MASTER      *
      *         WITH THE ORDER'S LINES, AND THE SUPERVISOR ANSWERS:    *
      *           A - APPROVE: THE LINES BILLED NOW ARE APPENDED TO    *
      *               THE SALES TRANSACTION FILE, THEIR NET PLUS SALES *
      *               TAX JOINS THE CUSTOMER'S OPEN BALANCE, THE       *
      *               BACKORDERED LINES GO TO THE BACKORDER FILE FOR   *
      *               BORELSE, AND THE ORDER LEAVES THE REVIEW FILE    *
      *           D - DENY: THE ORDER IS DROPPED, THE QUANTITY IT      *
      *               RESERVED IS FREED FOR OTHER QUOTES, AND ANY      *
      *               BACKORDER STILL OPEN UNDER ITS QUOTE NUMBER IS   *
      *               CANCELLED SO IT IS NEVER RELEASED AND BILLED     *
      *           K - KEEP: THE ORDER STAYS ON FILE FOR A LATER LOOK   *
      *         KEPT LINES GO TO SUPRVIWN.DAT; AFTER A CLEAN RUN THE   *
      *         OPERATOR REPLACES SUPRVIEW.DAT WITH SUPRVIWN.DAT THE   *
      *         SAME WAY THE BACKORDER RELEASE RUN SWAPS ITS FILE.     *
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO 'C:\CHAPTER5\BACKORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKORDER-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\BACKORDW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *SAME LAYOUT THE QUOTE PROGRAM WRITES: AN H HEADER CARRYING THE  *
      *ORDER TOTALS AND THE COUNT OF ITS D LINES, THEN THOSE LINES     *
      *AND ANY B (BACKORDERED) LINES.  A BLANK TYPE IS A ONE-LINE      *
      *QUOTE HELD BEFORE ORDERS HAD LINES.  THE MONEY FIELDS ARE       *
      *EDITED PICTURES ON THE FILE, SO REDEFINED VIEWS OF THE DOLLAR   *
      *AND CENT BYTES LET A DAMAGED LINE BE CAUGHT BEFORE IT IS        *
      *POSTED ANYWHERE.  THE SALES TAX FIELDS ARE BLANK ON A QUOTE     *
      *HELD BEFORE SALES TAX, WHICH IS BILLED UNTAXED.  A D LINE ENDS  *
      *WITH THE LOCATION IT IS SOLD FROM, WHICH GOES TO THE SALES      *
      *FILE WITH THE REST OF THE LINE SO ORDPOST RELIEVES THAT SHELF   *
      ******************************************************************
       FD  SUPERVISOR-REVIEW-FILE.
       01  SUPERVISOR-REVIEW-REC.
               10  SUP-NET-CENTS     PIC X(2).
           05  SUP-PART-NO           PIC X(5).
           05  SUP-QTY               PIC 9(5).
           05  SUP-LINE-COUNT REDEFINES SUP-QTY
                                     PIC 9(5).
           05  SUP-QUOTE-NO          PIC 9(6).
           05  SUP-QUOTE-NO-X REDEFINES SUP-QUOTE-NO
                                     PIC X(6).
           05  SUP-REC-TYPE          PIC X(1).
           05  SUP-TAX-AMOUNT        PIC 9(6).99.
           05  SUP-TAX-JURIS         PIC X(4).
           05  SUP-TAX-EXEMPT        PIC X(1).
           05  SUP-LOCATION          PIC X(4).
      ******************************************************************
      *SAME LAYOUT THE QUOTE PROGRAM AND BORELSE USE                   *
      ******************************************************************
       FD  BACKORDER-FILE.
       01  BACKORDER-REC.
           05  BO-CUST-ID            PIC X(5).
           05  BO-PART-NO            PIC X(5).
           05  BO-OPEN-QTY           PIC 9(5).
           05  BO-QUOTE-DATE         PIC 9(8).
           05  BO-QUOTE-NO           PIC 9(6).
           05  BO-DISCOUNT-PERCENT   PIC V99.
           05  BO-LOCATION           PIC X(4).
       FD  BACKORDER-WORK-FILE.
       01  BACKORDER-WORK-REC        PIC X(35).
       FD  NEW-REVIEW-FILE.
       01  NEW-REVIEW-REC            PIC X(60).
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
       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-REC.
           05  TRAN-IDENT            PIC X(5).
           05  TRAN-PART-NO          PIC X(5).
           05  TRAN-QTY              PIC 9(5).
           05  TRAN-QUOTE-NO         PIC 9(6).
           05  TRAN-REC-TYPE         PIC X(1).
           05  TRAN-TAX-AMOUNT       PIC 9(6).99.
           05  TRAN-TAX-JURIS        PIC X(4).
           05  TRAN-TAX-EXEMPT       PIC X(1).
           05  TRAN-LOCATION         PIC X(4).
      ******************************************************************
      *EVERY BILLED NET ALSO GOES ON THE AR DETAIL FILE AS A DATED     *
      *OPEN ITEM, SO THE MONTH-END STATEMENT RUN (ARSTMT) CAN SHOW A   *
       01  WS-CUSTOMER-ON-FILE       PIC X(1).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-NET-NUM                PIC 9(6)V99.
       01  WS-TAX-NUM                PIC 9(6)V99.
       01  WS-BILL-NUM               PIC 9(7)V99.
       01  WS-QUOTES-READ            PIC 9(5)  VALUE ZERO.
       01  WS-QUOTES-APPROVED        PIC 9(5)  VALUE ZERO.
       01  WS-QUOTES-DENIED          PIC 9(5)  VALUE ZERO.
       01  WS-QUOTES-BAD             PIC 9(5)  VALUE ZERO.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-LOG-REJECTED           PIC 9(7)  VALUE ZERO.
       01  WS-BO-EOF                 PIC X(1).
       01  WS-BO-DROPPED             PIC 9(5).
       01  WS-BO-WRITTEN             PIC 9(5)  VALUE ZERO.
       01  WS-BO-CANCELLED           PIC 9(5)  VALUE ZERO.
       01  WS-BO-NUM                 PIC 9(7)V99.
       01  WS-BO-VALUE               PIC 9(7)V99.
      ******************************************************************
      *THE HELD ORDER UNDER REVIEW: THE HEADER IN SLOT 1 AND ITS       *
      *LINES AFTER IT.  THE REVIEW FILE IS READ ONE RECORD AHEAD, SO   *
      *THE RECORD THAT ENDED THE ORDER IS STILL IN THE FILE AREA       *
      *WAITING WHEN THE NEXT ORDER IS GATHERED                         *
      ******************************************************************
       01  WS-RO-SUB                 PIC 9(3).
       01  WS-RO-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-RO-LINES               PIC 9(5).
       01  WS-RO-BO-LINES            PIC 9(5).
       01  WS-ORDER-BAD              PIC X(1).
       01  REVIEW-ORDER-TABLE.
           05  RO-ENTRY              OCCURS 51 TIMES.
               10  RO-IDENT          PIC X(5).
               10  RO-SALES          PIC 9(6).99.
               10  RO-DISCOUNT-PERCENT
                                     PIC V99.
               10  RO-NET            PIC 9(6).99.
               10  RO-NET-X REDEFINES RO-NET.
                   15  RO-NET-DOLS   PIC X(6).
                   15  FILLER        PIC X(1).
                   15  RO-NET-CENTS  PIC X(2).
               10  RO-PART-NO        PIC X(5).
               10  RO-QTY            PIC 9(5).
               10  RO-QUOTE-NO       PIC 9(6).
               10  RO-QUOTE-NO-X REDEFINES RO-QUOTE-NO
                                     PIC X(6).
               10  RO-REC-TYPE       PIC X(1).
               10  RO-TAX-AMOUNT     PIC 9(6).99.
               10  RO-TAX-X REDEFINES RO-TAX-AMOUNT.
                   15  RO-TAX-DOLS   PIC X(6).
                   15  FILLER        PIC X(1).
                   15  RO-TAX-CENTS  PIC X(2).
               10  RO-TAX-JURIS      PIC X(4).
               10  RO-TAX-EXEMPT     PIC X(1).
               10  RO-LOCATION       PIC X(4).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT NEW-REVIEW-FILE
           OPEN EXTEND SALES-TRANSACTION-FILE
           OPEN EXTEND AR-DETAIL-FILE
           OPEN EXTEND BACKORDER-FILE
           PERFORM 150-READ-REVIEW
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               ADD 1 TO WS-QUOTES-READ
               PERFORM 160-GATHER-ORDER
               PERFORM 200-REVIEW-QUOTE THRU 200-EXIT
           END-PERFORM
           CLOSE SUPERVISOR-REVIEW-FILE
                 NEW-REVIEW-FILE
                 CUSTOMER-MASTER
                 SALES-TRANSACTION-FILE
                 AR-DETAIL-FILE
                 BACKORDER-FILE
           DISPLAY ' '
           DISPLAY 'SUPERVISOR REVIEW COMPLETE'
           DISPLAY 'QUOTES REVIEWED: ', WS-QUOTES-READ
           DISPLAY 'QUOTES APPROVED: ', WS-QUOTES-APPROVED
           DISPLAY 'QUOTES DENIED:   ', WS-QUOTES-DENIED
           DISPLAY 'QUOTES KEPT:     ', WS-QUOTES-KEPT
           DISPLAY 'BAD QUOTES KEPT: ', WS-QUOTES-BAD
           DISPLAY 'BACKORDER LINES WRITTEN:   ', WS-BO-WRITTEN
           DISPLAY 'BACKORDER LINES CANCELLED: ', WS-BO-CANCELLED
           DISPLAY 'REPLACE SUPRVIEW.DAT WITH SUPRVIWN.DAT BEFORE '
               'THE NEXT QUOTE RUN'
           DISPLAY 'APPROVED QUOTES ARE POSTED BY THE ORDPOST STEP '
               'BY THE NEXT QUOTE RUN INSTEAD'
           PERFORM 900-LOG-END
           STOP RUN.
       150-READ-REVIEW.
           READ SUPERVISOR-REVIEW-FILE
               AT END
                   MOVE 'N' TO MORE-RECORDS-IN
           END-READ.
      ******************************************************************
      *A HEADER PULLS IN THE D AND B LINES THAT FOLLOW IT FOR THE SAME *
      *CUSTOMER AND QUOTE NUMBER.  ANY OTHER RECORD -- A ONE-LINE      *
      *QUOTE FROM BEFORE ORDERS HAD LINES, OR A STRAY LINE WITH NO     *
      *HEADER -- STANDS ALONE                                          *
      ******************************************************************
       160-GATHER-ORDER.
           MOVE 1 TO WS-RO-COUNT
           MOVE SUPERVISOR-REVIEW-REC TO RO-ENTRY (1)
           PERFORM 150-READ-REVIEW
           IF RO-REC-TYPE (1) = 'H'
               PERFORM UNTIL MORE-RECORDS-IN = 'N'
                   OR (SUP-REC-TYPE NOT = 'D' AND
                       SUP-REC-TYPE NOT = 'B')
                   OR SUP-IDENT NOT = RO-IDENT (1)
                   OR SUP-QUOTE-NO-X NOT = RO-QUOTE-NO-X (1)
                   OR WS-RO-COUNT = 51
                   ADD 1 TO WS-RO-COUNT
                   MOVE SUPERVISOR-REVIEW-REC TO RO-ENTRY (WS-RO-COUNT)
                   PERFORM 150-READ-REVIEW
               END-PERFORM
           END-IF.
      ******************************************************************
      *A QUOTE WITH A BLANK CUSTOMER OR A GARBLED QUANTITY OR MONEY    *
      *FIELD ON ANY OF ITS RECORDS, A HEADER WHOSE LINE COUNT DOES NOT *
      *MATCH THE D LINES FOUND OR THAT HAS NO LINES AT ALL, OR A LINE  *
      *WITH NO HEADER CAME FROM A HAND EDIT; IT IS CARRIED FORWARD     *
      *UNTOUCHED AND COUNTED SO SOMEONE FIXES OR DELETES IT            *
      *DELIBERATELY INSTEAD OF IT BEING APPROVED INTO THE BILLING      *
      ******************************************************************
       200-REVIEW-QUOTE.
           MOVE 'N' TO WS-ORDER-BAD
           PERFORM 210-CHECK-RECORD
               VARYING WS-RO-SUB FROM 1 BY 1
               UNTIL WS-RO-SUB > WS-RO-COUNT
           IF RO-REC-TYPE (1) = 'D' OR RO-REC-TYPE (1) = 'B'
               MOVE 'Y' TO WS-ORDER-BAD
           END-IF
           MOVE ZERO TO WS-RO-LINES
           MOVE ZERO TO WS-RO-BO-LINES
           MOVE ZERO TO WS-BO-VALUE
           IF RO-REC-TYPE (1) = 'H' AND WS-ORDER-BAD = 'N'
               PERFORM 215-COUNT-ORDER-LINE
                   VARYING WS-RO-SUB FROM 2 BY 1
                   UNTIL WS-RO-SUB > WS-RO-COUNT
               IF RO-QTY (1) NOT = WS-RO-LINES
                   OR WS-RO-COUNT = 1
                   MOVE 'Y' TO WS-ORDER-BAD
               END-IF
           END-IF
           IF WS-ORDER-BAD = 'Y'
               ADD 1 TO WS-QUOTES-BAD
               DISPLAY ' '
               DISPLAY 'BAD REVIEW QUOTE CARRIED FORWARD, CUSTOMER: ',
                   RO-IDENT (1), ' RECORDS: ', WS-RO-COUNT
               PERFORM 400-CARRY-FORWARD
                   VARYING WS-RO-SUB FROM 1 BY 1
                   UNTIL WS-RO-SUB > WS-RO-COUNT
               GO TO 200-EXIT
           END-IF
           MOVE 'Y' TO WS-CUSTOMER-ON-FILE
           MOVE RO-IDENT (1) TO CMST-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-ON-FILE
               PERFORM 500-CUSTMAST-IO-ABORT
           END-IF
           DISPLAY ' '
           IF RO-QUOTE-NO (1) NUMERIC
               DISPLAY 'HELD QUOTE ', RO-QUOTE-NO (1),
                   ' FOR CUSTOMER: ', RO-IDENT (1)
           ELSE
               DISPLAY 'HELD QUOTE FOR CUSTOMER: ', RO-IDENT (1)
           END-IF
           IF WS-CUSTOMER-ON-FILE = 'Y'
               DISPLAY 'NAME:         ', CMST-CUST-NAME
               DISPLAY 'CUSTOMER NOT ON MASTER -- APPROVAL NOT '
                   'POSSIBLE, DENY OR KEEP'
           END-IF
           IF RO-REC-TYPE (1) = 'H'
               DISPLAY 'PART   QUANTITY  SALES      NET'
               PERFORM 220-SHOW-ORDER-LINE
                   VARYING WS-RO-SUB FROM 2 BY 1
                   UNTIL WS-RO-SUB > WS-RO-COUNT
               DISPLAY 'ORDER SALES: ', RO-SALES (1)
               DISPLAY 'DISCOUNT:    .', RO-DISCOUNT-PERCENT (1), '%'
               DISPLAY 'ORDER NET:   ', RO-NET (1)
               IF WS-RO-BO-LINES > ZERO
                   DISPLAY 'BACKORDERED: ', WS-RO-BO-LINES,
                       ' LINES, NET PLUS TAX ', WS-BO-VALUE,
                       ' BILLED WHEN RELEASED'
               END-IF
           ELSE
               DISPLAY 'PART:     ', RO-PART-NO (1)
               DISPLAY 'QUANTITY: ', RO-QTY (1)
               DISPLAY 'SALES:    ', RO-SALES (1)
               DISPLAY 'NET:      ', RO-NET (1)
           END-IF
           PERFORM 230-SHOW-TAX
           PERFORM 250-GET-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM 300-APPROVE-QUOTE THRU 300-EXIT
               WHEN 'D'
                   ADD 1 TO WS-QUOTES-DENIED
                   DISPLAY 'QUOTE DENIED, STOCK RESERVED BY ITS '
                       'LINES FREED'
                   IF RO-QUOTE-NO (1) NUMERIC
                       PERFORM 350-CANCEL-BACKORDERS
                   END-IF
               WHEN 'K'
                   ADD 1 TO WS-QUOTES-KEPT
                   PERFORM 400-CARRY-FORWARD
                       VARYING WS-RO-SUB FROM 1 BY 1
                       UNTIL WS-RO-SUB > WS-RO-COUNT
           END-EVALUATE.
       200-EXIT.
           EXIT.
       210-CHECK-RECORD.
           IF RO-IDENT (WS-RO-SUB) = SPACES
               OR RO-QTY (WS-RO-SUB) NOT NUMERIC
               OR RO-NET-DOLS (WS-RO-SUB) NOT NUMERIC
               OR RO-NET-CENTS (WS-RO-SUB) NOT NUMERIC
               MOVE 'Y' TO WS-ORDER-BAD
           END-IF
           IF RO-TAX-AMOUNT (WS-RO-SUB) NOT = SPACES
               IF RO-TAX-DOLS (WS-RO-SUB) NOT NUMERIC
                   OR RO-TAX-CENTS (WS-RO-SUB) NOT NUMERIC
                   MOVE 'Y' TO WS-ORDER-BAD
               END-IF
           END-IF.
      ******************************************************************
      *THE HEADER'S LINE COUNT IS THE LINES BILLED NOW; A BACKORDERED  *
      *LINE IS COUNTED APART AND ITS NET PLUS TAX SHOWN, SINCE BORELSE *
      *WILL BILL IT TO THE SAME CUSTOMER ONCE IT IS RELEASED           *
      ******************************************************************
       215-COUNT-ORDER-LINE.
           IF RO-REC-TYPE (WS-RO-SUB) = 'B'
               ADD 1 TO WS-RO-BO-LINES
               MOVE RO-NET (WS-RO-SUB) TO WS-BO-NUM
               ADD WS-BO-NUM TO WS-BO-VALUE
               IF RO-TAX-AMOUNT (WS-RO-SUB) NOT = SPACES
                   MOVE RO-TAX-AMOUNT (WS-RO-SUB) TO WS-BO-NUM
                   ADD WS-BO-NUM TO WS-BO-VALUE
               END-IF
           ELSE
               ADD 1 TO WS-RO-LINES
           END-IF.
       220-SHOW-ORDER-LINE.
           IF RO-REC-TYPE (WS-RO-SUB) = 'B'
               DISPLAY RO-PART-NO (WS-RO-SUB), '  ',
                   RO-QTY (WS-RO-SUB), '     ', RO-SALES (WS-RO-SUB),
                   '  ', RO-NET (WS-RO-SUB), '  BACKORDERED'
           ELSE
               DISPLAY RO-PART-NO (WS-RO-SUB), '  ',
                   RO-QTY (WS-RO-SUB), '     ', RO-SALES (WS-RO-SUB),
                   '  ', RO-NET (WS-RO-SUB)
           END-IF.
      ******************************************************************
      *THE AMOUNT THE APPROVAL WILL ADD TO THE BALANCE IS THE NET      *
      *PLUS THE SALES TAX, SO THAT IS THE TOTAL THE SUPERVISOR SEES    *
      ******************************************************************
       230-SHOW-TAX.
           PERFORM 320-COMPUTE-BILL
           IF RO-TAX-AMOUNT (1) = SPACES
               DISPLAY 'SALES TAX:   NONE, HELD BEFORE SALES TAX'
           ELSE
               IF RO-TAX-EXEMPT (1) = 'Y'
                   DISPLAY 'SALES TAX:   ', RO-TAX-AMOUNT (1),
                       '  EXEMPT'
               ELSE
                   DISPLAY 'SALES TAX:   ', RO-TAX-AMOUNT (1),
                       '  JURISDICTION ', RO-TAX-JURIS (1)
               END-IF
           END-IF
           DISPLAY 'TOTAL BILLED: ', WS-BILL-NUM.
       250-GET-ACTION.
           DISPLAY 'ACTION? A=APPROVE D=DENY K=KEEP'
           ACCEPT WS-ACTION
           END-PERFORM.
      ******************************************************************
      *AN APPROVED QUOTE TAKES THE SAME PATH A QUOTE UNDER THE LIMIT   *
      *TAKES IN THE QUOTE PROGRAM: THE HEADER AND ITS LINES ARE        *
      *APPENDED FOR ORDPOST AND THE CONFIRMATION PRINT, THE AR FILE    *
      *TAKES ONE CHARGE FOR THE ORDER NET PLUS TAX, AND THAT TOTAL     *
      *JOINS THE OPEN BALANCE SO THE NEXT CREDIT CHECK SEES IT.  THE   *
      *BACKORDERED LINES GO TO THE BACKORDER FILE UNDER THE SAME QUOTE *
      *NUMBER AND TIER, AS THEY WOULD HAVE HAD THE ORDER NEVER BEEN    *
      *HELD.  AN ORDER BACKORDERED IN FULL HAS NOTHING TO BILL NOW     *
      ******************************************************************
       300-APPROVE-QUOTE.
           PERFORM 330-WRITE-APPROVED-BACKORDER
               VARYING WS-RO-SUB FROM 2 BY 1
               UNTIL WS-RO-SUB > WS-RO-COUNT
           IF RO-REC-TYPE (1) = 'H' AND WS-RO-LINES = ZERO
               ADD 1 TO WS-QUOTES-APPROVED
               DISPLAY 'QUOTE APPROVED, BACKORDERED IN FULL, '
                   'CUSTOMER: ', RO-IDENT (1)
               GO TO 300-EXIT
           END-IF
           PERFORM 310-WRITE-APPROVED-RECORD THRU 310-EXIT
               VARYING WS-RO-SUB FROM 1 BY 1
               UNTIL WS-RO-SUB > WS-RO-COUNT
           PERFORM 320-COMPUTE-BILL
           MOVE RO-IDENT (1) TO AR-CUST-ID
           MOVE WS-RUN-DATE TO AR-ITEM-DATE
           MOVE 'C' TO AR-ITEM-TYPE
           MOVE TRAN-QUOTE-NO TO AR-REFERENCE
           MOVE WS-BILL-NUM TO AR-AMOUNT
           WRITE AR-DETAIL-REC
           ADD WS-BILL-NUM TO CMST-BALANCE
           REWRITE CUSTOMER-MASTER-REC
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'WARNING: CUSTOMER BALANCE NOT UPDATED, '
                   'STATUS: ', WS-CUSTMAST-STATUS,
                   ' CUSTOMER: ', RO-IDENT (1)
           END-IF
           ADD 1 TO WS-QUOTES-APPROVED
           DISPLAY 'QUOTE APPROVED AND BILLED, CUSTOMER: ',
               RO-IDENT (1).
       300-EXIT.
           EXIT.
       310-WRITE-APPROVED-RECORD.
           IF RO-REC-TYPE (WS-RO-SUB) = 'B'
               GO TO 310-EXIT
           END-IF
           MOVE RO-ENTRY (WS-RO-SUB) TO SALES-TRANSACTION-REC
      ******************************************************************
      *A LINE HELD BEFORE QUOTE NUMBERS EXISTED CARRIES ZERO           *
      ******************************************************************
           IF TRAN-QUOTE-NO NOT NUMERIC
               MOVE ZERO TO TRAN-QUOTE-NO
           END-IF
           WRITE SALES-TRANSACTION-REC.
       310-EXIT.
           EXIT.
       320-COMPUTE-BILL.
           MOVE RO-NET (1) TO WS-NET-NUM
           IF RO-TAX-AMOUNT (1) = SPACES
               MOVE ZERO TO WS-TAX-NUM
           ELSE
               MOVE RO-TAX-AMOUNT (1) TO WS-TAX-NUM
           END-IF
           ADD WS-NET-NUM WS-TAX-NUM GIVING WS-BILL-NUM.
      ******************************************************************
      *AN APPROVED BACKORDER JOINS THE QUEUE ON THE DAY IT IS          *
      *APPROVED -- BORELSE FILLS THE OLDEST FIRST, AND AN ORDER THAT   *
      *WAS STILL WAITING ON CREDIT HAD NO CLAIM ON STOCK BEFORE THEN   *
      ******************************************************************
       330-WRITE-APPROVED-BACKORDER.
           IF RO-REC-TYPE (WS-RO-SUB) = 'B'
               MOVE RO-IDENT (WS-RO-SUB) TO BO-CUST-ID
               MOVE RO-PART-NO (WS-RO-SUB) TO BO-PART-NO
               MOVE RO-QTY (WS-RO-SUB) TO BO-OPEN-QTY
               MOVE WS-RUN-DATE TO BO-QUOTE-DATE
               MOVE RO-QUOTE-NO (WS-RO-SUB) TO BO-QUOTE-NO
               MOVE RO-DISCOUNT-PERCENT (WS-RO-SUB)
                   TO BO-DISCOUNT-PERCENT
               MOVE RO-LOCATION (WS-RO-SUB) TO BO-LOCATION
               WRITE BACKORDER-REC
               ADD 1 TO WS-BO-WRITTEN
           END-IF.
      ******************************************************************
      *QUOTES HELD BEFORE BACKORDERED LINES RODE ON THE REVIEW FILE    *
      *WROTE THOSE LINES STRAIGHT TO BACKORD.DAT, SO A DENIAL SWEEPS   *
      *THE BACKORDER FILE FOR ANY LINE STILL OPEN UNDER THE DENIED     *
      *CUSTOMER AND QUOTE NUMBER.  THE FILE IS COPIED TO BACKORDW.DAT  *
      *WITHOUT THOSE LINES AND, ONLY IF ANY WERE FOUND, COPIED BACK,   *
      *THE SAME WAY THE NIGHTRUN DRIVER SWAPS BACKORDN.DAT IN          *
      ******************************************************************
       350-CANCEL-BACKORDERS.
           CLOSE BACKORDER-FILE
           MOVE ZERO TO WS-BO-DROPPED
           MOVE 'N' TO WS-BO-EOF
           OPEN INPUT BACKORDER-FILE
           OPEN OUTPUT BACKORDER-WORK-FILE
           PERFORM UNTIL WS-BO-EOF = 'Y'
               READ BACKORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-BO-EOF
                   NOT AT END
                       IF BO-CUST-ID = RO-IDENT (1) AND
                          BO-QUOTE-NO = RO-QUOTE-NO (1)
                           ADD 1 TO WS-BO-DROPPED
                       ELSE
                           WRITE BACKORDER-WORK-REC FROM BACKORDER-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
                 BACKORDER-WORK-FILE
           IF WS-BO-DROPPED > ZERO
               MOVE 'N' TO WS-BO-EOF
               OPEN INPUT BACKORDER-WORK-FILE
               OPEN OUTPUT BACKORDER-FILE
               PERFORM UNTIL WS-BO-EOF = 'Y'
                   READ BACKORDER-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-BO-EOF
                       NOT AT END
                           WRITE BACKORDER-REC FROM BACKORDER-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-WORK-FILE
                     BACKORDER-FILE
               ADD WS-BO-DROPPED TO WS-BO-CANCELLED
               DISPLAY WS-BO-DROPPED, ' OPEN BACKORDER LINES '
                   'CANCELLED FOR QUOTE ', RO-QUOTE-NO (1)
           END-IF
           OPEN EXTEND BACKORDER-FILE.
       400-CARRY-FORWARD.
           WRITE NEW-REVIEW-REC FROM RO-ENTRY (WS-RO-SUB).
      ******************************************************************
      *ON A HARD CUSTOMER MASTER ERROR THE QUOTE IN HAND AND EVERY     *
      *UNREAD LINE ARE FLUSHED TO THE NEW REVIEW FILE, SO THE          *
      *OPERATOR STILL SWAPS THE FILES AND NO HELD QUOTE IS LOST OR     *
      *REVIEWED TWICE.  THE RECORD ALREADY READ AHEAD GOES FIRST       *
      ******************************************************************
       500-CUSTMAST-IO-ABORT.
           DISPLAY 'CUSTOMER MASTER I-O ERROR, STATUS: ',
               WS-CUSTMAST-STATUS, ' ON CUSTOMER: ', RO-IDENT (1)
           PERFORM 400-CARRY-FORWARD
               VARYING WS-RO-SUB FROM 1 BY 1
               UNTIL WS-RO-SUB > WS-RO-COUNT
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               WRITE NEW-REVIEW-REC FROM SUPERVISOR-REVIEW-REC
               PERFORM 150-READ-REVIEW
           END-PERFORM
           DISPLAY 'RUN STOPPED, REPLACE SUPRVIEW.DAT WITH '
               'SUPRVIWN.DAT, FIX THE MASTER, THEN RERUN'
                 CUSTOMER-MASTER
                 SALES-TRANSACTION-FILE
                 AR-DETAIL-FILE
                 BACKORDER-FILE
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *READ ALWAYS EQUALS APPROVED PLUS DENIED, KEPT, AND BAD QUOTES,  *
      *SO THE OPSRPT BALANCE CHECK HOLDS ON A HEALTHY RUN.  EVERY      *
      *COUNT IS BY QUOTE, NOT BY RECORD                                *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
