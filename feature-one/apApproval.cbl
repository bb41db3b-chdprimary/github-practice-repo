       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAPPR.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 14 Oct 2026.                                      *
      *PURPOSE. STEPS THE PAYABLES SUPERVISOR THROUGH EACH VENDOR      *
      *         INVOICE THE MATCH RUN (APMATCH) HELD ON APHOLD.DAT.    *
      *         A HELD INVOICE IS RULED ON WHOLE.  EVERY LINE COMES UP *
      *         WITH THE EXCEPTION IT WAS HELD FOR AND WITH THE        *
      *         RECEIPT HISTORY AS IT STANDS NOW -- RECEIVED, ALREADY  *
      *         INVOICED, AND PO UNIT PRICE -- SO A LINE HELD AS NOT   *
      *         RECEIVED SHOWS WHETHER THE GOODS HAVE SINCE ARRIVED.   *
      *         THE SUPERVISOR ANSWERS:                                *
      *           A - APPROVE: THE INVOICE GOES ON THE OPEN PAYABLES   *
      *               FILE WITH ITS DUE DATE FROM THE VENDOR'S TERMS,  *
      *               ITS QUANTITIES ARE MARKED INVOICED, AND IT       *
      *               LEAVES THE HELD FILE                             *
      *           D - DENY: THE INVOICE IS DROPPED AND GOES BACK TO    *
      *               THE VENDOR FOR A CORRECTED ONE                   *
      *           K - KEEP: THE INVOICE STAYS HELD FOR A LATER LOOK    *
      *         APPROVAL IS ONLY OFFERED WHEN THE VENDOR IS ON FILE,   *
      *         THE INVOICE IS NOT ALREADY ON THE OPEN PAYABLES FILE,  *
      *         AND EVERY LINE NOW HAS A RECEIPT FROM THIS VENDOR --   *
      *         A QUANTITY OR PRICE DIFFERENCE CAN BE APPROVED, BUT    *
      *         NOTHING IS EVER PAID FOR THAT WAS NEVER RECEIVED.      *
      *         KEPT INVOICES GO TO APHOLDN.DAT; AFTER A CLEAN RUN THE *
      *         OPERATOR REPLACES APHOLD.DAT WITH APHOLDN.DAT THE SAME *
      *         WAY SUPAPPR'S REVIEW FILE IS SWAPPED, BEFORE THE NEXT  *
      *         APMATCH RUN.  EACH APPROVAL IS WRITTEN TO THE GL       *
      *         INTERFACE FILE THE WAY APMATCH WRITES A MATCHED        *
      *         INVOICE, ON THE ACCOUNTS GLMAPMNT MAPS FOR APAPPR.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-HOLD-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\APHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HOLD-FILE
               ASSIGN TO 'C:\CHAPTER5\APHOLDN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-MASTER
               ASSIGN TO 'C:\CHAPTER5\VENDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO 'C:\CHAPTER5\RCVHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCH-KEY
               FILE STATUS IS WS-RCVHIST-STATUS.
           SELECT OPTIONAL AP-OPEN-FILE
               ASSIGN TO 'C:\CHAPTER5\APOPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOPEN-STATUS.
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO 'C:\CHAPTER5\GLACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT OPTIONAL GL-INTERFACE-FILE
               ASSIGN TO 'C:\CHAPTER5\GLINTF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *HELD INVOICE LINES -- SEE APMATCH FOR THE LAYOUT NOTES          *
      ******************************************************************
       FD  AP-HOLD-FILE.
       01  AP-HOLD-REC.
           05  HLD-VENDOR-CODE       PIC X(5).
           05  HLD-INVOICE-NO        PIC X(10).
           05  HLD-INVOICE-DATE-X    PIC X(8).
           05  HLD-PO-NO-X           PIC X(6).
           05  HLD-PART-NO           PIC X(5).
           05  HLD-QTY-X             PIC X(5).
           05  HLD-UNIT-PRICE-X      PIC X(5).
           05  HLD-EXCEPTION         PIC X(2).
       FD  NEW-HOLD-FILE.
       01  NEW-HOLD-REC              PIC X(46).
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VND-VENDOR-CODE       PIC X(5).
           05  VND-VENDOR-NAME       PIC X(25).
           05  VND-ADDRESS-1         PIC X(25).
           05  VND-ADDRESS-2         PIC X(25).
           05  VND-CONTACT           PIC X(20).
           05  VND-TERMS             PIC X(15).
      ******************************************************************
      *RECEIPT HISTORY -- SEE PORECV FOR THE LAYOUT NOTES              *
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
      ******************************************************************
      *OPEN PAYABLES -- SEE APMATCH FOR THE LAYOUT NOTES               *
      ******************************************************************
       FD  AP-OPEN-FILE.
       01  AP-OPEN-REC.
           05  APO-KEY.
               10  APO-VENDOR-CODE   PIC X(5).
               10  APO-INVOICE-NO    PIC X(10).
           05  APO-INVOICE-DATE      PIC 9(8).
           05  APO-DUE-DATE          PIC 9(8).
           05  APO-AMOUNT            PIC 9(9)V99.
           05  APO-STATUS            PIC X(1).
           05  APO-PAID-DATE         PIC 9(8).
           05  APO-CHECK-NO          PIC 9(6).
           05  APO-MATCH-TYPE        PIC X(1).
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
      ******************************************************************
      *EVERY BATCH RUN APPENDS A START AND AN END RECORD HERE SO THE   *
      *OPSRPT DAILY OPERATIONS REPORT CAN SHOW WHAT RAN, WHAT          *
      *BALANCED, AND WHAT NEVER FINISHED                               *
      ******************************************************************
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
       01  WS-VENDOR-FILE-STATUS     PIC X(2).
       01  WS-RCVHIST-STATUS         PIC X(2).
       01  WS-APOPEN-STATUS          PIC X(2).
       01  WS-ACTION                 PIC X(1).
       01  WS-CAN-APPROVE            PIC X(1).
       01  WS-INVOICE-BAD            PIC X(1).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-INVOICES-READ          PIC 9(5)  VALUE ZERO.
       01  WS-INVOICES-APPROVED      PIC 9(5)  VALUE ZERO.
       01  WS-INVOICES-DENIED        PIC 9(5)  VALUE ZERO.
       01  WS-INVOICES-KEPT          PIC 9(5)  VALUE ZERO.
       01  WS-INVOICES-BAD           PIC 9(5)  VALUE ZERO.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-LOG-REJECTED           PIC 9(7)  VALUE ZERO.
       01  WS-INVOICE-AMOUNT         PIC 9(9)V99.
       01  WS-RECEIVED-VALUE         PIC 9(9)V99.
       01  WS-LINE-AMOUNT            PIC 9(8)V99.
       01  WS-SHOW-PRICE             PIC 999.99.
       01  WS-SHOW-PO-PRICE          PIC 999.99.
       01  WS-SHOW-AMOUNT            PIC 9(9).99.
      ******************************************************************
      *THE HELD INVOICE UNDER REVIEW, ONE ENTRY PER LINE.  THE HELD    *
      *FILE IS READ ONE RECORD AHEAD, SO THE RECORD THAT ENDED THE     *
      *INVOICE IS STILL IN THE FILE AREA WAITING WHEN THE NEXT ONE IS  *
      *GATHERED                                                        *
      ******************************************************************
       01  WS-IL-SUB                 PIC 9(3).
       01  WS-IL-COUNT               PIC 9(3)  VALUE ZERO.
       01  INVOICE-LINE-TABLE.
           05  IL-ENTRY              OCCURS 50 TIMES.
               10  IL-HOLD-LINE.
                   15  IL-VENDOR-CODE
                                     PIC X(5).
                   15  IL-INVOICE-NO PIC X(10).
                   15  IL-INVOICE-DATE-X
                                     PIC X(8).
                   15  IL-PO-NO-X    PIC X(6).
                   15  IL-PO-NO REDEFINES IL-PO-NO-X
                                     PIC 9(6).
                   15  IL-PART-NO    PIC X(5).
                   15  IL-QTY-X      PIC X(5).
                   15  IL-QTY REDEFINES IL-QTY-X
                                     PIC 9(5).
                   15  IL-UNIT-PRICE-X
                                     PIC X(5).
                   15  IL-UNIT-PRICE REDEFINES IL-UNIT-PRICE-X
                                     PIC 9(3)V99.
                   15  IL-EXCEPTION  PIC X(2).
               10  IL-RECEIVED       PIC X(1).
               10  IL-PO-PRICE       PIC 9(3)V99.
               10  IL-RECEIVED-QTY   PIC 9(5).
               10  IL-INVOICED-BEFORE
                                     PIC 9(5).
      ******************************************************************
      *DUE DATE FROM THE VENDOR'S TERMS, READ THE WAY APMATCH READS    *
      *THEM.  A SPACE IS KEPT AFTER THE TERMS SO THE DIGIT SCAN        *
      *ALWAYS STOPS INSIDE THE TABLE                                   *
      ******************************************************************
       01  WS-TERMS-AREA.
           05  WS-TERMS-X            PIC X(15).
           05  FILLER                PIC X(1)   VALUE SPACE.
       01  WS-TERMS-TABLE REDEFINES WS-TERMS-AREA.
           05  WS-TERMS-CHAR         OCCURS 16 TIMES
                                     PIC X(1).
       01  WS-TERMS-SUB              PIC 9(2).
       01  WS-TERMS-DAYS             PIC 9(3).
       01  WS-TERMS-DIGITS           PIC 9(1).
       01  WS-TERMS-READ             PIC X(1).
       01  WS-TERMS-DIGIT-X          PIC X(1).
       01  WS-TERMS-DIGIT REDEFINES WS-TERMS-DIGIT-X
                                     PIC 9(1).
       01  WS-DAYS-ADDED             PIC 9(3).
       01  WS-DUE-DATE               PIC 9(8).
      ******************************************************************
      *DATE CHECKING AND DAY ARITHMETIC, LEAP YEARS INCLUDED, THE WAY  *
      *EMPMNT CHECKS A HIRE DATE                                       *
      ******************************************************************
       01  WS-DATE-X                 PIC X(8).
       01  WS-DATE-IN REDEFINES WS-DATE-X.
           05  WS-DATE-YR            PIC 9(4).
           05  WS-DATE-MO            PIC 99.
           05  WS-DATE-DA            PIC 99.
       01  WS-DATE-NUM REDEFINES WS-DATE-X
                                     PIC 9(8).
       01  WS-DATE-GOOD              PIC X(1).
       01  WS-MONTH-MAX-DAYS         PIC 99.
       01  WS-LEAP-WORK              PIC 9(4).
       01  WS-LEAP-REM               PIC 9(4).
       01  WS-LEAP-YEAR              PIC X(1).
       01  MONTH-DAYS-LITERAL        PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
           05  MONTH-DAYS            OCCURS 12 TIMES
                                     PIC 99.
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-GL-MAP-OK              PIC X(1)  VALUE 'Y'.
       01  WS-GL-ITEM                PIC X(4).
       01  WS-GL-ACCOUNT             PIC X(10).
       01  WS-GL-ACCRUAL-ACCOUNT     PIC X(10).
       01  WS-GL-VARIANCE-ACCOUNT    PIC X(10).
       01  WS-GL-PAYABLE-ACCOUNT     PIC X(10).
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
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           PERFORM 120-LOAD-GL-ACCOUNTS
           OPEN INPUT AP-HOLD-FILE
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN VENDOR MASTER, STATUS: ',
                   WS-VENDOR-FILE-STATUS
               DISPLAY 'SET UP THE VENDORS WITH VENDMNT, NO INVOICES '
                   'REVIEWED'
               CLOSE AP-HOLD-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS NOT = '00' AND
              WS-RCVHIST-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN RECEIPT HISTORY, STATUS: ',
                   WS-RCVHIST-STATUS
               DISPLAY 'CHECK RCVHIST.DAT, NO INVOICES REVIEWED'
               CLOSE AP-HOLD-FILE
                     VENDOR-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O AP-OPEN-FILE
           IF WS-APOPEN-STATUS NOT = '00' AND
              WS-APOPEN-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN OPEN PAYABLES, STATUS: ',
                   WS-APOPEN-STATUS
               DISPLAY 'CHECK APOPEN.DAT, NO INVOICES REVIEWED'
               CLOSE AP-HOLD-FILE
                     VENDOR-MASTER
                     RECEIPT-HISTORY-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-HOLD-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           PERFORM 150-READ-HOLD
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               ADD 1 TO WS-INVOICES-READ
               PERFORM 160-GATHER-INVOICE
               PERFORM 200-REVIEW-INVOICE THRU 200-EXIT
           END-PERFORM
           CLOSE AP-HOLD-FILE
                 NEW-HOLD-FILE
                 VENDOR-MASTER
                 RECEIPT-HISTORY-FILE
                 AP-OPEN-FILE
                 GL-INTERFACE-FILE
           DISPLAY ' '
           DISPLAY 'HELD INVOICE REVIEW COMPLETE'
           DISPLAY 'INVOICES REVIEWED: ', WS-INVOICES-READ
           DISPLAY 'INVOICES APPROVED: ', WS-INVOICES-APPROVED
           DISPLAY 'INVOICES DENIED:   ', WS-INVOICES-DENIED
           DISPLAY 'INVOICES KEPT:     ', WS-INVOICES-KEPT
           DISPLAY 'BAD INVOICES KEPT: ', WS-INVOICES-BAD
           DISPLAY 'GL ENTRIES WRITTEN: ', WS-GL-ENTRIES,
               '  BATCH: APAPPR ', WS-GL-BATCH-STAMP
           DISPLAY 'REPLACE APHOLD.DAT WITH APHOLDN.DAT BEFORE THE '
               'NEXT APMATCH RUN'
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *ALL THREE ACCOUNTS ARE LOOKED UP BEFORE ANY INVOICE IS SHOWN,   *
      *SO A MISSING MAPPING CAN NEVER PUT A PAYABLE ON FILE THAT THE   *
      *LEDGER DOES NOT KNOW ABOUT                                      *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NO INVOICES '
                   'REVIEWED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 'RNIV' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-ACCRUAL-ACCOUNT
           MOVE 'PPVR' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-VARIANCE-ACCOUNT
           MOVE 'APAY' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-PAYABLE-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NO '
                   'INVOICES REVIEWED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'APAPPR  ' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR APAPPR ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
       150-READ-HOLD.
           READ AP-HOLD-FILE
               AT END
                   MOVE 'N' TO MORE-RECORDS-IN
           END-READ.
       160-GATHER-INVOICE.
           MOVE 1 TO WS-IL-COUNT
           MOVE AP-HOLD-REC TO IL-HOLD-LINE (1)
           PERFORM 150-READ-HOLD
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               OR HLD-VENDOR-CODE NOT = IL-VENDOR-CODE (1)
               OR HLD-INVOICE-NO NOT = IL-INVOICE-NO (1)
               OR WS-IL-COUNT = 50
               ADD 1 TO WS-IL-COUNT
               MOVE AP-HOLD-REC TO IL-HOLD-LINE (WS-IL-COUNT)
               PERFORM 150-READ-HOLD
           END-PERFORM.
      ******************************************************************
      *A HELD INVOICE WITH A GARBLED NUMBER OR DATE CAME FROM A HAND   *
      *EDIT OF THE HELD FILE; IT IS CARRIED FORWARD UNTOUCHED AND      *
      *COUNTED SO SOMEONE FIXES OR DELETES IT DELIBERATELY             *
      ******************************************************************
       200-REVIEW-INVOICE.
           MOVE 'N' TO WS-INVOICE-BAD
           PERFORM 210-CHECK-LINE
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           MOVE IL-INVOICE-DATE-X (1) TO WS-DATE-X
           PERFORM 520-CHECK-DATE THRU 520-EXIT
           IF WS-DATE-GOOD = 'N'
               MOVE 'Y' TO WS-INVOICE-BAD
           END-IF
           IF WS-INVOICE-BAD = 'Y'
               ADD 1 TO WS-INVOICES-BAD
               DISPLAY ' '
               DISPLAY 'BAD HELD INVOICE CARRIED FORWARD, VENDOR: ',
                   IL-VENDOR-CODE (1), ' INVOICE: ', IL-INVOICE-NO (1)
               PERFORM 400-CARRY-FORWARD
                   VARYING WS-IL-SUB FROM 1 BY 1
                   UNTIL WS-IL-SUB > WS-IL-COUNT
               GO TO 200-EXIT
           END-IF
           MOVE 'Y' TO WS-CAN-APPROVE
           DISPLAY ' '
           DISPLAY 'HELD INVOICE ', IL-INVOICE-NO (1), ' DATED ',
               IL-INVOICE-DATE-X (1), ' FROM VENDOR: ',
               IL-VENDOR-CODE (1)
           MOVE IL-VENDOR-CODE (1) TO VND-VENDOR-CODE
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CAN-APPROVE
                   DISPLAY 'VENDOR NOT ON MASTER -- APPROVAL NOT '
                       'POSSIBLE, DENY OR KEEP'
               NOT INVALID KEY
                   DISPLAY 'NAME:  ', VND-VENDOR-NAME
                   DISPLAY 'TERMS: ', VND-TERMS
           END-READ
           MOVE IL-VENDOR-CODE (1) TO APO-VENDOR-CODE
           MOVE IL-INVOICE-NO (1) TO APO-INVOICE-NO
           READ AP-OPEN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-APOPEN-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-CAN-APPROVE
                   DISPLAY 'INVOICE ALREADY ON THE OPEN PAYABLES FILE '
                       '-- APPROVAL NOT POSSIBLE, DENY OR KEEP'
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-IO-ABORT
           END-EVALUATE
           MOVE ZERO TO WS-INVOICE-AMOUNT
           MOVE ZERO TO WS-RECEIVED-VALUE
           DISPLAY 'HELD  PO      PART   BILLED  PRICE   RECVD  '
               'PRIOR  PO-PRC'
           PERFORM 220-SHOW-LINE
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           MOVE WS-INVOICE-AMOUNT TO WS-SHOW-AMOUNT
           DISPLAY 'INVOICE TOTAL: ', WS-SHOW-AMOUNT
           PERFORM 250-GET-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM 300-APPROVE-INVOICE
               WHEN 'D'
                   ADD 1 TO WS-INVOICES-DENIED
                   DISPLAY 'INVOICE DENIED -- RETURN IT TO THE VENDOR'
               WHEN 'K'
                   ADD 1 TO WS-INVOICES-KEPT
                   PERFORM 400-CARRY-FORWARD
                       VARYING WS-IL-SUB FROM 1 BY 1
                       UNTIL WS-IL-SUB > WS-IL-COUNT
           END-EVALUATE.
       200-EXIT.
           EXIT.
       210-CHECK-LINE.
           IF IL-VENDOR-CODE (WS-IL-SUB) = SPACES
               OR IL-INVOICE-NO (WS-IL-SUB) = SPACES
               OR IL-PO-NO-X (WS-IL-SUB) NOT NUMERIC
               OR IL-QTY-X (WS-IL-SUB) NOT NUMERIC
               OR IL-UNIT-PRICE-X (WS-IL-SUB) NOT NUMERIC
               MOVE 'Y' TO WS-INVOICE-BAD
           END-IF.
      ******************************************************************
      *EACH LINE IS LOOKED UP AGAIN ON THE RECEIPT HISTORY, SO THE     *
      *SUPERVISOR SEES WHAT HAS BEEN RECEIVED AND BILLED UP TO NOW,    *
      *NOT WHAT STOOD WHEN THE INVOICE WAS HELD.  A LINE WITH NO       *
      *RECEIPT, OR A RECEIPT FROM ANOTHER VENDOR, BLOCKS APPROVAL      *
      ******************************************************************
       220-SHOW-LINE.
           MOVE 'N' TO IL-RECEIVED (WS-IL-SUB)
           MOVE ZERO TO IL-PO-PRICE (WS-IL-SUB)
           MOVE ZERO TO IL-RECEIVED-QTY (WS-IL-SUB)
           MOVE ZERO TO IL-INVOICED-BEFORE (WS-IL-SUB)
           MOVE IL-PO-NO (WS-IL-SUB) TO RCH-PO-NO
           MOVE IL-PART-NO (WS-IL-SUB) TO RCH-PART-NO
           READ RECEIPT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-RCVHIST-STATUS
               WHEN '00'
                   IF RCH-VENDOR-CODE = IL-VENDOR-CODE (WS-IL-SUB)
                       MOVE 'Y' TO IL-RECEIVED (WS-IL-SUB)
                   END-IF
                   MOVE RCH-UNIT-PRICE TO IL-PO-PRICE (WS-IL-SUB)
                   MOVE RCH-RECEIVED-QTY TO IL-RECEIVED-QTY (WS-IL-SUB)
                   MOVE RCH-INVOICED-QTY
                       TO IL-INVOICED-BEFORE (WS-IL-SUB)
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-IO-ABORT
           END-EVALUATE
           MULTIPLY IL-QTY (WS-IL-SUB) BY IL-UNIT-PRICE (WS-IL-SUB)
               GIVING WS-LINE-AMOUNT
           ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT
           COMPUTE WS-RECEIVED-VALUE = WS-RECEIVED-VALUE +
               IL-QTY (WS-IL-SUB) * IL-PO-PRICE (WS-IL-SUB)
           MOVE IL-UNIT-PRICE (WS-IL-SUB) TO WS-SHOW-PRICE
           MOVE IL-PO-PRICE (WS-IL-SUB) TO WS-SHOW-PO-PRICE
           DISPLAY IL-EXCEPTION (WS-IL-SUB), '    ',
               IL-PO-NO-X (WS-IL-SUB), '  ', IL-PART-NO (WS-IL-SUB),
               '  ', IL-QTY-X (WS-IL-SUB), '   ', WS-SHOW-PRICE, '  ',
               IL-RECEIVED-QTY (WS-IL-SUB), '  ',
               IL-INVOICED-BEFORE (WS-IL-SUB), '  ', WS-SHOW-PO-PRICE
           IF IL-RECEIVED (WS-IL-SUB) = 'N'
               MOVE 'N' TO WS-CAN-APPROVE
               IF WS-RCVHIST-STATUS = '00'
                   DISPLAY '      RECEIVED FROM VENDOR ',
                       RCH-VENDOR-CODE, ', NOT THIS ONE'
               ELSE
                   DISPLAY '      STILL NOTHING RECEIVED ON THIS LINE'
               END-IF
           END-IF.
       250-GET-ACTION.
           IF WS-CAN-APPROVE = 'N'
               DISPLAY 'APPROVAL NOT POSSIBLE UNTIL EVERY LINE IS '
                   'RECEIVED FROM THIS VENDOR'
           END-IF
           DISPLAY 'ACTION? A=APPROVE D=DENY K=KEEP'
           ACCEPT WS-ACTION
           PERFORM UNTIL (WS-ACTION = 'A' AND WS-CAN-APPROVE = 'Y')
               OR WS-ACTION = 'D' OR WS-ACTION = 'K'
               IF WS-ACTION = 'A'
                   DISPLAY 'INVOICE CANNOT BE APPROVED, D OR K ONLY'
               ELSE
                   DISPLAY 'ANSWER MUST BE A, D, OR K, RE-ENTER'
               END-IF
               ACCEPT WS-ACTION
           END-PERFORM.
      ******************************************************************
      *AN APPROVED INVOICE TAKES THE PATH A MATCHED ONE TAKES IN       *
      *APMATCH: THE PAYABLE FIRST, THEN EACH RECEIPT MARKED INVOICED,  *
      *THEN THE LEDGER ENTRY                                           *
      ******************************************************************
       300-APPROVE-INVOICE.
           MOVE IL-INVOICE-DATE-X (1) TO WS-DATE-X
           PERFORM 540-COMPUTE-DUE-DATE
           MOVE IL-VENDOR-CODE (1) TO APO-VENDOR-CODE
           MOVE IL-INVOICE-NO (1) TO APO-INVOICE-NO
           MOVE IL-INVOICE-DATE-X (1) TO WS-DATE-X
           MOVE WS-DATE-NUM TO APO-INVOICE-DATE
           MOVE WS-DUE-DATE TO APO-DUE-DATE
           MOVE WS-INVOICE-AMOUNT TO APO-AMOUNT
           MOVE 'O' TO APO-STATUS
           MOVE ZERO TO APO-PAID-DATE
           MOVE ZERO TO APO-CHECK-NO
           MOVE 'A' TO APO-MATCH-TYPE
           WRITE AP-OPEN-REC
           IF WS-APOPEN-STATUS NOT = '00'
               PERFORM 950-FILE-IO-ABORT
           END-IF
           PERFORM 310-MARK-LINE-INVOICED
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           PERFORM 550-POST-INVOICE-TO-GL
           ADD 1 TO WS-INVOICES-APPROVED
           DISPLAY 'INVOICE APPROVED, DUE ', WS-DUE-DATE
           IF WS-TERMS-READ = 'N'
               DISPLAY 'VENDOR TERMS NOT READ, TAKEN AS NET 30 -- '
                   'FIX THEM IN VENDMNT'
           END-IF.
       310-MARK-LINE-INVOICED.
           MOVE IL-PO-NO (WS-IL-SUB) TO RCH-PO-NO
           MOVE IL-PART-NO (WS-IL-SUB) TO RCH-PART-NO
           READ RECEIPT-HISTORY-FILE
               INVALID KEY
                   PERFORM 950-FILE-IO-ABORT
           END-READ
           ADD IL-QTY (WS-IL-SUB) TO RCH-INVOICED-QTY
               ON SIZE ERROR
                   MOVE 99999 TO RCH-INVOICED-QTY
           END-ADD
           REWRITE RECEIPT-HISTORY-REC
           IF WS-RCVHIST-STATUS NOT = '00'
               PERFORM 950-FILE-IO-ABORT
           END-IF.
       400-CARRY-FORWARD.
           WRITE NEW-HOLD-REC FROM IL-HOLD-LINE (WS-IL-SUB).
      ******************************************************************
      *LEAP YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES UNLESS DIVISIBLE    *
      *BY 400, SO 2000 WAS AND 1900 WAS NOT                            *
      ******************************************************************
       520-CHECK-DATE.
           MOVE 'N' TO WS-DATE-GOOD
           IF WS-DATE-X NOT NUMERIC
               GO TO 520-EXIT
           END-IF
           IF WS-DATE-YR < 1900 OR WS-DATE-YR > 2099
               OR WS-DATE-MO < 1 OR WS-DATE-MO > 12
               GO TO 520-EXIT
           END-IF
           PERFORM 530-SET-MONTH-MAX
           IF WS-DATE-DA < 1 OR WS-DATE-DA > WS-MONTH-MAX-DAYS
               GO TO 520-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-GOOD.
       520-EXIT.
           EXIT.
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
      *THE DUE DATE IS THE INVOICE DATE (ALREADY IN WS-DATE-X) MOVED   *
      *FORWARD ONE CALENDAR DAY AT A TIME FOR THE TERMS DAYS           *
      ******************************************************************
       540-COMPUTE-DUE-DATE.
           MOVE VND-TERMS TO WS-TERMS-X
           PERFORM 560-READ-TERMS THRU 560-EXIT
           MOVE ZERO TO WS-DAYS-ADDED
           PERFORM UNTIL WS-DAYS-ADDED = WS-TERMS-DAYS
               PERFORM 545-ADD-ONE-DAY
               ADD 1 TO WS-DAYS-ADDED
           END-PERFORM
           MOVE WS-DATE-NUM TO WS-DUE-DATE.
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
      *THE PAYABLE IS SPLIT THE WAY THE BILL WAS EARNED: THE RECEIPTS  *
      *AT THE PO PRICE CLEAR RECEIVED-NOT-INVOICED, AND WHAT THE       *
      *VENDOR BILLED ABOVE OR BELOW THAT GOES TO PRICE VARIANCE, SO    *
      *THE ENTRY BALANCES TO THE INVOICE TOTAL                         *
      ******************************************************************
       550-POST-INVOICE-TO-GL.
           MOVE IL-INVOICE-NO (1) TO WS-GL-REFERENCE
           MOVE WS-RECEIVED-VALUE TO WS-GL-AMOUNT
           MOVE WS-GL-ACCRUAL-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-VARIANCE-ACCOUNT TO WS-GL-ACCOUNT
           IF WS-INVOICE-AMOUNT > WS-RECEIVED-VALUE
               SUBTRACT WS-RECEIVED-VALUE FROM WS-INVOICE-AMOUNT
                   GIVING WS-GL-AMOUNT
               MOVE 'D' TO WS-GL-DR-CR
           ELSE
               SUBTRACT WS-INVOICE-AMOUNT FROM WS-RECEIVED-VALUE
                   GIVING WS-GL-AMOUNT
               MOVE 'C' TO WS-GL-DR-CR
           END-IF
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-INVOICE-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-PAYABLE-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY.
      ******************************************************************
      *TERMS SCAN.  THE DAYS AFTER "NET" MAY FOLLOW A SPACE AND RUN    *
      *TO THREE DIGITS; THE SCAN STOPS AT THE FIRST CHARACTER THAT IS  *
      *NOT A DIGIT                                                     *
      ******************************************************************
       560-READ-TERMS.
           MOVE 'Y' TO WS-TERMS-READ
           MOVE ZERO TO WS-TERMS-DAYS
           IF WS-TERMS-X = 'COD' OR WS-TERMS-X = 'CASH ON DELIVERY'
               OR WS-TERMS-X = 'DUE ON RECEIPT'
               GO TO 560-EXIT
           END-IF
           MOVE 1 TO WS-TERMS-SUB
           PERFORM UNTIL WS-TERMS-SUB > 13
               OR (WS-TERMS-CHAR (WS-TERMS-SUB) = 'N'
                   AND WS-TERMS-CHAR (WS-TERMS-SUB + 1) = 'E'
                   AND WS-TERMS-CHAR (WS-TERMS-SUB + 2) = 'T')
               ADD 1 TO WS-TERMS-SUB
           END-PERFORM
           IF WS-TERMS-SUB > 13
               GO TO 560-NOT-READ
           END-IF
           ADD 3 TO WS-TERMS-SUB
           IF WS-TERMS-SUB < 16
               IF WS-TERMS-CHAR (WS-TERMS-SUB) = SPACE
                   ADD 1 TO WS-TERMS-SUB
               END-IF
           END-IF
           MOVE ZERO TO WS-TERMS-DIGITS
           PERFORM UNTIL WS-TERMS-DIGITS = 3
               OR WS-TERMS-CHAR (WS-TERMS-SUB) NOT NUMERIC
               MOVE WS-TERMS-CHAR (WS-TERMS-SUB) TO WS-TERMS-DIGIT-X
               COMPUTE WS-TERMS-DAYS =
                   WS-TERMS-DAYS * 10 + WS-TERMS-DIGIT
               ADD 1 TO WS-TERMS-DIGITS
               ADD 1 TO WS-TERMS-SUB
           END-PERFORM
           IF WS-TERMS-DIGITS > ZERO
               GO TO 560-EXIT
           END-IF.
       560-NOT-READ.
           MOVE 'N' TO WS-TERMS-READ
           MOVE 30 TO WS-TERMS-DAYS.
       560-EXIT.
           EXIT.
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'APAPPR  ' TO GLI-SOURCE
               MOVE WS-GL-BATCH-STAMP TO GLI-BATCH-STAMP
               MOVE WS-RUN-DATE TO GLI-ENTRY-DATE
               MOVE WS-GL-REFERENCE TO GLI-REFERENCE
               MOVE WS-GL-ACCOUNT TO GLI-ACCOUNT
               MOVE WS-GL-DR-CR TO GLI-DR-CR
               MOVE WS-GL-AMOUNT TO GLI-AMOUNT
               WRITE GL-INTERFACE-REC
               ADD 1 TO WS-GL-ENTRIES
           END-IF.
      ******************************************************************
      *READ ALWAYS EQUALS APPROVED PLUS DENIED, KEPT, AND BAD          *
      *INVOICES, SO THE OPSRPT BALANCE CHECK HOLDS ON A HEALTHY RUN.   *
      *EVERY COUNT IS BY INVOICE, NOT BY LINE                          *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'APAPPR  ' TO LOG-PROGRAM-ID
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
           MOVE 'APAPPR  ' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-INVOICES-READ TO LOG-RECORDS-READ
           MOVE WS-INVOICES-APPROVED TO LOG-RECORDS-WRITTEN
           COMPUTE WS-LOG-REJECTED = WS-INVOICES-DENIED +
               WS-INVOICES-KEPT + WS-INVOICES-BAD
           MOVE WS-LOG-REJECTED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
      ******************************************************************
      *ON A HARD PAYABLES OR RECEIPT HISTORY ERROR THE INVOICE IN HAND *
      *AND EVERY UNREAD LINE ARE FLUSHED TO THE NEW HELD FILE, SO THE  *
      *OPERATOR STILL SWAPS THE FILES AND NO HELD INVOICE IS LOST.     *
      *AN INVOICE WHOSE PAYABLE WAS ALREADY WRITTEN COMES BACK NEXT    *
      *TIME AS ALREADY ON FILE AND IS DENIED THEN                      *
      ******************************************************************
       950-FILE-IO-ABORT.
           DISPLAY 'PAYABLES FILE I-O ERROR, APOPEN STATUS: ',
               WS-APOPEN-STATUS, ' RCVHIST STATUS: ', WS-RCVHIST-STATUS
           DISPLAY 'ON VENDOR: ', IL-VENDOR-CODE (1), ' INVOICE: ',
               IL-INVOICE-NO (1)
           PERFORM 400-CARRY-FORWARD
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               WRITE NEW-HOLD-REC FROM AP-HOLD-REC
               PERFORM 150-READ-HOLD
           END-PERFORM
           DISPLAY 'RUN STOPPED, REPLACE APHOLD.DAT WITH APHOLDN.DAT, '
               'FIX THE FILE, THEN RERUN'
           CLOSE AP-HOLD-FILE
                 NEW-HOLD-FILE
                 VENDOR-MASTER
                 RECEIPT-HISTORY-FILE
                 AP-OPEN-FILE
                 GL-INTERFACE-FILE
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
