       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 14 Oct 2026.                                      *
      *PURPOSE. VENDOR INVOICE MATCHING.  ACCOUNTS PAYABLE KEYS EACH   *
      *         VENDOR INVOICE INTO VNDINV.DAT, ONE LINE PER PO LINE   *
      *         BILLED (VENDOR, INVOICE NUMBER, INVOICE DATE, PO       *
      *         NUMBER, PART, QUANTITY, UNIT PRICE), THE LINES OF ONE  *
      *         INVOICE KEYED TOGETHER.  EVERY LINE IS MATCHED THREE   *
      *         WAYS -- TO ITS PO LINE, TO THE QUANTITY PORECV         *
      *         ACTUALLY RECEIVED, AND TO THE PO UNIT PRICE -- USING   *
      *         THE RECEIPT HISTORY PORECV KEEPS, WITH OPENPO.DAT      *
      *         TELLING A LINE NOT YET RECEIVED FROM ONE THAT WAS      *
      *         NEVER ORDERED.  AN INVOICE WHOSE LINES ALL MATCH GOES  *
      *         ON THE OPEN PAYABLES FILE WITH A DUE DATE WORKED OUT   *
      *         FROM THE VENDOR'S TERMS, AND ITS QUANTITIES ARE MARKED *
      *         INVOICED ON THE RECEIPT HISTORY SO THE SAME RECEIPT    *
      *         CANNOT BE BILLED AGAIN.  AN INVOICE WITH ANY LINE OUT  *
      *         OF MATCH IS HELD WHOLE ON APHOLD.DAT FOR APAPPR.       *
      *         EXCEPTION CODES ON A HELD LINE:                        *
      *           NR - PO LINE STILL OPEN, NOTHING RECEIVED YET        *
      *           NP - NO SUCH PO LINE ON FILE                         *
      *           VN - PO LINE BELONGS TO ANOTHER VENDOR               *
      *           QV - QUANTITY BILLED IS MORE THAN RECEIVED AND NOT   *
      *                YET INVOICED                                    *
      *           PV - UNIT PRICE OUTSIDE THE TOLERANCE OF THE PO      *
      *                UNIT PRICE                                      *
      *           DL - SAME PO LINE BILLED TWICE ON ONE INVOICE        *
      *         AN INVOICE THAT CANNOT BE MATCHED AT ALL IS REJECTED   *
      *         TO VNDINVRJ.DAT IN ITS INPUT LAYOUT WITH A REASON      *
      *         CODE, TO BE CORRECTED AND KEYED BACK INTO VNDINV.DAT:  *
      *           BD - BAD LINE DATA OR INVOICE DATE                   *
      *           UV - VENDOR NOT ON THE VENDOR MASTER                 *
      *           DI - INVOICE ALREADY ON THE OPEN PAYABLES OR HELD    *
      *                FILE FOR THIS VENDOR                            *
      *           TL - MORE THAN 50 LINES ON ONE INVOICE               *
      *         EACH INVOICE MATCHED IS WRITTEN TO THE GL INTERFACE    *
      *         FILE UNDER ITS INVOICE NUMBER -- RECEIVED-NOT-         *
      *         INVOICED DEBITED AT THE PO PRICE, ANY DIFFERENCE TO    *
      *         PURCHASE PRICE VARIANCE, PAYABLES CREDITED -- ON THE   *
      *         ACCOUNTS GLMAPMNT MAPS FOR APMATCH.                    *
      *         BEFORE THIS RUN NOTHING CHECKED A VENDOR'S BILL; WE    *
      *         HAD PAID FOR GOODS NEVER RECEIVED AND PAID ONE         *
      *         INVOICE TWICE.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\VNDINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.
           SELECT INVOICE-REJECT-FILE
               ASSIGN TO 'C:\CHAPTER5\VNDINVRJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-MASTER
               ASSIGN TO 'C:\CHAPTER5\VENDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'C:\CHAPTER5\OPENPO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL AP-HOLD-FILE
               ASSIGN TO 'C:\CHAPTER5\APHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\APMATCH.RPT'
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
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *THE QUANTITY AND PRICE ARE KEYED AS DIGITS ONLY, THE PRICE      *
      *WITH TWO IMPLIED DECIMALS (01250 IS 12.50), AND STAY IN THEIR   *
      *X-FIELDS UNTIL THE NUMERIC EDIT PASSES                          *
      ******************************************************************
       FD  VENDOR-INVOICE-FILE.
       01  VENDOR-INVOICE-REC.
           05  VIN-VENDOR-CODE       PIC X(5).
           05  VIN-INVOICE-NO        PIC X(10).
           05  VIN-INVOICE-DATE-X    PIC X(8).
           05  VIN-PO-NO-X           PIC X(6).
           05  VIN-PART-NO           PIC X(5).
           05  VIN-QTY-X             PIC X(5).
           05  VIN-UNIT-PRICE-X      PIC X(5).
      ******************************************************************
      *A REJECTED INVOICE IS WRITTEN HERE LINE BY LINE IN ITS INPUT    *
      *LAYOUT PLUS A REASON CODE, SO IT CAN BE CORRECTED AND KEYED     *
      *BACK INTO VNDINV.DAT FOR THE NEXT RUN                           *
      ******************************************************************
       FD  INVOICE-REJECT-FILE.
       01  INVOICE-REJECT-REC.
           05  REJ-INVOICE-LINE      PIC X(44).
           05  REJ-REASON-CODE       PIC X(2).
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VND-VENDOR-CODE       PIC X(5).
           05  VND-VENDOR-NAME       PIC X(25).
           05  VND-ADDRESS-1         PIC X(25).
           05  VND-ADDRESS-2         PIC X(25).
           05  VND-CONTACT           PIC X(20).
           05  VND-TERMS             PIC X(15).
       FD  OPEN-PO-FILE.
       01  OPEN-PO-REC.
           05  OPO-PO-NO             PIC 9(6).
           05  OPO-VENDOR-CODE       PIC X(5).
           05  OPO-PART-NO           PIC X(5).
           05  OPO-ORDER-QTY         PIC 9(5).
           05  OPO-RECEIVED-QTY      PIC 9(5).
           05  OPO-UNIT-PRICE        PIC 999.99.
           05  OPO-ORDER-DATE        PIC 9(8).
           05  OPO-STATUS            PIC X(1).
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
      *OPEN PAYABLES, ONE RECORD PER VENDOR INVOICE.  STATUS O IS      *
      *OPEN, P PAID BY THE APPAY RUN, WHICH FILLS IN THE PAID DATE     *
      *AND CHECK NUMBER.  PAID INVOICES STAY ON FILE SO A SECOND COPY  *
      *OF THE SAME INVOICE IS STILL CAUGHT.  MATCH TYPE M CAME         *
      *THROUGH THIS RUN CLEAN, A WAS HELD AND APPROVED IN APAPPR       *
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
      *A HELD INVOICE IS KEPT LINE BY LINE IN ITS INPUT LAYOUT, EACH   *
      *LINE CARRYING ITS EXCEPTION CODE (BLANK ON A LINE THAT          *
      *MATCHED), FOR THE APAPPR APPROVAL STEP                          *
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
       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-REC          PIC X(100).
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
       01  WS-INVOICE-FILE-STATUS    PIC X(2).
       01  WS-VENDOR-FILE-STATUS     PIC X(2).
       01  WS-RCVHIST-STATUS         PIC X(2).
       01  WS-APOPEN-STATUS          PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-LOG-REJECTED           PIC 9(7)  VALUE ZERO.
       01  WS-INVOICES-READ          PIC 9(5)  VALUE ZERO.
       01  WS-INVOICES-MATCHED       PIC 9(5)  VALUE ZERO.
       01  WS-INVOICES-HELD          PIC 9(5)  VALUE ZERO.
       01  WS-INVOICES-REJECTED      PIC 9(5)  VALUE ZERO.
       01  WS-MATCHED-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-HELD-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-REJECT-REASON          PIC X(2).
       01  WS-INVOICE-HELD           PIC X(1).
       01  WS-INVOICE-AMOUNT         PIC 9(9)V99.
       01  WS-RECEIVED-VALUE         PIC 9(9)V99.
       01  WS-LINE-AMOUNT            PIC 9(8)V99.
       01  WS-QTY-AVAILABLE          PIC 9(5).
       01  WS-QTY-BILLED             PIC 9(6).
       01  WS-PRICE-DIFF             PIC 9(3)V99.
       01  WS-PRICE-LIMIT            PIC 9(3)V99.
      ******************************************************************
      *A BILLED UNIT PRICE MORE THAN THIS FRACTION OF THE PO UNIT      *
      *PRICE ABOVE OR BELOW IT IS A PRICE VARIANCE AND HOLDS THE       *
      *INVOICE.  QUANTITY HAS NO TOLERANCE -- NOTHING IS PAID FOR      *
      *THAT WAS NOT RECEIVED -- BUT AN INVOICE MAY BILL LESS THAN WAS  *
      *RECEIVED AND THE REST ON A LATER ONE                            *
      ******************************************************************
       01  WS-PRICE-TOLERANCE        PIC V99   VALUE .02.
      ******************************************************************
      *THE INVOICE UNDER MATCH, ONE ENTRY PER LINE.  THE INVOICE FILE  *
      *IS READ ONE RECORD AHEAD, SO THE RECORD THAT ENDED THE INVOICE  *
      *IS STILL IN THE FILE AREA WAITING WHEN THE NEXT ONE IS          *
      *GATHERED                                                        *
      ******************************************************************
       01  WS-IL-SUB                 PIC 9(3).
       01  WS-IL-CHECK-SUB           PIC 9(3).
       01  WS-IL-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-IL-OVER                PIC X(1).
       01  INVOICE-LINE-TABLE.
           05  IL-ENTRY              OCCURS 50 TIMES.
               10  IL-INVOICE-LINE.
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
               10  IL-EXCEPTION      PIC X(2).
               10  IL-PO-PRICE       PIC 9(3)V99.
               10  IL-RECEIVED-QTY   PIC 9(5).
               10  IL-INVOICED-BEFORE
                                     PIC 9(5).
      ******************************************************************
      *VENDOR AND INVOICE NUMBER OF EVERY INVOICE ON THE HELD FILE,    *
      *LOADED AT START-UP AND ADDED TO AS THIS RUN HOLDS MORE, SO A    *
      *SECOND COPY OF A HELD INVOICE IS REFUSED AS A DUPLICATE         *
      ******************************************************************
       01  WS-HELD-SUB               PIC 9(3).
       01  WS-HELD-COUNT             PIC 9(3)  VALUE ZERO.
       01  HELD-INVOICE-TABLE.
           05  HELD-ENTRY            OCCURS 500 TIMES.
               10  HELD-VENDOR-CODE  PIC X(5).
               10  HELD-INVOICE-NO   PIC X(10).
      ******************************************************************
      *OPENPO.DAT IS ONLY READ HERE TO TELL A LINE ORDERED BUT NOT YET *
      *RECEIVED FROM ONE THAT WAS NEVER ORDERED, AND TO SHOW THE PO    *
      *PRICE ON A LINE NOT YET RECEIVED                                *
      ******************************************************************
       01  WS-PO-SUB                 PIC 9(3).
       01  WS-PO-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-PO-PRICE-NUM           PIC 9(3)V99.
       01  OPEN-PO-TABLE.
           05  OPEN-PO-ENTRY         OCCURS 300 TIMES.
               10  TBL-PO-NO         PIC 9(6).
               10  TBL-VENDOR-CODE   PIC X(5).
               10  TBL-PART-NO       PIC X(5).
               10  TBL-ORDER-QTY     PIC 9(5).
               10  TBL-RECEIVED-QTY  PIC 9(5).
               10  TBL-UNIT-PRICE    PIC 999.99.
               10  TBL-ORDER-DATE    PIC 9(8).
               10  TBL-STATUS        PIC X(1).
      ******************************************************************
      *DUE DATE FROM THE VENDOR'S TERMS.  VND-TERMS IS FREE TEXT, SO   *
      *IT IS SCANNED A CHARACTER AT A TIME FOR "NET" FOLLOWED BY THE   *
      *NUMBER OF DAYS ("NET 30", "2/10 NET 30", "NET30").  "COD",      *
      *"CASH ON DELIVERY" AND "DUE ON RECEIPT" ARE DUE ON THE INVOICE  *
      *DATE.  ANYTHING ELSE IS TAKEN AS NET 30 AND FLAGGED ON THE      *
      *REPORT SO PURCHASING CAN CORRECT THE VENDOR THROUGH VENDMNT.    *
      *A SPACE IS KEPT AFTER THE TERMS SO THE DIGIT SCAN ALWAYS STOPS  *
      *INSIDE THE TABLE                                                *
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
       01  WS-MATCHED-RESULT.
           05  FILLER                PIC X(13)  VALUE 'MATCHED, DUE '.
           05  WS-RESULT-DUE-DATE    PIC 9(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
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
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(30)
               VALUE 'VENDOR INVOICE MATCH          '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(56)  VALUE SPACES.
       01  REPORT-INVOICE-LINE.
           05  FILLER                PIC X(8)   VALUE 'VENDOR: '.
           05  RIV-VENDOR-CODE       PIC X(5).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  RIV-VENDOR-NAME       PIC X(25).
           05  FILLER                PIC X(10)  VALUE ' INVOICE: '.
           05  RIV-INVOICE-NO        PIC X(10).
           05  FILLER                PIC X(8)   VALUE '  DATED '.
           05  RIV-INVOICE-DATE      PIC X(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RIV-RESULT            PIC X(23).
       01  REPORT-COLUMN-LINE.
           05  FILLER                PIC X(33)
               VALUE '  PO      PART  BILLED   RECVD'.
           05  FILLER                PIC X(24)
               VALUE 'PRIOR   PRICE   PO-PRC'.
           05  FILLER                PIC X(43)
               VALUE 'LINE-AMOUNT  NOTE'.
       01  REPORT-DETAIL-LINE.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-PO-NO             PIC X(6).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-QTY               PIC X(5).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  RPT-RECEIVED-QTY      PIC 9(5).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  RPT-INVOICED-BEFORE   PIC 9(5).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  RPT-UNIT-PRICE        PIC 999.99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-PO-PRICE          PIC 999.99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-LINE-AMOUNT       PIC 9(8).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RPT-NOTE              PIC X(30).
       01  REPORT-TOTAL-LINE.
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  RTL-TEXT              PIC X(30).
           05  RTL-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RTL-NOTE              PIC X(52).
       01  REPORT-SUMMARY-LINE.
           05  RSM-TEXT              PIC X(30).
           05  RSM-COUNT             PIC 9(5).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  RSM-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(50)  VALUE SPACES.
       01  BLANK-LINE                PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 800-LOG-START
           PERFORM 120-LOAD-GL-ACCOUNTS
           OPEN INPUT VENDOR-INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = '00'
               DISPLAY 'VENDOR INVOICE FILE NOT AVAILABLE, STATUS: ',
                   WS-INVOICE-FILE-STATUS
               DISPLAY 'KEY THE INVOICES INTO VNDINV.DAT FIRST, '
                   'NOTHING MATCHED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN VENDOR MASTER, STATUS: ',
                   WS-VENDOR-FILE-STATUS
               DISPLAY 'SET UP THE VENDORS WITH VENDMNT, NOTHING '
                   'MATCHED'
               CLOSE VENDOR-INVOICE-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           PERFORM 150-LOAD-OPEN-PO-TABLE
           PERFORM 155-LOAD-HELD-INVOICES
           OPEN I-O RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS NOT = '00' AND
              WS-RCVHIST-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN RECEIPT HISTORY, STATUS: ',
                   WS-RCVHIST-STATUS
               DISPLAY 'CHECK RCVHIST.DAT, NOTHING MATCHED'
               CLOSE VENDOR-INVOICE-FILE
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
               DISPLAY 'CHECK APOPEN.DAT, NOTHING MATCHED'
               CLOSE VENDOR-INVOICE-FILE
                     VENDOR-MASTER
                     RECEIPT-HISTORY-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN EXTEND AP-HOLD-FILE
           OPEN OUTPUT INVOICE-REJECT-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           OPEN OUTPUT MATCH-REPORT-FILE
           WRITE MATCH-REPORT-REC FROM REPORT-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           PERFORM 170-READ-INVOICE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               ADD 1 TO WS-INVOICES-READ
               PERFORM 180-GATHER-INVOICE
               PERFORM 200-MATCH-INVOICE THRU 200-EXIT
           END-PERFORM
           PERFORM 690-WRITE-SUMMARY
           CLOSE VENDOR-INVOICE-FILE
                 VENDOR-MASTER
                 RECEIPT-HISTORY-FILE
                 AP-OPEN-FILE
                 AP-HOLD-FILE
                 INVOICE-REJECT-FILE
                 GL-INTERFACE-FILE
                 MATCH-REPORT-FILE
           DISPLAY ' '
           DISPLAY 'VENDOR INVOICE MATCH COMPLETE'
           DISPLAY 'INVOICES READ:     ', WS-INVOICES-READ
           DISPLAY 'INVOICES MATCHED:  ', WS-INVOICES-MATCHED
           DISPLAY 'INVOICES HELD:     ', WS-INVOICES-HELD
           DISPLAY 'INVOICES REJECTED: ', WS-INVOICES-REJECTED
           DISPLAY 'GL ENTRIES WRITTEN: ', WS-GL-ENTRIES,
               '  BATCH: APMATCH ', WS-GL-BATCH-STAMP
           IF WS-INVOICES-HELD > ZERO
               DISPLAY 'HELD INVOICES ARE ON APHOLD.DAT -- RUN APAPPR '
                   'TO APPROVE OR RETURN THEM'
           END-IF
           IF WS-INVOICES-REJECTED > ZERO
               DISPLAY 'REJECTS WRITTEN TO VNDINVRJ.DAT -- CORRECT '
                   'THEM AND KEY THEM INTO THE NEXT VNDINV.DAT'
           END-IF
           DISPLAY 'CLEAR VNDINV.DAT BEFORE KEYING THE NEXT BATCH'
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *ALL THREE ACCOUNTS ARE LOOKED UP BEFORE ANY INVOICE IS MATCHED, *
      *SO A MISSING MAPPING CAN NEVER PUT A PAYABLE ON FILE THAT THE   *
      *LEDGER DOES NOT KNOW ABOUT                                      *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NOTHING MATCHED'
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
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NOTHING '
                   'MATCHED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'APMATCH ' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR APMATCH ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
       150-LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ OPEN-PO-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF WS-PO-COUNT < 300
                           ADD 1 TO WS-PO-COUNT
                           MOVE OPEN-PO-REC
                               TO OPEN-PO-ENTRY (WS-PO-COUNT)
                       ELSE
                           DISPLAY 'MORE THAN 300 OPEN PO LINES -- '
                               'SPLIT OPENPO.DAT AND RERUN, NOTHING '
                               'MATCHED'
                           CLOSE OPEN-PO-FILE
                                 VENDOR-INVOICE-FILE
                                 VENDOR-MASTER
                           MOVE 'A' TO WS-LOG-STATUS
                           PERFORM 900-LOG-END
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE
           MOVE 'Y' TO MORE-RECORDS-IN.
      ******************************************************************
      *ONE TABLE ENTRY PER HELD INVOICE, TAKEN FROM ITS FIRST LINE     *
      ******************************************************************
       155-LOAD-HELD-INVOICES.
           OPEN INPUT AP-HOLD-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ AP-HOLD-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 157-TABLE-HELD-INVOICE THRU 157-EXIT
               END-READ
           END-PERFORM
           CLOSE AP-HOLD-FILE
           MOVE 'Y' TO MORE-RECORDS-IN.
       157-TABLE-HELD-INVOICE.
           IF WS-HELD-COUNT > ZERO
               IF HELD-VENDOR-CODE (WS-HELD-COUNT) = HLD-VENDOR-CODE
                  AND HELD-INVOICE-NO (WS-HELD-COUNT) = HLD-INVOICE-NO
                   GO TO 157-EXIT
               END-IF
           END-IF
           IF WS-HELD-COUNT = 500
               DISPLAY 'MORE THAN 500 HELD INVOICES -- RUN APAPPR TO '
                   'CLEAR APHOLD.DAT, NOTHING MATCHED'
               CLOSE AP-HOLD-FILE
                     VENDOR-INVOICE-FILE
                     VENDOR-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE HLD-VENDOR-CODE TO HELD-VENDOR-CODE (WS-HELD-COUNT)
           MOVE HLD-INVOICE-NO TO HELD-INVOICE-NO (WS-HELD-COUNT).
       157-EXIT.
           EXIT.
       170-READ-INVOICE.
           READ VENDOR-INVOICE-FILE
               AT END
                   MOVE 'N' TO MORE-RECORDS-IN
           END-READ.
      ******************************************************************
      *AN INVOICE IS THE RUN OF CONSECUTIVE LINES WITH THE SAME VENDOR *
      *AND INVOICE NUMBER.  LINES PAST THE 50TH ARE REJECTED AS THEY   *
      *ARE READ AND THE WHOLE INVOICE GOES WITH THEM                   *
      ******************************************************************
       180-GATHER-INVOICE.
           MOVE 'N' TO WS-IL-OVER
           MOVE 1 TO WS-IL-COUNT
           MOVE VENDOR-INVOICE-REC TO IL-INVOICE-LINE (1)
           PERFORM 170-READ-INVOICE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               OR VIN-VENDOR-CODE NOT = IL-VENDOR-CODE (1)
               OR VIN-INVOICE-NO NOT = IL-INVOICE-NO (1)
               IF WS-IL-COUNT < 50
                   ADD 1 TO WS-IL-COUNT
                   MOVE VENDOR-INVOICE-REC
                       TO IL-INVOICE-LINE (WS-IL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-IL-OVER
                   MOVE VENDOR-INVOICE-REC TO REJ-INVOICE-LINE
                   MOVE 'TL' TO REJ-REASON-CODE
                   WRITE INVOICE-REJECT-REC
               END-IF
               PERFORM 170-READ-INVOICE
           END-PERFORM.
      ******************************************************************
      *THE WHOLE INVOICE IS CHECKED BEFORE ANYTHING IS WRITTEN: A BAD  *
      *OR DUPLICATE INVOICE IS REJECTED, ONE WITH ANY LINE OUT OF      *
      *MATCH IS HELD, AND ONLY ONE WHOSE EVERY LINE MATCHES REACHES    *
      *THE OPEN PAYABLES FILE                                          *
      ******************************************************************
       200-MATCH-INVOICE.
           MOVE IL-VENDOR-CODE (1) TO RIV-VENDOR-CODE
           MOVE SPACES TO RIV-VENDOR-NAME
           MOVE IL-INVOICE-NO (1) TO RIV-INVOICE-NO
           MOVE IL-INVOICE-DATE-X (1) TO RIV-INVOICE-DATE
           IF WS-IL-OVER = 'Y'
               MOVE 'TL' TO WS-REJECT-REASON
               PERFORM 300-REJECT-INVOICE
               GO TO 200-EXIT
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 210-CHECK-LINE-DATA
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           MOVE IL-INVOICE-DATE-X (1) TO WS-DATE-X
           PERFORM 520-CHECK-DATE THRU 520-EXIT
           IF WS-DATE-GOOD = 'N' OR WS-REJECT-REASON = 'BD'
               MOVE 'BD' TO WS-REJECT-REASON
               PERFORM 300-REJECT-INVOICE
               GO TO 200-EXIT
           END-IF
           MOVE IL-VENDOR-CODE (1) TO VND-VENDOR-CODE
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'UV' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE VND-VENDOR-NAME TO RIV-VENDOR-NAME
           END-READ
           IF WS-REJECT-REASON = 'UV'
               PERFORM 300-REJECT-INVOICE
               GO TO 200-EXIT
           END-IF
           PERFORM 220-CHECK-DUPLICATE
           IF WS-REJECT-REASON = 'DI'
               PERFORM 300-REJECT-INVOICE
               GO TO 200-EXIT
           END-IF
           MOVE 'N' TO WS-INVOICE-HELD
           MOVE ZERO TO WS-INVOICE-AMOUNT
           MOVE ZERO TO WS-RECEIVED-VALUE
           PERFORM 230-MATCH-LINE
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           IF WS-INVOICE-HELD = 'Y'
               PERFORM 400-HOLD-INVOICE
           ELSE
               PERFORM 500-POST-INVOICE
           END-IF.
       200-EXIT.
           EXIT.
       210-CHECK-LINE-DATA.
           IF IL-VENDOR-CODE (WS-IL-SUB) = SPACES
               OR IL-INVOICE-NO (WS-IL-SUB) = SPACES
               OR IL-PART-NO (WS-IL-SUB) = SPACES
               OR IL-PO-NO-X (WS-IL-SUB) NOT NUMERIC
               OR IL-QTY-X (WS-IL-SUB) NOT NUMERIC
               OR IL-UNIT-PRICE-X (WS-IL-SUB) NOT NUMERIC
               MOVE 'BD' TO WS-REJECT-REASON
           ELSE
               IF IL-QTY (WS-IL-SUB) = ZERO
                   MOVE 'BD' TO WS-REJECT-REASON
               END-IF
           END-IF.
      ******************************************************************
      *AN INVOICE NUMBER A VENDOR HAS ALREADY BILLED -- OPEN, PAID, OR *
      *WAITING ON APPROVAL -- IS NEVER TAKEN A SECOND TIME             *
      ******************************************************************
       220-CHECK-DUPLICATE.
           MOVE IL-VENDOR-CODE (1) TO APO-VENDOR-CODE
           MOVE IL-INVOICE-NO (1) TO APO-INVOICE-NO
           READ AP-OPEN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-APOPEN-STATUS
               WHEN '00'
                   MOVE 'DI' TO WS-REJECT-REASON
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-IO-ABORT
           END-EVALUATE
           MOVE 1 TO WS-HELD-SUB
           PERFORM UNTIL WS-HELD-SUB > WS-HELD-COUNT
               OR (HELD-VENDOR-CODE (WS-HELD-SUB) = IL-VENDOR-CODE (1)
                   AND HELD-INVOICE-NO (WS-HELD-SUB) =
                       IL-INVOICE-NO (1))
               ADD 1 TO WS-HELD-SUB
           END-PERFORM
           IF WS-HELD-SUB NOT > WS-HELD-COUNT
               MOVE 'DI' TO WS-REJECT-REASON
           END-IF.
      ******************************************************************
      *ONE LINE AGAINST THE RECEIPT HISTORY.  ONLY THE FIRST PROBLEM   *
      *FOUND ON A LINE IS CODED; THE REPORT AND THE APPROVAL SCREEN    *
      *SHOW EVERY FIGURE, SO A SECOND PROBLEM IS STILL IN SIGHT        *
      ******************************************************************
       230-MATCH-LINE.
           MOVE SPACES TO IL-EXCEPTION (WS-IL-SUB)
           MOVE ZERO TO IL-PO-PRICE (WS-IL-SUB)
           MOVE ZERO TO IL-RECEIVED-QTY (WS-IL-SUB)
           MOVE ZERO TO IL-INVOICED-BEFORE (WS-IL-SUB)
           MOVE 1 TO WS-IL-CHECK-SUB
           PERFORM UNTIL WS-IL-CHECK-SUB NOT < WS-IL-SUB
               OR (IL-PO-NO-X (WS-IL-CHECK-SUB) =
                   IL-PO-NO-X (WS-IL-SUB)
                   AND IL-PART-NO (WS-IL-CHECK-SUB) =
                       IL-PART-NO (WS-IL-SUB))
               ADD 1 TO WS-IL-CHECK-SUB
           END-PERFORM
           MOVE IL-PO-NO (WS-IL-SUB) TO RCH-PO-NO
           MOVE IL-PART-NO (WS-IL-SUB) TO RCH-PART-NO
           READ RECEIPT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-RCVHIST-STATUS
               WHEN '00'
                   MOVE RCH-UNIT-PRICE TO IL-PO-PRICE (WS-IL-SUB)
                   MOVE RCH-RECEIVED-QTY TO IL-RECEIVED-QTY (WS-IL-SUB)
                   MOVE RCH-INVOICED-QTY
                       TO IL-INVOICED-BEFORE (WS-IL-SUB)
                   PERFORM 240-CHECK-RECEIVED-LINE THRU 240-EXIT
               WHEN '23'
                   PERFORM 250-CHECK-UNRECEIVED-LINE
               WHEN OTHER
                   PERFORM 950-FILE-IO-ABORT
           END-EVALUATE
           IF WS-IL-CHECK-SUB < WS-IL-SUB
               MOVE 'DL' TO IL-EXCEPTION (WS-IL-SUB)
           END-IF
           IF IL-EXCEPTION (WS-IL-SUB) NOT = SPACES
               MOVE 'Y' TO WS-INVOICE-HELD
           END-IF
           MULTIPLY IL-QTY (WS-IL-SUB) BY IL-UNIT-PRICE (WS-IL-SUB)
               GIVING WS-LINE-AMOUNT
           ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT
           COMPUTE WS-RECEIVED-VALUE = WS-RECEIVED-VALUE +
               IL-QTY (WS-IL-SUB) * IL-PO-PRICE (WS-IL-SUB).
       240-CHECK-RECEIVED-LINE.
           IF RCH-VENDOR-CODE NOT = IL-VENDOR-CODE (WS-IL-SUB)
               MOVE 'VN' TO IL-EXCEPTION (WS-IL-SUB)
               GO TO 240-EXIT
           END-IF
           IF RCH-INVOICED-QTY NOT < RCH-RECEIVED-QTY
               MOVE ZERO TO WS-QTY-AVAILABLE
           ELSE
               SUBTRACT RCH-INVOICED-QTY FROM RCH-RECEIVED-QTY
                   GIVING WS-QTY-AVAILABLE
           END-IF
           IF IL-QTY (WS-IL-SUB) > WS-QTY-AVAILABLE
               MOVE 'QV' TO IL-EXCEPTION (WS-IL-SUB)
               GO TO 240-EXIT
           END-IF
           PERFORM 260-CHECK-PRICE.
       240-EXIT.
           EXIT.
       250-CHECK-UNRECEIVED-LINE.
           MOVE 1 TO WS-PO-SUB
           PERFORM UNTIL WS-PO-SUB > WS-PO-COUNT
               OR (TBL-PO-NO (WS-PO-SUB) = IL-PO-NO (WS-IL-SUB)
                   AND TBL-PART-NO (WS-PO-SUB) =
                       IL-PART-NO (WS-IL-SUB))
               ADD 1 TO WS-PO-SUB
           END-PERFORM
           IF WS-PO-SUB > WS-PO-COUNT
               MOVE 'NP' TO IL-EXCEPTION (WS-IL-SUB)
           ELSE
               MOVE TBL-UNIT-PRICE (WS-PO-SUB) TO WS-PO-PRICE-NUM
               MOVE WS-PO-PRICE-NUM TO IL-PO-PRICE (WS-IL-SUB)
               IF TBL-VENDOR-CODE (WS-PO-SUB) NOT =
                  IL-VENDOR-CODE (WS-IL-SUB)
                   MOVE 'VN' TO IL-EXCEPTION (WS-IL-SUB)
               ELSE
                   MOVE 'NR' TO IL-EXCEPTION (WS-IL-SUB)
               END-IF
           END-IF.
       260-CHECK-PRICE.
           IF IL-UNIT-PRICE (WS-IL-SUB) > IL-PO-PRICE (WS-IL-SUB)
               SUBTRACT IL-PO-PRICE (WS-IL-SUB)
                   FROM IL-UNIT-PRICE (WS-IL-SUB)
                   GIVING WS-PRICE-DIFF
           ELSE
               SUBTRACT IL-UNIT-PRICE (WS-IL-SUB)
                   FROM IL-PO-PRICE (WS-IL-SUB)
                   GIVING WS-PRICE-DIFF
           END-IF
           COMPUTE WS-PRICE-LIMIT ROUNDED =
               IL-PO-PRICE (WS-IL-SUB) * WS-PRICE-TOLERANCE
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE 'PV' TO IL-EXCEPTION (WS-IL-SUB)
           END-IF.
      ******************************************************************
      *EVERY LINE OF A REJECTED INVOICE GOES TO THE REJECT FILE WITH   *
      *THE ONE REASON THAT STOPPED IT                                  *
      ******************************************************************
       300-REJECT-INVOICE.
           ADD 1 TO WS-INVOICES-REJECTED
           PERFORM 310-WRITE-REJECT-LINE
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           EVALUATE WS-REJECT-REASON
               WHEN 'BD'
                   MOVE 'REJECTED - BAD DATA' TO RIV-RESULT
               WHEN 'UV'
                   MOVE 'REJECTED - NO VENDOR' TO RIV-RESULT
               WHEN 'DI'
                   MOVE 'REJECTED - DUPLICATE' TO RIV-RESULT
               WHEN 'TL'
                   MOVE 'REJECTED - OVER 50 LINES' TO RIV-RESULT
           END-EVALUATE
           WRITE MATCH-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE MATCH-REPORT-REC FROM REPORT-INVOICE-LINE
               AFTER ADVANCING 1 LINE.
       310-WRITE-REJECT-LINE.
           MOVE IL-INVOICE-LINE (WS-IL-SUB) TO REJ-INVOICE-LINE
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           WRITE INVOICE-REJECT-REC.
      ******************************************************************
      *A HELD INVOICE GOES TO THE HELD FILE WHOLE, EVERY LINE WITH ITS *
      *CODE, AND JOINS THE HELD TABLE SO A COPY LATER IN THIS SAME     *
      *BATCH IS REFUSED                                                *
      ******************************************************************
       400-HOLD-INVOICE.
           ADD 1 TO WS-INVOICES-HELD
           ADD WS-INVOICE-AMOUNT TO WS-HELD-TOTAL
           PERFORM 410-WRITE-HOLD-LINE
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           IF WS-HELD-COUNT < 500
               ADD 1 TO WS-HELD-COUNT
               MOVE IL-VENDOR-CODE (1)
                   TO HELD-VENDOR-CODE (WS-HELD-COUNT)
               MOVE IL-INVOICE-NO (1) TO HELD-INVOICE-NO (WS-HELD-COUNT)
           END-IF
           MOVE 'HELD FOR APPROVAL' TO RIV-RESULT
           PERFORM 600-PRINT-INVOICE
           MOVE 'INVOICE TOTAL HELD:' TO RTL-TEXT
           MOVE WS-INVOICE-AMOUNT TO RTL-AMOUNT
           MOVE SPACES TO RTL-NOTE
           WRITE MATCH-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       410-WRITE-HOLD-LINE.
           MOVE IL-INVOICE-LINE (WS-IL-SUB) TO AP-HOLD-REC
           MOVE IL-EXCEPTION (WS-IL-SUB) TO HLD-EXCEPTION
           WRITE AP-HOLD-REC.
      ******************************************************************
      *A MATCHED INVOICE: THE PAYABLE IS WRITTEN FIRST, THEN EACH      *
      *RECEIPT IT BILLED IS MARKED INVOICED, THEN THE LEDGER ENTRY.    *
      *THE INVOICE DATE IS THE ONE ON ITS FIRST LINE                   *
      ******************************************************************
       500-POST-INVOICE.
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
           MOVE 'M' TO APO-MATCH-TYPE
           WRITE AP-OPEN-REC
           IF WS-APOPEN-STATUS NOT = '00'
               PERFORM 950-FILE-IO-ABORT
           END-IF
           PERFORM 510-MARK-LINE-INVOICED
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT
           PERFORM 550-POST-INVOICE-TO-GL
           ADD 1 TO WS-INVOICES-MATCHED
           ADD WS-INVOICE-AMOUNT TO WS-MATCHED-TOTAL
           MOVE WS-DUE-DATE TO WS-RESULT-DUE-DATE
           MOVE WS-MATCHED-RESULT TO RIV-RESULT
           PERFORM 600-PRINT-INVOICE
           MOVE 'INVOICE TOTAL PAYABLE:' TO RTL-TEXT
           MOVE WS-INVOICE-AMOUNT TO RTL-AMOUNT
           IF WS-TERMS-READ = 'N'
               MOVE 'TERMS NOT READ, TAKEN AS NET 30 -- FIX IN VENDMNT'
                   TO RTL-NOTE
           ELSE
               MOVE SPACES TO RTL-NOTE
           END-IF
           WRITE MATCH-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       510-MARK-LINE-INVOICED.
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
      ******************************************************************
      *ONE BLOCK PER INVOICE: THE HEADING WITH THE RESULT, THEN A LINE *
      *PER INVOICE LINE WITH THE FIGURES IT WAS MATCHED ON             *
      ******************************************************************
       600-PRINT-INVOICE.
           WRITE MATCH-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE MATCH-REPORT-REC FROM REPORT-INVOICE-LINE
               AFTER ADVANCING 1 LINE
           WRITE MATCH-REPORT-REC FROM REPORT-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 610-PRINT-INVOICE-LINE
               VARYING WS-IL-SUB FROM 1 BY 1
               UNTIL WS-IL-SUB > WS-IL-COUNT.
       610-PRINT-INVOICE-LINE.
           MOVE IL-PO-NO-X (WS-IL-SUB) TO RPT-PO-NO
           MOVE IL-PART-NO (WS-IL-SUB) TO RPT-PART-NO
           MOVE IL-QTY-X (WS-IL-SUB) TO RPT-QTY
           MOVE IL-RECEIVED-QTY (WS-IL-SUB) TO RPT-RECEIVED-QTY
           MOVE IL-INVOICED-BEFORE (WS-IL-SUB) TO RPT-INVOICED-BEFORE
           MOVE IL-UNIT-PRICE (WS-IL-SUB) TO RPT-UNIT-PRICE
           MOVE IL-PO-PRICE (WS-IL-SUB) TO RPT-PO-PRICE
           MULTIPLY IL-QTY (WS-IL-SUB) BY IL-UNIT-PRICE (WS-IL-SUB)
               GIVING WS-LINE-AMOUNT
           MOVE WS-LINE-AMOUNT TO RPT-LINE-AMOUNT
           EVALUATE IL-EXCEPTION (WS-IL-SUB)
               WHEN 'NR'
                   MOVE 'NR NOT RECEIVED YET' TO RPT-NOTE
               WHEN 'NP'
                   MOVE 'NP NO SUCH PO LINE' TO RPT-NOTE
               WHEN 'VN'
                   MOVE 'VN PO IS ANOTHER VENDOR''S' TO RPT-NOTE
               WHEN 'QV'
                   MOVE 'QV BILLED MORE THAN RECEIVED' TO RPT-NOTE
               WHEN 'PV'
                   MOVE 'PV PRICE OFF THE PO PRICE' TO RPT-NOTE
               WHEN 'DL'
                   MOVE 'DL PO LINE BILLED TWICE' TO RPT-NOTE
               WHEN OTHER
                   MOVE 'MATCHED' TO RPT-NOTE
           END-EVALUATE
           WRITE MATCH-REPORT-REC FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       690-WRITE-SUMMARY.
           WRITE MATCH-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INVOICES MATCHED:' TO RSM-TEXT
           MOVE WS-INVOICES-MATCHED TO RSM-COUNT
           MOVE WS-MATCHED-TOTAL TO RSM-AMOUNT
           WRITE MATCH-REPORT-REC FROM REPORT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INVOICES HELD:' TO RSM-TEXT
           MOVE WS-INVOICES-HELD TO RSM-COUNT
           MOVE WS-HELD-TOTAL TO RSM-AMOUNT
           WRITE MATCH-REPORT-REC FROM REPORT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INVOICES REJECTED:' TO RSM-TEXT
           MOVE WS-INVOICES-REJECTED TO RSM-COUNT
           MOVE ZERO TO RSM-AMOUNT
           WRITE MATCH-REPORT-REC FROM REPORT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'APMATCH ' TO GLI-SOURCE
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
      *READ ALWAYS EQUALS MATCHED PLUS HELD AND REJECTED, SO THE       *
      *OPSRPT BALANCE CHECK HOLDS ON A HEALTHY RUN.  EVERY COUNT IS    *
      *BY INVOICE, NOT BY LINE                                         *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'APMATCH ' TO LOG-PROGRAM-ID
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
           MOVE 'APMATCH ' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-INVOICES-READ TO LOG-RECORDS-READ
           MOVE WS-INVOICES-MATCHED TO LOG-RECORDS-WRITTEN
           COMPUTE WS-LOG-REJECTED =
               WS-INVOICES-HELD + WS-INVOICES-REJECTED
           MOVE WS-LOG-REJECTED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
      ******************************************************************
      *A HARD ERROR ON THE PAYABLES OR RECEIPT HISTORY STOPS THE RUN.  *
      *INVOICES ALREADY MATCHED ARE ON FILE AND WOULD COME BACK AS     *
      *DUPLICATES, SO ONLY THE INVOICE IN HAND AND THOSE AFTER IT ARE  *
      *KEYED AGAIN                                                     *
      ******************************************************************
       950-FILE-IO-ABORT.
           DISPLAY 'PAYABLES FILE I-O ERROR, APOPEN STATUS: ',
               WS-APOPEN-STATUS, ' RCVHIST STATUS: ', WS-RCVHIST-STATUS
           DISPLAY 'ON VENDOR: ', IL-VENDOR-CODE (1), ' INVOICE: ',
               IL-INVOICE-NO (1)
           DISPLAY 'RUN STOPPED -- INVOICES BEFORE THIS ONE ARE POSTED '
               'OR HELD; FIX THE FILE, REMOVE THEM FROM VNDINV.DAT, '
               'THEN RERUN'
           CLOSE VENDOR-INVOICE-FILE
                 VENDOR-MASTER
                 RECEIPT-HISTORY-FILE
                 AP-OPEN-FILE
                 AP-HOLD-FILE
                 INVOICE-REJECT-FILE
                 GL-INTERFACE-FILE
                 MATCH-REPORT-FILE
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
