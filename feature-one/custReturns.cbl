       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRTN.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 02 Sep 2026.                                      *
      *PURPOSE. CUSTOMER RETURNS AND CREDIT MEMOS.  THE COUNTER KEYS   *
      *         EACH RETURN AS A LINE (CUSTOMER, ORIGINAL QUOTE        *
      *         NUMBER, PART, QUANTITY, CONDITION G GOOD OR D          *
      *         DAMAGED) AND THIS RUN CHECKS IT AGAINST WHAT WAS       *
      *         ACTUALLY SOLD ON THAT QUOTE IN SALES HISTORY, LESS     *
      *         WHAT HAS ALREADY COME BACK ON THE RETURNS HISTORY      *
      *         FILE.  AN ACCEPTED RETURN IS CREDITED AT THE NET THE   *
      *         CUSTOMER PAID PER UNIT PLUS THE SALES TAX CHARGED ON   *
      *         IT: A CREDIT ITEM GOES ON THE AR                       *
      *         DETAIL FILE, THE OPEN BALANCE COMES DOWN, AND A CREDIT *
      *         MEMO PRINTS PER CUSTOMER THE WAY QUOTEPRT PRINTS A     *
      *         CONFIRMATION.  GOOD STOCK GOES BACK ON THE SHELF AND   *
      *         ON THE MOVEMENT LOG AS TYPE C; DAMAGED STOCK IS        *
      *         CREDITED AND LOGGED ON THE RETURNS HISTORY BUT NOT     *
      *         RESTOCKED.  BEFORE THIS, RETURNS WENT BACK IN AS       *
      *         INVMAINT RECEIPTS AND THE CREDIT WAS TYPED OVER THE    *
      *         BALANCE IN CUSTMNT, SO NEITHER THE STATEMENT NOR THE   *
      *         STOCK CARD COULD SAY WHY EITHER NUMBER MOVED.          *
      *         A RETURN LINE MAY NAME THE LOCATION GOOD STOCK GOES    *
      *         BACK TO; A BLANK LOCATION IS THE MAIN WAREHOUSE.       *
      *         EVERY CREDIT MEMO IS ALSO WRITTEN TO THE GL INTERFACE  *
      *         FILE AS A BALANCED ENTRY UNDER THE CUSTOMER ID --      *
      *         SALES RETURNS AND SALES TAX DEBITED, AR CREDITED FOR   *
      *         THE WHOLE CREDIT -- ON THE ACCOUNTS GLMAPMNT MAPS FOR  *
      *         CUSTRTN.  NOTHING IS CREDITED WHILE ONE OF THOSE       *
      *         MAPPINGS IS MISSING.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\RETURNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-RETURNS-FILE
               ASSIGN TO 'C:\CHAPTER5\RTNSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY-FILE
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
           SELECT OPTIONAL AR-DETAIL-FILE
               ASSIGN TO 'C:\CHAPTER5\ARDETAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-MEMO-FILE
               ASSIGN TO 'C:\CHAPTER5\CREDMEMO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURNS-REGISTER-FILE
               ASSIGN TO 'C:\CHAPTER5\RTNPOST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
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
       FD  RETURNS-FILE.
       01  RETURNS-REC.
           05  RTN-CUST-ID           PIC X(5).
           05  RTN-QUOTE-NO-X        PIC X(6).
           05  RTN-PART-NO           PIC X(5).
           05  RTN-QTY-X             PIC X(5).
           05  RTN-CONDITION         PIC X(1).
           05  RTN-LOCATION          PIC X(4).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-ID          PIC X(5).
           05  SORT-QUOTE-NO-X       PIC X(6).
           05  SORT-PART-NO          PIC X(5).
           05  SORT-QTY-X            PIC X(5).
           05  SORT-CONDITION        PIC X(1).
           05  SORT-LOCATION         PIC X(4).
       FD  SORTED-RETURNS-FILE.
       01  SORTED-RETURNS-REC        PIC X(26).
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05  HST-IDENT             PIC X(5).
           05  HST-SALES             PIC 9(6).99.
           05  HST-DISCOUNT-PERCENT  PIC V99.
           05  HST-NET               PIC 9(6).99.
           05  HST-PART-NO           PIC X(5).
           05  HST-QTY               PIC 9(5).
           05  HST-QUOTE-NO          PIC 9(6).
           05  HST-TRAN-DATE         PIC 9(8).
           05  HST-REC-TYPE          PIC X(1).
           05  HST-TAX-AMOUNT        PIC 9(6).99.
           05  HST-TAX-JURIS         PIC X(4).
           05  HST-TAX-EXEMPT        PIC X(1).
      ******************************************************************
      *ONE RECORD PER ACCEPTED RETURN, GOOD OR DAMAGED, SO THE NEXT    *
      *RETURN AGAINST THE SAME QUOTE LINE CAN SEE WHAT HAS ALREADY     *
      *COME BACK.  THIS IS ALSO THE LOG OF DAMAGED GOODS THAT WERE     *
      *CREDITED BUT NEVER WENT BACK ON THE SHELF.  CONDITION: G GOOD   *
      *AND RESTOCKED, D DAMAGED AND NOT RESTOCKED.  THE CREDIT AMOUNT  *
      *INCLUDES THE SALES TAX REFUNDED, WHICH IS ALSO CARRIED ON ITS   *
      *OWN WITH THE JURISDICTION AND EXEMPT FLAG OF THE ORIGINAL SALE  *
      *SO THE MONTH-END TAX REPORT CAN TAKE IT BACK OFF THE LIABILITY. *
      *A RETURN CREDITED BEFORE SALES TAX HAS THESE FIELDS BLANK       *
      ******************************************************************
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-REC.
           05  RTH-CUST-ID           PIC X(5).
           05  RTH-QUOTE-NO          PIC 9(6).
           05  RTH-PART-NO           PIC X(5).
           05  RTH-QTY               PIC 9(5).
           05  RTH-CONDITION         PIC X(1).
           05  RTH-RETURN-DATE       PIC 9(8).
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
      *NOTES.  THIS RUN LOGS EACH GOOD RETURN AS TYPE C WITH A         *
      *POSITIVE QUANTITY                                               *
      ******************************************************************
       FD  MOVEMENT-LOG-FILE.
       01  MOVEMENT-LOG-REC.
           05  MOV-KEY.
               10  MOV-PART-NO       PIC X(5).
               10  MOV-DATE          PIC 9(8).
               10  MOV-TIME          PIC 9(8).
               10  MOV-SEQ           PIC 9(3).
           05  MOV-PROGRAM-ID        PIC X(8).
           05  MOV-TYPE              PIC X(1).
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
      ******************************************************************
      *EVERY CREDIT GOES ON THE AR DETAIL FILE AS ITEM TYPE R WITH     *
      *THE ORIGINAL QUOTE NUMBER AS ITS REFERENCE, SO THE STATEMENT    *
      *RUN SHOWS IT AS A CREDIT AGAINST THE CHARGE IT REVERSES         *
      ******************************************************************
       FD  AR-DETAIL-FILE.
       01  AR-DETAIL-REC.
           05  AR-CUST-ID            PIC X(5).
           05  AR-ITEM-DATE          PIC 9(8).
           05  AR-ITEM-TYPE          PIC X(1).
           05  AR-REFERENCE          PIC X(6).
           05  AR-AMOUNT             PIC 9(7)V99.
       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-REC           PIC X(80).
       FD  RETURNS-REGISTER-FILE.
       01  RETURNS-REGISTER-REC      PIC X(90).
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
       01  WS-RETURNS-FILE-STATUS    PIC X(2).
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-LOC-FILE-STATUS        PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-FOUND           PIC X(1).
       01  WS-RTN-LOCATION           PIC X(4).
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-MOVELOG-OK             PIC X(1)  VALUE 'Y'.
       01  WS-MOV-DONE               PIC X(1).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RETURNS-READ           PIC 9(5)  VALUE ZERO.
       01  WS-RETURNS-ACCEPTED       PIC 9(5)  VALUE ZERO.
       01  WS-RETURNS-REJECTED       PIC 9(5)  VALUE ZERO.
       01  WS-RETURNS-RESTOCKED      PIC 9(5)  VALUE ZERO.
       01  WS-RETURNS-DAMAGED        PIC 9(5)  VALUE ZERO.
       01  WS-MEMOS-PRINTED          PIC 9(5)  VALUE ZERO.
       01  WS-CONTROL-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-MEMO-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-MEMO-NEW-BALANCE       PIC 9(7)V99 VALUE ZERO.
       01  WS-MEMO-OPEN              PIC X(1)  VALUE 'N'.
       01  WS-HOLD-CUST-ID           PIC X(5).
       01  WS-CREDIT-AMT             PIC 9(7)V99.
       01  WS-TAX-CREDIT             PIC 9(7)V99.
       01  WS-NET-WORK               PIC 9(6)V99.
       01  WS-TAX-WORK               PIC 9(6)V99.
       01  WS-MEMO-TAX               PIC 9(9)V99 VALUE ZERO.
       01  WS-ALREADY-RETURNED       PIC 9(7).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-RT-SUB                 PIC 9(3).
       01  WS-CHK-SUB                PIC 9(3).
       01  WS-RT-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-GL-MAP-OK              PIC X(1)  VALUE 'Y'.
       01  WS-GL-ITEM                PIC X(4).
       01  WS-GL-ACCOUNT             PIC X(10).
       01  WS-GL-RETURNS-ACCOUNT     PIC X(10).
       01  WS-GL-TAX-ACCOUNT         PIC X(10).
       01  WS-GL-AR-ACCOUNT          PIC X(10).
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
      ******************************************************************
      *THE DAY'S RETURNS, SORTED BY CUSTOMER, ARE HELD HERE WHILE ONE  *
      *PASS OF SALES HISTORY TOTALS WHAT WAS SOLD ON EACH QUOTE LINE   *
      *AND ONE PASS OF THE RETURNS HISTORY TOTALS WHAT HAS ALREADY     *
      *COME BACK -- THE HISTORY FILES ARE FAR TOO LONG TO RESCAN FOR   *
      *EVERY RETURN                                                    *
      ******************************************************************
       01  RETURNS-TABLE.
           05  RETURN-ENTRY          OCCURS 200 TIMES.
               10  RT-INPUT-DATA.
                   15  RT-CUST-ID    PIC X(5).
                   15  RT-QUOTE-NO-X PIC X(6).
                   15  RT-QUOTE-NO REDEFINES RT-QUOTE-NO-X
                                     PIC 9(6).
                   15  RT-PART-NO    PIC X(5).
                   15  RT-QTY-X      PIC X(5).
                   15  RT-QTY REDEFINES RT-QTY-X
                                     PIC 9(5).
                   15  RT-CONDITION  PIC X(1).
                       88  RT-GOOD             VALUE 'G'.
                       88  RT-DAMAGED          VALUE 'D'.
                   15  RT-LOCATION   PIC X(4).
               10  RT-SOLD-QTY       PIC 9(7).
               10  RT-SOLD-NET       PIC 9(9)V99.
               10  RT-SOLD-TAX       PIC 9(9)V99.
               10  RT-TAX-JURIS      PIC X(4).
               10  RT-TAX-EXEMPT     PIC X(1).
               10  RT-PRIOR-QTY      PIC 9(7).
               10  RT-ACCEPTED       PIC X(1).
       01  COMPANY-HEADING-LINE.
           05  FILLER                PIC X(25)  VALUE SPACES.
           05  FILLER                PIC X(25)
               VALUE 'DEAN SUPPLY COMPANY      '.
           05  FILLER                PIC X(30)  VALUE SPACES.
       01  TITLE-LINE.
           05  FILLER                PIC X(25)  VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE 'CREDIT MEMO         '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  TTL-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(21)  VALUE SPACES.
       01  CUSTOMER-LINE.
           05  FILLER                PIC X(10)  VALUE 'CUSTOMER: '.
           05  CUS-IDENT             PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  CUS-NAME              PIC X(20).
           05  FILLER                PIC X(43)  VALUE SPACES.
       01  COLUMN-HEADING-LINE.
           05  FILLER                PIC X(47)
               VALUE 'PART   DESCRIPTION        QTY    CONDITION  CRE'.
           05  FILLER                PIC X(33)
               VALUE 'DIT        QUOTE'.
       01  DETAIL-LINE.
           05  DET-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-DESCRIPTION       PIC X(15).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  DET-QTY               PIC 9(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-CONDITION         PIC X(9).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-CREDIT            PIC 9(7).99.
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  DET-QUOTE-NO          PIC X(6).
           05  FILLER                PIC X(18)  VALUE SPACES.
       01  TOTAL-LINE.
           05  TOT-LABEL             PIC X(32).
           05  TOT-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  BLANK-LINE                PIC X(90)  VALUE SPACES.
       01  REGISTER-HEADING-LINE.
           05  FILLER                PIC X(30)
               VALUE 'CUSTOMER RETURNS REGISTER     '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(46)  VALUE SPACES.
       01  REGISTER-COLUMN-LINE.
           05  FILLER                PIC X(50)
               VALUE 'CUST   QUOTE   PART   LOC   QTY    COND  CREDIT'.
           05  FILLER                PIC X(40)  VALUE '      NOTE'.
       01  REGISTER-DETAIL-LINE.
           05  REG-CUST-ID           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-QUOTE-NO          PIC X(6).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-QTY               PIC 9(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-CONDITION         PIC X(1).
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  REG-CREDIT            PIC 9(7).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-NOTE              PIC X(25).
           05  FILLER                PIC X(12)  VALUE SPACES.
       01  REGISTER-REJECT-LINE.
           05  RRJ-CUST-ID           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-QUOTE-NO          PIC X(6).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-QTY               PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-REASON            PIC X(40).
           05  FILLER                PIC X(15)  VALUE SPACES.
       01  CONTROL-TOTAL-LINE.
           05  FILLER                PIC X(30)
               VALUE 'CONTROL TOTAL CREDITED:       '.
           05  TOT-CREDITED          PIC 9(9).99.
           05  FILLER                PIC X(48)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 800-LOG-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO TTL-RUN-DATE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 120-LOAD-GL-ACCOUNTS
           OPEN INPUT RETURNS-FILE
           IF WS-RETURNS-FILE-STATUS NOT = '00'
               DISPLAY 'RETURNS FILE NOT AVAILABLE, STATUS: ',
                   WS-RETURNS-FILE-STATUS
               DISPLAY 'KEY THE RETURNS INTO RETURNS.DAT FIRST, '
                   'NOTHING CREDITED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           CLOSE RETURNS-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CUST-ID
                                SORT-QUOTE-NO-X
               USING RETURNS-FILE
               GIVING SORTED-RETURNS-FILE
           PERFORM 150-LOAD-RETURNS-TABLE
           PERFORM 160-TOTAL-SOLD
           PERFORM 170-TOTAL-RETURNED
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CUSTOMER MASTER, STATUS: ',
                   WS-CUSTMAST-STATUS
               DISPLAY 'RUN THE CUSTCONV CONVERSION OR CHECK THE '
                   'FILE, NOTHING CREDITED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'RUN THE CONVERSION OR CHECK THE FILE, '
                   'NOTHING CREDITED'
               CLOSE CUSTOMER-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN LOCATION MASTER, STATUS: ',
                   WS-LOC-FILE-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NOTHING CREDITED'
               CLOSE CUSTOMER-MASTER
                     INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NOTHING CREDITED'
               CLOSE CUSTOMER-MASTER
                     INVENTORY-MASTER
                     LOCATION-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O MOVEMENT-LOG-FILE
           IF WS-MOVELOG-STATUS NOT = '00' AND
              WS-MOVELOG-STATUS NOT = '05'
               MOVE 'N' TO WS-MOVELOG-OK
               DISPLAY 'WARNING: MOVEMENT LOG NOT AVAILABLE, '
                   'STATUS: ', WS-MOVELOG-STATUS
               DISPLAY 'MOVEMENTS WILL NOT BE LOGGED THIS RUN'
           END-IF
           OPEN EXTEND AR-DETAIL-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           OPEN EXTEND RETURN-HISTORY-FILE
           OPEN OUTPUT CREDIT-MEMO-FILE
           OPEN OUTPUT RETURNS-REGISTER-FILE
           WRITE RETURNS-REGISTER-REC FROM REGISTER-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           WRITE RETURNS-REGISTER-REC FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           MOVE 1 TO WS-RT-SUB
           PERFORM UNTIL WS-RT-SUB > WS-RT-COUNT
               ADD 1 TO WS-RETURNS-READ
               PERFORM 200-PROCESS-RETURN THRU 200-EXIT
               ADD 1 TO WS-RT-SUB
           END-PERFORM
           IF WS-MEMO-OPEN = 'Y'
               PERFORM 400-END-MEMO
           END-IF
           WRITE RETURNS-REGISTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CONTROL-TOTAL TO TOT-CREDITED
           WRITE RETURNS-REGISTER-REC FROM CONTROL-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 600-CLOSE-FILES
           DISPLAY ' '
           DISPLAY 'CUSTOMER RETURNS COMPLETE'
           DISPLAY 'RETURNS READ:      ', WS-RETURNS-READ
           DISPLAY 'RETURNS ACCEPTED:  ', WS-RETURNS-ACCEPTED
           DISPLAY '  RESTOCKED:       ', WS-RETURNS-RESTOCKED
           DISPLAY '  DAMAGED:         ', WS-RETURNS-DAMAGED
           DISPLAY 'RETURNS REJECTED:  ', WS-RETURNS-REJECTED
           DISPLAY 'CREDIT MEMOS:      ', WS-MEMOS-PRINTED
           DISPLAY 'CONTROL TOTAL:     ', WS-CONTROL-TOTAL
           DISPLAY 'GL ENTRIES WRITTEN: ', WS-GL-ENTRIES,
               '  BATCH: CUSTRTN ', WS-GL-BATCH-STAMP
           IF WS-RETURNS-REJECTED > ZERO
               DISPLAY 'REJECTED RETURNS ARE LISTED ON RTNPOST.RPT -- '
                   'CORRECT THEM IN RETURNS.DAT AND RERUN THOSE '
                   'LINES ONLY'
           END-IF
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *EVERY ACCOUNT THIS RUN POSTS TO IS LOOKED UP BEFORE ANY RETURN  *
      *IS CREDITED, SO A MISSING MAPPING CAN NEVER LEAVE A CREDIT ON   *
      *THE CUSTOMER BALANCES THAT IS NOT IN THE LEDGER                 *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NOTHING '
                   'CREDITED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 'RETN' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-RETURNS-ACCOUNT
           MOVE 'STAX' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-TAX-ACCOUNT
           MOVE 'ARCR' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-AR-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NOTHING '
                   'CREDITED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'CUSTRTN ' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR CUSTRTN ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
      ******************************************************************
      *THE WHOLE DAY'S RETURNS MUST FIT THE TABLE OR SOME WOULD BE     *
      *CHECKED AGAINST HISTORY AND SOME NOT, SO AN OVERSIZED FILE      *
      *STOPS THE RUN BEFORE ANYTHING IS TOUCHED                        *
      ******************************************************************
       150-LOAD-RETURNS-TABLE.
           OPEN INPUT SORTED-RETURNS-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SORTED-RETURNS-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF WS-RT-COUNT < 200
                           ADD 1 TO WS-RT-COUNT
                           MOVE SORTED-RETURNS-REC
                               TO RT-INPUT-DATA (WS-RT-COUNT)
                           MOVE ZERO TO RT-SOLD-QTY (WS-RT-COUNT)
                           MOVE ZERO TO RT-SOLD-NET (WS-RT-COUNT)
                           MOVE ZERO TO RT-SOLD-TAX (WS-RT-COUNT)
                           MOVE SPACES TO RT-TAX-JURIS (WS-RT-COUNT)
                           MOVE SPACES TO RT-TAX-EXEMPT (WS-RT-COUNT)
                           MOVE ZERO TO RT-PRIOR-QTY (WS-RT-COUNT)
                           MOVE 'N' TO RT-ACCEPTED (WS-RT-COUNT)
                       ELSE
                           DISPLAY 'MORE THAN 200 RETURN LINES -- '
                               'SPLIT RETURNS.DAT AND RERUN, NOTHING '
                               'CREDITED'
                           CLOSE SORTED-RETURNS-FILE
                           MOVE 'A' TO WS-LOG-STATUS
                           PERFORM 900-LOG-END
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-RETURNS-FILE
           MOVE 'Y' TO MORE-RECORDS-IN.
      ******************************************************************
      *ONLY LINES THAT SHIPPED COUNT AS SOLD.  A ZERO-QUANTITY RECORD  *
      *IS A BORELSE BACKORDER BILLING, WHICH CARRIES NO QUANTITY; THE  *
      *RELEASE LINE (TYPE R) WRITTEN AFTER IT REPEATS THE BILLING      *
      *WITH THE UNITS SHIPPED AND IS COUNTED INSTEAD.  A RELEASE       *
      *BILLED BEFORE RELEASE LINES WERE WRITTEN CANNOT BE VERIFIED     *
      *HERE AND IS CREDITED THROUGH CUSTMNT.  AN ORDER HEADER CARRIES  *
      *THE ORDER TOTALS RATHER THAN A PART AND IS PASSED OVER.  A LINE *
      *SOLD BEFORE SALES TAX HAS THE TAX FIELDS BLANK AND ADDS NO TAX  *
      ******************************************************************
       160-TOTAL-SOLD.
           OPEN INPUT SALES-HISTORY-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF HST-REC-TYPE NOT = 'H'
                          AND HST-QTY IS NUMERIC AND HST-QTY > ZERO
                          AND HST-QUOTE-NO IS NUMERIC
                           PERFORM 165-MATCH-SOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY-FILE
           MOVE 'Y' TO MORE-RECORDS-IN.
       165-MATCH-SOLD.
           MOVE 1 TO WS-CHK-SUB
           PERFORM UNTIL WS-CHK-SUB > WS-RT-COUNT
               IF RT-CUST-ID (WS-CHK-SUB) = HST-IDENT
                  AND RT-QUOTE-NO-X (WS-CHK-SUB) IS NUMERIC
                  AND RT-QUOTE-NO (WS-CHK-SUB) = HST-QUOTE-NO
                  AND RT-PART-NO (WS-CHK-SUB) = HST-PART-NO
                   ADD HST-QTY TO RT-SOLD-QTY (WS-CHK-SUB)
                   MOVE HST-NET TO WS-NET-WORK
                   ADD WS-NET-WORK TO RT-SOLD-NET (WS-CHK-SUB)
                   IF HST-TAX-AMOUNT NOT = SPACES
                       MOVE HST-TAX-AMOUNT TO WS-TAX-WORK
                       ADD WS-TAX-WORK TO RT-SOLD-TAX (WS-CHK-SUB)
                       MOVE HST-TAX-JURIS TO RT-TAX-JURIS (WS-CHK-SUB)
                       MOVE HST-TAX-EXEMPT
                           TO RT-TAX-EXEMPT (WS-CHK-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-CHK-SUB
           END-PERFORM.
       170-TOTAL-RETURNED.
           OPEN INPUT RETURN-HISTORY-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ RETURN-HISTORY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF RTH-QTY IS NUMERIC
                           PERFORM 175-MATCH-RETURNED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-HISTORY-FILE
           MOVE 'Y' TO MORE-RECORDS-IN.
       175-MATCH-RETURNED.
           MOVE 1 TO WS-CHK-SUB
           PERFORM UNTIL WS-CHK-SUB > WS-RT-COUNT
               IF RT-CUST-ID (WS-CHK-SUB) = RTH-CUST-ID
                  AND RT-QUOTE-NO-X (WS-CHK-SUB) IS NUMERIC
                  AND RT-QUOTE-NO (WS-CHK-SUB) = RTH-QUOTE-NO
                  AND RT-PART-NO (WS-CHK-SUB) = RTH-PART-NO
                   ADD RTH-QTY TO RT-PRIOR-QTY (WS-CHK-SUB)
               END-IF
               ADD 1 TO WS-CHK-SUB
           END-PERFORM.
       200-PROCESS-RETURN.
      ******************************************************************
      *A FULLY BLANK LINE IS AN EDITOR ARTIFACT, NOT A RETURN          *
      ******************************************************************
           IF RT-INPUT-DATA (WS-RT-SUB) = SPACES
               SUBTRACT 1 FROM WS-RETURNS-READ
               GO TO 200-EXIT
           END-IF
           MOVE RT-LOCATION (WS-RT-SUB) TO WS-RTN-LOCATION
           IF WS-RTN-LOCATION = SPACES
               MOVE 'MAIN' TO WS-RTN-LOCATION
           END-IF
           IF RT-QUOTE-NO-X (WS-RT-SUB) NOT NUMERIC
               OR RT-QTY-X (WS-RT-SUB) NOT NUMERIC
               OR RT-PART-NO (WS-RT-SUB) = SPACES
               MOVE 'BAD RETURN LINE' TO RRJ-REASON
               PERFORM 300-WRITE-REJECT
               GO TO 200-EXIT
           END-IF
           IF RT-QTY (WS-RT-SUB) = ZERO
               MOVE 'RETURN QUANTITY IS ZERO' TO RRJ-REASON
               PERFORM 300-WRITE-REJECT
               GO TO 200-EXIT
           END-IF
           IF NOT RT-GOOD (WS-RT-SUB) AND NOT RT-DAMAGED (WS-RT-SUB)
               MOVE 'CONDITION MUST BE G OR D' TO RRJ-REASON
               PERFORM 300-WRITE-REJECT
               GO TO 200-EXIT
           END-IF
           IF RT-GOOD (WS-RT-SUB)
               MOVE WS-RTN-LOCATION TO LOC-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       MOVE 'LOCATION NOT ON LOCATION MASTER'
                           TO RRJ-REASON
                       PERFORM 300-WRITE-REJECT
                       GO TO 200-EXIT
               END-READ
           END-IF
           IF RT-SOLD-QTY (WS-RT-SUB) = ZERO
               MOVE 'PART NOT SOLD ON THIS QUOTE' TO RRJ-REASON
               PERFORM 300-WRITE-REJECT
               GO TO 200-EXIT
           END-IF
      ******************************************************************
      *WHAT HAS COME BACK = THE RETURNS HISTORY PLUS ANY EARLIER LINE  *
      *IN THIS RUN ALREADY ACCEPTED FOR THE SAME QUOTE LINE, SO TWO    *
      *RETURNS KEYED THE SAME DAY CANNOT TOGETHER EXCEED THE SALE      *
      ******************************************************************
           MOVE RT-PRIOR-QTY (WS-RT-SUB) TO WS-ALREADY-RETURNED
           MOVE 1 TO WS-CHK-SUB
           PERFORM UNTIL WS-CHK-SUB NOT < WS-RT-SUB
               IF RT-ACCEPTED (WS-CHK-SUB) = 'Y'
                  AND RT-CUST-ID (WS-CHK-SUB) = RT-CUST-ID (WS-RT-SUB)
                  AND RT-QUOTE-NO (WS-CHK-SUB) =
                      RT-QUOTE-NO (WS-RT-SUB)
                  AND RT-PART-NO (WS-CHK-SUB) = RT-PART-NO (WS-RT-SUB)
                   ADD RT-QTY (WS-CHK-SUB) TO WS-ALREADY-RETURNED
               END-IF
               ADD 1 TO WS-CHK-SUB
           END-PERFORM
           IF RT-QTY (WS-RT-SUB) + WS-ALREADY-RETURNED >
              RT-SOLD-QTY (WS-RT-SUB)
               MOVE 'MORE THAN SOLD LESS ALREADY RETURNED'
                   TO RRJ-REASON
               PERFORM 300-WRITE-REJECT
               GO TO 200-EXIT
           END-IF
           MOVE RT-CUST-ID (WS-RT-SUB) TO CMST-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CUSTMAST-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 'CUSTOMER NOT ON MASTER' TO RRJ-REASON
                   PERFORM 300-WRITE-REJECT
                   GO TO 200-EXIT
               WHEN OTHER
                   PERFORM 400-CUSTMAST-IO-ABORT
           END-EVALUATE
      ******************************************************************
      *THE PART IS READ EVEN FOR DAMAGED GOODS -- THE MEMO NEEDS ITS   *
      *DESCRIPTION -- BUT ONLY GOOD STOCK IS ADDED BACK.  A PART NO    *
      *LONGER ON THE MASTER CANNOT BE RESTOCKED, SO A GOOD RETURN OF   *
      *ONE IS REJECTED BEFORE ANYTHING IS POSTED                       *
      ******************************************************************
           MOVE RT-PART-NO (WS-RT-SUB) TO MST-PART-NO
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE 'NOT ON CATALOG' TO MST-PART-DESCRIPTION
           END-READ
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   IF RT-GOOD (WS-RT-SUB)
                       MOVE 'PART NOT ON INVENTORY MASTER'
                           TO RRJ-REASON
                       PERFORM 300-WRITE-REJECT
                       GO TO 200-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 410-MASTER-IO-ABORT
           END-EVALUATE
           PERFORM 250-POST-CREDIT.
       200-EXIT.
           EXIT.
      ******************************************************************
      *THE CREDIT IS THE NET THE CUSTOMER ACTUALLY PAID PER UNIT ON    *
      *THE QUOTE -- DISCOUNT AND ALL -- NOT TODAY'S CATALOG PRICE,     *
      *PLUS THE SAME SHARE OF THE SALES TAX THE LINE WAS CHARGED.      *
      *STOCK GOES BACK FIRST, THEN THE BALANCE, THEN THE AR ITEM AND   *
      *THE RETURNS HISTORY, SO AN ABORT PART WAY LEAVES THE REGISTER   *
      *SHOWING EXACTLY WHICH LINES WERE DONE.  GOOD STOCK GOES BACK TO *
      *THE RETURN'S LOCATION AS WELL AS THE MASTER TOTAL; THE FIRST    *
      *RETURN OF A PART TO A LOCATION STARTS ITS STOCK RECORD THERE    *
      ******************************************************************
       250-POST-CREDIT.
           COMPUTE WS-CREDIT-AMT ROUNDED =
               RT-SOLD-NET (WS-RT-SUB) * RT-QTY (WS-RT-SUB)
                   / RT-SOLD-QTY (WS-RT-SUB)
           COMPUTE WS-TAX-CREDIT ROUNDED =
               RT-SOLD-TAX (WS-RT-SUB) * RT-QTY (WS-RT-SUB)
                   / RT-SOLD-QTY (WS-RT-SUB)
           ADD WS-TAX-CREDIT TO WS-CREDIT-AMT
           MOVE SPACES TO REG-NOTE
           IF RT-GOOD (WS-RT-SUB)
               PERFORM 260-READ-LOCATION-STOCK
               ADD RT-QTY (WS-RT-SUB) TO MST-QTY-ON-HAND
                   ON SIZE ERROR
                       MOVE 99999 TO MST-QTY-ON-HAND
                       DISPLAY 'WARNING: RETURN OVERFLOWS '
                           'QTY-ON-HAND, PART: ', MST-PART-NO
               END-ADD
               ADD RT-QTY (WS-RT-SUB) TO SLOC-QTY-ON-HAND
                   ON SIZE ERROR
                       MOVE 99999 TO SLOC-QTY-ON-HAND
                       DISPLAY 'WARNING: RETURN OVERFLOWS '
                           'LOCATION STOCK, PART: ', MST-PART-NO,
                           ' LOCATION: ', WS-RTN-LOCATION
               END-ADD
               REWRITE INVENTORY-MASTER-REC
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   PERFORM 410-MASTER-IO-ABORT
               END-IF
               PERFORM 265-WRITE-LOCATION-STOCK
               MOVE RT-PART-NO (WS-RT-SUB) TO MOV-PART-NO
               MOVE 'C' TO MOV-TYPE
               MOVE RT-QTY (WS-RT-SUB) TO MOV-QTY
               MOVE MST-QTY-ON-HAND TO MOV-BALANCE-AFTER
               MOVE WS-RTN-LOCATION TO MOV-LOCATION
               MOVE SLOC-QTY-ON-HAND TO MOV-LOC-BALANCE-AFTER
               MOVE SPACES TO MOV-XFER-LOCATION
               PERFORM 700-WRITE-MOVEMENT
               ADD 1 TO WS-RETURNS-RESTOCKED
               MOVE 'RESTOCKED' TO REG-NOTE
           ELSE
               ADD 1 TO WS-RETURNS-DAMAGED
               MOVE 'DAMAGED - NOT RESTOCKED' TO REG-NOTE
           END-IF
      ******************************************************************
      *THE OPEN BALANCE IS UNSIGNED, SO A CREDIT FOR MORE THAN THE     *
      *CUSTOMER OWES TAKES IT TO ZERO AND THE REGISTER SAYS SO, THE    *
      *SAME WAY CASHPOST FLAGS AN OVERPAYMENT                          *
      ******************************************************************
           IF WS-CREDIT-AMT > CMST-BALANCE
               MOVE 'CREDIT EXCEEDS BALANCE' TO REG-NOTE
               MOVE ZERO TO CMST-BALANCE
           ELSE
               SUBTRACT WS-CREDIT-AMT FROM CMST-BALANCE
           END-IF
           REWRITE CUSTOMER-MASTER-REC
           IF WS-CUSTMAST-STATUS NOT = '00'
               PERFORM 400-CUSTMAST-IO-ABORT
           END-IF
           MOVE RT-CUST-ID (WS-RT-SUB) TO AR-CUST-ID
           MOVE WS-RUN-DATE TO AR-ITEM-DATE
           MOVE 'R' TO AR-ITEM-TYPE
           MOVE RT-QUOTE-NO-X (WS-RT-SUB) TO AR-REFERENCE
           MOVE WS-CREDIT-AMT TO AR-AMOUNT
           WRITE AR-DETAIL-REC
           MOVE RT-CUST-ID (WS-RT-SUB) TO RTH-CUST-ID
           MOVE RT-QUOTE-NO (WS-RT-SUB) TO RTH-QUOTE-NO
           MOVE RT-PART-NO (WS-RT-SUB) TO RTH-PART-NO
           MOVE RT-QTY (WS-RT-SUB) TO RTH-QTY
           MOVE RT-CONDITION (WS-RT-SUB) TO RTH-CONDITION
           MOVE WS-RUN-DATE TO RTH-RETURN-DATE
           MOVE WS-CREDIT-AMT TO RTH-CREDIT-AMT
           MOVE WS-TAX-CREDIT TO RTH-TAX-AMT
           MOVE RT-TAX-JURIS (WS-RT-SUB) TO RTH-TAX-JURIS
           MOVE RT-TAX-EXEMPT (WS-RT-SUB) TO RTH-TAX-EXEMPT
           WRITE RETURN-HISTORY-REC
           MOVE 'Y' TO RT-ACCEPTED (WS-RT-SUB)
           ADD 1 TO WS-RETURNS-ACCEPTED
           ADD WS-CREDIT-AMT TO WS-CONTROL-TOTAL
               ON SIZE ERROR
                   DISPLAY 'WARNING: CONTROL TOTAL OVERFLOW, TOTAL '
                       'NOT RELIABLE'
           END-ADD
           MOVE RT-CUST-ID (WS-RT-SUB) TO REG-CUST-ID
           MOVE RT-QUOTE-NO-X (WS-RT-SUB) TO REG-QUOTE-NO
           MOVE RT-PART-NO (WS-RT-SUB) TO REG-PART-NO
           IF RT-GOOD (WS-RT-SUB)
               MOVE WS-RTN-LOCATION TO REG-LOCATION
           ELSE
               MOVE SPACES TO REG-LOCATION
           END-IF
           MOVE RT-QTY (WS-RT-SUB) TO REG-QTY
           MOVE RT-CONDITION (WS-RT-SUB) TO REG-CONDITION
           MOVE WS-CREDIT-AMT TO REG-CREDIT
           WRITE RETURNS-REGISTER-REC FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 280-PRINT-MEMO-LINE.
       260-READ-LOCATION-STOCK.
           MOVE 'Y' TO WS-STKLOC-FOUND
           MOVE RT-PART-NO (WS-RT-SUB) TO SLOC-PART-NO
           MOVE WS-RTN-LOCATION TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STKLOC-FOUND
                   MOVE ZERO TO SLOC-QTY-ON-HAND
           END-READ
           IF WS-STKLOC-STATUS NOT = '00' AND
              WS-STKLOC-STATUS NOT = '23'
               PERFORM 420-STKLOC-IO-ABORT
           END-IF.
       265-WRITE-LOCATION-STOCK.
           IF WS-STKLOC-FOUND = 'Y'
               REWRITE STOCK-LOCATION-REC
           ELSE
               WRITE STOCK-LOCATION-REC
           END-IF
           IF WS-STKLOC-STATUS NOT = '00'
               PERFORM 420-STKLOC-IO-ABORT
           END-IF.
      ******************************************************************
      *THE TABLE IS IN CUSTOMER ORDER, SO A CHANGE OF CUSTOMER ON AN   *
      *ACCEPTED LINE ENDS ONE CREDIT MEMO AND STARTS THE NEXT ON A     *
      *FRESH PAGE.  REJECTED LINES NEVER REACH THE MEMO                *
      ******************************************************************
       280-PRINT-MEMO-LINE.
           IF WS-MEMO-OPEN = 'Y'
              AND RT-CUST-ID (WS-RT-SUB) NOT = WS-HOLD-CUST-ID
               PERFORM 400-END-MEMO
           END-IF
           IF WS-MEMO-OPEN = 'N'
               MOVE RT-CUST-ID (WS-RT-SUB) TO WS-HOLD-CUST-ID
               PERFORM 350-START-MEMO
           END-IF
           MOVE RT-PART-NO (WS-RT-SUB) TO DET-PART-NO
           MOVE MST-PART-DESCRIPTION TO DET-DESCRIPTION
           MOVE RT-QTY (WS-RT-SUB) TO DET-QTY
           IF RT-GOOD (WS-RT-SUB)
               MOVE 'GOOD' TO DET-CONDITION
           ELSE
               MOVE 'DAMAGED' TO DET-CONDITION
           END-IF
           MOVE WS-CREDIT-AMT TO DET-CREDIT
           MOVE RT-QUOTE-NO-X (WS-RT-SUB) TO DET-QUOTE-NO
           ADD WS-CREDIT-AMT TO WS-MEMO-TOTAL
               ON SIZE ERROR
                   DISPLAY 'WARNING: CREDIT MEMO TOTAL OVERFLOW, '
                       'CUSTOMER: ', WS-HOLD-CUST-ID
           END-ADD
           ADD WS-TAX-CREDIT TO WS-MEMO-TAX
           MOVE CMST-BALANCE TO WS-MEMO-NEW-BALANCE
           WRITE CREDIT-MEMO-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       300-WRITE-REJECT.
           ADD 1 TO WS-RETURNS-REJECTED
           MOVE RT-CUST-ID (WS-RT-SUB) TO RRJ-CUST-ID
           MOVE RT-QUOTE-NO-X (WS-RT-SUB) TO RRJ-QUOTE-NO
           MOVE RT-PART-NO (WS-RT-SUB) TO RRJ-PART-NO
           MOVE RT-LOCATION (WS-RT-SUB) TO RRJ-LOCATION
           MOVE RT-QTY-X (WS-RT-SUB) TO RRJ-QTY
           WRITE RETURNS-REGISTER-REC FROM REGISTER-REJECT-LINE
               AFTER ADVANCING 1 LINE.
       350-START-MEMO.
           MOVE 'Y' TO WS-MEMO-OPEN
           MOVE ZERO TO WS-MEMO-TOTAL
           MOVE ZERO TO WS-MEMO-TAX
           MOVE WS-HOLD-CUST-ID TO CUS-IDENT
           MOVE CMST-CUST-NAME TO CUS-NAME
      ******************************************************************
      *EVERY WRITE CARRIES AN ADVANCING PHRASE -- MIXING PLAIN WRITES  *
      *WITH AN ADVANCING WRITE GLUES LINES TOGETHER AT THE PAGE BREAK  *
      ******************************************************************
           IF WS-MEMOS-PRINTED = ZERO
               WRITE CREDIT-MEMO-REC FROM COMPANY-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CREDIT-MEMO-REC FROM COMPANY-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE CREDIT-MEMO-REC FROM TITLE-LINE
               AFTER ADVANCING 1 LINE
           WRITE CREDIT-MEMO-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE CREDIT-MEMO-REC FROM CUSTOMER-LINE
               AFTER ADVANCING 1 LINE
           WRITE CREDIT-MEMO-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE CREDIT-MEMO-REC FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 1 LINE.
       400-END-MEMO.
           WRITE CREDIT-MEMO-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SALES TAX REFUNDED:             ' TO TOT-LABEL
           MOVE WS-MEMO-TAX TO TOT-AMOUNT
           WRITE CREDIT-MEMO-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL CREDIT THIS MEMO:         ' TO TOT-LABEL
           MOVE WS-MEMO-TOTAL TO TOT-AMOUNT
           WRITE CREDIT-MEMO-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ACCOUNT BALANCE AFTER CREDIT:   ' TO TOT-LABEL
           MOVE WS-MEMO-NEW-BALANCE TO TOT-AMOUNT
           WRITE CREDIT-MEMO-REC FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 430-POST-MEMO-TO-GL
           ADD 1 TO WS-MEMOS-PRINTED
           MOVE 'N' TO WS-MEMO-OPEN.
      ******************************************************************
      *THE GOODS COME BACK OFF SALES AND THE TAX REFUNDED OFF THE TAX  *
      *PAYABLE, AND THE WHOLE CREDIT COMES OFF AR -- THE SAME AMOUNT   *
      *THE R ITEMS PUT ON THE AR DETAIL FILE, SO THE LEDGER TIES TO    *
      *THE AR ITEMS LINE FOR LINE                                      *
      ******************************************************************
       430-POST-MEMO-TO-GL.
           MOVE WS-HOLD-CUST-ID TO WS-GL-REFERENCE
           MOVE WS-GL-RETURNS-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           SUBTRACT WS-MEMO-TAX FROM WS-MEMO-TOTAL
               GIVING WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-TAX-ACCOUNT TO WS-GL-ACCOUNT
           MOVE WS-MEMO-TAX TO WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-AR-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           MOVE WS-MEMO-TOTAL TO WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY.
      ******************************************************************
      *A ZERO LINE (AN EXEMPT SALE'S TAX) IS LEFT OFF THE INTERFACE    *
      ******************************************************************
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'CUSTRTN ' TO GLI-SOURCE
               MOVE WS-GL-BATCH-STAMP TO GLI-BATCH-STAMP
               MOVE WS-RUN-DATE TO GLI-ENTRY-DATE
               MOVE WS-GL-REFERENCE TO GLI-REFERENCE
               MOVE WS-GL-ACCOUNT TO GLI-ACCOUNT
               MOVE WS-GL-DR-CR TO GLI-DR-CR
               MOVE WS-GL-AMOUNT TO GLI-AMOUNT
               WRITE GL-INTERFACE-REC
               ADD 1 TO WS-GL-ENTRIES
           END-IF.
       400-CUSTMAST-IO-ABORT.
           DISPLAY 'CUSTOMER MASTER I-O ERROR, STATUS: ',
               WS-CUSTMAST-STATUS, ' ON CUSTOMER: ',
               RT-CUST-ID (WS-RT-SUB)
           PERFORM 450-ABORT-RUN.
       410-MASTER-IO-ABORT.
           DISPLAY 'INVENTORY MASTER I-O ERROR, STATUS: ',
               WS-MASTER-FILE-STATUS, ' ON PART: ',
               RT-PART-NO (WS-RT-SUB)
           PERFORM 450-ABORT-RUN.
       420-STKLOC-IO-ABORT.
           DISPLAY 'STOCK LOCATION FILE I-O ERROR, STATUS: ',
               WS-STKLOC-STATUS, ' ON PART: ',
               RT-PART-NO (WS-RT-SUB), ' LOCATION: ', WS-RTN-LOCATION
           PERFORM 450-ABORT-RUN.
      ******************************************************************
      *EVERY LINE ALREADY CREDITED ON THE REGISTER IS FULLY POSTED --  *
      *STOCK, BALANCE, AR ITEM, GL AND RETURNS HISTORY.  A RERUN ONLY  *
      *REJECTS SUCH A LINE WHEN IT RETURNED ALL THAT WAS SOLD; A       *
      *PARTIAL RETURN STILL FITS WHAT IS LEFT AND WOULD BE CREDITED    *
      *TWICE, SO THE CREDITED LINES MUST COME OUT OF RETURNS.DAT       *
      *BEFORE THE RERUN.  REJECTED LINES POSTED NOTHING AND MAY STAY   *
      ******************************************************************
       450-ABORT-RUN.
           DISPLAY 'RUN STOPPED AT RETURN ', WS-RETURNS-READ
           DISPLAY 'REMOVE EVERY LINE CREDITED ON RTNPOST.RPT FROM '
               'RETURNS.DAT BEFORE RERUNNING, OR IT IS CREDITED TWICE'
           IF WS-MEMO-OPEN = 'Y'
               PERFORM 400-END-MEMO
           END-IF
           PERFORM 600-CLOSE-FILES
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
       600-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 AR-DETAIL-FILE
                 GL-INTERFACE-FILE
                 RETURN-HISTORY-FILE
                 CREDIT-MEMO-FILE
                 RETURNS-REGISTER-FILE
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF.
      ******************************************************************
      *THE KEY CARRIES DATE, TIME, AND A SEQUENCE BYTE, SO TWO         *
      *MOVEMENTS OF THE SAME PART IN THE SAME CLOCK TICK BUMP THE      *
      *SEQUENCE INSTEAD OF COLLIDING.  A MOVEMENT THAT STILL CANNOT    *
      *BE LOGGED IS REPORTED AND THE RUN GOES ON -- THE MASTER, NOT    *
      *THE LEDGER, IS THE BOOK OF RECORD                               *
      ******************************************************************
       700-WRITE-MOVEMENT.
           IF WS-MOVELOG-OK = 'Y'
               ACCEPT MOV-DATE FROM DATE YYYYMMDD
               ACCEPT MOV-TIME FROM TIME
               MOVE ZERO TO MOV-SEQ
               MOVE 'CUSTRTN ' TO MOV-PROGRAM-ID
               MOVE 'N' TO WS-MOV-DONE
               PERFORM UNTIL WS-MOV-DONE = 'Y'
                   WRITE MOVEMENT-LOG-REC
                       INVALID KEY
                           IF WS-MOVELOG-STATUS = '22' AND
                              MOV-SEQ < 999
                               ADD 1 TO MOV-SEQ
                           ELSE
                               MOVE 'Y' TO WS-MOV-DONE
                               DISPLAY 'WARNING: MOVEMENT NOT '
                                   'LOGGED, STATUS: ',
                                   WS-MOVELOG-STATUS, ' PART: ',
                                   MOV-PART-NO
                           END-IF
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-MOV-DONE
                   END-WRITE
               END-PERFORM
           END-IF.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'CUSTRTN ' TO LOG-PROGRAM-ID
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
           MOVE 'CUSTRTN ' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-RETURNS-READ TO LOG-RECORDS-READ
           MOVE WS-RETURNS-ACCEPTED TO LOG-RECORDS-WRITTEN
           MOVE WS-RETURNS-REJECTED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
