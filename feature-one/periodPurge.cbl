       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERPURGE.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. PERIOD-END ARCHIVE AND PURGE OF THE THREE HISTORY      *
      *         FILES THAT ARE ONLY EVER ADDED TO.  THE OPERATOR KEYS  *
      *         THE LAST MONTH TO CLOSE; EVERYTHING DATED ON OR BEFORE *
      *         THE LAST DAY OF THAT MONTH IS A CLOSED PERIOD:         *
      *           - MOVELOG.DAT: CLOSED MOVEMENTS MOVE TO MOVEARC.DAT  *
      *             AND EACH PART THAT LOST ANY GETS ONE BALANCE       *
      *             FORWARD MOVEMENT (TYPE F, QUANTITY ZERO) DATED THE *
      *             CLOSE DATE CARRYING ITS BALANCE AFTER THE LAST     *
      *             ONE ARCHIVED, SO ITS STOCK CARD STILL OPENS ON THE *
      *             RIGHT BALANCE;                                     *
      *           - SALESHST.DAT: CLOSED SALES MOVE TO SLSARC.DAT;     *
      *           - ARDETAIL.DAT: A CUSTOMER'S CLOSED CHARGES THAT ARE *
      *             FULLY PAID, AND THE PAYMENTS AND CREDITS THAT PAID *
      *             THEM, MOVE TO ARARC.DAT, AND THE CUSTOMER GETS ONE *
      *             BALANCE FORWARD ITEM (TYPE B) DATED THE CLOSE DATE *
      *             FOR WHATEVER THOSE CREDITS STILL HAVE OVER.  A     *
      *             CLOSED CHARGE STILL OPEN STAYS ON THE FILE HOWEVER *
      *             OLD IT IS, SO STATEMENTS AND THE COLLECT RUN AGE   *
      *             IT EXACTLY AS BEFORE.                              *
      *         THE MONTH CLOSED MUST LEAVE THE TWELVE FULL MONTHS     *
      *         BEFORE THE CURRENT ONE ON FILE -- REORDPLN AND         *
      *         ABCCLASS TAKE A YEAR OF USAGE OFF THE MOVEMENT LOG,    *
      *         AND THAT IS ALSO HOW LONG PAID AR ITEMS ARE KEPT       *
      *         BEFORE THEY ARE ARCHIVED.  PURGE.RPT PRINTS THE        *
      *         CONTROL TOTALS FOR EACH FILE PROVING THAT WHAT WAS     *
      *         ARCHIVED PLUS WHAT REMAINS EQUALS WHAT WAS THERE.      *
      *         STOCKCRD, SLSANAL AND ARSTMT READ THE ARCHIVES ON      *
      *         THEIR OWN WHEN ASKED FOR A PERIOD THAT HAS BEEN        *
      *         CLOSED.  PURGECTL.DAT KEEPS ONE RECORD PER MONTH       *
      *         CLOSED WITH HOW FAR THE RUN GOT, SO A RUN THAT STOPS   *
      *         PART WAY IS SIMPLY RUN AGAIN FOR THE SAME MONTH AND    *
      *         PICKS UP WHERE IT LEFT OFF; NO OTHER MONTH CAN BE      *
      *         CLOSED UNTIL IT FINISHES.  RUN IT WHEN NOTHING ELSE IS *
      *         POSTING, AFTER THE MONTH-END REPORTS.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PURGE-CONTROL-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\PURGECTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGC-CLOSE-MONTH
               FILE STATUS IS WS-PGC-STATUS.
           SELECT MOVEMENT-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\MOVELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-KEY
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT OPTIONAL MOVEMENT-ARCHIVE-FILE
               ASSIGN TO 'C:\CHAPTER5\MOVEARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MVA-KEY
               FILE STATUS IS WS-MVA-STATUS.
           SELECT OPTIONAL SALES-HISTORY-FILE
               ASSIGN TO 'C:\CHAPTER5\SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-KEEP-FILE
               ASSIGN TO 'C:\CHAPTER5\SLSKEEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-ARCHIVE-FILE
               ASSIGN TO 'C:\CHAPTER5\SLSARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-SLA-STATUS.
           SELECT OPTIONAL AR-DETAIL-FILE
               ASSIGN TO 'C:\CHAPTER5\ARDETAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-AR-FILE
               ASSIGN TO 'C:\CHAPTER5\ARPSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-KEEP-FILE
               ASSIGN TO 'C:\CHAPTER5\ARDKEEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-ARCHIVE-FILE
               ASSIGN TO 'C:\CHAPTER5\ARARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARA-KEY
               FILE STATUS IS WS-ARA-STATUS.
           SELECT PURGE-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\PURGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *ONE RECORD PER MONTH CLOSED.  THE STAGE IS HOW FAR THE RUN GOT: *
      *  0 = STARTED                  3 = SALESHST.DAT REPLACED        *
      *  1 = MOVELOG.DAT ARCHIVED     4 = ARDETAIL.DAT SPLIT           *
      *  2 = SALESHST.DAT SPLIT       5 = ARDETAIL.DAT REPLACED, DONE  *
      *THE CONTROL TOTALS FOR EACH FILE ARE KEPT HERE AS EACH STAGE    *
      *FINISHES SO A RESTARTED RUN STILL PRINTS THE WHOLE PROOF        *
      ******************************************************************
       FD  PURGE-CONTROL-FILE.
       01  PURGE-CONTROL-REC.
           05  PGC-CLOSE-MONTH       PIC 9(6).
           05  PGC-CLOSE-DATE        PIC 9(8).
           05  PGC-STAGE             PIC 9(1).
           05  PGC-STARTED-DATE      PIC 9(8).
           05  PGC-FINISHED-DATE     PIC 9(8).
           05  PGC-MOV-READ          PIC 9(7).
           05  PGC-MOV-ARCHIVED      PIC 9(7).
           05  PGC-MOV-KEPT          PIC 9(7).
           05  PGC-MOV-BALFWD        PIC 9(7).
           05  PGC-SLS-READ          PIC 9(7).
           05  PGC-SLS-ARCHIVED      PIC 9(7).
           05  PGC-SLS-KEPT          PIC 9(7).
           05  PGC-SLS-NOW           PIC 9(7).
           05  PGC-SLS-READ-NET      PIC 9(9)V99.
           05  PGC-SLS-ARC-NET       PIC 9(9)V99.
           05  PGC-SLS-KEPT-NET      PIC 9(9)V99.
           05  PGC-AR-READ           PIC 9(7).
           05  PGC-AR-ARCHIVED       PIC 9(7).
           05  PGC-AR-KEPT           PIC 9(7).
           05  PGC-AR-BALFWD         PIC 9(7).
           05  PGC-AR-NOW            PIC 9(7).
           05  PGC-AR-HELD           PIC 9(5).
           05  PGC-AR-READ-NET       PIC S9(9)V99.
           05  PGC-AR-ARC-NET        PIC S9(9)V99.
           05  PGC-AR-KEPT-NET       PIC S9(9)V99.
           05  PGC-AR-BALFWD-AMT     PIC 9(9)V99.
      ******************************************************************
      *SHARED PART MOVEMENT LEDGER -- SEE INVMAINT FOR THE LAYOUT      *
      *NOTES.  A BALANCE FORWARD IS TYPE F, PROGRAM PERPURGE, TIME     *
      *99999999 SO IT SORTS AFTER EVERY REAL MOVEMENT ON THE CLOSE     *
      *DATE, QUANTITY ZERO AND NO LOCATION                             *
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
      *ARCHIVED MOVEMENTS, THE MOVEMENT AS IT WAS LOGGED UNDER ITS OWN *
      *KEY PLUS THE MONTH WHOSE CLOSE ARCHIVED IT                      *
      ******************************************************************
       FD  MOVEMENT-ARCHIVE-FILE.
       01  MOVEMENT-ARCHIVE-REC.
           05  MVA-MOVEMENT.
               10  MVA-KEY.
                   15  MVA-PART-NO   PIC X(5).
                   15  MVA-DATE      PIC 9(8).
                   15  MVA-TIME      PIC 9(8).
                   15  MVA-SEQ       PIC 9(3).
               10  FILLER            PIC X(33).
           05  MVA-CLOSE-MONTH       PIC 9(6).
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
           05  HST-REC-TYPE          PIC X(1).
           05  HST-TAX-AMOUNT        PIC 9(6).99.
           05  HST-TAX-JURIS         PIC X(4).
           05  HST-TAX-EXEMPT        PIC X(1).
       FD  SALES-KEEP-FILE.
       01  SALES-KEEP-REC            PIC X(64).
      ******************************************************************
      *ARCHIVED SALES, KEYED BY TRANSACTION DATE SO SLSANAL CAN START  *
      *AT THE MONTH IT WANTS, THEN BY THE MONTH CLOSED AND THE         *
      *RECORD'S PLACE ON SALESHST.DAT WHEN IT WAS ARCHIVED.  THE       *
      *SALES HISTORY RECORD IS CARRIED WHOLE                           *
      ******************************************************************
       FD  SALES-ARCHIVE-FILE.
       01  SALES-ARCHIVE-REC.
           05  SLA-KEY.
               10  SLA-TRAN-DATE     PIC 9(8).
               10  SLA-CLOSE-MONTH   PIC 9(6).
               10  SLA-SEQ           PIC 9(7).
           05  SLA-HISTORY           PIC X(64).
       FD  AR-DETAIL-FILE.
       01  AR-DETAIL-REC.
           05  AR-CUST-ID            PIC X(5).
           05  AR-ITEM-DATE          PIC 9(8).
           05  AR-ITEM-TYPE          PIC X(1).
           05  AR-REFERENCE          PIC X(6).
           05  AR-AMOUNT             PIC 9(7)V99.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-ID          PIC X(5).
           05  SORT-ITEM-DATE        PIC 9(8).
           05  SORT-ITEM-TYPE        PIC X(1).
           05  SORT-REFERENCE        PIC X(6).
           05  SORT-AMOUNT           PIC 9(7)V99.
       FD  SORTED-AR-FILE.
       01  SORTED-AR-REC.
           05  SRT-CUST-ID           PIC X(5).
           05  SRT-ITEM-DATE         PIC 9(8).
           05  SRT-ITEM-TYPE         PIC X(1).
           05  SRT-REFERENCE         PIC X(6).
           05  SRT-AMOUNT-X          PIC X(9).
           05  SRT-AMOUNT REDEFINES SRT-AMOUNT-X
                                     PIC 9(7)V99.
       FD  AR-KEEP-FILE.
       01  AR-KEEP-REC               PIC X(29).
      ******************************************************************
      *ARCHIVED AR ITEMS, KEYED BY CUSTOMER AND ITEM DATE SO THEY READ *
      *BACK IN STATEMENT ORDER, THEN BY THE MONTH CLOSED AND THE       *
      *ITEM'S PLACE IN THE SORTED FILE.  THE AR ITEM IS CARRIED WHOLE  *
      ******************************************************************
       FD  AR-ARCHIVE-FILE.
       01  AR-ARCHIVE-REC.
           05  ARA-KEY.
               10  ARA-CUST-ID       PIC X(5).
               10  ARA-ITEM-DATE     PIC 9(8).
               10  ARA-CLOSE-MONTH   PIC 9(6).
               10  ARA-SEQ           PIC 9(7).
           05  ARA-DETAIL            PIC X(29).
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-REC          PIC X(80).
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
       01  WS-PGC-STATUS             PIC X(2).
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-MVA-STATUS             PIC X(2).
       01  WS-SLA-STATUS             PIC X(2).
       01  WS-ARA-STATUS             PIC X(2).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-CONFIRM                PIC X(1).
       01  WS-RESTART                PIC X(1)  VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(4).
           05  WS-RUN-MM             PIC 9(2).
           05  WS-RUN-DD             PIC 9(2).
       01  WS-CLOSE-MONTH-X          PIC X(6).
       01  WS-CLOSE-MONTH REDEFINES WS-CLOSE-MONTH-X
                                     PIC 9(6).
       01  WS-CLOSE-MONTH-SPLIT REDEFINES WS-CLOSE-MONTH-X.
           05  WS-CLOSE-YEAR         PIC 9(4).
           05  WS-CLOSE-MM           PIC 9(2).
       01  WS-CLOSE-DATE             PIC 9(8).
      ******************************************************************
      *MONTH COUNTS (YEAR TIMES 12 PLUS MONTH) MAKE THE MONTHS BETWEEN *
      *THE CLOSE AND TODAY A SIMPLE SUBTRACTION.  WS-KEEP-MONTHS FULL  *
      *MONTHS BEFORE THE CURRENT ONE ALWAYS STAY ON FILE               *
      ******************************************************************
       01  WS-KEEP-MONTHS            PIC 9(3)  VALUE 12.
       01  WS-RUN-MONTHS             PIC 9(6).
       01  WS-CLOSE-MONTHS           PIC 9(6).
       01  WS-MONTHS-BACK            PIC S9(6).
       01  WS-LAST-CLOSED            PIC 9(6)  VALUE ZERO.
       01  WS-OPEN-MONTH             PIC 9(6)  VALUE ZERO.
       01  WS-OPEN-STAGE             PIC 9(1).
      ******************************************************************
      *MOVEMENT LOG PASS                                               *
      ******************************************************************
       01  WS-MOV-DONE               PIC X(1).
       01  WS-MOV-AT-END             PIC X(1).
       01  WS-HOLD-PART              PIC X(5).
       01  WS-BF-PENDING             PIC X(1).
       01  WS-BF-BALANCE             PIC 9(5).
       01  WS-HOLD-MOVEMENT          PIC X(57).
      ******************************************************************
      *SALES AND AR PASSES                                             *
      ******************************************************************
       01  WS-SEQ                    PIC 9(7).
       01  WS-NET-WORK               PIC 9(6)V99.
       01  WS-HOLD-CUST-ID           PIC X(5).
       01  WS-CUST-HELD              PIC X(1).
       01  WS-STILL-PAYING           PIC X(1).
       01  WS-PAY-POOL               PIC 9(9)V99.
       01  WS-ACT-SUB                PIC 9(3).
       01  WS-ACT-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-CUST-ARCHIVED          PIC 9(3).
      ******************************************************************
      *ONE CUSTOMER'S CLOSED ITEMS, OLDEST FIRST.  THE CREDITS ARE     *
      *POOLED AND APPLIED TO THE CHARGES OLDEST FIRST, THE WAY ARSTMT  *
      *AND COLLECT APPLY THEM, SO A CHARGE THE POOL COVERS IN FULL IS  *
      *PAID.  A CUSTOMER WITH MORE CLOSED ITEMS THAN THE TABLE HOLDS   *
      *IS LEFT ON FILE UNTOUCHED FOR THIS CLOSE                        *
      ******************************************************************
       01  AR-CLOSED-TABLE.
           05  ACT-ENTRY             OCCURS 500 TIMES.
               10  ACT-ITEM.
                   15  ACT-CUST-ID   PIC X(5).
                   15  ACT-ITEM-DATE PIC 9(8).
                   15  ACT-ITEM-TYPE PIC X(1).
                   15  ACT-REFERENCE PIC X(6).
                   15  ACT-AMOUNT    PIC 9(7)V99.
               10  ACT-SEQ           PIC 9(7).
               10  ACT-PAID          PIC X(1).
       01  BALANCE-FORWARD-ITEM.
           05  BFI-CUST-ID           PIC X(5).
           05  BFI-ITEM-DATE         PIC 9(8).
           05  BFI-ITEM-TYPE         PIC X(1)  VALUE 'B'.
           05  BFI-REFERENCE         PIC X(6)  VALUE 'BALFWD'.
           05  BFI-AMOUNT            PIC 9(7)V99.
       01  WS-LOG-READ               PIC 9(7)  VALUE ZERO.
       01  WS-LOG-WRITTEN            PIC 9(7)  VALUE ZERO.
      ******************************************************************
      *LAST DAY OF THE MONTH CLOSED, LEAP YEARS INCLUDED               *
      ******************************************************************
       01  WS-DATE-X                 PIC X(8).
       01  WS-DATE-IN REDEFINES WS-DATE-X.
           05  WS-DATE-YR            PIC 9(4).
           05  WS-DATE-MO            PIC 99.
           05  WS-DATE-DA            PIC 99.
       01  WS-DATE-NUM REDEFINES WS-DATE-X
                                     PIC 9(8).
       01  WS-MONTH-MAX-DAYS         PIC 99.
       01  WS-LEAP-WORK              PIC 9(4).
       01  WS-LEAP-REM               PIC 9(4).
       01  WS-LEAP-YEAR              PIC X(1).
       01  MONTH-DAYS-LITERAL        PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
           05  MONTH-DAYS            OCCURS 12 TIMES
                                     PIC 99.
       01  WS-PROOF-LEFT             PIC S9(11)V99.
       01  WS-PROOF-RIGHT            PIC S9(11)V99.
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(30)
               VALUE 'PERIOD-END ARCHIVE AND PURGE  '.
           05  FILLER                PIC X(16)
               VALUE 'CLOSED THROUGH: '.
           05  HDG-CLOSE-DATE        PIC 9(8).
           05  FILLER                PIC X(8)   VALUE '  DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(10)  VALUE SPACES.
       01  SECTION-LINE.
           05  SEC-TITLE             PIC X(50).
           05  FILLER                PIC X(30)  VALUE SPACES.
       01  COUNT-LINE.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  CNL-LABEL             PIC X(38).
           05  CNL-COUNT             PIC ZZZZZZ9.
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  CNL-RESULT            PIC X(14).
           05  FILLER                PIC X(16)  VALUE SPACES.
       01  AMOUNT-LINE.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AML-LABEL             PIC X(38).
           05  AML-AMOUNT            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  AML-RESULT            PIC X(14).
           05  FILLER                PIC X(8)   VALUE SPACES.
       01  NOTE-LINE.
           05  NTE-NOTE              PIC X(80).
       01  BLANK-LINE                PIC X(80)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           COMPUTE WS-RUN-MONTHS = WS-RUN-YEAR * 12 + WS-RUN-MM
           PERFORM 150-GET-CLOSE-MONTH
           OPEN I-O PURGE-CONTROL-FILE
           IF WS-PGC-STATUS NOT = '00' AND WS-PGC-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN PURGE CONTROL FILE, STATUS: ',
                   WS-PGC-STATUS
               DISPLAY 'NOTHING ARCHIVED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           PERFORM 170-CHECK-CONTROL
           IF WS-RESTART = 'Y'
               DISPLAY 'THE PURGE THROUGH ', WS-CLOSE-MONTH,
                   ' STOPPED AT STAGE ', PGC-STAGE, ' -- RESTARTING'
               DISPLAY 'WORK ALREADY FINISHED IS NOT REPEATED'
           ELSE
               DISPLAY 'ARCHIVE EVERYTHING DATED ON OR BEFORE ',
                   WS-CLOSE-DATE, ' AND PURGE IT FROM MOVELOG, '
                   'SALESHST AND ARDETAIL? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY 'PURGE CANCELLED, NOTHING ARCHIVED'
                   CLOSE PURGE-CONTROL-FILE
                   PERFORM 900-LOG-END
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O MOVEMENT-LOG-FILE
           IF WS-MOVELOG-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN MOVEMENT LOG, STATUS: ',
                   WS-MOVELOG-STATUS
               DISPLAY 'NOTHING ARCHIVED'
               CLOSE PURGE-CONTROL-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O MOVEMENT-ARCHIVE-FILE
           OPEN I-O SALES-ARCHIVE-FILE
           OPEN I-O AR-ARCHIVE-FILE
           IF (WS-MVA-STATUS NOT = '00' AND WS-MVA-STATUS NOT = '05')
              OR (WS-SLA-STATUS NOT = '00' AND
                  WS-SLA-STATUS NOT = '05')
              OR (WS-ARA-STATUS NOT = '00' AND
                  WS-ARA-STATUS NOT = '05')
               DISPLAY 'CANNOT OPEN THE ARCHIVE FILES, STATUS: ',
                   WS-MVA-STATUS, ' ', WS-SLA-STATUS, ' ',
                   WS-ARA-STATUS
               DISPLAY 'NOTHING ARCHIVED'
               CLOSE PURGE-CONTROL-FILE
                     MOVEMENT-LOG-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           IF WS-RESTART = 'N'
               MOVE ZEROS TO PURGE-CONTROL-REC
               MOVE WS-CLOSE-MONTH TO PGC-CLOSE-MONTH
               MOVE WS-CLOSE-DATE TO PGC-CLOSE-DATE
               MOVE WS-RUN-DATE TO PGC-STARTED-DATE
               WRITE PURGE-CONTROL-REC
               IF WS-PGC-STATUS NOT = '00'
                   PERFORM 700-CONTROL-IO-ABORT
               END-IF
           END-IF
           IF PGC-STAGE < 1
               PERFORM 200-PURGE-MOVEMENTS
               MOVE 1 TO PGC-STAGE
               PERFORM 650-SAVE-CONTROL
           END-IF
           IF PGC-STAGE < 2
               PERFORM 300-SPLIT-SALES
               MOVE 2 TO PGC-STAGE
               PERFORM 650-SAVE-CONTROL
           END-IF
           IF PGC-STAGE < 3
               PERFORM 350-REPLACE-SALES
               MOVE 3 TO PGC-STAGE
               PERFORM 650-SAVE-CONTROL
           END-IF
           IF PGC-STAGE < 4
               PERFORM 400-SPLIT-AR
               MOVE 4 TO PGC-STAGE
               PERFORM 650-SAVE-CONTROL
           END-IF
           IF PGC-STAGE < 5
               PERFORM 480-REPLACE-AR
               MOVE 5 TO PGC-STAGE
               MOVE WS-RUN-DATE TO PGC-FINISHED-DATE
               PERFORM 650-SAVE-CONTROL
           END-IF
           CLOSE PURGE-CONTROL-FILE
                 MOVEMENT-LOG-FILE
                 MOVEMENT-ARCHIVE-FILE
                 SALES-ARCHIVE-FILE
                 AR-ARCHIVE-FILE
           PERFORM 600-PRINT-CONTROL-TOTALS
           DISPLAY ' '
           DISPLAY 'PERIOD-END PURGE COMPLETE THROUGH ', WS-CLOSE-DATE
           DISPLAY 'MOVEMENTS ARCHIVED:    ', PGC-MOV-ARCHIVED
           DISPLAY 'SALES ARCHIVED:        ', PGC-SLS-ARCHIVED
           DISPLAY 'AR ITEMS ARCHIVED:     ', PGC-AR-ARCHIVED
           IF PGC-AR-HELD > ZERO
               DISPLAY 'CUSTOMERS NOT PURGED, TOO MANY CLOSED ITEMS: ',
                   PGC-AR-HELD
           END-IF
           DISPLAY 'CHECK THE CONTROL TOTALS ON PURGE.RPT'
           PERFORM 900-LOG-END
           STOP RUN.
       150-GET-CLOSE-MONTH.
           DISPLAY 'LAST MONTH TO CLOSE (YYYYMM)?'
           ACCEPT WS-CLOSE-MONTH-X
           PERFORM 160-CHECK-CLOSE-MONTH
           PERFORM UNTIL WS-MONTHS-BACK > WS-KEEP-MONTHS
               DISPLAY 'MONTH MUST BE YYYYMM WITH MM 01-12, AND THE '
                   WS-KEEP-MONTHS, ' FULL MONTHS BEFORE THIS ONE '
                   'MUST STAY ON FILE -- RE-ENTER'
               ACCEPT WS-CLOSE-MONTH-X
               PERFORM 160-CHECK-CLOSE-MONTH
           END-PERFORM
           MOVE WS-CLOSE-YEAR TO WS-DATE-YR
           MOVE WS-CLOSE-MM TO WS-DATE-MO
           MOVE 1 TO WS-DATE-DA
           PERFORM 530-SET-MONTH-MAX
           MOVE WS-MONTH-MAX-DAYS TO WS-DATE-DA
           MOVE WS-DATE-NUM TO WS-CLOSE-DATE.
       160-CHECK-CLOSE-MONTH.
           MOVE ZERO TO WS-MONTHS-BACK
           IF WS-CLOSE-MONTH-X IS NUMERIC
               AND WS-CLOSE-MM > 00 AND WS-CLOSE-MM < 13
               COMPUTE WS-CLOSE-MONTHS =
                   WS-CLOSE-YEAR * 12 + WS-CLOSE-MM
               COMPUTE WS-MONTHS-BACK =
                   WS-RUN-MONTHS - WS-CLOSE-MONTHS
           END-IF.
      ******************************************************************
      *A CLOSE THAT DID NOT FINISH MUST BE RERUN FOR ITS OWN MONTH     *
      *BEFORE ANY OTHER; A MONTH ALREADY CLOSED, OR ONE BEFORE IT,     *
      *CANNOT BE CLOSED AGAIN                                          *
      ******************************************************************
       170-CHECK-CONTROL.
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ PURGE-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       IF PGC-STAGE = 5
                           IF PGC-CLOSE-MONTH > WS-LAST-CLOSED
                               MOVE PGC-CLOSE-MONTH TO WS-LAST-CLOSED
                           END-IF
                       ELSE
                           MOVE PGC-CLOSE-MONTH TO WS-OPEN-MONTH
                           MOVE PGC-STAGE TO WS-OPEN-STAGE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-RECORDS-IN
           IF WS-OPEN-MONTH NOT = ZERO AND
              WS-OPEN-MONTH NOT = WS-CLOSE-MONTH
               DISPLAY 'THE PURGE THROUGH ', WS-OPEN-MONTH,
                   ' STOPPED AT STAGE ', WS-OPEN-STAGE,
                   ' AND HAS NOT FINISHED'
               DISPLAY 'RERUN FOR ', WS-OPEN-MONTH,
                   ' FIRST, NOTHING ARCHIVED'
               CLOSE PURGE-CONTROL-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           IF WS-OPEN-MONTH = WS-CLOSE-MONTH
               MOVE 'Y' TO WS-RESTART
               MOVE WS-CLOSE-MONTH TO PGC-CLOSE-MONTH
               READ PURGE-CONTROL-FILE
                   INVALID KEY
                       PERFORM 700-CONTROL-IO-ABORT
               END-READ
               MOVE PGC-CLOSE-DATE TO WS-CLOSE-DATE
           ELSE
               IF WS-CLOSE-MONTH NOT > WS-LAST-CLOSED
                   DISPLAY 'HISTORY IS ALREADY CLOSED THROUGH ',
                       WS-LAST-CLOSED, ', NOTHING ARCHIVED'
                   CLOSE PURGE-CONTROL-FILE
                   MOVE 'A' TO WS-LOG-STATUS
                   PERFORM 900-LOG-END
                   STOP RUN
               END-IF
           END-IF.
      ******************************************************************
      *ONE PASS OF THE MOVEMENT LOG IN KEY ORDER, PART BY PART.  A     *
      *CLOSED MOVEMENT IS WRITTEN TO THE ARCHIVE (REWRITTEN IF A RUN   *
      *THAT STOPPED ALREADY GOT IT THERE) AND DELETED.  WHEN THE NEXT  *
      *PART COMES UP THE BALANCE FORWARD IS WRITTEN FOR THE PART JUST  *
      *FINISHED AND THE BROWSE IS SET BACK ON THE RECORD IT WAS ON     *
      ******************************************************************
       200-PURGE-MOVEMENTS.
           MOVE ZERO TO PGC-MOV-READ
           MOVE ZERO TO PGC-MOV-ARCHIVED
           MOVE ZERO TO PGC-MOV-KEPT
           MOVE ZERO TO PGC-MOV-BALFWD
           MOVE SPACES TO WS-HOLD-PART
           MOVE 'N' TO WS-BF-PENDING
           MOVE 'N' TO WS-MOV-DONE
           MOVE 'N' TO WS-MOV-AT-END
           MOVE LOW-VALUES TO MOV-KEY
           START MOVEMENT-LOG-FILE KEY NOT < MOV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOV-DONE
           END-START
           PERFORM UNTIL WS-MOV-DONE = 'Y'
               READ MOVEMENT-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MOV-DONE
                   NOT AT END
                       IF MOV-PART-NO NOT = WS-HOLD-PART
                           IF WS-BF-PENDING = 'Y'
                               PERFORM 240-WRITE-BALANCE-FORWARD
                           ELSE
                               MOVE MOV-PART-NO TO WS-HOLD-PART
                               PERFORM 220-CHECK-MOVEMENT
                           END-IF
                       ELSE
                           PERFORM 220-CHECK-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BF-PENDING = 'Y'
               MOVE 'Y' TO WS-MOV-AT-END
               PERFORM 240-WRITE-BALANCE-FORWARD
           END-IF
           ADD PGC-MOV-READ TO WS-LOG-READ
           ADD PGC-MOV-ARCHIVED TO WS-LOG-WRITTEN
           ADD PGC-MOV-KEPT TO WS-LOG-WRITTEN.
      ******************************************************************
      *THIS CLOSE'S OWN BALANCE FORWARD, LEFT BY A RUN THAT STOPPED,   *
      *STAYS WHERE IT IS; IT IS REWRITTEN IF MORE OF THE PART'S        *
      *MOVEMENTS STILL HAVE TO BE ARCHIVED                             *
      ******************************************************************
       220-CHECK-MOVEMENT.
           ADD 1 TO PGC-MOV-READ
           IF MOV-DATE NOT > WS-CLOSE-DATE
              AND NOT (MOV-TYPE = 'F' AND MOV-DATE = WS-CLOSE-DATE)
               MOVE MOVEMENT-LOG-REC TO MVA-MOVEMENT
               MOVE WS-CLOSE-MONTH TO MVA-CLOSE-MONTH
               WRITE MOVEMENT-ARCHIVE-REC
                   INVALID KEY
                       IF WS-MVA-STATUS = '22'
                           REWRITE MOVEMENT-ARCHIVE-REC
                       END-IF
               END-WRITE
               IF WS-MVA-STATUS NOT = '00'
                   DISPLAY 'MOVEMENT ARCHIVE WRITE ERROR, STATUS: ',
                       WS-MVA-STATUS, ' ON PART: ', MOV-PART-NO
                   PERFORM 710-IO-ABORT
               END-IF
               DELETE MOVEMENT-LOG-FILE RECORD
               IF WS-MOVELOG-STATUS NOT = '00'
                   DISPLAY 'MOVEMENT LOG DELETE ERROR, STATUS: ',
                       WS-MOVELOG-STATUS, ' ON PART: ', MOV-PART-NO
                   PERFORM 710-IO-ABORT
               END-IF
               MOVE MOV-BALANCE-AFTER TO WS-BF-BALANCE
               MOVE 'Y' TO WS-BF-PENDING
               ADD 1 TO PGC-MOV-ARCHIVED
           ELSE
               ADD 1 TO PGC-MOV-KEPT
           END-IF.
       240-WRITE-BALANCE-FORWARD.
           MOVE MOVEMENT-LOG-REC TO WS-HOLD-MOVEMENT
           MOVE WS-HOLD-PART TO MOV-PART-NO
           MOVE WS-CLOSE-DATE TO MOV-DATE
           MOVE 99999999 TO MOV-TIME
           MOVE ZERO TO MOV-SEQ
           MOVE 'PERPURGE' TO MOV-PROGRAM-ID
           MOVE 'F' TO MOV-TYPE
           MOVE ZERO TO MOV-QTY
           MOVE WS-BF-BALANCE TO MOV-BALANCE-AFTER
           MOVE SPACES TO MOV-LOCATION
           MOVE ZERO TO MOV-LOC-BALANCE-AFTER
           MOVE SPACES TO MOV-XFER-LOCATION
           WRITE MOVEMENT-LOG-REC
               INVALID KEY
                   IF WS-MOVELOG-STATUS = '22'
                       REWRITE MOVEMENT-LOG-REC
                   END-IF
           END-WRITE
           IF WS-MOVELOG-STATUS NOT = '00'
               DISPLAY 'BALANCE FORWARD WRITE ERROR, STATUS: ',
                   WS-MOVELOG-STATUS, ' ON PART: ', WS-HOLD-PART
               PERFORM 710-IO-ABORT
           END-IF
           ADD 1 TO PGC-MOV-BALFWD
           MOVE 'N' TO WS-BF-PENDING
           IF WS-MOV-AT-END = 'N'
               MOVE WS-HOLD-MOVEMENT TO MOVEMENT-LOG-REC
               START MOVEMENT-LOG-FILE KEY NOT < MOV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MOV-DONE
               END-START
           END-IF.
      ******************************************************************
      *CLOSED SALES GO TO THE ARCHIVE AND THE REST TO SLSKEEP.DAT,     *
      *WHICH ONLY REPLACES SALESHST.DAT ONCE THE SPLIT IS RECORDED AS  *
      *FINISHED.  SALESHST.DAT IS NOT TOUCHED HERE, SO A RERUN SPLITS  *
      *THE SAME RECORDS IN THE SAME ORDER AND REWRITES THE SAME KEYS.  *
      *NET SALES ARE TOTALLED OFF THE LINE RECORDS ONLY -- AN ORDER    *
      *HEADER REPEATS ITS LINES' TOTALS                                *
      ******************************************************************
       300-SPLIT-SALES.
           MOVE ZERO TO PGC-SLS-READ
           MOVE ZERO TO PGC-SLS-ARCHIVED
           MOVE ZERO TO PGC-SLS-KEPT
           MOVE ZERO TO PGC-SLS-READ-NET
           MOVE ZERO TO PGC-SLS-ARC-NET
           MOVE ZERO TO PGC-SLS-KEPT-NET
           MOVE ZERO TO WS-SEQ
           OPEN INPUT SALES-HISTORY-FILE
           OPEN OUTPUT SALES-KEEP-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       PERFORM 310-SPLIT-SALE
               END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-RECORDS-IN
           CLOSE SALES-HISTORY-FILE
                 SALES-KEEP-FILE
           ADD PGC-SLS-READ TO WS-LOG-READ
           ADD PGC-SLS-ARCHIVED TO WS-LOG-WRITTEN
           ADD PGC-SLS-KEPT TO WS-LOG-WRITTEN.
       310-SPLIT-SALE.
           ADD 1 TO PGC-SLS-READ
           MOVE ZERO TO WS-NET-WORK
           IF HST-REC-TYPE NOT = 'H' AND HST-REC-TYPE NOT = 'R'
              AND HST-NET-DOLS IS NUMERIC AND HST-NET-CENTS IS NUMERIC
               MOVE HST-NET TO WS-NET-WORK
           END-IF
           ADD WS-NET-WORK TO PGC-SLS-READ-NET
           IF HST-TRAN-DATE IS NUMERIC
              AND HST-TRAN-DATE NOT > WS-CLOSE-DATE
               MOVE HST-TRAN-DATE TO SLA-TRAN-DATE
               MOVE WS-CLOSE-MONTH TO SLA-CLOSE-MONTH
               MOVE WS-SEQ TO SLA-SEQ
               MOVE SALES-HISTORY-REC TO SLA-HISTORY
               WRITE SALES-ARCHIVE-REC
                   INVALID KEY
                       IF WS-SLA-STATUS = '22'
                           REWRITE SALES-ARCHIVE-REC
                       END-IF
               END-WRITE
               IF WS-SLA-STATUS NOT = '00'
                   DISPLAY 'SALES ARCHIVE WRITE ERROR, STATUS: ',
                       WS-SLA-STATUS, ' ON RECORD: ', WS-SEQ
                   PERFORM 710-IO-ABORT
               END-IF
               ADD 1 TO PGC-SLS-ARCHIVED
               ADD WS-NET-WORK TO PGC-SLS-ARC-NET
           ELSE
               WRITE SALES-KEEP-REC FROM SALES-HISTORY-REC
               ADD 1 TO PGC-SLS-KEPT
               ADD WS-NET-WORK TO PGC-SLS-KEPT-NET
           END-IF.
       350-REPLACE-SALES.
           MOVE ZERO TO PGC-SLS-NOW
           OPEN INPUT SALES-KEEP-FILE
           OPEN OUTPUT SALES-HISTORY-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SALES-KEEP-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       WRITE SALES-HISTORY-REC FROM SALES-KEEP-REC
                       ADD 1 TO PGC-SLS-NOW
               END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-RECORDS-IN
           CLOSE SALES-KEEP-FILE
                 SALES-HISTORY-FILE.
      ******************************************************************
      *THE AR DETAIL IS SORTED BY CUSTOMER AND DATE -- DUPLICATES KEPT *
      *IN FILE ORDER SO A RERUN NUMBERS THE ITEMS THE SAME WAY -- AND  *
      *EACH CUSTOMER'S CLOSED ITEMS ARE COLLECTED AND SETTLED BEFORE   *
      *ITS FIRST ITEM AFTER THE CLOSE DATE IS CARRIED ACROSS.  A       *
      *RECORD THAT IS NOT A VALID ITEM IS CARRIED ACROSS AS IT IS      *
      ******************************************************************
       400-SPLIT-AR.
           MOVE ZERO TO PGC-AR-READ
           MOVE ZERO TO PGC-AR-ARCHIVED
           MOVE ZERO TO PGC-AR-KEPT
           MOVE ZERO TO PGC-AR-BALFWD
           MOVE ZERO TO PGC-AR-HELD
           MOVE ZERO TO PGC-AR-READ-NET
           MOVE ZERO TO PGC-AR-ARC-NET
           MOVE ZERO TO PGC-AR-KEPT-NET
           MOVE ZERO TO PGC-AR-BALFWD-AMT
           MOVE ZERO TO WS-SEQ
           MOVE ZERO TO WS-ACT-COUNT
           MOVE 'N' TO WS-CUST-HELD
           MOVE SPACES TO WS-HOLD-CUST-ID
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CUST-ID
                                SORT-ITEM-DATE
               WITH DUPLICATES IN ORDER
               USING AR-DETAIL-FILE
               GIVING SORTED-AR-FILE
           OPEN INPUT SORTED-AR-FILE
           OPEN OUTPUT AR-KEEP-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SORTED-AR-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       ADD 1 TO WS-SEQ
                       PERFORM 420-SPLIT-AR-ITEM
               END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-RECORDS-IN
           IF WS-ACT-COUNT > ZERO OR WS-CUST-HELD = 'Y'
               PERFORM 440-SETTLE-CUSTOMER
           END-IF
           CLOSE SORTED-AR-FILE
                 AR-KEEP-FILE
           ADD PGC-AR-READ TO WS-LOG-READ
           ADD PGC-AR-ARCHIVED TO WS-LOG-WRITTEN
           ADD PGC-AR-KEPT TO WS-LOG-WRITTEN.
       420-SPLIT-AR-ITEM.
           ADD 1 TO PGC-AR-READ
           IF SRT-CUST-ID = SPACES OR SRT-AMOUNT-X NOT NUMERIC
               OR SRT-ITEM-DATE NOT NUMERIC
               WRITE AR-KEEP-REC FROM SORTED-AR-REC
               ADD 1 TO PGC-AR-KEPT
           ELSE
               IF SRT-ITEM-TYPE = 'P' OR SRT-ITEM-TYPE = 'R'
                  OR SRT-ITEM-TYPE = 'B'
                   SUBTRACT SRT-AMOUNT FROM PGC-AR-READ-NET
               ELSE
                   ADD SRT-AMOUNT TO PGC-AR-READ-NET
               END-IF
               IF SRT-CUST-ID NOT = WS-HOLD-CUST-ID
                   IF WS-ACT-COUNT > ZERO OR WS-CUST-HELD = 'Y'
                       PERFORM 440-SETTLE-CUSTOMER
                   END-IF
                   MOVE SRT-CUST-ID TO WS-HOLD-CUST-ID
               END-IF
               IF SRT-ITEM-DATE NOT > WS-CLOSE-DATE
                   IF WS-ACT-COUNT < 500
                       ADD 1 TO WS-ACT-COUNT
                       MOVE SORTED-AR-REC TO ACT-ITEM (WS-ACT-COUNT)
                       MOVE WS-SEQ TO ACT-SEQ (WS-ACT-COUNT)
                       MOVE 'N' TO ACT-PAID (WS-ACT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-CUST-HELD
                       PERFORM 460-KEEP-SORTED-ITEM
                   END-IF
               ELSE
                   IF WS-ACT-COUNT > ZERO OR WS-CUST-HELD = 'Y'
                       PERFORM 440-SETTLE-CUSTOMER
                   END-IF
                   PERFORM 460-KEEP-SORTED-ITEM
               END-IF
           END-IF.
      ******************************************************************
      *THE PAID CHARGES AND EVERY CREDIT ARE ARCHIVED; WHAT THOSE      *
      *CREDITS STILL HAVE OVER AFTER PAYING THEM -- THE PART ALREADY   *
      *WORKING ON THE OLDEST CHARGE STILL OPEN, PLUS ANY CREDIT NOT    *
      *YET USED -- IS THE BALANCE FORWARD, SO THE CUSTOMER'S BALANCE   *
      *AND THE AGING OF WHAT IS STILL OPEN COME OUT AS THEY DID.  THE  *
      *BALANCE FORWARD IS WRITTEN EVEN WHEN IT IS ZERO, SO EVERY       *
      *CUSTOMER WITH ARCHIVED ITEMS HAS ONE.  A CUSTOMER WHOSE CLOSED  *
      *ITEMS DID NOT FIT THE TABLE IS CARRIED ACROSS UNTOUCHED         *
      ******************************************************************
       440-SETTLE-CUSTOMER.
           IF WS-CUST-HELD = 'Y'
               ADD 1 TO PGC-AR-HELD
               DISPLAY 'WARNING: CUSTOMER ', WS-HOLD-CUST-ID,
                   ' HAS MORE THAN 500 CLOSED ITEMS, NOT PURGED'
               MOVE 1 TO WS-ACT-SUB
               PERFORM UNTIL WS-ACT-SUB > WS-ACT-COUNT
                   PERFORM 450-KEEP-TABLE-ITEM
                   ADD 1 TO WS-ACT-SUB
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-PAY-POOL
               MOVE ZERO TO WS-CUST-ARCHIVED
               MOVE 1 TO WS-ACT-SUB
               PERFORM UNTIL WS-ACT-SUB > WS-ACT-COUNT
                   IF ACT-ITEM-TYPE (WS-ACT-SUB) = 'P' OR
                      ACT-ITEM-TYPE (WS-ACT-SUB) = 'R' OR
                      ACT-ITEM-TYPE (WS-ACT-SUB) = 'B'
                       ADD ACT-AMOUNT (WS-ACT-SUB) TO WS-PAY-POOL
                       MOVE 'Y' TO ACT-PAID (WS-ACT-SUB)
                   END-IF
                   ADD 1 TO WS-ACT-SUB
               END-PERFORM
               MOVE 'Y' TO WS-STILL-PAYING
               MOVE 1 TO WS-ACT-SUB
               PERFORM UNTIL WS-ACT-SUB > WS-ACT-COUNT
                   OR WS-STILL-PAYING = 'N'
                   IF ACT-PAID (WS-ACT-SUB) = 'N'
                       IF WS-PAY-POOL NOT < ACT-AMOUNT (WS-ACT-SUB)
                           SUBTRACT ACT-AMOUNT (WS-ACT-SUB)
                               FROM WS-PAY-POOL
                           MOVE 'Y' TO ACT-PAID (WS-ACT-SUB)
                       ELSE
                           MOVE 'N' TO WS-STILL-PAYING
                       END-IF
                   END-IF
                   ADD 1 TO WS-ACT-SUB
               END-PERFORM
               MOVE 1 TO WS-ACT-SUB
               PERFORM UNTIL WS-ACT-SUB > WS-ACT-COUNT
                   IF ACT-PAID (WS-ACT-SUB) = 'Y'
                       PERFORM 445-ARCHIVE-TABLE-ITEM
                   ELSE
                       PERFORM 450-KEEP-TABLE-ITEM
                   END-IF
                   ADD 1 TO WS-ACT-SUB
               END-PERFORM
               IF WS-CUST-ARCHIVED > ZERO
                   MOVE WS-HOLD-CUST-ID TO BFI-CUST-ID
                   MOVE WS-CLOSE-DATE TO BFI-ITEM-DATE
                   MOVE WS-PAY-POOL TO BFI-AMOUNT
                   WRITE AR-KEEP-REC FROM BALANCE-FORWARD-ITEM
                   ADD 1 TO PGC-AR-BALFWD
                   ADD WS-PAY-POOL TO PGC-AR-BALFWD-AMT
               END-IF
           END-IF
           MOVE ZERO TO WS-ACT-COUNT
           MOVE 'N' TO WS-CUST-HELD.
       445-ARCHIVE-TABLE-ITEM.
           MOVE ACT-CUST-ID (WS-ACT-SUB) TO ARA-CUST-ID
           MOVE ACT-ITEM-DATE (WS-ACT-SUB) TO ARA-ITEM-DATE
           MOVE WS-CLOSE-MONTH TO ARA-CLOSE-MONTH
           MOVE ACT-SEQ (WS-ACT-SUB) TO ARA-SEQ
           MOVE ACT-ITEM (WS-ACT-SUB) TO ARA-DETAIL
           WRITE AR-ARCHIVE-REC
               INVALID KEY
                   IF WS-ARA-STATUS = '22'
                       REWRITE AR-ARCHIVE-REC
                   END-IF
           END-WRITE
           IF WS-ARA-STATUS NOT = '00'
               DISPLAY 'AR ARCHIVE WRITE ERROR, STATUS: ',
                   WS-ARA-STATUS, ' ON CUSTOMER: ', WS-HOLD-CUST-ID
               PERFORM 710-IO-ABORT
           END-IF
           ADD 1 TO PGC-AR-ARCHIVED
           ADD 1 TO WS-CUST-ARCHIVED
           IF ACT-ITEM-TYPE (WS-ACT-SUB) = 'P' OR
              ACT-ITEM-TYPE (WS-ACT-SUB) = 'R' OR
              ACT-ITEM-TYPE (WS-ACT-SUB) = 'B'
               SUBTRACT ACT-AMOUNT (WS-ACT-SUB) FROM PGC-AR-ARC-NET
           ELSE
               ADD ACT-AMOUNT (WS-ACT-SUB) TO PGC-AR-ARC-NET
           END-IF.
       450-KEEP-TABLE-ITEM.
           WRITE AR-KEEP-REC FROM ACT-ITEM (WS-ACT-SUB)
           ADD 1 TO PGC-AR-KEPT
           IF ACT-ITEM-TYPE (WS-ACT-SUB) = 'P' OR
              ACT-ITEM-TYPE (WS-ACT-SUB) = 'R' OR
              ACT-ITEM-TYPE (WS-ACT-SUB) = 'B'
               SUBTRACT ACT-AMOUNT (WS-ACT-SUB) FROM PGC-AR-KEPT-NET
           ELSE
               ADD ACT-AMOUNT (WS-ACT-SUB) TO PGC-AR-KEPT-NET
           END-IF.
       460-KEEP-SORTED-ITEM.
           WRITE AR-KEEP-REC FROM SORTED-AR-REC
           ADD 1 TO PGC-AR-KEPT
           IF SRT-ITEM-TYPE = 'P' OR SRT-ITEM-TYPE = 'R'
              OR SRT-ITEM-TYPE = 'B'
               SUBTRACT SRT-AMOUNT FROM PGC-AR-KEPT-NET
           ELSE
               ADD SRT-AMOUNT TO PGC-AR-KEPT-NET
           END-IF.
       480-REPLACE-AR.
           MOVE ZERO TO PGC-AR-NOW
           OPEN INPUT AR-KEEP-FILE
           OPEN OUTPUT AR-DETAIL-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ AR-KEEP-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       WRITE AR-DETAIL-REC FROM AR-KEEP-REC
                       ADD 1 TO PGC-AR-NOW
               END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-RECORDS-IN
           CLOSE AR-KEEP-FILE
                 AR-DETAIL-FILE.
      ******************************************************************
      *LAST DAY OF THE MONTH: FEBRUARY HAS 29 IN A LEAP YEAR --        *
      *DIVISIBLE BY 4, EXCEPT CENTURIES UNLESS DIVISIBLE BY 400        *
      ******************************************************************
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
      *THE PROOF FOR EACH FILE: ARCHIVED PLUS REMAINING EQUALS WHAT    *
      *WAS READ, BY COUNT AND (SALES AND AR) BY AMOUNT, AND WHAT IS ON *
      *THE REPLACED FILE IS WHAT REMAINED PLUS THE BALANCE FORWARDS.   *
      *FOR AR THE BALANCE FORWARDS TAKE THE ARCHIVED NET'S PLACE, SO   *
      *THE NET BALANCE NOW ON FILE MUST EQUAL THE ORIGINAL ONE         *
      ******************************************************************
       600-PRINT-CONTROL-TOTALS.
           OPEN OUTPUT PURGE-REPORT-FILE
           MOVE PGC-CLOSE-DATE TO HDG-CLOSE-DATE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE PURGE-REPORT-REC FROM REPORT-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           IF WS-RESTART = 'Y'
               MOVE 'RESTARTED RUN -- TOTALS INCLUDE EARLIER STAGES'
                   TO NTE-NOTE
               WRITE PURGE-REPORT-REC FROM NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE PURGE-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MOVEMENT LOG  MOVELOG.DAT TO MOVEARC.DAT' TO SEC-TITLE
           WRITE PURGE-REPORT-REC FROM SECTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS READ' TO CNL-LABEL
           MOVE PGC-MOV-READ TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'ARCHIVED' TO CNL-LABEL
           MOVE PGC-MOV-ARCHIVED TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'REMAINING' TO CNL-LABEL
           MOVE PGC-MOV-KEPT TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'ARCHIVED PLUS REMAINING' TO CNL-LABEL
           COMPUTE WS-PROOF-LEFT = PGC-MOV-ARCHIVED + PGC-MOV-KEPT
           MOVE PGC-MOV-READ TO WS-PROOF-RIGHT
           MOVE WS-PROOF-LEFT TO CNL-COUNT
           PERFORM 630-PRINT-COUNT-PROOF
           MOVE 'BALANCE FORWARDS ADDED' TO CNL-LABEL
           MOVE PGC-MOV-BALFWD TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'NOW ON FILE' TO CNL-LABEL
           COMPUTE WS-PROOF-LEFT = PGC-MOV-KEPT + PGC-MOV-BALFWD
           MOVE WS-PROOF-LEFT TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           WRITE PURGE-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SALES HISTORY  SALESHST.DAT TO SLSARC.DAT' TO SEC-TITLE
           WRITE PURGE-REPORT-REC FROM SECTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS READ' TO CNL-LABEL
           MOVE PGC-SLS-READ TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'ARCHIVED' TO CNL-LABEL
           MOVE PGC-SLS-ARCHIVED TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'REMAINING' TO CNL-LABEL
           MOVE PGC-SLS-KEPT TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'ARCHIVED PLUS REMAINING' TO CNL-LABEL
           COMPUTE WS-PROOF-LEFT = PGC-SLS-ARCHIVED + PGC-SLS-KEPT
           MOVE PGC-SLS-READ TO WS-PROOF-RIGHT
           MOVE WS-PROOF-LEFT TO CNL-COUNT
           PERFORM 630-PRINT-COUNT-PROOF
           MOVE 'NOW ON FILE' TO CNL-LABEL
           MOVE PGC-SLS-NOW TO WS-PROOF-LEFT
           MOVE PGC-SLS-KEPT TO WS-PROOF-RIGHT
           MOVE PGC-SLS-NOW TO CNL-COUNT
           PERFORM 630-PRINT-COUNT-PROOF
           MOVE 'NET SALES READ' TO AML-LABEL
           MOVE PGC-SLS-READ-NET TO AML-AMOUNT
           PERFORM 620-PRINT-AMOUNT
           MOVE 'NET SALES ARCHIVED' TO AML-LABEL
           MOVE PGC-SLS-ARC-NET TO AML-AMOUNT
           PERFORM 620-PRINT-AMOUNT
           MOVE 'NET SALES REMAINING' TO AML-LABEL
           MOVE PGC-SLS-KEPT-NET TO AML-AMOUNT
           PERFORM 620-PRINT-AMOUNT
           MOVE 'ARCHIVED PLUS REMAINING' TO AML-LABEL
           COMPUTE WS-PROOF-LEFT = PGC-SLS-ARC-NET + PGC-SLS-KEPT-NET
           MOVE PGC-SLS-READ-NET TO WS-PROOF-RIGHT
           MOVE WS-PROOF-LEFT TO AML-AMOUNT
           PERFORM 640-PRINT-AMOUNT-PROOF
           WRITE PURGE-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AR DETAIL  ARDETAIL.DAT TO ARARC.DAT' TO SEC-TITLE
           WRITE PURGE-REPORT-REC FROM SECTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS READ' TO CNL-LABEL
           MOVE PGC-AR-READ TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'ARCHIVED' TO CNL-LABEL
           MOVE PGC-AR-ARCHIVED TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'REMAINING' TO CNL-LABEL
           MOVE PGC-AR-KEPT TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'ARCHIVED PLUS REMAINING' TO CNL-LABEL
           COMPUTE WS-PROOF-LEFT = PGC-AR-ARCHIVED + PGC-AR-KEPT
           MOVE PGC-AR-READ TO WS-PROOF-RIGHT
           MOVE WS-PROOF-LEFT TO CNL-COUNT
           PERFORM 630-PRINT-COUNT-PROOF
           MOVE 'BALANCE FORWARDS ADDED' TO CNL-LABEL
           MOVE PGC-AR-BALFWD TO CNL-COUNT
           PERFORM 610-PRINT-COUNT
           MOVE 'NOW ON FILE' TO CNL-LABEL
           MOVE PGC-AR-NOW TO WS-PROOF-LEFT
           COMPUTE WS-PROOF-RIGHT = PGC-AR-KEPT + PGC-AR-BALFWD
           MOVE PGC-AR-NOW TO CNL-COUNT
           PERFORM 630-PRINT-COUNT-PROOF
           IF PGC-AR-HELD > ZERO
               MOVE 'CUSTOMERS LEFT UNPURGED' TO CNL-LABEL
               MOVE PGC-AR-HELD TO CNL-COUNT
               PERFORM 610-PRINT-COUNT
           END-IF
           MOVE 'NET BALANCE READ' TO AML-LABEL
           MOVE PGC-AR-READ-NET TO AML-AMOUNT
           PERFORM 620-PRINT-AMOUNT
           MOVE 'NET ARCHIVED' TO AML-LABEL
           MOVE PGC-AR-ARC-NET TO AML-AMOUNT
           PERFORM 620-PRINT-AMOUNT
           MOVE 'NET REMAINING' TO AML-LABEL
           MOVE PGC-AR-KEPT-NET TO AML-AMOUNT
           PERFORM 620-PRINT-AMOUNT
           MOVE 'ARCHIVED PLUS REMAINING' TO AML-LABEL
           COMPUTE WS-PROOF-LEFT = PGC-AR-ARC-NET + PGC-AR-KEPT-NET
           MOVE PGC-AR-READ-NET TO WS-PROOF-RIGHT
           MOVE WS-PROOF-LEFT TO AML-AMOUNT
           PERFORM 640-PRINT-AMOUNT-PROOF
           MOVE 'BALANCE FORWARD CREDITS' TO AML-LABEL
           MOVE PGC-AR-BALFWD-AMT TO AML-AMOUNT
           PERFORM 620-PRINT-AMOUNT
           MOVE 'NET BALANCE NOW ON FILE' TO AML-LABEL
           COMPUTE WS-PROOF-LEFT = PGC-AR-KEPT-NET - PGC-AR-BALFWD-AMT
           MOVE PGC-AR-READ-NET TO WS-PROOF-RIGHT
           MOVE WS-PROOF-LEFT TO AML-AMOUNT
           PERFORM 640-PRINT-AMOUNT-PROOF
           CLOSE PURGE-REPORT-FILE.
       610-PRINT-COUNT.
           MOVE SPACES TO CNL-RESULT
           WRITE PURGE-REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
       620-PRINT-AMOUNT.
           MOVE SPACES TO AML-RESULT
           WRITE PURGE-REPORT-REC FROM AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       630-PRINT-COUNT-PROOF.
           IF WS-PROOF-LEFT = WS-PROOF-RIGHT
               MOVE 'BALANCED' TO CNL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO CNL-RESULT
               MOVE 'A' TO WS-LOG-STATUS
           END-IF
           WRITE PURGE-REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
       640-PRINT-AMOUNT-PROOF.
           IF WS-PROOF-LEFT = WS-PROOF-RIGHT
               MOVE 'BALANCED' TO AML-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO AML-RESULT
               MOVE 'A' TO WS-LOG-STATUS
           END-IF
           WRITE PURGE-REPORT-REC FROM AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       650-SAVE-CONTROL.
           REWRITE PURGE-CONTROL-REC
           IF WS-PGC-STATUS NOT = '00'
               PERFORM 700-CONTROL-IO-ABORT
           END-IF.
       700-CONTROL-IO-ABORT.
           DISPLAY 'PURGE CONTROL FILE I-O ERROR, STATUS: ',
               WS-PGC-STATUS, ' FOR MONTH: ', WS-CLOSE-MONTH
           PERFORM 710-IO-ABORT.
      ******************************************************************
      *WHATEVER STAGE WAS LAST RECORDED ON PURGECTL.DAT STANDS; A      *
      *RERUN FOR THE SAME MONTH REDOES ONLY THE STAGE THAT STOPPED     *
      ******************************************************************
       710-IO-ABORT.
           DISPLAY 'PURGE STOPPED -- CORRECT THE PROBLEM AND RERUN FOR '
               WS-CLOSE-MONTH
           CLOSE PURGE-CONTROL-FILE
                 MOVEMENT-LOG-FILE
                 MOVEMENT-ARCHIVE-FILE
                 SALES-ARCHIVE-FILE
                 AR-ARCHIVE-FILE
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *READ IS EVERY HISTORY RECORD READ THIS RUN AND WRITTEN IS THE   *
      *SAME RECORDS ARCHIVED OR KEPT, SO THE OPSRPT BALANCE CHECK      *
      *HOLDS.  A STAGE FINISHED BY AN EARLIER RUN IS NOT COUNTED AGAIN *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'PERPURGE' TO LOG-PROGRAM-ID
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
           MOVE 'PERPURGE' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-LOG-READ TO LOG-RECORDS-READ
           MOVE WS-LOG-WRITTEN TO LOG-RECORDS-WRITTEN
           MOVE ZERO TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
