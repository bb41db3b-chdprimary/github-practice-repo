       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 14 Oct 2026.                                      *
      *PURPOSE. WEEKLY ACCOUNTS PAYABLE PAYMENT RUN.  THE OPERATOR     *
      *         KEYS THE PAY-THROUGH DATE (BLANK IS A WEEK FROM TODAY, *
      *         SO NOTHING FALLS DUE BEFORE NEXT WEEK'S RUN PAYS IT)   *
      *         AND THE FIRST CHECK NUMBER IN THE CHECK STOCK.  EVERY  *
      *         OPEN INVOICE ON THE OPEN PAYABLES FILE DUE ON OR       *
      *         BEFORE THE PAY-THROUGH DATE IS PAID, ONE CHECK PER     *
      *         VENDOR COVERING ALL OF THAT VENDOR'S DUE INVOICES,     *
      *         CHECK NUMBERS RUNNING UP FROM THE ONE KEYED.  EACH     *
      *         INVOICE PAID IS MARKED PAID ON THE FILE WITH THE DATE  *
      *         AND CHECK NUMBER, SO A RERUN NEVER PAYS IT AGAIN.      *
      *         APCHKREG.RPT IS THE CHECK REGISTER BY VENDOR, EACH     *
      *         CHECK WITH THE INVOICES IT PAYS, FOR PRINTING THE      *
      *         CHECKS AND TYING OUT THE BANK ACCOUNT.  APAGING.RPT    *
      *         AGES WHAT IS STILL UNPAID AFTER THE RUN BY VENDOR, BY  *
      *         DAYS PAST THE DUE DATE AS OF TODAY: NOT YET DUE,       *
      *         1-30, 31-60, 61-90 AND OVER 90 DAYS.  EACH CHECK IS    *
      *         WRITTEN TO THE GL INTERFACE FILE UNDER ITS CHECK       *
      *         NUMBER -- PAYABLES DEBITED, CASH CREDITED -- ON THE    *
      *         ACCOUNTS GLMAPMNT MAPS FOR APPAY.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\APOPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOPEN-STATUS.
           SELECT VENDOR-MASTER
               ASSIGN TO 'C:\CHAPTER5\VENDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'C:\CHAPTER5\APCHKREG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\APAGING.RPT'
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
      *OPEN PAYABLES -- SEE APMATCH FOR THE LAYOUT NOTES.  READ IN KEY *
      *ORDER, WHICH IS VENDOR ORDER                                    *
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
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VND-VENDOR-CODE       PIC X(5).
           05  VND-VENDOR-NAME       PIC X(25).
           05  VND-ADDRESS-1         PIC X(25).
           05  VND-ADDRESS-2         PIC X(25).
           05  VND-CONTACT           PIC X(20).
           05  VND-TERMS             PIC X(15).
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC        PIC X(90).
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC          PIC X(100).
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
       01  WS-APOPEN-STATUS          PIC X(2).
       01  WS-VENDOR-FILE-STATUS     PIC X(2).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-PAY-THROUGH            PIC 9(8).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-ITEMS-READ             PIC 9(7)  VALUE ZERO.
       01  WS-ITEMS-PAID             PIC 9(7)  VALUE ZERO.
       01  WS-ITEMS-UNPAID           PIC 9(7)  VALUE ZERO.
       01  WS-CHECKS-WRITTEN         PIC 9(5)  VALUE ZERO.
       01  WS-TOTAL-PAID             PIC 9(9)V99 VALUE ZERO.
       01  WS-CHECK-NO-X             PIC X(6).
       01  WS-CHECK-NO REDEFINES WS-CHECK-NO-X
                                     PIC 9(6).
       01  WS-FIRST-CHECK-NO         PIC 9(6).
       01  WS-LAST-CHECK-NO          PIC 9(6)  VALUE ZERO.
      ******************************************************************
      *THE VENDOR IN HAND.  A CHECK NUMBER IS ONLY TAKEN WHEN THE      *
      *VENDOR'S FIRST DUE INVOICE TURNS UP, SO A VENDOR WITH NOTHING   *
      *DUE USES NO CHECK                                               *
      ******************************************************************
       01  WS-HOLD-VENDOR            PIC X(5).
       01  WS-HOLD-VENDOR-NAME       PIC X(25).
       01  WS-VENDOR-CHECK-OPEN      PIC X(1).
       01  WS-CHECK-AMOUNT           PIC 9(9)V99.
       01  WS-AGE-DAYS               PIC S9(6).
       01  WS-VND-CURRENT            PIC 9(9)V99.
       01  WS-VND-30                 PIC 9(9)V99.
       01  WS-VND-60                 PIC 9(9)V99.
       01  WS-VND-90                 PIC 9(9)V99.
       01  WS-VND-OVER-90            PIC 9(9)V99.
       01  WS-VND-TOTAL              PIC 9(9)V99.
       01  WS-TOT-CURRENT            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-30                 PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-60                 PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-90                 PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-OVER-90            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-UNPAID             PIC 9(9)V99 VALUE ZERO.
      ******************************************************************
      *DATE CHECKING AND DAY ARITHMETIC, LEAP YEARS INCLUDED, THE WAY  *
      *EMPMNT CHECKS A HIRE DATE.  A DAY NUMBER COUNTS THE DAYS FROM   *
      *THE START OF THE CALENDAR, SO TWO DAY NUMBERS SUBTRACT TO THE   *
      *DAYS BETWEEN TWO DATES                                          *
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
       01  WS-DAYS-ADDED             PIC 9(3).
       01  WS-PRIOR-YEARS            PIC 9(4).
       01  WS-LEAP-DAYS              PIC 9(4).
       01  WS-MONTH-SUB              PIC 99.
       01  WS-DAY-NUMBER             PIC 9(7).
       01  WS-TODAY-DAY-NUMBER       PIC 9(7).
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-GL-MAP-OK              PIC X(1)  VALUE 'Y'.
       01  WS-GL-ITEM                PIC X(4).
       01  WS-GL-ACCOUNT             PIC X(10).
       01  WS-GL-PAYABLE-ACCOUNT     PIC X(10).
       01  WS-GL-CASH-ACCOUNT        PIC X(10).
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
       01  REGISTER-HEADING-LINE.
           05  FILLER                PIC X(34)
               VALUE 'ACCOUNTS PAYABLE CHECK REGISTER   '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(15)  VALUE '  PAY THROUGH: '.
           05  HDG-PAY-THROUGH       PIC 9(8).
           05  FILLER                PIC X(19)  VALUE SPACES.
       01  REGISTER-COLUMN-LINE.
           05  FILLER                PIC X(45)
               VALUE '  VENDOR INVOICE     INV-DATE  DUE-DATE      '.
           05  FILLER                PIC X(45)  VALUE 'AMOUNT'.
       01  REGISTER-DETAIL-LINE.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-VENDOR-CODE       PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-INVOICE-NO        PIC X(10).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  REG-INVOICE-DATE      PIC 9(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-DUE-DATE          PIC 9(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(38)  VALUE SPACES.
       01  REGISTER-CHECK-LINE.
           05  FILLER                PIC X(6)   VALUE 'CHECK '.
           05  RCK-CHECK-NO          PIC 9(6).
           05  FILLER                PIC X(4)   VALUE ' TO '.
           05  RCK-VENDOR-NAME       PIC X(25).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  RCK-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(33)  VALUE SPACES.
       01  REGISTER-TOTAL-LINE.
           05  RTL-TEXT              PIC X(30).
           05  RTL-COUNT             PIC 9(6).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RTL-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(40)  VALUE SPACES.
       01  REGISTER-RANGE-LINE.
           05  FILLER                PIC X(30)
               VALUE 'CHECK NUMBERS USED:           '.
           05  RRG-FIRST-CHECK       PIC 9(6).
           05  FILLER                PIC X(4)   VALUE ' TO '.
           05  RRG-LAST-CHECK        PIC 9(6).
           05  FILLER                PIC X(44)  VALUE SPACES.
       01  AGING-HEADING-LINE.
           05  FILLER                PIC X(34)
               VALUE 'ACCOUNTS PAYABLE AGING            '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  AHD-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(52)  VALUE SPACES.
       01  AGING-COLUMN-LINE.
           05  FILLER                PIC X(39)
               VALUE 'VENDOR NAME                    NOT DUE'.
           05  FILLER                PIC X(36)
               VALUE '   1-30 DAYS  31-60 DAYS  61-90 DAYS'.
           05  FILLER                PIC X(25)
               VALUE '     OVER 90       TOTAL'.
       01  AGING-DETAIL-LINE.
           05  AGE-VENDOR-CODE       PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AGE-VENDOR-NAME       PIC X(20).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AGE-CURRENT           PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AGE-30                PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AGE-60                PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AGE-90                PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AGE-OVER-90           PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  AGE-TOTAL             PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
       01  BLANK-LINE                PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           PERFORM 120-LOAD-GL-ACCOUNTS
           PERFORM 150-GET-PAY-THROUGH
           DISPLAY 'ENTER THE FIRST CHECK NUMBER IN THE CHECK STOCK'
           ACCEPT WS-CHECK-NO-X
           PERFORM UNTIL WS-CHECK-NO-X NUMERIC AND WS-CHECK-NO > ZERO
               DISPLAY 'CHECK NUMBER MUST BE 6 DIGITS AND NOT ZERO, '
                   'RE-ENTER'
               ACCEPT WS-CHECK-NO-X
           END-PERFORM
           MOVE WS-CHECK-NO TO WS-FIRST-CHECK-NO
           OPEN I-O AP-OPEN-FILE
           IF WS-APOPEN-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN OPEN PAYABLES, STATUS: ',
                   WS-APOPEN-STATUS
               DISPLAY 'RUN APMATCH FIRST OR CHECK APOPEN.DAT, NOTHING '
                   'PAID'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN VENDOR MASTER, STATUS: ',
                   WS-VENDOR-FILE-STATUS
               DISPLAY 'CHECK VENDMAST.DAT, NOTHING PAID'
               CLOSE AP-OPEN-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           PERFORM 560-COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER
           OPEN EXTEND GL-INTERFACE-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAY-THROUGH TO HDG-PAY-THROUGH
           WRITE CHECK-REGISTER-REC FROM REGISTER-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           WRITE CHECK-REGISTER-REC FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-RUN-DATE TO AHD-RUN-DATE
           WRITE AGING-REPORT-REC FROM AGING-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           WRITE AGING-REPORT-REC FROM AGING-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-HOLD-VENDOR
           PERFORM 170-READ-PAYABLE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               IF APO-VENDOR-CODE NOT = WS-HOLD-VENDOR
                   IF WS-HOLD-VENDOR NOT = SPACES
                       PERFORM 300-FINISH-VENDOR
                   END-IF
                   PERFORM 180-START-VENDOR
               END-IF
               PERFORM 200-PROCESS-PAYABLE
               PERFORM 170-READ-PAYABLE
           END-PERFORM
           IF WS-HOLD-VENDOR NOT = SPACES
               PERFORM 300-FINISH-VENDOR
           END-IF
           PERFORM 600-WRITE-TOTALS
           CLOSE AP-OPEN-FILE
                 VENDOR-MASTER
                 GL-INTERFACE-FILE
                 CHECK-REGISTER-FILE
                 AGING-REPORT-FILE
           DISPLAY ' '
           DISPLAY 'ACCOUNTS PAYABLE PAYMENT RUN COMPLETE'
           DISPLAY 'OPEN INVOICES READ: ', WS-ITEMS-READ
           DISPLAY 'INVOICES PAID:      ', WS-ITEMS-PAID
           DISPLAY 'INVOICES LEFT OPEN: ', WS-ITEMS-UNPAID
           DISPLAY 'CHECKS WRITTEN:     ', WS-CHECKS-WRITTEN
           DISPLAY 'TOTAL PAID:         ', WS-TOTAL-PAID
           IF WS-CHECKS-WRITTEN > ZERO
               DISPLAY 'CHECK NUMBERS ', WS-FIRST-CHECK-NO, ' TO ',
                   WS-LAST-CHECK-NO, ' -- PRINT THEM FROM APCHKREG.RPT'
           END-IF
           DISPLAY 'GL ENTRIES WRITTEN: ', WS-GL-ENTRIES,
               '  BATCH: APPAY ', WS-GL-BATCH-STAMP
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *BOTH ACCOUNTS ARE LOOKED UP BEFORE ANY INVOICE IS PAID, SO A    *
      *MISSING MAPPING CAN NEVER LEAVE A CHECK THE LEDGER DOES NOT     *
      *KNOW ABOUT                                                      *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NOTHING PAID'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 'APAY' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-PAYABLE-ACCOUNT
           MOVE 'CASH' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-CASH-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NOTHING '
                   'PAID'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'APPAY   ' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR APPAY ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
      ******************************************************************
      *A BLANK ANSWER PAYS EVERYTHING DUE IN THE NEXT SEVEN DAYS.  A   *
      *KEYED DATE MUST BE A CALENDAR DATE                              *
      ******************************************************************
       150-GET-PAY-THROUGH.
           DISPLAY 'ENTER PAY-THROUGH DATE YYYYMMDD, OR PRESS ENTER '
               'FOR ONE WEEK FROM TODAY'
           ACCEPT WS-DATE-X
           IF WS-DATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               MOVE ZERO TO WS-DAYS-ADDED
               PERFORM UNTIL WS-DAYS-ADDED = 7
                   PERFORM 545-ADD-ONE-DAY
                   ADD 1 TO WS-DAYS-ADDED
               END-PERFORM
           ELSE
               PERFORM 520-CHECK-DATE THRU 520-EXIT
               PERFORM UNTIL WS-DATE-GOOD = 'Y'
                   DISPLAY 'NOT A CALENDAR DATE IN YYYYMMDD, RE-ENTER'
                   ACCEPT WS-DATE-X
                   PERFORM 520-CHECK-DATE THRU 520-EXIT
               END-PERFORM
           END-IF
           MOVE WS-DATE-NUM TO WS-PAY-THROUGH
           DISPLAY 'PAYING EVERY OPEN INVOICE DUE ON OR BEFORE ',
               WS-PAY-THROUGH.
       170-READ-PAYABLE.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO MORE-RECORDS-IN
           END-READ
           IF MORE-RECORDS-IN = 'Y' AND WS-APOPEN-STATUS NOT = '00'
               PERFORM 950-APOPEN-IO-ABORT
           END-IF.
       180-START-VENDOR.
           MOVE APO-VENDOR-CODE TO WS-HOLD-VENDOR
           MOVE APO-VENDOR-CODE TO VND-VENDOR-CODE
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'VENDOR NOT ON MASTER' TO VND-VENDOR-NAME
           END-READ
           MOVE VND-VENDOR-NAME TO WS-HOLD-VENDOR-NAME
           MOVE 'N' TO WS-VENDOR-CHECK-OPEN
           MOVE ZERO TO WS-CHECK-AMOUNT
           MOVE ZERO TO WS-VND-CURRENT
           MOVE ZERO TO WS-VND-30
           MOVE ZERO TO WS-VND-60
           MOVE ZERO TO WS-VND-90
           MOVE ZERO TO WS-VND-OVER-90.
      ******************************************************************
      *PAID INVOICES ARE PASSED OVER.  AN OPEN ONE DUE BY THE          *
      *PAY-THROUGH DATE GOES ON THE VENDOR'S CHECK AND IS MARKED PAID  *
      *AT ONCE; ANY OTHER OPEN ONE IS AGED                             *
      ******************************************************************
       200-PROCESS-PAYABLE.
           IF APO-STATUS NOT = 'O'
               CONTINUE
           ELSE
               ADD 1 TO WS-ITEMS-READ
               IF APO-DUE-DATE NOT > WS-PAY-THROUGH
                   PERFORM 210-PAY-INVOICE
               ELSE
                   ADD 1 TO WS-ITEMS-UNPAID
                   PERFORM 250-AGE-INVOICE
               END-IF
           END-IF.
       210-PAY-INVOICE.
           IF WS-VENDOR-CHECK-OPEN = 'N'
               MOVE 'Y' TO WS-VENDOR-CHECK-OPEN
               WRITE CHECK-REGISTER-REC FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'P' TO APO-STATUS
           MOVE WS-RUN-DATE TO APO-PAID-DATE
           MOVE WS-CHECK-NO TO APO-CHECK-NO
           REWRITE AP-OPEN-REC
           IF WS-APOPEN-STATUS NOT = '00'
               PERFORM 950-APOPEN-IO-ABORT
           END-IF
           ADD 1 TO WS-ITEMS-PAID
           ADD APO-AMOUNT TO WS-CHECK-AMOUNT
           MOVE APO-VENDOR-CODE TO REG-VENDOR-CODE
           MOVE APO-INVOICE-NO TO REG-INVOICE-NO
           MOVE APO-INVOICE-DATE TO REG-INVOICE-DATE
           MOVE APO-DUE-DATE TO REG-DUE-DATE
           MOVE APO-AMOUNT TO REG-AMOUNT
           WRITE CHECK-REGISTER-REC FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *DAYS PAST DUE ARE TODAY'S DAY NUMBER LESS THE DUE DATE'S; ZERO  *
      *OR LESS IS NOT YET DUE                                          *
      ******************************************************************
       250-AGE-INVOICE.
           MOVE APO-DUE-DATE TO WS-DATE-NUM
           PERFORM 560-COMPUTE-DAY-NUMBER
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 1
                   ADD APO-AMOUNT TO WS-VND-CURRENT
               WHEN WS-AGE-DAYS < 31
                   ADD APO-AMOUNT TO WS-VND-30
               WHEN WS-AGE-DAYS < 61
                   ADD APO-AMOUNT TO WS-VND-60
               WHEN WS-AGE-DAYS < 91
                   ADD APO-AMOUNT TO WS-VND-90
               WHEN OTHER
                   ADD APO-AMOUNT TO WS-VND-OVER-90
           END-EVALUATE.
      ******************************************************************
      *AT THE VENDOR BREAK THE CHECK LINE CLOSES THE VENDOR'S          *
      *INVOICES ON THE REGISTER AND GOES TO THE LEDGER, AND THE        *
      *VENDOR'S AGING LINE IS PRINTED IF ANYTHING IS STILL OPEN        *
      ******************************************************************
       300-FINISH-VENDOR.
           IF WS-VENDOR-CHECK-OPEN = 'Y'
               MOVE WS-CHECK-NO TO RCK-CHECK-NO
               MOVE WS-HOLD-VENDOR-NAME TO RCK-VENDOR-NAME
               MOVE WS-CHECK-AMOUNT TO RCK-AMOUNT
               WRITE CHECK-REGISTER-REC FROM REGISTER-CHECK-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 310-POST-CHECK-TO-GL
               ADD 1 TO WS-CHECKS-WRITTEN
               ADD WS-CHECK-AMOUNT TO WS-TOTAL-PAID
               MOVE WS-CHECK-NO TO WS-LAST-CHECK-NO
               ADD 1 TO WS-CHECK-NO
           END-IF
           COMPUTE WS-VND-TOTAL = WS-VND-CURRENT + WS-VND-30 +
               WS-VND-60 + WS-VND-90 + WS-VND-OVER-90
           IF WS-VND-TOTAL > ZERO
               MOVE WS-HOLD-VENDOR TO AGE-VENDOR-CODE
               MOVE WS-HOLD-VENDOR-NAME TO AGE-VENDOR-NAME
               MOVE WS-VND-CURRENT TO AGE-CURRENT
               MOVE WS-VND-30 TO AGE-30
               MOVE WS-VND-60 TO AGE-60
               MOVE WS-VND-90 TO AGE-90
               MOVE WS-VND-OVER-90 TO AGE-OVER-90
               MOVE WS-VND-TOTAL TO AGE-TOTAL
               WRITE AGING-REPORT-REC FROM AGING-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-VND-CURRENT TO WS-TOT-CURRENT
               ADD WS-VND-30 TO WS-TOT-30
               ADD WS-VND-60 TO WS-TOT-60
               ADD WS-VND-90 TO WS-TOT-90
               ADD WS-VND-OVER-90 TO WS-TOT-OVER-90
               ADD WS-VND-TOTAL TO WS-TOT-UNPAID
           END-IF.
       310-POST-CHECK-TO-GL.
           MOVE WS-CHECK-NO TO WS-GL-REFERENCE
           MOVE WS-CHECK-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-PAYABLE-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-CASH-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY.
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
      *DAY NUMBER OF THE DATE IN WS-DATE-X: 365 FOR EVERY FULL YEAR    *
      *BEFORE IT PLUS ONE FOR EACH LEAP YEAR AMONG THEM, THE DAYS OF   *
      *THE FULL MONTHS BEFORE IT THIS YEAR, AND THE DAY ITSELF         *
      ******************************************************************
       560-COMPUTE-DAY-NUMBER.
           SUBTRACT 1 FROM WS-DATE-YR GIVING WS-PRIOR-YEARS
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-WORK
           SUBTRACT WS-LEAP-WORK FROM WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-WORK
           ADD WS-LEAP-WORK TO WS-LEAP-DAYS
           COMPUTE WS-DAY-NUMBER =
               WS-PRIOR-YEARS * 365 + WS-LEAP-DAYS + WS-DATE-DA
           MOVE 1 TO WS-MONTH-SUB
           PERFORM UNTIL WS-MONTH-SUB NOT < WS-DATE-MO
               ADD MONTH-DAYS (WS-MONTH-SUB) TO WS-DAY-NUMBER
               ADD 1 TO WS-MONTH-SUB
           END-PERFORM
           PERFORM 530-SET-MONTH-MAX
           IF WS-DATE-MO > 2 AND WS-LEAP-YEAR = 'Y'
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       600-WRITE-TOTALS.
           WRITE CHECK-REGISTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CHECKS WRITTEN, TOTAL PAID:' TO RTL-TEXT
           MOVE WS-CHECKS-WRITTEN TO RTL-COUNT
           MOVE WS-TOTAL-PAID TO RTL-AMOUNT
           WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INVOICES PAID:' TO RTL-TEXT
           MOVE WS-ITEMS-PAID TO RTL-COUNT
           MOVE WS-TOTAL-PAID TO RTL-AMOUNT
           WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CHECKS-WRITTEN > ZERO
               MOVE WS-FIRST-CHECK-NO TO RRG-FIRST-CHECK
               MOVE WS-LAST-CHECK-NO TO RRG-LAST-CHECK
               WRITE CHECK-REGISTER-REC FROM REGISTER-RANGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE AGING-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO AGE-VENDOR-CODE
           MOVE 'TOTAL UNPAID' TO AGE-VENDOR-NAME
           MOVE WS-TOT-CURRENT TO AGE-CURRENT
           MOVE WS-TOT-30 TO AGE-30
           MOVE WS-TOT-60 TO AGE-60
           MOVE WS-TOT-90 TO AGE-90
           MOVE WS-TOT-OVER-90 TO AGE-OVER-90
           MOVE WS-TOT-UNPAID TO AGE-TOTAL
           WRITE AGING-REPORT-REC FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'APPAY   ' TO GLI-SOURCE
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
      *READ IS THE OPEN INVOICES FOUND, WRITTEN THE ONES PAID, AND     *
      *REJECTED THE ONES LEFT OPEN, SO THE OPSRPT BALANCE CHECK HOLDS  *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'APPAY   ' TO LOG-PROGRAM-ID
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
           MOVE 'APPAY   ' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-ITEMS-READ TO LOG-RECORDS-READ
           MOVE WS-ITEMS-PAID TO LOG-RECORDS-WRITTEN
           MOVE WS-ITEMS-UNPAID TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
      ******************************************************************
      *ON A HARD PAYABLES ERROR THE CHECK IN PROGRESS IS CLOSED ON THE *
      *REGISTER AND THE LEDGER FOR THE INVOICES ALREADY MARKED PAID,   *
      *SO EVERY INVOICE MARKED PAID IS ON A CHECK.  A RERUN AFTER THE  *
      *FILE IS FIXED PAYS ONLY WHAT IS STILL OPEN, STARTING FROM THE   *
      *NEXT CHECK NUMBER IN THE STOCK                                  *
      ******************************************************************
       950-APOPEN-IO-ABORT.
           DISPLAY 'OPEN PAYABLES I-O ERROR, STATUS: ',
               WS-APOPEN-STATUS, ' ON VENDOR: ', APO-VENDOR-CODE,
               ' INVOICE: ', APO-INVOICE-NO
           IF WS-VENDOR-CHECK-OPEN = 'Y' AND WS-CHECK-AMOUNT > ZERO
               MOVE 'N' TO WS-VENDOR-CHECK-OPEN
               MOVE WS-CHECK-NO TO RCK-CHECK-NO
               MOVE WS-HOLD-VENDOR-NAME TO RCK-VENDOR-NAME
               MOVE WS-CHECK-AMOUNT TO RCK-AMOUNT
               WRITE CHECK-REGISTER-REC FROM REGISTER-CHECK-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 310-POST-CHECK-TO-GL
               ADD 1 TO WS-CHECKS-WRITTEN
               ADD WS-CHECK-AMOUNT TO WS-TOTAL-PAID
               MOVE WS-CHECK-NO TO WS-LAST-CHECK-NO
           END-IF
           PERFORM 600-WRITE-TOTALS
           DISPLAY 'RUN STOPPED -- THE CHECKS ON APCHKREG.RPT ARE '
               'PAID ON FILE; PRINT THEM, FIX THE FILE, THEN RERUN '
               'WITH THE NEXT CHECK NUMBER'
           CLOSE AP-OPEN-FILE
                 VENDOR-MASTER
                 GL-INTERFACE-FILE
                 CHECK-REGISTER-FILE
                 AGING-REPORT-FILE
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
