      *         OPERATOR MUST SAY SO TWICE.  A DAILY FILE FROM         *
      *         BEFORE THE CONTROL RECORD EXISTED FALLS BACK TO A      *
      *         SAME-DATE SCAN OF THE HISTORY.                         *
      *         EACH QUOTE CLOSED IS ALSO POSTED TO THE GL INTERFACE   *
      *         FILE AS A BALANCED ENTRY -- AR DEBITED FOR NET PLUS    *
      *         TAX, SALES AND SALES TAX PAYABLE CREDITED -- ON THE    *
      *         ACCOUNTS GLMAPMNT MAPS FOR EODCLOSE.  NOTHING IS       *
      *         CLOSED WHILE ONE OF THOSE MAPPINGS IS MISSING.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\CHAPTER5\SALESCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCTL-FILE-STATUS.
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
       FD  SALES-TRANSACTION-FILE.
           05  TRAN-SALES            PIC 9(6).99.
           05  TRAN-DISCOUNT-PERCENT PIC V99.
           05  TRAN-NET              PIC 9(6).99.
           05  TRAN-NET-X REDEFINES TRAN-NET.
               10  TRAN-NET-DOLS     PIC X(6).
               10  FILLER            PIC X(1).
               10  TRAN-NET-CENTS    PIC X(2).
           05  TRAN-PART-NO          PIC X(5).
           05  TRAN-QTY              PIC 9(5).
           05  TRAN-QUOTE-NO         PIC 9(6).
           05  TRAN-REC-TYPE         PIC X(1).
           05  TRAN-TAX-AMOUNT       PIC 9(6).99.
           05  TRAN-TAX-AMOUNT-X REDEFINES TRAN-TAX-AMOUNT.
               10  TRAN-TAX-DOLS     PIC X(6).
               10  FILLER            PIC X(1).
               10  TRAN-TAX-CENTS    PIC X(2).
           05  TRAN-TAX-JURIS        PIC X(4).
           05  TRAN-TAX-EXEMPT       PIC X(1).
           05  TRAN-LOCATION         PIC X(4).
      ******************************************************************
      *THE DAILY TRANSACTION RECORD PLUS THE DATE IT WAS CLOSED.       *
      *SLSANAL REPORTS ANY REQUESTED MONTH FROM THIS FILE.  FIELDS     *
      *ADDED TO THE TRANSACTION SINCE THE HISTORY BEGAN -- THE ORDER   *
      *RECORD TYPE, THEN THE SALES TAX AMOUNT, JURISDICTION, AND       *
      *EXEMPT FLAG -- RIDE AFTER THE DATE, SO EVERY RECORD ALREADY ON  *
      *THE HISTORY KEEPS ITS DATE WHERE THE READERS EXPECT IT.  A      *
      *RECORD CLOSED BEFORE SALES TAX HAS THE TAX FIELDS BLANK         *
      ******************************************************************
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05  HST-TRAN-DATA         PIC X(41).
           05  HST-TRAN-DATE         PIC 9(8).
           05  HST-REC-TYPE          PIC X(1).
           05  HST-TAX-AMOUNT        PIC 9(6).99.
           05  HST-TAX-JURIS         PIC X(4).
           05  HST-TAX-EXEMPT        PIC X(1).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05  LOG-PROGRAM-ID        PIC X(8).
       01  SALES-CONTROL-REC.
           05  SCTL-DAILY-STAMP      PIC 9(14).
           05  SCTL-CLOSED-STAMP     PIC 9(14).
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
      *SHARED GL INTERFACE FILE.  EVERY POSTING RUN APPENDS ITS        *
      *ENTRIES AS ONE BATCH, NAMED BY SOURCE PROGRAM AND THE RUN'S     *
      *DATE AND TIME; GLLIST LISTS AND BALANCES THEM AND GLEXPORT      *
      *SENDS EACH BATCH TO THE ACCOUNTING PACKAGE ONCE                 *
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
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TRANS-READ             PIC 9(7)  VALUE ZERO.
       01  WS-TRANS-CLOSED           PIC 9(7)  VALUE ZERO.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-GL-MAP-OK              PIC X(1)  VALUE 'Y'.
       01  WS-GL-ITEM                PIC X(4).
       01  WS-GL-ACCOUNT             PIC X(10).
       01  WS-GL-AR-ACCOUNT          PIC X(10).
       01  WS-GL-SALES-ACCOUNT       PIC X(10).
       01  WS-GL-TAX-ACCOUNT         PIC X(10).
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
       01  WS-GL-QUOTE-OPEN          PIC X(1)  VALUE 'N'.
       01  WS-GL-HOLD-QUOTE          PIC 9(6).
       01  WS-GL-LINE-QUOTE          PIC 9(6).
       01  WS-GL-LINE-NET            PIC 9(6)V99.
       01  WS-GL-LINE-TAX            PIC 9(6)V99.
       01  WS-GL-QUOTE-NET           PIC 9(9)V99.
       01  WS-GL-QUOTE-TAX           PIC 9(9)V99.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           PERFORM 120-LOAD-GL-ACCOUNTS
           PERFORM 140-READ-SALES-CONTROL
           IF WS-DAILY-STAMP-IN > ZERO
               IF WS-CLOSED-STAMP-IN = WS-DAILY-STAMP-IN
           END-IF
           OPEN INPUT SALES-TRANSACTION-FILE
           OPEN EXTEND SALES-HISTORY-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SALES-TRANSACTION-FILE
                   AT END
                       PERFORM 200-CLOSE-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-GL-QUOTE-OPEN = 'Y'
               PERFORM 220-POST-QUOTE-TO-GL
           END-IF
           CLOSE SALES-TRANSACTION-FILE
                 SALES-HISTORY-FILE
                 GL-INTERFACE-FILE
           PERFORM 940-MARK-FILE-CLOSED
           DISPLAY ' '
           DISPLAY 'END-OF-DAY SALES CLOSE COMPLETE'
           DISPLAY 'TRANSACTIONS READ:   ', WS-TRANS-READ
           DISPLAY 'TRANSACTIONS CLOSED: ', WS-TRANS-CLOSED
           DISPLAY 'GL ENTRIES WRITTEN:  ', WS-GL-ENTRIES,
               '  BATCH: EODCLOSE ', WS-GL-BATCH-STAMP
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *EVERY ACCOUNT THIS RUN POSTS TO IS LOOKED UP BEFORE ANYTHING IS *
      *CLOSED, SO A MISSING MAPPING CAN NEVER LEAVE A DAY ON THE       *
      *HISTORY WITH ONLY HALF ITS SALES IN THE LEDGER                  *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NOTHING CLOSED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 'ARCH' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-AR-ACCOUNT
           MOVE 'SALE' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-SALES-ACCOUNT
           MOVE 'STAX' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-TAX-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NOTHING '
                   'CLOSED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'EODCLOSE' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR EODCLOSE ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
       140-READ-SALES-CONTROL.
           OPEN INPUT SALES-CONTROL-FILE
           IF WS-SCTL-FILE-STATUS = '00' OR
           ELSE
               MOVE SALES-TRANSACTION-REC TO HST-TRAN-DATA
               MOVE WS-RUN-DATE TO HST-TRAN-DATE
               MOVE TRAN-REC-TYPE TO HST-REC-TYPE
               MOVE TRAN-TAX-AMOUNT TO HST-TAX-AMOUNT
               MOVE TRAN-TAX-JURIS TO HST-TAX-JURIS
               MOVE TRAN-TAX-EXEMPT TO HST-TAX-EXEMPT
               WRITE SALES-HISTORY-REC
               ADD 1 TO WS-TRANS-CLOSED
               IF TRAN-REC-TYPE NOT = 'H' AND TRAN-REC-TYPE NOT = 'R'
                   PERFORM 210-ADD-LINE-TO-GL
               END-IF
           END-IF.
      ******************************************************************
      *AN ORDER HEADER REPEATS THE TOTALS OF ITS LINES, SO ONLY THE    *
      *LINES ARE POSTED; A BORELSE RELEASE LINE (TYPE R) REPEATS ITS   *
      *BILLING LINE AND IS NOT POSTED EITHER.  THE LINES OF ONE QUOTE  *
      *ARE TOGETHER ON THE DAILY FILE AND ARE POSTED AS ONE ENTRY WHEN *
      *THE QUOTE NUMBER CHANGES.  A LINE FROM BEFORE SALES TAX HAS NO  *
      *TAX TO POST; A LINE WHOSE NET IS GARBLED IS CLOSED TO THE       *
      *HISTORY BUT LISTED FOR THE BOOKKEEPER TO JOURNAL BY HAND        *
      ******************************************************************
       210-ADD-LINE-TO-GL.
           IF TRAN-NET-DOLS NOT NUMERIC OR TRAN-NET-CENTS NOT NUMERIC
               DISPLAY 'NOT POSTED TO GL, NET NOT NUMERIC, QUOTE: ',
                   TRAN-QUOTE-NO, ' CUSTOMER: ', TRAN-IDENT
           ELSE
               MOVE TRAN-NET TO WS-GL-LINE-NET
               IF TRAN-TAX-DOLS IS NUMERIC AND
                  TRAN-TAX-CENTS IS NUMERIC
                   MOVE TRAN-TAX-AMOUNT TO WS-GL-LINE-TAX
               ELSE
                   MOVE ZERO TO WS-GL-LINE-TAX
               END-IF
               IF TRAN-QUOTE-NO IS NUMERIC
                   MOVE TRAN-QUOTE-NO TO WS-GL-LINE-QUOTE
               ELSE
                   MOVE ZERO TO WS-GL-LINE-QUOTE
               END-IF
               IF WS-GL-QUOTE-OPEN = 'Y' AND
                  WS-GL-LINE-QUOTE NOT = WS-GL-HOLD-QUOTE
                   PERFORM 220-POST-QUOTE-TO-GL
               END-IF
               IF WS-GL-QUOTE-OPEN = 'N'
                   MOVE 'Y' TO WS-GL-QUOTE-OPEN
                   MOVE WS-GL-LINE-QUOTE TO WS-GL-HOLD-QUOTE
                   MOVE ZERO TO WS-GL-QUOTE-NET
                   MOVE ZERO TO WS-GL-QUOTE-TAX
               END-IF
               ADD WS-GL-LINE-NET TO WS-GL-QUOTE-NET
               ADD WS-GL-LINE-TAX TO WS-GL-QUOTE-TAX
           END-IF.
       220-POST-QUOTE-TO-GL.
           MOVE WS-GL-HOLD-QUOTE TO WS-GL-REFERENCE
           MOVE WS-GL-AR-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           ADD WS-GL-QUOTE-NET WS-GL-QUOTE-TAX GIVING WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-SALES-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           MOVE WS-GL-QUOTE-NET TO WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-TAX-ACCOUNT TO WS-GL-ACCOUNT
           MOVE WS-GL-QUOTE-TAX TO WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY
           MOVE 'N' TO WS-GL-QUOTE-OPEN.
      ******************************************************************
      *A ZERO LINE (AN EXEMPT SALE'S TAX) IS LEFT OFF THE INTERFACE    *
      ******************************************************************
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'EODCLOSE' TO GLI-SOURCE
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
      *AFTER A CLEAN CLOSE THE DAILY FILE'S STAMP IS RECORDED AS       *
