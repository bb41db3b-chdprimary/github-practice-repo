      *         CREDIT LIMIT AT ALL.  ACTIONS:                         *
      *           A - ADD A NEW CUSTOMER                               *
      *           C - CHANGE NAME, CREDIT LIMIT, STATUS, OR BALANCE    *
      *               OR THE SALES TAX JURISDICTION AND EXEMPTION      *
      *               OR THE SALES REP                                 *
      *               (BALANCE CHANGES COVER PAYMENTS AND WRITE-OFFS). *
      *               STATUS H IS CREDIT HOLD: THE QUOTE PROGRAM       *
      *               REJECTS THE CUSTOMER UNTIL IT IS SET BACK TO A.  *
      *               A HOLD PUT ON HERE IS ONLY TAKEN OFF HERE; ONE   *
      *               THE COLLECT RUN PUT ON COMES OFF WHEN CASHPOST   *
      *               POSTS THE PAYMENT THAT CLEARS IT                 *
      *           D - DEACTIVATE, SO THE QUOTE PROGRAM REJECTS THE     *
      *               CUSTOMER LIKE AN UNKNOWN ONE                     *
      *           Q - QUIT                                             *
      *         EVERY CUSTOMER CARRIES A TAX JURISDICTION THAT MUST BE *
      *         ON THE TAXRATE.DAT TABLE, AND AN EXEMPT CUSTOMER MUST  *
      *         HAVE ITS EXEMPTION CERTIFICATE NUMBER ON FILE -- THE   *
      *         STATE ASKS FOR IT WHEN AN EXEMPT SALE IS AUDITED.      *
      *         THE SALES REP CODE MUST BE ON THE SLSREP.DAT TABLE     *
      *         (KEPT WITH REPMNT); A BLANK CODE IS A HOUSE ACCOUNT    *
      *         THAT EARNS NOBODY COMMISSION.                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO 'C:\CHAPTER5\TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-JURIS
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT OPTIONAL SALES-REP-FILE
               ASSIGN TO 'C:\CHAPTER5\SLSREP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REP-CODE
               FILE STATUS IS WS-REP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
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
       FD  SALES-REP-FILE.
       01  SALES-REP-REC.
           05  REP-CODE              PIC X(3).
           05  REP-NAME              PIC X(20).
           05  REP-EMP-NO            PIC X(5).
           05  REP-BASIS             PIC X(1).
           05  REP-RATE              PIC V9(4).
           05  REP-LAST-MONTH        PIC 9(6).
           05  REP-CARRY             PIC S9(5)V99.
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-BALANCE-X              PIC X(9).
       01  WS-BALANCE REDEFINES WS-BALANCE-X
                                     PIC 9(7)V99.
       01  WS-TAX-FILE-STATUS        PIC X(2).
       01  WS-TAX-JURIS              PIC X(4).
       01  WS-TAX-EXEMPT             PIC X(1).
       01  WS-EXEMPT-CERT            PIC X(15).
       01  WS-REP-FILE-STATUS        PIC X(2).
       01  WS-REP-CODE               PIC X(3).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
      ******************************************************************
               DISPLAY 'RUN THE CUSTCONV CONVERSION FIRST'
               STOP RUN
           END-IF
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN TAX RATE TABLE, STATUS: ',
                   WS-TAX-FILE-STATUS
               DISPLAY 'SET UP THE JURISDICTIONS WITH TAXMNT FIRST'
               CLOSE CUSTOMER-MASTER
               STOP RUN
           END-IF
           OPEN INPUT SALES-REP-FILE
           IF WS-REP-FILE-STATUS NOT = '00' AND
              WS-REP-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN SALES REP TABLE, STATUS: ',
                   WS-REP-FILE-STATUS
               CLOSE CUSTOMER-MASTER
                     TAX-RATE-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'ACTION? A=ADD C=CHANGE D=DEACTIVATE Q=QUIT'
               END-EVALUATE
           END-PERFORM
           CLOSE CUSTOMER-MASTER
                 TAX-RATE-FILE
                 SALES-REP-FILE
           DISPLAY 'CUSTOMER MAINTENANCE ENDED'
           STOP RUN.
       200-ADD-CUSTOMER.
           DISPLAY 'ENTER CUSTOMER NAME'
           ACCEPT WS-CUST-NAME
           PERFORM 500-GET-CREDIT-LIMIT
           PERFORM 510-GET-TAX-FIELDS
           PERFORM 520-GET-REP-CODE
           MOVE WS-CUST-ID TO CMST-CUST-ID
           MOVE WS-CUST-NAME TO CMST-CUST-NAME
           MOVE WS-CREDIT-LIMIT TO CMST-CREDIT-LIMIT
           MOVE 'A' TO CMST-STATUS
           MOVE ZERO TO CMST-BALANCE
           MOVE WS-TAX-JURIS TO CMST-TAX-JURIS
           MOVE WS-TAX-EXEMPT TO CMST-TAX-EXEMPT
           MOVE WS-EXEMPT-CERT TO CMST-EXEMPT-CERT
           MOVE WS-REP-CODE TO CMST-REP-CODE
           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   IF WS-MASTER-FILE-STATUS = '22'
               DISPLAY 'ENTER NEW CUSTOMER NAME'
               ACCEPT WS-CUST-NAME
               PERFORM 500-GET-CREDIT-LIMIT
               DISPLAY 'ENTER STATUS, A=ACTIVE I=INACTIVE '
                   'H=CREDIT HOLD'
               ACCEPT WS-STATUS-IN
               PERFORM UNTIL WS-STATUS-IN = 'A' OR WS-STATUS-IN = 'I'
                   OR WS-STATUS-IN = 'H'
                   DISPLAY 'STATUS MUST BE A, I OR H, RE-ENTER'
                   ACCEPT WS-STATUS-IN
               END-PERFORM
               DISPLAY 'ENTER OPEN BALANCE, 9 DIGITS, NO DECIMAL '
                   DISPLAY 'BALANCE MUST BE NUMERIC, RE-ENTER'
                   ACCEPT WS-BALANCE-X
               END-PERFORM
               PERFORM 510-GET-TAX-FIELDS
               PERFORM 520-GET-REP-CODE
               MOVE WS-CUST-NAME TO CMST-CUST-NAME
               MOVE WS-CREDIT-LIMIT TO CMST-CREDIT-LIMIT
               MOVE WS-STATUS-IN TO CMST-STATUS
               MOVE WS-BALANCE TO CMST-BALANCE
               MOVE WS-TAX-JURIS TO CMST-TAX-JURIS
               MOVE WS-TAX-EXEMPT TO CMST-TAX-EXEMPT
               MOVE WS-EXEMPT-CERT TO CMST-EXEMPT-CERT
               MOVE WS-REP-CODE TO CMST-REP-CODE
               REWRITE CUSTOMER-MASTER-REC
               IF WS-MASTER-FILE-STATUS = '00'
                   DISPLAY 'CUSTOMER CHANGED: ', WS-CUST-ID
               DISPLAY 'CREDIT LIMIT MUST BE NUMERIC, RE-ENTER'
               ACCEPT WS-CREDIT-LIMIT-X
           END-PERFORM.
      ******************************************************************
      *THE JURISDICTION MUST BE ON THE RATE TABLE EVEN FOR AN EXEMPT   *
      *CUSTOMER -- THE MONTH-END LIABILITY REPORT FILES EXEMPT SALES   *
      *UNDER IT TOO.  AN EXEMPT CUSTOMER WITH NO CERTIFICATE NUMBER    *
      *IS NOT ACCEPTED; A TAXABLE ONE CARRIES NONE                     *
      ******************************************************************
       510-GET-TAX-FIELDS.
           DISPLAY 'ENTER TAX JURISDICTION CODE IN FORMAT XXXX.'
           ACCEPT WS-TAX-JURIS
           MOVE WS-TAX-JURIS TO TAX-JURIS
           READ TAX-RATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM UNTIL WS-TAX-FILE-STATUS = '00'
               DISPLAY 'JURISDICTION NOT ON THE TAX RATE TABLE, '
                   'RE-ENTER'
               ACCEPT WS-TAX-JURIS
               MOVE WS-TAX-JURIS TO TAX-JURIS
               READ TAX-RATE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM
           DISPLAY 'JURISDICTION: ', TAX-DESCRIPTION, ' RATE: ',
               TAX-RATE
           DISPLAY 'TAX EXEMPT? (Y/N)'
           ACCEPT WS-TAX-EXEMPT
           PERFORM UNTIL WS-TAX-EXEMPT = 'Y' OR WS-TAX-EXEMPT = 'N'
               DISPLAY 'ANSWER MUST BE Y OR N, RE-ENTER'
               ACCEPT WS-TAX-EXEMPT
           END-PERFORM
           MOVE SPACES TO WS-EXEMPT-CERT
           IF WS-TAX-EXEMPT = 'Y'
               DISPLAY 'ENTER EXEMPTION CERTIFICATE NUMBER'
               ACCEPT WS-EXEMPT-CERT
               PERFORM UNTIL WS-EXEMPT-CERT NOT = SPACES
                   DISPLAY 'AN EXEMPT CUSTOMER NEEDS A CERTIFICATE '
                       'NUMBER, RE-ENTER'
                   ACCEPT WS-EXEMPT-CERT
               END-PERFORM
           END-IF.
      ******************************************************************
      *A BLANK REP CODE LEAVES THE CUSTOMER A HOUSE ACCOUNT; ANY OTHER *
      *CODE MUST BE ON THE REP TABLE OR THE COMMISSION RUN COULD NOT   *
      *PAY ANYONE FOR THE SALE                                         *
      ******************************************************************
       520-GET-REP-CODE.
           DISPLAY 'ENTER SALES REP CODE, XXX, BLANK FOR A HOUSE '
               'ACCOUNT'
           ACCEPT WS-REP-CODE
           PERFORM 530-CHECK-REP-CODE
           PERFORM UNTIL WS-REP-FILE-STATUS = '00'
               DISPLAY 'REP CODE NOT ON THE SALES REP TABLE, RE-ENTER'
               ACCEPT WS-REP-CODE
               PERFORM 530-CHECK-REP-CODE
           END-PERFORM.
       530-CHECK-REP-CODE.
           IF WS-REP-CODE = SPACES
               MOVE '00' TO WS-REP-FILE-STATUS
           ELSE
               MOVE WS-REP-CODE TO REP-CODE
               READ SALES-REP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'SALES REP: ', REP-NAME
               END-READ
           END-IF.
       600-FETCH-CUSTOMER.
           DISPLAY 'ENTER CUST-ID IN FORMAT XXXXX.'
           ACCEPT WS-CUST-ID
                   DISPLAY 'CREDIT LIMIT: ', CMST-CREDIT-LIMIT
                   DISPLAY 'STATUS:       ', CMST-STATUS
                   DISPLAY 'BALANCE:      ', CMST-BALANCE
                   DISPLAY 'TAX JURIS:    ', CMST-TAX-JURIS
                   DISPLAY 'TAX EXEMPT:   ', CMST-TAX-EXEMPT
                   IF CMST-TAX-EXEMPT = 'Y'
                       DISPLAY 'CERTIFICATE:  ', CMST-EXEMPT-CERT
                   END-IF
                   DISPLAY 'SALES REP:    ', CMST-REP-CODE
           END-READ.
