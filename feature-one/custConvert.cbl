      *         CUSTOMER STARTS ACTIVE WITH THE HOUSE DEFAULT LIMIT    *
      *         AND A ZERO BALANCE; CREDIT REVIEWS THE LIMITS WITH     *
      *         THE CUSTMNT MAINTENANCE PROGRAM AFTERWARD.             *
      *         EVERY CUSTOMER IS ALSO PUT IN THE HOME SALES TAX       *
      *         JURISDICTION KEYED AT THE START OF THE RUN (IT MUST    *
      *         BE ON TAXRATE.DAT, SET UP WITH TAXMNT) AND MARKED      *
      *         TAXABLE; CUSTMNT MOVES OUT-OF-AREA AND EXEMPT          *
      *         CUSTOMERS AFTERWARD.  NO SALES REP IS ASSIGNED (HOUSE  *
      *         ACCOUNT) UNTIL CUSTMNT GIVES THE CUSTOMER ONE.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO 'C:\CHAPTER5\TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-JURIS
               FILE STATUS IS WS-TAX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-IN.
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
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-TAX-FILE-STATUS        PIC X(2).
       01  WS-HOME-JURIS             PIC X(4).
       01  WS-RELOAD-ANSWER          PIC X(1).
       01  WS-RECORDS-LOADED         PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-DROPPED        PIC 9(5)  VALUE ZERO.
                   DISPLAY 'NOTHING CONVERTED'
                   STOP RUN
           END-EVALUATE
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN TAX RATE TABLE, STATUS: ',
                   WS-TAX-FILE-STATUS
               DISPLAY 'SET UP THE JURISDICTIONS WITH TAXMNT FIRST, '
                   'NOTHING CONVERTED'
               STOP RUN
           END-IF
           PERFORM 150-GET-HOME-JURIS
           CLOSE TAX-RATE-FILE
           OPEN INPUT CUSTOMER-IN
           OPEN OUTPUT CUSTOMER-MASTER
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
           DISPLAY 'RECORDS LOADED:  ', WS-RECORDS-LOADED
           DISPLAY 'RECORDS DROPPED: ', WS-RECORDS-DROPPED
           STOP RUN.
       150-GET-HOME-JURIS.
           DISPLAY 'ENTER THE HOME TAX JURISDICTION FOR EVERY '
               'CUSTOMER, FORMAT XXXX.'
           ACCEPT WS-HOME-JURIS
           MOVE WS-HOME-JURIS TO TAX-JURIS
           READ TAX-RATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM UNTIL WS-TAX-FILE-STATUS = '00'
               DISPLAY 'JURISDICTION NOT ON THE TAX RATE TABLE, '
                   'RE-ENTER'
               ACCEPT WS-HOME-JURIS
               MOVE WS-HOME-JURIS TO TAX-JURIS
               READ TAX-RATE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM
           DISPLAY 'HOME JURISDICTION: ', TAX-DESCRIPTION, ' RATE: ',
               TAX-RATE.
       200-LOAD-MASTER.
      ******************************************************************
      *A BLANK LINE IN THE OLD FILE IS AN EDITOR ARTIFACT -- LOADING   *
           MOVE WS-DEFAULT-CREDIT-LIMIT TO CMST-CREDIT-LIMIT
           MOVE 'A' TO CMST-STATUS
           MOVE ZERO TO CMST-BALANCE
           MOVE WS-HOME-JURIS TO CMST-TAX-JURIS
           MOVE 'N' TO CMST-TAX-EXEMPT
           MOVE SPACES TO CMST-EXEMPT-CERT
           MOVE SPACES TO CMST-REP-CODE
           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-RECORDS-DROPPED
