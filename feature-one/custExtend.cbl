       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTEXT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 07 Sep 2026.                                      *
      *PURPOSE. ONE-TIME EXTENSION RUN FOR SITES ALREADY ON THE        *
      *         INDEXED CUSTOMER MASTER.  READS THE OLD CUSTMAST.DAT   *
      *         (NO SALES TAX FIELDS) AND WRITES CUSTMSTN.DAT IN THE   *
      *         NEW LAYOUT WITH EVERY CUSTOMER IN THE HOME TAX         *
      *         JURISDICTION THE OPERATOR KEYS, TAXABLE, WITH NO       *
      *         EXEMPTION CERTIFICATE AND NO SALES REP.  THE OFFICE    *
      *         THEN MOVES OUT-OF-AREA CUSTOMERS, MARKS EXEMPT ONES    *
      *         WITH THEIR CERTIFICATE NUMBERS, AND ASSIGNS REPS       *
      *         THROUGH CUSTMNT.  THE HOME JURISDICTION MUST ALREADY   *
      *         BE ON THE TAXRATE.DAT TABLE (SET UP WITH TAXMNT).      *
      *         AFTER A CLEAN RUN THE OPERATOR REPLACES CUSTMAST.DAT   *
      *         WITH CUSTMSTN.DAT; UNTIL THEN NOTHING IS TOUCHED.      *
      *         EVERY OTHER PROGRAM NOW EXPECTS THE NEW LAYOUT AND     *
      *         WILL NOT OPEN THE OLD FILE.  (A SITE STILL ON THE OLD  *
      *         CUSTOMER.DAT GOES THROUGH CUSTCONV, AND A MASTER THAT  *
      *         ALREADY CARRIES THE TAX FIELDS GOES THROUGH CUSTEXT2;  *
      *         BOTH WRITE THE NEW LAYOUT DIRECTLY.)                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CUST-ID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-MASTER
               ASSIGN TO 'C:\CHAPTER5\CUSTMSTN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-CUST-ID
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO 'C:\CHAPTER5\TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-JURIS
               FILE STATUS IS WS-TAX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-MASTER-REC.
           05  OLD-CUST-ID           PIC X(5).
           05  OLD-CUST-NAME         PIC X(20).
           05  OLD-CREDIT-LIMIT      PIC 9(7).
           05  OLD-STATUS            PIC X(1).
           05  OLD-BALANCE           PIC 9(7)V99.
       FD  NEW-MASTER.
       01  NEW-MASTER-REC.
           05  NEW-CUST-ID           PIC X(5).
           05  NEW-CUST-NAME         PIC X(20).
           05  NEW-CREDIT-LIMIT      PIC 9(7).
           05  NEW-STATUS            PIC X(1).
           05  NEW-BALANCE           PIC 9(7)V99.
           05  NEW-TAX-JURIS         PIC X(4).
           05  NEW-TAX-EXEMPT        PIC X(1).
           05  NEW-EXEMPT-CERT       PIC X(15).
           05  NEW-REP-CODE          PIC X(3).
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05  TAX-JURIS             PIC X(4).
           05  TAX-DESCRIPTION       PIC X(20).
           05  TAX-RATE              PIC V9(4).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-OLD-FILE-STATUS        PIC X(2).
       01  WS-NEW-FILE-STATUS        PIC X(2).
       01  WS-TAX-FILE-STATUS        PIC X(2).
       01  WS-HOME-JURIS             PIC X(4).
       01  WS-RECORDS-LOADED         PIC 9(5)  VALUE ZERO.
       01  WS-RECORDS-DROPPED        PIC 9(5)  VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
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
           OPEN INPUT OLD-MASTER
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN OLD MASTER, STATUS: ',
                   WS-OLD-FILE-STATUS
               DISPLAY 'NOTHING CONVERTED'
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-MASTER
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT CREATE NEW MASTER, STATUS: ',
                   WS-NEW-FILE-STATUS
               CLOSE OLD-MASTER
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ OLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 200-EXTEND-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER
                 NEW-MASTER
           DISPLAY ' '
           DISPLAY 'MASTER EXTENSION COMPLETE'
           DISPLAY 'RECORDS LOADED:  ', WS-RECORDS-LOADED
           DISPLAY 'RECORDS DROPPED: ', WS-RECORDS-DROPPED
           DISPLAY 'REPLACE CUSTMAST.DAT WITH CUSTMSTN.DAT, THEN SET '
               'OTHER JURISDICTIONS AND EXEMPTIONS THROUGH CUSTMNT'
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
       200-EXTEND-RECORD.
           MOVE OLD-CUST-ID TO NEW-CUST-ID
           MOVE OLD-CUST-NAME TO NEW-CUST-NAME
           MOVE OLD-CREDIT-LIMIT TO NEW-CREDIT-LIMIT
           MOVE OLD-STATUS TO NEW-STATUS
           MOVE OLD-BALANCE TO NEW-BALANCE
           MOVE WS-HOME-JURIS TO NEW-TAX-JURIS
           MOVE 'N' TO NEW-TAX-EXEMPT
           MOVE SPACES TO NEW-EXEMPT-CERT
           MOVE SPACES TO NEW-REP-CODE
           WRITE NEW-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-RECORDS-DROPPED
                   DISPLAY 'WRITE ERROR STATUS ', WS-NEW-FILE-STATUS,
                       ' ON CUSTOMER: ', OLD-CUST-ID
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.
