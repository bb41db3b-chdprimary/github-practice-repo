      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 29 Aug 2026.                                      *
      *PURPOSE. READ-ONLY COUNTER INQUIRY FOR THE REPS.  KEY A PART    *
      *         NUMBER AND SEE THE DESCRIPTION, QUANTITY ON HAND IN    *
      *         TOTAL AND AT EACH LOCATION, THE PRICE IN FORCE TODAY   *
      *         FROM THE EFFECTIVE-DATED PRICE FILE (THE SAME RULE THE *
      *         QUOTE PROGRAM APPLIES), AND ANY OPEN BACKORDER LINES   *
      *         FOR THE PART; KEY A CUSTOMER ID AND SEE NAME, STATUS,  *
      *         CREDIT LIMIT, OPEN BALANCE, AND REMAINING CREDIT.  NO  *
      *         FILE IS EVER OPENED FOR UPDATE, SO THIS CAN RUN FREELY *
      *         DURING THE DAY -- ANSWERING THE PHONE USED TO MEAN     *
      *         STARTING A THROWAWAY QUOTE OR OPENING THE MASTER IN A  *
      *         FILE VIEWER.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO 'C:\CHAPTER5\BACKORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CMST-CREDIT-LIMIT     PIC 9(7).
           05  CMST-STATUS           PIC X(1).
           05  CMST-BALANCE          PIC 9(7)V99.
           05  CMST-TAX-JURIS        PIC X(4).
           05  CMST-TAX-EXEMPT       PIC X(1).
           05  CMST-EXEMPT-CERT      PIC X(15).
           05  CMST-REP-CODE         PIC X(3).
      ******************************************************************
      *QUANTITY ON HAND BY PART AND LOCATION -- SEE INVMAINT           *
      ******************************************************************
       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-REC.
           05  SLOC-KEY.
               10  SLOC-PART-NO      PIC X(5).
               10  SLOC-LOCATION     PIC X(4).
           05  SLOC-QTY-ON-HAND      PIC 9(5).
       FD  BACKORDER-FILE.
       01  BACKORDER-REC.
           05  BO-CUST-ID            PIC X(5).
           05  BO-OPEN-QTY           PIC 9(5).
           05  BO-QUOTE-DATE         PIC 9(8).
           05  BO-QUOTE-NO           PIC 9(6).
           05  BO-DISCOUNT-PERCENT   PIC V99.
           05  BO-LOCATION           PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  MORE-BO-RECORDS           PIC A(1).
       01  WS-PRICE-FILE-STATUS      PIC X(2).
       01  WS-PRICE-FILE-OK          PIC X(1)  VALUE 'Y'.
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-OK              PIC X(1)  VALUE 'Y'.
       01  WS-STKLOC-DONE            PIC X(1).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-PART-NO-IN             PIC X(5).
       01  WS-CUST-ID-IN             PIC X(5).
                   WS-PRICE-FILE-STATUS
               DISPLAY 'THE CURRENT MASTER PRICE WILL BE SHOWN'
           END-IF
           OPEN INPUT STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               MOVE 'N' TO WS-STKLOC-OK
               DISPLAY 'WARNING: STOCK LOCATION FILE NOT AVAILABLE, '
                   'STATUS: ', WS-STKLOC-STATUS
               DISPLAY 'ONLY THE ALL-LOCATIONS TOTAL WILL BE SHOWN'
           END-IF
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'INQUIRY? P=PART C=CUSTOMER Q=QUIT'
           IF WS-PRICE-FILE-OK = 'Y'
               CLOSE PRICE-HISTORY-FILE
           END-IF
           IF WS-STKLOC-OK = 'Y'
               CLOSE STOCK-LOCATION-FILE
           END-IF
           DISPLAY 'INQUIRY ENDED'
           STOP RUN.
       200-PART-INQUIRY.
       220-SHOW-PART.
           DISPLAY 'DESCRIPTION:   ', MST-PART-DESCRIPTION
           DISPLAY 'QTY ON HAND:   ', MST-QTY-ON-HAND
           IF WS-STKLOC-OK = 'Y'
               PERFORM 230-SHOW-LOCATIONS
           END-IF
           MOVE MST-UNIT-PRICE TO WS-TODAY-PRICE
           PERFORM 240-LOOKUP-TODAY-PRICE
           MOVE WS-TODAY-PRICE TO WS-TODAY-PRICE-OUT
           DISPLAY 'PRICE TODAY:   ', WS-TODAY-PRICE-OUT
           PERFORM 260-SHOW-OPEN-BACKORDERS.
      ******************************************************************
      *THE STOCK RECORDS FOR A PART SIT TOGETHER IN KEY ORDER, SO THE  *
      *BROWSE STARTS AT THE PART AND STOPS WHEN THE PART CHANGES       *
      ******************************************************************
       230-SHOW-LOCATIONS.
           MOVE 'N' TO WS-STKLOC-DONE
           MOVE WS-PART-NO-IN TO SLOC-PART-NO
           MOVE LOW-VALUES TO SLOC-LOCATION
           START STOCK-LOCATION-FILE KEY NOT < SLOC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STKLOC-DONE
           END-START
           PERFORM UNTIL WS-STKLOC-DONE = 'Y'
               READ STOCK-LOCATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STKLOC-DONE
                   NOT AT END
                       IF SLOC-PART-NO NOT = WS-PART-NO-IN
                           MOVE 'Y' TO WS-STKLOC-DONE
                       ELSE
                           DISPLAY '  AT ', SLOC-LOCATION, ':     ',
                               SLOC-QTY-ON-HAND
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      *THE PRICE IN FORCE TODAY IS THE LATEST PRICE RECORD FOR THE     *
      *PART WHOSE EFFECTIVE DATE IS NOT AFTER TODAY -- THE SAME RULE   *
      *THE QUOTE PROGRAM'S 177-LOOKUP-PRICE APPLIES.  WITH NO          *
                          BO-OPEN-QTY NUMERIC
                           ADD 1 TO WS-BO-LINES
                           ADD BO-OPEN-QTY TO WS-BO-OPEN-TOTAL
                           IF BO-LOCATION = SPACES
                               MOVE 'MAIN' TO BO-LOCATION
                           END-IF
                           DISPLAY 'BACKORDER: CUST ', BO-CUST-ID,
                               '  QTY ', BO-OPEN-QTY,
                               '  DATED ', BO-QUOTE-DATE,
                               '  AT ', BO-LOCATION
                       END-IF
               END-READ
           END-PERFORM
           END-READ.
       320-SHOW-CUSTOMER.
           DISPLAY 'NAME:             ', CMST-CUST-NAME
           EVALUATE CMST-STATUS
               WHEN 'A'
                   DISPLAY 'STATUS:           ACTIVE'
               WHEN 'H'
                   DISPLAY 'STATUS:           CREDIT HOLD -- NEW '
                       'QUOTES ARE REJECTED UNTIL THE PAST DUE ITEMS '
                       'ARE PAID'
               WHEN OTHER
                   DISPLAY 'STATUS:           INACTIVE'
           END-EVALUATE
           DISPLAY 'CREDIT LIMIT:     ', CMST-CREDIT-LIMIT
           DISPLAY 'OPEN BALANCE:     ', CMST-BALANCE
           COMPUTE WS-REMAINING-CREDIT =
           IF WS-REMAINING-CREDIT < ZERO
               DISPLAY 'CUSTOMER IS OVER THE CREDIT LIMIT -- NEW '
                   'QUOTES WILL BE HELD FOR SUPERVISOR REVIEW'
           END-IF
           DISPLAY 'TAX JURISDICTION: ', CMST-TAX-JURIS
           IF CMST-TAX-EXEMPT = 'Y'
               DISPLAY 'TAX EXEMPT, CERTIFICATE: ', CMST-EXEMPT-CERT
           END-IF.
