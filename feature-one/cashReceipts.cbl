      *         PAYREJ.DAT, SAVE IT AS PAYFIX.DAT, AND RERUN IN FIX    *
      *         MODE.  REASON CODES: UC UNKNOWN CUSTOMER, NA AMOUNT    *
      *         NOT NUMERIC, ZA AMOUNT IS ZERO.                        *
      *         EVERY CHECK POSTED IS ALSO WRITTEN TO THE GL INTERFACE *
      *         FILE AS A BALANCED ENTRY UNDER ITS CHECK NUMBER --     *
      *         CASH DEBITED, AR CREDITED FOR WHAT THE CUSTOMER OWED,  *
      *         AND ANY OVERPAYMENT CREDITED TO ITS OWN ACCOUNT -- ON  *
      *         THE ACCOUNTS GLMAPMNT MAPS FOR CASHPOST.  NOTHING IS   *
      *         POSTED WHILE ONE OF THOSE MAPPINGS IS MISSING.         *
      *         A CUSTOMER THE COLLECT RUN PUT ON CREDIT HOLD COMES    *
      *         OFF HOLD HERE AS SOON AS THEIR PAYMENTS COVER THE OLD  *
      *         ITEMS RECORDED ON THE CREDIT HOLD FILE (OR CLEAR THE   *
      *         WHOLE BALANCE); THE REGISTER SHOWS EVERY RELEASE.  A   *
      *         HOLD SET BY HAND IN CUSTMNT IS LEFT ALONE.             *
      *         AFTER EACH CHECK ITS NUMBER, ITS PLACE ON THE INPUT    *
      *         AND THE RUN'S TOTALS ARE WRITTEN TO THE CHECKPOINT     *
      *         FILE CASHCK.DAT.  IF THE RUN DIES PART WAY, RUN IT     *
      *         AGAIN ON THE SAME FILE: IT SKIPS THE CHECKS ALREADY    *
      *         DONE (LISTING THEM ON THE REGISTER), POSTS THE REST    *
      *         UNDER THE SAME GL BATCH, AND LOGS ITS START AS A       *
      *         RESTART.                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL AR-DETAIL-FILE
               ASSIGN TO 'C:\CHAPTER5\ARDETAIL.DAT'
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
           SELECT OPTIONAL CREDIT-HOLD-FILE
               ASSIGN TO 'C:\CHAPTER5\CRHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRH-CUST-ID
               FILE STATUS IS WS-CRHOLD-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'C:\CHAPTER5\CASHCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-INPUT-FILE.
           05  CMST-CREDIT-LIMIT     PIC 9(7).
           05  CMST-STATUS           PIC X(1).
           05  CMST-BALANCE          PIC 9(7)V99.
           05  CMST-TAX-JURIS        PIC X(4).
           05  CMST-TAX-EXEMPT       PIC X(1).
           05  CMST-EXEMPT-CERT      PIC X(15).
           05  CMST-REP-CODE         PIC X(3).
       FD  RECEIPTS-REGISTER-FILE.
       01  RECEIPTS-REGISTER-REC     PIC X(90).
      ******************************************************************
           05  AR-ITEM-TYPE          PIC X(1).
           05  AR-REFERENCE          PIC X(6).
           05  AR-AMOUNT             PIC 9(7)V99.
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
      *CREDIT HOLDS PLACED BY THE COLLECT RUN -- SEE COLLECT FOR THE   *
      *LAYOUT NOTES.  CRH-PAST-DUE IS WHAT IS STILL OWED ON THE ITEMS  *
      *THAT CAUSED THE HOLD                                            *
      ******************************************************************
       FD  CREDIT-HOLD-FILE.
       01  CREDIT-HOLD-REC.
           05  CRH-CUST-ID           PIC X(5).
           05  CRH-HOLD-DATE         PIC 9(8).
           05  CRH-PAST-DUE          PIC 9(7)V99.
      ******************************************************************
      *THE LAST CHECK DONE -- ITS PLACE ON THE INPUT, CUSTOMER AND     *
      *CHECK NUMBER, AND WHICH INPUT FILE THE RUN WAS READING -- AND   *
      *THE RUN'S TOTALS UP TO THERE.  ZERO ONCE A RUN FINISHES CLEAN   *
      ******************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-LINE-NO          PIC 9(5).
           05  CKPT-CUST-ID          PIC X(5).
           05  CKPT-CHECK-NO         PIC X(6).
           05  CKPT-RERUN-MODE       PIC X(1).
           05  CKPT-RUN-DATE         PIC 9(8).
           05  CKPT-GL-BATCH-STAMP   PIC 9(14).
           05  CKPT-PAYMENTS-READ    PIC 9(5).
           05  CKPT-PAYMENTS-POSTED  PIC 9(5).
           05  CKPT-PAYMENTS-REJECTED
                                     PIC 9(5).
           05  CKPT-CONTROL-TOTAL    PIC 9(9)V99.
           05  CKPT-HOLDS-RELEASED   PIC 9(5).
           05  CKPT-GL-ENTRIES       PIC 9(7).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-PAYMENT-FILE-STATUS    PIC X(2).
       01  WS-FIX-FILE-STATUS        PIC X(2).
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-CRHOLD-STATUS          PIC X(2).
       01  WS-CRH-FOUND              PIC X(1).
       01  WS-HOLD-RELEASED          PIC X(1).
       01  WS-HOLDS-RELEASED         PIC 9(5)  VALUE ZERO.
       01  WS-RERUN-MODE             PIC X(1)  VALUE 'N'.
       01  WS-REJECT-REASON          PIC X(2).
       01  WS-CUST-ID-IN             PIC X(5).
       01  WS-CONTROL-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-GL-MAP-OK              PIC X(1)  VALUE 'Y'.
       01  WS-GL-ITEM                PIC X(4).
       01  WS-GL-ACCOUNT             PIC X(10).
       01  WS-GL-CASH-ACCOUNT        PIC X(10).
       01  WS-GL-AR-ACCOUNT          PIC X(10).
       01  WS-GL-OVERPAY-ACCOUNT     PIC X(10).
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
       01  WS-GL-APPLIED             PIC 9(7)V99.
       01  WS-GL-OVERPAID            PIC 9(7)V99.
       01  WS-CKPT-FILE-STATUS       PIC X(2).
       01  WS-RESTART                PIC X(1)  VALUE 'N'.
       01  WS-RESTART-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-RESTART-CUST-ID        PIC X(5).
       01  WS-RESTART-CHECK-NO       PIC X(6).
       01  WS-RESTART-DATE           PIC 9(8)  VALUE ZERO.
       01  WS-RESTART-GL-STAMP       PIC 9(14) VALUE ZERO.
       01  WS-LINE-NO                PIC 9(5)  VALUE ZERO.
       01  WS-CHECKS-ALREADY         PIC 9(5)  VALUE ZERO.
       01  WS-CUST-REWRITTEN         PIC X(1)  VALUE 'N'.
       01  REGISTER-HEADING-LINE.
           05  FILLER                PIC X(30)
               VALUE 'CASH RECEIPTS REGISTER        '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  HDG-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(46)  VALUE SPACES.
       01  REGISTER-RESTART-LINE.
           05  FILLER                PIC X(30)
               VALUE 'RESTART OF THE STOPPED RUN OF '.
           05  RRS-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(22)
               VALUE ' -- CHECKS DONE:      '.
           05  RRS-LINE-NO           PIC 9(5).
           05  FILLER                PIC X(25)  VALUE SPACES.
       01  REGISTER-COLUMN-LINE.
           05  FILLER                PIC X(50)
               VALUE 'CUST   CHECK   CHECK-DATE  AMOUNT      NEW-BALAN'.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-NEW-BALANCE       PIC 9(7).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-NOTE              PIC X(30).
           05  FILLER                PIC X(8)   VALUE SPACES.
       01  REGISTER-REJECT-LINE.
           05  RRJ-CUST-ID           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           DISPLAY 'REPROCESS THE CORRECTED REJECT FILE PAYFIX.DAT '
               'INSTEAD OF PAYMENTS.DAT? (Y/N)'
           ACCEPT WS-RERUN-MODE
           PERFORM 050-GET-RESTART-POINT
           PERFORM 800-LOG-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 120-LOAD-GL-ACCOUNTS
           IF WS-RESTART = 'Y'
               MOVE WS-RESTART-GL-STAMP TO WS-GL-BATCH-STAMP
           END-IF
           IF WS-RERUN-MODE = 'Y'
               OPEN INPUT PAYMENT-RERUN-FILE
               IF WS-FIX-FILE-STATUS NOT = '00'
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRHOLD-STATUS NOT = '00' AND
              WS-CRHOLD-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN CREDIT HOLD FILE, STATUS: ',
                   WS-CRHOLD-STATUS
               DISPLAY 'CHECK CRHOLD.DAT, NOTHING POSTED'
               PERFORM 700-CLOSE-INPUT
               CLOSE CUSTOMER-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
      ******************************************************************
      *ON A RESTART THE STOPPED RUN'S REJECTS AND REGISTER LINES ARE   *
      *KEPT AND ADDED TO, SO PAYREJ.DAT AND THE REGISTER STILL COVER   *
      *THE WHOLE DEPOSIT                                               *
      ******************************************************************
           IF WS-RESTART = 'Y'
               OPEN EXTEND REJECT-OUT-FILE
           ELSE
               OPEN OUTPUT REJECT-OUT-FILE
           END-IF
           OPEN EXTEND AR-DETAIL-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-RESTART = 'Y'
               OPEN EXTEND RECEIPTS-REGISTER-FILE
               MOVE WS-RESTART-DATE TO RRS-RUN-DATE
               MOVE WS-RESTART-COUNT TO RRS-LINE-NO
               WRITE RECEIPTS-REGISTER-REC FROM REGISTER-RESTART-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               OPEN OUTPUT RECEIPTS-REGISTER-FILE
               WRITE RECEIPTS-REGISTER-REC FROM REGISTER-HEADING-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           WRITE RECEIPTS-REGISTER-REC FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               PERFORM 150-READ-PAYMENT
               IF MORE-RECORDS-IN = 'Y'
                   ADD 1 TO WS-LINE-NO
                   IF WS-LINE-NO NOT > WS-RESTART-COUNT
                       PERFORM 160-SKIP-DONE-CHECK
                   ELSE
                       ADD 1 TO WS-PAYMENTS-READ
                       MOVE 'N' TO WS-CUST-REWRITTEN
                       PERFORM 200-POST-PAYMENT THRU 200-EXIT
                       PERFORM 480-TAKE-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LINE-NO < WS-RESTART-COUNT
               PERFORM 170-WRONG-FILE-ABORT
           END-IF
           WRITE RECEIPTS-REGISTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CONTROL-TOTAL TO TOT-POSTED
               AFTER ADVANCING 1 LINE
           PERFORM 700-CLOSE-INPUT
           CLOSE CUSTOMER-MASTER
                 CREDIT-HOLD-FILE
                 REJECT-OUT-FILE
                 AR-DETAIL-FILE
                 GL-INTERFACE-FILE
                 RECEIPTS-REGISTER-FILE
           PERFORM 500-CLEAR-CHECKPOINT
           DISPLAY ' '
           DISPLAY 'CASH RECEIPTS POSTING COMPLETE'
           IF WS-RESTART = 'Y'
               DISPLAY 'RESTARTED -- CHECKS ALREADY DONE, SKIPPED: ',
                   WS-CHECKS-ALREADY
           END-IF
           DISPLAY 'PAYMENTS READ:     ', WS-PAYMENTS-READ
           DISPLAY 'PAYMENTS POSTED:   ', WS-PAYMENTS-POSTED
           DISPLAY 'PAYMENTS REJECTED: ', WS-PAYMENTS-REJECTED
           DISPLAY 'CONTROL TOTAL:     ', WS-CONTROL-TOTAL
           DISPLAY 'CREDIT HOLDS RELEASED: ', WS-HOLDS-RELEASED
           DISPLAY 'TIE THE CONTROL TOTAL TO THE BANK DEPOSIT'
           DISPLAY 'GL ENTRIES WRITTEN: ', WS-GL-ENTRIES,
               '  BATCH: CASHPOST ', WS-GL-BATCH-STAMP
           IF WS-PAYMENTS-REJECTED > ZERO
               DISPLAY 'REJECTS WRITTEN TO PAYREJ.DAT -- CORRECT '
                   'THEM, SAVE AS PAYFIX.DAT, AND RERUN'
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *A CHECKPOINT LEFT BY A RUN THAT DID NOT FINISH MAKES THIS RUN A *
      *RESTART.  IT READS THE SAME INPUT FILE THE STOPPED RUN READ,    *
      *WHATEVER THE ANSWER TO THE PAYFIX QUESTION, AND ITS TOTALS      *
      *CARRY ON FROM WHERE THE STOPPED RUN LEFT OFF                    *
      ******************************************************************
       050-GET-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   NOT AT END
                       IF CKPT-LINE-NO IS NUMERIC AND
                          CKPT-LINE-NO > ZERO
                           MOVE 'Y' TO WS-RESTART
                           MOVE CKPT-LINE-NO TO WS-RESTART-COUNT
                           MOVE CKPT-CUST-ID TO WS-RESTART-CUST-ID
                           MOVE CKPT-CHECK-NO TO WS-RESTART-CHECK-NO
                           MOVE CKPT-RERUN-MODE TO WS-RERUN-MODE
                           MOVE CKPT-RUN-DATE TO WS-RESTART-DATE
                           MOVE CKPT-GL-BATCH-STAMP
                               TO WS-RESTART-GL-STAMP
                           MOVE CKPT-PAYMENTS-READ TO WS-PAYMENTS-READ
                           MOVE CKPT-PAYMENTS-POSTED
                               TO WS-PAYMENTS-POSTED
                           MOVE CKPT-PAYMENTS-REJECTED
                               TO WS-PAYMENTS-REJECTED
                           MOVE CKPT-CONTROL-TOTAL TO WS-CONTROL-TOTAL
                           MOVE CKPT-HOLDS-RELEASED
                               TO WS-HOLDS-RELEASED
                           MOVE CKPT-GL-ENTRIES TO WS-GL-ENTRIES
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-RESTART = 'Y'
               DISPLAY 'RESTARTING THE CASH POSTING OF ',
                   WS-RESTART-DATE, ' AFTER CHECK ',
                   WS-RESTART-CHECK-NO, ' (LINE ', WS-RESTART-COUNT,
                   ')'
               IF WS-RERUN-MODE = 'Y'
                   DISPLAY 'THE STOPPED RUN WAS READING PAYFIX.DAT, '
                       'SO THIS ONE DOES TOO'
               ELSE
                   DISPLAY 'THE STOPPED RUN WAS READING PAYMENTS.DAT, '
                       'SO THIS ONE DOES TOO'
               END-IF
           END-IF.
      ******************************************************************
      *THE STOPPED RUN ALREADY POSTED OR REJECTED THIS CHECK.  THE     *
      *LAST ONE IT DID MUST BE THE CHECK IT RECORDED, OR THE INPUT     *
      *HAS BEEN CHANGED SINCE AND NOTHING MORE IS POSTED               *
      ******************************************************************
       160-SKIP-DONE-CHECK.
           IF WS-LINE-NO = WS-RESTART-COUNT AND
              (WS-CUST-ID-IN NOT = WS-RESTART-CUST-ID OR
               WS-CHECK-NO-IN NOT = WS-RESTART-CHECK-NO)
               PERFORM 170-WRONG-FILE-ABORT
           END-IF
           ADD 1 TO WS-CHECKS-ALREADY
           MOVE WS-CUST-ID-IN TO RRJ-CUST-ID
           MOVE WS-CHECK-NO-IN TO RRJ-CHECK-NO
           MOVE 'ALREADY DONE BEFORE THE RESTART' TO RRJ-REASON
           WRITE RECEIPTS-REGISTER-REC FROM REGISTER-REJECT-LINE
               AFTER ADVANCING 1 LINE.
       170-WRONG-FILE-ABORT.
           DISPLAY 'THE INPUT DOES NOT MATCH THE CHECKPOINT AT CHECK ',
               WS-RESTART-CHECK-NO, ' (LINE ', WS-RESTART-COUNT, ')'
           DISPLAY 'NOTHING MORE POSTED; PUT BACK THE FILE THE '
               'STOPPED RUN WAS READING AND RERUN'
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           PERFORM 700-CLOSE-INPUT
           CLOSE CUSTOMER-MASTER
                 CREDIT-HOLD-FILE
                 REJECT-OUT-FILE
                 AR-DETAIL-FILE
                 GL-INTERFACE-FILE
                 RECEIPTS-REGISTER-FILE
           STOP RUN.
      ******************************************************************
      *EVERY ACCOUNT THIS RUN POSTS TO IS LOOKED UP BEFORE ANY CHECK   *
      *IS APPLIED, SO A MISSING MAPPING CAN NEVER LEAVE A DEPOSIT ON   *
      *THE CUSTOMER BALANCES THAT IS NOT IN THE LEDGER                 *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NOTHING POSTED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 'CASH' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-CASH-ACCOUNT
           MOVE 'ARPY' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-AR-ACCOUNT
           MOVE 'OVPY' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-OVERPAY-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NOTHING '
                   'POSTED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'CASHPOST' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR CASHPOST ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
      ******************************************************************
      *ONE READ PARAGRAPH FEEDS THE LOOP FROM EITHER THE NORMAL        *
      *PAYMENT FILE OR THE CORRECTED REJECT FILE; BOTH LAND IN THE     *
      *SAME WORK FIELDS SO THE POSTING CANNOT TELL THE DIFFERENCE.     *
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       MOVE FIX-CUST-ID TO WS-CUST-ID-IN
                       MOVE FIX-CHECK-NO TO WS-CHECK-NO-IN
                       MOVE FIX-CHECK-DATE TO WS-CHECK-DATE-IN
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       MOVE PAY-CUST-ID TO WS-CUST-ID-IN
                       MOVE PAY-CHECK-NO TO WS-CHECK-NO-IN
                       MOVE PAY-CHECK-DATE TO WS-CHECK-DATE-IN
           MOVE SPACES TO REG-NOTE
           IF WS-AMOUNT-IN > CMST-BALANCE
               MOVE 'OVERPAYMENT' TO REG-NOTE
               MOVE CMST-BALANCE TO WS-GL-APPLIED
               SUBTRACT CMST-BALANCE FROM WS-AMOUNT-IN
                   GIVING WS-GL-OVERPAID
               MOVE ZERO TO CMST-BALANCE
           ELSE
               MOVE WS-AMOUNT-IN TO WS-GL-APPLIED
               MOVE ZERO TO WS-GL-OVERPAID
               SUBTRACT WS-AMOUNT-IN FROM CMST-BALANCE
           END-IF
           MOVE 'N' TO WS-CRH-FOUND
           MOVE 'N' TO WS-HOLD-RELEASED
           IF CMST-STATUS = 'H'
               PERFORM 260-CHECK-CREDIT-HOLD
           END-IF
           REWRITE CUSTOMER-MASTER-REC
           IF WS-CUSTMAST-STATUS NOT = '00'
               PERFORM 400-CUSTMAST-IO-ABORT
           END-IF
           MOVE 'Y' TO WS-CUST-REWRITTEN
           IF WS-CRH-FOUND = 'Y'
               PERFORM 265-UPDATE-CREDIT-HOLD
           END-IF
           ADD 1 TO WS-PAYMENTS-POSTED
           ADD WS-AMOUNT-IN TO WS-CONTROL-TOTAL
               ON SIZE ERROR
           MOVE 'P' TO AR-ITEM-TYPE
           MOVE WS-CHECK-NO-IN TO AR-REFERENCE
           MOVE WS-AMOUNT-IN TO AR-AMOUNT
           WRITE AR-DETAIL-REC
           PERFORM 270-POST-CHECK-TO-GL.
      ******************************************************************
      *PAYMENTS GO AGAINST THE OLDEST ITEMS FIRST, SO ONCE THE CHECKS  *
      *SINCE THE HOLD ADD UP TO WHAT WAS OWED ON THE OLD ITEMS THOSE   *
      *ITEMS ARE PAID AND THE HOLD COMES OFF.  STATUS H WITH NO CREDIT *
      *HOLD RECORD IS A HOLD SET BY HAND AND STAYS UNTIL TAKEN OFF BY  *
      *HAND.  THE CUSTOMER IS REWRITTEN BEFORE THE HOLD RECORD IS      *
      *TOUCHED, SO A STOP BETWEEN THE TWO LEAVES ONLY A RECORD THE     *
      *NEXT COLLECT RUN TIDIES UP                                      *
      ******************************************************************
       260-CHECK-CREDIT-HOLD.
           MOVE CMST-CUST-ID TO CRH-CUST-ID
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CRHOLD-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CRH-FOUND
                   IF WS-AMOUNT-IN NOT < CRH-PAST-DUE OR
                      CMST-BALANCE = ZERO
                       MOVE 'Y' TO WS-HOLD-RELEASED
                       MOVE 'A' TO CMST-STATUS
                       ADD 1 TO WS-HOLDS-RELEASED
                       IF REG-NOTE = SPACES
                           MOVE 'CREDIT HOLD RELEASED' TO REG-NOTE
                       ELSE
                           MOVE 'OVERPAYMENT, HOLD RELEASED'
                               TO REG-NOTE
                       END-IF
                   ELSE
                       SUBTRACT WS-AMOUNT-IN FROM CRH-PAST-DUE
                       MOVE 'STILL ON CREDIT HOLD' TO REG-NOTE
                   END-IF
               WHEN '23'
                   MOVE 'ON CREDIT HOLD, SET BY HAND' TO REG-NOTE
               WHEN OTHER
                   PERFORM 410-CRHOLD-IO-ABORT
           END-EVALUATE.
       265-UPDATE-CREDIT-HOLD.
           IF WS-HOLD-RELEASED = 'Y'
               DELETE CREDIT-HOLD-FILE RECORD
           ELSE
               REWRITE CREDIT-HOLD-REC
           END-IF
           IF WS-CRHOLD-STATUS NOT = '00'
               PERFORM 410-CRHOLD-IO-ABORT
           END-IF.
      ******************************************************************
      *THE WHOLE CHECK IS CASH IN THE BANK; ONLY WHAT THE CUSTOMER     *
      *OWED COMES OFF AR, AND THE REST OF AN OVERPAYMENT SITS IN ITS   *
      *OWN ACCOUNT UNTIL THE OFFICE REFUNDS OR APPLIES IT              *
      ******************************************************************
       270-POST-CHECK-TO-GL.
           MOVE WS-CHECK-NO-IN TO WS-GL-REFERENCE
           MOVE WS-GL-CASH-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           MOVE WS-AMOUNT-IN TO WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-AR-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           MOVE WS-GL-APPLIED TO WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-OVERPAY-ACCOUNT TO WS-GL-ACCOUNT
           MOVE WS-GL-OVERPAID TO WS-GL-AMOUNT
           PERFORM 760-WRITE-GL-ENTRY.
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'CASHPOST' TO GLI-SOURCE
               MOVE WS-GL-BATCH-STAMP TO GLI-BATCH-STAMP
               MOVE WS-RUN-DATE TO GLI-ENTRY-DATE
               MOVE WS-GL-REFERENCE TO GLI-REFERENCE
               MOVE WS-GL-ACCOUNT TO GLI-ACCOUNT
               MOVE WS-GL-DR-CR TO GLI-DR-CR
               MOVE WS-GL-AMOUNT TO GLI-AMOUNT
               WRITE GL-INTERFACE-REC
               ADD 1 TO WS-GL-ENTRIES
           END-IF.
       300-WRITE-REJECT.
           ADD 1 TO WS-PAYMENTS-REJECTED
           MOVE WS-CUST-ID-IN TO REJ-CUST-ID
           MOVE WS-CHECK-NO-IN TO RRJ-CHECK-NO
           WRITE RECEIPTS-REGISTER-REC FROM REGISTER-REJECT-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *THE CHECK IN HAND IS NOT ON THE CHECKPOINT, SO THE RERUN POSTS  *
      *IT AGAIN.  THAT IS RIGHT UNLESS THE CUSTOMER WAS ALREADY        *
      *REWRITTEN WITH IT, WHICH ONLY A CREDIT HOLD ERROR CAN LEAVE     *
      ******************************************************************
       400-CUSTMAST-IO-ABORT.
           DISPLAY 'CUSTOMER MASTER I-O ERROR, STATUS: ',
               WS-CUSTMAST-STATUS, ' ON CUSTOMER: ', WS-CUST-ID-IN
           DISPLAY 'RUN STOPPED AT CHECK ', WS-CHECK-NO-IN,
               ' -- FIX THE FILE AND RERUN; CHECKS ALREADY DONE '
               'WILL BE SKIPPED'
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           PERFORM 700-CLOSE-INPUT
           CLOSE CUSTOMER-MASTER
                 CREDIT-HOLD-FILE
                 REJECT-OUT-FILE
                 AR-DETAIL-FILE
                 GL-INTERFACE-FILE
                 RECEIPTS-REGISTER-FILE
           STOP RUN.
       410-CRHOLD-IO-ABORT.
           DISPLAY 'CREDIT HOLD FILE I-O ERROR, STATUS: ',
               WS-CRHOLD-STATUS, ' ON CUSTOMER: ', WS-CUST-ID-IN
           DISPLAY 'RUN STOPPED AT CHECK ', WS-CHECK-NO-IN,
               ' -- FIX THE FILE AND RERUN; CHECKS ALREADY DONE '
               'WILL BE SKIPPED'
           IF WS-CUST-REWRITTEN = 'Y'
               DISPLAY 'CUSTOMER ', WS-CUST-ID-IN, ' WAS ALREADY '
                   'CREDITED WITH THIS CHECK -- PUT THE BALANCE BACK '
                   'IN CUSTMNT BEFORE THE RERUN'
           END-IF
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           PERFORM 700-CLOSE-INPUT
           CLOSE CUSTOMER-MASTER
                 CREDIT-HOLD-FILE
                 REJECT-OUT-FILE
                 AR-DETAIL-FILE
                 GL-INTERFACE-FILE
                 RECEIPTS-REGISTER-FILE
           STOP RUN.
      ******************************************************************
      *A FRESH CHECKPOINT AFTER EVERY CHECK, SO A RERUN NEVER POSTS    *
      *THE SAME CHECK TWICE                                            *
      ******************************************************************
       480-TAKE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-LINE-NO TO CKPT-LINE-NO
           MOVE WS-CUST-ID-IN TO CKPT-CUST-ID
           MOVE WS-CHECK-NO-IN TO CKPT-CHECK-NO
           MOVE WS-RERUN-MODE TO CKPT-RERUN-MODE
           MOVE WS-RUN-DATE TO CKPT-RUN-DATE
           IF WS-RESTART = 'Y'
               MOVE WS-RESTART-DATE TO CKPT-RUN-DATE
           END-IF
           MOVE WS-GL-BATCH-STAMP TO CKPT-GL-BATCH-STAMP
           MOVE WS-PAYMENTS-READ TO CKPT-PAYMENTS-READ
           MOVE WS-PAYMENTS-POSTED TO CKPT-PAYMENTS-POSTED
           MOVE WS-PAYMENTS-REJECTED TO CKPT-PAYMENTS-REJECTED
           MOVE WS-CONTROL-TOTAL TO CKPT-CONTROL-TOTAL
           MOVE WS-HOLDS-RELEASED TO CKPT-HOLDS-RELEASED
           MOVE WS-GL-ENTRIES TO CKPT-GL-ENTRIES
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
       500-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE ZERO TO CKPT-LINE-NO
           MOVE SPACES TO CKPT-CUST-ID
           MOVE SPACES TO CKPT-CHECK-NO
           MOVE 'N' TO CKPT-RERUN-MODE
           MOVE ZERO TO CKPT-RUN-DATE
           MOVE ZERO TO CKPT-GL-BATCH-STAMP
           MOVE ZERO TO CKPT-PAYMENTS-READ
           MOVE ZERO TO CKPT-PAYMENTS-POSTED
           MOVE ZERO TO CKPT-PAYMENTS-REJECTED
           MOVE ZERO TO CKPT-CONTROL-TOTAL
           MOVE ZERO TO CKPT-HOLDS-RELEASED
           MOVE ZERO TO CKPT-GL-ENTRIES
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
       700-CLOSE-INPUT.
           IF WS-RERUN-MODE = 'Y'
               CLOSE PAYMENT-RERUN-FILE
           MOVE ZERO TO LOG-RECORDS-WRITTEN
           MOVE ZERO TO LOG-RECORDS-REJECTED
           MOVE SPACE TO LOG-RUN-STATUS
           IF WS-RESTART = 'Y'
               MOVE 'R' TO LOG-RUN-STATUS
           END-IF
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
       900-LOG-END.
