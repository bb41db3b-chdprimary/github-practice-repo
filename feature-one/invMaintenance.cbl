      *DATE-WRITTEN. 11 Aug 2026.                                      *
      *PURPOSE. APPLIES A FILE OF MOVEMENT TRANSACTIONS AGAINST THE    *
      *         INDEXED INVENTORY MASTER SO STOCK CAN BE RECEIVED,     *
      *         ISSUED, TRANSFERRED, REPRICED, OR RETIRED WITHOUT      *
      *         HAND-EDITING THE FILE.  TRANSACTION CODES:             *
      *           R - RECEIPT, ADDS TRN-QTY TO QTY-ON-HAND AT          *
      *               TRN-LOCATION AND, WHEN A UNIT COST IS GIVEN,     *
      *               REPLACES MST-UNIT-COST (BLANK COST LEAVES THE    *
      *               COST ON FILE ALONE)                              *
      *           I - ISSUE, SUBTRACTS TRN-QTY FROM QTY-ON-HAND AT     *
      *               TRN-LOCATION                                     *
      *           T - TRANSFER, MOVES TRN-QTY FROM TRN-LOCATION TO     *
      *               TRN-TO-LOCATION; THE PART'S TOTAL IS UNCHANGED   *
      *           P - PRICE CHANGE, REPLACES UNIT-PRICE                *
      *           V - REORDER DATA, REPLACES THE REORDER POINT,        *
      *               REORDER QUANTITY, AND VENDOR CODE; THE AUDIT     *
      *               LIST SHOWS ALL THREE BEFORE AND AFTER ON A       *
      *               SECOND LINE                                      *
      *           D - DELETE, RETIRES THE PART FROM THE MASTER AND     *
      *               ITS STOCK LOCATION RECORDS                       *
      *         A BLANK LOCATION MEANS THE MAIN WAREHOUSE, MAIN.       *
      *         EVERY LOCATION KEYED MUST BE ON THE LOCATION MASTER    *
      *         KEPT WITH LOCMNT.  QTY-ON-HAND ON THE INVENTORY        *
      *         MASTER IS THE TOTAL OVER ALL LOCATIONS AND MOVES WITH  *
      *         EVERY RECEIPT AND ISSUE.                               *
      *         EVERY CHANGE IS WRITTEN TO A BEFORE/AFTER AUDIT        *
      *         LISTING ALONG WITH EVERY TRANSACTION REJECTED.         *
      ******************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT LOCATION-MASTER
               ASSIGN TO 'C:\CHAPTER5\LOCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-FILE-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT OPTIONAL MOVEMENT-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\MOVELOG.DAT'
               ORGANIZATION IS INDEXED
               88  TRN-PRICE-CHANGE          VALUE 'P'.
               88  TRN-VENDOR-CHANGE         VALUE 'V'.
               88  TRN-DELETE                VALUE 'D'.
               88  TRN-TRANSFER              VALUE 'T'.
               88  TRN-CODE-VALID            VALUE 'R' 'I' 'P' 'V'
                                                   'D' 'T'.
           05  TRN-PART-NO           PIC X(5).
           05  TRN-QTY-X             PIC X(5).
           05  TRN-QTY REDEFINES TRN-QTY-X
           05  TRN-UNIT-COST-X       PIC X(5).
           05  TRN-UNIT-COST REDEFINES TRN-UNIT-COST-X
                                     PIC 999V99.
           05  TRN-LOCATION          PIC X(4).
           05  TRN-TO-LOCATION       PIC X(4).
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  MST-PART-NO           PIC X(5).
           05  VND-CONTACT           PIC X(20).
           05  VND-TERMS             PIC X(15).
      ******************************************************************
      *EVERY PLACE STOCK IS KEPT, MAINTAINED WITH LOCMNT               *
      ******************************************************************
       FD  LOCATION-MASTER.
       01  LOCATION-MASTER-REC.
           05  LOC-CODE              PIC X(4).
           05  LOC-NAME              PIC X(20).
      ******************************************************************
      *QUANTITY ON HAND BY PART AND LOCATION, LOADED BY LOCCONV.  A    *
      *PART'S RECORD FOR A LOCATION IS CREATED THE FIRST TIME STOCK    *
      *ARRIVES THERE.  THE INVENTORY MASTER'S QTY-ON-HAND IS THE SUM   *
      *OF THE PART'S RECORDS HERE, AND EVERY RUN THAT MOVES STOCK      *
      *UPDATES BOTH                                                    *
      ******************************************************************
       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-REC.
           05  SLOC-KEY.
               10  SLOC-PART-NO      PIC X(5).
               10  SLOC-LOCATION     PIC X(4).
           05  SLOC-QTY-ON-HAND      PIC 9(5).
      ******************************************************************
      *SHARED PART MOVEMENT LEDGER.  EVERY PROGRAM THAT CHANGES        *
      *QTY-ON-HAND WRITES ONE RECORD PER MOVEMENT HERE, SO A COUNT     *
      *VARIANCE CAN BE RECONSTRUCTED FROM ONE FILE (THE STOCKCRD       *
      *QUANTITY IS SIGNED: RECEIPTS POSITIVE, ISSUES AND SALES         *
      *NEGATIVE, COUNT ADJUSTMENTS EITHER WAY.  TYPES: R RECEIPT,      *
      *I ISSUE, S SALE POSTING, B BACKORDER RELEASE, A COUNT           *
      *ADJUSTMENT, P PO RECEIPT, C CUSTOMER RETURN, T TRANSFER.        *
      *EVERY MOVEMENT HAPPENS AT ONE LOCATION: THE BALANCE-AFTER IS    *
      *THE PART'S TOTAL OVER ALL LOCATIONS AND THE LOC-BALANCE-AFTER   *
      *IS WHAT IS LEFT AT THE MOVEMENT'S OWN LOCATION.  A TRANSFER IS  *
      *TWO RECORDS -- OUT (NEGATIVE) AT THE SENDING LOCATION AND IN    *
      *(POSITIVE) AT THE RECEIVING ONE -- EACH NAMING THE OTHER SIDE   *
      *IN XFER-LOCATION; THE PART TOTAL IS THE SAME ON BOTH.  A        *
      *MOVEMENT LOGGED BEFORE LOCATIONS WAS CONVERTED AS A MAIN        *
      *MOVEMENT BY LOCCONV                                             *
      ******************************************************************
       FD  MOVEMENT-LOG-FILE.
       01  MOVEMENT-LOG-REC.
           05  MOV-TYPE              PIC X(1).
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
       FD  AUDIT-LIST-FILE.
       01  AUDIT-LIST-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-MOVELOG-OK             PIC X(1)  VALUE 'Y'.
       01  WS-MOV-DONE               PIC X(1).
       01  WS-LOC-FILE-STATUS        PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-LOCATION               PIC X(4).
       01  WS-TO-LOCATION            PIC X(4).
       01  WS-LOCATION-OK            PIC X(1).
       01  WS-STKLOC-DONE            PIC X(1).
       01  WS-FROM-LOC-FOUND         PIC X(1).
       01  WS-FROM-LOC-QTY           PIC 9(5).
       01  WS-TO-LOC-FOUND           PIC X(1).
       01  WS-TO-LOC-QTY             PIC 9(5).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TRANS-READ             PIC 9(5)  VALUE ZERO.
       01  WS-TRANS-APPLIED          PIC 9(5)  VALUE ZERO.
           05  FILLER                PIC X(46)
               VALUE 'PART   CD  BEFORE-QTY  BEFORE-PRC  AFTER-QTY '.
           05  FILLER                PIC X(34)
               VALUE ' AFTER-PRC  LOC   TO    MOVED'.
       01  AUDIT-DETAIL-LINE.
           05  AUD-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AUD-AFTER-QTY         PIC 9(5).
           05  FILLER                PIC X(6)   VALUE SPACES.
           05  AUD-AFTER-PRICE       PIC 999.99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AUD-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AUD-TO-LOCATION       PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AUD-MOVED-QTY         PIC ZZZZZ.
           05  FILLER                PIC X(5)   VALUE SPACES.
      ******************************************************************
      *PRINTED UNDER THE DETAIL LINE OF A V TRANSACTION, WHOSE FIELDS  *
      *THE DETAIL LINE HAS NO ROOM FOR.  REORDAPR PRINTS THE SAME LINE *
      *FOR A PLANNING SUGGESTION IT APPLIES                            *
      ******************************************************************
       01  AUDIT-REORDER-LINE.
           05  FILLER                PIC X(15)
               VALUE '    REORDER PT '.
           05  ARO-BEFORE-POINT      PIC 9(5).
           05  FILLER                PIC X(4)   VALUE ' TO '.
           05  ARO-AFTER-POINT       PIC 9(5).
           05  FILLER                PIC X(6)   VALUE '  QTY '.
           05  ARO-BEFORE-QTY        PIC 9(5).
           05  FILLER                PIC X(4)   VALUE ' TO '.
           05  ARO-AFTER-QTY         PIC 9(5).
           05  FILLER                PIC X(9)   VALUE '  VENDOR '.
           05  ARO-BEFORE-VENDOR     PIC X(5).
           05  FILLER                PIC X(4)   VALUE ' TO '.
           05  ARO-AFTER-VENDOR      PIC X(5).
           05  FILLER                PIC X(8)   VALUE SPACES.
       01  AUDIT-REJECT-LINE.
           05  REJ-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
                   'STATUS: ', WS-MOVELOG-STATUS
               DISPLAY 'MOVEMENTS WILL NOT BE LOGGED THIS RUN'
           END-IF
      ******************************************************************
      *STOCK IS KEPT BY LOCATION, SO WITHOUT THE LOCATION FILES NO     *
      *RECEIPT, ISSUE, OR TRANSFER COULD BE PLACED AND NOTHING IS      *
      *APPLIED                                                         *
      ******************************************************************
           OPEN INPUT LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN LOCATION MASTER, STATUS: ',
                   WS-LOC-FILE-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NO MAINTENANCE APPLIED'
               STOP RUN
           END-IF
           OPEN I-O STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NO MAINTENANCE APPLIED'
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-LIST-FILE
           WRITE AUDIT-LIST-REC FROM AUDIT-HEADING-LINE
           WRITE AUDIT-LIST-REC FROM AUDIT-COLUMN-LINE
           END-PERFORM
           CLOSE MOVEMENT-TRANS-FILE
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 AUDIT-LIST-FILE
           IF WS-PRICE-FILE-OK = 'Y'
               CLOSE PRICE-HISTORY-FILE
      *LISTING ALWAYS SHOWS WHAT THE RECORD LOOKED LIKE ON EACH SIDE   *
      ******************************************************************
       200-APPLY-TRANSACTION.
           PERFORM 220-CHECK-LOCATIONS
           EVALUATE TRUE
               WHEN NOT TRN-CODE-VALID
                   MOVE 'INVALID TRANSACTION CODE' TO REJ-REASON
                   PERFORM 300-WRITE-REJECT
               WHEN (TRN-RECEIPT OR TRN-ISSUE OR TRN-TRANSFER) AND
                    TRN-QTY-X NOT NUMERIC
                   MOVE 'QUANTITY NOT NUMERIC' TO REJ-REASON
                   PERFORM 300-WRITE-REJECT
               WHEN (TRN-RECEIPT OR TRN-ISSUE OR TRN-TRANSFER) AND
                    WS-LOCATION-OK = 'N'
                   MOVE 'LOCATION NOT ON LOCATION MASTER'
                       TO REJ-REASON
                   PERFORM 300-WRITE-REJECT
               WHEN TRN-TRANSFER AND WS-LOCATION = WS-TO-LOCATION
                   MOVE 'TRANSFER TO THE SAME LOCATION' TO REJ-REASON
                   PERFORM 300-WRITE-REJECT
               WHEN TRN-PRICE-CHANGE AND
                    TRN-NEW-PRICE-X NOT NUMERIC
                   MOVE 'NEW PRICE NOT NUMERIC' TO REJ-REASON
                       MOVE 'Y' TO WS-VENDOR-FOUND
               END-READ
           END-IF.
      ******************************************************************
      *A BLANK LOCATION IS THE MAIN WAREHOUSE.  ONLY A TRANSFER USES   *
      *THE TO-LOCATION, AND BOTH ENDS OF IT MUST BE ON FILE            *
      ******************************************************************
       220-CHECK-LOCATIONS.
           MOVE TRN-LOCATION TO WS-LOCATION
           IF WS-LOCATION = SPACES
               MOVE 'MAIN' TO WS-LOCATION
           END-IF
           MOVE TRN-TO-LOCATION TO WS-TO-LOCATION
           IF WS-TO-LOCATION = SPACES
               MOVE 'MAIN' TO WS-TO-LOCATION
           END-IF
           MOVE 'Y' TO WS-LOCATION-OK
           MOVE WS-LOCATION TO LOC-CODE
           READ LOCATION-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-LOCATION-OK
           END-READ
           IF TRN-TRANSFER AND WS-LOCATION-OK = 'Y'
               MOVE WS-TO-LOCATION TO LOC-CODE
               READ LOCATION-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-LOCATION-OK
               END-READ
           END-IF.
       250-UPDATE-MASTER.
           MOVE TRN-PART-NO TO AUD-PART-NO
           MOVE TRN-CODE TO AUD-CODE
           MOVE MST-QTY-ON-HAND TO AUD-BEFORE-QTY
           MOVE MST-UNIT-PRICE TO AUD-BEFORE-PRICE
           MOVE SPACES TO AUD-LOCATION
           MOVE SPACES TO AUD-TO-LOCATION
           MOVE ZERO TO AUD-MOVED-QTY
           IF TRN-RECEIPT OR TRN-ISSUE OR TRN-TRANSFER
               MOVE WS-LOCATION TO AUD-LOCATION
               MOVE TRN-QTY TO AUD-MOVED-QTY
               PERFORM 270-READ-FROM-LOCATION
           END-IF
           IF TRN-TRANSFER
               MOVE WS-TO-LOCATION TO AUD-TO-LOCATION
               PERFORM 272-READ-TO-LOCATION
           END-IF
           EVALUATE TRUE
               WHEN TRN-RECEIPT
                   ADD TRN-QTY TO WS-FROM-LOC-QTY
                       ON SIZE ERROR
                           MOVE 'RECEIPT OVERFLOWS LOCATION QTY'
                               TO REJ-REASON
                           PERFORM 300-WRITE-REJECT
                           GO TO 250-EXIT
                   END-ADD
                   ADD TRN-QTY TO MST-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 'RECEIPT OVERFLOWS QTY-ON-HAND'
                       MOVE TRN-UNIT-COST TO MST-UNIT-COST
                   END-IF
               WHEN TRN-ISSUE
                   IF TRN-QTY > WS-FROM-LOC-QTY
                       MOVE 'ISSUE EXCEEDS QTY AT LOCATION'
                           TO REJ-REASON
                       PERFORM 300-WRITE-REJECT
                       GO TO 250-EXIT
                   END-IF
                   IF TRN-QTY > MST-QTY-ON-HAND
                       MOVE 'ISSUE EXCEEDS QTY-ON-HAND'
                           TO REJ-REASON
                       PERFORM 300-WRITE-REJECT
                       GO TO 250-EXIT
                   END-IF
                   SUBTRACT TRN-QTY FROM WS-FROM-LOC-QTY
                   SUBTRACT TRN-QTY FROM MST-QTY-ON-HAND
               WHEN TRN-TRANSFER
                   IF TRN-QTY > WS-FROM-LOC-QTY
                       MOVE 'TRANSFER EXCEEDS QTY AT LOCATION'
                           TO REJ-REASON
                       PERFORM 300-WRITE-REJECT
                       GO TO 250-EXIT
                   END-IF
                   ADD TRN-QTY TO WS-TO-LOC-QTY
                       ON SIZE ERROR
                           MOVE 'TRANSFER OVERFLOWS LOCATION QTY'
                               TO REJ-REASON
                           PERFORM 300-WRITE-REJECT
                           GO TO 250-EXIT
                   END-ADD
                   SUBTRACT TRN-QTY FROM WS-FROM-LOC-QTY
               WHEN TRN-PRICE-CHANGE
                   MOVE TRN-NEW-PRICE TO MST-UNIT-PRICE
               WHEN TRN-VENDOR-CHANGE
                   MOVE MST-REORDER-POINT TO ARO-BEFORE-POINT
                   MOVE MST-REORDER-QTY TO ARO-BEFORE-QTY
                   MOVE MST-VENDOR-CODE TO ARO-BEFORE-VENDOR
                   MOVE TRN-REORDER-POINT TO MST-REORDER-POINT
                   MOVE TRN-REORDER-QTY TO MST-REORDER-QTY
                   MOVE TRN-VENDOR-CODE TO MST-VENDOR-CODE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               PERFORM 400-MASTER-IO-ABORT
           END-IF
           IF TRN-RECEIPT OR TRN-ISSUE OR TRN-TRANSFER
               PERFORM 275-WRITE-FROM-LOCATION
           END-IF
           IF TRN-TRANSFER
               PERFORM 277-WRITE-TO-LOCATION
           END-IF
           IF TRN-DELETE
               PERFORM 280-DELETE-PART-LOCATIONS
           END-IF
           IF TRN-RECEIPT OR TRN-ISSUE OR TRN-TRANSFER
               MOVE TRN-PART-NO TO MOV-PART-NO
               MOVE TRN-CODE TO MOV-TYPE
               IF TRN-RECEIPT
                   COMPUTE MOV-QTY = ZERO - TRN-QTY
               END-IF
               MOVE MST-QTY-ON-HAND TO MOV-BALANCE-AFTER
               MOVE WS-LOCATION TO MOV-LOCATION
               MOVE WS-FROM-LOC-QTY TO MOV-LOC-BALANCE-AFTER
               IF TRN-TRANSFER
                   MOVE WS-TO-LOCATION TO MOV-XFER-LOCATION
               ELSE
                   MOVE SPACES TO MOV-XFER-LOCATION
               END-IF
               PERFORM 700-WRITE-MOVEMENT
           END-IF
           IF TRN-TRANSFER
               MOVE TRN-PART-NO TO MOV-PART-NO
               MOVE TRN-CODE TO MOV-TYPE
               MOVE TRN-QTY TO MOV-QTY
               MOVE MST-QTY-ON-HAND TO MOV-BALANCE-AFTER
               MOVE WS-TO-LOCATION TO MOV-LOCATION
               MOVE WS-TO-LOC-QTY TO MOV-LOC-BALANCE-AFTER
               MOVE WS-LOCATION TO MOV-XFER-LOCATION
               PERFORM 700-WRITE-MOVEMENT
           END-IF
      ******************************************************************
               PERFORM 260-WRITE-PRICE-HISTORY
           END-IF
           ADD 1 TO WS-TRANS-APPLIED
           WRITE AUDIT-LIST-REC FROM AUDIT-DETAIL-LINE
           IF TRN-VENDOR-CHANGE
               MOVE MST-REORDER-POINT TO ARO-AFTER-POINT
               MOVE MST-REORDER-QTY TO ARO-AFTER-QTY
               MOVE MST-VENDOR-CODE TO ARO-AFTER-VENDOR
               WRITE AUDIT-LIST-REC FROM AUDIT-REORDER-LINE
           END-IF.
       250-EXIT.
           EXIT.
      ******************************************************************
      *A PART WITH NO RECORD YET AT A LOCATION HAS NONE OF ITS STOCK   *
      *THERE; THE RECORD IS WRITTEN WHEN STOCK FIRST ARRIVES.  BOTH    *
      *ENDS OF A TRANSFER ARE READ BEFORE EITHER IS CHANGED            *
      ******************************************************************
       270-READ-FROM-LOCATION.
           MOVE 'Y' TO WS-FROM-LOC-FOUND
           MOVE TRN-PART-NO TO SLOC-PART-NO
           MOVE WS-LOCATION TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FROM-LOC-FOUND
                   MOVE ZERO TO SLOC-QTY-ON-HAND
           END-READ
           IF WS-STKLOC-STATUS NOT = '00' AND
              WS-STKLOC-STATUS NOT = '23'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF
           MOVE SLOC-QTY-ON-HAND TO WS-FROM-LOC-QTY.
       272-READ-TO-LOCATION.
           MOVE 'Y' TO WS-TO-LOC-FOUND
           MOVE TRN-PART-NO TO SLOC-PART-NO
           MOVE WS-TO-LOCATION TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TO-LOC-FOUND
                   MOVE ZERO TO SLOC-QTY-ON-HAND
           END-READ
           IF WS-STKLOC-STATUS NOT = '00' AND
              WS-STKLOC-STATUS NOT = '23'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF
           MOVE SLOC-QTY-ON-HAND TO WS-TO-LOC-QTY.
       275-WRITE-FROM-LOCATION.
           MOVE TRN-PART-NO TO SLOC-PART-NO
           MOVE WS-LOCATION TO SLOC-LOCATION
           MOVE WS-FROM-LOC-QTY TO SLOC-QTY-ON-HAND
           IF WS-FROM-LOC-FOUND = 'Y'
               REWRITE STOCK-LOCATION-REC
           ELSE
               WRITE STOCK-LOCATION-REC
           END-IF
           IF WS-STKLOC-STATUS NOT = '00'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF.
       277-WRITE-TO-LOCATION.
           MOVE TRN-PART-NO TO SLOC-PART-NO
           MOVE WS-TO-LOCATION TO SLOC-LOCATION
           MOVE WS-TO-LOC-QTY TO SLOC-QTY-ON-HAND
           IF WS-TO-LOC-FOUND = 'Y'
               REWRITE STOCK-LOCATION-REC
           ELSE
               WRITE STOCK-LOCATION-REC
           END-IF
           IF WS-STKLOC-STATUS NOT = '00'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF.
      ******************************************************************
      *A RETIRED PART TAKES ITS LOCATION RECORDS WITH IT.  THE FILE    *
      *IS KEYED PART FIRST, SO ONE START FINDS THEM ALL TOGETHER       *
      ******************************************************************
       280-DELETE-PART-LOCATIONS.
           MOVE 'N' TO WS-STKLOC-DONE
           MOVE TRN-PART-NO TO SLOC-PART-NO
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
                       IF SLOC-PART-NO NOT = TRN-PART-NO
                           MOVE 'Y' TO WS-STKLOC-DONE
                       ELSE
                           DELETE STOCK-LOCATION-FILE
                           IF WS-STKLOC-STATUS NOT = '00'
                               PERFORM 410-STKLOC-IO-ABORT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      *A SECOND PRICE CHANGE FOR THE SAME PART ON THE SAME DAY JUST    *
      *REPLACES THAT DAY'S PRICE RECORD -- ONLY ONE PRICE CAN TAKE     *
      *EFFECT PER PART PER DAY                                         *
               'RERUNNING'
           CLOSE MOVEMENT-TRANS-FILE
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 AUDIT-LIST-FILE
           STOP RUN.
      ******************************************************************
      *BY THE TIME A LOCATION RECORD IS WRITTEN THE MASTER HAS TAKEN   *
      *ITS SIDE OF THE MOVEMENT, SO THE PART NAMED HERE MUST BE        *
      *CHECKED AGAINST ITS LOCATION RECORDS BEFORE THE RERUN           *
      ******************************************************************
       410-STKLOC-IO-ABORT.
           DISPLAY 'STOCK LOCATION FILE I-O ERROR, STATUS: ',
               WS-STKLOC-STATUS, ' ON PART: ', TRN-PART-NO
           DISPLAY 'RUN STOPPED, REVIEW THE AUDIT LIST BEFORE '
               'RERUNNING'
           CLOSE MOVEMENT-TRANS-FILE
                 INVENTORY-MASTER
                 LOCATION-MASTER
                 STOCK-LOCATION-FILE
                 AUDIT-LIST-FILE
           STOP RUN.
