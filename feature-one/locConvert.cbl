       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCCONV.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. ONE-TIME CONVERSION TO STOCK BY LOCATION.  THREE       *
      *         THINGS HAPPEN, IN THIS ORDER:                          *
      *           1. THE MAIN WAREHOUSE (CODE MAIN) IS WRITTEN TO THE  *
      *              LOCATION MASTER, LOCMAST.DAT, IF IT IS NOT        *
      *              ALREADY THERE.                                    *
      *           2. THE STOCK LOCATION FILE, STKLOC.DAT, IS LOADED    *
      *              FROM THE INVENTORY MASTER WITH EVERY PART'S       *
      *              WHOLE QUANTITY ON HAND AT MAIN.                   *
      *           3. THE OLD MOVEMENT LEDGER IS COPIED TO MOVELOGN.DAT *
      *              IN THE NEW LAYOUT, EVERY MOVEMENT MARKED AS A     *
      *              MAIN MOVEMENT WITH ITS LOCATION BALANCE EQUAL TO  *
      *              THE PART BALANCE IT ALREADY CARRIES.              *
      *         AFTER A CLEAN RUN THE OPERATOR REPLACES MOVELOG.DAT    *
      *         WITH MOVELOGN.DAT, ADDS THE COUNTER STORE WITH LOCMNT, *
      *         AND MOVES THE COUNTER'S STOCK ACROSS WITH INVMAINT T   *
      *         TRANSFERS -- THE COUNTER'S SPREADSHEET IS THE SOURCE   *
      *         FOR THOSE.  A STOCK LOCATION FILE THAT ALREADY HOLDS   *
      *         RECORDS IS NEVER RELOADED, SO A SECOND RUN CANNOT PUT  *
      *         TRANSFERRED STOCK BACK AT MAIN.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
                                     ASSIGN TO 'C:\CHAPTER5\INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL LOCATION-MASTER
               ASSIGN TO 'C:\CHAPTER5\LOCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-FILE-STATUS.
           SELECT OPTIONAL STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT OPTIONAL OLD-MOVEMENT-LOG
               ASSIGN TO 'C:\CHAPTER5\MOVELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MOV-KEY
               FILE STATUS IS WS-OLD-MOVELOG-STATUS.
           SELECT NEW-MOVEMENT-LOG
               ASSIGN TO 'C:\CHAPTER5\MOVELOGN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-KEY
               FILE STATUS IS WS-NEW-MOVELOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  LOCATION-MASTER.
       01  LOCATION-MASTER-REC.
           05  LOC-CODE              PIC X(4).
           05  LOC-NAME              PIC X(20).
      ******************************************************************
      *QUANTITY ON HAND BY PART AND LOCATION.  THE INVENTORY MASTER'S  *
      *QTY-ON-HAND STAYS THE TOTAL OVER ALL LOCATIONS, AND EVERY RUN   *
      *THAT MOVES STOCK UPDATES BOTH                                   *
      ******************************************************************
       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-REC.
           05  SLOC-KEY.
               10  SLOC-PART-NO      PIC X(5).
               10  SLOC-LOCATION     PIC X(4).
           05  SLOC-QTY-ON-HAND      PIC 9(5).
       FD  OLD-MOVEMENT-LOG.
       01  OLD-MOVEMENT-LOG-REC.
           05  OLD-MOV-KEY.
               10  OLD-MOV-PART-NO   PIC X(5).
               10  OLD-MOV-DATE      PIC 9(8).
               10  OLD-MOV-TIME      PIC 9(8).
               10  OLD-MOV-SEQ       PIC 9(3).
           05  OLD-MOV-PROGRAM-ID    PIC X(8).
           05  OLD-MOV-TYPE          PIC X(1).
           05  OLD-MOV-QTY           PIC S9(6).
           05  OLD-MOV-BALANCE-AFTER PIC 9(5).
      ******************************************************************
      *SHARED PART MOVEMENT LEDGER IN THE LOCATION LAYOUT -- SEE       *
      *INVMAINT FOR THE LAYOUT NOTES                                   *
      ******************************************************************
       FD  NEW-MOVEMENT-LOG.
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
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-LOC-FILE-STATUS        PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-OLD-MOVELOG-STATUS     PIC X(2).
       01  WS-NEW-MOVELOG-STATUS     PIC X(2).
       01  WS-STKLOC-LOADED          PIC X(1)  VALUE 'N'.
       01  WS-PARTS-LOADED           PIC 9(5)  VALUE ZERO.
       01  WS-PARTS-DROPPED          PIC 9(5)  VALUE ZERO.
       01  WS-UNITS-LOADED           PIC 9(9)  VALUE ZERO.
       01  WS-MOVES-COPIED           PIC 9(7)  VALUE ZERO.
       01  WS-MOVES-DROPPED          PIC 9(7)  VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'NOTHING CONVERTED'
               STOP RUN
           END-IF
           PERFORM 150-CHECK-STKLOC-EMPTY
           IF WS-STKLOC-LOADED = 'Y'
               DISPLAY 'STKLOC.DAT ALREADY HOLDS STOCK BY LOCATION'
               DISPLAY 'NOTHING CONVERTED -- THE CONVERSION RUNS '
                   'ONCE, BEFORE ANY TRANSFER'
               CLOSE INVENTORY-MASTER
               STOP RUN
           END-IF
           PERFORM 200-ADD-MAIN-LOCATION
           OPEN OUTPUT STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT CREATE STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               CLOSE INVENTORY-MASTER
               STOP RUN
           END-IF
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ INVENTORY-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 300-LOAD-PART
               END-READ
           END-PERFORM
           CLOSE INVENTORY-MASTER
                 STOCK-LOCATION-FILE
           PERFORM 400-EXTEND-MOVEMENT-LOG
           DISPLAY ' '
           DISPLAY 'LOCATION CONVERSION COMPLETE'
           DISPLAY 'PARTS LOADED AT MAIN:  ', WS-PARTS-LOADED
           DISPLAY 'PARTS DROPPED:         ', WS-PARTS-DROPPED
           DISPLAY 'UNITS LOADED AT MAIN:  ', WS-UNITS-LOADED
           DISPLAY 'MOVEMENTS COPIED:      ', WS-MOVES-COPIED
           DISPLAY 'MOVEMENTS DROPPED:     ', WS-MOVES-DROPPED
           DISPLAY 'REPLACE MOVELOG.DAT WITH MOVELOGN.DAT, ADD THE '
               'COUNTER STORE WITH LOCMNT, THEN TRANSFER ITS STOCK '
               'THROUGH INVMAINT T TRANSACTIONS'
           STOP RUN.
       150-CHECK-STKLOC-EMPTY.
           OPEN INPUT STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS = '00'
               READ STOCK-LOCATION-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-STKLOC-LOADED
               END-READ
               CLOSE STOCK-LOCATION-FILE
           ELSE
               IF WS-STKLOC-STATUS = '05'
                   CLOSE STOCK-LOCATION-FILE
               END-IF
           END-IF.
       200-ADD-MAIN-LOCATION.
           OPEN I-O LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00' AND
              WS-LOC-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN LOCATION MASTER, STATUS: ',
                   WS-LOC-FILE-STATUS
               DISPLAY 'NOTHING CONVERTED'
               CLOSE INVENTORY-MASTER
               STOP RUN
           END-IF
           MOVE 'MAIN' TO LOC-CODE
           MOVE 'MAIN WAREHOUSE' TO LOC-NAME
           WRITE LOCATION-MASTER-REC
               INVALID KEY
                   IF WS-LOC-FILE-STATUS = '22'
                       DISPLAY 'LOCATION MAIN ALREADY ON FILE'
                   ELSE
                       DISPLAY 'LOCATION WRITE ERROR, STATUS: ',
                           WS-LOC-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'LOCATION MAIN ADDED'
           END-WRITE
           CLOSE LOCATION-MASTER.
       300-LOAD-PART.
           MOVE MST-PART-NO TO SLOC-PART-NO
           MOVE 'MAIN' TO SLOC-LOCATION
           MOVE MST-QTY-ON-HAND TO SLOC-QTY-ON-HAND
           WRITE STOCK-LOCATION-REC
               INVALID KEY
                   ADD 1 TO WS-PARTS-DROPPED
                   DISPLAY 'WRITE ERROR STATUS ', WS-STKLOC-STATUS,
                       ' ON PART: ', MST-PART-NO
               NOT INVALID KEY
                   ADD 1 TO WS-PARTS-LOADED
                   ADD MST-QTY-ON-HAND TO WS-UNITS-LOADED
           END-WRITE.
      ******************************************************************
      *EVERY MOVEMENT LOGGED BEFORE LOCATIONS HAPPENED AT THE MAIN     *
      *WAREHOUSE -- THERE WAS NO OTHER BOOK OF STOCK -- SO ITS PART    *
      *BALANCE IS ALSO ITS MAIN BALANCE.  NO LEDGER YET IS NOT AN      *
      *ERROR; THE FIRST POSTING RUN CREATES ONE IN THE NEW LAYOUT      *
      ******************************************************************
       400-EXTEND-MOVEMENT-LOG.
           OPEN INPUT OLD-MOVEMENT-LOG
           IF WS-OLD-MOVELOG-STATUS NOT = '00'
               IF WS-OLD-MOVELOG-STATUS = '05'
                   CLOSE OLD-MOVEMENT-LOG
               END-IF
               DISPLAY 'NO MOVEMENT LOG ON FILE, NOTHING TO EXTEND'
           ELSE
               OPEN OUTPUT NEW-MOVEMENT-LOG
               IF WS-NEW-MOVELOG-STATUS NOT = '00'
                   DISPLAY 'CANNOT CREATE MOVELOGN.DAT, STATUS: ',
                       WS-NEW-MOVELOG-STATUS
                   DISPLAY 'RERUN IS SAFE ONCE STKLOC.DAT IS DELETED'
                   CLOSE OLD-MOVEMENT-LOG
                   STOP RUN
               END-IF
               MOVE 'Y' TO MORE-RECORDS-IN
               PERFORM UNTIL MORE-RECORDS-IN = 'N'
                   READ OLD-MOVEMENT-LOG NEXT RECORD
                       AT END
                           MOVE 'N' TO MORE-RECORDS-IN
                       NOT AT END
                           PERFORM 450-EXTEND-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE OLD-MOVEMENT-LOG
                     NEW-MOVEMENT-LOG
           END-IF.
       450-EXTEND-MOVEMENT.
           MOVE OLD-MOV-KEY TO MOV-KEY
           MOVE OLD-MOV-PROGRAM-ID TO MOV-PROGRAM-ID
           MOVE OLD-MOV-TYPE TO MOV-TYPE
           MOVE OLD-MOV-QTY TO MOV-QTY
           MOVE OLD-MOV-BALANCE-AFTER TO MOV-BALANCE-AFTER
           MOVE 'MAIN' TO MOV-LOCATION
           MOVE OLD-MOV-BALANCE-AFTER TO MOV-LOC-BALANCE-AFTER
           MOVE SPACES TO MOV-XFER-LOCATION
           WRITE MOVEMENT-LOG-REC
               INVALID KEY
                   ADD 1 TO WS-MOVES-DROPPED
                   DISPLAY 'WRITE ERROR STATUS ',
                       WS-NEW-MOVELOG-STATUS, ' ON PART: ',
                       OLD-MOV-PART-NO
               NOT INVALID KEY
                   ADD 1 TO WS-MOVES-COPIED
           END-WRITE.
