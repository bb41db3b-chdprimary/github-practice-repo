      *         ZERO IS COUNTED SO SOMEONE SETS IT THROUGH INVMAINT.   *
      *         THE MASTER IS KEYED ON PART-NO, SO A SEQUENTIAL READ   *
      *         COMES BACK IN PART-NO ORDER AND THE SORT STEP THE OLD  *
      *         SEQUENTIAL FILE NEEDED IS GONE.  EACH PART'S STOCK AT  *
      *         EVERY LOCATION IS VALUED AT THE SAME COST AND CARRIED  *
      *         INTO A SUBTOTAL PER LOCATION AFTER THE GRAND TOTAL; A  *
      *         PART WHOSE LOCATIONS DO NOT ADD UP TO ITS MASTER       *
      *         QUANTITY IS FLAGGED SO IT IS COUNTED.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NO-OUT
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  VENDOR-CODE-OUT       PIC X(5).
           05  UNIT-COST-OUT         PIC 999.99.
      ******************************************************************
      *QUANTITY ON HAND BY PART AND LOCATION -- SEE INVMAINT           *
      ******************************************************************
       FD  STOCK-LOCATION-FILE.
       01  STOCK-LOCATION-REC.
           05  SLOC-KEY.
               10  SLOC-PART-NO      PIC X(5).
               10  SLOC-LOCATION     PIC X(4).
           05  SLOC-QTY-ON-HAND      PIC 9(5).
      ******************************************************************
      *EVERY BATCH RUN APPENDS A START AND AN END RECORD HERE SO THE   *
      *OPSRPT DAILY OPERATIONS REPORT CAN SHOW WHAT RAN, WHAT          *
      *BALANCED, AND WHAT NEVER FINISHED                               *
       01  WS-EXTENDED-VALUE         PIC 9(8)V99.
       01  WS-GRAND-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-NO-COST-COUNT          PIC 9(5)  VALUE ZERO.
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-OK              PIC X(1)  VALUE 'Y'.
       01  WS-STKLOC-DONE            PIC X(1).
       01  WS-LOC-QTY-TOTAL          PIC 9(7).
       01  WS-LOC-VALUE              PIC 9(8)V99.
       01  WS-UNBALANCED-COUNT       PIC 9(5)  VALUE ZERO.
       01  WS-LV-SUB                 PIC 9(3).
       01  WS-LV-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-LV-TABLE.
           05  LV-ENTRY OCCURS 100 TIMES.
               10  LV-LOCATION       PIC X(4).
               10  LV-QTY            PIC 9(9).
               10  LV-VALUE          PIC 9(9)V99.
       01  WS-LOG-READ               PIC 9(7)  VALUE ZERO.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       PROCEDURE DIVISION.
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               MOVE 'N' TO WS-STKLOC-OK
               DISPLAY 'WARNING: STOCK LOCATION FILE NOT AVAILABLE, '
                   'STATUS: ', WS-STKLOC-STATUS
               DISPLAY 'NO LOCATION SUBTOTALS WILL BE SHOWN'
           END-IF
           DISPLAY ' '
           DISPLAY 'INVENTORY VALUATION REPORT (AT UNIT COST)'
           DISPLAY ' '
               END-READ
           END-PERFORM
           CLOSE INVENTORY-IN
           IF WS-STKLOC-OK = 'Y'
               CLOSE STOCK-LOCATION-FILE
           END-IF
           DISPLAY ' '
           PERFORM 900-LOG-END
           DISPLAY 'GRAND TOTAL INVENTORY VALUE: ', WS-GRAND-TOTAL
           IF WS-STKLOC-OK = 'Y'
               PERFORM 400-SHOW-LOCATION-TOTALS
           END-IF
           IF WS-NO-COST-COUNT > ZERO
               DISPLAY 'PARTS WITH NO UNIT COST ON FILE: ',
                   WS-NO-COST-COUNT, ' -- SET THEM THROUGH INVMAINT'
           ADD WS-EXTENDED-VALUE TO WS-GRAND-TOTAL
           DISPLAY PART-NO-OUT, '  ', PART-DESCRIPTION-OUT, '  ',
               QTY-ON-HAND-OUT, '  ', UNIT-COST-OUT, '  ',
               WS-EXTENDED-VALUE
           IF WS-STKLOC-OK = 'Y'
               PERFORM 250-VALUE-LOCATIONS
           END-IF.
      ******************************************************************
      *THE STOCK RECORDS FOR A PART SIT TOGETHER IN KEY ORDER, SO THE  *
      *BROWSE STARTS AT THE PART AND STOPS WHEN THE PART CHANGES       *
      ******************************************************************
       250-VALUE-LOCATIONS.
           MOVE ZERO TO WS-LOC-QTY-TOTAL
           MOVE 'N' TO WS-STKLOC-DONE
           MOVE PART-NO-OUT TO SLOC-PART-NO
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
                       IF SLOC-PART-NO NOT = PART-NO-OUT
                           MOVE 'Y' TO WS-STKLOC-DONE
                       ELSE
                           PERFORM 260-ADD-TO-LOCATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOC-QTY-TOTAL NOT = QTY-ON-HAND-OUT
               ADD 1 TO WS-UNBALANCED-COUNT
               DISPLAY '   *** LOCATIONS HOLD ', WS-LOC-QTY-TOTAL,
                   ', MASTER SAYS ', QTY-ON-HAND-OUT
           END-IF.
       260-ADD-TO-LOCATION.
           ADD SLOC-QTY-ON-HAND TO WS-LOC-QTY-TOTAL
           COMPUTE WS-LOC-VALUE ROUNDED =
               SLOC-QTY-ON-HAND * WS-UNIT-COST
           MOVE 1 TO WS-LV-SUB
           PERFORM UNTIL WS-LV-SUB > WS-LV-COUNT
               OR LV-LOCATION (WS-LV-SUB) = SLOC-LOCATION
               ADD 1 TO WS-LV-SUB
           END-PERFORM
           IF WS-LV-SUB > WS-LV-COUNT
               IF WS-LV-COUNT < 100
                   ADD 1 TO WS-LV-COUNT
                   MOVE SLOC-LOCATION TO LV-LOCATION (WS-LV-COUNT)
                   MOVE ZERO TO LV-QTY (WS-LV-COUNT)
                   MOVE ZERO TO LV-VALUE (WS-LV-COUNT)
               ELSE
                   DISPLAY 'LOCATION TABLE FULL, NOT SUBTOTALLED: ',
                       SLOC-LOCATION
               END-IF
           END-IF
           IF WS-LV-SUB NOT > WS-LV-COUNT
               ADD SLOC-QTY-ON-HAND TO LV-QTY (WS-LV-SUB)
               ADD WS-LOC-VALUE TO LV-VALUE (WS-LV-SUB)
           END-IF.
       400-SHOW-LOCATION-TOTALS.
           DISPLAY ' '
           DISPLAY 'VALUE BY LOCATION'
           DISPLAY 'LOC         QTY      EXT-VALUE'
           MOVE 1 TO WS-LV-SUB
           PERFORM UNTIL WS-LV-SUB > WS-LV-COUNT
               DISPLAY LV-LOCATION (WS-LV-SUB), '  ',
                   LV-QTY (WS-LV-SUB), '  ', LV-VALUE (WS-LV-SUB)
               ADD 1 TO WS-LV-SUB
           END-PERFORM
           IF WS-UNBALANCED-COUNT > ZERO
               DISPLAY 'PARTS WHOSE LOCATIONS DO NOT MATCH THE '
                   'MASTER: ', WS-UNBALANCED-COUNT, ' -- COUNT THEM'
           END-IF.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'INVVALRP' TO LOG-PROGRAM-ID
