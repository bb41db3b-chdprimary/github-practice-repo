      *DATE-WRITTEN. 9 Aug 2026.                                       *
      *PURPOSE. READS THE INDEXED INVENTORY MASTER AND FLAGS           *
      *         ANY PART WHOSE QTY-ON-HAND HAS DROPPED BELOW THE       *
      *         REORDER POINT SO PURCHASING CAN REORDER IT.  THE       *
      *         REORDER POINT IS SET AGAINST THE ALL-LOCATIONS TOTAL;  *
      *         UNDER EACH FLAGGED PART THE STOCK AT EVERY LOCATION IS *
      *         LISTED, SO A SHORTAGE AT ONE SHELF THAT A TRANSFER     *
      *         WOULD COVER IS NOT REORDERED BLIND.                    *
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
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-OK              PIC X(1)  VALUE 'Y'.
       01  WS-STKLOC-DONE            PIC X(1).
       01  WS-LOW-STOCK-COUNT        PIC 9(5)  VALUE ZERO.
       01  WS-LOG-READ               PIC 9(7)  VALUE ZERO.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN INPUT STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               MOVE 'N' TO WS-STKLOC-OK
               DISPLAY 'WARNING: STOCK LOCATION FILE NOT AVAILABLE, '
                   'STATUS: ', WS-STKLOC-STATUS
               DISPLAY 'ONLY THE ALL-LOCATIONS TOTAL WILL BE SHOWN'
           END-IF
           DISPLAY ' '
           DISPLAY 'LOW STOCK / REORDER REPORT'
           DISPLAY ' '
               END-READ
           END-PERFORM
           CLOSE INVENTORY-IN
           IF WS-STKLOC-OK = 'Y'
               CLOSE STOCK-LOCATION-FILE
           END-IF
           DISPLAY ' '
           PERFORM 900-LOG-END
           DISPLAY 'PARTS BELOW REORDER POINT: ', WS-LOW-STOCK-COUNT
               DISPLAY '*** REORDER *** ', PART-NO-OUT, '  ',
                   PART-DESCRIPTION-OUT, '  ON-HAND: ', QTY-ON-HAND-OUT,
                   '  POINT: ', REORDER-POINT-OUT
               IF WS-STKLOC-OK = 'Y'
                   PERFORM 250-SHOW-LOCATIONS
               END-IF
           END-IF.
      ******************************************************************
      *THE STOCK RECORDS FOR A PART SIT TOGETHER IN KEY ORDER, SO THE  *
      *BROWSE STARTS AT THE PART AND STOPS WHEN THE PART CHANGES       *
      ******************************************************************
       250-SHOW-LOCATIONS.
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
                           DISPLAY '                 AT ',
                               SLOC-LOCATION, '  ON-HAND: ',
                               SLOC-QTY-ON-HAND
                       END-IF
               END-READ
           END-PERFORM.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'LOWSTKRP' TO LOG-PROGRAM-ID
