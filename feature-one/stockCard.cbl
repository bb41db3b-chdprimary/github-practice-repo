      *         INVMAINT, ORDPOST, BORELSE, AND CNTRECON PRINT FILES   *
      *         BY HAND WHEN A COUNT VARIANCE TURNED UP.  SEVERAL      *
      *         PARTS CAN BE LISTED IN ONE RUN; THEY ALL GO TO ONE     *
      *         REPORT FILE.  EACH LINE ALSO SHOWS THE LOCATION THE    *
      *         MOVEMENT HAPPENED AT AND THAT LOCATION'S BALANCE AFTER *
      *         IT; A T TRANSFER PRINTS AS ITS OUT AND IN PAIR, EACH   *
      *         NAMING THE OTHER LOCATION UNDER XFER.  A MOVEMENT      *
      *         LOGGED BEFORE STOCK WAS KEPT BY LOCATION HAS THE       *
      *         LOCATION COLUMNS BLANK.  ONCE A PERIOD HAS BEEN CLOSED *
      *         BY PERPURGE ITS MOVEMENTS ARE ON MOVEARC.DAT AND EACH  *
      *         PART CARRIES A TYPE F BALANCE FORWARD, QUANTITY ZERO,  *
      *         DATED THE CLOSE DATE; A RANGE STARTING ON OR BEFORE    *
      *         THE LAST CLOSE LISTS THE ARCHIVED MOVEMENTS FIRST, SO  *
      *         THE CARD READS THE SAME AS BEFORE THE PURGE.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-KEY
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT OPTIONAL MOVEMENT-ARCHIVE-FILE
               ASSIGN TO 'C:\CHAPTER5\MOVEARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MVA-KEY
               FILE STATUS IS WS-MVA-STATUS.
           SELECT OPTIONAL PURGE-CONTROL-FILE
               ASSIGN TO 'C:\CHAPTER5\PURGECTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGC-CLOSE-MONTH
               FILE STATUS IS WS-PGC-STATUS.
           SELECT STOCK-CARD-FILE
               ASSIGN TO 'C:\CHAPTER5\STOCKCRD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  MOV-TYPE              PIC X(1).
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
      ******************************************************************
      *MOVEMENTS ARCHIVED BY PERPURGE, THE MOVEMENT AS IT WAS LOGGED   *
      *PLUS THE MONTH WHOSE CLOSE ARCHIVED IT                          *
      ******************************************************************
       FD  MOVEMENT-ARCHIVE-FILE.
       01  MOVEMENT-ARCHIVE-REC.
           05  MVA-MOVEMENT.
               10  MVA-KEY.
                   15  MVA-PART-NO   PIC X(5).
                   15  MVA-DATE      PIC 9(8).
                   15  MVA-TIME      PIC 9(8).
                   15  MVA-SEQ       PIC 9(3).
               10  FILLER            PIC X(33).
           05  MVA-CLOSE-MONTH       PIC 9(6).
      ******************************************************************
      *PERPURGE'S RECORD OF EACH MONTH CLOSED; ONLY THE KEY, CLOSE     *
      *DATE AND STAGE ARE NEEDED HERE -- STAGE 1 OR MORE MEANS THE     *
      *MOVEMENT LOG HAS BEEN ARCHIVED THROUGH THE CLOSE DATE           *
      ******************************************************************
       FD  PURGE-CONTROL-FILE.
       01  PURGE-CONTROL-REC.
           05  PGC-CLOSE-MONTH       PIC 9(6).
           05  PGC-CLOSE-DATE        PIC 9(8).
           05  PGC-STAGE             PIC 9(1).
           05  FILLER                PIC X(189).
       FD  STOCK-CARD-FILE.
       01  STOCK-CARD-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01  MORE-PARTS-IN             PIC A(1)  VALUE 'Y'.
       01  WS-MOVELOG-STATUS         PIC X(2).
       01  WS-MVA-STATUS             PIC X(2).
       01  WS-PGC-STATUS             PIC X(2).
       01  WS-ARCHIVE-OPEN           PIC X(1)  VALUE 'N'.
       01  WS-ARCHIVED-THROUGH       PIC 9(8)  VALUE ZERO.
       01  WS-PGC-DONE               PIC X(1)  VALUE 'N'.
       01  WS-PART-DONE              PIC X(1).
       01  WS-PART-NO-IN             PIC X(5).
       01  WS-FROM-DATE-X            PIC X(8).
           05  PHD-TO-DATE           PIC 9(8).
           05  FILLER                PIC X(42)  VALUE SPACES.
       01  COLUMN-HEADING-LINE.
           05  FILLER                PIC X(47)
               VALUE 'DATE      TIME      PROGRAM   TY  QTY      BALA'.
           05  FILLER                PIC X(33)
               VALUE 'NCE LOC   L-BAL  XFER'.
       01  CARD-DETAIL-LINE.
           05  DET-DATE              PIC 9(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-QTY               PIC -9(6).
           05  FILLER                PIC X(3)   VALUE SPACES.
           05  DET-BALANCE           PIC 9(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-LOC-BALANCE       PIC 9(5).
           05  DET-LOC-BALANCE-X REDEFINES DET-LOC-BALANCE
                                     PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  DET-XFER-LOCATION     PIC X(4).
           05  FILLER                PIC X(11)  VALUE SPACES.
       01  PART-TOTAL-LINE.
           05  FILLER                PIC X(19)
               VALUE 'MOVEMENTS LISTED:  '.
               DISPLAY 'NOTHING HAS LOGGED A MOVEMENT YET'
               STOP RUN
           END-IF
           PERFORM 150-FIND-ARCHIVE
           OPEN OUTPUT STOCK-CARD-FILE
           WRITE STOCK-CARD-REC FROM REPORT-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           END-PERFORM
           CLOSE MOVEMENT-LOG-FILE
                 STOCK-CARD-FILE
           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE MOVEMENT-ARCHIVE-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'STOCK CARD REPORT COMPLETE'
           DISPLAY 'MOVEMENTS LISTED: ', WS-TOTAL-LISTED
           STOP RUN.
      ******************************************************************
      *THE LATEST CLOSE DATE WHOSE MOVEMENTS HAVE BEEN ARCHIVED.  WITH *
      *NO PERIOD CLOSED YET THE ARCHIVE IS NEVER OPENED                *
      ******************************************************************
       150-FIND-ARCHIVE.
           OPEN INPUT PURGE-CONTROL-FILE
           IF WS-PGC-STATUS = '00'
               PERFORM UNTIL WS-PGC-DONE = 'Y'
                   READ PURGE-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PGC-DONE
                       NOT AT END
                           IF PGC-STAGE NOT < 1 AND
                              PGC-CLOSE-DATE > WS-ARCHIVED-THROUGH
                               MOVE PGC-CLOSE-DATE
                                   TO WS-ARCHIVED-THROUGH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PURGE-CONTROL-FILE
           IF WS-ARCHIVED-THROUGH > ZERO
               OPEN INPUT MOVEMENT-ARCHIVE-FILE
               IF WS-MVA-STATUS = '00'
                   MOVE 'Y' TO WS-ARCHIVE-OPEN
               ELSE
                   DISPLAY 'WARNING: MOVEMENT ARCHIVE NOT AVAILABLE, '
                       'STATUS: ', WS-MVA-STATUS
                   DISPLAY 'MOVEMENTS ON OR BEFORE ',
                       WS-ARCHIVED-THROUGH, ' WILL NOT BE LISTED'
               END-IF
           END-IF.
      ******************************************************************
      *THE KEY IS PART PLUS DATE PLUS TIME, SO ONE START AND A RUN OF  *
      *SEQUENTIAL READS DELIVER THE PART'S MOVEMENTS IN DATE ORDER     *
      *AND STOP AT THE FIRST RECORD PAST THE RANGE                     *
               AFTER ADVANCING 1 LINE
           WRITE STOCK-CARD-REC FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 1 LINE
           IF WS-ARCHIVE-OPEN = 'Y' AND
              WS-FROM-DATE NOT > WS-ARCHIVED-THROUGH
               PERFORM 220-LIST-ARCHIVED
           END-IF
           MOVE 'N' TO WS-PART-DONE
           MOVE WS-PART-NO-IN TO MOV-PART-NO
           MOVE WS-FROM-DATE TO MOV-DATE
               AFTER ADVANCING 1 LINE
           DISPLAY 'MOVEMENTS LISTED FOR ', WS-PART-NO-IN, ': ',
               WS-MOVES-LISTED.
      ******************************************************************
      *SAME BROWSE OVER THE ARCHIVE; EACH ARCHIVED MOVEMENT IS PUT     *
      *BACK IN THE MOVEMENT LOG RECORD AND PRINTED THE SAME WAY        *
      ******************************************************************
       220-LIST-ARCHIVED.
           MOVE 'N' TO WS-PART-DONE
           MOVE WS-PART-NO-IN TO MVA-PART-NO
           MOVE WS-FROM-DATE TO MVA-DATE
           MOVE ZERO TO MVA-TIME
           MOVE ZERO TO MVA-SEQ
           START MOVEMENT-ARCHIVE-FILE KEY NOT < MVA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PART-DONE
           END-START
           PERFORM UNTIL WS-PART-DONE = 'Y'
               READ MOVEMENT-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PART-DONE
                   NOT AT END
                       IF MVA-PART-NO NOT = WS-PART-NO-IN
                           OR MVA-DATE > WS-TO-DATE
                           MOVE 'Y' TO WS-PART-DONE
                       ELSE
                           MOVE MVA-MOVEMENT TO MOVEMENT-LOG-REC
                           PERFORM 250-PRINT-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
       250-PRINT-MOVEMENT.
           MOVE MOV-DATE TO DET-DATE
           MOVE MOV-TIME TO DET-TIME
           MOVE MOV-TYPE TO DET-TYPE
           MOVE MOV-QTY TO DET-QTY
           MOVE MOV-BALANCE-AFTER TO DET-BALANCE
           MOVE MOV-LOCATION TO DET-LOCATION
           MOVE MOV-XFER-LOCATION TO DET-XFER-LOCATION
           IF MOV-LOCATION = SPACES
               MOVE SPACES TO DET-LOC-BALANCE-X
           ELSE
               MOVE MOV-LOC-BALANCE-AFTER TO DET-LOC-BALANCE
           END-IF
           ADD 1 TO WS-MOVES-LISTED
           ADD 1 TO WS-TOTAL-LISTED
           WRITE STOCK-CARD-REC FROM CARD-DETAIL-LINE
