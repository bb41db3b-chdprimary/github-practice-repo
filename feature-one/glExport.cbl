       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXPORT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 12 Oct 2026.                                      *
      *PURPOSE. SENDS THE GL INTERFACE FILE TO THE GENERAL LEDGER.     *
      *         EVERY BATCH ON GLINTF.DAT (ONE POSTING RUN OF          *
      *         EODCLOSE, CASHPOST, PORECV, CH04PPB, APMATCH, APAPPR,  *
      *         APPAY, COLLECT OR CUSTRTN) IS TOTALLED AND CHECKED     *
      *         AGAINST THE GLBATCH.DAT CONTROL FILE.  A BATCH ALREADY *
      *         ON THE CONTROL FILE HAS GONE BEFORE AND IS PASSED      *
      *         OVER, SO NOTHING CAN BE SENT TWICE; A BATCH WHOSE      *
      *         DEBITS DO NOT EQUAL ITS CREDITS, OR THAT HOLDS A       *
      *         DAMAGED LINE, IS HELD FOR THE OFFICE TO PUT RIGHT;     *
      *         EVERY OTHER BATCH IS WRITTEN TO GLEXPORT.DAT FOR THE   *
      *         LEDGER AND THEN RECORDED ON THE CONTROL FILE WITH THE  *
      *         DATE IT WENT.  GLEXPORT.RPT LISTS EACH BATCH AND WHAT  *
      *         BECAME OF IT.  GLEXPORT.DAT IS REWRITTEN EVERY RUN, SO *
      *         IT MUST BE SENT BEFORE THE NEXT ONE.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-INTERFACE-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\GLINTF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-GL-FILE
               ASSIGN TO 'C:\CHAPTER5\GLXSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-BATCH-FILE
               ASSIGN TO 'C:\CHAPTER5\GLBATCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-FILE-STATUS.
           SELECT GL-EXPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\GLEXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\GLEXPORT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-SOURCE           PIC X(8).
           05  SORT-BATCH-STAMP      PIC 9(14).
           05  FILLER                PIC X(8).
           05  SORT-REFERENCE        PIC X(14).
           05  FILLER                PIC X(22).
       FD  SORTED-GL-FILE.
       01  SORTED-GL-REC.
           05  SRT-SOURCE            PIC X(8).
           05  SRT-BATCH-STAMP       PIC 9(14).
           05  SRT-ENTRY-DATE        PIC 9(8).
           05  SRT-REFERENCE         PIC X(14).
           05  SRT-ACCOUNT           PIC X(10).
           05  SRT-DR-CR             PIC X(1).
           05  SRT-AMOUNT            PIC 9(9)V99.
      ******************************************************************
      *ONE RECORD PER BATCH SENT TO THE LEDGER, KEYED BY THE SOURCE    *
      *PROGRAM AND THE BATCH STAMP IT PUT ON EVERY LINE.  THE RECORD   *
      *IS WHAT STOPS A BATCH GOING TWICE; GLLIST READS IT TO SHOW      *
      *WHICH LINES HAVE GONE                                           *
      ******************************************************************
       FD  GL-BATCH-FILE.
       01  GL-BATCH-REC.
           05  GLB-KEY.
               10  GLB-SOURCE        PIC X(8).
               10  GLB-BATCH-STAMP   PIC 9(14).
           05  GLB-EXPORT-DATE       PIC 9(8).
           05  GLB-EXPORT-STAMP      PIC 9(14).
           05  GLB-LINES             PIC 9(7).
           05  GLB-DEBITS            PIC 9(11)V99.
           05  GLB-CREDITS           PIC 9(11)V99.
      ******************************************************************
      *THE LEDGER'S IMPORT FILE -- THE INTERFACE LINES OF EVERY BATCH  *
      *SENT THIS RUN, UNCHANGED                                        *
      ******************************************************************
       FD  GL-EXPORT-FILE.
       01  GL-EXPORT-REC             PIC X(66).
       FD  EXPORT-REPORT-FILE.
       01  EXPORT-REPORT-REC         PIC X(110).
      ******************************************************************
      *EVERY BATCH RUN APPENDS A START AND AN END RECORD HERE SO THE   *
      *OPSRPT DAILY OPERATIONS REPORT CAN SHOW WHAT RAN, WHAT          *
      *BALANCED, AND WHAT NEVER FINISHED                               *
      ******************************************************************
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05  LOG-PROGRAM-ID        PIC X(8).
           05  LOG-RUN-DATE          PIC 9(8).
           05  LOG-RUN-TIME          PIC 9(8).
           05  LOG-EVENT             PIC X(1).
           05  LOG-RECORDS-READ      PIC 9(7).
           05  LOG-RECORDS-WRITTEN   PIC 9(7).
           05  LOG-RECORDS-REJECTED  PIC 9(7).
           05  LOG-RUN-STATUS        PIC X(1).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-GLB-FILE-STATUS        PIC X(2).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-STAMP.
           05  WS-STAMP-DATE         PIC 9(8).
           05  WS-STAMP-TIME         PIC 9(6).
       01  WS-TIME-WORK.
           05  WS-TIME-HHMMSS        PIC 9(6).
           05  FILLER                PIC 9(2).
       01  WS-LINES-READ             PIC 9(7)  VALUE ZERO.
       01  WS-LINES-EXPORTED         PIC 9(7)  VALUE ZERO.
       01  WS-LINES-NOT-SENT         PIC 9(7)  VALUE ZERO.
       01  WS-BATCHES-EXPORTED       PIC 9(5)  VALUE ZERO.
       01  WS-BATCHES-ALREADY        PIC 9(5)  VALUE ZERO.
       01  WS-BATCHES-HELD           PIC 9(5)  VALUE ZERO.
       01  WS-EXPORT-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-EXPORT-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-BT-SUB                 PIC 9(3).
       01  WS-BT-COUNT               PIC 9(3)  VALUE ZERO.
       01  WS-HOLD-SOURCE            PIC X(8)  VALUE SPACES.
       01  WS-HOLD-BATCH             PIC 9(14) VALUE ZERO.
       01  WS-BATCH-SENT             PIC X(1).
       01  WS-CURRENT-STATUS         PIC X(1).
      ******************************************************************
      *ONE ENTRY PER BATCH NOT YET SENT, IN SORTED ORDER -- A BATCH    *
      *ALREADY ON THE CONTROL FILE IS ONLY COUNTED, SO THE TABLE DOES  *
      *NOT FILL UP AS THE INTERFACE FILE GROWS.  BT-STATUS IS H HELD   *
      *(OUT OF BALANCE OR A DAMAGED LINE) OR X TO BE EXPORTED THIS     *
      *RUN.  EVERY UNSENT BATCH MUST FIT OR ONE COULD BE SENT WITHOUT  *
      *BEING RECORDED, SO TOO MANY STOPS THE RUN BEFORE ANYTHING IS    *
      *WRITTEN                                                         *
      ******************************************************************
       01  BATCH-TABLE.
           05  BATCH-ENTRY           OCCURS 500 TIMES.
               10  BT-SOURCE         PIC X(8).
               10  BT-BATCH-STAMP    PIC 9(14).
               10  BT-ENTRY-DATE     PIC 9(8).
               10  BT-LINES          PIC 9(7).
               10  BT-DEBITS         PIC 9(11)V99.
               10  BT-CREDITS        PIC 9(11)V99.
               10  BT-BAD-LINES      PIC 9(5).
               10  BT-STATUS         PIC X(1).
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(28)
               VALUE 'GENERAL LEDGER EXPORT       '.
           05  FILLER                PIC X(8)   VALUE 'EXPORT: '.
           05  RPT-RUN-STAMP         PIC 9(14).
           05  FILLER                PIC X(60)  VALUE SPACES.
       01  REPORT-COLUMN-LINE.
           05  FILLER                PIC X(45)
               VALUE 'SOURCE    BATCH           DATE        LINES'.
           05  FILLER                PIC X(65)
               VALUE '        DEBITS        CREDITS  RESULT'.
       01  REPORT-DETAIL-LINE.
           05  RDL-SOURCE            PIC X(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RDL-BATCH-STAMP       PIC 9(14).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RDL-ENTRY-DATE        PIC 9(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RDL-LINES             PIC 9(7).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RDL-DEBITS            PIC 9(11).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  RDL-CREDITS           PIC 9(11).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RDL-RESULT            PIC X(34).
       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL             PIC X(45).
           05  RTL-DEBITS            PIC 9(11).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  RTL-CREDITS           PIC 9(11).99.
           05  FILLER                PIC X(36)  VALUE SPACES.
       01  BLANK-LINE                PIC X(110) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-STAMP-TIME
           MOVE WS-RUN-STAMP TO RPT-RUN-STAMP
           OPEN I-O GL-BATCH-FILE
           IF WS-GLB-FILE-STATUS NOT = '00' AND
              WS-GLB-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN GL BATCH CONTROL FILE, STATUS: ',
                   WS-GLB-FILE-STATUS
               DISPLAY 'NOTHING EXPORTED'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SOURCE SORT-BATCH-STAMP
                                SORT-REFERENCE
               USING GL-INTERFACE-FILE
               GIVING SORTED-GL-FILE
           PERFORM 200-TOTAL-BATCHES
           PERFORM 300-WRITE-EXPORT
           PERFORM 400-RECORD-BATCHES
           PERFORM 500-PRINT-REPORT
           CLOSE GL-BATCH-FILE
           SUBTRACT WS-LINES-EXPORTED FROM WS-LINES-READ
               GIVING WS-LINES-NOT-SENT
           DISPLAY ' '
           DISPLAY 'GL EXPORT COMPLETE'
           DISPLAY 'INTERFACE LINES READ:  ', WS-LINES-READ
           DISPLAY 'LINES EXPORTED:        ', WS-LINES-EXPORTED
           DISPLAY 'BATCHES EXPORTED:      ', WS-BATCHES-EXPORTED
           DISPLAY 'BATCHES ALREADY SENT:  ', WS-BATCHES-ALREADY
           DISPLAY 'BATCHES HELD:          ', WS-BATCHES-HELD
           IF WS-BATCHES-HELD > ZERO
               DISPLAY 'LIST THE HELD BATCHES WITH GLLIST AND PUT THEM '
                   'RIGHT BEFORE THE NEXT EXPORT'
           END-IF
           DISPLAY 'SEND GLEXPORT.DAT TO THE LEDGER BEFORE THE NEXT '
               'EXPORT RUN'
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *FIRST PASS -- EACH BATCH IS TOTALLED INTO THE TABLE AND GIVEN   *
      *ITS STATUS BEFORE A SINGLE LINE IS EXPORTED                     *
      ******************************************************************
       200-TOTAL-BATCHES.
           OPEN INPUT SORTED-GL-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SORTED-GL-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 210-ADD-LINE-TO-BATCH
               END-READ
           END-PERFORM
           CLOSE SORTED-GL-FILE
           MOVE 'Y' TO MORE-RECORDS-IN
           PERFORM 250-SET-BATCH-STATUS
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT.
       210-ADD-LINE-TO-BATCH.
           IF SRT-SOURCE NOT = WS-HOLD-SOURCE
               OR SRT-BATCH-STAMP NOT = WS-HOLD-BATCH
               MOVE SRT-SOURCE TO WS-HOLD-SOURCE
               MOVE SRT-BATCH-STAMP TO WS-HOLD-BATCH
               PERFORM 220-CHECK-BATCH-SENT
               IF WS-BATCH-SENT = 'N'
                   PERFORM 230-START-BATCH
               END-IF
           END-IF
           IF WS-BATCH-SENT = 'N'
               ADD 1 TO BT-LINES (WS-BT-COUNT)
               EVALUATE TRUE
                   WHEN SRT-AMOUNT NOT NUMERIC
                       ADD 1 TO BT-BAD-LINES (WS-BT-COUNT)
                   WHEN SRT-DR-CR = 'D'
                       ADD SRT-AMOUNT TO BT-DEBITS (WS-BT-COUNT)
                   WHEN SRT-DR-CR = 'C'
                       ADD SRT-AMOUNT TO BT-CREDITS (WS-BT-COUNT)
                   WHEN OTHER
                       ADD 1 TO BT-BAD-LINES (WS-BT-COUNT)
               END-EVALUATE
           END-IF.
       220-CHECK-BATCH-SENT.
           MOVE SRT-SOURCE TO GLB-SOURCE
           MOVE SRT-BATCH-STAMP TO GLB-BATCH-STAMP
           READ GL-BATCH-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BATCH-SENT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BATCH-SENT
                   ADD 1 TO WS-BATCHES-ALREADY
           END-READ.
       230-START-BATCH.
           IF WS-BT-COUNT = 500
               DISPLAY 'MORE THAN 500 UNSENT BATCHES ON GLINTF.DAT -- '
                   'NOTHING EXPORTED'
               CLOSE SORTED-GL-FILE
                     GL-BATCH-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ADD 1 TO WS-BT-COUNT
           MOVE SRT-SOURCE TO BT-SOURCE (WS-BT-COUNT)
           MOVE SRT-BATCH-STAMP TO BT-BATCH-STAMP (WS-BT-COUNT)
           MOVE SRT-ENTRY-DATE TO BT-ENTRY-DATE (WS-BT-COUNT)
           MOVE ZERO TO BT-LINES (WS-BT-COUNT)
           MOVE ZERO TO BT-DEBITS (WS-BT-COUNT)
           MOVE ZERO TO BT-CREDITS (WS-BT-COUNT)
           MOVE ZERO TO BT-BAD-LINES (WS-BT-COUNT).
       250-SET-BATCH-STATUS.
           IF BT-BAD-LINES (WS-BT-SUB) > ZERO
               OR BT-DEBITS (WS-BT-SUB) NOT = BT-CREDITS (WS-BT-SUB)
               MOVE 'H' TO BT-STATUS (WS-BT-SUB)
           ELSE
               MOVE 'X' TO BT-STATUS (WS-BT-SUB)
           END-IF.
      ******************************************************************
      *SECOND PASS -- THE LINES OF EVERY X BATCH GO TO THE EXPORT      *
      *FILE.  THE SORTED FILE IS IN THE SAME ORDER AS THE TABLE, SO    *
      *THE TABLE IS WALKED ALONG BESIDE IT; A BATCH THAT IS NOT THE    *
      *NEXT ONE IN THE TABLE HAS ALREADY GONE AND IS PASSED OVER       *
      ******************************************************************
       300-WRITE-EXPORT.
           OPEN INPUT SORTED-GL-FILE
           OPEN OUTPUT GL-EXPORT-FILE
           MOVE 1 TO WS-BT-SUB
           MOVE SPACES TO WS-HOLD-SOURCE
           MOVE ZERO TO WS-HOLD-BATCH
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SORTED-GL-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 310-EXPORT-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-GL-FILE
                 GL-EXPORT-FILE
           MOVE 'Y' TO MORE-RECORDS-IN.
       310-EXPORT-LINE.
           IF SRT-SOURCE NOT = WS-HOLD-SOURCE
               OR SRT-BATCH-STAMP NOT = WS-HOLD-BATCH
               MOVE SRT-SOURCE TO WS-HOLD-SOURCE
               MOVE SRT-BATCH-STAMP TO WS-HOLD-BATCH
               MOVE 'E' TO WS-CURRENT-STATUS
               IF WS-BT-SUB NOT > WS-BT-COUNT
                   IF SRT-SOURCE = BT-SOURCE (WS-BT-SUB)
                       AND SRT-BATCH-STAMP = BT-BATCH-STAMP (WS-BT-SUB)
                       MOVE BT-STATUS (WS-BT-SUB) TO WS-CURRENT-STATUS
                       ADD 1 TO WS-BT-SUB
                   END-IF
               END-IF
           END-IF
           IF WS-CURRENT-STATUS = 'X'
               WRITE GL-EXPORT-REC FROM SORTED-GL-REC
               ADD 1 TO WS-LINES-EXPORTED
           END-IF.
      ******************************************************************
      *THIRD PASS -- ONLY ONCE THE EXPORT FILE IS SAFELY CLOSED IS     *
      *EACH BATCH IN IT RECORDED AS SENT.  A BATCH THAT CANNOT BE      *
      *RECORDED IS REPORTED AND THE RUN ENDS ABNORMAL, SO THE OFFICE   *
      *KNOWS TO HOLD GLEXPORT.DAT BACK AND RERUN                       *
      ******************************************************************
       400-RECORD-BATCHES.
           PERFORM 410-RECORD-BATCH
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT.
       410-RECORD-BATCH.
           EVALUATE BT-STATUS (WS-BT-SUB)
               WHEN 'X'
                   MOVE BT-SOURCE (WS-BT-SUB) TO GLB-SOURCE
                   MOVE BT-BATCH-STAMP (WS-BT-SUB) TO GLB-BATCH-STAMP
                   MOVE WS-RUN-DATE TO GLB-EXPORT-DATE
                   MOVE WS-RUN-STAMP TO GLB-EXPORT-STAMP
                   MOVE BT-LINES (WS-BT-SUB) TO GLB-LINES
                   MOVE BT-DEBITS (WS-BT-SUB) TO GLB-DEBITS
                   MOVE BT-CREDITS (WS-BT-SUB) TO GLB-CREDITS
                   WRITE GL-BATCH-REC
                       INVALID KEY
                           DISPLAY 'BATCH NOT RECORDED, STATUS: ',
                               WS-GLB-FILE-STATUS, ' ',
                               BT-SOURCE (WS-BT-SUB), ' ',
                               BT-BATCH-STAMP (WS-BT-SUB)
                           MOVE 'A' TO WS-LOG-STATUS
                   END-WRITE
                   ADD 1 TO WS-BATCHES-EXPORTED
                   ADD BT-DEBITS (WS-BT-SUB) TO WS-EXPORT-DEBITS
                   ADD BT-CREDITS (WS-BT-SUB) TO WS-EXPORT-CREDITS
               WHEN OTHER
                   ADD 1 TO WS-BATCHES-HELD
           END-EVALUATE.
       500-PRINT-REPORT.
           OPEN OUTPUT EXPORT-REPORT-FILE
           WRITE EXPORT-REPORT-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE EXPORT-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE EXPORT-REPORT-REC FROM REPORT-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 510-PRINT-BATCH-LINE
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
           WRITE EXPORT-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL EXPORTED THIS RUN' TO RTL-LABEL
           MOVE WS-EXPORT-DEBITS TO RTL-DEBITS
           MOVE WS-EXPORT-CREDITS TO RTL-CREDITS
           WRITE EXPORT-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE EXPORT-REPORT-FILE.
       510-PRINT-BATCH-LINE.
           MOVE BT-SOURCE (WS-BT-SUB) TO RDL-SOURCE
           MOVE BT-BATCH-STAMP (WS-BT-SUB) TO RDL-BATCH-STAMP
           MOVE BT-ENTRY-DATE (WS-BT-SUB) TO RDL-ENTRY-DATE
           MOVE BT-LINES (WS-BT-SUB) TO RDL-LINES
           MOVE BT-DEBITS (WS-BT-SUB) TO RDL-DEBITS
           MOVE BT-CREDITS (WS-BT-SUB) TO RDL-CREDITS
           EVALUATE TRUE
               WHEN BT-STATUS (WS-BT-SUB) = 'X'
                   MOVE 'EXPORTED' TO RDL-RESULT
               WHEN BT-BAD-LINES (WS-BT-SUB) > ZERO
                   MOVE 'HELD -- DAMAGED LINE ON FILE' TO RDL-RESULT
               WHEN OTHER
                   MOVE 'HELD -- OUT OF BALANCE' TO RDL-RESULT
           END-EVALUATE
           WRITE EXPORT-REPORT-REC FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'GLEXPORT' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'S' TO LOG-EVENT
           MOVE ZERO TO LOG-RECORDS-READ
           MOVE ZERO TO LOG-RECORDS-WRITTEN
           MOVE ZERO TO LOG-RECORDS-REJECTED
           MOVE SPACE TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
       900-LOG-END.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'GLEXPORT' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-LINES-READ TO LOG-RECORDS-READ
           MOVE WS-LINES-EXPORTED TO LOG-RECORDS-WRITTEN
           MOVE WS-LINES-NOT-SENT TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
