       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDAPR.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. STEPS PURCHASING THROUGH EACH CHANGE THE REORDER       *
      *         PLANNING RUN (REORDPLN) SUGGESTED ON REORDSUG.DAT.     *
      *         EVERY SUGGESTION COMES UP WITH THE DEMAND AND LEAD     *
      *         TIME IT WAS WORKED OUT FROM AND THE PART'S REORDER     *
      *         POINT AND ORDER QUANTITY NOW AND SUGGESTED, AND THE    *
      *         BUYER ANSWERS:                                         *
      *           A - APPROVE: BOTH SUGGESTED VALUES GO ON THE         *
      *               INVENTORY MASTER AND THE CHANGE IS ADDED TO THE  *
      *               INVENTORY AUDIT LIST, BEFORE AND AFTER           *
      *           D - DENY: THE PART KEEPS ITS VALUES AND THE          *
      *               SUGGESTION IS DROPPED                            *
      *           K - KEEP: THE SUGGESTION STAYS ON FILE FOR A LATER   *
      *               LOOK                                             *
      *         APPROVAL IS ONLY OFFERED WHILE THE PART IS STILL ON    *
      *         THE MASTER WITH THE REORDER POINT AND ORDER QUANTITY   *
      *         THE PLANNING RUN SAW, SO A VALUE CHANGED BY HAND WITH  *
      *         AN INVMAINT V SINCE THEN IS NEVER OVERWRITTEN BY A     *
      *         STALE SUGGESTION.  KEPT LINES GO TO REORDSGN.DAT;      *
      *         AFTER A CLEAN RUN THE OPERATOR REPLACES REORDSUG.DAT   *
      *         WITH REORDSGN.DAT THE SAME WAY SUPAPPR'S REVIEW FILE   *
      *         IS SWAPPED.  THE NEXT PLANNING RUN STARTS A NEW FILE.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUGGESTION-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\REORDSUG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SUGGESTION-FILE
               ASSIGN TO 'C:\CHAPTER5\REORDSGN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-MASTER
               ASSIGN TO 'C:\CHAPTER5\INVMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL AUDIT-LIST-FILE
               ASSIGN TO 'C:\CHAPTER5\INVAUDIT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *SUGGESTION LAYOUT -- SEE REORDPLN.  THE CURRENT VALUES ARE      *
      *THE MASTER'S AS THE PLANNING RUN READ THEM                      *
      ******************************************************************
       FD  SUGGESTION-FILE.
       01  SUGGESTION-REC.
           05  SUG-PART-NO           PIC X(5).
           05  SUG-DESCRIPTION       PIC X(15).
           05  SUG-CUR-POINT         PIC 9(5).
           05  SUG-CUR-QTY           PIC 9(5).
           05  SUG-NEW-POINT         PIC 9(5).
           05  SUG-NEW-QTY           PIC 9(5).
           05  SUG-AVG-DEMAND        PIC 9(5)V99.
           05  SUG-PEAK-DEMAND       PIC 9(5).
           05  SUG-AVG-LEAD          PIC 9(3).
           05  SUG-MAX-LEAD          PIC 9(3).
           05  SUG-NOTE              PIC X(20).
           05  SUG-PLAN-DATE         PIC 9(8).
       FD  NEW-SUGGESTION-FILE.
       01  NEW-SUGGESTION-REC        PIC X(86).
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
      ******************************************************************
      *THE INVMAINT AUDIT LIST.  APPROVALS ARE ADDED TO THE END OF     *
      *THE LIST THE LAST MAINTENANCE RUN LEFT, SO PRINT IT BEFORE THE  *
      *NEXT INVMAINT RUN STARTS A NEW ONE                              *
      ******************************************************************
       FD  AUDIT-LIST-FILE.
       01  AUDIT-LIST-REC            PIC X(80).
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
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-ACTION                 PIC X(1).
       01  WS-CAN-APPROVE            PIC X(1).
       01  WS-AUDIT-HEADED           PIC X(1)  VALUE 'N'.
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-SUGGESTIONS-READ       PIC 9(7)  VALUE ZERO.
       01  WS-SUGGESTIONS-APPROVED   PIC 9(7)  VALUE ZERO.
       01  WS-SUGGESTIONS-DENIED     PIC 9(7)  VALUE ZERO.
       01  WS-SUGGESTIONS-KEPT       PIC 9(7)  VALUE ZERO.
       01  WS-LOG-REJECTED           PIC 9(7).
       01  AUDIT-HEADING-LINE.
           05  FILLER                PIC X(34)
               VALUE 'REORDER PLAN APPROVALS            '.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  AHL-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(32)  VALUE SPACES.
       01  AUDIT-COLUMN-LINE.
           05  FILLER                PIC X(46)
               VALUE 'PART   CD  BEFORE-QTY  BEFORE-PRC  AFTER-QTY '.
           05  FILLER                PIC X(34)
               VALUE ' AFTER-PRC  LOC   TO    MOVED'.
       01  AUDIT-DETAIL-LINE.
           05  AUD-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  AUD-CODE              PIC X(1).
           05  FILLER                PIC X(7)   VALUE SPACES.
           05  AUD-BEFORE-QTY        PIC 9(5).
           05  FILLER                PIC X(7)   VALUE SPACES.
           05  AUD-BEFORE-PRICE      PIC 999.99.
           05  FILLER                PIC X(6)   VALUE SPACES.
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
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-LOG-START
           OPEN INPUT SUGGESTION-FILE
           OPEN I-O INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN INVENTORY MASTER, STATUS: ',
                   WS-MASTER-FILE-STATUS
               DISPLAY 'CHECK THE FILE, NO SUGGESTIONS REVIEWED'
               CLOSE SUGGESTION-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-SUGGESTION-FILE
           OPEN EXTEND AUDIT-LIST-FILE
           PERFORM 150-READ-SUGGESTION
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               ADD 1 TO WS-SUGGESTIONS-READ
               PERFORM 200-REVIEW-SUGGESTION
               PERFORM 150-READ-SUGGESTION
           END-PERFORM
           CLOSE SUGGESTION-FILE
                 NEW-SUGGESTION-FILE
                 INVENTORY-MASTER
                 AUDIT-LIST-FILE
           DISPLAY ' '
           DISPLAY 'REORDER PLAN REVIEW COMPLETE'
           DISPLAY 'SUGGESTIONS REVIEWED: ', WS-SUGGESTIONS-READ
           DISPLAY 'SUGGESTIONS APPROVED: ', WS-SUGGESTIONS-APPROVED
           DISPLAY 'SUGGESTIONS DENIED:   ', WS-SUGGESTIONS-DENIED
           DISPLAY 'SUGGESTIONS KEPT:     ', WS-SUGGESTIONS-KEPT
           DISPLAY 'REPLACE REORDSUG.DAT WITH REORDSGN.DAT TO KEEP '
               'THE KEPT SUGGESTIONS'
           PERFORM 900-LOG-END
           STOP RUN.
       150-READ-SUGGESTION.
           READ SUGGESTION-FILE
               AT END
                   MOVE 'N' TO MORE-RECORDS-IN
           END-READ.
       200-REVIEW-SUGGESTION.
           MOVE 'Y' TO WS-CAN-APPROVE
           MOVE SUG-PART-NO TO MST-PART-NO
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CAN-APPROVE
           END-READ
           IF WS-MASTER-FILE-STATUS NOT = '00' AND
              WS-MASTER-FILE-STATUS NOT = '23'
               PERFORM 500-MASTER-IO-ABORT
           END-IF
           DISPLAY ' '
           DISPLAY 'PART: ', SUG-PART-NO, '  ', SUG-DESCRIPTION,
               '  PLANNED: ', SUG-PLAN-DATE
           DISPLAY 'DEMAND PER MONTH, AVERAGE: ', SUG-AVG-DEMAND,
               '  PEAK: ', SUG-PEAK-DEMAND
           DISPLAY 'LEAD TIME DAYS, AVERAGE:   ', SUG-AVG-LEAD,
               '  LONGEST: ', SUG-MAX-LEAD
           DISPLAY 'REORDER POINT NOW: ', SUG-CUR-POINT,
               '  SUGGESTED: ', SUG-NEW-POINT
           DISPLAY 'ORDER QTY NOW:     ', SUG-CUR-QTY,
               '  SUGGESTED: ', SUG-NEW-QTY
           IF SUG-NOTE NOT = SPACES
               DISPLAY 'NOTE: ', SUG-NOTE
           END-IF
           IF WS-CAN-APPROVE = 'N'
               DISPLAY 'PART NO LONGER ON THE MASTER -- APPROVAL NOT '
                   'POSSIBLE, DENY OR KEEP'
           ELSE
               IF MST-REORDER-POINT NOT = SUG-CUR-POINT OR
                  MST-REORDER-QTY NOT = SUG-CUR-QTY
                   MOVE 'N' TO WS-CAN-APPROVE
                   DISPLAY 'MASTER NOW HAS REORDER POINT ',
                       MST-REORDER-POINT, ' QTY ', MST-REORDER-QTY
                   DISPLAY 'CHANGED SINCE THE PLANNING RUN -- '
                       'APPROVAL NOT POSSIBLE, DENY OR KEEP'
               END-IF
           END-IF
           PERFORM 250-GET-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM 300-APPROVE-SUGGESTION
               WHEN 'D'
                   ADD 1 TO WS-SUGGESTIONS-DENIED
                   DISPLAY 'SUGGESTION DENIED, PART UNCHANGED'
               WHEN 'K'
                   ADD 1 TO WS-SUGGESTIONS-KEPT
                   WRITE NEW-SUGGESTION-REC FROM SUGGESTION-REC
           END-EVALUATE.
       250-GET-ACTION.
           DISPLAY 'ACTION? A=APPROVE D=DENY K=KEEP'
           ACCEPT WS-ACTION
           PERFORM UNTIL (WS-ACTION = 'A' AND WS-CAN-APPROVE = 'Y')
               OR WS-ACTION = 'D' OR WS-ACTION = 'K'
               IF WS-ACTION = 'A'
                   DISPLAY 'APPROVAL NOT POSSIBLE, D OR K ONLY'
               ELSE
                   DISPLAY 'ANSWER MUST BE A, D, OR K, RE-ENTER'
               END-IF
               ACCEPT WS-ACTION
           END-PERFORM.
      ******************************************************************
      *AN APPROVAL IS AUDITED THE WAY INVMAINT AUDITS A V TRANSACTION: *
      *A DETAIL LINE AND THE REORDER LINE BELOW IT.  THE FIRST         *
      *APPROVAL OF THE SESSION HEADS ITS BLOCK ON THE LIST             *
      ******************************************************************
       300-APPROVE-SUGGESTION.
           MOVE MST-REORDER-POINT TO ARO-BEFORE-POINT
           MOVE MST-REORDER-QTY TO ARO-BEFORE-QTY
           MOVE MST-VENDOR-CODE TO ARO-BEFORE-VENDOR
           MOVE SUG-NEW-POINT TO MST-REORDER-POINT
           MOVE SUG-NEW-QTY TO MST-REORDER-QTY
           REWRITE INVENTORY-MASTER-REC
           IF WS-MASTER-FILE-STATUS NOT = '00'
               PERFORM 500-MASTER-IO-ABORT
           END-IF
           IF WS-AUDIT-HEADED = 'N'
               MOVE 'Y' TO WS-AUDIT-HEADED
               MOVE WS-RUN-DATE TO AHL-RUN-DATE
               WRITE AUDIT-LIST-REC FROM AUDIT-HEADING-LINE
               WRITE AUDIT-LIST-REC FROM AUDIT-COLUMN-LINE
           END-IF
           MOVE MST-PART-NO TO AUD-PART-NO
           MOVE 'V' TO AUD-CODE
           MOVE MST-QTY-ON-HAND TO AUD-BEFORE-QTY
           MOVE MST-UNIT-PRICE TO AUD-BEFORE-PRICE
           MOVE MST-QTY-ON-HAND TO AUD-AFTER-QTY
           MOVE MST-UNIT-PRICE TO AUD-AFTER-PRICE
           MOVE SPACES TO AUD-LOCATION
           MOVE SPACES TO AUD-TO-LOCATION
           MOVE ZERO TO AUD-MOVED-QTY
           WRITE AUDIT-LIST-REC FROM AUDIT-DETAIL-LINE
           MOVE MST-REORDER-POINT TO ARO-AFTER-POINT
           MOVE MST-REORDER-QTY TO ARO-AFTER-QTY
           MOVE MST-VENDOR-CODE TO ARO-AFTER-VENDOR
           WRITE AUDIT-LIST-REC FROM AUDIT-REORDER-LINE
           ADD 1 TO WS-SUGGESTIONS-APPROVED
           DISPLAY 'SUGGESTION APPROVED, MASTER UPDATED: ',
               SUG-PART-NO.
      ******************************************************************
      *ON A HARD MASTER ERROR THE SUGGESTION IN HAND AND EVERY UNREAD  *
      *ONE ARE FLUSHED TO THE NEW FILE, SO THE OPERATOR STILL SWAPS    *
      *THE FILES AND NO SUGGESTION IS LOST OR RULED ON TWICE           *
      ******************************************************************
       500-MASTER-IO-ABORT.
           DISPLAY 'INVENTORY MASTER I-O ERROR, STATUS: ',
               WS-MASTER-FILE-STATUS, ' ON PART: ', SUG-PART-NO
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               WRITE NEW-SUGGESTION-REC FROM SUGGESTION-REC
               PERFORM 150-READ-SUGGESTION
           END-PERFORM
           DISPLAY 'RUN STOPPED, REPLACE REORDSUG.DAT WITH '
               'REORDSGN.DAT, FIX THE MASTER, THEN RERUN'
           CLOSE SUGGESTION-FILE
                 NEW-SUGGESTION-FILE
                 INVENTORY-MASTER
                 AUDIT-LIST-FILE
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *READ ALWAYS EQUALS APPROVED PLUS DENIED AND KEPT, SO THE OPSRPT *
      *BALANCE CHECK HOLDS ON A HEALTHY RUN                            *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'REORDAPR' TO LOG-PROGRAM-ID
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
           MOVE 'REORDAPR' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-SUGGESTIONS-READ TO LOG-RECORDS-READ
           MOVE WS-SUGGESTIONS-APPROVED TO LOG-RECORDS-WRITTEN
           COMPUTE WS-LOG-REJECTED =
               WS-SUGGESTIONS-DENIED + WS-SUGGESTIONS-KEPT
           MOVE WS-LOG-REJECTED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
