      *DATE-WRITTEN. 12 Aug 2026.                                      *
      *PURPOSE. POSTS THE DAY'S CONFIRMED ORDERS FROM SALESTRN.DAT    *
      *         AGAINST THE INDEXED INVENTORY MASTER.  THE FILE IS     *
      *         SORTED BY PART-NO AND SELLING LOCATION SO EACH PART IS *
      *         RELIEVED AT EACH LOCATION WITH ONE READ AND ONE        *
      *         REWRITE OF THE LOCATION RECORD AND OF THE MASTER       *
      *         TOTAL, AND A POSTING REGISTER IS PRINTED SHOWING THE   *
      *         UNITS RELIEVED PER PART AND LOCATION.  UNTIL           *
      *         THIS RUN EXISTED NOTHING EVER REDUCED QTY-ON-HAND, SO  *
      *         THE CATALOG AND THE LOW-STOCK REPORT BOTH SHOWED       *
      *         STOCK ALREADY PROMISED TO CUSTOMERS.                   *
      *         AS EACH PART AND LOCATION IS POSTED ITS KEY IS WRITTEN *
      *         TO THE CHECKPOINT FILE ORDPCK.DAT.  IF THE RUN DIES    *
      *         PART WAY, SIMPLY RUN IT AGAIN: IT SEES THE CHECKPOINT, *
      *         SKIPS EVERY PART AND LOCATION ALREADY POSTED (LISTING  *
      *         THEM ON THE REGISTER AS ALREADY POSTED), POSTS THE     *
      *         REST, AND LOGS ITS START AS A RESTART.  THE            *
      *         CHECKPOINT ALSO HOLDS THE RECORD COUNT AND A HASH      *
      *         TOTAL OF QUOTE NUMBERS AND QUANTITIES OF THE FILE THE  *
      *         STOPPED RUN WAS READING; A RERUN AGAINST ANY OTHER     *
      *         SALESTRN.DAT (A LATER NIGHT'S, SAY) STOPS BEFORE       *
      *         ANYTHING IS SKIPPED OR POSTED.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PART-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'C:\CHAPTER5\STKLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLOC-KEY
               FILE STATUS IS WS-STKLOC-STATUS.
           SELECT OPTIONAL MOVEMENT-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\MOVELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-KEY
               FILE STATUS IS WS-MOVELOG-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'C:\CHAPTER5\ORDPCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT POSTING-REGISTER
               ASSIGN TO 'C:\CHAPTER5\ORDPOST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  TRAN-PART-NO          PIC X(5).
           05  TRAN-QTY              PIC 9(5).
           05  TRAN-QUOTE-NO         PIC 9(6).
           05  TRAN-REC-TYPE         PIC X(1).
           05  TRAN-TAX-AMOUNT       PIC 9(6).99.
           05  TRAN-TAX-JURIS        PIC X(4).
           05  TRAN-TAX-EXEMPT       PIC X(1).
           05  TRAN-LOCATION         PIC X(4).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-IDENT            PIC X(5).
           05  SORT-PART-NO          PIC X(5).
           05  SORT-QTY              PIC 9(5).
           05  SORT-QUOTE-NO         PIC 9(6).
           05  SORT-REC-TYPE         PIC X(1).
           05  SORT-TAX-AMOUNT       PIC 9(6).99.
           05  SORT-TAX-JURIS        PIC X(4).
           05  SORT-TAX-EXEMPT       PIC X(1).
           05  SORT-LOCATION         PIC X(4).
       FD  SORTED-TRANS-FILE.
       01  SORTED-TRANS-REC.
           05  SRT-IDENT             PIC X(5).
           05  SRT-PART-NO           PIC X(5).
           05  SRT-QTY               PIC 9(5).
           05  SRT-QUOTE-NO          PIC 9(6).
           05  SRT-REC-TYPE          PIC X(1).
           05  SRT-TAX-AMOUNT        PIC 9(6).99.
           05  SRT-TAX-JURIS         PIC X(4).
           05  SRT-TAX-EXEMPT        PIC X(1).
           05  SRT-LOCATION          PIC X(4).
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  MST-PART-NO           PIC X(5).
           05  MST-VENDOR-CODE       PIC X(5).
           05  MST-UNIT-COST         PIC 999.99.
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
      *SHARED PART MOVEMENT LEDGER -- SEE INVMAINT FOR THE LAYOUT      *
      *NOTES.  THIS RUN LOGS EACH PART'S RELIEF AT EACH LOCATION AS    *
      *TYPE S WITH A NEGATIVE QUANTITY                                 *
      ******************************************************************
       FD  MOVEMENT-LOG-FILE.
       01  MOVEMENT-LOG-REC.
           05  MOV-TYPE              PIC X(1).
           05  MOV-QTY               PIC S9(6).
           05  MOV-BALANCE-AFTER     PIC 9(5).
           05  MOV-LOCATION          PIC X(4).
           05  MOV-LOC-BALANCE-AFTER PIC 9(5).
           05  MOV-XFER-LOCATION     PIC X(4).
      ******************************************************************
      *THE LAST PART AND LOCATION POSTED, AS THEY STAND ON THE SORTED  *
      *FILE, THE DATE OF THE RUN THAT POSTED IT, AND THE COUNT AND     *
      *HASH TOTAL THAT IDENTIFY THE FILE IT WAS POSTING.  BLANK ONCE A *
      *RUN FINISHES CLEAN                                              *
      ******************************************************************
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-LAST-KEY.
               10  CKPT-PART-NO      PIC X(5).
               10  CKPT-LOCATION     PIC X(4).
           05  CKPT-RUN-DATE         PIC 9(8).
           05  CKPT-INPUT-ID.
               10  CKPT-REC-COUNT    PIC 9(7).
               10  CKPT-HASH-TOTAL   PIC 9(13).
       FD  POSTING-REGISTER.
       01  POSTING-REGISTER-REC      PIC X(80).
      ******************************************************************
       01  WS-MASTER-FILE-STATUS     PIC X(2).
       01  WS-FIRST-RECORD           PIC X(1)  VALUE 'Y'.
       01  WS-HOLD-PART-NO           PIC X(5).
       01  WS-HOLD-LOCATION          PIC X(4).
       01  WS-LINE-LOCATION          PIC X(4).
      ******************************************************************
      *RESTART CONTROL.  THE SORTED KEY (PART PLUS LOCATION AS KEYED,  *
      *NOT DEFAULTED TO MAIN) IS WHAT THE CHECKPOINT HOLDS, SO EVERY   *
      *RECORD AT OR BEFORE IT ON A RERUN BELONGS TO A PART AND         *
      *LOCATION ALREADY POSTED                                         *
      ******************************************************************
       01  WS-CKPT-FILE-STATUS       PIC X(2).
       01  WS-RESTART                PIC X(1)  VALUE 'N'.
       01  WS-RESTART-KEY            PIC X(9)  VALUE SPACES.
       01  WS-RESTART-KEY-R REDEFINES WS-RESTART-KEY.
           05  WS-RESTART-PART-NO    PIC X(5).
           05  WS-RESTART-LOCATION   PIC X(4).
       01  WS-RESTART-DATE           PIC 9(8)  VALUE ZERO.
      ******************************************************************
      *WHAT IDENTIFIES THE INPUT: EVERY RECORD ON THE SORTED FILE IS   *
      *COUNTED AND ITS QUOTE NUMBER AND QUANTITY ADDED TO A HASH       *
      *TOTAL BEFORE ANYTHING IS POSTED.  A RESTART MUST SEE THE SAME   *
      *TWO FIGURES THE STOPPED RUN SAW                                 *
      ******************************************************************
       01  WS-INPUT-ID.
           05  WS-INPUT-REC-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-INPUT-HASH-TOTAL   PIC 9(13) VALUE ZERO.
       01  WS-RESTART-INPUT-ID.
           05  WS-RESTART-REC-COUNT  PIC 9(7).
           05  WS-RESTART-HASH-TOTAL PIC 9(13).
       01  WS-ID-EOF                 PIC X(1).
       01  WS-SORTED-KEY.
           05  WS-SORTED-PART-NO     PIC X(5).
           05  WS-SORTED-LOCATION    PIC X(4).
       01  WS-GROUP-LAST-KEY         PIC X(9).
       01  WS-ALREADY-HOLD.
           05  WS-ALREADY-PART-NO    PIC X(5)  VALUE SPACES.
           05  WS-ALREADY-LOCATION   PIC X(4)  VALUE SPACES.
       01  WS-PARTS-ALREADY          PIC 9(5)  VALUE ZERO.
       01  WS-TRANS-ALREADY          PIC 9(5)  VALUE ZERO.
       01  WS-STKLOC-STATUS          PIC X(2).
       01  WS-STKLOC-FOUND           PIC X(1).
       01  WS-HEADERS-READ           PIC 9(5)  VALUE ZERO.
       01  WS-RELEASES-READ          PIC 9(5)  VALUE ZERO.
       01  WS-PART-UNITS             PIC 9(7)  VALUE ZERO.
       01  WS-UNITS-RELIEVED         PIC 9(6)  VALUE ZERO.
       01  WS-TRANS-READ             PIC 9(5)  VALUE ZERO.
           05  FILLER                PIC X(30)
               VALUE 'ORDER POSTING REGISTER        '.
           05  FILLER                PIC X(50)  VALUE SPACES.
       01  REGISTER-RESTART-LINE.
           05  FILLER                PIC X(36)
               VALUE 'RESTART OF THE STOPPED RUN OF       '.
           05  RRS-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(20)
               VALUE ' -- POSTED THROUGH  '.
           05  RRS-PART-NO           PIC X(5).
           05  FILLER                PIC X(1)   VALUE SPACE.
           05  RRS-LOCATION          PIC X(4).
           05  FILLER                PIC X(6)   VALUE SPACES.
       01  REGISTER-COLUMN-LINE.
           05  FILLER                PIC X(40)
               VALUE 'PART   LOC   DESCRIPTION  UNITS-RELIEVED'.
           05  FILLER                PIC X(40)
               VALUE '    AT-LOC    TOTAL'.
       01  REGISTER-DETAIL-LINE.
           05  REG-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-DESCRIPTION       PIC X(15).
           05  FILLER                PIC X(6)   VALUE SPACES.
           05  REG-UNITS             PIC 9(6).
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  REG-LOC-ON-HAND       PIC 9(5).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  REG-ON-HAND           PIC 9(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-FLAG              PIC X(10).
           05  FILLER                PIC X(9)   VALUE SPACES.
       01  REGISTER-REJECT-LINE.
           05  RRJ-PART-NO           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-LOCATION          PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RRJ-REASON            PIC X(40).
           05  FILLER                PIC X(27)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-GET-RESTART-POINT
           PERFORM 800-LOG-START
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PART-NO
                                SORT-LOCATION
               USING SALES-TRANSACTION-FILE
               GIVING SORTED-TRANS-FILE
           PERFORM 060-IDENTIFY-INPUT
           IF WS-RESTART = 'Y' AND
              WS-INPUT-ID NOT = WS-RESTART-INPUT-ID
               PERFORM 070-WRONG-FILE-ABORT
           END-IF
           OPEN INPUT SORTED-TRANS-FILE
           OPEN I-O INVENTORY-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O STOCK-LOCATION-FILE
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN STOCK LOCATION FILE, STATUS: ',
                   WS-STKLOC-STATUS
               DISPLAY 'RUN THE LOCCONV CONVERSION OR CHECK THE FILE, '
                   'NO ORDERS POSTED'
               CLOSE INVENTORY-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O MOVEMENT-LOG-FILE
           IF WS-MOVELOG-STATUS NOT = '00' AND
              WS-MOVELOG-STATUS NOT = '05'
                   'STATUS: ', WS-MOVELOG-STATUS
               DISPLAY 'MOVEMENTS WILL NOT BE LOGGED THIS RUN'
           END-IF
      ******************************************************************
      *ON A RESTART THE STOPPED RUN'S REGISTER IS KEPT AND THIS RUN'S  *
      *LINES FOLLOW IT UNDER A RESTART HEADING                         *
      ******************************************************************
           IF WS-RESTART = 'Y'
               OPEN EXTEND POSTING-REGISTER
               MOVE WS-RESTART-DATE TO RRS-RUN-DATE
               MOVE WS-RESTART-PART-NO TO RRS-PART-NO
               MOVE WS-RESTART-LOCATION TO RRS-LOCATION
               WRITE POSTING-REGISTER-REC FROM REGISTER-RESTART-LINE
           ELSE
               OPEN OUTPUT POSTING-REGISTER
               WRITE POSTING-REGISTER-REC FROM REGISTER-HEADING-LINE
           END-IF
           WRITE POSTING-REGISTER-REC FROM REGISTER-COLUMN-LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SORTED-TRANS-FILE
                           PERFORM 300-POST-PART
                       END-IF
                   NOT AT END
      ******************************************************************
      *AN ORDER HEADER CARRIES ONLY THE ORDER TOTALS -- ITS LINES      *
      *FOLLOW AS THEIR OWN RECORDS -- SO IT IS COUNTED APART AND NOT   *
      *TREATED AS A TRANSACTION TO POST.  A BORELSE RELEASE LINE       *
      *(TYPE R) IS STOCK THAT RUN ALREADY RELIEVED AND IS PASSED OVER  *
      *THE SAME WAY                                                    *
      ******************************************************************
                       IF SRT-REC-TYPE = 'H'
                           ADD 1 TO WS-HEADERS-READ
                       ELSE
                         IF SRT-REC-TYPE = 'R'
                           ADD 1 TO WS-RELEASES-READ
                         ELSE
                           ADD 1 TO WS-TRANS-READ
                           PERFORM 200-ACCUMULATE-PART
                         END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-TRANS-FILE
                 INVENTORY-MASTER
                 STOCK-LOCATION-FILE
                 POSTING-REGISTER
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           PERFORM 500-CLEAR-CHECKPOINT
           DISPLAY ' '
           DISPLAY 'ORDER POSTING COMPLETE'
           IF WS-RESTART = 'Y'
               DISPLAY 'RESTARTED RUN -- ALREADY POSTED, SKIPPED:'
               DISPLAY '  PARTS/LOCATIONS:    ', WS-PARTS-ALREADY
               DISPLAY '  TRANSACTIONS:       ', WS-TRANS-ALREADY
           END-IF
           DISPLAY 'ORDER HEADERS READ:   ', WS-HEADERS-READ
           DISPLAY 'RELEASE LINES READ:   ', WS-RELEASES-READ
           DISPLAY 'TRANSACTIONS READ:    ', WS-TRANS-READ
           DISPLAY 'TRANSACTIONS SKIPPED: ', WS-TRANS-SKIPPED
           DISPLAY 'PARTS POSTED:         ', WS-PARTS-POSTED
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *A CHECKPOINT LEFT BY A RUN THAT DID NOT FINISH MAKES THIS RUN A *
      *RESTART                                                         *
      ******************************************************************
       050-GET-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   NOT AT END
                       IF CKPT-LAST-KEY NOT = SPACES
                           MOVE 'Y' TO WS-RESTART
                           MOVE CKPT-LAST-KEY TO WS-RESTART-KEY
                           MOVE CKPT-RUN-DATE TO WS-RESTART-DATE
                           MOVE CKPT-INPUT-ID TO WS-RESTART-INPUT-ID
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-RESTART = 'Y'
               DISPLAY 'RESTARTING THE ORDER POSTING OF ',
                   WS-RESTART-DATE, ' AFTER PART ', WS-RESTART-PART-NO,
                   ' LOCATION ', WS-RESTART-LOCATION
           END-IF.
       060-IDENTIFY-INPUT.
           MOVE 'N' TO WS-ID-EOF
           OPEN INPUT SORTED-TRANS-FILE
           PERFORM UNTIL WS-ID-EOF = 'Y'
               READ SORTED-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-ID-EOF
                   NOT AT END
                       ADD 1 TO WS-INPUT-REC-COUNT
                       IF SRT-QUOTE-NO NUMERIC
                           ADD SRT-QUOTE-NO TO WS-INPUT-HASH-TOTAL
                       END-IF
                       IF SRT-QTY NUMERIC
                           ADD SRT-QTY TO WS-INPUT-HASH-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-TRANS-FILE.
      ******************************************************************
      *THE CHECKPOINT BELONGS TO ANOTHER SALESTRN.DAT -- MOST LIKELY   *
      *THE CHAIN WAS STARTED OVER AND DEANASG3 HAS WRITTEN A NEW DAY'S *
      *FILE.  SKIPPING BY THE OLD KEY WOULD LEAVE STOCK UNRELIEVED, SO *
      *NOTHING IS TOUCHED AND THE CHECKPOINT IS LEFT FOR THE OPERATOR  *
      ******************************************************************
       070-WRONG-FILE-ABORT.
           DISPLAY 'SALESTRN.DAT IS NOT THE FILE THE STOPPED RUN OF ',
               WS-RESTART-DATE, ' WAS POSTING'
           DISPLAY 'RECORDS NOW: ', WS-INPUT-REC-COUNT,
               '  AT THE STOP: ', WS-RESTART-REC-COUNT
           DISPLAY 'NOTHING POSTED; PUT BACK THE FILE THE STOPPED RUN '
               'WAS READING AND RERUN'
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *THE SORTED FILE GROUPS EVERY QUOTE FOR A PART AND LOCATION      *
      *TOGETHER, SO THE UNITS ARE ROLLED UP HERE AND THE MASTER IS     *
      *TOUCHED ONCE PER PART AND LOCATION WHEN EITHER ONE CHANGES (A   *
      *CLASSIC CONTROL BREAK).  A LINE WITH NO LOCATION WAS WRITTEN    *
      *BEFORE STOCK WAS KEPT BY LOCATION AND WAS SOLD FROM MAIN        *
      ******************************************************************
       200-ACCUMULATE-PART.
      ******************************************************************
               OR SRT-QTY = ZERO
               ADD 1 TO WS-TRANS-SKIPPED
           ELSE
               MOVE SRT-LOCATION TO WS-LINE-LOCATION
               IF WS-LINE-LOCATION = SPACES
                   MOVE 'MAIN' TO WS-LINE-LOCATION
               END-IF
               MOVE SRT-PART-NO TO WS-SORTED-PART-NO
               MOVE SRT-LOCATION TO WS-SORTED-LOCATION
               IF WS-RESTART = 'Y' AND
                  WS-SORTED-KEY NOT > WS-RESTART-KEY
                   PERFORM 250-SKIP-ALREADY-POSTED
               ELSE
                   PERFORM 220-GROUP-TRANSACTION
               END-IF
           END-IF.
       220-GROUP-TRANSACTION.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SRT-PART-NO TO WS-HOLD-PART-NO
               MOVE WS-LINE-LOCATION TO WS-HOLD-LOCATION
           END-IF
           IF SRT-PART-NO NOT = WS-HOLD-PART-NO OR
              WS-LINE-LOCATION NOT = WS-HOLD-LOCATION
               PERFORM 300-POST-PART
               MOVE SRT-PART-NO TO WS-HOLD-PART-NO
               MOVE WS-LINE-LOCATION TO WS-HOLD-LOCATION
           END-IF
           MOVE WS-SORTED-KEY TO WS-GROUP-LAST-KEY
           ADD SRT-QTY TO WS-PART-UNITS
               ON SIZE ERROR
                   MOVE 9999999 TO WS-PART-UNITS
           END-ADD.
      ******************************************************************
      *THE STOPPED RUN POSTED THIS PART AND LOCATION; ONE REGISTER     *
      *LINE PER PART AND LOCATION SAYS SO AND NOTHING IS TOUCHED       *
      ******************************************************************
       250-SKIP-ALREADY-POSTED.
           ADD 1 TO WS-TRANS-ALREADY
           IF SRT-PART-NO NOT = WS-ALREADY-PART-NO OR
              WS-LINE-LOCATION NOT = WS-ALREADY-LOCATION
               MOVE SRT-PART-NO TO WS-ALREADY-PART-NO
               MOVE WS-LINE-LOCATION TO WS-ALREADY-LOCATION
               ADD 1 TO WS-PARTS-ALREADY
               MOVE SRT-PART-NO TO RRJ-PART-NO
               MOVE WS-LINE-LOCATION TO RRJ-LOCATION
               MOVE 'ALREADY POSTED BEFORE THE RESTART' TO RRJ-REASON
               WRITE POSTING-REGISTER-REC FROM REGISTER-REJECT-LINE
           END-IF.
       300-POST-PART.
           MOVE WS-HOLD-PART-NO TO MST-PART-NO
               WHEN '23'
                   ADD 1 TO WS-PARTS-NOT-FOUND
                   MOVE WS-HOLD-PART-NO TO RRJ-PART-NO
                   MOVE WS-HOLD-LOCATION TO RRJ-LOCATION
                   MOVE 'PART NOT ON INVENTORY MASTER' TO RRJ-REASON
                   WRITE POSTING-REGISTER-REC FROM REGISTER-REJECT-LINE
               WHEN OTHER
                   PERFORM 400-MASTER-IO-ABORT
           END-EVALUATE
           PERFORM 450-TAKE-CHECKPOINT
           MOVE ZERO TO WS-PART-UNITS.
      ******************************************************************
      *A PART CAN BE QUOTED PAST WHAT IS ON THE SHELF; THE ON-HAND     *
      *FIELDS ARE UNSIGNED SO THE LOCATION'S BALANCE IS CLAMPED AT     *
      *ZERO AND THE REGISTER LINE IS FLAGGED SO SOMEONE CHASES THE     *
      *SHORTFALL.  ONLY WHAT LEFT THE LOCATION COMES OFF THE PART'S    *
      *TOTAL ON THE MASTER                                             *
      ******************************************************************
       350-RELIEVE-STOCK.
           MOVE SPACES TO REG-FLAG
           MOVE 'Y' TO WS-STKLOC-FOUND
           MOVE WS-HOLD-PART-NO TO SLOC-PART-NO
           MOVE WS-HOLD-LOCATION TO SLOC-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STKLOC-FOUND
                   MOVE ZERO TO SLOC-QTY-ON-HAND
           END-READ
           IF WS-STKLOC-STATUS NOT = '00' AND
              WS-STKLOC-STATUS NOT = '23'
               PERFORM 410-STKLOC-IO-ABORT
           END-IF
           IF WS-PART-UNITS > SLOC-QTY-ON-HAND
               MOVE 'OVERSOLD' TO REG-FLAG
               MOVE SLOC-QTY-ON-HAND TO WS-UNITS-RELIEVED
               MOVE ZERO TO SLOC-QTY-ON-HAND
           ELSE
               MOVE WS-PART-UNITS TO WS-UNITS-RELIEVED
               SUBTRACT WS-PART-UNITS FROM SLOC-QTY-ON-HAND
           END-IF
           IF WS-UNITS-RELIEVED > MST-QTY-ON-HAND
               MOVE ZERO TO MST-QTY-ON-HAND
           ELSE
               SUBTRACT WS-UNITS-RELIEVED FROM MST-QTY-ON-HAND
           END-IF
           REWRITE INVENTORY-MASTER-REC
           IF WS-MASTER-FILE-STATUS NOT = '00'
               PERFORM 400-MASTER-IO-ABORT
           END-IF
           IF WS-STKLOC-FOUND = 'Y'
               REWRITE STOCK-LOCATION-REC
               IF WS-STKLOC-STATUS NOT = '00'
                   PERFORM 410-STKLOC-IO-ABORT
               END-IF
           END-IF
           ADD 1 TO WS-PARTS-POSTED
           ADD WS-UNITS-RELIEVED TO WS-TOTAL-UNITS
           IF WS-UNITS-RELIEVED > ZERO
               MOVE 'S' TO MOV-TYPE
               COMPUTE MOV-QTY = ZERO - WS-UNITS-RELIEVED
               MOVE MST-QTY-ON-HAND TO MOV-BALANCE-AFTER
               MOVE WS-HOLD-LOCATION TO MOV-LOCATION
               MOVE SLOC-QTY-ON-HAND TO MOV-LOC-BALANCE-AFTER
               MOVE SPACES TO MOV-XFER-LOCATION
               PERFORM 700-WRITE-MOVEMENT
           END-IF
           MOVE WS-HOLD-PART-NO TO REG-PART-NO
           MOVE WS-HOLD-LOCATION TO REG-LOCATION
           MOVE MST-PART-DESCRIPTION TO REG-DESCRIPTION
           MOVE WS-UNITS-RELIEVED TO REG-UNITS
           MOVE SLOC-QTY-ON-HAND TO REG-LOC-ON-HAND
           MOVE MST-QTY-ON-HAND TO REG-ON-HAND
           WRITE POSTING-REGISTER-REC FROM REGISTER-DETAIL-LINE.
      ******************************************************************
                   END-WRITE
               END-PERFORM
           END-IF.
      ******************************************************************
      *NOTHING FOR THIS PART AND LOCATION WAS REWRITTEN, SO A RERUN    *
      *PICKS UP FROM THE CHECKPOINT WITH NO CHECKING BY HAND           *
      ******************************************************************
       400-MASTER-IO-ABORT.
           DISPLAY 'INVENTORY MASTER I-O ERROR, STATUS: ',
               WS-MASTER-FILE-STATUS, ' ON PART: ', WS-HOLD-PART-NO
           COMPUTE WS-LOG-REJECTED =
               WS-TRANS-SKIPPED + WS-PARTS-NOT-FOUND
           PERFORM 900-LOG-END
           DISPLAY 'RUN STOPPED -- CORRECT THE PROBLEM AND RERUN; '
               'PARTS ALREADY POSTED WILL BE SKIPPED'
           CLOSE SORTED-TRANS-FILE
                 INVENTORY-MASTER
                 STOCK-LOCATION-FILE
                 POSTING-REGISTER
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           STOP RUN.
      ******************************************************************
      *THE MASTER TOTAL FOR THIS PART AND LOCATION IS ALREADY          *
      *RELIEVED WHEN THE LOCATION RECORD IS REWRITTEN, SO THAT ONE     *
      *PART MUST BE CHECKED ON THE MASTER BEFORE RERUNNING; EVERY PART *
      *BEFORE IT IS ON THE CHECKPOINT AND WILL BE SKIPPED              *
      ******************************************************************
       410-STKLOC-IO-ABORT.
           DISPLAY 'STOCK LOCATION FILE I-O ERROR, STATUS: ',
               WS-STKLOC-STATUS, ' ON PART: ', WS-HOLD-PART-NO,
               ' LOCATION: ', WS-HOLD-LOCATION
           MOVE 'A' TO WS-LOG-STATUS
           COMPUTE WS-LOG-REJECTED =
               WS-TRANS-SKIPPED + WS-PARTS-NOT-FOUND
           PERFORM 900-LOG-END
           DISPLAY 'RUN STOPPED -- CHECK PART ', WS-HOLD-PART-NO,
               ' ON THE INVENTORY MASTER, THEN RERUN; PARTS ALREADY '
               'POSTED WILL BE SKIPPED'
           CLOSE SORTED-TRANS-FILE
                 INVENTORY-MASTER
                 STOCK-LOCATION-FILE
                 POSTING-REGISTER
           IF WS-MOVELOG-OK = 'Y'
               CLOSE MOVEMENT-LOG-FILE
           END-IF
           STOP RUN.
      ******************************************************************
      *A FRESH CHECKPOINT AFTER EVERY PART AND LOCATION, SO A RERUN    *
      *NEVER RELIEVES ONE TWICE                                        *
      ******************************************************************
       450-TAKE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-GROUP-LAST-KEY TO CKPT-LAST-KEY
           ACCEPT CKPT-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RESTART = 'Y'
               MOVE WS-RESTART-DATE TO CKPT-RUN-DATE
           END-IF
           MOVE WS-INPUT-ID TO CKPT-INPUT-ID
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
       500-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CKPT-LAST-KEY
           MOVE ZERO TO CKPT-RUN-DATE
           MOVE ZERO TO CKPT-REC-COUNT
           MOVE ZERO TO CKPT-HASH-TOTAL
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'ORDPOST ' TO LOG-PROGRAM-ID
           MOVE ZERO TO LOG-RECORDS-WRITTEN
           MOVE ZERO TO LOG-RECORDS-REJECTED
           MOVE SPACE TO LOG-RUN-STATUS
           IF WS-RESTART = 'Y'
               MOVE 'R' TO LOG-RUN-STATUS
           END-IF
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
       900-LOG-END.
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-TRANS-READ TO LOG-RECORDS-READ
           COMPUTE LOG-RECORDS-WRITTEN =
               WS-PARTS-POSTED + WS-PARTS-ALREADY
           MOVE WS-LOG-REJECTED TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
