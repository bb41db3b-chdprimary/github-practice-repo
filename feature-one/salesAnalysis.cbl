      *         MASTER.  UNTIL THE HISTORY FILE                        *
      *         EXISTED THIS REPORT COULD ONLY EVER SEE THE LAST DAY   *
      *         LEFT ON SALESTRN.DAT, AND MONTH-OVER-MONTH CUSTOMER    *
      *         FIGURES WERE SIMPLY NOT PRODUCIBLE.  A MONTH ALREADY   *
      *         CLOSED BY PERPURGE IS NO LONGER ON SALESHST.DAT; ITS   *
      *         SALES ARE COPIED OFF THE SLSARC.DAT ARCHIVE INSTEAD    *
      *         AND THE REPORT COMES OUT THE SAME.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-ARCHIVE-FILE
               ASSIGN TO 'C:\CHAPTER5\SLSARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-SLA-STATUS.
           SELECT OPTIONAL PURGE-CONTROL-FILE
               ASSIGN TO 'C:\CHAPTER5\PURGECTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGC-CLOSE-MONTH
               FILE STATUS IS WS-PGC-STATUS.
           SELECT SALES-EXTRACT-FILE
               ASSIGN TO 'C:\CHAPTER5\ANALEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-TRANS-FILE
           05  HST-QTY               PIC 9(5).
           05  HST-QUOTE-NO          PIC 9(6).
           05  HST-TRAN-DATE         PIC 9(8).
           05  HST-REC-TYPE          PIC X(1).
           05  HST-TAX-AMOUNT        PIC 9(6).99.
           05  HST-TAX-JURIS         PIC X(4).
           05  HST-TAX-EXEMPT        PIC X(1).
      ******************************************************************
      *SALES ARCHIVED BY PERPURGE, KEYED BY TRANSACTION DATE FIRST,    *
      *CARRYING THE SALES HISTORY RECORD WHOLE                         *
      ******************************************************************
       FD  SALES-ARCHIVE-FILE.
       01  SALES-ARCHIVE-REC.
           05  SLA-KEY.
               10  SLA-TRAN-DATE     PIC 9(8).
               10  SLA-CLOSE-MONTH   PIC 9(6).
               10  SLA-SEQ           PIC 9(7).
           05  SLA-HISTORY           PIC X(64).
      ******************************************************************
      *PERPURGE'S RECORD OF EACH MONTH CLOSED -- STAGE 2 OR MORE MEANS *
      *THE MONTH'S SALES ARE ALL ON THE ARCHIVE                        *
      ******************************************************************
       FD  PURGE-CONTROL-FILE.
       01  PURGE-CONTROL-REC.
           05  PGC-CLOSE-MONTH       PIC 9(6).
           05  PGC-CLOSE-DATE        PIC 9(8).
           05  PGC-STAGE             PIC 9(1).
           05  FILLER                PIC X(189).
       FD  SALES-EXTRACT-FILE.
       01  SALES-EXTRACT-REC         PIC X(64).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-IDENT            PIC X(5).
           05  SORT-QTY              PIC 9(5).
           05  SORT-QUOTE-NO         PIC 9(6).
           05  SORT-TRAN-DATE        PIC 9(8).
           05  SORT-REC-TYPE         PIC X(1).
           05  SORT-TAX-AMOUNT       PIC 9(6).99.
           05  SORT-TAX-JURIS        PIC X(4).
           05  SORT-TAX-EXEMPT       PIC X(1).
       FD  SORTED-TRANS-FILE.
       01  SORTED-TRANS-REC.
           05  SRT-IDENT             PIC X(5).
               10  SRT-TRAN-YEAR     PIC 9(4).
               10  SRT-TRAN-MM       PIC 9(2).
               10  FILLER            PIC X(2).
           05  SRT-REC-TYPE          PIC X(1).
           05  SRT-TAX-AMOUNT        PIC 9(6).99.
           05  SRT-TAX-JURIS         PIC X(4).
           05  SRT-TAX-EXEMPT        PIC X(1).
       FD  INVENTORY-MASTER.
       01  INVENTORY-MASTER-REC.
           05  MST-PART-NO           PIC X(5).
       01  WS-RPT-MONTH-SPLIT REDEFINES WS-RPT-MONTH-X.
           05  WS-RPT-YEAR           PIC 9(4).
           05  WS-RPT-MM             PIC 9(2).
       01  WS-SLA-STATUS             PIC X(2).
       01  WS-PGC-STATUS             PIC X(2).
       01  WS-PGC-DONE               PIC X(1)  VALUE 'N'.
       01  WS-ARCHIVED-THROUGH       PIC 9(6)  VALUE ZERO.
       01  WS-EXTRACT-DONE           PIC X(1)  VALUE 'N'.
       01  WS-MONTH-START            PIC 9(8).
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MONTH-START-YM     PIC 9(6).
           05  WS-MONTH-START-DD     PIC 9(2).
       01  WS-SALES-WORK             PIC 9(6)V99.
       01  WS-NET-WORK               PIC 9(6)V99.
       01  WS-DISC-WORK              PIC 9(6)V99.
               ACCEPT WS-RPT-MONTH-X
           END-PERFORM
           MOVE WS-RPT-MONTH TO RPT-MONTH
           PERFORM 150-FIND-ARCHIVE
           IF WS-RPT-MONTH NOT > WS-ARCHIVED-THROUGH
               PERFORM 160-EXTRACT-ARCHIVE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-IDENT
                   USING SALES-EXTRACT-FILE
                   GIVING SORTED-TRANS-FILE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-IDENT
                   USING SALES-HISTORY-FILE
                   GIVING SORTED-TRANS-FILE
           END-IF
           OPEN INPUT SORTED-TRANS-FILE
      ******************************************************************
      *COST OF GOODS NEEDS THE UNIT COST OFF THE MASTER; WITH THE      *
                           PERFORM 300-END-CUSTOMER
                       END-IF
                   NOT AT END
      ******************************************************************
      *AN ORDER HEADER REPEATS THE TOTALS OF THE LINES THAT FOLLOW IT, *
      *SO ONLY THE LINES ARE ANALYZED -- COUNTING BOTH WOULD BOOK      *
      *EVERY ORDER TWICE                                               *
      ******************************************************************
                       IF SRT-REC-TYPE NOT = 'H'
                           ADD 1 TO WS-TRANS-READ
                           PERFORM 200-ANALYZE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 400-PRINT-TIER-SUMMARY
           DISPLAY 'OUTSIDE THE MONTH:    ', WS-TRANS-OTHER-MONTH
           STOP RUN.
      ******************************************************************
      *THE LATEST MONTH WHOSE SALES PERPURGE HAS ARCHIVED; ZERO WHEN   *
      *NOTHING HAS BEEN CLOSED                                         *
      ******************************************************************
       150-FIND-ARCHIVE.
           OPEN INPUT PURGE-CONTROL-FILE
           IF WS-PGC-STATUS = '00'
               PERFORM UNTIL WS-PGC-DONE = 'Y'
                   READ PURGE-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PGC-DONE
                       NOT AT END
                           IF PGC-STAGE NOT < 2 AND
                              PGC-CLOSE-MONTH > WS-ARCHIVED-THROUGH
                               MOVE PGC-CLOSE-MONTH
                                   TO WS-ARCHIVED-THROUGH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PURGE-CONTROL-FILE.
      ******************************************************************
      *THE ARCHIVE IS KEYED BY DATE, SO ONE START AT THE FIRST OF THE  *
      *MONTH AND A RUN OF READS COPY OUT JUST THAT MONTH'S SALES       *
      ******************************************************************
       160-EXTRACT-ARCHIVE.
           DISPLAY 'MONTH ', WS-RPT-MONTH, ' HAS BEEN CLOSED, '
               'READING THE SALES ARCHIVE'
           OPEN OUTPUT SALES-EXTRACT-FILE
           OPEN INPUT SALES-ARCHIVE-FILE
           IF WS-SLA-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN SALES ARCHIVE, STATUS: ',
                   WS-SLA-STATUS
               CLOSE SALES-EXTRACT-FILE
                     SALES-ARCHIVE-FILE
               STOP RUN
           END-IF
           MOVE WS-RPT-MONTH TO WS-MONTH-START-YM
           MOVE 01 TO WS-MONTH-START-DD
           MOVE WS-MONTH-START TO SLA-TRAN-DATE
           MOVE ZERO TO SLA-CLOSE-MONTH
           MOVE ZERO TO SLA-SEQ
           START SALES-ARCHIVE-FILE KEY NOT < SLA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EXTRACT-DONE
           END-START
           PERFORM UNTIL WS-EXTRACT-DONE = 'Y'
               READ SALES-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EXTRACT-DONE
                   NOT AT END
                       MOVE SLA-TRAN-DATE TO WS-MONTH-START
                       IF WS-MONTH-START-YM NOT = WS-RPT-MONTH
                           MOVE 'Y' TO WS-EXTRACT-DONE
                       ELSE
                           WRITE SALES-EXTRACT-REC FROM SLA-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-ARCHIVE-FILE
                 SALES-EXTRACT-FILE.
      ******************************************************************
      *DISCOUNT GIVEN IS NOT CARRIED ON THE RECORD, SO IT IS TAKEN AS  *
      *SALES LESS NET, WHICH IS EXACTLY HOW THE QUOTE PROGRAM BUILT    *
      *THE NET IN THE FIRST PLACE                                      *
               PERFORM 300-END-CUSTOMER
               MOVE SRT-IDENT TO WS-HOLD-IDENT
           END-IF
      ******************************************************************
      *A BORELSE RELEASE LINE (TYPE R) REPEATS THE DOLLARS OF THE      *
      *BILLING LINE BEFORE IT, WHICH CARRIES NO QUANTITY, SO IT ADDS   *
      *ONLY THE COST OF THE UNITS SHIPPED AND IS NOT COUNTED AS A SALE *
      ******************************************************************
           IF SRT-REC-TYPE = 'R'
               MOVE ZERO TO WS-SALES-WORK
               MOVE ZERO TO WS-NET-WORK
           END-IF
           SUBTRACT WS-NET-WORK FROM WS-SALES-WORK
               GIVING WS-DISC-WORK
           PERFORM 260-COMPUTE-COGS
               WHEN OTHER
                   MOVE 5 TO WS-TIER-SUB
           END-EVALUATE
           IF SRT-REC-TYPE NOT = 'R'
               ADD 1 TO TIER-COUNT (WS-TIER-SUB)
           END-IF
           ADD WS-SALES-WORK TO TIER-SALES (WS-TIER-SUB)
               ON SIZE ERROR PERFORM 275-TOTAL-OVERFLOW
           END-ADD
      ******************************************************************
      *COST OF GOODS IS QUANTITY TIMES THE PART'S UNIT COST OFF THE    *
      *MASTER.  A BACKORDER-RELEASE BILLING RECORD CARRIES A ZERO      *
      *QUANTITY AND COSTS NOTHING; ITS UNITS ARE COSTED OFF THE        *
      *RELEASE LINE THAT FOLLOWS IT.  A RELEASE BILLED BEFORE RELEASE  *
      *LINES WERE WRITTEN HAS NO COST AND ITS MARGIN READS HIGH, AS    *
      *DOES A PART NO LONGER ON THE MASTER, WHICH COSTS AT ZERO        *
      ******************************************************************
       260-COMPUTE-COGS.
           MOVE ZERO TO WS-COGS-WORK
