       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 07 Sep 2026.                                      *
      *PURPOSE. MONTH-END SALES TAX LIABILITY REPORT OFF THE DATED     *
      *         SALES HISTORY FILE AND THE RETURNS HISTORY FILE.  THE  *
      *         OPERATOR KEYS THE MONTH WANTED; FOR EACH TAXING        *
      *         JURISDICTION ON THE TAXRATE.DAT TABLE THE RUN PRINTS   *
      *         THE TAXABLE SALES, THE EXEMPT SALES, THE TAXABLE       *
      *         SALES RETURNED, THE TAX COLLECTED, THE TAX REFUNDED    *
      *         ON RETURNS, AND THE NET TAX DUE, WITH GRAND TOTALS --  *
      *         THE FIGURES THE OFFICE FILES THE MONTHLY RETURN FROM.  *
      *         SALES AND RETURNS BOOKED BEFORE SALES TAX CARRY NO     *
      *         JURISDICTION; THEY ARE TOTALLED ON THEIR OWN LINE AND  *
      *         NOT PUT AGAINST ANY JURISDICTION.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-HISTORY-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURN-HISTORY-FILE
               ASSIGN TO 'C:\CHAPTER5\RTNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RATE-FILE
               ASSIGN TO 'C:\CHAPTER5\TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAX-JURIS
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT TAX-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\TAXRPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05  HST-IDENT             PIC X(5).
           05  HST-SALES             PIC 9(6).99.
           05  HST-DISCOUNT-PERCENT  PIC V99.
           05  HST-NET               PIC 9(6).99.
           05  HST-NET-X REDEFINES HST-NET.
               10  HST-NET-DOLS      PIC X(6).
               10  FILLER            PIC X(1).
               10  HST-NET-CENTS     PIC X(2).
           05  HST-PART-NO           PIC X(5).
           05  HST-QTY               PIC 9(5).
           05  HST-QUOTE-NO          PIC 9(6).
           05  HST-TRAN-DATE         PIC 9(8).
           05  HST-TRAN-DATE-X REDEFINES HST-TRAN-DATE.
               10  HST-TRAN-YEAR     PIC 9(4).
               10  HST-TRAN-MM       PIC 9(2).
               10  FILLER            PIC X(2).
           05  HST-REC-TYPE          PIC X(1).
           05  HST-TAX-AMOUNT        PIC 9(6).99.
           05  HST-TAX-X REDEFINES HST-TAX-AMOUNT.
               10  HST-TAX-DOLS      PIC X(6).
               10  FILLER            PIC X(1).
               10  HST-TAX-CENTS     PIC X(2).
           05  HST-TAX-JURIS         PIC X(4).
           05  HST-TAX-EXEMPT        PIC X(1).
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-REC.
           05  RTH-CUST-ID           PIC X(5).
           05  RTH-QUOTE-NO          PIC 9(6).
           05  RTH-PART-NO           PIC X(5).
           05  RTH-QTY               PIC 9(5).
           05  RTH-CONDITION         PIC X(1).
           05  RTH-RETURN-DATE       PIC 9(8).
           05  RTH-RETURN-DATE-X REDEFINES RTH-RETURN-DATE.
               10  RTH-RETURN-YEAR   PIC 9(4).
               10  RTH-RETURN-MM     PIC 9(2).
               10  FILLER            PIC X(2).
           05  RTH-CREDIT-AMT        PIC 9(7)V99.
           05  RTH-TAX-AMT           PIC 9(7)V99.
           05  RTH-TAX-JURIS         PIC X(4).
           05  RTH-TAX-EXEMPT        PIC X(1).
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05  TAX-JURIS             PIC X(4).
           05  TAX-DESCRIPTION       PIC X(20).
           05  TAX-RATE              PIC V9(4).
       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-REC            PIC X(110).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-TAX-FILE-STATUS        PIC X(2).
       01  WS-SALES-READ             PIC 9(7)  VALUE ZERO.
       01  WS-SALES-SKIPPED          PIC 9(5)  VALUE ZERO.
       01  WS-RETURNS-READ           PIC 9(7)  VALUE ZERO.
       01  WS-RETURNS-SKIPPED        PIC 9(5)  VALUE ZERO.
       01  WS-RETURNS-EXEMPT         PIC 9(5)  VALUE ZERO.
       01  WS-RPT-MONTH-X            PIC X(6).
       01  WS-RPT-MONTH REDEFINES WS-RPT-MONTH-X
                                     PIC 9(6).
       01  WS-RPT-MONTH-SPLIT REDEFINES WS-RPT-MONTH-X.
           05  WS-RPT-YEAR           PIC 9(4).
           05  WS-RPT-MM             PIC 9(2).
       01  WS-NET-WORK               PIC 9(6)V99.
       01  WS-TAX-WORK               PIC 9(6)V99.
       01  WS-RETURN-NET             PIC 9(7)V99.
       01  WS-FIND-JURIS             PIC X(4).
       01  WS-DUE-WORK               PIC S9(9)V99.
       01  WS-PRE-TAX-SALES          PIC 9(9)V99 VALUE ZERO.
       01  WS-PRE-TAX-RETURNS        PIC 9(9)V99 VALUE ZERO.
       01  WS-JT-SUB                 PIC 9(3).
       01  WS-JT-COUNT               PIC 9(3)  VALUE ZERO.
      ******************************************************************
      *ONE ENTRY PER JURISDICTION, LOADED IN CODE ORDER OFF THE RATE   *
      *TABLE.  A JURISDICTION FOUND ON HISTORY BUT SINCE DELETED FROM  *
      *THE RATE TABLE IS ADDED AT THE END SO ITS TAX IS STILL REPORTED *
      *AND STILL FILED.  ENTRY 100 IS NEVER LOADED; IT CATCHES         *
      *ANYTHING PAST A FULL TABLE AS OTHER SO THE GRAND TOTALS STILL   *
      *TIE TO THE HISTORY                                              *
      ******************************************************************
       01  JURIS-TOTALS-TABLE.
           05  JURIS-ENTRY           OCCURS 100 TIMES.
               10  JT-JURIS          PIC X(4).
               10  JT-DESCRIPTION    PIC X(20).
               10  JT-TAXABLE        PIC 9(9)V99.
               10  JT-EXEMPT         PIC 9(9)V99.
               10  JT-RETURNS        PIC 9(9)V99.
               10  JT-TAX            PIC 9(9)V99.
               10  JT-REFUND         PIC 9(9)V99.
       01  GRAND-TOTALS.
           05  GT-TAXABLE            PIC 9(9)V99 VALUE ZERO.
           05  GT-EXEMPT             PIC 9(9)V99 VALUE ZERO.
           05  GT-RETURNS            PIC 9(9)V99 VALUE ZERO.
           05  GT-TAX                PIC 9(9)V99 VALUE ZERO.
           05  GT-REFUND             PIC 9(9)V99 VALUE ZERO.
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(28)
               VALUE 'SALES TAX LIABILITY         '.
           05  FILLER                PIC X(7)   VALUE 'MONTH: '.
           05  RPT-MONTH             PIC 9(6).
           05  FILLER                PIC X(8)   VALUE '  DATE: '.
           05  RPT-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(53)  VALUE SPACES.
       01  COLUMN-HEADING-1.
           05  FILLER                PIC X(28)  VALUE SPACES.
           05  FILLER                PIC X(12)  VALUE '    TAXABLE '.
           05  FILLER                PIC X(12)  VALUE '     EXEMPT '.
           05  FILLER                PIC X(12)  VALUE '    TAXABLE '.
           05  FILLER                PIC X(12)  VALUE '        TAX '.
           05  FILLER                PIC X(12)  VALUE '        TAX '.
           05  FILLER                PIC X(12)  VALUE '    NET TAX '.
           05  FILLER                PIC X(10)  VALUE SPACES.
       01  COLUMN-HEADING-2.
           05  FILLER                PIC X(28)
               VALUE 'JURS  DESCRIPTION'.
           05  FILLER                PIC X(12)  VALUE '      SALES '.
           05  FILLER                PIC X(12)  VALUE '      SALES '.
           05  FILLER                PIC X(12)  VALUE '    RETURNS '.
           05  FILLER                PIC X(12)  VALUE '  COLLECTED '.
           05  FILLER                PIC X(12)  VALUE '   REFUNDED '.
           05  FILLER                PIC X(12)  VALUE '        DUE '.
           05  FILLER                PIC X(10)  VALUE SPACES.
       01  JURIS-TOTAL-LINE.
           05  JTL-JURIS             PIC X(4).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JTL-DESCRIPTION       PIC X(20).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JTL-TAXABLE           PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  JTL-EXEMPT            PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  JTL-RETURNS           PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  JTL-TAX               PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  JTL-REFUND            PIC 9(8).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  JTL-DUE               PIC -9(7).99.
           05  FILLER                PIC X(11)  VALUE SPACES.
       01  PRE-TAX-LINE.
           05  PTL-LABEL             PIC X(40).
           05  PTL-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(58)  VALUE SPACES.
       01  BLANK-LINE                PIC X(110) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'REPORT MONTH (YYYYMM)?'
           ACCEPT WS-RPT-MONTH-X
           PERFORM UNTIL WS-RPT-MONTH-X IS NUMERIC
               AND WS-RPT-MM > 00 AND WS-RPT-MM < 13
               DISPLAY 'MONTH MUST BE YYYYMM WITH MM 01-12, RE-ENTER'
               ACCEPT WS-RPT-MONTH-X
           END-PERFORM
           MOVE WS-RPT-MONTH TO RPT-MONTH
           PERFORM 150-LOAD-JURISDICTIONS
           OPEN INPUT SALES-HISTORY-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
      ******************************************************************
      *AN ORDER HEADER REPEATS THE TAX OF THE LINES THAT FOLLOW IT, SO *
      *ONLY THE LINES ARE COUNTED -- COUNTING BOTH WOULD FILE THE TAX  *
      *TWICE.  A BORELSE RELEASE LINE (TYPE R) REPEATS THE TAX OF ITS  *
      *BILLING LINE AND IS LEFT OUT FOR THE SAME REASON                *
      ******************************************************************
                       IF HST-REC-TYPE NOT = 'H'
                          AND HST-REC-TYPE NOT = 'R'
                           PERFORM 200-TALLY-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY-FILE
           MOVE 'Y' TO MORE-RECORDS-IN
           OPEN INPUT RETURN-HISTORY-FILE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ RETURN-HISTORY-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                   NOT AT END
                       PERFORM 300-TALLY-RETURN
               END-READ
           END-PERFORM
           CLOSE RETURN-HISTORY-FILE
           PERFORM 400-PRINT-REPORT
           DISPLAY ' '
           DISPLAY 'SALES TAX REPORT COMPLETE'
           DISPLAY 'SALES LINES IN MONTH:    ', WS-SALES-READ
           DISPLAY 'SALES LINES SKIPPED:     ', WS-SALES-SKIPPED
           DISPLAY 'RETURNS IN MONTH:        ', WS-RETURNS-READ
           DISPLAY 'EXEMPT RETURNS:          ', WS-RETURNS-EXEMPT
           DISPLAY 'RETURNS SKIPPED:         ', WS-RETURNS-SKIPPED
           STOP RUN.
      ******************************************************************
      *WITHOUT THE RATE TABLE THE REPORT STILL RUNS -- EVERY           *
      *JURISDICTION ON HISTORY IS ADDED AS IT IS MET, JUST WITHOUT ITS *
      *DESCRIPTION -- AND THE OPERATOR IS TOLD                         *
      ******************************************************************
       150-LOAD-JURISDICTIONS.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: TAX RATE TABLE NOT AVAILABLE, '
                   'STATUS: ', WS-TAX-FILE-STATUS
               DISPLAY 'JURISDICTIONS WILL PRINT WITHOUT DESCRIPTIONS'
           ELSE
               PERFORM UNTIL MORE-RECORDS-IN = 'N'
                   READ TAX-RATE-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO MORE-RECORDS-IN
                       NOT AT END
                           IF WS-JT-COUNT < 99
                               ADD 1 TO WS-JT-COUNT
                               MOVE TAX-JURIS
                                   TO JT-JURIS (WS-JT-COUNT)
                               MOVE TAX-DESCRIPTION
                                   TO JT-DESCRIPTION (WS-JT-COUNT)
                               MOVE WS-JT-COUNT TO WS-JT-SUB
                               PERFORM 160-CLEAR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
               MOVE 'Y' TO MORE-RECORDS-IN
           END-IF
           MOVE 'OTHR' TO JT-JURIS (100)
           MOVE 'OVER TABLE LIMIT' TO JT-DESCRIPTION (100)
           MOVE 100 TO WS-JT-SUB
           PERFORM 160-CLEAR-ENTRY.
       160-CLEAR-ENTRY.
           MOVE ZERO TO JT-TAXABLE (WS-JT-SUB)
           MOVE ZERO TO JT-EXEMPT (WS-JT-SUB)
           MOVE ZERO TO JT-RETURNS (WS-JT-SUB)
           MOVE ZERO TO JT-TAX (WS-JT-SUB)
           MOVE ZERO TO JT-REFUND (WS-JT-SUB).
      ******************************************************************
      *FINDS WS-FIND-JURIS IN THE TABLE AND LEAVES ITS SUBSCRIPT IN    *
      *WS-JT-SUB, ADDING IT AT THE END WHEN IT IS NOT THERE            *
      ******************************************************************
       170-FIND-JURISDICTION.
           MOVE 1 TO WS-JT-SUB
           PERFORM UNTIL WS-JT-SUB > WS-JT-COUNT
               OR JT-JURIS (WS-JT-SUB) = WS-FIND-JURIS
               ADD 1 TO WS-JT-SUB
           END-PERFORM
           IF WS-JT-SUB > WS-JT-COUNT
               IF WS-JT-COUNT < 99
                   ADD 1 TO WS-JT-COUNT
                   MOVE WS-FIND-JURIS TO JT-JURIS (WS-JT-COUNT)
                   MOVE 'NOT ON RATE TABLE' TO
                       JT-DESCRIPTION (WS-JT-COUNT)
                   MOVE WS-JT-COUNT TO WS-JT-SUB
                   PERFORM 160-CLEAR-ENTRY
               ELSE
                   MOVE 100 TO WS-JT-SUB
               END-IF
           END-IF.
      ******************************************************************
      *AN EDITED FIELD NEVER PASSES AN IS NUMERIC CLASS TEST, SO THE   *
      *DOLLAR AND CENT BYTES ARE CHECKED THROUGH THE REDEFINED VIEWS.  *
      *A LINE WITH A BLANK EXEMPT FLAG WAS SOLD BEFORE SALES TAX AND   *
      *GOES TO THE PRE-TAX TOTAL, NOT TO A JURISDICTION                *
      ******************************************************************
       200-TALLY-SALE.
           IF HST-TRAN-DATE NOT NUMERIC
               OR HST-TRAN-YEAR NOT = WS-RPT-YEAR
               OR HST-TRAN-MM NOT = WS-RPT-MM
               CONTINUE
           ELSE
            ADD 1 TO WS-SALES-READ
            IF HST-NET-DOLS NOT NUMERIC
               OR HST-NET-CENTS NOT NUMERIC
               ADD 1 TO WS-SALES-SKIPPED
            ELSE
             MOVE HST-NET TO WS-NET-WORK
             EVALUATE TRUE
                 WHEN HST-TAX-EXEMPT = SPACE
                     ADD WS-NET-WORK TO WS-PRE-TAX-SALES
                 WHEN HST-TAX-EXEMPT = 'Y'
                     MOVE HST-TAX-JURIS TO WS-FIND-JURIS
                     PERFORM 170-FIND-JURISDICTION
                     ADD WS-NET-WORK TO JT-EXEMPT (WS-JT-SUB)
                 WHEN HST-TAX-EXEMPT = 'N'
                     AND HST-TAX-DOLS IS NUMERIC
                     AND HST-TAX-CENTS IS NUMERIC
                     MOVE HST-TAX-AMOUNT TO WS-TAX-WORK
                     MOVE HST-TAX-JURIS TO WS-FIND-JURIS
                     PERFORM 170-FIND-JURISDICTION
                     ADD WS-NET-WORK TO JT-TAXABLE (WS-JT-SUB)
                     ADD WS-TAX-WORK TO JT-TAX (WS-JT-SUB)
                 WHEN OTHER
                     ADD 1 TO WS-SALES-SKIPPED
             END-EVALUATE
            END-IF
           END-IF.
      ******************************************************************
      *THE CREDIT ON THE RETURNS HISTORY INCLUDES THE TAX REFUNDED, SO *
      *THE TAXABLE SALE RETURNED IS THE CREDIT LESS THE TAX.  AN       *
      *EXEMPT RETURN MOVES NO TAX AND IS ONLY COUNTED                  *
      ******************************************************************
       300-TALLY-RETURN.
           IF RTH-RETURN-DATE NOT NUMERIC
               OR RTH-RETURN-YEAR NOT = WS-RPT-YEAR
               OR RTH-RETURN-MM NOT = WS-RPT-MM
               CONTINUE
           ELSE
            ADD 1 TO WS-RETURNS-READ
            EVALUATE TRUE
                WHEN RTH-CREDIT-AMT NOT NUMERIC
                    ADD 1 TO WS-RETURNS-SKIPPED
                WHEN RTH-TAX-EXEMPT = SPACE
                    ADD RTH-CREDIT-AMT TO WS-PRE-TAX-RETURNS
                WHEN RTH-TAX-EXEMPT = 'Y'
                    ADD 1 TO WS-RETURNS-EXEMPT
                WHEN RTH-TAX-EXEMPT = 'N'
                    AND RTH-TAX-AMT IS NUMERIC
                    AND RTH-TAX-AMT NOT > RTH-CREDIT-AMT
                    SUBTRACT RTH-TAX-AMT FROM RTH-CREDIT-AMT
                        GIVING WS-RETURN-NET
                    MOVE RTH-TAX-JURIS TO WS-FIND-JURIS
                    PERFORM 170-FIND-JURISDICTION
                    ADD WS-RETURN-NET TO JT-RETURNS (WS-JT-SUB)
                    ADD RTH-TAX-AMT TO JT-REFUND (WS-JT-SUB)
                WHEN OTHER
                    ADD 1 TO WS-RETURNS-SKIPPED
            END-EVALUATE
           END-IF.
       400-PRINT-REPORT.
           OPEN OUTPUT TAX-REPORT-FILE
           WRITE TAX-REPORT-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE TAX-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE TAX-REPORT-REC FROM COLUMN-HEADING-1
               AFTER ADVANCING 1 LINE
           WRITE TAX-REPORT-REC FROM COLUMN-HEADING-2
               AFTER ADVANCING 1 LINE
           PERFORM 450-PRINT-JURIS-LINE
               VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB > WS-JT-COUNT
           IF JT-TAXABLE (100) > ZERO OR JT-EXEMPT (100) > ZERO
               OR JT-RETURNS (100) > ZERO OR JT-TAX (100) > ZERO
               OR JT-REFUND (100) > ZERO
               MOVE 100 TO WS-JT-SUB
               PERFORM 450-PRINT-JURIS-LINE
           END-IF
           WRITE TAX-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ALL ' TO JTL-JURIS
           MOVE 'GRAND TOTALS' TO JTL-DESCRIPTION
           MOVE GT-TAXABLE TO JTL-TAXABLE
           MOVE GT-EXEMPT TO JTL-EXEMPT
           MOVE GT-RETURNS TO JTL-RETURNS
           MOVE GT-TAX TO JTL-TAX
           MOVE GT-REFUND TO JTL-REFUND
           COMPUTE WS-DUE-WORK = GT-TAX - GT-REFUND
           MOVE WS-DUE-WORK TO JTL-DUE
           WRITE TAX-REPORT-REC FROM JURIS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRE-TAX-SALES > ZERO OR WS-PRE-TAX-RETURNS > ZERO
               WRITE TAX-REPORT-REC FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'SALES BOOKED BEFORE SALES TAX:' TO PTL-LABEL
               MOVE WS-PRE-TAX-SALES TO PTL-AMOUNT
               WRITE TAX-REPORT-REC FROM PRE-TAX-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'RETURNS OF SALES BEFORE SALES TAX:' TO PTL-LABEL
               MOVE WS-PRE-TAX-RETURNS TO PTL-AMOUNT
               WRITE TAX-REPORT-REC FROM PRE-TAX-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE TAX-REPORT-FILE.
      ******************************************************************
      *A JURISDICTION WITH NO ACTIVITY IN THE MONTH STILL PRINTS, SO   *
      *THE OFFICE FILES A ZERO RETURN FOR IT RATHER THAN MISSING ONE   *
      ******************************************************************
       450-PRINT-JURIS-LINE.
           MOVE JT-JURIS (WS-JT-SUB) TO JTL-JURIS
           MOVE JT-DESCRIPTION (WS-JT-SUB) TO JTL-DESCRIPTION
           MOVE JT-TAXABLE (WS-JT-SUB) TO JTL-TAXABLE
           MOVE JT-EXEMPT (WS-JT-SUB) TO JTL-EXEMPT
           MOVE JT-RETURNS (WS-JT-SUB) TO JTL-RETURNS
           MOVE JT-TAX (WS-JT-SUB) TO JTL-TAX
           MOVE JT-REFUND (WS-JT-SUB) TO JTL-REFUND
           COMPUTE WS-DUE-WORK =
               JT-TAX (WS-JT-SUB) - JT-REFUND (WS-JT-SUB)
           MOVE WS-DUE-WORK TO JTL-DUE
           WRITE TAX-REPORT-REC FROM JURIS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD JT-TAXABLE (WS-JT-SUB) TO GT-TAXABLE
           ADD JT-EXEMPT (WS-JT-SUB) TO GT-EXEMPT
           ADD JT-RETURNS (WS-JT-SUB) TO GT-RETURNS
           ADD JT-TAX (WS-JT-SUB) TO GT-TAX
           ADD JT-REFUND (WS-JT-SUB) TO GT-REFUND.
