       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLLIST.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 12 Oct 2026.                                      *
      *PURPOSE. GENERAL LEDGER JOURNAL LISTING AND TRIAL BALANCE OFF   *
      *         THE GL INTERFACE FILE THAT EODCLOSE, CASHPOST, PORECV, *
      *         CH04PPB, THE PAYABLES RUNS APMATCH, APAPPR AND APPAY,  *
      *         THE COLLECTIONS RUN COLLECT, AND THE RETURNS RUN       *
      *         CUSTRTN APPEND TO.  THE OPERATOR KEYS A FROM AND TO    *
      *         ENTRY DATE; THE RUN SORTS THE ENTRIES BY SOURCE, DATE, *
      *         BATCH AND REFERENCE AND LISTS EVERY LINE WITH WHETHER  *
      *         ITS BATCH HAS GONE TO THE LEDGER YET (OFF THE          *
      *         GLBATCH.DAT CONTROL FILE GLEXPORT KEEPS).  EACH SOURCE *
      *         AND DAY IS SUBTOTALLED AND MARKED BALANCED OR OUT OF   *
      *         BALANCE, EACH SOURCE AND THE WHOLE LISTING ARE         *
      *         TOTALLED THE SAME WAY, AND A TRIAL BALANCE BY ACCOUNT  *
      *         FOLLOWS, SO THE OFFICE CAN PROVE DEBITS EQUAL CREDITS  *
      *         BEFORE ANYTHING IS EXPORTED.                           *
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
               ASSIGN TO 'C:\CHAPTER5\GLSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-BATCH-FILE
               ASSIGN TO 'C:\CHAPTER5\GLBATCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-FILE-STATUS.
           SELECT JOURNAL-REPORT-FILE
               ASSIGN TO 'C:\CHAPTER5\GLLIST.RPT'
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
           05  SORT-ENTRY-DATE       PIC 9(8).
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
      *ONE RECORD PER BATCH GLEXPORT HAS SENT TO THE LEDGER -- SEE     *
      *GLEXPORT FOR THE LAYOUT NOTES                                   *
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
       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-REC        PIC X(110).
       WORKING-STORAGE SECTION.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-FIRST-RECORD           PIC X(1)  VALUE 'Y'.
       01  WS-GLB-FILE-STATUS        PIC X(2).
       01  WS-BATCH-FILE-OK          PIC X(1)  VALUE 'Y'.
       01  WS-LINES-LISTED           PIC 9(7)  VALUE ZERO.
       01  WS-LINES-OUTSIDE          PIC 9(7)  VALUE ZERO.
       01  WS-LINES-SKIPPED          PIC 9(7)  VALUE ZERO.
       01  WS-OUT-OF-BALANCE         PIC 9(5)  VALUE ZERO.
       01  WS-FROM-DATE-X            PIC X(8).
       01  WS-FROM-DATE REDEFINES WS-FROM-DATE-X
                                     PIC 9(8).
       01  WS-FROM-SPLIT REDEFINES WS-FROM-DATE-X.
           05  FILLER                PIC X(4).
           05  WS-FROM-MM            PIC 9(2).
           05  WS-FROM-DD            PIC 9(2).
       01  WS-TO-DATE-X              PIC X(8).
       01  WS-TO-DATE REDEFINES WS-TO-DATE-X
                                     PIC 9(8).
       01  WS-TO-SPLIT REDEFINES WS-TO-DATE-X.
           05  FILLER                PIC X(4).
           05  WS-TO-MM              PIC 9(2).
           05  WS-TO-DD              PIC 9(2).
       01  WS-HOLD-SOURCE            PIC X(8).
       01  WS-HOLD-DATE              PIC 9(8).
       01  WS-HOLD-BATCH             PIC 9(14).
       01  WS-BATCH-STATUS           PIC X(17).
       01  WS-DAY-DEBITS             PIC 9(11)V99 VALUE ZERO.
       01  WS-DAY-CREDITS            PIC 9(11)V99 VALUE ZERO.
       01  WS-SOURCE-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-SOURCE-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-DEBITS           PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-CREDITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-TB-NET                 PIC S9(11)V99.
       01  WS-TB-SUB                 PIC 9(3).
       01  WS-TB-MOVE                PIC 9(3).
       01  WS-TB-COUNT               PIC 9(3)  VALUE ZERO.
      ******************************************************************
      *ONE ENTRY PER ACCOUNT, KEPT IN ACCOUNT ORDER AS THEY ARE MET SO *
      *THE TRIAL BALANCE PRINTS STRAIGHT OFF THE TABLE.  ENTRY 200 IS  *
      *NEVER FILED IN ORDER; IT CATCHES ANYTHING PAST A FULL TABLE AS  *
      *OTHER SO THE TRIAL BALANCE STILL FOOTS TO THE LISTING           *
      ******************************************************************
       01  TRIAL-BALANCE-TABLE.
           05  TB-ENTRY              OCCURS 200 TIMES.
               10  TB-ACCOUNT        PIC X(10).
               10  TB-DEBITS         PIC 9(11)V99.
               10  TB-CREDITS        PIC 9(11)V99.
       01  REPORT-HEADING-LINE.
           05  FILLER                PIC X(28)
               VALUE 'GENERAL LEDGER JOURNAL      '.
           05  FILLER                PIC X(6)   VALUE 'FROM: '.
           05  RPT-FROM-DATE         PIC 9(8).
           05  FILLER                PIC X(6)   VALUE '  TO: '.
           05  RPT-TO-DATE           PIC 9(8).
           05  FILLER                PIC X(8)   VALUE '  DATE: '.
           05  RPT-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X(38)  VALUE SPACES.
       01  JOURNAL-COLUMN-LINE.
           05  FILLER                PIC X(52)
               VALUE 'DATE      SOURCE    BATCH           REFERENCE'.
           05  FILLER                PIC X(26)
               VALUE 'ACCOUNT            DEBIT'.
           05  FILLER                PIC X(32)
               VALUE '      CREDIT  STATUS'.
       01  JOURNAL-DETAIL-LINE.
           05  JDL-ENTRY-DATE        PIC 9(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JDL-SOURCE            PIC X(8).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JDL-BATCH-STAMP       PIC 9(14).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JDL-REFERENCE         PIC X(14).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JDL-ACCOUNT           PIC X(10).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JDL-DEBIT             PIC 9(9).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JDL-CREDIT            PIC 9(9).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JDL-STATUS            PIC X(17).
           05  FILLER                PIC X(1)   VALUE SPACES.
       01  JOURNAL-TOTAL-LINE.
           05  JTL-LABEL             PIC X(52).
           05  FILLER                PIC X(12)  VALUE SPACES.
           05  JTL-DEBITS            PIC 9(9).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JTL-CREDITS           PIC 9(9).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  JTL-BALANCE           PIC X(18).
       01  TOTAL-LABEL-WORK.
           05  TLW-TEXT              PIC X(21).
           05  TLW-SOURCE            PIC X(8).
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  TLW-DATE              PIC X(8).
           05  FILLER                PIC X(14)  VALUE SPACES.
       01  TRIAL-BALANCE-HEADING.
           05  FILLER                PIC X(28)
               VALUE 'TRIAL BALANCE BY ACCOUNT    '.
           05  FILLER                PIC X(82)  VALUE SPACES.
       01  TRIAL-BALANCE-COLUMN-LINE.
           05  FILLER                PIC X(44)
               VALUE 'ACCOUNT               DEBITS         CREDITS'.
           05  FILLER                PIC X(66)
               VALUE '         BALANCE'.
       01  TRIAL-BALANCE-LINE.
           05  TBL-ACCOUNT           PIC X(10).
           05  FILLER                PIC X(4)   VALUE SPACES.
           05  TBL-DEBITS            PIC 9(11).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  TBL-CREDITS           PIC 9(11).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  TBL-BALANCE           PIC 9(11).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  TBL-DR-CR             PIC X(2).
           05  FILLER                PIC X(44)  VALUE SPACES.
       01  BLANK-LINE                PIC X(110) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'LIST ENTRIES FROM DATE (YYYYMMDD)?'
           ACCEPT WS-FROM-DATE-X
           PERFORM UNTIL WS-FROM-DATE-X IS NUMERIC
               AND WS-FROM-MM > 00 AND WS-FROM-MM < 13
               AND WS-FROM-DD > 00 AND WS-FROM-DD < 32
               DISPLAY 'DATE MUST BE YYYYMMDD, RE-ENTER'
               ACCEPT WS-FROM-DATE-X
           END-PERFORM
           DISPLAY 'LIST ENTRIES TO DATE (YYYYMMDD)?'
           ACCEPT WS-TO-DATE-X
           PERFORM UNTIL WS-TO-DATE-X IS NUMERIC
               AND WS-TO-MM > 00 AND WS-TO-MM < 13
               AND WS-TO-DD > 00 AND WS-TO-DD < 32
               AND WS-TO-DATE NOT < WS-FROM-DATE
               DISPLAY 'DATE MUST BE YYYYMMDD AND NOT BEFORE THE FROM '
                   'DATE, RE-ENTER'
               ACCEPT WS-TO-DATE-X
           END-PERFORM
           MOVE WS-FROM-DATE TO RPT-FROM-DATE
           MOVE WS-TO-DATE TO RPT-TO-DATE
           MOVE 'OTHER' TO TB-ACCOUNT (200)
           MOVE ZERO TO TB-DEBITS (200)
           MOVE ZERO TO TB-CREDITS (200)
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SOURCE SORT-ENTRY-DATE
                                SORT-BATCH-STAMP SORT-REFERENCE
               USING GL-INTERFACE-FILE
               GIVING SORTED-GL-FILE
      ******************************************************************
      *WITHOUT THE BATCH CONTROL FILE -- NOTHING EXPORTED YET -- THE   *
      *LISTING STILL RUNS AND EVERY BATCH SHOWS AS NOT EXPORTED        *
      ******************************************************************
           OPEN INPUT GL-BATCH-FILE
           IF WS-GLB-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-BATCH-FILE-OK
           END-IF
           OPEN INPUT SORTED-GL-FILE
           OPEN OUTPUT JOURNAL-REPORT-FILE
           WRITE JOURNAL-REPORT-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE JOURNAL-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE JOURNAL-REPORT-REC FROM JOURNAL-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SORTED-GL-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                       IF WS-FIRST-RECORD = 'N'
                           PERFORM 300-END-DAY
                           PERFORM 350-END-SOURCE
                       END-IF
                   NOT AT END
                       PERFORM 200-LIST-ENTRY
               END-READ
           END-PERFORM
           PERFORM 400-PRINT-GRAND-TOTALS
           PERFORM 500-PRINT-TRIAL-BALANCE
           CLOSE SORTED-GL-FILE
                 JOURNAL-REPORT-FILE
           IF WS-BATCH-FILE-OK = 'Y'
               CLOSE GL-BATCH-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'GL JOURNAL LISTING COMPLETE'
           DISPLAY 'LINES LISTED:         ', WS-LINES-LISTED
           DISPLAY 'OUTSIDE THE DATES:    ', WS-LINES-OUTSIDE
           DISPLAY 'LINES SKIPPED:        ', WS-LINES-SKIPPED
           DISPLAY 'OUT OF BALANCE TOTALS:', WS-OUT-OF-BALANCE
           IF WS-OUT-OF-BALANCE > ZERO OR WS-LINES-SKIPPED > ZERO
               DISPLAY 'DO NOT EXPORT UNTIL THE JOURNAL IS PUT RIGHT'
           END-IF
           STOP RUN.
      ******************************************************************
      *A LINE WHOSE AMOUNT OR SIDE IS DAMAGED IS COUNTED AS SKIPPED    *
      *AND LEFT OFF THE TOTALS, SO THE OPERATOR SEES IT RATHER THAN    *
      *AN UNEXPLAINED DIFFERENCE                                       *
      ******************************************************************
       200-LIST-ENTRY.
           IF SRT-ENTRY-DATE NOT NUMERIC
               OR SRT-ENTRY-DATE < WS-FROM-DATE
               OR SRT-ENTRY-DATE > WS-TO-DATE
               ADD 1 TO WS-LINES-OUTSIDE
           ELSE
               IF SRT-AMOUNT NOT NUMERIC
                   OR (SRT-DR-CR NOT = 'D' AND SRT-DR-CR NOT = 'C')
                   ADD 1 TO WS-LINES-SKIPPED
               ELSE
                   PERFORM 250-TALLY-ENTRY
               END-IF
           END-IF.
       250-TALLY-ENTRY.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SRT-SOURCE TO WS-HOLD-SOURCE
               MOVE SRT-ENTRY-DATE TO WS-HOLD-DATE
               MOVE ZERO TO WS-HOLD-BATCH
           END-IF
           IF SRT-SOURCE NOT = WS-HOLD-SOURCE
               PERFORM 300-END-DAY
               PERFORM 350-END-SOURCE
               MOVE SRT-SOURCE TO WS-HOLD-SOURCE
               MOVE SRT-ENTRY-DATE TO WS-HOLD-DATE
               MOVE ZERO TO WS-HOLD-BATCH
           ELSE
               IF SRT-ENTRY-DATE NOT = WS-HOLD-DATE
                   PERFORM 300-END-DAY
                   MOVE SRT-ENTRY-DATE TO WS-HOLD-DATE
               END-IF
           END-IF
           IF SRT-BATCH-STAMP NOT = WS-HOLD-BATCH
               PERFORM 260-GET-BATCH-STATUS
               MOVE SRT-BATCH-STAMP TO WS-HOLD-BATCH
           END-IF
           ADD 1 TO WS-LINES-LISTED
           MOVE SRT-ENTRY-DATE TO JDL-ENTRY-DATE
           MOVE SRT-SOURCE TO JDL-SOURCE
           MOVE SRT-BATCH-STAMP TO JDL-BATCH-STAMP
           MOVE SRT-REFERENCE TO JDL-REFERENCE
           MOVE SRT-ACCOUNT TO JDL-ACCOUNT
           MOVE WS-BATCH-STATUS TO JDL-STATUS
           IF SRT-DR-CR = 'D'
               MOVE SRT-AMOUNT TO JDL-DEBIT
               MOVE ZERO TO JDL-CREDIT
               ADD SRT-AMOUNT TO WS-DAY-DEBITS
           ELSE
               MOVE ZERO TO JDL-DEBIT
               MOVE SRT-AMOUNT TO JDL-CREDIT
               ADD SRT-AMOUNT TO WS-DAY-CREDITS
           END-IF
           WRITE JOURNAL-REPORT-REC FROM JOURNAL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 270-POST-TO-TRIAL-BALANCE.
      ******************************************************************
      *A BATCH IS LOOKED UP ONCE, ON ITS FIRST LINE; THE SAME SOURCE   *
      *NEVER STAMPS TWO BATCHES ALIKE, SO THE STAMP ALONE MARKS THE    *
      *BREAK WITHIN A SOURCE, AND A NEW SOURCE ALWAYS LOOKS AGAIN      *
      ******************************************************************
       260-GET-BATCH-STATUS.
           MOVE 'NOT EXPORTED' TO WS-BATCH-STATUS
           IF WS-BATCH-FILE-OK = 'Y'
               MOVE SRT-SOURCE TO GLB-SOURCE
               MOVE SRT-BATCH-STAMP TO GLB-BATCH-STAMP
               READ GL-BATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-BATCH-STATUS
                       STRING 'EXPORTED ' DELIMITED BY SIZE
                           GLB-EXPORT-DATE DELIMITED BY SIZE
                           INTO WS-BATCH-STATUS
                       END-STRING
               END-READ
           END-IF.
      ******************************************************************
      *FINDS THE ACCOUNT IN THE TABLE, FILING A NEW ONE IN ACCOUNT     *
      *ORDER BY MOVING THE HIGHER ENTRIES DOWN ONE                     *
      ******************************************************************
       270-POST-TO-TRIAL-BALANCE.
           MOVE 1 TO WS-TB-SUB
           PERFORM UNTIL WS-TB-SUB > WS-TB-COUNT
               OR TB-ACCOUNT (WS-TB-SUB) NOT < SRT-ACCOUNT
               ADD 1 TO WS-TB-SUB
           END-PERFORM
           IF WS-TB-SUB > WS-TB-COUNT
               OR TB-ACCOUNT (WS-TB-SUB) NOT = SRT-ACCOUNT
               IF WS-TB-COUNT < 199
                   PERFORM 275-MOVE-ENTRY-DOWN
                       VARYING WS-TB-MOVE FROM WS-TB-COUNT BY -1
                       UNTIL WS-TB-MOVE < WS-TB-SUB
                   ADD 1 TO WS-TB-COUNT
                   MOVE SRT-ACCOUNT TO TB-ACCOUNT (WS-TB-SUB)
                   MOVE ZERO TO TB-DEBITS (WS-TB-SUB)
                   MOVE ZERO TO TB-CREDITS (WS-TB-SUB)
               ELSE
                   MOVE 200 TO WS-TB-SUB
               END-IF
           END-IF
           IF SRT-DR-CR = 'D'
               ADD SRT-AMOUNT TO TB-DEBITS (WS-TB-SUB)
           ELSE
               ADD SRT-AMOUNT TO TB-CREDITS (WS-TB-SUB)
           END-IF.
       275-MOVE-ENTRY-DOWN.
           MOVE TB-ENTRY (WS-TB-MOVE) TO TB-ENTRY (WS-TB-MOVE + 1).
       300-END-DAY.
           MOVE SPACES TO TOTAL-LABEL-WORK
           MOVE '  TOTAL FOR SOURCE ' TO TLW-TEXT
           MOVE WS-HOLD-SOURCE TO TLW-SOURCE
           MOVE WS-HOLD-DATE TO TLW-DATE
           MOVE TOTAL-LABEL-WORK TO JTL-LABEL
           MOVE WS-DAY-DEBITS TO JTL-DEBITS
           MOVE WS-DAY-CREDITS TO JTL-CREDITS
           IF WS-DAY-DEBITS = WS-DAY-CREDITS
               MOVE 'BALANCED' TO JTL-BALANCE
           ELSE
               MOVE '*** OUT OF BALANCE' TO JTL-BALANCE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           WRITE JOURNAL-REPORT-REC FROM JOURNAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE JOURNAL-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-DAY-DEBITS TO WS-SOURCE-DEBITS
           ADD WS-DAY-CREDITS TO WS-SOURCE-CREDITS
           MOVE ZERO TO WS-DAY-DEBITS
           MOVE ZERO TO WS-DAY-CREDITS.
       350-END-SOURCE.
           MOVE SPACES TO TOTAL-LABEL-WORK
           MOVE 'TOTAL FOR SOURCE ' TO TLW-TEXT
           MOVE WS-HOLD-SOURCE TO TLW-SOURCE
           MOVE 'ALL DAYS' TO TLW-DATE
           MOVE TOTAL-LABEL-WORK TO JTL-LABEL
           MOVE WS-SOURCE-DEBITS TO JTL-DEBITS
           MOVE WS-SOURCE-CREDITS TO JTL-CREDITS
           IF WS-SOURCE-DEBITS = WS-SOURCE-CREDITS
               MOVE 'BALANCED' TO JTL-BALANCE
           ELSE
               MOVE '*** OUT OF BALANCE' TO JTL-BALANCE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           WRITE JOURNAL-REPORT-REC FROM JOURNAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE JOURNAL-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-SOURCE-DEBITS TO WS-GRAND-DEBITS
           ADD WS-SOURCE-CREDITS TO WS-GRAND-CREDITS
           MOVE ZERO TO WS-SOURCE-DEBITS
           MOVE ZERO TO WS-SOURCE-CREDITS.
       400-PRINT-GRAND-TOTALS.
           MOVE 'GRAND TOTALS, ALL SOURCES' TO JTL-LABEL
           MOVE WS-GRAND-DEBITS TO JTL-DEBITS
           MOVE WS-GRAND-CREDITS TO JTL-CREDITS
           IF WS-GRAND-DEBITS = WS-GRAND-CREDITS
               MOVE 'BALANCED' TO JTL-BALANCE
           ELSE
               MOVE '*** OUT OF BALANCE' TO JTL-BALANCE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           WRITE JOURNAL-REPORT-REC FROM JOURNAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *THE TRIAL BALANCE STARTS ON A NEW PAGE.  EACH ACCOUNT'S BALANCE *
      *IS ITS DEBITS LESS ITS CREDITS, MARKED DR OR CR, AND THE        *
      *ACCOUNTS FOOT TO THE SAME GRAND TOTALS AS THE JOURNAL           *
      ******************************************************************
       500-PRINT-TRIAL-BALANCE.
           WRITE JOURNAL-REPORT-REC FROM TRIAL-BALANCE-HEADING
               AFTER ADVANCING PAGE
           WRITE JOURNAL-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE JOURNAL-REPORT-REC FROM TRIAL-BALANCE-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 550-PRINT-ACCOUNT-LINE
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > WS-TB-COUNT
           IF TB-DEBITS (200) > ZERO OR TB-CREDITS (200) > ZERO
               MOVE 200 TO WS-TB-SUB
               PERFORM 550-PRINT-ACCOUNT-LINE
           END-IF
           WRITE JOURNAL-REPORT-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTALS' TO TBL-ACCOUNT
           MOVE WS-GRAND-DEBITS TO TBL-DEBITS
           MOVE WS-GRAND-CREDITS TO TBL-CREDITS
           COMPUTE WS-TB-NET = WS-GRAND-DEBITS - WS-GRAND-CREDITS
           PERFORM 560-EDIT-BALANCE
           WRITE JOURNAL-REPORT-REC FROM TRIAL-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
       550-PRINT-ACCOUNT-LINE.
           MOVE TB-ACCOUNT (WS-TB-SUB) TO TBL-ACCOUNT
           MOVE TB-DEBITS (WS-TB-SUB) TO TBL-DEBITS
           MOVE TB-CREDITS (WS-TB-SUB) TO TBL-CREDITS
           COMPUTE WS-TB-NET =
               TB-DEBITS (WS-TB-SUB) - TB-CREDITS (WS-TB-SUB)
           PERFORM 560-EDIT-BALANCE
           WRITE JOURNAL-REPORT-REC FROM TRIAL-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
       560-EDIT-BALANCE.
           IF WS-TB-NET < ZERO
               MULTIPLY -1 BY WS-TB-NET
               MOVE 'CR' TO TBL-DR-CR
           ELSE
               MOVE 'DR' TO TBL-DR-CR
           END-IF
           IF WS-TB-NET = ZERO
               MOVE SPACES TO TBL-DR-CR
           END-IF
           MOVE WS-TB-NET TO TBL-BALANCE.
