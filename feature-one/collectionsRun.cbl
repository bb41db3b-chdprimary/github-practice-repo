       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. MONTH-END COLLECTIONS RUN OFF THE AR DETAIL FILE, RUN  *
      *         BEFORE ARSTMT FOR THE SAME MONTH.  EACH CUSTOMER'S     *
      *         OPEN ITEMS ARE AGED EXACTLY AS ARSTMT AGES THEM --     *
      *         PAYMENTS AND CREDITS APPLIED TO THE OLDEST CHARGES     *
      *         FIRST, AGE COUNTED IN STATEMENT MONTHS -- AND THEN:    *
      *           - A FINANCE CHARGE IS ADDED ON WHAT IS PAST THE      *
      *             GRACE PERIOD (NOT ON EARLIER FINANCE CHARGES),     *
      *             WRITTEN TO ARDETAIL AS ITEM TYPE F DATED THE LAST  *
      *             DAY OF THE MONTH SO IT PRINTS ON THIS MONTH'S      *
      *             STATEMENT, ADDED TO THE CUSTOMER BALANCE, AND      *
      *             POSTED TO THE GL INTERFACE FILE.  ITS REFERENCE IS *
      *             FC PLUS THE YEAR AND MONTH, SO A RERUN FOR THE     *
      *             SAME MONTH FINDS IT AND DOES NOT CHARGE TWICE;     *
      *           - A DUNNING LETTER IS PRINTED TO DUNNING.RPT, ONE    *
      *             PAGE PER CUSTOMER, WORDED BY THE OLDEST PAST DUE   *
      *             BUCKET: A REMINDER AT 30 DAYS, A SECOND NOTICE AT  *
      *             60 AND A FINAL NOTICE AT 90;                       *
      *           - A CUSTOMER WITH ANYTHING OPEN 90 DAYS OR MORE IS   *
      *             PUT ON CREDIT HOLD (CUSTOMER STATUS H), WHICH THE  *
      *             QUOTE PROGRAM REJECTS WITH ITS OWN REASON CODE.    *
      *             THE AMOUNT THAT HAS TO BE PAID TO CLEAR THOSE OLD  *
      *             ITEMS GOES ON THE CREDIT HOLD FILE CRHOLD.DAT, AND *
      *             CASHPOST TAKES THE CUSTOMER OFF HOLD ONCE ITS      *
      *             PAYMENTS COVER IT.  THIS RUN RELEASES A HOLD TOO   *
      *             WHEN A CREDIT HAS CLEARED THE OLD ITEMS.  A HOLD   *
      *             SET BY HAND IN CUSTMNT HAS NO CREDIT HOLD RECORD   *
      *             AND IS ONLY EVER TAKEN OFF BY HAND.                *
      *         COLLECT.RPT LISTS EVERY PAST DUE CUSTOMER WITH THE     *
      *         BUCKETS, THE FINANCE CHARGE, THE LETTER SENT AND WHAT  *
      *         HAPPENED TO THE CREDIT HOLD.  THE BALANCE FORWARD      *
      *         PERPURGE LEAVES WHEN IT CLOSES A MONTH (ITEM TYPE B)   *
      *         IS A CREDIT LIKE A PAYMENT.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-DETAIL-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATIONS DEPENDING ON THE       *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\ARDETAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'C:\CHAPTER5\SORTWK1.DAT'.
           SELECT SORTED-ITEMS-FILE
               ASSIGN TO 'C:\CHAPTER5\COLSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\CHAPTER5\CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMST-CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT OPTIONAL CREDIT-HOLD-FILE
               ASSIGN TO 'C:\CHAPTER5\CRHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRH-CUST-ID
               FILE STATUS IS WS-CRHOLD-STATUS.
           SELECT DUNNING-LETTER-FILE
               ASSIGN TO 'C:\CHAPTER5\DUNNING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLECTIONS-REGISTER-FILE
               ASSIGN TO 'C:\CHAPTER5\COLLECT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO 'C:\CHAPTER5\GLACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT OPTIONAL GL-INTERFACE-FILE
               ASSIGN TO 'C:\CHAPTER5\GLINTF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO 'C:\CHAPTER5\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *ITEM TYPES: C CHARGE, P PAYMENT, R RETURN CREDIT, F FINANCE     *
      *CHARGE (WRITTEN BY THIS RUN)                                    *
      ******************************************************************
       FD  AR-DETAIL-FILE.
       01  AR-DETAIL-REC.
           05  AR-CUST-ID            PIC X(5).
           05  AR-ITEM-DATE          PIC 9(8).
           05  AR-ITEM-TYPE          PIC X(1).
           05  AR-REFERENCE          PIC X(6).
           05  AR-AMOUNT             PIC 9(7)V99.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-ID          PIC X(5).
           05  SORT-ITEM-DATE        PIC 9(8).
           05  SORT-ITEM-TYPE        PIC X(1).
           05  SORT-REFERENCE        PIC X(6).
           05  SORT-AMOUNT           PIC 9(7)V99.
       FD  SORTED-ITEMS-FILE.
       01  SORTED-ITEMS-REC.
           05  SRT-CUST-ID           PIC X(5).
           05  SRT-ITEM-DATE         PIC 9(8).
           05  SRT-ITEM-DATE-X REDEFINES SRT-ITEM-DATE.
               10  SRT-ITEM-YEAR     PIC 9(4).
               10  SRT-ITEM-MM       PIC 9(2).
               10  FILLER            PIC X(2).
           05  SRT-ITEM-TYPE         PIC X(1).
           05  SRT-REFERENCE         PIC X(6).
           05  SRT-AMOUNT-X          PIC X(9).
           05  SRT-AMOUNT REDEFINES SRT-AMOUNT-X
                                     PIC 9(7)V99.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05  CMST-CUST-ID          PIC X(5).
           05  CMST-CUST-NAME        PIC X(20).
           05  CMST-CREDIT-LIMIT     PIC 9(7).
           05  CMST-STATUS           PIC X(1).
           05  CMST-BALANCE          PIC 9(7)V99.
           05  CMST-TAX-JURIS        PIC X(4).
           05  CMST-TAX-EXEMPT       PIC X(1).
           05  CMST-EXEMPT-CERT      PIC X(15).
           05  CMST-REP-CODE         PIC X(3).
      ******************************************************************
      *ONE RECORD PER CUSTOMER THIS RUN PUT ON CREDIT HOLD: THE DATE   *
      *OF THE HOLD AND WHAT IS STILL OWED ON THE ITEMS 90 DAYS OR      *
      *MORE OLD.  CASHPOST TAKES EACH PAYMENT OFF THE AMOUNT AND       *
      *RELEASES THE HOLD WHEN IT REACHES ZERO; THIS RUN REFRESHES IT   *
      *EVERY MONTH                                                     *
      ******************************************************************
       FD  CREDIT-HOLD-FILE.
       01  CREDIT-HOLD-REC.
           05  CRH-CUST-ID           PIC X(5).
           05  CRH-HOLD-DATE         PIC 9(8).
           05  CRH-PAST-DUE          PIC 9(7)V99.
       FD  DUNNING-LETTER-FILE.
       01  DUNNING-LETTER-REC        PIC X(90).
       FD  COLLECTIONS-REGISTER-FILE.
       01  COLLECTIONS-REGISTER-REC  PIC X(100).
      ******************************************************************
      *GENERAL LEDGER ACCOUNT MAP MAINTAINED WITH GLMAPMNT, KEYED BY   *
      *POSTING SOURCE AND ITEM                                         *
      ******************************************************************
       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-REC.
           05  GLM-KEY.
               10  GLM-SOURCE        PIC X(8).
               10  GLM-ITEM          PIC X(4).
           05  GLM-ACCOUNT           PIC X(10).
           05  GLM-DESCRIPTION       PIC X(20).
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
      ******************************************************************
      *COLLECTION TERMS.  THE FINANCE CHARGE IS A MONTHLY RATE ON WHAT *
      *IS OPEN AT LEAST GRACE MONTHS (ONE MONTH IS ARSTMT'S 30-DAY     *
      *BUCKET); A CHARGE UNDER THE MINIMUM IS NOT WORTH BILLING AND IS *
      *SKIPPED.  AN ITEM OPEN HOLD MONTHS OR MORE (THE 90-DAY BUCKET)  *
      *PUTS THE CUSTOMER ON CREDIT HOLD                                *
      ******************************************************************
       01  WS-FINANCE-RATE           PIC V9(4) VALUE .0150.
       01  WS-GRACE-MONTHS           PIC 9(2)  VALUE 1.
       01  WS-MIN-FINANCE-CHARGE     PIC 9(3)V99 VALUE 1.00.
       01  WS-HOLD-MONTHS            PIC 9(2)  VALUE 3.
       01  MORE-RECORDS-IN           PIC A(1)  VALUE 'Y'.
       01  WS-CUSTMAST-STATUS        PIC X(2).
       01  WS-CRHOLD-STATUS          PIC X(2).
       01  WS-CRH-FOUND              PIC X(1).
       01  WS-FIRST-RECORD           PIC X(1)  VALUE 'Y'.
       01  WS-HOLD-CUST-ID           PIC X(5).
       01  WS-LOG-STATUS             PIC X(1)  VALUE 'C'.
       01  WS-COLL-MONTH-X           PIC X(6).
       01  WS-COLL-MONTH REDEFINES WS-COLL-MONTH-X
                                     PIC 9(6).
       01  WS-COLL-MONTH-SPLIT REDEFINES WS-COLL-MONTH-X.
           05  WS-COLL-YEAR          PIC 9(4).
           05  WS-COLL-MM            PIC 9(2).
       01  WS-COLL-MONTHS            PIC 9(6).
       01  WS-ITEM-MONTHS            PIC 9(6).
       01  WS-AGE-MONTHS             PIC S9(6).
       01  WS-MONTH-END-DATE         PIC 9(8).
       01  WS-CENTURY                PIC 9(2).
      ******************************************************************
      *THE FINANCE CHARGE REFERENCE, E.G. FC2610 FOR OCTOBER 2026.     *
      *ONLY THIS RUN WRITES AN F ITEM, AND ONLY ONE PER MONTH          *
      ******************************************************************
       01  WS-FC-REFERENCE.
           05  FILLER                PIC X(2)  VALUE 'FC'.
           05  WS-FC-REF-YY          PIC 9(2).
           05  WS-FC-REF-MM          PIC 9(2).
       01  WS-FC-GL-REFERENCE.
           05  WS-FC-GL-CUST         PIC X(5).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-FC-GL-REF          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
       01  WS-FC-ALREADY             PIC X(1).
       01  WS-FC-THIS-MONTH          PIC 9(7)V99.
       01  WS-FINANCE-BASE           PIC 9(9)V99.
       01  WS-FINANCE-CHARGE         PIC 9(7)V99.
       01  WS-PAY-POOL               PIC S9(9)V99.
       01  WS-AGE-CURRENT            PIC 9(9)V99.
       01  WS-AGE-30                 PIC 9(9)V99.
       01  WS-AGE-60                 PIC 9(9)V99.
       01  WS-AGE-90                 PIC 9(9)V99.
       01  WS-PAST-DUE               PIC 9(9)V99.
       01  WS-HOLD-AMOUNT            PIC 9(9)V99.
       01  WS-AMOUNT-DUE             PIC 9(9)V99.
       01  WS-LETTER-LEVEL           PIC 9(1).
       01  WS-LINE-SUB               PIC 9(1).
       01  WS-CUST-CHANGED           PIC X(1).
      ******************************************************************
      *WHAT HAPPENS TO THE CREDIT HOLD: P PLACE, K KEEP AND REFRESH    *
      *THE AMOUNT, M HELD BY HAND (LEFT ALONE), R RELEASE, D DROP A    *
      *LEFTOVER HOLD RECORD FOR A CUSTOMER NO LONGER ON HOLD, SPACE    *
      *NOTHING                                                         *
      ******************************************************************
       01  WS-HOLD-ACTION            PIC X(1).
       01  WS-CHG-SUB                PIC 9(3).
       01  WS-CHG-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-CHG-TABLE-FULL         PIC X(1)  VALUE 'N'.
      ******************************************************************
      *EVERY CHARGE UP TO THE MONTH END, OLDEST FIRST, AS IN ARSTMT,   *
      *WITH ITS TYPE SO FINANCE CHARGES CAN BE LEFT OUT OF THE BASE    *
      ******************************************************************
       01  OPEN-CHARGES-TABLE.
           05  OPEN-CHARGE-ENTRY     OCCURS 300 TIMES.
               10  CHG-AGE           PIC 9(4).
               10  CHG-TYPE          PIC X(1).
               10  CHG-OPEN          PIC 9(7)V99.
       01  WS-ITEMS-READ             PIC 9(7)  VALUE ZERO.
       01  WS-ITEMS-SKIPPED          PIC 9(7)  VALUE ZERO.
       01  WS-CUSTOMERS-READ         PIC 9(7)  VALUE ZERO.
       01  WS-LETTERS-WRITTEN        PIC 9(7)  VALUE ZERO.
       01  WS-NO-LETTER              PIC 9(7)  VALUE ZERO.
       01  WS-LETTERS-30             PIC 9(5)  VALUE ZERO.
       01  WS-LETTERS-60             PIC 9(5)  VALUE ZERO.
       01  WS-LETTERS-90             PIC 9(5)  VALUE ZERO.
       01  WS-HOLDS-PLACED           PIC 9(5)  VALUE ZERO.
       01  WS-HOLDS-RELEASED         PIC 9(5)  VALUE ZERO.
       01  WS-FC-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-FC-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01  WS-DATE-X                 PIC X(8).
       01  WS-DATE-IN REDEFINES WS-DATE-X.
           05  WS-DATE-YR            PIC 9(4).
           05  WS-DATE-MO            PIC 99.
           05  WS-DATE-DA            PIC 99.
       01  WS-DATE-NUM REDEFINES WS-DATE-X
                                     PIC 9(8).
       01  WS-MONTH-MAX-DAYS         PIC 99.
       01  WS-LEAP-WORK              PIC 9(4).
       01  WS-LEAP-REM               PIC 9(4).
       01  WS-LEAP-YEAR              PIC X(1).
       01  MONTH-DAYS-LITERAL        PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LITERAL.
           05  MONTH-DAYS            OCCURS 12 TIMES
                                     PIC 99.
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-GL-MAP-OK              PIC X(1)  VALUE 'Y'.
       01  WS-GL-ITEM                PIC X(4).
       01  WS-GL-ACCOUNT             PIC X(10).
       01  WS-GL-AR-ACCOUNT          PIC X(10).
       01  WS-GL-INCOME-ACCOUNT      PIC X(10).
       01  WS-GL-BATCH-STAMP.
           05  WS-GL-BATCH-DATE      PIC 9(8).
           05  WS-GL-BATCH-TIME      PIC 9(6).
       01  WS-GL-TIME-WORK.
           05  WS-GL-TIME-HHMMSS     PIC 9(6).
           05  FILLER                PIC 9(2).
       01  WS-GL-DR-CR               PIC X(1).
       01  WS-GL-AMOUNT              PIC 9(9)V99.
       01  WS-GL-REFERENCE           PIC X(14).
       01  WS-GL-ENTRIES             PIC 9(7)  VALUE ZERO.
      ******************************************************************
      *LETTER WORDING, FIVE LINES FOR EACH LEVEL: 1 AT 30 DAYS, 2 AT   *
      *60 DAYS, 3 AT 90 DAYS AND OVER                                  *
      ******************************************************************
       01  LETTER-TEXT-VALUES.
           05  FILLER                PIC X(45)
               VALUE 'OUR RECORDS SHOW THAT PART OF YOUR ACCOUNT IS'.
           05  FILLER                PIC X(45)
               VALUE 'NOW PAST DUE.  IF YOUR PAYMENT IS ALREADY IN'.
           05  FILLER                PIC X(45)
               VALUE 'THE MAIL, PLEASE DISREGARD THIS REMINDER AND'.
           05  FILLER                PIC X(45)
               VALUE 'ACCEPT OUR THANKS.  OTHERWISE PLEASE SEND THE'.
           05  FILLER                PIC X(45)
               VALUE 'PAST DUE AMOUNT SHOWN BELOW.'.
           05  FILLER                PIC X(45)
               VALUE 'YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST'.
           05  FILLER                PIC X(45)
               VALUE 'DUE AND WE HAVE HAD NO REPLY TO OUR EARLIER'.
           05  FILLER                PIC X(45)
               VALUE 'REMINDER.  PLEASE SEND THE PAST DUE AMOUNT'.
           05  FILLER                PIC X(45)
               VALUE 'WITHIN TEN DAYS, OR CALL OUR CREDIT'.
           05  FILLER                PIC X(45)
               VALUE 'DEPARTMENT TO ARRANGE PAYMENT.'.
           05  FILLER                PIC X(45)
               VALUE 'FINAL NOTICE.  YOUR ACCOUNT IS MORE THAN 90'.
           05  FILLER                PIC X(45)
               VALUE 'DAYS PAST DUE AND HAS BEEN PLACED ON CREDIT'.
           05  FILLER                PIC X(45)
               VALUE 'HOLD.  NO FURTHER ORDERS WILL BE ACCEPTED'.
           05  FILLER                PIC X(45)
               VALUE 'UNTIL THE PAST DUE AMOUNT BELOW IS PAID IN'.
           05  FILLER                PIC X(45)
               VALUE 'FULL.  PLEASE REMIT IMMEDIATELY.'.
       01  LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
           05  LETTER-LEVEL-ENTRY    OCCURS 3 TIMES.
               10  LETTER-TEXT       OCCURS 5 TIMES
                                     PIC X(45).
       01  LETTER-TITLE-VALUES.
           05  FILLER                PIC X(30)
               VALUE 'PAYMENT REMINDER'.
           05  FILLER                PIC X(30)
               VALUE 'SECOND NOTICE -- PAST DUE'.
           05  FILLER                PIC X(30)
               VALUE 'FINAL NOTICE -- CREDIT HOLD'.
       01  LETTER-TITLE-TABLE REDEFINES LETTER-TITLE-VALUES.
           05  LETTER-TITLE          OCCURS 3 TIMES
                                     PIC X(30).
       01  COMPANY-HEADING-LINE.
           05  FILLER                PIC X(25)  VALUE SPACES.
           05  FILLER                PIC X(25)
               VALUE 'DEAN SUPPLY COMPANY      '.
           05  FILLER                PIC X(40)  VALUE SPACES.
       01  LETTER-DATE-LINE.
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  FILLER                PIC X(6)   VALUE 'DATE: '.
           05  LTR-DATE              PIC 9(8).
           05  FILLER                PIC X(71)  VALUE SPACES.
       01  LETTER-CUSTOMER-LINE.
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  FILLER                PIC X(4)   VALUE 'TO: '.
           05  LTR-CUST-ID           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  LTR-CUST-NAME         PIC X(20).
           05  FILLER                PIC X(54)  VALUE SPACES.
       01  LETTER-TITLE-LINE.
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  LTR-TITLE             PIC X(30).
           05  FILLER                PIC X(55)  VALUE SPACES.
       01  LETTER-BODY-LINE.
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  LTR-BODY              PIC X(45).
           05  FILLER                PIC X(40)  VALUE SPACES.
       01  LETTER-AMOUNT-LINE.
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  LTR-AMOUNT-LABEL      PIC X(30).
           05  LTR-AMOUNT            PIC 9(7).99.
           05  FILLER                PIC X(45)  VALUE SPACES.
       01  LETTER-CLOSING-LINE.
           05  FILLER                PIC X(5)   VALUE SPACES.
           05  FILLER                PIC X(45)
               VALUE 'PLEASE CALL OUR CREDIT DEPARTMENT WITH ANY'.
           05  FILLER                PIC X(40)  VALUE 'QUESTIONS.'.
       01  REGISTER-HEADING-LINE.
           05  FILLER                PIC X(34)
               VALUE 'COLLECTIONS REGISTER  MONTH END: '.
           05  HDG-MONTH-END         PIC 9(8).
           05  FILLER                PIC X(58)  VALUE SPACES.
       01  REGISTER-COLUMN-LINE.
           05  FILLER                PIC X(39)
               VALUE 'CUST   NAME                   30-DAYS'.
           05  FILLER                PIC X(34)
               VALUE '    60-DAYS    90-DAYS+  FIN-CHG'.
           05  FILLER                PIC X(27)  VALUE 'LTR  ACTION'.
       01  REGISTER-DETAIL-LINE.
           05  REG-CUST-ID           PIC X(5).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-CUST-NAME         PIC X(20).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-AGE-30            PIC 9(7).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  REG-AGE-60            PIC 9(7).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  REG-AGE-90            PIC 9(7).99.
           05  FILLER                PIC X(1)   VALUE SPACES.
           05  REG-FIN-CHG           PIC 9(5).99.
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-LETTER            PIC X(3).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  REG-NOTE              PIC X(24).
       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL             PIC X(30).
           05  RTL-COUNT             PIC 9(7).
           05  FILLER                PIC X(2)   VALUE SPACES.
           05  RTL-AMOUNT            PIC 9(9).99.
           05  FILLER                PIC X(49)  VALUE SPACES.
       01  BLANK-LINE                PIC X(100) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 800-LOG-START
           DISPLAY 'COLLECTIONS MONTH (YYYYMM)?'
           ACCEPT WS-COLL-MONTH-X
           PERFORM UNTIL WS-COLL-MONTH-X IS NUMERIC
               AND WS-COLL-MM > 00 AND WS-COLL-MM < 13
               DISPLAY 'MONTH MUST BE YYYYMM WITH MM 01-12, RE-ENTER'
               ACCEPT WS-COLL-MONTH-X
           END-PERFORM
           COMPUTE WS-COLL-MONTHS =
               WS-COLL-YEAR * 12 + WS-COLL-MM
           MOVE WS-COLL-YEAR TO WS-DATE-YR
           MOVE WS-COLL-MM TO WS-DATE-MO
           PERFORM 530-SET-MONTH-MAX
           MOVE WS-MONTH-MAX-DAYS TO WS-DATE-DA
           MOVE WS-DATE-NUM TO WS-MONTH-END-DATE
           DIVIDE WS-COLL-YEAR BY 100 GIVING WS-CENTURY
               REMAINDER WS-FC-REF-YY
           MOVE WS-COLL-MM TO WS-FC-REF-MM
           PERFORM 120-LOAD-GL-ACCOUNTS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CUST-ID
                                SORT-ITEM-DATE
               USING AR-DETAIL-FILE
               GIVING SORTED-ITEMS-FILE
           OPEN INPUT SORTED-ITEMS-FILE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CUSTOMER MASTER, STATUS: ',
                   WS-CUSTMAST-STATUS
               DISPLAY 'NOTHING CHARGED OR HELD'
               CLOSE SORTED-ITEMS-FILE
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRHOLD-STATUS NOT = '00' AND
              WS-CRHOLD-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN CREDIT HOLD FILE, STATUS: ',
                   WS-CRHOLD-STATUS
               DISPLAY 'CHECK CRHOLD.DAT, NOTHING CHARGED OR HELD'
               CLOSE SORTED-ITEMS-FILE
                     CUSTOMER-MASTER
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           OPEN EXTEND AR-DETAIL-FILE
           OPEN EXTEND GL-INTERFACE-FILE
           OPEN OUTPUT DUNNING-LETTER-FILE
           OPEN OUTPUT COLLECTIONS-REGISTER-FILE
           MOVE WS-MONTH-END-DATE TO HDG-MONTH-END
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL MORE-RECORDS-IN = 'N'
               READ SORTED-ITEMS-FILE
                   AT END
                       MOVE 'N' TO MORE-RECORDS-IN
                       IF WS-FIRST-RECORD = 'N'
                           PERFORM 400-END-CUSTOMER
                       END-IF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 200-PROCESS-ITEM
               END-READ
           END-PERFORM
           PERFORM 690-WRITE-TOTALS
           PERFORM 700-CLOSE-FILES
           DISPLAY ' '
           DISPLAY 'COLLECTIONS RUN COMPLETE FOR MONTH ', WS-COLL-MONTH
           DISPLAY 'AR ITEMS READ:         ', WS-ITEMS-READ
           DISPLAY 'AR ITEMS SKIPPED:      ', WS-ITEMS-SKIPPED
           DISPLAY 'CUSTOMERS READ:        ', WS-CUSTOMERS-READ
           DISPLAY 'DUNNING LETTERS:       ', WS-LETTERS-WRITTEN
           DISPLAY 'FINANCE CHARGES:       ', WS-FC-COUNT,
               '  TOTAL: ', WS-FC-TOTAL
           DISPLAY 'CREDIT HOLDS PLACED:   ', WS-HOLDS-PLACED
           DISPLAY 'CREDIT HOLDS RELEASED: ', WS-HOLDS-RELEASED
           DISPLAY 'GL ENTRIES WRITTEN: ', WS-GL-ENTRIES,
               '  BATCH: COLLECT ', WS-GL-BATCH-STAMP
           DISPLAY 'PRINT THE LETTERS FROM DUNNING.RPT, THEN RUN '
               'ARSTMT FOR THE SAME MONTH'
           PERFORM 900-LOG-END
           STOP RUN.
      ******************************************************************
      *BOTH ACCOUNTS ARE LOOKED UP BEFORE ANY CUSTOMER IS CHARGED, SO  *
      *A MISSING MAPPING CAN NEVER LEAVE A FINANCE CHARGE ON THE       *
      *CUSTOMER BALANCES THAT IS NOT IN THE LEDGER                     *
      ******************************************************************
       120-LOAD-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               DISPLAY 'SET THE MAP UP WITH GLMAPMNT, NOTHING CHARGED '
                   'OR HELD'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           MOVE 'ARFC' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-AR-ACCOUNT
           MOVE 'FINC' TO WS-GL-ITEM
           PERFORM 125-GET-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO WS-GL-INCOME-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF WS-GL-MAP-OK = 'N'
               DISPLAY 'MAP THE MISSING ITEMS WITH GLMAPMNT, NOTHING '
                   'CHARGED OR HELD'
               MOVE 'A' TO WS-LOG-STATUS
               PERFORM 900-LOG-END
               STOP RUN
           END-IF
           ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-WORK FROM TIME
           MOVE WS-GL-TIME-HHMMSS TO WS-GL-BATCH-TIME.
       125-GET-GL-ACCOUNT.
           MOVE 'COLLECT ' TO GLM-SOURCE
           MOVE WS-GL-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GL-MAP-OK
                   MOVE SPACES TO WS-GL-ACCOUNT
                   DISPLAY 'NO GL ACCOUNT MAPPED FOR COLLECT ',
                       WS-GL-ITEM
               NOT INVALID KEY
                   MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
           END-READ.
      ******************************************************************
      *ITEMS DATED AFTER THE COLLECTIONS MONTH BELONG TO A LATER RUN   *
      *AND ARE IGNORED, AS ARSTMT IGNORES THEM                         *
      ******************************************************************
       200-PROCESS-ITEM.
           IF SRT-CUST-ID = SPACES OR SRT-AMOUNT-X NOT NUMERIC
               OR SRT-ITEM-DATE NOT NUMERIC
               ADD 1 TO WS-ITEMS-SKIPPED
           ELSE
               COMPUTE WS-ITEM-MONTHS =
                   SRT-ITEM-YEAR * 12 + SRT-ITEM-MM
               IF WS-ITEM-MONTHS > WS-COLL-MONTHS
                   CONTINUE
               ELSE
                   PERFORM 250-TALLY-ITEM
               END-IF
           END-IF.
       250-TALLY-ITEM.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SRT-CUST-ID TO WS-HOLD-CUST-ID
               PERFORM 300-START-CUSTOMER
           END-IF
           IF SRT-CUST-ID NOT = WS-HOLD-CUST-ID
               PERFORM 400-END-CUSTOMER
               MOVE SRT-CUST-ID TO WS-HOLD-CUST-ID
               PERFORM 300-START-CUSTOMER
           END-IF
           COMPUTE WS-AGE-MONTHS =
               WS-COLL-MONTHS - WS-ITEM-MONTHS
           IF SRT-ITEM-TYPE = 'P' OR SRT-ITEM-TYPE = 'R'
              OR SRT-ITEM-TYPE = 'B'
               ADD SRT-AMOUNT TO WS-PAY-POOL
           ELSE
               IF SRT-ITEM-TYPE = 'F' AND
                  SRT-REFERENCE = WS-FC-REFERENCE
                   MOVE 'Y' TO WS-FC-ALREADY
                   ADD SRT-AMOUNT TO WS-FC-THIS-MONTH
               END-IF
               PERFORM 270-REMEMBER-CHARGE
           END-IF.
       270-REMEMBER-CHARGE.
           IF WS-CHG-COUNT < 300
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-AGE-MONTHS TO CHG-AGE (WS-CHG-COUNT)
               MOVE SRT-ITEM-TYPE TO CHG-TYPE (WS-CHG-COUNT)
               MOVE SRT-AMOUNT TO CHG-OPEN (WS-CHG-COUNT)
           ELSE
               MOVE 'Y' TO WS-CHG-TABLE-FULL
           END-IF.
       300-START-CUSTOMER.
           MOVE ZERO TO WS-PAY-POOL
           MOVE ZERO TO WS-CHG-COUNT
           MOVE 'N' TO WS-CHG-TABLE-FULL
           MOVE 'N' TO WS-FC-ALREADY
           MOVE ZERO TO WS-FC-THIS-MONTH.
      ******************************************************************
      *AT THE CUSTOMER BREAK THE OPEN ITEMS ARE AGED, THEN THE         *
      *CUSTOMER IS CHARGED, LETTERED AND HELD AS THE AGING CALLS FOR   *
      ******************************************************************
       400-END-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           PERFORM 450-AGE-OPEN-ITEMS
           PERFORM 500-ACT-ON-CUSTOMER THRU 500-EXIT.
       450-AGE-OPEN-ITEMS.
           MOVE ZERO TO WS-AGE-CURRENT
           MOVE ZERO TO WS-AGE-30
           MOVE ZERO TO WS-AGE-60
           MOVE ZERO TO WS-AGE-90
           MOVE ZERO TO WS-FINANCE-BASE
           MOVE ZERO TO WS-HOLD-AMOUNT
           MOVE 1 TO WS-CHG-SUB
           PERFORM 460-APPLY-AND-BUCKET
               UNTIL WS-CHG-SUB > WS-CHG-COUNT
           COMPUTE WS-PAST-DUE = WS-AGE-30 + WS-AGE-60 + WS-AGE-90.
       460-APPLY-AND-BUCKET.
           IF WS-PAY-POOL >= CHG-OPEN (WS-CHG-SUB)
               SUBTRACT CHG-OPEN (WS-CHG-SUB) FROM WS-PAY-POOL
               MOVE ZERO TO CHG-OPEN (WS-CHG-SUB)
           ELSE
               IF WS-PAY-POOL > ZERO
                   SUBTRACT WS-PAY-POOL FROM CHG-OPEN (WS-CHG-SUB)
                   MOVE ZERO TO WS-PAY-POOL
               END-IF
           END-IF
           IF CHG-OPEN (WS-CHG-SUB) > ZERO
               EVALUATE TRUE
                   WHEN CHG-AGE (WS-CHG-SUB) = ZERO
                       ADD CHG-OPEN (WS-CHG-SUB) TO WS-AGE-CURRENT
                   WHEN CHG-AGE (WS-CHG-SUB) = 1
                       ADD CHG-OPEN (WS-CHG-SUB) TO WS-AGE-30
                   WHEN CHG-AGE (WS-CHG-SUB) = 2
                       ADD CHG-OPEN (WS-CHG-SUB) TO WS-AGE-60
                   WHEN OTHER
                       ADD CHG-OPEN (WS-CHG-SUB) TO WS-AGE-90
               END-EVALUATE
               IF CHG-TYPE (WS-CHG-SUB) NOT = 'F' AND
                  CHG-AGE (WS-CHG-SUB) NOT < WS-GRACE-MONTHS
                   ADD CHG-OPEN (WS-CHG-SUB) TO WS-FINANCE-BASE
               END-IF
               IF CHG-AGE (WS-CHG-SUB) NOT < WS-HOLD-MONTHS
                   ADD CHG-OPEN (WS-CHG-SUB) TO WS-HOLD-AMOUNT
               END-IF
           END-IF
           ADD 1 TO WS-CHG-SUB.
      ******************************************************************
      *A CUSTOMER MISSING FROM THE MASTER, OR WITH MORE OPEN ITEMS     *
      *THAN THE TABLE HOLDS, IS LISTED FOR THE OFFICE TO WORK BY HAND  *
      *AND NOTHING ELSE IS DONE.  THE CUSTOMER RECORD IS REWRITTEN     *
      *BEFORE THE CREDIT HOLD FILE IS TOUCHED, SO A STOP BETWEEN THE   *
      *TWO CAN ONLY LEAVE A HOLD RECORD THE NEXT RUN TIDIES UP         *
      ******************************************************************
       500-ACT-ON-CUSTOMER.
           MOVE WS-HOLD-CUST-ID TO CMST-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CUSTMAST-STATUS = '23'
               IF WS-PAST-DUE > ZERO
                   MOVE 'NAME NOT ON FILE' TO REG-CUST-NAME
                   MOVE '  -' TO REG-LETTER
                   MOVE 'NOT ON CUSTOMER MASTER' TO REG-NOTE
                   PERFORM 600-WRITE-REGISTER-LINE
               END-IF
               ADD 1 TO WS-NO-LETTER
               GO TO 500-EXIT
           END-IF
           IF WS-CUSTMAST-STATUS NOT = '00'
               PERFORM 950-CUSTMAST-IO-ABORT
           END-IF
           IF WS-CHG-TABLE-FULL = 'Y'
               MOVE CMST-CUST-NAME TO REG-CUST-NAME
               MOVE '  -' TO REG-LETTER
               MOVE 'OVER 300 ITEMS, BY HAND' TO REG-NOTE
               PERFORM 600-WRITE-REGISTER-LINE
               ADD 1 TO WS-NO-LETTER
               GO TO 500-EXIT
           END-IF
           MOVE 'N' TO WS-CUST-CHANGED
           MOVE ZERO TO WS-FINANCE-CHARGE
           IF WS-FC-ALREADY = 'N'
               PERFORM 510-CHARGE-FINANCE
           END-IF
           PERFORM 520-DECIDE-CREDIT-HOLD
           IF WS-CUST-CHANGED = 'Y'
               REWRITE CUSTOMER-MASTER-REC
               IF WS-CUSTMAST-STATUS NOT = '00'
                   PERFORM 950-CUSTMAST-IO-ABORT
               END-IF
           END-IF
           IF WS-FINANCE-CHARGE > ZERO
               PERFORM 515-WRITE-FINANCE-ITEM
           END-IF
           PERFORM 540-UPDATE-HOLD-FILE
           IF WS-PAST-DUE > ZERO
               PERFORM 550-WRITE-LETTER
               MOVE CMST-CUST-NAME TO REG-CUST-NAME
               PERFORM 600-WRITE-REGISTER-LINE
               ADD 1 TO WS-LETTERS-WRITTEN
           ELSE
               ADD 1 TO WS-NO-LETTER
               IF WS-HOLD-ACTION = 'R'
                   MOVE CMST-CUST-NAME TO REG-CUST-NAME
                   MOVE '  -' TO REG-LETTER
                   PERFORM 600-WRITE-REGISTER-LINE
               END-IF
           END-IF.
       500-EXIT.
           EXIT.
      ******************************************************************
      *THE CHARGE IS ROUNDED TO THE CENT.  IF THE BALANCE CANNOT HOLD  *
      *IT THE CHARGE IS DROPPED AND SHOWN ON THE CONSOLE RATHER THAN   *
      *LEAVING THE DETAIL FILE AND THE BALANCE APART.  THE F ITEM AND  *
      *THE GL LINES ARE WRITTEN ONCE THE NEW BALANCE IS ON THE MASTER, *
      *THE ORDER CASHPOST POSTS IN                                     *
      ******************************************************************
       510-CHARGE-FINANCE.
           MOVE ZERO TO WS-FINANCE-CHARGE
           IF WS-FINANCE-BASE > ZERO
               COMPUTE WS-FINANCE-CHARGE ROUNDED =
                   WS-FINANCE-BASE * WS-FINANCE-RATE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-FINANCE-CHARGE
               END-COMPUTE
           END-IF
           IF WS-FINANCE-CHARGE < WS-MIN-FINANCE-CHARGE
               MOVE ZERO TO WS-FINANCE-CHARGE
           END-IF
           IF WS-FINANCE-CHARGE > ZERO
               ADD WS-FINANCE-CHARGE TO CMST-BALANCE
                   ON SIZE ERROR
                       DISPLAY 'BALANCE TOO LARGE, NO FINANCE CHARGE '
                           'FOR CUSTOMER ', CMST-CUST-ID
                       MOVE ZERO TO WS-FINANCE-CHARGE
                   NOT ON SIZE ERROR
                       MOVE 'Y' TO WS-CUST-CHANGED
               END-ADD
           END-IF.
       515-WRITE-FINANCE-ITEM.
           MOVE CMST-CUST-ID TO AR-CUST-ID
           MOVE WS-MONTH-END-DATE TO AR-ITEM-DATE
           MOVE 'F' TO AR-ITEM-TYPE
           MOVE WS-FC-REFERENCE TO AR-REFERENCE
           MOVE WS-FINANCE-CHARGE TO AR-AMOUNT
           WRITE AR-DETAIL-REC
           MOVE WS-FINANCE-CHARGE TO WS-FC-THIS-MONTH
           ADD 1 TO WS-FC-COUNT
           ADD WS-FINANCE-CHARGE TO WS-FC-TOTAL
           MOVE CMST-CUST-ID TO WS-FC-GL-CUST
           MOVE WS-FC-REFERENCE TO WS-FC-GL-REF
           MOVE WS-FC-GL-REFERENCE TO WS-GL-REFERENCE
           MOVE WS-FINANCE-CHARGE TO WS-GL-AMOUNT
           MOVE WS-GL-AR-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'D' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY
           MOVE WS-GL-INCOME-ACCOUNT TO WS-GL-ACCOUNT
           MOVE 'C' TO WS-GL-DR-CR
           PERFORM 760-WRITE-GL-ENTRY.
      ******************************************************************
      *AN INACTIVE CUSTOMER CANNOT ORDER ANYWAY AND IS NOT PUT ON      *
      *HOLD.  A CUSTOMER HELD BY HAND (STATUS H WITH NO CREDIT HOLD    *
      *RECORD) IS NEVER RELEASED HERE                                  *
      ******************************************************************
       520-DECIDE-CREDIT-HOLD.
           MOVE SPACE TO WS-HOLD-ACTION
           MOVE SPACES TO REG-NOTE
           MOVE CMST-CUST-ID TO CRH-CUST-ID
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-CRHOLD-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CRH-FOUND
               WHEN '23'
                   MOVE 'N' TO WS-CRH-FOUND
               WHEN OTHER
                   PERFORM 955-CRHOLD-IO-ABORT
           END-EVALUATE
           IF WS-HOLD-AMOUNT > ZERO
               EVALUATE CMST-STATUS
                   WHEN 'A'
                       MOVE 'P' TO WS-HOLD-ACTION
                       MOVE 'H' TO CMST-STATUS
                       MOVE 'Y' TO WS-CUST-CHANGED
                       MOVE 'PLACED ON CREDIT HOLD' TO REG-NOTE
                       ADD 1 TO WS-HOLDS-PLACED
                   WHEN 'H'
                       IF WS-CRH-FOUND = 'Y'
                           MOVE 'K' TO WS-HOLD-ACTION
                           MOVE 'REMAINS ON CREDIT HOLD' TO REG-NOTE
                       ELSE
                           MOVE 'M' TO WS-HOLD-ACTION
                           MOVE 'ON HOLD, SET BY HAND' TO REG-NOTE
                       END-IF
                   WHEN OTHER
                       MOVE 'INACTIVE CUSTOMER' TO REG-NOTE
               END-EVALUATE
           ELSE
               IF WS-CRH-FOUND = 'Y'
                   IF CMST-STATUS = 'H'
                       MOVE 'R' TO WS-HOLD-ACTION
                       MOVE 'A' TO CMST-STATUS
                       MOVE 'Y' TO WS-CUST-CHANGED
                       MOVE 'CREDIT HOLD RELEASED' TO REG-NOTE
                       ADD 1 TO WS-HOLDS-RELEASED
                   ELSE
                       MOVE 'D' TO WS-HOLD-ACTION
                   END-IF
               END-IF
           END-IF.
       530-SET-MONTH-MAX.
           MOVE MONTH-DAYS (WS-DATE-MO) TO WS-MONTH-MAX-DAYS
           MOVE 'N' TO WS-LEAP-YEAR
           DIVIDE WS-DATE-YR BY 4
               GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR
               DIVIDE WS-DATE-YR BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 'N' TO WS-LEAP-YEAR
                   DIVIDE WS-DATE-YR BY 400
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-YEAR
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-MO = 2 AND WS-LEAP-YEAR = 'Y'
               MOVE 29 TO WS-MONTH-MAX-DAYS
           END-IF.
       540-UPDATE-HOLD-FILE.
           EVALUATE WS-HOLD-ACTION
               WHEN 'P'
                   MOVE CMST-CUST-ID TO CRH-CUST-ID
                   MOVE WS-MONTH-END-DATE TO CRH-HOLD-DATE
                   MOVE WS-HOLD-AMOUNT TO CRH-PAST-DUE
                   IF WS-CRH-FOUND = 'Y'
                       REWRITE CREDIT-HOLD-REC
                   ELSE
                       WRITE CREDIT-HOLD-REC
                   END-IF
               WHEN 'K'
                   MOVE WS-HOLD-AMOUNT TO CRH-PAST-DUE
                   REWRITE CREDIT-HOLD-REC
               WHEN 'R'
                   DELETE CREDIT-HOLD-FILE RECORD
               WHEN 'D'
                   DELETE CREDIT-HOLD-FILE RECORD
               WHEN OTHER
                   MOVE '00' TO WS-CRHOLD-STATUS
           END-EVALUATE
           IF WS-CRHOLD-STATUS NOT = '00'
               PERFORM 955-CRHOLD-IO-ABORT
           END-IF.
      ******************************************************************
      *THE LETTER IS WORDED BY THE OLDEST BUCKET WITH ANYTHING OPEN    *
      ******************************************************************
       550-WRITE-LETTER.
           EVALUATE TRUE
               WHEN WS-AGE-90 > ZERO
                   MOVE 3 TO WS-LETTER-LEVEL
                   MOVE ' 90' TO REG-LETTER
                   ADD 1 TO WS-LETTERS-90
               WHEN WS-AGE-60 > ZERO
                   MOVE 2 TO WS-LETTER-LEVEL
                   MOVE ' 60' TO REG-LETTER
                   ADD 1 TO WS-LETTERS-60
               WHEN OTHER
                   MOVE 1 TO WS-LETTER-LEVEL
                   MOVE ' 30' TO REG-LETTER
                   ADD 1 TO WS-LETTERS-30
           END-EVALUATE
           IF WS-LETTERS-WRITTEN = ZERO
               WRITE DUNNING-LETTER-REC FROM COMPANY-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DUNNING-LETTER-REC FROM COMPANY-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE DUNNING-LETTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-MONTH-END-DATE TO LTR-DATE
           WRITE DUNNING-LETTER-REC FROM LETTER-DATE-LINE
               AFTER ADVANCING 1 LINE
           WRITE DUNNING-LETTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE CMST-CUST-ID TO LTR-CUST-ID
           MOVE CMST-CUST-NAME TO LTR-CUST-NAME
           WRITE DUNNING-LETTER-REC FROM LETTER-CUSTOMER-LINE
               AFTER ADVANCING 1 LINE
           WRITE DUNNING-LETTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE LETTER-TITLE (WS-LETTER-LEVEL) TO LTR-TITLE
           WRITE DUNNING-LETTER-REC FROM LETTER-TITLE-LINE
               AFTER ADVANCING 1 LINE
           WRITE DUNNING-LETTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 1 TO WS-LINE-SUB
           PERFORM 555-WRITE-BODY-LINE
               UNTIL WS-LINE-SUB > 5
           WRITE DUNNING-LETTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAST DUE 30 DAYS:' TO LTR-AMOUNT-LABEL
           MOVE WS-AGE-30 TO LTR-AMOUNT
           WRITE DUNNING-LETTER-REC FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAST DUE 60 DAYS:' TO LTR-AMOUNT-LABEL
           MOVE WS-AGE-60 TO LTR-AMOUNT
           WRITE DUNNING-LETTER-REC FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAST DUE 90 DAYS AND OVER:' TO LTR-AMOUNT-LABEL
           MOVE WS-AGE-90 TO LTR-AMOUNT
           WRITE DUNNING-LETTER-REC FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FINANCE CHARGE THIS MONTH:' TO LTR-AMOUNT-LABEL
           MOVE WS-FC-THIS-MONTH TO LTR-AMOUNT
           WRITE DUNNING-LETTER-REC FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-AMOUNT-DUE = WS-PAST-DUE + WS-FC-THIS-MONTH
           MOVE 'AMOUNT DUE NOW:' TO LTR-AMOUNT-LABEL
           MOVE WS-AMOUNT-DUE TO LTR-AMOUNT
           WRITE DUNNING-LETTER-REC FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           WRITE DUNNING-LETTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE DUNNING-LETTER-REC FROM LETTER-CLOSING-LINE
               AFTER ADVANCING 1 LINE.
       555-WRITE-BODY-LINE.
           MOVE LETTER-TEXT (WS-LETTER-LEVEL, WS-LINE-SUB) TO LTR-BODY
           WRITE DUNNING-LETTER-REC FROM LETTER-BODY-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-SUB.
       600-WRITE-REGISTER-LINE.
           MOVE WS-HOLD-CUST-ID TO REG-CUST-ID
           MOVE WS-AGE-30 TO REG-AGE-30
           MOVE WS-AGE-60 TO REG-AGE-60
           MOVE WS-AGE-90 TO REG-AGE-90
           MOVE WS-FC-THIS-MONTH TO REG-FIN-CHG
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       690-WRITE-TOTALS.
           WRITE COLLECTIONS-REGISTER-REC FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS READ:' TO RTL-LABEL
           MOVE WS-CUSTOMERS-READ TO RTL-COUNT
           MOVE ZERO TO RTL-AMOUNT
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FINANCE CHARGES BILLED:' TO RTL-LABEL
           MOVE WS-FC-COUNT TO RTL-COUNT
           MOVE WS-FC-TOTAL TO RTL-AMOUNT
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO RTL-AMOUNT
           MOVE '30-DAY REMINDERS:' TO RTL-LABEL
           MOVE WS-LETTERS-30 TO RTL-COUNT
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '60-DAY SECOND NOTICES:' TO RTL-LABEL
           MOVE WS-LETTERS-60 TO RTL-COUNT
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE '90-DAY FINAL NOTICES:' TO RTL-LABEL
           MOVE WS-LETTERS-90 TO RTL-COUNT
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CREDIT HOLDS PLACED:' TO RTL-LABEL
           MOVE WS-HOLDS-PLACED TO RTL-COUNT
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CREDIT HOLDS RELEASED:' TO RTL-LABEL
           MOVE WS-HOLDS-RELEASED TO RTL-COUNT
           WRITE COLLECTIONS-REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       700-CLOSE-FILES.
           CLOSE SORTED-ITEMS-FILE
                 CUSTOMER-MASTER
                 CREDIT-HOLD-FILE
                 AR-DETAIL-FILE
                 GL-INTERFACE-FILE
                 DUNNING-LETTER-FILE
                 COLLECTIONS-REGISTER-FILE.
       760-WRITE-GL-ENTRY.
           IF WS-GL-AMOUNT > ZERO
               MOVE 'COLLECT ' TO GLI-SOURCE
               MOVE WS-GL-BATCH-STAMP TO GLI-BATCH-STAMP
               MOVE WS-MONTH-END-DATE TO GLI-ENTRY-DATE
               MOVE WS-GL-REFERENCE TO GLI-REFERENCE
               MOVE WS-GL-ACCOUNT TO GLI-ACCOUNT
               MOVE WS-GL-DR-CR TO GLI-DR-CR
               MOVE WS-GL-AMOUNT TO GLI-AMOUNT
               WRITE GL-INTERFACE-REC
               ADD 1 TO WS-GL-ENTRIES
           END-IF.
      ******************************************************************
      *READ IS THE CUSTOMERS WITH ITEMS ON FILE, WRITTEN THE ONES SENT *
      *A LETTER, AND REJECTED THE ONES NOT SENT ONE (NOTHING PAST DUE, *
      *OR LISTED FOR THE OFFICE), SO THE OPSRPT BALANCE CHECK HOLDS    *
      ******************************************************************
       800-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'COLLECT ' TO LOG-PROGRAM-ID
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
           MOVE 'COLLECT ' TO LOG-PROGRAM-ID
           ACCEPT LOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-RUN-TIME FROM TIME
           MOVE 'E' TO LOG-EVENT
           MOVE WS-CUSTOMERS-READ TO LOG-RECORDS-READ
           MOVE WS-LETTERS-WRITTEN TO LOG-RECORDS-WRITTEN
           MOVE WS-NO-LETTER TO LOG-RECORDS-REJECTED
           MOVE WS-LOG-STATUS TO LOG-RUN-STATUS
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.
      ******************************************************************
      *A RERUN AFTER A STOP IS SAFE: FINANCE CHARGES ALREADY WRITTEN   *
      *ARE FOUND BY THEIR REFERENCE AND NOT CHARGED AGAIN, AND THE     *
      *HOLD DECISIONS COME OUT THE SAME                                *
      ******************************************************************
       950-CUSTMAST-IO-ABORT.
           DISPLAY 'CUSTOMER MASTER I-O ERROR, STATUS: ',
               WS-CUSTMAST-STATUS, ' ON CUSTOMER: ', WS-HOLD-CUST-ID
           DISPLAY 'RUN STOPPED -- FIX THE FILE AND RERUN THE SAME '
               'MONTH'
           PERFORM 700-CLOSE-FILES
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
       955-CRHOLD-IO-ABORT.
           DISPLAY 'CREDIT HOLD FILE I-O ERROR, STATUS: ',
               WS-CRHOLD-STATUS, ' ON CUSTOMER: ', WS-HOLD-CUST-ID
           DISPLAY 'RUN STOPPED -- FIX THE FILE AND RERUN THE SAME '
               'MONTH'
           PERFORM 700-CLOSE-FILES
           MOVE 'A' TO WS-LOG-STATUS
           PERFORM 900-LOG-END
           STOP RUN.
