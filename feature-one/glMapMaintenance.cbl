       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 12 Oct 2026.                                      *
      *PURPOSE. ON-DEMAND MAINTENANCE FOR THE GENERAL LEDGER ACCOUNT   *
      *         MAP, ONE RECORD PER POSTING SOURCE AND ITEM.  THE RUNS *
      *         THAT FEED THE GL INTERFACE FILE (EODCLOSE, CASHPOST,   *
      *         PORECV, CH04PPB, THE PAYABLES RUNS APMATCH, APAPPR AND *
      *         APPAY, THE COLLECTIONS RUN COLLECT, AND THE RETURNS    *
      *         RUN CUSTRTN) NEVER CARRY AN ACCOUNT NUMBER OF THEIR    *
      *         OWN -- EACH LOOKS UP ITS ITEMS HERE AT START-UP AND    *
      *         WILL NOT POST ANYTHING WHILE ONE IS MISSING, SO THE    *
      *         BOOKKEEPER CAN MOVE AN ITEM TO A NEW ACCOUNT WITHOUT A *
      *         PROGRAM CHANGE.  ONLY THE SOURCE AND ITEM PAIRS THE    *
      *         RUNS ACTUALLY POST ARE ACCEPTED; A PAIR NOT ON THE     *
      *         LIST IS REFUSED AND THE LIST IS SHOWN.                 *
      *         ACTIONS:                                               *
      *           A - ADD A MAPPING                                    *
      *           C - CHANGE THE ACCOUNT OR DESCRIPTION                *
      *           D - DELETE A MAPPING                                 *
      *           Q - QUIT                                             *
      *         A CHANGE TAKES EFFECT ON THE NEXT POSTING RUN; ENTRIES *
      *         ALREADY ON THE INTERFACE FILE KEEP THEIR ACCOUNT.      *
      *         A FIRST RUN ON A FRESH MACHINE CREATES THE FILE, THE   *
      *         WAY TAXMNT CREATES THE TAX RATE TABLE.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-ACCOUNT-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATION DEPENDING ON THE        *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\GLACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-REC.
           05  GLM-KEY.
               10  GLM-SOURCE        PIC X(8).
               10  GLM-ITEM          PIC X(4).
           05  GLM-ACCOUNT           PIC X(10).
           05  GLM-DESCRIPTION       PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  WS-GLM-FILE-STATUS        PIC X(2).
       01  WS-SOURCE                 PIC X(8).
       01  WS-ITEM                   PIC X(4).
       01  WS-ACCOUNT                PIC X(10).
       01  WS-DESCRIPTION            PIC X(20).
       01  WS-CONFIRM                PIC X(1).
       01  WS-PAIR-SUB               PIC 9(2).
      ******************************************************************
      *EVERY SOURCE AND ITEM A POSTING RUN LOOKS UP, WITH THE SIDE IT  *
      *NORMALLY POSTS TO.  A NEW POSTING ITEM IN A RUN MEANS A NEW     *
      *LINE HERE                                                       *
      ******************************************************************
       01  WS-PAIR-VALUES.
           05  FILLER                PIC X(33)
               VALUE 'EODCLOSEARCHDAR CHARGED ON SALES '.
           05  FILLER                PIC X(33)
               VALUE 'EODCLOSESALECSALES REVENUE       '.
           05  FILLER                PIC X(33)
               VALUE 'EODCLOSESTAXCSALES TAX PAYABLE   '.
           05  FILLER                PIC X(33)
               VALUE 'CASHPOSTCASHDCASH DEPOSITED      '.
           05  FILLER                PIC X(33)
               VALUE 'CASHPOSTARPYCAR PAID             '.
           05  FILLER                PIC X(33)
               VALUE 'CASHPOSTOVPYCOVERPAYMENTS        '.
           05  FILLER                PIC X(33)
               VALUE 'PORECV  INVNDINVENTORY RECEIVED  '.
           05  FILLER                PIC X(33)
               VALUE 'PORECV  RNIVCRECEIVED NOT INVOICD'.
           05  FILLER                PIC X(33)
               VALUE 'CH04PPB WAGEDWAGES EXPENSE       '.
           05  FILLER                PIC X(33)
               VALUE 'CH04PPB CMSNDCOMMISSION EXPENSE  '.
           05  FILLER                PIC X(33)
               VALUE 'CH04PPB FICACFICA WITHHELD       '.
           05  FILLER                PIC X(33)
               VALUE 'CH04PPB FDWHCFEDERAL TAX WITHHELD'.
           05  FILLER                PIC X(33)
               VALUE 'CH04PPB STWHCSTATE TAX WITHHELD  '.
           05  FILLER                PIC X(33)
               VALUE 'CH04PPB NETPCNET PAY             '.
           05  FILLER                PIC X(33)
               VALUE 'APMATCH RNIVDRECEIVED NOT INVOICD'.
           05  FILLER                PIC X(33)
               VALUE 'APMATCH PPVRDPURCHASE PRICE VAR  '.
           05  FILLER                PIC X(33)
               VALUE 'APMATCH APAYCACCOUNTS PAYABLE    '.
           05  FILLER                PIC X(33)
               VALUE 'APAPPR  RNIVDRECEIVED NOT INVOICD'.
           05  FILLER                PIC X(33)
               VALUE 'APAPPR  PPVRDPURCHASE PRICE VAR  '.
           05  FILLER                PIC X(33)
               VALUE 'APAPPR  APAYCACCOUNTS PAYABLE    '.
           05  FILLER                PIC X(33)
               VALUE 'APPAY   APAYDACCOUNTS PAYABLE    '.
           05  FILLER                PIC X(33)
               VALUE 'APPAY   CASHCCASH PAID OUT       '.
           05  FILLER                PIC X(33)
               VALUE 'COLLECT ARFCDAR FINANCE CHARGES  '.
           05  FILLER                PIC X(33)
               VALUE 'COLLECT FINCCFINANCE CHARGE INCOM'.
           05  FILLER                PIC X(33)
               VALUE 'CUSTRTN RETNDSALES RETURNS       '.
           05  FILLER                PIC X(33)
               VALUE 'CUSTRTN STAXDSALES TAX REFUNDED  '.
           05  FILLER                PIC X(33)
               VALUE 'CUSTRTN ARCRCAR CREDITED ON RETNS'.
       01  WS-PAIR-TABLE REDEFINES WS-PAIR-VALUES.
           05  WS-PAIR-ENTRY         OCCURS 27 TIMES.
               10  PR-SOURCE         PIC X(8).
               10  PR-ITEM           PIC X(4).
               10  PR-SIDE           PIC X(1).
               10  PR-TEXT           PIC X(20).
       01  WS-PAIR-COUNT             PIC 9(2)  VALUE 27.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O GL-ACCOUNT-FILE
           IF WS-GLM-FILE-STATUS NOT = '00' AND
              WS-GLM-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN GL ACCOUNT MAP, STATUS: ',
                   WS-GLM-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'ACTION? A=ADD C=CHANGE D=DELETE Q=QUIT'
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                       PERFORM 200-ADD-MAPPING
                   WHEN 'C'
                       PERFORM 300-CHANGE-MAPPING
                   WHEN 'D'
                       PERFORM 400-DELETE-MAPPING
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ACTION: ', WS-ACTION
               END-EVALUATE
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE
           DISPLAY 'GL ACCOUNT MAP MAINTENANCE ENDED'
           STOP RUN.
       200-ADD-MAPPING.
           PERFORM 700-GET-SOURCE-ITEM
           PERFORM UNTIL WS-PAIR-SUB NOT > WS-PAIR-COUNT
               PERFORM 710-LIST-PAIRS
               PERFORM 700-GET-SOURCE-ITEM
           END-PERFORM
           DISPLAY 'ITEM: ', PR-TEXT (WS-PAIR-SUB), '  NORMALLY A ',
               PR-SIDE (WS-PAIR-SUB), ' (D=DEBIT, C=CREDIT)'
           PERFORM 500-GET-MAP-FIELDS
           MOVE WS-SOURCE TO GLM-SOURCE
           MOVE WS-ITEM TO GLM-ITEM
           MOVE WS-ACCOUNT TO GLM-ACCOUNT
           MOVE WS-DESCRIPTION TO GLM-DESCRIPTION
           WRITE GL-ACCOUNT-REC
               INVALID KEY
                   IF WS-GLM-FILE-STATUS = '22'
                       DISPLAY 'MAPPING ALREADY ON FILE, NOT ADDED: ',
                           WS-SOURCE, ' ', WS-ITEM
                   ELSE
                       DISPLAY 'GL ACCOUNT MAP WRITE ERROR, STATUS: ',
                           WS-GLM-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'MAPPING ADDED: ', WS-SOURCE, ' ', WS-ITEM
           END-WRITE.
      ******************************************************************
      *CHANGE RE-KEYS EVERY FIELD AFTER SHOWING THE CURRENT VALUES,    *
      *THE SAME AS THE OTHER MAINTENANCE PROGRAMS                      *
      ******************************************************************
       300-CHANGE-MAPPING.
           PERFORM 600-FETCH-MAPPING
           IF WS-GLM-FILE-STATUS = '00'
               PERFORM 500-GET-MAP-FIELDS
               MOVE WS-ACCOUNT TO GLM-ACCOUNT
               MOVE WS-DESCRIPTION TO GLM-DESCRIPTION
               REWRITE GL-ACCOUNT-REC
               IF WS-GLM-FILE-STATUS = '00'
                   DISPLAY 'MAPPING CHANGED: ', WS-SOURCE, ' ', WS-ITEM
               ELSE
                   DISPLAY 'GL ACCOUNT MAP REWRITE ERROR, STATUS: ',
                       WS-GLM-FILE-STATUS
               END-IF
           END-IF.
      ******************************************************************
      *A DELETED MAPPING STOPS ITS POSTING RUN AT THE NEXT START-UP    *
      *UNTIL IT IS ADDED BACK, SO THE DELETE ASKS TWICE                *
      ******************************************************************
       400-DELETE-MAPPING.
           PERFORM 600-FETCH-MAPPING
           IF WS-GLM-FILE-STATUS = '00'
               DISPLAY 'DELETING THIS STOPS ', WS-SOURCE,
                   ' UNTIL IT IS MAPPED AGAIN.  DELETE? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   DELETE GL-ACCOUNT-FILE
                   IF WS-GLM-FILE-STATUS = '00'
                       DISPLAY 'MAPPING DELETED: ', WS-SOURCE, ' ',
                           WS-ITEM
                   ELSE
                       DISPLAY 'GL ACCOUNT MAP DELETE ERROR, '
                           'STATUS: ', WS-GLM-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY 'DELETE CANCELLED'
               END-IF
           END-IF.
       500-GET-MAP-FIELDS.
           DISPLAY 'ENTER GL ACCOUNT NUMBER, UP TO 10 CHARACTERS'
           ACCEPT WS-ACCOUNT
           PERFORM UNTIL WS-ACCOUNT NOT = SPACES
               DISPLAY 'ACCOUNT CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-ACCOUNT
           END-PERFORM
           DISPLAY 'ENTER ACCOUNT DESCRIPTION'
           ACCEPT WS-DESCRIPTION
           PERFORM UNTIL WS-DESCRIPTION NOT = SPACES
               DISPLAY 'DESCRIPTION CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-DESCRIPTION
           END-PERFORM.
       600-FETCH-MAPPING.
           PERFORM 700-GET-SOURCE-ITEM
           MOVE WS-SOURCE TO GLM-SOURCE
           MOVE WS-ITEM TO GLM-ITEM
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'MAPPING NOT ON FILE: ', WS-SOURCE, ' ',
                       WS-ITEM
               NOT INVALID KEY
                   DISPLAY 'ACCOUNT:     ', GLM-ACCOUNT
                   DISPLAY 'DESCRIPTION: ', GLM-DESCRIPTION
           END-READ.
      ******************************************************************
      *WS-PAIR-SUB IS LEFT PAST THE END OF THE LIST WHEN THE PAIR      *
      *KEYED IS NOT ONE ANY RUN POSTS                                  *
      ******************************************************************
       700-GET-SOURCE-ITEM.
           DISPLAY 'ENTER SOURCE PROGRAM, E.G. EODCLOSE'
           ACCEPT WS-SOURCE
           DISPLAY 'ENTER ITEM CODE IN FORMAT XXXX.'
           ACCEPT WS-ITEM
           MOVE 1 TO WS-PAIR-SUB
           PERFORM UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                  OR (PR-SOURCE (WS-PAIR-SUB) = WS-SOURCE
                      AND PR-ITEM (WS-PAIR-SUB) = WS-ITEM)
               ADD 1 TO WS-PAIR-SUB
           END-PERFORM.
       710-LIST-PAIRS.
           DISPLAY 'NOT A SOURCE AND ITEM ANY RUN POSTS.  THE PAIRS '
               'ARE:'
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               DISPLAY '  ', PR-SOURCE (WS-PAIR-SUB), ' ',
                   PR-ITEM (WS-PAIR-SUB), '  ', PR-SIDE (WS-PAIR-SUB),
                   '  ', PR-TEXT (WS-PAIR-SUB)
           END-PERFORM.
