       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMNT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 07 Sep 2026.                                      *
      *PURPOSE. ON-DEMAND MAINTENANCE FOR THE INDEXED SALES TAX RATE   *
      *         TABLE, ONE RECORD PER TAXING JURISDICTION.  EVERY      *
      *         CUSTOMER ON THE CUSTOMER MASTER CARRIES ONE OF THESE   *
      *         CODES; THE QUOTE PROGRAM AND THE BACKORDER RELEASE     *
      *         RUN TAKE THE RATE FROM HERE, AND THE TAXRPT MONTH-END  *
      *         LIABILITY REPORT TAKES THE DESCRIPTION.                *
      *         ACTIONS:                                               *
      *           A - ADD A NEW JURISDICTION                           *
      *           C - CHANGE THE DESCRIPTION OR THE RATE               *
      *           D - DELETE A JURISDICTION                            *
      *           Q - QUIT                                             *
      *         A RATE CHANGE TAKES EFFECT ON THE NEXT QUOTE RUN; WHAT *
      *         WAS ALREADY BILLED KEEPS THE TAX IT WAS BILLED AT.     *
      *         A FIRST RUN ON A FRESH MACHINE CREATES THE FILE, THE   *
      *         WAY VENDMNT CREATES THE VENDOR MASTER.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAX-RATE-FILE
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATION DEPENDING ON THE        *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-JURIS
               FILE STATUS IS WS-TAX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *THE RATE IS A FRACTION WITH FOUR DECIMAL PLACES, SO 7.25        *
      *PERCENT IS STORED AS .0725                                      *
      ******************************************************************
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05  TAX-JURIS             PIC X(4).
           05  TAX-DESCRIPTION       PIC X(20).
           05  TAX-RATE              PIC V9(4).
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  WS-TAX-FILE-STATUS        PIC X(2).
       01  WS-JURIS                  PIC X(4).
       01  WS-DESCRIPTION            PIC X(20).
       01  WS-RATE-X                 PIC X(4).
       01  WS-RATE REDEFINES WS-RATE-X
                                     PIC V9(4).
       01  WS-CONFIRM                PIC X(1).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS NOT = '00' AND
              WS-TAX-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN TAX RATE TABLE, STATUS: ',
                   WS-TAX-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'ACTION? A=ADD C=CHANGE D=DELETE Q=QUIT'
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                       PERFORM 200-ADD-JURISDICTION
                   WHEN 'C'
                       PERFORM 300-CHANGE-JURISDICTION
                   WHEN 'D'
                       PERFORM 400-DELETE-JURISDICTION
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ACTION: ', WS-ACTION
               END-EVALUATE
           END-PERFORM
           CLOSE TAX-RATE-FILE
           DISPLAY 'TAX RATE MAINTENANCE ENDED'
           STOP RUN.
       200-ADD-JURISDICTION.
           DISPLAY 'ENTER JURISDICTION CODE IN FORMAT XXXX.'
           ACCEPT WS-JURIS
           PERFORM UNTIL WS-JURIS NOT = SPACES
               DISPLAY 'JURISDICTION CODE CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-JURIS
           END-PERFORM
           PERFORM 500-GET-RATE-FIELDS
           MOVE WS-JURIS TO TAX-JURIS
           MOVE WS-DESCRIPTION TO TAX-DESCRIPTION
           MOVE WS-RATE TO TAX-RATE
           WRITE TAX-RATE-REC
               INVALID KEY
                   IF WS-TAX-FILE-STATUS = '22'
                       DISPLAY 'JURISDICTION ALREADY ON FILE, NOT '
                           'ADDED: ', WS-JURIS
                   ELSE
                       DISPLAY 'TAX RATE WRITE ERROR, STATUS: ',
                           WS-TAX-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'JURISDICTION ADDED: ', WS-JURIS
           END-WRITE.
      ******************************************************************
      *CHANGE RE-KEYS EVERY FIELD AFTER SHOWING THE CURRENT VALUES,    *
      *THE SAME AS THE OTHER MAINTENANCE PROGRAMS                      *
      ******************************************************************
       300-CHANGE-JURISDICTION.
           PERFORM 600-FETCH-JURISDICTION
           IF WS-TAX-FILE-STATUS = '00'
               PERFORM 500-GET-RATE-FIELDS
               MOVE WS-DESCRIPTION TO TAX-DESCRIPTION
               MOVE WS-RATE TO TAX-RATE
               REWRITE TAX-RATE-REC
               IF WS-TAX-FILE-STATUS = '00'
                   DISPLAY 'JURISDICTION CHANGED: ', WS-JURIS
               ELSE
                   DISPLAY 'TAX RATE REWRITE ERROR, STATUS: ',
                       WS-TAX-FILE-STATUS
               END-IF
           END-IF.
      ******************************************************************
      *A DELETED JURISDICTION MAKES EVERY TAXABLE CUSTOMER STILL       *
      *CARRYING ITS CODE UNQUOTABLE UNTIL CUSTMNT MOVES THEM, SO THE   *
      *DELETE ASKS TWICE                                               *
      ******************************************************************
       400-DELETE-JURISDICTION.
           PERFORM 600-FETCH-JURISDICTION
           IF WS-TAX-FILE-STATUS = '00'
               DISPLAY 'DELETE THIS JURISDICTION? (Y/N)'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   DELETE TAX-RATE-FILE
                   IF WS-TAX-FILE-STATUS = '00'
                       DISPLAY 'JURISDICTION DELETED: ', WS-JURIS
                   ELSE
                       DISPLAY 'TAX RATE DELETE ERROR, STATUS: ',
                           WS-TAX-FILE-STATUS
                   END-IF
               ELSE
                   DISPLAY 'DELETE CANCELLED'
               END-IF
           END-IF.
       500-GET-RATE-FIELDS.
           DISPLAY 'ENTER JURISDICTION DESCRIPTION'
           ACCEPT WS-DESCRIPTION
           PERFORM UNTIL WS-DESCRIPTION NOT = SPACES
               DISPLAY 'DESCRIPTION CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-DESCRIPTION
           END-PERFORM
           DISPLAY 'ENTER TAX RATE, 4 DIGITS, ALL DECIMAL -- '
               '0725 IS 7.25 PERCENT'
           ACCEPT WS-RATE-X
           PERFORM UNTIL WS-RATE-X IS NUMERIC
               DISPLAY 'TAX RATE MUST BE 4 DIGITS, RE-ENTER'
               ACCEPT WS-RATE-X
           END-PERFORM.
       600-FETCH-JURISDICTION.
           DISPLAY 'ENTER JURISDICTION CODE IN FORMAT XXXX.'
           ACCEPT WS-JURIS
           MOVE WS-JURIS TO TAX-JURIS
           READ TAX-RATE-FILE
               INVALID KEY
                   DISPLAY 'JURISDICTION NOT ON FILE: ', WS-JURIS
               NOT INVALID KEY
                   DISPLAY 'DESCRIPTION: ', TAX-DESCRIPTION
                   DISPLAY 'TAX RATE:    ', TAX-RATE
           END-READ.
