       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCMNT.
      ******************************************************************
      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 15 Oct 2026.                                      *
      *PURPOSE. ON-DEMAND MAINTENANCE FOR THE INDEXED STOCK LOCATION   *
      *         MASTER, ONE RECORD PER PLACE STOCK IS KEPT -- THE MAIN *
      *         WAREHOUSE (CODE MAIN, WRITTEN BY THE LOCCONV           *
      *         CONVERSION) AND THE COUNTER STORE TO BEGIN WITH.       *
      *         EVERY PROGRAM THAT RECEIVES, ISSUES, COUNTS, SELLS,    *
      *         OR TRANSFERS STOCK CHECKS ITS LOCATION CODE HERE, SO   *
      *         A MISKEYED CODE IS REJECTED INSTEAD OF STARTING A      *
      *         SHELF THAT DOES NOT EXIST.                             *
      *         ACTIONS:                                               *
      *           A - ADD A NEW LOCATION                               *
      *           C - CHANGE A LOCATION'S NAME                         *
      *           Q - QUIT                                             *
      *         THERE IS NO DELETE: A LOCATION'S STOCK RECORDS AND     *
      *         ITS MOVEMENTS ON THE LEDGER OUTLIVE IT, SO A LOCATION  *
      *         THAT CLOSES IS EMPTIED WITH INVMAINT T TRANSFERS AND   *
      *         RENAMED, NOT REMOVED.  A FIRST RUN ON A FRESH MACHINE  *
      *         CREATES THE FILE, THE WAY TAXMNT CREATES THE TAX       *
      *         RATE TABLE.                                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCATION-MASTER
      ******************************************************************
      *REMEMBER TO CHANGE THE FILE DESTINATION DEPENDING ON THE        *
      *                   COMPUTER IT IS RUN FROM                      *
      ******************************************************************
               ASSIGN TO 'C:\CHAPTER5\LOCMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-MASTER.
       01  LOCATION-MASTER-REC.
           05  LOC-CODE              PIC X(4).
           05  LOC-NAME              PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-ACTION                 PIC X(1)  VALUE SPACE.
       01  WS-LOC-FILE-STATUS        PIC X(2).
       01  WS-LOC-CODE               PIC X(4).
       01  WS-LOC-NAME               PIC X(20).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN I-O LOCATION-MASTER
           IF WS-LOC-FILE-STATUS NOT = '00' AND
              WS-LOC-FILE-STATUS NOT = '05'
               DISPLAY 'CANNOT OPEN LOCATION MASTER, STATUS: ',
                   WS-LOC-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACTION = 'Q'
               DISPLAY ' '
               DISPLAY 'ACTION? A=ADD C=CHANGE Q=QUIT'
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                       PERFORM 200-ADD-LOCATION
                   WHEN 'C'
                       PERFORM 300-CHANGE-LOCATION
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ACTION: ', WS-ACTION
               END-EVALUATE
           END-PERFORM
           CLOSE LOCATION-MASTER
           DISPLAY 'LOCATION MAINTENANCE ENDED'
           STOP RUN.
       200-ADD-LOCATION.
           DISPLAY 'ENTER LOCATION CODE IN FORMAT XXXX.'
           ACCEPT WS-LOC-CODE
           PERFORM UNTIL WS-LOC-CODE NOT = SPACES
               DISPLAY 'LOCATION CODE CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-LOC-CODE
           END-PERFORM
           PERFORM 500-GET-LOCATION-NAME
           MOVE WS-LOC-CODE TO LOC-CODE
           MOVE WS-LOC-NAME TO LOC-NAME
           WRITE LOCATION-MASTER-REC
               INVALID KEY
                   IF WS-LOC-FILE-STATUS = '22'
                       DISPLAY 'LOCATION ALREADY ON FILE, NOT '
                           'ADDED: ', WS-LOC-CODE
                   ELSE
                       DISPLAY 'LOCATION WRITE ERROR, STATUS: ',
                           WS-LOC-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'LOCATION ADDED: ', WS-LOC-CODE
           END-WRITE.
       300-CHANGE-LOCATION.
           PERFORM 600-FETCH-LOCATION
           IF WS-LOC-FILE-STATUS = '00'
               PERFORM 500-GET-LOCATION-NAME
               MOVE WS-LOC-NAME TO LOC-NAME
               REWRITE LOCATION-MASTER-REC
               IF WS-LOC-FILE-STATUS = '00'
                   DISPLAY 'LOCATION CHANGED: ', WS-LOC-CODE
               ELSE
                   DISPLAY 'LOCATION REWRITE ERROR, STATUS: ',
                       WS-LOC-FILE-STATUS
               END-IF
           END-IF.
       500-GET-LOCATION-NAME.
           DISPLAY 'ENTER LOCATION NAME'
           ACCEPT WS-LOC-NAME
           PERFORM UNTIL WS-LOC-NAME NOT = SPACES
               DISPLAY 'LOCATION NAME CANNOT BE BLANK, RE-ENTER'
               ACCEPT WS-LOC-NAME
           END-PERFORM.
       600-FETCH-LOCATION.
           DISPLAY 'ENTER LOCATION CODE IN FORMAT XXXX.'
           ACCEPT WS-LOC-CODE
           MOVE WS-LOC-CODE TO LOC-CODE
           READ LOCATION-MASTER
               INVALID KEY
                   DISPLAY 'LOCATION NOT ON FILE: ', WS-LOC-CODE
               NOT INVALID KEY
                   DISPLAY 'NAME: ', LOC-NAME
           END-READ.
