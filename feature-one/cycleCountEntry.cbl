      *AUTHOR. Christian Dean.                                         *
      *DATE-WRITTEN. 20 Aug 2026.                                      *
      *PURPOSE. CAPTURES THE WAREHOUSE PHYSICAL COUNT.  THE COUNTER    *
      *         KEYS EACH PART-NO, THE LOCATION IT WAS COUNTED AT      *
      *         (BLANK FOR THE MAIN WAREHOUSE) AND THE QUANTITY        *
      *         COUNTED AND THE PROGRAM WRITES THEM TO THE COUNT FILE  *
      *         FOR THE CNTRECON RECONCILIATION RUN.  THE COUNTS USED  *
      *         TO BE COMPARED TO A PRINTOUT BY EYE OFF CLIPBOARD      *
      *         SHEETS.  EACH RUN STARTS A FRESH COUNT FILE, ONE PER   *
      *         COUNT.                                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CNT-PART-NO           PIC X(5).
           05  CNT-COUNTED-QTY       PIC 9(5).
           05  CNT-COUNT-DATE        PIC 9(8).
           05  CNT-LOCATION          PIC X(4).
       WORKING-STORAGE SECTION.
       01  MORE-DATA-IN              PIC A(1) VALUE 'Y'.
       01  PART-NO-IN                PIC X(5).
       01  COUNTED-QTY-IN-X          PIC X(5).
       01  COUNTED-QTY-IN REDEFINES COUNTED-QTY-IN-X
                                     PIC 9(5).
       01  LOCATION-IN               PIC X(4).
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-COUNTS-WRITTEN         PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
                   DISPLAY 'PART-NO CANNOT BE BLANK, RE-ENTER'
                   ACCEPT PART-NO-IN
               END-PERFORM
               DISPLAY 'ENTER LOCATION CODE, BLANK FOR MAIN.'
               ACCEPT LOCATION-IN
               IF LOCATION-IN = SPACES
                   MOVE 'MAIN' TO LOCATION-IN
               END-IF
               DISPLAY 'ENTER COUNTED QUANTITY, 5 DIGITS.'
               ACCEPT COUNTED-QTY-IN-X
               PERFORM UNTIL COUNTED-QTY-IN-X IS NUMERIC
               MOVE PART-NO-IN TO CNT-PART-NO
               MOVE COUNTED-QTY-IN TO CNT-COUNTED-QTY
               MOVE WS-RUN-DATE TO CNT-COUNT-DATE
               MOVE LOCATION-IN TO CNT-LOCATION
               WRITE COUNT-RECORD
               ADD 1 TO WS-COUNTS-WRITTEN
               DISPLAY 'IS THERE MORE DATA(Y/N)?'
