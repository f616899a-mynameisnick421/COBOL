      *  DESK CAN IMPORT. CASE PRICES FROM      *
      *  CBLPRICE.DAT ARE CARRIED AS OUR COST   *
      *  REFERENCE.                             *
      *  THE COUNTY LEAGUE BUYS FOR ALL ITS     *
      *  CLUBS ON ONE PURCHASE ORDER - EVERY    *
      *  CLUB IN THE RUN HAS ITS OWN FLAT FILE  *
      *  (CBLPOPSLXXX.DAT) READ IN TURN, AND    *
      *  EACH CLUB'S CASES PRINT AHEAD OF THE   *
      *  PO - SEE 2500-ROLLUP-ONE-CLUB.         *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE CLUB'S FLAT FILE AT A TIME - SEE 2500-ROLLUP-ONE-CLUB.
           SELECT POP-SALES-REPORT
               ASSIGN TO DYNAMIC SL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.

           SELECT PO-PRINT-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPO.PRT'
           05  INV-EOF         PIC X(5)        VALUE 'FALSE'.
           05  PL-EOF          PIC X(5)        VALUE 'FALSE'.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
           05  SL-FILE-STATUS  PIC XX.
           05  SL-FILE-NAME    PIC X(40).

      *THE CLUB'S NET CASES, FOR ITS LINE AHEAD OF THE PO.
           05  C-CLUB-CASES    PIC S9(7)       VALUE 0.

      *NET/ROUNDING WORK FIELDS - SEE 3100-BUILD-ONE-FLAVOR.
           05  C-NET-CASES     PIC 9(6)        VALUE 0.
                               PIC 9(8).
           05  I-TIME          PIC X(11).

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 PO-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01 CLUB-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CL-CLUB-CODE  PIC X(3).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CL-CLUB-NAME  PIC X(30).
           05  FILLER          PIC X(15)       VALUE 'CASES ORDERED'.
           05  O-CL-CASES      PIC ZZZ,ZZ9-.

      *PRINTED IN PLACE OF A CLUB'S LINE WHEN ITS FLAT FILE ISN'T
      *THERE TO READ.
       01 CLUB-MISSING-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CM-CLUB-CODE  PIC X(3).
           05  FILLER          PIC X(60)       VALUE
               '  NO FLAT FILE ON THE DRIVE - LEFT OFF THIS PO.'.

       01 PO-REPORT-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'DISTRIBUTOR PURCHASE ORDER'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2500-ROLLUP-ONE-CLUB
               UNTIL NOT CB-OK.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           OPEN OUTPUT PO-PRINT-OUT.
           OPEN OUTPUT PO-CSV-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 1175-LOAD-PALLET-TABLE.
           PERFORM 1178-LOAD-PRODUCT-TABLE.
           PERFORM 9900-HEADINGS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       1165-LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-FILE.
      *THE WHOLE SALES REPORT.
      *A CREDIT'S CASES COME BACK OFF THE DEMAND - A CANCELLED
      *ORDER SHOULDN'T BUY PALLETS. FLOORED AT ZERO SO A STRAY
      *CREDIT CAN'T WRAP THE UNSIGNED TALLY. A DONATION BUYS NO
      *POP, SO IT IS READ PAST WITHOUT AN EXCEPTION LINE.
       2000-ROLLUP.
           IF IS-TRAILER-RECORD
               MOVE 'TRUE' TO EOF
           ELSE
               IF NOT IS-DONATION
                   PERFORM 2010-ROLLUP-ONE-ORDER
               END-IF
               PERFORM 9000-READ.

       2010-ROLLUP-ONE-ORDER.
           PERFORM 2106-CHECK-POP-TYPE.
           IF POP-TYPE-FOUND-SW NOT = 'TRUE'
               PERFORM 2110-PRINT-EXCEPTION-LINE
           ELSE
               IF IS-CREDIT
                   IF I-NUM-CASES > GT-POP-CASES(I-POP-TYPE)
                       MOVE 0 TO GT-POP-CASES(I-POP-TYPE)
                   ELSE
                       SUBTRACT I-NUM-CASES
                           FROM GT-POP-CASES(I-POP-TYPE)
                   END-IF
               ELSE
                   ADD I-NUM-CASES TO GT-POP-CASES(I-POP-TYPE).
           IF POP-TYPE-FOUND-SW = 'TRUE' AND IS-CREDIT
               SUBTRACT I-NUM-CASES FROM C-CLUB-CASES.
           IF POP-TYPE-FOUND-SW = 'TRUE' AND NOT IS-CREDIT
               ADD I-NUM-CASES TO C-CLUB-CASES.

      *EVERY CLUB IN THE RUN ADDS ITS FLAT FILE TO THE ONE LEAGUE
      *ROLLUP. A CLUB WITH NO FILE ON THE DRIVE YET IS LEFT OFF
      *WITH A LINE SAYING SO RATHER THAN HOLDING UP THE PO.
       2500-ROLLUP-ONE-CLUB.
           IF CB-CLUB-IN-RUN
               PERFORM 2510-READ-CLUB-FILE.
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       2510-READ-CLUB-FILE.
           MOVE SPACES TO SL-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPSL' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO SL-FILE-NAME.
           MOVE 'FALSE' TO EOF.
           MOVE 0 TO C-CLUB-CASES.
           OPEN INPUT POP-SALES-REPORT.
           IF SL-FILE-STATUS NOT = '00'
               MOVE CB-CLUB-CODE TO O-CM-CLUB-CODE
               WRITE PRINTLINE FROM CLUB-MISSING-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
           ELSE
               PERFORM 9000-READ
               PERFORM 2000-ROLLUP
                   UNTIL EOF = 'TRUE'
               CLOSE POP-SALES-REPORT
               MOVE CB-CLUB-CODE TO O-CL-CLUB-CODE
               MOVE CB-CLUB-NAME TO O-CL-CLUB-NAME
               MOVE C-CLUB-CASES TO O-CL-CASES
               WRITE PRINTLINE FROM CLUB-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS.

      *GUARDS THE GT-POP-CASES SUBSCRIPT AND THE ROLLUP ARITHMETIC -
      *SAME GUARD CBLPOPAL APPLIES ON THE WAY IN.
       2106-CHECK-POP-TYPE.
           WRITE PRINTLINE FROM PO-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM 3300-WRITE-CSV-TOTAL.
           CLOSE PO-PRINT-OUT.
           CLOSE PO-CSV-OUT.

