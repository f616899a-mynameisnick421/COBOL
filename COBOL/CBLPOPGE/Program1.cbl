      *  TABLE, SO ORDER VOLUME IS LIMITED BY   *
      *  DISK, NOT BY A 500-ENTRY TABLE - THE   *
      *  COUNTY LEAGUE WILL BRING THOUSANDS.    *
      *  ONE PASS COVERS ONE CLUB'S ORDERS.     *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES.

           SELECT GEO-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPGE.PRT'
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPGE.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

      *SORT WORK FILE - ONE SLIM RECORD PER GOOD ORDER, SORTED BY
      *CITY/ZIP FOR THE CONTROL BREAK.
           SELECT SORT-FILE
       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
      *THE CONTROL-TOTAL TRAILER VIEW COMES ALONG IN THE COPYBOOK -
      *BECAUSE OF KEY ORDER IT READS BACK FIRST, NOT LAST, AND
      *9000-READ SWALLOWS IT WHEREVER IT TURNS UP.
           RECORD CONTAINS 80 CHARACTERS.
       01 CSV-EXPORT-LINE          PIC X(80).

       SD SORT-FILE
           DATA RECORD IS SR-RECORD
           RECORD CONTAINS 24 CHARACTERS.
           05  PR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  STATE-FOUND-SW  PIC X(5)        VALUE 'FALSE'.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
           05  EXCEPTION-COUNT PIC 9(6)        VALUE 0.

      *CSV EXPORT SWITCH - SEE 1186-LOAD-EXPORT-MODE.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

      *WHICH CLUB'S PAGES THESE ARE - EVERY CLUB'S REPORT FOLLOWS
      *THE LAST ON THE ONE PRINT FILE.
       01 GEO-CLUB-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CLUB-CODE     PIC X(3).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-CLUB-NAME     PIC X(30).
           05  FILLER          PIC X(91)       VALUE ' '.

       01 DETAIL-COLUMN-HEADING.
           05  FILLER          PIC X(12)       VALUE 'CITY'.
           05  FILLER          PIC X(12)       VALUE 'ZIP CODE'.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-CODE TO O-CLUB-CODE.
           MOVE CB-CLUB-NAME TO O-CLUB-NAME.
           PERFORM 1050-CHECK-GENERATION.
           MOVE 'CBLPOPGE' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT GEO-OUT
           ELSE
               OPEN EXTEND GEO-OUT.
           OPEN OUTPUT EXCEPTION-WORK-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1186-LOAD-EXPORT-MODE.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 9000-READ.


      *AN OFFICER WHO WANTS THE NUMBERS IN A SPREADSHEET DROPS A
      *ONE-RECORD CBLPOPXP.DAT ON THE DRIVE CONTAINING 'CSV' -
      *OTHERWISE (OR IF THE RECORD SAYS ANYTHING ELSE) ONLY THE
      *PRINT IMAGE IS WRITTEN. EVERY CLUB'S ROWS GO TO THE ONE CSV,
      *EACH LED BY ITS CLUB CODE.
       1186-LOAD-EXPORT-MODE.
           OPEN INPUT EXPORT-MODE-FILE.
           IF XP-FILE-STATUS = '00'
                       MOVE XP-MODE TO CSV-EXPORT-SW
               END-READ
               CLOSE EXPORT-MODE-FILE.
           IF CSV-EXPORT-SW = 'CSV' AND CB-FIRST-PASS
               OPEN OUTPUT CSV-EXPORT-OUT.
           IF CSV-EXPORT-SW = 'CSV' AND CB-LATER-PASS
               OPEN EXTEND CSV-EXPORT-OUT.

      *REFUSES TO RUN AGAINST AN ORDER MASTER THAT'S STALE OR NOT
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPGE - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPGE - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPGE - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1150-LOAD-STATE-TABLE.
           OPEN INPUT STATE-DEPOSIT-FILE.

       2010-RELEASE-ONE-ORDER.
           ADD 1 TO C-ORDERS-READ.
           IF IS-CREDIT OR IS-DONATION
               PERFORM 9000-READ
               GO TO 2010-X.
           MOVE 0 TO C-DEPOSIT-AMT.
               MOVE G-TOTAL-CASES TO CSV-CASES
               MOVE G-TOTAL-SALES TO CSV-SALES
               MOVE SPACES TO CSV-EXPORT-LINE
               STRING CB-CLUB-CODE ','
                       HOLD-CITY ',' HOLD-ZIP5 ','
                       CSV-CASES ',' CSV-SALES
                   DELIMITED BY SIZE
                   INTO CSV-EXPORT-LINE
           READ POP-SALES-REPORT
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND IS-TRAILER-RECORD
               READ POP-SALES-REPORT
                   AT END
                       MOVE 'TRUE' TO EOF
               END-READ
               IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
                   MOVE 'TRUE' TO EOF.

       9100-RETURN-SORTED.
           RETURN SORT-FILE
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM GEO-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM GEO-CLUB-LINE
               AFTER ADVANCING 1 LINES.
           WRITE PRINTLINE FROM DETAIL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
