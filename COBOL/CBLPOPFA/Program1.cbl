      *  ALONGSIDE THE CBLPOPHS.DAT GRAND       *
      *  TOTALS, SO A CBLPOPYC-STYLE COMPARISON *
      *  CAN SHOW FLAVOR TRENDS YEAR OVER YEAR. *
      *  ONE PASS COVERS ONE CLUB'S ORDERS AND  *
      *  BACKORDERS. THE WAREHOUSE IS SHARED    *
      *  ACROSS THE LEAGUE, SO THE WRITE-OFFS   *
      *  ARE THE LEAGUE'S AND EVERY CLUB'S      *
      *  ANALYSIS SHOWS THE SAME ONES.          *
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

      *CASES STILL OWED PER SHORTED ORDER - SEE CBLPOPAL. NOT
      *HAVING THE FILE MEANS EVERYTHING DEMANDED WAS FILLED.
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFA.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
      *THE CONTROL-TOTAL TRAILER VIEW COMES ALONG IN THE COPYBOOK -
      *BECAUSE OF KEY ORDER IT READS BACK FIRST, NOT LAST, AND
      *9000-READ SWALLOWS IT WHEREVER IT TURNS UP.
       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD.
           05  BO-CLUB-CODE        PIC X(3).
           05  BO-SELLER-NO        PIC 9(4).
           05  BO-ORDER-SEQ        PIC 9(4).
           05  BO-ORDER.
       FD FLAVOR-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FH-RECORD
           RECORD CONTAINS 37 CHARACTERS.
       01 FH-RECORD.
           05  FH-YEAR             PIC 9(4).
           05  FH-POP-TYPE         PIC 99.
           05  FH-FILLED           PIC 9(7).
           05  FH-BACKORDERED      PIC 9(7).
           05  FH-WRITTEN-OFF      PIC 9(7).
           05  FH-CLUB-CODE        PIC X(3).

       FD ANALYSIS-OUT
           LABEL RECORD IS OMITTED

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  BO-FILE-STATUS  PIC XX.
           05  IT-FILE-STATUS  PIC XX.
           05  FH-FILE-STATUS  PIC XX.
           05  C-ORDERS-READ   PIC 9(6)        VALUE 0.
           05  C-EXC-CTR       PIC 9(4)        VALUE 0.
           05  C-FILLED-CASES  PIC S9(7)       VALUE 0.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1050-CHECK-GENERATION.
           MOVE 'CBLPOPFA' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT ANALYSIS-OUT
           ELSE
               OPEN EXTEND ANALYSIS-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 9900-HEADINGS.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 9000-READ.

      *REFUSES TO RUN AGAINST AN ORDER MASTER THAT'S STALE OR NOT
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPFA - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPFA - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPFA - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1175-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE
      *DEMAND IS WHAT THE ORDERS ASKED FOR, BY FLAVOR AND TEAM -
      *CREDITS COME BACK OFF IT SO A CANCELLED SALE DOESN'T READ AS
      *APPETITE.
      *A DONATION HAS NO FLAVOR TO DEMAND AND ISN'T AN EXCEPTION
      *EITHER - IT IS READ PAST.
       2000-ROLLUP-DEMAND.
           ADD 1 TO C-ORDERS-READ.
           IF NOT IS-DONATION OF MS-ORDER-DETAIL
               PERFORM 2010-ROLLUP-ONE-ORDER.
           PERFORM 9000-READ.

       2010-ROLLUP-ONE-ORDER.
           IF I-POP-TYPE OF MS-ORDER-DETAIL NOT NUMERIC OR
                   I-NUM-CASES OF MS-ORDER-DETAIL NOT NUMERIC OR
                   I-POP-TYPE OF MS-ORDER-DETAIL < 1 OR
                   ADD 1 TO C-EXC-CTR
               ELSE
                   PERFORM 2200-POST-DEMAND.

       2100-FIND-TEAM.
           MOVE 0 TO TEAM-SUB.
           READ BACKORDER-FILE
               AT END
                   MOVE 'TRUE' TO BO-EOF.
           IF BO-EOF NOT = 'TRUE' AND BO-CLUB-CODE = CB-CLUB-CODE
               IF I-POP-TYPE OF BO-ORDER IS NUMERIC AND
                       I-NUM-CASES OF BO-ORDER IS NUMERIC AND
                       I-POP-TYPE OF BO-ORDER >= 1 AND
               MOVE C-FILLED-CASES TO FH-FILLED
               MOVE FL-BACKORDERED(SUB) TO FH-BACKORDERED
               MOVE FL-WRITTEN-OFF(SUB) TO FH-WRITTEN-OFF
               MOVE CB-CLUB-CODE TO FH-CLUB-CODE
               WRITE FH-RECORD
               ADD 1 TO C-HIST-COUNT.

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

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
