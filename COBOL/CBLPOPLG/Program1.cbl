             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPLG.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  COUNTY LEAGUE SUMMARY - EVERY CLUB'S   *
      *  SEASON SIDE BY SIDE, WITH THE LEAGUE   *
      *  TOTAL IN THE LAST COLUMN. FOR EACH     *
      *  CLUB: SELLERS ON THE ROSTER, ORDERS,   *
      *  NET CASES AND NET SALES (EVERY ORDER   *
      *  AND CREDIT PRICED BY CBLPOPVC THE SAME *
      *  AS THE EDIT PASS), DONATIONS, WHAT THE *
      *  SELLERS OWE, WHAT THE TREASURER HAS    *
      *  COLLECTED ON CBLPOPPG.DAT, AND THE     *
      *  BALANCE STILL OUT - THE SAME RULES     *
      *  CBLPOPPR NETS EACH SELLER BY.          *
      *  A LEAGUE-WIDE STEP. IT COVERS THE      *
      *  CLUBS THIS RUN IS FOR; A CLUB WHOSE    *
      *  MASTER IS NOT VALIDATED STILL PRINTS,  *
      *  MARKED SO, RATHER THAN HOLD UP THE     *
      *  OTHER CLUBS' FIGURES. SEVEN COLUMNS    *
      *  FIT ACROSS THE PAGE - MORE CLUBS THAN  *
      *  THAT PRINT IN BANDS, ONE UNDER THE     *
      *  OTHER.                                 *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDER-MASTER
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

           SELECT STATE-DEPOSIT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLSTDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPRICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELLER-MASTER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *THE TREASURER'S RECEIPTS - SEE CBLPOPPE.
           SELECT PAYMENTS-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT LEAGUE-REPORT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPLG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       FD STATE-DEPOSIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SD-RECORD
           RECORD CONTAINS 12 CHARACTERS.
       01 SD-RECORD.
           05  SD-STATE        PIC XX.
           05  SD-EFF-DATE     PIC 9(8).
           05  SD-DEPOSIT      PIC V99.

       FD PRICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-RECORD
           RECORD CONTAINS 16 CHARACTERS.
       01 PR-RECORD.
           05  PR-POP-TYPE     PIC 99.
           05  PR-EFF-DATE     PIC 9(8).
           05  PR-CASE-PRICE   PIC 9(4)V99.

      *ONE PRODUCT PER RECORD - CODE, DISPLAY NAME, ACTIVE FLAG.
       FD PRODUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-RECORD
           RECORD CONTAINS 19 CHARACTERS.
       01 PD-RECORD.
           05  PD-CODE         PIC 99.
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

      *ONE SELLER PER RECORD ON THE SECRETARY'S ROSTER.
       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE    PIC X(3).
           05  SM-SELLER-NO    PIC 9(4).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
           05  SM-ADDRESS      PIC X(15).
           05  SM-TEAM         PIC X.

      *ONE RECORD PER PAYMENT THE TREASURER KEYS IN.
       FD PAYMENTS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-RECORD
           RECORD CONTAINS 47 CHARACTERS.
       01 PAY-RECORD.
           05  PAY-SELLER-NO       PIC 9(4).
           05  PAY-LNAME           PIC X(15).
           05  PAY-FNAME           PIC X(15).
           05  PAY-AMOUNT          PIC 9(7)V99.
           05  PAY-TYPE            PIC X.
               88  PAY-RETURNED-CHECK  VALUE 'R'.
               88  PAY-BANK-FEE        VALUE 'F'.
           05  PAY-CLUB-CODE       PIC X(3).

       FD LEAGUE-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-FILE-STATUS  PIC XX.
           05  PAY-FILE-STATUS PIC XX.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  SD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SM-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PAY-EOF         PIC X(5)        VALUE 'FALSE'.
           05  PAY-OPEN-SW     PIC X(5)        VALUE 'FALSE'.

      *WHICH CLUB'S ORDERS ARE GOING BY, AND ITS COLUMN - ZERO WHEN
      *THE CLUB IS NOT IN THIS RUN - SEE 9100-CHANGE-CLUB.
           05  C-CLUB-CODE     PIC X(3)        VALUE HIGH-VALUES.
           05  C-FIND-CLUB     PIC X(3).
           05  C-ONLY-CLUB     PIC X(3)        VALUE SPACES.
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-LINES-PRINTED PIC 9(6)        VALUE 0.
           05  C-EXCEPTIONS    PIC 9(6)        VALUE 0.

      *ONE COLUMN PER CLUB IN THE RUN, IN CLUB-FILE ORDER, AND ONE
      *MORE FOR THE LEAGUE TOTAL - 50 CLUBS IS ALL CBLPOPCB HOLDS.
      *COLLECTED IS THE RECEIPTS LESS RETURNED CHECKS AND CASH
      *REFUNDED, FLOORED AT ZERO; EXPECTED IS NET SALES PLUS
      *DONATIONS PLUS BANK FEES - THE SAME AS CBLPOPPR.
       01 CLUB-ROWS                PIC 99          VALUE 0.
       01 LC-SUB                   PIC 99.
       01 LC-ROW                   PIC 99          VALUE 0.
       01 LC-FIND-SUB              PIC 99.
       01 LEAGUE-CLUB-TABLE.
           05  LEAGUE-CLUBS            OCCURS 51.
               10  LC-CLUB-CODE    PIC X(3).
               10  LC-CLUB-NAME    PIC X(30).
               10  LC-STATUS       PIC X(15).
               10  LC-SELLERS      PIC 9(5).
               10  LC-ORDERS       PIC 9(6).
               10  LC-CASES        PIC S9(7).
               10  LC-SALES        PIC S9(9)V99.
               10  LC-DONATIONS    PIC 9(9)V99.
               10  LC-FEES         PIC 9(9)V99.
               10  LC-RECEIPTS     PIC 9(9)V99.
               10  LC-REFUNDED     PIC 9(9)V99.
               10  LC-EXPECTED     PIC S9(9)V99.
               10  LC-COLLECTED    PIC 9(9)V99.
               10  LC-BALANCE      PIC S9(9)V99.
               10  LC-EXCEPTIONS   PIC 9(5).

      *THE ROWS OF THE SUMMARY, TOP TO BOTTOM - 3210-FILL-CELL
      *KNOWS WHAT EACH ONE PRINTS.
       01 ROW-LABEL-VALUES.
           05  FILLER          PIC X(20)       VALUE 'CLUB'.
           05  FILLER          PIC X(20)       VALUE ' '.
           05  FILLER          PIC X(20)       VALUE 'MASTER'.
           05  FILLER          PIC X(20)       VALUE 'SELLERS'.
           05  FILLER          PIC X(20)       VALUE 'ORDERS'.
           05  FILLER          PIC X(20)       VALUE 'NET CASES'.
           05  FILLER          PIC X(20)       VALUE 'NET SALES'.
           05  FILLER          PIC X(20)       VALUE 'DONATIONS'.
           05  FILLER          PIC X(20)       VALUE 'BANK FEES'.
           05  FILLER          PIC X(20)       VALUE 'SELLERS OWE'.
           05  FILLER          PIC X(20)       VALUE 'COLLECTED'.
           05  FILLER          PIC X(20)       VALUE 'BALANCE OUT'.
           05  FILLER          PIC X(20)       VALUE 'EDIT EXCEPTIONS'.
       01 ROW-LABEL-TABLE REDEFINES ROW-LABEL-VALUES.
           05  ROW-LABEL       PIC X(20)       OCCURS 13.
       01 ROW-NO                   PIC 99.
       01 BAND-START               PIC 99.
       01 BAND-END                 PIC 99.
       01 CELL-SUB                 PIC 9.

       01 CELL-EDITS.
           05  E-COUNT         PIC -(14)9.
           05  E-MONEY         PIC $$$,$$$,$$9.99-.

      *RATE TABLES, PRODUCT MASTER AND ROSTER - THE SAME ONES
      *CBLNLH05 LOADS, SO CBLPOPVC PRICES EACH ORDER HERE EXACTLY
      *AS THE EDIT PASS DID. THE ROSTER HOLDS ONLY THE CLUB WHOSE
      *ORDERS ARE GOING BY - IT IS RELOADED AT EACH CLUB BREAK.
       01 STATE-COUNT              PIC 99          VALUE 0.
       01 STATE-DEPOSIT-TABLE.
           05  STATE-DEPOSITS          OCCURS 40.
               10  D-STATE     PIC XX.
               10  D-EFF-DATE  PIC 9(8).
               10  DEPOSIT-VAL PIC V99.

       01 PRICE-COUNT              PIC 9(4)        VALUE 0.
       01 POP-PRICE-TABLE.
           05  PRICE-ROWS          OCCURS 100.
               10  P-POP-TYPE      PIC 99.
               10  P-EFF-DATE      PIC 9(8).
               10  P-CASE-PRICE    PIC 9(4)V99.

       01 PRODUCT-TABLE.
           05  PRODUCTS            OCCURS 50.
               10  PROD-NAME       PIC X(16).
               10  PROD-ACTIVE     PIC X.

       01 SELLER-COUNT             PIC 9(4)        VALUE 0.
       01 SELLER-MASTER-TABLE.
           05  SELLER-MASTERS      OCCURS 500.
               10  SMT-SELLER-NO   PIC 9(4).
               10  SMT-LNAME       PIC X(15).
               10  SMT-FNAME       PIC X(15).
               10  SMT-ADDRESS     PIC X(15).
               10  SMT-TEAM        PIC X.

      *RESULT FIELDS PASSED BACK BY CBLPOPVC.
       01 VC-RESULT.
           05  VC-ERROR-SWITCH     PIC X(4).
           05  VC-ERR-DESC         PIC X(60).
           05  VC-DEPOSIT-AMT      PIC 9(4)V99.
           05  VC-TOTAL-SALES      PIC 9(5)V99.
           05  VC-BALANCE-DUE      PIC S9(5)V99.
           05  VC-SELLER-NO        PIC 9(4).

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS CAN TELL WHAT
      *RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS AND WHERE EACH ONE'S GENERATION STANDS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01 LG-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01 LG-REPORT-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'LEAGUE SUMMARY - CLUBS SIDE BY SIDE'.

      *ONE ROW OF THE SUMMARY - THE LABEL, THEN A CELL FOR EACH
      *CLUB IN THE BAND.
       01 SUMMARY-LINE.
           05  O-ROW-LABEL     PIC X(20).
           05  O-CELLS                         OCCURS 7.
               10  FILLER      PIC X.
               10  O-CELL      PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ADD-ONE-ORDER
               UNTIL EOF = 'TRUE'.
           PERFORM 2500-ADD-ONE-PAYMENT
               UNTIL PAY-EOF = 'TRUE'.
           PERFORM 2800-FINISH-ONE-CLUB
               VARYING LC-SUB FROM 1 BY 1
                   UNTIL LC-SUB > CLUB-ROWS.
           PERFORM 3000-PRINT-BAND
               VARYING BAND-START FROM 1 BY 7
                   UNTIL BAND-START > CLUB-ROWS.
           PERFORM 4000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           IF CB-CLUB-COUNT = 1
               MOVE CB-CLUB-CODE TO C-ONLY-CLUB.
           MOVE 'CBLPOPLG' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1050-LOAD-CLUBS.
           PERFORM 1150-LOAD-STATE-TABLE.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1180-COUNT-SELLERS.
           OPEN INPUT PAYMENTS-FILE.
      *NO RECEIPTS KEYED YET - EVERY CLUB HAS COLLECTED NOTHING.
           IF PAY-FILE-STATUS = '00'
               MOVE 'TRUE' TO PAY-OPEN-SW
           ELSE
               MOVE 'TRUE' TO PAY-EOF.
           OPEN OUTPUT LEAGUE-REPORT.
           OPEN INPUT ORDER-MASTER.
           PERFORM 9900-HEADINGS.
           PERFORM 9000-READ.
           PERFORM 9010-READ-PAYMENT.

      *ONE COLUMN PER CLUB THIS RUN COVERS. A CLUB WHOSE MASTER
      *IS NOT LOADED AND VALIDATED AT ITS CURRENT GENERATION, OR
      *THAT CBLPOPDV LEFT OUT OF THE RUN, STILL GETS ITS COLUMN -
      *ITS FIGURES ARE WHATEVER IS ON FILE, AND THE MASTER ROW
      *SAYS SO.
       1050-LOAD-CLUBS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1060-ADD-ONE-CLUB
               UNTIL NOT CB-OK.
           ADD 1 TO CLUB-ROWS.
           MOVE CLUB-ROWS TO LC-SUB.
           PERFORM 1070-CLEAR-ONE-COLUMN.
           MOVE 'ALL' TO LC-CLUB-CODE(LC-SUB).
           MOVE 'LEAGUE TOTAL' TO LC-CLUB-NAME(LC-SUB).

       1060-ADD-ONE-CLUB.
           ADD 1 TO CLUB-ROWS.
           MOVE CLUB-ROWS TO LC-SUB.
           PERFORM 1070-CLEAR-ONE-COLUMN.
           MOVE CB-CLUB-CODE TO LC-CLUB-CODE(LC-SUB).
           MOVE CB-CLUB-NAME TO LC-CLUB-NAME(LC-SUB).
           MOVE 'NOT VALIDATED' TO LC-STATUS(LC-SUB).
           IF CB-CONTROL-ON-FILE AND CB-GENERATION > 0 AND
                   CB-LOADED-GEN = CB-GENERATION AND
                   CB-VALIDATED-GEN = CB-GENERATION
               MOVE 'VALIDATED' TO LC-STATUS(LC-SUB).
           IF NOT CB-CLUB-IN-RUN
               MOVE 'LEFT OUT OF RUN' TO LC-STATUS(LC-SUB).
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       1070-CLEAR-ONE-COLUMN.
           MOVE SPACES TO LC-CLUB-CODE(LC-SUB) LC-CLUB-NAME(LC-SUB)
               LC-STATUS(LC-SUB).
           MOVE 0 TO LC-SELLERS(LC-SUB) LC-ORDERS(LC-SUB)
               LC-CASES(LC-SUB) LC-SALES(LC-SUB)
               LC-DONATIONS(LC-SUB) LC-FEES(LC-SUB)
               LC-RECEIPTS(LC-SUB) LC-REFUNDED(LC-SUB)
               LC-EXPECTED(LC-SUB) LC-COLLECTED(LC-SUB)
               LC-BALANCE(LC-SUB) LC-EXCEPTIONS(LC-SUB).

       1150-LOAD-STATE-TABLE.
           OPEN INPUT STATE-DEPOSIT-FILE.
           PERFORM 1160-READ-STATE
               UNTIL SD-EOF = 'TRUE'.
           CLOSE STATE-DEPOSIT-FILE.

      *BOUNDED ON THE WAY IN - A RATE FILE PAST THE TABLE MUST STOP
      *THE RUN, NOT WRITE PAST IT.
       1160-READ-STATE.
           READ STATE-DEPOSIT-FILE
               AT END
                   MOVE 'TRUE' TO SD-EOF.
           IF SD-EOF NOT = 'TRUE'
               IF STATE-COUNT < 40
                   ADD 1 TO STATE-COUNT
                   MOVE SD-STATE TO D-STATE(STATE-COUNT)
                   MOVE SD-EFF-DATE TO D-EFF-DATE(STATE-COUNT)
                   MOVE SD-DEPOSIT TO DEPOSIT-VAL(STATE-COUNT)
               ELSE
                   DISPLAY 'CBLPOPLG - STATE RATE FILE EXCEEDS 40 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1165-LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-FILE.
           PERFORM 1166-READ-PRICE
               UNTIL PR-EOF = 'TRUE'.
           CLOSE PRICE-FILE.

       1166-READ-PRICE.
           READ PRICE-FILE
               AT END
                   MOVE 'TRUE' TO PR-EOF.
           IF PR-EOF NOT = 'TRUE'
               IF PRICE-COUNT < 100
                   ADD 1 TO PRICE-COUNT
                   MOVE PR-POP-TYPE TO P-POP-TYPE(PRICE-COUNT)
                   MOVE PR-EFF-DATE TO P-EFF-DATE(PRICE-COUNT)
                   MOVE PR-CASE-PRICE TO P-CASE-PRICE(PRICE-COUNT)
               ELSE
                   DISPLAY 'CBLPOPLG - PRICE FILE EXCEEDS 100 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1168-LOAD-SELLER-MASTER.
           MOVE 0 TO SELLER-COUNT.
           MOVE 'FALSE' TO SM-EOF.
           OPEN INPUT SELLER-MASTER-FILE.
           PERFORM 1169-READ-SELLER-MASTER
               UNTIL SM-EOF = 'TRUE'.
           CLOSE SELLER-MASTER-FILE.

       1169-READ-SELLER-MASTER.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = C-CLUB-CODE
               IF SELLER-COUNT < 500
                   ADD 1 TO SELLER-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SELLER-COUNT)
                   MOVE SM-LNAME TO SMT-LNAME(SELLER-COUNT)
                   MOVE SM-FNAME TO SMT-FNAME(SELLER-COUNT)
                   MOVE SM-ADDRESS TO SMT-ADDRESS(SELLER-COUNT)
                   MOVE SM-TEAM TO SMT-TEAM(SELLER-COUNT)
               ELSE
                   DISPLAY 'CBLPOPLG - SELLER MASTER EXCEEDS 500 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1175-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE
      *NAME-ON-FILE TESTS TREAT THEM AS PRODUCTS.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > 50
                       MOVE SPACES TO PROD-NAME(SUB2)
                       MOVE SPACE TO PROD-ACTIVE(SUB2).
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1176-READ-PRODUCT
               UNTIL PD-EOF = 'TRUE'.
           CLOSE PRODUCT-FILE.

       1176-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   MOVE 'TRUE' TO PD-EOF.
           IF PD-EOF NOT = 'TRUE'
               MOVE PD-NAME TO PROD-NAME(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

      *ONE PASS OVER THE WHOLE ROSTER COUNTS EVERY CLUB'S SELLERS.
       1180-COUNT-SELLERS.
           MOVE 'FALSE' TO SM-EOF.
           OPEN INPUT SELLER-MASTER-FILE.
           PERFORM 1185-COUNT-ONE-SELLER
               UNTIL SM-EOF = 'TRUE'.
           CLOSE SELLER-MASTER-FILE.

       1185-COUNT-ONE-SELLER.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE'
               MOVE SM-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-COLUMN
               IF LC-ROW NOT = 0
                   ADD 1 TO LC-SELLERS(LC-ROW).

      *EVERY ORDER AND CREDIT IS PRICED BY CBLPOPVC. ONE IT WON'T
      *PASS HAS NO PRICE TO ADD, SO IT IS COUNTED AS AN EXCEPTION
      *FOR ITS CLUB - CBLNLH05'S ERROR REPORT SAYS WHY. A DONATION
      *HAS NO FLAVOR TO PRICE; ITS GIFT GOES STRAIGHT TO THE CLUB.
      *AN ORDER IS COUNTED ONCE, ON ITS FIRST LINE.
       2000-ADD-ONE-ORDER.
           IF IS-DONATION
               IF I-AMOUNT-PAID IS NUMERIC
                   ADD I-AMOUNT-PAID TO LC-DONATIONS(LC-ROW)
               END-IF
           ELSE
               CALL 'CBLPOPVC' USING MS-ORDER-DETAIL STATE-COUNT
                   STATE-DEPOSIT-TABLE PRICE-COUNT POP-PRICE-TABLE
                   PRODUCT-TABLE
                   SELLER-COUNT SELLER-MASTER-TABLE VC-RESULT
               IF VC-ERROR-SWITCH NOT = 'PASS' AND
                       VC-ERROR-SWITCH NOT = 'WARN'
                   ADD 1 TO LC-EXCEPTIONS(LC-ROW)
                   ADD 1 TO C-EXCEPTIONS
               ELSE
                   PERFORM 2100-POST-ORDER.
           PERFORM 9000-READ.

      *A CREDIT TAKES ITS CASES AND DOLLARS BACK OFF THE CLUB'S
      *SALES; CASH HANDED BACK WITH IT COMES OFF COLLECTED.
       2100-POST-ORDER.
           IF IS-CREDIT
               SUBTRACT I-NUM-CASES FROM LC-CASES(LC-ROW)
               SUBTRACT VC-TOTAL-SALES FROM LC-SALES(LC-ROW)
               IF I-AMOUNT-PAID IS NUMERIC
                   ADD I-AMOUNT-PAID TO LC-REFUNDED(LC-ROW)
               END-IF
           ELSE
               ADD I-NUM-CASES TO LC-CASES(LC-ROW)
               ADD VC-TOTAL-SALES TO LC-SALES(LC-ROW)
               IF I-LINE-NO NOT > 1
                   ADD 1 TO LC-ORDERS(LC-ROW).

      *A RECEIPT KEYED WITHOUT A CLUB CAN ONLY BE FOR THE ONE CLUB
      *ON FILE. ONE FOR A CLUB THIS RUN DOESN'T COVER IS PASSED
      *OVER. A RETURNED CHECK IS MONEY THE CLUB NO LONGER HOLDS; A
      *BANK FEE IS MORE THE SELLERS OWE.
       2500-ADD-ONE-PAYMENT.
           MOVE PAY-CLUB-CODE TO C-FIND-CLUB.
           IF C-FIND-CLUB = SPACES
               MOVE C-ONLY-CLUB TO C-FIND-CLUB.
           PERFORM 8000-FIND-CLUB-COLUMN.
           IF LC-ROW NOT = 0
               IF PAY-RETURNED-CHECK
                   ADD PAY-AMOUNT TO LC-REFUNDED(LC-ROW)
               ELSE
                   IF PAY-BANK-FEE
                       ADD PAY-AMOUNT TO LC-FEES(LC-ROW)
                   ELSE
                       ADD PAY-AMOUNT TO LC-RECEIPTS(LC-ROW).
           PERFORM 9010-READ-PAYMENT.

      *WORKS OUT WHAT THE CLUB'S SELLERS OWE, WHAT IS IN HAND AND
      *WHAT IS STILL OUT, AND ADDS THE CLUB INTO THE LEAGUE COLUMN
      *(THE LAST ONE, WHICH IS WORKED OUT FROM THE OTHERS).
       2800-FINISH-ONE-CLUB.
           IF LC-SUB < CLUB-ROWS
               COMPUTE LC-EXPECTED(LC-SUB) = LC-SALES(LC-SUB) +
                   LC-DONATIONS(LC-SUB) + LC-FEES(LC-SUB)
               IF LC-REFUNDED(LC-SUB) > LC-RECEIPTS(LC-SUB)
                   MOVE 0 TO LC-COLLECTED(LC-SUB)
               ELSE
                   COMPUTE LC-COLLECTED(LC-SUB) =
                       LC-RECEIPTS(LC-SUB) - LC-REFUNDED(LC-SUB)
               END-IF
               COMPUTE LC-BALANCE(LC-SUB) =
                   LC-EXPECTED(LC-SUB) - LC-COLLECTED(LC-SUB)
               PERFORM 2810-ADD-TO-LEAGUE.

       2810-ADD-TO-LEAGUE.
           ADD LC-SELLERS(LC-SUB) TO LC-SELLERS(CLUB-ROWS).
           ADD LC-ORDERS(LC-SUB) TO LC-ORDERS(CLUB-ROWS).
           ADD LC-CASES(LC-SUB) TO LC-CASES(CLUB-ROWS).
           ADD LC-SALES(LC-SUB) TO LC-SALES(CLUB-ROWS).
           ADD LC-DONATIONS(LC-SUB) TO LC-DONATIONS(CLUB-ROWS).
           ADD LC-FEES(LC-SUB) TO LC-FEES(CLUB-ROWS).
           ADD LC-EXPECTED(LC-SUB) TO LC-EXPECTED(CLUB-ROWS).
           ADD LC-COLLECTED(LC-SUB) TO LC-COLLECTED(CLUB-ROWS).
           ADD LC-BALANCE(LC-SUB) TO LC-BALANCE(CLUB-ROWS).
           ADD LC-EXCEPTIONS(LC-SUB) TO LC-EXCEPTIONS(CLUB-ROWS).

      *UP TO SEVEN COLUMNS ACROSS. A BAND THAT WON'T FIT IN WHAT'S
      *LEFT OF THE PAGE STARTS A NEW ONE SO IT ISN'T SPLIT.
       3000-PRINT-BAND.
           COMPUTE BAND-END = BAND-START + 6.
           IF BAND-END > CLUB-ROWS
               MOVE CLUB-ROWS TO BAND-END.
           IF LINAGE-COUNTER OF LEAGUE-REPORT > 38
               PERFORM 9900-HEADINGS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE
               AFTER ADVANCING 1 LINES.
           PERFORM 3200-PRINT-ROW
               VARYING ROW-NO FROM 1 BY 1
                   UNTIL ROW-NO > 13.

       3200-PRINT-ROW.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE ROW-LABEL(ROW-NO) TO O-ROW-LABEL.
           PERFORM 3210-FILL-CELL
               VARYING LC-SUB FROM BAND-START BY 1
                   UNTIL LC-SUB > BAND-END.
           IF ROW-NO = 4 OR ROW-NO = 10
               WRITE PRINTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINES.
           ADD 1 TO C-LINES-PRINTED.

       3210-FILL-CELL.
           COMPUTE CELL-SUB = LC-SUB - BAND-START + 1.
           EVALUATE ROW-NO
               WHEN 1
                   MOVE LC-CLUB-CODE(LC-SUB) TO O-CELL(CELL-SUB)
               WHEN 2
                   MOVE LC-CLUB-NAME(LC-SUB) TO O-CELL(CELL-SUB)
               WHEN 3
                   MOVE LC-STATUS(LC-SUB) TO O-CELL(CELL-SUB)
               WHEN 4
                   MOVE LC-SELLERS(LC-SUB) TO E-COUNT
                   MOVE E-COUNT TO O-CELL(CELL-SUB)
               WHEN 5
                   MOVE LC-ORDERS(LC-SUB) TO E-COUNT
                   MOVE E-COUNT TO O-CELL(CELL-SUB)
               WHEN 6
                   MOVE LC-CASES(LC-SUB) TO E-COUNT
                   MOVE E-COUNT TO O-CELL(CELL-SUB)
               WHEN 7
                   MOVE LC-SALES(LC-SUB) TO E-MONEY
                   MOVE E-MONEY TO O-CELL(CELL-SUB)
               WHEN 8
                   MOVE LC-DONATIONS(LC-SUB) TO E-MONEY
                   MOVE E-MONEY TO O-CELL(CELL-SUB)
               WHEN 9
                   MOVE LC-FEES(LC-SUB) TO E-MONEY
                   MOVE E-MONEY TO O-CELL(CELL-SUB)
               WHEN 10
                   MOVE LC-EXPECTED(LC-SUB) TO E-MONEY
                   MOVE E-MONEY TO O-CELL(CELL-SUB)
               WHEN 11
                   MOVE LC-COLLECTED(LC-SUB) TO E-MONEY
                   MOVE E-MONEY TO O-CELL(CELL-SUB)
               WHEN 12
                   MOVE LC-BALANCE(LC-SUB) TO E-MONEY
                   MOVE E-MONEY TO O-CELL(CELL-SUB)
               WHEN 13
                   MOVE LC-EXCEPTIONS(LC-SUB) TO E-COUNT
                   MOVE E-COUNT TO O-CELL(CELL-SUB)
           END-EVALUATE.

       4000-CLOSING.
           CLOSE ORDER-MASTER.
           IF PAY-OPEN-SW = 'TRUE'
               CLOSE PAYMENTS-FILE.
           CLOSE LEAGUE-REPORT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-LINES-PRINTED TO RG-RECORDS-WRITTEN.
           MOVE C-EXCEPTIONS TO RG-ERR-CTR.
           MOVE LC-BALANCE(CLUB-ROWS) TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

       8000-FIND-CLUB-COLUMN.
           MOVE 0 TO LC-ROW.
           PERFORM 8010-CHECK-ONE-COLUMN
               VARYING LC-FIND-SUB FROM 1 BY 1
                   UNTIL LC-FIND-SUB NOT < CLUB-ROWS OR LC-ROW NOT = 0.

       8010-CHECK-ONE-COLUMN.
           IF LC-CLUB-CODE(LC-FIND-SUB) = C-FIND-CLUB
               MOVE LC-FIND-SUB TO LC-ROW.

      *THE CONTROL-TOTAL TRAILERS AND ANY CLUB THIS RUN DOESN'T
      *COVER ARE READ PAST HERE, SO 2000-ADD-ONE-ORDER ONLY SEES
      *ORDERS WITH A COLUMN TO GO IN.
       9000-READ.
           MOVE 0 TO LC-ROW.
           PERFORM 9005-READ-ONE-RECORD
               UNTIL EOF = 'TRUE' OR LC-ROW NOT = 0.

       9005-READ-ONE-RECORD.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF MS-CLUB-CODE NOT = C-CLUB-CODE
                   PERFORM 9100-CHANGE-CLUB
               END-IF
               MOVE MS-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-COLUMN
               IF IS-TRAILER-RECORD
                   MOVE 0 TO LC-ROW.

      *A NEW CLUB'S ORDERS START HERE - CBLPOPVC NEEDS THAT CLUB'S
      *OWN ROSTER, SO IT IS LOADED ONCE PER CLUB.
       9100-CHANGE-CLUB.
           MOVE MS-CLUB-CODE TO C-CLUB-CODE.
           MOVE C-CLUB-CODE TO C-FIND-CLUB.
           PERFORM 8000-FIND-CLUB-COLUMN.
           IF LC-ROW NOT = 0
               PERFORM 1168-LOAD-SELLER-MASTER.

       9010-READ-PAYMENT.
           IF PAY-EOF NOT = 'TRUE'
               READ PAYMENTS-FILE
                   AT END
                       MOVE 'TRUE' TO PAY-EOF.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM LG-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM LG-REPORT-HEADING
               AFTER ADVANCING 2 LINES.
