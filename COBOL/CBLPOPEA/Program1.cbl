             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPEA.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  EXCEPTION ANALYTICS - THE SEASON-LONG  *
      *  REVIEW THE AUDITORS ASK FOR. THE EDIT  *
      *  PASS LOOKS AT ONE RECORD AT A TIME;    *
      *  THIS LOOKS FOR PATTERNS ACROSS THE     *
      *  WHOLE SEASON AND PRINTS FIVE LISTS:    *
      *   1 ONE CUSTOMER PHONE BUYING THROUGH   *
      *     SEVERAL SELLERS                     *
      *   2 ORDERS FAR ABOVE THE SEASON'S       *
      *     TYPICAL CASE COUNT                  *
      *   3 SELLERS WHOSE CREDITS ARE A LARGE   *
      *     SHARE OF WHAT THEY SOLD             *
      *   4 PAYMENTS ON CBLPOPPG.DAT FOR A      *
      *     SELLER WITH NO ORDERS               *
      *   5 CBLPOPMT CHANGES AND DELETES MADE   *
      *     AFTER AN ORDER WAS DELIVERED OR     *
      *     PAID - OFF THE CBLPOPMA.DAT TRAIL   *
      *  NOTHING HERE IS AN ERROR BY ITSELF -   *
      *  EACH LINE IS SOMETHING AN OFFICER      *
      *  SHOULD BE ABLE TO EXPLAIN. THE LIMITS  *
      *  COME FROM CBLPOPEA.DAT WHEN THE        *
      *  OFFICERS HAVE KEYED ONE.               *
      *  ONE PASS REVIEWS ONE CLUB - ITS ORDERS,*
      *  PAYMENTS AND MAINTENANCE TRAIL.        *
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

      *ONE RECORD THE OFFICERS KEY: HOW MANY SELLERS ONE PHONE MAY
      *BUY THROUGH BEFORE IT'S LISTED, HOW MANY TIMES THE MEDIAN
      *ORDER IS AN OUTLIER, AND WHAT PERCENT OF A SELLER'S CASES
      *COMING BACK AS CREDITS IS TOO MANY. NO FILE, OR A ZERO IN A
      *FIELD, TAKES THE DEFAULT IN WORKING STORAGE.
           SELECT THRESHOLD-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPEA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EA-FILE-STATUS.

           SELECT PAYMENTS-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

      *EVERY CHANGE CBLPOPMT APPLIED THIS SEASON.
           SELECT MAINT-AUDIT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MA-FILE-STATUS.

           SELECT EXCEPTION-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPEA.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *SORT WORK FILE - ONE RECORD PER ORDER, BY CUSTOMER PHONE AND
      *SELLER, SO EVERY SELLER A PHONE BOUGHT THROUGH COMES BACK
      *TOGETHER.
           SELECT SORT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPEA.SRT'.

       DATA DIVISION.
       FILE SECTION.

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       FD THRESHOLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EA-RECORD
           RECORD CONTAINS 7 CHARACTERS.
       01 EA-RECORD.
           05  EA-MIN-SELLERS      PIC 99.
           05  EA-CASE-MULTIPLE    PIC 99.
           05  EA-CREDIT-PCT       PIC 999.

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

       FD MAINT-AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MA-RECORD
           RECORD CONTAINS 307 CHARACTERS.
       01 MA-RECORD.
           COPY POPMAUD.

       FD EXCEPTION-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       SD SORT-FILE
           DATA RECORD IS SR-RECORD
           RECORD CONTAINS 80 CHARACTERS.
       01 SR-RECORD.
           05  SR-PHONE-KEY.
               10  SR-PHONE        PIC X(12).
               10  SR-SELLER-NO    PIC 9(4).
           05  SR-ORDER-NO         PIC 9(6).
           05  SR-CUST-NAME        PIC X(20).
           05  SR-LNAME            PIC X(15).
           05  SR-FNAME            PIC X(15).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-FILE-STATUS  PIC XX.
           05  EA-FILE-STATUS  PIC XX.
           05  PAY-FILE-STATUS PIC XX.
           05  MA-FILE-STATUS  PIC XX.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  SORT-EOF        PIC X(5)        VALUE 'FALSE'.
           05  PAY-EOF         PIC X(5)        VALUE 'FALSE'.
           05  MA-EOF          PIC X(5)        VALUE 'FALSE'.
           05  FOUND-SW        PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-LINES-PRINTED PIC 9(6)        VALUE 0.
           05  C-PHONE-FLAGS   PIC 9(5)        VALUE 0.
           05  C-OUTLIER-FLAGS PIC 9(5)        VALUE 0.
           05  C-CREDIT-FLAGS  PIC 9(5)        VALUE 0.
           05  C-PAYMENT-FLAGS PIC 9(5)        VALUE 0.
           05  C-MAINT-FLAGS   PIC 9(5)        VALUE 0.
           05  C-TOTAL-FLAGS   PIC 9(6)        VALUE 0.
           05  C-GROUP-SELLERS PIC 9(4)        VALUE 0.
           05  C-MEDIAN-AT     PIC 9(5)        VALUE 0.
           05  C-RUNNING       PIC 9(5)        VALUE 0.
           05  C-MEDIAN        PIC 9(4)        VALUE 0.
           05  C-OUTLIER-LIMIT PIC 9(6)        VALUE 0.
           05  C-TIMES-MEDIAN  PIC 9(4)V9      VALUE 0.
           05  C-CREDIT-PCT    PIC 9(5)        VALUE 0.

      *THE LIMITS - OVERRIDDEN FROM CBLPOPEA.DAT.
       01 THRESHOLDS.
           05  T-MIN-SELLERS       PIC 99          VALUE 2.
           05  T-CASE-MULTIPLE     PIC 99          VALUE 3.
           05  T-CREDIT-PCT        PIC 999         VALUE 25.

      *ONE ROW PER SELLER ON THE MASTER. THE MASTER READS IN SELLER
      *ORDER, SO A NEW SELLER IS ALWAYS THE NEXT ROW. CASES ARE
      *KEPT APART FOR ORDERS AND CREDITS SO THE CREDIT SHARE IS
      *MEASURED IN CASES - A CREDIT CARRIES NO PRICE OF ITS OWN.
       01 SELLER-COUNT             PIC 9(4)        VALUE 0.
       01 SELLER-TABLE.
           05  SELLER-ROWS         OCCURS 500.
               10  ST-SELLER-NO    PIC 9(4).
               10  ST-LNAME        PIC X(15).
               10  ST-FNAME        PIC X(15).
               10  ST-ORDER-LINES  PIC 9(5).
               10  ST-ORDER-CASES  PIC 9(6).
               10  ST-CREDIT-CASES PIC 9(6).

      *ONE ROW PER ORDER (NOT PER FLAVOR LINE) WITH ITS TOTAL CASES.
       01 ORDER-COUNT              PIC 9(4)        VALUE 0.
       01 ORDER-TABLE.
           05  ORDER-ROWS          OCCURS 5000.
               10  OT-ORDER-NO     PIC 9(6).
               10  OT-SELLER-NO    PIC 9(4).
               10  OT-CUST-NAME    PIC X(20).
               10  OT-CASES        PIC 9(5).

      *HOW MANY ORDERS CAME IN AT EACH TOTAL CASE COUNT - THE MEDIAN
      *IS READ OFF THIS WITHOUT SORTING THE ORDERS. ANYTHING OVER
      *999 CASES COUNTS IN THE LAST SLOT.
       01 ORDERS-COUNTED           PIC 9(5)        VALUE 0.
       01 CASE-HISTOGRAM.
           05  HIST-ORDERS         PIC 9(5)        OCCURS 999.

      *THE ORDERS UNDER ONE PHONE NUMBER, HELD UNTIL WE KNOW HOW
      *MANY SELLERS IT BOUGHT THROUGH.
       01 GROUP-COUNT              PIC 9(4)        VALUE 0.
       01 PHONE-GROUP-TABLE.
           05  GROUP-ROWS          OCCURS 200.
               10  GR-SELLER-NO    PIC 9(4).
               10  GR-LNAME        PIC X(15).
               10  GR-FNAME        PIC X(15).
               10  GR-ORDER-NO     PIC 9(6).
               10  GR-CUST-NAME    PIC X(20).

       01 HOLD-PHONE-KEY.
           05  HOLD-PHONE          PIC X(12).
           05  HOLD-SELLER-NO      PIC 9(4).

      *THE ORDER AS IT STOOD BEFORE A CBLPOPMT CHANGE.
       01 MA-BEFORE-ORDER.
           COPY POPSALES.

       01 HOLD-MA-DATE.
           05  HOLD-MA-YY          PIC 9(4).
           05  HOLD-MA-MM          PIC 99.
           05  HOLD-MA-DD          PIC 99.

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS CAN TELL WHAT
      *RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01 EA-TITLE.
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

       01 EA-REPORT-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'SEASON EXCEPTION REVIEW'.

      *THE SECTION NOW PRINTING - REPEATED ON EVERY PAGE OF IT.
       01 SECTION-HEADING.
           05  O-SECTION-TITLE PIC X(80).

       01 SECTION-COLUMNS.
           05  O-SECTION-COLUMNS   PIC X(132).

       01 PHONE-COLUMNS.
           05  FILLER          PIC X(14)       VALUE 'CUSTOMER PHONE'.
           05  FILLER          PIC X(8)        VALUE 'SELLER'.
           05  FILLER          PIC X(33)       VALUE 'SELLER NAME'.
           05  FILLER          PIC X(8)        VALUE 'ORDER'.
           05  FILLER          PIC X(20)       VALUE 'CUSTOMER'.

       01 PHONE-LINE.
           05  O-PH-PHONE      PIC X(12).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PH-SELLER-NO  PIC 9(4).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-PH-LNAME      PIC X(15).
           05  FILLER          PIC X           VALUE ' '.
           05  O-PH-FNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PH-ORDER-NO   PIC 9(6).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PH-CUST-NAME  PIC X(20).

       01 MEDIAN-LINE.
           05  FILLER          PIC X(30)
                       VALUE 'MEDIAN ORDER (CASES):'.
           05  O-MD-MEDIAN     PIC ZZ9.
           05  FILLER          PIC X(6)        VALUE ' '.
           05  FILLER          PIC X(24)
                       VALUE 'LISTED ABOVE (CASES):'.
           05  O-MD-LIMIT      PIC ZZ,ZZ9.

       01 OUTLIER-COLUMNS.
           05  FILLER          PIC X(8)        VALUE 'ORDER'.
           05  FILLER          PIC X(8)        VALUE 'SELLER'.
           05  FILLER          PIC X(22)       VALUE 'CUSTOMER'.
           05  FILLER          PIC X(8)        VALUE ' CASES'.
           05  FILLER          PIC X(12)       VALUE 'X MEDIAN'.

       01 OUTLIER-LINE.
           05  O-OL-ORDER-NO   PIC 9(6).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-OL-SELLER-NO  PIC 9(4).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-OL-CUST-NAME  PIC X(20).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-OL-CASES      PIC ZZ,ZZ9.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-OL-TIMES      PIC ZZ9.9.

       01 CREDIT-COLUMNS.
           05  FILLER          PIC X(8)        VALUE 'SELLER'.
           05  FILLER          PIC X(33)       VALUE 'SELLER NAME'.
           05  FILLER          PIC X(10)       VALUE '  ORDERED'.
           05  FILLER          PIC X(10)       VALUE ' CREDITED'.
           05  FILLER          PIC X(10)       VALUE ' PERCENT'.

       01 CREDIT-LINE.
           05  O-CR-SELLER-NO  PIC 9(4).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-CR-LNAME      PIC X(15).
           05  FILLER          PIC X           VALUE ' '.
           05  O-CR-FNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CR-ORDERED    PIC ZZZ,ZZ9.
           05  FILLER          PIC XXX         VALUE ' '.
           05  O-CR-CREDITED   PIC ZZZ,ZZ9.
           05  FILLER          PIC XXX         VALUE ' '.
           05  O-CR-PCT        PIC ZZ,ZZ9.

       01 PAYMENT-COLUMNS.
           05  FILLER          PIC X(8)        VALUE 'SELLER'.
           05  FILLER          PIC X(33)       VALUE 'NAME ON PAYMENT'.
           05  FILLER          PIC X(15)       VALUE '        AMOUNT'.
           05  FILLER          PIC X(16)       VALUE '  KIND'.

       01 PAYMENT-LINE.
           05  O-PY-SELLER-NO  PIC 9(4).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-PY-LNAME      PIC X(15).
           05  FILLER          PIC X           VALUE ' '.
           05  O-PY-FNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PY-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER          PIC XXX         VALUE ' '.
           05  O-PY-KIND       PIC X(15).

       01 MAINT-COLUMNS.
           05  FILLER          PIC X(12)       VALUE 'CHANGED ON'.
           05  FILLER          PIC X(10)       VALUE 'AT'.
           05  FILLER          PIC X(8)        VALUE 'ACTION'.
           05  FILLER          PIC X(11)       VALUE 'KEY'.
           05  FILLER          PIC X(12)       VALUE 'WAS'.
           05  FILLER          PIC X(8)        VALUE 'ORDER'.
           05  FILLER          PIC X(22)       VALUE 'CUSTOMER'.
           05  FILLER          PIC X(10)       VALUE 'OPERATOR'.
           05  FILLER          PIC X(8)        VALUE 'APPROVER'.

       01 MAINT-LINE.
           05  O-MA-MM         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-MA-DD         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-MA-YY         PIC 9(4).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-TIME       PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-ACTION     PIC X(6).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-SELLER-NO  PIC 9(4).
           05  FILLER          PIC X           VALUE '/'.
           05  O-MA-ORDER-SEQ  PIC 9(4).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-STATUS     PIC X(10).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-ORDER-NO   PIC 9(6).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-CUST-NAME  PIC X(20).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-OPERATOR   PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-MA-APPROVER   PIC X(8).

       01 NONE-LINE.
           05  FILLER          PIC X(40)       VALUE 'NONE FOUND.'.

       01 NOTE-LINE.
           05  O-NOTE          PIC X(80).

       01 COUNT-LINE.
           05  O-CNT-LABEL     PIC X(50).
           05  O-CNT-VALUE     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-PHONE-KEY
               INPUT PROCEDURE IS 2000-RELEASE-ORDERS
                   THRU 2999-RELEASE-X
               OUTPUT PROCEDURE IS 3000-PHONE-SECTION
                   THRU 3999-PHONE-X.
           PERFORM 4000-OUTLIER-SECTION.
           PERFORM 5000-CREDIT-SECTION.
           PERFORM 6000-PAYMENT-SECTION.
           PERFORM 7000-MAINT-SECTION.
           PERFORM 8000-SUMMARY.
           PERFORM 9000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPEA' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           PERFORM 1050-CHECK-GENERATION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1100-LOAD-THRESHOLDS.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 999
                       MOVE 0 TO HIST-ORDERS(SUB).
           IF CB-FIRST-PASS
               OPEN OUTPUT EXCEPTION-OUT
           ELSE
               OPEN EXTEND EXCEPTION-OUT.

      *REFUSES TO RUN AGAINST AN ORDER MASTER THAT'S STALE OR NOT
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPEA - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPEA - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPEA - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1100-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF EA-FILE-STATUS = '00'
               READ THRESHOLD-FILE
                   AT END
                       MOVE 0 TO EA-MIN-SELLERS EA-CASE-MULTIPLE
                           EA-CREDIT-PCT
               END-READ
               IF EA-MIN-SELLERS IS NUMERIC AND EA-MIN-SELLERS > 1
                   MOVE EA-MIN-SELLERS TO T-MIN-SELLERS
               END-IF
               IF EA-CASE-MULTIPLE IS NUMERIC AND EA-CASE-MULTIPLE > 0
                   MOVE EA-CASE-MULTIPLE TO T-CASE-MULTIPLE
               END-IF
               IF EA-CREDIT-PCT IS NUMERIC AND EA-CREDIT-PCT > 0
                   MOVE EA-CREDIT-PCT TO T-CREDIT-PCT
               END-IF
               CLOSE THRESHOLD-FILE.

      *INPUT PROCEDURE - ONE PASS OF THE MASTER BUILDS THE SELLER
      *AND ORDER TABLES THE LATER SECTIONS WORK FROM, AND RELEASES
      *ONE SORT RECORD PER ORDER THAT CARRIES A CUSTOMER PHONE.
       2000-RELEASE-ORDERS.
           OPEN INPUT ORDER-MASTER.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START ORDER-MASTER KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 2900-READ.
           PERFORM 2010-TAKE-ONE-RECORD THRU 2010-X
               UNTIL EOF = 'TRUE'.
           CLOSE ORDER-MASTER.
           GO TO 2999-RELEASE-X.

       2010-TAKE-ONE-RECORD.
           IF SELLER-COUNT = 0
               PERFORM 2100-NEW-SELLER
           ELSE
               IF MS-SELLER-NO NOT = ST-SELLER-NO(SELLER-COUNT)
                   PERFORM 2100-NEW-SELLER.
           IF I-NUM-CASES OF MS-ORDER-DETAIL IS NOT NUMERIC
               PERFORM 2900-READ
               GO TO 2010-X.
      *A DONATION IS MONEY WITH NO POP BEHIND IT - IT IS NEITHER AN
      *ORDER LINE NOR A RETURN, SO IT STAYS OUT OF THE RATES.
           IF IS-DONATION OF MS-ORDER-DETAIL
               PERFORM 2900-READ
               GO TO 2010-X.
           IF IS-CREDIT OF MS-ORDER-DETAIL
               ADD I-NUM-CASES OF MS-ORDER-DETAIL
                   TO ST-CREDIT-CASES(SELLER-COUNT)
               PERFORM 2900-READ
               GO TO 2010-X.
           ADD 1 TO ST-ORDER-LINES(SELLER-COUNT).
           ADD I-NUM-CASES OF MS-ORDER-DETAIL
               TO ST-ORDER-CASES(SELLER-COUNT).
           PERFORM 2200-FIND-ORDER.
           IF FOUND-SW NOT = 'TRUE'
               PERFORM 2300-NEW-ORDER.
           ADD I-NUM-CASES OF MS-ORDER-DETAIL TO OT-CASES(SUB).
           PERFORM 2900-READ.

       2010-X.
           EXIT.

       2100-NEW-SELLER.
           IF SELLER-COUNT < 500
               ADD 1 TO SELLER-COUNT
               MOVE MS-SELLER-NO TO ST-SELLER-NO(SELLER-COUNT)
               MOVE I-LNAME OF MS-ORDER-DETAIL TO ST-LNAME(SELLER-COUNT)
               MOVE I-FNAME OF MS-ORDER-DETAIL TO ST-FNAME(SELLER-COUNT)
               MOVE 0 TO ST-ORDER-LINES(SELLER-COUNT)
                   ST-ORDER-CASES(SELLER-COUNT)
                   ST-CREDIT-CASES(SELLER-COUNT)
           ELSE
               DISPLAY 'CBLPOPEA - SELLERS EXCEED 500 - ENLARGE TABLE'
               STOP RUN.

      *THE FLAVOR LINES OF ONE ORDER SHARE ITS NUMBER - THEY ADD TO
      *THE ORDER'S ROW RATHER THAN STARTING ONE OF THEIR OWN.
       2200-FIND-ORDER.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > ORDER-COUNT OR FOUND-SW = 'TRUE'
                       IF OT-ORDER-NO(SUB) =
                               I-ORDER-NO OF MS-ORDER-DETAIL
                           MOVE 'TRUE' TO FOUND-SW.
           IF FOUND-SW = 'TRUE'
               SUBTRACT 1 FROM SUB.

       2300-NEW-ORDER.
           IF ORDER-COUNT < 5000
               ADD 1 TO ORDER-COUNT
               MOVE ORDER-COUNT TO SUB
               MOVE I-ORDER-NO OF MS-ORDER-DETAIL TO OT-ORDER-NO(SUB)
               MOVE MS-SELLER-NO TO OT-SELLER-NO(SUB)
               MOVE I-CUST-NAME OF MS-ORDER-DETAIL TO OT-CUST-NAME(SUB)
               MOVE 0 TO OT-CASES(SUB)
           ELSE
               DISPLAY 'CBLPOPEA - ORDERS EXCEED 5000 - ENLARGE TABLE'
               STOP RUN.
           IF I-CUST-PHONE OF MS-ORDER-DETAIL NOT = SPACES
               MOVE I-CUST-PHONE OF MS-ORDER-DETAIL TO SR-PHONE
               MOVE MS-SELLER-NO TO SR-SELLER-NO
               MOVE I-ORDER-NO OF MS-ORDER-DETAIL TO SR-ORDER-NO
               MOVE I-CUST-NAME OF MS-ORDER-DETAIL TO SR-CUST-NAME
               MOVE I-LNAME OF MS-ORDER-DETAIL TO SR-LNAME
               MOVE I-FNAME OF MS-ORDER-DETAIL TO SR-FNAME
               RELEASE SR-RECORD.

      *THE MASTER'S CONTROL-TOTAL TRAILER SORTS AHEAD OF EVERY
      *SELLER NUMBER, SO IT COMES BACK FIRST INSTEAD OF LAST - SKIP
      *IT SO ONLY REAL ORDERS ARE REVIEWED.
       2900-READ.
           READ ORDER-MASTER
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND IS-TRAILER-RECORD
               READ ORDER-MASTER
                   AT END
                       MOVE 'TRUE' TO EOF
               END-READ
               IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ.

       2999-RELEASE-X.
           EXIT.

      *OUTPUT PROCEDURE - THE ORDERS COME BACK GROUPED BY PHONE.
      *EACH PHONE'S ORDERS ARE HELD UNTIL THE NUMBER CHANGES, THEN
      *PRINTED IF THEY WENT THROUGH T-MIN-SELLERS OR MORE SELLERS.
      *THE SAME HOUSEHOLD BUYING FROM TWO KIDS IS OFTEN INNOCENT;
      *ONE PHONE SPREAD ACROSS HALF THE ROSTER IS HOW A PRIZE TIER
      *GETS PADDED.
       3000-PHONE-SECTION.
           MOVE 'ONE CUSTOMER PHONE BUYING THROUGH SEVERAL SELLERS'
               TO O-SECTION-TITLE.
           MOVE PHONE-COLUMNS TO O-SECTION-COLUMNS.
           PERFORM 9900-HEADINGS.
           MOVE SPACES TO HOLD-PHONE.
           PERFORM 3900-RETURN.
           PERFORM 3010-TAKE-ONE-SORTED THRU 3010-X
               UNTIL SORT-EOF = 'TRUE'.
           PERFORM 3100-CLOSE-PHONE-GROUP.
           IF C-PHONE-FLAGS = 0
               PERFORM 9950-PRINT-NONE.
           GO TO 3999-PHONE-X.

       3010-TAKE-ONE-SORTED.
           IF SR-PHONE NOT = HOLD-PHONE
               PERFORM 3100-CLOSE-PHONE-GROUP
               MOVE SR-PHONE TO HOLD-PHONE
               MOVE 0 TO GROUP-COUNT C-GROUP-SELLERS
               MOVE 0 TO HOLD-SELLER-NO.
           IF GROUP-COUNT = 0 OR SR-SELLER-NO NOT = HOLD-SELLER-NO
               ADD 1 TO C-GROUP-SELLERS
               MOVE SR-SELLER-NO TO HOLD-SELLER-NO.
           IF GROUP-COUNT < 200
               ADD 1 TO GROUP-COUNT
           ELSE
               DISPLAY 'CBLPOPEA - ORDERS ON ONE PHONE EXCEED 200 -
      -            ' ENLARGE TABLE'
               STOP RUN.
           MOVE SR-SELLER-NO TO GR-SELLER-NO(GROUP-COUNT).
           MOVE SR-LNAME TO GR-LNAME(GROUP-COUNT).
           MOVE SR-FNAME TO GR-FNAME(GROUP-COUNT).
           MOVE SR-ORDER-NO TO GR-ORDER-NO(GROUP-COUNT).
           MOVE SR-CUST-NAME TO GR-CUST-NAME(GROUP-COUNT).
           PERFORM 3900-RETURN.

       3010-X.
           EXIT.

       3100-CLOSE-PHONE-GROUP.
           IF GROUP-COUNT > 0 AND C-GROUP-SELLERS >= T-MIN-SELLERS
               ADD 1 TO C-PHONE-FLAGS
               PERFORM 3110-PRINT-GROUP-ROW
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > GROUP-COUNT.
           MOVE 0 TO GROUP-COUNT.

       3110-PRINT-GROUP-ROW.
           MOVE HOLD-PHONE TO O-PH-PHONE.
           MOVE GR-SELLER-NO(SUB) TO O-PH-SELLER-NO.
           MOVE GR-LNAME(SUB) TO O-PH-LNAME.
           MOVE GR-FNAME(SUB) TO O-PH-FNAME.
           MOVE GR-ORDER-NO(SUB) TO O-PH-ORDER-NO.
           MOVE GR-CUST-NAME(SUB) TO O-PH-CUST-NAME.
           IF SUB = 1
               WRITE PRINTLINE FROM PHONE-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
           ELSE
               WRITE PRINTLINE FROM PHONE-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS.
           ADD 1 TO C-LINES-PRINTED.

       3900-RETURN.
           RETURN SORT-FILE
               AT END
                   MOVE 'TRUE' TO SORT-EOF.

       3999-PHONE-X.
           EXIT.

      *THE SEASON'S TYPICAL ORDER IS THE MEDIAN, NOT THE AVERAGE -
      *ONE RUNAWAY ORDER WOULD DRAG AN AVERAGE UP AND HIDE ITSELF.
      *AN ORDER OVER T-CASE-MULTIPLE TIMES THE MEDIAN IS LISTED.
       4000-OUTLIER-SECTION.
           MOVE 'ORDERS FAR ABOVE THE SEASON''S TYPICAL CASE COUNT'
               TO O-SECTION-TITLE.
           MOVE OUTLIER-COLUMNS TO O-SECTION-COLUMNS.
           PERFORM 9900-HEADINGS.
           PERFORM 4010-COUNT-ONE-ORDER
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > ORDER-COUNT.
           IF ORDERS-COUNTED = 0
               PERFORM 9950-PRINT-NONE
           ELSE
               COMPUTE C-MEDIAN-AT = (ORDERS-COUNTED + 1) / 2
               MOVE 0 TO C-RUNNING
               PERFORM 4050-ADD-ONE-SLOT
                   VARYING SUB FROM 1 BY 1
                       UNTIL C-RUNNING >= C-MEDIAN-AT
               COMPUTE C-MEDIAN = SUB - 1
               COMPUTE C-OUTLIER-LIMIT = C-MEDIAN * T-CASE-MULTIPLE
               MOVE C-MEDIAN TO O-MD-MEDIAN
               MOVE C-OUTLIER-LIMIT TO O-MD-LIMIT
               WRITE PRINTLINE FROM MEDIAN-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 4100-CHECK-ONE-ORDER
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > ORDER-COUNT
               IF C-OUTLIER-FLAGS = 0
                   PERFORM 9950-PRINT-NONE.

      *AN ORDER CREDITED DOWN TO NOTHING HAS NO CASE COUNT TO WEIGH.
       4010-COUNT-ONE-ORDER.
           IF OT-CASES(SUB) > 0
               ADD 1 TO ORDERS-COUNTED
               IF OT-CASES(SUB) > 999
                   ADD 1 TO HIST-ORDERS(999)
               ELSE
                   ADD 1 TO HIST-ORDERS(OT-CASES(SUB)).

      *WALKS THE HISTOGRAM UP TO THE MIDDLE ORDER - THE SLOT IT
      *STOPS IN IS THE MEDIAN CASE COUNT.
       4050-ADD-ONE-SLOT.
           ADD HIST-ORDERS(SUB) TO C-RUNNING.

       4100-CHECK-ONE-ORDER.
           IF OT-CASES(SUB) > C-OUTLIER-LIMIT
               ADD 1 TO C-OUTLIER-FLAGS
               MOVE OT-ORDER-NO(SUB) TO O-OL-ORDER-NO
               MOVE OT-SELLER-NO(SUB) TO O-OL-SELLER-NO
               MOVE OT-CUST-NAME(SUB) TO O-OL-CUST-NAME
               MOVE OT-CASES(SUB) TO O-OL-CASES
               COMPUTE C-TIMES-MEDIAN ROUNDED =
                   OT-CASES(SUB) / C-MEDIAN
               MOVE C-TIMES-MEDIAN TO O-OL-TIMES
               WRITE PRINTLINE FROM OUTLIER-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
               ADD 1 TO C-LINES-PRINTED.

      *CREDITS MEASURED IN CASES AGAINST THE CASES THE SELLER
      *ORDERED. A SELLER WITH CREDITS AND NO ORDERS AT ALL IS
      *LISTED AT ANY LIMIT.
       5000-CREDIT-SECTION.
           MOVE 'SELLERS WHOSE CREDITS ARE A LARGE SHARE OF THEIR SALES'
               TO O-SECTION-TITLE.
           MOVE CREDIT-COLUMNS TO O-SECTION-COLUMNS.
           PERFORM 9900-HEADINGS.
           PERFORM 5010-CHECK-ONE-SELLER
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SELLER-COUNT.
           IF C-CREDIT-FLAGS = 0
               PERFORM 9950-PRINT-NONE.

       5010-CHECK-ONE-SELLER.
           IF ST-CREDIT-CASES(SUB) > 0
               IF ST-ORDER-CASES(SUB) = 0
                   MOVE 999 TO C-CREDIT-PCT
               ELSE
                   COMPUTE C-CREDIT-PCT ROUNDED =
                       ST-CREDIT-CASES(SUB) * 100 / ST-ORDER-CASES(SUB)
               END-IF
               IF C-CREDIT-PCT >= T-CREDIT-PCT
                   ADD 1 TO C-CREDIT-FLAGS
                   MOVE ST-SELLER-NO(SUB) TO O-CR-SELLER-NO
                   MOVE ST-LNAME(SUB) TO O-CR-LNAME
                   MOVE ST-FNAME(SUB) TO O-CR-FNAME
                   MOVE ST-ORDER-CASES(SUB) TO O-CR-ORDERED
                   MOVE ST-CREDIT-CASES(SUB) TO O-CR-CREDITED
                   MOVE C-CREDIT-PCT TO O-CR-PCT
                   WRITE PRINTLINE FROM CREDIT-LINE
                       AFTER ADVANCING 1 LINES
                           AT EOP
                               PERFORM 9900-HEADINGS
                   END-WRITE
                   ADD 1 TO C-LINES-PRINTED.

      *MONEY POSTED TO A SELLER WITH NOTHING ORDERED - A MISKEYED
      *SELLER NUMBER AT BEST, AND THE ORDER IT BELONGS TO IS SHORT.
       6000-PAYMENT-SECTION.
           MOVE 'PAYMENTS FOR SELLERS WITH NO ORDERS'
               TO O-SECTION-TITLE.
           MOVE PAYMENT-COLUMNS TO O-SECTION-COLUMNS.
           PERFORM 9900-HEADINGS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAY-FILE-STATUS NOT = '00'
               MOVE 'NO PAYMENT FILE - NOTHING POSTED YET.' TO O-NOTE
               WRITE PRINTLINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 6900-READ-PAYMENT
               PERFORM 6010-CHECK-ONE-PAYMENT
                   UNTIL PAY-EOF = 'TRUE'
               CLOSE PAYMENTS-FILE
               IF C-PAYMENT-FLAGS = 0
                   PERFORM 9950-PRINT-NONE.

       6010-CHECK-ONE-PAYMENT.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > SELLER-COUNT OR FOUND-SW = 'TRUE'
                       IF ST-SELLER-NO(SUB2) = PAY-SELLER-NO AND
                               ST-ORDER-LINES(SUB2) > 0
                           MOVE 'TRUE' TO FOUND-SW.
           IF FOUND-SW NOT = 'TRUE' AND PAY-CLUB-CODE = CB-CLUB-CODE
               ADD 1 TO C-PAYMENT-FLAGS
               MOVE PAY-SELLER-NO TO O-PY-SELLER-NO
               MOVE PAY-LNAME TO O-PY-LNAME
               MOVE PAY-FNAME TO O-PY-FNAME
               MOVE PAY-AMOUNT TO O-PY-AMOUNT
               IF PAY-RETURNED-CHECK
                   MOVE 'RETURNED CHECK' TO O-PY-KIND
               ELSE
                   IF PAY-BANK-FEE
                       MOVE 'BANK FEE' TO O-PY-KIND
                   ELSE
                       MOVE 'RECEIPT' TO O-PY-KIND
                   END-IF
               END-IF
               WRITE PRINTLINE FROM PAYMENT-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
               ADD 1 TO C-LINES-PRINTED.
           PERFORM 6900-READ-PAYMENT.

       6900-READ-PAYMENT.
           READ PAYMENTS-FILE
               AT END
                   MOVE 'TRUE' TO PAY-EOF.
           IF PAY-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ.

      *ONCE AN ORDER IS DELIVERED OR PAID THE CASES HAVE LEFT THE
      *TRUCK AND THE MONEY IS COUNTED - A CHANGE AFTER THAT SHOULD
      *HAVE GONE THROUGH AS A CREDIT, NOT A QUIET EDIT.
       7000-MAINT-SECTION.
           MOVE 'ORDERS CHANGED AFTER THEY WERE DELIVERED OR PAID'
               TO O-SECTION-TITLE.
           MOVE MAINT-COLUMNS TO O-SECTION-COLUMNS.
           PERFORM 9900-HEADINGS.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MA-FILE-STATUS NOT = '00'
               MOVE 'NO MAINTENANCE TRAIL - NO CHANGES MADE YET.'
                   TO O-NOTE
               WRITE PRINTLINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 7900-READ-TRAIL
               PERFORM 7010-CHECK-ONE-CHANGE
                   UNTIL MA-EOF = 'TRUE'
               CLOSE MAINT-AUDIT-FILE
               IF C-MAINT-FLAGS = 0
                   PERFORM 9950-PRINT-NONE.

       7010-CHECK-ONE-CHANGE.
           IF (MA-ACTION = 'C' OR 'D') AND
                   (MA-STATUS-BEFORE = 'D' OR 'P') AND
                   MA-CLUB-CODE = CB-CLUB-CODE
               ADD 1 TO C-MAINT-FLAGS
               MOVE MA-DATE TO HOLD-MA-DATE
               MOVE HOLD-MA-MM TO O-MA-MM
               MOVE HOLD-MA-DD TO O-MA-DD
               MOVE HOLD-MA-YY TO O-MA-YY
               MOVE MA-TIME TO O-MA-TIME
               IF MA-ACTION = 'C'
                   MOVE 'CHANGE' TO O-MA-ACTION
               ELSE
                   MOVE 'DELETE' TO O-MA-ACTION
               END-IF
               MOVE MA-SELLER-NO TO O-MA-SELLER-NO
               MOVE MA-ORDER-SEQ TO O-MA-ORDER-SEQ
               IF MA-STATUS-BEFORE = 'D'
                   MOVE 'DELIVERED' TO O-MA-STATUS
               ELSE
                   MOVE 'PAID' TO O-MA-STATUS
               END-IF
               MOVE MA-BEFORE-DETAIL TO MA-BEFORE-ORDER
               MOVE I-ORDER-NO OF MA-BEFORE-ORDER TO O-MA-ORDER-NO
               MOVE I-CUST-NAME OF MA-BEFORE-ORDER TO O-MA-CUST-NAME
               MOVE MA-OPERATOR-ID TO O-MA-OPERATOR
               MOVE MA-APPROVER-ID TO O-MA-APPROVER
               WRITE PRINTLINE FROM MAINT-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
               ADD 1 TO C-LINES-PRINTED.
           PERFORM 7900-READ-TRAIL.

       7900-READ-TRAIL.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE 'TRUE' TO MA-EOF.
           IF MA-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ.

       8000-SUMMARY.
           MOVE 'SUMMARY' TO O-SECTION-TITLE.
           MOVE SPACES TO O-SECTION-COLUMNS.
           PERFORM 9900-HEADINGS.
           MOVE 'PHONES BUYING THROUGH SEVERAL SELLERS:'
               TO O-CNT-LABEL.
           MOVE C-PHONE-FLAGS TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ORDERS FAR ABOVE THE MEDIAN:' TO O-CNT-LABEL.
           MOVE C-OUTLIER-FLAGS TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'SELLERS WITH A HIGH CREDIT SHARE:' TO O-CNT-LABEL.
           MOVE C-CREDIT-FLAGS TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENTS FOR SELLERS WITH NO ORDERS:' TO O-CNT-LABEL.
           MOVE C-PAYMENT-FLAGS TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CHANGES AFTER DELIVERY OR PAYMENT:' TO O-CNT-LABEL.
           MOVE C-MAINT-FLAGS TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           COMPUTE C-TOTAL-FLAGS = C-PHONE-FLAGS + C-OUTLIER-FLAGS +
               C-CREDIT-FLAGS + C-PAYMENT-FLAGS + C-MAINT-FLAGS.
           MOVE 'TOTAL ITEMS FOR REVIEW:' TO O-CNT-LABEL.
           MOVE C-TOTAL-FLAGS TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.

       9000-CLOSING.
           CLOSE EXCEPTION-OUT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-LINES-PRINTED TO RG-RECORDS-WRITTEN.
           MOVE C-TOTAL-FLAGS TO RG-WARN-CTR.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *EVERY SECTION STARTS A PAGE, AND A SECTION RUNNING OVER A
      *PAGE REPEATS ITS TITLE AND COLUMNS.
       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM EA-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM EA-REPORT-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           IF O-SECTION-COLUMNS NOT = SPACES
               WRITE PRINTLINE FROM SECTION-COLUMNS
                   AFTER ADVANCING 2 LINES.

       9950-PRINT-NONE.
           WRITE PRINTLINE FROM NONE-LINE
               AFTER ADVANCING 2 LINES.
