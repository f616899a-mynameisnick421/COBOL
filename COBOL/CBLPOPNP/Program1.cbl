             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPNP.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  SEASON PROFIT AND LOSS - WHAT THE CLUB *
      *  ACTUALLY MADE. EVERY ORDER AND CREDIT  *
      *  ON THE MASTER IS PRICED BY CBLPOPVC    *
      *  THE SAME AS THE EDIT PASS; FROM THE    *
      *  SALES COME THE CREDITS, THE 'F'        *
      *  REFUNDS, THE BOTTLE DEPOSITS WE ONLY   *
      *  PASS THROUGH TO THE STATE, THE COST OF *
      *  GOODS OFF THE DISTRIBUTOR INVOICES     *
      *  CBLPOPTM MATCHED (CBLPOPIL.DAT), AND   *
      *  THE DAMAGE WRITE-OFFS ON THE INVENTORY *
      *  LEDGER, PRICED AT WHAT THE FLAVOR COST *
      *  US. PRINTS NET PROCEEDS AND MARGIN PER *
      *  CASE BY FLAVOR, THEN BY TEAM, THEN THE *
      *  SEASON STATEMENT, AND LEAVES THE       *
      *  STATEMENT IN CBLPOPNX.DAT FOR THE      *
      *  CLOSING CERTIFICATE - SEE CBLPOPSC.    *
      *                                         *
      *  THE INVOICES AND WRITE-OFFS CARRY A    *
      *  FLAVOR BUT NO TEAM, SO EACH FLAVOR'S   *
      *  COST IS SHARED OUT TO THE TEAMS BY THE *
      *  CASES OF IT THEY SOLD. A FLAVOR BOUGHT *
      *  BUT NEVER SOLD HAS NO TEAM TO CARRY    *
      *  IT AND PRINTS AS UNALLOCATED, SO THE   *
      *  TEAM PAGE STILL FOOTS TO THE SEASON.   *
      *  ONE PASS COVERS ONE CLUB. THE LEAGUE   *
      *  BUYS FOR EVERY CLUB ON ONE SET OF      *
      *  INVOICES, SO A FLAVOR'S COST IS FIRST  *
      *  SHARED ACROSS THE CLUBS BY THE CASES   *
      *  OF IT EACH SOLD, THEN TO THE TEAMS.    *
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

      *BILLED CASES AND DOLLARS PER FLAVOR PER MATCH RUN - SEE
      *CBLPOPTM.
           SELECT INVOICE-LINE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IL-FILE-STATUS.

      *THE INVENTORY LEDGER - ONLY ITS 'W' WRITE-OFFS MATTER HERE.
           SELECT INV-LEDGER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IT-FILE-STATUS.

      *THE SEASON STATEMENT, ONE RECORD PER CLUB, REWRITTEN EACH RUN
      *- THE CLOSING CERTIFICATE PRINTS IT. SEE CBLPOPSC.
           SELECT PL-SUMMARY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPNX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PL-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPNP.PRT'
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

       FD INVOICE-LINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IL-RECORD
           RECORD CONTAINS 31 CHARACTERS.
       01 IL-RECORD.
           05  IL-INVOICE-NO       PIC X(12).
           05  IL-LINE-NO          PIC 99.
           05  IL-POP-TYPE         PIC 99.
           05  IL-CASES            PIC 9(6).
           05  IL-AMOUNT           PIC 9(7)V99.

       FD INV-LEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IT-RECORD
           RECORD CONTAINS 27 CHARACTERS.
       01 IT-RECORD.
           05  IT-TRANS-TYPE       PIC X.
               88  IT-RECEIPT      VALUE 'R'.
               88  IT-ISSUE        VALUE 'I'.
               88  IT-WRITE-OFF    VALUE 'W'.
           05  IT-POP-TYPE         PIC 99.
           05  IT-CASES            PIC 9(6).
           05  IT-DATE             PIC 9(8).
           05  IT-REFERENCE        PIC X(10).

       FD PL-SUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NX-RECORD
           RECORD CONTAINS 95 CHARACTERS.
       01 NX-RECORD.
           05  NX-RUN-DATE         PIC 9(8).
           05  NX-CASES            PIC S9(7).
           05  NX-SALES            PIC S9(9)V99.
           05  NX-CREDITS          PIC S9(9)V99.
           05  NX-REFUNDS          PIC S9(9)V99.
           05  NX-DEPOSITS         PIC S9(9)V99.
           05  NX-COGS             PIC S9(9)V99.
           05  NX-WRITE-OFFS       PIC S9(9)V99.
           05  NX-NET              PIC S9(9)V99.
           05  NX-CLUB-CODE        PIC X(3).

       FD PL-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-FILE-STATUS  PIC XX.
           05  IL-FILE-STATUS  PIC XX.
           05  IT-FILE-STATUS  PIC XX.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  SD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SM-EOF          PIC X(5)        VALUE 'FALSE'.
           05  IL-EOF          PIC X(5)        VALUE 'FALSE'.
           05  IT-EOF          PIC X(5)        VALUE 'FALSE'.
           05  LC-EOF          PIC X(5)        VALUE 'FALSE'.
           05  LC-CLUB-CODE    PIC X(3).
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-TEAM-SUB      PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-LINES-PRINTED PIC 9(6)        VALUE 0.
           05  C-EXCEPTIONS    PIC 9(4)        VALUE 0.
           05  C-CASES         PIC S9(7)       VALUE 0.
           05  C-UNIT-COST     PIC 9(4)V9(4)   VALUE 0.
           05  C-CASES-LEFT    PIC 9(7)        VALUE 0.
           05  C-COGS-LEFT     PIC S9(9)V99    VALUE 0.
           05  C-WO-LEFT       PIC S9(9)V99    VALUE 0.
           05  C-SHARE         PIC S9(9)V99    VALUE 0.
      *GIFTS TAKEN IN WITH NO POP BEHIND THEM - SHOWN UNDER THE
      *STATEMENT, OUTSIDE THE POP SALE'S NET.
           05  C-DONATIONS     PIC 9(9)V99     VALUE 0.

      *THE TEAMS CBLNLH05 TOTALS - A TEAM'S SLOT IS ITS LETTER'S
      *PLACE IN THE LIST.
       01 TEAM-LETTER-LIST         PIC X(5)        VALUE 'ABCDE'.
       01 TEAM-LETTER-TABLE REDEFINES TEAM-LETTER-LIST.
           05  TEAM-LETTER         PIC X           OCCURS 5.

      *ONE SET OF P&L FIGURES PER FLAVOR AND PER TEAM, LAID OUT THE
      *SAME SO EITHER MOVES INTO PL-FIGURES FOR PRINTING. CASES ARE
      *NET OF CASES CREDITED BACK; ALL FIGURES ARE SIGNED SO A
      *CREDIT-HEAVY ROW CAN'T WRAP.
       01 FLAVOR-TABLE.
           05  FLAVOR-ROWS         OCCURS 50.
               10  FL-FIGURES.
                   15  FL-CASES        PIC S9(7).
                   15  FL-SALES        PIC S9(9)V99.
                   15  FL-CREDITS      PIC S9(9)V99.
                   15  FL-REFUNDS      PIC S9(9)V99.
                   15  FL-DEPOSITS     PIC S9(9)V99.
                   15  FL-COGS         PIC S9(9)V99.
                   15  FL-WRITE-OFFS   PIC S9(9)V99.
                   15  FL-NET          PIC S9(9)V99.
               10  FL-INV-CASES        PIC 9(7).
               10  FL-INV-AMOUNT       PIC 9(9)V99.
               10  FL-WO-CASES         PIC 9(7).

       01 TEAM-TABLE.
           05  TEAM-ROWS           OCCURS 5.
               10  TM-FIGURES.
                   15  TM-CASES        PIC S9(7).
                   15  TM-SALES        PIC S9(9)V99.
                   15  TM-CREDITS      PIC S9(9)V99.
                   15  TM-REFUNDS      PIC S9(9)V99.
                   15  TM-DEPOSITS     PIC S9(9)V99.
                   15  TM-COGS         PIC S9(9)V99.
                   15  TM-WRITE-OFFS   PIC S9(9)V99.
                   15  TM-NET          PIC S9(9)V99.
      *NET CASES OF EACH FLAVOR THE TEAM SOLD - THE WEIGHTS ITS
      *SHARE OF THE FLAVOR'S COST IS FIGURED ON.
               10  TM-FLAVOR-CASES     PIC S9(7)   OCCURS 50.

      *EVERY CLUB'S NET CASES OF EACH FLAVOR, AND THE CLUB BEING
      *COUNTED - WHAT A FLAVOR'S COST IS SHARED ACROSS THE CLUBS ON.
       01 LEAGUE-CASE-TABLE.
           05  LC-FLAVOR-CASES     PIC S9(7)       OCCURS 50.
           05  LC-CLUB-CASES       PIC S9(7)       OCCURS 50.

      *COST NO TEAM SOLD A CASE OF.
       01 UNALLOCATED-FIGURES.
           05  UN-CASES            PIC S9(7)       VALUE 0.
           05  UN-SALES            PIC S9(9)V99    VALUE 0.
           05  UN-CREDITS          PIC S9(9)V99    VALUE 0.
           05  UN-REFUNDS          PIC S9(9)V99    VALUE 0.
           05  UN-DEPOSITS         PIC S9(9)V99    VALUE 0.
           05  UN-COGS             PIC S9(9)V99    VALUE 0.
           05  UN-WRITE-OFFS       PIC S9(9)V99    VALUE 0.
           05  UN-NET              PIC S9(9)V99    VALUE 0.

       01 GRAND-FIGURES.
           05  GT-CASES            PIC S9(7)       VALUE 0.
           05  GT-SALES            PIC S9(9)V99    VALUE 0.
           05  GT-CREDITS          PIC S9(9)V99    VALUE 0.
           05  GT-REFUNDS          PIC S9(9)V99    VALUE 0.
           05  GT-DEPOSITS         PIC S9(9)V99    VALUE 0.
           05  GT-COGS             PIC S9(9)V99    VALUE 0.
           05  GT-WRITE-OFFS       PIC S9(9)V99    VALUE 0.
           05  GT-NET              PIC S9(9)V99    VALUE 0.

      *THE ROW BEING PRINTED.
       01 PL-FIGURES.
           05  PL-CASES            PIC S9(7).
           05  PL-SALES            PIC S9(9)V99.
           05  PL-CREDITS          PIC S9(9)V99.
           05  PL-REFUNDS          PIC S9(9)V99.
           05  PL-DEPOSITS         PIC S9(9)V99.
           05  PL-COGS             PIC S9(9)V99.
           05  PL-WRITE-OFFS       PIC S9(9)V99.
           05  PL-NET              PIC S9(9)V99.

      *EACH INVOICE'S BILLED CASES AND DOLLARS BY FLAVOR, AS OF ITS
      *LATEST MATCH RUN.
       01 INVOICE-COUNT            PIC 9(4)        VALUE 0.
       01 INVOICE-COST-TABLE.
           05  INVOICE-ROWS        OCCURS 100.
               10  IC-INVOICE-NO   PIC X(12).
               10  IC-FLAVORS      OCCURS 50.
                   15  IC-CASES    PIC 9(6).
                   15  IC-AMOUNT   PIC 9(7)V99.

      *RATE TABLES, PRODUCT MASTER AND ROSTER - THE SAME ONES
      *CBLNLH05 LOADS, SO CBLPOPVC PRICES EVERY RECORD HERE EXACTLY
      *AS THE EDIT PASS DID.
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

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-DATE-NUM REDEFINES I-DATE
                               PIC 9(8).
           05  I-TIME          PIC X(11).

       01 PL-TITLE.
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

       01 PL-REPORT-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'SEASON PROFIT AND LOSS'.

       01 FLAVOR-HEADING.
           05  FILLER          PIC X(40)       VALUE 'BY FLAVOR'.

       01 TEAM-HEADING.
           05  FILLER          PIC X(40)       VALUE 'BY TEAM'.

       01 STATEMENT-HEADING.
           05  FILLER          PIC X(40)       VALUE 'SEASON STATEMENT'.

       01 DETAIL-COLUMN-HEADING.
           05  FILLER          PIC X(18)       VALUE ' '.
           05  FILLER          PIC X(8)        VALUE '  NET'.
           05  FILLER          PIC X(12)       VALUE ' '.
           05  FILLER          PIC X(12)       VALUE ' '.
           05  FILLER          PIC X(12)       VALUE ' '.
           05  FILLER          PIC X(12)       VALUE '    DEPOSIT'.
           05  FILLER          PIC X(12)       VALUE '    COST OF'.
           05  FILLER          PIC X(12)       VALUE ' '.
           05  FILLER          PIC X(12)       VALUE '        NET'.
           05  FILLER          PIC X(10)       VALUE '  MARGIN'.

       01 DETAIL-COLUMN-HEADING-2.
           05  FILLER          PIC X(18)       VALUE ' '.
           05  FILLER          PIC X(8)        VALUE ' CASES'.
           05  FILLER          PIC X(12)       VALUE '      SALES'.
           05  FILLER          PIC X(12)       VALUE '    CREDITS'.
           05  FILLER          PIC X(12)       VALUE '    REFUNDS'.
           05  FILLER          PIC X(12)       VALUE '    PASSED '.
           05  FILLER          PIC X(12)       VALUE '      GOODS'.
           05  FILLER          PIC X(12)       VALUE ' WRITE-OFFS'.
           05  FILLER          PIC X(12)       VALUE '   PROCEEDS'.
           05  FILLER          PIC X(10)       VALUE 'PER CASE'.

       01 DETAIL-LINE.
           05  O-PL-NAME       PIC X(16).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PL-CASES      PIC ZZ,ZZ9-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-SALES      PIC $$$,$$9.99-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-CREDITS    PIC $$$,$$9.99-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-REFUNDS    PIC $$$,$$9.99-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-DEPOSITS   PIC $$$,$$9.99-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-COGS       PIC $$$,$$9.99-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-WRITE-OFFS PIC $$$,$$9.99-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-NET        PIC $$$,$$9.99-.
           05  FILLER          PIC X           VALUE ' '.
           05  O-PL-PER-CASE   PIC $$,$$9.99-.

       01 C-PER-CASE               PIC S9(5)V99    VALUE 0.

       01 STATEMENT-LINE.
           05  O-SL-LABEL      PIC X(40).
           05  O-SL-AMOUNT     PIC $$$,$$$,$$9.99-.

       01 STATEMENT-CASES-LINE.
           05  O-SC-LABEL      PIC X(40).
           05  O-SC-CASES      PIC ZZZ,ZZZ,ZZ9-.

       01 EXCEPTION-LINE.
           05  FILLER          PIC X(40)
                       VALUE 'RECORDS LEFT OUT - FAILED THE EDIT:'.
           05  O-EX-COUNT      PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-TAKE-ONE-RECORD
               UNTIL EOF = 'TRUE'.
           PERFORM 3000-COST-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           PERFORM 3200-NET-ONE-TEAM
               VARYING C-TEAM-SUB FROM 1 BY 1
                   UNTIL C-TEAM-SUB > 5.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 5000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPNP' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           PERFORM 1050-CHECK-GENERATION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1100-CLEAR-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           PERFORM 1110-CLEAR-ONE-TEAM
               VARYING C-TEAM-SUB FROM 1 BY 1
                   UNTIL C-TEAM-SUB > 5.
           PERFORM 1150-LOAD-STATE-TABLE.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1168-LOAD-SELLER-MASTER.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1300-LOAD-INVOICE-LINES.
           PERFORM 1400-LOAD-WRITE-OFFS.
           PERFORM 1500-COUNT-LEAGUE-CASES.
           OPEN INPUT ORDER-MASTER.
           IF CB-FIRST-PASS
               OPEN OUTPUT PL-OUT
           ELSE
               OPEN EXTEND PL-OUT.
           PERFORM 9900-HEADINGS.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START ORDER-MASTER KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 9000-READ.

      *REFUSES TO RUN AGAINST AN ORDER MASTER THAT'S STALE OR NOT
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPNP - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPNP - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPNP - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1100-CLEAR-ONE-FLAVOR.
           MOVE 0 TO FL-CASES(SUB) FL-SALES(SUB) FL-CREDITS(SUB)
               FL-REFUNDS(SUB) FL-DEPOSITS(SUB) FL-COGS(SUB)
               FL-WRITE-OFFS(SUB) FL-NET(SUB).
           MOVE 0 TO FL-INV-CASES(SUB) FL-INV-AMOUNT(SUB)
               FL-WO-CASES(SUB).

       1110-CLEAR-ONE-TEAM.
           MOVE 0 TO TM-CASES(C-TEAM-SUB) TM-SALES(C-TEAM-SUB)
               TM-CREDITS(C-TEAM-SUB) TM-REFUNDS(C-TEAM-SUB)
               TM-DEPOSITS(C-TEAM-SUB) TM-COGS(C-TEAM-SUB)
               TM-WRITE-OFFS(C-TEAM-SUB) TM-NET(C-TEAM-SUB).
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50
                       MOVE 0 TO TM-FLAVOR-CASES(C-TEAM-SUB SUB).

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
                   DISPLAY 'CBLPOPNP - STATE RATE FILE EXCEEDS 40 -
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
                   DISPLAY 'CBLPOPNP - PRICE FILE EXCEEDS 100 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1168-LOAD-SELLER-MASTER.
           OPEN INPUT SELLER-MASTER-FILE.
           PERFORM 1169-READ-SELLER-MASTER
               UNTIL SM-EOF = 'TRUE'.
           CLOSE SELLER-MASTER-FILE.

       1169-READ-SELLER-MASTER.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SELLER-COUNT < 500
                   ADD 1 TO SELLER-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SELLER-COUNT)
                   MOVE SM-LNAME TO SMT-LNAME(SELLER-COUNT)
                   MOVE SM-FNAME TO SMT-FNAME(SELLER-COUNT)
                   MOVE SM-ADDRESS TO SMT-ADDRESS(SELLER-COUNT)
                   MOVE SM-TEAM TO SMT-TEAM(SELLER-COUNT)
               ELSE
                   DISPLAY 'CBLPOPNP - SELLER MASTER EXCEEDS 500 -
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

      *NO INVOICE LINES MEANS CBLPOPTM HASN'T MATCHED AN INVOICE YET
      *- THE P&L RUNS WITH NO COST OF GOODS, AND SAYS SO IN THE
      *COLUMN.
       1300-LOAD-INVOICE-LINES.
           OPEN INPUT INVOICE-LINE-FILE.
           IF IL-FILE-STATUS = '00'
               PERFORM 1310-READ-ONE-INVOICE-LINE
                   UNTIL IL-EOF = 'TRUE'
               CLOSE INVOICE-LINE-FILE.

      *LINE 01 STARTS A MATCH RUN - WHATEVER AN EARLIER RUN LEFT
      *FOR THE SAME INVOICE IS WIPED, SO ONLY THE LATEST COUNTS.
       1310-READ-ONE-INVOICE-LINE.
           READ INVOICE-LINE-FILE
               AT END
                   MOVE 'TRUE' TO IL-EOF.
           IF IL-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF IL-POP-TYPE IS NUMERIC AND IL-CASES IS NUMERIC AND
                       IL-AMOUNT IS NUMERIC
                   IF IL-POP-TYPE >= 1 AND IL-POP-TYPE <= 50
                       PERFORM 1320-FIND-INVOICE
                       IF IL-LINE-NO = 1
                           PERFORM 1330-CLEAR-ONE-INVOICE-FLAVOR
                               VARYING SUB2 FROM 1 BY 1
                                   UNTIL SUB2 > 50
                       END-IF
                       ADD IL-CASES TO IC-CASES(SUB IL-POP-TYPE)
                       ADD IL-AMOUNT TO IC-AMOUNT(SUB IL-POP-TYPE).

      *LEAVES SUB ON THE INVOICE'S ROW, ADDING ONE IF IT'S NEW.
       1320-FIND-INVOICE.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > INVOICE-COUNT OR
                       IC-INVOICE-NO(SUB) = IL-INVOICE-NO
                           CONTINUE.
           IF SUB > INVOICE-COUNT
               IF INVOICE-COUNT < 100
                   ADD 1 TO INVOICE-COUNT
                   MOVE INVOICE-COUNT TO SUB
                   MOVE IL-INVOICE-NO TO IC-INVOICE-NO(SUB)
                   PERFORM 1330-CLEAR-ONE-INVOICE-FLAVOR
                       VARYING SUB2 FROM 1 BY 1
                           UNTIL SUB2 > 50
               ELSE
                   DISPLAY 'CBLPOPNP - INVOICES EXCEED 100 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1330-CLEAR-ONE-INVOICE-FLAVOR.
           MOVE 0 TO IC-CASES(SUB SUB2).
           MOVE 0 TO IC-AMOUNT(SUB SUB2).

      *NO LEDGER MEANS NOTHING WRITTEN OFF.
       1400-LOAD-WRITE-OFFS.
           OPEN INPUT INV-LEDGER-FILE.
           IF IT-FILE-STATUS = '00'
               PERFORM 1410-READ-ONE-LEDGER
                   UNTIL IT-EOF = 'TRUE'
               CLOSE INV-LEDGER-FILE.

       1410-READ-ONE-LEDGER.
           READ INV-LEDGER-FILE
               AT END
                   MOVE 'TRUE' TO IT-EOF.
           IF IT-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF IT-WRITE-OFF AND IT-POP-TYPE IS NUMERIC AND
                       IT-CASES IS NUMERIC
                   IF IT-POP-TYPE >= 1 AND IT-POP-TYPE <= 50
                       ADD IT-CASES TO FL-WO-CASES(IT-POP-TYPE).

      *A RECORD CBLPOPVC WON'T PASS ISN'T COUNTED, THE SAME AS THE
      *RECONCILIATION LEAVES ITS EXCEPTIONS OUT OF EXPECTED. A
      *CREDIT'S CASES COME OFF THE NET; ITS DOLLARS GO TO CREDITS,
      *OR TO REFUNDS FOR AN 'F', AND ITS DEPOSIT COMES BACK OFF WHAT
      *IS PASSED THROUGH - THE SAME BACK-OUT CBLPOPDP DOES.
      *ONE READ OF THE WHOLE MASTER, EVERY CLUB, FOR EACH CLUB'S NET
      *CASES OF EACH FLAVOR. A CLUB WHOSE CREDITS OUTRAN ITS SALES OF
      *A FLAVOR ADDS NOTHING TO THE LEAGUE'S, THE SAME AS A TEAM.
       1500-COUNT-LEAGUE-CASES.
           MOVE SPACES TO LC-CLUB-CODE.
           PERFORM 1510-CLEAR-ONE-LEAGUE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           OPEN INPUT ORDER-MASTER.
           PERFORM 1520-READ-ONE-FOR-LEAGUE
               UNTIL LC-EOF = 'TRUE'.
           PERFORM 1530-FOLD-ONE-CLUB-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           CLOSE ORDER-MASTER.

       1510-CLEAR-ONE-LEAGUE-FLAVOR.
           MOVE 0 TO LC-FLAVOR-CASES(SUB) LC-CLUB-CASES(SUB).

       1520-READ-ONE-FOR-LEAGUE.
           READ ORDER-MASTER
               AT END
                   MOVE 'TRUE' TO LC-EOF.
           IF LC-EOF NOT = 'TRUE' AND NOT IS-TRAILER-RECORD
               PERFORM 1540-COUNT-ONE-ORDER.

       1530-FOLD-ONE-CLUB-FLAVOR.
           IF LC-CLUB-CASES(SUB) > 0
               ADD LC-CLUB-CASES(SUB) TO LC-FLAVOR-CASES(SUB).
           MOVE 0 TO LC-CLUB-CASES(SUB).

       1540-COUNT-ONE-ORDER.
           IF MS-CLUB-CODE NOT = LC-CLUB-CODE
               PERFORM 1530-FOLD-ONE-CLUB-FLAVOR
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 50
               MOVE MS-CLUB-CODE TO LC-CLUB-CODE.
           IF NOT IS-DONATION AND I-POP-TYPE > 0 AND I-POP-TYPE < 51
               IF IS-CREDIT
                   SUBTRACT I-NUM-CASES FROM LC-CLUB-CASES(I-POP-TYPE)
               ELSE
                   ADD I-NUM-CASES TO LC-CLUB-CASES(I-POP-TYPE).

       2000-TAKE-ONE-RECORD.
           CALL 'CBLPOPVC' USING MS-ORDER-DETAIL STATE-COUNT
               STATE-DEPOSIT-TABLE PRICE-COUNT POP-PRICE-TABLE
               PRODUCT-TABLE
               SELLER-COUNT SELLER-MASTER-TABLE VC-RESULT.
           IF VC-ERROR-SWITCH NOT = 'PASS' AND
                   VC-ERROR-SWITCH NOT = 'WARN'
               ADD 1 TO C-EXCEPTIONS
           ELSE
               IF IS-DONATION
                   ADD I-AMOUNT-PAID TO C-DONATIONS
               ELSE
                   PERFORM 2100-POST-ONE-RECORD.
           PERFORM 9000-READ.

       2100-POST-ONE-RECORD.
           MOVE 0 TO C-TEAM-SUB.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5
                       IF I-TEAM = TEAM-LETTER(SUB)
                           MOVE SUB TO C-TEAM-SUB.
           MOVE I-POP-TYPE TO SUB.
           IF IS-CREDIT
               COMPUTE C-CASES = 0 - I-NUM-CASES
               SUBTRACT VC-DEPOSIT-AMT FROM FL-DEPOSITS(SUB)
               IF I-TRANS-TYPE = 'F'
                   ADD VC-TOTAL-SALES TO FL-REFUNDS(SUB)
               ELSE
                   ADD VC-TOTAL-SALES TO FL-CREDITS(SUB)
               END-IF
           ELSE
               MOVE I-NUM-CASES TO C-CASES
               ADD VC-DEPOSIT-AMT TO FL-DEPOSITS(SUB)
               ADD VC-TOTAL-SALES TO FL-SALES(SUB).
           ADD C-CASES TO FL-CASES(SUB).
           IF C-TEAM-SUB NOT = 0
               PERFORM 2110-POST-TO-TEAM.

       2110-POST-TO-TEAM.
           ADD C-CASES TO TM-CASES(C-TEAM-SUB).
           ADD C-CASES TO TM-FLAVOR-CASES(C-TEAM-SUB SUB).
           IF IS-CREDIT
               SUBTRACT VC-DEPOSIT-AMT FROM TM-DEPOSITS(C-TEAM-SUB)
               IF I-TRANS-TYPE = 'F'
                   ADD VC-TOTAL-SALES TO TM-REFUNDS(C-TEAM-SUB)
               ELSE
                   ADD VC-TOTAL-SALES TO TM-CREDITS(C-TEAM-SUB)
               END-IF
           ELSE
               ADD VC-DEPOSIT-AMT TO TM-DEPOSITS(C-TEAM-SUB)
               ADD VC-TOTAL-SALES TO TM-SALES(C-TEAM-SUB).

      *THE FLAVOR'S COST IS EVERYTHING THE DISTRIBUTOR BILLED FOR
      *IT. THE CASES WRITTEN OFF ARE PRICED AT THE AVERAGE BILLED
      *PRICE AND SHOWN AS THEIR OWN LOSS; THE REST IS COST OF GOODS.
      *SO COST OF GOODS PLUS WRITE-OFFS IS ALWAYS THE INVOICES'
      *TOTAL - NOTHING BILLED IS COUNTED TWICE OR LEFT OUT.
       3000-COST-ONE-FLAVOR.
           PERFORM 3010-ADD-ONE-INVOICE
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > INVOICE-COUNT.
           MOVE 0 TO C-UNIT-COST.
           IF FL-INV-CASES(SUB) > 0
               COMPUTE C-UNIT-COST =
                   FL-INV-AMOUNT(SUB) / FL-INV-CASES(SUB).
           COMPUTE FL-WRITE-OFFS(SUB) ROUNDED =
               FL-WO-CASES(SUB) * C-UNIT-COST.
           IF FL-WRITE-OFFS(SUB) > FL-INV-AMOUNT(SUB)
               MOVE FL-INV-AMOUNT(SUB) TO FL-WRITE-OFFS(SUB).
           COMPUTE FL-COGS(SUB) =
               FL-INV-AMOUNT(SUB) - FL-WRITE-OFFS(SUB).
           PERFORM 3050-TAKE-CLUB-SHARE.
           COMPUTE FL-NET(SUB) = FL-SALES(SUB) - FL-CREDITS(SUB)
               - FL-REFUNDS(SUB) - FL-DEPOSITS(SUB) - FL-COGS(SUB)
               - FL-WRITE-OFFS(SUB).
           PERFORM 3100-ALLOCATE-ONE-FLAVOR.

       3010-ADD-ONE-INVOICE.
           ADD IC-CASES(SUB2 SUB) TO FL-INV-CASES(SUB).
           ADD IC-AMOUNT(SUB2 SUB) TO FL-INV-AMOUNT(SUB).

      *THE INVOICES AND WRITE-OFFS ARE THE WHOLE LEAGUE'S, SO THIS
      *CLUB CARRIES THE FLAVOR'S COST BY ITS NET CASES OUT OF EVERY
      *CLUB'S. A FLAVOR NO CLUB SOLD IS CARRIED WHOLE BY THE RUN'S
      *FIRST CLUB AND PRINTS AS ITS UNALLOCATED, SO THE CLUBS'
      *STATEMENTS STILL FOOT TO THE LEAGUE'S INVOICES.
       3050-TAKE-CLUB-SHARE.
           IF LC-FLAVOR-CASES(SUB) > 0
               IF FL-CASES(SUB) > 0
                   COMPUTE FL-COGS(SUB) ROUNDED = FL-COGS(SUB) *
                       FL-CASES(SUB) / LC-FLAVOR-CASES(SUB)
                   COMPUTE FL-WRITE-OFFS(SUB) ROUNDED =
                       FL-WRITE-OFFS(SUB) * FL-CASES(SUB) /
                       LC-FLAVOR-CASES(SUB)
               ELSE
                   MOVE 0 TO FL-COGS(SUB) FL-WRITE-OFFS(SUB)
               END-IF
           ELSE
               IF CB-LATER-PASS
                   MOVE 0 TO FL-COGS(SUB) FL-WRITE-OFFS(SUB).

      *EACH TEAM THAT SOLD THE FLAVOR TAKES ITS SHARE OF THE COST
      *OUT OF WHAT IS STILL UNSHARED, BY ITS CASES OUT OF THE CASES
      *STILL UNSHARED - THE LAST TEAM TAKES EXACTLY WHAT'S LEFT, SO
      *THE ROUNDED SHARES ADD BACK TO THE FLAVOR'S COST TO THE
      *PENNY. A TEAM WHOSE CREDITS OUTRAN ITS SALES CARRIES NONE.
       3100-ALLOCATE-ONE-FLAVOR.
           MOVE 0 TO C-CASES-LEFT.
           PERFORM 3110-WEIGH-ONE-TEAM
               VARYING C-TEAM-SUB FROM 1 BY 1
                   UNTIL C-TEAM-SUB > 5.
           MOVE FL-COGS(SUB) TO C-COGS-LEFT.
           MOVE FL-WRITE-OFFS(SUB) TO C-WO-LEFT.
           IF C-CASES-LEFT = 0
               ADD C-COGS-LEFT TO UN-COGS
               ADD C-WO-LEFT TO UN-WRITE-OFFS
           ELSE
               PERFORM 3120-SHARE-TO-ONE-TEAM
                   VARYING C-TEAM-SUB FROM 1 BY 1
                       UNTIL C-TEAM-SUB > 5.

       3110-WEIGH-ONE-TEAM.
           IF TM-FLAVOR-CASES(C-TEAM-SUB SUB) > 0
               ADD TM-FLAVOR-CASES(C-TEAM-SUB SUB) TO C-CASES-LEFT.

       3120-SHARE-TO-ONE-TEAM.
           IF TM-FLAVOR-CASES(C-TEAM-SUB SUB) > 0
               COMPUTE C-SHARE ROUNDED = C-COGS-LEFT *
                   TM-FLAVOR-CASES(C-TEAM-SUB SUB) / C-CASES-LEFT
               ADD C-SHARE TO TM-COGS(C-TEAM-SUB)
               SUBTRACT C-SHARE FROM C-COGS-LEFT
               COMPUTE C-SHARE ROUNDED = C-WO-LEFT *
                   TM-FLAVOR-CASES(C-TEAM-SUB SUB) / C-CASES-LEFT
               ADD C-SHARE TO TM-WRITE-OFFS(C-TEAM-SUB)
               SUBTRACT C-SHARE FROM C-WO-LEFT
               SUBTRACT TM-FLAVOR-CASES(C-TEAM-SUB SUB)
                   FROM C-CASES-LEFT.

       3200-NET-ONE-TEAM.
           COMPUTE TM-NET(C-TEAM-SUB) = TM-SALES(C-TEAM-SUB)
               - TM-CREDITS(C-TEAM-SUB) - TM-REFUNDS(C-TEAM-SUB)
               - TM-DEPOSITS(C-TEAM-SUB) - TM-COGS(C-TEAM-SUB)
               - TM-WRITE-OFFS(C-TEAM-SUB).

       4000-PRINT-REPORT.
           WRITE PRINTLINE FROM FLAVOR-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 9910-COLUMN-HEADINGS.
           PERFORM 4100-PRINT-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           PERFORM 4500-PRINT-GRAND-TOTAL.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM TEAM-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 9910-COLUMN-HEADINGS.
           PERFORM 4200-PRINT-ONE-TEAM
               VARYING C-TEAM-SUB FROM 1 BY 1
                   UNTIL C-TEAM-SUB > 5.
           IF UN-COGS NOT = 0 OR UN-WRITE-OFFS NOT = 0
               COMPUTE UN-NET = 0 - UN-COGS - UN-WRITE-OFFS
               MOVE UNALLOCATED-FIGURES TO PL-FIGURES
               MOVE 'UNALLOCATED' TO O-PL-NAME
               PERFORM 4900-PRINT-PL-LINE.
           PERFORM 4500-PRINT-GRAND-TOTAL.
           PERFORM 4600-PRINT-STATEMENT.

      *A FLAVOR NOBODY SOLD AND NOBODY BILLED HAS NOTHING TO SAY.
      *THE GRAND TOTAL IS BUILT OFF THE FLAVORS - EVERY DOLLAR HAS
      *A FLAVOR, NOT EVERY DOLLAR HAS A TEAM.
       4100-PRINT-ONE-FLAVOR.
           MOVE FL-FIGURES(SUB) TO PL-FIGURES.
           IF PL-CASES NOT = 0 OR PL-SALES NOT = 0 OR
                   PL-CREDITS NOT = 0 OR PL-REFUNDS NOT = 0 OR
                   PL-COGS NOT = 0 OR PL-WRITE-OFFS NOT = 0
               ADD PL-CASES TO GT-CASES
               ADD PL-SALES TO GT-SALES
               ADD PL-CREDITS TO GT-CREDITS
               ADD PL-REFUNDS TO GT-REFUNDS
               ADD PL-DEPOSITS TO GT-DEPOSITS
               ADD PL-COGS TO GT-COGS
               ADD PL-WRITE-OFFS TO GT-WRITE-OFFS
               ADD PL-NET TO GT-NET
               IF PROD-NAME(SUB) NOT = SPACES
                   MOVE PROD-NAME(SUB) TO O-PL-NAME
               ELSE
                   MOVE 'CODE NOT ON FILE' TO O-PL-NAME
               END-IF
               PERFORM 4900-PRINT-PL-LINE.

       4200-PRINT-ONE-TEAM.
           MOVE TM-FIGURES(C-TEAM-SUB) TO PL-FIGURES.
           MOVE SPACES TO O-PL-NAME.
           STRING 'TEAM ' DELIMITED BY SIZE
               TEAM-LETTER(C-TEAM-SUB) DELIMITED BY SIZE
               INTO O-PL-NAME.
           PERFORM 4900-PRINT-PL-LINE.

       4500-PRINT-GRAND-TOTAL.
           MOVE GRAND-FIGURES TO PL-FIGURES.
           MOVE 'SEASON TOTAL' TO O-PL-NAME.
           PERFORM 4900-PRINT-PL-LINE.

      *THE STATEMENT READS TOP TO BOTTOM THE WAY THE TREASURER
      *EXPLAINS IT AT THE MEETING - WHAT CAME IN, WHAT CAME OFF IT,
      *WHAT WAS LEFT.
       4600-PRINT-STATEMENT.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM STATEMENT-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'SALES, INCLUDING BOTTLE DEPOSITS' TO O-SL-LABEL.
           MOVE GT-SALES TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '  LESS CREDITS' TO O-SL-LABEL.
           MOVE GT-CREDITS TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS REFUNDS' TO O-SL-LABEL.
           MOVE GT-REFUNDS TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS DEPOSITS PASSED TO THE STATE' TO O-SL-LABEL.
           MOVE GT-DEPOSITS TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS COST OF GOODS' TO O-SL-LABEL.
           MOVE GT-COGS TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS DAMAGE WRITE-OFFS' TO O-SL-LABEL.
           MOVE GT-WRITE-OFFS TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'NET PROCEEDS' TO O-SL-LABEL.
           MOVE GT-NET TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'DONATIONS RECEIVED, NOT IN NET' TO O-SL-LABEL.
           MOVE C-DONATIONS TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'NET CASES SOLD' TO O-SC-LABEL.
           MOVE GT-CASES TO O-SC-CASES.
           WRITE PRINTLINE FROM STATEMENT-CASES-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO C-PER-CASE.
           IF GT-CASES > 0
               COMPUTE C-PER-CASE ROUNDED = GT-NET / GT-CASES.
           MOVE 'MARGIN PER CASE' TO O-SL-LABEL.
           MOVE C-PER-CASE TO O-SL-AMOUNT.
           WRITE PRINTLINE FROM STATEMENT-LINE
               AFTER ADVANCING 1 LINES.
           IF C-EXCEPTIONS > 0
               MOVE C-EXCEPTIONS TO O-EX-COUNT
               WRITE PRINTLINE FROM EXCEPTION-LINE
                   AFTER ADVANCING 2 LINES.

      *MARGIN PER CASE IS THE ROW'S NET PROCEEDS OVER ITS NET CASES
      *- BLANK WHERE THE ROW SOLD NONE.
       4900-PRINT-PL-LINE.
           MOVE PL-CASES TO O-PL-CASES.
           MOVE PL-SALES TO O-PL-SALES.
           MOVE PL-CREDITS TO O-PL-CREDITS.
           MOVE PL-REFUNDS TO O-PL-REFUNDS.
           MOVE PL-DEPOSITS TO O-PL-DEPOSITS.
           MOVE PL-COGS TO O-PL-COGS.
           MOVE PL-WRITE-OFFS TO O-PL-WRITE-OFFS.
           MOVE PL-NET TO O-PL-NET.
           MOVE 0 TO C-PER-CASE.
           IF PL-CASES > 0
               COMPUTE C-PER-CASE ROUNDED = PL-NET / PL-CASES.
           MOVE C-PER-CASE TO O-PL-PER-CASE.
           WRITE PRINTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS
                       PERFORM 9910-COLUMN-HEADINGS.
           ADD 1 TO C-LINES-PRINTED.

       5000-CLOSING.
           CLOSE ORDER-MASTER.
           CLOSE PL-OUT.
      *THE CLOSE TAKES THE STATEMENT ONLY IF IT WAS RUN THE SAME DAY
      *- SEE CBLPOPSC.
           IF CB-FIRST-PASS
               OPEN OUTPUT PL-SUMMARY-FILE
           ELSE
               OPEN EXTEND PL-SUMMARY-FILE.
           MOVE I-DATE-NUM TO NX-RUN-DATE.
           MOVE CB-CLUB-CODE TO NX-CLUB-CODE.
           MOVE GT-CASES TO NX-CASES.
           MOVE GT-SALES TO NX-SALES.
           MOVE GT-CREDITS TO NX-CREDITS.
           MOVE GT-REFUNDS TO NX-REFUNDS.
           MOVE GT-DEPOSITS TO NX-DEPOSITS.
           MOVE GT-COGS TO NX-COGS.
           MOVE GT-WRITE-OFFS TO NX-WRITE-OFFS.
           MOVE GT-NET TO NX-NET.
           WRITE NX-RECORD.
           CLOSE PL-SUMMARY-FILE.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-LINES-PRINTED TO RG-RECORDS-WRITTEN.
           MOVE C-EXCEPTIONS TO RG-ERR-CTR.
           MOVE GT-NET TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *THE MASTER'S CONTROL-TOTAL TRAILER SORTS AHEAD OF EVERY
      *SELLER NUMBER, SO IT COMES BACK FIRST INSTEAD OF LAST - SKIP
      *IT SO THE P&L ONLY EVER SEES REAL ORDERS.
       9000-READ.
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

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM PL-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM PL-REPORT-HEADING
               AFTER ADVANCING 2 LINES.

       9910-COLUMN-HEADINGS.
           WRITE PRINTLINE FROM DETAIL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM DETAIL-COLUMN-HEADING-2
               AFTER ADVANCING 1 LINES.
