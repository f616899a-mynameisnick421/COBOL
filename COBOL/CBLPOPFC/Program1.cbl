             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPFC.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  PRE-SEASON DEMAND FORECAST AND         *
      *  PROVISIONAL DISTRIBUTOR ORDER. THE     *
      *  DISTRIBUTOR WANTS A COMMITMENT BEFORE  *
      *  KICKOFF, LONG BEFORE CBLPOPPO HAS ANY  *
      *  ORDERS TO BUILD A PO FROM. FOR EACH    *
      *  CLUB IN THE RUN THE SEASON'S CASES ARE *
      *  PROJECTED FROM ITS GOALS ON            *
      *  CBLPOPGL.DAT (OR LAST SEASON'S DEMAND  *
      *  WHEN NO GOALS ARE KEYED), CORRECTED BY *
      *  HOW FAR THE LAST FORECAST WAS OFF, AND *
      *  SPLIT ACROSS THE ACTIVE FLAVORS ON     *
      *  CBLPOPPD.DAT BY EACH FLAVOR'S SHARE OF *
      *  THE LAST THREE SEASONS' DEMAND ON      *
      *  CBLPOPFH.DAT. THE LEAGUE'S FLAVOR      *
      *  TOTALS, LESS WHAT IS ON HAND, ROUNDED  *
      *  UP TO THE CBLPOPPL.DAT PALLET          *
      *  MULTIPLES, MAKE THE PROVISIONAL PO -   *
      *  THE SAME ARITHMETIC CBLPOPPO USES ONCE *
      *  THE ORDERS ARE IN.                     *
      *  THE FORECAST IS KEPT ON CBLPOPFF.DAT   *
      *  (A RERUN FOR THE SAME SEASON REPLACES  *
      *  IT) SO CBLPOPFV CAN SET IT AGAINST     *
      *  WHAT WAS ACTUALLY DEMANDED AND FILLED, *
      *  AND SO NEXT SEASON'S FORECAST CAN      *
      *  LEARN HOW FAR OFF THIS ONE WAS - SEE   *
      *  2200-FIGURE-ACCURACY.                  *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE HISTORY RECORD PER CLUB PER FLAVOR PER SEASON - SEE
      *CBLPOPFA.
           SELECT FLAVOR-HISTORY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.

      *THE SEASON GOAL FILE - SEE CBLPOPWK.
           SELECT GOAL-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

      *EVERY SEASON'S FORECAST, ONE RECORD PER CLUB PER FLAVOR.
           SELECT FORECAST-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FF-FILE-STATUS.

      *ONE RECORD THE TREASURER KEYS: THE SEASON THE FORECAST IS
      *FOR. NOT HAVING THE FILE MEANS THE CURRENT YEAR - A RUN IN
      *THE WINTER FOR NEXT FALL NEEDS THE FILE.
           SELECT FORECAST-YEAR-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FY-FILE-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PALLET-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPRICE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORECAST-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FLAVOR-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FH-RECORD
           RECORD CONTAINS 37 CHARACTERS.
       01 FH-RECORD.
           05  FH-YEAR             PIC 9(4).
           05  FH-POP-TYPE         PIC 99.
           05  FH-DEMANDED         PIC 9(7).
           05  FH-FILLED           PIC 9(7).
           05  FH-BACKORDERED      PIC 9(7).
           05  FH-WRITTEN-OFF      PIC 9(7).
           05  FH-CLUB-CODE        PIC X(3).

       FD GOAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-RECORD
           RECORD CONTAINS 24 CHARACTERS.
       01 GL-RECORD.
           05  GL-CLUB-CODE        PIC X(3).
           05  GL-TYPE             PIC X.
               88  GL-TEAM-GOAL    VALUE 'T'.
               88  GL-SELLER-GOAL  VALUE 'S'.
           05  GL-TEAM             PIC X.
           05  GL-SELLER-NO        PIC 9(4).
           05  GL-TARGET-CASES     PIC 9(6).
           05  GL-TARGET-DOLLARS   PIC 9(7)V99.

      *BASIS IS THE FLAVOR'S SHARE OF THE CLUB'S GOALS (OR LAST
      *SEASON) BEFORE THE ACCURACY CORRECTION; FORECAST IS AFTER.
      *KEEPING BOTH LETS NEXT SEASON MEASURE THE GOALS AGAINST WHAT
      *REALLY SOLD WITHOUT THIS SEASON'S CORRECTION MUDDYING IT.
       FD FORECAST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FF-RECORD
           RECORD CONTAINS 31 CHARACTERS.
       01 FF-RECORD.
           05  FF-YEAR             PIC 9(4).
           05  FF-CLUB-CODE        PIC X(3).
           05  FF-POP-TYPE         PIC 99.
           05  FF-BASIS-CASES      PIC 9(7).
           05  FF-FORECAST-CASES   PIC 9(7).
           05  FF-RUN-DATE         PIC 9(8).

       FD FORECAST-YEAR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FY-RECORD
           RECORD CONTAINS 4 CHARACTERS.
       01 FY-RECORD.
           05  FY-SEASON-YEAR      PIC 9(4).

      *ONE PRODUCT PER RECORD - CODE, DISPLAY NAME, ACTIVE FLAG.
       FD PRODUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-RECORD
           RECORD CONTAINS 19 CHARACTERS.
       01 PD-RECORD.
           05  PD-CODE         PIC 99.
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

      *CASES PER PALLET PER FLAVOR FROM THE DISTRIBUTOR'S SHEET. A
      *FLAVOR WITH NO RECORD (OR A ZERO MULTIPLE) GOES ON THE PO AT
      *ITS RAW NET QUANTITY.
       FD PALLET-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-RECORD
           RECORD CONTAINS 8 CHARACTERS.
       01 PL-RECORD.
           05  PL-POP-TYPE         PIC 99.
           05  PL-MULTIPLE         PIC 9(6).

      *CASES ON HAND PER FLAVOR - SAME FILE CBLPOPPO LOADS.
       FD INVENTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-RECORD
           RECORD CONTAINS 8 CHARACTERS.
       01 INV-RECORD.
           05  INV-POP-TYPE        PIC 99.
           05  INV-CASES-ON-HAND   PIC 9(6).

       FD PRICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-RECORD
           RECORD CONTAINS 16 CHARACTERS.
       01 PR-RECORD.
           05  PR-POP-TYPE     PIC 99.
           05  PR-EFF-DATE     PIC 9(8).
           05  PR-CASE-PRICE   PIC 9(4)V99.

       FD FORECAST-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  FH-FILE-STATUS  PIC XX.
           05  GL-FILE-STATUS  PIC XX.
           05  FF-FILE-STATUS  PIC XX.
           05  FY-FILE-STATUS  PIC XX.
           05  FH-EOF          PIC X(5)        VALUE 'FALSE'.
           05  GL-EOF          PIC X(5)        VALUE 'FALSE'.
           05  FF-EOF          PIC X(5)        VALUE 'FALSE'.
           05  KEEP-ROW-SW     PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PL-EOF          PIC X(5)        VALUE 'FALSE'.
           05  INV-EOF         PIC X(5)        VALUE 'FALSE'.
           05  PR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 99.
           05  TEAM-SUB        PIC 9.
           05  YR-SUB          PIC 9.
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-FORECASTS     PIC 9(6)        VALUE 0.
           05  C-EXC-CTR       PIC 9(4)        VALUE 0.
           05  C-SECTION       PIC X           VALUE 'F'.
               88  FORECAST-SECTION            VALUE 'F'.
               88  PO-SECTION                  VALUE 'P'.

      *THE SEASON BEING FORECAST, AND THE THREE BEFORE IT WHOSE
      *HISTORY FEEDS IT - SLOT 1 IS THREE SEASONS BACK, SLOT 3 IS
      *LAST SEASON.
           05  C-SEASON-YEAR   PIC 9(4)        VALUE 0.
           05  C-FIRST-YEAR    PIC 9(4)        VALUE 0.
           05  C-RUN-DATE      PIC 9(8)        VALUE 0.

      *CLUB LOOKUP - SEE 8000-FIND-CLUB-ROW.
           05  C-FIND-CLUB     PIC X(3).

      *SHARING WORK FIELDS - SEE 2400-SPLIT-BASIS.
           05  C-REM-CASES     PIC 9(7)        VALUE 0.
           05  C-REM-WEIGHT    PIC 9(9)        VALUE 0.
           05  C-WEIGHT-SUM    PIC 9(9)        VALUE 0.
           05  C-WEIGHT-COUNT  PIC 99          VALUE 0.
           05  C-AVG-WEIGHT    PIC 9(7)        VALUE 0.
           05  C-CLUB-HIST     PIC 9(8)        VALUE 0.
           05  C-SHARE-PCT     PIC 999V9       VALUE 0.

      *NET/ROUNDING WORK FIELDS - SEE 3100-BUILD-ONE-FLAVOR.
           05  C-NET-CASES     PIC 9(7)        VALUE 0.
           05  C-PALLETS       PIC 9(7)        VALUE 0.
           05  C-PALLET-REM    PIC 9(6)        VALUE 0.
           05  C-ORDER-QTY     PIC 9(7)        VALUE 0.
           05  C-EXT-COST      PIC 9(8)V99     VALUE 0.
           05  C-TOTAL-CASES   PIC 9(8)        VALUE 0.
           05  C-TOTAL-COST    PIC 9(9)V99     VALUE 0.

      *COST REFERENCE - THE RATE IN FORCE TODAY, THE SAME AS
      *CBLPOPPO - SEE 3150-FIND-CASE-PRICE.
           05  C-BEST-SUB      PIC 9(4)        VALUE 0.
           05  C-FIRST-SUB     PIC 9(4)        VALUE 0.
           05  C-ROW-SUB       PIC 9(4)        VALUE 0.
           05  C-CASE-PRICE    PIC 9(4)V99     VALUE 0.

       01 TEAM-NAMES.
           05 FILLER         PIC X     VALUE "A".
           05 FILLER         PIC X     VALUE "B".
           05 FILLER         PIC X     VALUE "C".
           05 FILLER         PIC X     VALUE "D".
           05 FILLER         PIC X     VALUE "E".
       01 TEAM-NAME-TABLE REDEFINES TEAM-NAMES.
           05 TEAM-NAME       PIC X  OCCURS 5.

      *ONE ROW PER CLUB IN THE RUN, IN CLUB-FILE ORDER - 50 CLUBS IS
      *ALL CBLPOPCB HOLDS. A TEAM'S GOAL KEYED TWICE TAKES THE LATER
      *ROW, THE SAME AS CBLPOPWK; SO DOES A FLAVOR'S HISTORY FOR A
      *SEASON CBLPOPFA WAS RUN FOR TWICE.
       01 CLUB-COUNT               PIC 99          VALUE 0.
       01 CR-SUB                   PIC 99.
       01 CR-ROW                   PIC 99          VALUE 0.
       01 CR-FIND-SUB              PIC 99.
       01 CLUB-ROW-TABLE.
           05  CLUB-ROWS               OCCURS 50.
               10  CR-CLUB-CODE    PIC X(3).
               10  CR-CLUB-NAME    PIC X(30).
               10  CR-TEAM-GOAL    PIC 9(6)    OCCURS 5.
               10  CR-SELLER-GOALS PIC 9(7).
               10  CR-GOAL-CASES   PIC 9(7).
               10  CR-LAST-YEAR    PIC 9(4).
               10  CR-LAST-DEMAND  PIC 9(7).
               10  CR-BASIS        PIC 9(7).
               10  CR-BASIS-FROM   PIC X(12).
               10  CR-FACTOR-YEAR  PIC 9(4).
               10  CR-PRIOR-BASIS  PIC 9(7).
               10  CR-PRIOR-ACTUAL PIC 9(7).
               10  CR-FACTOR       PIC 9V99.
               10  CR-TOTAL        PIC 9(7).
               10  CR-FLAVORS          OCCURS 50.
                   15  CR-HIST     PIC 9(7)    OCCURS 3.
                   15  CR-WEIGHT   PIC 9(7).
                   15  CR-FL-BASIS PIC 9(7).
                   15  CR-FL-FCST  PIC 9(7).

      *THE LEAGUE'S FORECAST CASES PER FLAVOR - WHAT THE PO BUYS.
       01 LEAGUE-FORECAST-TABLE.
           05  LG-FORECAST         PIC 9(7)        OCCURS 50 VALUE 0.

      *EVERY OTHER SEASON'S FORECAST ROWS, AND THIS SEASON'S FOR
      *CLUBS LEFT OUT OF THE RUN, HELD WHILE CBLPOPFF.DAT IS
      *REWRITTEN - SEE 4100-REWRITE-FORECASTS.
       01 KEEP-COUNT               PIC 9(4)        VALUE 0.
       01 KEEP-SUB                 PIC 9(4).
       01 KEEP-TABLE.
           05  KEEP-ROW            PIC X(31)       OCCURS 5000.

       01 INVENTORY-TABLE.
           05  INV-ON-HAND        PIC 9(6)        OCCURS 50 VALUE 0.

       01 PALLET-TABLE.
           05  PALLET-MULTIPLE    PIC 9(6)        OCCURS 50 VALUE 0.

       01 PRICE-COUNT              PIC 9(4)        VALUE 0.
       01 POP-PRICE-TABLE.
           05  PRICE-ROWS          OCCURS 100.
               10  P-POP-TYPE      PIC 99.
               10  P-EFF-DATE      PIC 9(8).
               10  P-CASE-PRICE    PIC 9(4)V99.

      *PRODUCT MASTER LOADED FROM CBLPOPPD.DAT - PRODUCT CODE IS
      *THE SUBSCRIPT. ONLY A FLAVOR FLAGGED ACTIVE IS FORECAST; A
      *RETIRED ONE'S HISTORY STILL COUNTS TOWARD LAST SEASON'S
      *DEMAND BUT GETS NO SHARE OF THIS ONE.
       01 PRODUCT-TABLE.
           05  PRODUCTS            OCCURS 50.
               10  POP-TYPE        PIC X(16).
               10  PROD-ACTIVE     PIC X.

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS CAN TELL WHAT
      *RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
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

       01 FC-TITLE.
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

       01 FC-REPORT-HEADING.
           05  O-REPORT-NAME   PIC X(40).
           05  FILLER          PIC X(8)        VALUE 'SEASON'.
           05  O-SEASON-YEAR   PIC 9(4).

       01 CLUB-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CL-CLUB-CODE  PIC X(3).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CL-CLUB-NAME  PIC X(30).

      *HOW THE CLUB'S TOTAL WAS ARRIVED AT.
       01 BASIS-LINE.
           05  FILLER          PIC X(10)       VALUE '  BASIS:'.
           05  O-BS-FROM       PIC X(12).
           05  O-BS-BASIS      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(18)
                       VALUE ' CASES   ACCURACY'.
           05  O-BS-FACTOR     PIC 9.99.
           05  FILLER          PIC X(6)        VALUE ' FROM'.
           05  O-BS-FACTOR-YR  PIC X(4).
           05  FILLER          PIC X(13)       VALUE '   FORECAST'.
           05  O-BS-TOTAL      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(6)        VALUE ' CASES'.

      *PRINTED FOR A CLUB WITH NEITHER GOALS NOR A SEASON OF
      *HISTORY - THERE IS NOTHING TO FORECAST FROM.
       01 NO-BASIS-LINE.
           05  FILLER          PIC X(60)       VALUE
               '  NO GOALS KEYED AND NO HISTORY - NOTHING TO FORECAST.'.

       01 FORECAST-COLUMN-HEADING.
           05  FILLER          PIC X(20)       VALUE '  POP TYPE'.
           05  FILLER          PIC X(14)       VALUE '  3-SEASON'.
           05  FILLER          PIC X(9)        VALUE '  SHARE'.
           05  FILLER          PIC X(11)       VALUE '     BASIS'.
           05  FILLER          PIC X(11)       VALUE '  FORECAST'.

       01 FORECAST-DETAIL-LINE.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-FD-POP-TYPE   PIC X(16).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-FD-HIST       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-FD-SHARE      PIC ZZ9.9.
           05  FILLER          PIC X(4)        VALUE '%'.
           05  O-FD-BASIS      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-FD-FORECAST   PIC Z,ZZZ,ZZ9.

       01 PO-COLUMN-HEADING.
           05  FILLER          PIC X(18)       VALUE 'POP TYPE'.
           05  FILLER          PIC X(10)       VALUE 'FORECAST'.
           05  FILLER          PIC X(10)       VALUE 'ON HAND'.
           05  FILLER          PIC X(10)       VALUE 'NET'.
           05  FILLER          PIC X(10)       VALUE 'PALLET'.
           05  FILLER          PIC X(11)       VALUE 'ORDER QTY'.
           05  FILLER          PIC X(12)       VALUE 'CASE PRICE'.
           05  FILLER          PIC X(13)       VALUE 'EXT COST'.

       01 PO-DETAIL-LINE.
           05  O-POP-TYPE      PIC X(16).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-FORECAST      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-ON-HAND       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-NET           PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-PALLET        PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-ORDER-QTY     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-CASE-PRICE    PIC $$,$$9.99.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-EXT-COST      PIC $$$$,$$9.99.

       01 PO-TOTAL-LINE.
           05  FILLER          PIC X(30)
                       VALUE 'PROVISIONAL PO TOTAL'.
           05  O-TOTAL-CASES   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(7)        VALUE ' CASES '.
           05  O-TOTAL-COST    PIC $$$,$$$,$$9.99.

      *THE PO IS A COMMITMENT FOR PLANNING, NOT THE ORDER ITSELF -
      *CBLPOPPO STILL CUTS THE REAL ONE OFF THE ORDERS.
       01 PO-NOTE-LINE.
           05  FILLER          PIC X(60)       VALUE
               'PROVISIONAL - CONFIRM ON CBLPOPPO ONCE ORDERS ARE IN.'.

       01 EXCEPTION-COUNT-LINE.
           05  FILLER          PIC X(40)       VALUE
               'GOAL ROWS WITH A BAD TEAM OR TYPE:'.
           05  O-EXC-CTR       PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-FORECAST-ONE-CLUB
               VARYING CR-SUB FROM 1 BY 1
                   UNTIL CR-SUB > CLUB-COUNT.
           PERFORM 3000-PRINT-PROVISIONAL-PO.
           PERFORM 4000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPFC' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE-NUM TO C-RUN-DATE.
           PERFORM 1050-SET-SEASON-YEAR.
           PERFORM 1100-LOAD-CLUBS.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1170-LOAD-INVENTORY.
           PERFORM 1175-LOAD-PALLET-TABLE.
           PERFORM 1178-LOAD-PRODUCT-TABLE.
           PERFORM 1200-LOAD-FORECASTS.
           PERFORM 1300-LOAD-HISTORY.
           PERFORM 1400-LOAD-GOALS.
           OPEN OUTPUT FORECAST-OUT.
           MOVE 'DEMAND FORECAST BY CLUB' TO O-REPORT-NAME.
           PERFORM 9900-HEADINGS.

       1050-SET-SEASON-YEAR.
           MOVE I-YY TO C-SEASON-YEAR.
           OPEN INPUT FORECAST-YEAR-FILE.
           IF FY-FILE-STATUS = '00'
               READ FORECAST-YEAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FY-SEASON-YEAR IS NUMERIC AND
                               FY-SEASON-YEAR > 0
                           MOVE FY-SEASON-YEAR TO C-SEASON-YEAR
                       END-IF
               END-READ
               CLOSE FORECAST-YEAR-FILE.
           COMPUTE C-FIRST-YEAR = C-SEASON-YEAR - 3.
           MOVE C-SEASON-YEAR TO O-SEASON-YEAR.

      *THE CLUBS THIS RUN IS FOR. A CLUB CBLPOPDV LEFT OUT IS NOT
      *FORECAST - THE SAME AS CBLPOPPO LEAVES IT OFF THE REAL PO.
       1100-LOAD-CLUBS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1110-ADD-ONE-CLUB
               UNTIL NOT CB-OK.

       1110-ADD-ONE-CLUB.
           IF CB-CLUB-IN-RUN
               ADD 1 TO CLUB-COUNT
               MOVE CLUB-COUNT TO CR-SUB
               PERFORM 1120-CLEAR-ONE-CLUB
               MOVE CB-CLUB-CODE TO CR-CLUB-CODE(CR-SUB)
               MOVE CB-CLUB-NAME TO CR-CLUB-NAME(CR-SUB).
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       1120-CLEAR-ONE-CLUB.
           MOVE 0 TO CR-SELLER-GOALS(CR-SUB) CR-GOAL-CASES(CR-SUB)
               CR-LAST-YEAR(CR-SUB) CR-LAST-DEMAND(CR-SUB)
               CR-BASIS(CR-SUB) CR-FACTOR-YEAR(CR-SUB)
               CR-PRIOR-BASIS(CR-SUB) CR-PRIOR-ACTUAL(CR-SUB)
               CR-TOTAL(CR-SUB).
           MOVE 1 TO CR-FACTOR(CR-SUB).
           MOVE SPACES TO CR-BASIS-FROM(CR-SUB).
           PERFORM
               VARYING TEAM-SUB FROM 1 BY 1
                   UNTIL TEAM-SUB > 5
                       MOVE 0 TO CR-TEAM-GOAL(CR-SUB TEAM-SUB).
           PERFORM 1125-CLEAR-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.

       1125-CLEAR-ONE-FLAVOR.
           MOVE 0 TO CR-WEIGHT(CR-SUB SUB) CR-FL-BASIS(CR-SUB SUB)
               CR-FL-FCST(CR-SUB SUB).
           PERFORM
               VARYING YR-SUB FROM 1 BY 1
                   UNTIL YR-SUB > 3
                       MOVE 0 TO CR-HIST(CR-SUB SUB YR-SUB).

       1165-LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-FILE.
           PERFORM 1166-READ-PRICE
               UNTIL PR-EOF = 'TRUE'.
           CLOSE PRICE-FILE.

      *BOUNDED ON THE WAY IN - A PRICE FILE PAST THE TABLE MUST
      *STOP THE RUN, NOT WRITE PAST IT.
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
                   DISPLAY 'CBLPOPFC - PRICE FILE EXCEEDS 100 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1170-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE.
           PERFORM 1171-READ-INVENTORY
               UNTIL INV-EOF = 'TRUE'.
           CLOSE INVENTORY-FILE.

       1171-READ-INVENTORY.
           READ INVENTORY-FILE
               AT END
                   MOVE 'TRUE' TO INV-EOF.
           IF INV-EOF NOT = 'TRUE'
               MOVE INV-CASES-ON-HAND TO INV-ON-HAND(INV-POP-TYPE).

       1175-LOAD-PALLET-TABLE.
           OPEN INPUT PALLET-FILE.
           PERFORM 1176-READ-PALLET
               UNTIL PL-EOF = 'TRUE'.
           CLOSE PALLET-FILE.

       1176-READ-PALLET.
           READ PALLET-FILE
               AT END
                   MOVE 'TRUE' TO PL-EOF.
           IF PL-EOF NOT = 'TRUE'
               MOVE PL-MULTIPLE TO PALLET-MULTIPLE(PL-POP-TYPE).

       1178-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE
      *NAME-ON-FILE TESTS TREAT THEM AS PRODUCTS.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50
                       MOVE SPACES TO POP-TYPE(SUB)
                       MOVE SPACE TO PROD-ACTIVE(SUB).
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1179-READ-PRODUCT
               UNTIL PD-EOF = 'TRUE'.
           CLOSE PRODUCT-FILE.

       1179-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   MOVE 'TRUE' TO PD-EOF.
           IF PD-EOF NOT = 'TRUE'
               MOVE PD-NAME TO POP-TYPE(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

      *EARLIER FORECASTS. THIS SEASON'S ROWS FOR A CLUB IN THE RUN
      *ARE DROPPED - THE RERUN REPLACES THEM IN 4120. THIS SEASON'S
      *ROWS FOR A CLUB LEFT OUT OF THE RUN ARE ITS ONLY FORECAST AND
      *ARE HELD WITH EVERY OTHER ROW FOR THE REWRITE. EACH CLUB'S
      *MOST RECENT EARLIER SEASON WITHIN THE LAST THREE IS THE ONE
      *ITS ACCURACY IS MEASURED ON.
       1200-LOAD-FORECASTS.
           OPEN INPUT FORECAST-FILE.
           IF FF-FILE-STATUS = '00'
               PERFORM 1210-READ-ONE-FORECAST
                   UNTIL FF-EOF = 'TRUE'
               CLOSE FORECAST-FILE.

       1210-READ-ONE-FORECAST.
           READ FORECAST-FILE
               AT END
                   MOVE 'TRUE' TO FF-EOF.
           MOVE 'TRUE' TO KEEP-ROW-SW.
           IF FF-EOF NOT = 'TRUE' AND FF-YEAR = C-SEASON-YEAR
               MOVE FF-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-ROW
               IF CR-ROW NOT = 0
                   MOVE 'FALSE' TO KEEP-ROW-SW.
           IF FF-EOF NOT = 'TRUE' AND KEEP-ROW-SW = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF KEEP-COUNT < 5000
                   ADD 1 TO KEEP-COUNT
                   MOVE FF-RECORD TO KEEP-ROW(KEEP-COUNT)
               ELSE
                   DISPLAY 'CBLPOPFC - FORECAST FILE EXCEEDS 5000 -
      -                ' ENLARGE TABLE'
                   STOP RUN
               END-IF
               IF FF-YEAR < C-SEASON-YEAR AND
                       FF-YEAR NOT < C-FIRST-YEAR
                   PERFORM 1220-POST-PRIOR-FORECAST.

       1220-POST-PRIOR-FORECAST.
           MOVE FF-CLUB-CODE TO C-FIND-CLUB.
           PERFORM 8000-FIND-CLUB-ROW.
           IF CR-ROW NOT = 0
               IF FF-YEAR > CR-FACTOR-YEAR(CR-ROW)
                   MOVE FF-YEAR TO CR-FACTOR-YEAR(CR-ROW)
                   MOVE 0 TO CR-PRIOR-BASIS(CR-ROW)
               END-IF
               IF FF-YEAR = CR-FACTOR-YEAR(CR-ROW)
                   ADD FF-BASIS-CASES TO CR-PRIOR-BASIS(CR-ROW).

      *THE LAST THREE SEASONS' DEMAND PER CLUB PER FLAVOR.
       1300-LOAD-HISTORY.
           OPEN INPUT FLAVOR-HISTORY-FILE.
           IF FH-FILE-STATUS = '00'
               PERFORM 1310-READ-ONE-HISTORY
                   UNTIL FH-EOF = 'TRUE'
               CLOSE FLAVOR-HISTORY-FILE.

       1310-READ-ONE-HISTORY.
           READ FLAVOR-HISTORY-FILE
               AT END
                   MOVE 'TRUE' TO FH-EOF.
           IF FH-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF FH-YEAR < C-SEASON-YEAR AND
                       FH-YEAR NOT < C-FIRST-YEAR AND
                       FH-POP-TYPE IS NUMERIC AND
                       FH-POP-TYPE > 0 AND FH-POP-TYPE NOT > 50 AND
                       FH-DEMANDED IS NUMERIC
                   PERFORM 1320-POST-HISTORY.

       1320-POST-HISTORY.
           MOVE FH-CLUB-CODE TO C-FIND-CLUB.
           PERFORM 8000-FIND-CLUB-ROW.
           IF CR-ROW NOT = 0
               COMPUTE YR-SUB = FH-YEAR - C-FIRST-YEAR + 1
               MOVE FH-DEMANDED
                   TO CR-HIST(CR-ROW FH-POP-TYPE YR-SUB).

      *TEAM GOALS ARE THE CLUB'S TARGET; SELLER GOALS ONLY STAND IN
      *FOR A CLUB THAT KEYED NO TEAM GOALS.
       1400-LOAD-GOALS.
           OPEN INPUT GOAL-FILE.
           IF GL-FILE-STATUS = '00'
               PERFORM 1410-READ-ONE-GOAL
                   UNTIL GL-EOF = 'TRUE'
               CLOSE GOAL-FILE.

       1410-READ-ONE-GOAL.
           READ GOAL-FILE
               AT END
                   MOVE 'TRUE' TO GL-EOF.
           IF GL-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               MOVE GL-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-ROW
               IF CR-ROW NOT = 0
                   PERFORM 1420-POST-ONE-GOAL.

       1420-POST-ONE-GOAL.
           IF GL-TEAM-GOAL
               MOVE 0 TO TEAM-SUB
               PERFORM
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 5
                           IF GL-TEAM = TEAM-NAME(SUB)
                               MOVE SUB TO TEAM-SUB
                               MOVE 5 TO SUB.
           IF GL-TEAM-GOAL AND TEAM-SUB NOT = 0
               MOVE GL-TARGET-CASES TO CR-TEAM-GOAL(CR-ROW TEAM-SUB)
           ELSE
               IF GL-SELLER-GOAL
                   ADD GL-TARGET-CASES TO CR-SELLER-GOALS(CR-ROW)
               ELSE
                   ADD 1 TO C-EXC-CTR.

       2000-FORECAST-ONE-CLUB.
           PERFORM 2100-FIGURE-BASIS.
           PERFORM 2200-FIGURE-ACCURACY.
           PERFORM 2300-WEIGH-FLAVORS.
           PERFORM 2400-SPLIT-BASIS.
           PERFORM 2500-PRINT-CLUB.

      *THE CLUB'S GOALS IF IT KEYED ANY, ELSE WHAT IT DEMANDED IN ITS
      *MOST RECENT SEASON ON THE HISTORY.
       2100-FIGURE-BASIS.
           PERFORM
               VARYING TEAM-SUB FROM 1 BY 1
                   UNTIL TEAM-SUB > 5
                       ADD CR-TEAM-GOAL(CR-SUB TEAM-SUB)
                           TO CR-GOAL-CASES(CR-SUB).
           IF CR-GOAL-CASES(CR-SUB) = 0
               MOVE CR-SELLER-GOALS(CR-SUB) TO CR-GOAL-CASES(CR-SUB).
           PERFORM 2110-FIND-LAST-SEASON
               VARYING YR-SUB FROM 3 BY -1
                   UNTIL YR-SUB < 1 OR CR-LAST-DEMAND(CR-SUB) > 0.
           IF CR-GOAL-CASES(CR-SUB) > 0
               MOVE CR-GOAL-CASES(CR-SUB) TO CR-BASIS(CR-SUB)
               MOVE 'GOALS' TO CR-BASIS-FROM(CR-SUB)
           ELSE
               MOVE CR-LAST-DEMAND(CR-SUB) TO CR-BASIS(CR-SUB)
               MOVE 'LAST SEASON' TO CR-BASIS-FROM(CR-SUB).

       2110-FIND-LAST-SEASON.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50
                       ADD CR-HIST(CR-SUB SUB YR-SUB)
                           TO CR-LAST-DEMAND(CR-SUB).
           IF CR-LAST-DEMAND(CR-SUB) > 0
               COMPUTE CR-LAST-YEAR(CR-SUB) =
                   C-FIRST-YEAR + YR-SUB - 1.

      *HOW FAR OFF THE CLUB'S LAST FORECAST WAS: WHAT IT ACTUALLY
      *DEMANDED THAT SEASON OVER THE BASIS THE FORECAST STARTED
      *FROM. A CLUB THAT SELLS 80 PERCENT OF ITS GOALS YEAR AFTER
      *YEAR GETS ITS GOALS TAKEN AT 0.80. HELD BETWEEN 0.50 AND 1.50
      *SO ONE ODD SEASON CAN'T HALVE OR DOUBLE THE ORDER; NO EARLIER
      *FORECAST, OR NO HISTORY FOR ITS SEASON YET, LEAVES IT AT 1.00.
       2200-FIGURE-ACCURACY.
           IF CR-FACTOR-YEAR(CR-SUB) > 0
               COMPUTE YR-SUB =
                   CR-FACTOR-YEAR(CR-SUB) - C-FIRST-YEAR + 1
               PERFORM
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 50
                           ADD CR-HIST(CR-SUB SUB YR-SUB)
                               TO CR-PRIOR-ACTUAL(CR-SUB).
           IF CR-PRIOR-BASIS(CR-SUB) > 0 AND
                   CR-PRIOR-ACTUAL(CR-SUB) > 0
               COMPUTE CR-FACTOR(CR-SUB) ROUNDED =
                   CR-PRIOR-ACTUAL(CR-SUB) / CR-PRIOR-BASIS(CR-SUB)
                       ON SIZE ERROR
                           MOVE 1.50 TO CR-FACTOR(CR-SUB)
               END-COMPUTE
               IF CR-FACTOR(CR-SUB) < 0.50
                   MOVE 0.50 TO CR-FACTOR(CR-SUB)
               END-IF
               IF CR-FACTOR(CR-SUB) > 1.50
                   MOVE 1.50 TO CR-FACTOR(CR-SUB)
               END-IF
           ELSE
               MOVE 0 TO CR-FACTOR-YEAR(CR-SUB).
           COMPUTE CR-TOTAL(CR-SUB) ROUNDED =
               CR-BASIS(CR-SUB) * CR-FACTOR(CR-SUB).

      *EACH ACTIVE FLAVOR WEIGHS WHAT THE CLUB DEMANDED OF IT OVER
      *THE LAST THREE SEASONS. A FLAVOR NEW SINCE THEN HAS NOTHING
      *TO GO ON AND IS TAKEN AS AN AVERAGE SELLER; A CLUB WITH NO
      *HISTORY AT ALL SPLITS EVENLY ACROSS THE ACTIVE FLAVORS.
       2300-WEIGH-FLAVORS.
           MOVE 0 TO C-WEIGHT-SUM.
           MOVE 0 TO C-WEIGHT-COUNT.
           PERFORM 2310-WEIGH-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           IF C-WEIGHT-COUNT > 0
               COMPUTE C-AVG-WEIGHT ROUNDED =
                   C-WEIGHT-SUM / C-WEIGHT-COUNT
           ELSE
               MOVE 1 TO C-AVG-WEIGHT.
           MOVE 0 TO C-REM-WEIGHT.
           PERFORM 2320-FILL-NEW-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.

       2310-WEIGH-ONE-FLAVOR.
           IF PROD-ACTIVE(SUB) = 'A' AND POP-TYPE(SUB) NOT = SPACES
               COMPUTE CR-WEIGHT(CR-SUB SUB) =
                   CR-HIST(CR-SUB SUB 1) + CR-HIST(CR-SUB SUB 2) +
                       CR-HIST(CR-SUB SUB 3)
               IF CR-WEIGHT(CR-SUB SUB) > 0
                   ADD CR-WEIGHT(CR-SUB SUB) TO C-WEIGHT-SUM
                   ADD 1 TO C-WEIGHT-COUNT.

       2320-FILL-NEW-FLAVOR.
           IF PROD-ACTIVE(SUB) = 'A' AND POP-TYPE(SUB) NOT = SPACES
               IF CR-WEIGHT(CR-SUB SUB) = 0
                   MOVE C-AVG-WEIGHT TO CR-WEIGHT(CR-SUB SUB)
               END-IF
               ADD CR-WEIGHT(CR-SUB SUB) TO C-REM-WEIGHT.

      *THE BASIS AND THE FORECAST ARE EACH SHARED OUT BY WEIGHT,
      *WHAT IS LEFT OVER WHAT IS LEFT, SO THE FLAVORS ALWAYS ADD
      *BACK TO THE CLUB'S TOTALS WITHOUT A ROUNDING CASE LOST.
       2400-SPLIT-BASIS.
           MOVE CR-BASIS(CR-SUB) TO C-REM-CASES.
           PERFORM 2410-SHARE-ONE-BASIS
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           MOVE CR-TOTAL(CR-SUB) TO C-REM-CASES.
           MOVE CR-BASIS(CR-SUB) TO C-REM-WEIGHT.
           PERFORM 2420-SHARE-ONE-FORECAST
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.

       2410-SHARE-ONE-BASIS.
           IF CR-WEIGHT(CR-SUB SUB) > 0 AND C-REM-WEIGHT > 0
               COMPUTE CR-FL-BASIS(CR-SUB SUB) ROUNDED =
                   C-REM-CASES * CR-WEIGHT(CR-SUB SUB) / C-REM-WEIGHT
               SUBTRACT CR-FL-BASIS(CR-SUB SUB) FROM C-REM-CASES
               SUBTRACT CR-WEIGHT(CR-SUB SUB) FROM C-REM-WEIGHT.

       2420-SHARE-ONE-FORECAST.
           IF CR-FL-BASIS(CR-SUB SUB) > 0 AND C-REM-WEIGHT > 0
               COMPUTE CR-FL-FCST(CR-SUB SUB) ROUNDED =
                   C-REM-CASES * CR-FL-BASIS(CR-SUB SUB) /
                       C-REM-WEIGHT
               SUBTRACT CR-FL-FCST(CR-SUB SUB) FROM C-REM-CASES
               SUBTRACT CR-FL-BASIS(CR-SUB SUB) FROM C-REM-WEIGHT
               ADD CR-FL-FCST(CR-SUB SUB) TO LG-FORECAST(SUB).

       2500-PRINT-CLUB.
           IF LINAGE-COUNTER OF FORECAST-OUT > 40
               PERFORM 9900-HEADINGS.
           MOVE CR-CLUB-CODE(CR-SUB) TO O-CL-CLUB-CODE.
           MOVE CR-CLUB-NAME(CR-SUB) TO O-CL-CLUB-NAME.
           WRITE PRINTLINE FROM CLUB-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           IF CR-BASIS(CR-SUB) = 0
               WRITE PRINTLINE FROM NO-BASIS-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
           ELSE
               PERFORM 2510-PRINT-BASIS
               MOVE 0 TO C-CLUB-HIST
               PERFORM 2515-ADD-ONE-WEIGHT
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 50
               PERFORM 2520-PRINT-ONE-FLAVOR
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 50.

       2510-PRINT-BASIS.
           MOVE CR-BASIS-FROM(CR-SUB) TO O-BS-FROM.
           MOVE CR-BASIS(CR-SUB) TO O-BS-BASIS.
           MOVE CR-FACTOR(CR-SUB) TO O-BS-FACTOR.
           IF CR-FACTOR-YEAR(CR-SUB) > 0
               MOVE CR-FACTOR-YEAR(CR-SUB) TO O-BS-FACTOR-YR
           ELSE
               MOVE 'NONE' TO O-BS-FACTOR-YR.
           MOVE CR-TOTAL(CR-SUB) TO O-BS-TOTAL.
           WRITE PRINTLINE FROM BASIS-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM FORECAST-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.

       2515-ADD-ONE-WEIGHT.
           ADD CR-WEIGHT(CR-SUB SUB) TO C-CLUB-HIST.

      *THE 3-SEASON COLUMN IS THE WEIGHT THE FLAVOR WAS GIVEN - A
      *NEW FLAVOR SHOWS THE AVERAGE IT WAS TAKEN AT.
       2520-PRINT-ONE-FLAVOR.
           IF CR-WEIGHT(CR-SUB SUB) > 0
               MOVE POP-TYPE(SUB) TO O-FD-POP-TYPE
               MOVE CR-WEIGHT(CR-SUB SUB) TO O-FD-HIST
               COMPUTE C-SHARE-PCT ROUNDED =
                   CR-WEIGHT(CR-SUB SUB) * 100 / C-CLUB-HIST
               MOVE C-SHARE-PCT TO O-FD-SHARE
               MOVE CR-FL-BASIS(CR-SUB SUB) TO O-FD-BASIS
               MOVE CR-FL-FCST(CR-SUB SUB) TO O-FD-FORECAST
               WRITE PRINTLINE FROM FORECAST-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS.

       3000-PRINT-PROVISIONAL-PO.
           MOVE 'P' TO C-SECTION.
           MOVE 'PROVISIONAL PURCHASE ORDER' TO O-REPORT-NAME.
           PERFORM 9900-HEADINGS.
           PERFORM 3100-BUILD-ONE-FLAVOR THRU 3100-X
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           MOVE C-TOTAL-CASES TO O-TOTAL-CASES.
           MOVE C-TOTAL-COST TO O-TOTAL-COST.
           WRITE PRINTLINE FROM PO-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRINTLINE FROM PO-NOTE-LINE
               AFTER ADVANCING 2 LINES.
           IF C-EXC-CTR > 0
               MOVE C-EXC-CTR TO O-EXC-CTR
               WRITE PRINTLINE FROM EXCEPTION-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

      *NET REQUIREMENT = FORECAST CASES LESS CASES ON HAND, ROUNDED
      *UP TO THE DISTRIBUTOR'S PALLET MULTIPLE - THE SAME RULE AS
      *CBLPOPPO. A FLAVOR THAT NETS TO ZERO STAYS OFF THE PO.
       3100-BUILD-ONE-FLAVOR.
           IF POP-TYPE(SUB) = SPACES OR LG-FORECAST(SUB) = 0
               GO TO 3100-X.
           IF LG-FORECAST(SUB) > INV-ON-HAND(SUB)
               COMPUTE C-NET-CASES =
                   LG-FORECAST(SUB) - INV-ON-HAND(SUB)
           ELSE
               MOVE 0 TO C-NET-CASES.
           MOVE 0 TO C-ORDER-QTY.
           MOVE 0 TO C-EXT-COST.
           PERFORM 3150-FIND-CASE-PRICE.
           IF C-NET-CASES > 0
               IF PALLET-MULTIPLE(SUB) > 0
                   DIVIDE C-NET-CASES BY PALLET-MULTIPLE(SUB)
                       GIVING C-PALLETS REMAINDER C-PALLET-REM
                   IF C-PALLET-REM > 0
                       ADD 1 TO C-PALLETS
                   END-IF
                   COMPUTE C-ORDER-QTY =
                       C-PALLETS * PALLET-MULTIPLE(SUB)
               ELSE
                   MOVE C-NET-CASES TO C-ORDER-QTY
               END-IF
               COMPUTE C-EXT-COST = C-ORDER-QTY * C-CASE-PRICE
               ADD C-ORDER-QTY TO C-TOTAL-CASES
               ADD C-EXT-COST TO C-TOTAL-COST.
           PERFORM 3200-PRINT-PO-LINE.

       3100-X.
           EXIT.

       3200-PRINT-PO-LINE.
           MOVE POP-TYPE(SUB) TO O-POP-TYPE.
           MOVE LG-FORECAST(SUB) TO O-FORECAST.
           MOVE INV-ON-HAND(SUB) TO O-ON-HAND.
           MOVE C-NET-CASES TO O-NET.
           MOVE PALLET-MULTIPLE(SUB) TO O-PALLET.
           MOVE C-ORDER-QTY TO O-ORDER-QTY.
           MOVE C-CASE-PRICE TO O-CASE-PRICE.
           MOVE C-EXT-COST TO O-EXT-COST.
           WRITE PRINTLINE FROM PO-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.

      *PICKS THE PRICE ROW IN FORCE TODAY FOR THE FLAVOR IN SUB -
      *THE NEWEST EFFECTIVE DATE ON OR BEFORE THE RUN DATE, OR THE
      *FLAVOR'S OLDEST ROW IF EVERY ROW IS STILL IN THE FUTURE.
       3150-FIND-CASE-PRICE.
           MOVE 0 TO C-BEST-SUB.
           MOVE 0 TO C-FIRST-SUB.
           MOVE 0 TO C-CASE-PRICE.
           PERFORM 3160-WEIGH-ONE-PRICE-ROW
               VARYING C-ROW-SUB FROM 1 BY 1
                   UNTIL C-ROW-SUB > PRICE-COUNT.
           IF C-BEST-SUB = 0
               MOVE C-FIRST-SUB TO C-BEST-SUB.
           IF C-BEST-SUB NOT = 0
               MOVE P-CASE-PRICE(C-BEST-SUB) TO C-CASE-PRICE.

       3160-WEIGH-ONE-PRICE-ROW.
           IF SUB = P-POP-TYPE(C-ROW-SUB)
               IF C-FIRST-SUB = 0 OR
                       P-EFF-DATE(C-ROW-SUB) <
                           P-EFF-DATE(C-FIRST-SUB)
                   MOVE C-ROW-SUB TO C-FIRST-SUB
               END-IF
               IF P-EFF-DATE(C-ROW-SUB) <= C-RUN-DATE
                   IF C-BEST-SUB = 0 OR
                           P-EFF-DATE(C-ROW-SUB) >
                               P-EFF-DATE(C-BEST-SUB)
                       MOVE C-ROW-SUB TO C-BEST-SUB.

       4000-CLOSING.
           PERFORM 4100-REWRITE-FORECASTS.
           CLOSE FORECAST-OUT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-FORECASTS TO RG-RECORDS-WRITTEN.
           MOVE C-EXC-CTR TO RG-ERR-CTR.
           MOVE C-TOTAL-COST TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *THE HELD ROWS GO BACK AS THEY WERE - EARLIER SEASONS, AND
      *THIS SEASON'S FOR THE CLUBS LEFT OUT - THEN THIS SEASON'S
      *FORECAST FOR EVERY CLUB IN THE RUN.
       4100-REWRITE-FORECASTS.
           OPEN OUTPUT FORECAST-FILE.
           PERFORM 4110-WRITE-ONE-KEPT
               VARYING KEEP-SUB FROM 1 BY 1
                   UNTIL KEEP-SUB > KEEP-COUNT.
           PERFORM 4120-WRITE-ONE-CLUB
               VARYING CR-SUB FROM 1 BY 1
                   UNTIL CR-SUB > CLUB-COUNT.
           CLOSE FORECAST-FILE.

       4110-WRITE-ONE-KEPT.
           MOVE KEEP-ROW(KEEP-SUB) TO FF-RECORD.
           WRITE FF-RECORD.

       4120-WRITE-ONE-CLUB.
           PERFORM 4130-WRITE-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.

       4130-WRITE-ONE-FLAVOR.
           IF CR-FL-BASIS(CR-SUB SUB) > 0 OR
                   CR-FL-FCST(CR-SUB SUB) > 0
               MOVE C-SEASON-YEAR TO FF-YEAR
               MOVE CR-CLUB-CODE(CR-SUB) TO FF-CLUB-CODE
               MOVE SUB TO FF-POP-TYPE
               MOVE CR-FL-BASIS(CR-SUB SUB) TO FF-BASIS-CASES
               MOVE CR-FL-FCST(CR-SUB SUB) TO FF-FORECAST-CASES
               MOVE C-RUN-DATE TO FF-RUN-DATE
               WRITE FF-RECORD
               ADD 1 TO C-FORECASTS.

       8000-FIND-CLUB-ROW.
           MOVE 0 TO CR-ROW.
           PERFORM 8010-CHECK-ONE-ROW
               VARYING CR-FIND-SUB FROM 1 BY 1
                   UNTIL CR-FIND-SUB > CLUB-COUNT OR CR-ROW NOT = 0.

       8010-CHECK-ONE-ROW.
           IF CR-CLUB-CODE(CR-FIND-SUB) = C-FIND-CLUB
               MOVE CR-FIND-SUB TO CR-ROW.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM FC-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM FC-REPORT-HEADING
               AFTER ADVANCING 2 LINES.
           IF PO-SECTION
               WRITE PRINTLINE FROM PO-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
