             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPLP.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  DELIVERY-DAY LOAD PLANNING. CBLPOPDS   *
      *  PRINTS A ROUTE SHEET PER CITY/ZIP NO   *
      *  MATTER HOW MANY CASES ARE ON IT; THIS  *
      *  CUTS THE SAME STOPS, IN THE SAME       *
      *  CITY/ZIP/STREET ORDER, INTO LOADS THAT *
      *  FIT THE VOLUNTEER DRIVERS' VEHICLES ON *
      *  CBLPOPVH.DAT. A LOAD IS A RUN OF       *
      *  NEIGHBOURING STOPS - A STOP IS NEVER   *
      *  SPLIT, AND A NEW LOAD ONLY STARTS WHEN *
      *  THE NEXT STOP WON'T FIT. EACH LOAD     *
      *  PRINTS A MANIFEST PAGE: THE FLAVOR     *
      *  PICK TOTALS TO PULL OFF THE PALLET,    *
      *  THEN THE STOPS IN LOADING ORDER - LAST *
      *  STOP IN FIRST, SO THE FIRST STOP IS AT *
      *  THE TAILGATE. BACKORDERED CASES ARE    *
      *  LEFT OFF THE SAME WAY CBLPOPDS DOES,   *
      *  AND A STOP CBLPOPZP.DAT SAYS WE DON'T  *
      *  DELIVER TO IS LEFT FOR ITS CAPTAIN TO  *
      *  ARRANGE A PICKUP. A LAST PAGE LISTS    *
      *  THE LOADS BY DRIVER AND EVERY STOP     *
      *  THAT DIDN'T GO ON A TRUCK.             *
      *  ONE PASS PLANS ONE CLUB'S DELIVERY DAY *
      *  WITH THAT CLUB'S OWN DRIVERS.          *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POP-SALES-REPORT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES.

      *CASES STILL OWED PER SHORTED ORDER - SEE CBLPOPAL'S
      *2300-WRITE-BACKORDER. NOT HAVING THE FILE MEANS NOTHING IS
      *SHORT.
           SELECT BACKORDER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *ONE VOLUNTEER DRIVER PER RECORD, IN THE ORDER THE LOADS
      *SHOULD BE HANDED OUT.
           SELECT DRIVER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPVH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VH-FILE-STATUS.

      *THE DELIVERY-AREA FLAGS CBLPOPVC WARNS FROM. NOT HAVING THE
      *FILE MEANS EVERY STOP IS DELIVERED.
           SELECT ZIP-REFERENCE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPZP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZP-FILE-STATUS.

           SELECT LOAD-PLAN-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPLP.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *SORT WORK FILE - THE SAME CITY/ZIP/STREET ORDER AS THE
      *CBLPOPDS ROUTE SHEETS, SO NEIGHBOURS COME BACK TOGETHER.
           SELECT SORT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPLP.SRT'.

       DATA DIVISION.
       FILE SECTION.

       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD.
           05  BO-CLUB-CODE        PIC X(3).
           05  BO-SELLER-NO        PIC 9(4).
           05  BO-ORDER-SEQ        PIC 9(4).
           05  BO-ORDER.
               COPY POPSALES REPLACING ==05== BY ==10==.

      *ONE PRODUCT PER RECORD - CODE, DISPLAY NAME, ACTIVE FLAG.
       FD PRODUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-RECORD
           RECORD CONTAINS 19 CHARACTERS.
       01 PD-RECORD.
           05  PD-CODE         PIC 99.
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

      *THE DRIVER'S NAME AND PHONE FOR THE MANIFEST, HOW MANY
      *CASES THE VEHICLE HOLDS WITH THE SEATS DOWN, AND THE CLUB
      *THE DRIVER VOLUNTEERS FOR.
       FD DRIVER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS VH-RECORD
           RECORD CONTAINS 44 CHARACTERS.
       01 VH-RECORD.
           05  VH-DRIVER-NAME      PIC X(25).
           05  VH-PHONE            PIC X(12).
           05  VH-CAPACITY         PIC 9(4).
           05  VH-CLUB-CODE        PIC X(3).

       FD ZIP-REFERENCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ZP-RECORD
           RECORD CONTAINS 28 CHARACTERS.
       01 ZP-RECORD.
           05  ZP-ZIP5             PIC 9(5).
           05  ZP-CITY             PIC X(20).
           05  ZP-STATE            PIC XX.
           05  ZP-DELIVERY         PIC X.

       FD LOAD-PLAN-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       SD SORT-FILE
           DATA RECORD IS SR-RECORD
           RECORD CONTAINS 70 CHARACTERS.
       01 SR-RECORD.
           05  SR-ROUTE-KEY.
               10  SR-CITY     PIC X(10).
               10  SR-ZIP5     PIC 9(5).
               10  SR-ADDRESS  PIC X(15).
           05  SR-LNAME        PIC X(15).
           05  SR-FNAME        PIC X(15).
           05  SR-STATE        PIC XX.
           05  SR-POP-TYPE     PIC 99.
           05  SR-FILLED       PIC 9(4).
           05  FILLER          PIC XX.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  SORT-EOF        PIC X(5)        VALUE 'FALSE'.
           05  BO-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  VH-EOF          PIC X(5)        VALUE 'FALSE'.
           05  ZP-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  BO-FILE-STATUS  PIC XX.
           05  VH-FILE-STATUS  PIC XX.
           05  ZP-FILE-STATUS  PIC XX.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
           05  ZIP-LISTED-SW   PIC X(5)        VALUE 'FALSE'.
           05  ZIP-DELIVER-SW  PIC X(5)        VALUE 'FALSE'.
           05  C-ORDERS-READ   PIC 9(6)        VALUE 0.
           05  C-EXC-CTR       PIC 9(4)        VALUE 0.
           05  C-LEFT-OFF      PIC 9(4)        VALUE 0.
           05  C-STILL-OWED    PIC 9(4)        VALUE 0.
           05  C-FILLED        PIC 9(4)        VALUE 0.
           05  C-BIGGEST-VEH   PIC 9(4)        VALUE 0.
           05  C-DRIVER        PIC 9(4)        VALUE 0.
           05  C-TRIP          PIC 99          VALUE 1.
           05  C-ROOM          PIC 9(5)        VALUE 0.
           05  C-LOAD          PIC 9(4)        VALUE 0.
           05  C-PLANNED-CASES PIC 9(6)        VALUE 0.

      *CASES STILL OWED PER SHORTED ORDER, LOOKED UP BY MASTER KEY.
       01 BO-COUNT                 PIC 9(4)        VALUE 0.
       01 BACKORDER-TABLE.
           05  BACKORDERS          OCCURS 1000.
               10  BOT-SELLER-NO   PIC 9(4).
               10  BOT-ORDER-SEQ   PIC 9(4).
               10  BOT-OWED        PIC 9(4).

      *PRODUCT MASTER LOADED FROM CBLPOPPD.DAT - PRODUCT CODE IS
      *THE SUBSCRIPT.
       01 PRODUCT-TABLE.
           05  PRODUCTS            OCCURS 50.
               10  POP-TYPE        PIC X(16).
               10  PROD-ACTIVE     PIC X.

       01 DRIVER-COUNT             PIC 9(4)        VALUE 0.
       01 DRIVER-TABLE.
           05  DRIVERS             OCCURS 100.
               10  DT-NAME         PIC X(25).
               10  DT-PHONE        PIC X(12).
               10  DT-CAPACITY     PIC 9(4).
               10  DT-LOADS        PIC 9(4).
               10  DT-CASES        PIC 9(6).

       01 ZIP-COUNT                PIC 9(4)        VALUE 0.
       01 ZIP-TABLE.
           05  ZIP-ROWS            OCCURS 2000.
               10  ZT-ZIP5         PIC 9(5).
               10  ZT-STATE        PIC XX.
               10  ZT-DELIVERY     PIC X.

      *ONE ROW PER DELIVERY STOP IN ROUTE ORDER. A STOP IS ONE
      *ADDRESS - BROTHERS AND SISTERS SELLING OUT OF THE SAME HOUSE
      *ARE ONE STOP. ITS FLAVOR LINES ARE A RUN OF STOP-LINE ROWS.
      *ST-LOAD ZERO MEANS IT DIDN'T GO ON A TRUCK; ST-WHY SAYS WHY.
       01 STOP-COUNT               PIC 9(4)        VALUE 0.
       01 STOP-TABLE.
           05  STOPS               OCCURS 1000.
               10  ST-CITY         PIC X(10).
               10  ST-ZIP5         PIC 9(5).
               10  ST-ADDRESS      PIC X(15).
               10  ST-LNAME        PIC X(15).
               10  ST-FNAME        PIC X(15).
               10  ST-STATE        PIC XX.
               10  ST-CASES        PIC 9(5).
               10  ST-FIRST-LINE   PIC 9(4).
               10  ST-LAST-LINE    PIC 9(4).
               10  ST-LOAD         PIC 9(4).
               10  ST-DELIVER-NO   PIC 9(4).
               10  ST-WHY          PIC X(40).

       01 LINE-COUNT               PIC 9(4)        VALUE 0.
       01 STOP-LINE-TABLE.
           05  STOP-LINES          OCCURS 5000.
               10  LN-POP-TYPE     PIC 99.
               10  LN-CASES        PIC 9(4).

      *ONE ROW PER TRUCKLOAD - WHOSE VEHICLE, WHICH TRIP, AND THE
      *RUN OF STOPS ON IT.
       01 LOAD-COUNT               PIC 9(4)        VALUE 0.
       01 LOAD-TABLE.
           05  LOADS               OCCURS 500.
               10  LD-DRIVER       PIC 9(4).
               10  LD-TRIP         PIC 99.
               10  LD-CASES        PIC 9(5).
               10  LD-STOPS        PIC 9(4).
               10  LD-FIRST-STOP   PIC 9(4).
               10  LD-LAST-STOP    PIC 9(4).

       01 PICK-TABLE.
           05  PICK-CASES          PIC 9(5)        OCCURS 50.

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

       01 PLAN-TITLE.
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

       01 MANIFEST-HEADING.
           05  FILLER          PIC X(15)       VALUE 'LOAD MANIFEST'.
           05  O-MH-LOAD       PIC ZZZ9.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  FILLER          PIC X(8)        VALUE 'DRIVER:'.
           05  O-MH-DRIVER     PIC X(25).
           05  FILLER          PIC X(7)        VALUE 'PHONE:'.
           05  O-MH-PHONE      PIC X(12).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  FILLER          PIC X(6)        VALUE 'TRIP:'.
           05  O-MH-TRIP       PIC Z9.

       01 MANIFEST-HEADING-2.
           05  FILLER          PIC X(19)       VALUE 'VEHICLE HOLDS:'.
           05  O-MH-CAPACITY   PIC Z,ZZ9.
           05  FILLER          PIC X(10)       VALUE ' CASES'.
           05  FILLER          PIC X(15)       VALUE 'CASES LOADED:'.
           05  O-MH-CASES      PIC Z,ZZ9.
           05  FILLER          PIC X(10)       VALUE ' '.
           05  FILLER          PIC X(7)        VALUE 'STOPS:'.
           05  O-MH-STOPS      PIC ZZZ9.

       01 PICK-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'PULL OFF THE PALLET:'.

       01 PICK-LINE.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-PK-POP-TYPE   PIC X(16).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PK-CASES      PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)        VALUE ' CASES'.

       01 LOADING-HEADING.
           05  FILLER          PIC X(60)
                       VALUE 'LOADING ORDER - LAST STOP GOES IN FIRST'.

       01 STOP-COLUMN-HEADING.
           05  FILLER          PIC X(9)        VALUE 'DELIVER'.
           05  FILLER          PIC X(17)       VALUE 'STREET'.
           05  FILLER          PIC X(12)       VALUE 'CITY'.
           05  FILLER          PIC X(7)        VALUE 'ZIP'.
           05  FILLER          PIC X(17)       VALUE 'LAST NAME'.
           05  FILLER          PIC X(17)       VALUE 'FIRST NAME'.
           05  FILLER          PIC X(18)       VALUE 'POP TYPE'.
           05  FILLER          PIC X(8)        VALUE 'CASES'.

       01 STOP-LINE.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SP-DELIVER-NO PIC ZZZ9.
           05  FILLER          PIC XXX         VALUE ' '.
           05  O-SP-ADDRESS    PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SP-CITY       PIC X(10).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SP-ZIP5       PIC X(5).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SP-LNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SP-FNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SP-POP-TYPE   PIC X(16).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SP-CASES      PIC ZZZ9.

       01 SUMMARY-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'LOAD PLAN SUMMARY BY DRIVER'.

       01 SUMMARY-COLUMN-HEADING.
           05  FILLER          PIC X(27)       VALUE 'DRIVER'.
           05  FILLER          PIC X(14)       VALUE 'PHONE'.
           05  FILLER          PIC X(10)       VALUE 'HOLDS'.
           05  FILLER          PIC X(8)        VALUE 'LOADS'.
           05  FILLER          PIC X(8)        VALUE 'CASES'.

       01 SUMMARY-LINE.
           05  O-SM-DRIVER     PIC X(25).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SM-PHONE      PIC X(12).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-SM-CAPACITY   PIC Z,ZZ9.
           05  FILLER          PIC X(5)        VALUE ' '.
           05  O-SM-LOADS      PIC ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-SM-CASES      PIC ZZZ,ZZ9.

       01 TOTAL-LINE.
           05  O-TL-LABEL      PIC X(40).
           05  O-TL-COUNT      PIC ZZZ,ZZ9.

       01 LEFT-OFF-HEADING.
           05  FILLER          PIC X(60)
                       VALUE 'STOPS NOT ON ANY LOAD'.

       01 LEFT-OFF-LINE.
           05  O-LO-ADDRESS    PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LO-CITY       PIC X(10).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LO-ZIP5       PIC 9(5).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LO-LNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LO-FNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LO-CASES      PIC ZZZ9.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LO-WHY        PIC X(40).

       01 EXCEPTION-LINE.
           05  O-EX-LNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-EX-FNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  FILLER          PIC X(56)
                 VALUE 'POP TYPE OR CASE COUNT NOT VALID - LEFT OFF
      -        ' LOADS.'.

       01 HOLD-STOP-KEY.
           05  HOLD-CITY       PIC X(10).
           05  HOLD-ZIP5       PIC 9(5).
           05  HOLD-ADDRESS    PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-ROUTE-KEY
               INPUT PROCEDURE IS 2000-RELEASE-ORDERS
                   THRU 2999-RELEASE-X
               OUTPUT PROCEDURE IS 3000-BUILD-STOPS
                   THRU 3999-BUILD-X.
           PERFORM 4000-PLAN-LOADS.
           PERFORM 5000-PRINT-MANIFESTS.
           PERFORM 6000-PRINT-SUMMARY.
           PERFORM 7000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1050-CHECK-GENERATION.
           MOVE 'CBLPOPLP' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT LOAD-PLAN-OUT
           ELSE
               OPEN EXTEND LOAD-PLAN-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1185-LOAD-BACKORDERS.
           PERFORM 1190-LOAD-DRIVERS.
           PERFORM 1195-LOAD-ZIP-TABLE.
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
               DISPLAY 'CBLPOPLP - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPLP - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPLP - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1175-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE
      *NAME-ON-FILE TESTS TREAT THEM AS PRODUCTS.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50
                       MOVE SPACES TO POP-TYPE(SUB)
                       MOVE SPACE TO PROD-ACTIVE(SUB).
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1176-READ-PRODUCT
               UNTIL PD-EOF = 'TRUE'.
           CLOSE PRODUCT-FILE.

       1176-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   MOVE 'TRUE' TO PD-EOF.
           IF PD-EOF NOT = 'TRUE'
               MOVE PD-NAME TO POP-TYPE(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

      *NO FILE (STATUS 35) MEANS CBLPOPAL FILLED EVERYTHING -
      *NOTHING IS SHORT.
       1185-LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF BO-FILE-STATUS = '00'
               PERFORM 1186-READ-BACKORDER
                   UNTIL BO-EOF = 'TRUE'
               CLOSE BACKORDER-FILE.

       1186-READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   MOVE 'TRUE' TO BO-EOF.
           IF BO-EOF NOT = 'TRUE' AND BO-CLUB-CODE = CB-CLUB-CODE
               IF BO-COUNT < 1000
                   ADD 1 TO BO-COUNT
                   MOVE BO-SELLER-NO TO BOT-SELLER-NO(BO-COUNT)
                   MOVE BO-ORDER-SEQ TO BOT-ORDER-SEQ(BO-COUNT)
                   MOVE I-NUM-CASES OF BO-ORDER TO BOT-OWED(BO-COUNT)
               ELSE
                   DISPLAY 'CBLPOPLP - BACKORDER FILE EXCEEDS 1000 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *A DRIVER KEYED WITH NO CAPACITY CAN'T TAKE A LOAD AND IS
      *LEFT OUT. NO DRIVERS AT ALL STILL RUNS - EVERY STOP LANDS ON
      *THE NOT-LOADED LIST, WHICH IS THE HONEST ANSWER.
       1190-LOAD-DRIVERS.
           OPEN INPUT DRIVER-FILE.
           IF VH-FILE-STATUS = '00'
               PERFORM 1191-READ-DRIVER
                   UNTIL VH-EOF = 'TRUE'
               CLOSE DRIVER-FILE.

       1191-READ-DRIVER.
           READ DRIVER-FILE
               AT END
                   MOVE 'TRUE' TO VH-EOF.
           IF VH-EOF NOT = 'TRUE' AND VH-CLUB-CODE = CB-CLUB-CODE
               IF VH-CAPACITY IS NUMERIC AND VH-CAPACITY > 0
                   IF DRIVER-COUNT < 100
                       ADD 1 TO DRIVER-COUNT
                       MOVE VH-DRIVER-NAME TO DT-NAME(DRIVER-COUNT)
                       MOVE VH-PHONE TO DT-PHONE(DRIVER-COUNT)
                       MOVE VH-CAPACITY TO DT-CAPACITY(DRIVER-COUNT)
                       MOVE 0 TO DT-LOADS(DRIVER-COUNT)
                       MOVE 0 TO DT-CASES(DRIVER-COUNT)
                       IF VH-CAPACITY > C-BIGGEST-VEH
                           MOVE VH-CAPACITY TO C-BIGGEST-VEH
                       END-IF
                   ELSE
                       DISPLAY 'CBLPOPLP - DRIVER FILE EXCEEDS 100 -
      -                    ' ENLARGE TABLE'
                       STOP RUN.

       1195-LOAD-ZIP-TABLE.
           OPEN INPUT ZIP-REFERENCE-FILE.
           IF ZP-FILE-STATUS = '00'
               PERFORM 1196-READ-ZIP
                   UNTIL ZP-EOF = 'TRUE'
               CLOSE ZIP-REFERENCE-FILE.

       1196-READ-ZIP.
           READ ZIP-REFERENCE-FILE
               AT END
                   MOVE 'TRUE' TO ZP-EOF.
           IF ZP-EOF NOT = 'TRUE'
               IF ZIP-COUNT < 2000
                   ADD 1 TO ZIP-COUNT
                   MOVE ZP-ZIP5 TO ZT-ZIP5(ZIP-COUNT)
                   MOVE ZP-STATE TO ZT-STATE(ZIP-COUNT)
                   MOVE ZP-DELIVERY TO ZT-DELIVERY(ZIP-COUNT)
               ELSE
                   DISPLAY 'CBLPOPLP - ZIP REFERENCE FILE EXCEEDS 2000
      -                ' - ENLARGE TABLE'
                   STOP RUN.

      *INPUT PROCEDURE - ONE SLIM ROUTE RECORD PER ORDER LINE WITH
      *CASES ACTUALLY GOING ON A TRUCK, NET OF THE BACKORDER FILE.
      *A LINE CBLPOPAL SHORTED ALL THE WAY HAS NOTHING TO LOAD.
       2000-RELEASE-ORDERS.
           PERFORM 2010-RELEASE-ONE-ORDER THRU 2010-X
               UNTIL EOF = 'TRUE'.
           GO TO 2999-RELEASE-X.

       2010-RELEASE-ONE-ORDER.
           ADD 1 TO C-ORDERS-READ.
           IF IS-CREDIT OF MS-ORDER-DETAIL OR
                   IS-DONATION OF MS-ORDER-DETAIL
               PERFORM 9000-READ
               GO TO 2010-X.
           PERFORM 2106-CHECK-POP-TYPE.
           IF POP-TYPE-FOUND-SW NOT = 'TRUE'
               ADD 1 TO C-EXC-CTR
               MOVE I-LNAME OF MS-ORDER-DETAIL TO O-EX-LNAME
               MOVE I-FNAME OF MS-ORDER-DETAIL TO O-EX-FNAME
               IF C-EXC-CTR = 1
                   PERFORM 9900-HEADINGS
               END-IF
               WRITE PRINTLINE FROM EXCEPTION-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 2150-FIND-STILL-OWED
               IF C-FILLED > 0
                   MOVE I-CITY OF MS-ORDER-DETAIL TO SR-CITY
                   MOVE I-ZIP5 OF MS-ORDER-DETAIL TO SR-ZIP5
                   MOVE I-ADDRESS OF MS-ORDER-DETAIL TO SR-ADDRESS
                   MOVE I-LNAME OF MS-ORDER-DETAIL TO SR-LNAME
                   MOVE I-FNAME OF MS-ORDER-DETAIL TO SR-FNAME
                   MOVE I-STATE OF MS-ORDER-DETAIL TO SR-STATE
                   MOVE I-POP-TYPE OF MS-ORDER-DETAIL TO SR-POP-TYPE
                   MOVE C-FILLED TO SR-FILLED
                   RELEASE SR-RECORD.
           PERFORM 9000-READ.

       2010-X.
           EXIT.

       2106-CHECK-POP-TYPE.
           MOVE 'FALSE' TO POP-TYPE-FOUND-SW.
           IF I-POP-TYPE OF MS-ORDER-DETAIL IS NUMERIC AND
                   I-NUM-CASES OF MS-ORDER-DETAIL IS NUMERIC
               IF I-POP-TYPE OF MS-ORDER-DETAIL >= 1 AND
                       I-POP-TYPE OF MS-ORDER-DETAIL <= 50
                   IF POP-TYPE(I-POP-TYPE OF MS-ORDER-DETAIL)
                           NOT = SPACES
                       MOVE 'TRUE' TO POP-TYPE-FOUND-SW.

      *WHAT CBLPOPAL COULDN'T FILL IS STILL OWED - ONLY THE CASES
      *THAT WILL ACTUALLY BE ON THE TRUCK TAKE UP ROOM IN IT.
       2150-FIND-STILL-OWED.
           MOVE 0 TO C-STILL-OWED.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > BO-COUNT
                       IF MS-SELLER-NO = BOT-SELLER-NO(SUB2) AND
                               MS-ORDER-SEQ = BOT-ORDER-SEQ(SUB2)
                           MOVE BOT-OWED(SUB2) TO C-STILL-OWED
                           MOVE BO-COUNT TO SUB2.
           IF C-STILL-OWED > I-NUM-CASES OF MS-ORDER-DETAIL
               MOVE I-NUM-CASES OF MS-ORDER-DETAIL TO C-STILL-OWED.
           COMPUTE C-FILLED =
               I-NUM-CASES OF MS-ORDER-DETAIL - C-STILL-OWED.

       2999-RELEASE-X.
           EXIT.

      *OUTPUT PROCEDURE - GATHERS THE SORTED LINES INTO STOPS, ONE
      *PER ADDRESS, IN ROUTE ORDER.
       3000-BUILD-STOPS.
           PERFORM 9100-RETURN-SORTED.
           PERFORM 3100-BUILD-ONE-STOP
               UNTIL SORT-EOF = 'TRUE'.
           GO TO 3999-BUILD-X.

       3100-BUILD-ONE-STOP.
           IF STOP-COUNT NOT < 1000
               DISPLAY 'CBLPOPLP - STOPS EXCEED 1000 - ENLARGE TABLE'
               STOP RUN.
           ADD 1 TO STOP-COUNT.
           MOVE SR-CITY TO HOLD-CITY.
           MOVE SR-ZIP5 TO HOLD-ZIP5.
           MOVE SR-ADDRESS TO HOLD-ADDRESS.
           MOVE SR-CITY TO ST-CITY(STOP-COUNT).
           MOVE SR-ZIP5 TO ST-ZIP5(STOP-COUNT).
           MOVE SR-ADDRESS TO ST-ADDRESS(STOP-COUNT).
           MOVE SR-LNAME TO ST-LNAME(STOP-COUNT).
           MOVE SR-FNAME TO ST-FNAME(STOP-COUNT).
           MOVE SR-STATE TO ST-STATE(STOP-COUNT).
           MOVE 0 TO ST-CASES(STOP-COUNT).
           MOVE 0 TO ST-LOAD(STOP-COUNT).
           MOVE 0 TO ST-DELIVER-NO(STOP-COUNT).
           MOVE SPACES TO ST-WHY(STOP-COUNT).
           COMPUTE ST-FIRST-LINE(STOP-COUNT) = LINE-COUNT + 1.
           PERFORM 3200-ADD-ONE-LINE
               UNTIL SORT-EOF = 'TRUE' OR
                   SR-CITY NOT = HOLD-CITY OR
                   SR-ZIP5 NOT = HOLD-ZIP5 OR
                   SR-ADDRESS NOT = HOLD-ADDRESS.
           MOVE LINE-COUNT TO ST-LAST-LINE(STOP-COUNT).

      *THE SAME FLAVOR TWICE AT ONE STOP (TWO ORDERS, OR TWO KIDS)
      *IS ONE PICK LINE.
       3200-ADD-ONE-LINE.
           MOVE ST-FIRST-LINE(STOP-COUNT) TO SUB.
           PERFORM
               VARYING SUB FROM SUB BY 1
                   UNTIL SUB > LINE-COUNT OR
                       LN-POP-TYPE(SUB) = SR-POP-TYPE
                           CONTINUE.
           IF SUB > LINE-COUNT
               IF LINE-COUNT < 5000
                   ADD 1 TO LINE-COUNT
                   MOVE LINE-COUNT TO SUB
                   MOVE SR-POP-TYPE TO LN-POP-TYPE(SUB)
                   MOVE 0 TO LN-CASES(SUB)
               ELSE
                   DISPLAY 'CBLPOPLP - STOP LINES EXCEED 5000 -
      -                ' ENLARGE TABLE'
                   STOP RUN.
           ADD SR-FILLED TO LN-CASES(SUB).
           ADD SR-FILLED TO ST-CASES(STOP-COUNT).
           PERFORM 9100-RETURN-SORTED.

       3999-BUILD-X.
           EXIT.

      *STOPS GO ON IN ROUTE ORDER. WHEN THE NEXT STOP WON'T FIT IN
      *WHAT'S LEFT OF THE CURRENT VEHICLE, THAT LOAD IS DONE AND THE
      *NEXT DRIVER DOWN THE LIST WITH ROOM FOR THE STOP TAKES OVER -
      *SO EVERY LOAD IS A RUN OF NEIGHBOURING STOPS. WHEN THE LIST
      *RUNS OUT IT STARTS OVER AS A SECOND TRIP.
       4000-PLAN-LOADS.
           MOVE 0 TO C-DRIVER.
           MOVE 1 TO C-TRIP.
           MOVE 0 TO C-ROOM.
           MOVE 0 TO C-LOAD.
           PERFORM 4100-PLACE-ONE-STOP THRU 4100-X
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > STOP-COUNT.

      *A STOP OUTSIDE THE DELIVERY AREA, OR BIGGER THAN ANY VEHICLE
      *WE HAVE, STAYS OFF THE TRUCKS AND IS LISTED FOR THE OFFICERS
      *- IT DOESN'T END THE LOAD IN PROGRESS.
       4100-PLACE-ONE-STOP.
           PERFORM 4150-CHECK-DELIVERY-AREA.
           IF ZIP-DELIVER-SW NOT = 'TRUE'
               MOVE 'OUTSIDE DELIVERY AREA - ARRANGE PICKUP'
                   TO ST-WHY(SUB)
               ADD 1 TO C-LEFT-OFF
               GO TO 4100-X.
           IF ST-CASES(SUB) > C-BIGGEST-VEH
               IF DRIVER-COUNT = 0
                   MOVE 'NO DRIVERS ON CBLPOPVH.DAT' TO ST-WHY(SUB)
               ELSE
                   MOVE 'BIGGER THAN ANY VEHICLE - SPLIT BY HAND'
                       TO ST-WHY(SUB)
               END-IF
               ADD 1 TO C-LEFT-OFF
               GO TO 4100-X.
           IF ST-CASES(SUB) > C-ROOM
               PERFORM 4200-START-NEW-LOAD.
           MOVE C-LOAD TO ST-LOAD(SUB).
           SUBTRACT ST-CASES(SUB) FROM C-ROOM.
           ADD ST-CASES(SUB) TO LD-CASES(C-LOAD).
           ADD 1 TO LD-STOPS(C-LOAD).
           MOVE LD-STOPS(C-LOAD) TO ST-DELIVER-NO(SUB).
           MOVE SUB TO LD-LAST-STOP(C-LOAD).
           ADD ST-CASES(SUB) TO C-PLANNED-CASES.

       4100-X.
           EXIT.

      *A ZIP WE DELIVER TO HAS A ROW FLAGGED 'Y' FOR THE STOP'S
      *STATE. A ZIP NOT ON THE FILE AT ALL ISN'T SAID TO BE OUTSIDE
      *- CBLPOPVC ALREADY WARNED ABOUT IT - SO IT STILL GOES OUT.
       4150-CHECK-DELIVERY-AREA.
           MOVE 'FALSE' TO ZIP-LISTED-SW.
           MOVE 'FALSE' TO ZIP-DELIVER-SW.
           PERFORM 4160-WEIGH-ONE-ZIP-ROW
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > ZIP-COUNT.
           IF ZIP-LISTED-SW NOT = 'TRUE'
               MOVE 'TRUE' TO ZIP-DELIVER-SW.

       4160-WEIGH-ONE-ZIP-ROW.
           IF ST-ZIP5(SUB) = ZT-ZIP5(SUB2)
               MOVE 'TRUE' TO ZIP-LISTED-SW
               IF ST-STATE(SUB) = ZT-STATE(SUB2) AND
                       ZT-DELIVERY(SUB2) = 'Y'
                   MOVE 'TRUE' TO ZIP-DELIVER-SW.

      *THE STOP IS KNOWN TO FIT THE BIGGEST VEHICLE, SO THE SEARCH
      *FOR ONE WITH ROOM ALWAYS ENDS.
       4200-START-NEW-LOAD.
           IF LOAD-COUNT NOT < 500
               DISPLAY 'CBLPOPLP - LOADS EXCEED 500 - ENLARGE TABLE'
               STOP RUN.
           PERFORM 4210-NEXT-DRIVER.
           PERFORM 4210-NEXT-DRIVER
               UNTIL DT-CAPACITY(C-DRIVER) NOT < ST-CASES(SUB).
           ADD 1 TO LOAD-COUNT.
           MOVE LOAD-COUNT TO C-LOAD.
           MOVE C-DRIVER TO LD-DRIVER(C-LOAD).
           MOVE C-TRIP TO LD-TRIP(C-LOAD).
           MOVE 0 TO LD-CASES(C-LOAD).
           MOVE 0 TO LD-STOPS(C-LOAD).
           MOVE SUB TO LD-FIRST-STOP(C-LOAD).
           MOVE SUB TO LD-LAST-STOP(C-LOAD).
           MOVE DT-CAPACITY(C-DRIVER) TO C-ROOM.
           ADD 1 TO DT-LOADS(C-DRIVER).

       4210-NEXT-DRIVER.
           ADD 1 TO C-DRIVER.
           IF C-DRIVER > DRIVER-COUNT
               MOVE 1 TO C-DRIVER
               IF LOAD-COUNT > 0
                   ADD 1 TO C-TRIP.

       5000-PRINT-MANIFESTS.
           PERFORM 5100-PRINT-ONE-MANIFEST
               VARYING C-LOAD FROM 1 BY 1
                   UNTIL C-LOAD > LOAD-COUNT.

      *ONE PAGE PER LOAD - WHAT TO PULL, THEN THE STOPS BACKWARDS
      *SO THE LAST ONE DELIVERED GOES IN THE VEHICLE FIRST.
       5100-PRINT-ONE-MANIFEST.
           MOVE LD-DRIVER(C-LOAD) TO C-DRIVER.
           ADD LD-CASES(C-LOAD) TO DT-CASES(C-DRIVER).
           PERFORM 5110-CLEAR-ONE-PICK
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           PERFORM 5120-PICK-ONE-STOP
               VARYING SUB FROM LD-FIRST-STOP(C-LOAD) BY 1
                   UNTIL SUB > LD-LAST-STOP(C-LOAD).
           PERFORM 5900-MANIFEST-HEADINGS.
           WRITE PRINTLINE FROM PICK-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 5140-PRINT-ONE-PICK
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           WRITE PRINTLINE FROM LOADING-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE PRINTLINE FROM STOP-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 5200-PRINT-ONE-STOP
               VARYING SUB FROM LD-LAST-STOP(C-LOAD) BY -1
                   UNTIL SUB < LD-FIRST-STOP(C-LOAD).

       5110-CLEAR-ONE-PICK.
           MOVE 0 TO PICK-CASES(SUB).

      *A STOP INSIDE THE LOAD'S RUN THAT WAS LEFT OFF THE TRUCKS
      *CARRIES LOAD ZERO AND ISN'T PICKED.
       5120-PICK-ONE-STOP.
           IF ST-LOAD(SUB) = C-LOAD
               PERFORM 5130-PICK-ONE-LINE
                   VARYING SUB2 FROM ST-FIRST-LINE(SUB) BY 1
                       UNTIL SUB2 > ST-LAST-LINE(SUB).

       5130-PICK-ONE-LINE.
           ADD LN-CASES(SUB2) TO PICK-CASES(LN-POP-TYPE(SUB2)).

       5140-PRINT-ONE-PICK.
           IF PICK-CASES(SUB) > 0
               MOVE POP-TYPE(SUB) TO O-PK-POP-TYPE
               MOVE PICK-CASES(SUB) TO O-PK-CASES
               WRITE PRINTLINE FROM PICK-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 5900-MANIFEST-HEADINGS.

      *THE ADDRESS PRINTS ON THE STOP'S FIRST LINE ONLY; THE REST OF
      *ITS FLAVORS HANG UNDER IT.
       5200-PRINT-ONE-STOP.
           IF ST-LOAD(SUB) = C-LOAD
               MOVE ST-DELIVER-NO(SUB) TO O-SP-DELIVER-NO
               MOVE ST-ADDRESS(SUB) TO O-SP-ADDRESS
               MOVE ST-CITY(SUB) TO O-SP-CITY
               MOVE ST-ZIP5(SUB) TO O-SP-ZIP5
               MOVE ST-LNAME(SUB) TO O-SP-LNAME
               MOVE ST-FNAME(SUB) TO O-SP-FNAME
               PERFORM 5210-PRINT-ONE-STOP-LINE
                   VARYING SUB2 FROM ST-FIRST-LINE(SUB) BY 1
                       UNTIL SUB2 > ST-LAST-LINE(SUB).

       5210-PRINT-ONE-STOP-LINE.
           MOVE POP-TYPE(LN-POP-TYPE(SUB2)) TO O-SP-POP-TYPE.
           MOVE LN-CASES(SUB2) TO O-SP-CASES.
           IF SUB2 = ST-FIRST-LINE(SUB)
               WRITE PRINTLINE FROM STOP-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 5900-MANIFEST-HEADINGS
                           PERFORM 5910-STOP-HEADINGS
           ELSE
               WRITE PRINTLINE FROM STOP-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 5900-MANIFEST-HEADINGS
                           PERFORM 5910-STOP-HEADINGS.
           MOVE 0 TO O-SP-DELIVER-NO.
           MOVE SPACES TO O-SP-ADDRESS O-SP-CITY O-SP-LNAME
               O-SP-FNAME.
           MOVE SPACES TO O-SP-ZIP5.

       5900-MANIFEST-HEADINGS.
           MOVE C-LOAD TO O-MH-LOAD.
           MOVE DT-NAME(C-DRIVER) TO O-MH-DRIVER.
           MOVE DT-PHONE(C-DRIVER) TO O-MH-PHONE.
           MOVE LD-TRIP(C-LOAD) TO O-MH-TRIP.
           MOVE DT-CAPACITY(C-DRIVER) TO O-MH-CAPACITY.
           MOVE LD-CASES(C-LOAD) TO O-MH-CASES.
           MOVE LD-STOPS(C-LOAD) TO O-MH-STOPS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM PLAN-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM MANIFEST-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM MANIFEST-HEADING-2
               AFTER ADVANCING 1 LINES.

       5910-STOP-HEADINGS.
           WRITE PRINTLINE FROM LOADING-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM STOP-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       6000-PRINT-SUMMARY.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM SUMMARY-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM SUMMARY-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 6100-PRINT-ONE-DRIVER
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > DRIVER-COUNT.
           MOVE 'LOADS PLANNED:' TO O-TL-LABEL.
           MOVE LOAD-COUNT TO O-TL-COUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'CASES LOADED:' TO O-TL-LABEL.
           MOVE C-PLANNED-CASES TO O-TL-COUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'STOPS NOT ON ANY LOAD:' TO O-TL-LABEL.
           MOVE C-LEFT-OFF TO O-TL-COUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ORDER LINES NOT VALID:' TO O-TL-LABEL.
           MOVE C-EXC-CTR TO O-TL-COUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           IF C-LEFT-OFF > 0
               WRITE PRINTLINE FROM LEFT-OFF-HEADING
                   AFTER ADVANCING 3 LINES
               PERFORM 6200-PRINT-ONE-LEFT-OFF
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > STOP-COUNT.

       6100-PRINT-ONE-DRIVER.
           MOVE DT-NAME(SUB) TO O-SM-DRIVER.
           MOVE DT-PHONE(SUB) TO O-SM-PHONE.
           MOVE DT-CAPACITY(SUB) TO O-SM-CAPACITY.
           MOVE DT-LOADS(SUB) TO O-SM-LOADS.
           MOVE DT-CASES(SUB) TO O-SM-CASES.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.

       6200-PRINT-ONE-LEFT-OFF.
           IF ST-LOAD(SUB) = 0
               MOVE ST-ADDRESS(SUB) TO O-LO-ADDRESS
               MOVE ST-CITY(SUB) TO O-LO-CITY
               MOVE ST-ZIP5(SUB) TO O-LO-ZIP5
               MOVE ST-LNAME(SUB) TO O-LO-LNAME
               MOVE ST-FNAME(SUB) TO O-LO-FNAME
               MOVE ST-CASES(SUB) TO O-LO-CASES
               MOVE ST-WHY(SUB) TO O-LO-WHY
               WRITE PRINTLINE FROM LEFT-OFF-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS.

       7000-CLOSING.
           CLOSE POP-SALES-REPORT.
           CLOSE LOAD-PLAN-OUT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-ORDERS-READ TO RG-RECORDS-READ.
           MOVE LOAD-COUNT TO RG-RECORDS-WRITTEN.
           MOVE C-EXC-CTR TO RG-ERR-CTR.
           MOVE C-LEFT-OFF TO RG-WARN-CTR.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *THE MASTER'S CONTROL-TOTAL TRAILER SORTS AHEAD OF EVERY
      *SELLER NUMBER, SO IT COMES BACK FIRST INSTEAD OF LAST - SKIP
      *IT SO THE LOADS ONLY EVER SEE REAL ORDERS.
       9000-READ.
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
               AT END
                   MOVE 'TRUE' TO SORT-EOF.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM PLAN-TITLE
               AFTER ADVANCING PAGE.
