             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPIQ.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  READ-ONLY ORDER INQUIRY FOR ANSWERING  *
      *  A PARENT'S PHONE CALL WITHOUT DIGGING  *
      *  THROUGH LAST RUN'S PRINTOUTS. THE      *
      *  OFFICER KEYS A SELLER NUMBER, AN ORDER *
      *  NUMBER, OR THE CUSTOMER'S NAME OR      *
      *  PHONE, AND THIS PAGES THROUGH EVERY    *
      *  ORDER THAT MATCHES ONE AT A TIME - ITS *
      *  FLAVOR LINES AND WHERE EACH STANDS     *
      *  (MS-STATUS), ANY BACKORDER STILL OPEN  *
      *  ON CBLPOPBO.DAT, AND THE SELLER'S      *
      *  PAYMENTS OFF CBLPOPPG.DAT WITH WHAT    *
      *  IS STILL OWED. EVERY FILE IS OPENED    *
      *  INPUT - NOTHING IS CHANGED, SO IT IS   *
      *  SAFE TO LEAVE UP WHILE THE WEEKLY RUN  *
      *  IS NOT GOING.                          *
      *                                         *
      *  WITH SEVERAL CLUBS ON FILE THE OFFICER *
      *  KEYS THE CLUB FIRST, UNLESS            *
      *  CBLPOPCS.DAT NAMES ONE, AND EVERY      *
      *  LOOKUP STAYS INSIDE THAT CLUB.         *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *DYNAMIC SO ONE OPEN SERVES ALL FOUR LOOKUPS - THE PRIME KEY
      *FOR A SELLER, THE ORDER-NUMBER AND PHONE ALTERNATE KEYS FOR
      *THOSE, AND A STRAIGHT PASS FOR A CUSTOMER NAME.
           SELECT ORDER-MASTER
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

      *WHAT CBLPOPAL COULDN'T FILL AND CBLPOPRE HASN'T RELEASED YET.
           SELECT BACKORDER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

           SELECT PAYMENTS-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

      *SAME 142-BYTE LAYOUT CBLPOPAL WRITES - THE MASTER KEY AND THE
      *ORDER IMAGE WITH THE CASES STILL OWED. ONLY THE FLAVOR AND
      *CASES ARE WANTED HERE, SO THE IMAGE IS BROKEN OUT BY
      *POSITION INSTEAD OF COPYING POPSALES A SECOND TIME.
       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD.
           05  BO-CLUB-CODE        PIC X(3).
           05  BO-SELLER-NO        PIC 9(4).
           05  BO-ORDER-SEQ        PIC 9(4).
           05  BO-POPSALES.
               10  FILLER          PIC X(66).
               10  BO-POP-TYPE     PIC 99.
               10  BO-NUM-CASES    PIC 99.
               10  FILLER          PIC X(61).

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

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-FILE-STATUS  PIC XX.
           05  BO-FILE-STATUS  PIC XX.
           05  PAY-FILE-STATUS PIC XX.
           05  MS-EOF          PIC X(5)        VALUE 'FALSE'.
           05  BO-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PAY-EOF         PIC X(5)        VALUE 'FALSE'.
           05  SD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SM-EOF          PIC X(5)        VALUE 'FALSE'.
           05  QUIT-SW         PIC X(5)        VALUE 'FALSE'.
           05  BROWSE-DONE-SW  PIC X(5)        VALUE 'FALSE'.
           05  LIST-FULL-SW    PIC X(5)        VALUE 'FALSE'.
           05  IN-LIST-SW      PIC X(5)        VALUE 'FALSE'.
           05  SEQ-FOUND-SW    PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-SM-SUB        PIC 9(4)        VALUE 0.
           05  C-NAME-LEN      PIC 99          VALUE 0.
           05  C-BO-SHOWN      PIC 9(4)        VALUE 0.
           05  C-PAY-SHOWN     PIC 9(4)        VALUE 0.
           05  C-PAY-SELLER-NO PIC 9(4)        VALUE 0.

      *WHAT THE OFFICER KEYS. NUMBERS ARE KEYED IN FULL WITH THEIR
      *LEADING ZEROS AND CHECKED NUMERIC BEFORE THEY TOUCH A KEY.
       01 IQ-ENTRY-AREA.
           05  IQ-CHOICE       PIC X.
               88  IQ-BY-SELLER            VALUE 'S' 's'.
               88  IQ-BY-ORDER             VALUE 'O' 'o'.
               88  IQ-BY-NAME              VALUE 'N' 'n'.
               88  IQ-BY-PHONE             VALUE 'P' 'p'.
               88  IQ-EXIT                 VALUE 'X' 'x'.
           05  IQ-REPLY        PIC X.
               88  IQ-BACK                 VALUE 'B' 'b'.
               88  IQ-QUIT                 VALUE 'Q' 'q'.
           05  IQ-SELLER-ENTRY PIC X(4).
           05  IQ-SELLER-NUM REDEFINES IQ-SELLER-ENTRY
                               PIC 9(4).
           05  IQ-ORDER-ENTRY  PIC X(6).
           05  IQ-ORDER-NUM REDEFINES IQ-ORDER-ENTRY
                               PIC 9(6).
           05  IQ-NAME-ENTRY   PIC X(20).
           05  IQ-PHONE-ENTRY  PIC X(12).
           05  IQ-CLUB-ENTRY   PIC X(3).

      *EVERY ORDER THE LOOKUP TURNED UP, IN THE ORDER FOUND. AN
      *ORDER IS ITS SELLER PLUS ITS ORDER NUMBER - THE KEY OF ITS
      *FIRST RECORD RIDES ALONG FOR AN UNNUMBERED ORDER, WHICH CAN
      *ONLY BE SHOWN AS THE ONE RECORD. PAGING WALKS THIS TABLE, SO
      *TALLYING A SELLER'S MONEY IN BETWEEN CAN'T LOSE THE PLACE.
       01 ORDER-COUNT              PIC 9(4)        VALUE 0.
       01 ORDER-SUB                PIC 9(4)        VALUE 0.
       01 ORDER-LIST-TABLE.
           05  ORDER-LIST          OCCURS 200.
               10  OL-SELLER-NO    PIC 9(4).
               10  OL-ORDER-SEQ    PIC 9(4).
               10  OL-ORDER-NO     PIC 9(6).

      *THE SEQUENCE NUMBERS OF THE LINES ON SCREEN, SO THE
      *BACKORDER PASS KNOWS WHICH CBLPOPBO.DAT RECORDS ARE THIS
      *ORDER'S.
       01 LINE-SEQ-COUNT           PIC 99          VALUE 0.
       01 LINE-SEQ-TABLE.
           05  LINE-SEQ            PIC 9(4)        OCCURS 50.

      *RATE TABLES, PRODUCT MASTER AND ROSTER - THE SAME ONES
      *CBLNLH05 LOADS, SO CBLPOPVC PRICES EACH ORDER HERE EXACTLY
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

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THERE ARE
      *AND LOOKS UP THE ONE KEYED.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

      *THE SELLER'S MONEY, FIGURED THE WAY CBLPOPPR FIGURES IT -
      *ORDERS LESS CREDITS (FLOORED AT ZERO) AGAINST PAYMENTS LESS
      *CASH REFUNDED WITH CREDITS (FLOORED AT ZERO).
       01 C-EXPECTED               PIC 9(7)V99     VALUE 0.
       01 C-COLLECTED              PIC 9(7)V99     VALUE 0.
       01 C-REFUNDED               PIC 9(7)V99     VALUE 0.
       01 C-BALANCE                PIC S9(7)V99    VALUE 0.

       01 SELLER-SCREEN-LINE.
           05  FILLER          PIC X(8)        VALUE 'SELLER '.
           05  O-SELLER-NO     PIC 9(4).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-SELLER-FNAME  PIC X(15).
           05  FILLER          PIC X           VALUE ' '.
           05  O-SELLER-LNAME  PIC X(15).
           05  FILLER          PIC X(6)        VALUE ' TEAM '.
           05  O-SELLER-TEAM   PIC X.

       01 ORDER-SCREEN-LINE.
           05  FILLER          PIC X(8)        VALUE 'ORDER  '.
           05  O-ORDER-NO      PIC 9(6).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-CUST-NAME     PIC X(20).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-CUST-PHONE    PIC X(12).

       01 LINE-SCREEN-HEADING.
           05  FILLER          PIC X(6)        VALUE 'LINE'.
           05  FILLER          PIC X(18)       VALUE 'FLAVOR'.
           05  FILLER          PIC X(7)        VALUE 'CASES'.
           05  FILLER          PIC X(8)        VALUE 'TYPE'.
           05  FILLER          PIC X(14)       VALUE 'STATUS'.
           05  FILLER          PIC X(10)       VALUE '      PAID'.

       01 LINE-SCREEN-LINE.
           05  O-LINE-NO       PIC Z9.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-FLAVOR        PIC X(16).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-CASES         PIC Z9.
           05  FILLER          PIC X(5)        VALUE ' '.
           05  O-TRANS         PIC X(6).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-STATUS        PIC X(12).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-PAID          PIC $$,$$9.99.

       01 BACKORDER-SCREEN-LINE.
           05  FILLER          PIC X(17)
                                   VALUE 'OPEN BACKORDER - '.
           05  O-BO-CASES      PIC Z9.
           05  FILLER          PIC X(10)       VALUE ' CASES OF '.
           05  O-BO-FLAVOR     PIC X(16).

       01 PAYMENT-SCREEN-LINE.
           05  O-PAY-KIND      PIC X(18).
           05  O-PAY-AMOUNT    PIC $$,$$$,$$9.99.

       01 MONEY-SCREEN-LINE.
           05  FILLER          PIC X(10)       VALUE 'ORDERED '.
           05  O-EXPECTED      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(12)       VALUE '  COLLECTED '.
           05  O-COLLECTED     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(11)       VALUE '  REFUNDED '.
           05  O-REFUNDED      PIC $$,$$$,$$9.99.

       01 BALANCE-SCREEN-LINE.
           05  FILLER          PIC X(13)       VALUE 'BALANCE DUE '.
           05  O-BALANCE       PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-BALANCE-NOTE  PIC X(30).

       01 PAGE-PROMPT-LINE.
           05  FILLER          PIC X(6)        VALUE 'ORDER '.
           05  O-PAGE-NO       PIC ZZZ9.
           05  FILLER          PIC X(4)        VALUE ' OF '.
           05  O-PAGE-COUNT    PIC ZZZ9.
           05  FILLER          PIC X(40)
                   VALUE ' - ENTER NEXT, B BACK, Q NEW LOOKUP'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ONE-INQUIRY THRU 2000-X
               UNTIL QUIT-SW = 'TRUE'.
           CLOSE ORDER-MASTER.
           STOP RUN.

       1000-INIT.
           PERFORM 1010-PICK-CLUB.
           OPEN INPUT ORDER-MASTER.
           IF MS-FILE-STATUS NOT = '00'
               DISPLAY 'CBLPOPIQ - ORDER MASTER WILL NOT OPEN - STATUS '
                   MS-FILE-STATUS
               STOP RUN.
           PERFORM 1150-LOAD-STATE-TABLE.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1168-LOAD-SELLER-MASTER.
           PERFORM 1175-LOAD-PRODUCT-TABLE.

      *ONE CLUB ON FILE, OR ONE NAMED ON CBLPOPCS.DAT, NEEDS NO
      *ASKING. OTHERWISE THE OFFICER KEYS THE CLUB THE CALLER'S
      *CHILD SELLS FOR.
       1010-PICK-CLUB.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF CB-CLUB-COUNT > 1 AND CB-SELECTED-CLUB = SPACES
               MOVE 'N' TO CB-RESULT
               PERFORM 1020-ASK-FOR-CLUB
                   UNTIL CB-OK.

       1020-ASK-FOR-CLUB.
           DISPLAY 'CLUB CODE:'.
           MOVE SPACES TO IQ-CLUB-ENTRY.
           ACCEPT IQ-CLUB-ENTRY.
           MOVE IQ-CLUB-ENTRY TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF CB-NOT-FOUND
               DISPLAY 'NO CLUB ' IQ-CLUB-ENTRY ' ON CBLPOPCB.DAT.'.

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
                   DISPLAY 'CBLPOPIQ - STATE RATE FILE EXCEEDS 40 -
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
                   DISPLAY 'CBLPOPIQ - PRICE FILE EXCEEDS 100 -
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
                   DISPLAY 'CBLPOPIQ - SELLER MASTER EXCEEDS 500 -
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

      *ONE LOOKUP - ASK HOW TO FIND THE ORDER, BUILD THE LIST OF
      *EVERYTHING THAT MATCHES, THEN PAGE THROUGH IT.
       2000-ONE-INQUIRY.
           DISPLAY ' '.
           DISPLAY 'ORDER INQUIRY - ' CB-CLUB-NAME.
           DISPLAY 'LOOK UP BY:'.
           DISPLAY '  S  SELLER NUMBER      O  ORDER NUMBER'.
           DISPLAY '  N  CUSTOMER NAME      P  CUSTOMER PHONE'.
           DISPLAY '  X  EXIT'.
           MOVE SPACE TO IQ-CHOICE.
           ACCEPT IQ-CHOICE.
           IF IQ-EXIT
               MOVE 'TRUE' TO QUIT-SW
               GO TO 2000-X.
           MOVE 0 TO ORDER-COUNT.
           MOVE 'FALSE' TO LIST-FULL-SW.
           IF IQ-BY-SELLER
               PERFORM 2100-FIND-BY-SELLER THRU 2100-X
           ELSE
               IF IQ-BY-ORDER
                   PERFORM 2200-FIND-BY-ORDER THRU 2200-X
               ELSE
                   IF IQ-BY-NAME
                       PERFORM 2300-FIND-BY-NAME THRU 2300-X
                   ELSE
                       IF IQ-BY-PHONE
                           PERFORM 2400-FIND-BY-PHONE THRU 2400-X
                       ELSE
                           DISPLAY 'CHOICE MUST BE S, O, N, P OR X.'
                           GO TO 2000-X.
           IF ORDER-COUNT = 0
               DISPLAY 'NO ORDER ON THE MASTER MATCHES.'
               GO TO 2000-X.
           IF LIST-FULL-SW = 'TRUE'
               DISPLAY 'MORE THAN 200 ORDERS MATCH - ONLY THE FIRST 200
      -            ' ARE SHOWN.'.
           MOVE 0 TO ORDER-SUB.
           MOVE 'FALSE' TO BROWSE-DONE-SW.
           PERFORM 3000-SHOW-ONE-ORDER
               UNTIL BROWSE-DONE-SW = 'TRUE'.

       2000-X.
           EXIT.

      *A SELLER'S ORDERS SIT TOGETHER UNDER THE PRIME KEY - START
      *AT THE CLUB, THE SELLER AND SEQUENCE 0000 AND READ UNTIL THE
      *SELLER NUMBER CHANGES.
       2100-FIND-BY-SELLER.
           DISPLAY 'SELLER NUMBER (ALL 4 DIGITS):'.
           MOVE SPACES TO IQ-SELLER-ENTRY.
           ACCEPT IQ-SELLER-ENTRY.
           IF IQ-SELLER-ENTRY NOT NUMERIC
               DISPLAY 'SELLER NUMBER MUST BE 4 DIGITS.'
               GO TO 2100-X.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE IQ-SELLER-NUM TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           MOVE 'FALSE' TO MS-EOF.
           START ORDER-MASTER
               KEY IS NOT < MS-KEY
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               PERFORM 9000-READ-NEXT.
           PERFORM 2110-LIST-SELLER-RECORD
               UNTIL MS-EOF = 'TRUE'.

       2100-X.
           EXIT.

       2110-LIST-SELLER-RECORD.
           IF MS-SELLER-NO NOT = IQ-SELLER-NUM OR
                   MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO MS-EOF
           ELSE
               PERFORM 2900-ADD-TO-LIST
               PERFORM 9000-READ-NEXT.

      *EVERY LINE OF THE ORDER AND EVERY CREDIT AGAINST IT SHARE
      *THE ORDER NUMBER, SO THE ALTERNATE KEY BRINGS THEM ALL.
       2200-FIND-BY-ORDER.
           DISPLAY 'ORDER NUMBER (ALL 6 DIGITS):'.
           MOVE SPACES TO IQ-ORDER-ENTRY.
           ACCEPT IQ-ORDER-ENTRY.
           IF IQ-ORDER-ENTRY NOT NUMERIC
               DISPLAY 'ORDER NUMBER MUST BE 6 DIGITS.'
               GO TO 2200-X.
           MOVE IQ-ORDER-NUM TO I-ORDER-NO OF MS-ORDER-DETAIL.
           MOVE 'FALSE' TO MS-EOF.
           START ORDER-MASTER
               KEY IS = I-ORDER-NO OF MS-ORDER-DETAIL
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               PERFORM 9000-READ-NEXT.
           PERFORM 2210-LIST-ORDER-RECORD
               UNTIL MS-EOF = 'TRUE'.

       2200-X.
           EXIT.

       2210-LIST-ORDER-RECORD.
           IF I-ORDER-NO OF MS-ORDER-DETAIL NOT = IQ-ORDER-NUM
               MOVE 'TRUE' TO MS-EOF
           ELSE
               PERFORM 2900-ADD-TO-LIST
               PERFORM 9000-READ-NEXT.

      *THERE IS NO KEY ON THE CUSTOMER'S NAME, SO THIS ONE READS
      *THE CLUB'S WHOLE MASTER. WHATEVER IS KEYED MATCHES THE FRONT OF
      *THE NAME, SO 'SMITH' FINDS 'SMITH, ANN' AND 'SMITHSON'.
       2300-FIND-BY-NAME.
           DISPLAY 'CUSTOMER NAME (OR THE FIRST PART OF IT):'.
           MOVE SPACES TO IQ-NAME-ENTRY.
           ACCEPT IQ-NAME-ENTRY.
           PERFORM
               VARYING C-NAME-LEN FROM 20 BY -1
                   UNTIL C-NAME-LEN < 1 OR
                       IQ-NAME-ENTRY(C-NAME-LEN:1) NOT = SPACE
                           CONTINUE.
           IF C-NAME-LEN < 1
               DISPLAY 'KEY AT LEAST PART OF THE NAME.'
               GO TO 2300-X.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           MOVE 'FALSE' TO MS-EOF.
           START ORDER-MASTER
               KEY IS NOT < MS-KEY
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               PERFORM 9000-READ-NEXT.
           PERFORM 2310-LIST-NAME-RECORD
               UNTIL MS-EOF = 'TRUE'.

       2300-X.
           EXIT.

       2310-LIST-NAME-RECORD.
           IF MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO MS-EOF
           ELSE
               IF I-CUST-NAME OF MS-ORDER-DETAIL(1:C-NAME-LEN) =
                       IQ-NAME-ENTRY(1:C-NAME-LEN)
                   PERFORM 2900-ADD-TO-LIST
               END-IF
               PERFORM 9000-READ-NEXT.

       2400-FIND-BY-PHONE.
           DISPLAY 'CUSTOMER PHONE (AS KEYED ON THE ORDER SHEET):'.
           MOVE SPACES TO IQ-PHONE-ENTRY.
           ACCEPT IQ-PHONE-ENTRY.
           IF IQ-PHONE-ENTRY = SPACES
               DISPLAY 'KEY THE PHONE NUMBER.'
               GO TO 2400-X.
           MOVE IQ-PHONE-ENTRY TO I-CUST-PHONE OF MS-ORDER-DETAIL.
           MOVE 'FALSE' TO MS-EOF.
           START ORDER-MASTER
               KEY IS = I-CUST-PHONE OF MS-ORDER-DETAIL
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               PERFORM 9000-READ-NEXT.
           PERFORM 2410-LIST-PHONE-RECORD
               UNTIL MS-EOF = 'TRUE'.

       2400-X.
           EXIT.

       2410-LIST-PHONE-RECORD.
           IF I-CUST-PHONE OF MS-ORDER-DETAIL NOT = IQ-PHONE-ENTRY
               MOVE 'TRUE' TO MS-EOF
           ELSE
               PERFORM 2900-ADD-TO-LIST
               PERFORM 9000-READ-NEXT.

      *ONE ENTRY PER SELLER AND ORDER NUMBER, HOWEVER MANY LINES AND
      *CREDITS THE ORDER HAS. THE TRAILER IS NEVER AN ORDER. A
      *201ST ORDER IS COUNTED OUT, NOT WRITTEN PAST THE TABLE. THE
      *ORDER-NUMBER AND PHONE KEYS RUN ACROSS EVERY CLUB, SO ANOTHER
      *CLUB'S ORDER IS PASSED OVER HERE.
       2900-ADD-TO-LIST.
           IF MS-CLUB-CODE NOT = CB-CLUB-CODE
               GO TO 2900-X.
           IF MS-SELLER-NO = 0 AND MS-ORDER-SEQ = 0
               GO TO 2900-X.
           MOVE 'FALSE' TO IN-LIST-SW.
           IF I-ORDER-NO OF MS-ORDER-DETAIL IS NUMERIC AND
                   I-ORDER-NO OF MS-ORDER-DETAIL > 0
               PERFORM
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > ORDER-COUNT
                           IF OL-SELLER-NO(SUB) = MS-SELLER-NO AND
                                   OL-ORDER-NO(SUB) =
                                       I-ORDER-NO OF MS-ORDER-DETAIL
                               MOVE 'TRUE' TO IN-LIST-SW.
           IF IN-LIST-SW = 'TRUE'
               GO TO 2900-X.
           IF ORDER-COUNT >= 200
               MOVE 'TRUE' TO LIST-FULL-SW
               GO TO 2900-X.
           ADD 1 TO ORDER-COUNT.
           MOVE MS-SELLER-NO TO OL-SELLER-NO(ORDER-COUNT).
           MOVE MS-ORDER-SEQ TO OL-ORDER-SEQ(ORDER-COUNT).
           IF I-ORDER-NO OF MS-ORDER-DETAIL IS NUMERIC
               MOVE I-ORDER-NO OF MS-ORDER-DETAIL
                   TO OL-ORDER-NO(ORDER-COUNT)
           ELSE
               MOVE 0 TO OL-ORDER-NO(ORDER-COUNT).

       2900-X.
           EXIT.

      *ONE PAGE - THE ORDER, ITS BACKORDERS, THE SELLER'S MONEY -
      *THEN WAIT FOR THE OFFICER. PAST THE LAST ORDER ENDS THE
      *LOOKUP; BACK FROM THE FIRST SHOWS IT AGAIN.
       3000-SHOW-ONE-ORDER.
           ADD 1 TO ORDER-SUB.
           DISPLAY ' '.
           PERFORM 3100-SHOW-ORDER-LINES.
           PERFORM 3200-SHOW-BACKORDERS.
           PERFORM 3300-SHOW-SELLER-MONEY.
           MOVE ORDER-SUB TO O-PAGE-NO.
           MOVE ORDER-COUNT TO O-PAGE-COUNT.
           DISPLAY PAGE-PROMPT-LINE.
           MOVE SPACE TO IQ-REPLY.
           ACCEPT IQ-REPLY.
           IF IQ-QUIT
               MOVE 'TRUE' TO BROWSE-DONE-SW
           ELSE
               IF IQ-BACK
                   IF ORDER-SUB > 1
                       SUBTRACT 2 FROM ORDER-SUB
                   ELSE
                       SUBTRACT 1 FROM ORDER-SUB
                   END-IF
               ELSE
                   IF ORDER-SUB >= ORDER-COUNT
                       MOVE 'TRUE' TO BROWSE-DONE-SW.

      *SELLER FROM THE ROSTER, THEN EVERY MASTER RECORD FOR THE
      *ORDER. AN UNNUMBERED ORDER IS READ STRAIGHT BY ITS KEY.
       3100-SHOW-ORDER-LINES.
           MOVE OL-SELLER-NO(ORDER-SUB) TO O-SELLER-NO.
           PERFORM 3110-FIND-ROSTER-ENTRY.
           IF C-SM-SUB = 0
               MOVE '** NOT ON' TO O-SELLER-FNAME
               MOVE 'ROSTER **' TO O-SELLER-LNAME
               MOVE SPACE TO O-SELLER-TEAM
           ELSE
               MOVE SMT-FNAME(C-SM-SUB) TO O-SELLER-FNAME
               MOVE SMT-LNAME(C-SM-SUB) TO O-SELLER-LNAME
               MOVE SMT-TEAM(C-SM-SUB) TO O-SELLER-TEAM.
           DISPLAY SELLER-SCREEN-LINE.
           MOVE 0 TO LINE-SEQ-COUNT.
           MOVE 'FALSE' TO MS-EOF.
           IF OL-ORDER-NO(ORDER-SUB) = 0
               MOVE CB-CLUB-CODE TO MS-CLUB-CODE
               MOVE OL-SELLER-NO(ORDER-SUB) TO MS-SELLER-NO
               MOVE OL-ORDER-SEQ(ORDER-SUB) TO MS-ORDER-SEQ
               READ ORDER-MASTER
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF
               END-READ
               IF MS-EOF NOT = 'TRUE'
                   PERFORM 3150-SHOW-ONE-LINE
               END-IF
           ELSE
               MOVE OL-ORDER-NO(ORDER-SUB)
                   TO I-ORDER-NO OF MS-ORDER-DETAIL
               START ORDER-MASTER
                   KEY IS = I-ORDER-NO OF MS-ORDER-DETAIL
                       INVALID KEY
                           MOVE 'TRUE' TO MS-EOF
               END-START
               IF MS-EOF NOT = 'TRUE'
                   PERFORM 9000-READ-NEXT
               END-IF
               PERFORM 3120-SHOW-IF-THIS-ORDER
                   UNTIL MS-EOF = 'TRUE'.
           IF LINE-SEQ-COUNT = 0
               DISPLAY 'ORDER NO LONGER ON THE MASTER.'.

       3110-FIND-ROSTER-ENTRY.
           MOVE 0 TO C-SM-SUB.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SELLER-COUNT OR C-SM-SUB NOT = 0
                       IF SMT-SELLER-NO(SUB) = OL-SELLER-NO(ORDER-SUB)
                           MOVE SUB TO C-SM-SUB.

       3120-SHOW-IF-THIS-ORDER.
           IF I-ORDER-NO OF MS-ORDER-DETAIL NOT =
                   OL-ORDER-NO(ORDER-SUB)
               MOVE 'TRUE' TO MS-EOF
           ELSE
               IF MS-SELLER-NO = OL-SELLER-NO(ORDER-SUB) AND
                       MS-CLUB-CODE = CB-CLUB-CODE
                   PERFORM 3150-SHOW-ONE-LINE
               END-IF
               PERFORM 9000-READ-NEXT.

      *THE CUSTOMER COMES OFF THE ORDER'S FIRST RECORD. THE CASH
      *SHOWS ON LINE 01 OF AN ORDER, AND ON A CREDIT IT IS WHAT
      *WAS HANDED BACK.
       3150-SHOW-ONE-LINE.
           IF LINE-SEQ-COUNT = 0
               MOVE OL-ORDER-NO(ORDER-SUB) TO O-ORDER-NO
               MOVE I-CUST-NAME OF MS-ORDER-DETAIL TO O-CUST-NAME
               MOVE I-CUST-PHONE OF MS-ORDER-DETAIL TO O-CUST-PHONE
               DISPLAY ORDER-SCREEN-LINE
               DISPLAY LINE-SCREEN-HEADING.
           IF LINE-SEQ-COUNT < 50
               ADD 1 TO LINE-SEQ-COUNT
               MOVE MS-ORDER-SEQ TO LINE-SEQ(LINE-SEQ-COUNT).
           IF I-LINE-NO OF MS-ORDER-DETAIL IS NUMERIC
               MOVE I-LINE-NO OF MS-ORDER-DETAIL TO O-LINE-NO
           ELSE
               MOVE 0 TO O-LINE-NO.
           MOVE SPACES TO O-FLAVOR.
           IF I-POP-TYPE OF MS-ORDER-DETAIL IS NUMERIC
               IF I-POP-TYPE OF MS-ORDER-DETAIL >= 1 AND
                       I-POP-TYPE OF MS-ORDER-DETAIL <= 50
                   MOVE PROD-NAME(I-POP-TYPE OF MS-ORDER-DETAIL)
                       TO O-FLAVOR.
           IF IS-DONATION OF MS-ORDER-DETAIL
               MOVE 'DONATION' TO O-FLAVOR.
           IF O-FLAVOR = SPACES
               MOVE '** UNKNOWN **' TO O-FLAVOR.
           IF I-NUM-CASES OF MS-ORDER-DETAIL IS NUMERIC
               MOVE I-NUM-CASES OF MS-ORDER-DETAIL TO O-CASES
           ELSE
               MOVE 0 TO O-CASES.
           IF I-TRANS-TYPE OF MS-ORDER-DETAIL = 'C'
               MOVE 'CANCEL' TO O-TRANS
           ELSE
               IF I-TRANS-TYPE OF MS-ORDER-DETAIL = 'R'
                   MOVE 'RETURN' TO O-TRANS
               ELSE
                   IF I-TRANS-TYPE OF MS-ORDER-DETAIL = 'F'
                       MOVE 'REFUND' TO O-TRANS
                   ELSE
                       IF IS-DONATION OF MS-ORDER-DETAIL
                           MOVE 'GIFT' TO O-TRANS
                       ELSE
                           MOVE 'ORDER' TO O-TRANS.
           IF MS-ST-ENTERED
               MOVE 'ENTERED' TO O-STATUS
           ELSE
               IF MS-ST-ALLOCATED
                   MOVE 'ALLOCATED' TO O-STATUS
               ELSE
                   IF MS-ST-BACKORDERED
                       MOVE 'BACKORDERED' TO O-STATUS
                   ELSE
                       IF MS-ST-DELIVERED
                           MOVE 'DELIVERED' TO O-STATUS
                       ELSE
                           IF MS-ST-PAID
                               MOVE 'PAID IN FULL' TO O-STATUS
                           ELSE
                               MOVE 'NOT SET' TO O-STATUS.
           IF I-AMOUNT-PAID OF MS-ORDER-DETAIL IS NUMERIC
               MOVE I-AMOUNT-PAID OF MS-ORDER-DETAIL TO O-PAID
           ELSE
               MOVE 0 TO O-PAID.
           DISPLAY LINE-SCREEN-LINE.

      *CBLPOPBO.DAT IS WHATEVER THE LAST ALLOCATION OR RELEASE RUN
      *LEFT OPEN. NO FILE AT ALL MEANS NOTHING HAS BEEN
      *BACKORDERED YET.
       3200-SHOW-BACKORDERS.
           MOVE 0 TO C-BO-SHOWN.
           OPEN INPUT BACKORDER-FILE.
           IF BO-FILE-STATUS = '00'
               MOVE 'FALSE' TO BO-EOF
               PERFORM 3210-CHECK-ONE-BACKORDER
                   UNTIL BO-EOF = 'TRUE'
               CLOSE BACKORDER-FILE.
           IF C-BO-SHOWN = 0
               DISPLAY 'NO OPEN BACKORDER.'.

       3210-CHECK-ONE-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   MOVE 'TRUE' TO BO-EOF.
           IF BO-EOF NOT = 'TRUE'
               IF BO-SELLER-NO = OL-SELLER-NO(ORDER-SUB) AND
                       BO-CLUB-CODE = CB-CLUB-CODE
                   MOVE 'FALSE' TO SEQ-FOUND-SW
                   PERFORM 3215-MATCH-ONE-SEQ
                       VARYING SUB FROM 1 BY 1
                           UNTIL SUB > LINE-SEQ-COUNT
                   IF SEQ-FOUND-SW = 'TRUE'
                       PERFORM 3220-SHOW-ONE-BACKORDER.

       3215-MATCH-ONE-SEQ.
           IF LINE-SEQ(SUB) = BO-ORDER-SEQ
               MOVE 'TRUE' TO SEQ-FOUND-SW.

       3220-SHOW-ONE-BACKORDER.
           ADD 1 TO C-BO-SHOWN.
           MOVE SPACES TO O-BO-FLAVOR.
           MOVE 0 TO O-BO-CASES.
           IF BO-NUM-CASES IS NUMERIC
               MOVE BO-NUM-CASES TO O-BO-CASES.
           IF BO-POP-TYPE IS NUMERIC
               IF BO-POP-TYPE >= 1 AND BO-POP-TYPE <= 50
                   MOVE PROD-NAME(BO-POP-TYPE) TO O-BO-FLAVOR.
           DISPLAY BACKORDER-SCREEN-LINE.

      *WHAT THE SELLER'S ORDERS COME TO, PRICED BY CBLPOPVC THE WAY
      *THE EDIT PASS PRICED THEM, AGAINST EVERY PAYMENT ON
      *CBLPOPPG.DAT. THE MASTER IS REPOSITIONED FOR THIS, WHICH IS
      *WHY PAGING RUNS OFF THE ORDER LIST AND NOT THE FILE.
       3300-SHOW-SELLER-MONEY.
           MOVE 0 TO C-EXPECTED C-COLLECTED C-REFUNDED.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE OL-SELLER-NO(ORDER-SUB) TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           MOVE 'FALSE' TO MS-EOF.
           START ORDER-MASTER
               KEY IS NOT < MS-KEY
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               PERFORM 9000-READ-NEXT.
           PERFORM 3310-PRICE-ONE-RECORD
               UNTIL MS-EOF = 'TRUE'.
           MOVE 0 TO C-PAY-SHOWN.
           OPEN INPUT PAYMENTS-FILE.
           IF PAY-FILE-STATUS = '00'
               MOVE 'FALSE' TO PAY-EOF
               PERFORM 3350-CHECK-ONE-PAYMENT
                   UNTIL PAY-EOF = 'TRUE'
               CLOSE PAYMENTS-FILE.
           IF C-PAY-SHOWN = 0
               DISPLAY 'NO PAYMENTS RECEIVED FROM THIS SELLER.'.
           IF C-REFUNDED > C-COLLECTED
               MOVE 0 TO C-COLLECTED
           ELSE
               SUBTRACT C-REFUNDED FROM C-COLLECTED.
           MOVE C-EXPECTED TO O-EXPECTED.
           MOVE C-COLLECTED TO O-COLLECTED.
           MOVE C-REFUNDED TO O-REFUNDED.
           DISPLAY MONEY-SCREEN-LINE.
           COMPUTE C-BALANCE = C-EXPECTED - C-COLLECTED.
           MOVE C-BALANCE TO O-BALANCE.
           IF C-BALANCE < 0
               MOVE 'SELLER HAS PAID IN MORE' TO O-BALANCE-NOTE
           ELSE
               MOVE SPACES TO O-BALANCE-NOTE.
           DISPLAY BALANCE-SCREEN-LINE.

      *A RECORD CBLPOPVC WON'T PASS ISN'T COUNTED, THE SAME AS THE
      *RECONCILIATION LEAVES ITS EXCEPTIONS OUT OF EXPECTED.
       3310-PRICE-ONE-RECORD.
           IF MS-SELLER-NO NOT = OL-SELLER-NO(ORDER-SUB) OR
                   MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO MS-EOF
           ELSE
               CALL 'CBLPOPVC' USING MS-ORDER-DETAIL STATE-COUNT
                   STATE-DEPOSIT-TABLE PRICE-COUNT POP-PRICE-TABLE
                   PRODUCT-TABLE
                   SELLER-COUNT SELLER-MASTER-TABLE VC-RESULT
               IF VC-ERROR-SWITCH = 'PASS' OR VC-ERROR-SWITCH = 'WARN'
                   PERFORM 3320-POST-ONE-RECORD
               END-IF
               PERFORM 9000-READ-NEXT.

       3320-POST-ONE-RECORD.
           IF IS-CREDIT OF MS-ORDER-DETAIL
               IF VC-TOTAL-SALES > C-EXPECTED
                   MOVE 0 TO C-EXPECTED
               ELSE
                   SUBTRACT VC-TOTAL-SALES FROM C-EXPECTED
               END-IF
               IF I-AMOUNT-PAID OF MS-ORDER-DETAIL IS NUMERIC
                   ADD I-AMOUNT-PAID OF MS-ORDER-DETAIL TO C-REFUNDED
               END-IF
           ELSE
      *A DONATION PRICES AT ZERO - THE GIFT ITSELF IS WHAT THE
      *SELLER OWES IN, THE SAME AS CBLPOPPR COUNTS IT.
               IF IS-DONATION OF MS-ORDER-DETAIL
                   ADD I-AMOUNT-PAID OF MS-ORDER-DETAIL TO C-EXPECTED
               ELSE
                   ADD VC-TOTAL-SALES TO C-EXPECTED.

      *MATCHED THE WAY CBLPOPPR MATCHES - BY SELLER NUMBER, OR BY
      *ROSTER NAME FOR A RECEIPT KEYED WITHOUT ONE. A RETURNED
      *CHECK COMES OFF COLLECTED WITH THE REFUNDS AND A BANK FEE IS
      *ADDED TO WHAT THE SELLER OWES, THE SAME AS CBLPOPPR.
       3350-CHECK-ONE-PAYMENT.
           READ PAYMENTS-FILE
               AT END
                   MOVE 'TRUE' TO PAY-EOF.
           IF PAY-EOF NOT = 'TRUE' AND PAY-CLUB-CODE = CB-CLUB-CODE
               PERFORM 3360-RESOLVE-PAYMENT-SELLER
               IF C-PAY-SELLER-NO = OL-SELLER-NO(ORDER-SUB)
                   ADD 1 TO C-PAY-SHOWN
                   IF PAY-RETURNED-CHECK
                       ADD PAY-AMOUNT TO C-REFUNDED
                       MOVE 'CHECK RETURNED' TO O-PAY-KIND
                   ELSE
                       IF PAY-BANK-FEE
                           ADD PAY-AMOUNT TO C-EXPECTED
                           MOVE 'BANK FEE CHARGED' TO O-PAY-KIND
                       ELSE
                           ADD PAY-AMOUNT TO C-COLLECTED
                           MOVE 'PAYMENT RECEIVED' TO O-PAY-KIND
                       END-IF
                   END-IF
                   MOVE PAY-AMOUNT TO O-PAY-AMOUNT
                   DISPLAY PAYMENT-SCREEN-LINE.

       3360-RESOLVE-PAYMENT-SELLER.
           MOVE 0 TO C-PAY-SELLER-NO.
           IF PAY-SELLER-NO IS NUMERIC AND PAY-SELLER-NO > 0
               MOVE PAY-SELLER-NO TO C-PAY-SELLER-NO
           ELSE
               PERFORM
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > SELLER-COUNT OR
                           (PAY-LNAME = SMT-LNAME(SUB2) AND
                            PAY-FNAME = SMT-FNAME(SUB2))
                               CONTINUE
               IF SUB2 <= SELLER-COUNT
                   MOVE SMT-SELLER-NO(SUB2) TO C-PAY-SELLER-NO.

       9000-READ-NEXT.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'TRUE' TO MS-EOF.
