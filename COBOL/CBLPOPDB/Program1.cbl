             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPDB.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  DISBURSEMENT RUN - THE MONEY GOING OUT *
      *  OF THE CLUB. BUILDS THE PAYABLES FROM  *
      *  THE 'F' REFUND CREDITS ON THE ORDER    *
      *  MASTER THAT PASS THE SAME EDIT         *
      *  CBLNLH05 GIVES THEM, AND FROM THE      *
      *  DISTRIBUTOR INVOICES CBLPOPTM MATCHED  *
      *  WITH NO OPEN VARIANCE. EACH PAYABLE    *
      *  NOT ALREADY PAID GETS THE NEXT CHECK   *
      *  NUMBER, A LINE ON THE CHECK REGISTER,  *
      *  A RECORD ON THE SEASON'S CHECK FILE    *
      *  CBLPOPCW.DAT (WHICH CBLPOPBK MATCHES   *
      *  CLEARED CHECKS AGAINST) AND A LINE ON  *
      *  THE BANK'S POSITIVE-PAY FILE. ANYTHING *
      *  HELD BACK PRINTS WITH THE REASON, SO   *
      *  THE TREASURER SEES WHAT WASN'T PAID.   *
      *  THE COUNTY LEAGUE'S CLUBS BANK THROUGH *
      *  ONE ACCOUNT, SO THIS IS A LEAGUE-WIDE  *
      *  STEP - ONE CHECKBOOK, WITH EACH CLUB'S *
      *  REFUNDS TAKEN CLUB BY CLUB. A CLUB LEFT*
      *  OUT OF THE RUN HAS ITS REFUNDS WAIT FOR*
      *  ITS NEXT RUN - SEE 1050-CHECK-CLUBS.   *
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

      *ONE RECORD PER CBLPOPTM RUN - SEE CBLPOPTM.
           SELECT INVOICE-MATCH-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.

      *ONE-RECORD CHECKBOOK CONTROL - THE CLUB'S ACCOUNT NUMBER FOR
      *THE POSITIVE-PAY FILE, THE NEXT CHECK NUMBER, AND THE NAME
      *THE DISTRIBUTOR'S CHECKS ARE MADE OUT TO. THE TREASURER KEYS
      *IT ONCE; EVERY RUN REWRITES IT WITH THE NEXT NUMBER.
           SELECT CHECK-CONTROL-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPCN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CN-FILE-STATUS.

      *EVERY CHECK WRITTEN THIS SEASON, APPENDED ACROSS RUNS. IT IS
      *HOW A PAYABLE KNOWS IT WAS ALREADY PAID, AND THE REGISTER
      *CBLPOPBK MATCHES THE BANK'S CLEARED CHECKS AGAINST.
           SELECT CHECK-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPCW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

      *THE BANK'S POSITIVE-PAY UPLOAD - ONE COMMA-DELIMITED LINE PER
      *CHECK ISSUED THIS RUN: ACCOUNT, CHECK NUMBER, ISSUE DATE
      *(YYYYMMDD), AMOUNT (WITH A DECIMAL POINT), PAYEE.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPP.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDB.PRT'
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

       FD INVOICE-MATCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-RECORD
           RECORD CONTAINS 41 CHARACTERS.
       01 IM-RECORD.
           05  IM-INVOICE-NO       PIC X(12).
           05  IM-INVOICE-DATE     PIC 9(8).
           05  IM-MATCH-DATE       PIC 9(8).
           05  IM-AMOUNT           PIC 9(7)V99.
           05  IM-VARIANCES        PIC 9(4).

       FD CHECK-CONTROL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CN-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 CN-RECORD.
           05  CN-ACCOUNT-NO       PIC X(17).
           05  CN-NEXT-CHECK       PIC 9(6).
           05  CN-DISTRIBUTOR      PIC X(30).

      *THE REFERENCE IS THE REFUND'S CLUB, ORDER NUMBER, LINE AND
      *REFUND COUNT (SEE REFUND-REFERENCE) OR THE DISTRIBUTOR'S
      *INVOICE NUMBER.
       FD CHECK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-RECORD
           RECORD CONTAINS 69 CHARACTERS.
       01 CK-RECORD.
           05  CK-CHECK-NO         PIC 9(6).
           05  CK-ISSUE-DATE       PIC 9(8).
           05  CK-PAYEE-TYPE       PIC X.
               88  CK-REFUND           VALUE 'R'.
               88  CK-INVOICE          VALUE 'I'.
           05  CK-REFERENCE        PIC X(15).
           05  CK-PAYEE            PIC X(30).
           05  CK-AMOUNT           PIC 9(7)V99.

       FD POSITIVE-PAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-LINE
           RECORD CONTAINS 80 CHARACTERS.
       01 PP-LINE                  PIC X(80).

       FD REGISTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-FILE-STATUS  PIC XX.
           05  IM-FILE-STATUS  PIC XX.
           05  CN-FILE-STATUS  PIC XX.
           05  CK-FILE-STATUS  PIC XX.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  SD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SM-EOF          PIC X(5)        VALUE 'FALSE'.
           05  IM-EOF          PIC X(5)        VALUE 'FALSE'.
           05  CK-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PAID-SW         PIC X(5)        VALUE 'FALSE'.

      *WHICH CLUB'S ORDERS ARE GOING BY, AND WHETHER THAT CLUB IS
      *IN THIS RUN - SEE 9100-CHANGE-CLUB.
           05  C-CLUB-CODE     PIC X(3)        VALUE HIGH-VALUES.
           05  CLUB-READY-SW   PIC X(5)        VALUE 'FALSE'.
           05  ORDER-FOUND-SW  PIC X(5)        VALUE 'FALSE'.
           05  C-CLUBS-READY   PIC 9(3)        VALUE 0.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-CHECKS        PIC 9(4)        VALUE 0.
           05  C-HELD          PIC 9(4)        VALUE 0.
           05  C-NEXT-CHECK    PIC 9(6)        VALUE 1001.
           05  C-ACCOUNT-NO    PIC X(17)       VALUE SPACES.
           05  C-DISTRIBUTOR   PIC X(30)       VALUE SPACES.
           05  C-PAYEE-TYPE    PIC X.
           05  C-REFERENCE     PIC X(15).
           05  C-PAYEE         PIC X(30).
           05  C-AMOUNT        PIC 9(7)V99.
           05  C-HOLD-REASON   PIC X(40).
           05  GT-CHECKS       PIC 9(9)V99     VALUE 0.
           05  GT-HELD         PIC 9(9)V99     VALUE 0.

      *A REFUND'S REFERENCE IS ITS CLUB, THE ORDER NUMBER AND LINE
      *CBLPOPCV GAVE IT, AND WHICH REFUND AGAINST THAT ORDER IT IS -
      *NOT THE MASTER KEY, WHOSE SEQUENCE CBLPOPLD RENUMBERS ON
      *EVERY RELOAD. A CREDIT CARRIES THE ORIGINAL ORDER'S NUMBER
      *AND ITS MONEY RIDES LINE 01, SO A SECOND REFUND AGAINST THE
      *SAME ORDER IS TOLD FROM THE FIRST ONLY BY THE COUNT. ORDER
      *NUMBERS REPEAT FROM CLUB TO CLUB, SO THE CLUB CODE LEADS.
       01 REFUND-REFERENCE.
           05  RR-CLUB-CODE        PIC X(3).
           05  RR-ORDER-NO         PIC 9(6).
           05  FILLER              PIC X           VALUE '-'.
           05  RR-LINE-NO          PIC 99.
           05  FILLER              PIC X           VALUE '-'.
           05  RR-REFUND-NO        PIC 99.

      *THE CLUB'S REFUNDS SO FAR, BY ORDER NUMBER - THE MASTER GOES
      *BY IN THE SAME ORDER AFTER A RELOAD, SO THE COUNTS DO TOO.
      *STARTED OVER FOR EACH CLUB - SEE 9100-CHANGE-CLUB.
       01 REFUND-ORDER-COUNT       PIC 9(4)        VALUE 0.
       01 REFUND-ORDER-ROW         PIC 9(4)        VALUE 0.
       01 REFUND-ORDER-TABLE.
           05  REFUND-ORDERS       OCCURS 2000.
               10  RO-ORDER-NO     PIC 9(6).
               10  RO-REFUNDS      PIC 99.

      *EVERY PAYABLE ALREADY PAID, OFF CBLPOPCW.DAT PLUS THE CHECKS
      *WRITTEN THIS RUN. THE HIGHEST CHECK NUMBER ON FILE KEEPS THE
      *NEXT NUMBER FROM REPEATING ONE EVEN IF THE CONTROL RECORD IS
      *LOST.
       01 PAID-COUNT               PIC 9(4)        VALUE 0.
       01 PAID-TABLE.
           05  PAID-ROWS           OCCURS 2000.
               10  PD-PAYEE-TYPE   PIC X.
               10  PD-REFERENCE    PIC X(15).

      *THE LATEST MATCH FOR EACH INVOICE NUMBER - A LATER CBLPOPTM
      *RUN FOR THE SAME INVOICE REPLACES THE EARLIER ONE.
       01 INVOICE-COUNT            PIC 9(4)        VALUE 0.
       01 INVOICE-TABLE.
           05  INVOICE-ROWS        OCCURS 100.
               10  IT-INVOICE-NO   PIC X(12).
               10  IT-AMOUNT       PIC 9(7)V99.
               10  IT-VARIANCES    PIC 9(4).

      *RATE TABLES, PRODUCT MASTER AND ROSTER - THE SAME ONES
      *CBLNLH05 LOADS, SO CBLPOPVC JUDGES EACH REFUND HERE EXACTLY
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

      *ORIGINAL-ORDER CHECK - SEE CBLPOPOC.
       01 OC-CHECK-INFO.
           COPY POPOCHK.

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
           05  I-DATE-NUM REDEFINES I-DATE
                               PIC 9(8).
           05  I-TIME          PIC X(11).

      *POSITIVE-PAY AMOUNT - THE BANK WANTS THE DECIMAL POINT AND
      *NO DOLLAR SIGN OR COMMAS.
       01 PP-AMOUNT                PIC 9(7).99.

       01 REGISTER-TITLE.
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

       01 REGISTER-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'CHECK REGISTER - DISBURSEMENTS'.

       01 CLUB-HEADING.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CH-CLUB-CODE  PIC X(3).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CH-CLUB-NAME  PIC X(30).

      *PRINTED IN PLACE OF A CLUB'S REFUNDS WHEN THE CLUB IS LEFT
      *OUT OF THE RUN.
       01 CLUB-SKIPPED-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CS-CLUB-CODE  PIC X(3).
           05  FILLER          PIC X(60)       VALUE
               '  LEFT OUT OF THIS RUN - REFUNDS WAIT FOR NEXT RUN.'.

      *THE DISTRIBUTOR IS PAID FOR THE WHOLE LEAGUE AFTER THE LAST
      *CLUB'S REFUNDS.
       01 INVOICE-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'DISTRIBUTOR INVOICES - WHOLE LEAGUE'.

       01 DETAIL-COLUMN-HEADING.
           05  FILLER          PIC X(9)        VALUE 'CHECK'.
           05  FILLER          PIC X(10)       VALUE 'TYPE'.
           05  FILLER          PIC X(17)       VALUE 'REFERENCE'.
           05  FILLER          PIC X(32)       VALUE 'PAYEE'.
           05  FILLER          PIC X(16)       VALUE '      AMOUNT'.
           05  FILLER          PIC X(40)       VALUE 'NOTE'.

       01 DETAIL-LINE.
           05  O-DT-CHECK      PIC X(6).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-DT-TYPE       PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-DT-REFERENCE  PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-DT-PAYEE      PIC X(30).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-DT-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-DT-NOTE       PIC X(40).

       01 TOTAL-LINE.
           05  O-TL-LABEL      PIC X(20).
           05  O-TL-COUNT      PIC Z,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-TL-AMOUNT     PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-ONE-ORDER
               UNTIL EOF = 'TRUE'.
           WRITE PRINTLINE FROM INVOICE-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           PERFORM 3000-PAY-ONE-INVOICE THRU 3000-X
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > INVOICE-COUNT.
           PERFORM 4000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPDB' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           PERFORM 1050-CHECK-CLUBS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1150-LOAD-STATE-TABLE.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1200-LOAD-CHECK-CONTROL.
           PERFORM 1300-LOAD-PAID-CHECKS.
           PERFORM 1400-LOAD-INVOICE-MATCHES.
           OPEN EXTEND CHECK-FILE.
      *FIRST CHECK OF THE SEASON - START THE FILE.
           IF CK-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT REGISTER-OUT.
           OPEN INPUT ORDER-MASTER.
           IF MS-FILE-STATUS NOT = '00'
               DISPLAY 'CBLPOPDB - ORDER MASTER WILL NOT OPEN - STATUS '
                   MS-FILE-STATUS
               STOP RUN.
           PERFORM 9900-HEADINGS.
           PERFORM 9000-READ.

      *EVERY CLUB IN THE RUN IS CHECKED ON ITS OWN STAMPS. ONE
      *CLUB THAT'S STALE OR NOT YET THROUGH THE EDIT PASS DOESN'T
      *HOLD UP THE OTHERS - ITS REFUNDS ARE SIMPLY PASSED OVER (SEE
      *9100-CHANGE-CLUB) - BUT WITH NO CLUB READY THE RUN STOPS, AS
      *IT ALWAYS HAS FOR A STALE MASTER. THE TRAILER CATCHES A
      *TRUNCATED FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-CLUBS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1055-CHECK-NEXT-CLUB
               UNTIL NOT CB-OK.
           IF C-CLUBS-READY = 0
               DISPLAY 'CBLPOPDB - NO CLUB IN THE RUN HAS A VALIDATED
      -            ' ORDER MASTER - RUN CBLPOPCV, CBLPOPLD AND CBLNLH05
      -            ' FIRST'
               STOP RUN.

       1055-CHECK-NEXT-CLUB.
           PERFORM 1060-CHECK-ONE-CLUB.
           IF CLUB-READY-SW = 'TRUE'
               ADD 1 TO C-CLUBS-READY
           ELSE
               IF CB-CLUB-IN-RUN
                   DISPLAY 'CBLPOPDB - CLUB ' CB-CLUB-CODE
                       ' IS NOT VALIDATED AT GENERATION '
                       CB-GENERATION ' - ITS REFUNDS ARE PASSED OVER'.
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       1060-CHECK-ONE-CLUB.
           MOVE 'FALSE' TO CLUB-READY-SW.
           IF CB-OK AND CB-CLUB-IN-RUN AND CB-CONTROL-ON-FILE
               IF CB-LOADED-GEN = CB-GENERATION AND
                       CB-VALIDATED-GEN = CB-GENERATION AND
                       CB-GENERATION > 0
                   MOVE 'TRUE' TO CLUB-READY-SW.

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
                   DISPLAY 'CBLPOPDB - STATE RATE FILE EXCEEDS 40 -
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
                   DISPLAY 'CBLPOPDB - PRICE FILE EXCEEDS 100 -
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
                   DISPLAY 'CBLPOPDB - SELLER MASTER EXCEEDS 500 -
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

      *NO CONTROL RECORD YET STARTS THE CHECKBOOK AT 1001 WITH NO
      *ACCOUNT NUMBER - THE POSITIVE-PAY FILE WILL SHOW THE BLANK,
      *AND THE BANK WILL SAY SO BEFORE ANY CHECK IS HONORED.
       1200-LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF CN-FILE-STATUS = '00'
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CN-ACCOUNT-NO TO C-ACCOUNT-NO
                       MOVE CN-DISTRIBUTOR TO C-DISTRIBUTOR
                       IF CN-NEXT-CHECK IS NUMERIC AND
                               CN-NEXT-CHECK > 0
                           MOVE CN-NEXT-CHECK TO C-NEXT-CHECK
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE.
           IF C-DISTRIBUTOR = SPACES
               MOVE 'POP DISTRIBUTOR' TO C-DISTRIBUTOR.

       1300-LOAD-PAID-CHECKS.
           OPEN INPUT CHECK-FILE.
           IF CK-FILE-STATUS = '00'
               PERFORM 1310-READ-ONE-CHECK
                   UNTIL CK-EOF = 'TRUE'
               CLOSE CHECK-FILE.

       1310-READ-ONE-CHECK.
           READ CHECK-FILE
               AT END
                   MOVE 'TRUE' TO CK-EOF.
           IF CK-EOF NOT = 'TRUE'
               IF CK-CHECK-NO NOT < C-NEXT-CHECK
                   COMPUTE C-NEXT-CHECK = CK-CHECK-NO + 1
               END-IF
               MOVE CK-PAYEE-TYPE TO C-PAYEE-TYPE
               MOVE CK-REFERENCE TO C-REFERENCE
               PERFORM 1320-ADD-PAID.

       1320-ADD-PAID.
           IF PAID-COUNT < 2000
               ADD 1 TO PAID-COUNT
               MOVE C-PAYEE-TYPE TO PD-PAYEE-TYPE(PAID-COUNT)
               MOVE C-REFERENCE TO PD-REFERENCE(PAID-COUNT)
           ELSE
               DISPLAY 'CBLPOPDB - CHECK FILE EXCEEDS 2000 -
      -            ' ENLARGE TABLE'
               STOP RUN.

      *NO MATCH FILE MEANS CBLPOPTM HASN'T RUN - NO INVOICE IS
      *CLEAR TO PAY.
       1400-LOAD-INVOICE-MATCHES.
           OPEN INPUT INVOICE-MATCH-FILE.
           IF IM-FILE-STATUS = '00'
               PERFORM 1410-READ-ONE-MATCH
                   UNTIL IM-EOF = 'TRUE'
               CLOSE INVOICE-MATCH-FILE.

       1410-READ-ONE-MATCH.
           READ INVOICE-MATCH-FILE
               AT END
                   MOVE 'TRUE' TO IM-EOF.
           IF IM-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               MOVE 0 TO SUB2
               PERFORM 1420-FIND-INVOICE
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > INVOICE-COUNT
               IF SUB2 = 0
                   IF INVOICE-COUNT < 100
                       ADD 1 TO INVOICE-COUNT
                       MOVE INVOICE-COUNT TO SUB2
                   ELSE
                       DISPLAY 'CBLPOPDB - INVOICE MATCHES EXCEED 100 -
      -                    ' ENLARGE TABLE'
                       STOP RUN
                   END-IF
               END-IF
               MOVE IM-INVOICE-NO TO IT-INVOICE-NO(SUB2)
               MOVE IM-AMOUNT TO IT-AMOUNT(SUB2)
               MOVE IM-VARIANCES TO IT-VARIANCES(SUB2).

       1420-FIND-INVOICE.
           IF IM-INVOICE-NO = IT-INVOICE-NO(SUB)
               MOVE SUB TO SUB2.

      *ONLY A REFUND THAT HANDS CASH BACK NEEDS A CHECK - A 'C' OR
      *'R' CREDIT, OR AN 'F' WITH NOTHING REFUNDED, ONLY MOVES THE
      *MONEY REPORTS.
       2000-CHECK-ONE-ORDER.
           IF MS-SELLER-NO = 0 AND MS-ORDER-SEQ = 0
               CONTINUE
           ELSE
               IF I-TRANS-TYPE = 'F' AND I-AMOUNT-PAID IS NUMERIC
                   IF I-AMOUNT-PAID > 0
                       PERFORM 2100-TAKE-REFUND THRU 2100-X.
           PERFORM 9000-READ.

      *A REFUND IS APPROVED WHEN IT PASSES THE EDIT CBLNLH05 GIVES
      *IT - CBLPOPVC, THEN THE ORIGINAL-ORDER CHECK. ONE THAT FAILS
      *IS HELD ON THE REGISTER WITH THE REASON, AND PAID ON A LATER
      *RUN ONCE IT IS CORRECTED.
       2100-TAKE-REFUND.
           MOVE MS-CLUB-CODE TO RR-CLUB-CODE.
           MOVE I-ORDER-NO TO RR-ORDER-NO.
           MOVE I-LINE-NO TO RR-LINE-NO.
           PERFORM 2150-COUNT-REFUND.
           MOVE 'R' TO C-PAYEE-TYPE.
           MOVE REFUND-REFERENCE TO C-REFERENCE.
           MOVE I-AMOUNT-PAID TO C-AMOUNT.
           MOVE I-CUST-NAME TO C-PAYEE.
           IF I-CUST-NAME = SPACES
               MOVE SPACES TO C-PAYEE
               STRING I-FNAME DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   I-LNAME DELIMITED BY '  '
                   INTO C-PAYEE.
           PERFORM 2900-CHECK-PAID.
           IF PAID-SW = 'TRUE'
               GO TO 2100-X.
           CALL 'CBLPOPVC' USING MS-ORDER-DETAIL STATE-COUNT
               STATE-DEPOSIT-TABLE PRICE-COUNT POP-PRICE-TABLE
               PRODUCT-TABLE
               SELLER-COUNT SELLER-MASTER-TABLE VC-RESULT.
           IF VC-ERROR-SWITCH NOT = 'PASS' AND
                   VC-ERROR-SWITCH NOT = 'WARN'
               MOVE VC-ERR-DESC TO C-HOLD-REASON
               PERFORM 2850-HOLD-PAYABLE
               GO TO 2100-X.
           MOVE MS-CLUB-CODE TO OC-CLUB-CODE.
           MOVE I-ORDER-NO TO OC-ORDER-NO.
           MOVE MS-SELLER-NO TO OC-SELLER-NO.
           MOVE MS-ORDER-SEQ TO OC-ORDER-SEQ.
           MOVE I-POP-TYPE TO OC-POP-TYPE.
           CALL 'CBLPOPOC' USING OC-CHECK-INFO.
           IF OC-ORDER-MISSING
               MOVE 'ORIGINAL ORDER NOT ON THE MASTER' TO C-HOLD-REASON
               PERFORM 2850-HOLD-PAYABLE
               GO TO 2100-X.
           IF I-NUM-CASES + OC-CREDITED-CASES > OC-ORDER-CASES
               MOVE 'RETURNS MORE CASES THAN ARE OPEN' TO C-HOLD-REASON
               PERFORM 2850-HOLD-PAYABLE
               GO TO 2100-X.
           IF I-AMOUNT-PAID + OC-CREDITED-PAID > OC-ORDER-PAID
               MOVE 'REFUNDS MORE THAN WAS PAID' TO C-HOLD-REASON
               PERFORM 2850-HOLD-PAYABLE
               GO TO 2100-X.
           PERFORM 2800-WRITE-CHECK.

       2100-X.
           EXIT.

      *EVERY REFUND IS COUNTED, PAID OR HELD, SO THE SAME REFUND
      *GETS THE SAME NUMBER ON EVERY RUN.
       2150-COUNT-REFUND.
           MOVE 0 TO REFUND-ORDER-ROW.
           PERFORM 2160-MATCH-ONE-ORDER
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > REFUND-ORDER-COUNT.
           IF REFUND-ORDER-ROW = 0 AND REFUND-ORDER-COUNT = 2000
               DISPLAY 'CBLPOPDB - REFUNDED ORDERS EXCEED 2000 -
      -            ' ENLARGE TABLE'
               STOP RUN.
           IF REFUND-ORDER-ROW = 0
               ADD 1 TO REFUND-ORDER-COUNT
               MOVE REFUND-ORDER-COUNT TO REFUND-ORDER-ROW
               MOVE I-ORDER-NO TO RO-ORDER-NO(REFUND-ORDER-ROW)
               MOVE 0 TO RO-REFUNDS(REFUND-ORDER-ROW).
           ADD 1 TO RO-REFUNDS(REFUND-ORDER-ROW).
           MOVE RO-REFUNDS(REFUND-ORDER-ROW) TO RR-REFUND-NO.

       2160-MATCH-ONE-ORDER.
           IF REFUND-ORDER-ROW = 0 AND
                   RO-ORDER-NO(SUB2) = I-ORDER-NO
               MOVE SUB2 TO REFUND-ORDER-ROW.

      *THE NEXT CHECK NUMBER GOES TO THE PAYABLE IN THE C- FIELDS -
      *ONTO THE CHECK FILE, THE POSITIVE-PAY FILE AND THE REGISTER.
       2800-WRITE-CHECK.
           MOVE C-NEXT-CHECK TO CK-CHECK-NO.
           MOVE I-DATE-NUM TO CK-ISSUE-DATE.
           MOVE C-PAYEE-TYPE TO CK-PAYEE-TYPE.
           MOVE C-REFERENCE TO CK-REFERENCE.
           MOVE C-PAYEE TO CK-PAYEE.
           MOVE C-AMOUNT TO CK-AMOUNT.
           WRITE CK-RECORD.
           MOVE C-AMOUNT TO PP-AMOUNT.
           MOVE SPACES TO PP-LINE.
           STRING C-ACCOUNT-NO DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               CK-CHECK-NO DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CK-ISSUE-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               PP-AMOUNT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               C-PAYEE DELIMITED BY '  '
               INTO PP-LINE.
           WRITE PP-LINE.
           PERFORM 1320-ADD-PAID.
           ADD 1 TO C-CHECKS.
           ADD C-AMOUNT TO GT-CHECKS.
           MOVE CK-CHECK-NO TO O-DT-CHECK.
           MOVE SPACES TO O-DT-NOTE.
           PERFORM 2870-PRINT-PAYABLE.
           ADD 1 TO C-NEXT-CHECK.

       2850-HOLD-PAYABLE.
           ADD 1 TO C-HELD.
           ADD C-AMOUNT TO GT-HELD.
           MOVE 'HELD' TO O-DT-CHECK.
           MOVE C-HOLD-REASON TO O-DT-NOTE.
           PERFORM 2870-PRINT-PAYABLE.

       2870-PRINT-PAYABLE.
           IF C-PAYEE-TYPE = 'R'
               MOVE 'REFUND' TO O-DT-TYPE
           ELSE
               MOVE 'INVOICE' TO O-DT-TYPE.
           MOVE C-REFERENCE TO O-DT-REFERENCE.
           MOVE C-PAYEE TO O-DT-PAYEE.
           MOVE C-AMOUNT TO O-DT-AMOUNT.
           WRITE PRINTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.

       2900-CHECK-PAID.
           MOVE 'FALSE' TO PAID-SW.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > PAID-COUNT
                       IF C-PAYEE-TYPE = PD-PAYEE-TYPE(SUB2) AND
                               C-REFERENCE = PD-REFERENCE(SUB2)
                           MOVE 'TRUE' TO PAID-SW.

      *AN INVOICE IS PAID ONCE ITS LATEST MATCH CAME OUT CLEAN. AN
      *EXPORT WITHOUT AN INVOICE NUMBER CAN'T BE TOLD FROM THE NEXT
      *ONE, SO IT IS HELD RATHER THAN RISK PAYING IT TWICE.
       3000-PAY-ONE-INVOICE.
           IF IT-AMOUNT(SUB) = 0
               GO TO 3000-X.
           MOVE 'I' TO C-PAYEE-TYPE.
           MOVE IT-INVOICE-NO(SUB) TO C-REFERENCE.
           MOVE C-DISTRIBUTOR TO C-PAYEE.
           MOVE IT-AMOUNT(SUB) TO C-AMOUNT.
           IF IT-INVOICE-NO(SUB) = SPACES
               MOVE 'INVOICE EXPORT CARRIES NO INVOICE NUMBER'
                   TO C-HOLD-REASON
               PERFORM 2850-HOLD-PAYABLE
               GO TO 3000-X.
           PERFORM 2900-CHECK-PAID.
           IF PAID-SW = 'TRUE'
               GO TO 3000-X.
           IF IT-VARIANCES(SUB) > 0
               MOVE 'OPEN VARIANCE ON THE THREE-WAY MATCH'
                   TO C-HOLD-REASON
               PERFORM 2850-HOLD-PAYABLE
               GO TO 3000-X.
           PERFORM 2800-WRITE-CHECK.

       3000-X.
           EXIT.

       4000-CLOSING.
           MOVE 'CHECKS WRITTEN:' TO O-TL-LABEL.
           MOVE C-CHECKS TO O-TL-COUNT.
           MOVE GT-CHECKS TO O-TL-AMOUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'HELD - NOT PAID:' TO O-TL-LABEL.
           MOVE C-HELD TO O-TL-COUNT.
           MOVE GT-HELD TO O-TL-AMOUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ORDER-MASTER.
           CLOSE CHECK-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE REGISTER-OUT.
      *THE CONTROL RECORD IS REWRITTEN WITH THE NEXT UNUSED NUMBER
      *SO THE NEXT RUN PICKS UP WHERE THIS ONE LEFT THE CHECKBOOK.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE C-ACCOUNT-NO TO CN-ACCOUNT-NO.
           MOVE C-NEXT-CHECK TO CN-NEXT-CHECK.
           MOVE C-DISTRIBUTOR TO CN-DISTRIBUTOR.
           WRITE CN-RECORD.
           CLOSE CHECK-CONTROL-FILE.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-CHECKS TO RG-RECORDS-WRITTEN.
           MOVE C-HELD TO RG-WARN-CTR.
           MOVE GT-CHECKS TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *RECORDS OF A CLUB LEFT OUT OF THE RUN ARE READ PAST HERE, SO
      *2000-CHECK-ONE-ORDER ONLY SEES CLUBS IT MAY PAY.
       9000-READ.
           MOVE 'FALSE' TO ORDER-FOUND-SW.
           PERFORM 9010-READ-ONE-RECORD
               UNTIL EOF = 'TRUE' OR ORDER-FOUND-SW = 'TRUE'.

       9010-READ-ONE-RECORD.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF MS-CLUB-CODE NOT = C-CLUB-CODE
                   PERFORM 9100-CHANGE-CLUB
               END-IF
               IF CLUB-READY-SW = 'TRUE'
                   MOVE 'TRUE' TO ORDER-FOUND-SW.

      *A NEW CLUB'S ORDERS START HERE. A CLUB THIS RUN ISN'T FOR IS
      *PASSED OVER QUIETLY; ONE THE RUN IS FOR BUT THAT ISN'T READY
      *IS PASSED OVER WITH A LINE ON THE REGISTER. A READY CLUB GETS
      *ITS HEADING AND ITS OWN ROSTER FOR CBLPOPVC.
       9100-CHANGE-CLUB.
           MOVE MS-CLUB-CODE TO C-CLUB-CODE.
           MOVE 0 TO REFUND-ORDER-COUNT.
           MOVE MS-CLUB-CODE TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1060-CHECK-ONE-CLUB.
           IF CLUB-READY-SW = 'TRUE'
               PERFORM 1168-LOAD-SELLER-MASTER
               MOVE C-CLUB-CODE TO O-CH-CLUB-CODE
               MOVE CB-CLUB-NAME TO O-CH-CLUB-NAME
               WRITE PRINTLINE FROM CLUB-HEADING
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
           ELSE
               IF CB-SELECTED-CLUB = SPACES OR
                       CB-SELECTED-CLUB = C-CLUB-CODE
                   MOVE C-CLUB-CODE TO O-CS-CLUB-CODE
                   WRITE PRINTLINE FROM CLUB-SKIPPED-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM 9900-HEADINGS.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM REGISTER-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM REGISTER-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM DETAIL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
