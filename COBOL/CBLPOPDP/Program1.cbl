      *  PERIOD - SAME ROWS THE EDIT PASS       *
      *  APPLIED, SO THE REGISTER TIES TO THE   *
      *  MONEY THE ORDERS ACTUALLY CARRIED.     *
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

           SELECT REGISTER-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDP.PRT'
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLSTDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
      *THE CONTROL-TOTAL TRAILER VIEW COMES ALONG IN THE COPYBOOK -
      *BECAUSE OF KEY ORDER IT READS BACK FIRST, NOT LAST, AND
      *9000-READ SWALLOWS IT WHEREVER IT TURNS UP.
           05  SD-EFF-DATE     PIC 9(8).
           05  SD-DEPOSIT      PIC V99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  STATE-COUNT     PIC 99          VALUE 0.
           05  SD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  STATE-FOUND-SW  PIC X(5)        VALUE 'FALSE'.
           05  C-ORDERS-READ   PIC 9(6)        VALUE 0.
           05  C-EXC-CTR       PIC 9(4)        VALUE 0.

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
           MOVE 'CBLPOPDP' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT REGISTER-OUT
           ELSE
               OPEN EXTEND REGISTER-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1150-LOAD-STATE-TABLE.
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
               DISPLAY 'CBLPOPDP - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDP - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDP - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1150-LOAD-STATE-TABLE.
           OPEN INPUT STATE-DEPOSIT-FILE.
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *A DONATION CARRIES NO BOTTLES, SO NO DEPOSIT IS OWED ON IT -
      *AND ITS ADDRESS IS THE DONOR'S, WHICH NEEDN'T BE A STATE ON
      *THE DEPOSIT TABLE. IT IS PASSED OVER RATHER THAN LISTED.
       2000-ROLLUP.
           ADD 1 TO C-ORDERS-READ.
           IF NOT IS-DONATION
               PERFORM 2010-ROLLUP-ONE-ORDER.
           PERFORM 9000-READ.

       2010-ROLLUP-ONE-ORDER.
           PERFORM 2105-CHECK-STATE.
           IF STATE-FOUND-SW NOT = 'TRUE' OR
                   I-NUM-CASES NOT NUMERIC
               ELSE
                   ADD I-NUM-CASES TO D-CASES(SUB2)
                   ADD I-NUM-CASES TO GT-TOTAL-CASES.

      *CASES THAT CAME BACK COLLECTED NO DEPOSIT WE STILL OWE THE
      *STATE - THEY COME OFF THE REGISTER, FLOORED AT ZERO SO A
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
