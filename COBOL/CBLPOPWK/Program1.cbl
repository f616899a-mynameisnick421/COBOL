      *  THE PACE NEEDED PER WEEK LEFT BEFORE   *
      *  THE HAND-IN-BY DATE THE COLLECTIONS    *
      *  RUN ALREADY READS FROM CBLPOPCL.DAT.   *
      *  ONE PASS COVERS ONE CLUB - ITS ORDERS  *
      *  AND ITS SELLERS, TEAMS A THRU E.       *
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

      *THE SEASON GOAL FILE: 'T' ROWS CARRY A TEAM LETTER, 'S' ROWS
      *A SELLER NUMBER, EACH WITH TARGET CASES AND DOLLARS. EVERY
      *ROW LEADS WITH ITS CLUB CODE - A PASS ONLY TAKES ITS OWN.
           SELECT GOAL-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
      *THE CONTROL-TOTAL TRAILER VIEW COMES ALONG IN THE COPYBOOK -
      *BECAUSE OF KEY ORDER IT READS BACK FIRST, NOT LAST, AND
      *9000-READ SWALLOWS IT WHEREVER IT TURNS UP.
       FD GOAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-RECORD
           RECORD CONTAINS 24 CHARACTERS.
       01 GL-RECORD.
           05  GL-CLUB-CODE        PIC X(3).
           05  GL-TYPE             PIC X.
               88  GL-TEAM-GOAL    VALUE 'T'.
               88  GL-SELLER-GOAL  VALUE 'S'.
       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE    PIC X(3).
           05  SM-SELLER-NO    PIC 9(4).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
           05  CL-THRESHOLD        PIC 9(5)V99.
           05  CL-HAND-IN-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  C-PCTR          PIC 99          VALUE 0.
           05  GL-FILE-STATUS  PIC XX.
           05  CL-FILE-STATUS  PIC XX.
           05  STATE-COUNT     PIC 99          VALUE 0.
           05  SM-COUNT        PIC 9(4)        VALUE 0.
           05  STATE-FOUND-SW  PIC X(5)        VALUE 'FALSE'.
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
           MOVE 'CBLPOPWK' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT PACE-OUT
           ELSE
               OPEN EXTEND PACE-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           PERFORM 1185-LOAD-HAND-IN-DATE.
           PERFORM 1190-LOAD-GOALS.
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
               DISPLAY 'CBLPOPWK - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPWK - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPWK - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1150-LOAD-STATE-TABLE.
           OPEN INPUT STATE-DEPOSIT-FILE.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SM-COUNT < 500
                   ADD 1 TO SM-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SM-COUNT)
           READ GOAL-FILE
               AT END
                   MOVE 'TRUE' TO GL-EOF.
           IF GL-EOF NOT = 'TRUE' AND GL-CLUB-CODE = CB-CLUB-CODE
               ADD 1 TO C-GOALS-READ
               IF GL-TEAM-GOAL
                   PERFORM 1192-POST-TEAM-GOAL
      *THE SAME DOLLAR FIGURE THE MONEY REPORTS CARRY - PRICE AND
      *DEPOSIT ROWS IN FORCE ON EACH ORDER'S UPLOAD DATE, CREDITS
      *SUBTRACTING - SO THE PACE SHEET CAN'T DISAGREE WITH THE
      *STATEMENTS AT THE SAME MEETING. A DONATION ISN'T A SALE AND
      *DOESN'T COUNT TOWARD ANY GOAL - IT IS READ PAST.
       2000-ROLLUP-SALES.
           ADD 1 TO C-ORDERS-READ.
           IF NOT IS-DONATION
               PERFORM 2010-ROLLUP-ONE-SALE.
           PERFORM 9000-READ.

       2010-ROLLUP-ONE-SALE.
           PERFORM 2105-CHECK-STATE.
           PERFORM 2106-CHECK-POP-TYPE.
           IF STATE-FOUND-SW NOT = 'TRUE' OR
                   C-CASE-PRICE * I-NUM-CASES +
                       C-DEPOSIT-AMT
               PERFORM 2150-POST-TO-ROLLUPS.

       2150-POST-TO-ROLLUPS.
           MOVE 0 TO TEAM-SUB.
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
