      *  LISTED TOGETHER) AND A PER-TIER COUNT   *
      *  SUMMARY SO WE KNOW HOW MANY T-SHIRTS    *
      *  TO BUY.                                 *
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

           SELECT AWARDS-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAW.PRT'
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPSM.DAT'
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
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  SM-COUNT        PIC 9(4)        VALUE 0.
           05  C-SELLER-NO     PIC 9(4)        VALUE 0.
           05  C-SM-SUB        PIC 9(4)        VALUE 0.
           05  C-ORDERS-READ   PIC 9(6)        VALUE 0.
           05  C-SKIPPED       PIC 9(4)        VALUE 0.
           05  C-BEST-TIER     PIC 99          VALUE 0.
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
           MOVE 'CBLPOPAW' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT AWARDS-OUT
           ELSE
               OPEN EXTEND AWARDS-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1140-LOAD-PRIZE-TIERS.
           PERFORM 1168-LOAD-SELLER-MASTER.
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
               DISPLAY 'CBLPOPAW - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPAW - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPAW - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1140-LOAD-PRIZE-TIERS.
           OPEN INPUT PRIZE-TIER-FILE.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SM-COUNT < 500
                   ADD 1 TO SM-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SM-COUNT)
      *SAME PER-SELLER CASES ROLLUP CBLPOPLB BUILDS - BY SELLER
      *NUMBER OFF THE ROSTER, CANONICAL NAME AND TEAM CARRIED FROM
      *THE ROSTER. AN ORDER WHOSE SELLER ISN'T ROSTERED EARNS NO
      *PRIZE - IT IS COUNTED AND SKIPPED. A DONATION IS NOT A SALE
      *AND NEVER COUNTS TOWARD A PRIZE TIER - NOR IS IT A BAD
      *ORDER, SO IT ISN'T COUNTED AS SKIPPED EITHER.
       2000-READ-AND-ROLLUP.
           ADD 1 TO C-ORDERS-READ.
           IF IS-DONATION
               CONTINUE
           ELSE
               IF IS-CREDIT
                   ADD 1 TO C-SKIPPED
               ELSE
                   PERFORM 2095-FIND-SELLER-NO
                   IF C-SELLER-NO = 0
                       ADD 1 TO C-SKIPPED
                   ELSE
                       PERFORM 2100-FIND-OR-ADD-SELLER.
           PERFORM 9000-READ.

       2095-FIND-SELLER-NO.
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
