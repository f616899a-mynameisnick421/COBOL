      *  THE MASTER'S KEY ORDER ALREADY GROUPS  *
      *  EACH SELLER'S ORDERS, SO BOTH REPORTS  *
      *  ARE STRAIGHT CONTROL-BREAK WALKS.      *
      *  ONE PASS COVERS ONE CLUB'S ORDERS.     *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES.

           SELECT CHECKLIST-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDK.PRT'
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
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
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-ORDERS-READ   PIC 9(6)        VALUE 0.
           05  C-LIST-PAGES    PIC 9(4)        VALUE 0.
           05  HOLD-SELLER-NO  PIC 9(4)        VALUE 0.
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
           MOVE 'CBLPOPDK' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT CHECKLIST-OUT
           ELSE
               OPEN EXTEND CHECKLIST-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPDK - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDK - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDK - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1175-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE

       2200-PRINT-ONE-LINE.
           ADD 1 TO C-ORDERS-READ.
           IF IS-CREDIT OR IS-DONATION
               PERFORM 9000-READ
               GO TO 2200-X.
           MOVE I-CUST-NAME OF MS-ORDER-DETAIL TO O-CK-CUST-NAME.
      *THE FIELD EXISTED) HAS NOBODY TO LIST - IT IS SKIPPED.
       3200-POST-ONE-BUYER.
           IF I-CUST-NAME OF MS-ORDER-DETAIL NOT = SPACES
                   AND NOT IS-CREDIT AND NOT IS-DONATION
               PERFORM 3250-TALLY-BUYER.
           PERFORM 9000-READ.


       8000-START-AT-TOP.
           MOVE 'FALSE' TO EOF.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
           READ POP-SALES-REPORT NEXT RECORD
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND IS-TRAILER-RECORD
               READ POP-SALES-REPORT NEXT RECORD
                   AT END
                       MOVE 'TRUE' TO EOF
               END-READ
               IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
                   MOVE 'TRUE' TO EOF.
