      *  DELIVERED, WITH WHERE IT STANDS - SO A *
      *  PARENT'S CALL IS ANSWERED OFF ONE PAGE *
      *  INSTEAD OF THREE PRINT FILES.          *
      *  ONE PASS COVERS ONE CLUB - ITS         *
      *  SIGN-OFFS (EACH CARRIES THE CLUB CODE) *
      *  AND ITS ORDERS.                        *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE SIGN-OFF PER LINE: CLUB, SELLER NUMBER, ORDER SEQUENCE,
      *ACTION
      *('D' DELIVERED / 'P' PAID IN FULL), SIGN-OFF DATE YYYYMMDD.
           SELECT DELIVERY-CONF-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

           SELECT DELIVERY-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DELIVERY-CONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DC-RECORD
           RECORD CONTAINS 20 CHARACTERS.
       01 DC-RECORD.
           05  DC-CLUB-CODE        PIC X(3).
           05  DC-SELLER-NO        PIC 9(4).
           05  DC-ORDER-SEQ        PIC 9(4).
           05  DC-ACTION           PIC X.
       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.


       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  ORD-EOF         PIC X(5)        VALUE 'FALSE'.
           05  DC-FOUND-SW     PIC X(5)        VALUE 'FALSE'.
           05  MS-FILE-STATUS  PIC XX.
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-POSTED        PIC 9(4)        VALUE 0.
           05  C-REJECTS       PIC 9(4)        VALUE 0.
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
           MOVE 'CBLPOPDL' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT DELIVERY-CONF-FILE.
           OPEN I-O ORDER-MASTER.
           IF CB-FIRST-PASS
               OPEN OUTPUT DELIVERY-OUT
           ELSE
               OPEN EXTEND DELIVERY-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPDL - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDL - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDL - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

      *POSTS ONE SIGN-OFF. A 'P' ON AN ORDER NEVER MARKED DELIVERED
      *IS TAKEN - THE MONEY CAN LAND BEFORE THE TRUCK - BUT A KEY
           PERFORM 9000-READ.

       2100-APPLY-SIGNOFF.
           MOVE DC-CLUB-CODE TO MS-CLUB-CODE.
           MOVE DC-SELLER-NO TO MS-SELLER-NO.
           MOVE DC-ORDER-SEQ TO MS-ORDER-SEQ.
           READ ORDER-MASTER
      *LISTING.
       3000-STATUS-REPORT.
           PERFORM 9910-HEADINGS-STATUS.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START ORDER-MASTER KEY NOT < MS-KEY
       3100-CHECK-ONE-ORDER.
           ADD 1 TO C-ORDERS-READ.
           IF NOT MS-ST-DELIVERED AND NOT MS-ST-PAID
                   AND NOT IS-CREDIT AND NOT IS-DONATION
               ADD 1 TO C-OPEN-ORDERS
               MOVE MS-SELLER-NO TO O-ST-SELLER
               MOVE MS-ORDER-SEQ TO O-ST-SEQ
           MOVE C-REJECTS TO RG-ERR-CTR.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *ANOTHER CLUB'S SIGN-OFFS ARE READ PAST - THEY POST ON THAT
      *CLUB'S PASS.
       9000-READ.
           MOVE 'FALSE' TO DC-FOUND-SW.
           PERFORM 9005-READ-SIGNOFF
               UNTIL EOF = 'TRUE' OR DC-FOUND-SW = 'TRUE'.

       9005-READ-SIGNOFF.
           READ DELIVERY-CONF-FILE
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND DC-CLUB-CODE = CB-CLUB-CODE
               MOVE 'TRUE' TO DC-FOUND-SW.

      *THE CLUB'S CONTROL-TOTAL TRAILER SORTS AHEAD OF EVERY
      *SELLER NUMBER, SO IT COMES BACK FIRST INSTEAD OF LAST - SKIP
      *IT SO THE STATUS WALK ONLY EVER SEES REAL ORDERS. THE NEXT
      *CLUB'S FIRST KEY ENDS THE WALK.
       9010-READ-ORDER.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'TRUE' TO ORD-EOF.
           IF ORD-EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO ORD-EOF.
           IF ORD-EOF NOT = 'TRUE' AND IS-TRAILER-RECORD
               READ ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'TRUE' TO ORD-EOF
               END-READ
               IF ORD-EOF NOT = 'TRUE' AND
                       MS-CLUB-CODE NOT = CB-CLUB-CODE
                   MOVE 'TRUE' TO ORD-EOF.

      *TWO REPORTS SHARE THE PRINT FILE, SO EACH SECTION OWNS ITS
      *HEADINGS - THE POSTING AUDIT HERE, THE FULFILLMENT STATUS
