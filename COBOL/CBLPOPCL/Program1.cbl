      *  DATE) EACH GET A ONE-PAGE LETTER SIZED *
      *  FOR THE SAME ENVELOPE AS THE CBLPOPST  *
      *  STATEMENT.                             *
      *  ONE PASS COVERS ONE CLUB - ITS ORDERS  *
      *  AND ITS SELLERS, TEAMS A THRU E.       *
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

      *PAYMENTS NOW COME FROM CBLPOPPG.DAT - THE BATCHES THAT
      *PASSED CBLPOPPE'S EDIT (HEADER TOTALS PROVED, RECEIPT
      *NUMBERS UNIQUE). RAW KEYED LINES NO LONGER REACH THIS RUN.
      *EVERY CLUB'S PAYMENTS SHARE THE FILE, EACH CARRYING ITS
      *BATCH'S CLUB CODE - A PASS ONLY APPLIES ITS OWN.
           SELECT PAYMENTS-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD PAYMENTS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-RECORD
           RECORD CONTAINS 47 CHARACTERS.
      *BLANK TYPE IS A RECEIPT, 'R' A RETURNED CHECK, 'F' THE BANK
      *FEE CHARGED BACK TO THE SELLER - SEE CBLPOPPE.
       01 PAY-RECORD.
           05  PAY-SELLER-NO       PIC 9(4).
           05  PAY-LNAME           PIC X(15).
           05  PAY-FNAME           PIC X(15).
           05  PAY-AMOUNT          PIC 9(7)V99.
           05  PAY-TYPE            PIC X.
               88  PAY-RETURNED-CHECK  VALUE 'R'.
               88  PAY-BANK-FEE        VALUE 'F'.
           05  PAY-CLUB-CODE       PIC X(3).

       FD LETTERS-OUT
           LABEL RECORD IS OMITTED
       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE    PIC X(3).
           05  SM-SELLER-NO    PIC 9(4).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  C-SELLER-NO     PIC 9(4)        VALUE 0.
           05  C-SM-SUB        PIC 9(4)        VALUE 0.
           05  CL-FILE-STATUS  PIC XX.
           05  C-ORDERS-READ   PIC 9(6)        VALUE 0.
           05  C-EXC-CTR       PIC 9(4)        VALUE 0.
           05  C-LETTER-CTR    PIC 9(6)        VALUE 0.
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

       01 LETTER-HEADING.
           05  FILLER          PIC X(20)
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1050-CHECK-GENERATION.
           MOVE 'CBLPOPCL' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           OPEN INPUT PAYMENTS-FILE.
           IF CB-FIRST-PASS
               OPEN OUTPUT LETTERS-OUT
           ELSE
               OPEN EXTEND LETTERS-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           PERFORM 1168-LOAD-SELLER-MASTER.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1185-LOAD-LETTER-CONTROL.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 9000-READ.
           PERFORM 9010-READ-PAYMENT.

      *REFUSES TO RUN AGAINST AN ORDER MASTER THAT'S STALE OR NOT
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPCL - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPCL - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPCL - GENERATION ' CB-GENERATION
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
       2000-ROLLUP-SALES.
           ADD 1 TO C-ORDERS-READ.
           PERFORM 2095-FIND-SELLER-NO.
           IF IS-DONATION
               PERFORM 2050-POST-DONATION
           ELSE
               PERFORM 2010-ROLLUP-ONE-SALE.
           PERFORM 9000-READ.

       2010-ROLLUP-ONE-SALE.
           PERFORM 2105-CHECK-STATE.
           PERFORM 2106-CHECK-POP-TYPE.
           IF C-SELLER-NO = 0 OR STATE-FOUND-SW NOT = 'TRUE' OR
                   PERFORM 2250-POST-CREDIT
               ELSE
                   PERFORM 2200-AGE-ONE-ORDER.

      *A DONATION HAS NO FLAVOR OR CASES TO PRICE - THE GIFT ITSELF
      *IS WHAT THE SELLER OWES IN, AND ITS RECEIPT COMES BACK THROUGH
      *THE DEPOSITS LIKE ANY OTHER, SO IT AGES THE SAME AS A SALE.
      *LEAVING IT OUT WOULD MAKE THE DONATION RECEIPT LOOK LIKE AN
      *OVERPAYMENT AGAINST THE KID'S ORDERS.
       2050-POST-DONATION.
           IF C-SELLER-NO = 0 OR I-AMOUNT-PAID NOT NUMERIC
               ADD 1 TO C-EXC-CTR
           ELSE
               PERFORM 2100-FIND-OR-ADD-SELLER
               MOVE I-AMOUNT-PAID TO C-TOTAL-SALES
               PERFORM 2200-AGE-ONE-ORDER.

      *A CREDIT WORKS OFF THE BALANCE LIKE A PAYMENT DOES - ITS
      *VALUE JOINS THE COLLECTED DOLLARS THAT 3000-PRINT-LETTERS
      *PAYMENTS MATCH BY THE KEYED SELLER NUMBER, SAME AS CBLPOPPR
      *(NAME SEARCH ONLY FOR A RECEIPT KEYED WITHOUT ONE), AND
      *ACCUMULATE PER SELLER - 3000-PRINT-LETTERS NETS THEM OFF THE
      *OLDEST BUCKETS FIRST. A RETURNED CHECK COMES BACK OFF
      *COLLECTED WITH THE CASH REFUNDS IN 2700-NET-REFUNDS, WHICH
      *REOPENS THE BUCKETS IT HAD PAID OFF. A BANK FEE IS A NEW
      *CHARGE, SO IT AGES FROM TODAY IN THE CURRENT BUCKET.
       2500-APPLY-PAYMENTS.
           MOVE 0 TO C-SELLER-NO.
           IF PAY-SELLER-NO IS NUMERIC AND PAY-SELLER-NO > 0
               IF SUB3 <= SM-COUNT
                   MOVE SMT-SELLER-NO(SUB3) TO C-SELLER-NO.
           MOVE 0 TO SUB2.
           IF C-SELLER-NO NOT = 0 AND PAY-CLUB-CODE = CB-CLUB-CODE
               PERFORM
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > SELLER-COUNT
                               MOVE SUB TO SUB2
                               MOVE SELLER-COUNT TO SUB.
           IF SUB2 NOT = 0
               IF PAY-RETURNED-CHECK
                   ADD PAY-AMOUNT TO SL-REFUNDED(SUB2)
               ELSE
                   IF PAY-BANK-FEE
                       ADD PAY-AMOUNT TO SL-AGE-BUCKET(SUB2 1)
                   ELSE
                       ADD PAY-AMOUNT TO SL-COLLECTED(SUB2).
           PERFORM 9010-READ-PAYMENT.

      *NETS THE SELLER'S PAYMENTS OFF THE OLDEST BUCKETS FIRST,
           WRITE PRINTLINE FROM HAND-IN-LINE
               AFTER ADVANCING 3 LINES.

      *LISTS THE SELLER'S ORDERS OFF THE MASTER - THE KEY IS CLUB,
      *SELLER NUMBER AND SEQUENCE, SO ONE START PUTS THE FILE ON THE
      *FIRST OF THIS KID'S ORDERS AND THEY READ BACK TOGETHER.
      *TWELVE LINES KEEPS THE LETTER TO ITS ONE PAGE - PAST THAT
      *THE STATEMENT HAS THE REST.
           MOVE 'FALSE' TO ORD-EOF.
           MOVE 'FALSE' TO MORE-ORDERS-SW.
           MOVE 0 TO C-ORDER-LINES.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE SL-SELLER-NO(SUB) TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
               PERFORM 9020-READ-ORDER-NEXT.
           PERFORM 3160-PRINT-ONE-ORDER-LINE
               UNTIL ORD-EOF = 'TRUE' OR
                   MS-CLUB-CODE NOT = CB-CLUB-CODE OR
                   MS-SELLER-NO NOT = SL-SELLER-NO(SUB).
           IF MORE-ORDERS-SW = 'TRUE'
               WRITE PRINTLINE FROM MORE-ORDERS-LINE
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

       9020-READ-ORDER-NEXT.
           READ POP-SALES-REPORT NEXT RECORD
