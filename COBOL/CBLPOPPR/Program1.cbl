      *  TREASURER KEYS COLLECTED AMOUNTS INTO,  *
      *  AND PRINTS AN EXCEPTION REPORT OF WHO   *
      *  IS SHORT BY SELLER AND BY TEAM.         *
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

      *PAYMENTS NOW COME FROM CBLPOPPG.DAT - THE BATCHES THAT
      *PASSED CBLPOPPE'S EDIT (HEADER TOTALS PROVED, RECEIPT
      *ONE-RECORD SUMMARY OF THE RUN'S GRAND EXPECTED AND COLLECTED
      *TOTALS, REWRITTEN EVERY RUN - THE SEASON-CLOSE JOB PROVES
      *THE RECONCILIATION IS CLEAN OFF THIS INSTEAD OF RERUNNING
      *THE WHOLE ROLLUP - SEE CBLPOPSC. ONE RECORD PER CLUB, EACH
      *CLUB'S PASS ADDING ITS OWN BEHIND THE FIRST.
           SELECT SUMMARY-DATA-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRX.DAT'
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
      *THE TYPE BYTE IS BLANK ON AN ORDINARY RECEIPT. CBLPOPPE
      *WRITES AN 'R' WHEN THE BANK RETURNS A SELLER'S CHECK AND AN
      *'F' FOR THE BANK FEE CHARGED BACK TO THE SELLER. A 'D' IS
      *THE RECEIPT FOR A DONATION - IT IS COLLECTED MONEY LIKE ANY
      *OTHER RECEIPT AND NETS AGAINST THE GIFT IN EXPECTED.
       01 PAY-RECORD.
           05  PAY-SELLER-NO       PIC 9(4).
           05  PAY-LNAME           PIC X(15).
           05  PAY-FNAME           PIC X(15).
           05  PAY-AMOUNT          PIC 9(7)V99.
           05  PAY-TYPE            PIC X.
               88  PAY-RETURNED-CHECK  VALUE 'R'.
               88  PAY-BANK-FEE        VALUE 'F'.
           05  PAY-CLUB-CODE       PIC X(3).

       FD RECONCILE-OUT
           LABEL RECORD IS OMITTED
       FD SUMMARY-DATA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RX-RECORD
           RECORD CONTAINS 33 CHARACTERS.
       01 RX-RECORD.
           05  RX-RUN-DATE         PIC 9(8).
           05  RX-EXPECTED         PIC 9(9)V99.
           05  RX-COLLECTED        PIC 9(9)V99.
           05  RX-CLUB-CODE        PIC X(3).

      *STATE/DEPOSIT RATES ARE MAINTAINED IN CBLSTDEP.DAT INSTEAD OF
      *BEING BAKED INTO WORKING-STORAGE, SO THE TREASURER CAN ADD OR
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
           05  SUB3            PIC 9(4).
           05  C-SELLER-NO     PIC 9(4)        VALUE 0.
           05  C-SM-SUB        PIC 9(4)        VALUE 0.

      *RATE-IN-FORCE WORK FIELDS - EVERY RECOMPUTATION PICKS THE
      *PRICE AND DEPOSIT ROWS IN FORCE ON THE ORDER'S UPLOAD DATE,
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

      *SELLER ROLL-UP TABLE - ONE ENTRY PER SELLER NUMBER OFF THE
      *SECRETARY'S ROSTER, ACCUMULATING WHAT THEY SHOULD HAVE
      *COLLECTED AND WHAT THE TREASURER HAS ACTUALLY RECORDED AS
               10  SL-EXPECTED      PIC 9(7)V99     VALUE 0.
               10  SL-COLLECTED     PIC 9(7)V99     VALUE 0.
               10  SL-REFUNDED      PIC 9(7)V99     VALUE 0.
      *THE PART OF EXPECTED THAT IS GIFTS, NOT SALES - A DONATION IS
      *STILL CASH THE SELLER HAS TO TURN IN, SO IT RIDES IN
      *EXPECTED TOO, BUT IT IS SHOWN ON ITS OWN.
               10  SL-DONATIONS     PIC 9(7)V99     VALUE 0.

      *LOADED FROM CBLPOPSM.DAT AT 1000-INIT TIME - SEE
      *1168-LOAD-SELLER-MASTER.
               10  TM-TEAM           PIC X.
               10  TM-EXPECTED       PIC 9(9)V99     VALUE 0.
               10  TM-COLLECTED      PIC 9(9)V99     VALUE 0.
               10  TM-DONATIONS      PIC 9(9)V99     VALUE 0.

      *ORDERS WHOSE STATE ISN'T ON CBLSTDEP.DAT OR WHOSE POP TYPE
      *ISN'T 1-6 - SEE 2105-CHECK-STATE/2106-CHECK-POP-TYPE.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

           05  FILLER          PIC X(16)       VALUE 'EXPECTED'.
           05  FILLER          PIC X(16)       VALUE 'COLLECTED'.
           05  FILLER          PIC X(16)       VALUE 'SHORT'.
           05  FILLER          PIC X(16)       VALUE 'DONATIONS'.
       01 SELLER-EXC-LINE.
           05  O-LNAME          PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-COLLECTED     PIC $$$,$$9.99.
           05  FILLER          PIC X(6)        VALUE ' '.
           05  O-SHORT         PIC $$$,$$9.99.
           05  FILLER          PIC X(6)        VALUE ' '.
           05  O-DONATIONS     PIC $$$,$$9.99.

       01 TEAM-SUM-HEADING.
           05  FILLER          PIC X(40)
           05  FILLER          PIC X(20)       VALUE 'EXPECTED'.
           05  FILLER          PIC X(20)       VALUE 'COLLECTED'.
           05  FILLER          PIC X(20)       VALUE 'SHORT'.
           05  FILLER          PIC X(20)       VALUE 'DONATIONS'.
       01 TEAM-SUM-LINE.
           05  O-TEAM1          PIC X.
           05  FILLER          PIC X(5)        VALUE ' '.
           05  O-TM-COLLECTED   PIC $$$$,$$$,$$9.99.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-TM-SHORT       PIC $$$$,$$$,$$9.99.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-TM-DONATIONS   PIC $$$$,$$$,$$9.99.

       01 EXCEPTION-BOARD-HEADING.
           05  FILLER          PIC X(40)
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1050-CHECK-GENERATION.
           MOVE 'CBLPOPPR' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           OPEN INPUT PAYMENTS-FILE.
           IF CB-FIRST-PASS
               OPEN OUTPUT RECONCILE-OUT
           ELSE
               OPEN EXTEND RECONCILE-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
                   UNTIL SUB > 5
                       MOVE TEAM-NAME(SUB) TO TM-TEAM(SUB)
                       MOVE 0 TO TM-EXPECTED(SUB)
                       MOVE 0 TO TM-COLLECTED(SUB)
                       MOVE 0 TO TM-DONATIONS(SUB).
           PERFORM 1150-LOAD-STATE-TABLE.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1168-LOAD-SELLER-MASTER.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
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
      *SHORTAGE REPORT WAS BUILT ON UNVALIDATED ORDERS - NEVER
      *AGAIN.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPPR - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPPR - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPPR - GENERATION ' CB-GENERATION
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
      *YET WHEN THE ROLLUP RUNS, SO NETTING COLLECTED NOW WOULD
      *HIT AN EMPTY BUCKET AND THE FLOOR WOULD SWALLOW THE REFUND.
      *2700-NET-REFUNDS TAKES IT OFF COLLECTED AFTER THE PAYMENTS
      *LAND. A DONATION HAS NO STATE RATE OR FLAVOR TO PRICE - IT
      *GOES STRAIGHT TO 2170-POST-DONATION.
       2150-ROLLUP-ONE-ORDER.
           PERFORM 2100-FIND-OR-ADD-SELLER.
           IF IS-DONATION
               PERFORM 2170-POST-DONATION
           ELSE
               PERFORM 2155-ROLLUP-ONE-SALE.

       2155-ROLLUP-ONE-SALE.
           MOVE 0 TO C-DEPOSIT-AMT.
           PERFORM 2105-CHECK-STATE.
           PERFORM 2106-CHECK-POP-TYPE.
           IF I-AMOUNT-PAID IS NUMERIC
               ADD I-AMOUNT-PAID TO SL-REFUNDED(SUB).

      *THE GIFT IS MONEY THE SELLER TOOK IN AND OWES THE TREASURER
      *THE SAME AS SALE MONEY, SO IT COUNTS IN EXPECTED - BUT IT IS
      *ALSO KEPT IN ITS OWN BUCKET SO NOBODY MISTAKES IT FOR SALES.
       2170-POST-DONATION.
           IF I-AMOUNT-PAID IS NUMERIC
               ADD I-AMOUNT-PAID TO SL-EXPECTED(SUB)
               ADD I-AMOUNT-PAID TO SL-DONATIONS(SUB).

      *CASH HANDED BACK WITH A CREDIT IS MONEY THE CLUB NO LONGER
      *HOLDS - IT COMES OFF COLLECTED ONCE EVERY PAYMENT IS IN,
      *FLOORED AT ZERO THE SAME WAY THE EXPECTED SIDE IS.
                   MOVE 0 TO SL-EXPECTED(SUB2)
                   MOVE 0 TO SL-COLLECTED(SUB2)
                   MOVE 0 TO SL-REFUNDED(SUB2)
                   MOVE 0 TO SL-DONATIONS(SUB2)
               ELSE
      *A 501ST SELLER CAN'T ROLL UP - STOPPING BEATS DROPPING A
      *KID'S MONEY OFF THE RECONCILIATION WITH NO MESSAGE.
      *THE MATCH IS BY NUMBER - THE NAME SEARCH ONLY BACKS UP A
      *RECEIPT KEYED WITHOUT ONE. A PAYMENT THAT RESOLVES TO NO
      *SELLER OR TO ONE WHO NEVER PLACED AN ORDER HAS NOTHING TO
      *NET AGAINST, SO IT IS SKIPPED. A RETURNED CHECK IS MONEY
      *THE CLUB NO LONGER HOLDS, THE SAME AS A CASH REFUND, SO IT
      *WAITS IN REFUNDED FOR 2700-NET-REFUNDS; A BANK FEE IS MORE
      *THE SELLER OWES.
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
                       ADD PAY-AMOUNT TO SL-EXPECTED(SUB2)
                   ELSE
                       ADD PAY-AMOUNT TO SL-COLLECTED(SUB2).
           PERFORM 9010-READ-PAYMENT.

       3000-ROLLUP-TEAMS.
                   UNTIL SL-TEAM(SUB) = TM-TEAM(SUB2).
           ADD SL-EXPECTED(SUB) TO TM-EXPECTED(SUB2).
           ADD SL-COLLECTED(SUB) TO TM-COLLECTED(SUB2).
           ADD SL-DONATIONS(SUB) TO TM-DONATIONS(SUB2).

       4000-PRINT-SELLER-EXCEPTIONS.
           PERFORM 9900-HEADINGS.
                           MOVE SL-COLLECTED(SUB) TO O-COLLECTED
                           COMPUTE O-SHORT =
                               SL-EXPECTED(SUB) - SL-COLLECTED(SUB)
                           MOVE SL-DONATIONS(SUB) TO O-DONATIONS
                           WRITE PRINTLINE FROM SELLER-EXC-LINE
                               AFTER ADVANCING 1 LINES.

                       MOVE TM-TEAM(SUB) TO O-TEAM1
                       MOVE TM-EXPECTED(SUB) TO O-TM-EXPECTED
                       MOVE TM-COLLECTED(SUB) TO O-TM-COLLECTED
                       MOVE TM-DONATIONS(SUB) TO O-TM-DONATIONS
                       IF TM-COLLECTED(SUB) < TM-EXPECTED(SUB)
                           COMPUTE O-TM-SHORT =
                               TM-EXPECTED(SUB) - TM-COLLECTED(SUB)
      *THE GRAND TOTALS, MACHINE-READABLE, FOR THE SEASON-CLOSE
      *PRECONDITION CHECK - SEE CBLPOPSC.
       4500-WRITE-SUMMARY-DATA.
           IF CB-FIRST-PASS
               OPEN OUTPUT SUMMARY-DATA-FILE
           ELSE
               OPEN EXTEND SUMMARY-DATA-FILE.
           MOVE I-DATE-NUM TO RX-RUN-DATE.
           MOVE C-GRAND-EXPECTED TO RX-EXPECTED.
           MOVE C-GRAND-COLLECTED TO RX-COLLECTED.
           MOVE CB-CLUB-CODE TO RX-CLUB-CODE.
           WRITE RX-RECORD.
           CLOSE SUMMARY-DATA-FILE.

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

       9010-READ-PAYMENT.
           READ PAYMENTS-FILE
