      *  CBLPOPDR.DAT SO CBLPOPBK CAN MATCH THE *
      *  BANK'S STATEMENT AGAINST IT INSTEAD OF *
      *  THE TREASURER'S HIGHLIGHTER.           *
      *                                         *
      *  AN 'R' RECORD IS A CHECK THE BANK SENT *
      *  BACK. IT NAMES THE RECEIPT IT REVERSES *
      *  AND ANY FEE THE BANK CHARGED, WHICH    *
      *  THE SELLER'S FAMILY OWES US. THE       *
      *  REVERSAL AND FEE GO TO CBLPOPPG.DAT    *
      *  SO THE SELLER'S BALANCE REOPENS IN     *
      *  CBLPOPPR AND CBLPOPCL, ONTO THE        *
      *  REGISTER FILE AS DEDUCTIONS SO         *
      *  CBLPOPBK CAN MATCH THE BANK'S DEBITS,  *
      *  AND ONTO THE RETURNED-CHECK REGISTER   *
      *  CBLPOPNS.PRT. THE SELLER'S ORDERS      *
      *  SIGNED OFF PAID ON CBLPOPDL GO BACK TO *
      *  DELIVERED ON THE MASTER.               *
      *                                         *
      *  THE LEAGUE'S CLUBS BANK THROUGH ONE    *
      *  ACCOUNT, SO THIS IS A LEAGUE-WIDE STEP.*
      *  EACH BATCH HEADER NAMES ITS CLUB, AND  *
      *  EVERY RECEIPT IN IT IS THAT CLUB'S     *
      *  MONEY. CBLPOPPG.DAT IS REBUILT EVERY   *
      *  RUN, SO EVERY CLUB'S BATCHES GO THROUGH*
      *  WHICHEVER CLUBS THE RUN IS FOR.        *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-FILE-STATUS.

           SELECT RETURN-REGISTER-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPNS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *EVERY RETURNED CHECK ALREADY POSTED, APPENDED ACROSS RUNS -
      *A RETURN KEYED AGAIN IN A LATER RUN STILL REVERSES THE
      *PAYMENT ON CBLPOPPG.DAT, BUT MUST NOT DEDUCT FROM THE
      *REGISTER FILE OR REOPEN THE SELLER'S ORDERS A SECOND TIME.
           SELECT RETURN-HISTORY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPNH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NH-FILE-STATUS.

      *A RETURNED CHECK TAKES THE SELLER'S PAID ORDERS BACK TO
      *DELIVERED - THE MONEY THEY WERE SIGNED OFF AGAINST IS GONE.
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

       DATA DIVISION.
       FILE SECTION.

      *ONE LINE PER KEYED RECORD - 'H' STARTS A BATCH, 'D' IS ONE
      *RECEIPT IN IT. A BATCH RUNS FROM ITS HEADER TO THE NEXT
      *HEADER, RETURNED CHECK, OR END OF FILE. 'R' IS A RETURNED
      *CHECK AND STANDS ON ITS OWN - ITS BATCH NUMBER IS NOT USED,
      *THE RECEIPT NUMBER FINDS THE ORIGINAL AND ITS BATCH.
       FD BATCH-PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BT-RECORD
           05  BT-TYPE             PIC X.
               88  BT-HEADER       VALUE 'H'.
               88  BT-DETAIL       VALUE 'D'.
               88  BT-RETURN       VALUE 'R'.
           05  BT-BATCH-NO         PIC 9(4).
           05  BT-DATA             PIC X(50).
      *THE HEADER'S CLUB CODE MAY BE LEFT BLANK WHILE THERE IS
      *ONLY ONE CLUB ON FILE.
       01 BT-HEADER-REC REDEFINES BT-RECORD.
           05  FILLER              PIC X(5).
           05  BT-COLL-DATE        PIC 9(8).
           05  BT-KEYED-TOTAL      PIC 9(9)V99.
           05  BT-CLUB-CODE        PIC X(3).
           05  FILLER              PIC X(28).
      *THE TREASURER KEYS THE ROSTER'S SELLER NUMBER ON EVERY
      *RECEIPT NOW - THE NAME RIDES ALONG FOR THE EYEBALL CHECK,
      *BUT THE NUMBER IS WHAT THE RECONCILIATION AND COLLECTIONS
      *RUNS MATCH ON, SO A SPELLING DIFFERENCE CAN'T SPLIT A KID'S
      *MONEY FROM THEIR ORDERS. THE LAST BYTE SAYS WHAT THE MONEY
      *WAS FOR - BLANK FOR POP, 'D' WHEN THE RECEIPT WAS WRITTEN FOR
      *A DONATION, SO THE REGISTER CAN SHOW GIFTS APART FROM SALES.
       01 BT-DETAIL-REC REDEFINES BT-RECORD.
           05  FILLER              PIC X(5).
           05  BT-RECEIPT-NO       PIC 9(6).
           05  BT-LNAME            PIC X(15).
           05  BT-FNAME            PIC X(15).
           05  BT-AMOUNT           PIC 9(7)V99.
           05  BT-RECEIPT-KIND     PIC X.
               88  BT-SALE-RECEIPT     VALUE ' '.
               88  BT-DONATION-RECEIPT VALUE 'D'.
      *THE RETURN DATE IS THE DAY THE BANK TOOK THE MONEY BACK, SO
      *IT IS THE DATE THE DEBIT SHOWS ON THE STATEMENT. THE FEE IS
      *ZERO WHEN THE BANK DIDN'T CHARGE ONE.
       01 BT-RETURN-REC REDEFINES BT-RECORD.
           05  FILLER              PIC X(5).
           05  BT-RT-RECEIPT-NO    PIC 9(6).
           05  BT-RT-RETURN-DATE   PIC 9(8).
           05  BT-RT-FEE           PIC 9(5)V99.
           05  FILLER              PIC X(29).

       FD GOOD-PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-RECORD
           RECORD CONTAINS 47 CHARACTERS.
      *THE TYPE BYTE RIDES AT THE END SO A RECEIPT LOOKS EXACTLY AS
      *IT ALWAYS DID. A RETURNED CHECK TAKES ITS AMOUNT BACK OFF
      *WHAT THE SELLER HAS PAID; A BANK FEE IS ADDED TO WHAT THE
      *SELLER OWES. A DONATION RECEIPT IS COLLECTED MONEY THE SAME
      *AS ANY OTHER - THE 'D' ONLY SAYS WHAT IT WAS FOR.
       01 PG-RECORD.
           05  PG-SELLER-NO        PIC 9(4).
           05  PG-LNAME            PIC X(15).
           05  PG-FNAME            PIC X(15).
           05  PG-AMOUNT           PIC 9(7)V99.
           05  PG-TYPE             PIC X.
               88  PG-RECEIPT          VALUE ' '.
               88  PG-RETURNED-CHECK   VALUE 'R'.
               88  PG-BANK-FEE         VALUE 'F'.
               88  PG-DONATION         VALUE 'D'.
           05  PG-CLUB-CODE        PIC X(3).

       FD REGISTER-OUT
           LABEL RECORD IS OMITTED
       FD REGISTER-DATA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-RECORD
           RECORD CONTAINS 28 CHARACTERS.
      *A DEDUCTION CARRIES THE ORIGINAL BATCH NUMBER AND THE DATE
      *THE BANK TOOK THE MONEY BACK. THE AMOUNT IS ALWAYS POSITIVE -
      *THE TYPE SAYS WHICH WAY IT GOES.
       01 DR-RECORD.
           05  DR-BATCH-NO         PIC 9(4).
           05  DR-COLL-DATE        PIC 9(8).
           05  DR-COUNT            PIC 9(4).
           05  DR-AMOUNT           PIC 9(9)V99.
           05  DR-TYPE             PIC X.
               88  DR-DEPOSIT          VALUE ' '.
               88  DR-RETURNED-CHECK   VALUE 'R'.
               88  DR-BANK-FEE         VALUE 'F'.

       FD RETURN-REGISTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RETURNLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 RETURNLINE               PIC X(132).

       FD RETURN-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NH-RECORD
           RECORD CONTAINS 21 CHARACTERS.
       01 NH-RECORD.
           05  NH-RECEIPT-NO       PIC 9(6).
           05  NH-RETURN-DATE      PIC 9(8).
           05  NH-FEE              PIC 9(5)V99.

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-KEYED-TOTAL   PIC 9(9)V99     VALUE 0.
           05  C-DETAIL-TOTAL  PIC 9(9)V99     VALUE 0.
           05  C-DETAIL-COUNT  PIC 9(4)        VALUE 0.
           05  GT-DEPOSITED    PIC S9(9)V99    VALUE 0.
      *THE DONATION PART OF A GOOD BATCH AND OF THE WHOLE RUN - IT
      *IS IN THE CASH TOTAL TOO, SINCE IT ALL GOES TO THE BANK.
           05  C-BATCH-DONATIONS PIC 9(9)V99   VALUE 0.
           05  GT-DONATIONS    PIC 9(9)V99     VALUE 0.
           05  DR-FILE-STATUS  PIC XX.
           05  NH-FILE-STATUS  PIC XX.
           05  MS-FILE-STATUS  PIC XX.
           05  NH-EOF          PIC X(5)        VALUE 'FALSE'.
           05  MS-EOF          PIC X(5)        VALUE 'FALSE'.
           05  MASTER-OPEN-SW  PIC X(5)        VALUE 'FALSE'.
           05  FOUND-SW        PIC X(5)        VALUE 'FALSE'.
           05  PRIOR-RETURN-SW PIC X(5)        VALUE 'FALSE'.
           05  C-PCTR-R        PIC 99          VALUE 0.
           05  C-RETURNS       PIC 9(4)        VALUE 0.
           05  C-BAD-RETURNS   PIC 9(4)        VALUE 0.
           05  C-REOPENED      PIC 9(4)        VALUE 0.
           05  C-CHARGED-BACK  PIC 9(7)V99     VALUE 0.
           05  GT-RETURNED     PIC 9(7)V99     VALUE 0.
           05  GT-FEES         PIC 9(7)V99     VALUE 0.
           05  GT-CHARGED-BACK PIC 9(7)V99     VALUE 0.
           05  GT-REOPENED     PIC 9(5)        VALUE 0.

      *THE CLUB THE BATCH IN PROGRESS BELONGS TO, AND THE ONE CLUB
      *A BLANK HEADER STANDS FOR WHILE THERE IS ONLY ONE ON FILE.
           05  C-BATCH-CLUB    PIC X(3)        VALUE SPACES.
           05  C-ONLY-CLUB     PIC X(3)        VALUE SPACES.

      *THIS BATCH'S RECEIPTS, HELD UNTIL THE HEADER TOTAL PROVES
      *OUT - ONLY THEN DO THEY FLOW TO THE GOOD-PAYMENT FILE. ONE
               10  BD-LNAME        PIC X(15).
               10  BD-FNAME        PIC X(15).
               10  BD-AMOUNT       PIC 9(7)V99.
               10  BD-KIND         PIC X.

      *EVERY RECEIPT AND BATCH NUMBER SEEN THIS RUN - A REPEAT IS A
      *KEYING SLIP OR A REUSED RECEIPT BOOK, AND THE BATCH THAT
           05  SEEN-BATCH          PIC 9(4)        OCCURS 100.
       01 DUP-FOUND-SW             PIC X(5)        VALUE 'FALSE'.

      *EVERY RECEIPT IN A GOOD BATCH THIS RUN - ONLY MONEY THAT
      *ACTUALLY WENT TO THE BANK CAN COME BACK AS A RETURNED CHECK.
      *NEVER LARGER THAN THE SEEN-RECEIPT TABLE.
       01 GOOD-RECEIPT-COUNT       PIC 9(4)        VALUE 0.
       01 GOOD-RECEIPT-TABLE.
           05  GOOD-RECEIPTS       OCCURS 2000.
               10  GR-RECEIPT-NO   PIC 9(6).
               10  GR-BATCH-NO     PIC 9(4).
               10  GR-COLL-DATE    PIC 9(8).
               10  GR-CLUB-CODE    PIC X(3).
               10  GR-SELLER-NO    PIC 9(4).
               10  GR-LNAME        PIC X(15).
               10  GR-FNAME        PIC X(15).
               10  GR-AMOUNT       PIC 9(7)V99.
               10  GR-RETURNED-SW  PIC X(5).

      *RECEIPTS WHOSE RETURN WAS POSTED IN AN EARLIER RUN, FROM
      *CBLPOPNH.DAT. A SEASON WITH MORE THAN 500 BOUNCED CHECKS HAS
      *BIGGER PROBLEMS THAN THIS TABLE.
       01 PRIOR-RETURN-COUNT       PIC 9(4)        VALUE 0.
       01 PRIOR-RETURN-TABLE.
           05  PRIOR-RETURN        PIC 9(6)        OCCURS 500.
       01 SUB3                     PIC 9(4).

      *WHAT EACH CLUB PUT IN THE BANK THIS RUN, NET OF ITS RETURNED
      *CHECKS - THE CLUB TREASURERS EACH WANT THEIR OWN LINE.
       01 CLUB-TOTAL-COUNT         PIC 99          VALUE 0.
       01 CT-SUB                   PIC 99.
       01 CLUB-TOTAL-TABLE.
           05  CLUB-TOTALS         OCCURS 50.
               10  CT-CLUB-CODE    PIC X(3).
               10  CT-BATCHES      PIC 9(4).
               10  CT-DEPOSITED    PIC S9(9)V99.
               10  CT-DONATIONS    PIC 9(9)V99.

      *ONCE EITHER SEEN TABLE FILLS, THE DUPLICATE CHECK CAN'T BE
      *TRUSTED ANY FURTHER - EVERY LATER BATCH IS REJECTED LOUDLY
      *RATHER THAN LETTING REPEATS SLIP THROUGH UNDETECTED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
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

                       VALUE 'BANK DEPOSIT REGISTER'.

       01 DETAIL-COLUMN-HEADING.
           05  FILLER          PIC X(6)        VALUE 'BATCH'.
           05  FILLER          PIC X(6)        VALUE 'CLUB'.
           05  FILLER          PIC X(14)       VALUE 'COLLECTED'.
           05  FILLER          PIC X(11)       VALUE 'RECEIPTS'.
           05  FILLER          PIC X(16)       VALUE 'CASH TOTAL'.
           05  FILLER          PIC X(16)       VALUE 'DONATIONS'.

       01 REGISTER-LINE.
           05  O-RG-BATCH      PIC 9(4).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-RG-CLUB       PIC X(3).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-RG-MM         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-RG-DD         PIC 99.
           05  O-RG-COUNT      PIC Z,ZZ9.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-RG-TOTAL      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-RG-DONATIONS  PIC $$,$$$,$$9.99.

       01 COLL-DATE-SPLIT.
           05  CD-YY           PIC 9(4).
           05  CD-MM           PIC 99.
           05  CD-DD           PIC 99.

       01 DEDUCTION-LINE.
           05  O-DD-BATCH      PIC 9(4).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-DD-CLUB       PIC X(3).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-DD-MM         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DD-DD         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DD-YY         PIC 9(4).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-DD-KIND       PIC X(9).
           05  O-DD-AMOUNT     PIC $$,$$$,$$9.99-.

       01 REJECT-LINE.
           05  FILLER          PIC X(6)        VALUE 'BATCH'.
           05  O-RJ-BATCH      PIC 9(4).
       01 GRAND-TOTAL-LINE.
           05  FILLER          PIC X(24)
                       VALUE 'TOTAL TO BANK:'.
           05  O-GT-DEPOSITED  PIC $$,$$$,$$9.99-.

       01 DONATION-TOTAL-LINE.
           05  FILLER          PIC X(24)
                       VALUE 'DONATIONS IN DEPOSITS:'.
           05  O-GT-DONATIONS  PIC $$,$$$,$$9.99.

       01 CLUB-TOTAL-HEADING.
           05  FILLER          PIC X(37)       VALUE 'DEPOSITS BY CLUB'.
           05  FILLER          PIC X(11)       VALUE 'BATCHES'.
           05  FILLER          PIC X(17)       VALUE 'TO BANK'.
           05  FILLER          PIC X(16)       VALUE 'DONATIONS'.

       01 CLUB-TOTAL-LINE.
           05  O-CT-CLUB       PIC X(3).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CT-NAME       PIC X(30).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CT-BATCHES    PIC Z,ZZ9.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-CT-DEPOSITED  PIC $$,$$$,$$9.99-.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CT-DONATIONS  PIC $$,$$$,$$9.99.

       01 BATCH-COUNT-LINE.
           05  FILLER          PIC X(15)       VALUE 'BATCHES GOOD'.
           05  FILLER          PIC X(11)       VALUE ' REJECTED'.
           05  O-BAD           PIC Z,ZZ9.

       01 RETURN-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'RETURNED CHECK REGISTER'.

       01 RETURN-COLUMN-HEADING.
           05  FILLER          PIC X(8)        VALUE 'RECEIPT'.
           05  FILLER          PIC X(4)        VALUE 'CLB'.
           05  FILLER          PIC X(6)        VALUE 'SELLER'.
           05  FILLER          PIC X(31)       VALUE 'NAME'.
           05  FILLER          PIC X(7)        VALUE 'BATCH'.
           05  FILLER          PIC X(13)       VALUE 'RETURNED'.
           05  FILLER          PIC X(13)       VALUE '    CHECK'.
           05  FILLER          PIC X(11)       VALUE '     FEE'.
           05  FILLER          PIC X(14)       VALUE ' CHARGED BACK'.
           05  FILLER          PIC X(25)       VALUE 'ORDERS REOPENED'.

       01 RETURN-LINE.
           05  O-NS-RECEIPT    PIC 9(6).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-NS-CLUB       PIC X(3).
           05  FILLER          PIC X           VALUE ' '.
           05  O-NS-SELLER     PIC 9(4).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-NS-LNAME      PIC X(15).
           05  FILLER          PIC X           VALUE ' '.
           05  O-NS-FNAME      PIC X(15).
           05  FILLER          PIC X           VALUE ' '.
           05  O-NS-BATCH      PIC 9(4).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-NS-MM         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-NS-DD         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-NS-YY         PIC 9(4).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-NS-CHECK      PIC $$$$,$$9.99.
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-NS-FEE        PIC $$,$$9.99.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-NS-CHARGED    PIC $$$$,$$9.99.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-NS-NOTE       PIC X(30).

       01 RETURN-REJECT-LINE.
           05  FILLER          PIC X(18)
                       VALUE 'RETURN OF RECEIPT'.
           05  O-RR-RECEIPT    PIC X(6).
           05  FILLER          PIC X(12)       VALUE ' REJECTED -'.
           05  O-RR-REASON     PIC X(60).

       01 REOPENED-NOTE.
           05  O-RO-COUNT      PIC ZZZ9.
           05  FILLER          PIC X(26)       VALUE ' '.

       01 RETURN-TOTAL-LINE-1.
           05  FILLER          PIC X(18)       VALUE 'RETURNED CHECKS'.
           05  O-NT-RETURNS    PIC Z,ZZ9.
           05  FILLER          PIC X(13)       VALUE '   REJECTED'.
           05  O-NT-BAD        PIC Z,ZZ9.
           05  FILLER          PIC X(20)
                       VALUE '   ORDERS REOPENED'.
           05  O-NT-REOPENED   PIC ZZ,ZZ9.

       01 RETURN-TOTAL-LINE-2.
           05  FILLER          PIC X(18)       VALUE 'CHECKS RETURNED'.
           05  O-NT-CHECKS     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(14)       VALUE '   BANK FEES'.
           05  O-NT-FEES       PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(17)       VALUE '   CHARGED BACK'.
           05  O-NT-CHARGED    PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           IF CB-CLUB-COUNT = 1
               MOVE CB-CLUB-CODE TO C-ONLY-CLUB.
           MOVE 'CBLPOPPE' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
      *YET, SO START IT.
           IF DR-FILE-STATUS = '35'
               OPEN OUTPUT REGISTER-DATA-FILE.
           OPEN OUTPUT RETURN-REGISTER-OUT.
           PERFORM 1100-LOAD-PRIOR-RETURNS.
           OPEN EXTEND RETURN-HISTORY-FILE.
           IF NH-FILE-STATUS = '35'
               OPEN OUTPUT RETURN-HISTORY-FILE.
      *NO MASTER YET MEANS NOTHING HAS BEEN SIGNED OFF PAID, BUT A
      *RETURN THAT CAN'T REOPEN ORDERS IS REJECTED RATHER THAN HALF
      *POSTED - SEE 2600-TAKE-RETURN.
           OPEN I-O ORDER-MASTER.
           IF MS-FILE-STATUS = '00'
               MOVE 'TRUE' TO MASTER-OPEN-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 9900-HEADINGS.
           PERFORM 9910-HEADINGS-RETURN.
           PERFORM 9000-READ.

      *NO HISTORY FILE IS THE FIRST RUN OF THE SEASON - NOTHING HAS
      *BEEN RETURNED YET.
       1100-LOAD-PRIOR-RETURNS.
           OPEN INPUT RETURN-HISTORY-FILE.
           IF NH-FILE-STATUS = '00'
               PERFORM 9020-READ-HISTORY
               PERFORM 1110-LOAD-ONE-RETURN
                   UNTIL NH-EOF = 'TRUE'
               CLOSE RETURN-HISTORY-FILE.

       1110-LOAD-ONE-RETURN.
           IF PRIOR-RETURN-COUNT < 500
               ADD 1 TO PRIOR-RETURN-COUNT
               MOVE NH-RECEIPT-NO TO PRIOR-RETURN(PRIOR-RETURN-COUNT)
           ELSE
               DISPLAY 'CBLPOPPE - RETURN HISTORY EXCEEDS 500 -
      -            ' ENLARGE TABLE'
               STOP RUN.
           PERFORM 9020-READ-HISTORY.

      *A HEADER CLOSES OUT THE BATCH BEFORE IT AND OPENS A NEW ONE;
      *A DETAIL JOINS THE BATCH IN PROGRESS. A DETAIL BEFORE ANY
      *HEADER HAS NO BATCH TO BELONG TO AND KILLS NOTHING BUT
      *ITSELF - IT IS REPORTED AS A ONE-OFF REJECT.
      *A RETURNED CHECK ALSO CLOSES THE BATCH IN PROGRESS, SO A
      *RECEIPT IN THE BATCH JUST ENDED IS ALREADY GOOD AND CAN BE
      *FOUND - DETAILS AFTER IT NEED A HEADER OF THEIR OWN.
       2000-EDIT-ONE-RECORD.
           IF BT-HEADER
               PERFORM 2500-CLOSE-BATCH THRU 2500-X
               PERFORM 2100-OPEN-BATCH
           ELSE
               IF BT-RETURN
                   PERFORM 2500-CLOSE-BATCH THRU 2500-X
                   PERFORM 2600-TAKE-RETURN THRU 2600-X
               ELSE
                   IF BT-DETAIL AND BATCH-OPEN-SW = 'TRUE'
                       PERFORM 2200-TAKE-DETAIL
                   ELSE
                       MOVE BT-BATCH-NO TO O-RJ-BATCH
                       MOVE 'RECORD OUTSIDE ANY BATCH OR BAD TYPE CODE.'
                           TO O-RJ-REASON
                       WRITE PRINTLINE FROM REJECT-LINE
                           AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ.

       2100-OPEN-BATCH.
      -                '' TO O-RJ-REASON
                   WRITE PRINTLINE FROM REJECT-LINE
                       AFTER ADVANCING 2 LINES.
           PERFORM 2120-CHECK-BATCH-CLUB.

      *A BATCH HAS TO SAY WHOSE MONEY IT IS - A CODE THAT ISN'T ON
      *THE CLUB FILE WOULD CREDIT NO ONE'S SELLERS.
       2120-CHECK-BATCH-CLUB.
           MOVE BT-CLUB-CODE TO C-BATCH-CLUB.
           IF C-BATCH-CLUB = SPACES
               MOVE C-ONLY-CLUB TO C-BATCH-CLUB.
           MOVE C-BATCH-CLUB TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF NOT CB-OK
               MOVE 'TRUE' TO BATCH-BAD-SW
               MOVE C-BATCH-NO TO O-RJ-BATCH
               MOVE 'CLUB CODE MISSING OR NOT ON THE CLUB FILE.'
                   TO O-RJ-REASON
               WRITE PRINTLINE FROM REJECT-LINE
                   AFTER ADVANCING 2 LINES.

       2110-CHECK-BATCH-NO.
           MOVE 'FALSE' TO DUP-FOUND-SW.
      *A RECEIPT NUMBER SEEN BEFORE - IN THIS OR ANY EARLIER BATCH
      *THIS RUN - POISONS THE WHOLE BATCH. THE AMOUNT STILL COUNTS
      *INTO THE DETAIL TOTAL SO THE REJECT REPORT SHOWS EVERYTHING
      *WRONG WITH THE BATCH AT ONCE. A RECEIPT THAT IS NEITHER FOR
      *POP NOR FOR A DONATION CAN'T BE SORTED ON THE REGISTER.
       2200-TAKE-DETAIL.
           IF NOT BT-SALE-RECEIPT AND NOT BT-DONATION-RECEIPT
               MOVE 'TRUE' TO BATCH-BAD-SW
               MOVE C-BATCH-NO TO O-RJ-BATCH
               MOVE 'RECEIPT KIND MUST BE BLANK OR D.' TO O-RJ-REASON
               WRITE PRINTLINE FROM REJECT-LINE
                   AFTER ADVANCING 2 LINES.
           IF BT-AMOUNT NOT NUMERIC
               MOVE 'TRUE' TO BATCH-BAD-SW
               MOVE C-BATCH-NO TO O-RJ-BATCH
                       MOVE BT-LNAME TO BD-LNAME(C-DETAIL-COUNT)
                       MOVE BT-FNAME TO BD-FNAME(C-DETAIL-COUNT)
                       MOVE BT-AMOUNT TO BD-AMOUNT(C-DETAIL-COUNT)
                       MOVE BT-RECEIPT-KIND TO BD-KIND(C-DETAIL-COUNT)
                   ELSE
      *A BATCH THE TABLE CAN'T HOLD IS REJECTED WHOLE - A PARTIAL
      *DEPOSIT THAT QUIETLY DROPS THE TAIL-END RECEIPTS IS THE ONE
               ADD 1 TO C-BAD-BATCHES
           ELSE
               ADD 1 TO C-GOOD-BATCHES
               MOVE 0 TO C-BATCH-DONATIONS
               PERFORM 2510-FLUSH-ONE-DETAIL
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > C-DETAIL-COUNT
               ADD C-DETAIL-TOTAL TO GT-DEPOSITED
               ADD C-BATCH-DONATIONS TO GT-DONATIONS
               PERFORM 2700-FIND-CLUB-TOTAL
               ADD 1 TO CT-BATCHES(CT-SUB)
               ADD C-DETAIL-TOTAL TO CT-DEPOSITED(CT-SUB)
               ADD C-BATCH-DONATIONS TO CT-DONATIONS(CT-SUB)
               MOVE C-BATCH-NO TO O-RG-BATCH
               MOVE C-BATCH-CLUB TO O-RG-CLUB
               MOVE C-COLL-DATE TO COLL-DATE-SPLIT
               MOVE CD-MM TO O-RG-MM
               MOVE CD-DD TO O-RG-DD
               MOVE CD-YY TO O-RG-YY
               MOVE C-DETAIL-COUNT TO O-RG-COUNT
               MOVE C-DETAIL-TOTAL TO O-RG-TOTAL
               MOVE C-BATCH-DONATIONS TO O-RG-DONATIONS
               WRITE PRINTLINE FROM REGISTER-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
               MOVE C-COLL-DATE TO DR-COLL-DATE
               MOVE C-DETAIL-COUNT TO DR-COUNT
               MOVE C-DETAIL-TOTAL TO DR-AMOUNT
               MOVE ' ' TO DR-TYPE
               WRITE DR-RECORD.
           MOVE 'FALSE' TO BATCH-OPEN-SW.

           EXIT.

       2510-FLUSH-ONE-DETAIL.
           MOVE C-BATCH-CLUB TO PG-CLUB-CODE.
           MOVE BD-SELLER-NO(SUB) TO PG-SELLER-NO.
           MOVE BD-LNAME(SUB) TO PG-LNAME.
           MOVE BD-FNAME(SUB) TO PG-FNAME.
           MOVE BD-AMOUNT(SUB) TO PG-AMOUNT.
           MOVE ' ' TO PG-TYPE.
           IF BD-KIND(SUB) = 'D'
               MOVE 'D' TO PG-TYPE
               ADD BD-AMOUNT(SUB) TO C-BATCH-DONATIONS.
           WRITE PG-RECORD.
           IF GOOD-RECEIPT-COUNT < 2000
               ADD 1 TO GOOD-RECEIPT-COUNT
               MOVE BD-RECEIPT-NO(SUB)
                   TO GR-RECEIPT-NO(GOOD-RECEIPT-COUNT)
               MOVE C-BATCH-NO TO GR-BATCH-NO(GOOD-RECEIPT-COUNT)
               MOVE C-COLL-DATE TO GR-COLL-DATE(GOOD-RECEIPT-COUNT)
               MOVE C-BATCH-CLUB TO GR-CLUB-CODE(GOOD-RECEIPT-COUNT)
               MOVE BD-SELLER-NO(SUB)
                   TO GR-SELLER-NO(GOOD-RECEIPT-COUNT)
               MOVE BD-LNAME(SUB) TO GR-LNAME(GOOD-RECEIPT-COUNT)
               MOVE BD-FNAME(SUB) TO GR-FNAME(GOOD-RECEIPT-COUNT)
               MOVE BD-AMOUNT(SUB) TO GR-AMOUNT(GOOD-RECEIPT-COUNT)
               MOVE 'FALSE' TO GR-RETURNED-SW(GOOD-RECEIPT-COUNT).

      *A CHECK THE BANK SENT BACK. THE REVERSAL AND FEE ALWAYS GO
      *TO THE GOOD-PAYMENT FILE, SINCE IT IS REBUILT EVERY RUN; THE
      *REGISTER DEDUCTION, THE REOPENED ORDERS AND THE HISTORY
      *RECORD HAPPEN ONLY THE FIRST TIME THE RETURN IS POSTED.
       2600-TAKE-RETURN.
           MOVE BT-RT-RECEIPT-NO TO O-RR-RECEIPT.
           IF BT-RT-RECEIPT-NO NOT NUMERIC OR
                   BT-RT-RETURN-DATE NOT NUMERIC OR
                   BT-RT-FEE NOT NUMERIC
               MOVE 'RECEIPT, RETURN DATE OR BANK FEE NOT NUMERIC.'
                   TO O-RR-REASON
               GO TO 2600-REJECT.
           PERFORM 2610-FIND-RECEIPT.
           IF FOUND-SW NOT = 'TRUE'
               MOVE 'RECEIPT IS NOT IN ANY GOOD BATCH.' TO O-RR-REASON
               GO TO 2600-REJECT.
           IF GR-RETURNED-SW(SUB3) = 'TRUE'
               MOVE 'RECEIPT ALREADY RETURNED.' TO O-RR-REASON
               GO TO 2600-REJECT.
           PERFORM 2620-CHECK-PRIOR-RETURN.
           IF PRIOR-RETURN-SW NOT = 'TRUE' AND
                   MASTER-OPEN-SW NOT = 'TRUE'
               MOVE 'ORDER MASTER NOT AVAILABLE - ORDERS CAN''T REOPEN.'
                   TO O-RR-REASON
               GO TO 2600-REJECT.
           MOVE 'TRUE' TO GR-RETURNED-SW(SUB3).
           ADD 1 TO C-RETURNS.
           MOVE GR-CLUB-CODE(SUB3) TO PG-CLUB-CODE.
           MOVE GR-SELLER-NO(SUB3) TO PG-SELLER-NO.
           MOVE GR-LNAME(SUB3) TO PG-LNAME.
           MOVE GR-FNAME(SUB3) TO PG-FNAME.
           MOVE GR-AMOUNT(SUB3) TO PG-AMOUNT.
           MOVE 'R' TO PG-TYPE.
           WRITE PG-RECORD.
           IF BT-RT-FEE > 0
               MOVE BT-RT-FEE TO PG-AMOUNT
               MOVE 'F' TO PG-TYPE
               WRITE PG-RECORD.
           ADD GR-AMOUNT(SUB3) BT-RT-FEE GIVING C-CHARGED-BACK.
           ADD GR-AMOUNT(SUB3) TO GT-RETURNED.
           ADD BT-RT-FEE TO GT-FEES.
           ADD C-CHARGED-BACK TO GT-CHARGED-BACK.
           IF PRIOR-RETURN-SW = 'TRUE'
               MOVE 'POSTED IN AN EARLIER RUN' TO O-NS-NOTE
           ELSE
               PERFORM 2630-POST-DEDUCTIONS
               PERFORM 2650-REOPEN-ORDERS
               ADD C-REOPENED TO GT-REOPENED
               MOVE C-REOPENED TO O-RO-COUNT
               MOVE REOPENED-NOTE TO O-NS-NOTE
               MOVE BT-RT-RECEIPT-NO TO NH-RECEIPT-NO
               MOVE BT-RT-RETURN-DATE TO NH-RETURN-DATE
               MOVE BT-RT-FEE TO NH-FEE
               WRITE NH-RECORD.
           MOVE BT-RT-RECEIPT-NO TO O-NS-RECEIPT.
           MOVE GR-CLUB-CODE(SUB3) TO O-NS-CLUB.
           MOVE GR-SELLER-NO(SUB3) TO O-NS-SELLER.
           MOVE GR-LNAME(SUB3) TO O-NS-LNAME.
           MOVE GR-FNAME(SUB3) TO O-NS-FNAME.
           MOVE GR-BATCH-NO(SUB3) TO O-NS-BATCH.
           MOVE BT-RT-RETURN-DATE TO COLL-DATE-SPLIT.
           MOVE CD-MM TO O-NS-MM.
           MOVE CD-DD TO O-NS-DD.
           MOVE CD-YY TO O-NS-YY.
           MOVE GR-AMOUNT(SUB3) TO O-NS-CHECK.
           MOVE BT-RT-FEE TO O-NS-FEE.
           MOVE C-CHARGED-BACK TO O-NS-CHARGED.
           WRITE RETURNLINE FROM RETURN-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9910-HEADINGS-RETURN.
           GO TO 2600-X.

       2600-REJECT.
           ADD 1 TO C-BAD-RETURNS.
           WRITE RETURNLINE FROM RETURN-REJECT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9910-HEADINGS-RETURN.

       2600-X.
           EXIT.

       2610-FIND-RECEIPT.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > GOOD-RECEIPT-COUNT
                       OR FOUND-SW = 'TRUE'
                       IF BT-RT-RECEIPT-NO = GR-RECEIPT-NO(SUB2)
                           MOVE 'TRUE' TO FOUND-SW
                           MOVE SUB2 TO SUB3.

       2620-CHECK-PRIOR-RETURN.
           MOVE 'FALSE' TO PRIOR-RETURN-SW.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > PRIOR-RETURN-COUNT
                       IF BT-RT-RECEIPT-NO = PRIOR-RETURN(SUB2)
                           MOVE 'TRUE' TO PRIOR-RETURN-SW.

      *THE BANK DEBITS THE CHECK AND THE FEE SEPARATELY, SO EACH
      *GETS ITS OWN REGISTER RECORD AND ITS OWN LINE ON TONIGHT'S
      *DEPOSIT REGISTER, TAKEN OFF THE TOTAL TO BANK.
       2630-POST-DEDUCTIONS.
           MOVE GR-CLUB-CODE(SUB3) TO C-BATCH-CLUB O-DD-CLUB.
           PERFORM 2700-FIND-CLUB-TOTAL.
           MOVE GR-BATCH-NO(SUB3) TO DR-BATCH-NO O-DD-BATCH.
           MOVE BT-RT-RETURN-DATE TO DR-COLL-DATE COLL-DATE-SPLIT.
           MOVE CD-MM TO O-DD-MM.
           MOVE CD-DD TO O-DD-DD.
           MOVE CD-YY TO O-DD-YY.
           MOVE 1 TO DR-COUNT.
           MOVE GR-AMOUNT(SUB3) TO DR-AMOUNT.
           MOVE 'R' TO DR-TYPE.
           WRITE DR-RECORD.
           SUBTRACT GR-AMOUNT(SUB3) FROM GT-DEPOSITED.
           SUBTRACT GR-AMOUNT(SUB3) FROM CT-DEPOSITED(CT-SUB).
           MOVE 'RETURNED' TO O-DD-KIND.
           COMPUTE O-DD-AMOUNT = 0 - GR-AMOUNT(SUB3).
           WRITE PRINTLINE FROM DEDUCTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           IF BT-RT-FEE > 0
               MOVE BT-RT-FEE TO DR-AMOUNT
               MOVE 'F' TO DR-TYPE
               WRITE DR-RECORD
               SUBTRACT BT-RT-FEE FROM GT-DEPOSITED
               SUBTRACT BT-RT-FEE FROM CT-DEPOSITED(CT-SUB)
               MOVE 'BANK FEE' TO O-DD-KIND
               COMPUTE O-DD-AMOUNT = 0 - BT-RT-FEE
               WRITE PRINTLINE FROM DEDUCTION-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-HEADINGS.

      *EVERY ORDER THE SELLER HAD SIGNED OFF PAID GOES BACK TO
      *DELIVERED - THE MASTER DOESN'T SAY WHICH CHECK PAID WHICH
      *ORDER, AND THE TREASURER CAN SIGN THEM OFF AGAIN ON CBLPOPDL
      *ONCE THE FAMILY MAKES GOOD.
       2650-REOPEN-ORDERS.
           MOVE 0 TO C-REOPENED.
           MOVE 'FALSE' TO MS-EOF.
           MOVE GR-CLUB-CODE(SUB3) TO MS-CLUB-CODE.
           MOVE GR-SELLER-NO(SUB3) TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START ORDER-MASTER KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               PERFORM 9010-READ-ORDER.
           PERFORM 2660-REOPEN-ONE-ORDER
               UNTIL MS-EOF = 'TRUE'.

       2660-REOPEN-ONE-ORDER.
           IF MS-ST-PAID
               MOVE 'D' TO MS-STATUS
               REWRITE MS-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF MS-FILE-STATUS = '00'
                   ADD 1 TO C-REOPENED.
           PERFORM 9010-READ-ORDER.

      *CT-SUB COMES BACK POINTING AT C-BATCH-CLUB'S TOTALS, A NEW
      *ROW STARTED FOR IT IF THIS IS THE CLUB'S FIRST MONEY OF THE
      *RUN. CBLPOPCB HOLDS NO MORE THAN 50 CLUBS, SO NEITHER DOES
      *THIS.
       2700-FIND-CLUB-TOTAL.
           MOVE 0 TO CT-SUB.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > CLUB-TOTAL-COUNT
                       IF C-BATCH-CLUB = CT-CLUB-CODE(SUB2)
                           MOVE SUB2 TO CT-SUB.
           IF CT-SUB = 0
               ADD 1 TO CLUB-TOTAL-COUNT
               MOVE CLUB-TOTAL-COUNT TO CT-SUB
               MOVE C-BATCH-CLUB TO CT-CLUB-CODE(CT-SUB)
               MOVE 0 TO CT-BATCHES(CT-SUB)
               MOVE 0 TO CT-DEPOSITED(CT-SUB)
               MOVE 0 TO CT-DONATIONS(CT-SUB).

       3000-CLOSING.
           WRITE PRINTLINE FROM CLUB-TOTAL-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           PERFORM 3100-PRINT-CLUB-TOTAL
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > CLUB-TOTAL-COUNT.
           MOVE GT-DEPOSITED TO O-GT-DEPOSITED.
           WRITE PRINTLINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE GT-DONATIONS TO O-GT-DONATIONS.
           WRITE PRINTLINE FROM DONATION-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE C-GOOD-BATCHES TO O-GOOD.
           MOVE C-BAD-BATCHES TO O-BAD.
           WRITE PRINTLINE FROM BATCH-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-RETURNS TO O-NT-RETURNS.
           MOVE C-BAD-RETURNS TO O-NT-BAD.
           MOVE GT-REOPENED TO O-NT-REOPENED.
           WRITE RETURNLINE FROM RETURN-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE GT-RETURNED TO O-NT-CHECKS.
           MOVE GT-FEES TO O-NT-FEES.
           MOVE GT-CHARGED-BACK TO O-NT-CHARGED.
           WRITE RETURNLINE FROM RETURN-TOTAL-LINE-2
               AFTER ADVANCING 2 LINES.
           CLOSE BATCH-PAYMENT-FILE.
           CLOSE GOOD-PAYMENT-FILE.
           CLOSE REGISTER-OUT.
           CLOSE REGISTER-DATA-FILE.
           CLOSE RETURN-REGISTER-OUT.
           CLOSE RETURN-HISTORY-FILE.
           IF MASTER-OPEN-SW = 'TRUE'
               CLOSE ORDER-MASTER.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-GOOD-BATCHES TO RG-RECORDS-WRITTEN.
           ADD C-BAD-BATCHES C-BAD-RETURNS GIVING RG-ERR-CTR.
           MOVE GT-DEPOSITED TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

       3100-PRINT-CLUB-TOTAL.
           MOVE CT-CLUB-CODE(SUB) TO CB-CLUB-CODE O-CT-CLUB.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-NAME TO O-CT-NAME.
           MOVE CT-BATCHES(SUB) TO O-CT-BATCHES.
           MOVE CT-DEPOSITED(SUB) TO O-CT-DEPOSITED.
           MOVE CT-DONATIONS(SUB) TO O-CT-DONATIONS.
           WRITE PRINTLINE FROM CLUB-TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9900-HEADINGS.

       9000-READ.
           READ BATCH-PAYMENT-FILE
               AT END
           IF EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ.

      *ONE SELLER'S ORDERS ONLY - THE RUN ENDS WHEN THE CLUB OR
      *SELLER NUMBER CHANGES.
       9010-READ-ORDER.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               IF MS-CLUB-CODE NOT = GR-CLUB-CODE(SUB3) OR
                       MS-SELLER-NO NOT = GR-SELLER-NO(SUB3)
                   MOVE 'TRUE' TO MS-EOF.

       9020-READ-HISTORY.
           READ RETURN-HISTORY-FILE
               AT END
                   MOVE 'TRUE' TO NH-EOF.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM DETAIL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       9910-HEADINGS-RETURN.
           ADD 1 TO C-PCTR-R.
           MOVE C-PCTR-R TO O-PCTR.
           WRITE RETURNLINE FROM REGISTER-TITLE
               AFTER ADVANCING PAGE.
           WRITE RETURNLINE FROM RETURN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE RETURNLINE FROM RETURN-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
