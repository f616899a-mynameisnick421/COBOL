      *  IS LIMITED BY DISK, NOT BY A 500-ENTRY *
      *  TABLE - THE COUNTY LEAGUE WILL BRING   *
      *  THOUSANDS.                             *
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

           SELECT STATEMENT-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPST.PRT'
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *A CAPTAIN WHO NEEDS ONE LOST STATEMENT REPRINTED DROPS A
      *ONE-RECORD CBLPOPSS.DAT ON THE DRIVE NAMING A SELLER NUMBER
      *OR A TEAM LETTER - SAME PATTERN AS CBLNLH05'S RUN-MODE FILE.
      *NO FILE MEANS THE NORMAL FULL RUN. SELLER NUMBERS AND TEAM
      *LETTERS ARE ONLY UNIQUE WITHIN A CLUB, SO THE RECORD CAN NAME
      *THE CLUB TOO.
           SELECT SELECT-MODE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPSS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
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
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

       FD SELECT-MODE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SS-RECORD
           RECORD CONTAINS 14 CHARACTERS.
       01 SS-RECORD.
           05  SS-TYPE             PIC X(6).
           05  SS-SELLER-NO        PIC 9(4).
           05  SS-TEAM             PIC X.
           05  SS-CLUB-CODE        PIC X(3).

       SD SORT-FILE
           DATA RECORD IS SR-RECORD
           05  STATE-FOUND-SW  PIC X(5)        VALUE 'FALSE'.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
           05  C-SELLER-NO     PIC 9(4)        VALUE 0.
           05  C-ORDERS-READ   PIC 9(6)        VALUE 0.
           05  C-SM-SUB        PIC 9(4)        VALUE 0.


      *SELECTIVE REPRINT - SEE 1187-LOAD-SELECT-MODE. 'ALL' IS THE
      *NORMAL FULL RUN; 'SELLER' OR 'TEAM' PRINTS ONLY THE MATCHING
      *STATEMENTS; 'OTHER' MEANS THE REPRINT IS FOR ANOTHER CLUB AND
      *THIS CLUB'S PASS PRINTS NOTHING.
           05  SS-FILE-STATUS  PIC XX.
           05  SELECT-MODE-SW  PIC X(6)        VALUE 'ALL'.
           05  SEL-SELLER-NO   PIC 9(4)        VALUE 0.
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

                   THRU 2999-RELEASE-X
               OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
                   THRU 3999-PRINT-X.
           IF SELECT-MODE-SW NOT = 'ALL' AND
                   SELECT-MODE-SW NOT = 'OTHER' AND
                   SEL-FOUND-SW NOT = 'TRUE'
               PERFORM 4000-REPORT-NOT-FOUND.
           CLOSE POP-SALES-REPORT.
           CLOSE STATEMENT-OUT.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1050-CHECK-GENERATION.
           MOVE 'CBLPOPST' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT STATEMENT-OUT
           ELSE
               OPEN EXTEND STATEMENT-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           PERFORM 1168-LOAD-SELLER-MASTER.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1187-LOAD-SELECT-MODE.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 9000-READ.
           IF SELECT-MODE-SW = 'OTHER'
               MOVE 'TRUE' TO EOF.

      *A CAPTAIN WHO NEEDS ONE LOST STATEMENT REPRINTED DROPS A
      *ONE-RECORD CBLPOPSS.DAT ON THE DRIVE - 'SELLER' PLUS THE
      *SELLER NUMBER, OR 'TEAM' PLUS THE TEAM LETTER. NOT HAVING
      *THE FILE (STATUS 35) MEANS THE NORMAL FULL RUN, SO THE
      *WEEKLY JOB NEEDS NO CHANGE. A CLUB CODE IN COLUMNS 12-14
      *TIES THE REPRINT TO THAT CLUB; BLANK MEANS WHICHEVER CLUB IS
      *RUNNING.
       1187-LOAD-SELECT-MODE.
           OPEN INPUT SELECT-MODE-FILE.
           IF SS-FILE-STATUS = '00'
                               MOVE SS-TEAM TO SEL-TEAM
                           END-IF
                       END-IF
                       IF SS-CLUB-CODE NOT = SPACES AND
                               SS-CLUB-CODE NOT = CB-CLUB-CODE
                           MOVE 'OTHER' TO SELECT-MODE-SW
                       END-IF
               END-READ
               CLOSE SELECT-MODE-FILE.

      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPST - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPST - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPST - GENERATION ' CB-GENERATION
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
               AFTER ADVANCING 3 LINES.

       3200-PRINT-ONE-ORDER.
           IF IS-DONATION OF SR-ORDER
               PERFORM 3220-PRINT-DONATION-LINE
           ELSE
               PERFORM 3202-PRINT-ONE-SALE.
           PERFORM 9100-RETURN-SORTED.

       3202-PRINT-ONE-SALE.
           MOVE 0 TO C-DEPOSIT-AMT.
           PERFORM 3205-CHECK-STATE.
           PERFORM 3206-CHECK-POP-TYPE.
               END-IF
               WRITE PRINTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 2 LINES.

      *A GIFT THE SELLER TOOK IN IS LISTED SO THE KID CAN SEE IT WAS
      *RECORDED, BUT IT WAS HANDED OVER WITH THE ORDER MONEY AND
      *OWES NOTHING - IT STAYS OUT OF THE CASES AND AMOUNT DUE.
       3220-PRINT-DONATION-LINE.
           MOVE SR-ORDER-NO TO O-ORDER-NO.
           MOVE 'DONATION' TO O-POP-TYPE.
           MOVE 0 TO O-NUM-CASES.
           MOVE 0 TO O-DEPOSIT-AMT.
           IF I-AMOUNT-PAID OF SR-ORDER IS NUMERIC
               MOVE I-AMOUNT-PAID OF SR-ORDER TO O-TOTAL-SALES
           ELSE
               MOVE 0 TO O-TOTAL-SALES.
           MOVE SPACES TO O-CR-FLAG.
           WRITE PRINTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES.

      *PICKS THE DEPOSIT ROW IN FORCE ON THE ORDER'S UPLOAD DATE -
      *THE NEWEST EFFECTIVE DATE ON OR BEFORE IT. AN ORDER OLDER
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

       9100-RETURN-SORTED.
           RETURN SORT-FILE
