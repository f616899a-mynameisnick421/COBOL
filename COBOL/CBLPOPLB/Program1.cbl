      *  ORDER VOLUME IS LIMITED BY DISK, NOT   *
      *  BY A 500-ENTRY TABLE. THE FIVE-TEAM    *
      *  BOARD STAYS A TABLE - IT IS FIVE ROWS. *
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

           SELECT LEADERBOARD-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPLB.PRT'
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPLB.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

      *FIRST SORT - EVERY GOOD ORDER'S SELLER NUMBER AND CASES, SO
      *EACH SELLER'S ORDERS COME BACK TOGETHER FOR THE ROLLUP.
           SELECT ORDER-SORT-FILE
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
           RECORD CONTAINS 80 CHARACTERS.
       01 CSV-EXPORT-LINE          PIC X(80).

       SD ORDER-SORT-FILE
           DATA RECORD IS SR1-RECORD
           RECORD CONTAINS 6 CHARACTERS.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
           05  C-SELLER-NO     PIC 9(4)        VALUE 0.
           05  C-SM-SUB        PIC 9(4)        VALUE 0.
           05  EXCEPTION-COUNT PIC 9(6)        VALUE 0.

      *CSV EXPORT SWITCH - SEE 1186-LOAD-EXPORT-MODE.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

      *LOADED FROM CBLPOPSM.DAT AT 1000-INIT TIME - SEE
      *1168-LOAD-SELLER-MASTER.
       01 SELLER-MASTER-TABLE.
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
           MOVE 'CBLPOPLB' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT LEADERBOARD-OUT
           ELSE
               OPEN EXTEND LEADERBOARD-OUT.
           OPEN OUTPUT EXCEPTION-WORK-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           PERFORM 1168-LOAD-SELLER-MASTER.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1186-LOAD-EXPORT-MODE.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 9000-READ.


      *AN OFFICER WHO WANTS THE NUMBERS IN A SPREADSHEET DROPS A
      *ONE-RECORD CBLPOPXP.DAT ON THE DRIVE CONTAINING 'CSV' -
      *OTHERWISE (OR IF THE RECORD SAYS ANYTHING ELSE) ONLY THE
      *PRINT IMAGE IS WRITTEN. EVERY CLUB'S ROWS GO TO THE ONE CSV,
      *EACH LED BY ITS CLUB CODE.
       1186-LOAD-EXPORT-MODE.
           OPEN INPUT EXPORT-MODE-FILE.
           IF XP-FILE-STATUS = '00'
                       MOVE XP-MODE TO CSV-EXPORT-SW
               END-READ
               CLOSE EXPORT-MODE-FILE.
           IF CSV-EXPORT-SW = 'CSV' AND CB-FIRST-PASS
               OPEN OUTPUT CSV-EXPORT-OUT.
           IF CSV-EXPORT-SW = 'CSV' AND CB-LATER-PASS
               OPEN EXTEND CSV-EXPORT-OUT.

      *REFUSES TO RUN AGAINST AN ORDER MASTER THAT'S STALE OR NOT
      *YET THROUGH THE EDIT PASS - THE TRAILER CATCHES A TRUNCATED
      *FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPLB - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPLB - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPLB - GENERATION ' CB-GENERATION
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

       2010-RELEASE-ONE-ORDER.
           ADD 1 TO C-ORDERS-READ.
           IF IS-CREDIT OR IS-DONATION
               PERFORM 9000-READ
               GO TO 2010-X.
           PERFORM 2095-FIND-SELLER-NO.
               MOVE C-RANK TO CSV-RANK
               MOVE SR2-CASES TO CSV-CASES
               MOVE SPACES TO CSV-EXPORT-LINE
               STRING CB-CLUB-CODE ','
                       'SELLER' ',' CSV-RANK ',' SR2-SELLER-NO ','
                       SR2-LNAME ',' SR2-FNAME ',' SR2-TEAM ','
                       CSV-CASES
                   DELIMITED BY SIZE
                           MOVE SUB TO CSV-RANK
                           MOVE TM-TOTAL-SALES(SUB) TO CSV-SALES
                           MOVE SPACES TO CSV-EXPORT-LINE
                           STRING CB-CLUB-CODE ','
                                   'TEAM' ',' CSV-RANK ','
                                   TM-TEAM(SUB) ',' CSV-SALES
                               DELIMITED BY SIZE
                               INTO CSV-EXPORT-LINE
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
           RETURN ORDER-SORT-FILE
