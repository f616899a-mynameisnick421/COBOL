      *  FOR THE ROUTE SHEETS - THE MASTER'S    *
      *  OWN KEY ORDER ALREADY GROUPS THE PACK  *
      *  SLIPS BY SELLER.                       *
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

      *CASES STILL OWED PER SHORTED ORDER, KEYED BY THE MASTER KEY
      *IN FRONT OF THE ORDER IMAGE - SEE CBLPOPAL'S
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *SORT WORK FILE - ONE SLIM RECORD PER ORDER LINE, SORTED BY
      *CITY/ZIP/STREET SO EACH ROUTE GROUP'S STOPS COME BACK IN
      *DRIVING ORDER.
       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
      *THE CONTROL-TOTAL TRAILER VIEW COMES ALONG IN THE COPYBOOK -
      *BECAUSE OF KEY ORDER IT READS BACK FIRST, NOT LAST, AND
      *9000-READ SWALLOWS IT WHEREVER IT TURNS UP.
       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD.
           05  BO-CLUB-CODE        PIC X(3).
           05  BO-SELLER-NO        PIC 9(4).
           05  BO-ORDER-SEQ        PIC 9(4).
           05  BO-ORDER.
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

       SD SORT-FILE
           DATA RECORD IS SR-RECORD
           RECORD CONTAINS 70 CHARACTERS.
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  BO-FILE-STATUS  PIC XX.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
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
           MOVE 'CBLPOPDS' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT PAPERWORK-OUT
           ELSE
               OPEN EXTEND PAPERWORK-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1185-LOAD-BACKORDERS.
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
               DISPLAY 'CBLPOPDS - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV, CBLPOPLD AND'
                   ' CBLNLH05 FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDS - ORDER MASTER IS STALE FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPLD AND CBLNLH05 FIRST'
               STOP RUN.
           IF CB-VALIDATED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLPOPDS - GENERATION ' CB-GENERATION
                   ' HAS NOT PASSED VALIDATION FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLNLH05 FIRST'
               STOP RUN.

       1175-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE
           READ BACKORDER-FILE
               AT END
                   MOVE 'TRUE' TO BO-EOF.
           IF BO-EOF NOT = 'TRUE' AND BO-CLUB-CODE = CB-CLUB-CODE
               IF BO-COUNT < 1000
                   ADD 1 TO BO-COUNT
                   MOVE BO-SELLER-NO TO BOT-SELLER-NO(BO-COUNT)

       2010-RELEASE-ONE-ORDER.
           ADD 1 TO C-ORDERS-READ.
           IF IS-CREDIT OF MS-ORDER-DETAIL OR
                   IS-DONATION OF MS-ORDER-DETAIL
               PERFORM 9000-READ
               GO TO 2010-X.
           PERFORM 2106-CHECK-POP-TYPE.
      *SHORTS MARKED THE SAME WAY AS THE ROUTE SHEETS.
       4000-PRINT-PACK-SLIPS.
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

       9100-RETURN-SORTED.
           RETURN SORT-FILE
