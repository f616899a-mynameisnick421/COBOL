             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPIA.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  CROSS-FILE INTEGRITY AUDIT. EVERY STEP *
      *  CHECKS ITS OWN INPUT, BUT NOTHING ELSE *
      *  PROVES THE FILES STILL AGREE WITH EACH *
      *  OTHER. THIS RUN READS THEM SIDE BY     *
      *  SIDE AND PRINTS EVERY DISAGREEMENT     *
      *  UNDER ITS CATEGORY WITH THE KEYS THAT  *
      *  FIND IT:                               *
      *   1 ORDERS STAMPED BACKORDERED ON THE   *
      *     MASTER AGAINST CBLPOPBO.DAT, BOTH   *
      *     WAYS                                *
      *   2 ISSUES ON THE INVENTORY LEDGER      *
      *     CBLPOPIT.DAT AGAINST THE CASES THE  *
      *     MASTER SAYS WERE ALLOCATED          *
      *   3 ORDER SELLERS AGAINST THE ROSTER    *
      *     CBLPOPSM.DAT                        *
      *   4 EACH CLUB'S CONTROL-TOTAL TRAILER   *
      *     AGAINST ITS REAL RECORD COUNT       *
      *   5 CBLPOPPG.DAT AGAINST THE DEPOSIT    *
      *     REGISTER CBLPOPDR.DAT, TYPE BY TYPE *
      *  THE RESULT GOES ON CBLPOPIX.DAT FOR    *
      *  CBLPOPSC AND OUT AS THE RETURN CODE    *
      *  FOR CBLPOPDV - 0 CLEAN, 4 WHEN A CHECK *
      *  COULD NOT RUN FOR WANT OF ITS FILE, 8  *
      *  WHEN ANYTHING DISAGREES. RUN IT AFTER  *
      *  THE BACKORDER CYCLE AND BEFORE THE     *
      *  REPORTS.                               *
      *  THE FILES ARE SHARED BY THE WHOLE      *
      *  LEAGUE AND THE LEDGER AND THE REGISTER *
      *  CARRY NO CLUB, SO THIS IS A LEAGUE-    *
      *  WIDE STEP THAT ALWAYS READS EVERY CLUB *
      *  ON THE FILES.                          *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *READ TWICE, TOP TO BOTTOM - ONCE FOR THE BACKORDER STAMPS AND
      *THE ALLOCATED CASES, ONCE FOR THE SELLERS AND TRAILERS.
           SELECT ORDER-MASTER
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

      *NOT HAVING THE FILE MEANS NOTHING IS OWED - EVERY ORDER
      *STILL STAMPED 'B' IS THEN A MISMATCH.
           SELECT BACKORDER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

           SELECT INV-LEDGER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IT-FILE-STATUS.

           SELECT SELLER-MASTER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.

           SELECT GOOD-PAYMENT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.

           SELECT REGISTER-DATA-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-FILE-STATUS.

      *PRODUCT MASTER - ONLY FOR THE FLAVOR NAMES ON THE LEDGER
      *LINES.
           SELECT PRODUCT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

      *ONE RECORD PER AUDIT RUN, APPENDED ACROSS RUNS - CBLPOPSC
      *LOOKS FOR TODAY'S.
           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IX-FILE-STATUS.

           SELECT AUDIT-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIA.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

      *THE MASTER KEY IN FRONT OF THE ORDER IMAGE, WITH THE CASE
      *COUNT SWAPPED FOR THE CASES STILL OWED - SEE CBLPOPAL'S
      *2300-WRITE-BACKORDER.
       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD.
           05  BO-CLUB-CODE        PIC X(3).
           05  BO-SELLER-NO        PIC 9(4).
           05  BO-ORDER-SEQ        PIC 9(4).
           05  BO-ORDER.
               COPY POPSALES REPLACING ==05== BY ==10==.

       FD INV-LEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IT-RECORD
           RECORD CONTAINS 27 CHARACTERS.
       01 IT-RECORD.
           05  IT-TRANS-TYPE       PIC X.
               88  IT-ISSUE            VALUE 'I'.
           05  IT-POP-TYPE         PIC 99.
           05  IT-CASES            PIC 9(6).
           05  IT-DATE             PIC 9(8).
           05  IT-REFERENCE        PIC X(10).

       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE        PIC X(3).
           05  SM-SELLER-NO        PIC 9(4).
           05  SM-LNAME            PIC X(15).
           05  SM-FNAME            PIC X(15).
           05  SM-ADDRESS          PIC X(15).
           05  SM-TEAM             PIC X.

       FD GOOD-PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-RECORD
           RECORD CONTAINS 47 CHARACTERS.
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

       FD REGISTER-DATA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-RECORD
           RECORD CONTAINS 28 CHARACTERS.
       01 DR-RECORD.
           05  DR-BATCH-NO         PIC 9(4).
           05  DR-COLL-DATE        PIC 9(8).
           05  DR-COUNT            PIC 9(4).
           05  DR-AMOUNT           PIC 9(9)V99.
           05  DR-TYPE             PIC X.
               88  DR-DEPOSIT          VALUE ' '.
               88  DR-RETURNED-CHECK   VALUE 'R'.
               88  DR-BANK-FEE         VALUE 'F'.

      *ONE PRODUCT PER RECORD - CODE, DISPLAY NAME, ACTIVE FLAG.
       FD PRODUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-RECORD
           RECORD CONTAINS 19 CHARACTERS.
       01 PD-RECORD.
           05  PD-CODE             PIC 99.
           05  PD-NAME             PIC X(16).
           05  PD-ACTIVE           PIC X.

      *IX-NOT-CHECKED IS HOW MANY OF THE FIVE CATEGORIES COULDN'T
      *RUN - A CLEAN AUDIT THAT SKIPPED HALF ITS CHECKS PROVES
      *NOTHING.
       FD AUDIT-SUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IX-RECORD
           RECORD CONTAINS 15 CHARACTERS.
       01 IX-RECORD.
           05  IX-RUN-DATE         PIC 9(8).
           05  IX-MISMATCHES       PIC 9(6).
           05  IX-NOT-CHECKED      PIC 9.

       FD AUDIT-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-EOF          PIC X(5)        VALUE 'FALSE'.
           05  BO-EOF          PIC X(5)        VALUE 'FALSE'.
           05  IT-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SM-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PG-EOF          PIC X(5)        VALUE 'FALSE'.
           05  DR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  MS-FILE-STATUS  PIC XX.
           05  BO-FILE-STATUS  PIC XX.
           05  IT-FILE-STATUS  PIC XX.
           05  SM-FILE-STATUS  PIC XX.
           05  PG-FILE-STATUS  PIC XX.
           05  DR-FILE-STATUS  PIC XX.
           05  PD-FILE-STATUS  PIC XX.
           05  IX-FILE-STATUS  PIC XX.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(7)        VALUE 0.

      *WHETHER THE ORDER MASTER AND THE ROSTER ARE THERE TO BE
      *CHECKED AT ALL - EVERY OTHER FILE MISSING JUST MEANS NOTHING
      *HAS BEEN POSTED TO IT YET.
           05  MASTER-SW       PIC X(5)        VALUE 'FALSE'.
           05  ROSTER-SW       PIC X(5)        VALUE 'FALSE'.

      *THE RUN'S BOTTOM LINE - EVERY MISMATCH IN EVERY CATEGORY,
      *AND HOW MANY CATEGORIES COULD NOT BE CHECKED.
           05  C-MISMATCHES    PIC 9(6)        VALUE 0.
           05  C-NOT-CHECKED   PIC 9           VALUE 0.

      *THE ORDER IN HAND'S BACKORDER RECORDS - HOW MANY CARRY ITS
      *KEY, AND THE LAST ONE FOUND.
           05  C-BO-MATCHES    PIC 9(4)        VALUE 0.
           05  BO-ROW          PIC 9(4)        VALUE 0.
           05  C-OWED          PIC 9(4)        VALUE 0.

      *LEDGER ISSUES WHOSE FLAVOR CODE CAN'T BE ADDED ANYWHERE.
           05  C-BAD-ISSUES    PIC 9(6)        VALUE 0.

      *THE CLUB ROW THE MASTER IS ON IN THE SECOND PASS.
           05  C-HOLD-CLUB     PIC X(3)        VALUE SPACES.
           05  CT-ROW          PIC 99          VALUE 0.
           05  C-DIFFERENCE    PIC S9(7)       VALUE 0.

      *REGISTER BATCHES A LATER CBLPOPPE RUN POSTED AGAIN UNCHANGED.
           05  C-REPOSTED      PIC 9(4)        VALUE 0.
           05  FOUND-SW        PIC X(5)        VALUE 'FALSE'.

      *ONE ROW PER CATEGORY - ITS TITLE, WHETHER IT RAN, AND WHAT IT
      *FOUND. C-CAT IS THE CATEGORY BEING PRINTED, AND
      *C-COLUMN-HEADING ITS COLUMN HEADING, SO A PAGE BREAK IN THE
      *MIDDLE OF ONE CARRIES BOTH OVER.
       01 C-CAT                    PIC 9           VALUE 0.
       01 C-COLUMN-HEADING         PIC X(132)      VALUE SPACES.
       01 C-NOT-CHECKED-REASON     PIC X(60)       VALUE SPACES.
       01 CATEGORY-TABLE.
           05  CATEGORIES          OCCURS 5.
               10  CAT-TITLE       PIC X(60).
               10  CAT-CHECKED-SW  PIC X(5).
               10  CAT-MISMATCHES  PIC 9(6).

      *EVERY BACKORDER ON FILE, LOADED AT 1000-INIT TIME AND LOOKED
      *UP BY MASTER KEY. A ROW NO ORDER CLAIMS BY THE END OF THE
      *FIRST PASS IS OWED TO AN ORDER THAT ISN'T THERE.
       01 BO-COUNT                 PIC 9(4)        VALUE 0.
       01 BO-SUB                   PIC 9(4).
       01 BACKORDER-TABLE.
           05  BACKORDERS          OCCURS 2000.
               10  BOT-KEY.
                   15  BOT-CLUB-CODE   PIC X(3).
                   15  BOT-SELLER-NO   PIC 9(4).
                   15  BOT-ORDER-SEQ   PIC 9(4).
               10  BOT-ORDER-NO    PIC X(6).
               10  BOT-LNAME       PIC X(15).
               10  BOT-FNAME       PIC X(15).
               10  BOT-POP-TYPE    PIC XX.
               10  BOT-OWED        PIC 9(4).
               10  BOT-MATCHED-SW  PIC X(5).

      *THE ROSTER FOR EVERY CLUB - SELLER NUMBERS ARE ONLY UNIQUE
      *WITHIN A CLUB, SO THE CLUB CODE IS HALF THE KEY.
       01 SELLER-COUNT             PIC 9(4)        VALUE 0.
       01 SELLER-TABLE.
           05  SELLERS             OCCURS 2000.
               10  SMT-CLUB-CODE   PIC X(3).
               10  SMT-SELLER-NO   PIC 9(4).

      *CASES PER FLAVOR - WHAT THE MASTER SAYS WENT OUT (ORDERED
      *LESS STILL OWED) AND WHAT THE LEDGER ISSUED. THE FLAVOR CODE
      *IS THE SUBSCRIPT, THE SAME AS THE PRODUCT TABLE.
       01 FLAVOR-TABLE.
           05  FLAVORS             OCCURS 50.
               10  FT-ALLOCATED    PIC 9(7).
               10  FT-ISSUED       PIC 9(7).

      *PRODUCT MASTER LOADED FROM CBLPOPPD.DAT - PRODUCT CODE IS
      *THE SUBSCRIPT - SEE 1100-LOAD-PRODUCT-TABLE.
       01 PRODUCT-TABLE.
           05  PRODUCTS            OCCURS 50.
               10  POP-TYPE        PIC X(16).

      *ONE ROW PER CLUB ON THE MASTER - ITS TRAILER'S COUNT, IF IT
      *HAS A TRAILER, AND THE RECORDS ACTUALLY UNDER IT. CBLPOPCB
      *HOLDS NO MORE THAN 50 CLUBS, SO NEITHER DOES THIS.
       01 CLUB-COUNT               PIC 99          VALUE 0.
       01 CT-SUB                   PIC 99.
       01 CLUB-COUNT-TABLE.
           05  CLUB-COUNTS         OCCURS 50.
               10  CT-CLUB-CODE    PIC X(3).
               10  CT-TRAILER-SW   PIC X(5).
               10  CT-TRAILER-COUNT PIC 9(6).
               10  CT-ACTUAL       PIC 9(6).

      *THE PAYMENT SIDE OF THE TIE, TYPE BY TYPE - 1 RECEIPTS AND
      *DONATIONS AGAINST DEPOSITS, 2 RETURNED CHECKS, 3 BANK FEES.
       01 TIE-TABLE.
           05  TIES                OCCURS 3.
               10  TT-PG-COUNT     PIC 9(6).
               10  TT-PG-AMOUNT    PIC 9(9)V99.
               10  TT-DR-COUNT     PIC 9(6).
               10  TT-DR-AMOUNT    PIC 9(9)V99.
       01 TT-SUB                   PIC 9.

      *EVERY DEPOSIT BATCH ON THE REGISTER, ONCE. CBLPOPPE REBUILDS
      *CBLPOPPG.DAT FROM THE WHOLE SEASON'S BATCHES EVERY RUN BUT
      *APPENDS TO THE REGISTER, SO A BATCH KEYED BEFORE AN EARLIER
      *RUN CAN LAND ON THE REGISTER AGAIN UNCHANGED - THAT IS THE
      *SAME DEPOSIT AND COUNTS ONCE. THE SAME BATCH NUMBER WITH
      *DIFFERENT FIGURES IS TWO DEPOSITS CLAIMING ONE BATCH.
       01 DEPOSIT-COUNT            PIC 9(4)        VALUE 0.
       01 DEPOSIT-TABLE.
           05  DEPOSITS            OCCURS 2000.
               10  DT-BATCH-NO     PIC 9(4).
               10  DT-COLL-DATE    PIC 9(8).
               10  DT-COUNT        PIC 9(4).
               10  DT-AMOUNT       PIC 9(9)V99.

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS CAN TELL WHAT
      *RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-DATE-NUM REDEFINES I-DATE
                               PIC 9(8).
           05  I-TIME          PIC X(11).

       01 COLL-DATE-SPLIT.
           05  CD-YY           PIC 9(4).
           05  CD-MM           PIC 99.
           05  CD-DD           PIC 99.

       01 AUDIT-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01 AUDIT-REPORT-HEADING.
           05  FILLER          PIC X(60)
                       VALUE 'CROSS-FILE INTEGRITY AUDIT'.

       01 CATEGORY-HEADING.
           05  FILLER          PIC X(9)        VALUE 'CHECK'.
           05  O-CAT-NO        PIC 9.
           05  FILLER          PIC X(3)        VALUE ' -'.
           05  O-CAT-TITLE     PIC X(60).

      *ORDER LINES - THE MASTER KEY, THE ORDER NUMBER AND THE
      *SELLER'S NAME ARE WHAT THE CAPTAIN LOOKS THE ORDER UP BY.
       01 ORDER-COLUMN-HEADING.
           05  FILLER          PIC X(6)        VALUE 'CLUB'.
           05  FILLER          PIC X(7)        VALUE 'SELLER'.
           05  FILLER          PIC X(7)        VALUE 'SEQ'.
           05  FILLER          PIC X(9)        VALUE 'ORDER'.
           05  FILLER          PIC X(17)       VALUE 'LAST NAME'.
           05  FILLER          PIC X(17)       VALUE 'FIRST NAME'.
           05  FILLER          PIC X(5)        VALUE 'ST'.
           05  FILLER          PIC X(7)        VALUE 'PROBLEM'.

       01 ORDER-MISMATCH-LINE.
           05  O-OM-CLUB       PIC X(3).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-OM-SELLER     PIC X(4).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-OM-SEQ        PIC X(4).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-OM-ORDER-NO   PIC X(6).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-OM-LNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-OM-FNAME      PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-OM-STATUS     PIC X.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-OM-PROBLEM    PIC X(50).

       01 FLAVOR-COLUMN-HEADING.
           05  FILLER          PIC X(6)        VALUE 'CODE'.
           05  FILLER          PIC X(18)       VALUE 'FLAVOR'.
           05  FILLER          PIC X(10)       VALUE 'ALLOCATED'.
           05  FILLER          PIC X(10)       VALUE 'ISSUED'.
           05  FILLER          PIC X(11)       VALUE 'DIFFERENCE'.
           05  FILLER          PIC X(7)        VALUE 'PROBLEM'.

      *THE DIFFERENCE IS THE LEDGER LESS THE MASTER - PLUS MEANS
      *MORE CASES LEFT THE STOCKROOM THAN ANY ORDER ACCOUNTS FOR.
       01 FLAVOR-MISMATCH-LINE.
           05  FILLER          PIC X           VALUE ' '.
           05  O-FM-POP-TYPE   PIC 99.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-FM-NAME       PIC X(16).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-FM-ALLOCATED  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-FM-ISSUED     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-FM-DIFF       PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-FM-PROBLEM    PIC X(40).

       01 BAD-ISSUE-LINE.
           05  FILLER          PIC X(46)
                       VALUE 'LEDGER ISSUES WITH A BAD FLAVOR CODE:'.
           05  O-BI-COUNT      PIC ZZZ,ZZ9.

       01 TRAILER-COLUMN-HEADING.
           05  FILLER          PIC X(8)        VALUE 'CLUB'.
           05  FILLER          PIC X(10)       VALUE 'TRAILER'.
           05  FILLER          PIC X(10)       VALUE 'ACTUAL'.
           05  FILLER          PIC X(11)       VALUE 'DIFFERENCE'.
           05  FILLER          PIC X(7)        VALUE 'PROBLEM'.

       01 TRAILER-MISMATCH-LINE.
           05  O-TM-CLUB       PIC X(3).
           05  FILLER          PIC X(5)        VALUE ' '.
           05  O-TM-TRAILER    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-TM-ACTUAL     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-TM-DIFF       PIC ZZZ,ZZ9-.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-TM-PROBLEM    PIC X(40).

       01 TIE-COLUMN-HEADING.
           05  FILLER          PIC X(24)       VALUE 'PAYMENT TYPE'.
           05  FILLER          PIC X(8)        VALUE ' COUNT'.
           05  FILLER          PIC X(17)       VALUE 'PG AMOUNT'.
           05  FILLER          PIC X(8)        VALUE ' COUNT'.
           05  FILLER          PIC X(17)       VALUE 'DR AMOUNT'.
           05  FILLER          PIC X(18)       VALUE 'DIFFERENCE'.
           05  FILLER          PIC X(6)        VALUE 'RESULT'.

      *THE DIFFERENCE IS CBLPOPPG.DAT LESS THE REGISTER.
       01 TIE-LINE.
           05  O-TL-LABEL      PIC X(24).
           05  O-TL-PG-COUNT   PIC ZZ,ZZ9.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-TL-PG-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-TL-DR-COUNT   PIC ZZ,ZZ9.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-TL-DR-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-TL-DIFF       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-TL-RESULT     PIC X(20).

       01 BATCH-MISMATCH-LINE.
           05  FILLER          PIC X(7)        VALUE 'BATCH'.
           05  O-BM-BATCH      PIC 9(4).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-BM-MM         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-BM-DD         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-BM-YY         PIC 9(4).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-BM-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  FILLER          PIC X(50)
                       VALUE 'ON REGISTER TWICE, DIFFERENT FIGURES'.

       01 REPOSTED-LINE.
           05  FILLER          PIC X(46)
                       VALUE 'REGISTER BATCHES POSTED AGAIN UNCHANGED:'.
           05  O-RP-COUNT      PIC Z,ZZ9.
           05  FILLER          PIC X(20)       VALUE '  (COUNTED ONCE)'.

       01 CATEGORY-COUNT-LINE.
           05  FILLER          PIC X(19)
                       VALUE 'MISMATCHES FOUND:'.
           05  O-CC-COUNT      PIC ZZZ,ZZ9.

       01 CATEGORY-CLEAN-LINE.
           05  FILLER          PIC X(20)       VALUE 'NO MISMATCHES.'.

       01 NOT-CHECKED-LINE.
           05  FILLER          PIC X(14)       VALUE 'NOT CHECKED -'.
           05  O-NC-REASON     PIC X(60).

       01 SUMMARY-HEADING.
           05  FILLER          PIC X(60)       VALUE 'AUDIT SUMMARY'.

       01 SUMMARY-LINE.
           05  FILLER          PIC X(6)        VALUE 'CHECK'.
           05  O-SM-CAT-NO     PIC 9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-SM-TITLE      PIC X(60).
           05  O-SM-COUNT      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-SM-NOTE       PIC X(12).

       01 SUMMARY-TOTAL-LINE.
           05  FILLER          PIC X(70)       VALUE 'TOTAL MISMATCHES'.
           05  O-ST-COUNT      PIC ZZZ,ZZ9.

       01 RESULT-LINE.
           05  O-RESULT        PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-AUDIT-BACKORDERS.
           PERFORM 3000-AUDIT-LEDGER.
           PERFORM 4000-AUDIT-SELLERS.
           PERFORM 5000-AUDIT-TRAILERS.
           PERFORM 6000-AUDIT-PAYMENTS.
           PERFORM 7000-PRINT-SUMMARY.
           PERFORM 8000-CLOSING.
      *SET LAST - EVERY CALL ABOVE LEAVES ITS OWN RETURN CODE BEHIND.
           IF C-MISMATCHES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-NOT-CHECKED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPIA' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           INITIALIZE FLAVOR-TABLE TIE-TABLE.
           PERFORM
               VARYING C-CAT FROM 1 BY 1
                   UNTIL C-CAT > 5
                       MOVE 'TRUE' TO CAT-CHECKED-SW(C-CAT)
                       MOVE 0 TO CAT-MISMATCHES(C-CAT).
           MOVE 0 TO C-CAT.
           OPEN INPUT ORDER-MASTER.
           IF MS-FILE-STATUS = '00'
               MOVE 'TRUE' TO MASTER-SW
               CLOSE ORDER-MASTER.
           PERFORM 1100-LOAD-PRODUCT-TABLE.
           PERFORM 1200-LOAD-BACKORDERS.
           PERFORM 1300-LOAD-ROSTER.
           OPEN OUTPUT AUDIT-OUT.

       1100-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50
                       MOVE SPACES TO POP-TYPE(SUB).
           OPEN INPUT PRODUCT-FILE.
           IF PD-FILE-STATUS = '00'
               PERFORM 1110-READ-PRODUCT
                   UNTIL PD-EOF = 'TRUE'
               CLOSE PRODUCT-FILE.

       1110-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   MOVE 'TRUE' TO PD-EOF.
           IF PD-EOF NOT = 'TRUE'
               IF PD-CODE IS NUMERIC AND PD-CODE >= 1 AND
                       PD-CODE <= 50
                   MOVE PD-NAME TO POP-TYPE(PD-CODE).

      *NO FILE (STATUS 35) MEANS NOTHING IS OWED.
       1200-LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF BO-FILE-STATUS = '00'
               PERFORM 1210-READ-BACKORDER
                   UNTIL BO-EOF = 'TRUE'
               CLOSE BACKORDER-FILE.

      *BOUNDED ON THE WAY IN - A BACKORDER LEFT OFF THE TABLE WOULD
      *SHOW ITS ORDER AS A MISMATCH THAT ISN'T ONE.
       1210-READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   MOVE 'TRUE' TO BO-EOF.
           IF BO-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF BO-COUNT < 2000
                   ADD 1 TO BO-COUNT
                   MOVE BO-CLUB-CODE TO BOT-CLUB-CODE(BO-COUNT)
                   MOVE BO-SELLER-NO TO BOT-SELLER-NO(BO-COUNT)
                   MOVE BO-ORDER-SEQ TO BOT-ORDER-SEQ(BO-COUNT)
                   MOVE I-ORDER-NO OF BO-ORDER TO BOT-ORDER-NO(BO-COUNT)
                   MOVE I-LNAME OF BO-ORDER TO BOT-LNAME(BO-COUNT)
                   MOVE I-FNAME OF BO-ORDER TO BOT-FNAME(BO-COUNT)
                   MOVE I-POP-TYPE OF BO-ORDER TO BOT-POP-TYPE(BO-COUNT)
                   MOVE 0 TO BOT-OWED(BO-COUNT)
                   IF I-NUM-CASES OF BO-ORDER IS NUMERIC
                       MOVE I-NUM-CASES OF BO-ORDER
                           TO BOT-OWED(BO-COUNT)
                   END-IF
                   MOVE 'FALSE' TO BOT-MATCHED-SW(BO-COUNT)
               ELSE
                   DISPLAY 'CBLPOPIA - BACKORDER FILE EXCEEDS 2000 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *NO ROSTER AT ALL LEAVES NOTHING TO CHECK THE SELLERS AGAINST -
      *THAT CATEGORY IS REPORTED AS NOT CHECKED RATHER THAN EVERY
      *ORDER ON THE MASTER BEING CALLED A MISMATCH.
       1300-LOAD-ROSTER.
           OPEN INPUT SELLER-MASTER-FILE.
           IF SM-FILE-STATUS = '00'
               MOVE 'TRUE' TO ROSTER-SW
               PERFORM 1310-READ-SELLER-MASTER
                   UNTIL SM-EOF = 'TRUE'
               CLOSE SELLER-MASTER-FILE.

       1310-READ-SELLER-MASTER.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF SELLER-COUNT < 2000
                   ADD 1 TO SELLER-COUNT
                   MOVE SM-CLUB-CODE TO SMT-CLUB-CODE(SELLER-COUNT)
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SELLER-COUNT)
               ELSE
                   DISPLAY 'CBLPOPIA - SELLER MASTER EXCEEDS 2000 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *CHECK 1 - AN ORDER STAMPED 'B' OWES CASES, SO IT HAS TO BE ON
      *THE BACKORDER FILE, AND EVERYTHING ON THE BACKORDER FILE HAS
      *TO BE AN ORDER STILL STAMPED 'B'. THE SAME PASS ADDS UP THE
      *CASES THE MASTER SAYS WENT OUT, FOR CHECK 2.
       2000-AUDIT-BACKORDERS.
           MOVE 1 TO C-CAT.
           MOVE 'BACKORDER STAMPS ON CBLPOPMS.DAT AGAINST CBLPOPBO.DAT'
               TO CAT-TITLE(C-CAT).
           MOVE ORDER-COLUMN-HEADING TO C-COLUMN-HEADING.
           PERFORM 9900-HEADINGS.
           IF MASTER-SW NOT = 'TRUE'
               MOVE 'NO ORDER MASTER CBLPOPMS.DAT ON FILE.'
                   TO C-NOT-CHECKED-REASON
               MOVE 'FALSE' TO CAT-CHECKED-SW(C-CAT)
           ELSE
               OPEN INPUT ORDER-MASTER
               MOVE 'FALSE' TO MS-EOF
               PERFORM 9000-READ-ORDER
               PERFORM 2100-CHECK-ONE-ORDER
                   UNTIL MS-EOF = 'TRUE'
               CLOSE ORDER-MASTER
               PERFORM 2200-CHECK-ONE-BACKORDER
                   VARYING BO-SUB FROM 1 BY 1
                       UNTIL BO-SUB > BO-COUNT.
           PERFORM 8200-END-CATEGORY.

       2100-CHECK-ONE-ORDER.
           ADD 1 TO C-RECORDS-READ.
           PERFORM 2110-FIND-BACKORDER.
           IF MS-ST-BACKORDERED AND C-BO-MATCHES = 0
               MOVE 'STAMPED B BUT NOT ON CBLPOPBO.DAT'
                   TO O-OM-PROBLEM
               PERFORM 8110-WRITE-MASTER-LINE.
           IF C-BO-MATCHES > 0 AND NOT MS-ST-BACKORDERED
               MOVE 'ON CBLPOPBO.DAT BUT NOT STAMPED B'
                   TO O-OM-PROBLEM
               PERFORM 8110-WRITE-MASTER-LINE.
           IF C-BO-MATCHES > 1
               MOVE 'ON CBLPOPBO.DAT MORE THAN ONCE' TO O-OM-PROBLEM
               PERFORM 8110-WRITE-MASTER-LINE.
           IF C-BO-MATCHES > 0 AND MS-ST-BACKORDERED
               PERFORM 2120-CHECK-BACKORDER-IMAGE.
           PERFORM 2150-TALLY-ALLOCATED.
           PERFORM 9000-READ-ORDER.

      *EVERY BACKORDER CARRYING THE ORDER'S KEY IS CLAIMED BY IT -
      *A SECOND ONE IS A DOUBLE DEBT, NOT AN ORPHAN.
       2110-FIND-BACKORDER.
           MOVE 0 TO C-BO-MATCHES.
           MOVE 0 TO BO-ROW.
           PERFORM
               VARYING BO-SUB FROM 1 BY 1
                   UNTIL BO-SUB > BO-COUNT
                       IF MS-KEY = BOT-KEY(BO-SUB)
                           ADD 1 TO C-BO-MATCHES
                           MOVE 'TRUE' TO BOT-MATCHED-SW(BO-SUB)
                           MOVE BO-SUB TO BO-ROW.

      *THE BACKORDER IS THE ORDER'S OWN IMAGE WITH THE CASES STILL
      *OWED - IT CAN'T BE FOR ANOTHER FLAVOR OR OWE MORE THAN WAS
      *ORDERED.
       2120-CHECK-BACKORDER-IMAGE.
           IF BOT-POP-TYPE(BO-ROW) NOT = I-POP-TYPE OF MS-ORDER-DETAIL
               MOVE 'BACKORDER IS FOR A DIFFERENT FLAVOR'
                   TO O-OM-PROBLEM
               PERFORM 8110-WRITE-MASTER-LINE.
           IF I-NUM-CASES OF MS-ORDER-DETAIL IS NUMERIC
               IF BOT-OWED(BO-ROW) > I-NUM-CASES OF MS-ORDER-DETAIL
                   MOVE 'BACKORDER OWES MORE CASES THAN WERE ORDERED'
                       TO O-OM-PROBLEM
                   PERFORM 8110-WRITE-MASTER-LINE.

      *WHAT CBLPOPAL AND CBLPOPRE HANDED OUT FOR THE ORDER - ALL OF
      *IT ONCE THE ORDER IS STAMPED, LESS WHAT A 'B' ORDER IS STILL
      *OWED. AN ORDER STILL 'E' WAS NEVER ALLOCATED, AND CREDITS
      *AND DONATIONS NEVER ARE.
       2150-TALLY-ALLOCATED.
           IF NOT IS-CREDIT OF MS-ORDER-DETAIL AND
                   NOT IS-DONATION OF MS-ORDER-DETAIL AND
                   NOT MS-ST-ENTERED AND
                   I-POP-TYPE OF MS-ORDER-DETAIL IS NUMERIC AND
                   I-NUM-CASES OF MS-ORDER-DETAIL IS NUMERIC
               IF I-POP-TYPE OF MS-ORDER-DETAIL >= 1 AND
                       I-POP-TYPE OF MS-ORDER-DETAIL <= 50
                   MOVE 0 TO C-OWED
                   IF MS-ST-BACKORDERED AND BO-ROW > 0
                       MOVE BOT-OWED(BO-ROW) TO C-OWED
                   END-IF
                   IF C-OWED > I-NUM-CASES OF MS-ORDER-DETAIL
                       MOVE I-NUM-CASES OF MS-ORDER-DETAIL TO C-OWED
                   END-IF
                   COMPUTE FT-ALLOCATED(I-POP-TYPE OF MS-ORDER-DETAIL)
                       = FT-ALLOCATED(I-POP-TYPE OF MS-ORDER-DETAIL)
                       + I-NUM-CASES OF MS-ORDER-DETAIL - C-OWED.

      *A BACKORDER NO ORDER ON THE MASTER CLAIMED - THE ORDER WAS
      *DELETED OR RELOADED UNDER ANOTHER KEY, AND THE CASES ARE OWED
      *TO NOBODY.
       2200-CHECK-ONE-BACKORDER.
           IF BOT-MATCHED-SW(BO-SUB) NOT = 'TRUE'
               MOVE BOT-CLUB-CODE(BO-SUB) TO O-OM-CLUB
               MOVE BOT-SELLER-NO(BO-SUB) TO O-OM-SELLER
               MOVE BOT-ORDER-SEQ(BO-SUB) TO O-OM-SEQ
               MOVE BOT-ORDER-NO(BO-SUB) TO O-OM-ORDER-NO
               MOVE BOT-LNAME(BO-SUB) TO O-OM-LNAME
               MOVE BOT-FNAME(BO-SUB) TO O-OM-FNAME
               MOVE SPACE TO O-OM-STATUS
               MOVE 'ON CBLPOPBO.DAT BUT NO SUCH ORDER ON THE MASTER'
                   TO O-OM-PROBLEM
               PERFORM 8100-WRITE-ORDER-LINE.

      *CHECK 2 - THE LEDGER HAS NO CLUB, SO THE TIE IS LEAGUE-WIDE,
      *FLAVOR BY FLAVOR: EVERY 'I' ISSUE CBLPOPAL AND CBLPOPRE
      *POSTED AGAINST THE CASES THE MASTER SAYS WENT OUT.
       3000-AUDIT-LEDGER.
           MOVE 2 TO C-CAT.
           MOVE 'LEDGER ISSUES ON CBLPOPIT.DAT AGAINST CASES ALLOCATED'
               TO CAT-TITLE(C-CAT).
           MOVE FLAVOR-COLUMN-HEADING TO C-COLUMN-HEADING.
           PERFORM 9900-HEADINGS.
           IF MASTER-SW NOT = 'TRUE'
               MOVE 'NO ORDER MASTER CBLPOPMS.DAT TO ADD UP.'
                   TO C-NOT-CHECKED-REASON
               MOVE 'FALSE' TO CAT-CHECKED-SW(C-CAT)
           ELSE
               OPEN INPUT INV-LEDGER-FILE
               IF IT-FILE-STATUS = '00'
                   PERFORM 3100-TALLY-ONE-ISSUE
                       UNTIL IT-EOF = 'TRUE'
                   CLOSE INV-LEDGER-FILE
               END-IF
               PERFORM 3200-CHECK-ONE-FLAVOR
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 50
               IF C-BAD-ISSUES > 0
                   ADD C-BAD-ISSUES TO CAT-MISMATCHES(C-CAT)
                   MOVE C-BAD-ISSUES TO O-BI-COUNT
                   WRITE PRINTLINE FROM BAD-ISSUE-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9900-HEADINGS.
           PERFORM 8200-END-CATEGORY.

       3100-TALLY-ONE-ISSUE.
           READ INV-LEDGER-FILE
               AT END
                   MOVE 'TRUE' TO IT-EOF.
           IF IT-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF IT-ISSUE
                   IF IT-POP-TYPE IS NUMERIC AND IT-CASES IS NUMERIC
                       IF IT-POP-TYPE >= 1 AND IT-POP-TYPE <= 50
                           ADD IT-CASES TO FT-ISSUED(IT-POP-TYPE)
                       ELSE
                           ADD 1 TO C-BAD-ISSUES
                       END-IF
                   ELSE
                       ADD 1 TO C-BAD-ISSUES.

       3200-CHECK-ONE-FLAVOR.
           IF FT-ALLOCATED(SUB) NOT = FT-ISSUED(SUB)
               MOVE SUB TO O-FM-POP-TYPE
               MOVE POP-TYPE(SUB) TO O-FM-NAME
               MOVE FT-ALLOCATED(SUB) TO O-FM-ALLOCATED
               MOVE FT-ISSUED(SUB) TO O-FM-ISSUED
               COMPUTE C-DIFFERENCE = FT-ISSUED(SUB) - FT-ALLOCATED(SUB)
               MOVE C-DIFFERENCE TO O-FM-DIFF
               IF C-DIFFERENCE > 0
                   MOVE 'LEDGER ISSUED MORE THAN WAS ALLOCATED'
                       TO O-FM-PROBLEM
               ELSE
                   MOVE 'ALLOCATED CASES NEVER ISSUED' TO O-FM-PROBLEM
               END-IF
               ADD 1 TO CAT-MISMATCHES(C-CAT)
               WRITE PRINTLINE FROM FLAVOR-MISMATCH-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-HEADINGS.

      *CHECK 3 - EVERY RECORD ON THE MASTER, CREDITS AND DONATIONS
      *INCLUDED, HAS TO BELONG TO A SELLER ON ITS CLUB'S ROSTER. THE
      *SAME PASS COUNTS EACH CLUB'S RECORDS FOR CHECK 4, SO IT RUNS
      *WHETHER OR NOT THERE IS A ROSTER.
       4000-AUDIT-SELLERS.
           MOVE 3 TO C-CAT.
           MOVE 'ORDER SELLERS ON CBLPOPMS.DAT AGAINST THE ROSTER'
               TO CAT-TITLE(C-CAT).
           MOVE ORDER-COLUMN-HEADING TO C-COLUMN-HEADING.
           PERFORM 9900-HEADINGS.
           IF MASTER-SW NOT = 'TRUE'
               MOVE 'NO ORDER MASTER CBLPOPMS.DAT ON FILE.'
                   TO C-NOT-CHECKED-REASON
               MOVE 'FALSE' TO CAT-CHECKED-SW(C-CAT)
           ELSE
               IF ROSTER-SW NOT = 'TRUE'
                   MOVE 'NO SELLER ROSTER CBLPOPSM.DAT ON FILE.'
                       TO C-NOT-CHECKED-REASON
                   MOVE 'FALSE' TO CAT-CHECKED-SW(C-CAT)
               END-IF
               OPEN INPUT ORDER-MASTER
               MOVE 'FALSE' TO MS-EOF
               PERFORM 9010-READ-MASTER
               PERFORM 4100-CHECK-ONE-RECORD
                   UNTIL MS-EOF = 'TRUE'
               CLOSE ORDER-MASTER.
           PERFORM 8200-END-CATEGORY.

       4100-CHECK-ONE-RECORD.
           PERFORM 4150-FIND-CLUB-ROW.
           IF IS-TRAILER-RECORD
               MOVE 'TRUE' TO CT-TRAILER-SW(CT-ROW)
               MOVE 0 TO CT-TRAILER-COUNT(CT-ROW)
               IF TR-RECORD-COUNT IS NUMERIC
                   MOVE TR-RECORD-COUNT TO CT-TRAILER-COUNT(CT-ROW)
               END-IF
           ELSE
               ADD 1 TO CT-ACTUAL(CT-ROW)
               IF CAT-CHECKED-SW(C-CAT) = 'TRUE'
                   PERFORM 4110-CHECK-ONE-SELLER.
           PERFORM 9010-READ-MASTER.

      *SELLER 0000 IS WHERE CBLPOPLD PUTS A NAME THAT NEVER
      *RESOLVED - IT IS NOT ON ANY ROSTER, BUT SAYS SO DIFFERENTLY.
       4110-CHECK-ONE-SELLER.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > SELLER-COUNT OR FOUND-SW = 'TRUE'
                       IF MS-CLUB-CODE = SMT-CLUB-CODE(SUB2) AND
                               MS-SELLER-NO = SMT-SELLER-NO(SUB2)
                           MOVE 'TRUE' TO FOUND-SW.
           IF FOUND-SW NOT = 'TRUE'
               IF MS-SELLER-NO = 0
                   MOVE 'SELLER 0000 - NAME NEVER MATCHED THE ROSTER'
                       TO O-OM-PROBLEM
               ELSE
                   MOVE 'SELLER NOT ON CBLPOPSM.DAT FOR THIS CLUB'
                       TO O-OM-PROBLEM
               END-IF
               PERFORM 8110-WRITE-MASTER-LINE.

      *THE MASTER COMES BACK IN CLUB ORDER, SO THE ROW ONLY CHANGES
      *WHEN THE CLUB DOES.
       4150-FIND-CLUB-ROW.
           IF CT-ROW = 0 OR MS-CLUB-CODE NOT = C-HOLD-CLUB
               MOVE MS-CLUB-CODE TO C-HOLD-CLUB
               MOVE 0 TO CT-ROW
               PERFORM
                   VARYING CT-SUB FROM 1 BY 1
                       UNTIL CT-SUB > CLUB-COUNT
                           IF MS-CLUB-CODE = CT-CLUB-CODE(CT-SUB)
                               MOVE CT-SUB TO CT-ROW.
           IF CT-ROW = 0
               IF CLUB-COUNT < 50
                   ADD 1 TO CLUB-COUNT
                   MOVE CLUB-COUNT TO CT-ROW
                   MOVE MS-CLUB-CODE TO CT-CLUB-CODE(CT-ROW)
                   MOVE 'FALSE' TO CT-TRAILER-SW(CT-ROW)
                   MOVE 0 TO CT-TRAILER-COUNT(CT-ROW)
                   MOVE 0 TO CT-ACTUAL(CT-ROW)
               ELSE
                   DISPLAY 'CBLPOPIA - CLUBS ON THE MASTER EXCEED 50 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *CHECK 4 - EACH CLUB'S TRAILER SAYS HOW MANY RECORDS IT HAS ON
      *THE MASTER; CBLPOPMT AND CBLPOPRS KEEP IT IN STEP AS THEY ADD
      *AND DELETE. THE COUNTS CAME OFF THE CHECK 3 PASS.
       5000-AUDIT-TRAILERS.
           MOVE 4 TO C-CAT.
           MOVE 'TRAILER COUNTS AGAINST RECORDS ON CBLPOPMS.DAT'
               TO CAT-TITLE(C-CAT).
           MOVE TRAILER-COLUMN-HEADING TO C-COLUMN-HEADING.
           PERFORM 9900-HEADINGS.
           IF MASTER-SW NOT = 'TRUE'
               MOVE 'NO ORDER MASTER CBLPOPMS.DAT ON FILE.'
                   TO C-NOT-CHECKED-REASON
               MOVE 'FALSE' TO CAT-CHECKED-SW(C-CAT)
           ELSE
               PERFORM 5100-CHECK-ONE-TRAILER
                   VARYING CT-SUB FROM 1 BY 1
                       UNTIL CT-SUB > CLUB-COUNT.
           PERFORM 8200-END-CATEGORY.

       5100-CHECK-ONE-TRAILER.
           MOVE SPACES TO O-TM-PROBLEM.
           IF CT-TRAILER-SW(CT-SUB) NOT = 'TRUE'
               MOVE 'NO TRAILER RECORD FOR THIS CLUB' TO O-TM-PROBLEM
           ELSE
               IF CT-TRAILER-COUNT(CT-SUB) NOT = CT-ACTUAL(CT-SUB)
                   MOVE 'TRAILER COUNT IS OFF FROM THE RECORDS'
                       TO O-TM-PROBLEM.
           IF O-TM-PROBLEM NOT = SPACES
               MOVE CT-CLUB-CODE(CT-SUB) TO O-TM-CLUB
               MOVE CT-TRAILER-COUNT(CT-SUB) TO O-TM-TRAILER
               MOVE CT-ACTUAL(CT-SUB) TO O-TM-ACTUAL
               COMPUTE C-DIFFERENCE =
                   CT-ACTUAL(CT-SUB) - CT-TRAILER-COUNT(CT-SUB)
               MOVE C-DIFFERENCE TO O-TM-DIFF
               ADD 1 TO CAT-MISMATCHES(C-CAT)
               WRITE PRINTLINE FROM TRAILER-MISMATCH-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-HEADINGS.

      *CHECK 5 - THE PAYMENTS THE RECONCILIATION CONSUMES AGAINST
      *WHAT THE REGISTER SAYS WENT THROUGH THE BANK. BOTH COME FROM
      *CBLPOPPE, SO THEY MUST TIE TYPE BY TYPE: RECEIPTS AND
      *DONATIONS TO DEPOSITS (A DONATION IS BANKED WITH ITS BATCH),
      *RETURNED CHECKS TO RETURNED CHECKS, FEES TO FEES. NEITHER
      *FILE THERE YET IS NOTHING POSTED - IT STILL HAS TO TIE.
       6000-AUDIT-PAYMENTS.
           MOVE 5 TO C-CAT.
           MOVE 'PAYMENTS ON CBLPOPPG.DAT AGAINST CBLPOPDR.DAT'
               TO CAT-TITLE(C-CAT).
           MOVE ORDER-COLUMN-HEADING TO C-COLUMN-HEADING.
           PERFORM 9900-HEADINGS.
           OPEN INPUT GOOD-PAYMENT-FILE.
           IF PG-FILE-STATUS = '00'
               PERFORM 6100-TALLY-ONE-PAYMENT
                   UNTIL PG-EOF = 'TRUE'
               CLOSE GOOD-PAYMENT-FILE.
           OPEN INPUT REGISTER-DATA-FILE.
           IF DR-FILE-STATUS = '00'
               PERFORM 6200-TALLY-ONE-REGISTER
                   UNTIL DR-EOF = 'TRUE'
               CLOSE REGISTER-DATA-FILE.
           MOVE TIE-COLUMN-HEADING TO C-COLUMN-HEADING.
           WRITE PRINTLINE FROM TIE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           PERFORM 6300-PRINT-ONE-TIE
               VARYING TT-SUB FROM 1 BY 1
                   UNTIL TT-SUB > 3.
           IF C-REPOSTED > 0
               MOVE C-REPOSTED TO O-RP-COUNT
               WRITE PRINTLINE FROM REPOSTED-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS.
           PERFORM 8200-END-CATEGORY.

      *A TYPE CODE CBLPOPPE NEVER WRITES CAN'T BE TIED TO ANYTHING -
      *IT IS LISTED WITH ITS SELLER AND LEFT OUT OF THE TOTALS.
       6100-TALLY-ONE-PAYMENT.
           READ GOOD-PAYMENT-FILE
               AT END
                   MOVE 'TRUE' TO PG-EOF.
           IF PG-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               MOVE 0 TO TT-SUB
               IF PG-RECEIPT OR PG-DONATION
                   MOVE 1 TO TT-SUB
               END-IF
               IF PG-RETURNED-CHECK
                   MOVE 2 TO TT-SUB
               END-IF
               IF PG-BANK-FEE
                   MOVE 3 TO TT-SUB
               END-IF
               IF TT-SUB = 0 OR PG-AMOUNT IS NOT NUMERIC
                   MOVE PG-CLUB-CODE TO O-OM-CLUB
                   MOVE PG-SELLER-NO TO O-OM-SELLER
                   MOVE SPACES TO O-OM-SEQ O-OM-ORDER-NO
                   MOVE PG-LNAME TO O-OM-LNAME
                   MOVE PG-FNAME TO O-OM-FNAME
                   MOVE PG-TYPE TO O-OM-STATUS
                   MOVE 'PAYMENT TYPE OR AMOUNT NOT USABLE'
                       TO O-OM-PROBLEM
                   PERFORM 8100-WRITE-ORDER-LINE
               ELSE
                   ADD 1 TO TT-PG-COUNT(TT-SUB)
                   ADD PG-AMOUNT TO TT-PG-AMOUNT(TT-SUB).

      *A DEPOSIT CARRIES ITS BATCH'S RECEIPT COUNT; A RETURNED CHECK
      *OR A FEE IS ONE RECORD EACH. CBLPOPPE POSTS THOSE ONCE EVER,
      *OFF ITS RETURN HISTORY.
       6200-TALLY-ONE-REGISTER.
           READ REGISTER-DATA-FILE
               AT END
                   MOVE 'TRUE' TO DR-EOF.
           IF DR-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               IF DR-DEPOSIT
                   PERFORM 6210-TAKE-ONE-DEPOSIT
               ELSE
                   IF DR-RETURNED-CHECK
                       ADD 1 TO TT-DR-COUNT(2)
                       ADD DR-AMOUNT TO TT-DR-AMOUNT(2)
                   ELSE
                       ADD 1 TO TT-DR-COUNT(3)
                       ADD DR-AMOUNT TO TT-DR-AMOUNT(3).

       6210-TAKE-ONE-DEPOSIT.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > DEPOSIT-COUNT OR FOUND-SW = 'TRUE'
                       IF DR-BATCH-NO = DT-BATCH-NO(SUB2)
                           MOVE 'TRUE' TO FOUND-SW
                           MOVE SUB2 TO SUB.
           IF FOUND-SW = 'TRUE'
               IF DR-COLL-DATE = DT-COLL-DATE(SUB) AND
                       DR-COUNT = DT-COUNT(SUB) AND
                       DR-AMOUNT = DT-AMOUNT(SUB)
                   ADD 1 TO C-REPOSTED
               ELSE
                   MOVE DR-BATCH-NO TO O-BM-BATCH
                   MOVE DR-COLL-DATE TO COLL-DATE-SPLIT
                   MOVE CD-MM TO O-BM-MM
                   MOVE CD-DD TO O-BM-DD
                   MOVE CD-YY TO O-BM-YY
                   MOVE DR-AMOUNT TO O-BM-AMOUNT
                   ADD 1 TO CAT-MISMATCHES(C-CAT)
                   WRITE PRINTLINE FROM BATCH-MISMATCH-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-HEADINGS
                   END-WRITE
                   ADD DR-COUNT TO TT-DR-COUNT(1)
                   ADD DR-AMOUNT TO TT-DR-AMOUNT(1)
               END-IF
           ELSE
               IF DEPOSIT-COUNT < 2000
                   ADD 1 TO DEPOSIT-COUNT
                   MOVE DR-BATCH-NO TO DT-BATCH-NO(DEPOSIT-COUNT)
                   MOVE DR-COLL-DATE TO DT-COLL-DATE(DEPOSIT-COUNT)
                   MOVE DR-COUNT TO DT-COUNT(DEPOSIT-COUNT)
                   MOVE DR-AMOUNT TO DT-AMOUNT(DEPOSIT-COUNT)
                   ADD DR-COUNT TO TT-DR-COUNT(1)
                   ADD DR-AMOUNT TO TT-DR-AMOUNT(1)
               ELSE
                   DISPLAY 'CBLPOPIA - DEPOSIT REGISTER EXCEEDS 2000 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       6300-PRINT-ONE-TIE.
           IF TT-SUB = 1
               MOVE 'RECEIPTS AND DONATIONS' TO O-TL-LABEL.
           IF TT-SUB = 2
               MOVE 'RETURNED CHECKS' TO O-TL-LABEL.
           IF TT-SUB = 3
               MOVE 'BANK FEES' TO O-TL-LABEL.
           MOVE TT-PG-COUNT(TT-SUB) TO O-TL-PG-COUNT.
           MOVE TT-PG-AMOUNT(TT-SUB) TO O-TL-PG-AMOUNT.
           MOVE TT-DR-COUNT(TT-SUB) TO O-TL-DR-COUNT.
           MOVE TT-DR-AMOUNT(TT-SUB) TO O-TL-DR-AMOUNT.
           COMPUTE O-TL-DIFF =
               TT-PG-AMOUNT(TT-SUB) - TT-DR-AMOUNT(TT-SUB).
           IF TT-PG-COUNT(TT-SUB) = TT-DR-COUNT(TT-SUB) AND
                   TT-PG-AMOUNT(TT-SUB) = TT-DR-AMOUNT(TT-SUB)
               MOVE 'TIES' TO O-TL-RESULT
           ELSE
               MOVE 'DOES NOT TIE' TO O-TL-RESULT
               ADD 1 TO CAT-MISMATCHES(C-CAT).
           WRITE PRINTLINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9900-HEADINGS.

      *ONE LINE PER CATEGORY ON A PAGE OF ITS OWN, SO THE OFFICERS
      *CAN SEE AT A GLANCE WHICH FILES DISAGREE.
       7000-PRINT-SUMMARY.
           MOVE 0 TO C-CAT.
           MOVE SPACES TO C-COLUMN-HEADING.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM SUMMARY-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 7100-PRINT-ONE-CATEGORY
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5.
           MOVE C-MISMATCHES TO O-ST-COUNT.
           WRITE PRINTLINE FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF C-MISMATCHES > 0
               MOVE 'FILES DISAGREE - FIX THEM BEFORE THE REPORTS RUN.'
                   TO O-RESULT
           ELSE
               IF C-NOT-CHECKED > 0
                   MOVE 'NO MISMATCHES, BUT NOT EVERY CHECK COULD RUN.'
                       TO O-RESULT
               ELSE
                   MOVE 'ALL FILES AGREE.' TO O-RESULT.
           WRITE PRINTLINE FROM RESULT-LINE
               AFTER ADVANCING 2 LINES.

       7100-PRINT-ONE-CATEGORY.
           MOVE SUB TO O-SM-CAT-NO.
           MOVE CAT-TITLE(SUB) TO O-SM-TITLE.
           MOVE CAT-MISMATCHES(SUB) TO O-SM-COUNT.
           IF CAT-CHECKED-SW(SUB) = 'TRUE'
               MOVE SPACES TO O-SM-NOTE
           ELSE
               MOVE 'NOT CHECKED' TO O-SM-NOTE.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

      *THE AUDIT'S ANSWER GOES ON CBLPOPIX.DAT FOR THE SEASON CLOSE
      *AND ON THE RUN LOG - THE MISMATCHES AS ERRORS, THE CHECKS
      *THAT COULDN'T RUN AS WARNINGS.
       8000-CLOSING.
           CLOSE AUDIT-OUT.
           OPEN EXTEND AUDIT-SUMMARY-FILE.
           IF IX-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-SUMMARY-FILE.
           MOVE I-DATE-NUM TO IX-RUN-DATE.
           MOVE C-MISMATCHES TO IX-MISMATCHES.
           MOVE C-NOT-CHECKED TO IX-NOT-CHECKED.
           WRITE IX-RECORD.
           CLOSE AUDIT-SUMMARY-FILE.
           DISPLAY 'CBLPOPIA - MISMATCHES ' C-MISMATCHES
               ' CHECKS NOT RUN ' C-NOT-CHECKED.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE 1 TO RG-RECORDS-WRITTEN.
           MOVE C-MISMATCHES TO RG-ERR-CTR.
           MOVE C-NOT-CHECKED TO RG-WARN-CTR.
           MOVE TT-DR-AMOUNT(1) TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

       8100-WRITE-ORDER-LINE.
           ADD 1 TO CAT-MISMATCHES(C-CAT).
           WRITE PRINTLINE FROM ORDER-MISMATCH-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9900-HEADINGS.

      *THE ORDER IN HAND ON THE MASTER, WITH O-OM-PROBLEM ALREADY
      *SET BY THE CALLER.
       8110-WRITE-MASTER-LINE.
           MOVE MS-CLUB-CODE TO O-OM-CLUB.
           MOVE MS-SELLER-NO TO O-OM-SELLER.
           MOVE MS-ORDER-SEQ TO O-OM-SEQ.
           MOVE I-ORDER-NO OF MS-ORDER-DETAIL TO O-OM-ORDER-NO.
           MOVE I-LNAME OF MS-ORDER-DETAIL TO O-OM-LNAME.
           MOVE I-FNAME OF MS-ORDER-DETAIL TO O-OM-FNAME.
           MOVE MS-STATUS TO O-OM-STATUS.
           PERFORM 8100-WRITE-ORDER-LINE.

      *CLOSES OFF A CATEGORY - ITS COUNT, OR WHY IT DIDN'T RUN - AND
      *ADDS IT INTO THE RUN'S TOTALS.
       8200-END-CATEGORY.
           IF CAT-CHECKED-SW(C-CAT) NOT = 'TRUE'
               ADD 1 TO C-NOT-CHECKED
               MOVE C-NOT-CHECKED-REASON TO O-NC-REASON
               WRITE PRINTLINE FROM NOT-CHECKED-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
               MOVE SPACES TO C-NOT-CHECKED-REASON.
           IF CAT-MISMATCHES(C-CAT) = 0
               IF CAT-CHECKED-SW(C-CAT) = 'TRUE'
                   WRITE PRINTLINE FROM CATEGORY-CLEAN-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9900-HEADINGS
                   END-WRITE
               END-IF
           ELSE
               MOVE CAT-MISMATCHES(C-CAT) TO O-CC-COUNT
               WRITE PRINTLINE FROM CATEGORY-COUNT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
               ADD CAT-MISMATCHES(C-CAT) TO C-MISMATCHES.

      *THE MASTER'S CONTROL-TOTAL TRAILERS SORT AHEAD OF EACH CLUB'S
      *SELLERS - 9000-READ-ORDER SWALLOWS EVERY ONE OF THEM, A CLUB
      *WITH NO ORDERS LEAVING TWO IN A ROW. 9010-READ-MASTER HANDS
      *THEM BACK FOR THE TRAILER COUNT.
       9000-READ-ORDER.
           PERFORM 9010-READ-MASTER.
           PERFORM 9010-READ-MASTER
               UNTIL MS-EOF = 'TRUE' OR NOT IS-TRAILER-RECORD.

       9010-READ-MASTER.
           READ ORDER-MASTER
               AT END
                   MOVE 'TRUE' TO MS-EOF.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM AUDIT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM AUDIT-REPORT-HEADING
               AFTER ADVANCING 2 LINES.
           IF C-CAT > 0
               MOVE C-CAT TO O-CAT-NO
               MOVE CAT-TITLE(C-CAT) TO O-CAT-TITLE
               WRITE PRINTLINE FROM CATEGORY-HEADING
                   AFTER ADVANCING 2 LINES
               WRITE PRINTLINE FROM C-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
