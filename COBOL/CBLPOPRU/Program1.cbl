             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPRU.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  NEXT-SEASON RENEWAL UPLOAD. READS LAST *
      *  SEASON'S ORDERS OFF THE CBLPOPAH.DAT   *
      *  ARCHIVE CBLPOPSC WRITES AND THE        *
      *  CURRENT CBLPOPSM.DAT ROSTER, AND       *
      *  WRITES EACH SELLER A PRE-FILLED UPLOAD *
      *  IN CBLPOPCV'S HEADER/LINE FORMAT - ONE *
      *  ORDER PER RETURNING CUSTOMER WITH LAST *
      *  YEAR'S PHONE, FLAVORS AND CASES (NET   *
      *  OF CREDITS). EVERY ORDER GOES OUT AS A *
      *  PENDING 'P' HEADER THAT CBLPOPCV PASSES*
      *  OVER UNTIL THE SELLER CONFIRMS IT.     *
      *  CUSTOMERS ON THE DO-NOT-CONTACT LIST   *
      *  (CBLPOPNC.DAT) ARE LEFT OFF; A         *
      *  GRADUATED SELLER'S CUSTOMERS GO TO THE *
      *  SELLER THE CAPTAIN NAMES IN            *
      *  CBLPOPGR.DAT. CBLPOPRU.PRT LISTS WHAT  *
      *  WAS WRITTEN AND WHAT STILL NEEDS A     *
      *  CAPTAIN'S DECISION.                    *
      *  ONE PASS RENEWS ONE CLUB - ITS LAST    *
      *  SEASON OFF THE ARCHIVE, ITS ROSTER, ITS*
      *  CAPTAINS' REASSIGNMENTS - AND THE      *
      *  UPLOADS CARRY THE CLUB CODE IN THEIR   *
      *  NAMES.                                 *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *EVERY CLOSED SEASON'S MASTER RECORDS, YEAR-STAMPED BY
      *CBLPOPSC. THE NEWEST YEAR ON FILE IS LAST SEASON.
           SELECT MASTER-ARCHIVE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AH-FILE-STATUS.

           SELECT SELLER-MASTER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *PRODUCT MASTER - A FLAVOR NO LONGER ACTIVE CAN'T BE ORDERED
      *AGAIN, SO IT IS LEFT OFF THE RENEWAL.
           SELECT PRODUCT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *CUSTOMERS WHO ASKED NOT TO BE VISITED AGAIN. NO FILE MEANS
      *NOBODY HAS ASKED.
           SELECT DO-NOT-CONTACT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NC-FILE-STATUS.

      *THE CAPTAINS' REASSIGNMENTS - THE CLUB, LAST YEAR'S SELLER
      *NUMBER AND THE SELLER WHO TAKES OVER THAT KID'S CUSTOMERS. NO
      *FILE MEANS NOBODY HAS BEEN REASSIGNED.
           SELECT REASSIGN-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPGR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-FILE-STATUS.

      *ONE UPLOAD PER SELLER, NAMED FOR THE SELLER NUMBER - SEE
      *3100-WRITE-ONE-SELLER.
           SELECT RENEWAL-CSV
               ASSIGN TO DYNAMIC RU-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RENEWAL-REPORT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRU.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *SAME LAYOUT CBLPOPSC WRITES - THE CLOSING YEAR IN FRONT OF
      *THE MASTER RECORD IMAGE.
       FD MASTER-ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AH-RECORD
           RECORD CONTAINS 147 CHARACTERS.
       01 AH-RECORD.
           05  AH-YEAR             PIC 9(4).
           05  AH-MASTER-IMAGE.
               10  AH-CLUB-CODE    PIC X(3).
               10  FILLER          PIC X(140).

      *ONE SELLER PER RECORD ON THE SECRETARY'S ROSTER.
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

      *ONE PRODUCT PER RECORD - CODE, DISPLAY NAME, ACTIVE FLAG.
       FD PRODUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-RECORD
           RECORD CONTAINS 19 CHARACTERS.
       01 PD-RECORD.
           05  PD-CODE         PIC 99.
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

      *A CUSTOMER IS MATCHED ON PHONE WHEN THE ENTRY HAS ONE, ELSE
      *ON NAME - A FAMILY THAT CHANGED ITS NUMBER STILL GETS LEFT
      *ALONE IF THE CAPTAIN KEYED THE NAME.
       FD DO-NOT-CONTACT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NC-RECORD
           RECORD CONTAINS 32 CHARACTERS.
       01 NC-RECORD.
           05  NC-CUST-NAME        PIC X(20).
           05  NC-CUST-PHONE       PIC X(12).

       FD REASSIGN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GR-RECORD
           RECORD CONTAINS 11 CHARACTERS.
       01 GR-RECORD.
           05  GR-CLUB-CODE        PIC X(3).
           05  GR-OLD-SELLER-NO    PIC 9(4).
           05  GR-NEW-SELLER-NO    PIC 9(4).

       FD RENEWAL-CSV
           LABEL RECORD IS STANDARD
           DATA RECORD IS RU-CSV-LINE
           RECORD CONTAINS 200 CHARACTERS.
       01 RU-CSV-LINE              PIC X(200).

       FD RENEWAL-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  AH-FILE-STATUS  PIC XX.
           05  NC-FILE-STATUS  PIC XX.
           05  GR-FILE-STATUS  PIC XX.
           05  AH-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SM-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  NC-EOF          PIC X(5)        VALUE 'FALSE'.
           05  GR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  FOUND-SW        PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  SUB3            PIC 9(4).
           05  C-CUST-SUB      PIC 9(4)        VALUE 0.
           05  C-SM-SUB        PIC 9(4)        VALUE 0.
           05  C-NEW-SELLER-NO PIC 9(4)        VALUE 0.
           05  C-LAST-YEAR     PIC 9(4)        VALUE 0.
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-RECORDS-WRITTEN PIC 9(6)      VALUE 0.
           05  C-FILES-WRITTEN PIC 9(4)        VALUE 0.
           05  C-ORDERS-WRITTEN PIC 9(6)       VALUE 0.
           05  C-SELLER-ORDERS PIC 9(4)        VALUE 0.
           05  C-SELLER-CASES  PIC 9(6)        VALUE 0.
           05  C-NO-CUSTOMER   PIC 9(6)        VALUE 0.
           05  C-DO-NOT-CONTACT PIC 9(6)       VALUE 0.
           05  C-REASSIGNED    PIC 9(6)        VALUE 0.
           05  C-UNASSIGNED    PIC 9(6)        VALUE 0.
           05  C-NOTHING-LEFT  PIC 9(6)        VALUE 0.
           05  C-DISCONTINUED  PIC 9(6)        VALUE 0.
           05  C-CASES-OUT     PIC 9(4)        VALUE 0.

      *THE FLAVOR'S CASES NOT YET ON AN L LINE - SEE 3300.
           05  C-CASES-LEFT    PIC 9(3)        VALUE 0.

      *EACH ARCHIVED IMAGE IS LAID IN HERE TO BE READ AS A MASTER
      *RECORD.
       01 MS-RECORD.
           COPY POPMAST.

      *THE NAME THE NEXT RENEWAL-CSV OPEN WRITES TO - SELLER NUMBERS
      *ARE ONLY UNIQUE INSIDE A CLUB, SO THE CLUB CODE COMES FIRST.
       01 RU-CSV-NAME.
           05  FILLER          PIC X(18)
                                   VALUE 'C:\SCHOOL\COBOL\RN'.
           05  RU-CSV-CLUB-CODE PIC X(3).
           05  RU-CSV-SELLER-NO PIC 9(4).
           05  FILLER          PIC X(4)        VALUE '.CSV'.

      *ZIP AND CASE FIGURES GO INTO THE CSV AS PLAIN DIGITS. TWO
      *DIGITS OF CASES IS ALL AN L LINE CARRIES - CBLPOPCV TAKES
      *THEM STRAIGHT INTO I-NUM-CASES.
       01 CSV-EDIT-AREA.
           05  CE-ZIP5         PIC 9(5).
           05  CE-ZIP4         PIC 9(4).
           05  CE-POP-TYPE     PIC 99.
           05  CE-CASES        PIC 99.

      *LOADED FROM CBLPOPSM.DAT AT 1000-INIT TIME.
       01 SM-COUNT                 PIC 9(4)        VALUE 0.
       01 SELLER-MASTER-TABLE.
           05  SELLER-MASTERS      OCCURS 500.
               10  SMT-SELLER-NO   PIC 9(4).
               10  SMT-LNAME       PIC X(15).
               10  SMT-FNAME       PIC X(15).
               10  SMT-ADDRESS     PIC X(15).
               10  SMT-TEAM        PIC X.

      *PRODUCT CODE IS THE SUBSCRIPT.
       01 PRODUCT-TABLE.
           05  PRODUCTS            OCCURS 50.
               10  POP-TYPE        PIC X(16).
               10  PROD-ACTIVE     PIC X.

       01 NC-COUNT                 PIC 9(4)        VALUE 0.
       01 DO-NOT-CONTACT-TABLE.
           05  DO-NOT-CONTACTS     OCCURS 500.
               10  NCT-CUST-NAME   PIC X(20).
               10  NCT-CUST-PHONE  PIC X(12).

       01 GR-COUNT                 PIC 9(4)        VALUE 0.
       01 REASSIGN-TABLE.
           05  REASSIGNS           OCCURS 100.
               10  GRT-OLD-SELLER-NO PIC 9(4).
               10  GRT-NEW-SELLER-NO PIC 9(4).

      *ONE ROW PER RETURNING CUSTOMER PER SELLER - A FAMILY THAT
      *ORDERED TWICE LAST YEAR RENEWS AS ONE ORDER CARRYING ALL OF
      *IT. RC-CASES IS NET OF CREDITS, BY FLAVOR CODE.
       01 CUST-COUNT               PIC 9(4)        VALUE 0.
       01 CUSTOMER-TABLE.
           05  CUSTOMERS           OCCURS 2000.
               10  RC-OLD-SELLER-NO PIC 9(4).
               10  RC-NEW-SELLER-NO PIC 9(4).
               10  RC-CUST-NAME    PIC X(20).
               10  RC-CUST-PHONE   PIC X(12).
               10  RC-ADDRESS      PIC X(15).
               10  RC-CITY         PIC X(10).
               10  RC-STATE        PIC XX.
               10  RC-ZIP5         PIC 9(5).
               10  RC-ZIP4         PIC 9(4).
               10  RC-CASES        PIC S9(3)    OCCURS 50.

      *WHICH CUSTOMER ROW EACH OF LAST YEAR'S ORDERS WENT TO, SO A
      *CREDIT (WHICH CARRIES ONLY THE SELLER AND ORDER NUMBER) CAN
      *TAKE ITS CASES BACK OFF THE RIGHT CUSTOMER.
       01 ORDER-COUNT              PIC 9(4)        VALUE 0.
       01 ORDER-MAP-TABLE.
           05  ORDER-MAPS          OCCURS 4000.
               10  OM-SELLER-NO    PIC 9(4).
               10  OM-ORDER-NO     PIC 9(6).
               10  OM-CUST-SUB     PIC 9(4).

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS CAN TELL WHAT
      *RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01 REPORT-TITLE.
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

       01 REPORT-HEADING.
           05  FILLER          PIC X(42)
               VALUE 'RENEWAL UPLOADS FROM THE SEASON CLOSED IN'.
           05  O-RH-YEAR       PIC 9(4).

       01 SELLER-COLUMN-HEADING.
           05  FILLER          PIC X(8)        VALUE 'SELLER'.
           05  FILLER          PIC X(34)       VALUE 'NAME'.
           05  FILLER          PIC X(6)        VALUE 'TEAM'.
           05  FILLER          PIC X(17)       VALUE 'UPLOAD FILE'.
           05  FILLER          PIC X(10)       VALUE 'ORDERS'.
           05  FILLER          PIC X(5)        VALUE 'CASES'.

       01 SELLER-LINE.
           05  O-SL-SELLER-NO  PIC 9(4).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-SL-FNAME      PIC X(16).
           05  O-SL-LNAME      PIC X(18).
           05  O-SL-TEAM       PIC X.
           05  FILLER          PIC X(5)        VALUE ' '.
           05  O-SL-FILE       PIC X(13).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-SL-ORDERS     PIC ZZZ9.
           05  FILLER          PIC X(6)        VALUE ' '.
           05  O-SL-CASES      PIC ZZ,ZZ9.

       01 UNASSIGNED-HEADING.
           05  FILLER          PIC X(27)
               VALUE 'CUSTOMERS WITH NO SELLER -'.
           05  FILLER          PIC X(39)
               VALUE 'NAME ONE IN CBLPOPGR.DAT AND RERUN'.

       01 UNASSIGNED-COLUMN-HEADING.
           05  FILLER          PIC X(14)       VALUE 'LAST SELLER'.
           05  FILLER          PIC X(22)       VALUE 'CUSTOMER'.
           05  FILLER          PIC X(14)       VALUE 'PHONE'.
           05  FILLER          PIC X(30)       VALUE 'PROBLEM'.

       01 UNASSIGNED-LINE.
           05  O-UL-OLD-SELLER PIC 9(4).
           05  FILLER          PIC X(10)       VALUE ' '.
           05  O-UL-CUST-NAME  PIC X(22).
           05  O-UL-CUST-PHONE PIC X(14).
           05  O-UL-PROBLEM    PIC X(40).

       01 SUMMARY-LINE.
           05  O-SM-LABEL      PIC X(48).
           05  O-SM-COUNT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-FIND-LAST-SEASON.
           PERFORM 2100-GATHER-CUSTOMERS.
           PERFORM 2500-ASSIGN-ONE-CUSTOMER
               VARYING C-CUST-SUB FROM 1 BY 1
                   UNTIL C-CUST-SUB > CUST-COUNT.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM SELLER-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 3000-WRITE-ONE-SELLER
               VARYING C-SM-SUB FROM 1 BY 1
                   UNTIL C-SM-SUB > SM-COUNT.
           PERFORM 4000-PRINT-UNASSIGNED.
           PERFORM 4500-PRINT-SUMMARY.
           CLOSE RENEWAL-REPORT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-RECORDS-WRITTEN TO RG-RECORDS-WRITTEN.
           MOVE C-UNASSIGNED TO RG-ERR-CTR.
           MOVE C-DO-NOT-CONTACT TO RG-WARN-CTR.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE CB-CLUB-CODE TO RU-CSV-CLUB-CODE.
           MOVE 'CBLPOPRU' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           IF CB-FIRST-PASS
               OPEN OUTPUT RENEWAL-REPORT
           ELSE
               OPEN EXTEND RENEWAL-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1100-LOAD-SELLER-MASTER.
           PERFORM 1200-LOAD-PRODUCT-TABLE.
           PERFORM 1300-LOAD-DO-NOT-CONTACT.
           PERFORM 1400-LOAD-REASSIGNMENTS.

       1100-LOAD-SELLER-MASTER.
           OPEN INPUT SELLER-MASTER-FILE.
           PERFORM 1110-READ-SELLER-MASTER
               UNTIL SM-EOF = 'TRUE'.
           CLOSE SELLER-MASTER-FILE.

      *BOUNDED ON THE WAY IN, THE SAME WAY THE TABLE WALKS ARE
      *BOUNDED - A ROSTER PAST 500 MUST STOP THE RUN, NOT WRITE
      *PAST THE TABLE.
       1110-READ-SELLER-MASTER.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SM-COUNT < 500
                   ADD 1 TO SM-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SM-COUNT)
                   MOVE SM-LNAME TO SMT-LNAME(SM-COUNT)
                   MOVE SM-FNAME TO SMT-FNAME(SM-COUNT)
                   MOVE SM-ADDRESS TO SMT-ADDRESS(SM-COUNT)
                   MOVE SM-TEAM TO SMT-TEAM(SM-COUNT)
               ELSE
                   DISPLAY 'CBLPOPRU - SELLER MASTER EXCEEDS 500 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1200-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE
      *ACTIVE TEST TREATS THEM AS PRODUCTS.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50
                       MOVE SPACES TO POP-TYPE(SUB)
                       MOVE SPACE TO PROD-ACTIVE(SUB).
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1210-READ-PRODUCT
               UNTIL PD-EOF = 'TRUE'.
           CLOSE PRODUCT-FILE.

       1210-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   MOVE 'TRUE' TO PD-EOF.
           IF PD-EOF NOT = 'TRUE'
               MOVE PD-NAME TO POP-TYPE(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

       1300-LOAD-DO-NOT-CONTACT.
           OPEN INPUT DO-NOT-CONTACT-FILE.
           IF NC-FILE-STATUS = '00'
               PERFORM 1310-READ-DO-NOT-CONTACT
                   UNTIL NC-EOF = 'TRUE'
               CLOSE DO-NOT-CONTACT-FILE.

       1310-READ-DO-NOT-CONTACT.
           READ DO-NOT-CONTACT-FILE
               AT END
                   MOVE 'TRUE' TO NC-EOF.
           IF NC-EOF NOT = 'TRUE'
               IF NC-COUNT < 500
                   ADD 1 TO NC-COUNT
                   MOVE NC-CUST-NAME TO NCT-CUST-NAME(NC-COUNT)
                   MOVE NC-CUST-PHONE TO NCT-CUST-PHONE(NC-COUNT)
               ELSE
                   DISPLAY 'CBLPOPRU - DO-NOT-CONTACT LIST EXCEEDS 500
      -                ' - ENLARGE TABLE'
                   STOP RUN.

       1400-LOAD-REASSIGNMENTS.
           OPEN INPUT REASSIGN-FILE.
           IF GR-FILE-STATUS = '00'
               PERFORM 1410-READ-REASSIGNMENT
                   UNTIL GR-EOF = 'TRUE'
               CLOSE REASSIGN-FILE.

       1410-READ-REASSIGNMENT.
           READ REASSIGN-FILE
               AT END
                   MOVE 'TRUE' TO GR-EOF.
           IF GR-EOF NOT = 'TRUE' AND GR-CLUB-CODE = CB-CLUB-CODE
               IF GR-COUNT < 100
                   ADD 1 TO GR-COUNT
                   MOVE GR-OLD-SELLER-NO TO GRT-OLD-SELLER-NO(GR-COUNT)
                   MOVE GR-NEW-SELLER-NO TO GRT-NEW-SELLER-NO(GR-COUNT)
               ELSE
                   DISPLAY 'CBLPOPRU - REASSIGNMENTS EXCEED 100 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *THE ARCHIVE ONLY EVER GROWS, ONE SEASON APPENDED PER CLOSE -
      *THE NEWEST YEAR STAMP ON THE CLUB'S RECORDS IS THE SEASON IT
      *JUST ENDED. NO ARCHIVE MEANS NO SEASON HAS EVER BEEN CLOSED,
      *AND THERE IS NOTHING TO RENEW.
       2000-FIND-LAST-SEASON.
           OPEN INPUT MASTER-ARCHIVE-FILE.
           IF AH-FILE-STATUS NOT = '00'
               DISPLAY 'CBLPOPRU - NO CBLPOPAH.DAT ARCHIVE - CLOSE A
      -            ' SEASON WITH CBLPOPSC FIRST'
               STOP RUN.
           PERFORM 2010-READ-FOR-YEAR
               UNTIL AH-EOF = 'TRUE'.
           CLOSE MASTER-ARCHIVE-FILE.
           MOVE C-LAST-YEAR TO O-RH-YEAR.

       2010-READ-FOR-YEAR.
           READ MASTER-ARCHIVE-FILE
               AT END
                   MOVE 'TRUE' TO AH-EOF.
           IF AH-EOF NOT = 'TRUE' AND AH-CLUB-CODE = CB-CLUB-CODE
               IF AH-YEAR > C-LAST-YEAR
                   MOVE AH-YEAR TO C-LAST-YEAR.

       2100-GATHER-CUSTOMERS.
           MOVE 'FALSE' TO AH-EOF.
           OPEN INPUT MASTER-ARCHIVE-FILE.
           PERFORM 2110-TAKE-ONE-RECORD
               UNTIL AH-EOF = 'TRUE'.
           CLOSE MASTER-ARCHIVE-FILE.

      *ORDERS BUILD UP THE CUSTOMER'S CASES; A CREDIT TAKES ITS
      *CASES BACK OFF WHOEVER PLACED THE ORDER IT NAMES, SO A
      *CANCELLED ORDER ISN'T SOLD AGAIN. DONATIONS HAVE NO POP TO
      *RENEW AND THE TRAILER IS NOT AN ORDER.
       2110-TAKE-ONE-RECORD.
           READ MASTER-ARCHIVE-FILE
               AT END
                   MOVE 'TRUE' TO AH-EOF.
           IF AH-EOF NOT = 'TRUE' AND AH-YEAR = C-LAST-YEAR AND
                   AH-CLUB-CODE = CB-CLUB-CODE
               ADD 1 TO C-RECORDS-READ
               MOVE AH-MASTER-IMAGE TO MS-RECORD
               IF NOT IS-TRAILER-RECORD
                   IF IS-ORDER-TRANS
                       PERFORM 2200-POST-ORDER-LINE
                   ELSE
                       IF IS-CREDIT
                           PERFORM 2300-POST-CREDIT-LINE.

      *AN ORDER KEYED BEFORE THE CUSTOMER FIELDS EXISTED HAS NOBODY
      *TO GO BACK TO - IT IS COUNTED, NOT RENEWED.
       2200-POST-ORDER-LINE.
           IF I-CUST-NAME = SPACES AND I-CUST-PHONE = SPACES
               ADD 1 TO C-NO-CUSTOMER
           ELSE
               PERFORM 2210-FIND-OR-ADD-CUSTOMER
               PERFORM 2250-MAP-ORDER
               IF I-POP-TYPE IS NUMERIC AND I-NUM-CASES IS NUMERIC
                   IF I-POP-TYPE >= 1 AND I-POP-TYPE <= 50
                       ADD I-NUM-CASES
                           TO RC-CASES(C-CUST-SUB I-POP-TYPE).

      *LEAVES C-CUST-SUB ON THE CUSTOMER'S ROW.
       2210-FIND-OR-ADD-CUSTOMER.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2220-MATCH-ONE-CUSTOMER
               VARYING C-CUST-SUB FROM 1 BY 1
                   UNTIL C-CUST-SUB > CUST-COUNT OR FOUND-SW = 'TRUE'.
           IF FOUND-SW = 'TRUE'
               SUBTRACT 1 FROM C-CUST-SUB
           ELSE
               IF CUST-COUNT < 2000
                   ADD 1 TO CUST-COUNT
                   MOVE CUST-COUNT TO C-CUST-SUB
                   PERFORM 2230-START-CUSTOMER
               ELSE
                   DISPLAY 'CBLPOPRU - MORE THAN 2000 CUSTOMERS -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       2220-MATCH-ONE-CUSTOMER.
           IF MS-SELLER-NO = RC-OLD-SELLER-NO(C-CUST-SUB)
                   AND I-CUST-NAME =
                       RC-CUST-NAME(C-CUST-SUB)
                   AND I-CUST-PHONE =
                       RC-CUST-PHONE(C-CUST-SUB)
               MOVE 'TRUE' TO FOUND-SW.

       2230-START-CUSTOMER.
           MOVE MS-SELLER-NO
               TO RC-OLD-SELLER-NO(C-CUST-SUB).
           MOVE 0 TO RC-NEW-SELLER-NO(C-CUST-SUB).
           MOVE I-CUST-NAME TO RC-CUST-NAME(C-CUST-SUB).
           MOVE I-CUST-PHONE
               TO RC-CUST-PHONE(C-CUST-SUB).
           MOVE I-ADDRESS TO RC-ADDRESS(C-CUST-SUB).
           MOVE I-CITY TO RC-CITY(C-CUST-SUB).
           MOVE I-STATE TO RC-STATE(C-CUST-SUB).
           IF I-ZIP5 IS NUMERIC
               MOVE I-ZIP5 TO RC-ZIP5(C-CUST-SUB)
           ELSE
               MOVE 0 TO RC-ZIP5(C-CUST-SUB).
           IF I-ZIP4 IS NUMERIC
               MOVE I-ZIP4 TO RC-ZIP4(C-CUST-SUB)
           ELSE
               MOVE 0 TO RC-ZIP4(C-CUST-SUB).
           PERFORM 2240-CLEAR-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.

       2240-CLEAR-ONE-FLAVOR.
           MOVE 0 TO RC-CASES(C-CUST-SUB SUB).

       2250-MAP-ORDER.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2260-MATCH-ONE-ORDER
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > ORDER-COUNT OR FOUND-SW = 'TRUE'.
           IF FOUND-SW NOT = 'TRUE'
               IF ORDER-COUNT < 4000
                   ADD 1 TO ORDER-COUNT
                   MOVE MS-SELLER-NO TO OM-SELLER-NO(ORDER-COUNT)
                   MOVE I-ORDER-NO TO OM-ORDER-NO(ORDER-COUNT)
                   MOVE C-CUST-SUB TO OM-CUST-SUB(ORDER-COUNT)
               ELSE
                   DISPLAY 'CBLPOPRU - MORE THAN 4000 ORDERS -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       2260-MATCH-ONE-ORDER.
           IF MS-SELLER-NO = OM-SELLER-NO(SUB2) AND
                   I-ORDER-NO = OM-ORDER-NO(SUB2)
               MOVE 'TRUE' TO FOUND-SW.

      *A CREDIT WHOSE ORDER ISN'T IN THE SEASON HAS NOTHING TO TAKE
      *BACK HERE. CASES ARE FLOORED AT ZERO - A STRAY CREDIT CAN'T
      *LEAVE A CUSTOMER OWING POP.
       2300-POST-CREDIT-LINE.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2260-MATCH-ONE-ORDER
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > ORDER-COUNT OR FOUND-SW = 'TRUE'.
           IF FOUND-SW = 'TRUE'
               SUBTRACT 1 FROM SUB2
               MOVE OM-CUST-SUB(SUB2) TO C-CUST-SUB
               IF I-POP-TYPE IS NUMERIC AND I-NUM-CASES IS NUMERIC
                   IF I-POP-TYPE >= 1 AND I-POP-TYPE <= 50
                       SUBTRACT I-NUM-CASES
                           FROM RC-CASES(C-CUST-SUB I-POP-TYPE)
                       IF RC-CASES(C-CUST-SUB I-POP-TYPE) < 0
                           MOVE 0 TO RC-CASES(C-CUST-SUB I-POP-TYPE).

      *DECIDES WHO VISITS THE CUSTOMER THIS YEAR. A DO-NOT-CONTACT
      *CUSTOMER GETS NOBODY. A CAPTAIN'S REASSIGNMENT WINS OVER THE
      *ROSTER; OTHERWISE LAST YEAR'S SELLER KEEPS THE CUSTOMER IF
      *STILL ON THE ROSTER. ANYONE LEFT WITHOUT A SELLER IS LISTED
      *FOR THE CAPTAINS TO DECIDE.
       2500-ASSIGN-ONE-CUSTOMER.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2510-MATCH-DO-NOT-CONTACT
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > NC-COUNT OR FOUND-SW = 'TRUE'.
           IF FOUND-SW = 'TRUE'
               ADD 1 TO C-DO-NOT-CONTACT
           ELSE
               PERFORM 2520-FIND-NEW-SELLER.

       2510-MATCH-DO-NOT-CONTACT.
           IF NCT-CUST-PHONE(SUB) NOT = SPACES
               IF NCT-CUST-PHONE(SUB) = RC-CUST-PHONE(C-CUST-SUB)
                   MOVE 'TRUE' TO FOUND-SW
               END-IF
           ELSE
               IF NCT-CUST-NAME(SUB) = RC-CUST-NAME(C-CUST-SUB)
                   MOVE 'TRUE' TO FOUND-SW.

       2520-FIND-NEW-SELLER.
           MOVE RC-OLD-SELLER-NO(C-CUST-SUB) TO C-NEW-SELLER-NO.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2530-MATCH-ONE-REASSIGNMENT
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > GR-COUNT OR FOUND-SW = 'TRUE'.
           IF FOUND-SW = 'TRUE'
               SUBTRACT 1 FROM SUB
               MOVE GRT-NEW-SELLER-NO(SUB) TO C-NEW-SELLER-NO.
           PERFORM 2540-FIND-ON-ROSTER.
           IF SUB2 = 0
               ADD 1 TO C-UNASSIGNED
           ELSE
               MOVE C-NEW-SELLER-NO TO RC-NEW-SELLER-NO(C-CUST-SUB)
               IF C-NEW-SELLER-NO NOT = RC-OLD-SELLER-NO(C-CUST-SUB)
                   ADD 1 TO C-REASSIGNED.

       2530-MATCH-ONE-REASSIGNMENT.
           IF GRT-OLD-SELLER-NO(SUB) = RC-OLD-SELLER-NO(C-CUST-SUB)
               MOVE 'TRUE' TO FOUND-SW.

      *LEAVES SUB2 ON C-NEW-SELLER-NO'S ROSTER ROW, OR ZERO.
       2540-FIND-ON-ROSTER.
           MOVE 0 TO SUB2.
           PERFORM 2550-MATCH-ONE-ROSTER-ROW
               VARYING SUB3 FROM 1 BY 1
                   UNTIL SUB3 > SM-COUNT OR SUB2 NOT = 0.

       2550-MATCH-ONE-ROSTER-ROW.
           IF SMT-SELLER-NO(SUB3) = C-NEW-SELLER-NO
               MOVE SUB3 TO SUB2.

      *A SELLER WITH NO RETURNING CUSTOMERS GETS NO FILE - THERE IS
      *NOTHING TO PRE-FILL.
       3000-WRITE-ONE-SELLER.
           MOVE 0 TO C-SELLER-ORDERS.
           MOVE 0 TO C-SELLER-CASES.
           MOVE SMT-SELLER-NO(C-SM-SUB) TO RU-CSV-SELLER-NO.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 3100-WRITE-ONE-CUSTOMER
               VARYING C-CUST-SUB FROM 1 BY 1
                   UNTIL C-CUST-SUB > CUST-COUNT.
           IF FOUND-SW = 'TRUE'
               CLOSE RENEWAL-CSV
               ADD 1 TO C-FILES-WRITTEN
               MOVE SMT-SELLER-NO(C-SM-SUB) TO O-SL-SELLER-NO
               MOVE SMT-FNAME(C-SM-SUB) TO O-SL-FNAME
               MOVE SMT-LNAME(C-SM-SUB) TO O-SL-LNAME
               MOVE SMT-TEAM(C-SM-SUB) TO O-SL-TEAM
               MOVE RU-CSV-NAME(17:) TO O-SL-FILE
               MOVE C-SELLER-ORDERS TO O-SL-ORDERS
               MOVE C-SELLER-CASES TO O-SL-CASES
               WRITE PRINTLINE FROM SELLER-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
                           WRITE PRINTLINE FROM SELLER-COLUMN-HEADING
                               AFTER ADVANCING 2 LINES.

      *THE SELLER'S FILE IS OPENED ON THEIR FIRST CUSTOMER. A
      *CUSTOMER WHOSE EVERY FLAVOR WAS CREDITED AWAY OR HAS SINCE
      *GONE INACTIVE HAS NOTHING LEFT TO RENEW.
       3100-WRITE-ONE-CUSTOMER.
           IF RC-NEW-SELLER-NO(C-CUST-SUB) = SMT-SELLER-NO(C-SM-SUB)
               MOVE 0 TO C-CASES-OUT
               PERFORM 3150-COUNT-ONE-FLAVOR
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 50
               IF C-CASES-OUT = 0
                   ADD 1 TO C-NOTHING-LEFT
               ELSE
                   IF FOUND-SW NOT = 'TRUE'
                       MOVE 'TRUE' TO FOUND-SW
                       OPEN OUTPUT RENEWAL-CSV
                   END-IF
                   PERFORM 3200-WRITE-PENDING-HEADER
                   PERFORM 3300-WRITE-ONE-LINE
                       VARYING SUB FROM 1 BY 1
                           UNTIL SUB > 50.

       3150-COUNT-ONE-FLAVOR.
           IF RC-CASES(C-CUST-SUB SUB) > 0
               IF PROD-ACTIVE(SUB) = 'A'
                   ADD RC-CASES(C-CUST-SUB SUB) TO C-CASES-OUT
               ELSE
                   ADD 1 TO C-DISCONTINUED.

      *SAME COLUMNS AS AN 'H' HEADER, SELLER NAME AND TEAM OFF THE
      *CURRENT ROSTER. THE AMOUNT PAID GOES OUT AS ZERO - THE SELLER
      *FILLS IT IN WHEN THE CUSTOMER CONFIRMS AND PAYS.
       3200-WRITE-PENDING-HEADER.
           ADD 1 TO C-SELLER-ORDERS.
           ADD 1 TO C-ORDERS-WRITTEN.
           MOVE RC-ZIP5(C-CUST-SUB) TO CE-ZIP5.
           MOVE RC-ZIP4(C-CUST-SUB) TO CE-ZIP4.
           MOVE SPACES TO RU-CSV-LINE.
           STRING 'P,' DELIMITED BY SIZE
               SMT-LNAME(C-SM-SUB) DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               SMT-FNAME(C-SM-SUB) DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               RC-ADDRESS(C-CUST-SUB) DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               RC-CITY(C-CUST-SUB) DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               RC-STATE(C-CUST-SUB) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CE-ZIP5 DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CE-ZIP4 DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SMT-TEAM(C-SM-SUB) DELIMITED BY SIZE
               ',0.00,' DELIMITED BY SIZE
               RC-CUST-NAME(C-CUST-SUB) DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               RC-CUST-PHONE(C-CUST-SUB) DELIMITED BY '  '
               INTO RU-CSV-LINE.
           WRITE RU-CSV-LINE.
           ADD 1 TO C-RECORDS-WRITTEN.

      *A CUSTOMER'S CASES OF ONE FLAVOR, ADDED UP OVER ALL LAST
      *YEAR'S ORDERS, CAN RUN PAST WHAT ONE L LINE HOLDS. THEY GO
      *OUT AS LINES OF 99 AND A LINE FOR THE REST, SO THE LINES ADD
      *BACK TO THE CASES THE REPORT COUNTS.
       3300-WRITE-ONE-LINE.
           IF RC-CASES(C-CUST-SUB SUB) > 0 AND PROD-ACTIVE(SUB) = 'A'
               MOVE SUB TO CE-POP-TYPE
               MOVE RC-CASES(C-CUST-SUB SUB) TO C-CASES-LEFT
               PERFORM 3310-WRITE-CASE-LINE
                   UNTIL C-CASES-LEFT = 0.

       3310-WRITE-CASE-LINE.
           IF C-CASES-LEFT > 99
               MOVE 99 TO CE-CASES
           ELSE
               MOVE C-CASES-LEFT TO CE-CASES.
           SUBTRACT CE-CASES FROM C-CASES-LEFT.
           ADD CE-CASES TO C-SELLER-CASES.
           MOVE SPACES TO RU-CSV-LINE.
           STRING 'L,' DELIMITED BY SIZE
               CE-POP-TYPE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CE-CASES DELIMITED BY SIZE
               INTO RU-CSV-LINE.
           WRITE RU-CSV-LINE.
           ADD 1 TO C-RECORDS-WRITTEN.

       4000-PRINT-UNASSIGNED.
           IF C-UNASSIGNED > 0
               WRITE PRINTLINE FROM UNASSIGNED-HEADING
                   AFTER ADVANCING 3 LINES
               WRITE PRINTLINE FROM UNASSIGNED-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM 4100-PRINT-ONE-UNASSIGNED
                   VARYING C-CUST-SUB FROM 1 BY 1
                       UNTIL C-CUST-SUB > CUST-COUNT.

      *A ROW WITH NO NEW SELLER THAT ISN'T ON THE DO-NOT-CONTACT
      *LIST IS ONE 2520-FIND-NEW-SELLER COULDN'T PLACE.
       4100-PRINT-ONE-UNASSIGNED.
           IF RC-NEW-SELLER-NO(C-CUST-SUB) = 0
               MOVE 'FALSE' TO FOUND-SW
               PERFORM 2510-MATCH-DO-NOT-CONTACT
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > NC-COUNT OR FOUND-SW = 'TRUE'
               IF FOUND-SW NOT = 'TRUE'
                   PERFORM 4150-PRINT-UNASSIGNED-LINE.

       4150-PRINT-UNASSIGNED-LINE.
           MOVE RC-OLD-SELLER-NO(C-CUST-SUB) TO O-UL-OLD-SELLER.
           MOVE RC-CUST-NAME(C-CUST-SUB) TO O-UL-CUST-NAME.
           MOVE RC-CUST-PHONE(C-CUST-SUB) TO O-UL-CUST-PHONE.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2530-MATCH-ONE-REASSIGNMENT
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > GR-COUNT OR FOUND-SW = 'TRUE'.
           IF FOUND-SW = 'TRUE'
               MOVE 'REASSIGNED SELLER NOT ON ROSTER' TO O-UL-PROBLEM
           ELSE
               MOVE 'SELLER GONE, NO REASSIGNMENT' TO O-UL-PROBLEM.
           WRITE PRINTLINE FROM UNASSIGNED-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS
                       WRITE PRINTLINE FROM UNASSIGNED-COLUMN-HEADING
                           AFTER ADVANCING 2 LINES.

       4500-PRINT-SUMMARY.
           MOVE 'SELLER UPLOAD FILES WRITTEN' TO O-SM-LABEL.
           MOVE C-FILES-WRITTEN TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'PENDING RENEWAL ORDERS WRITTEN' TO O-SM-LABEL.
           MOVE C-ORDERS-WRITTEN TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'CUSTOMERS MOVED TO A NEW SELLER' TO O-SM-LABEL.
           MOVE C-REASSIGNED TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'CUSTOMERS LEFT OFF - DO NOT CONTACT' TO O-SM-LABEL.
           MOVE C-DO-NOT-CONTACT TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'CUSTOMERS WITH NO SELLER (LISTED ABOVE)'
               TO O-SM-LABEL.
           MOVE C-UNASSIGNED TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'CUSTOMERS WITH NOTHING LEFT TO RENEW' TO O-SM-LABEL.
           MOVE C-NOTHING-LEFT TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'FLAVOR LINES DROPPED - FLAVOR INACTIVE' TO O-SM-LABEL.
           MOVE C-DISCONTINUED TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ORDER LINES WITH NO CUSTOMER ON FILE' TO O-SM-LABEL.
           MOVE C-NO-CUSTOMER TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM REPORT-HEADING
               AFTER ADVANCING 2 LINES.
