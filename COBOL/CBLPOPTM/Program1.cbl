      *  VARIANCE BEFORE IT CUTS THE CHECK,     *
      *  INSTEAD OF PAYING THE INVOICE ON       *
      *  FAITH.                                 *
      *                                         *
      *  EACH RUN ALSO APPENDS THE INVOICE'S    *
      *  NUMBER, TOTAL AND VARIANCE COUNT TO    *
      *  CBLPOPIM.DAT. CBLPOPDB ONLY CUTS THE   *
      *  DISTRIBUTOR'S CHECK FOR AN INVOICE     *
      *  WHOSE LATEST MATCH CAME OUT CLEAN.     *
      *  THE BILLED CASES AND DOLLARS PER       *
      *  FLAVOR GO TO CBLPOPIL.DAT THE SAME     *
      *  WAY - CBLPOPNP'S COST OF GOODS.        *
      *  THE COUNTY LEAGUE BUYS FOR ALL ITS     *
      *  CLUBS ON ONE PURCHASE ORDER, SO THIS   *
      *  RUNS ONCE FOR THE WHOLE LEAGUE.        *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS RC-FILE-STATUS.

      *THE DISTRIBUTOR'S INVOICE EXPORT - ONE LINE PER BILLED
      *FLAVOR: TYPE,QTY,PRICE (PRICE WITH A DECIMAL POINT). THE
      *EXPORT ALSO CARRIES AN INVOICE,NUMBER,YYYYMMDD LINE NAMING
      *THE INVOICE - AN EXPORT WITHOUT ONE STILL MATCHES, BUT CAN'T
      *BE PAID UNTIL IT HAS A NUMBER.
           SELECT INVOICE-CSV-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIV.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPTM.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *ONE RECORD PER MATCH RUN, APPENDED - THE LATEST RECORD FOR AN
      *INVOICE NUMBER IS THE ONE THAT COUNTS. SEE CBLPOPDB.
           SELECT INVOICE-MATCH-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.

      *ONE RECORD PER BILLED FLAVOR PER MATCH RUN, APPENDED. LINE 01
      *STARTS A RUN, SO A LATER RUN FOR THE SAME INVOICE NUMBER
      *REPLACES THE EARLIER ONE'S LINES. SEE CBLPOPNP.
           SELECT INVOICE-LINE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01 PRINTLINE                PIC X(132).

       FD INVOICE-MATCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-RECORD
           RECORD CONTAINS 41 CHARACTERS.
       01 IM-RECORD.
           05  IM-INVOICE-NO       PIC X(12).
           05  IM-INVOICE-DATE     PIC 9(8).
           05  IM-MATCH-DATE       PIC 9(8).
           05  IM-AMOUNT           PIC 9(7)V99.
           05  IM-VARIANCES        PIC 9(4).

       FD INVOICE-LINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IL-RECORD
           RECORD CONTAINS 31 CHARACTERS.
       01 IL-RECORD.
           05  IL-INVOICE-NO       PIC X(12).
           05  IL-LINE-NO          PIC 99.
           05  IL-POP-TYPE         PIC 99.
           05  IL-CASES            PIC 9(6).
           05  IL-AMOUNT           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  PO-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 99.
           05  C-PCTR          PIC 99          VALUE 0.
           05  RC-FILE-STATUS  PIC XX.
           05  IM-FILE-STATUS  PIC XX.
           05  IL-FILE-STATUS  PIC XX.
           05  C-IL-LINE-NO    PIC 99          VALUE 0.
           05  C-INVOICE-NO    PIC X(12)       VALUE SPACES.
           05  C-INVOICE-DATE  PIC 9(8)        VALUE 0.
           05  C-INVOICE-TOTAL PIC 9(7)V99     VALUE 0.
           05  C-VARIANCES     PIC 9(4)        VALUE 0.
           05  C-LINES-READ    PIC 9(6)        VALUE 0.
           05  LINE-VARIES-SW  PIC X(5)        VALUE 'FALSE'.
           05  CSV-WHOLE           PIC 9(4).
           05  CSV-CENTS           PIC 99.
           05  CSV-QTY-NUM         PIC 9(6).
           05  CSV-LABEL           PIC X(8).
           05  CSV-INV-NO          PIC X(12).
           05  CSV-INV-DATE        PIC X(8).
           05  CSV-LINE-PRICE      PIC 9(4)V99.

      *RATE-IN-FORCE WORK FIELDS - THE COST REFERENCE IS THE PRICE
      *ROW IN FORCE TODAY, SAME RULE CBLPOPPO PRICES THE PO WITH.
               10  MT-RCV-QTY      PIC 9(6)        VALUE 0.
               10  MT-INV-QTY      PIC 9(6)        VALUE 0.
               10  MT-INV-PRICE    PIC 9(4)V99     VALUE 0.
               10  MT-INV-AMOUNT   PIC 9(7)V99     VALUE 0.
               10  MT-SEEN-SW      PIC X           VALUE 'N'.

       01 PRODUCT-TABLE.
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

           05  FILLER          PIC X(16)       VALUE 'VARIANCE LINES'.
           05  O-VARIANCES     PIC Z,ZZ9.

       01 INVOICE-LINE.
           05  FILLER          PIC X(9)        VALUE 'INVOICE'.
           05  O-INVOICE-NO    PIC X(14).
           05  FILLER          PIC X(8)        VALUE 'TOTAL'.
           05  O-INVOICE-TOTAL PIC $$,$$$,$$9.99.

       01 CLEAN-LINE.
           05  FILLER          PIC X(132)
               VALUE 'INVOICE, PO AND RECEIPTS AGREE - CLEAR TO PAY.'.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPTM' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
                   MOVE 'TRUE' TO IV-EOF.
           IF IV-EOF NOT = 'TRUE'
               ADD 1 TO C-LINES-READ
               IF IV-LINE(1:8) = 'INVOICE,'
                   PERFORM 1520-TAKE-INVOICE-ID
               ELSE
                   PERFORM 1530-TAKE-INVOICE-LINE.

       1520-TAKE-INVOICE-ID.
           MOVE SPACES TO CSV-INV-NO.
           MOVE SPACES TO CSV-INV-DATE.
           UNSTRING IV-LINE DELIMITED BY ','
               INTO CSV-LABEL CSV-INV-NO CSV-INV-DATE.
           MOVE CSV-INV-NO TO C-INVOICE-NO.
           IF CSV-INV-DATE IS NUMERIC
               MOVE CSV-INV-DATE TO C-INVOICE-DATE.

      *THE INVOICE TOTAL IS WHAT THE DISTRIBUTOR BILLED, LINE BY
      *LINE - QUANTITY TIMES THE PRICE ON THAT LINE.
       1530-TAKE-INVOICE-LINE.
           MOVE 0 TO CSV-CENTS.
           UNSTRING IV-LINE DELIMITED BY ','
               INTO CSV-TYPE CSV-QTY CSV-PRICE.
           IF CSV-TYPE IS NUMERIC
               IF CSV-TYPE >= 1 AND CSV-TYPE <= 50
                   MOVE CSV-QTY TO CSV-QTY-NUM
                   ADD CSV-QTY-NUM TO MT-INV-QTY(CSV-TYPE)
                   UNSTRING CSV-PRICE DELIMITED BY '.'
                       INTO CSV-WHOLE CSV-CENTS
                   COMPUTE CSV-LINE-PRICE =
                       CSV-WHOLE + (CSV-CENTS / 100)
                   MOVE CSV-LINE-PRICE TO MT-INV-PRICE(CSV-TYPE)
                   COMPUTE MT-INV-AMOUNT(CSV-TYPE) =
                       MT-INV-AMOUNT(CSV-TYPE) +
                           CSV-QTY-NUM * CSV-LINE-PRICE
                   COMPUTE C-INVOICE-TOTAL = C-INVOICE-TOTAL +
                       CSV-QTY-NUM * CSV-LINE-PRICE
                   MOVE 'Y' TO MT-SEEN-SW(CSV-TYPE).

      *ONE LINE PER FLAVOR THAT TOUCHED ANY OF THE THREE SIDES,
      *WITH EVERY VARIANCE SPELLED OUT. A FLAVOR THAT AGREES ON ALL
           MOVE C-VARIANCES TO O-VARIANCES.
           WRITE PRINTLINE FROM TOTALS-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-INVOICE-NO TO O-INVOICE-NO.
           IF C-INVOICE-NO = SPACES
               MOVE 'NOT NUMBERED' TO O-INVOICE-NO.
           MOVE C-INVOICE-TOTAL TO O-INVOICE-TOTAL.
           WRITE PRINTLINE FROM INVOICE-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE VARIANCE-OUT.
           OPEN EXTEND INVOICE-MATCH-FILE.
           IF IM-FILE-STATUS = '35'
               OPEN OUTPUT INVOICE-MATCH-FILE.
           MOVE C-INVOICE-NO TO IM-INVOICE-NO.
           MOVE C-INVOICE-DATE TO IM-INVOICE-DATE.
           MOVE C-RATE-DATE TO IM-MATCH-DATE.
           MOVE C-INVOICE-TOTAL TO IM-AMOUNT.
           MOVE C-VARIANCES TO IM-VARIANCES.
           WRITE IM-RECORD.
           CLOSE INVOICE-MATCH-FILE.
           OPEN EXTEND INVOICE-LINE-FILE.
           IF IL-FILE-STATUS = '35'
               OPEN OUTPUT INVOICE-LINE-FILE.
           PERFORM 4100-WRITE-ONE-INVOICE-LINE
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           CLOSE INVOICE-LINE-FILE.
           MOVE 'END' TO RG-EVENT.
           MOVE C-LINES-READ TO RG-RECORDS-READ.
           MOVE C-VARIANCES TO RG-ERR-CTR.
           MOVE C-INVOICE-TOTAL TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

       4100-WRITE-ONE-INVOICE-LINE.
           IF MT-INV-QTY(SUB) > 0 OR MT-INV-AMOUNT(SUB) > 0
               ADD 1 TO C-IL-LINE-NO
               MOVE C-INVOICE-NO TO IL-INVOICE-NO
               MOVE C-IL-LINE-NO TO IL-LINE-NO
               MOVE SUB TO IL-POP-TYPE
               MOVE MT-INV-QTY(SUB) TO IL-CASES
               MOVE MT-INV-AMOUNT(SUB) TO IL-AMOUNT
               WRITE IL-RECORD.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
