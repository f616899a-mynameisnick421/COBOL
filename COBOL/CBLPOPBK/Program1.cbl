      *  DEPOSITS WITH NO BATCH - THE ONE       *
      *  RECONCILIATION THE AUDITORS ASK FOR    *
      *  THAT USED TO LIVE IN A HIGHLIGHTER.    *
      *                                         *
      *  A RETURNED CHECK AND ITS BANK FEE COME *
      *  OFF THE REGISTER AS DEDUCTIONS AND     *
      *  SHOW ON THE STATEMENT AS DEBITS (A     *
      *  LEADING MINUS ON THE AMOUNT). BOTH     *
      *  SIDES CARRY THEIR SIGN, SO A DEDUCTION *
      *  ONLY EVER MATCHES A DEBIT.             *
      *                                         *
      *  CHECKS THE CLUB WRITES COME OFF THE    *
      *  CBLPOPDB CHECK FILE AND CLEAR THE BANK *
      *  AS DEBITS CARRYING THE CHECK NUMBER.   *
      *  A CHECK MATCHES ON ITS NUMBER AND      *
      *  AMOUNT - IT CLEARS WHENEVER THE PAYEE  *
      *  CASHES IT, SO THE DATE CAN'T BE USED.  *
      *  ONE STILL UNMATCHED IS OUTSTANDING.    *
      *  THE COUNTY LEAGUE BANKS FOR ALL ITS    *
      *  CLUBS THROUGH ONE ACCOUNT, SO THIS     *
      *  RUNS ONCE FOR THE WHOLE LEAGUE.        *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE COMMA-DELIMITED DEPOSIT PER LINE, AS THE BANK EXPORTS
      *IT: DATE (YYYYMMDD), AMOUNT (WITH A DECIMAL POINT, AND A
      *LEADING MINUS ON A DEBIT), AND ON A CLEARED CHECK A THIRD
      *COLUMN WITH THE CHECK NUMBER.
           SELECT BANK-CSV-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBK.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

      *ONE RECORD PER GOOD BATCH OR DEDUCTION - SEE CBLPOPPE.
           SELECT REGISTER-DATA-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-FILE-STATUS.

      *ONE RECORD PER CHECK WRITTEN - SEE CBLPOPDB.
           SELECT CHECK-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPCW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

           SELECT MATCH-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBK.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
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

       FD CHECK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-RECORD
           RECORD CONTAINS 69 CHARACTERS.
       01 CK-RECORD.
           05  CK-CHECK-NO         PIC 9(6).
           05  CK-ISSUE-DATE       PIC 9(8).
           05  CK-PAYEE-TYPE       PIC X.
               88  CK-REFUND           VALUE 'R'.
               88  CK-INVOICE          VALUE 'I'.
           05  CK-REFERENCE        PIC X(15).
           05  CK-PAYEE            PIC X(30).
           05  CK-AMOUNT           PIC 9(7)V99.

       FD MATCH-OUT
           LABEL RECORD IS OMITTED
       01 WORK-AREA.
           05  BK-EOF          PIC X(5)        VALUE 'FALSE'.
           05  DR-EOF          PIC X(5)        VALUE 'FALSE'.
           05  CK-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  DR-FILE-STATUS  PIC XX.
           05  CK-FILE-STATUS  PIC XX.
           05  C-MATCHED       PIC 9(4)        VALUE 0.
           05  C-REG-OPEN      PIC 9(4)        VALUE 0.
           05  C-BANK-OPEN     PIC 9(4)        VALUE 0.
           05  GT-MATCHED-AMT  PIC S9(9)V99    VALUE 0.
           05  GT-REG-OPEN-AMT PIC S9(9)V99    VALUE 0.
           05  GT-BANK-OPEN-AMT PIC S9(9)V99   VALUE 0.

      *AMOUNTS COME OFF THE BANK CSV WITH A DECIMAL POINT IN THEM,
      *SO THEY SPLIT ON IT THE SAME WAY CBLPOPCV SPLITS A PAYMENT
      *COLUMN. CENTS ARE ASSUMED TO BE TWO DIGITS. A DEBIT'S MINUS
      *IS STRIPPED OFF FIRST AND PUT BACK ON THE STORED AMOUNT.
       01 CSV-AMOUNT-AREA.
           05  CSV-DATE            PIC X(8).
           05  CSV-AMOUNT          PIC X(13).
           05  CSV-DIGITS          PIC X(13).
           05  CSV-WHOLE           PIC 9(9).
           05  CSV-CENTS           PIC 99.
           05  CSV-CHECK-NO        PIC 9(6).

      *THE WHOLE SEASON'S REGISTER AND STATEMENT, SIDE BY SIDE IN
      *MEMORY, EACH ROW CARRYING A MATCHED FLAG. BOUNDED ON THE WAY
      *IN - A SEASON PAST 500 DEPOSITS MUST STOP THE RUN, NOT DROP
      *DEPOSITS OFF THE RECONCILIATION. DEDUCTIONS AND DEBITS ARE
      *HELD NEGATIVE. A CHECK'S ROW CARRIES ITS NUMBER; EVERY OTHER
      *ROW CARRIES ZERO.
       01 REG-COUNT                PIC 9(4)        VALUE 0.
       01 REGISTER-TABLE.
           05  REGISTER-ROWS       OCCURS 500.
               10  RG-BATCH-NO     PIC 9(4).
               10  RG-COLL-DATE    PIC 9(8).
               10  RG-AMOUNT       PIC S9(9)V99.
               10  RG-KIND         PIC X(10).
               10  RG-CHECK-NO     PIC 9(6).
               10  RG-MATCHED-SW   PIC X.

       01 BANK-COUNT               PIC 9(4)        VALUE 0.
       01 BANK-TABLE.
           05  BANK-ROWS           OCCURS 500.
               10  BK-DATE         PIC 9(8).
               10  BK-AMOUNT       PIC S9(9)V99.
               10  BK-CHECK-NO     PIC 9(6).
               10  BK-MATCHED-SW   PIC X.

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
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


       01 MATCHED-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'MATCHED - REGISTER TO BANK'.

       01 REG-OPEN-HEADING.
           05  FILLER          PIC X(48)
               VALUE 'REGISTER ITEMS NOT YET AT THE BANK'.

       01 BANK-OPEN-HEADING.
           05  FILLER          PIC X(48)
               VALUE 'BANK ITEMS WITH NO REGISTER ENTRY'.

       01 DETAIL-COLUMN-HEADING.
           05  FILLER          PIC X(10)       VALUE 'BATCH/CHK'.
           05  FILLER          PIC X(12)       VALUE 'TYPE'.
           05  FILLER          PIC X(12)       VALUE 'DATE'.
           05  FILLER          PIC X(16)       VALUE 'AMOUNT'.

       01 DETAIL-LINE.
           05  O-DT-BATCH      PIC X(6).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-DT-KIND       PIC X(10).
           05  FILLER          PIC X(2)        VALUE ' '.
           05  O-DT-MM         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DT-DD         PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DT-YY         PIC 9(4).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-DT-AMOUNT     PIC $$,$$$,$$9.99-.

       01 DATE-SPLIT.
           05  DS-YY           PIC 9(4).
           05  O-ST-LABEL      PIC X(24).
           05  O-ST-COUNT      PIC Z,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-ST-AMOUNT     PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPBK' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
           MOVE I-MM TO O-MM.
           PERFORM 9900-HEADINGS.
           PERFORM 1100-LOAD-REGISTER.
           PERFORM 1150-LOAD-CHECKS.
           PERFORM 1200-LOAD-BANK.

      *NO REGISTER FILE MEANS NO BATCHES HAVE EVER PASSED CBLPOPPE -
                   MOVE DR-BATCH-NO TO RG-BATCH-NO(REG-COUNT)
                   MOVE DR-COLL-DATE TO RG-COLL-DATE(REG-COUNT)
                   MOVE DR-AMOUNT TO RG-AMOUNT(REG-COUNT)
                   MOVE 'DEPOSIT' TO RG-KIND(REG-COUNT)
                   IF DR-RETURNED-CHECK
                       COMPUTE RG-AMOUNT(REG-COUNT) = 0 - DR-AMOUNT
                       MOVE 'RETURNED' TO RG-KIND(REG-COUNT)
                   END-IF
                   IF DR-BANK-FEE
                       COMPUTE RG-AMOUNT(REG-COUNT) = 0 - DR-AMOUNT
                       MOVE 'BANK FEE' TO RG-KIND(REG-COUNT)
                   END-IF
                   MOVE 0 TO RG-CHECK-NO(REG-COUNT)
                   MOVE 'N' TO RG-MATCHED-SW(REG-COUNT)
               ELSE
                   DISPLAY 'CBLPOPBK - REGISTER EXCEEDS 500 BATCHES -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *NO CHECK FILE MEANS CBLPOPDB HAS NEVER WRITTEN A CHECK.
       1150-LOAD-CHECKS.
           OPEN INPUT CHECK-FILE.
           IF CK-FILE-STATUS = '00'
               PERFORM 1160-READ-ONE-CHECK
                   UNTIL CK-EOF = 'TRUE'
               CLOSE CHECK-FILE.

      *A CHECK GOES ON THE REGISTER SIDE AS A DEBIT, DATED THE DAY
      *IT WAS WRITTEN.
       1160-READ-ONE-CHECK.
           READ CHECK-FILE
               AT END
                   MOVE 'TRUE' TO CK-EOF.
           IF CK-EOF NOT = 'TRUE'
               IF REG-COUNT < 500
                   ADD 1 TO REG-COUNT
                   MOVE 0 TO RG-BATCH-NO(REG-COUNT)
                   MOVE CK-ISSUE-DATE TO RG-COLL-DATE(REG-COUNT)
                   COMPUTE RG-AMOUNT(REG-COUNT) = 0 - CK-AMOUNT
                   MOVE 'CHECK' TO RG-KIND(REG-COUNT)
                   MOVE CK-CHECK-NO TO RG-CHECK-NO(REG-COUNT)
                   MOVE 'N' TO RG-MATCHED-SW(REG-COUNT)
               ELSE
                   DISPLAY 'CBLPOPBK - REGISTER EXCEEDS 500 BATCHES -
               IF BANK-COUNT < 500
                   ADD 1 TO BANK-COUNT
                   MOVE 0 TO CSV-CENTS
                   MOVE 0 TO CSV-CHECK-NO
                   UNSTRING BK-LINE DELIMITED BY ','
                       INTO CSV-DATE CSV-AMOUNT CSV-CHECK-NO
                   MOVE CSV-AMOUNT TO CSV-DIGITS
                   IF CSV-AMOUNT(1:1) = '-'
                       MOVE CSV-AMOUNT(2:12) TO CSV-DIGITS
                   END-IF
                   UNSTRING CSV-DIGITS DELIMITED BY '.'
                       INTO CSV-WHOLE CSV-CENTS
                   MOVE CSV-DATE TO BK-DATE(BANK-COUNT)
                   COMPUTE BK-AMOUNT(BANK-COUNT) =
                       CSV-WHOLE + (CSV-CENTS / 100)
                   IF CSV-AMOUNT(1:1) = '-'
                       COMPUTE BK-AMOUNT(BANK-COUNT) =
                           0 - BK-AMOUNT(BANK-COUNT)
                   END-IF
                   MOVE CSV-CHECK-NO TO BK-CHECK-NO(BANK-COUNT)
                   MOVE 'N' TO BK-MATCHED-SW(BANK-COUNT)
               ELSE
                   DISPLAY 'CBLPOPBK - STATEMENT EXCEEDS 500 DEPOSITS -
      *EACH REGISTER BATCH TAKES THE FIRST STILL-UNMATCHED BANK
      *DEPOSIT WITH ITS DATE AND AMOUNT - TWO IDENTICAL DEPOSITS ON
      *ONE DAY EACH GET THEIR OWN MATCH INSTEAD OF BOTH CLAIMING
      *THE SAME ONE. THE AMOUNTS ARE SIGNED, SO A RETURNED CHECK
      *CAN'T PAIR OFF WITH A DEPOSIT OF THE SAME SIZE. A CHECK
      *TAKES THE BANK LINE WITH ITS NUMBER AND AMOUNT INSTEAD, AND
      *A CHECK'S BANK LINE IS NEVER CLAIMED BY A DATE MATCH.
       2000-MATCH.
           IF RG-CHECK-NO(SUB) > 0
               PERFORM 2100-MATCH-CHECK
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > BANK-COUNT
           ELSE
               PERFORM 2200-MATCH-DEPOSIT
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > BANK-COUNT.

       2100-MATCH-CHECK.
           IF BK-MATCHED-SW(SUB2) = 'N' AND
                   RG-CHECK-NO(SUB) = BK-CHECK-NO(SUB2) AND
                   RG-AMOUNT(SUB) = BK-AMOUNT(SUB2)
               MOVE 'Y' TO RG-MATCHED-SW(SUB)
               MOVE 'Y' TO BK-MATCHED-SW(SUB2)
               MOVE BANK-COUNT TO SUB2.

       2200-MATCH-DEPOSIT.
           IF BK-MATCHED-SW(SUB2) = 'N' AND BK-CHECK-NO(SUB2) = 0 AND
                   RG-COLL-DATE(SUB) = BK-DATE(SUB2) AND
                   RG-AMOUNT(SUB) = BK-AMOUNT(SUB2)
               MOVE 'Y' TO RG-MATCHED-SW(SUB)
               MOVE 'Y' TO BK-MATCHED-SW(SUB2)
               MOVE BANK-COUNT TO SUB2.

       3000-PRINT-SECTIONS.
           WRITE PRINTLINE FROM MATCHED-HEADING
           IF RG-MATCHED-SW(SUB) = 'Y'
               ADD 1 TO C-MATCHED
               ADD RG-AMOUNT(SUB) TO GT-MATCHED-AMT
               PERFORM 3400-REGISTER-REFERENCE
               MOVE RG-KIND(SUB) TO O-DT-KIND
               MOVE RG-COLL-DATE(SUB) TO DATE-SPLIT
               PERFORM 3500-PRINT-DETAIL.

           IF RG-MATCHED-SW(SUB) = 'N'
               ADD 1 TO C-REG-OPEN
               ADD RG-AMOUNT(SUB) TO GT-REG-OPEN-AMT
               PERFORM 3400-REGISTER-REFERENCE
               MOVE RG-KIND(SUB) TO O-DT-KIND
               MOVE RG-COLL-DATE(SUB) TO DATE-SPLIT
               MOVE RG-AMOUNT(SUB) TO O-DT-AMOUNT
               PERFORM 3510-WRITE-DETAIL.
               ADD 1 TO C-BANK-OPEN
               ADD BK-AMOUNT(SUB) TO GT-BANK-OPEN-AMT
               MOVE SPACES TO O-DT-BATCH
               IF BK-AMOUNT(SUB) < 0
                   MOVE 'DEBIT' TO O-DT-KIND
               ELSE
                   MOVE 'DEPOSIT' TO O-DT-KIND
               END-IF
               IF BK-CHECK-NO(SUB) > 0
                   MOVE BK-CHECK-NO(SUB) TO O-DT-BATCH
                   MOVE 'CHECK' TO O-DT-KIND
               END-IF
               MOVE BK-DATE(SUB) TO DATE-SPLIT
               MOVE BK-AMOUNT(SUB) TO O-DT-AMOUNT
               PERFORM 3510-WRITE-DETAIL.

      *A BATCH PRINTS ITS BATCH NUMBER, A CHECK ITS CHECK NUMBER.
       3400-REGISTER-REFERENCE.
           IF RG-CHECK-NO(SUB) > 0
               MOVE RG-CHECK-NO(SUB) TO O-DT-BATCH
           ELSE
               MOVE RG-BATCH-NO(SUB) TO O-DT-BATCH.

       3500-PRINT-DETAIL.
           MOVE RG-AMOUNT(SUB) TO O-DT-AMOUNT.
           PERFORM 3510-WRITE-DETAIL.
