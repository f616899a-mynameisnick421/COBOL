      *  EACH CALLER (SCALARS VS. TABLES), SO    *
      *  THEY STAY WHERE THAT STATE ALREADY      *
      *  LIVES.                                  *
      *  THE ZIP REFERENCE FILE CBLPOPZP.DAT IS  *
      *  THE ONE TABLE THIS MODULE LOADS ITSELF, *
      *  ONCE, ON THE FIRST CALL OF THE RUN -    *
      *  SEE 1300-CHECK-ZIP.                     *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE RECORD PER ZIP (OR PER ZIP AND CITY NAME WHERE THE POST
      *OFFICE TAKES MORE THAN ONE) - THE CITY AND STATE THE ZIP
      *BELONGS TO AND WHETHER OUR DRIVERS GO THERE ('Y'). NOT HAVING
      *THE FILE SKIPS THE ZIP CHECKS.
           SELECT ZIP-REFERENCE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPZP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ZIP-REFERENCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ZP-RECORD
           RECORD CONTAINS 28 CHARACTERS.
       01 ZP-RECORD.
           05  ZP-ZIP5             PIC 9(5).
           05  ZP-CITY             PIC X(20).
           05  ZP-STATE            PIC XX.
           05  ZP-DELIVERY         PIC X.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  SUB                 PIC 9(4).
           05  SELLER-FOUND-SW     PIC X(5)    VALUE 'FALSE'.
           05  WARNING-FOUND-SW    PIC X(5)    VALUE 'FALSE'.
           05  WARN-MSG-SUB        PIC 9       VALUE 0.
           05  ZP-FILE-STATUS      PIC XX.
           05  ZP-EOF              PIC X(5)    VALUE 'FALSE'.
           05  ZIP-LOADED-SW       PIC X(5)    VALUE 'FALSE'.
           05  ZIP-FOUND-SW        PIC X(5)    VALUE 'FALSE'.
           05  ZIP-STATE-SW        PIC X(5)    VALUE 'FALSE'.
           05  ZIP-CITY-SW         PIC X(5)    VALUE 'FALSE'.
           05  ZIP-DELIVER-SW      PIC X(5)    VALUE 'FALSE'.
           05  ZIP-SUB             PIC 9(4).

      *RATE-IN-FORCE WORK FIELDS - EVERY RECOMPUTATION PICKS THE
      *PRICE AND DEPOSIT ROWS IN FORCE ON THE ORDER'S UPLOAD DATE,
           05 FILLER       PIC X(60)
                   VALUE "SELLER NOT ON SELLER MASTER FILE.".
           05 FILLER       PIC X(60)
                   VALUE "TRANS TYPE MUST BE BLANK, O, C, R, F OR D.".
           05 FILLER       PIC X(60)
                   VALUE "CREDIT MUST NAME THE ORIGINAL ORDER NUMBER.".
           05 FILLER       PIC X(60)
                   VALUE "ZIP CODE IS NOT IN THE STATE KEYED.".
           05 FILLER       PIC X(60)
                   VALUE "DONATION MUST NAME THE DONOR.".
           05 FILLER       PIC X(60)
                   VALUE "DONATION AMOUNT MUST BE MORE THAN ZERO.".
           05 FILLER       PIC X(60)
                   VALUE "DONATION CANNOT CARRY A POP TYPE OR CASES.".

       01 ERROR-TABLE REDEFINES ERROR-INFO.
           05 ERROR-DESC    PIC X(60)  OCCURS 18.

      *A WARNING-TIER MISS DOESN'T FAIL THE ORDER - IT POSTS ON A
      *BEST-GUESS DEFAULT AND IS REPORTED BACK TO THE CALLER VIA
           05 FILLER       PIC X(60)
                   VALUE "TEAM DIFFERS FROM SELLER MASTER - MASTER TEAM
      -        " USED.".
           05 FILLER       PIC X(60)
                   VALUE "ZIP CODE NOT ON ZIP REFERENCE FILE - CHECK THE
      -        " ADDRESS.".
           05 FILLER       PIC X(60)
                   VALUE "CITY DOES NOT MATCH THE ZIP CODE - CHECK THE A
      -        "DDRESS.".
           05 FILLER       PIC X(60)
                   VALUE "OUTSIDE DELIVERY AREA - CAPTAIN TO ARRANGE PIC
      -        "KUP.".
       01 WARNING-MESSAGE-TABLE REDEFINES WARNING-MESSAGES.
           05 WARNING-MSG  PIC X(60) OCCURS 6.

      *THE ZIP REFERENCE FILE, LOADED ON THE FIRST CALL AND KEPT FOR
      *THE REST OF THE RUN.
       01 ZIP-COUNT                    PIC 9(4)    VALUE 0.
       01 ZIP-TABLE.
           05  ZIP-ROWS                OCCURS 2000.
               10  ZT-ZIP5             PIC 9(5).
               10  ZT-CITY             PIC X(10).
               10  ZT-STATE            PIC XX.
               10  ZT-DELIVERY         PIC X.

       LINKAGE SECTION.
       01 LK-ORDER.
           IF I-CITY = " "
               MOVE ERROR-DESC(4) TO LK-ERR-DESC
               GO TO 1000-X.
      *A DONOR CAN LIVE ANYWHERE - THE DEPOSIT TABLE ONLY MATTERS
      *WHERE THERE ARE CANS TO PUT A DEPOSIT ON.
           IF NOT IS-DONATION
               PERFORM 1100-CHECK-STATE
               IF STATE-FOUND-SW NOT = 'TRUE'
                   MOVE ERROR-DESC(5) TO LK-ERR-DESC
                   GO TO 1000-X.
           IF I-ZIP5 NOT NUMERIC
               MOVE ERROR-DESC(6) TO LK-ERR-DESC
               GO TO 1000-X.
               MOVE 0000 TO I-ZIP4
               MOVE 'TRUE' TO WARNING-FOUND-SW
               MOVE 1 TO WARN-MSG-SUB.
      *A DONATION HAS NO FLAVOR OR CASES TO EDIT - IT TAKES ITS OWN
      *EDITS AT 1000-DONATION AND REJOINS AT THE TEAM CHECK.
           IF IS-DONATION
               GO TO 1000-DONATION.
           IF I-POP-TYPE NOT NUMERIC
               MOVE ERROR-DESC(7) TO LK-ERR-DESC
               GO TO 1000-X.
           IF I-NUM-CASES = 0
               MOVE ERROR-DESC(10) TO LK-ERR-DESC
               GO TO 1000-X.
           GO TO 1000-TEAM.

      *THE LETTER AT YEAR END GOES TO THE DONOR, SO THE DONOR HAS TO
      *BE NAMED, AND A GIFT OF NOTHING IS A KEYING MISTAKE. CASES ON
      *A DONATION MEAN AN ORDER GOT KEYED AS ONE - IT HAS TO BE
      *SPLIT OUT AS AN ORDER SO THE POP GETS DELIVERED.
       1000-DONATION.
           IF I-CUST-NAME = SPACES
               MOVE ERROR-DESC(16) TO LK-ERR-DESC
               GO TO 1000-X.
           IF I-AMOUNT-PAID NOT NUMERIC OR I-AMOUNT-PAID = 0
               MOVE ERROR-DESC(17) TO LK-ERR-DESC
               GO TO 1000-X.
           IF I-POP-TYPE NOT NUMERIC OR I-POP-TYPE NOT = 0 OR
                   I-NUM-CASES NOT NUMERIC OR I-NUM-CASES NOT = 0
               MOVE ERROR-DESC(18) TO LK-ERR-DESC
               GO TO 1000-X.

       1000-TEAM.
           IF NOT VAL-TEAM
               MOVE ERROR-DESC(11) TO LK-ERR-DESC
               GO TO 1000-X.
      *NAME THE ORDER IT TAKES BACK OUT OF THE MONEY. AN ORDER
      *RECORD WITH A GARBAGE TYPE BYTE FAILS RATHER THAN SLIPPING
      *INTO THE TOTALS AS EITHER SIGN.
           IF NOT IS-ORDER-TRANS AND NOT IS-CREDIT AND
                   NOT IS-DONATION
               MOVE ERROR-DESC(13) TO LK-ERR-DESC
               GO TO 1000-X.
           IF IS-CREDIT
               IF I-ORDER-NO NOT NUMERIC OR I-ORDER-NO = 0
                   MOVE ERROR-DESC(14) TO LK-ERR-DESC
                   GO TO 1000-X.
      *THE ZIP HAS TO BELONG TO THE STATE KEYED - A ZIP IN ANOTHER
      *STATE IS A TYPO IN ONE OR THE OTHER, AND EITHER WAY THE ORDER
      *WOULD LAND ON THE WRONG ROUTE SHEET AND THE WRONG DEPOSIT
      *RATE. A CITY THAT DOESN'T MATCH, A ZIP WE DON'T HAVE, OR A
      *ZIP OUR DRIVERS DON'T GO TO ONLY WARNS. IT RUNS LAST SO ITS
      *WARNING IS THE ONE THAT GOES BACK - THE OUT-OF-AREA ONE IS
      *THE ONE A CAPTAIN HAS TO ACT ON BEFORE DELIVERY DAY.
           PERFORM 1300-CHECK-ZIP THRU 1300-X.
           IF ZIP-FOUND-SW = 'TRUE' AND ZIP-STATE-SW NOT = 'TRUE'
               MOVE ERROR-DESC(15) TO LK-ERR-DESC
               GO TO 1000-X.
           IF WARNING-FOUND-SW = 'TRUE'
               MOVE 'WARN' TO LK-ERROR-SWITCH
               MOVE WARNING-MSG(WARN-MSG-SUB) TO LK-ERR-DESC
               MOVE 'TRUE' TO SELLER-FOUND-SW
               MOVE LK-SM-SELLER-NO(SUB2) TO LK-SELLER-NO.

      *EVERY ROW FOR THE ZIP IS WEIGHED - A ZIP THE POST OFFICE
      *SHARES BETWEEN TWO TOWN NAMES HAS A ROW FOR EACH, AND EITHER
      *NAME IS GOOD. WE DELIVER THERE IF ANY OF ITS ROWS SAYS SO. A
      *CREDIT OR A DONATION NEVER GOES ON A TRUCK, SO NEITHER GETS A
      *DELIVERY WARNING.
       1300-CHECK-ZIP.
           IF ZIP-LOADED-SW NOT = 'TRUE'
               PERFORM 1350-LOAD-ZIP-TABLE.
           MOVE 'FALSE' TO ZIP-FOUND-SW.
           MOVE 'FALSE' TO ZIP-STATE-SW.
           MOVE 'FALSE' TO ZIP-CITY-SW.
           MOVE 'FALSE' TO ZIP-DELIVER-SW.
           IF ZIP-COUNT = 0
               GO TO 1300-X.
           PERFORM 1310-WEIGH-ONE-ZIP-ROW
               VARYING ZIP-SUB FROM 1 BY 1
                   UNTIL ZIP-SUB > ZIP-COUNT.
           IF ZIP-FOUND-SW NOT = 'TRUE'
               MOVE 'TRUE' TO WARNING-FOUND-SW
               MOVE 4 TO WARN-MSG-SUB
               GO TO 1300-X.
           IF ZIP-CITY-SW NOT = 'TRUE'
               MOVE 'TRUE' TO WARNING-FOUND-SW
               MOVE 5 TO WARN-MSG-SUB.
           IF ZIP-DELIVER-SW NOT = 'TRUE' AND NOT IS-CREDIT AND
                   NOT IS-DONATION
               MOVE 'TRUE' TO WARNING-FOUND-SW
               MOVE 6 TO WARN-MSG-SUB.

       1300-X.
           EXIT.

       1310-WEIGH-ONE-ZIP-ROW.
           IF I-ZIP5 = ZT-ZIP5(ZIP-SUB)
               MOVE 'TRUE' TO ZIP-FOUND-SW
               IF I-STATE = ZT-STATE(ZIP-SUB)
                   MOVE 'TRUE' TO ZIP-STATE-SW
                   IF I-CITY = ZT-CITY(ZIP-SUB)
                       MOVE 'TRUE' TO ZIP-CITY-SW
                   END-IF
                   IF ZT-DELIVERY(ZIP-SUB) = 'Y'
                       MOVE 'TRUE' TO ZIP-DELIVER-SW.

      *THE CITY IS CUT TO THE ORDER'S TEN CHARACTERS ON THE WAY IN,
      *SO IT COMPARES THE WAY IT WAS KEYED ON THE TALLY SHEET.
       1350-LOAD-ZIP-TABLE.
           MOVE 'TRUE' TO ZIP-LOADED-SW.
           OPEN INPUT ZIP-REFERENCE-FILE.
           IF ZP-FILE-STATUS = '00'
               PERFORM 1360-READ-ZIP
                   UNTIL ZP-EOF = 'TRUE'
               CLOSE ZIP-REFERENCE-FILE.

       1360-READ-ZIP.
           READ ZIP-REFERENCE-FILE
               AT END
                   MOVE 'TRUE' TO ZP-EOF.
           IF ZP-EOF NOT = 'TRUE'
               IF ZIP-COUNT < 2000
                   ADD 1 TO ZIP-COUNT
                   MOVE ZP-ZIP5 TO ZT-ZIP5(ZIP-COUNT)
                   MOVE ZP-CITY TO ZT-CITY(ZIP-COUNT)
                   MOVE ZP-STATE TO ZT-STATE(ZIP-COUNT)
                   MOVE ZP-DELIVERY TO ZT-DELIVERY(ZIP-COUNT)
               ELSE
                   DISPLAY 'CBLPOPVC - ZIP REFERENCE FILE EXCEEDS 2000 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *SUB STILL SITS ON THE DEPOSIT ROW 1100-CHECK-STATE CHOSE FOR
      *THIS ORDER'S UPLOAD DATE - NO SECOND SEARCH NEEDED. A
      *DONATION NEVER WENT THROUGH 1100-CHECK-STATE, AND IT IS NO
      *SALE AND OWES NOTHING - ALL THREE FIGURES ARE ZERO AND THE
      *CALLER COUNTS THE GIFT FROM I-AMOUNT-PAID ON ITS OWN.
       2000-CALC.
           MOVE 0 TO LK-DEPOSIT-AMT.
           IF IS-DONATION
               MOVE 0 TO LK-TOTAL-SALES
               MOVE 0 TO LK-BALANCE-DUE
           ELSE
               PERFORM 1150-FIND-PRICE
               COMPUTE LK-DEPOSIT-AMT =
                   LK-DEPOSIT-VAL(SUB) * 24 * I-NUM-CASES
               COMPUTE LK-TOTAL-SALES =
                   C-CASE-PRICE * I-NUM-CASES + LK-DEPOSIT-AMT
               COMPUTE LK-BALANCE-DUE = LK-TOTAL-SALES - I-AMOUNT-PAID.
