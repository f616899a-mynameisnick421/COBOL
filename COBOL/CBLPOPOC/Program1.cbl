             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPOC.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  SHARED ORIGINAL-ORDER CHECK FOR        *
      *  CREDITS. A 'C'/'R'/'F' CREDIT CARRIES  *
      *  THE ORDER NUMBER IT TAKES BACK, BUT    *
      *  THE MASTER'S PRIME KEY IS SELLER AND   *
      *  SEQUENCE - THIS READS THE MASTER BY    *
      *  ITS I-ORDER-NO ALTERNATE KEY INSTEAD   *
      *  AND TOTALS WHAT THE ORIGINAL ORDER HAD *
      *  AND WHAT EARLIER CREDITS ALREADY TOOK  *
      *  BACK. THE CALLER FILLS IN THE POPOCHK  *
      *  FIELDS AND DECIDES WHETHER THE CREDIT  *
      *  FITS. OPENS AND CLOSES THE MASTER ON   *
      *  EVERY CALL, THE SAME AS CBLPOPRG DOES  *
      *  THE RUN LOG - CREDITS ARE FEW, AND A   *
      *  CALLER READING THE MASTER ITSELF NEVER *
      *  HAS ITS OWN POSITION DISTURBED.        *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-FILE-STATUS      PIC XX.
           05  MS-EOF              PIC X(5)    VALUE 'FALSE'.
           05  EARLIER-SW          PIC X(5)    VALUE 'FALSE'.
           05  SUB                 PIC 99.
           05  C-ORDER-PAID        PIC 9(7)V99 VALUE 0.
           05  C-CREDITED-PAID     PIC 9(7)V99 VALUE 0.

      *PER-FLAVOR CASES ON THE ORIGINAL ORDER AND CASES ALREADY
      *TAKEN BACK BY EARLIER CREDITS - ONE SLOT PER PRODUCT CODE.
       01 FLAVOR-TABLE.
           05  FLAVORS             OCCURS 50.
               10  FL-ORDERED      PIC 9(6).
               10  FL-CREDITED     PIC 9(6).

       LINKAGE SECTION.
       01 LK-CHECK-INFO.
           COPY POPOCHK.

       PROCEDURE DIVISION USING LK-CHECK-INFO.
       0000-MAIN.
           MOVE 'M' TO OC-RESULT.
           MOVE 0 TO OC-ORDER-CASES OC-CREDITED-CASES
               OC-ORDER-PAID OC-CREDITED-PAID.
           MOVE 0 TO C-ORDER-PAID C-CREDITED-PAID.
           PERFORM 0100-CLEAR-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           OPEN INPUT ORDER-MASTER.
      *NO MASTER AT ALL LEAVES THE ORDER MISSING - THE CALLER CAN'T
      *HAVE READ A CREDIT OFF A FILE THAT ISN'T THERE, SO THIS ONLY
      *HAPPENS WHEN SOMETHING IS BADLY WRONG.
           IF MS-FILE-STATUS NOT = '00'
               GOBACK.
           PERFORM 1000-TALLY-ORDER.
           IF OC-ORDER-FOUND
               PERFORM 2000-TALLY-EARLIER-CREDITS.
           CLOSE ORDER-MASTER.
           IF OC-POP-TYPE IS NUMERIC AND
                   OC-POP-TYPE >= 1 AND OC-POP-TYPE <= 50
               MOVE FL-ORDERED(OC-POP-TYPE) TO OC-ORDER-CASES
               MOVE FL-CREDITED(OC-POP-TYPE) TO OC-CREDITED-CASES.
           MOVE C-ORDER-PAID TO OC-ORDER-PAID.
           MOVE C-CREDITED-PAID TO OC-CREDITED-PAID.
           GOBACK.

       0100-CLEAR-ONE-FLAVOR.
           MOVE 0 TO FL-ORDERED(SUB).
           MOVE 0 TO FL-CREDITED(SUB).

      *FIRST PASS - EVERY ORDER LINE CARRYING THE NUMBER. THE CASH
      *RIDES LINE 01 ONLY, SO SUMMING EVERY LINE'S PAID FIELD IS
      *THE ORDER'S CASH.
       1000-TALLY-ORDER.
           PERFORM 1100-START-ON-ORDER.
           PERFORM 1200-TALLY-ONE-ORDER-LINE
               UNTIL MS-EOF = 'TRUE'.

      *POSITIONS ON THE FIRST MASTER RECORD FOR THE ORDER NUMBER BY
      *THE ALTERNATE KEY - NOTHING THERE MEANS NOTHING TO TALLY.
       1100-START-ON-ORDER.
           MOVE 'FALSE' TO MS-EOF.
           MOVE OC-ORDER-NO TO I-ORDER-NO OF MS-ORDER-DETAIL.
           START ORDER-MASTER
               KEY IS = I-ORDER-NO OF MS-ORDER-DETAIL
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               PERFORM 1150-READ-NEXT.

      *READ NEXT FOLLOWS THE KEY THE START USED, SO THE RUN OF
      *RECORDS FOR ONE ORDER NUMBER ENDS WHEN THE NUMBER CHANGES.
       1150-READ-NEXT.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE'
               IF I-ORDER-NO OF MS-ORDER-DETAIL NOT = OC-ORDER-NO
                   MOVE 'TRUE' TO MS-EOF.

      *THE TRAILER RIDES UNDER KEY 0000/0000 AND IS NEVER AN ORDER,
      *WHATEVER ITS DETAIL AREA HAPPENS TO HOLD. ANOTHER CLUB'S
      *ORDER CARRYING THE SAME NUMBER IS NO PART OF THIS ONE.
       1200-TALLY-ONE-ORDER-LINE.
           IF (MS-SELLER-NO = 0 AND MS-ORDER-SEQ = 0) OR
                   MS-CLUB-CODE NOT = OC-CLUB-CODE
               CONTINUE
           ELSE
               IF IS-ORDER-TRANS
                   MOVE 'F' TO OC-RESULT
                   IF I-AMOUNT-PAID IS NUMERIC
                       ADD I-AMOUNT-PAID TO C-ORDER-PAID
                   END-IF
                   IF I-POP-TYPE IS NUMERIC AND I-NUM-CASES IS NUMERIC
                       IF I-POP-TYPE >= 1 AND I-POP-TYPE <= 50
                           ADD I-NUM-CASES TO FL-ORDERED(I-POP-TYPE).
           PERFORM 1150-READ-NEXT.

      *SECOND PASS - THE CREDITS KEYED AHEAD OF THIS ONE. THE LOAD
      *HANDS OUT SEQUENCE NUMBERS IN FILE ORDER, SO A LOWER
      *SEQUENCE (SELLER NUMBER BREAKING A TIE) IS AN EARLIER CREDIT.
      *AN EARLIER CREDIT ONLY COUNTS IF IT FIT WHAT WAS STILL OPEN
      *WHEN IT CAME ALONG - ONE THAT OVER-RAN WAS REJECTED ITSELF,
      *AND MUST NOT SHUT OUT THE LEGITIMATE ONE BEHIND IT. THE
      *ALTERNATE KEY HANDS DUPLICATES BACK IN THE ORDER THEY WERE
      *WRITTEN, WHICH IS SEQUENCE ORDER.
       2000-TALLY-EARLIER-CREDITS.
           PERFORM 1100-START-ON-ORDER.
           PERFORM 2100-TALLY-ONE-CREDIT
               UNTIL MS-EOF = 'TRUE'.

       2100-TALLY-ONE-CREDIT.
           MOVE 'FALSE' TO EARLIER-SW.
           IF MS-ORDER-SEQ < OC-ORDER-SEQ
               MOVE 'TRUE' TO EARLIER-SW.
           IF MS-ORDER-SEQ = OC-ORDER-SEQ AND
                   MS-SELLER-NO < OC-SELLER-NO
               MOVE 'TRUE' TO EARLIER-SW.
           IF MS-CLUB-CODE NOT = OC-CLUB-CODE
               MOVE 'FALSE' TO EARLIER-SW.
           IF EARLIER-SW = 'TRUE' AND IS-CREDIT
               IF I-POP-TYPE IS NUMERIC AND I-NUM-CASES IS NUMERIC AND
                       I-AMOUNT-PAID IS NUMERIC
                   IF I-POP-TYPE >= 1 AND I-POP-TYPE <= 50
                       IF I-NUM-CASES + FL-CREDITED(I-POP-TYPE)
                               NOT > FL-ORDERED(I-POP-TYPE) AND
                               I-AMOUNT-PAID + C-CREDITED-PAID
                               NOT > C-ORDER-PAID
                           ADD I-NUM-CASES TO FL-CREDITED(I-POP-TYPE)
                           ADD I-AMOUNT-PAID TO C-CREDITED-PAID.
           PERFORM 1150-READ-NEXT.
