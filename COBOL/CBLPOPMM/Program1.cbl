      *  THOSE MAKE EVERY MATCH AMBIGUOUS. RUN  *
      *  THIS AND CLEAN UP BEFORE CBLPOPLD      *
      *  BUILDS THE SELLER-KEYED MASTER.        *
      *  ONE PASS CHECKS ONE CLUB'S FLAT FILE   *
      *  (CBLPOPSLXXX.DAT) AGAINST THAT CLUB'S  *
      *  SELLERS ON THE ROSTER.                 *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POP-SALES-REPORT
               ASSIGN TO DYNAMIC SL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELLER-MASTER-FILE
       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE    PIC X(3).
           05  SM-SELLER-NO    PIC 9(4).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 SL-FILE-NAME             PIC X(40).

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
           MOVE SPACES TO SL-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPSL' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO SL-FILE-NAME.
           MOVE 'CBLPOPMM' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT MATCH-OUT
           ELSE
               OPEN EXTEND MATCH-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SM-COUNT < 500
                   ADD 1 TO SM-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SM-COUNT)
