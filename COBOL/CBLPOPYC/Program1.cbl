      *  CBLNLH06 APPEND TO AT CLOSING TIME, AND *
      *  PRINTS A YEAR-OVER-YEAR COMPARISON OF   *
      *  THE TWO MOST RECENT YEARS ON FILE.      *
      *  ONE PASS COMPARES ONE CLUB'S YEARS.     *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HS-RECORD
           RECORD CONTAINS 36 CHARACTERS.
       01 HS-RECORD.
           05  HS-YEAR             PIC 9(4).
           05  HS-TOTAL-CASES       PIC 9(7).
           05  HS-TOTAL-SALES       PIC 9(9)V99.
           05  HS-TOTAL-BAL         PIC S9(9)V99.
           05  HS-CLUB-CODE         PIC X(3).

       FD COMPARE-OUT
           LABEL RECORD IS OMITTED
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

      *DISPLAY-FORM FIELDS FOR THE CSV EXPORT RECORDS.
       01 CSV-WORK.
           05  CSV-YEAR        PIC 9(4).
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
           MOVE 'CBLPOPYC' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT HISTORY-FILE.
           IF CB-FIRST-PASS
               OPEN OUTPUT COMPARE-OUT
           ELSE
               OPEN EXTEND COMPARE-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
                       MOVE XP-MODE TO CSV-EXPORT-SW
               END-READ
               CLOSE EXPORT-MODE-FILE.
           IF CSV-EXPORT-SW = 'CSV' AND CB-FIRST-PASS
               OPEN OUTPUT CSV-EXPORT-OUT.
           IF CSV-EXPORT-SW = 'CSV' AND CB-LATER-PASS
               OPEN EXTEND CSV-EXPORT-OUT.

      *EVERY CLUB'S YEARS SHARE THE ONE FILE - ONLY THIS CLUB'S ARE
      *TAKEN.
       1100-LOAD-HISTORY.
           IF EOF NOT = 'TRUE'
               IF HS-CLUB-CODE = CB-CLUB-CODE
                   ADD 1 TO HISTORY-COUNT
                   MOVE HS-YEAR TO H-YEAR(HISTORY-COUNT)
                   MOVE HS-TOTAL-CASES TO H-TOTAL-CASES(HISTORY-COUNT)
                   MOVE HS-TOTAL-SALES TO H-TOTAL-SALES(HISTORY-COUNT)
                   MOVE HS-TOTAL-BAL TO H-TOTAL-BAL(HISTORY-COUNT)
               END-IF
               PERFORM 9000-READ.

       2000-PRINT-YEAR.
               MOVE H-TOTAL-SALES(SUB) TO CSV-SALES
               MOVE H-TOTAL-BAL(SUB) TO CSV-BAL
               MOVE SPACES TO CSV-EXPORT-LINE
               STRING CB-CLUB-CODE ',' 'YEAR' ',' CSV-YEAR ','
                       CSV-CASES ','
                       CSV-SALES ',' CSV-BAL
                   DELIMITED BY SIZE
                   INTO CSV-EXPORT-LINE
