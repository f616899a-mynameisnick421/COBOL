             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPFV.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  FORECAST AGAINST ACTUAL. ONCE A SEASON *
      *  HAS CLOSED AND CBLPOPFA HAS WRITTEN    *
      *  ITS FLAVOR HISTORY, THIS SETS WHAT     *
      *  CBLPOPFC FORECAST FOR EACH CLUB AND    *
      *  FLAVOR AGAINST WHAT WAS REALLY         *
      *  DEMANDED, HOW FAR OFF IT WAS, AND HOW  *
      *  MUCH OF THE DEMAND THE PO ACTUALLY     *
      *  FILLED. EACH CLUB ENDS WITH THE        *
      *  ACCURACY FACTOR CBLPOPFC WILL APPLY TO *
      *  THAT CLUB'S NEXT FORECAST, SO THE      *
      *  TREASURER CAN SEE WHY NEXT SEASON'S    *
      *  NUMBERS MOVED.                         *
      *  THE SEASON IS THE ONE ON CBLPOPFY.DAT, *
      *  OR THE LATEST SEASON FORECAST WHEN     *
      *  THERE IS NO SUCH FILE.                 *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FLAVOR-HISTORY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.

           SELECT FORECAST-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FF-FILE-STATUS.

           SELECT FORECAST-YEAR-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FY-FILE-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VARIANCE-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPFV.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FLAVOR-HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FH-RECORD
           RECORD CONTAINS 37 CHARACTERS.
       01 FH-RECORD.
           05  FH-YEAR             PIC 9(4).
           05  FH-POP-TYPE         PIC 99.
           05  FH-DEMANDED         PIC 9(7).
           05  FH-FILLED           PIC 9(7).
           05  FH-BACKORDERED      PIC 9(7).
           05  FH-WRITTEN-OFF      PIC 9(7).
           05  FH-CLUB-CODE        PIC X(3).

       FD FORECAST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FF-RECORD
           RECORD CONTAINS 31 CHARACTERS.
       01 FF-RECORD.
           05  FF-YEAR             PIC 9(4).
           05  FF-CLUB-CODE        PIC X(3).
           05  FF-POP-TYPE         PIC 99.
           05  FF-BASIS-CASES      PIC 9(7).
           05  FF-FORECAST-CASES   PIC 9(7).
           05  FF-RUN-DATE         PIC 9(8).

       FD FORECAST-YEAR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FY-RECORD
           RECORD CONTAINS 4 CHARACTERS.
       01 FY-RECORD.
           05  FY-SEASON-YEAR      PIC 9(4).

       FD PRODUCT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-RECORD
           RECORD CONTAINS 19 CHARACTERS.
       01 PD-RECORD.
           05  PD-CODE         PIC 99.
           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

       FD VARIANCE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  FH-FILE-STATUS  PIC XX.
           05  FF-FILE-STATUS  PIC XX.
           05  FY-FILE-STATUS  PIC XX.
           05  FH-EOF          PIC X(5)        VALUE 'FALSE'.
           05  FF-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PD-EOF          PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 99.
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-LINES-WRITTEN PIC 9(6)        VALUE 0.
           05  C-SEASON-YEAR   PIC 9(4)        VALUE 0.
           05  C-FF-FOUND      PIC 9(6)        VALUE 0.
           05  C-FH-FOUND      PIC 9(6)        VALUE 0.
           05  C-FIND-CLUB     PIC X(3).

      *ONE LINE'S FIGURES - A FLAVOR, A CLUB TOTAL OR THE LEAGUE -
      *GO THROUGH THESE SO ONE PARAGRAPH DOES THE ARITHMETIC FOR ALL
      *OF THEM. SEE 2600-PRINT-VARIANCE-LINE.
           05  C-LABEL         PIC X(16).
           05  C-FORECAST      PIC 9(8)        VALUE 0.
           05  C-DEMANDED      PIC 9(8)        VALUE 0.
           05  C-FILLED        PIC 9(8)        VALUE 0.
           05  C-BACKORDERED   PIC 9(8)        VALUE 0.
           05  C-VARIANCE      PIC S9(8)       VALUE 0.
           05  C-PCT-OFF       PIC S9(5)V9     VALUE 0.
           05  C-FILL-RATE     PIC 9(3)V9      VALUE 0.

      *CLUB TOTALS, AND THE FACTOR THEY GIVE - WORKED EXACTLY AS
      *CBLPOPFC WORKS IT IN 2200-FIGURE-ACCURACY.
           05  C-CLUB-BASIS    PIC 9(8)        VALUE 0.
           05  C-CLUB-FORECAST PIC 9(8)        VALUE 0.
           05  C-CLUB-DEMANDED PIC 9(8)        VALUE 0.
           05  C-CLUB-FILLED   PIC 9(8)        VALUE 0.
           05  C-CLUB-BACKORD  PIC 9(8)        VALUE 0.
           05  C-FACTOR        PIC 9V99        VALUE 0.

      *ONE ROW PER CLUB IN THE RUN. A FLAVOR FORECAST TWICE OR
      *WRITTEN TO THE HISTORY TWICE FOR THE SEASON TAKES THE LATER
      *RECORD.
       01 CLUB-COUNT               PIC 99          VALUE 0.
       01 CR-SUB                   PIC 99.
       01 CR-ROW                   PIC 99          VALUE 0.
       01 CR-FIND-SUB              PIC 99.
       01 CLUB-ROW-TABLE.
           05  CLUB-ROWS               OCCURS 50.
               10  CR-CLUB-CODE    PIC X(3).
               10  CR-CLUB-NAME    PIC X(30).
               10  CR-FLAVORS          OCCURS 50.
                   15  CR-BASIS    PIC 9(7).
                   15  CR-FORECAST PIC 9(7).
                   15  CR-DEMANDED PIC 9(7).
                   15  CR-FILLED   PIC 9(7).
                   15  CR-BACKORD  PIC 9(7).

      *THE LEAGUE'S FIGURES PER FLAVOR, BUILT AS EACH CLUB PRINTS.
       01 LEAGUE-TABLE.
           05  LG-FLAVORS              OCCURS 50.
               10  LG-FORECAST     PIC 9(8).
               10  LG-DEMANDED     PIC 9(8).
               10  LG-FILLED       PIC 9(8).
               10  LG-BACKORD      PIC 9(8).

      *A FLAVOR SINCE RETIRED STILL PRINTS - ITS FORECAST AND
      *DEMAND ARE PART OF THE SEASON BEING LOOKED BACK ON.
       01 PRODUCT-TABLE.
           05  PRODUCTS            OCCURS 50.
               10  POP-TYPE        PIC X(16).
               10  PROD-ACTIVE     PIC X.

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

       01 FV-TITLE.
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

       01 FV-REPORT-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'FORECAST AGAINST ACTUAL DEMAND AND FILL'.
           05  FILLER          PIC X(8)        VALUE 'SEASON'.
           05  O-SEASON-YEAR   PIC 9(4).

       01 FV-COLUMN-HEADING.
           05  FILLER          PIC X(18)       VALUE 'POP TYPE'.
           05  FILLER          PIC X(10)       VALUE 'FORECAST'.
           05  FILLER          PIC X(10)       VALUE '  ACTUAL'.
           05  FILLER          PIC X(11)       VALUE ' VARIANCE'.
           05  FILLER          PIC X(10)       VALUE '  PCT OFF'.
           05  FILLER          PIC X(10)       VALUE '  FILLED'.
           05  FILLER          PIC X(11)       VALUE ' FILL RATE'.
           05  FILLER          PIC X(11)       VALUE ' BACKORDER'.

       01 CLUB-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CL-CLUB-CODE  PIC X(3).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CL-CLUB-NAME  PIC X(30).

       01 VARIANCE-LINE.
           05  O-LABEL         PIC X(16).
           05  FILLER          PIC X           VALUE ' '.
           05  O-FORECAST      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X           VALUE ' '.
           05  O-DEMANDED      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X           VALUE ' '.
           05  O-VARIANCE      PIC -,---,--9.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PCT-OFF       PIC ----9.9.
           05  FILLER          PIC XX          VALUE '%'.
           05  O-FILLED        PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-FILL-RATE     PIC ZZ9.9.
           05  FILLER          PIC XX          VALUE '%'.
           05  O-BACKORD       PIC Z,ZZZ,ZZ9.

      *WHAT CBLPOPFC WILL MAKE OF THIS SEASON WHEN IT FORECASTS THE
      *NEXT - THE CLUB'S ACTUAL DEMAND OVER THE BASIS IT STARTED
      *FROM, HELD BETWEEN 0.50 AND 1.50.
       01 FACTOR-LINE.
           05  FILLER          PIC X(46)       VALUE
               '  ACCURACY FACTOR FOR THE NEXT FORECAST:'.
           05  O-FACTOR        PIC 9.99.
           05  FILLER          PIC X(14)       VALUE '   (BASIS WAS'.
           05  O-FACTOR-BASIS  PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(7)        VALUE ' CASES)'.

       01 NO-FACTOR-LINE.
           05  FILLER          PIC X(46)       VALUE
               '  ACCURACY FACTOR FOR THE NEXT FORECAST:'.
           05  FILLER          PIC X(30)       VALUE
               '1.00 - NOTHING TO MEASURE'.

       01 NO-FORECAST-LINE.
           05  FILLER          PIC X(40)       VALUE
               'NO FORECAST ON FILE FOR SEASON'.
           05  O-NF-YEAR       PIC 9(4).

       01 NO-ACTUALS-LINE.
           05  FILLER          PIC X(60)       VALUE
               'NO ACTUALS YET - RUN CBLPOPFA ONCE THE SEASON CLOSES.'.

       01 LEAGUE-LINE.
           05  FILLER          PIC X(20)       VALUE 'ALL CLUBS'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF C-FF-FOUND = 0
               MOVE C-SEASON-YEAR TO O-NF-YEAR
               WRITE PRINTLINE FROM NO-FORECAST-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               IF C-FH-FOUND = 0
                   WRITE PRINTLINE FROM NO-ACTUALS-LINE
                       AFTER ADVANCING 3 LINES
               ELSE
                   PERFORM 2000-PRINT-ONE-CLUB
                       VARYING CR-SUB FROM 1 BY 1
                           UNTIL CR-SUB > CLUB-COUNT
                   PERFORM 3000-PRINT-LEAGUE.
           PERFORM 4000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPFV' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           INITIALIZE LEAGUE-TABLE.
           PERFORM 1050-SET-SEASON-YEAR.
           PERFORM 1100-LOAD-CLUBS.
           PERFORM 1178-LOAD-PRODUCT-TABLE.
           PERFORM 1200-LOAD-FORECASTS.
           PERFORM 1300-LOAD-HISTORY.
           OPEN OUTPUT VARIANCE-OUT.
           PERFORM 9900-HEADINGS.

      *THE SEASON ON CBLPOPFY.DAT IF THE TREASURER KEYED ONE, ELSE
      *THE LATEST SEASON CBLPOPFC HAS FORECAST.
       1050-SET-SEASON-YEAR.
           OPEN INPUT FORECAST-YEAR-FILE.
           IF FY-FILE-STATUS = '00'
               READ FORECAST-YEAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FY-SEASON-YEAR IS NUMERIC AND
                               FY-SEASON-YEAR > 0
                           MOVE FY-SEASON-YEAR TO C-SEASON-YEAR
                       END-IF
               END-READ
               CLOSE FORECAST-YEAR-FILE.
           IF C-SEASON-YEAR = 0
               OPEN INPUT FORECAST-FILE
               IF FF-FILE-STATUS = '00'
                   PERFORM 1060-FIND-LATEST-SEASON
                       UNTIL FF-EOF = 'TRUE'
                   CLOSE FORECAST-FILE
                   MOVE 'FALSE' TO FF-EOF.
           IF C-SEASON-YEAR = 0
               MOVE I-YY TO C-SEASON-YEAR.
           MOVE C-SEASON-YEAR TO O-SEASON-YEAR.

       1060-FIND-LATEST-SEASON.
           READ FORECAST-FILE
               AT END
                   MOVE 'TRUE' TO FF-EOF.
           IF FF-EOF NOT = 'TRUE' AND FF-YEAR > C-SEASON-YEAR
               MOVE FF-YEAR TO C-SEASON-YEAR.

       1100-LOAD-CLUBS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1110-ADD-ONE-CLUB
               UNTIL NOT CB-OK.

       1110-ADD-ONE-CLUB.
           IF CB-CLUB-IN-RUN
               ADD 1 TO CLUB-COUNT
               MOVE CB-CLUB-CODE TO CR-CLUB-CODE(CLUB-COUNT)
               MOVE CB-CLUB-NAME TO CR-CLUB-NAME(CLUB-COUNT)
               PERFORM 1120-CLEAR-ONE-FLAVOR
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 50.
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       1120-CLEAR-ONE-FLAVOR.
           MOVE 0 TO CR-BASIS(CLUB-COUNT SUB)
               CR-FORECAST(CLUB-COUNT SUB) CR-DEMANDED(CLUB-COUNT SUB)
               CR-FILLED(CLUB-COUNT SUB) CR-BACKORD(CLUB-COUNT SUB).

       1178-LOAD-PRODUCT-TABLE.
      *UNLOADED SLOTS MUST READ AS SPACES, NOT LOW-VALUES, OR THE
      *NAME-ON-FILE TESTS TREAT THEM AS PRODUCTS.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50
                       MOVE SPACES TO POP-TYPE(SUB)
                       MOVE SPACE TO PROD-ACTIVE(SUB).
           OPEN INPUT PRODUCT-FILE.
           PERFORM 1179-READ-PRODUCT
               UNTIL PD-EOF = 'TRUE'.
           CLOSE PRODUCT-FILE.

       1179-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   MOVE 'TRUE' TO PD-EOF.
           IF PD-EOF NOT = 'TRUE'
               MOVE PD-NAME TO POP-TYPE(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

       1200-LOAD-FORECASTS.
           OPEN INPUT FORECAST-FILE.
           IF FF-FILE-STATUS = '00'
               PERFORM 1210-READ-ONE-FORECAST
                   UNTIL FF-EOF = 'TRUE'
               CLOSE FORECAST-FILE.

       1210-READ-ONE-FORECAST.
           READ FORECAST-FILE
               AT END
                   MOVE 'TRUE' TO FF-EOF.
           IF FF-EOF NOT = 'TRUE' AND FF-YEAR = C-SEASON-YEAR AND
                   FF-POP-TYPE > 0 AND FF-POP-TYPE NOT > 50
               ADD 1 TO C-RECORDS-READ
               MOVE FF-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-ROW
               IF CR-ROW NOT = 0
                   ADD 1 TO C-FF-FOUND
                   MOVE FF-BASIS-CASES
                       TO CR-BASIS(CR-ROW FF-POP-TYPE)
                   MOVE FF-FORECAST-CASES
                       TO CR-FORECAST(CR-ROW FF-POP-TYPE).

       1300-LOAD-HISTORY.
           OPEN INPUT FLAVOR-HISTORY-FILE.
           IF FH-FILE-STATUS = '00'
               PERFORM 1310-READ-ONE-HISTORY
                   UNTIL FH-EOF = 'TRUE'
               CLOSE FLAVOR-HISTORY-FILE.

       1310-READ-ONE-HISTORY.
           READ FLAVOR-HISTORY-FILE
               AT END
                   MOVE 'TRUE' TO FH-EOF.
           IF FH-EOF NOT = 'TRUE' AND FH-YEAR = C-SEASON-YEAR AND
                   FH-POP-TYPE > 0 AND FH-POP-TYPE NOT > 50
               ADD 1 TO C-RECORDS-READ
               MOVE FH-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-ROW
               IF CR-ROW NOT = 0
                   ADD 1 TO C-FH-FOUND
                   MOVE FH-DEMANDED
                       TO CR-DEMANDED(CR-ROW FH-POP-TYPE)
                   MOVE FH-FILLED
                       TO CR-FILLED(CR-ROW FH-POP-TYPE)
                   MOVE FH-BACKORDERED
                       TO CR-BACKORD(CR-ROW FH-POP-TYPE).

       2000-PRINT-ONE-CLUB.
           IF LINAGE-COUNTER OF VARIANCE-OUT > 40
               PERFORM 9900-HEADINGS.
           MOVE CR-CLUB-CODE(CR-SUB) TO O-CL-CLUB-CODE.
           MOVE CR-CLUB-NAME(CR-SUB) TO O-CL-CLUB-NAME.
           WRITE PRINTLINE FROM CLUB-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           MOVE 0 TO C-CLUB-BASIS C-CLUB-FORECAST C-CLUB-DEMANDED
               C-CLUB-FILLED C-CLUB-BACKORD.
           PERFORM 2100-PRINT-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           MOVE 'CLUB TOTAL' TO C-LABEL.
           MOVE C-CLUB-FORECAST TO C-FORECAST.
           MOVE C-CLUB-DEMANDED TO C-DEMANDED.
           MOVE C-CLUB-FILLED TO C-FILLED.
           MOVE C-CLUB-BACKORD TO C-BACKORDERED.
           PERFORM 2600-PRINT-VARIANCE-LINE.
           PERFORM 2200-PRINT-FACTOR.

      *A FLAVOR THAT WAS NEITHER FORECAST NOR DEMANDED BY THE CLUB
      *IS LEFT OFF.
       2100-PRINT-ONE-FLAVOR.
           IF CR-FORECAST(CR-SUB SUB) > 0 OR
                   CR-DEMANDED(CR-SUB SUB) > 0
               IF POP-TYPE(SUB) = SPACES
                   MOVE 'FLAVOR NOT ON PD' TO C-LABEL
               ELSE
                   MOVE POP-TYPE(SUB) TO C-LABEL
               END-IF
               MOVE CR-FORECAST(CR-SUB SUB) TO C-FORECAST
               MOVE CR-DEMANDED(CR-SUB SUB) TO C-DEMANDED
               MOVE CR-FILLED(CR-SUB SUB) TO C-FILLED
               MOVE CR-BACKORD(CR-SUB SUB) TO C-BACKORDERED
               PERFORM 2600-PRINT-VARIANCE-LINE
               ADD CR-FORECAST(CR-SUB SUB) TO C-CLUB-FORECAST
                   LG-FORECAST(SUB)
               ADD CR-DEMANDED(CR-SUB SUB) TO C-CLUB-DEMANDED
                   LG-DEMANDED(SUB)
               ADD CR-FILLED(CR-SUB SUB) TO C-CLUB-FILLED
                   LG-FILLED(SUB)
               ADD CR-BACKORD(CR-SUB SUB) TO C-CLUB-BACKORD
                   LG-BACKORD(SUB)
               ADD CR-BASIS(CR-SUB SUB) TO C-CLUB-BASIS.

       2200-PRINT-FACTOR.
           IF C-CLUB-BASIS > 0 AND C-CLUB-DEMANDED > 0
               COMPUTE C-FACTOR ROUNDED =
                   C-CLUB-DEMANDED / C-CLUB-BASIS
                       ON SIZE ERROR
                           MOVE 1.50 TO C-FACTOR
               END-COMPUTE
               IF C-FACTOR < 0.50
                   MOVE 0.50 TO C-FACTOR
               END-IF
               IF C-FACTOR > 1.50
                   MOVE 1.50 TO C-FACTOR
               END-IF
               MOVE C-FACTOR TO O-FACTOR
               MOVE C-CLUB-BASIS TO O-FACTOR-BASIS
               WRITE PRINTLINE FROM FACTOR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
           ELSE
               WRITE PRINTLINE FROM NO-FACTOR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS.

      *VARIANCE IS ACTUAL LESS FORECAST - MINUS MEANS THE FORECAST
      *WAS HIGH. PCT OFF IS THE VARIANCE AS A SHARE OF THE FORECAST;
      *FILL RATE IS WHAT THE PO FILLED AS A SHARE OF WHAT WAS
      *DEMANDED.
       2600-PRINT-VARIANCE-LINE.
           COMPUTE C-VARIANCE = C-DEMANDED - C-FORECAST.
           MOVE 0 TO C-PCT-OFF.
           IF C-FORECAST > 0
               COMPUTE C-PCT-OFF ROUNDED =
                   C-VARIANCE * 100 / C-FORECAST
                       ON SIZE ERROR
                           MOVE 9999.9 TO C-PCT-OFF.
           MOVE 0 TO C-FILL-RATE.
           IF C-DEMANDED > 0
               COMPUTE C-FILL-RATE ROUNDED =
                   C-FILLED * 100 / C-DEMANDED
                       ON SIZE ERROR
                           MOVE 100 TO C-FILL-RATE.
           MOVE C-LABEL TO O-LABEL.
           MOVE C-FORECAST TO O-FORECAST.
           MOVE C-DEMANDED TO O-DEMANDED.
           MOVE C-VARIANCE TO O-VARIANCE.
           MOVE C-PCT-OFF TO O-PCT-OFF.
           MOVE C-FILLED TO O-FILLED.
           MOVE C-FILL-RATE TO O-FILL-RATE.
           MOVE C-BACKORDERED TO O-BACKORD.
           WRITE PRINTLINE FROM VARIANCE-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           ADD 1 TO C-LINES-WRITTEN.

       3000-PRINT-LEAGUE.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM LEAGUE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO C-CLUB-FORECAST C-CLUB-DEMANDED
               C-CLUB-FILLED C-CLUB-BACKORD.
           PERFORM 3100-PRINT-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           MOVE 'LEAGUE TOTAL' TO C-LABEL.
           MOVE C-CLUB-FORECAST TO C-FORECAST.
           MOVE C-CLUB-DEMANDED TO C-DEMANDED.
           MOVE C-CLUB-FILLED TO C-FILLED.
           MOVE C-CLUB-BACKORD TO C-BACKORDERED.
           PERFORM 2600-PRINT-VARIANCE-LINE.

       3100-PRINT-ONE-FLAVOR.
           IF LG-FORECAST(SUB) > 0 OR LG-DEMANDED(SUB) > 0
               IF POP-TYPE(SUB) = SPACES
                   MOVE 'FLAVOR NOT ON PD' TO C-LABEL
               ELSE
                   MOVE POP-TYPE(SUB) TO C-LABEL
               END-IF
               MOVE LG-FORECAST(SUB) TO C-FORECAST
               MOVE LG-DEMANDED(SUB) TO C-DEMANDED
               MOVE LG-FILLED(SUB) TO C-FILLED
               MOVE LG-BACKORD(SUB) TO C-BACKORDERED
               PERFORM 2600-PRINT-VARIANCE-LINE
               ADD LG-FORECAST(SUB) TO C-CLUB-FORECAST
               ADD LG-DEMANDED(SUB) TO C-CLUB-DEMANDED
               ADD LG-FILLED(SUB) TO C-CLUB-FILLED
               ADD LG-BACKORD(SUB) TO C-CLUB-BACKORD.

       4000-CLOSING.
           CLOSE VARIANCE-OUT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-LINES-WRITTEN TO RG-RECORDS-WRITTEN.
           MOVE 0 TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

       8000-FIND-CLUB-ROW.
           MOVE 0 TO CR-ROW.
           PERFORM 8010-CHECK-ONE-ROW
               VARYING CR-FIND-SUB FROM 1 BY 1
                   UNTIL CR-FIND-SUB > CLUB-COUNT OR CR-ROW NOT = 0.

       8010-CHECK-ONE-ROW.
           IF CR-CLUB-CODE(CR-FIND-SUB) = C-FIND-CLUB
               MOVE CR-FIND-SUB TO CR-ROW.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM FV-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM FV-REPORT-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM FV-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
