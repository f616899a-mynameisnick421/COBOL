      *******************************************
      *  COMMIT CHECKPOINT FOR THE TWO RUNS     *
      *  THAT DRAW CASES DOWN - CBLPOPAL        *
      *  (CBLPOPAK.DAT) AND CBLPOPRE            *
      *  (CBLPOPRK.DAT). ONE RECORD, REWRITTEN  *
      *  AS THE RUN COMMITS, EMPTIED AT NORMAL  *
      *  END. IT HOLDS WHAT WAS ON HAND BEFORE  *
      *  THE RUN TOUCHED ANYTHING, SO A RESTART *
      *  REPLAYS THE FILL FROM THE SAME STOCK   *
      *  EVEN IF THE SNAPSHOT ON DISK WAS       *
      *  ALREADY DRAWN DOWN; HOW MANY INPUT     *
      *  RECORDS HAVE THEIR MASTER STATUS       *
      *  STAMPED FOR GOOD; AND, ONCE ISSUES     *
      *  START GOING TO CBLPOPIT.DAT, HOW LONG  *
      *  THE LEDGER WAS BEFORE THE FIRST ONE -  *
      *  ANYTHING PAST THAT IS THIS RUN'S OWN   *
      *  POSTING AND IS NOT WRITTEN TWICE.      *
      *  IT ALSO HOLDS THE GENERATION OF EVERY  *
      *  CLUB THE RUN COVERED, CLUB BY CLUB -   *
      *  A NEW UPLOAD FROM ANY ONE OF THEM, OR A*
      *  CLUB COMING INTO OR DROPPING OUT OF    *
      *  THE RUN, MEANS THE CHECKPOINT NO LONGER*
      *  DESCRIBES THE FILES AND MUST NOT BE    *
      *  REPLAYED.                              *
      *******************************************
           05  CK-RUN-DATE         PIC 9(8).
           05  CK-PHASE            PIC X.
               88  CK-FILLING      VALUE 'A'.
               88  CK-POSTING      VALUE 'P'.
           05  CK-RECORDS-DONE     PIC 9(6).
           05  CK-LEDGER-BASE      PIC 9(6).
           05  CK-START-ON-HAND    PIC 9(6)        OCCURS 50.
           05  CK-CLUB-GENERATIONS.
               10  CK-CLUB-COUNT   PIC 99.
               10  CK-CLUB-GEN-ROW OCCURS 50.
                   15  CK-CLUB-CODE    PIC X(3).
                   15  CK-CLUB-GEN     PIC 9(4).
