      *******************************************
      *  BATCH CONTROL FILE CBLPOPBC.DAT, ONE    *
      *  RECORD PER CLUB - EACH CLUB'S UPLOAD    *
      *  MOVES ON ITS OWN. ONLY CBLPOPCB READS   *
      *  AND WRITES IT; EVERYONE ELSE ASKS       *
      *  CBLPOPCB (SEE POPCLUB). CBLPOPCV BUMPS  *
      *  BC-GENERATION EVERY TIME IT REWRITES    *
      *  THE CLUB'S FLAT FILE; CBLPOPLD STAMPS   *
      *  BC-LOADED-GEN WHEN THE ORDER MASTER IS  *
      *  REBUILT FROM THAT GENERATION; CBLNLH05  *
      *  STAMPS BC-VALIDATED-GEN AFTER A CLEAN   *
      *  THE WAY A TRUNCATED ONE CAN'T SLIP PAST *
      *  THE TRAILER.                            *
      *******************************************
           05  BC-CLUB-CODE        PIC X(3).
           05  BC-GENERATION       PIC 9(4).
           05  BC-PRODUCED-BY      PIC X(8).
           05  BC-LOADED-GEN       PIC 9(4).
