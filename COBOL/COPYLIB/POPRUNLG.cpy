           05  RG-EVENT            PIC X(5).
               88  RG-START-EVENT  VALUE 'START'.
               88  RG-END-EVENT    VALUE 'END'.
      *CBLPOPDV ALONE WRITES STEP - ONE PER RUN-PLAN LINE FINISHED,
      *WITH THE PLAN LINE NUMBER IN RG-RECORDS-READ, SO A HALTED
      *PLAN CAN PICK UP AT THE STEP THAT FAILED.
               88  RG-STEP-EVENT   VALUE 'STEP'.
      *CBLPOPDV ALSO WRITES DROP FOR EACH CLUB IT LEAVES OUT AND
      *CLUB FOR EACH CLUB THAT FINISHES A CLUB-BY-CLUB PLAN LINE -
      *STAMPED WITH THAT CLUB, PLAN LINE IN RG-RECORDS-READ - SO A
      *RESUMED PLAN LEAVES OUT THE SAME CLUBS AND DOESN'T RUN A CLUB
      *THROUGH A STEP IT ALREADY FINISHED.
               88  RG-DROP-EVENT   VALUE 'DROP'.
               88  RG-CLUB-EVENT   VALUE 'CLUB'.
           05  RG-RECORDS-READ     PIC 9(6).
           05  RG-RECORDS-WRITTEN  PIC 9(6).
           05  RG-ERR-CTR          PIC 9(4).
