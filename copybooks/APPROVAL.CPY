           05 SA-SOURCE         PIC X(6).
           05 SA-DECIDED-BY     PIC X(10).
           05 SA-DECISION-DATE  PIC 9(8).
           05 SA-REFERENCE      PIC X(19).
