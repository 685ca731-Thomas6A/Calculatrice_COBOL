               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-SEQ-NO
               ALTERNATE RECORD KEY IS HIST-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-USER WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-CALCUL WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

      *Compte-rendu des annulations
           05  HIST-TIME           PIC 9(6).
           05  HIST-USER           PIC X(10).
           05  HIST-ORIGIN         PIC X.
           05  HIST-COST-CENTRE    PIC X(6).

      *Une ligne du compte-rendu des annulations
       FD  CORR-FILE.
