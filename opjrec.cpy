      *=============================================================*
      * OPJREC : ligne du journal des changements d'etat des        *
      * operateurs (operateurs_journal.txt), jamais reecrit.        *
      * OPJ-ACTION vaut S (suspension automatique apres des refus   *
      * repetes) ou R (reactivation par un superviseur) ;           *
      * OPJ-OLD-STATUS et OPJ-NEW-STATUS portent OPM-STATUS avant   *
      * et apres. OPJ-BY est le code du superviseur qui reactive,   *
      * AUTO pour une suspension automatique, qui porte alors le    *
      * nombre de refus compte et la fenetre en minutes.            *
      *=============================================================*
       01  OPJ-RECORD-TAG.
           05  OPJ-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  OPJ-TIME           PIC X(08).
           05  FILLER             PIC X.
           05  OPJ-PROGRAM        PIC X(08).
           05  FILLER             PIC X.
           05  OPJ-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  OPJ-ACTION         PIC X(01).
           05  FILLER             PIC X.
           05  OPJ-OLD-STATUS     PIC X(01).
           05  FILLER             PIC X.
           05  OPJ-NEW-STATUS     PIC X(01).
           05  FILLER             PIC X.
           05  OPJ-BY             PIC X(08).
           05  FILLER             PIC X.
           05  OPJ-FAILURES       PIC 9(03).
           05  FILLER             PIC X.
           05  OPJ-WINDOW         PIC 9(04).
