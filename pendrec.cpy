      *=============================================================*
      * PENDREC : ligne de la file des calculs en attente de        *
      * validation (attente_validation.txt). La file n'est jamais   *
      * reecrite : la calculatrice y ajoute une ligne A par calcul  *
      * retenu au-dessus du seuil, le programme de validation une   *
      * ligne V (valide) ou R (rejete) par decision. Un calcul est  *
      * encore en attente tant qu'aucune ligne V ou R ne porte son  *
      * numero de sequence.                                         *
      * PND-DATE est la date de gestion du calcul, reprise telle    *
      * quelle sur la decision. PND-OPER-ID est l'auteur de la      *
      * ligne : operateur de saisie sur A, superviseur qui decide   *
      * sur V et R. PND-LIMIT porte le seuil depasse (A),           *
      * PND-REASON le motif de la decision (V et R).                *
      * PND-FEED-LINE et PND-AUDIT-LINE ne sont remplis que sur A : *
      * enregistrement d'alimentation retenu, rendu tel quel a la   *
      * validation, et ligne d'audit de mise en attente, dont la    *
      * ligne de rejet reprend les montants en signe oppose.        *
      *=============================================================*
       01  PND-RECORD-TAG.
           05  PND-TYPE           PIC X(01).
           05  FILLER             PIC X.
           05  PND-SEQ            PIC X(08).
           05  FILLER             PIC X.
           05  PND-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  PND-TIME           PIC X(08).
           05  FILLER             PIC X.
           05  PND-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  PND-CURRENCY       PIC X(03).
           05  FILLER             PIC X.
           05  PND-R-VIEW         PIC X(10).
           05  FILLER             PIC X.
           05  PND-LIMIT          PIC X(10).
           05  FILLER             PIC X.
           05  PND-REASON         PIC X(30).
           05  FILLER             PIC X.
           05  PND-FEED-LINE      PIC X(100).
           05  FILLER             PIC X.
           05  PND-AUDIT-LINE     PIC X(160).
