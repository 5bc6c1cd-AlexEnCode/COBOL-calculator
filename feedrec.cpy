      * de sequence unique du calcul, commun a l'enregistrement et  *
      * a sa ligne d'audit jumelle : la reconciliation apparie sur  *
      * ce numero. Les enregistrements d'avant ce champ se          *
      * relisent a blanc. FEED-REV-SEQ n'est renseigne que sur un   *
      * enregistrement d'extourne : numero de sequence du calcul    *
      * annule, dont il reprend les operandes avec un resultat de   *
      * signe oppose. FEED-CONTRACT porte le numero de contrat sur  *
      * les interets postes par le traitement de nuit (interets),   *
      * a blanc sur tout autre enregistrement.                      *
      *=============================================================*
       01  FEED-RECORD-TAG.
           05  FEED-DATE          PIC X(10).
           05  FEED-OPER-ID       PIC X(08).
           05  FILLER             PIC X.
           05  FEED-SEQ           PIC X(08).
           05  FILLER             PIC X.
           05  FEED-REV-SEQ       PIC X(08).
           05  FILLER             PIC X.
           05  FEED-CONTRACT      PIC X(08).
