      *=============================================================*
      * CTRREC : fiche du fichier maitre des contrats              *
      * (contrats.txt), placements et prets enregistres depuis la  *
      * simulation d'interets de la calculatrice. Une ligne par    *
      * contrat, reecrite en entier par le traitement de nuit des  *
      * interets (interets) et par la maintenance (ctrmnt).        *
      * CTR-TYPE : C placement capitalise, A pret amortissable.    *
      * CTR-STATUS : A actif, R remboursement anticipe demande     *
      * (solde par le traitement de nuit), S solde par             *
      * anticipation, C clos par un superviseur, E arrive a terme. *
      * CTR-PAYMENT : versement constant du pret, nul en placement.*
      * CTR-PER-DONE compte les echeances passees, CTR-NEXT-DUE    *
      * donne la prochaine (a blanc une fois le contrat termine).  *
      * CTR-ACCRUED : interets courus de la periode en cours, pas  *
      * encore echus ; CTR-ACCR-TOTAL cumule tous les courus       *
      * postes et CTR-INT-PAID les interets echus (verses sur un   *
      * pret, capitalises sur un placement). CTR-LAST-ACCRUAL :    *
      * date de gestion du dernier passage, qui rend une relance   *
      * sans effet. CTR-END-DATE et CTR-END-OPER : date et         *
      * superviseur de la cloture ou du remboursement anticipe.    *
      *=============================================================*
       01  CTR-RECORD-TAG.
           05  CTR-NUMBER         PIC X(08).
           05  FILLER             PIC X.
           05  CTR-TYPE           PIC X(01).
           05  FILLER             PIC X.
           05  CTR-STATUS         PIC X(01).
           05  FILLER             PIC X.
           05  CTR-CURRENCY       PIC X(03).
           05  FILLER             PIC X.
           05  CTR-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  CTR-START-DATE     PIC X(10).
           05  FILLER             PIC X.
           05  CTR-PRINCIPAL      PIC 9(6)V9(2).
           05  FILLER             PIC X.
           05  CTR-RATE-PCT       PIC 9(2)V9(4).
           05  FILLER             PIC X.
           05  CTR-PERIODS        PIC 9(03).
           05  FILLER             PIC X.
           05  CTR-PAYMENT        PIC 9(7)V9(2).
           05  FILLER             PIC X.
           05  CTR-PER-DONE       PIC 9(03).
           05  FILLER             PIC X.
           05  CTR-NEXT-DUE       PIC X(10).
           05  FILLER             PIC X.
           05  CTR-BALANCE        PIC 9(7)V9(2).
           05  FILLER             PIC X.
           05  CTR-ACCRUED        PIC 9(7)V9(2).
           05  FILLER             PIC X.
           05  CTR-ACCR-TOTAL     PIC 9(8)V9(2).
           05  FILLER             PIC X.
           05  CTR-INT-PAID       PIC 9(8)V9(2).
           05  FILLER             PIC X.
           05  CTR-LAST-ACCRUAL   PIC X(10).
           05  FILLER             PIC X.
           05  CTR-END-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  CTR-END-OPER       PIC X(08).
