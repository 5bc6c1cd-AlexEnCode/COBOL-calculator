      * d'alimentation jumeaux : la reconciliation apparie sur ce   *
      * numero et un trou dans la suite prouve une ecriture         *
      * perdue. Les lignes d'avant ce champ se relisent a blanc.    *
      * AUD-REV-SEQ n'est renseigne que sur une ligne d'extourne :  *
      * il porte le numero de sequence du calcul qu'elle annule     *
      * (memes operandes et operateur, resultat et taxe de signe    *
      * oppose). Vide sur toute autre ligne.                        *
      * AUD-CURRENCY porte la devise du resultat. AUD-FX-FROM et    *
      * AUD-FX-AMOUNT ne sont renseignes qu'avec AUD-RATE : devise  *
      * d'origine de l'operande B et son montant avant conversion,  *
      * pour la reevaluation de change de fin de mois. Les lignes   *
      * d'avant ces champs se relisent a blanc.                     *
      * AUD-STATUS vaut A sur un calcul au-dessus du seuil de       *
      * validation, mis en attente au lieu de partir dans           *
      * l'alimentation, et R sur la ligne de rejet deposee par le   *
      * superviseur qui le refuse : meme numero de sequence,        *
      * AUD-REV-SEQ sur ce numero, montants de signe oppose et      *
      * motif dans AUD-REASON. Vide sur toute autre ligne.          *
      * Sur une ligne d'interets de contrat (traitement de nuit     *
      * interets), AUD-REASON porte "CONTRAT ", le numero du        *
      * contrat et l'evenement (courus, echeance, remboursement     *
      * anticipe) : vue AUD-CONTRACT-VIEW.                          *
      *=============================================================*
       01  AUD-RECORD-TAG.
           05  AUD-DATE           PIC X(10).
           05  AUD-VAT-AMOUNT     PIC X(10).
           05  FILLER             PIC X.
           05  AUD-SEQ            PIC X(08).
           05  FILLER             PIC X.
           05  AUD-REV-SEQ        PIC X(08).
           05  FILLER             PIC X.
           05  AUD-CURRENCY       PIC X(03).
           05  FILLER             PIC X.
           05  AUD-FX-FROM        PIC X(03).
           05  FILLER             PIC X.
           05  AUD-FX-AMOUNT      PIC X(10).
           05  FILLER             PIC X.
           05  AUD-STATUS         PIC X(01).
           05  FILLER             PIC X.
           05  AUD-REASON         PIC X(30).
           05  AUD-CONTRACT-VIEW  REDEFINES AUD-REASON.
               10  AUD-CTR-TAG    PIC X(08).
               10  AUD-CONTRACT   PIC X(08).
               10  FILLER         PIC X.
               10  AUD-CTR-EVENT  PIC X(13).
