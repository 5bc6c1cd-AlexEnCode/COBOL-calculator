      *=============================================================*
      * CTLREC : ligne des totaux de controle (controle_totaux.txt),*
      * tenus a part du journal d'audit et de l'alimentation pour   *
      * deceler une retouche faite a la main dans les deux a la     *
      * fois. Une ligne par fichier (CTL-FILE A = audit_log.txt,    *
      * F = recon_feed.txt), date de gestion et devise de la ligne  *
      * ecrite, mise a jour a chaque ecriture par le programme qui  *
      * ecrit (calculatrice, validation, ...).                      *
      * CTL-COUNT compte les lignes, CTL-MAX-SEQ garde le plus      *
      * grand numero de sequence, CTL-SUM cumule les resultats      *
      * (AUD-R-VIEW ou FEED-RESULT) et CTL-HASH les empreintes des  *
      * lignes : somme des rangs des caracteres ponderes par leur   *
      * position, sur 160 positions completees a blanc, modulo      *
      * 10**15. La reconciliation et la cloture recalculent ces     *
      * totaux sur les fichiers ; l'archivage les reporte au        *
      * manifeste des mois archives.                                *
      *=============================================================*
       01  CTL-RECORD-TAG.
           05  CTL-FILE           PIC X(01).
           05  FILLER             PIC X.
           05  CTL-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  CTL-CURRENCY       PIC X(03).
           05  FILLER             PIC X.
           05  CTL-COUNT          PIC 9(07).
           05  FILLER             PIC X.
           05  CTL-MAX-SEQ        PIC 9(08).
           05  FILLER             PIC X.
           05  CTL-SUM            PIC S9(11)V9(2)
                                  SIGN IS TRAILING SEPARATE.
           05  FILLER             PIC X.
           05  CTL-HASH           PIC 9(15).
