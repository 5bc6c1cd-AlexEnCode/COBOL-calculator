               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BCP-STATUS.

      * Registre des lots : une ligne ajoutee a chaque decision sur
      * un fichier de lot (accepte, rejete, sans entete autorise,
      * termine) avec ses compteurs. Un numero de lot deja accepte
      * y est retrouve et sa resoumission refusee.
           SELECT BATCH-REGISTRY-FILE ASSIGN TO "registre_lots.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRG-STATUS.

      * Alimentation a largeur fixe pour le job de reconciliation de
      * fin de journee : un enregistrement par calcul termine.
           SELECT FEED-OUTPUT-FILE ASSIGN TO "recon_feed.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VATF-STATUS.

      * Seuils de validation a quatre yeux : un montant par devise
      * et par niveau d'habilitation de l'operateur, charges au
      * demarrage. Un resultat au-dessus du seuil ne part pas dans
      * l'alimentation : il attend la decision d'un superviseur.
           SELECT THRESHOLD-FILE ASSIGN TO "seuils_validation.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-THR-STATUS.

      * File des calculs en attente de validation, completee en
      * ajout : l'enregistrement d'alimentation retenu y attend la
      * decision du programme de validation (valider).
           SELECT PENDING-FILE ASSIGN TO "attente_validation.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      * Echeancier des simulations de placement et de pret : une
      * ligne par periode (date d'echeance, interets, part de
      * capital, solde restant), reecrit a chaque simulation.
           SELECT SCHEDULE-FILE ASSIGN TO "echeancier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

      * Calendrier des jours ouvres (regle de week-end et jours
      * feries de chaque annee), tenu par la maintenance du
      * calendrier : une echeance qui tombe un jour ferme est
      * reportee au jour ouvre suivant.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Registres nommes : montants de reference (commission fixe,
      * solde de place, ...) conserves entre les sessions, sur le
      * meme principe de reecriture complete que le point de reprise.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * Extourne : le calcul a annuler peut deja avoir quitte le
      * journal vivant. Le catalogue des archives tenu par
      * l'archiveur donne les cles de butoir AAAAMMJJ, chaque
      * archive d'audit et d'alimentation est nommee d'apres elle.
           SELECT ARCH-INDEX-FILE ASSIGN TO "arch_index.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-STATUS.
           SELECT AUDIT-ARCH-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT FEED-ARCH-FILE ASSIGN TO DYNAMIC
               WS-FARCH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FARCH-STATUS.

      * Totaux de controle par date de gestion et devise, tenus a
      * part du journal et de l'alimentation et reecrits a chaque
      * ecriture : une retouche des deux fichiers a la main ne
      * passe plus la reconciliation.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "controle_totaux.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      * Fichier maitre des contrats : une simulation d'interets
      * peut etre enregistree comme placement ou pret, ajoute en
      * fin de fichier sous le numero suivant le plus grand deja
      * attribue. Le traitement de nuit des interets (interets) en
      * poste les courus.
           SELECT CONTRACT-FILE ASSIGN TO "contrats.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * operande,devise,operateur,operande,devise,codetva (devises
      * vides = unite STD, code TVA requis pour v et g seulement) ;
      * l'ancien triplet operande,operateur,operande reste accepte.
      * Le fichier s'ouvre sur une ligne d'entete
      * H,numero de lot,service,JJ/MM/AAAA (date de gestion) et se
      * ferme sur une ligne de fin de lot
      * T,nombre de lignes,somme des operandes A et B. Un fichier
      * sans entete ni fin de lot ne passe qu'avec l'accord d'un
      * superviseur.
       FD  BATCH-INPUT-FILE.
       01  BATCH-INPUT-RECORD     PIC X(60).

           05  BCP-DONE-NB        PIC 9(5).
           05  FILLER             PIC X.
           05  BCP-REJ-NB         PIC 9(5).
           05  FILLER             PIC X.
           05  BCP-BATCH-ID       PIC X(12).
           05  FILLER             PIC X.
           05  BCP-HELD-NB        PIC 9(5).

      * Une ligne par decision sur un lot : numero, service et date
      * de gestion de l'entete, date et heure machine, operateur,
      * etat, lignes de detail et somme des operandes comptees,
      * compteurs du passage et motif.
       FD  BATCH-REGISTRY-FILE.
       01  BATCH-REGISTRY-RECORD.
           05  BRG-BATCH-ID       PIC X(12).
           05  FILLER             PIC X.
           05  BRG-DEPT           PIC X(10).
           05  FILLER             PIC X.
           05  BRG-BUS-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  BRG-RUN-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  BRG-RUN-TIME       PIC X(08).
           05  FILLER             PIC X.
           05  BRG-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  BRG-STATE          PIC X(12).
           05  FILLER             PIC X.
           05  BRG-LINE-NB        PIC 9(5).
           05  FILLER             PIC X.
           05  BRG-OPD-SUM        PIC S9(9)V9(2)
                                  SIGN IS TRAILING SEPARATE.
           05  FILLER             PIC X.
           05  BRG-DONE-NB        PIC 9(5).
           05  FILLER             PIC X.
           05  BRG-REJ-NB         PIC 9(5).
           05  FILLER             PIC X.
           05  BRG-HELD-NB        PIC 9(5).
           05  FILLER             PIC X.
           05  BRG-REASON         PIC X(30).

      * Enregistrement a largeur fixe attendu par le job de
      * reconciliation : date, heure, operandes, operateur, resultat,
           05  FILLER             PIC X.
           05  VT-RATE-TEXT       PIC X(08).

      * Un seuil par ligne : devise (*** pour toute devise sans
      * ligne propre), niveau O ou S, montant en clair valide au
      * chargement.
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05  THR-CURRENCY       PIC X(03).
           05  FILLER             PIC X.
           05  THR-LEVEL          PIC X(01).
           05  FILLER             PIC X.
           05  THR-AMOUNT-TEXT    PIC X(12).

      * Calcul mis en attente : ligne A de la file de validation.
       FD  PENDING-FILE.
       COPY pendrec REPLACING
           ==PND-RECORD-TAG== BY ==PENDING-RECORD==.

      * Une ligne d'echeancier par periode : numero, date
      * d'echeance (jour ouvre), interets de la periode, part de
      * capital remboursee, solde restant du.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SCH-PERIOD         PIC X(04).
           05  FILLER             PIC X.
           05  SCH-DUE-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  SCH-INTEREST       PIC X(11).
           05  FILLER             PIC X.
           05  SCH-PRINCIPAL      PIC X(11).
           05  FILLER             PIC X.
           05  SCH-BALANCE        PIC X(11).

      * Ligne du calendrier : jour ferie ou regle de week-end.
       FD  CALENDAR-FILE.
       COPY calrec REPLACING
           ==CAL-RECORD-TAG== BY ==CALENDAR-RECORD==.

      * Un registre nomme par ligne : nom et montant memorise.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-VALUE          PIC S9(6)V9(2)
                                  SIGN IS TRAILING SEPARATE.

      * Catalogue des archives : une cle de butoir par coupe.
       FD  ARCH-INDEX-FILE.
       01  ARCH-INDEX-RECORD.
           05  AIX-KEY            PIC X(8).

      * Les archives portent les memes lignes que les fichiers
      * vivants ; chaque ligne est rejouee dans l'enregistrement du
      * journal ou de l'alimentation pour etre decoupee par le meme
      * dessin.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(160).

       FD  FEED-ARCH-FILE.
       01  FEED-ARCH-RECORD       PIC X(100).

      * Ligne des totaux de controle.
       FD  CONTROL-TOTALS-FILE.
       COPY ctlrec REPLACING
           ==CTL-RECORD-TAG== BY ==CONTROL-TOTALS-RECORD==.

      * Fiche contrat du fichier maitre.
       FD  CONTRACT-FILE.
       COPY ctrrec REPLACING
           ==CTR-RECORD-TAG== BY ==CONTRACT-RECORD==.

       WORKING-STORAGE SECTION.

      * Ensemble des datas. Les views seront les valeurs affichées en
       01  WS-SIGNON-VERDICT   PIC X(20)      VALUE SPACES.
       01  WS-SIGNON-OK        PIC X(1)       VALUE "N".

      * Usage d'une fonction reservee aux superviseurs (extourne,
      * lot sans entete) : journalise comme une session, sous le
      * code qui agit et un verdict propre a la fonction.
       01  WS-SUPV-ACTOR       PIC X(8)       VALUE SPACES.
       01  WS-SUPV-VERDICT     PIC X(20)      VALUE SPACES.

      * Ventilation des statistiques de session par operateur de
      * saisie, pour le resume de fin de session.
       01  WS-OPSTAT-COUNT     PIC 9          VALUE 0.
      * Mode de fonctionnement : (I)nteractif ou (B)atch. Peut etre
      * impose en ligne de commande (calc B) pour un lancement par
      * un ordonnanceur, sans terminal ni operateur pour repondre
      * aux invites. Le code superviseur qui autorise un fichier de
      * lot sans entete peut suivre (calc B ADMIN).
       01  WS-RUN-MODE         PIC X(1)       VALUE "I".
       01  WS-MODE-ENTRY       PIC X(13)      VALUE "MODE (I/B):  ".
       01  WS-CMD-LINE         PIC X(40)      VALUE SPACES.
       01  WS-CMD-LINE-ARG     PIC X(1)       VALUE SPACE.

      * Gestion du fichier de traitement par lot. La ligne est
       01  WS-BATCH-LINE-NB    PIC 9(5)       VALUE 0.
       01  WS-BATCH-SKIP-NB    PIC 9(5)       VALUE 0.

      * Controle prealable du lot, passe sur tout le fichier avant
      * la moindre ecriture : entete (ligne 1) et fin de lot
      * relues, lignes de detail et somme des operandes comptees
      * entre les deux. WS-BCT-OK a "N" rejette le lot entier,
      * motif dans WS-BCT-REASON.
       01  WS-BCT-OK           PIC X(1)       VALUE "Y".
       01  WS-BCT-REASON       PIC X(30)      VALUE SPACES.
       01  WS-BCT-HEADER       PIC X(1)       VALUE "N".
       01  WS-BCT-LINE-NB      PIC 9(5)       VALUE 0.
       01  WS-BCT-HDR-NB       PIC 9(5)       VALUE 0.
       01  WS-BCT-TRL-NB       PIC 9(5)       VALUE 0.
       01  WS-BCT-TRL-LINE     PIC 9(5)       VALUE 0.
       01  WS-BCT-AFTER-NB     PIC 9(5)       VALUE 0.
       01  WS-BCT-DETAIL-NB    PIC 9(5)       VALUE 0.
       01  WS-BCT-SUM          PIC S9(9)V9(2) VALUE 0.
       01  WS-BCT-SUM-ERR      PIC X(1)       VALUE "N".
       01  WS-BCT-SUM-VIEW     PIC -(9)9.99.

      * Ligne d'entete H,numero de lot,service,date de gestion.
       01  WS-BHD-TAG          PIC X(1)       VALUE SPACE.
       01  WS-BHD-ID           PIC X(12)      VALUE SPACES.
       01  WS-BHD-DEPT         PIC X(10)      VALUE SPACES.
       01  WS-BHD-DATE         PIC X(10)      VALUE SPACES.

      * Ligne de fin de lot T,nombre de lignes,somme des operandes.
      * WS-BTR-OK a "N" quand l'un des deux montants est illisible.
       01  WS-BTR-TAG          PIC X(1)       VALUE SPACE.
       01  WS-BTR-LINES-TEXT   PIC X(9)       VALUE SPACES.
       01  WS-BTR-SUM-TEXT     PIC X(15)      VALUE SPACES.
       01  WS-BTR-LINE-NB      PIC 9(5)       VALUE 0.
       01  WS-BTR-SUM          PIC S9(9)V9(2) VALUE 0.
       01  WS-BTR-OK           PIC X(1)       VALUE "N".

      * Registre des lots : etat de la ligne a deposer, et
      * WS-BRG-DUP a "Y" quand le numero de lot y figure deja comme
      * accepte.
       01  WS-BRG-STATUS       PIC X(2)       VALUE "00".
       01  WS-BRG-EOF          PIC X(1)       VALUE "N".
       01  WS-BRG-DUP          PIC X(1)       VALUE "N".
       01  WS-BRG-STATE        PIC X(12)      VALUE SPACES.

      * Accord du superviseur pour un fichier sans entete : code
      * passe en ligne de commande ou saisi a l'invite.
       01  WS-BATCH-SUPV-ID    PIC X(8)       VALUE SPACES.
       01  WS-BATCH-SUPV-OK    PIC X(1)       VALUE "N".
       01  WS-SUPV-ENTRY       PIC X(19)
                               VALUE "CODE SUPERVISEUR:  ".

      * Journal d'audit
       01  WS-AUDIT-STATUS     PIC X(2)       VALUE "00".

       01  WS-SEQ-STATUS       PIC X(2)       VALUE "00".
       01  WS-CALC-SEQ         PIC 9(8)       VALUE 0.

      * Totaux de controle (controle_totaux.txt), relus en entier
      * et reecrits a chaque ligne portee : une entree par fichier
      * (A audit, F alimentation), date de gestion et devise.
      * WS-CTL-REC-* decrit la ligne qui vient d'etre ecrite, son
      * image complete dans WS-CTL-LINE pour l'empreinte.
       01  WS-CTL-STATUS       PIC X(2)       VALUE "00".
       01  WS-CTL-EOF          PIC X(1)       VALUE "N".
       01  WS-CTL-COUNT        PIC 9(3)       VALUE 0.
       01  WS-CTL-IX           PIC 9(3)       VALUE 0.
       01  WS-CTL-FOUND-IX     PIC 9(3)       VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY    OCCURS 500 TIMES.
               10  WS-CTL-KIND     PIC X(1).
               10  WS-CTL-DATE     PIC X(10).
               10  WS-CTL-CUR      PIC X(3).
               10  WS-CTL-NB       PIC 9(7).
               10  WS-CTL-MAX-SEQ  PIC 9(8).
               10  WS-CTL-SUM      PIC S9(11)V9(2).
               10  WS-CTL-HASH     PIC 9(15).
       01  WS-CTL-REC-KIND     PIC X(1)       VALUE SPACE.
       01  WS-CTL-REC-DATE     PIC X(10)      VALUE SPACES.
       01  WS-CTL-REC-CUR      PIC X(3)       VALUE SPACES.
       01  WS-CTL-REC-SEQ      PIC X(8)       VALUE SPACES.
       01  WS-CTL-REC-RESULT   PIC S9(9)V9(2) VALUE 0.
       01  WS-CTL-SEQ-NUM      PIC 9(8)       VALUE 0.
       01  WS-CTL-LINE         PIC X(160)     VALUE SPACES.
       01  WS-CTL-POS          PIC 9(3)       VALUE 0.
       01  WS-CTL-LINE-HASH    PIC 9(15)      VALUE 0.

      * Code devise/unite associe a chaque operande et au resultat,
      * pour eviter d'additionner ou de soustraire deux devises
      * differentes sans s'en rendre compte. Code par defaut EUR.
       01  WS-RATE-USED        PIC 9(4)V9(6)  VALUE 0.
       01  WS-RATE-USED-VIEW   PIC Z(3)9.9(6).
       01  WS-CONVERTED-B      PIC S9(3)V9(2) VALUE 0.
      * Devise et montant de l'operande B avant conversion, portes
      * sur la ligne d'audit pour la reevaluation de fin de mois.
       01  WS-FX-FROM          PIC X(3)       VALUE SPACES.
       01  WS-FX-AMOUNT        PIC S9(3)V9(2) VALUE 0.
       01  WS-FX-AMOUNT-VIEW   PIC -(6)9.99.

      * Simulations d'interets composes : capitalisation d'un
      * placement ou amortissement d'un pret a versement constant.
       01  WS-INT-AMT-VIEW2    PIC -(7)9.99.
       01  WS-INT-AMT-VIEW3    PIC -(7)9.99.

      * Date d'echeance d'une periode : periodes mensuelles a
      * partir de la date de gestion, meme quantieme (ramene au
      * dernier jour d'un mois plus court), reportee au jour ouvre
      * suivant selon le calendrier.
       01  WS-INT-DUE-MONTHS   PIC 9(4)       VALUE 0.
       01  WS-INT-DUE-YEAR     PIC 9(4)       VALUE 0.
       01  WS-INT-DUE-MONTH    PIC 99         VALUE 0.
       01  WS-INT-DUE-DAY      PIC 99         VALUE 0.
       01  WS-INT-DUE-NUM      PIC 9(8)       VALUE 0.
       01  WS-INT-DUE-DATE     PIC X(10)      VALUE SPACES.

      * Enregistrement d'une simulation comme contrat : numero
      * attribue (plus grand numero du fichier maitre plus un) et
      * reponse de l'operateur.
       01  WS-CTR-STATUS       PIC X(2)       VALUE "00".
       01  WS-CTR-EOF          PIC X(1)       VALUE "N".
       01  WS-CTR-SAVE         PIC X(1)       VALUE "N".
       01  WS-CTR-SAVE-ENTRY   PIC X(36)
                   VALUE "ENREGISTRER COMME CONTRAT (Y/N): ".
       01  WS-CTR-LAST         PIC 9(8)       VALUE 0.
       01  WS-CTR-NUMBER       PIC 9(8)       VALUE 0.

      * Calendrier des jours ouvres en memoire : regle de week-end
      * (jours fermes, 1 lundi a 7 dimanche, samedi et dimanche si
      * le calendrier est absent), jours feries en cle AAAAMMJJ et
      * annees couvertes par au moins un ferie (une annee sans
      * aucun ferie n'a sans doute pas ete saisie).
       01  WS-CAL-STATUS       PIC X(2)       VALUE "00".
       01  WS-CAL-EOF          PIC X(1)       VALUE "N".
       01  WS-CAL-LOADED       PIC X(1)       VALUE "N".
       01  WS-CAL-WEEKEND      PIC X(7)       VALUE "67".
       01  WS-CAL-COUNT        PIC 9(3)       VALUE 0.
       01  WS-CAL-IX           PIC 9(3)       VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY    OCCURS 200 TIMES.
               10  WS-CAL-KEY      PIC X(8).
       01  WS-CAL-YEAR-COUNT   PIC 99         VALUE 0.
       01  WS-CAL-YEAR-IX      PIC 99         VALUE 0.
       01  WS-CAL-YEAR-TABLE.
           05  WS-CAL-YEAR     PIC X(4)       OCCURS 30 TIMES.
       01  WS-CAL-YEAR-FOUND   PIC X(1)       VALUE "N".
       01  WS-CAL-WARNED-YEAR  PIC X(4)       VALUE SPACES.

      * Jour a tester, en rang depuis le 01/01/1601 (un lundi) :
      * jour de la semaine, verdict ouvert/ferme et nombre de jours
      * fermes sautes pour trouver le jour ouvre.
       01  WS-CAL-DAY-INT      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-NUM      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-KEY      PIC X(8)       VALUE SPACES.
       01  WS-CAL-WEEKDAY      PIC 9(1)       VALUE 0.
       01  WS-CAL-WEEKDAY-X    PIC X(1)       VALUE SPACE.
       01  WS-CAL-HITS         PIC 9(2)       VALUE 0.
       01  WS-CAL-OPEN         PIC X(1)       VALUE "N".
       01  WS-CAL-SKIPPED      PIC 9(3)       VALUE 0.

      * Mode d'arrondi choisi en debut de session pour les calculs
      * qui ne tombent pas juste (divisions et pourcentages) :
      * T = troncature (comportement historique), H = demi au-dessus,
       01  WS-VAT-AMOUNT-VIEW  PIC -(6)9.99.
       01  WS-VATCODE-ENTRY    PIC X(14)      VALUE "CODE TVA (3): ".

      * Seuils de validation a quatre yeux charges au demarrage. Le
      * seuil d'un calcul est celui de sa devise de resultat et du
      * niveau de l'operateur (le mode lot, sans habilitation,
      * prend le niveau operateur), a defaut celui de la ligne ***
      * du meme niveau. Sans seuil applicable, rien n'est retenu.
       01  WS-THR-STATUS       PIC X(2)       VALUE "00".
       01  WS-THR-EOF          PIC X(1)       VALUE "N".
       01  WS-THR-COUNT        PIC 99         VALUE 0.
       01  WS-THR-IX           PIC 99         VALUE 0.
       01  WS-THR-TABLE.
           05  WS-THR-ENTRY    OCCURS 30 TIMES.
               10  WS-THR-CUR      PIC X(3).
               10  WS-THR-LEVEL    PIC X(1).
               10  WS-THR-AMOUNT   PIC 9(6)V9(2).

      * Verdict du calcul courant : "Y" quand son resultat depasse
      * le seuil, l'audit le marque alors en attente et
      * l'enregistrement d'alimentation part dans la file de
      * validation (attente_validation.txt) au lieu de
      * recon_feed.txt. La ligne d'audit y est jointe pour que le
      * rejet puisse la contre-passer.
       01  WS-PND-STATUS       PIC X(2)       VALUE "00".
       01  WS-HOLD             PIC X(1)       VALUE "N".
       01  WS-HOLD-LEVEL       PIC X(1)       VALUE SPACE.
       01  WS-HOLD-FOUND       PIC X(1)       VALUE "N".
       01  WS-HOLD-LIMIT       PIC 9(6)V9(2)  VALUE 0.
       01  WS-HOLD-LIMIT-VIEW  PIC Z(5)9.99.
       01  WS-PND-AUD-LINE     PIC X(160)     VALUE SPACES.
       01  WS-BATCH-HELD-NB    PIC 9(5)       VALUE 0.

      * Registres nommes, charges au demarrage depuis registres.txt
      * et reecrits en bloc a chaque mise a jour : les montants de
      * reference du matin restent disponibles apres une coupure.
       01  WS-REG-VALUE-VIEW   PIC -(6)9.99.
       01  WS-REGNAME-ENTRY    PIC X(15)      VALUE "NOM REGISTRE: ".

      * Extourne d'un calcul deja journalise (commande "a",
      * superviseur seulement). Le calcul d'origine est recherche
      * par son numero de sequence dans les archives puis dans les
      * fichiers vivants ; la ligne d'audit et l'enregistrement
      * d'alimentation trouves sont gardes tels quels pour batir
      * la contre-passation. WS-REV-OF-SEQ porte le numero annule
      * jusqu'aux deux ecritures jumelles de l'extourne, et reste a
      * blanc pour tout autre calcul.
       01  WS-AIX-STATUS       PIC X(2)       VALUE "00".
       01  WS-ARCH-STATUS      PIC X(2)       VALUE "00".
       01  WS-FARCH-STATUS     PIC X(2)       VALUE "00".
       01  WS-AIX-EOF          PIC X(1)       VALUE "N".
       01  WS-REV-EOF          PIC X(1)       VALUE "N".
       01  WS-ARCH-NAME        PIC X(30)      VALUE SPACES.
       01  WS-FARCH-NAME       PIC X(30)      VALUE SPACES.
       01  WS-REV-ENTRY        PIC X(22)
                               VALUE "SEQUENCE A EXTOURNER: ".
       01  WS-REV-ENTRY-BUF    PIC X(9)       VALUE SPACES.
       01  WS-REV-SEQ-NUM      PIC 9(8)       VALUE 0.
       01  WS-REV-TARGET       PIC X(8)       VALUE SPACES.
       01  WS-REV-OF-SEQ       PIC X(8)       VALUE SPACES.
       01  WS-REV-AUD-FOUND    PIC X(1)       VALUE "N".
       01  WS-REV-FEED-FOUND   PIC X(1)       VALUE "N".
       01  WS-REV-ALREADY      PIC X(1)       VALUE "N".
       01  WS-REV-IS-CONTRA    PIC X(1)       VALUE "N".
       01  WS-REV-HELD         PIC X(1)       VALUE "N".
       01  WS-REV-REJECTED     PIC X(1)       VALUE "N".
       01  WS-REV-AUD-LINE     PIC X(160)     VALUE SPACES.
       01  WS-REV-FEED-LINE    PIC X(100)     VALUE SPACES.
       01  WS-REV-CONFIRM      PIC X(1)       VALUE "N".
       01  WS-REV-CONFIRM-ENTRY PIC X(29)
                   VALUE "CONFIRMER L'EXTOURNE (Y/N): ".
      * Valeur de travail de la session, remise en place apres
      * l'extourne : la contre-passation n'est pas un calcul de
      * l'operateur et ne doit pas changer sa valeur de depart.
       01  WS-REV-SAVE-NBR-A   PIC S9(3)V9(2) VALUE 0.
       01  WS-REV-SAVE-RESULT  PIC S9(6)V9(2) VALUE 0.
       01  WS-REV-SAVE-CUR-A   PIC X(3)       VALUE SPACES.
       01  WS-REV-SAVE-CUR-R   PIC X(3)       VALUE SPACES.

      *date time management
       01  WS-DATE.
           05  WS-DAY       PIC 99.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-VAT-TABLE.
           PERFORM LOAD-THRESHOLD-TABLE.
           PERFORM LOAD-REGISTERS.

      * Le mode peut etre impose en argument de ligne de commande
      * (calc B) : lancement par un ordonnanceur, sans operateur pour
      * repondre aux invites de reprise ou de choix du mode. Un
      * second argument porte le code du superviseur qui autorise
      * un fichier de lot sans entete.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-LINE-ARG WS-BATCH-SUPV-ID.
           MOVE FUNCTION UPPER-CASE (WS-CMD-LINE-ARG)
               TO WS-CMD-LINE-ARG.
           MOVE FUNCTION UPPER-CASE (WS-BATCH-SUPV-ID)
               TO WS-BATCH-SUPV-ID.

           IF WS-CMD-LINE-ARG = "B"
               MOVE "B" TO WS-RUN-MODE
           DISPLAY "- Interets:       i (placement ou pret, avec".
           DISPLAY "                  echeancier complet)".
           DISPLAY "- Operateur:      o (changer de code operateur)".
           DISPLAY "- Extourne:       a (superviseur, annule un".
           DISPLAY "                  calcul journalise par son".
           DISPLAY "                  numero de sequence)".
           DISPLAY "- Quitter:        q".
           DISPLAY " ------------------------------------------------".
           DISPLAY "Entrez votre calcul:".
                   WHEN "i"
                   WHEN "I"
                       PERFORM INTEREST-MODE
                   WHEN "a"
                   WHEN "A"
                       PERFORM REVERSAL-MODE
                   WHEN OTHER
                       MOVE "Y" TO WS-COMMAND-DONE
               END-EVALUATE
           MOVE "N" TO WS-RATE-APPLIED.
           MOVE "N" TO WS-VAT-APPLIED.
           MOVE WS-CUR-A-CODE TO WS-CUR-R-CODE.
      * L'ecart d'arrondi n'est pas une saisie : jamais retenu.
           MOVE "N" TO WS-HOLD.
           PERFORM NEXT-SEQUENCE.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM WRITE-FEED-RECORD.
           MOVE WS-RATE-USED TO WS-RATE-USED-VIEW.
           DISPLAY "Conversion " WS-CUR-B-CODE " -> " WS-CUR-A-CODE
               " au taux " WS-RATE-USED-VIEW.
           MOVE WS-CUR-B-CODE TO WS-FX-FROM.
           MOVE WS-NBR-B TO WS-FX-AMOUNT.
           MOVE WS-CONVERTED-B TO WS-NBR-B.
           MOVE WS-NBR-B TO WS-B-VIEW.
           MOVE WS-CUR-A-CODE TO WS-CUR-B-CODE.
               FUNCTION NUMVAL(FUNCTION TRIM(VT-RATE-TEXT)).
           EXIT.

      * Chargement des seuils de validation au demarrage. Une table
      * absente laisse tout passer directement a l'alimentation,
      * comme avant, mais on le dit.
       LOAD-THRESHOLD-TABLE.
           MOVE ZERO TO WS-THR-COUNT.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THR-STATUS NOT = "00"
               DISPLAY "Seuils de validation (seuils_validation.txt)"
                   " absents : aucun calcul ne sera retenu."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-THR-EOF.
           PERFORM UNTIL WS-THR-EOF = "Y"
               READ THRESHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-THR-EOF
                   NOT AT END
                       PERFORM LOAD-THRESHOLD-LINE
               END-READ
           END-PERFORM.
           CLOSE THRESHOLD-FILE.
           DISPLAY "Seuils de validation charges : " WS-THR-COUNT
               " seuils.".
           EXIT.

      * Controle et rangement d'une ligne de seuils. Un niveau autre
      * que O ou S, ou un montant non numerique, est signale et
      * ignore : un seuil zero fabrique retiendrait tout.
       LOAD-THRESHOLD-LINE.
           MOVE FUNCTION UPPER-CASE (THR-CURRENCY) TO THR-CURRENCY.
           MOVE FUNCTION UPPER-CASE (THR-LEVEL) TO THR-LEVEL.
           IF THR-LEVEL NOT = "O" AND THR-LEVEL NOT = "S"
               DISPLAY "Ligne de seuil invalide ignoree : "
                   THRESHOLD-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(THR-AMOUNT-TEXT))
                   NOT = 0
               DISPLAY "Ligne de seuil invalide ignoree : "
                   THRESHOLD-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-THR-COUNT >= 30
               DISPLAY "Table des seuils pleine, ligne ignoree : "
                   THRESHOLD-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-THR-COUNT.
           MOVE THR-CURRENCY TO WS-THR-CUR (WS-THR-COUNT).
           MOVE THR-LEVEL TO WS-THR-LEVEL (WS-THR-COUNT).
           COMPUTE WS-THR-AMOUNT (WS-THR-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(THR-AMOUNT-TEXT)).
           EXIT.

      * Le resultat courant doit-il attendre un second regard ? On
      * cherche le seuil de la devise et du niveau, a defaut celui
      * de la ligne ***. Les extournes ne sont jamais retenues :
      * elles annulent un calcul deja passe a l'alimentation.
       CHECK-APPROVAL-THRESHOLD.
           MOVE "N" TO WS-HOLD.
           IF WS-REV-OF-SEQ NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-LEVEL = "S"
               MOVE "S" TO WS-HOLD-LEVEL
           ELSE
               MOVE "O" TO WS-HOLD-LEVEL
           END-IF.
           MOVE "N" TO WS-HOLD-FOUND.
           PERFORM VARYING WS-THR-IX FROM 1 BY 1
                   UNTIL WS-THR-IX > WS-THR-COUNT
               IF WS-HOLD-FOUND = "N"
                  AND WS-THR-CUR (WS-THR-IX) = WS-CUR-R-CODE
                  AND WS-THR-LEVEL (WS-THR-IX) = WS-HOLD-LEVEL
                   MOVE "Y" TO WS-HOLD-FOUND
                   MOVE WS-THR-AMOUNT (WS-THR-IX) TO WS-HOLD-LIMIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-THR-IX FROM 1 BY 1
                   UNTIL WS-THR-IX > WS-THR-COUNT
               IF WS-HOLD-FOUND = "N"
                  AND WS-THR-CUR (WS-THR-IX) = "***"
                  AND WS-THR-LEVEL (WS-THR-IX) = WS-HOLD-LEVEL
                   MOVE "Y" TO WS-HOLD-FOUND
                   MOVE WS-THR-AMOUNT (WS-THR-IX) TO WS-HOLD-LIMIT
               END-IF
           END-PERFORM.
           IF WS-HOLD-FOUND = "Y"
              AND FUNCTION ABS (WS-RESULT) > WS-HOLD-LIMIT
               MOVE "Y" TO WS-HOLD
               MOVE WS-HOLD-LIMIT TO WS-HOLD-LIMIT-VIEW
           END-IF.
           EXIT.

      * Saisie du code TVA de l'operation courante en mode
      * interactif ; le mode lot passe directement par
      * APPLY-VAT-CODE avec le code porte par la ligne.
           CLOSE SIGNON-LOG-FILE.
           EXIT.

      * Depose l'usage d'une fonction de superviseur au journal des
      * sessions, sous le code WS-SUPV-ACTOR et le verdict
      * WS-SUPV-VERDICT : l'etat de securite hebdomadaire (securite)
      * les reprend. Ce ne sont pas des ouvertures de session : le
      * verrouillage des codes ne les compte pas.
       WRITE-SUPERVISOR-USE.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF WS-SGL-STATUS NOT = "00"
               OPEN OUTPUT SIGNON-LOG-FILE
           END-IF.
           IF WS-SGL-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire signon_log.txt"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT DATE-STRING FROM DATE YYYYMMDD.
           ACCEPT TIME-STRING FROM TIME.
           MOVE SPACES TO SIGNON-LOG-RECORD.
           STRING DATE-STRING(7:2) "/" DATE-STRING(5:2) "/"
                  DATE-STRING(1:4)
               DELIMITED BY SIZE INTO SGL-DATE.
           STRING TIME-STRING(1:2) ":" TIME-STRING(3:2) ":"
                  TIME-STRING(5:2)
               DELIMITED BY SIZE INTO SGL-TIME.
           MOVE "calc" TO SGL-PROGRAM.
           MOVE WS-SUPV-ACTOR TO SGL-OPER-ID.
           MOVE WS-SUPV-VERDICT TO SGL-VERDICT.
           WRITE SIGNON-LOG-RECORD.
           CLOSE SIGNON-LOG-FILE.
           EXIT.

      * Chargement des registres nommes au demarrage. Pas de fichier
      * = premiere session : la table reste simplement vide.
       LOAD-REGISTERS.
      * constant (A). L'echeancier periode par periode part dans
      * echeancier.txt et s'affiche en etat ; le solde final suit le
      * chemin normal d'un resultat sous l'operateur "i", le taux
      * periodique tenant lieu de deuxieme operande. Sur demande,
      * la simulation est enregistree comme contrat (contrats.txt).
       INTEREST-MODE.
           DISPLAY WS-INT-MODE-ENTRY WITH NO ADVANCING.
           ACCEPT WS-INT-MODE.
               DISPLAY "Impossible d'ecrire echeancier.txt"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CALENDAR.

           MOVE WS-INT-PRINCIPAL TO WS-INT-BALANCE.
           MOVE ZERO TO WS-INT-TOT-INTEREST.
           END-IF.

           IF WS-INT-OK = "Y"
               DISPLAY " ---------------------------------------"
                   "--------------"
               DISPLAY "PER. ECHEANCE      INTERETS     CAPITAL"
                   "       SOLDE"
               DISPLAY " ---------------------------------------"
                   "--------------"
               PERFORM INTEREST-PERIOD
                   VARYING WS-INT-PER-IX FROM 1 BY 1
                   UNTIL WS-INT-PER-IX > WS-INT-PERIODS
           END-IF.

           MOVE WS-INT-TOT-INTEREST TO WS-INT-AMT-VIEW.
           DISPLAY " ---------------------------------------"
               "--------------".
           DISPLAY "Total des interets : " WS-INT-AMT-VIEW.
           MOVE WS-INT-BALANCE TO WS-INT-AMT-VIEW.
           DISPLAY "Solde final        : " WS-INT-AMT-VIEW.
           DISPLAY "Echeancier complet : echeancier.txt".
           PERFORM SAVE-CONTRACT.

      * Le solde final suit le chemin normal d'un resultat, taux
      * periodique en deuxieme operande, sous l'operateur "i".
           PERFORM WRITE-CHECKPOINT.
           EXIT.

      * Enregistrement de la simulation terminee comme contrat, sur
      * confirmation : numero suivant le plus grand du fichier
      * maitre, conditions de la simulation, operateur et date de
      * gestion de depart, premiere echeance calculee comme a
      * l'echeancier. Le contrat part actif, sans interets courus ;
      * le traitement de nuit (interets) les poste a partir de la
      * date de gestion suivante.
       SAVE-CONTRACT.
           DISPLAY WS-CTR-SAVE-ENTRY WITH NO ADVANCING.
           ACCEPT WS-CTR-SAVE.
           MOVE FUNCTION UPPER-CASE (WS-CTR-SAVE) TO WS-CTR-SAVE.
           IF WS-CTR-SAVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-CTR-LAST.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-EOF
               PERFORM UNTIL WS-CTR-EOF = "Y"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "Y" TO WS-CTR-EOF
                       NOT AT END
                           IF CTR-NUMBER NUMERIC
                              AND CTR-NUMBER > WS-CTR-LAST
                               MOVE CTR-NUMBER TO WS-CTR-LAST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.
           COMPUTE WS-CTR-NUMBER = WS-CTR-LAST + 1.

           MOVE SPACES TO CONTRACT-RECORD.
           MOVE WS-CTR-NUMBER TO CTR-NUMBER.
           MOVE WS-INT-MODE TO CTR-TYPE.
           MOVE "A" TO CTR-STATUS.
           MOVE WS-CUR-A-CODE TO CTR-CURRENCY.
           MOVE WS-OPER-ID TO CTR-OPER-ID.
           MOVE WS-BUS-DATE TO CTR-START-DATE.
           MOVE WS-INT-PRINCIPAL TO CTR-PRINCIPAL.
           MOVE WS-INT-RATE-PCT TO CTR-RATE-PCT.
           MOVE WS-INT-PERIODS TO CTR-PERIODS.
           MOVE WS-INT-PAYMENT TO CTR-PAYMENT.
           MOVE ZERO TO CTR-PER-DONE.
           MOVE 1 TO WS-INT-PER-IX.
           PERFORM INTEREST-DUE-DATE.
           MOVE WS-INT-DUE-DATE TO CTR-NEXT-DUE.
           MOVE WS-INT-PRINCIPAL TO CTR-BALANCE.
           MOVE ZERO TO CTR-ACCRUED.
           MOVE ZERO TO CTR-ACCR-TOTAL.
           MOVE ZERO TO CTR-INT-PAID.
           MOVE WS-BUS-DATE TO CTR-LAST-ACCRUAL.

           OPEN EXTEND CONTRACT-FILE.
           IF WS-CTR-STATUS NOT = "00"
               OPEN OUTPUT CONTRACT-FILE
           END-IF.
           IF WS-CTR-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire contrats.txt, contrat"
                   " non enregistre."
               EXIT PARAGRAPH
           END-IF.
           WRITE CONTRACT-RECORD.
           CLOSE CONTRACT-FILE.
           DISPLAY "Contrat enregistre sous le numero "
               WS-CTR-NUMBER ", premiere echeance " CTR-NEXT-DUE.
           EXIT.

      * Une periode de la simulation : interets du solde courant,
      * part de capital (nulle en capitalisation, versement moins
      * interets en amortissement, solde restant en derniere
                   WS-INT-BALANCE - WS-INT-PRINC-SHARE
           END-IF.
           ADD WS-INT-INTEREST TO WS-INT-TOT-INTEREST.
           PERFORM INTEREST-DUE-DATE.

           MOVE WS-INT-PER-IX TO WS-INT-PER-VIEW.
           MOVE WS-INT-INTEREST TO WS-INT-AMT-VIEW.
           MOVE WS-INT-BALANCE TO WS-INT-AMT-VIEW3.
           MOVE SPACES TO SCHEDULE-RECORD.
           MOVE WS-INT-PER-VIEW TO SCH-PERIOD.
           MOVE WS-INT-DUE-DATE TO SCH-DUE-DATE.
           MOVE WS-INT-AMT-VIEW TO SCH-INTEREST.
           MOVE WS-INT-AMT-VIEW2 TO SCH-PRINCIPAL.
           MOVE WS-INT-AMT-VIEW3 TO SCH-BALANCE.
           WRITE SCHEDULE-RECORD.
           DISPLAY WS-INT-PER-VIEW " " WS-INT-DUE-DATE " "
               WS-INT-AMT-VIEW " " WS-INT-AMT-VIEW2 " "
               WS-INT-AMT-VIEW3.
           EXIT.

      * Date d'echeance de la periode WS-INT-PER-IX : la date de
      * gestion avancee d'autant de mois, au meme quantieme ou au
      * dernier jour du mois s'il est plus court (31/01 donne
      * 28/02 ou 29/02), puis reportee au jour ouvre suivant si
      * elle tombe un week-end ou un jour ferie.
       INTEREST-DUE-DATE.
           MOVE WS-BUS-KEY(1:4) TO WS-INT-DUE-YEAR.
           MOVE WS-BUS-KEY(5:2) TO WS-INT-DUE-MONTH.
           MOVE WS-BUS-KEY(7:2) TO WS-INT-DUE-DAY.
           COMPUTE WS-INT-DUE-MONTHS =
               WS-INT-DUE-MONTH - 1 + WS-INT-PER-IX.
           COMPUTE WS-INT-DUE-YEAR =
               WS-INT-DUE-YEAR + WS-INT-DUE-MONTHS / 12.
           COMPUTE WS-INT-DUE-MONTH =
               FUNCTION MOD(WS-INT-DUE-MONTHS, 12) + 1.
           COMPUTE WS-INT-DUE-NUM = WS-INT-DUE-YEAR * 10000
               + WS-INT-DUE-MONTH * 100 + WS-INT-DUE-DAY.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-INT-DUE-NUM) = 0
               SUBTRACT 1 FROM WS-INT-DUE-DAY
               COMPUTE WS-INT-DUE-NUM = WS-INT-DUE-YEAR * 10000
                   + WS-INT-DUE-MONTH * 100 + WS-INT-DUE-DAY
           END-PERFORM.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-INT-DUE-NUM).
           PERFORM ROLL-TO-OPEN-DAY.
           MOVE SPACES TO WS-INT-DUE-DATE.
           STRING WS-CAL-DAY-KEY(7:2) "/" WS-CAL-DAY-KEY(5:2) "/"
                  WS-CAL-DAY-KEY(1:4)
               DELIMITED BY SIZE INTO WS-INT-DUE-DATE.
           EXIT.

      * Chargement du calendrier des jours ouvres. Absent, seuls
      * samedi et dimanche sont fermes ; une ligne illisible est
      * signalee et ignoree (la maintenance du calendrier, elle,
      * refuse de demarrer dessus).
       LOAD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT.
           MOVE SPACES TO WS-CAL-WARNED-YEAR.
           MOVE ZERO TO WS-CAL-YEAR-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "Calendrier (calendrier.txt) absent : seuls"
                   " samedi et dimanche sont fermes."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CAL-LOADED.
           MOVE "N" TO WS-CAL-EOF.
           PERFORM UNTIL WS-CAL-EOF = "Y"
               MOVE SPACES TO CALENDAR-RECORD
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-EOF
                   NOT AT END
                       PERFORM LOAD-CALENDAR-LINE
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           EXIT.

       LOAD-CALENDAR-LINE.
           IF CAL-TYPE = "W" OR CAL-TYPE = "w"
               MOVE CAL-DATE TO WS-CAL-WEEKEND
               EXIT PARAGRAPH
           END-IF.
           IF CAL-TYPE NOT = "F" AND CAL-TYPE NOT = "f"
               EXIT PARAGRAPH
           END-IF.
           MOVE CAL-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           IF WS-KEY-WORK NOT NUMERIC OR WS-CAL-COUNT >= 200
               DISPLAY "Ligne de calendrier ignoree : "
                   CALENDAR-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAL-COUNT.
           MOVE WS-KEY-WORK TO WS-CAL-KEY (WS-CAL-COUNT).
           MOVE "N" TO WS-CAL-YEAR-FOUND.
           PERFORM VARYING WS-CAL-YEAR-IX FROM 1 BY 1
                   UNTIL WS-CAL-YEAR-IX > WS-CAL-YEAR-COUNT
               IF WS-CAL-YEAR (WS-CAL-YEAR-IX) = WS-KEY-WORK(1:4)
                   MOVE "Y" TO WS-CAL-YEAR-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAL-YEAR-FOUND = "N" AND WS-CAL-YEAR-COUNT < 30
               ADD 1 TO WS-CAL-YEAR-COUNT
               MOVE WS-KEY-WORK(1:4)
                   TO WS-CAL-YEAR (WS-CAL-YEAR-COUNT)
           END-IF.
           EXIT.

      * Verdict ouvert/ferme du jour de rang WS-CAL-DAY-INT : ferme
      * si son jour de la semaine est dans la regle de week-end ou
      * s'il est au calendrier des feries.
       CHECK-OPEN-DAY.
           MOVE "Y" TO WS-CAL-OPEN.
           COMPUTE WS-CAL-WEEKDAY =
               FUNCTION MOD(WS-CAL-DAY-INT - 1, 7) + 1.
           MOVE WS-CAL-WEEKDAY TO WS-CAL-WEEKDAY-X.
           MOVE ZERO TO WS-CAL-HITS.
           INSPECT WS-CAL-WEEKEND TALLYING WS-CAL-HITS
               FOR ALL WS-CAL-WEEKDAY-X.
           IF WS-CAL-HITS > 0
               MOVE "N" TO WS-CAL-OPEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CAL-DAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT).
           MOVE WS-CAL-DAY-NUM TO WS-CAL-DAY-KEY.
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
               IF WS-CAL-KEY (WS-CAL-IX) = WS-CAL-DAY-KEY
                   MOVE "N" TO WS-CAL-OPEN
               END-IF
           END-PERFORM.
           EXIT.

      * Avance WS-CAL-DAY-INT jusqu'au premier jour ouvre (lui-meme
      * s'il l'est), en comptant les jours fermes sautes ; un mois
      * entier ferme laisse WS-CAL-OPEN a "N". Une annee d'arrivee
      * sans aucun ferie au calendrier est signalee.
       ROLL-TO-OPEN-DAY.
           MOVE ZERO TO WS-CAL-SKIPPED.
           PERFORM CHECK-OPEN-DAY.
           PERFORM UNTIL WS-CAL-OPEN = "Y" OR WS-CAL-SKIPPED > 31
               ADD 1 TO WS-CAL-DAY-INT
               ADD 1 TO WS-CAL-SKIPPED
               PERFORM CHECK-OPEN-DAY
           END-PERFORM.
           COMPUTE WS-CAL-DAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT).
           MOVE WS-CAL-DAY-NUM TO WS-CAL-DAY-KEY.
           IF WS-CAL-LOADED = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CAL-YEAR-FOUND.
           PERFORM VARYING WS-CAL-YEAR-IX FROM 1 BY 1
                   UNTIL WS-CAL-YEAR-IX > WS-CAL-YEAR-COUNT
               IF WS-CAL-YEAR (WS-CAL-YEAR-IX) = WS-CAL-DAY-KEY(1:4)
                   MOVE "Y" TO WS-CAL-YEAR-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAL-YEAR-FOUND = "N"
              AND WS-CAL-WARNED-YEAR NOT = WS-CAL-DAY-KEY(1:4)
               MOVE WS-CAL-DAY-KEY(1:4) TO WS-CAL-WARNED-YEAR
               DISPLAY "Attention : aucun jour ferie au calendrier"
                   " pour " WS-CAL-DAY-KEY(1:4)
                   ", seuls les week-ends sont sautes."
           END-IF.
           EXIT.

      * Extourne d'un calcul deja journalise, reservee au niveau
      * superviseur. Le journal d'audit n'est jamais reecrit : le
      * calcul d'origine est annule par une contre-passation, un
      * nouveau calcul sous un nouveau numero de sequence, memes
      * operandes et operateur, resultat (et taxe) de signe
      * oppose, qui porte le numero annule. Un calcul deja
      * extourne, ou qui est lui-meme une extourne, est refuse.
       REVERSAL-MODE.
           IF WS-OPER-LEVEL NOT = "S"
               DISPLAY "Extourne reservee au niveau superviseur."
               MOVE WS-OPER-ID TO WS-SUPV-ACTOR
               MOVE "REFUSE EXTOURNE" TO WS-SUPV-VERDICT
               PERFORM WRITE-SUPERVISOR-USE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RANGE-OK.
           PERFORM UNTIL WS-RANGE-OK = "Y"
               DISPLAY WS-REV-ENTRY WITH NO ADVANCING
               ACCEPT WS-REV-ENTRY-BUF
               IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-REV-ENTRY-BUF)) = 0
                   COMPUTE WS-REV-SEQ-NUM =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-REV-ENTRY-BUF))
                       ON SIZE ERROR
                           DISPLAY "Numero hors limites"
                               " (8 chiffres max)."
                       NOT ON SIZE ERROR
                           MOVE "Y" TO WS-RANGE-OK
                   END-COMPUTE
               ELSE
                   DISPLAY "Saisie invalide, entrez un numero."
               END-IF
           END-PERFORM.
           IF WS-REV-SEQ-NUM = 0
               DISPLAY "Numero de sequence nul, extourne abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REV-SEQ-NUM TO WS-REV-TARGET.

           PERFORM REVERSAL-SEARCH.

           IF WS-REV-AUD-FOUND = "N"
               DISPLAY "Sequence " WS-REV-TARGET " introuvable au"
                   " journal d'audit ni dans les archives."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-IS-CONTRA = "Y"
               DISPLAY "Sequence " WS-REV-TARGET " est elle-meme"
                   " une extourne : refusee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-ALREADY = "Y"
               DISPLAY "Sequence " WS-REV-TARGET " deja extournee :"
                   " refusee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-REJECTED = "Y"
               DISPLAY "Sequence " WS-REV-TARGET " rejetee a la"
                   " validation : rien a extourner."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-HELD = "Y" AND WS-REV-FEED-FOUND = "N"
               DISPLAY "Sequence " WS-REV-TARGET " en attente de"
                   " validation : extourne refusee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-FEED-FOUND = "N"
               DISPLAY "Sequence " WS-REV-TARGET " sans"
                   " enregistrement d'alimentation jumeau :"
                   " extourne refusee, voir la reconciliation."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Calcul d'origine :".
           DISPLAY WS-REV-AUD-LINE.
           DISPLAY WS-REV-CONFIRM-ENTRY WITH NO ADVANCING.
           ACCEPT WS-REV-CONFIRM.
           MOVE FUNCTION UPPER-CASE (WS-REV-CONFIRM) TO WS-REV-CONFIRM.
           IF WS-REV-CONFIRM NOT = "Y"
               DISPLAY "Extourne abandonnee."
               EXIT PARAGRAPH
           END-IF.

           PERFORM REVERSAL-POST.
           MOVE WS-OPER-ID TO WS-SUPV-ACTOR.
           MOVE "OK EXTOURNE" TO WS-SUPV-VERDICT.
           PERFORM WRITE-SUPERVISOR-USE.
           EXIT.

      * Recherche du calcul d'origine : archives du catalogue
      * d'abord, fichiers vivants ensuite. Le journal et
      * l'alimentation, ouverts en ajout pour la session, sont
      * refermes le temps de la lecture puis rouverts en ajout.
       REVERSAL-SEARCH.
           MOVE "N" TO WS-REV-AUD-FOUND.
           MOVE "N" TO WS-REV-FEED-FOUND.
           MOVE "N" TO WS-REV-ALREADY.
           MOVE "N" TO WS-REV-IS-CONTRA.
           MOVE "N" TO WS-REV-HELD.
           MOVE "N" TO WS-REV-REJECTED.
           MOVE SPACES TO WS-REV-AUD-LINE.
           MOVE SPACES TO WS-REV-FEED-LINE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE FEED-OUTPUT-FILE.

           OPEN INPUT ARCH-INDEX-FILE.
           IF WS-AIX-STATUS = "00"
               MOVE "N" TO WS-AIX-EOF
               PERFORM UNTIL WS-AIX-EOF = "Y"
                   MOVE SPACES TO ARCH-INDEX-RECORD
                   READ ARCH-INDEX-FILE
                       AT END
                           MOVE "Y" TO WS-AIX-EOF
                       NOT AT END
                           IF AIX-KEY NUMERIC
                               PERFORM REVERSAL-SCAN-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-INDEX-FILE
           END-IF.

           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-REV-EOF
               PERFORM UNTIL WS-REV-EOF = "Y"
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           PERFORM REVERSAL-CHECK-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

           OPEN INPUT FEED-OUTPUT-FILE.
           IF WS-FEED-STATUS = "00"
               MOVE "N" TO WS-REV-EOF
               PERFORM UNTIL WS-REV-EOF = "Y"
                   MOVE SPACES TO FEED-OUTPUT-RECORD
                   READ FEED-OUTPUT-FILE
                       AT END
                           MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           PERFORM REVERSAL-CHECK-FEED
                   END-READ
               END-PERFORM
               CLOSE FEED-OUTPUT-FILE
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND FEED-OUTPUT-FILE.
           IF WS-FEED-STATUS NOT = "00"
               OPEN OUTPUT FEED-OUTPUT-FILE
           END-IF.
           EXIT.

      * Une coupe du catalogue : son archive d'audit et son
      * archive d'alimentation. Une archive manquante est signalee
      * et sautee, la recherche continue sur les autres.
       REVERSAL-SCAN-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "audit_arch_" AIX-KEY ".txt"
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF WS-ARCH-STATUS = "00"
               MOVE "N" TO WS-REV-EOF
               PERFORM UNTIL WS-REV-EOF = "Y"
                   MOVE SPACES TO AUDIT-ARCH-RECORD
                   READ AUDIT-ARCH-FILE
                       AT END
                           MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           MOVE AUDIT-ARCH-RECORD
                               TO AUDIT-LOG-RECORD
                           PERFORM REVERSAL-CHECK-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCH-FILE
           ELSE
               DISPLAY "Archive " WS-ARCH-NAME " illisible, sautee."
           END-IF.

           MOVE SPACES TO WS-FARCH-NAME.
           STRING "feed_arch_" AIX-KEY ".txt"
               DELIMITED BY SIZE INTO WS-FARCH-NAME.
           OPEN INPUT FEED-ARCH-FILE.
           IF WS-FARCH-STATUS = "00"
               MOVE "N" TO WS-REV-EOF
               PERFORM UNTIL WS-REV-EOF = "Y"
                   MOVE SPACES TO FEED-ARCH-RECORD
                   READ FEED-ARCH-FILE
                       AT END
                           MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           MOVE FEED-ARCH-RECORD
                               TO FEED-OUTPUT-RECORD
                           PERFORM REVERSAL-CHECK-FEED
                   END-READ
               END-PERFORM
               CLOSE FEED-ARCH-FILE
           ELSE
               DISPLAY "Archive " WS-FARCH-NAME " illisible, sautee."
           END-IF.
           EXIT.

      * Ligne d'audit lue : est-ce le calcul cherche, une extourne
      * deja passee sur lui, ou le numero d'une extourne ?
       REVERSAL-CHECK-AUDIT.
      * Une ligne de rejet porte le numero du calcul rejete : ce
      * calcul n'a jamais atteint l'alimentation, rien a extourner.
           IF AUD-STATUS = "R"
               IF AUD-SEQ = WS-REV-TARGET
                   MOVE "Y" TO WS-REV-REJECTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF AUD-SEQ = WS-REV-TARGET
              AND AUD-STATUS = "A"
               MOVE "Y" TO WS-REV-HELD
           END-IF.
           IF AUD-SEQ = WS-REV-TARGET
               IF AUD-REV-SEQ = SPACES
                   MOVE "Y" TO WS-REV-AUD-FOUND
                   MOVE AUDIT-LOG-RECORD TO WS-REV-AUD-LINE
               ELSE
                   MOVE "Y" TO WS-REV-AUD-FOUND
                   MOVE "Y" TO WS-REV-IS-CONTRA
               END-IF
           END-IF.
           IF AUD-REV-SEQ = WS-REV-TARGET
               MOVE "Y" TO WS-REV-ALREADY
           END-IF.
           EXIT.

      * Enregistrement d'alimentation lu : jumeau du calcul cherche,
      * dont les operandes et le resultat servent a la
      * contre-passation (la ligne d'audit n'en porte que les vues).
       REVERSAL-CHECK-FEED.
           IF FEED-SEQ = WS-REV-TARGET
              AND FEED-REV-SEQ = SPACES
               MOVE "Y" TO WS-REV-FEED-FOUND
               MOVE FEED-OUTPUT-RECORD TO WS-REV-FEED-LINE
           END-IF.
           EXIT.

      * Contre-passation : operandes, operateur et devise du
      * calcul d'origine, resultat et montant de taxe de signe
      * oppose, meme taux de conversion. Elle part au journal
      * d'audit et a l'alimentation sous un nouveau numero de
      * sequence, datee du jour de gestion, sans toucher aux
      * statistiques de session ni au point de reprise.
       REVERSAL-POST.
           MOVE WS-NBR-A TO WS-REV-SAVE-NBR-A.
           MOVE WS-RESULT TO WS-REV-SAVE-RESULT.
           MOVE WS-CUR-A-CODE TO WS-REV-SAVE-CUR-A.
           MOVE WS-CUR-R-CODE TO WS-REV-SAVE-CUR-R.

           MOVE WS-REV-AUD-LINE TO AUDIT-LOG-RECORD.
           MOVE WS-REV-FEED-LINE TO FEED-OUTPUT-RECORD.
           MOVE FEED-NBR-A TO WS-NBR-A.
           MOVE WS-NBR-A TO WS-A-VIEW.
           MOVE FEED-NBR-B TO WS-NBR-B.
           MOVE WS-NBR-B TO WS-B-VIEW.
           MOVE FEED-OPERATOR TO WS-OPERATOR.
           COMPUTE WS-RESULT = 0 - FEED-RESULT.
           MOVE WS-RESULT TO WS-R-VIEW.
           MOVE FEED-CURRENCY TO WS-CUR-R-CODE.
           MOVE "N" TO WS-RATE-APPLIED.
           IF AUD-RATE NOT = SPACES
               MOVE "Y" TO WS-RATE-APPLIED
               COMPUTE WS-RATE-USED =
                   FUNCTION NUMVAL (FUNCTION TRIM(AUD-RATE))
               MOVE WS-RATE-USED TO WS-RATE-USED-VIEW
      * Le montant converti est annule lui aussi, pour que la
      * reevaluation de fin de mois nette la paire.
               MOVE AUD-FX-FROM TO WS-FX-FROM
               MOVE ZERO TO WS-FX-AMOUNT
               IF AUD-FX-AMOUNT NOT = SPACES
                   COMPUTE WS-FX-AMOUNT = 0 -
                       FUNCTION NUMVAL
                           (FUNCTION TRIM(AUD-FX-AMOUNT))
               END-IF
           END-IF.
           MOVE "N" TO WS-VAT-APPLIED.
           IF AUD-VAT-CODE NOT = SPACES
               MOVE "Y" TO WS-VAT-APPLIED
               MOVE AUD-VAT-CODE TO WS-VAT-IN-CODE
               COMPUTE WS-VAT-AMOUNT = 0 -
                   FUNCTION NUMVAL (FUNCTION TRIM(AUD-VAT-AMOUNT))
               MOVE WS-VAT-AMOUNT TO WS-VAT-AMOUNT-VIEW
           END-IF.
           MOVE WS-REV-TARGET TO WS-REV-OF-SEQ.

           DISPLAY " ------------------------------------------------".
           DISPLAY "EXTOURNE DE " WS-REV-TARGET " : " WS-A-VIEW SPACE
               WS-OPERATOR SPACE WS-B-VIEW SPACE "=" SPACE WS-R-VIEW
               SPACE WS-CUR-R-CODE.
           PERFORM CALCULTIMING-STAMP.
           DISPLAY "Extourne passee sous la sequence " WS-CALC-SEQ.
           DISPLAY " ------------------------------------------------".

           MOVE SPACES TO WS-REV-OF-SEQ.
           MOVE WS-REV-SAVE-NBR-A TO WS-NBR-A.
           MOVE WS-NBR-A TO WS-A-VIEW.
           MOVE WS-REV-SAVE-RESULT TO WS-RESULT.
           MOVE WS-RESULT TO WS-R-VIEW.
           MOVE WS-REV-SAVE-CUR-A TO WS-CUR-A-CODE.
           MOVE WS-REV-SAVE-CUR-R TO WS-CUR-R-CODE.
           EXIT.

       CONTINUEWITHRESULT.
      * Un seul numero de sequence pour les deux ecritures
      * jumelles : c'est la cle d'appariement de la reconciliation.
           PERFORM NEXT-SEQUENCE.
           PERFORM CHECK-APPROVAL-THRESHOLD.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM WRITE-FEED-RECORD.
           IF WS-HOLD = "Y"
               DISPLAY "Resultat au-dessus du seuil de "
                   WS-HOLD-LIMIT-VIEW " " WS-CUR-R-CODE
                   " : sequence " WS-CALC-SEQ
                   " en attente de validation."
           END-IF.
           EXIT.

      * Ecrit une ligne du journal d'audit pour le calcul courant.
           MOVE WS-R-VIEW   TO AUD-R-VIEW.
           IF WS-RATE-APPLIED = "Y"
               MOVE WS-RATE-USED-VIEW TO AUD-RATE
               MOVE WS-FX-FROM TO AUD-FX-FROM
               MOVE WS-FX-AMOUNT TO WS-FX-AMOUNT-VIEW
               MOVE WS-FX-AMOUNT-VIEW TO AUD-FX-AMOUNT
           END-IF.
           MOVE WS-CUR-R-CODE TO AUD-CURRENCY.
           MOVE WS-OPER-ID TO AUD-OPER-ID.
           IF WS-VAT-APPLIED = "Y"
               MOVE WS-VAT-IN-CODE TO AUD-VAT-CODE
               MOVE WS-VAT-AMOUNT-VIEW TO AUD-VAT-AMOUNT
           END-IF.
           MOVE WS-CALC-SEQ TO AUD-SEQ.
           MOVE WS-REV-OF-SEQ TO AUD-REV-SEQ.
           IF WS-HOLD = "Y"
               MOVE "A" TO AUD-STATUS
               MOVE AUDIT-LOG-RECORD TO WS-PND-AUD-LINE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           PERFORM CONTROL-AUDIT-LINE.
           EXIT.

      * Ecrit l'enregistrement a largeur fixe du calcul courant pour
           MOVE WS-CUR-R-CODE TO FEED-CURRENCY.
           MOVE WS-OPER-ID TO FEED-OPER-ID.
           MOVE WS-CALC-SEQ TO FEED-SEQ.
           MOVE WS-REV-OF-SEQ TO FEED-REV-SEQ.
           IF WS-HOLD = "Y"
               PERFORM WRITE-PENDING-RECORD
           ELSE
               WRITE FEED-OUTPUT-RECORD
               PERFORM CONTROL-FEED-RECORD
           END-IF.
           EXIT.

      * Un calcul retenu part a la file de validation avec son
      * enregistrement d'alimentation et sa ligne d'audit. La file
      * n'est ouverte que le temps de l'ajout : le programme de
      * validation peut y travailler pendant la session.
       WRITE-PENDING-RECORD.
           OPEN EXTEND PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           MOVE SPACES TO PENDING-RECORD.
           MOVE "A" TO PND-TYPE.
           MOVE WS-CALC-SEQ TO PND-SEQ.
           MOVE WS-DATE TO PND-DATE.
           MOVE WS-TIME TO PND-TIME.
           MOVE WS-OPER-ID TO PND-OPER-ID.
           MOVE WS-CUR-R-CODE TO PND-CURRENCY.
           MOVE WS-R-VIEW TO PND-R-VIEW.
           MOVE WS-HOLD-LIMIT-VIEW TO PND-LIMIT.
           MOVE FEED-OUTPUT-RECORD TO PND-FEED-LINE.
           MOVE WS-PND-AUD-LINE TO PND-AUDIT-LINE.
           WRITE PENDING-RECORD.
           CLOSE PENDING-FILE.
           EXIT.

      * Porte aux totaux de controle la ligne d'audit qui vient
      * d'etre ecrite.
       CONTROL-AUDIT-LINE.
           MOVE "A" TO WS-CTL-REC-KIND.
           MOVE AUD-DATE TO WS-CTL-REC-DATE.
           MOVE AUD-CURRENCY TO WS-CTL-REC-CUR.
           MOVE AUD-SEQ TO WS-CTL-REC-SEQ.
           MOVE ZERO TO WS-CTL-REC-RESULT.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(AUD-R-VIEW)) = 0
               COMPUTE WS-CTL-REC-RESULT =
                   FUNCTION NUMVAL (FUNCTION TRIM(AUD-R-VIEW))
           END-IF.
           MOVE AUDIT-LOG-RECORD TO WS-CTL-LINE.
           PERFORM UPDATE-CONTROL-TOTALS.
           EXIT.

      * Porte aux totaux de controle l'enregistrement
      * d'alimentation qui vient d'etre ecrit.
       CONTROL-FEED-RECORD.
           MOVE "F" TO WS-CTL-REC-KIND.
           MOVE FEED-DATE TO WS-CTL-REC-DATE.
           MOVE FEED-CURRENCY TO WS-CTL-REC-CUR.
           MOVE FEED-SEQ TO WS-CTL-REC-SEQ.
           MOVE ZERO TO WS-CTL-REC-RESULT.
           IF FEED-RESULT NUMERIC
               MOVE FEED-RESULT TO WS-CTL-REC-RESULT
           END-IF.
           MOVE FEED-OUTPUT-RECORD TO WS-CTL-LINE.
           PERFORM UPDATE-CONTROL-TOTALS.
           EXIT.

      * Mise a jour de l'entree (fichier, date, devise) de la ligne
      * ecrite : nombre, plus grande sequence, somme des resultats
      * et empreinte. Table relue puis fichier reecrit en entier.
       UPDATE-CONTROL-TOTALS.
           PERFORM LOAD-CONTROL-TOTALS.
           MOVE ZERO TO WS-CTL-FOUND-IX.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF WS-CTL-KIND (WS-CTL-IX) = WS-CTL-REC-KIND
                  AND WS-CTL-DATE (WS-CTL-IX) = WS-CTL-REC-DATE
                  AND WS-CTL-CUR (WS-CTL-IX) = WS-CTL-REC-CUR
                   MOVE WS-CTL-IX TO WS-CTL-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-CTL-FOUND-IX = 0
               IF WS-CTL-COUNT >= 500
                   DISPLAY "Totaux de controle pleins"
                       " (controle_totaux.txt) : ligne non portee."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-CTL-FOUND-IX
               MOVE WS-CTL-REC-KIND TO WS-CTL-KIND (WS-CTL-COUNT)
               MOVE WS-CTL-REC-DATE TO WS-CTL-DATE (WS-CTL-COUNT)
               MOVE WS-CTL-REC-CUR TO WS-CTL-CUR (WS-CTL-COUNT)
               MOVE ZERO TO WS-CTL-NB (WS-CTL-COUNT)
               MOVE ZERO TO WS-CTL-MAX-SEQ (WS-CTL-COUNT)
               MOVE ZERO TO WS-CTL-SUM (WS-CTL-COUNT)
               MOVE ZERO TO WS-CTL-HASH (WS-CTL-COUNT)
           END-IF.
           ADD 1 TO WS-CTL-NB (WS-CTL-FOUND-IX).
           IF WS-CTL-REC-SEQ NUMERIC
               MOVE WS-CTL-REC-SEQ TO WS-CTL-SEQ-NUM
               IF WS-CTL-SEQ-NUM > WS-CTL-MAX-SEQ (WS-CTL-FOUND-IX)
                   MOVE WS-CTL-SEQ-NUM
                       TO WS-CTL-MAX-SEQ (WS-CTL-FOUND-IX)
               END-IF
           END-IF.
           ADD WS-CTL-REC-RESULT TO WS-CTL-SUM (WS-CTL-FOUND-IX).
           PERFORM COMPUTE-LINE-HASH.
           COMPUTE WS-CTL-HASH (WS-CTL-FOUND-IX) =
               FUNCTION MOD (WS-CTL-HASH (WS-CTL-FOUND-IX)
                   + WS-CTL-LINE-HASH, 1000000000000000).
           PERFORM SAVE-CONTROL-TOTALS.
           EXIT.

      * Empreinte de WS-CTL-LINE : rang de chaque caractere
      * multiplie par sa position, sur les 160 positions.
       COMPUTE-LINE-HASH.
           MOVE ZERO TO WS-CTL-LINE-HASH.
           PERFORM VARYING WS-CTL-POS FROM 1 BY 1
                   UNTIL WS-CTL-POS > 160
               COMPUTE WS-CTL-LINE-HASH = WS-CTL-LINE-HASH
                   + FUNCTION ORD (WS-CTL-LINE (WS-CTL-POS:1))
                   * WS-CTL-POS
           END-PERFORM.
           EXIT.

      * Charge controle_totaux.txt en table ; fichier absent =
      * aucun total encore porte.
       LOAD-CONTROL-TOTALS.
           MOVE ZERO TO WS-CTL-COUNT.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTL-EOF.
           PERFORM UNTIL WS-CTL-EOF = "Y"
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               READ CONTROL-TOTALS-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF CTL-FILE NOT = SPACE
                          AND WS-CTL-COUNT < 500
                           ADD 1 TO WS-CTL-COUNT
                           MOVE CTL-FILE TO WS-CTL-KIND (WS-CTL-COUNT)
                           MOVE CTL-DATE TO WS-CTL-DATE (WS-CTL-COUNT)
                           MOVE CTL-CURRENCY
                               TO WS-CTL-CUR (WS-CTL-COUNT)
                           MOVE CTL-COUNT TO WS-CTL-NB (WS-CTL-COUNT)
                           MOVE CTL-MAX-SEQ
                               TO WS-CTL-MAX-SEQ (WS-CTL-COUNT)
                           MOVE CTL-SUM TO WS-CTL-SUM (WS-CTL-COUNT)
                           MOVE CTL-HASH
                               TO WS-CTL-HASH (WS-CTL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-TOTALS-FILE.
           EXIT.

      * Reecrit controle_totaux.txt en entier depuis la table.
       SAVE-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire controle_totaux.txt"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               MOVE WS-CTL-KIND (WS-CTL-IX) TO CTL-FILE
               MOVE WS-CTL-DATE (WS-CTL-IX) TO CTL-DATE
               MOVE WS-CTL-CUR (WS-CTL-IX) TO CTL-CURRENCY
               MOVE WS-CTL-NB (WS-CTL-IX) TO CTL-COUNT
               MOVE WS-CTL-MAX-SEQ (WS-CTL-IX) TO CTL-MAX-SEQ
               MOVE WS-CTL-SUM (WS-CTL-IX) TO CTL-SUM
               MOVE WS-CTL-HASH (WS-CTL-IX) TO CTL-HASH
               WRITE CONTROL-TOTALS-RECORD
           END-PERFORM.
           CLOSE CONTROL-TOTALS-FILE.
           EXIT.

      * Depose le dernier etat connu, pour repartir apres une coupure

      * Traitement par lot : lit des triplets operande,operateur,
      * operande dans BATCH-INPUT-FILE et ecrit chaque resultat dans
      * BATCH-OUTPUT-FILE, sans solliciter le terminal. Le fichier
      * entier passe d'abord le controle d'entete et de fin de lot :
      * un lot rejete ne produit rien, les sorties du passage
      * precedent restent en place.
       BATCH-PROCESS.
           PERFORM READ-BATCH-CHECKPOINT.
           PERFORM CHECK-BATCH-CONTROL.
           IF WS-BCT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

      * Le point de reprise compte les lignes physiques, entete
      * comprise : elle ne compte pas parmi les triplets lus.
           IF WS-BATCH-RESUME = "Y" AND WS-BCT-HEADER = "Y"
              AND WS-BATCH-READ-NB > 0
               SUBTRACT 1 FROM WS-BATCH-READ-NB
           END-IF.

           OPEN INPUT  BATCH-INPUT-FILE.
           IF WS-BATCH-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

      * Le lot est inscrit au registre une seule fois, au depart du
      * premier passage : une reprise le poursuit sous la meme
      * inscription.
           IF WS-BATCH-RESUME = "N"
               IF WS-BCT-HEADER = "Y"
                   MOVE "ACCEPTE" TO WS-BRG-STATE
               ELSE
                   MOVE "SANS ENTETE" TO WS-BRG-STATE
               END-IF
               PERFORM WRITE-BATCH-REGISTRY
           END-IF.

      * L'entete et la fin de lot ne sont pas des calculs ; les
      * lignes blanches qui suivent la fin de lot non plus.
           MOVE "N" TO WS-BATCH-EOF.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               READ BATCH-INPUT-FILE
                       IF WS-BATCH-LINE-NB <= WS-BATCH-SKIP-NB
                           CONTINUE
                       ELSE
                           IF WS-BCT-HEADER = "Y"
                              AND (WS-BATCH-LINE-NB = 1
                               OR WS-BATCH-LINE-NB >= WS-BCT-TRL-LINE)
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-BATCH-READ-NB
                               PERFORM BATCH-PROCESS-LINE
                               PERFORM WRITE-BATCH-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-RERUN-FILE.
           PERFORM CLEAR-BATCH-CHECKPOINT.

      * Issue du lot au registre, avec les compteurs du passage.
           MOVE "TERMINE" TO WS-BRG-STATE.
           IF WS-BATCH-REJ-NB > 0
               MOVE "AVEC REJETS" TO WS-BCT-REASON
           ELSE
               MOVE SPACES TO WS-BCT-REASON
           END-IF.
           PERFORM WRITE-BATCH-REGISTRY.

      * Resume de controle du passage : l'ordonnanceur lit les
      * compteurs ici et le code retour (4 des le premier rejet)
      * pour distinguer un passage propre d'un passage sale.
           DISPLAY "Triplets traites : " WS-BATCH-NB-VIEW.
           MOVE WS-BATCH-REJ-NB TO WS-BATCH-NB-VIEW.
           DISPLAY "Triplets rejetes : " WS-BATCH-NB-VIEW.
           IF WS-BATCH-HELD-NB > 0
               MOVE WS-BATCH-HELD-NB TO WS-BATCH-NB-VIEW
               DISPLAY "Triplets en attente de validation : "
                   WS-BATCH-NB-VIEW
           END-IF.
           IF WS-BATCH-REJ-NB > 0
               DISPLAY "Rejets detailles dans batch_errors.txt,"
                   " reprise prete dans batch_rerun.txt."
           EXIT.

       BATCH-PROCESS-LINE.
           PERFORM SPLIT-BATCH-FIELDS.

           MOVE SPACES TO BATCH-OUTPUT-RECORD.

                      SPACE WS-CUR-B-CODE SPACE "=" SPACE
                      WS-R-VIEW SPACE WS-CUR-R-CODE
                   DELIMITED BY SIZE INTO BATCH-OUTPUT-RECORD
               IF WS-HOLD = "Y"
                   MOVE "EN ATTENTE" TO BATCH-OUTPUT-RECORD(42:10)
                   ADD 1 TO WS-BATCH-HELD-NB
               END-IF
               WRITE BATCH-OUTPUT-RECORD
               ADD 1 TO WS-BATCH-DONE-NB
           ELSE
           END-IF.
           EXIT.

      * Decoupage de la ligne de detail en champs bruts, puis
      * aiguillage : trois champs = ancien triplet (unite STD),
      * quatre ou plus = format etendu
      * operande,devise,operateur,operande,devise,codetva. Sert au
      * calcul comme au controle prealable du lot.
       SPLIT-BATCH-FIELDS.
           MOVE SPACES TO WS-BATCH-F1 WS-BATCH-F2 WS-BATCH-F3
               WS-BATCH-F4 WS-BATCH-F5 WS-BATCH-F6.
           MOVE ZERO TO WS-BATCH-FLD-NB.
           UNSTRING BATCH-INPUT-RECORD DELIMITED BY ","
               INTO WS-BATCH-F1 WS-BATCH-F2 WS-BATCH-F3
                    WS-BATCH-F4 WS-BATCH-F5 WS-BATCH-F6
               TALLYING IN WS-BATCH-FLD-NB.
           IF WS-BATCH-FLD-NB <= 3
               MOVE WS-BATCH-F1      TO WS-BATCH-A
               MOVE WS-BATCH-F2(1:1) TO WS-BATCH-OP
               MOVE WS-BATCH-F3      TO WS-BATCH-B
               MOVE SPACES TO WS-BATCH-CURA
               MOVE SPACES TO WS-BATCH-CURB
               MOVE SPACES TO WS-BATCH-VAT
           ELSE
               MOVE WS-BATCH-F1      TO WS-BATCH-A
               MOVE WS-BATCH-F2(1:3) TO WS-BATCH-CURA
               MOVE WS-BATCH-F3(1:1) TO WS-BATCH-OP
               MOVE WS-BATCH-F4      TO WS-BATCH-B
               MOVE WS-BATCH-F5(1:3) TO WS-BATCH-CURB
               MOVE WS-BATCH-F6(1:3) TO WS-BATCH-VAT
           END-IF.
           EXIT.

      * Relit le point de reprise du lot : un etat present et
      * lisible signale un passage interrompu, le prochain passage
      * sautera les lignes deja commises et repartira des
               MOVE BCP-LINE-NB TO WS-BATCH-READ-NB
               MOVE BCP-DONE-NB TO WS-BATCH-DONE-NB
               MOVE BCP-REJ-NB  TO WS-BATCH-REJ-NB
               IF BCP-HELD-NB NUMERIC
                   MOVE BCP-HELD-NB TO WS-BATCH-HELD-NB
               END-IF
               MOVE WS-BATCH-SKIP-NB TO WS-BATCH-NB-VIEW
               DISPLAY "Passage interrompu detecte : reprise"
                   " apres la ligne " WS-BATCH-NB-VIEW "."
           MOVE WS-BATCH-LINE-NB TO BCP-LINE-NB.
           MOVE WS-BATCH-DONE-NB TO BCP-DONE-NB.
           MOVE WS-BATCH-REJ-NB  TO BCP-REJ-NB.
           MOVE WS-BHD-ID        TO BCP-BATCH-ID.
           MOVE WS-BATCH-HELD-NB TO BCP-HELD-NB.
           WRITE BATCH-CP-RECORD.
           CLOSE BATCH-CP-FILE.
           EXIT.
           MOVE BATCH-INPUT-RECORD TO BATCH-RERUN-RECORD.
           WRITE BATCH-RERUN-RECORD.
           EXIT.

      * Controle prealable du lot : le fichier entier est relu
      * avant toute ecriture. Une ligne H en tete porte le numero de
      * lot, le service et la date de gestion, une ligne T le nombre
      * de lignes de detail entre les deux et la somme de leurs
      * operandes A et B (un operande illisible ne compte pas, il
      * sera rejete ligne a ligne). Le lot entier est rejete si la
      * fin de lot manque ou ne concorde pas, si la date n'est pas
      * la date de gestion ouverte, ou si le numero de lot est deja
      * au registre. Un fichier sans H ni T (ancien format) passe
      * par l'accord d'un superviseur.
       CHECK-BATCH-CONTROL.
           MOVE "Y" TO WS-BCT-OK.
           MOVE SPACES TO WS-BCT-REASON.
           MOVE "N" TO WS-BCT-HEADER.
           MOVE ZERO TO WS-BCT-LINE-NB WS-BCT-HDR-NB WS-BCT-TRL-NB
               WS-BCT-TRL-LINE WS-BCT-AFTER-NB WS-BCT-DETAIL-NB
               WS-BCT-SUM.
           MOVE "N" TO WS-BCT-SUM-ERR.
           MOVE SPACES TO WS-BHD-ID WS-BHD-DEPT WS-BHD-DATE.
           MOVE "N" TO WS-BTR-OK.

           OPEN INPUT BATCH-INPUT-FILE.
           IF WS-BATCH-IN-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir batch_input.txt"
               MOVE "N" TO WS-BCT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BATCH-EOF.
           PERFORM UNTIL WS-BATCH-EOF = "Y"
               MOVE SPACES TO BATCH-INPUT-RECORD
               READ BATCH-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       ADD 1 TO WS-BCT-LINE-NB
                       PERFORM SCAN-BATCH-LINE
               END-READ
           END-PERFORM.
           CLOSE BATCH-INPUT-FILE.

      * Ancien format : ni entete ni fin de lot.
           IF WS-BCT-HDR-NB = 0 AND WS-BCT-TRL-NB = 0
               IF WS-BATCH-RESUME = "Y" AND BCP-BATCH-ID NOT = SPACES
                   MOVE "REPRISE D'UN AUTRE LOT" TO WS-BCT-REASON
                   DISPLAY "Le passage interrompu portait sur le lot "
                       BCP-BATCH-ID " : il doit etre repris d'abord."
                   PERFORM REJECT-BATCH
                   EXIT PARAGRAPH
               END-IF
               PERFORM AUTHORIZE-LEGACY-BATCH
               EXIT PARAGRAPH
           END-IF.

           IF WS-BCT-HEADER = "N"
               MOVE "ENTETE ABSENT" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BCT-HDR-NB > 1
               MOVE "ENTETE EN DOUBLE" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BCT-TRL-NB = 0
               MOVE "FIN DE LOT ABSENTE" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BCT-TRL-NB > 1
               MOVE "FIN DE LOT EN DOUBLE" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BCT-AFTER-NB > 0
               MOVE "LIGNES APRES LA FIN DE LOT" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BHD-ID = SPACES OR WS-BHD-DEPT = SPACES
              OR WS-BHD-DATE = SPACES
               MOVE "ENTETE INCOMPLET" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BHD-DATE NOT = WS-BUS-DATE
               MOVE "DATE DE GESTION ERRONEE" TO WS-BCT-REASON
               DISPLAY "Lot date du " WS-BHD-DATE
                   ", date de gestion ouverte : " WS-BUS-DATE "."
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BTR-OK = "N"
               MOVE "FIN DE LOT ILLISIBLE" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BTR-LINE-NB NOT = WS-BCT-DETAIL-NB
               MOVE "NOMBRE DE LIGNES ERRONE" TO WS-BCT-REASON
               MOVE WS-BTR-LINE-NB TO WS-BATCH-NB-VIEW
               DISPLAY "Lignes annoncees : " WS-BATCH-NB-VIEW
               MOVE WS-BCT-DETAIL-NB TO WS-BATCH-NB-VIEW
               DISPLAY "Lignes trouvees  : " WS-BATCH-NB-VIEW
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF WS-BCT-SUM-ERR = "Y" OR WS-BTR-SUM NOT = WS-BCT-SUM
               MOVE "SOMME DES OPERANDES ERRONEE" TO WS-BCT-REASON
               MOVE WS-BTR-SUM TO WS-BCT-SUM-VIEW
               DISPLAY "Somme annoncee : " WS-BCT-SUM-VIEW
               MOVE WS-BCT-SUM TO WS-BCT-SUM-VIEW
               DISPLAY "Somme trouvee  : " WS-BCT-SUM-VIEW
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.

      * Un passage interrompu ne se reprend que sur son propre lot :
      * les lignes a sauter ne vaudraient rien pour un autre fichier.
      * Hors reprise, un numero deja accepte est une resoumission.
           IF WS-BATCH-RESUME = "Y"
               IF BCP-BATCH-ID NOT = WS-BHD-ID
                   MOVE "REPRISE D'UN AUTRE LOT" TO WS-BCT-REASON
                   IF BCP-BATCH-ID = SPACES
                       DISPLAY "Le passage interrompu portait sur"
                           " un fichier sans entete : il doit etre"
                           " repris d'abord."
                   ELSE
                       DISPLAY "Le passage interrompu portait sur"
                           " le lot " BCP-BATCH-ID " : il doit etre"
                           " repris d'abord."
                   END-IF
                   PERFORM REJECT-BATCH
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM CHECK-BATCH-DUPLICATE
               IF WS-BRG-DUP = "Y"
                   MOVE "LOT DEJA ACCEPTE" TO WS-BCT-REASON
                   PERFORM REJECT-BATCH
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-BCT-DETAIL-NB TO WS-BATCH-NB-VIEW.
           MOVE WS-BCT-SUM TO WS-BCT-SUM-VIEW.
           DISPLAY "Lot " FUNCTION TRIM(WS-BHD-ID) " du service "
               FUNCTION TRIM(WS-BHD-DEPT) " accepte : "
               WS-BATCH-NB-VIEW " lignes, somme " WS-BCT-SUM-VIEW.
           EXIT.

      * Aiguillage d'une ligne du controle prealable : entete
      * (retenue seulement en ligne 1), fin de lot (la premiere
      * seulement), ligne apres la fin de lot (seules les lignes
      * blanches y sont tolerees) ou ligne de detail.
       SCAN-BATCH-LINE.
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE (BATCH-INPUT-RECORD(1:2))
                    = "H,"
                   ADD 1 TO WS-BCT-HDR-NB
                   IF WS-BCT-LINE-NB = 1
                       MOVE "Y" TO WS-BCT-HEADER
                       PERFORM READ-BATCH-HEADER
                   END-IF
               WHEN FUNCTION UPPER-CASE (BATCH-INPUT-RECORD(1:2))
                    = "T,"
                   ADD 1 TO WS-BCT-TRL-NB
                   IF WS-BCT-TRL-NB = 1
                       MOVE WS-BCT-LINE-NB TO WS-BCT-TRL-LINE
                       PERFORM READ-BATCH-TRAILER
                   END-IF
               WHEN WS-BCT-TRL-NB > 0
                   IF BATCH-INPUT-RECORD NOT = SPACES
                       ADD 1 TO WS-BCT-AFTER-NB
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BCT-DETAIL-NB
                   PERFORM SPLIT-BATCH-FIELDS
                   PERFORM ADD-BATCH-OPERANDS
           END-EVALUATE.
           EXIT.

      * Entete H,numero de lot,service,JJ/MM/AAAA.
       READ-BATCH-HEADER.
           MOVE SPACES TO WS-BHD-TAG WS-BHD-ID WS-BHD-DEPT
               WS-BHD-DATE.
           UNSTRING BATCH-INPUT-RECORD DELIMITED BY ","
               INTO WS-BHD-TAG WS-BHD-ID WS-BHD-DEPT WS-BHD-DATE.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-BHD-ID))
               TO WS-BHD-ID.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-BHD-DEPT))
               TO WS-BHD-DEPT.
           MOVE FUNCTION TRIM (WS-BHD-DATE) TO WS-BHD-DATE.
           EXIT.

      * Fin de lot T,nombre de lignes,somme des operandes : les deux
      * montants doivent etre lisibles et tenir dans leur PICTURE.
       READ-BATCH-TRAILER.
           MOVE "N" TO WS-BTR-OK.
           MOVE SPACES TO WS-BTR-TAG WS-BTR-LINES-TEXT
               WS-BTR-SUM-TEXT.
           UNSTRING BATCH-INPUT-RECORD DELIMITED BY ","
               INTO WS-BTR-TAG WS-BTR-LINES-TEXT WS-BTR-SUM-TEXT.
           IF (FUNCTION TEST-NUMVAL (FUNCTION TRIM(WS-BTR-LINES-TEXT))
                   NOT = 0)
              OR (FUNCTION TEST-NUMVAL (FUNCTION TRIM(WS-BTR-SUM-TEXT))
                   NOT = 0)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BTR-LINE-NB =
                   FUNCTION NUMVAL (FUNCTION TRIM(WS-BTR-LINES-TEXT))
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE.
           COMPUTE WS-BTR-SUM ROUNDED =
                   FUNCTION NUMVAL (FUNCTION TRIM(WS-BTR-SUM-TEXT))
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE.
           MOVE "Y" TO WS-BTR-OK.
           EXIT.

      * Cumule les operandes lisibles de la ligne de detail.
       ADD-BATCH-OPERANDS.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(WS-BATCH-A)) = 0
               COMPUTE WS-BCT-SUM ROUNDED = WS-BCT-SUM
                   + FUNCTION NUMVAL (FUNCTION TRIM(WS-BATCH-A))
                   ON SIZE ERROR
                       MOVE "Y" TO WS-BCT-SUM-ERR
               END-COMPUTE
           END-IF.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(WS-BATCH-B)) = 0
               COMPUTE WS-BCT-SUM ROUNDED = WS-BCT-SUM
                   + FUNCTION NUMVAL (FUNCTION TRIM(WS-BATCH-B))
                   ON SIZE ERROR
                       MOVE "Y" TO WS-BCT-SUM-ERR
               END-COMPUTE
           END-IF.
           EXIT.

      * Recherche du numero de lot au registre parmi les lots deja
      * acceptes. Registre absent = aucun lot encore passe.
       CHECK-BATCH-DUPLICATE.
           MOVE "N" TO WS-BRG-DUP.
           OPEN INPUT BATCH-REGISTRY-FILE.
           IF WS-BRG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BRG-EOF.
           PERFORM UNTIL WS-BRG-EOF = "Y"
               MOVE SPACES TO BATCH-REGISTRY-RECORD
               READ BATCH-REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-BRG-EOF
                   NOT AT END
                       IF BRG-BATCH-ID = WS-BHD-ID
                          AND BRG-STATE = "ACCEPTE"
                           MOVE "Y" TO WS-BRG-DUP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-REGISTRY-FILE.
           EXIT.

      * Fichier de lot sans entete : il ne passe que sur le code d'un
      * superviseur actif, pris en ligne de commande (calc B code)
      * ou demande a l'invite en mode interactif. Sans fichier des
      * operateurs, le code est pris tel quel avec un avertissement,
      * comme a l'ouverture de session.
       AUTHORIZE-LEGACY-BATCH.
           DISPLAY "Fichier de lot sans entete ni fin de lot :"
               " accord d'un superviseur requis.".
           IF WS-BATCH-SUPV-ID = SPACES AND WS-CMD-LINE-ARG NOT = "B"
               DISPLAY WS-SUPV-ENTRY WITH NO ADVANCING
               ACCEPT WS-BATCH-SUPV-ID
               MOVE FUNCTION UPPER-CASE (WS-BATCH-SUPV-ID)
                   TO WS-BATCH-SUPV-ID
           END-IF.
           MOVE "N" TO WS-BATCH-SUPV-OK.
           IF WS-BATCH-SUPV-ID NOT = SPACES
               IF WS-OPM-LOADED = "N"
                   DISPLAY "Controle du code superviseur indisponible"
                       " : code " WS-BATCH-SUPV-ID " pris tel quel."
                   MOVE "Y" TO WS-BATCH-SUPV-OK
               ELSE
                   PERFORM VARYING WS-OPM-IX FROM 1 BY 1
                           UNTIL WS-OPM-IX > WS-OPM-COUNT
                       IF WS-OPM-ID (WS-OPM-IX) = WS-BATCH-SUPV-ID
                          AND WS-OPM-FLAG (WS-OPM-IX) = "A"
                          AND WS-OPM-LEVEL (WS-OPM-IX) = "S"
                           MOVE "Y" TO WS-BATCH-SUPV-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-BATCH-SUPV-OK = "N"
               IF WS-BATCH-SUPV-ID NOT = SPACES
                   DISPLAY "Code " WS-BATCH-SUPV-ID
                       " : pas un superviseur actif."
                   MOVE WS-BATCH-SUPV-ID TO WS-SUPV-ACTOR
               ELSE
                   MOVE WS-OPER-ID TO WS-SUPV-ACTOR
               END-IF
               MOVE "REFUSE SANS ENTETE" TO WS-SUPV-VERDICT
               PERFORM WRITE-SUPERVISOR-USE
               MOVE "SANS ENTETE NON AUTORISE" TO WS-BCT-REASON
               PERFORM REJECT-BATCH
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BCT-REASON.
           STRING "AUTORISE PAR " WS-BATCH-SUPV-ID
               DELIMITED BY SIZE INTO WS-BCT-REASON.
           DISPLAY "Fichier sans entete autorise par "
               FUNCTION TRIM(WS-BATCH-SUPV-ID) ".".
           MOVE WS-BATCH-SUPV-ID TO WS-SUPV-ACTOR.
           MOVE "OK LOT SANS ENTETE" TO WS-SUPV-VERDICT.
           PERFORM WRITE-SUPERVISOR-USE.
           EXIT.

      * Rejet du lot entier avant toute ecriture : motif affiche et
      * inscrit au registre, code retour 4 pour l'ordonnanceur.
       REJECT-BATCH.
           MOVE "N" TO WS-BCT-OK.
           IF WS-BHD-ID = SPACES
               DISPLAY "Lot rejete : " FUNCTION TRIM(WS-BCT-REASON)
                   ", aucune ligne traitee."
           ELSE
               DISPLAY "Lot " FUNCTION TRIM(WS-BHD-ID) " rejete : "
                   FUNCTION TRIM(WS-BCT-REASON)
                   ", aucune ligne traitee."
           END-IF.
           MOVE "REJETE" TO WS-BRG-STATE.
           PERFORM WRITE-BATCH-REGISTRY.
           MOVE 4 TO RETURN-CODE.
           EXIT.

      * Ajoute une ligne au registre des lots (date et heure machine,
      * comme le journal des sessions : la decision se date du
      * moment reel).
       WRITE-BATCH-REGISTRY.
           OPEN EXTEND BATCH-REGISTRY-FILE.
           IF WS-BRG-STATUS NOT = "00"
               OPEN OUTPUT BATCH-REGISTRY-FILE
           END-IF.
           IF WS-BRG-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire registre_lots.txt"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT DATE-STRING FROM DATE YYYYMMDD.
           ACCEPT TIME-STRING FROM TIME.
           MOVE SPACES TO BATCH-REGISTRY-RECORD.
           MOVE WS-BHD-ID TO BRG-BATCH-ID.
           MOVE WS-BHD-DEPT TO BRG-DEPT.
           MOVE WS-BHD-DATE TO BRG-BUS-DATE.
           STRING DATE-STRING(7:2) "/" DATE-STRING(5:2) "/"
                  DATE-STRING(1:4)
               DELIMITED BY SIZE INTO BRG-RUN-DATE.
           STRING TIME-STRING(1:2) ":" TIME-STRING(3:2) ":"
                  TIME-STRING(5:2)
               DELIMITED BY SIZE INTO BRG-RUN-TIME.
           MOVE WS-OPER-ID TO BRG-OPER-ID.
           MOVE WS-BRG-STATE TO BRG-STATE.
           MOVE WS-BCT-DETAIL-NB TO BRG-LINE-NB.
           MOVE WS-BCT-SUM TO BRG-OPD-SUM.
           MOVE WS-BATCH-DONE-NB TO BRG-DONE-NB.
           MOVE WS-BATCH-REJ-NB TO BRG-REJ-NB.
           MOVE WS-BATCH-HELD-NB TO BRG-HELD-NB.
           MOVE WS-BCT-REASON TO BRG-REASON.
           WRITE BATCH-REGISTRY-RECORD.
           CLOSE BATCH-REGISTRY-FILE.
           EXIT.
