      *=============================================================*
      * CHAINE DE FIN DE JOURNEE :                                  *
      *    L'objectif: enchainer les travaux de nuit sur la date de *
      *    gestion ouverte (interets des contrats, reconciliation,  *
      *    comptabilisation, puis les soirs de fin de mois          *
      *    declaration de TVA et archivage, etat des anomalies      *
      *    d'activite, enfin cloture) sans controle des codes       *
      *    retour a la main entre deux programmes.                  *
      *    Les étapes:                                              *
      *    Je controle le code superviseur et la date de gestion    *
      *    Je refuse de demarrer si un passage de la meme journee   *
      *    est encore marque en cours (finjour_en_cours.txt)        *
      *    Je determine si la journee est le dernier jour ouvre du  *
      *    mois (calendrier.txt), seul soir des etapes mensuelles   *
      *    Je reprends apres les etapes deja reussies pour la       *
      *    journee au journal de la chaine                          *
      *    Je lance chaque etape, je note debut, fin, code retour   *
      *    et nombre d'enregistrements au journal de la chaine      *
      *    (journal_fin_journee.txt), et je m'arrete a la premiere  *
      *    etape qui rend un code non nul                           *
      *    Je suspends la chaine avant la cloture quand l'etat des  *
      *    anomalies en signale : un superviseur le revoit, puis    *
      *    relance finjour qui reprend a la cloture                 *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. finjour.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Date de gestion officielle, tenue par la cloture : c'est la
      * journee que la chaine traite.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "date_gestion.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      * Calendrier des jours ouvres (meme fichier que la cloture) :
      * fixe le dernier jour ouvre du mois.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Journal de la chaine : une ligne par etape lancee ou
      * sautee, jamais reecrit. Il sert aussi a la reprise : une
      * etape reussie pour la journee n'est pas relancee.
           SELECT RUN-LOG-FILE ASSIGN TO "journal_fin_journee.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FJL-STATUS.

      * Marque de passage en cours : la date traitee tant que la
      * chaine tourne, fichier vide sinon.
           SELECT RUN-LOCK-FILE ASSIGN TO "finjour_en_cours.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.

      * Fichier produit ou traite par une etape, relu apres coup
      * pour en compter les enregistrements.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-CNT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      * Fichier maitre des operateurs : la chaine archive et
      * cloture, elle est reservee aux superviseurs.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operateurs.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.

      * Journal des ouvertures de session, acceptees comme
      * refusees, partage avec la calculatrice.
           SELECT SIGNON-LOG-FILE ASSIGN TO "signon_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SGL-STATUS.

      * Tolerances de securite : refus admis pour un meme code dans
      * une fenetre de temps avant sa suspension automatique.
           SELECT SECURITY-PARAM-FILE ASSIGN TO "seuils_securite.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-PRM-STATUS.

      * Journal des changements d'etat des operateurs (suspension
      * automatique, reactivation), jamais reecrit.
           SELECT OPER-JOURNAL-FILE ASSIGN TO "operateurs_journal.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPJ-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Date de gestion officielle, une ligne JJ/MM/AAAA.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE            PIC X(10).

       FD  CALENDAR-FILE.
       COPY calrec REPLACING
           ==CAL-RECORD-TAG== BY ==CALENDAR-RECORD==.

      * Une ligne par etape : journee traitee, etape, date machine,
      * heures de debut et de fin, code retour, enregistrements,
      * etat (OK, ECHEC, SAUTEE) et superviseur qui a lance.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  FJL-BUS-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  FJL-STEP           PIC X(08).
           05  FILLER             PIC X.
           05  FJL-RUN-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  FJL-START          PIC X(08).
           05  FILLER             PIC X.
           05  FJL-END            PIC X(08).
           05  FILLER             PIC X.
           05  FJL-RC             PIC 9(03).
           05  FILLER             PIC X.
           05  FJL-COUNT          PIC 9(07).
           05  FILLER             PIC X.
           05  FJL-STATE          PIC X(08).
           05  FILLER             PIC X.
           05  FJL-OPER-ID        PIC X(08).

      * Passage en cours : journee, superviseur, date et heure de
      * demarrage.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LCK-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  LCK-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  LCK-RUN-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  LCK-START          PIC X(08).

       FD  COUNT-FILE.
       01  COUNT-RECORD           PIC X(200).

      * Fiche operateur du fichier maitre.
       FD  OPERATOR-MASTER-FILE.
       COPY opermst REPLACING
           ==OPM-RECORD-TAG== BY ==OPERATOR-MASTER-RECORD==.

      * Une ligne par tentative d'ouverture de session : qui, ou,
      * quand et le verdict.
       FD  SIGNON-LOG-FILE.
       01  SIGNON-LOG-RECORD.
           05  SGL-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  SGL-TIME           PIC X(08).
           05  FILLER             PIC X.
           05  SGL-PROGRAM        PIC X(08).
           05  FILLER             PIC X.
           05  SGL-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  SGL-VERDICT        PIC X(20).

      * Tolerance de securite : ECHECS (refus admis), MINUTES
      * (fenetre) ; OUVERTURE et FERMETURE ne servent qu'a l'etat
      * de securite.
       FD  SECURITY-PARAM-FILE.
       01  SECURITY-PARAM-RECORD.
           05  SPR-NAME           PIC X(10).
           05  FILLER             PIC X.
           05  SPR-VALUE          PIC X(10).

      * Une ligne par changement d'etat d'un operateur.
       FD  OPER-JOURNAL-FILE.
       COPY opjrec REPLACING
           ==OPJ-RECORD-TAG== BY ==OPER-JOURNAL-RECORD==.

       WORKING-STORAGE SECTION.

       01  WS-BUSDATE-STATUS   PIC X(2)       VALUE "00".
       01  WS-FJL-STATUS       PIC X(2)       VALUE "00".
       01  WS-LCK-STATUS       PIC X(2)       VALUE "00".
       01  WS-CNT-STATUS       PIC X(2)       VALUE "00".
       01  WS-OPM-STATUS       PIC X(2)       VALUE "00".
       01  WS-SGL-STATUS       PIC X(2)       VALUE "00".
       01  WS-EOF              PIC X(1)       VALUE "N".

      * Habilitation : la chaine est reservee aux codes superviseur
      * du fichier maitre. Le code est passe en argument (finjour
      * CODE) pour un lancement planifie, ou saisi a l'invite ; il
      * est transmis aux etapes qui le demandent.
       01  WS-OPER-ID          PIC X(8)       VALUE SPACES.
       01  WS-OPERID-ENTRY     PIC X(17)
                               VALUE "CODE OPERATEUR:  ".
       01  WS-OPM-EOF          PIC X(1)       VALUE "N".
       01  WS-OPM-LOADED       PIC X(1)       VALUE "N".
       01  WS-OPM-COUNT        PIC 99         VALUE 0.
       01  WS-OPM-IX           PIC 99         VALUE 0.
       01  WS-OPM-TABLE.
           05  WS-OPM-ENTRY    OCCURS 20 TIMES.
               10  WS-OPM-ID       PIC X(8).
               10  WS-OPM-NAME     PIC X(20).
               10  WS-OPM-FLAG     PIC X(1).
               10  WS-OPM-LEVEL    PIC X(1).
       01  WS-OPER-LEVEL       PIC X(1)       VALUE SPACE.
       01  WS-SIGNON-VERDICT   PIC X(20)      VALUE SPACES.
       01  WS-SIGNON-OK        PIC X(1)       VALUE "N".

      * Suspension automatique : a WS-SEC-MAX-FAIL refus du meme
      * code dans les WS-SEC-WINDOW dernieres minutes (3 en 15
      * minutes par defaut), le code passe a S dans le fichier
      * maitre. Le compte repart de zero a chaque autre ligne du
      * code au journal des sessions (session acceptee,
      * reactivation). Les fiches du fichier maitre sont gardees
      * telles quelles pour la reecriture.
       01  WS-SEC-PRM-STATUS   PIC X(2)       VALUE "00".
       01  WS-OPJ-STATUS       PIC X(2)       VALUE "00".
       01  WS-SEC-EOF          PIC X(1)       VALUE "N".
       01  WS-SEC-MAX-FAIL     PIC 9(3)       VALUE 3.
       01  WS-SEC-WINDOW       PIC 9(4)       VALUE 15.
       01  WS-SEC-NUM          PIC 9(6)V9(2)  VALUE 0.
       01  WS-SEC-FAILS        PIC 9(3)       VALUE 0.
       01  WS-SEC-DATE-STR     PIC X(8)       VALUE SPACES.
       01  WS-SEC-TIME-STR     PIC X(8)       VALUE SPACES.
       01  WS-SEC-KEY          PIC X(8)       VALUE SPACES.
       01  WS-SEC-KEY-NUM      PIC 9(8)       VALUE 0.
       01  WS-SEC-HHMM.
           05  WS-SEC-HH       PIC 99.
           05  WS-SEC-MM       PIC 99.
       01  WS-SEC-NOW-MIN      PIC 9(11)      VALUE 0.
       01  WS-SEC-LINE-MIN     PIC 9(11)      VALUE 0.
       01  WS-SEC-OLD-STATUS   PIC X(1)       VALUE SPACE.
       01  WS-SEC-DONE         PIC X(1)       VALUE "N".
       01  WS-SEC-FULL         PIC X(1)       VALUE "N".
       01  WS-SEC-COUNT        PIC 9(3)       VALUE 0.
       01  WS-SEC-IX           PIC 9(3)       VALUE 0.
       01  WS-SEC-TABLE.
           05  WS-SEC-LINE     PIC X(40)      OCCURS 200 TIMES.
       01  WS-SEC-FAIL-VIEW    PIC ZZ9.
       01  WS-SEC-WIN-VIEW     PIC ZZZ9.
       01  WS-SGL-DATE-STR     PIC X(8)       VALUE SPACES.
       01  WS-SGL-TIME-STR     PIC X(8)       VALUE SPACES.

      * Journee traitee et sa cle AAAAMMJJ.
       01  WS-BUS-DATE         PIC X(10)      VALUE SPACES.
       01  WS-BUS-KEY          PIC X(8)       VALUE SPACES.
       01  WS-DATE-WORK        PIC X(10)      VALUE SPACES.
       01  WS-KEY-WORK         PIC X(8)       VALUE SPACES.
       01  WS-KEY-NUM          PIC 9(8)       VALUE 0.
       01  WS-DAY-INT          PIC 9(8)       VALUE 0.

      * Fin de mois : "Y" quand le jour ouvre suivant tombe dans un
      * autre mois. Le butoir d'archivage est alors le dernier jour
      * du mois precedent (la journee ouverte et son mois restent
      * dans les fichiers vivants), le mois declare celui de la
      * journee.
       01  WS-MONTH-END        PIC X(1)       VALUE "N".
       01  WS-CUTOFF-DATE      PIC X(10)      VALUE SPACES.
       01  WS-CUTOFF-KEY       PIC X(8)       VALUE SPACES.
       01  WS-DECL-MONTH       PIC X(7)       VALUE SPACES.

      * Calendrier des jours ouvres, comme a la cloture : regle de
      * week-end (jours 1 = lundi .. 7 = dimanche) et feries dates.
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
       01  WS-CAL-DAY-INT      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-NUM      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-KEY      PIC X(8)       VALUE SPACES.
       01  WS-CAL-WEEKDAY      PIC 9(1)       VALUE 0.
       01  WS-CAL-WEEKDAY-X    PIC X(1)       VALUE SPACE.
       01  WS-CAL-HITS         PIC 9(2)       VALUE 0.
       01  WS-CAL-OPEN         PIC X(1)       VALUE "N".
       01  WS-CAL-SKIPPED      PIC 9(3)       VALUE 0.

      * Etapes de la chaine dans l'ordre de passage : nom du
      * programme, "Y" si l'etape ne tourne qu'en fin de mois, "Y"
      * si elle a deja reussi pour la journee.
       01  WS-STEP-COUNT       PIC 99         VALUE 0.
       01  WS-STEP-IX          PIC 99         VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY   OCCURS 10 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  WS-STEP-MONTHLY PIC X(1).
               10  WS-STEP-DONE    PIC X(1).

      * Etape en cours : commande lancee, code retour rendu,
      * heures de debut et de fin.
       01  WS-STEP-CMD         PIC X(80)      VALUE SPACES.
       01  WS-STEP-RC          PIC S9(4)      VALUE 0.
       01  WS-STEP-START       PIC X(8)       VALUE SPACES.
       01  WS-STEP-END         PIC X(8)       VALUE SPACES.
       01  WS-STEP-STATE       PIC X(8)       VALUE SPACES.
       01  WS-RUN-STOPPED      PIC X(1)       VALUE "N".
      * "Y" quand la chaine est suspendue pour revue de l'etat des
      * anomalies et non pour une etape en echec.
       01  WS-RUN-REVIEW       PIC X(1)       VALUE "N".
       01  WS-RUN-DONE-NB      PIC 99         VALUE 0.
      * "Y" quand la comptabilisation reste a faire : la
      * reconciliation est alors relancee meme deja reussie.
       01  WS-RECON-RERUN      PIC X(1)       VALUE "N".
       01  WS-RC-VIEW          PIC ZZ9.

      * Comptage des enregistrements d'une etape : fichier relu,
      * et filtre facultatif (position, longueur, valeur) ; une
      * longueur nulle compte toutes les lignes.
       01  WS-CNT-NAME         PIC X(30)      VALUE SPACES.
       01  WS-CNT-POS          PIC 99         VALUE 1.
       01  WS-CNT-LEN          PIC 99         VALUE 0.
       01  WS-CNT-FILTER       PIC X(10)      VALUE SPACES.
       01  WS-CNT-NB           PIC 9(7)       VALUE 0.
       01  WS-CNT-VIEW         PIC ZZZZZZ9.

      *date time management
       01  WS-DATE.
           05  WS-DAY       PIC 99.
           05 FILLER        PIC X          VALUE '/'.
           05  WS-MONTH     PIC 99.
           05 FILLER        PIC X          VALUE '/'.
           05  WS-YEAR      PIC 9(4).
       01  DATE-STRING      PIC X(8).
       01  TIME-STRING      PIC X(8).

       01  WS-TIME.
           05  WS-HOUR      PIC 99.
           05 FILLER        PIC X          VALUE ':'.
           05  WS-MINUTE    PIC 99.
           05 FILLER        PIC X          VALUE ':'.
           05  WS-SECOND    PIC 99.

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY " ------------------------------------------------".
           DISPLAY "|          Chaine de fin de journee              |".
           DISPLAY " ------------------------------------------------".

           ACCEPT WS-OPER-ID FROM COMMAND-LINE.
           PERFORM OPERATOR-SIGN-ON.

           PERFORM LOAD-BUSINESS-DATE.
           IF WS-BUS-DATE = SPACES
               DISPLAY "Pas de date de gestion (date_gestion.txt) :"
                   " chaine abandonnee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Date de gestion : " WS-BUS-DATE.

           PERFORM CHECK-RUN-LOCK.
           PERFORM CHECK-MONTH-END.
           PERFORM INIT-STEP-TABLE.
           PERFORM LOAD-COMPLETED-STEPS.
           PERFORM SET-RUN-LOCK.

           MOVE "N" TO WS-RUN-STOPPED.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                      OR WS-RUN-STOPPED = "Y"
               PERFORM RUN-STEP
           END-PERFORM.

           PERFORM CLEAR-RUN-LOCK.
           DISPLAY " ------------------------------------------------".
           IF WS-RUN-REVIEW = "Y"
               MOVE WS-CNT-NB TO WS-CNT-VIEW
               DISPLAY "CHAINE SUSPENDUE AVANT LA CLOTURE : "
                   FUNCTION TRIM(WS-CNT-VIEW) " anomalie(s) a revoir"
                   " dans anomalies_" WS-BUS-DATE(1:2)
                   WS-BUS-DATE(4:2) WS-BUS-DATE(7:4) ".txt, puis"
                   " relancer finjour pour clore la journee."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-RUN-STOPPED = "Y"
                   DISPLAY "CHAINE ARRETEE : corriger l'etape en"
                       " echec puis relancer finjour, la reprise se"
                       " fait a partir de cette etape."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Chaine de fin de journee terminee pour le "
                       WS-BUS-DATE "."
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY " ------------------------------------------------".
           STOP RUN.

      ***************************************************************
      *                  Paragraphes de méthodes                    *
      ***************************************************************

      * Retourne la date JJ/MM/AAAA de WS-DATE-WORK en cle AAAAMMJJ
      * comparable dans WS-KEY-WORK.
       DATE-TO-KEY.
           MOVE SPACES TO WS-KEY-WORK.
           STRING WS-DATE-WORK(7:4) WS-DATE-WORK(4:2)
                  WS-DATE-WORK(1:2)
               DELIMITED BY SIZE INTO WS-KEY-WORK.
           EXIT.

      * Identification de l'operateur et controle d'habilitation :
      * code pris en argument ou saisi a l'invite, verifie contre
      * le fichier maitre, niveau superviseur exige. Un refus
      * arrete le programme avec un code retour a 4 pour
      * l'ordonnanceur. Fichier maitre absent = premiere
      * installation, passage tolere avec avertissement.
       OPERATOR-SIGN-ON.
           PERFORM LOAD-OPERATOR-MASTER.
           IF WS-OPER-ID = SPACES
               DISPLAY WS-OPERID-ENTRY WITH NO ADVANCING
               ACCEPT WS-OPER-ID
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-OPER-ID) TO WS-OPER-ID.
           IF WS-OPER-ID = SPACES
               DISPLAY "Le code operateur est obligatoire,"
                   " abandon."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR.
           IF WS-SIGNON-OK = "N"
               DISPLAY "Code " WS-OPER-ID " refuse ("
                   FUNCTION TRIM(WS-SIGNON-VERDICT)
                   "), chaine abandonnee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Operateur : " WS-OPER-ID.
           EXIT.

       LOAD-OPERATOR-MASTER.
           MOVE ZERO TO WS-OPM-COUNT.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPM-STATUS NOT = "00"
               DISPLAY "Fichier des operateurs (operateurs.txt)"
                   " absent : controle des codes indisponible."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-OPM-LOADED.
           MOVE "N" TO WS-OPM-EOF.
           PERFORM UNTIL WS-OPM-EOF = "Y"
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               READ OPERATOR-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-OPM-EOF
                   NOT AT END
                       IF OPM-ID NOT = SPACES
                          AND WS-OPM-COUNT < 20
                           ADD 1 TO WS-OPM-COUNT
                           MOVE FUNCTION UPPER-CASE (OPM-ID)
                               TO WS-OPM-ID (WS-OPM-COUNT)
                           MOVE OPM-NAME
                               TO WS-OPM-NAME (WS-OPM-COUNT)
                           MOVE OPM-STATUS
                               TO WS-OPM-FLAG (WS-OPM-COUNT)
                           MOVE OPM-LEVEL
                               TO WS-OPM-LEVEL (WS-OPM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           EXIT.

      * Verdict du code contre le fichier maitre : inconnu,
      * suspendu ou sans le niveau superviseur refuse. Chaque
      * verdict part au journal des sessions.
       CHECK-OPERATOR.
           IF WS-OPM-LOADED = "N"
               MOVE "Y" TO WS-SIGNON-OK
               MOVE "OK SANS CONTROLE" TO WS-SIGNON-VERDICT
               PERFORM WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE "REFUSE INCONNU" TO WS-SIGNON-VERDICT.
           PERFORM VARYING WS-OPM-IX FROM 1 BY 1
                   UNTIL WS-OPM-IX > WS-OPM-COUNT
               IF WS-OPM-ID (WS-OPM-IX) = WS-OPER-ID
                   IF WS-OPM-FLAG (WS-OPM-IX) NOT = "A"
                       MOVE "REFUSE SUSPENDU"
                           TO WS-SIGNON-VERDICT
                   ELSE
                       IF WS-OPM-LEVEL (WS-OPM-IX) = "S"
                           MOVE "Y" TO WS-SIGNON-OK
                           MOVE "OK" TO WS-SIGNON-VERDICT
                           MOVE WS-OPM-LEVEL (WS-OPM-IX)
                               TO WS-OPER-LEVEL
                       ELSE
                           MOVE "REFUSE NIVEAU"
                               TO WS-SIGNON-VERDICT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WRITE-SIGNON-LOG.
           IF WS-SIGNON-OK = "N"
              AND WS-SIGNON-VERDICT NOT = "REFUSE INCONNU"
              AND WS-SIGNON-VERDICT NOT = "REFUSE SUSPENDU"
               PERFORM CHECK-SIGNON-LOCKOUT
           END-IF.
           EXIT.

      * Depose la tentative au journal des sessions (date et heure
      * machine : un evenement de securite se date du moment reel).
       WRITE-SIGNON-LOG.
           OPEN EXTEND SIGNON-LOG-FILE.
           IF WS-SGL-STATUS NOT = "00"
               OPEN OUTPUT SIGNON-LOG-FILE
           END-IF.
           IF WS-SGL-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire signon_log.txt"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-SGL-DATE-STR FROM DATE YYYYMMDD.
           ACCEPT WS-SGL-TIME-STR FROM TIME.
           MOVE SPACES TO SIGNON-LOG-RECORD.
           STRING WS-SGL-DATE-STR(7:2) "/" WS-SGL-DATE-STR(5:2)
                  "/" WS-SGL-DATE-STR(1:4)
               DELIMITED BY SIZE INTO SGL-DATE.
           STRING WS-SGL-TIME-STR(1:2) ":" WS-SGL-TIME-STR(3:2)
                  ":" WS-SGL-TIME-STR(5:2)
               DELIMITED BY SIZE INTO SGL-TIME.
           MOVE "finjour" TO SGL-PROGRAM.
           MOVE WS-OPER-ID TO SGL-OPER-ID.
           MOVE WS-SIGNON-VERDICT TO SGL-VERDICT.
           WRITE SIGNON-LOG-RECORD.
           CLOSE SIGNON-LOG-FILE.
           EXIT.

      * Apres le refus d'un code connu et actif : compte ses refus
      * au journal des sessions dans la fenetre et le suspend au
      * seuil. Un code inconnu n'a pas de fiche a suspendre et un
      * code deja suspendu n'a plus rien a perdre : leurs essais
      * restent a l'etat de securite.
       CHECK-SIGNON-LOCKOUT.
           PERFORM LOAD-SECURITY-PARAMETERS.
           ACCEPT WS-SEC-DATE-STR FROM DATE YYYYMMDD.
           ACCEPT WS-SEC-TIME-STR FROM TIME.
           MOVE WS-SEC-DATE-STR TO WS-SEC-KEY-NUM.
           MOVE WS-SEC-TIME-STR(1:4) TO WS-SEC-HHMM.
           COMPUTE WS-SEC-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(WS-SEC-KEY-NUM) * 1440
               + WS-SEC-HH * 60 + WS-SEC-MM.
           MOVE ZERO TO WS-SEC-FAILS.
           OPEN INPUT SIGNON-LOG-FILE.
           IF WS-SGL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SEC-EOF.
           PERFORM UNTIL WS-SEC-EOF = "Y"
               MOVE SPACES TO SIGNON-LOG-RECORD
               READ SIGNON-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       PERFORM COUNT-SIGNON-FAILURE
               END-READ
           END-PERFORM.
           CLOSE SIGNON-LOG-FILE.
           IF WS-SEC-FAILS < WS-SEC-MAX-FAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUSPEND-OPERATOR.
           EXIT.

      * Un refus du code compte s'il tombe dans la fenetre ; toute
      * autre ligne du code remet le compte a zero. Les fonctions de
      * superviseur de la calculatrice (extourne, lot sans entete)
      * ne sont pas des ouvertures de session : elles ne comptent
      * ni ne remettent a zero.
       COUNT-SIGNON-FAILURE.
           IF FUNCTION UPPER-CASE (SGL-OPER-ID) NOT = WS-OPER-ID
               EXIT PARAGRAPH
           END-IF.
           IF SGL-VERDICT = "OK EXTOURNE"
              OR SGL-VERDICT = "REFUSE EXTOURNE"
              OR SGL-VERDICT = "OK LOT SANS ENTETE"
              OR SGL-VERDICT = "REFUSE SANS ENTETE"
               EXIT PARAGRAPH
           END-IF.
           IF SGL-VERDICT(1:6) NOT = "REFUSE"
               MOVE ZERO TO WS-SEC-FAILS
               EXIT PARAGRAPH
           END-IF.
           IF SGL-VERDICT = "REFUSE INCONNU"
              OR SGL-VERDICT = "REFUSE SUSPENDU"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SEC-KEY.
           STRING SGL-DATE(7:4) SGL-DATE(4:2) SGL-DATE(1:2)
               DELIMITED BY SIZE INTO WS-SEC-KEY.
           MOVE SPACES TO WS-SEC-HHMM.
           STRING SGL-TIME(1:2) SGL-TIME(4:2)
               DELIMITED BY SIZE INTO WS-SEC-HHMM.
           IF WS-SEC-KEY NOT NUMERIC OR WS-SEC-HHMM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEC-KEY TO WS-SEC-KEY-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SEC-KEY-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEC-LINE-MIN =
               FUNCTION INTEGER-OF-DATE(WS-SEC-KEY-NUM) * 1440
               + WS-SEC-HH * 60 + WS-SEC-MM.
           IF WS-SEC-LINE-MIN + WS-SEC-WINDOW >= WS-SEC-NOW-MIN
              AND WS-SEC-FAILS < 999
               ADD 1 TO WS-SEC-FAILS
           END-IF.
           EXIT.

      * Passe le code a S dans le fichier maitre, reecrit en entier
      * a partir des fiches relues telles quelles, dans la table en
      * memoire, puis journalise la suspension.
       SUSPEND-OPERATOR.
           MOVE ZERO TO WS-SEC-COUNT.
           MOVE "N" TO WS-SEC-DONE.
           MOVE "N" TO WS-SEC-FULL.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SEC-EOF.
           PERFORM UNTIL WS-SEC-EOF = "Y"
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               READ OPERATOR-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       PERFORM KEEP-OPERATOR-LINE
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           IF WS-SEC-DONE = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-FULL = "Y"
               DISPLAY "Fichier des operateurs trop long : code "
                   WS-OPER-ID " non suspendu."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           IF WS-OPM-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire operateurs.txt : code "
                   WS-OPER-ID " non suspendu."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
                   UNTIL WS-SEC-IX > WS-SEC-COUNT
               MOVE WS-SEC-LINE (WS-SEC-IX) TO OPERATOR-MASTER-RECORD
               WRITE OPERATOR-MASTER-RECORD
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           PERFORM VARYING WS-OPM-IX FROM 1 BY 1
                   UNTIL WS-OPM-IX > WS-OPM-COUNT
               IF WS-OPM-ID (WS-OPM-IX) = WS-OPER-ID
                   MOVE "S" TO WS-OPM-FLAG (WS-OPM-IX)
               END-IF
           END-PERFORM.
           PERFORM WRITE-LOCKOUT-JOURNAL.
           MOVE WS-SEC-FAILS TO WS-SEC-FAIL-VIEW.
           MOVE WS-SEC-WINDOW TO WS-SEC-WIN-VIEW.
           DISPLAY "Code " WS-OPER-ID " suspendu : "
               FUNCTION TRIM(WS-SEC-FAIL-VIEW) " refus en "
               FUNCTION TRIM(WS-SEC-WIN-VIEW) " minutes, reactivation"
               " par un superviseur (opermnt).".
           EXIT.

       KEEP-OPERATOR-LINE.
           IF WS-SEC-COUNT = 200
               MOVE "Y" TO WS-SEC-FULL
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE (OPM-ID) = WS-OPER-ID
              AND OPM-STATUS = "A"
              AND WS-SEC-DONE = "N"
               MOVE OPM-STATUS TO WS-SEC-OLD-STATUS
               MOVE "S" TO OPM-STATUS
               MOVE "Y" TO WS-SEC-DONE
           END-IF.
           ADD 1 TO WS-SEC-COUNT.
           MOVE OPERATOR-MASTER-RECORD TO WS-SEC-LINE (WS-SEC-COUNT).
           EXIT.

      * Trace de la suspension au journal des operateurs, signee
      * AUTO avec le nombre de refus et la fenetre.
       WRITE-LOCKOUT-JOURNAL.
           OPEN EXTEND OPER-JOURNAL-FILE.
           IF WS-OPJ-STATUS NOT = "00"
               OPEN OUTPUT OPER-JOURNAL-FILE
           END-IF.
           IF WS-OPJ-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire operateurs_journal.txt"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OPER-JOURNAL-RECORD.
           STRING WS-SEC-DATE-STR(7:2) "/" WS-SEC-DATE-STR(5:2)
                  "/" WS-SEC-DATE-STR(1:4)
               DELIMITED BY SIZE INTO OPJ-DATE.
           STRING WS-SEC-TIME-STR(1:2) ":" WS-SEC-TIME-STR(3:2)
                  ":" WS-SEC-TIME-STR(5:2)
               DELIMITED BY SIZE INTO OPJ-TIME.
           MOVE "finjour" TO OPJ-PROGRAM.
           MOVE WS-OPER-ID TO OPJ-OPER-ID.
           MOVE "S" TO OPJ-ACTION.
           MOVE WS-SEC-OLD-STATUS TO OPJ-OLD-STATUS.
           MOVE "S" TO OPJ-NEW-STATUS.
           MOVE "AUTO" TO OPJ-BY.
           MOVE WS-SEC-FAILS TO OPJ-FAILURES.
           MOVE WS-SEC-WINDOW TO OPJ-WINDOW.
           WRITE OPER-JOURNAL-RECORD.
           CLOSE OPER-JOURNAL-FILE.
           EXIT.

      * Tolerances lues dans seuils_securite.txt ; fichier absent ou
      * ligne illisible = valeurs par defaut.
       LOAD-SECURITY-PARAMETERS.
           OPEN INPUT SECURITY-PARAM-FILE.
           IF WS-SEC-PRM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SEC-EOF.
           PERFORM UNTIL WS-SEC-EOF = "Y"
               MOVE SPACES TO SECURITY-PARAM-RECORD
               READ SECURITY-PARAM-FILE
                   AT END
                       MOVE "Y" TO WS-SEC-EOF
                   NOT AT END
                       PERFORM LOAD-SECURITY-LINE
               END-READ
           END-PERFORM.
           CLOSE SECURITY-PARAM-FILE.
           EXIT.

       LOAD-SECURITY-LINE.
           IF SPR-NAME = SPACES OR SPR-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(SPR-VALUE)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEC-NUM =
               FUNCTION NUMVAL(FUNCTION TRIM(SPR-VALUE)).
           EVALUATE FUNCTION UPPER-CASE (SPR-NAME)
               WHEN "ECHECS"
                   IF WS-SEC-NUM >= 1 AND WS-SEC-NUM <= 99
                       MOVE WS-SEC-NUM TO WS-SEC-MAX-FAIL
                   END-IF
               WHEN "MINUTES"
                   IF WS-SEC-NUM >= 1 AND WS-SEC-NUM <= 1440
                       MOVE WS-SEC-NUM TO WS-SEC-WINDOW
                   END-IF
           END-EVALUATE.
           EXIT.

      * Lit la date de gestion officielle dans date_gestion.txt.
       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BD-DATE TO WS-BUS-DATE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-BUS-DATE NOT = SPACES
               MOVE WS-BUS-DATE TO WS-DATE-WORK
               PERFORM DATE-TO-KEY
               MOVE WS-KEY-WORK TO WS-BUS-KEY
           END-IF.
           EXIT.

      * Un passage de la meme journee encore marque en cours bloque
      * le demarrage : deux chaines ne doivent jamais tourner
      * ensemble sur les memes fichiers. Une marque laissee par un
      * passage interrompu est a verifier puis a vider a la main.
      * Une marque d'une autre journee est signalee et remplacee.
       CHECK-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RUN-LOCK-RECORD.
           READ RUN-LOCK-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF LCK-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF LCK-DATE = WS-BUS-DATE
               DISPLAY "Un passage de la journee " LCK-DATE
                   " est en cours (lance par " LCK-OPER-ID
                   " le " LCK-RUN-DATE " a " LCK-START
                   ") : demarrage refuse."
               DISPLAY "Si ce passage a ete interrompu, verifier"
                   " puis vider finjour_en_cours.txt avant de"
                   " relancer."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Attention : marque de passage en cours pour le "
               LCK-DATE " remplacee par la journee " WS-BUS-DATE.
           EXIT.

       SET-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LCK-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire finjour_en_cours.txt :"
                   " chaine abandonnee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STAMP-DATE-TIME.
           MOVE SPACES TO RUN-LOCK-RECORD.
           MOVE WS-BUS-DATE TO LCK-DATE.
           MOVE WS-OPER-ID TO LCK-OPER-ID.
           MOVE WS-DATE TO LCK-RUN-DATE.
           MOVE WS-TIME TO LCK-START.
           WRITE RUN-LOCK-RECORD.
           CLOSE RUN-LOCK-FILE.
           EXIT.

      * Fin de passage, reussi ou arrete : la marque est videe pour
      * permettre la relance.
       CLEAR-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LCK-STATUS NOT = "00"
               DISPLAY "Impossible de vider finjour_en_cours.txt !"
               EXIT PARAGRAPH
           END-IF.
           CLOSE RUN-LOCK-FILE.
           EXIT.

      * Dernier jour ouvre du mois : le jour ouvre qui suit la
      * journee tombe dans un autre mois. Butoir d'archivage et mois
      * declare prepares au passage.
       CHECK-MONTH-END.
           PERFORM LOAD-CALENDAR.
           MOVE WS-BUS-KEY TO WS-KEY-NUM.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-KEY-NUM) + 1.
           PERFORM ROLL-TO-OPEN-DAY.
           MOVE "N" TO WS-MONTH-END.
           IF WS-CAL-OPEN = "N"
              OR WS-CAL-DAY-KEY(1:6) NOT = WS-BUS-KEY(1:6)
               MOVE "Y" TO WS-MONTH-END
           END-IF.

           MOVE SPACES TO WS-KEY-WORK.
           STRING WS-BUS-KEY(1:6) "01"
               DELIMITED BY SIZE INTO WS-KEY-WORK.
           MOVE WS-KEY-WORK TO WS-KEY-NUM.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-KEY-NUM) - 1.
           COMPUTE WS-KEY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-KEY-NUM TO WS-CUTOFF-KEY.
           MOVE SPACES TO WS-CUTOFF-DATE.
           STRING WS-CUTOFF-KEY(7:2) "/" WS-CUTOFF-KEY(5:2) "/"
                  WS-CUTOFF-KEY(1:4)
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE.
           MOVE WS-BUS-DATE(4:7) TO WS-DECL-MONTH.

           IF WS-MONTH-END = "Y"
               DISPLAY "Dernier jour ouvre du mois : etapes"
                   " mensuelles au programme (butoir d'archivage "
                   WS-CUTOFF-DATE ")."
           ELSE
               DISPLAY "Journee ordinaire : etapes mensuelles"
                   " sautees."
           END-IF.
           EXIT.

      * Chargement du calendrier des jours ouvres. Absent, seuls
      * samedi et dimanche sont fermes ; une ligne illisible est
      * signalee et ignoree.
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
      * s'il l'est) ; un mois entier ferme laisse WS-CAL-OPEN a
      * "N". Une annee d'arrivee sans aucun ferie au calendrier est
      * signalee.
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

      * Ordre de passage de la chaine. Les interets des contrats
      * passent en tete : leurs postes entrent dans la
      * reconciliation du jour. La comptabilisation suit la
      * reconciliation dont elle exige le verdict EQUILIBRE ; la
      * declaration de TVA et l'archivage ne tournent que le dernier
      * jour ouvre du mois ; l'etat des anomalies d'activite passe
      * juste avant la cloture, qui ferme la marche.
       INIT-STEP-TABLE.
           MOVE ZERO TO WS-STEP-COUNT.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "interets" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "N" TO WS-STEP-MONTHLY (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "reconcil" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "N" TO WS-STEP-MONTHLY (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "comptab" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "N" TO WS-STEP-MONTHLY (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "tvadecl" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-MONTHLY (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "archiver" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-MONTHLY (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "anomalie" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "N" TO WS-STEP-MONTHLY (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "cloture" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "N" TO WS-STEP-MONTHLY (WS-STEP-COUNT).
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE "N" TO WS-STEP-DONE (WS-STEP-IX)
           END-PERFORM.
           EXIT.

      * Reprise : toute etape notee OK pour la journee au journal
      * de la chaine est consideree faite et ne sera pas relancee.
       LOAD-COMPLETED-STEPS.
           MOVE ZERO TO WS-RUN-DONE-NB.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-FJL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO RUN-LOG-RECORD
               READ RUN-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FJL-BUS-DATE = WS-BUS-DATE
                          AND FJL-STATE = "OK"
                           PERFORM MARK-STEP-DONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG-FILE.
           PERFORM REOPEN-RECON-STEP.
           IF WS-RUN-DONE-NB > 0
               DISPLAY "Reprise : etape(s) deja reussie(s) pour la"
                   " journee non relancee(s)."
           END-IF.
           EXIT.

      * La comptabilisation ne part que sur une reconciliation
      * fraiche : entre deux lancements, la validation a pu rendre
      * a l'alimentation des calculs retenus que la reconciliation
      * deja reussie n'a pas vus. Tant que comptab reste a faire,
      * reconcil est relancee.
       REOPEN-RECON-STEP.
           MOVE "N" TO WS-RECON-RERUN.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-STEP-NAME (WS-STEP-IX) = "comptab"
                  AND WS-STEP-DONE (WS-STEP-IX) = "N"
                   MOVE "Y" TO WS-RECON-RERUN
               END-IF
           END-PERFORM.
           IF WS-RECON-RERUN = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-STEP-NAME (WS-STEP-IX) = "reconcil"
                  AND WS-STEP-DONE (WS-STEP-IX) = "Y"
                   MOVE "N" TO WS-STEP-DONE (WS-STEP-IX)
                   SUBTRACT 1 FROM WS-RUN-DONE-NB
                   DISPLAY "Reprise : reconcil relancee avant la"
                       " comptabilisation."
               END-IF
           END-PERFORM.
           EXIT.

       MARK-STEP-DONE.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-STEP-NAME (WS-STEP-IX) = FJL-STEP
                  AND WS-STEP-DONE (WS-STEP-IX) = "N"
                   MOVE "Y" TO WS-STEP-DONE (WS-STEP-IX)
                   ADD 1 TO WS-RUN-DONE-NB
               END-IF
           END-PERFORM.
           EXIT.

      * Une etape : deja faite, sautee hors fin de mois, ou lancee
      * avec son code retour note au journal. Un code non nul
      * arrete la chaine.
       RUN-STEP.
           IF WS-STEP-DONE (WS-STEP-IX) = "Y"
               DISPLAY "Etape " WS-STEP-NAME (WS-STEP-IX)
                   " : deja faite pour la journee."
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAMP-DATE-TIME.
           MOVE WS-TIME TO WS-STEP-START.
           IF WS-STEP-MONTHLY (WS-STEP-IX) = "Y"
              AND WS-MONTH-END = "N"
               MOVE WS-TIME TO WS-STEP-END
               MOVE ZERO TO WS-STEP-RC
               MOVE ZERO TO WS-CNT-NB
               MOVE "SAUTEE" TO WS-STEP-STATE
               PERFORM WRITE-RUN-LOG
               DISPLAY "Etape " WS-STEP-NAME (WS-STEP-IX)
                   " : sautee (pas une fin de mois)."
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-STEP-COMMAND.
           DISPLAY " ------------------------------------------------".
           DISPLAY "Etape " WS-STEP-NAME (WS-STEP-IX) " : "
               FUNCTION TRIM(WS-STEP-CMD).
           CALL "SYSTEM" USING WS-STEP-CMD.
      * Le code rendu est l'etat de fin du processus : code retour
      * du programme dans l'octet de poids fort.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           IF RETURN-CODE NOT = 0 AND WS-STEP-RC = 0
               MOVE 999 TO WS-STEP-RC
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM STAMP-DATE-TIME.
           MOVE WS-TIME TO WS-STEP-END.
           PERFORM COUNT-STEP-RECORDS.
           IF WS-STEP-RC = 0
               MOVE "OK" TO WS-STEP-STATE
           ELSE
               MOVE "ECHEC" TO WS-STEP-STATE
               MOVE "Y" TO WS-RUN-STOPPED
           END-IF.
           PERFORM WRITE-RUN-LOG.
           MOVE WS-STEP-RC TO WS-RC-VIEW.
           MOVE WS-CNT-NB TO WS-CNT-VIEW.
           DISPLAY "Etape " WS-STEP-NAME (WS-STEP-IX) " : "
               WS-STEP-STATE " code retour " WS-RC-VIEW ", "
               WS-CNT-VIEW " enregistrement(s).".
      * Des anomalies signalees suspendent la chaine avant la
      * cloture : l'etape est notee OK, la relance reprend donc a
      * la cloture une fois l'etat revu.
           IF WS-STEP-NAME (WS-STEP-IX) = "anomalie"
              AND WS-STEP-STATE = "OK"
              AND WS-CNT-NB > 0
               MOVE "Y" TO WS-RUN-STOPPED
               MOVE "Y" TO WS-RUN-REVIEW
           END-IF.
           EXIT.

      * Ligne de commande de l'etape : chaque programme recoit ce
      * qu'il demanderait a l'invite (journee, mois, butoir, code
      * superviseur).
       BUILD-STEP-COMMAND.
           MOVE SPACES TO WS-STEP-CMD.
           EVALUATE WS-STEP-NAME (WS-STEP-IX)
               WHEN "tvadecl"
                   STRING "./tvadecl " WS-DECL-MONTH
                       DELIMITED BY SIZE INTO WS-STEP-CMD
               WHEN "archiver"
                   STRING "./archiver " WS-CUTOFF-DATE " "
                       WS-OPER-ID
                       DELIMITED BY SIZE INTO WS-STEP-CMD
               WHEN "cloture"
                   STRING "./cloture " WS-OPER-ID
                       DELIMITED BY SIZE INTO WS-STEP-CMD
               WHEN OTHER
                   STRING "./" WS-STEP-NAME (WS-STEP-IX)
                       DELIMITED BY SPACE
                       " " WS-BUS-DATE
                       DELIMITED BY SIZE INTO WS-STEP-CMD
           END-EVALUATE.
           EXIT.

      * Enregistrements de l'etape, relus dans son fichier : les
      * mouvements d'interets du releve des contrats, les lignes
      * d'anomalie de l'etat des anomalies d'activite, les
      * enregistrements d'alimentation de la journee pour la
      * reconciliation et la cloture, les lignes d'ecriture du
      * journal comptable, les lignes d'audit du mois declare, les
      * lignes de l'archive d'audit du butoir.
       COUNT-STEP-RECORDS.
           MOVE 1 TO WS-CNT-POS.
           MOVE 0 TO WS-CNT-LEN.
           MOVE SPACES TO WS-CNT-FILTER.
           MOVE SPACES TO WS-CNT-NAME.
           EVALUATE WS-STEP-NAME (WS-STEP-IX)
               WHEN "interets"
                   STRING "releve_contrats_" WS-BUS-DATE(1:2)
                       WS-BUS-DATE(4:2) WS-BUS-DATE(7:4) ".txt"
                       DELIMITED BY SIZE INTO WS-CNT-NAME
                   MOVE 3 TO WS-CNT-LEN
                   MOVE "MVT" TO WS-CNT-FILTER
               WHEN "anomalie"
                   STRING "anomalies_" WS-BUS-DATE(1:2)
                       WS-BUS-DATE(4:2) WS-BUS-DATE(7:4) ".txt"
                       DELIMITED BY SIZE INTO WS-CNT-NAME
                   MOVE 3 TO WS-CNT-LEN
                   MOVE "ANO" TO WS-CNT-FILTER
               WHEN "comptab"
                   STRING "ecritures_gl_" WS-BUS-DATE(1:2)
                       WS-BUS-DATE(4:2) WS-BUS-DATE(7:4) ".txt"
                       DELIMITED BY SIZE INTO WS-CNT-NAME
                   MOVE 1 TO WS-CNT-LEN
                   MOVE "D" TO WS-CNT-FILTER
               WHEN "tvadecl"
                   MOVE "audit_log.txt" TO WS-CNT-NAME
                   MOVE 4 TO WS-CNT-POS
                   MOVE 7 TO WS-CNT-LEN
                   MOVE WS-DECL-MONTH TO WS-CNT-FILTER
               WHEN "archiver"
                   STRING "audit_arch_" WS-CUTOFF-KEY ".txt"
                       DELIMITED BY SIZE INTO WS-CNT-NAME
               WHEN OTHER
                   MOVE "recon_feed.txt" TO WS-CNT-NAME
                   MOVE 10 TO WS-CNT-LEN
                   MOVE WS-BUS-DATE TO WS-CNT-FILTER
           END-EVALUATE.
           PERFORM COUNT-FILE-LINES.
           EXIT.

      * Lignes du fichier WS-CNT-NAME qui portent le filtre a la
      * position demandee ; fichier absent = zero.
       COUNT-FILE-LINES.
           MOVE ZERO TO WS-CNT-NB.
           OPEN INPUT COUNT-FILE.
           IF WS-CNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO COUNT-RECORD
               READ COUNT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CNT-LEN = 0
                           ADD 1 TO WS-CNT-NB
                       ELSE
                           IF COUNT-RECORD(WS-CNT-POS:WS-CNT-LEN)
                              = WS-CNT-FILTER(1:WS-CNT-LEN)
                               ADD 1 TO WS-CNT-NB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.
           EXIT.

      * Ligne de l'etape au journal de la chaine.
       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-FJL-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF WS-FJL-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire journal_fin_journee.txt"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE WS-BUS-DATE TO FJL-BUS-DATE.
           MOVE WS-STEP-NAME (WS-STEP-IX) TO FJL-STEP.
           MOVE WS-DATE TO FJL-RUN-DATE.
           MOVE WS-STEP-START TO FJL-START.
           MOVE WS-STEP-END TO FJL-END.
           IF WS-STEP-RC < 0
               MOVE 999 TO FJL-RC
           ELSE
               MOVE WS-STEP-RC TO FJL-RC
           END-IF.
           MOVE WS-CNT-NB TO FJL-COUNT.
           MOVE WS-STEP-STATE TO FJL-STATE.
           MOVE WS-OPER-ID TO FJL-OPER-ID.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
           EXIT.

       STAMP-DATE-TIME.
           ACCEPT DATE-STRING FROM DATE YYYYMMDD.
           MOVE DATE-STRING(1:4) TO WS-YEAR.
           MOVE DATE-STRING(5:2) TO WS-MONTH.
           MOVE DATE-STRING(7:2) TO WS-DAY.
           ACCEPT TIME-STRING FROM TIME.
           MOVE TIME-STRING(1:2) TO WS-HOUR.
           MOVE TIME-STRING(3:2) TO WS-MINUTE.
           MOVE TIME-STRING(5:2) TO WS-SECOND.
           EXIT.
