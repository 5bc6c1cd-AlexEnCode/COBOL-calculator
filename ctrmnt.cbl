      *=============================================================*
      * MAINTENANCE DES CONTRATS :                                  *
      *    L'objectif: permettre a un superviseur de clore un       *
      *    contrat de placement ou de pret (contrats.txt) ou d'en   *
      *    demander le remboursement anticipe, avec un journal des  *
      *    changements, comme les autres tables de reference.       *
      *    Les étapes:                                              *
      *    Je controle le code superviseur et je lis la date de     *
      *    gestion ouverte                                          *
      *    Je boucle sur les saisies : liste des contrats, cloture  *
      *    d'un contrat (plus aucun interet poste), remboursement   *
      *    anticipe (les courus du jour sont postes et le contrat   *
      *    solde par le traitement de nuit interets)                *
      *    Je relis le fichier maitre avant chaque changement, je   *
      *    le reecris en entier et je depose une ligne de journal   *
      *    horodatee et signee par l'operateur                      *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrmnt.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier maitre des contrats, relu puis reecrit en entier a
      * chaque changement.
           SELECT CONTRACT-FILE ASSIGN TO "contrats.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

      * Journal des changements des contrats : une ligne horodatee
      * et signee par changement, jamais reecrite, sur le modele du
      * journal du calendrier.
           SELECT CTR-JOURNAL-FILE ASSIGN TO "contrats_journal.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      * Date de gestion officielle, tenue par la cloture : date de
      * fin portee sur le contrat clos.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "date_gestion.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      * Fichier maitre des operateurs : clore ou solder un contrat
      * est reserve aux superviseurs.
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

      * Une fiche contrat par ligne (dessin CTRREC), gardee telle
      * quelle en table et decoupee a la demande.
       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD        PIC X(160).

      * Une ligne de journal par changement : qui, quand, quelle
      * action (C cloture, S remboursement anticipe), quel contrat,
      * etat avant/apres et date de gestion du changement.
       FD  CTR-JOURNAL-FILE.
       01  CTR-JOURNAL-RECORD.
           05  JRN-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  JRN-TIME           PIC X(08).
           05  FILLER             PIC X.
           05  JRN-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  JRN-ACTION         PIC X(01).
           05  FILLER             PIC X.
           05  JRN-CONTRACT       PIC X(08).
           05  FILLER             PIC X.
           05  JRN-OLD-STATUS     PIC X(01).
           05  FILLER             PIC X.
           05  JRN-NEW-STATUS     PIC X(01).
           05  FILLER             PIC X.
           05  JRN-BUS-DATE       PIC X(10).

      * Date de gestion officielle, une ligne JJ/MM/AAAA.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE            PIC X(10).

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

       01  WS-CTR-STATUS       PIC X(2)       VALUE "00".
       01  WS-JRN-STATUS       PIC X(2)       VALUE "00".
       01  WS-BUSDATE-STATUS   PIC X(2)       VALUE "00".
       01  WS-CTR-EOF          PIC X(1)       VALUE "N".

      * Identification de l'operateur de maintenance : le code
      * saisi a l'ouverture signe chaque ligne du journal des
      * changements et chaque contrat clos ou solde.
       01  WS-OPER-ID          PIC X(8)       VALUE SPACES.
       01  WS-OPERID-ENTRY     PIC X(17)
                               VALUE "CODE OPERATEUR:  ".

      * Fichier maitre des operateurs : le code saisi doit etre un
      * superviseur actif, chaque tentative part au journal des
      * sessions. Fichier absent = premiere installation, passage
      * tolere avec avertissement.
       01  WS-OPM-STATUS       PIC X(2)       VALUE "00".
       01  WS-SGL-STATUS       PIC X(2)       VALUE "00".
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

      * Date de gestion ouverte ; date machine si le fichier manque
      * (premiere installation).
       01  WS-BUS-DATE         PIC X(10)      VALUE SPACES.

      * Fichier maitre en memoire, relu avant chaque changement :
      * la calculatrice peut y ajouter un contrat pendant la
      * session.
       01  WS-CT-COUNT         PIC 9(3)       VALUE 0.
       01  WS-CT-IX            PIC 9(3)       VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-LINE      PIC X(160)     OCCURS 500 TIMES.
       01  WS-CT-OVERFLOW      PIC X(1)       VALUE "N".

      * Contrat affiche ou modifie, decoupe selon CTRREC.
       COPY ctrrec REPLACING
           ==CTR-RECORD-TAG== BY ==WS-CONTRACT==.

      * Dialogue de la session de maintenance.
       01  WS-MENU-CHOICE      PIC X(1)       VALUE SPACE.
       01  WS-MENU-ENTRY       PIC X(50)
           VALUE "CONTRATS (L=liste/C=cloture/S=solde/Q=fin): ".
       01  WS-ACTION           PIC X(1)       VALUE SPACE.
       01  WS-IN-NUMBER        PIC X(10)      VALUE SPACES.
       01  WS-IN-NUM           PIC 9(8)       VALUE 0.
       01  WS-IN-CONTRACT      PIC X(8)       VALUE SPACES.
       01  WS-NUMBER-ENTRY     PIC X(18)
                               VALUE "NUMERO CONTRAT:  ".
       01  WS-CONFIRM          PIC X(1)       VALUE "N".
       01  WS-CONFIRM-ENTRY    PIC X(18)      VALUE "CONFIRMER (Y/N): ".

      * Resultat de la recherche et etats avant/apres du changement.
       01  WS-FOUND            PIC X(1)       VALUE "N".
       01  WS-FOUND-IX         PIC 9(3)       VALUE 0.
       01  WS-OLD-STATUS       PIC X(1)       VALUE SPACE.
       01  WS-NEW-STATUS       PIC X(1)       VALUE SPACE.

      * Zones d'edition de la liste.
       01  WS-TYPE-VIEW        PIC X(9)       VALUE SPACES.
       01  WS-STATE-VIEW       PIC X(14)      VALUE SPACES.
       01  WS-AMT-VIEW         PIC Z(6)9.99.
       01  WS-AMT-VIEW2        PIC Z(6)9.99.
       01  WS-AMT-VIEW3        PIC Z(7)9.99.

      * Compteurs de la session et de la liste.
       01  WS-CHANGE-COUNT     PIC 9(4)       VALUE 0.
       01  WS-LIST-COUNT       PIC 9(3)       VALUE 0.
       01  WS-NB-VIEW          PIC ZZZ9.

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
           DISPLAY "|           Maintenance des contrats             |".
           DISPLAY " ------------------------------------------------".

           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-BUSINESS-DATE.
           DISPLAY "Date de gestion : " WS-BUS-DATE.

           PERFORM LOAD-CONTRACTS.
           IF WS-CT-OVERFLOW = "Y"
               DISPLAY "Plus de 500 contrats dans contrats.txt :"
                   " maintenance refusee (rien n'a ete modifie)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CT-COUNT TO WS-NB-VIEW.
           DISPLAY "Contrats charges : " WS-NB-VIEW.

           OPEN EXTEND CTR-JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               OPEN OUTPUT CTR-JOURNAL-FILE
           END-IF.
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir contrats_journal.txt,"
                   " abandon : pas de maintenance sans journal."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-CHOICE = "Q"
               DISPLAY WS-MENU-ENTRY WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-CONTRACTS
                   WHEN "C"
                       PERFORM CLOSE-CONTRACT
                   WHEN "S"
                       PERFORM SETTLE-CONTRACT
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix inconnu."
               END-EVALUATE
           END-PERFORM.

           CLOSE CTR-JOURNAL-FILE.
           MOVE WS-CHANGE-COUNT TO WS-NB-VIEW.
           DISPLAY "Fin de maintenance : " WS-NB-VIEW
               " changement(s) journalise(s).".
           STOP RUN.

      ***************************************************************
      *                  Paragraphes de méthodes                    *
      ***************************************************************

      * Ouverture de session operateur : le code saisi signe chaque
      * ligne du journal des changements. Un code vide est
      * redemande ; le code doit etre un superviseur actif du
      * fichier maitre, et chaque tentative part au journal des
      * sessions.
       OPERATOR-SIGN-ON.
           PERFORM LOAD-OPERATOR-MASTER.
           MOVE SPACES TO WS-OPER-ID.
           PERFORM UNTIL WS-OPER-ID NOT = SPACES
               DISPLAY WS-OPERID-ENTRY WITH NO ADVANCING
               ACCEPT WS-OPER-ID
               MOVE FUNCTION UPPER-CASE (WS-OPER-ID)
                   TO WS-OPER-ID
               IF WS-OPER-ID = SPACES
                   DISPLAY "Le code operateur est obligatoire."
               END-IF
           END-PERFORM.
           PERFORM CHECK-OPERATOR.
           IF WS-SIGNON-OK = "N"
               DISPLAY "Code " WS-OPER-ID " refuse ("
                   FUNCTION TRIM(WS-SIGNON-VERDICT)
                   "), maintenance abandonnee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Operateur en session : " WS-OPER-ID.
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
      * suspendu ou sans le niveau superviseur refuse.
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
           PERFORM STAMP-DATE-TIME.
           MOVE SPACES TO SIGNON-LOG-RECORD.
           MOVE WS-DATE TO SGL-DATE.
           MOVE WS-TIME TO SGL-TIME.
           MOVE "ctrmnt" TO SGL-PROGRAM.
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
           MOVE "ctrmnt" TO OPJ-PROGRAM.
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

      * Lit la date de gestion officielle dans date_gestion.txt ;
      * fichier absent ou vide = date machine.
       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-DATE TO WS-BUS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUS-DATE = SPACES
               PERFORM STAMP-DATE-TIME
               MOVE WS-DATE TO WS-BUS-DATE
           END-IF.
           EXIT.

      * Charge contrats.txt en table ; fichier absent = aucun
      * contrat enregistre.
       LOAD-CONTRACTS.
           MOVE ZERO TO WS-CT-COUNT.
           MOVE "N" TO WS-CT-OVERFLOW.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CTR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTR-EOF.
           PERFORM UNTIL WS-CTR-EOF = "Y"
               MOVE SPACES TO CONTRACT-RECORD
               READ CONTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-CTR-EOF
                   NOT AT END
                       IF CONTRACT-RECORD NOT = SPACES
                           IF WS-CT-COUNT < 500
                               ADD 1 TO WS-CT-COUNT
                               MOVE CONTRACT-RECORD
                                   TO WS-CT-LINE (WS-CT-COUNT)
                           ELSE
                               MOVE "Y" TO WS-CT-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-FILE.
           EXIT.

      * Reecrit contrats.txt en entier depuis la table.
       SAVE-CONTRACTS.
           OPEN OUTPUT CONTRACT-FILE.
           IF WS-CTR-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire contrats.txt"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               WRITE CONTRACT-RECORD FROM WS-CT-LINE (WS-CT-IX)
           END-PERFORM.
           CLOSE CONTRACT-FILE.
           EXIT.

      * Liste des contrats : nature, etat, devise, operateur,
      * solde, courus non echus et prochaine echeance.
       LIST-CONTRACTS.
           PERFORM LOAD-CONTRACTS.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY "CONTRAT  NATURE    ETAT           DEV OPERATEUR"
               "      SOLDE     COURUS PROCHAINE".
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               MOVE WS-CT-LINE (WS-CT-IX) TO WS-CONTRACT
               PERFORM SHOW-CONTRACT
               ADD 1 TO WS-LIST-COUNT
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "Aucun contrat enregistre."
           END-IF.
           EXIT.

      * Une ligne de liste pour le contrat de WS-CONTRACT.
       SHOW-CONTRACT.
           IF CTR-TYPE = "A"
               MOVE "PRET" TO WS-TYPE-VIEW
           ELSE
               MOVE "PLACEMENT" TO WS-TYPE-VIEW
           END-IF.
           EVALUATE CTR-STATUS
               WHEN "A"
                   MOVE "ACTIF" TO WS-STATE-VIEW
               WHEN "R"
                   MOVE "REMB. DEMANDE" TO WS-STATE-VIEW
               WHEN "S"
                   MOVE "SOLDE ANTICIPE" TO WS-STATE-VIEW
               WHEN "C"
                   MOVE "CLOS" TO WS-STATE-VIEW
               WHEN "E"
                   MOVE "ECHU" TO WS-STATE-VIEW
               WHEN OTHER
                   MOVE "INCONNU" TO WS-STATE-VIEW
           END-EVALUATE.
           MOVE ZERO TO WS-AMT-VIEW WS-AMT-VIEW2.
           IF CTR-BALANCE NUMERIC
               MOVE CTR-BALANCE TO WS-AMT-VIEW
           END-IF.
           IF CTR-ACCRUED NUMERIC
               MOVE CTR-ACCRUED TO WS-AMT-VIEW2
           END-IF.
           DISPLAY CTR-NUMBER " " WS-TYPE-VIEW " " WS-STATE-VIEW " "
               CTR-CURRENCY " " CTR-OPER-ID " " WS-AMT-VIEW " "
               WS-AMT-VIEW2 " " CTR-NEXT-DUE.
           EXIT.

      * Saisie du numero de contrat et recherche dans le fichier
      * maitre fraichement relu.
       ASK-CONTRACT.
           MOVE "N" TO WS-FOUND.
           DISPLAY WS-NUMBER-ENTRY WITH NO ADVANCING.
           ACCEPT WS-IN-NUMBER.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(WS-IN-NUMBER)) NOT = 0
               DISPLAY "Numero invalide."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IN-NUM =
               FUNCTION NUMVAL (FUNCTION TRIM(WS-IN-NUMBER))
               ON SIZE ERROR
                   DISPLAY "Numero hors limites (8 chiffres max)."
                   EXIT PARAGRAPH
           END-COMPUTE.
           MOVE WS-IN-NUM TO WS-IN-CONTRACT.
           PERFORM LOAD-CONTRACTS.
           IF WS-CT-OVERFLOW = "Y"
               DISPLAY "Plus de 500 contrats dans contrats.txt :"
                   " changement refuse."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               IF WS-CT-LINE (WS-CT-IX) (1:8) = WS-IN-CONTRACT
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-CT-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY "Contrat " WS-IN-CONTRACT " inconnu."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-LINE (WS-FOUND-IX) TO WS-CONTRACT.
           PERFORM SHOW-CONTRACT.
           EXIT.

      * Cloture d'un contrat actif ou en remboursement demande : le
      * contrat sort du traitement de nuit, plus aucun interet
      * n'est poste ; les courus deja postes restent acquis.
       CLOSE-CONTRACT.
           PERFORM ASK-CONTRACT.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF CTR-STATUS NOT = "A" AND CTR-STATUS NOT = "R"
               DISPLAY "Contrat deja termine, cloture impossible."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CONFIRM-ENTRY WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Cloture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO WS-ACTION.
           MOVE CTR-STATUS TO WS-OLD-STATUS.
           MOVE "C" TO WS-NEW-STATUS.
           MOVE "C" TO CTR-STATUS.
           MOVE WS-BUS-DATE TO CTR-END-DATE.
           MOVE WS-OPER-ID TO CTR-END-OPER.
           MOVE SPACES TO CTR-NEXT-DUE.
           PERFORM UPDATE-CONTRACT.
           DISPLAY "Contrat " WS-IN-CONTRACT " clos.".
           EXIT.

      * Demande de remboursement anticipe d'un contrat actif : le
      * traitement de nuit (interets) de la date de gestion poste
      * les courus jusqu'a ce jour puis solde le contrat.
       SETTLE-CONTRACT.
           PERFORM ASK-CONTRACT.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF CTR-STATUS NOT = "A"
               DISPLAY "Seul un contrat actif peut etre solde par"
                   " anticipation."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CONFIRM-ENTRY WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Remboursement anticipe abandonne."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACTION.
           MOVE CTR-STATUS TO WS-OLD-STATUS.
           MOVE "R" TO WS-NEW-STATUS.
           MOVE "R" TO CTR-STATUS.
           MOVE WS-OPER-ID TO CTR-END-OPER.
           PERFORM UPDATE-CONTRACT.
           DISPLAY "Remboursement anticipe du contrat "
               WS-IN-CONTRACT " demande : solde au traitement de"
               " nuit du " WS-BUS-DATE ".".
           EXIT.

      * Range la fiche modifiee, reecrit le fichier maitre et
      * journalise le changement.
       UPDATE-CONTRACT.
           MOVE WS-CONTRACT TO WS-CT-LINE (WS-FOUND-IX).
           PERFORM SAVE-CONTRACTS.
           PERFORM WRITE-CTR-JOURNAL.
           EXIT.

      * Une ligne de journal par changement, horodatee et signee.
       WRITE-CTR-JOURNAL.
           PERFORM STAMP-DATE-TIME.
           MOVE SPACES TO CTR-JOURNAL-RECORD.
           MOVE WS-DATE TO JRN-DATE.
           MOVE WS-TIME TO JRN-TIME.
           MOVE WS-OPER-ID TO JRN-OPER-ID.
           MOVE WS-ACTION TO JRN-ACTION.
           MOVE WS-IN-CONTRACT TO JRN-CONTRACT.
           MOVE WS-OLD-STATUS TO JRN-OLD-STATUS.
           MOVE WS-NEW-STATUS TO JRN-NEW-STATUS.
           MOVE WS-BUS-DATE TO JRN-BUS-DATE.
           WRITE CTR-JOURNAL-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           EXIT.

      * Horodatage d'une ligne de journal (date et heure reelles).
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
