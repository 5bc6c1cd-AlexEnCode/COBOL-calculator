      *=============================================================*
      * VALIDATION A QUATRE YEUX :                                  *
      *    L'objectif: faire decider par un second regard les       *
      *    calculs retenus au-dessus du seuil de validation avant   *
      *    qu'ils n'entrent dans l'alimentation de reconciliation.  *
      *    Les étapes:                                              *
      *    Je reserve la session aux superviseurs du fichier maitre *
      *    Je charge la file d'attente (attente_validation.txt) en  *
      *    ne gardant en attente que les calculs sans decision      *
      *    Je liste les calculs en attente, je valide ou je rejette *
      *    un calcul designe par son numero de sequence, motif      *
      *    obligatoire, jamais sur un calcul saisi par soi-meme     *
      *    La validation rend l'enregistrement d'alimentation       *
      *    retenu sous son numero d'origine ; le rejet depose au    *
      *    journal d'audit une ligne qui annule la mise en attente  *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. valider.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * File des calculs en attente : lue au demarrage, completee
      * en ajout d'une ligne par decision, jamais reecrite.
           SELECT PENDING-FILE ASSIGN TO "attente_validation.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      * Alimentation de reconciliation : un calcul valide y entre
      * sous son numero de sequence d'origine.
           SELECT FEED-OUTPUT-FILE ASSIGN TO "recon_feed.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      * Journal d'audit : un calcul rejete y recoit sa ligne de
      * rejet.
           SELECT AUDIT-LOG-FILE ASSIGN TO "audit_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Fichier maitre des operateurs : decider d'un calcul retenu
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

      * Totaux de controle par date de gestion et devise, tenus a
      * part du journal et de l'alimentation et reecrits a chaque
      * ecriture : une retouche des deux fichiers a la main ne
      * passe plus la reconciliation.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "controle_totaux.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Ligne de la file : mise en attente (A) ou decision (V/R).
       FD  PENDING-FILE.
       COPY pendrec REPLACING
           ==PND-RECORD-TAG== BY ==PENDING-RECORD==.

      * Enregistrement d'alimentation, rendu tel qu'il a ete
      * retenu.
       FD  FEED-OUTPUT-FILE.
       COPY feedrec REPLACING
           ==FEED-RECORD-TAG== BY ==FEED-OUTPUT-RECORD==.

      * Ligne du journal d'audit.
       FD  AUDIT-LOG-FILE.
       COPY auditrec REPLACING
           ==AUD-RECORD-TAG== BY ==AUDIT-LOG-RECORD==.

      * Ligne des totaux de controle.
       FD  CONTROL-TOTALS-FILE.
       COPY ctlrec REPLACING
           ==CTL-RECORD-TAG== BY ==CONTROL-TOTALS-RECORD==.

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

       01  WS-PND-STATUS       PIC X(2)       VALUE "00".
       01  WS-FEED-STATUS      PIC X(2)       VALUE "00".
       01  WS-AUDIT-STATUS     PIC X(2)       VALUE "00".

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
       01  WS-PND-EOF          PIC X(1)       VALUE "N".

      * Identification du superviseur : le code saisi signe chaque
      * decision et chaque ligne de rejet.
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

      * Calculs mis en attente, dans l'ordre de la file. Une
      * decision lue plus loin au chargement retire le calcul de
      * son numero de la table (les suivants remontent d'une
      * place) : la file n'est jamais purgee, et seuls les calculs
      * encore en attente y tiennent une place. Une decision prise
      * pendant la seance marque la place (V ou R). 200 calculs
      * en attente a la fois, bien plus qu'une journee n'en
      * retient.
       01  WS-PND-COUNT        PIC 9(3)       VALUE 0.
       01  WS-PND-IX           PIC 9(3)       VALUE 0.
       01  WS-PND-MV           PIC 9(3)       VALUE 0.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY    OCCURS 200 TIMES.
               10  WS-PND-SEQ      PIC X(8).
               10  WS-PND-DATE     PIC X(10).
               10  WS-PND-TIME     PIC X(8).
               10  WS-PND-OPER     PIC X(8).
               10  WS-PND-CUR      PIC X(3).
               10  WS-PND-R-VIEW   PIC X(10).
               10  WS-PND-LIMIT    PIC X(10).
               10  WS-PND-DECIDED  PIC X(1).
               10  WS-PND-FEED     PIC X(100).
               10  WS-PND-AUDIT    PIC X(160).
       01  WS-PND-OPEN-NB      PIC 9(3)       VALUE 0.

      * Dialogue de la session de validation.
       01  WS-MENU-CHOICE      PIC X(1)       VALUE SPACE.
       01  WS-MENU-ENTRY       PIC X(42)
               VALUE "FILE (L=liste/V=valider/R=rejeter/Q=fin): ".
       01  WS-DECISION         PIC X(1)       VALUE SPACE.
       01  WS-SEQ-ENTRY        PIC X(22)
                               VALUE "SEQUENCE A DECIDER  : ".
       01  WS-SEQ-BUF          PIC X(9)       VALUE SPACES.
       01  WS-SEQ-NUM          PIC 9(8)       VALUE 0.
       01  WS-SEQ-TARGET       PIC X(8)       VALUE SPACES.
       01  WS-SEQ-OK           PIC X(1)       VALUE "N".
       01  WS-REASON           PIC X(30)      VALUE SPACES.
       01  WS-REASON-ENTRY     PIC X(22)
                               VALUE "MOTIF (obligatoire) : ".
       01  WS-CONFIRM          PIC X(1)       VALUE "N".
       01  WS-CONFIRM-ENTRY    PIC X(18)      VALUE "CONFIRMER (Y/N): ".

      * Calcul designe et verdict de la recherche.
       01  WS-FOUND            PIC X(1)       VALUE "N".
       01  WS-FOUND-IX         PIC 9(3)       VALUE 0.

      * Montants de la ligne de rejet : ceux de la mise en
      * attente, de signe oppose, remis au format du journal.
       01  WS-AMOUNT           PIC S9(6)V9(2) VALUE 0.
       01  WS-AMOUNT-VIEW      PIC -(6)9.99.

      * Compteurs de la session.
       01  WS-APPROVE-COUNT    PIC 9(4)       VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(4)       VALUE 0.
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
           DISPLAY "|        Validation des calculs retenus          |".
           DISPLAY " ------------------------------------------------".

           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-PENDING-QUEUE.

           PERFORM UNTIL WS-MENU-CHOICE = "Q"
               DISPLAY WS-MENU-ENTRY WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-PENDING
                   WHEN "V"
                       MOVE "V" TO WS-DECISION
                       PERFORM DECIDE-PENDING
                   WHEN "R"
                       MOVE "R" TO WS-DECISION
                       PERFORM DECIDE-PENDING
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix inconnu."
               END-EVALUATE
           END-PERFORM.

           MOVE WS-APPROVE-COUNT TO WS-NB-VIEW.
           DISPLAY "Fin de validation : " WS-NB-VIEW " valide(s),"
               WITH NO ADVANCING.
           MOVE WS-REJECT-COUNT TO WS-NB-VIEW.
           DISPLAY WS-NB-VIEW " rejete(s),"  WITH NO ADVANCING.
           MOVE WS-PND-OPEN-NB TO WS-NB-VIEW.
           DISPLAY WS-NB-VIEW " toujours en attente.".
           STOP RUN.

      ***************************************************************
      *                  Paragraphes de méthodes                    *
      ***************************************************************

      * Ouverture de session : decider d'un calcul retenu est le
      * second regard du controle a quatre yeux, le code doit
      * etre un superviseur actif du fichier maitre, et chaque
      * tentative part au journal des sessions.
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
                   "), validation abandonnee."
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
           MOVE "valider" TO SGL-PROGRAM.
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
           MOVE "valider" TO OPJ-PROGRAM.
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

      * Chargement de la file : chaque mise en attente prend une
      * place de la table, chaque decision libere la place de son
      * numero. Une file absente est une file vide.
       LOAD-PENDING-QUEUE.
           MOVE ZERO TO WS-PND-COUNT.
           MOVE ZERO TO WS-PND-OPEN-NB.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "Aucun calcul en attente de validation."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PND-EOF.
           PERFORM UNTIL WS-PND-EOF = "Y"
               MOVE SPACES TO PENDING-RECORD
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-PND-EOF
                   NOT AT END
                       PERFORM LOAD-PENDING-LINE
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           MOVE WS-PND-OPEN-NB TO WS-NB-VIEW.
           DISPLAY "Calculs en attente de validation : " WS-NB-VIEW.
           EXIT.

      * Une ligne de la file : mise en attente rangee, decision
      * qui retire de la table le calcul qu'elle vise.
       LOAD-PENDING-LINE.
           IF PND-TYPE = "A"
               IF WS-PND-COUNT >= 200
                   DISPLAY "File d'attente pleine, sequence "
                       PND-SEQ " ignoree."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PND-COUNT
               ADD 1 TO WS-PND-OPEN-NB
               MOVE PND-SEQ TO WS-PND-SEQ (WS-PND-COUNT)
               MOVE PND-DATE TO WS-PND-DATE (WS-PND-COUNT)
               MOVE PND-TIME TO WS-PND-TIME (WS-PND-COUNT)
               MOVE PND-OPER-ID TO WS-PND-OPER (WS-PND-COUNT)
               MOVE PND-CURRENCY TO WS-PND-CUR (WS-PND-COUNT)
               MOVE PND-R-VIEW TO WS-PND-R-VIEW (WS-PND-COUNT)
               MOVE PND-LIMIT TO WS-PND-LIMIT (WS-PND-COUNT)
               MOVE SPACE TO WS-PND-DECIDED (WS-PND-COUNT)
               MOVE PND-FEED-LINE TO WS-PND-FEED (WS-PND-COUNT)
               MOVE PND-AUDIT-LINE TO WS-PND-AUDIT (WS-PND-COUNT)
               EXIT PARAGRAPH
           END-IF.
           IF PND-TYPE = "V" OR PND-TYPE = "R"
               PERFORM VARYING WS-PND-IX FROM 1 BY 1
                       UNTIL WS-PND-IX > WS-PND-COUNT
                   IF WS-PND-SEQ (WS-PND-IX) = PND-SEQ
                      AND WS-PND-DECIDED (WS-PND-IX) = SPACE
                       PERFORM DROP-PENDING-ENTRY
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      * Retire la place WS-PND-IX de la table : les places suivantes
      * remontent d'un cran, et l'indice recule d'autant pour que
      * la place remontee soit examinee a son tour.
       DROP-PENDING-ENTRY.
           PERFORM VARYING WS-PND-MV FROM WS-PND-IX BY 1
                   UNTIL WS-PND-MV >= WS-PND-COUNT
               MOVE WS-PND-ENTRY (WS-PND-MV + 1)
                   TO WS-PND-ENTRY (WS-PND-MV)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PND-COUNT.
           SUBTRACT 1 FROM WS-PND-OPEN-NB.
           SUBTRACT 1 FROM WS-PND-IX.
           EXIT.

      * Liste des calculs encore en attente, dans l'ordre de la
      * file.
       LIST-PENDING.
           IF WS-PND-OPEN-NB = 0
               DISPLAY "Aucun calcul en attente de validation."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SEQUENCE DATE       HEURE    SAISI PAR  "
               "   RESULTAT DEV      SEUIL".
           PERFORM VARYING WS-PND-IX FROM 1 BY 1
                   UNTIL WS-PND-IX > WS-PND-COUNT
               IF WS-PND-DECIDED (WS-PND-IX) = SPACE
                   DISPLAY WS-PND-SEQ (WS-PND-IX) " "
                       WS-PND-DATE (WS-PND-IX) " "
                       WS-PND-TIME (WS-PND-IX) " "
                       WS-PND-OPER (WS-PND-IX) "   "
                       WS-PND-R-VIEW (WS-PND-IX) " "
                       WS-PND-CUR (WS-PND-IX) " "
                       WS-PND-LIMIT (WS-PND-IX)
               END-IF
           END-PERFORM.
           MOVE WS-PND-OPEN-NB TO WS-NB-VIEW.
           DISPLAY WS-NB-VIEW " calcul(s) en attente.".
           EXIT.

      * Validation (V) ou rejet (R) d'un calcul en attente. Le
      * calcul doit etre encore en attente et saisi par un autre
      * que le superviseur en session ; le motif est obligatoire.
      * La decision part d'abord a la file : une coupure avant
      * l'ecriture suivante laisse une trace a rapprocher, jamais
      * un calcul rendu deux fois.
       DECIDE-PENDING.
           MOVE "N" TO WS-SEQ-OK.
           PERFORM UNTIL WS-SEQ-OK = "Y"
               DISPLAY WS-SEQ-ENTRY WITH NO ADVANCING
               ACCEPT WS-SEQ-BUF
               IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-SEQ-BUF)) = 0
                   COMPUTE WS-SEQ-NUM =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM(WS-SEQ-BUF))
                       ON SIZE ERROR
                           DISPLAY "Numero hors limites"
                               " (8 chiffres max)."
                       NOT ON SIZE ERROR
                           MOVE "Y" TO WS-SEQ-OK
                   END-COMPUTE
               ELSE
                   DISPLAY "Saisie invalide, entrez un numero."
               END-IF
           END-PERFORM.
           MOVE WS-SEQ-NUM TO WS-SEQ-TARGET.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-PND-IX FROM 1 BY 1
                   UNTIL WS-PND-IX > WS-PND-COUNT
               IF WS-PND-SEQ (WS-PND-IX) = WS-SEQ-TARGET
                  AND WS-PND-DECIDED (WS-PND-IX) = SPACE
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-PND-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY "Sequence " WS-SEQ-TARGET " absente de la"
                   " file ou deja decidee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PND-OPER (WS-FOUND-IX) = WS-OPER-ID
               DISPLAY "Sequence " WS-SEQ-TARGET " saisie par "
                   WS-OPER-ID " : un autre superviseur doit"
                   " decider."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REASON.
           PERFORM UNTIL WS-REASON NOT = SPACES
               DISPLAY WS-REASON-ENTRY WITH NO ADVANCING
               ACCEPT WS-REASON
               IF WS-REASON = SPACES
                   DISPLAY "Le motif est obligatoire."
               END-IF
           END-PERFORM.

           DISPLAY "Calcul retenu :".
           DISPLAY WS-PND-AUDIT (WS-FOUND-IX).
           IF WS-DECISION = "V"
               DISPLAY "Validation de la sequence " WS-SEQ-TARGET
           ELSE
               DISPLAY "Rejet de la sequence " WS-SEQ-TARGET
           END-IF.
           DISPLAY WS-CONFIRM-ENTRY WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Decision abandonnee."
               EXIT PARAGRAPH
           END-IF.

           PERFORM STAMP-DATE-TIME.
           PERFORM WRITE-DECISION-RECORD.
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire attente_validation.txt,"
                   " decision abandonnee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DECISION = "V"
               PERFORM RELEASE-FEED-RECORD
               ADD 1 TO WS-APPROVE-COUNT
               DISPLAY "Sequence " WS-SEQ-TARGET " validee :"
                   " enregistrement rendu a l'alimentation."
           ELSE
               PERFORM WRITE-REJECT-AUDIT
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Sequence " WS-SEQ-TARGET " rejetee :"
                   " ligne de rejet au journal d'audit."
           END-IF.
           MOVE WS-DECISION TO WS-PND-DECIDED (WS-FOUND-IX).
           SUBTRACT 1 FROM WS-PND-OPEN-NB.
           EXIT.

      * Ligne de decision a la file : meme numero et meme date de
      * gestion que la mise en attente, signee du superviseur.
       WRITE-DECISION-RECORD.
           OPEN EXTEND PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-DECISION TO PND-TYPE.
           MOVE WS-SEQ-TARGET TO PND-SEQ.
           MOVE WS-PND-DATE (WS-FOUND-IX) TO PND-DATE.
           MOVE WS-TIME TO PND-TIME.
           MOVE WS-OPER-ID TO PND-OPER-ID.
           MOVE WS-PND-CUR (WS-FOUND-IX) TO PND-CURRENCY.
           MOVE WS-PND-R-VIEW (WS-FOUND-IX) TO PND-R-VIEW.
           MOVE WS-PND-LIMIT (WS-FOUND-IX) TO PND-LIMIT.
           MOVE WS-REASON TO PND-REASON.
           WRITE PENDING-RECORD.
           CLOSE PENDING-FILE.
           EXIT.

      * Validation : l'enregistrement retenu entre tel quel a
      * l'alimentation, ou sa ligne d'audit l'attend deja sous le
      * meme numero.
       RELEASE-FEED-RECORD.
           OPEN EXTEND FEED-OUTPUT-FILE.
           IF WS-FEED-STATUS NOT = "00"
               OPEN OUTPUT FEED-OUTPUT-FILE
           END-IF.
           MOVE WS-PND-FEED (WS-FOUND-IX) TO FEED-OUTPUT-RECORD.
           WRITE FEED-OUTPUT-RECORD.
           CLOSE FEED-OUTPUT-FILE.
           PERFORM CONTROL-FEED-RECORD.
           EXIT.

      * Rejet : la ligne d'audit de mise en attente est reprise
      * avec son numero, sa date de gestion et ses montants de
      * signe oppose, signee du superviseur, marquee R et motivee.
      * Elle nette la mise en attente dans les totaux du journal.
       WRITE-REJECT-AUDIT.
           MOVE WS-PND-AUDIT (WS-FOUND-IX) TO AUDIT-LOG-RECORD.
           MOVE WS-TIME TO AUD-TIME.
           COMPUTE WS-AMOUNT = 0 -
               FUNCTION NUMVAL (FUNCTION TRIM(AUD-R-VIEW)).
           MOVE WS-AMOUNT TO WS-AMOUNT-VIEW.
           MOVE WS-AMOUNT-VIEW TO AUD-R-VIEW.
           IF AUD-VAT-AMOUNT NOT = SPACES
               COMPUTE WS-AMOUNT = 0 -
                   FUNCTION NUMVAL (FUNCTION TRIM(AUD-VAT-AMOUNT))
               MOVE WS-AMOUNT TO WS-AMOUNT-VIEW
               MOVE WS-AMOUNT-VIEW TO AUD-VAT-AMOUNT
           END-IF.
           IF AUD-FX-AMOUNT NOT = SPACES
               COMPUTE WS-AMOUNT = 0 -
                   FUNCTION NUMVAL (FUNCTION TRIM(AUD-FX-AMOUNT))
               MOVE WS-AMOUNT TO WS-AMOUNT-VIEW
               MOVE WS-AMOUNT-VIEW TO AUD-FX-AMOUNT
           END-IF.
           MOVE WS-OPER-ID TO AUD-OPER-ID.
           MOVE AUD-SEQ TO AUD-REV-SEQ.
           MOVE "R" TO AUD-STATUS.
           MOVE WS-REASON TO AUD-REASON.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           PERFORM CONTROL-AUDIT-LINE.
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
