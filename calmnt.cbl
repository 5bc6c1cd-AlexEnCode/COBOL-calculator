      *=============================================================*
      * MAINTENANCE DU CALENDRIER :                                 *
      *    L'objectif: tenir calendrier.txt (jours feries de chaque *
      *    annee et regle de week-end) par des saisies guidees et   *
      *    controlees, avec un journal des modifications, comme les *
      *    tables de taux.                                          *
      *    Les étapes:                                              *
      *    Je charge le calendrier en refusant de demarrer sur une  *
      *    ligne illisible (une ligne perdue a la reecriture        *
      *    serait un ferie oublie par la cloture)                   *
      *    Je boucle sur les saisies : ajout, modification du       *
      *    libelle ou retrait d'un jour ferie, changement de la     *
      *    regle de week-end, liste d'une annee                     *
      *    Je reecris le calendrier en entier, trie par date, a     *
      *    chaque changement et je depose une ligne de journal      *
      *    horodatee et signee par l'operateur                      *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. calmnt.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Journal des changements du calendrier : une ligne horodatee
      * et signee par changement, jamais reecrite, sur le modele du
      * journal des taux.
           SELECT CAL-JOURNAL-FILE ASSIGN TO "calendrier_journal.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      * Fichier maitre des operateurs : changer le calendrier est
      * reserve aux superviseurs.
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

      * Ligne du calendrier : jour ferie ou regle de week-end.
       FD  CALENDAR-FILE.
       COPY calrec REPLACING
           ==CAL-RECORD-TAG== BY ==CALENDAR-RECORD==.

      * Une ligne de journal par changement : qui, quand, quel type
      * de ligne (F ferie, W week-end), quelle action (A ajout,
      * M modification, R retrait), quelle date et les valeurs
      * avant/apres (libelle du ferie ou jours fermes).
       FD  CAL-JOURNAL-FILE.
       01  CAL-JOURNAL-RECORD.
           05  JRN-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  JRN-TIME           PIC X(08).
           05  FILLER             PIC X.
           05  JRN-OPER-ID        PIC X(08).
           05  FILLER             PIC X.
           05  JRN-TYPE           PIC X(01).
           05  FILLER             PIC X.
           05  JRN-ACTION         PIC X(01).
           05  FILLER             PIC X.
           05  JRN-CAL-DATE       PIC X(10).
           05  FILLER             PIC X.
           05  JRN-OLD-VALUE      PIC X(30).
           05  FILLER             PIC X.
           05  JRN-NEW-VALUE      PIC X(30).

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

       01  WS-CAL-STATUS       PIC X(2)       VALUE "00".
       01  WS-JRN-STATUS       PIC X(2)       VALUE "00".
       01  WS-CAL-EOF          PIC X(1)       VALUE "N".

      * Identification de l'operateur de maintenance : le code
      * saisi a l'ouverture signe chaque ligne du journal des
      * changements.
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

      * Jours feries en memoire, tries par cle AAAAMMJJ et
      * reecrits en bloc a chaque changement (200 lignes, une
      * vingtaine d'annees d'avance).
       01  WS-CAL-COUNT        PIC 9(3)       VALUE 0.
       01  WS-CAL-IX           PIC 9(3)       VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY    OCCURS 200 TIMES.
               10  WS-CAL-KEY      PIC X(8).
               10  WS-CAL-DATE     PIC X(10).
               10  WS-CAL-LABEL    PIC X(30).

      * Regle de week-end : numeros des jours fermes, 1 lundi a
      * 7 dimanche. Samedi et dimanche tant que le calendrier n'en
      * dit pas autrement.
       01  WS-CAL-WEEKEND      PIC X(7)       VALUE "67".

      * A "N" des qu'une ligne du calendrier ne se relit pas : le
      * programme refuse alors de demarrer, une reecriture ferait
      * disparaitre la ligne fautive en silence.
       01  WS-LOAD-OK          PIC X(1)       VALUE "Y".

      * Dialogue de la session de maintenance.
       01  WS-MENU-CHOICE      PIC X(1)       VALUE SPACE.
       01  WS-MENU-ENTRY       PIC X(42)
               VALUE "JOURS (F=ferie/W=week-end/L=liste/Q=fin): ".
       01  WS-ACTION           PIC X(1)       VALUE SPACE.
       01  WS-ACTION-ENTRY     PIC X(32)
                   VALUE "ACTION (A=ajout/M=modif/R=ret): ".
       01  WS-IN-DATE          PIC X(10)      VALUE SPACES.
       01  WS-IN-LABEL         PIC X(30)      VALUE SPACES.
       01  WS-IN-WEEKEND       PIC X(7)       VALUE SPACES.
       01  WS-IN-YEAR          PIC X(4)       VALUE SPACES.
       01  WS-DATE-ENTRY       PIC X(26)
                   VALUE "DATE FERIE (JJ/MM/AAAA): ".
       01  WS-LABEL-ENTRY      PIC X(14)      VALUE "LIBELLE     : ".
       01  WS-WEEKEND-ENTRY    PIC X(34)
                   VALUE "JOURS FERMES (1=lun..7=dim, 67) : ".
       01  WS-YEAR-ENTRY       PIC X(14)      VALUE "ANNEE (AAAA): ".
       01  WS-CONFIRM          PIC X(1)       VALUE "N".
       01  WS-CONFIRM-ENTRY    PIC X(18)      VALUE "CONFIRMER (Y/N): ".

      * Resultat des controles de saisie et position de l'entree
      * trouvee (ou de l'insertion) dans la table.
       01  WS-ENTRY-OK         PIC X(1)       VALUE "Y".
       01  WS-FOUND            PIC X(1)       VALUE "N".
       01  WS-FOUND-IX         PIC 9(3)       VALUE 0.
       01  WS-INS-IX           PIC 9(3)       VALUE 0.
       01  WS-IN-KEY           PIC X(8)       VALUE SPACES.
       01  WS-OLD-VALUE        PIC X(30)      VALUE SPACES.
       01  WS-NEW-VALUE        PIC X(30)      VALUE SPACES.
       01  WS-JRN-TYPE         PIC X(1)       VALUE SPACE.

      * Controle du format d'une date JJ/MM/AAAA saisie, date
      * reelle exigee (pas de 30/02).
       01  WS-DATE-CHECK.
           05  WS-DC-DAY       PIC X(2).
           05  WS-DC-SEP1      PIC X(1).
           05  WS-DC-MONTH     PIC X(2).
           05  WS-DC-SEP2      PIC X(1).
           05  WS-DC-YEAR      PIC X(4).
       01  WS-DC-KEY-NUM       PIC 9(8)       VALUE 0.

      * Jour de la semaine d'une date (1 lundi a 7 dimanche), tire
      * de son rang depuis le 01/01/1601, qui etait un lundi.
       01  WS-DAY-INT          PIC 9(8)       VALUE 0.
       01  WS-WEEKDAY          PIC 9(1)       VALUE 0.
       01  WS-WEEKDAY-X        PIC X(1)       VALUE SPACE.
       01  WS-WEEKEND-HITS     PIC 9(2)       VALUE 0.
       01  WS-WD-IX            PIC 9(1)       VALUE 0.

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
           DISPLAY "|           Maintenance du calendrier            |".
           DISPLAY " ------------------------------------------------".

           PERFORM OPERATOR-SIGN-ON.

           PERFORM LOAD-CALENDAR.
           IF WS-LOAD-OK = "N"
               DISPLAY "Le calendrier ne se relit pas proprement :"
                   " corriger la ligne fautive avant toute"
                   " maintenance (rien n'a ete modifie)."
               STOP RUN
           END-IF.

           OPEN EXTEND CAL-JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               OPEN OUTPUT CAL-JOURNAL-FILE
           END-IF.
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir calendrier_journal.txt,"
                   " abandon : pas de maintenance sans journal."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MENU-CHOICE = "Q"
               DISPLAY WS-MENU-ENTRY WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE)
                   TO WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "F"
                       PERFORM MAINTAIN-HOLIDAY
                   WHEN "W"
                       PERFORM MAINTAIN-WEEKEND
                   WHEN "L"
                       PERFORM LIST-YEAR
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix inconnu."
               END-EVALUATE
           END-PERFORM.

           CLOSE CAL-JOURNAL-FILE.
           MOVE WS-CHANGE-COUNT TO WS-NB-VIEW.
           DISPLAY "Fin de maintenance : " WS-NB-VIEW
               " changement(s) journalise(s).".
           STOP RUN.

      ***************************************************************
      *                  Paragraphes de méthodes                    *
      ***************************************************************

      * Ouverture de session operateur : le code saisi signe chaque
      * ligne du journal des changements. Un code vide est
      * redemande ; le calendrier decidant des journees ouvertes,
      * le code doit etre un superviseur actif du fichier maitre,
      * et chaque tentative part au journal des sessions.
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
           MOVE "calmnt" TO SGL-PROGRAM.
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
           MOVE "calmnt" TO OPJ-PROGRAM.
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

      * Chargement strict du calendrier : une ligne de type inconnu
      * ou de date illisible bloque la maintenance, car la
      * reecriture en bloc la ferait disparaitre. Les feries sont
      * ranges par date a mesure, pour un fichier reecrit trie.
       LOAD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "Calendrier (calendrier.txt) absent :"
                   " il sera cree au premier ajout."
               EXIT PARAGRAPH
           END-IF.
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
           MOVE WS-CAL-COUNT TO WS-NB-VIEW.
           DISPLAY "Calendrier charge : " WS-NB-VIEW
               " jour(s) ferie(s), jours fermes : " WS-CAL-WEEKEND.
           EXIT.

       LOAD-CALENDAR-LINE.
           IF CALENDAR-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (CAL-TYPE) TO CAL-TYPE.
           EVALUATE CAL-TYPE
               WHEN "W"
                   MOVE CAL-DATE TO WS-IN-WEEKEND
                   PERFORM CHECK-WEEKEND-RULE
                   IF WS-ENTRY-OK = "N"
                       DISPLAY "Regle de week-end illisible : "
                           CALENDAR-RECORD
                       MOVE "N" TO WS-LOAD-OK
                   ELSE
                       MOVE WS-IN-WEEKEND TO WS-CAL-WEEKEND
                   END-IF
               WHEN "F"
                   MOVE CAL-DATE TO WS-IN-DATE
                   PERFORM CHECK-DATE-FORMAT
                   IF WS-ENTRY-OK = "N"
                       DISPLAY "Jour ferie illisible : "
                           CALENDAR-RECORD
                       MOVE "N" TO WS-LOAD-OK
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-CAL-COUNT >= 200
                       DISPLAY "Calendrier plein, ligne de trop : "
                           CALENDAR-RECORD
                       MOVE "N" TO WS-LOAD-OK
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FIND-HOLIDAY
                   IF WS-FOUND = "Y"
                       DISPLAY "Jour ferie en double : "
                           CALENDAR-RECORD
                       MOVE "N" TO WS-LOAD-OK
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CAL-LABEL TO WS-IN-LABEL
                   PERFORM INSERT-HOLIDAY
               WHEN OTHER
                   DISPLAY "Ligne de calendrier de type inconnu : "
                       CALENDAR-RECORD
                   MOVE "N" TO WS-LOAD-OK
           END-EVALUATE.
           EXIT.

      * Maintenance d'un jour ferie : saisie de l'action et de la
      * date, controles, puis reecriture du calendrier et ligne de
      * journal.
       MAINTAIN-HOLIDAY.
           DISPLAY WS-ACTION-ENTRY WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION.
           IF WS-ACTION NOT = "A" AND WS-ACTION NOT = "M"
              AND WS-ACTION NOT = "R"
               DISPLAY "Action inconnue, abandon."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-DATE-ENTRY WITH NO ADVANCING.
           ACCEPT WS-IN-DATE.
           PERFORM CHECK-DATE-FORMAT.
           IF WS-ENTRY-OK = "N"
               DISPLAY "Date invalide (JJ/MM/AAAA), abandon."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HOLIDAY.

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM HOLIDAY-ADD
               WHEN "M"
                   PERFORM HOLIDAY-MODIFY
               WHEN "R"
                   PERFORM HOLIDAY-RETIRE
           END-EVALUATE.
           EXIT.

      * Ajout d'un jour ferie : un ferie qui tombe deja sur un jour
      * ferme par la regle de week-end ne change rien aux journees
      * ouvertes, il est accepte sur confirmation.
       HOLIDAY-ADD.
           IF WS-FOUND = "Y"
               DISPLAY "Ce jour est deja ferie : passer par une"
                   " modification."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAL-COUNT >= 200
               DISPLAY "Calendrier plein (200 max), retirer"
                   " d'abord des annees passees."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-LABEL.
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-WEEKDAY.
           IF WS-WEEKEND-HITS > 0
               DISPLAY "Ce jour est deja ferme par la regle de"
                   " week-end (" WS-CAL-WEEKEND ")."
               DISPLAY WS-CONFIRM-ENTRY WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "Ajout abandonne."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM INSERT-HOLIDAY.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE WS-IN-LABEL TO WS-NEW-VALUE.
           PERFORM SAVE-CALENDAR.
           MOVE "F" TO WS-JRN-TYPE.
           PERFORM WRITE-CAL-JOURNAL.
           DISPLAY "Jour ferie ajoute.".
           EXIT.

       HOLIDAY-MODIFY.
           IF WS-FOUND = "N"
               DISPLAY "Ce jour n'est pas au calendrier."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Libelle actuel : " WS-CAL-LABEL (WS-FOUND-IX).
           PERFORM ASK-LABEL.
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAL-LABEL (WS-FOUND-IX) TO WS-OLD-VALUE.
           MOVE WS-IN-LABEL TO WS-NEW-VALUE.
           MOVE WS-IN-LABEL TO WS-CAL-LABEL (WS-FOUND-IX).
           PERFORM SAVE-CALENDAR.
           MOVE "F" TO WS-JRN-TYPE.
           PERFORM WRITE-CAL-JOURNAL.
           DISPLAY "Libelle modifie.".
           EXIT.

      * Retrait d'un jour ferie : l'entree est sortie de la table
      * par decalage, le calendrier reecrit et le retrait
      * journalise (ancien libelle conserve dans le journal).
       HOLIDAY-RETIRE.
           IF WS-FOUND = "N"
               DISPLAY "Ce jour n'est pas au calendrier."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Jour ferie a retirer : " WS-IN-DATE " "
               WS-CAL-LABEL (WS-FOUND-IX).
           DISPLAY WS-CONFIRM-ENTRY WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Retrait abandonne."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAL-LABEL (WS-FOUND-IX) TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           PERFORM VARYING WS-CAL-IX FROM WS-FOUND-IX BY 1
                   UNTIL WS-CAL-IX >= WS-CAL-COUNT
               MOVE WS-CAL-ENTRY (WS-CAL-IX + 1)
                   TO WS-CAL-ENTRY (WS-CAL-IX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CAL-COUNT.
           PERFORM SAVE-CALENDAR.
           MOVE "F" TO WS-JRN-TYPE.
           PERFORM WRITE-CAL-JOURNAL.
           DISPLAY "Jour ferie retire.".
           EXIT.

      * Changement de la regle de week-end : nouvelle liste de
      * jours fermes, controlee puis confirmee, car elle deplace
      * toutes les dates de gestion a venir.
       MAINTAIN-WEEKEND.
           DISPLAY "Jours fermes actuels : " WS-CAL-WEEKEND.
           DISPLAY WS-WEEKEND-ENTRY WITH NO ADVANCING.
           ACCEPT WS-IN-WEEKEND.
           PERFORM CHECK-WEEKEND-RULE.
           IF WS-ENTRY-OK = "N"
               DISPLAY "Regle invalide : chiffres 1 a 7 sans"
                   " doublon, six jours fermes au plus, abandon."
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-WEEKEND = WS-CAL-WEEKEND
               DISPLAY "Regle inchangee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CONFIRM-ENTRY WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Changement abandonne."
               EXIT PARAGRAPH
           END-IF.
           MOVE "M" TO WS-ACTION.
           MOVE SPACES TO WS-IN-DATE.
           MOVE WS-CAL-WEEKEND TO WS-OLD-VALUE.
           MOVE WS-IN-WEEKEND TO WS-NEW-VALUE.
           MOVE WS-IN-WEEKEND TO WS-CAL-WEEKEND.
           PERFORM SAVE-CALENDAR.
           MOVE "W" TO WS-JRN-TYPE.
           PERFORM WRITE-CAL-JOURNAL.
           DISPLAY "Regle de week-end modifiee.".
           EXIT.

      * Liste des jours feries d'une annee, avec le jour de la
      * semaine : une annee sans aucun ferie est signalee, elle
      * n'a sans doute pas encore ete saisie.
       LIST-YEAR.
           DISPLAY WS-YEAR-ENTRY WITH NO ADVANCING.
           ACCEPT WS-IN-YEAR.
           IF WS-IN-YEAR NOT NUMERIC
               DISPLAY "Annee invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY " ------------------------------------------------".
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
               IF WS-CAL-KEY (WS-CAL-IX)(1:4) = WS-IN-YEAR
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-CAL-DATE (WS-CAL-IX) TO WS-IN-DATE
                   MOVE WS-CAL-KEY (WS-CAL-IX) TO WS-IN-KEY
                   PERFORM COMPUTE-WEEKDAY
                   DISPLAY WS-CAL-DATE (WS-CAL-IX) " (jour "
                       WS-WEEKDAY ") " WS-CAL-LABEL (WS-CAL-IX)
               END-IF
           END-PERFORM.
           DISPLAY " ------------------------------------------------".
           IF WS-LIST-COUNT = 0
               DISPLAY "Aucun jour ferie saisi pour " WS-IN-YEAR
                   " : calendrier de l'annee a completer."
           ELSE
               MOVE WS-LIST-COUNT TO WS-NB-VIEW
               DISPLAY WS-NB-VIEW " jour(s) ferie(s) en "
                   WS-IN-YEAR ", jours fermes : " WS-CAL-WEEKEND
           END-IF.
           EXIT.

      * Saisie du libelle d'un jour ferie, obligatoire.
       ASK-LABEL.
           MOVE "Y" TO WS-ENTRY-OK.
           DISPLAY WS-LABEL-ENTRY WITH NO ADVANCING.
           ACCEPT WS-IN-LABEL.
           IF WS-IN-LABEL = SPACES
               DISPLAY "Libelle obligatoire, abandon."
               MOVE "N" TO WS-ENTRY-OK
           END-IF.
           EXIT.

      * Recherche du jour WS-IN-KEY dans la table ; WS-INS-IX
      * donne la place ou l'inserer pour garder l'ordre des dates.
       FIND-HOLIDAY.
           MOVE "N" TO WS-FOUND.
           MOVE ZERO TO WS-FOUND-IX.
           COMPUTE WS-INS-IX = WS-CAL-COUNT + 1.
           PERFORM VARYING WS-CAL-IX FROM WS-CAL-COUNT BY -1
                   UNTIL WS-CAL-IX < 1
               IF WS-CAL-KEY (WS-CAL-IX) = WS-IN-KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-CAL-IX TO WS-FOUND-IX
               END-IF
               IF WS-CAL-KEY (WS-CAL-IX) > WS-IN-KEY
                   MOVE WS-CAL-IX TO WS-INS-IX
               END-IF
           END-PERFORM.
           EXIT.

      * Insere le jour WS-IN-DATE / WS-IN-LABEL a sa place (posee
      * par FIND-HOLIDAY), les suivants decales d'un rang.
       INSERT-HOLIDAY.
           PERFORM VARYING WS-CAL-IX FROM WS-CAL-COUNT BY -1
                   UNTIL WS-CAL-IX < WS-INS-IX
               MOVE WS-CAL-ENTRY (WS-CAL-IX)
                   TO WS-CAL-ENTRY (WS-CAL-IX + 1)
           END-PERFORM.
           ADD 1 TO WS-CAL-COUNT.
           MOVE WS-IN-KEY TO WS-CAL-KEY (WS-INS-IX).
           MOVE WS-IN-DATE TO WS-CAL-DATE (WS-INS-IX).
           MOVE WS-IN-LABEL TO WS-CAL-LABEL (WS-INS-IX).
           EXIT.

      * Reecrit calendrier.txt en entier, regle de week-end en
      * tete puis les feries par date : LINE SEQUENTIAL ne permet
      * pas de reecrire une ligne en place.
       SAVE-CALENDAR.
           OPEN OUTPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire calendrier.txt !"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CALENDAR-RECORD.
           MOVE "W" TO CAL-TYPE.
           MOVE WS-CAL-WEEKEND TO CAL-DATE.
           MOVE "Regle de week-end" TO CAL-LABEL.
           WRITE CALENDAR-RECORD.
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
               MOVE SPACES TO CALENDAR-RECORD
               MOVE "F" TO CAL-TYPE
               MOVE WS-CAL-DATE (WS-CAL-IX) TO CAL-DATE
               MOVE WS-CAL-LABEL (WS-CAL-IX) TO CAL-LABEL
               WRITE CALENDAR-RECORD
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           EXIT.

      * Ligne de journal d'un changement du calendrier (type de
      * ligne pose par l'appelant dans WS-JRN-TYPE).
       WRITE-CAL-JOURNAL.
           PERFORM STAMP-DATE-TIME.
           MOVE SPACES TO CAL-JOURNAL-RECORD.
           MOVE WS-JRN-TYPE TO JRN-TYPE.
           MOVE WS-DATE TO JRN-DATE.
           MOVE WS-TIME TO JRN-TIME.
           MOVE WS-OPER-ID TO JRN-OPER-ID.
           MOVE WS-ACTION TO JRN-ACTION.
           MOVE WS-IN-DATE TO JRN-CAL-DATE.
           MOVE WS-OLD-VALUE TO JRN-OLD-VALUE.
           MOVE WS-NEW-VALUE TO JRN-NEW-VALUE.
           WRITE CAL-JOURNAL-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           EXIT.

      * Controle de la regle de week-end WS-IN-WEEKEND : chiffres
      * 1 a 7 cadres a gauche, sans doublon, au moins un jour de
      * la semaine reste ouvert (sinon la cloture ne trouverait
      * jamais de lendemain).
       CHECK-WEEKEND-RULE.
           MOVE "Y" TO WS-ENTRY-OK.
           PERFORM VARYING WS-WD-IX FROM 1 BY 1
                   UNTIL WS-WD-IX > 7
               IF WS-IN-WEEKEND(WS-WD-IX:1) NOT = SPACE
                   IF WS-IN-WEEKEND(WS-WD-IX:1) < "1"
                      OR WS-IN-WEEKEND(WS-WD-IX:1) > "7"
                       MOVE "N" TO WS-ENTRY-OK
                   ELSE
                       MOVE ZERO TO WS-WEEKEND-HITS
                       INSPECT WS-IN-WEEKEND TALLYING
                           WS-WEEKEND-HITS FOR ALL
                           WS-IN-WEEKEND(WS-WD-IX:1)
                       IF WS-WEEKEND-HITS > 1
                           MOVE "N" TO WS-ENTRY-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IN-WEEKEND(7:1) NOT = SPACE
               MOVE "N" TO WS-ENTRY-OK
           END-IF.
           EXIT.

      * Jour de la semaine de WS-IN-KEY (1 lundi a 7 dimanche) et
      * nombre d'occurrences dans la regle de week-end.
       COMPUTE-WEEKDAY.
           MOVE WS-IN-KEY TO WS-DC-KEY-NUM.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DC-KEY-NUM).
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           MOVE WS-WEEKDAY TO WS-WEEKDAY-X.
           MOVE ZERO TO WS-WEEKEND-HITS.
           INSPECT WS-CAL-WEEKEND TALLYING WS-WEEKEND-HITS
               FOR ALL WS-WEEKDAY-X.
           EXIT.

      * Controle du format JJ/MM/AAAA de WS-IN-DATE et existence
      * de la date au calendrier civil ; pose la cle AAAAMMJJ
      * dans WS-IN-KEY.
       CHECK-DATE-FORMAT.
           MOVE "Y" TO WS-ENTRY-OK.
           MOVE SPACES TO WS-IN-KEY.
           MOVE WS-IN-DATE TO WS-DATE-CHECK.
           IF WS-DC-DAY NOT NUMERIC OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-YEAR NOT NUMERIC
              OR WS-DC-SEP1 NOT = "/" OR WS-DC-SEP2 NOT = "/"
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           STRING WS-DC-YEAR WS-DC-MONTH WS-DC-DAY
               DELIMITED BY SIZE INTO WS-IN-KEY.
           MOVE WS-IN-KEY TO WS-DC-KEY-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DC-KEY-NUM) NOT = 0
               MOVE "N" TO WS-ENTRY-OK
           END-IF.
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
