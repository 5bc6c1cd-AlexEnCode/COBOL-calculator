      *    Je repartis chaque fichier vivant entre archive (date    *
      *    inferieure ou egale au butoir) et periode courante       *
      *    Je reecris le fichier vivant avec la periode courante    *
      *    Je fais de meme pour les totaux de controle              *
      *    (controle_totaux.txt vers ctl_arch_AAAAMMJJ.txt)         *
      *    J'imprime un manifeste (comptes et totaux avant/apres)   *
      *    prouvant qu'aucun enregistrement ne s'est perdu          *
      *    et reprenant les totaux de controle des jours archives   *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-KEEP-STATUS.

      * Totaux de controle par date et devise : ceux des jours
      * archives suivent leurs donnees dans une archive datee du
      * butoir, pour qu'un mois archive puisse encore etre
      * controle ; le fichier vivant ne garde que la periode
      * courante.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "controle_totaux.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CTL-ARCH-FILE ASSIGN TO DYNAMIC
               WS-CTL-ARCH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-ARCH-STATUS.
           SELECT CTL-KEEP-FILE ASSIGN TO "ctl_keep.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-KEEP-STATUS.

      * Date de gestion officielle, tenue par la cloture : la coupe
      * ne doit jamais emporter la journee encore ouverte.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "date_gestion.txt"
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

           ==AUD-RECORD-TAG== BY ==AUDIT-RECORD==.

       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(160).

       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD      PIC X(160).

      * Enregistrement de l'alimentation tel qu'ecrit par la
      * calculatrice.
           ==FEED-RECORD-TAG== BY ==FEED-RECORD==.

       FD  FEED-ARCH-FILE.
       01  FEED-ARCH-RECORD       PIC X(100).

       FD  FEED-KEEP-FILE.
       01  FEED-KEEP-RECORD       PIC X(100).

      * Ligne des totaux de controle.
       FD  CONTROL-TOTALS-FILE.
       COPY ctlrec REPLACING
           ==CTL-RECORD-TAG== BY ==CONTROL-TOTALS-RECORD==.

       FD  CTL-ARCH-FILE.
       01  CTL-ARCH-RECORD        PIC X(80).

       FD  CTL-KEEP-FILE.
       01  CTL-KEEP-RECORD        PIC X(80).

      * Date de gestion officielle, une ligne JJ/MM/AAAA.
       FD  BUSINESS-DATE-FILE.
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

       01  WS-AUDIT-STATUS     PIC X(2)       VALUE "00".
       01  WS-FEED-STATUS      PIC X(2)       VALUE "00".
       01  WS-FEED-ARCH-STATUS PIC X(2)       VALUE "00".
       01  WS-FEED-KEEP-STATUS PIC X(2)       VALUE "00".
       01  WS-CTL-STATUS       PIC X(2)       VALUE "00".
       01  WS-CTL-ARCH-STATUS  PIC X(2)       VALUE "00".
       01  WS-CTL-KEEP-STATUS  PIC X(2)       VALUE "00".
       01  WS-BUSDATE-STATUS   PIC X(2)       VALUE "00".
       01  WS-AIX-STATUS       PIC X(2)       VALUE "00".
       01  WS-AIX-FOUND        PIC X(1)       VALUE "N".
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

      * coupe mensuelle reste identifiable.
       01  WS-AUDIT-ARCH-NAME  PIC X(30)      VALUE SPACES.
       01  WS-FEED-ARCH-NAME   PIC X(30)      VALUE SPACES.
       01  WS-CTL-ARCH-NAME    PIC X(30)      VALUE SPACES.

      * Manifeste : comptes et totaux des resultats par fichier,
      * avant la coupe puis repartis archive/periode courante.
      * une coupe propre.
       01  WS-AU-REWRITE-OK    PIC X(1)       VALUE "Y".
       01  WS-FD-REWRITE-OK    PIC X(1)       VALUE "Y".
       01  WS-CT-REWRITE-OK    PIC X(1)       VALUE "Y".

      * Totaux de controle des jours archives, repris un par un au
      * manifeste (les 400 premiers ; tous partent en archive) et
      * cumules par fichier pour etre rapproches des lignes et
      * enregistrements archives. WS-CT-FOUND a "N" quand
      * controle_totaux.txt est absent.
       01  WS-CT-FOUND         PIC X(1)       VALUE "N".
       01  WS-CT-ARCH-NB       PIC 9(5)       VALUE 0.
       01  WS-CT-KEEP-NB       PIC 9(5)       VALUE 0.
       01  WS-CT-IX            PIC 9(3)       VALUE 0.
       01  WS-CT-COUNT         PIC 9(3)       VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY     OCCURS 400 TIMES.
               10  WS-CT-LINE      PIC X(64).
       01  WS-CT-AU-NB         PIC 9(7)       VALUE 0.
       01  WS-CT-AU-SUM        PIC S9(11)V9(2) VALUE 0.
       01  WS-CT-FD-NB         PIC 9(7)       VALUE 0.
       01  WS-CT-FD-SUM        PIC S9(11)V9(2) VALUE 0.
       01  WS-CT-NB-VIEW       PIC Z(6)9.
       01  WS-CT-SUM-VIEW      PIC -(11)9.99.

       01  WS-LINE-RESULT      PIC S9(6)V9(2) VALUE 0.
       01  WS-NB-VIEW          PIC ZZZZZ9.
           MOVE SPACES TO WS-FEED-ARCH-NAME.
           STRING "feed_arch_" WS-CUTOFF-KEY ".txt"
               DELIMITED BY SIZE INTO WS-FEED-ARCH-NAME.
           MOVE SPACES TO WS-CTL-ARCH-NAME.
           STRING "ctl_arch_" WS-CUTOFF-KEY ".txt"
               DELIMITED BY SIZE INTO WS-CTL-ARCH-NAME.

           PERFORM ARCHIVE-AUDIT-FILE.
           PERFORM ARCHIVE-FEED-FILE.
           PERFORM ARCHIVE-CONTROL-TOTALS.
           PERFORM UPDATE-ARCH-INDEX.
           PERFORM PRINT-MANIFEST.
           STOP RUN.
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
           MOVE "archiver" TO OPJ-PROGRAM.
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

      * Lit la date de gestion officielle ; fichier absent ou vide
      * = pas de garde-fou possible, le butoir saisi fait foi.
       LOAD-BUSINESS-DATE.
           END-IF.
           EXIT.

      * Meme repartition pour les totaux de controle : les entrees
      * des jours archives partent dans ctl_arch_AAAAMMJJ.txt,
      * completee comme les autres archives en cas de relance.
       ARCHIVE-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CT-FOUND.
           OPEN EXTEND CTL-ARCH-FILE.
           IF WS-CTL-ARCH-STATUS NOT = "00"
               OPEN OUTPUT CTL-ARCH-FILE
           END-IF.
           IF WS-CTL-ARCH-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir l'archive "
                   WS-CTL-ARCH-NAME
               MOVE "N" TO WS-CT-REWRITE-OK
               CLOSE CONTROL-TOTALS-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CTL-KEEP-FILE.
           IF WS-CTL-KEEP-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir ctl_keep.tmp"
               MOVE "N" TO WS-CT-REWRITE-OK
               CLOSE CONTROL-TOTALS-FILE CTL-ARCH-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               READ CONTROL-TOTALS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-CONTROL-TOTAL
               END-READ
           END-PERFORM.
           CLOSE CONTROL-TOTALS-FILE.
           CLOSE CTL-ARCH-FILE.
           CLOSE CTL-KEEP-FILE.

           OPEN INPUT CTL-KEEP-FILE.
           IF WS-CTL-KEEP-STATUS NOT = "00"
               DISPLAY "Impossible de relire ctl_keep.tmp,"
                   " fichier vivant laisse en l'etat."
               MOVE "N" TO WS-CT-REWRITE-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire controle_totaux.txt :"
                   " periode courante dans ctl_keep.tmp."
               MOVE "N" TO WS-CT-REWRITE-OK
               CLOSE CTL-KEEP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO CTL-KEEP-RECORD
               READ CTL-KEEP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CTL-KEEP-RECORD TO CONTROL-TOTALS-RECORD
                       WRITE CONTROL-TOTALS-RECORD
               END-READ
           END-PERFORM.
           CLOSE CTL-KEEP-FILE.
           CLOSE CONTROL-TOTALS-FILE.
           OPEN OUTPUT CTL-KEEP-FILE.
           CLOSE CTL-KEEP-FILE.
           EXIT.

       SPLIT-CONTROL-TOTAL.
           IF CTL-FILE = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE CTL-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           IF WS-KEY-WORK NUMERIC
              AND WS-KEY-WORK <= WS-CUTOFF-KEY
               ADD 1 TO WS-CT-ARCH-NB
               IF CTL-FILE = "A"
                   ADD CTL-COUNT TO WS-CT-AU-NB
                   ADD CTL-SUM TO WS-CT-AU-SUM
               ELSE
                   ADD CTL-COUNT TO WS-CT-FD-NB
                   ADD CTL-SUM TO WS-CT-FD-SUM
               END-IF
               IF WS-CT-COUNT < 400
                   ADD 1 TO WS-CT-COUNT
                   MOVE CONTROL-TOTALS-RECORD
                       TO WS-CT-LINE (WS-CT-COUNT)
               END-IF
               MOVE CONTROL-TOTALS-RECORD TO CTL-ARCH-RECORD
               WRITE CTL-ARCH-RECORD
           ELSE
               ADD 1 TO WS-CT-KEEP-NB
               MOVE CONTROL-TOTALS-RECORD TO CTL-KEEP-RECORD
               WRITE CTL-KEEP-RECORD
           END-IF.
           EXIT.

      * Inscrit la cle du butoir au catalogue des archives si elle
      * n'y est pas deja (une relance sur le meme butoir complete
      * l'archive sans doubler la ligne de catalogue).
      * Manifeste d'archivage : comptes et totaux avant la coupe et
      * repartis, avec controle archive + periode = avant. Chaque
      * ligne part au terminal et dans le manifeste imprimable
      * date, classe avec les archives. Un ecart ou une reecriture
      * manquee rend le code retour 4 a l'ordonnanceur.
       PRINT-MANIFEST.
           PERFORM RPT-OPEN.
           MOVE " ------------------------------------------------"
                   " suppression !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-AU-REWRITE-OK = "N"
               STRING "  reecriture : ECHEC, fichier vivant a"
                   " verifier (voir message ci-dessus) !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "Alimentation (recon_feed.txt) :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
                   " suppression !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-FD-REWRITE-OK = "N"
               STRING "  reecriture : ECHEC, fichier vivant a"
                   " verifier (voir message ci-dessus) !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM PRINT-CONTROL-MANIFEST.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM RPT-CLOSE.
           EXIT.

      * Totaux de controle des jours archives, tels que deposes au
      * fil des journees : une ligne par fichier (A audit, F
      * alimentation), date et devise, puis leurs cumuls rapproches
      * des lignes et enregistrements archives. Un cumul different
      * revele des donnees anterieures aux totaux de controle ou
      * retouchees depuis : signale pour verification, il
      * n'empeche pas la coupe deja faite.
       PRINT-CONTROL-MANIFEST.
           MOVE "Totaux de controle (controle_totaux.txt) :"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-CT-FOUND = "N"
               MOVE "  aucun fichier de totaux de controle"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-ARCH-NB TO WS-NB-VIEW.
           STRING "  archive  : " WS-NB-VIEW " entrees -> "
               WS-CTL-ARCH-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-CT-KEEP-NB TO WS-NB-VIEW.
           STRING "  conserve : " WS-NB-VIEW " entrees"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-CT-COUNT > 0
               MOVE "  F DATE       DEV  NOMBRE SEQ MAX" TO WS-RPT-LINE
               MOVE "SOMME" TO WS-RPT-LINE (47:5)
               MOVE "EMPREINTE" TO WS-RPT-LINE (53:9)
               PERFORM RPT-WRITE
           END-IF.
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               MOVE WS-CT-LINE (WS-CT-IX) TO CONTROL-TOTALS-RECORD
               MOVE CTL-COUNT TO WS-CT-NB-VIEW
               MOVE CTL-SUM TO WS-CT-SUM-VIEW
               STRING "  " CTL-FILE " " CTL-DATE " " CTL-CURRENCY
                   " " WS-CT-NB-VIEW " " CTL-MAX-SEQ " "
                   WS-CT-SUM-VIEW " " CTL-HASH
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-PERFORM.
           IF WS-CT-ARCH-NB > WS-CT-COUNT
               MOVE "  (suite des entrees dans l'archive)"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           MOVE WS-CT-AU-NB TO WS-CT-NB-VIEW.
           MOVE WS-CT-AU-SUM TO WS-CT-SUM-VIEW.
           STRING "  cumul A  : " WS-CT-NB-VIEW " lignes, total "
               WS-CT-SUM-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-CT-FD-NB TO WS-CT-NB-VIEW.
           MOVE WS-CT-FD-SUM TO WS-CT-SUM-VIEW.
           STRING "  cumul F  : " WS-CT-NB-VIEW " enreg., total "
               WS-CT-SUM-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-CT-AU-NB = WS-AU-ARCH-NB
              AND WS-CT-AU-SUM = WS-AU-ARCH-SUM
              AND WS-CT-FD-NB = WS-FD-ARCH-NB
              AND WS-CT-FD-SUM = WS-FD-ARCH-SUM
               MOVE "  controle : OK, archives conformes aux totaux"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           ELSE
               STRING "  controle : ECART avec les archives, a"
                   " verifier !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-CT-REWRITE-OK = "N"
               STRING "  reecriture : ECHEC, fichier vivant a"
                   " verifier (voir message ci-dessus) !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      * Ouvre le manifeste imprimable date du butoir
      * (arch_manifest_JJMMAAAA.txt). Un echec d'ouverture
      * n'empeche pas le manifeste terminal, il est signale.
