      *=============================================================*
      * ANOMALIES D'ACTIVITE DE LA JOURNEE :                        *
      *    L'objectif: reperer avant la cloture une journee hors    *
      *    norme (volume, total ou plus gros calcul d'une devise ou *
      *    d'un operateur) sans attendre les questions de la        *
      *    comptabilite.                                            *
      *    Les étapes:                                              *
      *    Je lis la date de gestion (argument ou date_gestion.txt) *
      *    et les tolerances de seuils_anomalie.txt                 *
      *    Je remonte le calendrier des jours ouvres pour fixer les *
      *    N jours ouvres de reference qui precedent la journee     *
      *    Je lis le journal d'audit vivant puis les archives du    *
      *    catalogue arch_index.txt, et je cumule par jour, par     *
      *    devise et par operateur et devise : nombre de calculs,   *
      *    total et plus gros resultat (en valeur absolue)          *
      *    Je compare la journee a la moyenne mobile et a l'ecart-  *
      *    type des jours de reference et je signale ce qui sort    *
      *    de la tolerance : devise ou operateur jamais vu,         *
      *    operateur habituel sans activite, valeur au-dela de la   *
      *    moyenne plus K ecarts-types, total au-dela de M fois la  *
      *    moyenne                                                  *
      *    J'imprime l'etat (anomalies_JJMMAAAA.txt) a revoir par   *
      *    un superviseur avant la cloture                          *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. anomalie.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-INPUT-FILE ASSIGN TO "audit_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Archive d'audit courante, nommee d'apres le catalogue.
           SELECT AUDIT-ARCH-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      * Catalogue des archives tenu par l'archiveur : une cle de
      * butoir AAAAMMJJ par coupe realisee.
           SELECT ARCH-INDEX-FILE ASSIGN TO "arch_index.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-STATUS.

      * Date de gestion officielle, tenue par la cloture : date par
      * defaut quand aucune date n'est passee en argument.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "date_gestion.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      * Calendrier des jours ouvres : seuls les jours ouvres entrent
      * dans la periode de reference.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Tolerances de l'etat : un parametre par ligne (nom, valeur),
      * valeurs par defaut quand le fichier ou la ligne manque.
           SELECT PARAMETER-FILE ASSIGN TO "seuils_anomalie.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Etat imprimable des anomalies (anomalies_JJMMAAAA.txt) en
      * largeur fixe avec en-tetes de page et totaux en pied.
           SELECT ANOMALY-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Ligne d'audit telle qu'ecrite par la calculatrice
      * (WRITE-AUDIT-LOG), champs a positions fixes.
       FD  AUDIT-INPUT-FILE.
       COPY auditrec REPLACING
           ==AUD-RECORD-TAG== BY ==AUDIT-INPUT-RECORD==.

      * Une archive porte les memes lignes que le journal vivant ;
      * chaque ligne est rejouee dans l'enregistrement du journal
      * pour etre decoupee par le meme dessin.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(160).

       FD  ARCH-INDEX-FILE.
       01  ARCH-INDEX-RECORD.
           05  AIX-KEY            PIC X(8).

      * Date de gestion officielle, une ligne JJ/MM/AAAA.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE            PIC X(10).

      * Jour du calendrier : type (W regle de week-end, F ferie),
      * date ou liste des jours fermes de la semaine.
       FD  CALENDAR-FILE.
       COPY calrec REPLACING
           ==CAL-RECORD-TAG== BY ==CALENDAR-RECORD==.

      * Parametre : JOURS (jours ouvres de reference), ECARTS
      * (nombre d'ecarts-types toleres), MULTIPLE (total tolere
      * en multiple de la moyenne), MINJOURS (jours couverts
      * exiges avant toute comparaison), PRESENCE (pourcentage des
      * jours couverts ou un operateur habituel a travaille).
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-NAME           PIC X(10).
           05  FILLER             PIC X.
           05  PRM-VALUE          PIC X(10).

       FD  ANOMALY-REPORT-FILE.
       01  ANOMALY-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS     PIC X(2)       VALUE "00".
       01  WS-ARCH-STATUS      PIC X(2)       VALUE "00".
       01  WS-AIX-STATUS       PIC X(2)       VALUE "00".
       01  WS-BUSDATE-STATUS   PIC X(2)       VALUE "00".
       01  WS-PRM-STATUS       PIC X(2)       VALUE "00".
       01  WS-EOF              PIC X(1)       VALUE "N".
       01  WS-AIX-EOF          PIC X(1)       VALUE "N".
       01  WS-PRM-EOF          PIC X(1)       VALUE "N".

      * Date de gestion traitee, en argument de ligne de commande
      * (anomalie JJ/MM/AAAA) pour un lancement par la chaine de fin
      * de journee, lue dans date_gestion.txt sinon.
       01  WS-BUS-DATE         PIC X(10)      VALUE SPACES.
       01  WS-BUS-KEY          PIC X(8)       VALUE SPACES.
       01  WS-BUS-NUM          PIC 9(8)       VALUE 0.
       01  WS-BUS-INT          PIC 9(8)       VALUE 0.
       01  WS-DATE-WORK        PIC X(10)      VALUE SPACES.
       01  WS-KEY-WORK         PIC X(8)       VALUE SPACES.
       01  WS-DATE-ENTRY       PIC X(20)
                               VALUE "DATE (JJ/MM/AAAA): ".
       01  WS-ARCH-NAME        PIC X(30)      VALUE SPACES.

      * Tolerances, valeurs par defaut : 20 jours ouvres de
      * reference, 3 ecarts-types, total a 3 fois la moyenne,
      * 5 jours couverts au minimum, operateur habituel present au
      * moins 50 % des jours couverts.
       01  WS-PRM-DAYS         PIC 99         VALUE 20.
       01  WS-PRM-SPREAD       PIC 9(2)V9(2)  VALUE 3.
       01  WS-PRM-MULT         PIC 9(2)V9(2)  VALUE 3.
       01  WS-PRM-MIN-DAYS     PIC 99         VALUE 5.
       01  WS-PRM-PRESENCE     PIC 9(3)       VALUE 50.
       01  WS-PRM-NUM          PIC 9(4)V9(2)  VALUE 0.

      * Calendrier des jours ouvres en memoire : regle de week-end
      * (jours fermes, 1 lundi a 7 dimanche, samedi et dimanche si
      * le calendrier est absent) et jours feries en cle AAAAMMJJ.
       01  WS-CAL-STATUS       PIC X(2)       VALUE "00".
       01  WS-CAL-EOF          PIC X(1)       VALUE "N".
       01  WS-CAL-WEEKEND      PIC X(7)       VALUE "67".
       01  WS-CAL-COUNT        PIC 9(3)       VALUE 0.
       01  WS-CAL-IX           PIC 9(3)       VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY    OCCURS 200 TIMES.
               10  WS-CAL-KEY      PIC X(8).

      * Jour a tester, en rang depuis le 01/01/1601 (un lundi).
       01  WS-CAL-DAY-INT      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-NUM      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-KEY      PIC X(8)       VALUE SPACES.
       01  WS-CAL-WEEKDAY      PIC 9(1)       VALUE 0.
       01  WS-CAL-WEEKDAY-X    PIC X(1)       VALUE SPACE.
       01  WS-CAL-HITS         PIC 9(2)       VALUE 0.
       01  WS-CAL-OPEN         PIC X(1)       VALUE "N".
       01  WS-CAL-SKIPPED      PIC 9(3)       VALUE 0.

      * Jours etudies en cle AAAAMMJJ : rang 1 la journee, rangs
      * suivants les jours ouvres de reference du plus recent au
      * plus ancien. Un jour anterieur a la premiere ligne du
      * journal n'est pas couvert et reste hors des moyennes.
       01  WS-DAY-COUNT        PIC 99         VALUE 0.
       01  WS-DAY-IX           PIC 99         VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-KEY      PIC X(8)       OCCURS 31 TIMES.
       01  WS-FIRST-KEY        PIC X(8)       VALUE SPACES.
       01  WS-COVERED          PIC 99         VALUE 0.
       01  WS-LINE-DAY         PIC 99         VALUE 0.
       01  WS-LINE-KEY         PIC X(8)       VALUE SPACES.

      * Cumuls par cle et par jour etudie. Une cle est une devise
      * (D) ou un operateur dans une devise (O) ; WS-KY-EVER vaut
      * "Y" quand la cle a deja une ligne avant la journee, dans
      * la periode ou avant.
       01  WS-KY-COUNT         PIC 9(3)       VALUE 0.
       01  WS-KY-IX            PIC 9(3)       VALUE 0.
       01  WS-KY-IX2           PIC 9(3)       VALUE 0.
       01  WS-KY-TABLE.
           05  WS-KY-ENTRY     OCCURS 100 TIMES.
               10  WS-KY-TYPE      PIC X(1).
               10  WS-KY-CODE      PIC X(8).
               10  WS-KY-CUR       PIC X(3).
               10  WS-KY-EVER      PIC X(1).
               10  WS-KY-DAY       OCCURS 31 TIMES.
                   15  WS-KY-NB        PIC 9(6).
                   15  WS-KY-TOT       PIC 9(11)V9(2).
                   15  WS-KY-MAX       PIC 9(9)V9(2).
       01  WS-KY-FULL          PIC X(1)       VALUE "N".
       01  WS-LOOK-TYPE        PIC X(1)       VALUE SPACE.
       01  WS-LOOK-CODE        PIC X(8)       VALUE SPACES.
       01  WS-LOOK-CUR         PIC X(3)       VALUE SPACES.

      * Ligne d'audit courante : montant du resultat en valeur
      * absolue, devise (a blanc sur les lignes d'avant ce champ).
       01  WS-LINE-AMOUNT      PIC 9(9)V9(2)  VALUE 0.
       01  WS-LINE-CUR         PIC X(3)       VALUE SPACES.
       01  WS-READ-NB          PIC 9(7)       VALUE 0.
       01  WS-TODAY-NB         PIC 9(7)       VALUE 0.
       01  WS-SKIPPED-NB       PIC 9(5)       VALUE 0.

      * Statistiques d'une cle par mesure (1 nombre, 2 total,
      * 3 plus gros resultat) : valeurs des jours de reference
      * couverts, valeur de la journee, moyenne et ecart-type.
       01  WS-MET              PIC 9          VALUE 0.
       01  WS-VAL-TABLE.
           05  WS-VAL          PIC 9(11)V9(2) OCCURS 31 TIMES.
       01  WS-VAL-SUM          PIC 9(13)V9(2) VALUE 0.
       01  WS-VAL-GAP          PIC S9(11)V9(4) VALUE 0.
       01  WS-VAL-SQ-SUM       PIC 9(24)V9(4) VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY     OCCURS 3 TIMES.
               10  WS-ST-TODAY     PIC 9(11)V9(2).
               10  WS-ST-MEAN      PIC 9(11)V9(4).
               10  WS-ST-SD        PIC 9(11)V9(4).
       01  WS-ST-LIMIT         PIC 9(13)V9(2) VALUE 0.
       01  WS-ACT-DAYS         PIC 99         VALUE 0.
       01  WS-OPER-EVER        PIC X(1)       VALUE "N".

      * Libelles d'une cle et de la mesure signalee.
       01  WS-KEY-LABEL        PIC X(12)      VALUE SPACES.
       01  WS-MET-LABEL        PIC X(12)      VALUE SPACES.
       01  WS-ANO-TEXT         PIC X(100)     VALUE SPACES.
       01  WS-ANO-VALUE        PIC X(13)      VALUE SPACES.

      * Totaux de l'etat.
       01  WS-ANO-COUNT        PIC 9(5)       VALUE 0.
       01  WS-KEY-SHOWN        PIC 9(5)       VALUE 0.

      * Zones d'edition de l'etat.
       01  WS-NB-VIEW          PIC ZZZZZ9.
       01  WS-NB-VIEW2         PIC ZZZZZ9.
       01  WS-DAYS-VIEW        PIC Z9.
       01  WS-DAYS-VIEW2       PIC Z9.
       01  WS-MEAN-NB-VIEW     PIC ZZZZ9.9.
       01  WS-SD-NB-VIEW       PIC ZZZZ9.9.
       01  WS-AMT-VIEW         PIC Z(9)9.99.
       01  WS-AMT-VIEW2        PIC Z(9)9.99.
       01  WS-AMT-VIEW3        PIC Z(9)9.99.
       01  WS-AMT-VIEW4        PIC Z(9)9.99.
       01  WS-AMT-VIEW5        PIC Z(9)9.99.
       01  WS-AMT-VIEW6        PIC Z(9)9.99.
       01  WS-FACTOR-VIEW      PIC Z9.99.
       01  WS-FACTOR-VIEW2     PIC Z9.99.
       01  WS-PRESENCE-VIEW    PIC ZZ9.
       01  WS-FIRST-DATE       PIC X(10)      VALUE SPACES.
       01  WS-LAST-DATE        PIC X(10)      VALUE SPACES.

      * Etat imprimable : chaque ligne passe par WS-RPT-LINE,
      * affichee au terminal et ecrite dans le fichier date, avec
      * saut et en-tete de page toutes les 55 lignes. Les lignes
      * d'anomalie commencent par "ANO" pour etre comptees par la
      * chaine de fin de journee.
       01  WS-RPT-STATUS       PIC X(2)       VALUE "00".
       01  WS-REPORT-NAME      PIC X(40)      VALUE SPACES.
       01  WS-RPT-OPEN         PIC X(1)       VALUE "N".
       01  WS-RPT-LINE         PIC X(132)     VALUE SPACES.
       01  WS-RPT-PAGE         PIC 9(3)       VALUE 0.
       01  WS-RPT-LINES        PIC 99         VALUE 99.
       01  WS-RPT-PAGE-VIEW    PIC ZZ9.

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY " ------------------------------------------------".
           DISPLAY "|      Anomalies d'activite de la journee        |".
           DISPLAY " ------------------------------------------------".

           ACCEPT WS-BUS-DATE FROM COMMAND-LINE.
           IF WS-BUS-DATE = SPACES
               PERFORM LOAD-BUSINESS-DATE
           END-IF.
           IF WS-BUS-DATE = SPACES
               DISPLAY WS-DATE-ENTRY WITH NO ADVANCING
               ACCEPT WS-BUS-DATE
           END-IF.
           MOVE WS-BUS-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-BUS-KEY.
           IF WS-BUS-KEY NOT NUMERIC
               DISPLAY "Date de gestion invalide : " WS-BUS-DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUS-KEY TO WS-BUS-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-NUM) NOT = 0
               DISPLAY "Date de gestion invalide : " WS-BUS-DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-NUM).
           DISPLAY "Date de gestion : " WS-BUS-DATE.

           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-CALENDAR.
           PERFORM BUILD-DAY-WINDOW.
           MOVE SPACES TO WS-FIRST-KEY.
           PERFORM SCAN-LIVE-FILE.
           PERFORM SCAN-ARCHIVES.
           IF WS-KY-FULL = "Y"
               DISPLAY "Plus de 100 devises et operateurs au"
                   " journal : les suivants ne sont pas suivis."
           END-IF.
           PERFORM COUNT-COVERED-DAYS.
           PERFORM PRINT-ANOMALIES.

           MOVE WS-ANO-COUNT TO WS-NB-VIEW.
           DISPLAY "Anomalies signalees : " WS-NB-VIEW.
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

      * Lit la date de gestion officielle dans date_gestion.txt ;
      * fichier absent ou vide = pas de defaut, l'invite prendra le
      * relais.
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
           EXIT.

      * Tolerances lues dans seuils_anomalie.txt ; fichier absent
      * = valeurs par defaut, une ligne illisible ou hors bornes
      * est signalee et ignoree.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "Tolerances (seuils_anomalie.txt) absentes :"
                   " valeurs par defaut."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PRM-EOF.
           PERFORM UNTIL WS-PRM-EOF = "Y"
               MOVE SPACES TO PARAMETER-RECORD
               READ PARAMETER-FILE
                   AT END
                       MOVE "Y" TO WS-PRM-EOF
                   NOT AT END
                       PERFORM LOAD-PARAMETER-LINE
               END-READ
           END-PERFORM.
           CLOSE PARAMETER-FILE.
           EXIT.

       LOAD-PARAMETER-LINE.
           IF PRM-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(PRM-VALUE))
                   NOT = 0
               DISPLAY "Ligne de tolerance illisible ignoree : "
                   PARAMETER-RECORD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRM-NUM =
               FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE)).
           EVALUATE FUNCTION UPPER-CASE (PRM-NAME)
               WHEN "JOURS"
                   IF WS-PRM-NUM < 1 OR WS-PRM-NUM > 30
                       DISPLAY "JOURS attendu de 1 a 30, ligne"
                           " ignoree : " PARAMETER-RECORD
                   ELSE
                       MOVE WS-PRM-NUM TO WS-PRM-DAYS
                   END-IF
               WHEN "ECARTS"
                   IF WS-PRM-NUM = 0 OR WS-PRM-NUM > 99
                       DISPLAY "ECARTS attendu de 0.01 a 99, ligne"
                           " ignoree : " PARAMETER-RECORD
                   ELSE
                       MOVE WS-PRM-NUM TO WS-PRM-SPREAD
                   END-IF
               WHEN "MULTIPLE"
                   IF WS-PRM-NUM < 1 OR WS-PRM-NUM > 99
                       DISPLAY "MULTIPLE attendu de 1 a 99, ligne"
                           " ignoree : " PARAMETER-RECORD
                   ELSE
                       MOVE WS-PRM-NUM TO WS-PRM-MULT
                   END-IF
               WHEN "MINJOURS"
                   IF WS-PRM-NUM < 1 OR WS-PRM-NUM > 30
                       DISPLAY "MINJOURS attendu de 1 a 30, ligne"
                           " ignoree : " PARAMETER-RECORD
                   ELSE
                       MOVE WS-PRM-NUM TO WS-PRM-MIN-DAYS
                   END-IF
               WHEN "PRESENCE"
                   IF WS-PRM-NUM < 1 OR WS-PRM-NUM > 100
                       DISPLAY "PRESENCE attendu de 1 a 100, ligne"
                           " ignoree : " PARAMETER-RECORD
                   ELSE
                       MOVE WS-PRM-NUM TO WS-PRM-PRESENCE
                   END-IF
               WHEN OTHER
                   DISPLAY "Tolerance inconnue ignoree : "
                       PARAMETER-RECORD
           END-EVALUATE.
           EXIT.

      * Chargement du calendrier des jours ouvres. Absent, seuls
      * samedi et dimanche sont fermes ; une ligne illisible est
      * signalee et ignoree.
       LOAD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "Calendrier (calendrier.txt) absent : seuls"
                   " samedi et dimanche sont fermes."
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

      * Jours etudies : la journee, puis les WS-PRM-DAYS jours
      * ouvres qui la precedent, en remontant le calendrier (une
      * annee au plus).
       BUILD-DAY-WINDOW.
           MOVE 1 TO WS-DAY-COUNT.
           MOVE WS-BUS-KEY TO WS-DAY-KEY (1).
           MOVE WS-BUS-INT TO WS-CAL-DAY-INT.
           MOVE ZERO TO WS-CAL-SKIPPED.
           PERFORM UNTIL WS-DAY-COUNT > WS-PRM-DAYS
                      OR WS-CAL-SKIPPED > 366
               SUBTRACT 1 FROM WS-CAL-DAY-INT
               ADD 1 TO WS-CAL-SKIPPED
               PERFORM CHECK-OPEN-DAY
               IF WS-CAL-OPEN = "Y"
                   ADD 1 TO WS-DAY-COUNT
                   COMPUTE WS-CAL-DAY-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT)
                   MOVE WS-CAL-DAY-NUM TO WS-DAY-KEY (WS-DAY-COUNT)
               END-IF
           END-PERFORM.
           EXIT.

      * Passage sur le journal d'audit vivant.
       SCAN-LIVE-FILE.
           OPEN INPUT AUDIT-INPUT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Journal d'audit (audit_log.txt) absent."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO AUDIT-INPUT-RECORD
               READ AUDIT-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-INPUT-FILE.
           EXIT.

      * Passage sur toutes les archives du catalogue : les plus
      * anciennes ne donnent rien aux moyennes mais disent si une
      * devise ou un operateur a deja ete vu.
       SCAN-ARCHIVES.
           OPEN INPUT ARCH-INDEX-FILE.
           IF WS-AIX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AIX-EOF.
           PERFORM UNTIL WS-AIX-EOF = "Y"
               MOVE SPACES TO ARCH-INDEX-RECORD
               READ ARCH-INDEX-FILE
                   AT END
                       MOVE "Y" TO WS-AIX-EOF
                   NOT AT END
                       IF AIX-KEY NUMERIC
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCH-INDEX-FILE.
           EXIT.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "audit_arch_" AIX-KEY ".txt"
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "Archive cataloguee mais absente : "
                   WS-ARCH-NAME
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lecture de l'archive " WS-ARCH-NAME.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO AUDIT-ARCH-RECORD
               READ AUDIT-ARCH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE AUDIT-ARCH-RECORD
                           TO AUDIT-INPUT-RECORD
                       PERFORM TAKE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-ARCH-FILE.
           EXIT.

      * Une ligne d'audit : les lignes de rejet (R) du superviseur
      * ne sont pas de l'activite et les lignes posterieures a la
      * journee sont ignorees. Une ligne d'avant la journee marque
      * sa devise et son operateur comme deja vus ; dans un jour
      * etudie, elle entre aux cumuls de ce jour.
       TAKE-AUDIT-LINE.
           IF AUD-STATUS = "R"
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           IF WS-KEY-WORK NOT NUMERIC
              OR FUNCTION TEST-NUMVAL (FUNCTION TRIM(AUD-R-VIEW))
                   NOT = 0
               ADD 1 TO WS-SKIPPED-NB
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KEY-WORK TO WS-LINE-KEY.
           IF WS-LINE-KEY > WS-BUS-KEY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-READ-NB.
           IF WS-FIRST-KEY = SPACES OR WS-LINE-KEY < WS-FIRST-KEY
               MOVE WS-LINE-KEY TO WS-FIRST-KEY
           END-IF.
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION ABS(FUNCTION NUMVAL(FUNCTION TRIM(AUD-R-VIEW))).
           MOVE FUNCTION UPPER-CASE (AUD-CURRENCY) TO WS-LINE-CUR.
           MOVE ZERO TO WS-LINE-DAY.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF WS-DAY-KEY (WS-DAY-IX) = WS-LINE-KEY
                   MOVE WS-DAY-IX TO WS-LINE-DAY
               END-IF
           END-PERFORM.
           IF WS-LINE-DAY = 1
               ADD 1 TO WS-TODAY-NB
           END-IF.
           IF WS-LINE-CUR NOT = SPACES
               MOVE "D" TO WS-LOOK-TYPE
               MOVE WS-LINE-CUR TO WS-LOOK-CODE
               MOVE WS-LINE-CUR TO WS-LOOK-CUR
               PERFORM ADD-KEY-LINE
           END-IF.
           MOVE "O" TO WS-LOOK-TYPE.
           MOVE FUNCTION UPPER-CASE (AUD-OPER-ID) TO WS-LOOK-CODE.
           MOVE WS-LINE-CUR TO WS-LOOK-CUR.
           PERFORM ADD-KEY-LINE.
           EXIT.

      * Cumul de la ligne courante sur la cle demandee, creee au
      * besoin tant que la table n'est pas pleine.
       ADD-KEY-LINE.
           PERFORM FIND-KEY.
           IF WS-KY-IX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-KEY < WS-BUS-KEY
               MOVE "Y" TO WS-KY-EVER (WS-KY-IX)
           END-IF.
           IF WS-LINE-DAY = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KY-NB (WS-KY-IX, WS-LINE-DAY).
           ADD WS-LINE-AMOUNT TO WS-KY-TOT (WS-KY-IX, WS-LINE-DAY).
           IF WS-LINE-AMOUNT > WS-KY-MAX (WS-KY-IX, WS-LINE-DAY)
               MOVE WS-LINE-AMOUNT
                   TO WS-KY-MAX (WS-KY-IX, WS-LINE-DAY)
           END-IF.
           EXIT.

       FIND-KEY.
           MOVE ZERO TO WS-KY-IX.
           PERFORM VARYING WS-KY-IX2 FROM 1 BY 1
                   UNTIL WS-KY-IX2 > WS-KY-COUNT
               IF WS-KY-IX = 0
                  AND WS-KY-TYPE (WS-KY-IX2) = WS-LOOK-TYPE
                  AND WS-KY-CODE (WS-KY-IX2) = WS-LOOK-CODE
                  AND WS-KY-CUR (WS-KY-IX2) = WS-LOOK-CUR
                   MOVE WS-KY-IX2 TO WS-KY-IX
               END-IF
           END-PERFORM.
           IF WS-KY-IX NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-KY-COUNT >= 100
               MOVE "Y" TO WS-KY-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KY-COUNT.
           MOVE WS-KY-COUNT TO WS-KY-IX.
           INITIALIZE WS-KY-ENTRY (WS-KY-IX).
           MOVE WS-LOOK-TYPE TO WS-KY-TYPE (WS-KY-IX).
           MOVE WS-LOOK-CODE TO WS-KY-CODE (WS-KY-IX).
           MOVE WS-LOOK-CUR TO WS-KY-CUR (WS-KY-IX).
           MOVE "N" TO WS-KY-EVER (WS-KY-IX).
           EXIT.

      * Jours de reference couverts : ceux qui ne precedent pas la
      * premiere ligne lue. Un journal plus jeune que la periode
      * ne tire pas les moyennes vers zero.
       COUNT-COVERED-DAYS.
           MOVE ZERO TO WS-COVERED.
           PERFORM VARYING WS-DAY-IX FROM 2 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF WS-FIRST-KEY NOT = SPACES
                  AND WS-DAY-KEY (WS-DAY-IX) >= WS-FIRST-KEY
                   ADD 1 TO WS-COVERED
               END-IF
           END-PERFORM.
           EXIT.

      * Etat des anomalies : rappel des tolerances et de la
      * periode, puis une ligne par devise et par operateur dans
      * une devise, chacune suivie de ses anomalies.
       PRINT-ANOMALIES.
           PERFORM RPT-OPEN.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           STRING "ANOMALIES D'ACTIVITE - JOURNEE DU " WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-PRM-DAYS TO WS-DAYS-VIEW.
           MOVE WS-COVERED TO WS-DAYS-VIEW2.
           MOVE SPACES TO WS-FIRST-DATE.
           MOVE SPACES TO WS-LAST-DATE.
           IF WS-DAY-COUNT > 1
               STRING WS-DAY-KEY (WS-DAY-COUNT)(7:2) "/"
                      WS-DAY-KEY (WS-DAY-COUNT)(5:2) "/"
                      WS-DAY-KEY (WS-DAY-COUNT)(1:4)
                   DELIMITED BY SIZE INTO WS-FIRST-DATE
               STRING WS-DAY-KEY (2)(7:2) "/" WS-DAY-KEY (2)(5:2)
                      "/" WS-DAY-KEY (2)(1:4)
                   DELIMITED BY SIZE INTO WS-LAST-DATE
           END-IF.
           STRING "Reference : " WS-DAYS-VIEW " jours ouvres du "
               WS-FIRST-DATE " au " WS-LAST-DATE ", dont "
               WS-DAYS-VIEW2 " couverts par le journal"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-PRM-SPREAD TO WS-FACTOR-VIEW.
           MOVE WS-PRM-MULT TO WS-FACTOR-VIEW2.
           MOVE WS-PRM-MIN-DAYS TO WS-DAYS-VIEW.
           MOVE WS-PRM-PRESENCE TO WS-PRESENCE-VIEW.
           STRING "Tolerances : moyenne + " WS-FACTOR-VIEW
               " ecarts-types, total " WS-FACTOR-VIEW2
               " fois la moyenne, "
               WS-DAYS-VIEW " jours couverts au minimum"
               ", presence habituelle " WS-PRESENCE-VIEW " %"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-TODAY-NB TO WS-NB-VIEW.
           MOVE WS-READ-NB TO WS-NB-VIEW2.
           STRING "Calculs de la journee : " WS-NB-VIEW
               "   lignes lues au journal et aux archives : "
               WS-NB-VIEW2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Par devise :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM PRINT-COLUMN-HEAD.
           MOVE "D" TO WS-LOOK-TYPE.
           PERFORM VARYING WS-KY-IX FROM 1 BY 1
                   UNTIL WS-KY-IX > WS-KY-COUNT
               IF WS-KY-TYPE (WS-KY-IX) = WS-LOOK-TYPE
                   PERFORM ANALYSE-KEY
               END-IF
           END-PERFORM.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Par operateur et devise :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM PRINT-COLUMN-HEAD.
           MOVE "O" TO WS-LOOK-TYPE.
           PERFORM VARYING WS-KY-IX FROM 1 BY 1
                   UNTIL WS-KY-IX > WS-KY-COUNT
               IF WS-KY-TYPE (WS-KY-IX) = WS-LOOK-TYPE
                   PERFORM ANALYSE-KEY
               END-IF
           END-PERFORM.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-ANO-COUNT TO WS-NB-VIEW.
           IF WS-ANO-COUNT = 0
               MOVE "Aucune anomalie : journee dans la norme."
                   TO WS-RPT-LINE
           ELSE
               STRING "A REVOIR AVANT LA CLOTURE : " WS-NB-VIEW
                   " anomalie(s)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM RPT-WRITE.
           IF WS-SKIPPED-NB > 0
               MOVE WS-SKIPPED-NB TO WS-NB-VIEW
               STRING "ATTENTION : " WS-NB-VIEW " ligne(s) d'audit"
                   " illisible(s) ecartee(s) !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           PERFORM RPT-CLOSE.
           EXIT.

       PRINT-COLUMN-HEAD.
           STRING "  CLE              NB  MOY.NB  ECT.NB"
               "   TOTAL JOUR    MOY.TOTAL    ECT.TOTAL"
               "    PLUS GROS      MOY.MAX      ECT.MAX  JOURS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Une cle : statistiques des trois mesures sur les jours de
      * reference couverts, ligne de l'etat, puis les controles.
      * Une cle sans activite ni dans la journee ni dans la
      * periode n'est pas imprimee.
       ANALYSE-KEY.
           MOVE ZERO TO WS-ACT-DAYS.
           PERFORM VARYING WS-DAY-IX FROM 2 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF WS-KY-NB (WS-KY-IX, WS-DAY-IX) > 0
                   ADD 1 TO WS-ACT-DAYS
               END-IF
           END-PERFORM.
           IF WS-KY-NB (WS-KY-IX, 1) = 0 AND WS-ACT-DAYS = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KEY-SHOWN.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
               PERFORM LOAD-METRIC-VALUES
               PERFORM COMPUTE-STATS
           END-PERFORM.
           PERFORM PRINT-KEY-LINE.

           IF WS-KY-NB (WS-KY-IX, 1) > 0
               PERFORM CHECK-NEW-KEY
               IF WS-ANO-TEXT NOT = SPACES
                   PERFORM WRITE-ANOMALY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-COVERED < WS-PRM-MIN-DAYS
               IF WS-KY-NB (WS-KY-IX, 1) > 0
                   MOVE WS-COVERED TO WS-DAYS-VIEW
                   STRING "    historique insuffisant (" WS-DAYS-VIEW
                       " jours couverts) : pas de comparaison"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM RPT-WRITE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-KY-NB (WS-KY-IX, 1) = 0
               IF WS-KY-TYPE (WS-KY-IX) = "O"
                  AND WS-ACT-DAYS * 100 >=
                      WS-PRM-PRESENCE * WS-COVERED
                   MOVE WS-ACT-DAYS TO WS-DAYS-VIEW
                   MOVE WS-COVERED TO WS-DAYS-VIEW2
                   STRING "OPERATEUR SANS ACTIVITE : actif "
                       WS-DAYS-VIEW " jours sur " WS-DAYS-VIEW2
                       " de reference"
                       DELIMITED BY SIZE INTO WS-ANO-TEXT
                   PERFORM WRITE-ANOMALY
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACT-DAYS = 0
               MOVE WS-COVERED TO WS-DAYS-VIEW
               STRING "REPRISE D'ACTIVITE : aucun calcul sur les "
                   WS-DAYS-VIEW " jours de reference"
                   DELIMITED BY SIZE INTO WS-ANO-TEXT
               PERFORM WRITE-ANOMALY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 3
               PERFORM CHECK-SPREAD
           END-PERFORM.
           PERFORM CHECK-MULTIPLE.
           EXIT.

      * Valeurs de la mesure WS-MET pour chaque jour etudie.
       LOAD-METRIC-VALUES.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               EVALUATE WS-MET
                   WHEN 1
                       MOVE WS-KY-NB (WS-KY-IX, WS-DAY-IX)
                           TO WS-VAL (WS-DAY-IX)
                   WHEN 2
                       MOVE WS-KY-TOT (WS-KY-IX, WS-DAY-IX)
                           TO WS-VAL (WS-DAY-IX)
                   WHEN OTHER
                       MOVE WS-KY-MAX (WS-KY-IX, WS-DAY-IX)
                           TO WS-VAL (WS-DAY-IX)
               END-EVALUATE
           END-PERFORM.
           EXIT.

      * Moyenne mobile et ecart-type (de population) de la mesure
      * sur les jours de reference couverts, jours sans calcul
      * compris a zero.
       COMPUTE-STATS.
           MOVE WS-VAL (1) TO WS-ST-TODAY (WS-MET).
           MOVE ZERO TO WS-ST-MEAN (WS-MET).
           MOVE ZERO TO WS-ST-SD (WS-MET).
           IF WS-COVERED = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VAL-SUM.
           PERFORM VARYING WS-DAY-IX FROM 2 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF WS-DAY-KEY (WS-DAY-IX) >= WS-FIRST-KEY
                   ADD WS-VAL (WS-DAY-IX) TO WS-VAL-SUM
               END-IF
           END-PERFORM.
           COMPUTE WS-ST-MEAN (WS-MET) ROUNDED =
               WS-VAL-SUM / WS-COVERED.
           MOVE ZERO TO WS-VAL-SQ-SUM.
           PERFORM VARYING WS-DAY-IX FROM 2 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF WS-DAY-KEY (WS-DAY-IX) >= WS-FIRST-KEY
                   COMPUTE WS-VAL-GAP =
                       WS-VAL (WS-DAY-IX) - WS-ST-MEAN (WS-MET)
                   COMPUTE WS-VAL-SQ-SUM =
                       WS-VAL-SQ-SUM + WS-VAL-GAP * WS-VAL-GAP
               END-IF
           END-PERFORM.
           IF WS-VAL-SQ-SUM > 0
               COMPUTE WS-ST-SD (WS-MET) ROUNDED =
                   FUNCTION SQRT(WS-VAL-SQ-SUM / WS-COVERED)
           END-IF.
           EXIT.

      * Ligne de l'etat d'une cle : la journee, moyenne et
      * ecart-type de chaque mesure, jours actifs de reference.
       PRINT-KEY-LINE.
           MOVE SPACES TO WS-KEY-LABEL.
           IF WS-KY-TYPE (WS-KY-IX) = "D"
               MOVE WS-KY-CUR (WS-KY-IX) TO WS-KEY-LABEL
           ELSE
               STRING WS-KY-CODE (WS-KY-IX) " " WS-KY-CUR (WS-KY-IX)
                   DELIMITED BY SIZE INTO WS-KEY-LABEL
           END-IF.
           MOVE WS-ST-TODAY (1) TO WS-NB-VIEW.
           COMPUTE WS-MEAN-NB-VIEW ROUNDED = WS-ST-MEAN (1).
           COMPUTE WS-SD-NB-VIEW ROUNDED = WS-ST-SD (1).
           MOVE WS-ST-TODAY (2) TO WS-AMT-VIEW.
           COMPUTE WS-AMT-VIEW2 ROUNDED = WS-ST-MEAN (2).
           COMPUTE WS-AMT-VIEW3 ROUNDED = WS-ST-SD (2).
           MOVE WS-ST-TODAY (3) TO WS-AMT-VIEW4.
           COMPUTE WS-AMT-VIEW5 ROUNDED = WS-ST-MEAN (3).
           COMPUTE WS-AMT-VIEW6 ROUNDED = WS-ST-SD (3).
           MOVE WS-ACT-DAYS TO WS-DAYS-VIEW.
           STRING "  " WS-KEY-LABEL " " WS-NB-VIEW " "
               WS-MEAN-NB-VIEW " " WS-SD-NB-VIEW
               WS-AMT-VIEW WS-AMT-VIEW2 WS-AMT-VIEW3
               WS-AMT-VIEW4 WS-AMT-VIEW5 WS-AMT-VIEW6
               "    " WS-DAYS-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Cle active dans la journee et jamais vue avant : devise
      * nouvelle, operateur sans aucune ligne anterieure dans
      * quelque devise que ce soit, ou operateur connu qui traite
      * une devise pour la premiere fois.
       CHECK-NEW-KEY.
           MOVE SPACES TO WS-ANO-TEXT.
           IF WS-KY-TYPE (WS-KY-IX) = "D"
               IF WS-KY-EVER (WS-KY-IX) = "N"
                   STRING "NOUVELLE DEVISE : jamais vue au journal"
                       " ni aux archives"
                       DELIMITED BY SIZE INTO WS-ANO-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-OPER-EVER.
           PERFORM VARYING WS-KY-IX2 FROM 1 BY 1
                   UNTIL WS-KY-IX2 > WS-KY-COUNT
               IF WS-KY-TYPE (WS-KY-IX2) = "O"
                  AND WS-KY-CODE (WS-KY-IX2) = WS-KY-CODE (WS-KY-IX)
                  AND WS-KY-EVER (WS-KY-IX2) = "Y"
                   MOVE "Y" TO WS-OPER-EVER
               END-IF
           END-PERFORM.
           IF WS-OPER-EVER = "N"
               STRING "NOUVEL OPERATEUR : jamais vu au journal ni"
                   " aux archives"
                   DELIMITED BY SIZE INTO WS-ANO-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-KY-EVER (WS-KY-IX) = "N"
               MOVE "DEVISE NOUVELLE POUR L'OPERATEUR"
                   TO WS-ANO-TEXT
           END-IF.
           EXIT.

      * Mesure WS-MET de la journee au-dela de la moyenne plus
      * WS-PRM-SPREAD ecarts-types. Un ecart-type nul (activite
      * identique tous les jours) ne donne pas de limite : le
      * controle du multiple du total prend le relais.
       CHECK-SPREAD.
           IF WS-ST-SD (WS-MET) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ST-LIMIT ROUNDED = WS-ST-MEAN (WS-MET)
               + WS-PRM-SPREAD * WS-ST-SD (WS-MET).
           IF WS-ST-TODAY (WS-MET) <= WS-ST-LIMIT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-MET
               WHEN 1
                   MOVE "NOMBRE" TO WS-MET-LABEL
               WHEN 2
                   MOVE "TOTAL" TO WS-MET-LABEL
               WHEN OTHER
                   MOVE "PLUS GROS" TO WS-MET-LABEL
           END-EVALUATE.
           IF WS-MET = 1
               MOVE WS-ST-TODAY (1) TO WS-NB-VIEW
               MOVE WS-NB-VIEW TO WS-ANO-VALUE
           ELSE
               MOVE WS-ST-TODAY (WS-MET) TO WS-AMT-VIEW
               MOVE WS-AMT-VIEW TO WS-ANO-VALUE
           END-IF.
           MOVE WS-ST-LIMIT TO WS-AMT-VIEW2.
           MOVE WS-PRM-SPREAD TO WS-FACTOR-VIEW.
           STRING FUNCTION TRIM(WS-MET-LABEL) " HORS NORME : "
               FUNCTION TRIM(WS-ANO-VALUE) " au-dela de moyenne + "
               FUNCTION TRIM(WS-FACTOR-VIEW) " ecarts-types ("
               FUNCTION TRIM(WS-AMT-VIEW2) ")"
               DELIMITED BY SIZE INTO WS-ANO-TEXT.
           PERFORM WRITE-ANOMALY.
           EXIT.

      * Total de la journee au-dela de WS-PRM-MULT fois sa
      * moyenne.
       CHECK-MULTIPLE.
           IF WS-ST-MEAN (2) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ST-LIMIT ROUNDED =
               WS-PRM-MULT * WS-ST-MEAN (2).
           IF WS-ST-TODAY (2) <= WS-ST-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ST-TODAY (2) TO WS-AMT-VIEW.
           MOVE WS-ST-LIMIT TO WS-AMT-VIEW2.
           MOVE WS-PRM-MULT TO WS-FACTOR-VIEW.
           STRING "TOTAL SUPERIEUR A " FUNCTION TRIM(WS-FACTOR-VIEW)
               " FOIS LA NORME : " FUNCTION TRIM(WS-AMT-VIEW)
               " pour une limite de " FUNCTION TRIM(WS-AMT-VIEW2)
               DELIMITED BY SIZE INTO WS-ANO-TEXT.
           PERFORM WRITE-ANOMALY.
           EXIT.

      * Ligne d'anomalie de la cle courante, comptee en pied.
       WRITE-ANOMALY.
           ADD 1 TO WS-ANO-COUNT.
           STRING "ANO " WS-KEY-LABEL " " WS-ANO-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE SPACES TO WS-ANO-TEXT.
           EXIT.

      * Ouvre l'etat date du jour de gestion
      * (anomalies_JJMMAAAA.txt). Un echec d'ouverture n'empeche pas
      * l'etat terminal, il est seulement signale.
       RPT-OPEN.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "anomalies_" WS-BUS-DATE(1:2)
                  WS-BUS-DATE(4:2) WS-BUS-DATE(7:4) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT ANOMALY-REPORT-FILE.
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OPEN
           ELSE
               DISPLAY "Impossible d'ouvrir l'etat "
                   WS-REPORT-NAME
           END-IF.
           EXIT.

      * Une ligne d'etat : terminal et fichier, avec en-tete de
      * page toutes les 55 lignes.
       RPT-WRITE.
           DISPLAY WS-RPT-LINE.
           IF WS-RPT-OPEN = "Y"
               IF WS-RPT-LINES >= 55
                   PERFORM RPT-NEW-PAGE
               END-IF
               WRITE ANOMALY-REPORT-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-RPT-LINES
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           EXIT.

       RPT-NEW-PAGE.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-VIEW.
           MOVE ZERO TO WS-RPT-LINES.
           MOVE SPACES TO ANOMALY-REPORT-RECORD.
           STRING "ANOMALIES D'ACTIVITE    "
                  WS-BUS-DATE "    PAGE " WS-RPT-PAGE-VIEW
               DELIMITED BY SIZE INTO ANOMALY-REPORT-RECORD.
           WRITE ANOMALY-REPORT-RECORD.
           MOVE ALL "-" TO ANOMALY-REPORT-RECORD.
           WRITE ANOMALY-REPORT-RECORD.
           EXIT.

      * Pied d'etat : totaux repris en clair, puis fermeture du
      * fichier.
       RPT-CLOSE.
           IF WS-RPT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ANOMALY-REPORT-RECORD.
           MOVE WS-KEY-SHOWN TO WS-NB-VIEW.
           MOVE WS-ANO-COUNT TO WS-NB-VIEW2.
           STRING "FIN D'ETAT - CONTROLE : " WS-NB-VIEW
               " CLES, " WS-NB-VIEW2 " ANOMALIES"
               DELIMITED BY SIZE INTO ANOMALY-REPORT-RECORD.
           WRITE ANOMALY-REPORT-RECORD.
           CLOSE ANOMALY-REPORT-FILE.
           MOVE "N" TO WS-RPT-OPEN.
           DISPLAY "Etat imprimable : " WS-REPORT-NAME.
           EXIT.
