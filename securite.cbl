      *=============================================================*
      * ETAT DE SECURITE DE LA SEMAINE :                            *
      *    L'objectif: donner chaque semaine a l'audit une vue des  *
      *    ouvertures de session refusees, des sessions hors des    *
      *    heures ouvrables et des fonctions reservees aux          *
      *    superviseurs, sans relire le journal des sessions a la   *
      *    main.                                                    *
      *    Les étapes:                                              *
      *    Je fixe la semaine : les 7 jours qui finissent a la date *
      *    passee en argument (date machine sinon)                  *
      *    Je lis les tolerances de seuils_securite.txt (heures     *
      *    d'ouverture et de fermeture, seuil de suspension) et le  *
      *    calendrier des jours ouvres                              *
      *    Je relis le journal des sessions : chaque refus avec son *
      *    programme, les refus cumules par code et par programme,  *
      *    les sessions acceptees un jour ferme ou hors des heures  *
      *    les sessions des programmes reserves aux superviseurs et *
      *    les fonctions de superviseur de la calculatrice          *
      *    (extourne, lot sans entete)                              *
      *    Je reprends du journal des operateurs les suspensions    *
      *    automatiques et les reactivations de la semaine          *
      *    J'imprime l'etat (securite_JJMMAAAA.txt)                 *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. securite.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal des ouvertures de session, acceptees comme
      * refusees, tenu par tous les programmes a code operateur.
           SELECT SIGNON-LOG-FILE ASSIGN TO "signon_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SGL-STATUS.

      * Journal des changements d'etat des operateurs (suspension
      * automatique, reactivation).
           SELECT OPER-JOURNAL-FILE ASSIGN TO "operateurs_journal.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPJ-STATUS.

      * Tolerances de securite : un parametre par ligne (nom,
      * valeur), valeurs par defaut quand le fichier ou la ligne
      * manque.
           SELECT SECURITY-PARAM-FILE ASSIGN TO "seuils_securite.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Calendrier des jours ouvres : une session acceptee un jour
      * ferme est signalee.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Etat imprimable de la semaine (securite_JJMMAAAA.txt, date
      * de fin de semaine) en largeur fixe avec en-tetes de page et
      * totaux en pied.
           SELECT SECURITY-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      * Une ligne par changement d'etat d'un operateur.
       FD  OPER-JOURNAL-FILE.
       COPY opjrec REPLACING
           ==OPJ-RECORD-TAG== BY ==OPER-JOURNAL-RECORD==.

      * Parametre : ECHECS et MINUTES (suspension automatique,
      * rappeles en tete d'etat), OUVERTURE et FERMETURE (heures
      * ouvrables en HHMM).
       FD  SECURITY-PARAM-FILE.
       01  SECURITY-PARAM-RECORD.
           05  SPR-NAME           PIC X(10).
           05  FILLER             PIC X.
           05  SPR-VALUE          PIC X(10).

      * Jour du calendrier : type (W regle de week-end, F ferie),
      * date ou liste des jours fermes de la semaine.
       FD  CALENDAR-FILE.
       COPY calrec REPLACING
           ==CAL-RECORD-TAG== BY ==CALENDAR-RECORD==.

       FD  SECURITY-REPORT-FILE.
       01  SECURITY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SGL-STATUS       PIC X(2)       VALUE "00".
       01  WS-OPJ-STATUS       PIC X(2)       VALUE "00".
       01  WS-PRM-STATUS       PIC X(2)       VALUE "00".
       01  WS-EOF              PIC X(1)       VALUE "N".
       01  WS-PRM-EOF          PIC X(1)       VALUE "N".

      * Semaine etudiee : date de fin en argument de ligne de
      * commande (securite JJ/MM/AAAA), date machine sinon, et les
      * 6 jours qui la precedent.
       01  WS-END-DATE         PIC X(10)      VALUE SPACES.
       01  WS-END-KEY          PIC X(8)       VALUE SPACES.
       01  WS-END-NUM          PIC 9(8)       VALUE 0.
       01  WS-END-INT          PIC 9(8)       VALUE 0.
       01  WS-START-INT        PIC 9(8)       VALUE 0.
       01  WS-START-NUM        PIC 9(8)       VALUE 0.
       01  WS-START-KEY        PIC X(8)       VALUE SPACES.
       01  WS-START-DATE       PIC X(10)      VALUE SPACES.
       01  WS-DATE-WORK        PIC X(10)      VALUE SPACES.
       01  WS-KEY-WORK         PIC X(8)       VALUE SPACES.

      * Tolerances, valeurs par defaut : suspension a 3 refus en
      * 15 minutes, heures ouvrables de 08:00 a 19:00.
       01  WS-PRM-MAX-FAIL     PIC 9(3)       VALUE 3.
       01  WS-PRM-WINDOW       PIC 9(4)       VALUE 15.
       01  WS-PRM-OPEN         PIC 9(4)       VALUE 0800.
       01  WS-PRM-CLOSE        PIC 9(4)       VALUE 1900.
       01  WS-PRM-NUM          PIC 9(6)V9(2)  VALUE 0.
       01  WS-PRM-HHMM         PIC 9(4)       VALUE 0.

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

      * Ligne de journal courante : jour en rang, heure en HHMM, et
      * passage en cours sur le journal des sessions (R refus,
      * H hors heures, S fonctions superviseur).
       01  WS-PASS             PIC X(1)       VALUE SPACE.
       01  WS-LINE-KEY         PIC X(8)       VALUE SPACES.
       01  WS-LINE-NUM         PIC 9(8)       VALUE 0.
       01  WS-LINE-INT         PIC 9(8)       VALUE 0.
       01  WS-LINE-HHMM-X      PIC X(4)       VALUE SPACES.
       01  WS-LINE-HHMM        PIC 9(4)       VALUE 0.
       01  WS-REASON           PIC X(16)      VALUE SPACES.

      * "Y" quand la ligne courante n'est pas une ouverture de
      * session mais l'usage d'une fonction de superviseur dans la
      * calculatrice (verdicts EXTOURNE et SANS ENTETE).
       01  WS-SUPV-FUNC        PIC X(1)       VALUE "N".

      * Refus cumules par code et par programme, dans l'ordre de
      * premiere apparition, avec le dernier refus.
       01  WS-FS-COUNT         PIC 9(3)       VALUE 0.
       01  WS-FS-IX            PIC 9(3)       VALUE 0.
       01  WS-FS-TABLE.
           05  WS-FS-ENTRY     OCCURS 200 TIMES.
               10  WS-FS-ID        PIC X(8).
               10  WS-FS-PROGRAM   PIC X(8).
               10  WS-FS-NB        PIC 9(5).
               10  WS-FS-LAST-DATE PIC X(10).
               10  WS-FS-LAST-TIME PIC X(8).
       01  WS-FS-FULL          PIC X(1)       VALUE "N".
       01  WS-FS-FOUND         PIC X(1)       VALUE "N".

      * Totaux de l'etat.
       01  WS-READ-NB          PIC 9(7)       VALUE 0.
       01  WS-SKIPPED-NB       PIC 9(5)       VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(5)       VALUE 0.
       01  WS-OFF-COUNT        PIC 9(5)       VALUE 0.
       01  WS-SUP-COUNT        PIC 9(5)       VALUE 0.
       01  WS-SUSP-COUNT       PIC 9(5)       VALUE 0.
       01  WS-REACT-COUNT      PIC 9(5)       VALUE 0.

      * Zones d'edition de l'etat.
       01  WS-NB-VIEW          PIC ZZZZ9.
       01  WS-NB-VIEW2         PIC ZZZZ9.
       01  WS-NB-VIEW3         PIC ZZZZ9.
       01  WS-NB-VIEW4         PIC ZZZZ9.
       01  WS-NB-VIEW5         PIC ZZZZ9.
       01  WS-FAIL-VIEW        PIC ZZ9.
       01  WS-WIN-VIEW         PIC ZZZ9.
       01  WS-ACTION-VIEW      PIC X(12)      VALUE SPACES.
       01  WS-DETAIL           PIC X(30)      VALUE SPACES.
       01  WS-HHMM-VIEW.
           05  WS-HHMM-HH      PIC 99.
           05  FILLER          PIC X          VALUE ':'.
           05  WS-HHMM-MM      PIC 99.
       01  WS-HHMM-VIEW2.
           05  WS-HHMM-HH2     PIC 99.
           05  FILLER          PIC X          VALUE ':'.
           05  WS-HHMM-MM2     PIC 99.

      * Etat imprimable : chaque ligne passe par WS-RPT-LINE,
      * affichee au terminal et ecrite dans le fichier date, avec
      * saut et en-tete de page toutes les 55 lignes.
       01  WS-RPT-STATUS       PIC X(2)       VALUE "00".
       01  WS-REPORT-NAME      PIC X(40)      VALUE SPACES.
       01  WS-RPT-OPEN         PIC X(1)       VALUE "N".
       01  WS-RPT-LINE         PIC X(132)     VALUE SPACES.
       01  WS-RPT-PAGE         PIC 9(3)       VALUE 0.
       01  WS-RPT-LINES        PIC 99         VALUE 99.
       01  WS-RPT-PAGE-VIEW    PIC ZZ9.

      *date time management
       01  DATE-STRING      PIC X(8).

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY " ------------------------------------------------".
           DISPLAY "|        Etat de securite de la semaine          |".
           DISPLAY " ------------------------------------------------".

           ACCEPT WS-END-DATE FROM COMMAND-LINE.
           IF WS-END-DATE = SPACES
               ACCEPT DATE-STRING FROM DATE YYYYMMDD
               STRING DATE-STRING(7:2) "/" DATE-STRING(5:2) "/"
                      DATE-STRING(1:4)
                   DELIMITED BY SIZE INTO WS-END-DATE
           END-IF.
           MOVE WS-END-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-END-KEY.
           IF WS-END-KEY NOT NUMERIC
               DISPLAY "Date de fin invalide : " WS-END-DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-END-KEY TO WS-END-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-END-NUM) NOT = 0
               DISPLAY "Date de fin invalide : " WS-END-DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-NUM).
           COMPUTE WS-START-INT = WS-END-INT - 6.
           COMPUTE WS-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-START-INT).
           MOVE WS-START-NUM TO WS-START-KEY.
           STRING WS-START-KEY(7:2) "/" WS-START-KEY(5:2) "/"
                  WS-START-KEY(1:4)
               DELIMITED BY SIZE INTO WS-START-DATE.
           DISPLAY "Semaine du " WS-START-DATE " au " WS-END-DATE.

           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-CALENDAR.
           PERFORM PRINT-SECURITY-REPORT.

           MOVE WS-FAIL-COUNT TO WS-NB-VIEW.
           MOVE WS-SUSP-COUNT TO WS-NB-VIEW2.
           DISPLAY "Refus de la semaine : " WS-NB-VIEW
               "   suspensions : " WS-NB-VIEW2.
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

      * Jour d'une date de journal (WS-DATE-WORK) en rang dans
      * WS-LINE-INT ; zero si la date est illisible.
       LINE-DATE-TO-INT.
           MOVE ZERO TO WS-LINE-INT.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-LINE-KEY.
           IF WS-LINE-KEY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-KEY TO WS-LINE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LINE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LINE-NUM).
           EXIT.

      * Tolerances lues dans seuils_securite.txt ; fichier absent
      * = valeurs par defaut, une ligne illisible ou hors bornes
      * est signalee et ignoree.
       LOAD-PARAMETERS.
           OPEN INPUT SECURITY-PARAM-FILE.
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "Tolerances (seuils_securite.txt) absentes :"
                   " valeurs par defaut."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PRM-EOF.
           PERFORM UNTIL WS-PRM-EOF = "Y"
               MOVE SPACES TO SECURITY-PARAM-RECORD
               READ SECURITY-PARAM-FILE
                   AT END
                       MOVE "Y" TO WS-PRM-EOF
                   NOT AT END
                       PERFORM LOAD-PARAMETER-LINE
               END-READ
           END-PERFORM.
           CLOSE SECURITY-PARAM-FILE.
           IF WS-PRM-OPEN >= WS-PRM-CLOSE
               DISPLAY "OUVERTURE apres FERMETURE : heures ouvrables"
                   " par defaut."
               MOVE 0800 TO WS-PRM-OPEN
               MOVE 1900 TO WS-PRM-CLOSE
           END-IF.
           EXIT.

       LOAD-PARAMETER-LINE.
           IF SPR-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(SPR-VALUE))
                   NOT = 0
               DISPLAY "Ligne de tolerance illisible ignoree : "
                   SECURITY-PARAM-RECORD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRM-NUM =
               FUNCTION NUMVAL(FUNCTION TRIM(SPR-VALUE)).
           EVALUATE FUNCTION UPPER-CASE (SPR-NAME)
               WHEN "ECHECS"
                   IF WS-PRM-NUM < 1 OR WS-PRM-NUM > 99
                       DISPLAY "ECHECS attendu de 1 a 99, ligne"
                           " ignoree : " SECURITY-PARAM-RECORD
                   ELSE
                       MOVE WS-PRM-NUM TO WS-PRM-MAX-FAIL
                   END-IF
               WHEN "MINUTES"
                   IF WS-PRM-NUM < 1 OR WS-PRM-NUM > 1440
                       DISPLAY "MINUTES attendu de 1 a 1440, ligne"
                           " ignoree : " SECURITY-PARAM-RECORD
                   ELSE
                       MOVE WS-PRM-NUM TO WS-PRM-WINDOW
                   END-IF
               WHEN "OUVERTURE"
                   PERFORM CHECK-PARAMETER-HHMM
                   IF WS-PRM-HHMM NOT = 9999
                       MOVE WS-PRM-HHMM TO WS-PRM-OPEN
                   END-IF
               WHEN "FERMETURE"
                   PERFORM CHECK-PARAMETER-HHMM
                   IF WS-PRM-HHMM NOT = 9999
                       MOVE WS-PRM-HHMM TO WS-PRM-CLOSE
                   END-IF
               WHEN OTHER
                   DISPLAY "Tolerance inconnue ignoree : "
                       SECURITY-PARAM-RECORD
           END-EVALUATE.
           EXIT.

      * Heure HHMM d'une tolerance dans WS-PRM-HHMM, 9999 si elle
      * n'est pas une heure de la journee (0000 a 2400).
       CHECK-PARAMETER-HHMM.
           MOVE 9999 TO WS-PRM-HHMM.
           IF WS-PRM-NUM > 2400
              OR FUNCTION MOD(WS-PRM-NUM, 100) > 59
               DISPLAY "Heure HHMM attendue, ligne ignoree : "
                   SECURITY-PARAM-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRM-NUM TO WS-PRM-HHMM.
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

      * L'etat : en-tete, un passage sur le journal des sessions par
      * rubrique, les refus cumules, puis le journal des operateurs.
       PRINT-SECURITY-REPORT.
           PERFORM RPT-OPEN.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           STRING "SECURITE DES SESSIONS - SEMAINE DU " WS-START-DATE
               " AU " WS-END-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-PRM-MAX-FAIL TO WS-FAIL-VIEW.
           MOVE WS-PRM-WINDOW TO WS-WIN-VIEW.
           MOVE WS-PRM-OPEN(1:2) TO WS-HHMM-HH.
           MOVE WS-PRM-OPEN(3:2) TO WS-HHMM-MM.
           MOVE WS-PRM-CLOSE(1:2) TO WS-HHMM-HH2.
           MOVE WS-PRM-CLOSE(3:2) TO WS-HHMM-MM2.
           STRING "Tolerances : suspension a " WS-FAIL-VIEW
               " refus en " WS-WIN-VIEW " minutes, heures ouvrables"
               " de " WS-HHMM-VIEW " a " WS-HHMM-VIEW2
               " les jours ouvres du calendrier"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.

           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Refus d'ouverture de session :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "R" TO WS-PASS.
           PERFORM PRINT-COLUMN-HEAD.
           PERFORM SCAN-SIGNON-LOG.
           IF WS-FAIL-COUNT = 0
               MOVE "  Aucun refus sur la semaine." TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.

           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Refus par code et par programme :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "  CODE     PROGRAMME  REFUS  DERNIER REFUS"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > WS-FS-COUNT
               MOVE WS-FS-NB (WS-FS-IX) TO WS-NB-VIEW
               STRING "  " WS-FS-ID (WS-FS-IX) " "
                   WS-FS-PROGRAM (WS-FS-IX) "  " WS-NB-VIEW "  "
                   WS-FS-LAST-DATE (WS-FS-IX) " "
                   WS-FS-LAST-TIME (WS-FS-IX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-PERFORM.
           IF WS-FS-COUNT = 0
               MOVE "  Aucun refus sur la semaine." TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-FS-FULL = "Y"
               STRING "  ATTENTION : plus de 200 couples code et"
                   " programme, les suivants ne sont pas cumules !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.

           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Sessions hors des heures ouvrables :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "H" TO WS-PASS.
           PERFORM PRINT-COLUMN-HEAD.
           PERFORM SCAN-SIGNON-LOG.
           IF WS-OFF-COUNT = 0
               MOVE "  Aucune session hors des heures ouvrables."
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.

           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Fonctions reservees aux superviseurs :"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "S" TO WS-PASS.
           PERFORM PRINT-COLUMN-HEAD.
           PERFORM SCAN-SIGNON-LOG.
           IF WS-SUP-COUNT = 0
               MOVE "  Aucune session superviseur sur la semaine."
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.

           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Suspensions et reactivations :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           STRING "  DATE       HEURE    CODE     ACTION       PAR"
               "      PROGRAMME DETAIL"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM SCAN-OPER-JOURNAL.
           IF WS-SUSP-COUNT = 0 AND WS-REACT-COUNT = 0
               MOVE "  Aucun changement d'etat sur la semaine."
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.

           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-READ-NB TO WS-NB-VIEW.
           STRING "Sessions de la semaine au journal : " WS-NB-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-SKIPPED-NB > 0
               MOVE WS-SKIPPED-NB TO WS-NB-VIEW
               STRING "ATTENTION : " WS-NB-VIEW " ligne(s) de journal"
                   " illisible(s) ecartee(s) !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           PERFORM RPT-CLOSE.
           EXIT.

       PRINT-COLUMN-HEAD.
           MOVE "  DATE       HEURE    PROGRAMME CODE     VERDICT"
               TO WS-RPT-LINE.
           IF WS-PASS = "H"
               STRING "  DATE       HEURE    PROGRAMME CODE     VERDICT"
                   "              MOTIF"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM RPT-WRITE.
           EXIT.

      * Un passage sur le journal des sessions pour la rubrique
      * WS-PASS ; seules les lignes de la semaine sont retenues.
       SCAN-SIGNON-LOG.
           OPEN INPUT SIGNON-LOG-FILE.
           IF WS-SGL-STATUS NOT = "00"
               IF WS-PASS = "R"
                   DISPLAY "Journal des sessions (signon_log.txt)"
                       " absent."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO SIGNON-LOG-RECORD
               READ SIGNON-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-SIGNON-LINE
               END-READ
           END-PERFORM.
           CLOSE SIGNON-LOG-FILE.
           EXIT.

       TAKE-SIGNON-LINE.
           IF SIGNON-LOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SGL-DATE TO WS-DATE-WORK.
           PERFORM LINE-DATE-TO-INT.
           IF WS-LINE-INT = 0
               IF WS-PASS = "R"
                   ADD 1 TO WS-SKIPPED-NB
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-INT < WS-START-INT OR WS-LINE-INT > WS-END-INT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SUPV-FUNC.
           IF SGL-VERDICT = "OK EXTOURNE"
              OR SGL-VERDICT = "REFUSE EXTOURNE"
              OR SGL-VERDICT = "OK LOT SANS ENTETE"
              OR SGL-VERDICT = "REFUSE SANS ENTETE"
               MOVE "Y" TO WS-SUPV-FUNC
           END-IF.
           EVALUATE WS-PASS
               WHEN "R"
                   PERFORM TAKE-FAILURE
               WHEN "H"
                   PERFORM TAKE-OFF-HOURS
               WHEN "S"
                   PERFORM TAKE-SUPERVISOR-USE
           END-EVALUATE.
           EXIT.

      * Un refus : ligne de detail avec son programme, puis cumul
      * par code et par programme. Les lignes REACTIVE de la
      * maintenance des operateurs ne sont pas des sessions, les
      * usages de fonctions de superviseur non plus (leurs refus
      * sont listes ici comme les autres).
       TAKE-FAILURE.
           IF (SGL-VERDICT(1:6) = "REFUSE" OR SGL-VERDICT(1:2) = "OK")
              AND WS-SUPV-FUNC = "N"
               ADD 1 TO WS-READ-NB
           END-IF.
           IF SGL-VERDICT(1:6) NOT = "REFUSE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FAIL-COUNT.
           MOVE SPACES TO WS-REASON.
           PERFORM WRITE-SESSION-LINE.
           MOVE "N" TO WS-FS-FOUND.
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > WS-FS-COUNT
                      OR WS-FS-FOUND = "Y"
               IF WS-FS-ID (WS-FS-IX) = SGL-OPER-ID
                  AND WS-FS-PROGRAM (WS-FS-IX) = SGL-PROGRAM
                   MOVE "Y" TO WS-FS-FOUND
                   ADD 1 TO WS-FS-NB (WS-FS-IX)
                   MOVE SGL-DATE TO WS-FS-LAST-DATE (WS-FS-IX)
                   MOVE SGL-TIME TO WS-FS-LAST-TIME (WS-FS-IX)
               END-IF
           END-PERFORM.
           IF WS-FS-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS-COUNT >= 200
               MOVE "Y" TO WS-FS-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FS-COUNT.
           MOVE SGL-OPER-ID TO WS-FS-ID (WS-FS-COUNT).
           MOVE SGL-PROGRAM TO WS-FS-PROGRAM (WS-FS-COUNT).
           MOVE 1 TO WS-FS-NB (WS-FS-COUNT).
           MOVE SGL-DATE TO WS-FS-LAST-DATE (WS-FS-COUNT).
           MOVE SGL-TIME TO WS-FS-LAST-TIME (WS-FS-COUNT).
           EXIT.

      * Une session acceptee un jour ferme, avant l'ouverture ou a
      * partir de la fermeture.
       TAKE-OFF-HOURS.
           IF SGL-VERDICT(1:2) NOT = "OK" OR WS-SUPV-FUNC = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REASON.
           MOVE WS-LINE-INT TO WS-CAL-DAY-INT.
           PERFORM CHECK-OPEN-DAY.
           IF WS-CAL-OPEN = "N"
               MOVE "JOUR FERME" TO WS-REASON
           ELSE
               MOVE SPACES TO WS-LINE-HHMM-X
               STRING SGL-TIME(1:2) SGL-TIME(4:2)
                   DELIMITED BY SIZE INTO WS-LINE-HHMM-X
               IF WS-LINE-HHMM-X NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINE-HHMM-X TO WS-LINE-HHMM
               IF WS-LINE-HHMM < WS-PRM-OPEN
                   MOVE "AVANT OUVERTURE" TO WS-REASON
               END-IF
               IF WS-LINE-HHMM >= WS-PRM-CLOSE
                   MOVE "APRES FERMETURE" TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OFF-COUNT.
           PERFORM WRITE-SESSION-LINE.
           EXIT.

      * Une session acceptee dans un programme reserve aux
      * superviseurs, ou une fonction de superviseur accordee dans
      * la calculatrice (extourne passee, lot sans entete
      * autorise).
       TAKE-SUPERVISOR-USE.
           IF SGL-VERDICT(1:2) NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUPV-FUNC = "N"
              AND SGL-PROGRAM NOT = "archiver"
              AND SGL-PROGRAM NOT = "calmnt"
              AND SGL-PROGRAM NOT = "ctrmnt"
              AND SGL-PROGRAM NOT = "finjour"
              AND SGL-PROGRAM NOT = "opermnt"
              AND SGL-PROGRAM NOT = "ratemnt"
              AND SGL-PROGRAM NOT = "valider"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUP-COUNT.
           MOVE SPACES TO WS-REASON.
           PERFORM WRITE-SESSION-LINE.
           EXIT.

      * Ligne de detail d'une session : date, heure, programme,
      * code, verdict et motif.
       WRITE-SESSION-LINE.
           STRING "  " SGL-DATE " " SGL-TIME " " SGL-PROGRAM "  "
               SGL-OPER-ID " " SGL-VERDICT " " WS-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Passage sur le journal des operateurs : suspensions et
      * reactivations de la semaine.
       SCAN-OPER-JOURNAL.
           OPEN INPUT OPER-JOURNAL-FILE.
           IF WS-OPJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO OPER-JOURNAL-RECORD
               READ OPER-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-JOURNAL-LINE
               END-READ
           END-PERFORM.
           CLOSE OPER-JOURNAL-FILE.
           EXIT.

       TAKE-JOURNAL-LINE.
           IF OPER-JOURNAL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE OPJ-DATE TO WS-DATE-WORK.
           PERFORM LINE-DATE-TO-INT.
           IF WS-LINE-INT = 0
               ADD 1 TO WS-SKIPPED-NB
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-INT < WS-START-INT OR WS-LINE-INT > WS-END-INT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DETAIL.
           EVALUATE OPJ-ACTION
               WHEN "S"
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE "SUSPENSION" TO WS-ACTION-VIEW
                   IF OPJ-FAILURES NUMERIC AND OPJ-WINDOW NUMERIC
                       MOVE OPJ-FAILURES TO WS-FAIL-VIEW
                       MOVE OPJ-WINDOW TO WS-WIN-VIEW
                       STRING WS-FAIL-VIEW " refus en " WS-WIN-VIEW
                           " minutes"
                           DELIMITED BY SIZE INTO WS-DETAIL
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-REACT-COUNT
                   MOVE "REACTIVATION" TO WS-ACTION-VIEW
               WHEN OTHER
                   MOVE OPJ-ACTION TO WS-ACTION-VIEW
           END-EVALUATE.
           STRING "  " OPJ-DATE " " OPJ-TIME " " OPJ-OPER-ID " "
               WS-ACTION-VIEW " " OPJ-BY " " OPJ-PROGRAM "  "
               WS-DETAIL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Ouvre l'etat date du dernier jour de la semaine
      * (securite_JJMMAAAA.txt). Un echec d'ouverture n'empeche pas
      * l'etat terminal, il est seulement signale.
       RPT-OPEN.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "securite_" WS-END-DATE(1:2)
                  WS-END-DATE(4:2) WS-END-DATE(7:4) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT SECURITY-REPORT-FILE.
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
               WRITE SECURITY-REPORT-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-RPT-LINES
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           EXIT.

       RPT-NEW-PAGE.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-VIEW.
           MOVE ZERO TO WS-RPT-LINES.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           STRING "SECURITE DES SESSIONS    "
                  WS-START-DATE " AU " WS-END-DATE
                  "    PAGE " WS-RPT-PAGE-VIEW
               DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           MOVE ALL "-" TO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           EXIT.

      * Pied d'etat : totaux repris en clair, puis fermeture du
      * fichier.
       RPT-CLOSE.
           IF WS-RPT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SECURITY-REPORT-RECORD.
           MOVE WS-FAIL-COUNT TO WS-NB-VIEW.
           MOVE WS-OFF-COUNT TO WS-NB-VIEW2.
           MOVE WS-SUP-COUNT TO WS-NB-VIEW3.
           MOVE WS-SUSP-COUNT TO WS-NB-VIEW4.
           MOVE WS-REACT-COUNT TO WS-NB-VIEW5.
           STRING "FIN D'ETAT - CONTROLE : " WS-NB-VIEW " REFUS, "
               WS-NB-VIEW2 " HORS HEURES, " WS-NB-VIEW3
               " SUPERVISEUR, " WS-NB-VIEW4 " SUSPENSIONS, "
               WS-NB-VIEW5 " REACTIVATIONS"
               DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD.
           WRITE SECURITY-REPORT-RECORD.
           CLOSE SECURITY-REPORT-FILE.
           MOVE "N" TO WS-RPT-OPEN.
           DISPLAY "Etat imprimable : " WS-REPORT-NAME.
           EXIT.
