      *    Je verifie qu'aucun enregistrement de l'alimentation ni  *
      *    du journal d'audit ne porte une date posterieure a la    *
      *    date de gestion                                          *
      *    Je verifie qu'aucun calcul retenu au-dessus du seuil de  *
      *    validation n'attend encore sa decision                   *
      *    Je recalcule les totaux de controle du jour sur le       *
      *    journal et l'alimentation et je les compare a ceux de    *
      *    controle_totaux.txt (CONTROLE FAILED au moindre ecart)   *
      *    Si tout est propre, j'avance la date de gestion au jour  *
      *    ouvre suivant (calendrier.txt : week-end et feries) ;    *
      *    sinon je refuse avec le detail et un code retour a 4     *
      *    pour l'ordonnanceur                                      *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Totaux de controle par date de gestion et devise, deposes
      * par les programmes qui ecrivent le journal d'audit et
      * l'alimentation, recalcules ici sur les deux fichiers.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "controle_totaux.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      * File des calculs en attente de validation : une journee ne
      * se cloture pas tant qu'un calcul y attend sa decision.
           SELECT PENDING-FILE ASSIGN TO "attente_validation.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      * Calendrier des jours ouvres (regle de week-end et jours
      * feries de chaque annee), tenu par la maintenance du
      * calendrier : la nouvelle date de gestion saute les jours
      * fermes.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Fichier maitre des operateurs : la cloture est une fonction
      * de maintenance, reservee aux codes actifs du fichier.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operateurs.txt"
       01  RECON-STATUS-RECORD.
           05  RS-DATE            PIC X(10).
           05  FILLER             PIC X.
           05  RS-STATE           PIC X(15).

      * Enregistrement de l'alimentation tel qu'ecrit par la
      * calculatrice ; seule la date est regardee ici.
       COPY auditrec REPLACING
           ==AUD-RECORD-TAG== BY ==AUDIT-INPUT-RECORD==.

      * Ligne des totaux de controle.
       FD  CONTROL-TOTALS-FILE.
       COPY ctlrec REPLACING
           ==CTL-RECORD-TAG== BY ==CONTROL-TOTALS-RECORD==.

      * Ligne de la file de validation : mise en attente (A) ou
      * decision (V/R) ; seuls le type et la date sont regardes.
       FD  PENDING-FILE.
       COPY pendrec REPLACING
           ==PND-RECORD-TAG== BY ==PENDING-RECORD==.

      * Ligne du calendrier : jour ferie ou regle de week-end.
       FD  CALENDAR-FILE.
       COPY calrec REPLACING
           ==CAL-RECORD-TAG== BY ==CALENDAR-RECORD==.

      * Fiche operateur du fichier maitre.
       FD  OPERATOR-MASTER-FILE.
       COPY opermst REPLACING
      * datant tout de la date de gestion.
       01  WS-FEED-AFTER-NB    PIC 9(5)       VALUE 0.
       01  WS-AUD-AFTER-NB     PIC 9(5)       VALUE 0.

      * Calculs retenus jusqu'a la date de gestion et decisions
      * prises dessus (datees de la date du calcul) : la
      * difference est ce qui attend encore un superviseur.
       01  WS-PND-STATUS       PIC X(2)       VALUE "00".
       01  WS-PND-HELD-NB      PIC 9(5)       VALUE 0.
       01  WS-PND-DONE-NB      PIC 9(5)       VALUE 0.
       01  WS-PND-OPEN-NB      PIC S9(5)      VALUE 0.
       01  WS-NB-VIEW          PIC ZZZZ9.

      * Totaux de controle de la date : entrees de
      * controle_totaux.txt (WS-CTL-C-*), deposees par les
      * programmes qui ecrivent, face aux memes totaux recalcules
      * ici sur audit_log.txt et recon_feed.txt (WS-CTL-D-*). Une
      * entree par fichier (A audit, F alimentation) et devise ;
      * le moindre ecart, dans un sens ou dans l'autre, est un
      * CONTROLE FAILED.
       01  WS-CTL-STATUS       PIC X(2)       VALUE "00".
       01  WS-CTL-EOF          PIC X(1)       VALUE "N".
       01  WS-CTL-OK           PIC X(1)       VALUE "Y".
       01  WS-CTL-FILE-FOUND   PIC X(1)       VALUE "N".
       01  WS-CTL-COUNT        PIC 99         VALUE 0.
       01  WS-CTL-IX           PIC 99         VALUE 0.
       01  WS-CTL-FOUND-IX     PIC 99         VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY    OCCURS 50 TIMES.
               10  WS-CTL-KIND     PIC X(1).
               10  WS-CTL-CUR      PIC X(3).
               10  WS-CTL-C-NB     PIC 9(7).
               10  WS-CTL-C-MAX-SEQ PIC 9(8).
               10  WS-CTL-C-SUM    PIC S9(11)V9(2).
               10  WS-CTL-C-HASH   PIC 9(15).
               10  WS-CTL-D-NB     PIC 9(7).
               10  WS-CTL-D-MAX-SEQ PIC 9(8).
               10  WS-CTL-D-SUM    PIC S9(11)V9(2).
               10  WS-CTL-D-HASH   PIC 9(15).
               10  WS-CTL-DIFF     PIC X(1).
       01  WS-CTL-REC-KIND     PIC X(1)       VALUE SPACE.
       01  WS-CTL-REC-CUR      PIC X(3)       VALUE SPACES.
       01  WS-CTL-REC-SEQ      PIC X(8)       VALUE SPACES.
       01  WS-CTL-REC-RESULT   PIC S9(9)V9(2) VALUE 0.
       01  WS-CTL-SEQ-NUM      PIC 9(8)       VALUE 0.
       01  WS-CTL-LINE         PIC X(160)     VALUE SPACES.
       01  WS-CTL-POS          PIC 9(3)       VALUE 0.
       01  WS-CTL-LINE-HASH    PIC 9(15)      VALUE 0.
       01  WS-CTL-NB-VIEW      PIC Z(6)9.
       01  WS-CTL-SUM-VIEW     PIC -(11)9.99.
       01  WS-CTL-KIND-VIEW    PIC X(5)       VALUE SPACES.

      * Avance de la date de gestion au jour ouvre suivant.
       01  WS-KEY-NUM          PIC 9(8)       VALUE 0.
       01  WS-DAY-INT          PIC 9(8)       VALUE 0.
       01  WS-NEXT-KEY         PIC X(8)       VALUE SPACES.
       01  WS-NEXT-DATE        PIC X(10)      VALUE SPACES.

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

      **************************************************************
      * Exécution du programme
      **************************************************************
           PERFORM CHECK-RECON-STATUS.
           PERFORM CHECK-FEED-DATES.
           PERFORM CHECK-AUDIT-DATES.
           PERFORM CHECK-PENDING-APPROVALS.
           PERFORM CHECK-CONTROL-TOTALS.
           PERFORM SHOW-CONTROL-VERDICT.

           DISPLAY " ------------------------------------------------".
           IF WS-CLOSE-OK = "N"
           END-IF.
           EXIT.

      * Calculs en attente de validation : toute mise en attente
      * datee au plus tard du jour a cloturer doit avoir recu sa
      * decision (validation ou rejet par valider).
       CHECK-PENDING-APPROVALS.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "File de validation : attente_validation.txt"
                   " absent, OK."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO PENDING-RECORD
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PND-DATE TO WS-DATE-WORK
                       PERFORM DATE-TO-KEY
                       IF WS-KEY-WORK NUMERIC
                          AND WS-KEY-WORK <= WS-BUS-KEY
                           IF PND-TYPE = "A"
                               ADD 1 TO WS-PND-HELD-NB
                           END-IF
                           IF PND-TYPE = "V" OR PND-TYPE = "R"
                               ADD 1 TO WS-PND-DONE-NB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           COMPUTE WS-PND-OPEN-NB = WS-PND-HELD-NB - WS-PND-DONE-NB.
           IF WS-PND-OPEN-NB > 0
               MOVE WS-PND-OPEN-NB TO WS-NB-VIEW
               DISPLAY "File de validation : " WS-NB-VIEW
                   " calculs en attente de decision (valider) !"
               MOVE "N" TO WS-CLOSE-OK
           ELSE
               DISPLAY "File de validation : aucun calcul en"
                   " attente, OK."
           END-IF.
           EXIT.

      * Totaux de controle : entrees de la date relues dans
      * controle_totaux.txt, totaux recalcules sur les deux
      * fichiers selon les memes regles que les programmes qui
      * ecrivent, puis compares entree par entree.
       CHECK-CONTROL-TOTALS.
           MOVE ZERO TO WS-CTL-COUNT.
           MOVE "Y" TO WS-CTL-OK.
           PERFORM LOAD-CONTROL-TOTALS.
           PERFORM CONTROL-AUDIT-FILE.
           PERFORM CONTROL-FEED-FILE.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               MOVE SPACE TO WS-CTL-DIFF (WS-CTL-IX)
               IF WS-CTL-C-NB (WS-CTL-IX)
                     NOT = WS-CTL-D-NB (WS-CTL-IX)
                  OR WS-CTL-C-MAX-SEQ (WS-CTL-IX)
                     NOT = WS-CTL-D-MAX-SEQ (WS-CTL-IX)
                  OR WS-CTL-C-SUM (WS-CTL-IX)
                     NOT = WS-CTL-D-SUM (WS-CTL-IX)
                  OR WS-CTL-C-HASH (WS-CTL-IX)
                     NOT = WS-CTL-D-HASH (WS-CTL-IX)
                   MOVE "X" TO WS-CTL-DIFF (WS-CTL-IX)
                   MOVE "N" TO WS-CTL-OK
               END-IF
           END-PERFORM.
           EXIT.

      * Entrees de controle_totaux.txt portant sur la date. Un
      * fichier absent laisse tous les totaux de controle a zero :
      * des donnees presentes pour la date feront alors ecart.
       LOAD-CONTROL-TOTALS.
           MOVE "N" TO WS-CTL-FILE-FOUND.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CTL-FILE-FOUND.
           MOVE "N" TO WS-CTL-EOF.
           PERFORM UNTIL WS-CTL-EOF = "Y"
               MOVE SPACES TO CONTROL-TOTALS-RECORD
               READ CONTROL-TOTALS-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF CTL-DATE = WS-BUS-DATE
                          AND CTL-FILE NOT = SPACE
                           PERFORM ADD-CONTROL-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-TOTALS-FILE.
           EXIT.

      * Porte l'entree lue aux totaux de controle de son fichier
      * et de sa devise.
       ADD-CONTROL-TOTAL.
           MOVE CTL-FILE TO WS-CTL-REC-KIND.
           MOVE CTL-CURRENCY TO WS-CTL-REC-CUR.
           PERFORM FIND-CONTROL-ENTRY.
           IF WS-CTL-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD CTL-COUNT TO WS-CTL-C-NB (WS-CTL-FOUND-IX).
           IF CTL-MAX-SEQ > WS-CTL-C-MAX-SEQ (WS-CTL-FOUND-IX)
               MOVE CTL-MAX-SEQ TO WS-CTL-C-MAX-SEQ (WS-CTL-FOUND-IX)
           END-IF.
           ADD CTL-SUM TO WS-CTL-C-SUM (WS-CTL-FOUND-IX).
           COMPUTE WS-CTL-C-HASH (WS-CTL-FOUND-IX) =
               FUNCTION MOD (WS-CTL-C-HASH (WS-CTL-FOUND-IX)
                   + CTL-HASH, 1000000000000000).
           EXIT.

      * Recalcul cote journal d'audit : toutes les lignes de la
      * date, rejets et mises en attente compris, comme elles ont
      * ete portees a l'ecriture.
       CONTROL-AUDIT-FILE.
           OPEN INPUT AUDIT-INPUT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTL-EOF.
           PERFORM UNTIL WS-CTL-EOF = "Y"
               MOVE SPACES TO AUDIT-INPUT-RECORD
               READ AUDIT-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF AUD-DATE = WS-BUS-DATE
                           MOVE "A" TO WS-CTL-REC-KIND
                           MOVE AUD-CURRENCY TO WS-CTL-REC-CUR
                           MOVE AUD-SEQ TO WS-CTL-REC-SEQ
                           MOVE ZERO TO WS-CTL-REC-RESULT
                           IF FUNCTION TEST-NUMVAL
                                   (FUNCTION TRIM(AUD-R-VIEW)) = 0
                               COMPUTE WS-CTL-REC-RESULT =
                                   FUNCTION NUMVAL
                                       (FUNCTION TRIM(AUD-R-VIEW))
                           END-IF
                           MOVE AUDIT-INPUT-RECORD TO WS-CTL-LINE
                           PERFORM ADD-DATA-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-INPUT-FILE.
           EXIT.

      * Recalcul cote alimentation.
       CONTROL-FEED-FILE.
           OPEN INPUT FEED-INPUT-FILE.
           IF WS-FEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTL-EOF.
           PERFORM UNTIL WS-CTL-EOF = "Y"
               MOVE SPACES TO FEED-INPUT-RECORD
               READ FEED-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF FEED-DATE = WS-BUS-DATE
                           MOVE "F" TO WS-CTL-REC-KIND
                           MOVE FEED-CURRENCY TO WS-CTL-REC-CUR
                           MOVE FEED-SEQ TO WS-CTL-REC-SEQ
                           MOVE ZERO TO WS-CTL-REC-RESULT
                           IF FEED-RESULT NUMERIC
                               MOVE FEED-RESULT TO WS-CTL-REC-RESULT
                           END-IF
                           MOVE FEED-INPUT-RECORD TO WS-CTL-LINE
                           PERFORM ADD-DATA-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-INPUT-FILE.
           EXIT.

      * Porte la ligne relue (WS-CTL-REC-*, image dans WS-CTL-LINE)
      * aux totaux recalcules de son entree.
       ADD-DATA-TOTAL.
           PERFORM FIND-CONTROL-ENTRY.
           IF WS-CTL-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CTL-D-NB (WS-CTL-FOUND-IX).
           IF WS-CTL-REC-SEQ NUMERIC
               MOVE WS-CTL-REC-SEQ TO WS-CTL-SEQ-NUM
               IF WS-CTL-SEQ-NUM > WS-CTL-D-MAX-SEQ (WS-CTL-FOUND-IX)
                   MOVE WS-CTL-SEQ-NUM
                       TO WS-CTL-D-MAX-SEQ (WS-CTL-FOUND-IX)
               END-IF
           END-IF.
           ADD WS-CTL-REC-RESULT TO WS-CTL-D-SUM (WS-CTL-FOUND-IX).
           PERFORM COMPUTE-LINE-HASH.
           COMPUTE WS-CTL-D-HASH (WS-CTL-FOUND-IX) =
               FUNCTION MOD (WS-CTL-D-HASH (WS-CTL-FOUND-IX)
                   + WS-CTL-LINE-HASH, 1000000000000000).
           EXIT.

      * Entree (fichier WS-CTL-REC-KIND, devise WS-CTL-REC-CUR) dans
      * WS-CTL-FOUND-IX, creee a zero au premier passage. Table
      * pleine : rien ne peut plus etre garanti, le controle echoue.
       FIND-CONTROL-ENTRY.
           MOVE ZERO TO WS-CTL-FOUND-IX.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF WS-CTL-KIND (WS-CTL-IX) = WS-CTL-REC-KIND
                  AND WS-CTL-CUR (WS-CTL-IX) = WS-CTL-REC-CUR
                   MOVE WS-CTL-IX TO WS-CTL-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-CTL-FOUND-IX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTL-COUNT >= 50
               DISPLAY "Totaux de controle : table pleine, devise "
                   WS-CTL-REC-CUR " non controlee."
               MOVE "N" TO WS-CTL-OK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CTL-COUNT.
           MOVE WS-CTL-COUNT TO WS-CTL-FOUND-IX.
           MOVE WS-CTL-REC-KIND TO WS-CTL-KIND (WS-CTL-COUNT).
           MOVE WS-CTL-REC-CUR TO WS-CTL-CUR (WS-CTL-COUNT).
           MOVE ZERO TO WS-CTL-C-NB (WS-CTL-COUNT)
                        WS-CTL-C-MAX-SEQ (WS-CTL-COUNT)
                        WS-CTL-C-SUM (WS-CTL-COUNT)
                        WS-CTL-C-HASH (WS-CTL-COUNT)
                        WS-CTL-D-NB (WS-CTL-COUNT)
                        WS-CTL-D-MAX-SEQ (WS-CTL-COUNT)
                        WS-CTL-D-SUM (WS-CTL-COUNT)
                        WS-CTL-D-HASH (WS-CTL-COUNT).
           MOVE SPACE TO WS-CTL-DIFF (WS-CTL-COUNT).
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

      * Verdict des totaux de controle : le detail de chaque ecart
      * est affiche, la journee ne se cloture pas.
       SHOW-CONTROL-VERDICT.
           IF WS-CTL-OK = "Y"
               DISPLAY "Totaux de controle : conformes, OK."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Totaux de controle : CONTROLE FAILED, journal ou"
               " alimentation modifies hors des programmes !".
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF WS-CTL-DIFF (WS-CTL-IX) = "X"
                   PERFORM SHOW-CONTROL-DIFF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CLOSE-OK.
           EXIT.

      * Detail de l'ecart de l'entree WS-CTL-IX.
       SHOW-CONTROL-DIFF.
           IF WS-CTL-KIND (WS-CTL-IX) = "A"
               MOVE "audit" TO WS-CTL-KIND-VIEW
           ELSE
               MOVE "alim" TO WS-CTL-KIND-VIEW
           END-IF.
           MOVE WS-CTL-C-NB (WS-CTL-IX) TO WS-CTL-NB-VIEW.
           MOVE WS-CTL-C-SUM (WS-CTL-IX) TO WS-CTL-SUM-VIEW.
           DISPLAY "  " WS-CTL-KIND-VIEW " " WS-CTL-CUR (WS-CTL-IX)
               " depose    : nb " WS-CTL-NB-VIEW
               " seq " WS-CTL-C-MAX-SEQ (WS-CTL-IX)
               " somme " WS-CTL-SUM-VIEW.
           MOVE WS-CTL-D-NB (WS-CTL-IX) TO WS-CTL-NB-VIEW.
           MOVE WS-CTL-D-SUM (WS-CTL-IX) TO WS-CTL-SUM-VIEW.
           DISPLAY "            recalcule : nb " WS-CTL-NB-VIEW
               " seq " WS-CTL-D-MAX-SEQ (WS-CTL-IX)
               " somme " WS-CTL-SUM-VIEW.
           EXIT.

      * Avance la date de gestion au jour ouvre suivant (les
      * week-ends et feries du calendrier sont sautes) et reecrit
      * date_gestion.txt.
       ADVANCE-BUSINESS-DATE.
           PERFORM LOAD-CALENDAR.
           MOVE WS-BUS-KEY TO WS-KEY-NUM.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-KEY-NUM) + 1.
           PERFORM ROLL-TO-OPEN-DAY.
           IF WS-CAL-OPEN = "N"
               DISPLAY "Aucun jour ouvre dans le mois qui suit :"
                   " verifier calendrier.txt, date de gestion"
                   " inchangee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CAL-SKIPPED > 0
               MOVE WS-CAL-SKIPPED TO WS-NB-VIEW
               DISPLAY "Jours fermes sautes : " WS-NB-VIEW
           END-IF.
           MOVE WS-CAL-DAY-INT TO WS-DAY-INT.
           COMPUTE WS-KEY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-KEY-NUM TO WS-NEXT-KEY.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
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
