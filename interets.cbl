      *=============================================================*
      * INTERETS COURUS DES CONTRATS :                              *
      *    L'objectif: faire vivre chaque nuit les placements et    *
      *    prets enregistres depuis la calculatrice (contrats.txt)  *
      *    en postant leurs interets a la date de gestion, avant la *
      *    reconciliation.                                          *
      *    Les étapes:                                              *
      *    Je lis la date de gestion (argument ou date_gestion.txt) *
      *    Je charge le fichier maitre des contrats                 *
      *    Pour chaque contrat actif, je marque echues les          *
      *    echeances arrivees a la date de gestion (interets de la  *
      *    periode, part de capital du pret ou capitalisation du    *
      *    placement), puis je poste les interets courus depuis le  *
      *    dernier passage au prorata des jours de la periode       *
      *    Chaque poste est un calcul a part entiere : numero de    *
      *    sequence, ligne d'audit, enregistrement d'alimentation   *
      *    et totaux de controle, marque du numero de contrat       *
      *    Je solde les contrats dont le remboursement anticipe a   *
      *    ete demande par un superviseur (ctrmnt)                  *
      *    Je reecris le fichier maitre apres chaque contrat poste, *
      *    pour qu'une relance ne poste rien deux fois, et          *
      *    j'imprime le releve des contrats                         *
      *    (releve_contrats_JJMMAAAA.txt) : solde, courus et        *
      *    interets echus de chaque contrat                         *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. interets.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier maitre des contrats, relu en entier puis reecrit.
           SELECT CONTRACT-FILE ASSIGN TO "contrats.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

      * Journal d'audit et alimentation de la reconciliation,
      * completes en ajout comme par la calculatrice.
           SELECT AUDIT-LOG-FILE ASSIGN TO "audit_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FEED-OUTPUT-FILE ASSIGN TO "recon_feed.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      * Compteur du numero de sequence unique des calculs, partage
      * avec la calculatrice et la validation.
           SELECT SEQUENCE-FILE ASSIGN TO "calc_seq.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

      * Totaux de controle par date de gestion et devise, reecrits
      * a chaque ligne ecrite.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "controle_totaux.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      * Date de gestion officielle, tenue par la cloture : date par
      * defaut quand aucune date n'est passee en argument.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "date_gestion.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      * Calendrier des jours ouvres : une echeance qui tombe un jour
      * ferme est reportee au jour ouvre suivant, comme a
      * l'echeancier de la simulation.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Releve imprimable des contrats (releve_contrats_JJMMAAAA.txt)
      * en largeur fixe avec en-tetes de page et totaux en pied.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Une fiche contrat par ligne (dessin CTRREC), gardee telle
      * quelle en table et decoupee au traitement.
       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD        PIC X(160).

      * Ligne d'audit du poste d'interets.
       FD  AUDIT-LOG-FILE.
       COPY auditrec REPLACING
           ==AUD-RECORD-TAG== BY ==AUDIT-LOG-RECORD==.

      * Enregistrement d'alimentation jumeau de la ligne d'audit.
       FD  FEED-OUTPUT-FILE.
       COPY feedrec REPLACING
           ==FEED-RECORD-TAG== BY ==FEED-OUTPUT-RECORD==.

      * Dernier numero de sequence servi.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05  SEQ-LAST           PIC 9(8).

      * Ligne des totaux de controle.
       FD  CONTROL-TOTALS-FILE.
       COPY ctlrec REPLACING
           ==CTL-RECORD-TAG== BY ==CONTROL-TOTALS-RECORD==.

      * Date de gestion officielle, une ligne JJ/MM/AAAA.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE            PIC X(10).

      * Jour du calendrier : type (W regle de week-end, F ferie),
      * date ou liste des jours fermes de la semaine.
       FD  CALENDAR-FILE.
       COPY calrec REPLACING
           ==CAL-RECORD-TAG== BY ==CALENDAR-RECORD==.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CTR-STATUS       PIC X(2)       VALUE "00".
       01  WS-AUDIT-STATUS     PIC X(2)       VALUE "00".
       01  WS-FEED-STATUS      PIC X(2)       VALUE "00".
       01  WS-SEQ-STATUS       PIC X(2)       VALUE "00".
       01  WS-BUSDATE-STATUS   PIC X(2)       VALUE "00".
       01  WS-CTR-EOF          PIC X(1)       VALUE "N".

      * Date de gestion traitee, en argument de ligne de commande
      * (interets JJ/MM/AAAA) pour un lancement par la chaine de fin
      * de journee, lue dans date_gestion.txt sinon.
       01  WS-BUS-DATE         PIC X(10)      VALUE SPACES.
       01  WS-BUS-KEY          PIC X(8)       VALUE SPACES.
       01  WS-BUS-NUM          PIC 9(8)       VALUE 0.
       01  WS-BUS-INT          PIC 9(8)       VALUE 0.
       01  WS-DATE-WORK        PIC X(10)      VALUE SPACES.
       01  WS-KEY-WORK         PIC X(8)       VALUE SPACES.
       01  WS-DATE-ENTRY       PIC X(20)
                               VALUE "DATE (JJ/MM/AAAA): ".

      * Fichier maitre en memoire : une ligne par contrat, reecrite
      * en entier en fin de passage.
       01  WS-CT-COUNT         PIC 9(3)       VALUE 0.
       01  WS-CT-IX            PIC 9(3)       VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-LINE      PIC X(160)     OCCURS 500 TIMES.
       01  WS-CT-OVERFLOW      PIC X(1)       VALUE "N".

      * Contrat en cours de traitement, decoupe selon CTRREC.
       COPY ctrrec REPLACING
           ==CTR-RECORD-TAG== BY ==WS-CONTRACT==.

      * Travail d'un contrat : taux periodique, interets de la
      * periode en cours sur le solde, bornes de la periode et
      * dernier passage en cles AAAAMMJJ et en rangs de jour.
       01  WS-CTR-RATE         PIC V9(6)      VALUE 0.
       01  WS-PER-INTEREST     PIC 9(7)V9(2)  VALUE 0.
       01  WS-PRINC-SHARE      PIC S9(7)V9(2) VALUE 0.
       01  WS-START-KEY        PIC X(8)       VALUE SPACES.
       01  WS-PREV-KEY         PIC X(8)       VALUE SPACES.
       01  WS-NEXT-KEY         PIC X(8)       VALUE SPACES.
       01  WS-LAST-KEY         PIC X(8)       VALUE SPACES.
       01  WS-KEY-NUM          PIC 9(8)       VALUE 0.
       01  WS-PREV-INT         PIC 9(8)       VALUE 0.
       01  WS-NEXT-INT         PIC 9(8)       VALUE 0.
       01  WS-LAST-INT         PIC 9(8)       VALUE 0.
       01  WS-PER-DAYS         PIC 9(5)       VALUE 0.
       01  WS-ELAPSED-DAYS     PIC 9(5)       VALUE 0.
       01  WS-ACCR-TARGET      PIC 9(7)V9(2)  VALUE 0.
       01  WS-CTR-SHOWN        PIC X(1)       VALUE "N".
       01  WS-CTR-BAD          PIC X(1)       VALUE "N".

      * Poste d'interets courant : montant, nombre de jours couverts
      * et evenement porte sur la ligne d'audit.
       01  WS-POST-AMOUNT      PIC S9(7)V9(2) VALUE 0.
       01  WS-POST-DAYS        PIC 9(5)       VALUE 0.
       01  WS-POST-EVENT       PIC X(13)      VALUE SPACES.

      * Date d'echeance de la periode WS-DUE-IX : date de depart du
      * contrat avancee d'autant de mois, meme regle que
      * l'echeancier de la calculatrice.
       01  WS-DUE-IX           PIC 9(3)       VALUE 0.
       01  WS-DUE-MONTHS       PIC 9(4)       VALUE 0.
       01  WS-DUE-YEAR         PIC 9(4)       VALUE 0.
       01  WS-DUE-MONTH        PIC 99         VALUE 0.
       01  WS-DUE-DAY          PIC 99         VALUE 0.
       01  WS-DUE-NUM          PIC 9(8)       VALUE 0.
       01  WS-DUE-DATE         PIC X(10)      VALUE SPACES.

      * Calendrier des jours ouvres en memoire : regle de week-end
      * (jours fermes, 1 lundi a 7 dimanche, samedi et dimanche si
      * le calendrier est absent), jours feries en cle AAAAMMJJ et
      * annees couvertes par au moins un ferie.
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

      * Jour a tester, en rang depuis le 01/01/1601 (un lundi).
       01  WS-CAL-DAY-INT      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-NUM      PIC 9(8)       VALUE 0.
       01  WS-CAL-DAY-KEY      PIC X(8)       VALUE SPACES.
       01  WS-CAL-WEEKDAY      PIC 9(1)       VALUE 0.
       01  WS-CAL-WEEKDAY-X    PIC X(1)       VALUE SPACE.
       01  WS-CAL-HITS         PIC 9(2)       VALUE 0.
       01  WS-CAL-OPEN         PIC X(1)       VALUE "N".
       01  WS-CAL-SKIPPED      PIC 9(3)       VALUE 0.

      * Champs du poste, sous la meme forme que ceux d'un calcul de
      * la calculatrice : nombre de jours en operande A, taux de la
      * periode en operande B, interets en resultat.
       01  WS-CALC-SEQ         PIC 9(8)       VALUE 0.
       01  WS-OPERATOR         PIC X(1)       VALUE SPACE.
       01  WS-NBR-A            PIC S9(3)V9(2) VALUE 0.
       01  WS-A-VIEW           PIC ZZ9.99.
       01  WS-NBR-B            PIC S9(3)V9(2) VALUE 0.
       01  WS-B-VIEW           PIC ZZ9.99.
       01  WS-RESULT           PIC S9(6)V9(2) VALUE 0.
       01  WS-R-VIEW           PIC -(6)9.99.

       01  TIME-STRING      PIC X(8).

       01  WS-TIME.
           05  WS-HOUR      PIC 99.
           05 FILLER        PIC X          VALUE ':'.
           05  WS-MINUTE    PIC 99.
           05 FILLER        PIC X          VALUE ':'.
           05  WS-SECOND    PIC 99.

      * Totaux de controle en memoire, relus et reecrits a chaque
      * ligne ecrite (memes regles que la calculatrice).
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

      * Compteurs du passage, repris en pied de releve.
       01  WS-SHOWN-COUNT      PIC 9(5)       VALUE 0.
       01  WS-POST-COUNT       PIC 9(5)       VALUE 0.
       01  WS-DUE-COUNT        PIC 9(5)       VALUE 0.
       01  WS-ENDED-COUNT      PIC 9(5)       VALUE 0.
       01  WS-BAD-COUNT        PIC 9(5)       VALUE 0.
       01  WS-POST-TOTAL       PIC 9(9)V9(2)  VALUE 0.

      * Reprise : WS-POST-BEFORE retient le nombre de postes avant
      * le contrat courant ; un contrat qui a poste est aussitot
      * reecrit au fichier maitre. WS-POST-ERR a "Y" quand un poste
      * du contrat depasse la capacite : le contrat s'arrete a
      * son dernier poste reussi et sera repris au prochain
      * passage. WS-RUN-HALT a "Y" arrete le passage quand le
      * fichier maitre ou le journal ne peuvent plus etre ecrits.
       01  WS-POST-BEFORE      PIC 9(5)       VALUE 0.
       01  WS-POST-ERR         PIC X(1)       VALUE "N".
       01  WS-RUN-HALT         PIC X(1)       VALUE "N".
       01  WS-NB-VIEW          PIC Z(4)9.
       01  WS-TOTAL-VIEW       PIC Z(8)9.99.

      * Zones d'edition du releve.
       01  WS-AMT-VIEW         PIC Z(6)9.99.
       01  WS-AMT-VIEW2        PIC Z(6)9.99.
       01  WS-AMT-VIEW3        PIC Z(7)9.99.
       01  WS-AMT-VIEW4        PIC Z(7)9.99.
       01  WS-RATE-VIEW        PIC Z9.9999.
       01  WS-PER-VIEW         PIC ZZ9.
       01  WS-PER-VIEW2        PIC ZZ9.
       01  WS-DAYS-VIEW        PIC ZZZ9.
       01  WS-TYPE-VIEW        PIC X(9)       VALUE SPACES.
       01  WS-STATE-VIEW       PIC X(14)      VALUE SPACES.

      * Releve imprimable : chaque ligne passe par WS-RPT-LINE,
      * affichee au terminal et ecrite dans le fichier date, avec
      * saut et en-tete de page toutes les 55 lignes.
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
           DISPLAY "|       Interets courus des contrats             |".
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

           PERFORM LOAD-CONTRACTS.
           IF WS-CT-OVERFLOW = "Y"
               DISPLAY "Plus de 500 contrats dans contrats.txt :"
                   " passage refuse, rien n'est poste."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND FEED-OUTPUT-FILE.
           IF WS-FEED-STATUS NOT = "00"
               OPEN OUTPUT FEED-OUTPUT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
              OR WS-FEED-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir audit_log.txt ou"
                   " recon_feed.txt : rien n'est poste."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RPT-OPEN.
           PERFORM PROCESS-CONTRACT
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-COUNT
                  OR WS-RUN-HALT = "Y".
           IF WS-RUN-HALT = "N"
               CLOSE AUDIT-LOG-FILE
               CLOSE FEED-OUTPUT-FILE
               PERFORM SAVE-CONTRACTS
           END-IF.
           PERFORM RPT-CLOSE.

           MOVE WS-POST-COUNT TO WS-NB-VIEW.
           DISPLAY "Interets postes : " WS-NB-VIEW.
           IF WS-BAD-COUNT > 0
               MOVE WS-BAD-COUNT TO WS-NB-VIEW
               DISPLAY "Contrats illisibles ignores : " WS-NB-VIEW
               MOVE 4 TO RETURN-CODE
           END-IF.
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

      * Charge contrats.txt en table ; fichier absent = aucun
      * contrat enregistre, le passage n'a rien a poster.
       LOAD-CONTRACTS.
           MOVE ZERO TO WS-CT-COUNT.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CTR-STATUS NOT = "00"
               DISPLAY "Aucun contrat (contrats.txt absent)."
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
           IF WS-CT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CONTRACT-FILE.
           IF WS-CTR-STATUS NOT = "00"
               DISPLAY "Impossible de reecrire contrats.txt"
               MOVE 4 TO RETURN-CODE
               MOVE "Y" TO WS-RUN-HALT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               WRITE CONTRACT-RECORD FROM WS-CT-LINE (WS-CT-IX)
           END-PERFORM.
           CLOSE CONTRACT-FILE.
           EXIT.

      * Le contrat courant a poste : le journal d'audit et
      * l'alimentation sont fermes pour que ses postes soient
      * ecrits, puis le fichier maitre est reecrit avec le contrat
      * avance. Une relance apres une coupure repart donc de l'etat
      * du dernier contrat poste et ne poste rien deux fois.
       COMMIT-CONTRACT.
           CLOSE AUDIT-LOG-FILE.
           CLOSE FEED-OUTPUT-FILE.
           PERFORM SAVE-CONTRACTS.
           IF WS-RUN-HALT = "Y"
               DISPLAY "Contrat " CTR-NUMBER " poste mais non"
                   " reecrit : passage arrete, controler"
                   " contrats.txt avant de relancer."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND FEED-OUTPUT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              OR WS-FEED-STATUS NOT = "00"
               DISPLAY "Impossible de rouvrir audit_log.txt ou"
                   " recon_feed.txt : passage arrete apres le"
                   " contrat " CTR-NUMBER "."
               MOVE 4 TO RETURN-CODE
               MOVE "Y" TO WS-RUN-HALT
           END-IF.
           EXIT.

      * Un contrat du fichier maitre. Seuls les contrats actifs (A)
      * ou en remboursement anticipe demande (R) sont traites ; un
      * contrat termine n'apparait au releve que le jour de sa fin.
      * Les echeances arrivees sont marquees echues une a une, puis
      * les courus sont postes jusqu'a la date de gestion. Un
      * passage relance sur la meme date ne poste plus rien : le
      * dernier passage et la prochaine echeance ont deja avance.
       PROCESS-CONTRACT.
           MOVE "N" TO WS-POST-ERR.
           MOVE WS-POST-COUNT TO WS-POST-BEFORE.
           MOVE WS-CT-LINE (WS-CT-IX) TO WS-CONTRACT.
           IF CTR-STATUS NOT = "A" AND CTR-STATUS NOT = "R"
               IF CTR-END-DATE = WS-BUS-DATE
                   PERFORM PRINT-CONTRACT-HEAD
                   PERFORM PRINT-CONTRACT-STATE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CONTRACT.
           IF WS-CTR-BAD = "Y"
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "Contrat illisible ignore : "
                   WS-CT-LINE (WS-CT-IX) (1:60)
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRINT-CONTRACT-HEAD.
           COMPUTE WS-CTR-RATE = CTR-RATE-PCT / 100.
           MOVE CTR-START-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-START-KEY.
           MOVE CTR-LAST-ACCRUAL TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-LAST-KEY.
           MOVE CTR-NEXT-DUE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-NEXT-KEY.
      * Debut de la periode en cours : depart du contrat, ou
      * echeance de la derniere periode passee.
           IF CTR-PER-DONE = 0
               MOVE WS-START-KEY TO WS-PREV-KEY
           ELSE
               MOVE CTR-PER-DONE TO WS-DUE-IX
               PERFORM CONTRACT-DUE-DATE
               MOVE WS-CAL-DAY-KEY TO WS-PREV-KEY
           END-IF.
           COMPUTE WS-PER-INTEREST ROUNDED =
               CTR-BALANCE * WS-CTR-RATE.

           PERFORM CONTRACT-INSTALMENT
               UNTIL (CTR-STATUS NOT = "A" AND CTR-STATUS NOT = "R")
               OR WS-NEXT-KEY > WS-BUS-KEY
               OR WS-POST-ERR = "Y".
           IF (CTR-STATUS = "A" OR CTR-STATUS = "R")
              AND WS-LAST-KEY < WS-BUS-KEY
              AND WS-POST-ERR = "N"
               PERFORM CONTRACT-ACCRUAL
           END-IF.
           IF CTR-STATUS = "R" AND WS-POST-ERR = "N"
               PERFORM CONTRACT-SETTLEMENT
           END-IF.

           PERFORM PRINT-CONTRACT-STATE.
           MOVE WS-CONTRACT TO WS-CT-LINE (WS-CT-IX).
           IF WS-POST-COUNT > WS-POST-BEFORE
               PERFORM COMMIT-CONTRACT
           END-IF.
           EXIT.

      * Une fiche illisible (montant ou date abimes) n'est pas
      * traitee : elle est signalee et reecrite telle quelle.
       CHECK-CONTRACT.
           MOVE "N" TO WS-CTR-BAD.
           IF CTR-PRINCIPAL NOT NUMERIC OR CTR-RATE-PCT NOT NUMERIC
              OR CTR-PERIODS NOT NUMERIC OR CTR-PAYMENT NOT NUMERIC
              OR CTR-PER-DONE NOT NUMERIC OR CTR-BALANCE NOT NUMERIC
              OR CTR-ACCRUED NOT NUMERIC
              OR CTR-ACCR-TOTAL NOT NUMERIC
              OR CTR-INT-PAID NOT NUMERIC
               MOVE "Y" TO WS-CTR-BAD
               EXIT PARAGRAPH
           END-IF.
           IF CTR-PERIODS = 0 OR CTR-PER-DONE >= CTR-PERIODS
               MOVE "Y" TO WS-CTR-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE CTR-START-DATE TO WS-DATE-WORK.
           PERFORM CHECK-DATE-WORK.
           MOVE CTR-LAST-ACCRUAL TO WS-DATE-WORK.
           PERFORM CHECK-DATE-WORK.
           MOVE CTR-NEXT-DUE TO WS-DATE-WORK.
           PERFORM CHECK-DATE-WORK.
           EXIT.

      * Date JJ/MM/AAAA de WS-DATE-WORK : illisible = fiche abimee.
       CHECK-DATE-WORK.
           PERFORM DATE-TO-KEY.
           IF WS-KEY-WORK NOT NUMERIC
               MOVE "Y" TO WS-CTR-BAD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KEY-WORK TO WS-KEY-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-KEY-NUM) NOT = 0
               MOVE "Y" TO WS-CTR-BAD
           END-IF.
           EXIT.

      * Echeance arrivee : le reste des interets de la periode
      * (interets de la periode moins les courus deja postes) est
      * poste, puis l'echeance est marquee echue. Sur un pret, le
      * versement constant rembourse la part de capital (le solde
      * restant a la derniere echeance) ; sur un placement, les
      * interets sont capitalises. La derniere echeance passee
      * termine le contrat (E).
       CONTRACT-INSTALMENT.
           COMPUTE WS-POST-AMOUNT = WS-PER-INTEREST - CTR-ACCRUED.
           IF WS-POST-AMOUNT < 0
               MOVE ZERO TO WS-POST-AMOUNT
           END-IF.
           MOVE WS-NEXT-KEY TO WS-KEY-NUM.
           COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(WS-KEY-NUM).
           MOVE WS-LAST-KEY TO WS-KEY-NUM.
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-KEY-NUM).
           MOVE ZERO TO WS-POST-DAYS.
           IF WS-NEXT-INT > WS-LAST-INT
               COMPUTE WS-POST-DAYS = WS-NEXT-INT - WS-LAST-INT
           END-IF.
           COMPUTE WS-PER-VIEW = CTR-PER-DONE + 1.
           MOVE SPACES TO WS-POST-EVENT.
           STRING "ECHEANCE " WS-PER-VIEW
               DELIMITED BY SIZE INTO WS-POST-EVENT.
           IF WS-POST-AMOUNT > 0
               PERFORM POST-INTEREST
           END-IF.
           IF WS-POST-ERR = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD WS-POST-AMOUNT TO CTR-ACCR-TOTAL.
           ADD WS-PER-INTEREST TO CTR-INT-PAID.
           MOVE ZERO TO CTR-ACCRUED.
           ADD 1 TO CTR-PER-DONE.

           IF CTR-TYPE = "C"
               MOVE ZERO TO WS-PRINC-SHARE
               ADD WS-PER-INTEREST TO CTR-BALANCE
           ELSE
               IF CTR-PER-DONE >= CTR-PERIODS
                   MOVE CTR-BALANCE TO WS-PRINC-SHARE
               ELSE
                   COMPUTE WS-PRINC-SHARE =
                       CTR-PAYMENT - WS-PER-INTEREST
                   IF WS-PRINC-SHARE < 0
                       MOVE ZERO TO WS-PRINC-SHARE
                   END-IF
                   IF WS-PRINC-SHARE > CTR-BALANCE
                       MOVE CTR-BALANCE TO WS-PRINC-SHARE
                   END-IF
               END-IF
               SUBTRACT WS-PRINC-SHARE FROM CTR-BALANCE
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           PERFORM PRINT-INSTALMENT-LINE.

           MOVE CTR-NEXT-DUE TO CTR-LAST-ACCRUAL.
           MOVE WS-NEXT-KEY TO WS-LAST-KEY.
           MOVE WS-NEXT-KEY TO WS-PREV-KEY.
           IF CTR-PER-DONE >= CTR-PERIODS
               MOVE "E" TO CTR-STATUS
               MOVE WS-BUS-DATE TO CTR-END-DATE
               MOVE SPACES TO CTR-NEXT-DUE
               ADD 1 TO WS-ENDED-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DUE-IX = CTR-PER-DONE + 1.
           PERFORM CONTRACT-DUE-DATE.
           MOVE WS-DUE-DATE TO CTR-NEXT-DUE.
           MOVE WS-CAL-DAY-KEY TO WS-NEXT-KEY.
           COMPUTE WS-PER-INTEREST ROUNDED =
               CTR-BALANCE * WS-CTR-RATE.
           EXIT.

      * Courus depuis le dernier passage : interets de la periode
      * au prorata des jours ecoules depuis son debut, moins les
      * courus deja postes. Le calcul repart du debut de la periode
      * a chaque passage pour que les arrondis ne s'accumulent pas.
       CONTRACT-ACCRUAL.
           MOVE WS-PREV-KEY TO WS-KEY-NUM.
           COMPUTE WS-PREV-INT = FUNCTION INTEGER-OF-DATE(WS-KEY-NUM).
           MOVE WS-NEXT-KEY TO WS-KEY-NUM.
           COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(WS-KEY-NUM).
           MOVE WS-LAST-KEY TO WS-KEY-NUM.
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-KEY-NUM).
           IF WS-NEXT-INT <= WS-PREV-INT OR WS-BUS-INT < WS-PREV-INT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PER-DAYS = WS-NEXT-INT - WS-PREV-INT.
           COMPUTE WS-ELAPSED-DAYS = WS-BUS-INT - WS-PREV-INT.
           COMPUTE WS-ACCR-TARGET ROUNDED =
               WS-PER-INTEREST * WS-ELAPSED-DAYS / WS-PER-DAYS.
           IF WS-ACCR-TARGET > WS-PER-INTEREST
               MOVE WS-PER-INTEREST TO WS-ACCR-TARGET
           END-IF.
           COMPUTE WS-POST-AMOUNT = WS-ACCR-TARGET - CTR-ACCRUED.
           IF WS-POST-AMOUNT < 0
               MOVE ZERO TO WS-POST-AMOUNT
           END-IF.
           COMPUTE WS-POST-DAYS = WS-BUS-INT - WS-LAST-INT.
           IF CTR-STATUS = "R"
               MOVE "REMB ANTICIPE" TO WS-POST-EVENT
           ELSE
               MOVE "COURUS" TO WS-POST-EVENT
           END-IF.
           IF WS-POST-AMOUNT > 0
               PERFORM POST-INTEREST
           END-IF.
           IF WS-POST-ERR = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD WS-POST-AMOUNT TO CTR-ACCRUED.
           ADD WS-POST-AMOUNT TO CTR-ACCR-TOTAL.
           MOVE WS-BUS-DATE TO CTR-LAST-ACCRUAL.
           MOVE WS-BUS-KEY TO WS-LAST-KEY.
           EXIT.

      * Remboursement anticipe demande par un superviseur : les
      * courus de la periode, postes jusqu'a ce jour, deviennent
      * echus (capitalises sur un placement) et le solde est
      * rembourse ; le contrat est solde (S) a la date de gestion.
       CONTRACT-SETTLEMENT.
           ADD CTR-ACCRUED TO CTR-INT-PAID.
           IF CTR-TYPE = "C"
               ADD CTR-ACCRUED TO CTR-BALANCE
           END-IF.
           MOVE ZERO TO CTR-ACCRUED.
           MOVE CTR-BALANCE TO WS-AMT-VIEW3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    REMBOURSEMENT ANTICIPE    CAPITAL REMBOURSE "
                  WS-AMT-VIEW3 " " CTR-CURRENCY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE ZERO TO CTR-BALANCE.
           MOVE "S" TO CTR-STATUS.
           MOVE WS-BUS-DATE TO CTR-END-DATE.
           MOVE SPACES TO CTR-NEXT-DUE.
           ADD 1 TO WS-ENDED-COUNT.
           EXIT.

      * Poste d'interets : un calcul a part entiere, sous un
      * nouveau numero de sequence, avec sa ligne d'audit et son
      * enregistrement d'alimentation jumeaux marques du numero de
      * contrat, portes aux totaux de controle. Operateur "j" pour
      * un pret, "k" pour un placement ; nombre de jours en operande
      * A, taux de la periode en operande B. Un poste n'est jamais
      * retenu pour validation : il ne part que d'un contrat
      * enregistre.
       POST-INTEREST.
           COMPUTE WS-RESULT = WS-POST-AMOUNT
               ON SIZE ERROR
                   DISPLAY "Interets hors capacite, contrat "
                       CTR-NUMBER " non avance : repris au prochain"
                       " passage."
                   ADD 1 TO WS-BAD-COUNT
                   MOVE "Y" TO WS-POST-ERR
                   EXIT PARAGRAPH
           END-COMPUTE.
           IF CTR-TYPE = "A"
               MOVE "j" TO WS-OPERATOR
           ELSE
               MOVE "k" TO WS-OPERATOR
           END-IF.
           IF WS-POST-DAYS > 999
               MOVE 999 TO WS-NBR-A
           ELSE
               MOVE WS-POST-DAYS TO WS-NBR-A
           END-IF.
           COMPUTE WS-NBR-B ROUNDED = CTR-RATE-PCT.
           MOVE WS-NBR-A TO WS-A-VIEW.
           MOVE WS-NBR-B TO WS-B-VIEW.
           MOVE WS-RESULT TO WS-R-VIEW.

           ACCEPT TIME-STRING FROM TIME.
           MOVE TIME-STRING(1:2) TO WS-HOUR.
           MOVE TIME-STRING(3:2) TO WS-MINUTE.
           MOVE TIME-STRING(5:2) TO WS-SECOND.
           PERFORM NEXT-SEQUENCE.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE WS-BUS-DATE TO AUD-DATE.
           MOVE WS-TIME     TO AUD-TIME.
           MOVE WS-A-VIEW   TO AUD-A-VIEW.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE WS-B-VIEW   TO AUD-B-VIEW.
           MOVE "="         TO AUD-EQUAL.
           MOVE WS-R-VIEW   TO AUD-R-VIEW.
           MOVE CTR-CURRENCY TO AUD-CURRENCY.
           MOVE CTR-OPER-ID TO AUD-OPER-ID.
           MOVE WS-CALC-SEQ TO AUD-SEQ.
           MOVE "CONTRAT " TO AUD-CTR-TAG.
           MOVE CTR-NUMBER TO AUD-CONTRACT.
           MOVE WS-POST-EVENT TO AUD-CTR-EVENT.
           WRITE AUDIT-LOG-RECORD.
           PERFORM CONTROL-AUDIT-LINE.

           MOVE SPACES TO FEED-OUTPUT-RECORD.
           MOVE WS-BUS-DATE  TO FEED-DATE.
           MOVE WS-TIME      TO FEED-TIME.
           MOVE WS-NBR-A     TO FEED-NBR-A.
           MOVE WS-OPERATOR  TO FEED-OPERATOR.
           MOVE WS-NBR-B     TO FEED-NBR-B.
           MOVE WS-RESULT    TO FEED-RESULT.
           MOVE CTR-CURRENCY TO FEED-CURRENCY.
           MOVE CTR-OPER-ID  TO FEED-OPER-ID.
           MOVE WS-CALC-SEQ  TO FEED-SEQ.
           MOVE CTR-NUMBER   TO FEED-CONTRACT.
           WRITE FEED-OUTPUT-RECORD.
           PERFORM CONTROL-FEED-RECORD.

           ADD 1 TO WS-POST-COUNT.
           ADD WS-POST-AMOUNT TO WS-POST-TOTAL.
           MOVE WS-POST-DAYS TO WS-DAYS-VIEW.
           MOVE WS-POST-AMOUNT TO WS-AMT-VIEW.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MVT " WS-CALC-SEQ " " CTR-NUMBER " "
                  WS-POST-EVENT " " WS-DAYS-VIEW " J  "
                  WS-OPERATOR " " WS-AMT-VIEW " " CTR-CURRENCY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Date d'echeance de la periode WS-DUE-IX du contrat : la
      * date de depart avancee d'autant de mois, au meme quantieme
      * ou au dernier jour du mois s'il est plus court, puis
      * reportee au jour ouvre suivant (meme regle que l'echeancier
      * de la simulation). Rend la date et sa cle WS-CAL-DAY-KEY.
       CONTRACT-DUE-DATE.
           MOVE WS-START-KEY(1:4) TO WS-DUE-YEAR.
           MOVE WS-START-KEY(5:2) TO WS-DUE-MONTH.
           MOVE WS-START-KEY(7:2) TO WS-DUE-DAY.
           COMPUTE WS-DUE-MONTHS =
               WS-DUE-MONTH - 1 + WS-DUE-IX.
           COMPUTE WS-DUE-YEAR =
               WS-DUE-YEAR + WS-DUE-MONTHS / 12.
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD(WS-DUE-MONTHS, 12) + 1.
           COMPUTE WS-DUE-NUM = WS-DUE-YEAR * 10000
               + WS-DUE-MONTH * 100 + WS-DUE-DAY.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-NUM) = 0
               SUBTRACT 1 FROM WS-DUE-DAY
               COMPUTE WS-DUE-NUM = WS-DUE-YEAR * 10000
                   + WS-DUE-MONTH * 100 + WS-DUE-DAY
           END-PERFORM.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-NUM).
           PERFORM ROLL-TO-OPEN-DAY.
           MOVE SPACES TO WS-DUE-DATE.
           STRING WS-CAL-DAY-KEY(7:2) "/" WS-CAL-DAY-KEY(5:2) "/"
                  WS-CAL-DAY-KEY(1:4)
               DELIMITED BY SIZE INTO WS-DUE-DATE.
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
      * s'il l'est), en comptant les jours fermes sautes. Une annee
      * d'arrivee sans aucun ferie au calendrier est signalee.
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

      * Relit le dernier numero de sequence servi.
       LOAD-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               MOVE ZERO TO WS-CALC-SEQ
               EXIT PARAGRAPH
           END-IF.
           READ SEQUENCE-FILE
               AT END
                   MOVE ZERO TO WS-CALC-SEQ
               NOT AT END
                   IF SEQ-LAST NUMERIC
                       MOVE SEQ-LAST TO WS-CALC-SEQ
                   ELSE
                       DISPLAY "Compteur de sequence illisible,"
                           " remis a zero."
                       MOVE ZERO TO WS-CALC-SEQ
                   END-IF
           END-READ.
           CLOSE SEQUENCE-FILE.
           EXIT.

      * Sert le numero de sequence du poste courant et le persiste
      * aussitot.
       NEXT-SEQUENCE.
           ADD 1 TO WS-CALC-SEQ.
           OPEN OUTPUT SEQUENCE-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire calc_seq.txt"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CALC-SEQ TO SEQ-LAST.
           WRITE SEQUENCE-RECORD.
           CLOSE SEQUENCE-FILE.
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

      * En-tete d'un contrat au releve : numero, nature, devise,
      * operateur, depart et conditions.
       PRINT-CONTRACT-HEAD.
           ADD 1 TO WS-SHOWN-COUNT.
           IF CTR-TYPE = "A"
               MOVE "PRET" TO WS-TYPE-VIEW
           ELSE
               MOVE "PLACEMENT" TO WS-TYPE-VIEW
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE ZERO TO WS-AMT-VIEW.
           IF CTR-PRINCIPAL NUMERIC
               MOVE CTR-PRINCIPAL TO WS-AMT-VIEW
           END-IF.
           MOVE ZERO TO WS-RATE-VIEW.
           IF CTR-RATE-PCT NUMERIC
               MOVE CTR-RATE-PCT TO WS-RATE-VIEW
           END-IF.
           MOVE ZERO TO WS-PER-VIEW.
           IF CTR-PERIODS NUMERIC
               MOVE CTR-PERIODS TO WS-PER-VIEW
           END-IF.
           STRING "CONTRAT " CTR-NUMBER "  " WS-TYPE-VIEW " "
                  CTR-CURRENCY "  " CTR-OPER-ID "  DEPART "
                  CTR-START-DATE "  CAPITAL " WS-AMT-VIEW
                  "  TAUX " WS-RATE-VIEW " %  PERIODES "
                  WS-PER-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Echeance marquee echue : interets de la periode, part de
      * capital et solde apres echeance.
       PRINT-INSTALMENT-LINE.
           MOVE CTR-PER-DONE TO WS-PER-VIEW.
           MOVE WS-PER-INTEREST TO WS-AMT-VIEW.
           MOVE WS-PRINC-SHARE TO WS-AMT-VIEW2.
           MOVE CTR-BALANCE TO WS-AMT-VIEW3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    ECHEANCE " WS-PER-VIEW " DU " CTR-NEXT-DUE
                  " ECHUE   INTERETS " WS-AMT-VIEW
                  "  CAPITAL " WS-AMT-VIEW2 "  SOLDE " WS-AMT-VIEW3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Situation du contrat apres le passage : etat, solde,
      * interets courus non echus, cumul des courus postes,
      * interets echus et echeances passees.
       PRINT-CONTRACT-STATE.
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
           MOVE ZERO TO WS-AMT-VIEW WS-AMT-VIEW2 WS-AMT-VIEW3
               WS-AMT-VIEW4 WS-PER-VIEW WS-PER-VIEW2.
           IF CTR-BALANCE NUMERIC
               MOVE CTR-BALANCE TO WS-AMT-VIEW
           END-IF.
           IF CTR-ACCRUED NUMERIC
               MOVE CTR-ACCRUED TO WS-AMT-VIEW2
           END-IF.
           IF CTR-ACCR-TOTAL NUMERIC
               MOVE CTR-ACCR-TOTAL TO WS-AMT-VIEW3
           END-IF.
           IF CTR-INT-PAID NUMERIC
               MOVE CTR-INT-PAID TO WS-AMT-VIEW4
           END-IF.
           IF CTR-PER-DONE NUMERIC
               MOVE CTR-PER-DONE TO WS-PER-VIEW
           END-IF.
           IF CTR-PERIODS NUMERIC
               MOVE CTR-PERIODS TO WS-PER-VIEW2
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    ETAT " WS-STATE-VIEW "  SOLDE " WS-AMT-VIEW
                  "  COURUS " WS-AMT-VIEW2 "  COURUS POSTES "
                  WS-AMT-VIEW3 "  ECHUS " WS-AMT-VIEW4
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE SPACES TO WS-RPT-LINE.
           IF CTR-NEXT-DUE = SPACES
               STRING "    ECHEANCES " WS-PER-VIEW "/" WS-PER-VIEW2
                      "  FIN " CTR-END-DATE " " CTR-END-OPER
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "    ECHEANCES " WS-PER-VIEW "/" WS-PER-VIEW2
                      "  PROCHAINE " CTR-NEXT-DUE
                      "  DERNIER PASSAGE " CTR-LAST-ACCRUAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM RPT-WRITE.
           EXIT.

      * Ouvre le releve date du jour de gestion
      * (releve_contrats_JJMMAAAA.txt). Un echec d'ouverture
      * n'empeche pas le releve terminal, il est seulement signale.
       RPT-OPEN.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "releve_contrats_" WS-BUS-DATE(1:2)
                  WS-BUS-DATE(4:2) WS-BUS-DATE(7:4) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OPEN
           ELSE
               DISPLAY "Impossible d'ouvrir le releve "
                   WS-REPORT-NAME
           END-IF.
           EXIT.

      * Une ligne de releve : terminal et fichier, avec en-tete de
      * page toutes les 55 lignes.
       RPT-WRITE.
           DISPLAY WS-RPT-LINE.
           IF WS-RPT-OPEN = "Y"
               IF WS-RPT-LINES >= 55
                   PERFORM RPT-NEW-PAGE
               END-IF
               WRITE STATEMENT-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-RPT-LINES
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           EXIT.

       RPT-NEW-PAGE.
           ADD 1 TO WS-RPT-PAGE.
           MOVE WS-RPT-PAGE TO WS-RPT-PAGE-VIEW.
           MOVE ZERO TO WS-RPT-LINES.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "RELEVE DES CONTRATS    "
                  WS-BUS-DATE "    PAGE " WS-RPT-PAGE-VIEW
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE ALL "-" TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           EXIT.

      * Pied de releve : totaux du passage repris en clair, puis
      * fermeture du fichier.
       RPT-CLOSE.
           IF WS-RPT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE WS-SHOWN-COUNT TO WS-NB-VIEW.
           STRING "FIN D'ETAT - CONTROLE : CONTRATS " WS-NB-VIEW
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE WS-DUE-COUNT TO WS-NB-VIEW.
           STRING "             ECHEANCES " WS-NB-VIEW
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE WS-ENDED-COUNT TO WS-NB-VIEW.
           STRING "             TERMINES " WS-NB-VIEW
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE WS-POST-COUNT TO WS-NB-VIEW.
           STRING "             MOUVEMENTS " WS-NB-VIEW
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE WS-POST-TOTAL TO WS-TOTAL-VIEW.
           STRING "             INTERETS " WS-TOTAL-VIEW
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           CLOSE STATEMENT-FILE.
           MOVE "N" TO WS-RPT-OPEN.
           DISPLAY "Releve imprimable : " WS-REPORT-NAME.
           EXIT.
