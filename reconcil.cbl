      *    Je totalise les resultats par devise et par operateur    *
      *    J'affiche l'etat equilibre/desequilibre et la liste des  *
      *    enregistrements orphelins                                *
      *    Je rapproche les calculs retenus au-dessus du seuil de   *
      *    la file de validation et je liste ceux encore en attente *
      *    Je recalcule sur les deux fichiers les totaux de         *
      *    controle du jour (controle_totaux.txt) ; tout ecart      *
      *    donne l'etat CONTROLE FAILED, qui bloque la cloture      *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECST-STATUS.

      * File des calculs retenus au-dessus du seuil de validation :
      * mises en attente et decisions de la journee, rapprochees
      * des lignes d'audit marquees A (attente) et R (rejet).
           SELECT PENDING-FILE ASSIGN TO "attente_validation.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      * Totaux de controle par date de gestion et devise, deposes
      * par les programmes qui ecrivent le journal d'audit et
      * l'alimentation, recalcules ici sur les deux fichiers.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "controle_totaux.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-KEY            PIC X(08).
           05  SRT-LINE           PIC X(160).

       FD  FEED-SORTED-FILE.
       01  FEED-SORTED-RECORD.
           05  FS-KEY             PIC X(08).
           05  FS-LINE            PIC X(160).

       FD  AUDIT-SORTED-FILE.
       01  AUDIT-SORTED-RECORD.
           05  AS-KEY             PIC X(08).
           05  AS-LINE            PIC X(160).

       FD  FEED-ORPH-FILE.
       01  FEED-ORPH-RECORD       PIC X(160).

       FD  AUD-ORPH-FILE.
       01  AUD-ORPH-RECORD        PIC X(160).

      * Taux du jour : devise origine, devise cible, taux et date
      * d'effet, tels que maintenus dans taux_change.txt.
           05  BC-CODE            PIC X(3).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD    PIC X(170).

      * Date de gestion officielle, une ligne JJ/MM/AAAA.
       FD  BUSINESS-DATE-FILE.
       01  RECON-STATUS-RECORD.
           05  RS-DATE            PIC X(10).
           05  FILLER             PIC X.
           05  RS-STATE           PIC X(15).

      * Ligne de la file de validation : mise en attente (A) ou
      * decision (V valide, R rejete).
       FD  PENDING-FILE.
       COPY pendrec REPLACING
           ==PND-RECORD-TAG== BY ==PENDING-RECORD==.

      * Ligne des totaux de controle.
       FD  CONTROL-TOTALS-FILE.
       COPY ctlrec REPLACING
           ==CTL-RECORD-TAG== BY ==CONTROL-TOTALS-RECORD==.

       WORKING-STORAGE SECTION.

       01  WS-SEQ-VIEW         PIC 9(8).
       01  WS-SEQ-VIEW2        PIC 9(8).

      * Totaux de la date par devise et par operateur. Une
      * extourne (FEED-REV-SEQ renseigne) porte deja un resultat de
      * signe oppose : elle vient en deduction du total, qui reste
      * ainsi net des calculs annules, mais se compte a part pour
      * que le nombre de calculs ne soit pas gonfle par les
      * contre-passations.
       01  WS-CUR-COUNT        PIC 99         VALUE 0.
       01  WS-CUR-IX           PIC 99         VALUE 0.
       01  WS-CUR-TOTALS.
           05  WS-CT-ENTRY     OCCURS 10 TIMES.
               10  WS-CT-CODE      PIC X(3).
               10  WS-CT-NB        PIC 9(6).
               10  WS-CT-REV       PIC 9(6).
               10  WS-CT-SUM       PIC S9(8)V9(2).
       01  WS-OP-COUNT         PIC 99         VALUE 0.
       01  WS-OP-IX            PIC 99         VALUE 0.
       01  WS-OP-TOTALS.
           05  WS-OT-ENTRY     OCCURS 20 TIMES.
               10  WS-OT-CODE      PIC X(1).
               10  WS-OT-NB        PIC 9(6).
               10  WS-OT-REV       PIC 9(6).
               10  WS-OT-SUM       PIC S9(8)V9(2).
       01  WS-REV-COUNT        PIC 9(6)       VALUE 0.
       01  WS-REV-VIEW         PIC ZZZZZ9.

      * Validation a quatre yeux. Cote journal : une ligne marquee
      * A appariee a l'alimentation est un calcul valide, sans
      * vis-a-vis c'est un calcul retenu (en attente ou rejete),
      * pas un orphelin ; une ligne de rejet R reste hors fusion.
      * Cote file : mises en attente de la date et decisions
      * prises dessus. Les deux cotes doivent se recouper, sinon
      * une decision a ete perdue en route et la journee est
      * desequilibree. Les calculs encore en attente ne
      * desequilibrent rien mais bloquent la cloture.
       01  WS-PND-STATUS       PIC X(2)       VALUE "00".
       01  WS-PND-EOF          PIC X(1)       VALUE "N".
       01  WS-APPROVED-COUNT   PIC 9(6)       VALUE 0.
       01  WS-HELD-COUNT       PIC 9(6)       VALUE 0.
       01  WS-REJ-COUNT        PIC 9(6)       VALUE 0.
       01  WS-Q-HELD-NB        PIC 9(6)       VALUE 0.
       01  WS-Q-VAL-NB         PIC 9(6)       VALUE 0.
       01  WS-Q-REJ-NB         PIC 9(6)       VALUE 0.
       01  WS-Q-OPEN-NB        PIC 9(6)       VALUE 0.
       01  WS-QUEUE-OK         PIC X(1)       VALUE "Y".
       01  WS-PND-COUNT        PIC 9(3)       VALUE 0.
       01  WS-PND-IX           PIC 9(3)       VALUE 0.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY    OCCURS 100 TIMES.
               10  WS-PND-SEQ      PIC X(8).
               10  WS-PND-OPER     PIC X(8).
               10  WS-PND-CUR      PIC X(3).
               10  WS-PND-R-VIEW   PIC X(10).
               10  WS-PND-DECIDED  PIC X(1).

       01  WS-FOUND            PIC X(1)       VALUE "N".

       01  WS-RPT-STATUS       PIC X(2)       VALUE "00".
       01  WS-REPORT-NAME      PIC X(30)      VALUE SPACES.
       01  WS-RPT-OPEN         PIC X(1)       VALUE "N".
       01  WS-RPT-LINE         PIC X(170)     VALUE SPACES.
       01  WS-RPT-PAGE         PIC 9(3)       VALUE 0.
       01  WS-RPT-LINES        PIC 99         VALUE 99.
       01  WS-RPT-PAGE-VIEW    PIC ZZ9.

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

      **************************************************************
      * Exécution du programme
      **************************************************************
               INPUT PROCEDURE IS LOAD-AUDIT-LINES
               GIVING AUDIT-SORTED-FILE.
           PERFORM MATCH-RECORDS.
           PERFORM LOAD-PENDING-QUEUE.
           PERFORM CHECK-CONTROL-TOTALS.
           PERFORM PRINT-RECON-REPORT.
           STOP RUN.

               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           IF FEED-REV-SEQ NOT = SPACES
               ADD 1 TO WS-REV-COUNT
           END-IF.
           PERFORM ADD-CURRENCY-TOTAL.
           PERFORM ADD-OPERATOR-TOTAL.
      * Un enregistrement sans numero de sequence (ecrit avant ce
               IF WS-FOUND = "N"
                  AND WS-CT-CODE (WS-CUR-IX) = FEED-CURRENCY
                   MOVE "Y" TO WS-FOUND
                   IF FEED-REV-SEQ = SPACES
                       ADD 1 TO WS-CT-NB (WS-CUR-IX)
                   ELSE
                       ADD 1 TO WS-CT-REV (WS-CUR-IX)
                   END-IF
                   ADD FEED-RESULT TO WS-CT-SUM (WS-CUR-IX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND WS-CUR-COUNT < 10
               ADD 1 TO WS-CUR-COUNT
               MOVE FEED-CURRENCY TO WS-CT-CODE (WS-CUR-COUNT)
               MOVE ZERO TO WS-CT-NB (WS-CUR-COUNT)
               MOVE ZERO TO WS-CT-REV (WS-CUR-COUNT)
               IF FEED-REV-SEQ = SPACES
                   MOVE 1 TO WS-CT-NB (WS-CUR-COUNT)
               ELSE
                   MOVE 1 TO WS-CT-REV (WS-CUR-COUNT)
               END-IF
               MOVE FEED-RESULT TO WS-CT-SUM (WS-CUR-COUNT)
           END-IF.
           EXIT.
               IF WS-FOUND = "N"
                  AND WS-OT-CODE (WS-OP-IX) = FEED-OPERATOR
                   MOVE "Y" TO WS-FOUND
                   IF FEED-REV-SEQ = SPACES
                       ADD 1 TO WS-OT-NB (WS-OP-IX)
                   ELSE
                       ADD 1 TO WS-OT-REV (WS-OP-IX)
                   END-IF
                   ADD FEED-RESULT TO WS-OT-SUM (WS-OP-IX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND WS-OP-COUNT < 20
               ADD 1 TO WS-OP-COUNT
               MOVE FEED-OPERATOR TO WS-OT-CODE (WS-OP-COUNT)
               MOVE ZERO TO WS-OT-NB (WS-OP-COUNT)
               MOVE ZERO TO WS-OT-REV (WS-OP-COUNT)
               IF FEED-REV-SEQ = SPACES
                   MOVE 1 TO WS-OT-NB (WS-OP-COUNT)
               ELSE
                   MOVE 1 TO WS-OT-REV (WS-OP-COUNT)
               END-IF
               MOVE FEED-RESULT TO WS-OT-SUM (WS-OP-COUNT)
           END-IF.
           EXIT.
                   AUDIT-INPUT-RECORD
               EXIT PARAGRAPH
           END-IF.
      * Une ligne de rejet annule une mise en attente qui n'a
      * jamais atteint l'alimentation : comptee a part, hors
      * fusion.
           IF AUD-STATUS = "R"
               ADD 1 TO WS-REJ-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AUD-COUNT.
      * Meme regle que l'alimentation : une ligne sans numero de
      * sequence compte dans le volume mais reste hors fusion.
               EVALUATE TRUE
                   WHEN FS-KEY = AS-KEY
                       ADD 1 TO WS-MATCHED-COUNT
                       MOVE AS-LINE TO AUDIT-INPUT-RECORD
                       IF AUD-STATUS = "A"
                           ADD 1 TO WS-APPROVED-COUNT
                       END-IF
                       MOVE FS-KEY TO WS-CUR-SEQ
                       PERFORM CHECK-SEQ-GAP
                       PERFORM READ-FEED-SORTED
                       WRITE FEED-ORPH-RECORD
                       PERFORM READ-FEED-SORTED
                   WHEN OTHER
                       MOVE AS-KEY TO WS-CUR-SEQ
                       PERFORM CHECK-SEQ-GAP
                       MOVE AS-LINE TO AUDIT-INPUT-RECORD
                       IF AUD-STATUS = "A"
                           ADD 1 TO WS-HELD-COUNT
                       ELSE
                           ADD 1 TO WS-AUD-ORPHANS
                           MOVE AS-LINE TO AUD-ORPH-RECORD
                           WRITE AUD-ORPH-RECORD
                       END-IF
                       PERFORM READ-AUDIT-SORTED
               END-EVALUATE
           END-PERFORM.
           STRING "Appariements                 : " WS-NB-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-REV-COUNT > 0
               MOVE WS-REV-COUNT TO WS-NB-VIEW
               STRING "dont extournes               : " WS-NB-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
                   UNTIL WS-CUR-IX > WS-CUR-COUNT
               MOVE WS-CT-NB (WS-CUR-IX) TO WS-NB-VIEW
               MOVE WS-CT-SUM (WS-CUR-IX) TO WS-SUM-VIEW
               IF WS-CT-REV (WS-CUR-IX) = 0
                   STRING "  " WS-CT-CODE (WS-CUR-IX) " : "
                       WS-NB-VIEW " calculs, total " WS-SUM-VIEW
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE WS-CT-REV (WS-CUR-IX) TO WS-REV-VIEW
                   STRING "  " WS-CT-CODE (WS-CUR-IX) " : "
                       WS-NB-VIEW " calculs, " WS-REV-VIEW
                       " extournes, total net " WS-SUM-VIEW
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM RPT-WRITE
           END-PERFORM.
           MOVE "Totaux par operateur :" TO WS-RPT-LINE.
                   UNTIL WS-OP-IX > WS-OP-COUNT
               MOVE WS-OT-NB (WS-OP-IX) TO WS-NB-VIEW
               MOVE WS-OT-SUM (WS-OP-IX) TO WS-SUM-VIEW
               IF WS-OT-REV (WS-OP-IX) = 0
                   STRING "  " WS-OT-CODE (WS-OP-IX) "   : "
                       WS-NB-VIEW " calculs, total " WS-SUM-VIEW
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE WS-OT-REV (WS-OP-IX) TO WS-REV-VIEW
                   STRING "  " WS-OT-CODE (WS-OP-IX) "   : "
                       WS-NB-VIEW " calculs, " WS-REV-VIEW
                       " extournes, total net " WS-SUM-VIEW
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM RPT-WRITE
           END-PERFORM.
           PERFORM PRINT-CONSOLIDATED.
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           PERFORM PRINT-APPROVAL-QUEUE.
           PERFORM PRINT-CONTROL-TOTALS.

           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
      * Un ecart des totaux de controle l'emporte sur tout le
      * reste : les fichiers ont ete touches hors des programmes,
      * l'appariement lui-meme ne prouve plus rien.
           IF WS-CTL-OK = "N"
               MOVE 4 TO RETURN-CODE
               MOVE "ETAT : CONTROLE FAILED" TO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE "  totaux de controle     : ECART (voir ci-dessus)"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           ELSE
               IF WS-FEED-ORPHANS = 0 AND WS-AUD-ORPHANS = 0
                  AND WS-GAP-TOTAL = 0
                  AND WS-FEED-NOSEQ = 0 AND WS-AUD-NOSEQ = 0
                  AND WS-QUEUE-OK = "Y"
                   MOVE "ETAT : EQUILIBRE" TO WS-RPT-LINE
                   PERFORM RPT-WRITE
               ELSE
      * Code retour a 4 pour l'ordonnanceur : la chaine de fin de
      * journee s'arrete sur une journee desequilibree.
                   MOVE 4 TO RETURN-CODE
                   MOVE "ETAT : DESEQUILIBRE" TO WS-RPT-LINE
                   PERFORM RPT-WRITE
                   MOVE WS-FEED-ORPHANS TO WS-NB-VIEW
                   STRING "  alimentation orpheline : " WS-NB-VIEW
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM RPT-WRITE
                   MOVE WS-AUD-ORPHANS TO WS-NB-VIEW
                   STRING "  audit orphelin         : " WS-NB-VIEW
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM RPT-WRITE
                   MOVE WS-GAP-TOTAL TO WS-NB-VIEW
                   STRING "  sequences manquantes   : " WS-NB-VIEW
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM RPT-WRITE
                   IF WS-QUEUE-OK = "N"
                       MOVE "  file de validation     : INCOHERENTE"
                           TO WS-RPT-LINE
                       PERFORM RPT-WRITE
                   END-IF
               END-IF
           END-IF.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM RPT-CLOSE.
           PERFORM WRITE-RECON-STATUS.
           EXIT.

      * File de validation de la date : chaque mise en attente
      * prend une place, chaque decision marque la place de son
      * numero. Une file absente est une file vide.
       LOAD-PENDING-QUEUE.
           MOVE ZERO TO WS-PND-COUNT.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PND-EOF.
           PERFORM UNTIL WS-PND-EOF = "Y"
               MOVE SPACES TO PENDING-RECORD
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-PND-EOF
                   NOT AT END
                       IF PND-DATE = WS-RECON-DATE
                           PERFORM LOAD-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           EXIT.

       LOAD-PENDING-LINE.
           EVALUATE PND-TYPE
               WHEN "A"
                   ADD 1 TO WS-Q-HELD-NB
                   ADD 1 TO WS-Q-OPEN-NB
                   IF WS-PND-COUNT < 100
                       ADD 1 TO WS-PND-COUNT
                       MOVE PND-SEQ TO WS-PND-SEQ (WS-PND-COUNT)
                       MOVE PND-OPER-ID TO WS-PND-OPER (WS-PND-COUNT)
                       MOVE PND-CURRENCY TO WS-PND-CUR (WS-PND-COUNT)
                       MOVE PND-R-VIEW
                           TO WS-PND-R-VIEW (WS-PND-COUNT)
                       MOVE SPACE TO WS-PND-DECIDED (WS-PND-COUNT)
                   END-IF
               WHEN "V"
                   ADD 1 TO WS-Q-VAL-NB
                   SUBTRACT 1 FROM WS-Q-OPEN-NB
                   PERFORM MARK-PENDING-DECIDED
               WHEN "R"
                   ADD 1 TO WS-Q-REJ-NB
                   SUBTRACT 1 FROM WS-Q-OPEN-NB
                   PERFORM MARK-PENDING-DECIDED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       MARK-PENDING-DECIDED.
           PERFORM VARYING WS-PND-IX FROM 1 BY 1
                   UNTIL WS-PND-IX > WS-PND-COUNT
               IF WS-PND-SEQ (WS-PND-IX) = PND-SEQ
                   MOVE PND-TYPE TO WS-PND-DECIDED (WS-PND-IX)
               END-IF
           END-PERFORM.
           EXIT.

      * Validation a quatre yeux : les deux cotes se recoupent si
      * chaque calcul valide est apparie, si chaque rejet a sa
      * ligne R et si les retenus sans alimentation sont
      * exactement les rejetes et les encore en attente. Les
      * calculs en attente sont listes : la cloture refusera tant
      * qu'il en reste.
       PRINT-APPROVAL-QUEUE.
           MOVE "Y" TO WS-QUEUE-OK.
           IF WS-APPROVED-COUNT NOT = WS-Q-VAL-NB
              OR WS-REJ-COUNT NOT = WS-Q-REJ-NB
              OR WS-HELD-COUNT NOT = WS-Q-OPEN-NB + WS-Q-REJ-NB
               MOVE "N" TO WS-QUEUE-OK
           END-IF.
           IF WS-Q-HELD-NB = 0 AND WS-HELD-COUNT = 0
              AND WS-APPROVED-COUNT = 0 AND WS-REJ-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Validation a quatre yeux :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-Q-HELD-NB TO WS-NB-VIEW.
           STRING "  calculs retenus        : " WS-NB-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-Q-VAL-NB TO WS-NB-VIEW.
           STRING "  valides                : " WS-NB-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-Q-REJ-NB TO WS-NB-VIEW.
           STRING "  rejetes                : " WS-NB-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-Q-OPEN-NB TO WS-NB-VIEW.
           STRING "  encore en attente      : " WS-NB-VIEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM VARYING WS-PND-IX FROM 1 BY 1
                   UNTIL WS-PND-IX > WS-PND-COUNT
               IF WS-PND-DECIDED (WS-PND-IX) = SPACE
                   STRING "    sequence " WS-PND-SEQ (WS-PND-IX)
                       " saisie par " WS-PND-OPER (WS-PND-IX)
                       " : " WS-PND-R-VIEW (WS-PND-IX) " "
                       WS-PND-CUR (WS-PND-IX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM RPT-WRITE
               END-IF
           END-PERFORM.
           IF WS-Q-OPEN-NB > 0
               MOVE "  (la cloture est refusee tant qu'un calcul"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE "   reste en attente de validation)"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-QUEUE-OK = "N"
               MOVE "  FILE DE VALIDATION INCOHERENTE AVEC LE JOURNAL"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE WS-APPROVED-COUNT TO WS-NB-VIEW
               STRING "  journal : valides apparies " WS-NB-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE WS-HELD-COUNT TO WS-NB-VIEW
               STRING "            retenus hors alim " WS-NB-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE WS-REJ-COUNT TO WS-NB-VIEW
               STRING "            lignes de rejet   " WS-NB-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
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
                       IF CTL-DATE = WS-RECON-DATE
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
                       IF AUD-DATE = WS-RECON-DATE
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
                       IF FEED-DATE = WS-RECON-DATE
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

      * Totaux de controle de la date : pour chaque fichier et
      * devise, les totaux deposes a l'ecriture puis ceux
      * recalcules sur le fichier, ECART en bout de ligne quand
      * ils different.
       PRINT-CONTROL-TOTALS.
           IF WS-CTL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Totaux de controle (controle_totaux.txt) :"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-CTL-FILE-FOUND = "N"
               MOVE "  fichier des totaux de controle absent"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               PERFORM PRINT-CONTROL-LINE
           END-PERFORM.
           EXIT.

      * Deux lignes d'etat pour l'entree WS-CTL-IX.
       PRINT-CONTROL-LINE.
           IF WS-CTL-KIND (WS-CTL-IX) = "A"
               MOVE "audit" TO WS-CTL-KIND-VIEW
           ELSE
               MOVE "alim" TO WS-CTL-KIND-VIEW
           END-IF.
           MOVE WS-CTL-C-NB (WS-CTL-IX) TO WS-CTL-NB-VIEW.
           MOVE WS-CTL-C-SUM (WS-CTL-IX) TO WS-CTL-SUM-VIEW.
           STRING "  " WS-CTL-KIND-VIEW " " WS-CTL-CUR (WS-CTL-IX)
               " depose    : nb " WS-CTL-NB-VIEW
               " seq " WS-CTL-C-MAX-SEQ (WS-CTL-IX)
               " somme " WS-CTL-SUM-VIEW
               " empreinte " WS-CTL-C-HASH (WS-CTL-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-CTL-D-NB (WS-CTL-IX) TO WS-CTL-NB-VIEW.
           MOVE WS-CTL-D-SUM (WS-CTL-IX) TO WS-CTL-SUM-VIEW.
           STRING "            recalcule : nb " WS-CTL-NB-VIEW
               " seq " WS-CTL-D-MAX-SEQ (WS-CTL-IX)
               " somme " WS-CTL-SUM-VIEW
               " empreinte " WS-CTL-D-HASH (WS-CTL-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-CTL-DIFF (WS-CTL-IX) = "X"
               MOVE "ECART" TO WS-RPT-LINE (112:5)
           END-IF.
           PERFORM RPT-WRITE.
           EXIT.

      * Ouvre l'etat imprimable date du jour de gestion
           IF WS-FEED-ORPHANS = 0 AND WS-AUD-ORPHANS = 0
              AND WS-GAP-TOTAL = 0
              AND WS-FEED-NOSEQ = 0 AND WS-AUD-NOSEQ = 0
              AND WS-QUEUE-OK = "Y"
               MOVE "EQUILIBRE" TO RS-STATE
           ELSE
               MOVE "DESEQUILIBRE" TO RS-STATE
           END-IF.
           IF WS-CTL-OK = "N"
               MOVE "CONTROLE FAILED" TO RS-STATE
           END-IF.
           WRITE RECON-STATUS-RECORD.
           CLOSE RECON-STATUS-FILE.
           EXIT.
