      *=============================================================*
      * REEVALUATION DE CHANGE DE FIN DE MOIS :                     *
      *    L'objectif: chiffrer ce que valent, au cours de cloture  *
      *    du mois, les montants convertis pendant le mois aux      *
      *    cours reellement appliques, pour l'ecriture d'ajustement *
      *    de change que la finance preparait au tableur.           *
      *    Les étapes:                                              *
      *    Je saisis le mois demande (MM/AAAA) et j'en deduis le    *
      *    dernier jour                                             *
      *    Je lis le journal d'audit vivant puis, via le catalogue  *
      *    arch_index.txt, les archives audit_arch_*.txt couvrant   *
      *    le mois                                                  *
      *    Je retiens les calculs du mois portant un taux de        *
      *    conversion (AUD-RATE) et je cumule, par paire de devises *
      *    et par operateur, le montant converti et sa contre-      *
      *    valeur au cours applique                                 *
      *    Je reevalue chaque paire au dernier cours en vigueur au  *
      *    dernier jour du mois (taux_change.txt) et je ramene      *
      *    l'ecart dans la devise de consolidation (devise_base.txt)*
      *    J'imprime l'etat avec l'ecart total a passer en ecriture *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxreval.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-INPUT-FILE ASSIGN TO "audit_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Archive mensuelle courante, nommee d'apres le catalogue.
           SELECT AUDIT-ARCH-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      * Catalogue des archives tenu par l'archiveur : une cle de
      * butoir AAAAMMJJ par coupe realisee.
           SELECT ARCH-INDEX-FILE ASSIGN TO "arch_index.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-STATUS.

      * Taux de change dates : le cours de cloture d'une paire est
      * celui de la date d'effet la plus recente qui ne depasse pas
      * le dernier jour du mois.
           SELECT RATE-TABLE-FILE ASSIGN TO "taux_change.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      * Devise de consolidation, dans laquelle les ecarts de
      * change sont ramenes (EUR par defaut quand le fichier
      * manque).
           SELECT BASE-CUR-FILE ASSIGN TO "devise_base.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

      * Etat imprimable de la reevaluation
      * (reval_change_MMAAAA.txt), en largeur fixe avec totaux de
      * controle, pour etre classe avec l'ecriture d'ajustement.
           SELECT REVAL-REPORT-FILE ASSIGN TO DYNAMIC
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

      * Taux de change : devise origine, devise cible, taux en
      * clair et date d'effet, tels que maintenus par ratemnt.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05  RT-CUR-FROM        PIC X(03).
           05  FILLER             PIC X.
           05  RT-CUR-TO          PIC X(03).
           05  FILLER             PIC X.
           05  RT-RATE-TEXT       PIC X(12).
           05  FILLER             PIC X.
           05  RT-DATE            PIC X(10).

      * Devise de consolidation, une ligne de trois caracteres.
       FD  BASE-CUR-FILE.
       01  BASE-CUR-RECORD.
           05  BC-CODE            PIC X(3).

       FD  REVAL-REPORT-FILE.
       01  REVAL-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS     PIC X(2)       VALUE "00".
       01  WS-ARCH-STATUS      PIC X(2)       VALUE "00".
       01  WS-AIX-STATUS       PIC X(2)       VALUE "00".
       01  WS-RATE-STATUS      PIC X(2)       VALUE "00".
       01  WS-BASE-STATUS      PIC X(2)       VALUE "00".
       01  WS-RPT-STATUS       PIC X(2)       VALUE "00".
       01  WS-EOF              PIC X(1)       VALUE "N".
       01  WS-AIX-EOF          PIC X(1)       VALUE "N".
       01  WS-RATE-EOF         PIC X(1)       VALUE "N".

      * Mois demande, en argument de ligne de commande (fxreval
      * MM/AAAA) pour un lancement planifie, ou saisi a l'invite.
       01  WS-REVAL-MONTH      PIC X(7)       VALUE SPACES.
       01  WS-MONTH-ENTRY      PIC X(16)
                               VALUE "MOIS (MM/AAAA): ".
       01  WS-MONTH-NUM        PIC 99         VALUE 0.

      * Premier et dernier jour du mois en cle AAAAMMJJ : seules
      * les archives coupees au premier jour ou apres peuvent
      * contenir le mois, le cours de cloture est celui en vigueur
      * au dernier jour.
       01  WS-MONTH-START-KEY  PIC X(8)       VALUE SPACES.
       01  WS-MONTH-END-KEY    PIC X(8)       VALUE SPACES.
       01  WS-MONTH-END-DATE   PIC X(10)      VALUE SPACES.
       01  WS-KEY-NUM          PIC 9(8)       VALUE 0.
       01  WS-DAY-INT          PIC 9(8)       VALUE 0.
       01  WS-NEXT-YEAR        PIC 9(4)       VALUE 0.
       01  WS-NEXT-MONTH       PIC 99         VALUE 0.

       01  WS-ARCH-NAME        PIC X(30)      VALUE SPACES.
       01  WS-REPORT-NAME      PIC X(30)      VALUE SPACES.
       01  WS-RPT-OPEN         PIC X(1)       VALUE "N".

       01  WS-DATE-WORK        PIC X(10)      VALUE SPACES.
       01  WS-KEY-WORK         PIC X(8)       VALUE SPACES.

      * Devise de consolidation, EUR tant que devise_base.txt ne
      * dit pas autrement.
       01  WS-BASE-CUR         PIC X(3)       VALUE "EUR".

      * Table des taux de change, meme calibre que la calculatrice
      * (50 taux), avec la date d'effet en cle comparable.
       01  WS-RATE-COUNT       PIC 99         VALUE 0.
       01  WS-RATE-IX          PIC 99         VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY   OCCURS 50 TIMES.
               10  WS-RATE-FROM    PIC X(3).
               10  WS-RATE-TO      PIC X(3).
               10  WS-RATE-VALUE   PIC 9(4)V9(6).
               10  WS-RATE-KEY     PIC X(8).

      * Recherche d'un cours de cloture : paire demandee, cours
      * trouve et cle de la date d'effet retenue.
       01  WS-LOOK-FROM        PIC X(3)       VALUE SPACES.
       01  WS-LOOK-TO          PIC X(3)       VALUE SPACES.
       01  WS-RATE-FOUND       PIC X(1)       VALUE "N".
       01  WS-RATE-BEST-KEY    PIC X(8)       VALUE SPACES.
       01  WS-RATE-USED        PIC 9(4)V9(6)  VALUE 0.

      * Cumuls du mois par paire convertie (devise d'origine de
      * l'operande B vers devise du resultat) : conversions,
      * extournes, montant converti en devise d'origine et sa
      * contre-valeur aux cours appliques.
       01  WS-PR-COUNT         PIC 99         VALUE 0.
       01  WS-PR-IX            PIC 99         VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY     OCCURS 30 TIMES.
               10  WS-PR-FROM      PIC X(3).
               10  WS-PR-TO        PIC X(3).
               10  WS-PR-NB        PIC 9(6).
               10  WS-PR-REV       PIC 9(6).
               10  WS-PR-REJ       PIC 9(6).
               10  WS-PR-AMOUNT    PIC S9(9)V9(2).
               10  WS-PR-APPLIED   PIC S9(11)V9(4).

      * Memes cumuls par operateur et par paire.
       01  WS-OP-COUNT         PIC 9(3)       VALUE 0.
       01  WS-OP-IX            PIC 9(3)       VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY     OCCURS 100 TIMES.
               10  WS-OP-ID        PIC X(8).
               10  WS-OP-FROM      PIC X(3).
               10  WS-OP-TO        PIC X(3).
               10  WS-OP-NB        PIC 9(6).
               10  WS-OP-REV       PIC 9(6).
               10  WS-OP-REJ       PIC 9(6).
               10  WS-OP-AMOUNT    PIC S9(9)V9(2).
               10  WS-OP-APPLIED   PIC S9(11)V9(4).
       01  WS-FOUND            PIC X(1)       VALUE "N".

      * Montants de la ligne courante, rejoues depuis leurs vues :
      * montant d'origine (negatif sur une extourne), cours
      * applique et contre-valeur. WS-LINE-REV vaut N pour une
      * conversion, Y pour une extourne, R pour un rejet a la
      * validation (AUD-STATUS R) : le rejet annule le calcul
      * retenu comme une extourne mais se compte a part.
       01  WS-LINE-AMOUNT      PIC S9(6)V9(2) VALUE 0.
       01  WS-LINE-RATE        PIC 9(4)V9(6)  VALUE 0.
       01  WS-LINE-APPLIED     PIC S9(9)V9(4) VALUE 0.
       01  WS-LINE-REV         PIC X(1)       VALUE "N".
       01  WS-SKIPPED-NB       PIC 9(5)       VALUE 0.
       01  WS-NOFX-NB          PIC 9(5)       VALUE 0.

      * Reevaluation d'une ligne de l'etat : cours moyen applique,
      * contre-valeur au cours de cloture, ecart en devise du
      * resultat puis en devise de consolidation.
       01  WS-CALC-AMOUNT      PIC S9(9)V9(2) VALUE 0.
       01  WS-CALC-APPLIED     PIC S9(11)V9(4) VALUE 0.
       01  WS-AVG-RATE         PIC 9(4)V9(6)  VALUE 0.
       01  WS-CLOSE-RATE       PIC 9(4)V9(6)  VALUE 0.
       01  WS-CLOSE-FOUND      PIC X(1)       VALUE "N".
       01  WS-CLOSE-VALUE      PIC S9(11)V9(4) VALUE 0.
       01  WS-GAP-CUR          PIC S9(9)V9(2) VALUE 0.
       01  WS-GAP-BASE         PIC S9(9)V9(2) VALUE 0.
       01  WS-BASE-FOUND       PIC X(1)       VALUE "N".

      * Totaux de l'etat : conversions, extournes, rejets, ecart
      * total en devise de consolidation et paires qui n'ont pas
      * pu y etre ramenees (total alors marque incomplet).
       01  WS-TOT-NB           PIC 9(6)       VALUE 0.
       01  WS-TOT-REV          PIC 9(6)       VALUE 0.
       01  WS-TOT-REJ          PIC 9(6)       VALUE 0.
       01  WS-TOT-GAP-BASE     PIC S9(9)V9(2) VALUE 0.
       01  WS-TOT-MISSING      PIC 9(3)       VALUE 0.

       01  WS-RPT-LINE         PIC X(132)     VALUE SPACES.
       01  WS-NB-VIEW          PIC ZZZZZ9.
       01  WS-AMT-VIEW         PIC -(9)9.99.
       01  WS-AMT-VIEW2        PIC -(9)9.99.
       01  WS-AMT-VIEW3        PIC -(9)9.99.
       01  WS-AMT-VIEW4        PIC -(9)9.99.
       01  WS-AMT-VIEW5        PIC -(9)9.99.
       01  WS-RATE-VIEW        PIC Z(3)9.9(6).
       01  WS-RATE-VIEW2       PIC Z(3)9.9(6).
      * Colonnes de l'etat remplacees par un libelle quand le cours
      * ou la conversion en devise de consolidation manque.
       01  WS-CLOSE-COL        PIC X(11)      VALUE SPACES.
       01  WS-CLOSEVAL-COL     PIC X(13)      VALUE SPACES.
       01  WS-GAP-COL          PIC X(13)      VALUE SPACES.
       01  WS-GAPBASE-COL      PIC X(13)      VALUE SPACES.

      **************************************************************
      * Exécution du programme
      **************************************************************
       PROCEDURE DIVISION.

           DISPLAY " ------------------------------------------------".
           DISPLAY "|     Reevaluation de change de fin de mois      |".
           DISPLAY " ------------------------------------------------".

           ACCEPT WS-REVAL-MONTH FROM COMMAND-LINE.
           IF WS-REVAL-MONTH = SPACES
               DISPLAY WS-MONTH-ENTRY WITH NO ADVANCING
               ACCEPT WS-REVAL-MONTH
           END-IF.
           PERFORM CHECK-MONTH-FORMAT.
           DISPLAY "Mois reevalue : " WS-REVAL-MONTH
               " (cours de cloture au " WS-MONTH-END-DATE ")".

           PERFORM LOAD-BASE-CURRENCY.
           PERFORM LOAD-RATE-TABLE.
           PERFORM SCAN-LIVE-FILE.
           PERFORM SCAN-ARCHIVES.
           PERFORM PRINT-REVALUATION.
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

      * Controle du mois demande (MM/AAAA), construction des cles
      * du premier et du dernier jour du mois (veille du premier
      * jour du mois suivant).
       CHECK-MONTH-FORMAT.
           IF WS-REVAL-MONTH(1:2) NOT NUMERIC
              OR WS-REVAL-MONTH(3:1) NOT = "/"
              OR WS-REVAL-MONTH(4:4) NOT NUMERIC
               DISPLAY "Mois invalide (attendu MM/AAAA), abandon."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REVAL-MONTH(1:2) TO WS-MONTH-NUM.
           IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
               DISPLAY "Mois invalide (attendu MM/AAAA), abandon."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MONTH-START-KEY.
           STRING WS-REVAL-MONTH(4:4) WS-REVAL-MONTH(1:2) "01"
               DELIMITED BY SIZE INTO WS-MONTH-START-KEY.
           MOVE WS-REVAL-MONTH(4:4) TO WS-NEXT-YEAR.
           IF WS-MONTH-NUM = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-NUM + 1
           END-IF.
           COMPUTE WS-KEY-NUM =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-KEY-NUM) - 1.
           COMPUTE WS-KEY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-KEY-NUM TO WS-MONTH-END-KEY.
           MOVE SPACES TO WS-MONTH-END-DATE.
           STRING WS-MONTH-END-KEY(7:2) "/" WS-MONTH-END-KEY(5:2)
                  "/" WS-MONTH-END-KEY(1:4)
               DELIMITED BY SIZE INTO WS-MONTH-END-DATE.
           EXIT.

      * Devise de consolidation : lue dans devise_base.txt, EUR si
      * le fichier manque ou est vide.
       LOAD-BASE-CURRENCY.
           OPEN INPUT BASE-CUR-FILE.
           IF WS-BASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BASE-CUR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BC-CODE NOT = SPACES
                       MOVE FUNCTION UPPER-CASE (BC-CODE)
                           TO WS-BASE-CUR
                   END-IF
           END-READ.
           CLOSE BASE-CUR-FILE.
           EXIT.

      * Chargement de la table des taux, comme dans la
      * calculatrice : les lignes au taux illisible sont signalees
      * et ignorees. Table absente = aucune paire reevaluable.
       LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "Table des taux (taux_change.txt) absente :"
                   " aucun cours de cloture disponible."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RATE-EOF.
           PERFORM UNTIL WS-RATE-EOF = "Y"
               MOVE SPACES TO RATE-TABLE-RECORD
               READ RATE-TABLE-FILE
                   AT END
                       MOVE "Y" TO WS-RATE-EOF
                   NOT AT END
                       PERFORM LOAD-RATE-LINE
               END-READ
           END-PERFORM.
           CLOSE RATE-TABLE-FILE.
           EXIT.

       LOAD-RATE-LINE.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(RT-RATE-TEXT))
                   NOT = 0
               DISPLAY "Ligne de taux invalide ignoree : "
                   RATE-TABLE-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-COUNT >= 50
               DISPLAY "Table des taux pleine, ligne ignoree : "
                   RATE-TABLE-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE FUNCTION UPPER-CASE (RT-CUR-FROM)
               TO WS-RATE-FROM (WS-RATE-COUNT).
           MOVE FUNCTION UPPER-CASE (RT-CUR-TO)
               TO WS-RATE-TO (WS-RATE-COUNT).
           COMPUTE WS-RATE-VALUE (WS-RATE-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(RT-RATE-TEXT)).
           MOVE RT-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-RATE-KEY (WS-RATE-COUNT).
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
                       PERFORM SELECT-FX-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-INPUT-FILE.
           EXIT.

      * Passage sur les archives du catalogue : seules les coupes
      * faites le premier jour du mois ou apres peuvent contenir
      * des lignes du mois, les autres sont ignorees.
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
                          AND AIX-KEY >= WS-MONTH-START-KEY
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
                       PERFORM SELECT-FX-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-ARCH-FILE.
           EXIT.

      * Retient les calculs du mois qui ont converti une devise
      * (AUD-RATE renseigne). Une ligne d'avant la devise d'origine
      * (AUD-FX-FROM a blanc) ne peut pas etre reevaluee : elle est
      * comptee a part. Une extourne porte un montant d'origine
      * negatif et vient en deduction de sa paire ; un rejet a la
      * validation aussi, mais il se compte dans les rejets.
       SELECT-FX-LINE.
           IF AUD-RATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF AUD-DATE(4:7) NOT = WS-REVAL-MONTH
               EXIT PARAGRAPH
           END-IF.
           IF AUD-FX-FROM = SPACES OR AUD-CURRENCY = SPACES
               ADD 1 TO WS-NOFX-NB
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(AUD-RATE))
                   NOT = 0
              OR FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(AUD-FX-AMOUNT)) NOT = 0
               ADD 1 TO WS-SKIPPED-NB
               DISPLAY "Ligne de conversion illisible ignoree : "
                   AUDIT-INPUT-RECORD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(FUNCTION TRIM(AUD-FX-AMOUNT)).
           COMPUTE WS-LINE-RATE =
               FUNCTION NUMVAL(FUNCTION TRIM(AUD-RATE)).
           MOVE "N" TO WS-LINE-REV.
           IF AUD-REV-SEQ NOT = SPACES
               MOVE "Y" TO WS-LINE-REV
               COMPUTE WS-LINE-AMOUNT =
                   0 - FUNCTION ABS(WS-LINE-AMOUNT)
               IF AUD-STATUS = "R"
                   MOVE "R" TO WS-LINE-REV
                   ADD 1 TO WS-TOT-REJ
               ELSE
                   ADD 1 TO WS-TOT-REV
               END-IF
           ELSE
               ADD 1 TO WS-TOT-NB
           END-IF.
           COMPUTE WS-LINE-APPLIED = WS-LINE-AMOUNT * WS-LINE-RATE.
           PERFORM ADD-PAIR-TOTAL.
           PERFORM ADD-OPERATOR-TOTAL.
           EXIT.

       ADD-PAIR-TOTAL.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PR-COUNT
               IF WS-FOUND = "N"
                  AND WS-PR-FROM (WS-PR-IX) = AUD-FX-FROM
                  AND WS-PR-TO (WS-PR-IX) = AUD-CURRENCY
                   MOVE "Y" TO WS-FOUND
                   EVALUATE WS-LINE-REV
                       WHEN "N"
                           ADD 1 TO WS-PR-NB (WS-PR-IX)
                       WHEN "R"
                           ADD 1 TO WS-PR-REJ (WS-PR-IX)
                       WHEN OTHER
                           ADD 1 TO WS-PR-REV (WS-PR-IX)
                   END-EVALUATE
                   ADD WS-LINE-AMOUNT TO WS-PR-AMOUNT (WS-PR-IX)
                   ADD WS-LINE-APPLIED TO WS-PR-APPLIED (WS-PR-IX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND WS-PR-COUNT < 30
               ADD 1 TO WS-PR-COUNT
               MOVE AUD-FX-FROM TO WS-PR-FROM (WS-PR-COUNT)
               MOVE AUD-CURRENCY TO WS-PR-TO (WS-PR-COUNT)
               MOVE ZERO TO WS-PR-NB (WS-PR-COUNT)
               MOVE ZERO TO WS-PR-REV (WS-PR-COUNT)
               MOVE ZERO TO WS-PR-REJ (WS-PR-COUNT)
               EVALUATE WS-LINE-REV
                   WHEN "N"
                       MOVE 1 TO WS-PR-NB (WS-PR-COUNT)
                   WHEN "R"
                       MOVE 1 TO WS-PR-REJ (WS-PR-COUNT)
                   WHEN OTHER
                       MOVE 1 TO WS-PR-REV (WS-PR-COUNT)
               END-EVALUATE
               MOVE WS-LINE-AMOUNT TO WS-PR-AMOUNT (WS-PR-COUNT)
               MOVE WS-LINE-APPLIED TO WS-PR-APPLIED (WS-PR-COUNT)
           END-IF.
           EXIT.

       ADD-OPERATOR-TOTAL.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OP-COUNT
               IF WS-FOUND = "N"
                  AND WS-OP-ID (WS-OP-IX) = AUD-OPER-ID
                  AND WS-OP-FROM (WS-OP-IX) = AUD-FX-FROM
                  AND WS-OP-TO (WS-OP-IX) = AUD-CURRENCY
                   MOVE "Y" TO WS-FOUND
                   EVALUATE WS-LINE-REV
                       WHEN "N"
                           ADD 1 TO WS-OP-NB (WS-OP-IX)
                       WHEN "R"
                           ADD 1 TO WS-OP-REJ (WS-OP-IX)
                       WHEN OTHER
                           ADD 1 TO WS-OP-REV (WS-OP-IX)
                   END-EVALUATE
                   ADD WS-LINE-AMOUNT TO WS-OP-AMOUNT (WS-OP-IX)
                   ADD WS-LINE-APPLIED TO WS-OP-APPLIED (WS-OP-IX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND WS-OP-COUNT < 100
               ADD 1 TO WS-OP-COUNT
               MOVE AUD-OPER-ID TO WS-OP-ID (WS-OP-COUNT)
               MOVE AUD-FX-FROM TO WS-OP-FROM (WS-OP-COUNT)
               MOVE AUD-CURRENCY TO WS-OP-TO (WS-OP-COUNT)
               MOVE ZERO TO WS-OP-NB (WS-OP-COUNT)
               MOVE ZERO TO WS-OP-REV (WS-OP-COUNT)
               MOVE ZERO TO WS-OP-REJ (WS-OP-COUNT)
               EVALUATE WS-LINE-REV
                   WHEN "N"
                       MOVE 1 TO WS-OP-NB (WS-OP-COUNT)
                   WHEN "R"
                       MOVE 1 TO WS-OP-REJ (WS-OP-COUNT)
                   WHEN OTHER
                       MOVE 1 TO WS-OP-REV (WS-OP-COUNT)
               END-EVALUATE
               MOVE WS-LINE-AMOUNT TO WS-OP-AMOUNT (WS-OP-COUNT)
               MOVE WS-LINE-APPLIED TO WS-OP-APPLIED (WS-OP-COUNT)
           END-IF.
           EXIT.

      * Cours en vigueur au dernier jour du mois pour la paire
      * WS-LOOK-FROM / WS-LOOK-TO : celui de la date d'effet la
      * plus recente qui ne depasse pas la fin de mois.
       FIND-CLOSING-RATE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE SPACES TO WS-RATE-BEST-KEY.
           MOVE ZERO TO WS-RATE-USED.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
               IF WS-RATE-FROM (WS-RATE-IX) = WS-LOOK-FROM
                  AND WS-RATE-TO (WS-RATE-IX) = WS-LOOK-TO
                  AND WS-RATE-KEY (WS-RATE-IX) <= WS-MONTH-END-KEY
                  AND WS-RATE-KEY (WS-RATE-IX) > WS-RATE-BEST-KEY
                   MOVE "Y" TO WS-RATE-FOUND
                   MOVE WS-RATE-KEY (WS-RATE-IX)
                       TO WS-RATE-BEST-KEY
                   MOVE WS-RATE-VALUE (WS-RATE-IX) TO WS-RATE-USED
               END-IF
           END-PERFORM.
           EXIT.

      * Reevaluation d'un cumul (WS-CALC-AMOUNT en devise
      * d'origine, WS-CALC-APPLIED sa contre-valeur aux cours
      * appliques, paire WS-LOOK-FROM / WS-LOOK-TO) : cours moyen
      * applique, contre-valeur au cours de cloture, ecart en
      * devise du resultat puis en devise de consolidation (au
      * cours de cloture de la devise du resultat vers celle-ci).
       REVALUE-TOTAL.
           MOVE ZERO TO WS-AVG-RATE.
           IF WS-CALC-AMOUNT NOT = 0
               COMPUTE WS-AVG-RATE ROUNDED =
                   WS-CALC-APPLIED / WS-CALC-AMOUNT
                   ON SIZE ERROR
                       MOVE ZERO TO WS-AVG-RATE
               END-COMPUTE
           END-IF.
           MOVE ZERO TO WS-CLOSE-VALUE.
           MOVE ZERO TO WS-GAP-CUR.
           MOVE ZERO TO WS-GAP-BASE.
           MOVE "N" TO WS-BASE-FOUND.
           PERFORM FIND-CLOSING-RATE.
           MOVE WS-RATE-FOUND TO WS-CLOSE-FOUND.
           MOVE WS-RATE-USED TO WS-CLOSE-RATE.
           IF WS-CLOSE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CLOSE-VALUE =
               WS-CALC-AMOUNT * WS-CLOSE-RATE.
           COMPUTE WS-GAP-CUR ROUNDED =
               WS-CLOSE-VALUE - WS-CALC-APPLIED.
           IF WS-LOOK-TO = WS-BASE-CUR
               MOVE "Y" TO WS-BASE-FOUND
               MOVE WS-GAP-CUR TO WS-GAP-BASE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOK-TO TO WS-LOOK-FROM.
           MOVE WS-BASE-CUR TO WS-LOOK-TO.
           PERFORM FIND-CLOSING-RATE.
           IF WS-RATE-FOUND = "Y"
               MOVE "Y" TO WS-BASE-FOUND
               COMPUTE WS-GAP-BASE ROUNDED =
                   WS-GAP-CUR * WS-RATE-USED
                   ON SIZE ERROR
                       MOVE "N" TO WS-BASE-FOUND
               END-COMPUTE
           END-IF.
           EXIT.

      * Colonnes cours de cloture, contre-valeur, ecarts : vues
      * editees, ou libelle quand le cours manque.
       FILL-REVAL-COLUMNS.
           IF WS-CLOSE-FOUND = "N"
               MOVE " SANS COURS" TO WS-CLOSE-COL
               MOVE SPACES TO WS-CLOSEVAL-COL
               MOVE SPACES TO WS-GAP-COL
               MOVE "  NON CHIFFRE" TO WS-GAPBASE-COL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLOSE-RATE TO WS-RATE-VIEW2.
           MOVE WS-RATE-VIEW2 TO WS-CLOSE-COL.
           COMPUTE WS-AMT-VIEW3 ROUNDED = WS-CLOSE-VALUE.
           MOVE WS-AMT-VIEW3 TO WS-CLOSEVAL-COL.
           MOVE WS-GAP-CUR TO WS-AMT-VIEW4.
           MOVE WS-AMT-VIEW4 TO WS-GAP-COL.
           IF WS-BASE-FOUND = "Y"
               MOVE WS-GAP-BASE TO WS-AMT-VIEW5
               MOVE WS-AMT-VIEW5 TO WS-GAPBASE-COL
           ELSE
               MOVE "  SANS COURS" TO WS-GAPBASE-COL
           END-IF.
           EXIT.

      * Etat de reevaluation : une ligne par paire de devises,
      * puis le detail par operateur et l'ecart total a passer en
      * ecriture dans la devise de consolidation. Chaque ligne part
      * au terminal et dans l'etat imprimable date du mois.
       PRINT-REVALUATION.
           PERFORM RPT-OPEN.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           STRING "REEVALUATION DE CHANGE - MOIS " WS-REVAL-MONTH
               " - COURS DE CLOTURE AU " WS-MONTH-END-DATE
               " - DEVISE DE CONSOLIDATION " WS-BASE-CUR
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Par devise (paire convertie) :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           STRING "PAIRE       NB       MONTANT COURS MOYEN"
               " COURS CLOT.   C.VAL.APPL.   C.VAL.CLOT."
               "    ECART DEV.    ECART BASE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PR-COUNT
               PERFORM PRINT-PAIR-LINE
           END-PERFORM.
           IF WS-PR-COUNT = 0
               MOVE "  Aucune conversion de devise sur le mois."
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE "Par operateur :" TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           STRING "OPER.    PAIRE       NB       MONTANT COURS MOYEN"
               " COURS CLOT.    ECART BASE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OP-COUNT
               PERFORM PRINT-OPERATOR-LINE
           END-PERFORM.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           MOVE WS-TOT-NB TO WS-NB-VIEW.
           MOVE WS-TOT-GAP-BASE TO WS-AMT-VIEW.
           IF WS-TOT-MISSING = 0
               STRING "TOTAL ECART DE CHANGE " WS-BASE-CUR " : "
                   WS-AMT-VIEW " sur " WS-NB-VIEW " conversion(s)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "TOTAL ECART DE CHANGE " WS-BASE-CUR
                   " INCOMPLET : " WS-AMT-VIEW
                   " (paires sans cours exclues !)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM RPT-WRITE.
           IF WS-TOT-REV > 0
               MOVE WS-TOT-REV TO WS-NB-VIEW
               STRING "Extournes : " WS-NB-VIEW " conversion(s)"
                   " annulee(s), deduites de leur paire"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-TOT-REJ > 0
               MOVE WS-TOT-REJ TO WS-NB-VIEW
               STRING "Rejets    : " WS-NB-VIEW " conversion(s)"
                   " retenue(s) rejetee(s) a la validation,"
                   " deduites de leur paire"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-NOFX-NB > 0
               MOVE WS-NOFX-NB TO WS-NB-VIEW
               STRING "ATTENTION : " WS-NB-VIEW " conversion(s)"
                   " sans devise d'origine au journal, non"
                   " reevaluee(s) !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-SKIPPED-NB > 0
               MOVE WS-SKIPPED-NB TO WS-NB-VIEW
               STRING "ATTENTION : " WS-NB-VIEW " ligne(s) de"
                   " conversion illisible(s) ecartee(s) !"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           MOVE " ------------------------------------------------"
               TO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           PERFORM RPT-CLOSE.
           EXIT.

      * Une ligne de l'etat par paire ; son ecart en devise de
      * consolidation entre au total, ou le marque incomplet.
       PRINT-PAIR-LINE.
           MOVE WS-PR-AMOUNT (WS-PR-IX) TO WS-CALC-AMOUNT.
           MOVE WS-PR-APPLIED (WS-PR-IX) TO WS-CALC-APPLIED.
           MOVE WS-PR-FROM (WS-PR-IX) TO WS-LOOK-FROM.
           MOVE WS-PR-TO (WS-PR-IX) TO WS-LOOK-TO.
           PERFORM REVALUE-TOTAL.
           IF WS-BASE-FOUND = "Y"
               ADD WS-GAP-BASE TO WS-TOT-GAP-BASE
           ELSE
               ADD 1 TO WS-TOT-MISSING
           END-IF.
           PERFORM FILL-REVAL-COLUMNS.
           MOVE WS-PR-NB (WS-PR-IX) TO WS-NB-VIEW.
           MOVE WS-PR-AMOUNT (WS-PR-IX) TO WS-AMT-VIEW.
           MOVE WS-AVG-RATE TO WS-RATE-VIEW.
           COMPUTE WS-AMT-VIEW2 ROUNDED = WS-PR-APPLIED (WS-PR-IX).
           STRING WS-PR-FROM (WS-PR-IX) "/" WS-PR-TO (WS-PR-IX)
               " " WS-NB-VIEW " " WS-AMT-VIEW " " WS-RATE-VIEW
               " " WS-CLOSE-COL " " WS-AMT-VIEW2
               " " WS-CLOSEVAL-COL " " WS-GAP-COL
               " " WS-GAPBASE-COL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-PR-REV (WS-PR-IX) > 0
               MOVE WS-PR-REV (WS-PR-IX) TO WS-NB-VIEW
               STRING "        dont extournes : " WS-NB-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-PR-REJ (WS-PR-IX) > 0
               MOVE WS-PR-REJ (WS-PR-IX) TO WS-NB-VIEW
               STRING "        dont rejets    : " WS-NB-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           EXIT.

      * Une ligne par operateur et par paire, ecart en devise de
      * consolidation seulement (le total general est celui des
      * paires, le detail par operateur en est la ventilation).
       PRINT-OPERATOR-LINE.
           MOVE WS-OP-AMOUNT (WS-OP-IX) TO WS-CALC-AMOUNT.
           MOVE WS-OP-APPLIED (WS-OP-IX) TO WS-CALC-APPLIED.
           MOVE WS-OP-FROM (WS-OP-IX) TO WS-LOOK-FROM.
           MOVE WS-OP-TO (WS-OP-IX) TO WS-LOOK-TO.
           PERFORM REVALUE-TOTAL.
           PERFORM FILL-REVAL-COLUMNS.
           MOVE WS-OP-NB (WS-OP-IX) TO WS-NB-VIEW.
           MOVE WS-OP-AMOUNT (WS-OP-IX) TO WS-AMT-VIEW.
           MOVE WS-AVG-RATE TO WS-RATE-VIEW.
           STRING WS-OP-ID (WS-OP-IX) " " WS-OP-FROM (WS-OP-IX)
               "/" WS-OP-TO (WS-OP-IX) " " WS-NB-VIEW " "
               WS-AMT-VIEW " " WS-RATE-VIEW " " WS-CLOSE-COL
               " " WS-GAPBASE-COL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Ouvre l'etat imprimable du mois (reval_change_MMAAAA.txt).
      * Un echec d'ouverture n'empeche pas l'etat terminal.
       RPT-OPEN.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "reval_change_" WS-REVAL-MONTH(1:2)
                  WS-REVAL-MONTH(4:4) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT REVAL-REPORT-FILE.
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OPEN
           ELSE
               DISPLAY "Impossible d'ouvrir l'etat "
                   WS-REPORT-NAME
           END-IF.
           EXIT.

       RPT-WRITE.
           DISPLAY WS-RPT-LINE.
           IF WS-RPT-OPEN = "Y"
               WRITE REVAL-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           EXIT.

      * Pied d'etat : total de controle repris en clair, puis
      * fermeture du fichier.
       RPT-CLOSE.
           IF WS-RPT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REVAL-REPORT-RECORD.
           MOVE WS-TOT-NB TO WS-NB-VIEW.
           MOVE WS-TOT-GAP-BASE TO WS-AMT-VIEW.
           STRING "FIN D'ETAT - CONTROLE : " WS-NB-VIEW
               " CONVERSIONS, ECART " WS-BASE-CUR " " WS-AMT-VIEW
               DELIMITED BY SIZE INTO REVAL-REPORT-RECORD.
           WRITE REVAL-REPORT-RECORD.
           CLOSE REVAL-REPORT-FILE.
           MOVE "N" TO WS-RPT-OPEN.
           DISPLAY "Etat imprimable : " WS-REPORT-NAME.
           EXIT.
