      *=============================================================*
      * COMPTABILISATION DE LA JOURNEE :                            *
      *    L'objectif: produire le fichier d'ecritures du grand     *
      *    livre a partir de l'alimentation reconciliee, au lieu de *
      *    ressaisir a la main les totaux du jour par devise.       *
      *    Les étapes:                                              *
      *    Je verifie que la reconciliation de la date de gestion a *
      *    conclu ETAT : EQUILIBRE (recon_status.txt) et qu'aucun   *
      *    calcul du jour n'attend de validation                    *
      *    Je charge le plan de comptes (plan_comptes.txt) et les   *
      *    montants de TVA du jour depuis le journal d'audit        *
      *    Je controle d'abord que chaque enregistrement du jour    *
      *    trouve ses comptes ; au premier manque, j'imprime la     *
      *    liste des exceptions et je ne produis aucun fichier      *
      *    Sinon j'ecris le journal d'ecritures a largeur fixe :    *
      *    en-tete, une ecriture equilibree debit/credit par        *
      *    montant (net, taxe sur son compte de TVA, ecart          *
      *    d'arrondi sur son compte), pied avec le nombre de        *
      *    lignes et les totaux debit et credit                     *
      *    auteur : AlexEnCode                                      *
      *=============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. comptab.
       AUTHOR. AlexEnCode

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-INPUT-FILE ASSIGN TO "recon_feed.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT AUDIT-INPUT-FILE ASSIGN TO "audit_log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Date de gestion officielle, tenue par la cloture : sert de
      * date par defaut quand aucune date n'est passee en argument.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "date_gestion.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

      * Verdict de la reconciliation : on ne comptabilise qu'une
      * journee equilibree.
           SELECT RECON-STATUS-FILE ASSIGN TO "recon_status.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECST-STATUS.

      * File des calculs en attente de validation : un calcul
      * retenu n'est pas encore dans l'alimentation, la journee ne
      * se comptabilise qu'une fois toutes les decisions prises.
           SELECT PENDING-FILE ASSIGN TO "attente_validation.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

      * Plan de comptes de la comptabilisation : comptes de debit
      * et de credit par operateur, devise et code de TVA, tenu
      * par la comptabilite.
           SELECT CHART-FILE ASSIGN TO "plan_comptes.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

      * Journal d'ecritures du jour (ecritures_gl_JJMMAAAA.txt),
      * repris tel quel par le grand livre.
           SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

      * Liste des enregistrements sans comptes
      * (exceptions_gl_JJMMAAAA.txt), a corriger dans le plan de
      * comptes avant de relancer.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Enregistrement a largeur fixe tel qu'ecrit par la
      * calculatrice (WRITE-FEED-RECORD).
       FD  FEED-INPUT-FILE.
       COPY feedrec REPLACING
           ==FEED-RECORD-TAG== BY ==FEED-INPUT-RECORD==.

      * Ligne d'audit : seuls le code et le montant de TVA sont
      * repris ici, l'alimentation n'en portant pas.
       FD  AUDIT-INPUT-FILE.
       COPY auditrec REPLACING
           ==AUD-RECORD-TAG== BY ==AUDIT-INPUT-RECORD==.

      * Date de gestion officielle, une ligne JJ/MM/AAAA.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-DATE            PIC X(10).

      * Verdict du jour : date de gestion et etat final.
       FD  RECON-STATUS-FILE.
       01  RECON-STATUS-RECORD.
           05  RS-DATE            PIC X(10).
           05  FILLER             PIC X.
           05  RS-STATE           PIC X(15).

      * Ligne de la file de validation (A, V ou R).
       FD  PENDING-FILE.
       COPY pendrec REPLACING
           ==PND-RECORD-TAG== BY ==PENDING-RECORD==.

      * Ligne du plan de comptes. PC-TYPE vaut C (calcul : le
      * montant net de l'operation), T (taxe : le montant de TVA,
      * operateur *) ou A (ecart d'arrondi, operateur d). Le code
      * de TVA n'est renseigne que pour les operations v et g et
      * les lignes T ; la devise *** vaut pour toute devise sans
      * ligne propre.
       FD  CHART-FILE.
       01  CHART-RECORD.
           05  PC-TYPE            PIC X(01).
           05  FILLER             PIC X.
           05  PC-OPERATOR        PIC X(01).
           05  FILLER             PIC X.
           05  PC-CURRENCY        PIC X(03).
           05  FILLER             PIC X.
           05  PC-VAT-CODE        PIC X(03).
           05  FILLER             PIC X.
           05  PC-DEBIT           PIC X(10).
           05  FILLER             PIC X.
           05  PC-CREDIT          PIC X(10).
           05  FILLER             PIC X.
           05  PC-LABEL           PIC X(20).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD      PIC X(100).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FEED-STATUS      PIC X(2)       VALUE "00".
       01  WS-AUDIT-STATUS     PIC X(2)       VALUE "00".
       01  WS-BUSDATE-STATUS   PIC X(2)       VALUE "00".
       01  WS-RECST-STATUS     PIC X(2)       VALUE "00".
       01  WS-CHART-STATUS     PIC X(2)       VALUE "00".
       01  WS-GLJ-STATUS       PIC X(2)       VALUE "00".
       01  WS-RPT-STATUS       PIC X(2)       VALUE "00".
       01  WS-EOF              PIC X(1)       VALUE "N".

      * Date de gestion demandee, en argument de ligne de commande
      * (comptab JJ/MM/AAAA) pour un lancement par l'ordonnanceur,
      * la date de gestion officielle sinon.
       01  WS-POST-DATE        PIC X(10)      VALUE SPACES.
       01  WS-JOURNAL-NAME     PIC X(30)      VALUE SPACES.
       01  WS-REPORT-NAME      PIC X(30)      VALUE SPACES.
       01  WS-RPT-OPEN         PIC X(1)       VALUE "N".

      * Calculs retenus jusqu'a la date demandee et decisions prises
      * dessus (datees de la date du calcul) : la difference est ce
      * qui attend encore un superviseur. Dates en cle AAAAMMJJ.
       01  WS-PND-STATUS       PIC X(2)       VALUE "00".
       01  WS-PND-HELD-NB      PIC 9(5)       VALUE 0.
       01  WS-PND-DONE-NB      PIC 9(5)       VALUE 0.
       01  WS-PND-OPEN-NB      PIC S9(5)      VALUE 0.
       01  WS-POST-KEY         PIC X(8)       VALUE SPACES.
       01  WS-DATE-WORK        PIC X(10)      VALUE SPACES.
       01  WS-KEY-WORK         PIC X(8)       VALUE SPACES.

      * Plan de comptes en memoire.
       01  WS-PC-COUNT         PIC 9(3)       VALUE 0.
       01  WS-PC-IX            PIC 9(3)       VALUE 0.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY     OCCURS 200 TIMES.
               10  WS-PC-TYPE      PIC X(1).
               10  WS-PC-OPER      PIC X(1).
               10  WS-PC-CUR       PIC X(3).
               10  WS-PC-VAT       PIC X(3).
               10  WS-PC-DEBIT     PIC X(10).
               10  WS-PC-CREDIT    PIC X(10).
               10  WS-PC-LABEL     PIC X(20).

      * Montants de TVA du jour, pris au journal d'audit par numero
      * de sequence (les lignes de rejet a la validation, qui n'ont
      * pas d'enregistrement d'alimentation, sont laissees de
      * cote). Table pleine = arret sans fichier, plutot qu'une
      * taxe oubliee.
       01  WS-TAX-COUNT        PIC 9(4)       VALUE 0.
       01  WS-TAX-IX           PIC 9(4)       VALUE 0.
       01  WS-TAX-FULL         PIC X(1)       VALUE "N".
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY    OCCURS 1000 TIMES.
               10  WS-TAX-SEQ      PIC X(8).
               10  WS-TAX-CODE     PIC X(3).
               10  WS-TAX-AMOUNT   PIC S9(6)V9(2).

      * Enregistrement courant : code de TVA et taxe retrouves,
      * comptes trouves pour le net (C ou A) et pour la taxe (T).
       01  WS-REC-VAT-CODE     PIC X(3)       VALUE SPACES.
       01  WS-REC-TAX          PIC S9(6)V9(2) VALUE 0.
       01  WS-REC-NET          PIC S9(7)V9(2) VALUE 0.
       01  WS-REC-TYPE         PIC X(1)       VALUE SPACE.
       01  WS-REC-OK           PIC X(1)       VALUE "Y".
       01  WS-REC-REASON       PIC X(30)      VALUE SPACES.
       01  WS-FIND-TYPE        PIC X(1)       VALUE SPACE.
       01  WS-FIND-OPER        PIC X(1)       VALUE SPACE.
       01  WS-FIND-VAT         PIC X(3)       VALUE SPACES.
       01  WS-FOUND            PIC X(1)       VALUE "N".
       01  WS-FOUND-IX         PIC 9(3)       VALUE 0.
       01  WS-MAIN-IX          PIC 9(3)       VALUE 0.
       01  WS-TAXACC-IX        PIC 9(3)       VALUE 0.

      * Controle prealable : enregistrements du jour lus et sans
      * comptes. Un seul manque suffit a arreter la
      * comptabilisation.
       01  WS-READ-NB          PIC 9(6)       VALUE 0.
       01  WS-EXCEPTION-NB     PIC 9(6)       VALUE 0.

      * Ecriture en cours : comptes, montant et libelle d'une paire
      * debit/credit. Un montant negatif (extourne, ecart
      * d'arrondi en faveur) inverse les deux comptes.
       01  WS-PAIR-DEBIT       PIC X(10)      VALUE SPACES.
       01  WS-PAIR-CREDIT      PIC X(10)      VALUE SPACES.
       01  WS-PAIR-SWAP        PIC X(10)      VALUE SPACES.
       01  WS-PAIR-AMOUNT      PIC S9(7)V9(2) VALUE 0.
       01  WS-PAIR-LABEL       PIC X(20)      VALUE SPACES.

      * Compteurs et totaux de controle du journal.
       01  WS-ENTRY-NB         PIC 9(6)       VALUE 0.
       01  WS-LINE-NB          PIC 9(6)       VALUE 0.
       01  WS-TOT-DEBIT        PIC 9(11)V9(2) VALUE 0.
       01  WS-TOT-CREDIT       PIC 9(11)V9(2) VALUE 0.
       01  WS-NB-VIEW          PIC ZZZZZ9.
       01  WS-TOT-VIEW         PIC Z(10)9.99.
       01  WS-TOT-VIEW2        PIC Z(10)9.99.

      * Dessins du journal d'ecritures, a largeur fixe : en-tete,
      * ligne d'ecriture (montant toujours positif, sens D ou C),
      * pied de controle.
       01  WS-GL-HEADER.
           05  GLH-TYPE           PIC X(01)      VALUE "H".
           05  FILLER             PIC X          VALUE SPACE.
           05  GLH-BUS-DATE       PIC X(10).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLH-RUN-DATE       PIC X(10).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLH-RUN-TIME       PIC X(08).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLH-SOURCE         PIC X(14)
                                  VALUE "recon_feed.txt".
       01  WS-GL-DETAIL.
           05  GLD-TYPE           PIC X(01)      VALUE "D".
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-ENTRY-NO       PIC 9(06).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-DATE           PIC X(10).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-SEQ            PIC X(08).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-ACCOUNT        PIC X(10).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-SENS           PIC X(01).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-AMOUNT         PIC 9(09)V9(02).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-CURRENCY       PIC X(03).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-OPER-ID        PIC X(08).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLD-LABEL          PIC X(20).
       01  WS-GL-TRAILER.
           05  GLT-TYPE           PIC X(01)      VALUE "T".
           05  FILLER             PIC X          VALUE SPACE.
           05  GLT-ENTRY-NB       PIC 9(06).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLT-LINE-NB        PIC 9(06).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLT-DEBIT          PIC 9(11)V9(02).
           05  FILLER             PIC X          VALUE SPACE.
           05  GLT-CREDIT         PIC 9(11)V9(02).

       01  WS-RPT-LINE         PIC X(100)     VALUE SPACES.

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
           DISPLAY "|       Comptabilisation de la journee           |".
           DISPLAY " ------------------------------------------------".

           ACCEPT WS-POST-DATE FROM COMMAND-LINE.
           IF WS-POST-DATE = SPACES
               PERFORM LOAD-BUSINESS-DATE
           END-IF.
           IF WS-POST-DATE = SPACES
               DISPLAY "Pas de date de gestion (date_gestion.txt)"
                   " ni en argument : comptabilisation abandonnee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Date de gestion : " WS-POST-DATE.

           PERFORM CHECK-RECON-STATUS.
           PERFORM CHECK-PENDING-APPROVALS.
           PERFORM LOAD-CHART.
           PERFORM LOAD-TAX-AMOUNTS.
           IF WS-TAX-FULL = "Y"
               DISPLAY "Plus de 1000 operations de TVA dans la"
                   " journee : comptabilisation abandonnee, aucun"
                   " fichier produit."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-ALL-MAPPINGS.
           IF WS-EXCEPTION-NB > 0
               MOVE WS-EXCEPTION-NB TO WS-NB-VIEW
               DISPLAY WS-NB-VIEW " enregistrement(s) sans comptes :"
                   " comptabilisation abandonnee, aucun fichier"
                   " d'ecritures produit."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-GL-JOURNAL.
           STOP RUN.

      ***************************************************************
      *                  Paragraphes de méthodes                    *
      ***************************************************************

      * Lit la date de gestion officielle dans date_gestion.txt.
       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BD-DATE TO WS-POST-DATE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           EXIT.

      * Seul un verdict EQUILIBRE porte sur la date demandee ouvre
      * la comptabilisation.
       CHECK-RECON-STATUS.
           OPEN INPUT RECON-STATUS-FILE.
           IF WS-RECST-STATUS NOT = "00"
               DISPLAY "Reconciliation : pas de verdict"
                   " (recon_status.txt absent), lancer reconcil"
                   " pour la journee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RECON-STATUS-RECORD.
           READ RECON-STATUS-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE RECON-STATUS-FILE.
           IF RS-DATE NOT = WS-POST-DATE
               DISPLAY "Reconciliation : le verdict porte sur "
                   RS-DATE " et non sur la journee demandee,"
                   " relancer reconcil."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RS-STATE NOT = "EQUILIBRE"
               DISPLAY "Reconciliation : ETAT : " RS-STATE
                   " , pas de comptabilisation d'une journee"
                   " desequilibree."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Reconciliation : EQUILIBRE, OK.".
           EXIT.

      * Retourne la date JJ/MM/AAAA de WS-DATE-WORK en cle AAAAMMJJ
      * comparable dans WS-KEY-WORK.
       DATE-TO-KEY.
           MOVE SPACES TO WS-KEY-WORK.
           STRING WS-DATE-WORK(7:4) WS-DATE-WORK(4:2)
                  WS-DATE-WORK(1:2)
               DELIMITED BY SIZE INTO WS-KEY-WORK.
           EXIT.

      * Calculs en attente de validation : toute mise en attente
      * datee au plus tard du jour a comptabiliser doit avoir recu
      * sa decision, comme a la cloture. Un calcul valide plus tard
      * entrerait dans l'alimentation apres la reconciliation et
      * manquerait au journal d'ecritures : arret sans fichier.
       CHECK-PENDING-APPROVALS.
           MOVE WS-POST-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           MOVE WS-KEY-WORK TO WS-POST-KEY.
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
                          AND WS-KEY-WORK <= WS-POST-KEY
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
                   " calculs en attente de decision (valider) :"
                   " comptabilisation abandonnee, aucun fichier"
                   " d'ecritures produit."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "File de validation : aucun calcul en attente, OK.".
           EXIT.

      * Chargement du plan de comptes. Sans plan, rien ne peut
      * etre comptabilise : arret.
       LOAD-CHART.
           MOVE ZERO TO WS-PC-COUNT.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "Plan de comptes (plan_comptes.txt) absent :"
                   " comptabilisation abandonnee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO CHART-RECORD
               READ CHART-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-CHART-LINE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.
           MOVE WS-PC-COUNT TO WS-NB-VIEW.
           DISPLAY "Plan de comptes charge : " WS-NB-VIEW " lignes.".
           EXIT.

      * Une ligne de type inconnu ou sans ses deux comptes est
      * signalee et ignoree : les enregistrements qu'elle aurait
      * couverts sortiront en exception.
       LOAD-CHART-LINE.
           MOVE FUNCTION UPPER-CASE (PC-TYPE) TO PC-TYPE.
           IF (PC-TYPE NOT = "C" AND PC-TYPE NOT = "T"
                   AND PC-TYPE NOT = "A")
              OR PC-DEBIT = SPACES OR PC-CREDIT = SPACES
               DISPLAY "Ligne du plan de comptes invalide ignoree : "
                   CHART-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-PC-COUNT >= 200
               DISPLAY "Plan de comptes plein, ligne ignoree : "
                   CHART-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PC-COUNT.
           MOVE PC-TYPE TO WS-PC-TYPE (WS-PC-COUNT).
           MOVE PC-OPERATOR TO WS-PC-OPER (WS-PC-COUNT).
           MOVE FUNCTION UPPER-CASE (PC-CURRENCY)
               TO WS-PC-CUR (WS-PC-COUNT).
           MOVE FUNCTION UPPER-CASE (PC-VAT-CODE)
               TO WS-PC-VAT (WS-PC-COUNT).
           MOVE PC-DEBIT TO WS-PC-DEBIT (WS-PC-COUNT).
           MOVE PC-CREDIT TO WS-PC-CREDIT (WS-PC-COUNT).
           MOVE PC-LABEL TO WS-PC-LABEL (WS-PC-COUNT).
           EXIT.

      * Code et montant de TVA des operations du jour, par numero
      * de sequence, depuis le journal d'audit.
       LOAD-TAX-AMOUNTS.
           MOVE ZERO TO WS-TAX-COUNT.
           OPEN INPUT AUDIT-INPUT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO AUDIT-INPUT-RECORD
               READ AUDIT-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AUD-DATE = WS-POST-DATE
                          AND AUD-VAT-CODE NOT = SPACES
                          AND AUD-STATUS NOT = "R"
                           PERFORM LOAD-TAX-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-INPUT-FILE.
           EXIT.

       LOAD-TAX-LINE.
           IF WS-TAX-COUNT >= 1000
               MOVE "Y" TO WS-TAX-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TAX-COUNT.
           MOVE AUD-SEQ TO WS-TAX-SEQ (WS-TAX-COUNT).
           MOVE FUNCTION UPPER-CASE (AUD-VAT-CODE)
               TO WS-TAX-CODE (WS-TAX-COUNT).
           MOVE ZERO TO WS-TAX-AMOUNT (WS-TAX-COUNT).
           IF FUNCTION TEST-NUMVAL (FUNCTION TRIM(AUD-VAT-AMOUNT))
                   = 0
               COMPUTE WS-TAX-AMOUNT (WS-TAX-COUNT) =
                   FUNCTION NUMVAL (FUNCTION TRIM(AUD-VAT-AMOUNT))
           END-IF.
           EXIT.

      * Premier passage : chaque enregistrement du jour doit
      * trouver ses comptes. Les manques vont a la liste des
      * exceptions, ouverte au premier.
       CHECK-ALL-MAPPINGS.
           MOVE ZERO TO WS-READ-NB.
           MOVE ZERO TO WS-EXCEPTION-NB.
           OPEN INPUT FEED-INPUT-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir recon_feed.txt"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO FEED-INPUT-RECORD
               READ FEED-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FEED-DATE = WS-POST-DATE
                           ADD 1 TO WS-READ-NB
                           PERFORM MAP-FEED-RECORD
                           IF WS-REC-OK = "N"
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-INPUT-FILE.
           PERFORM RPT-CLOSE.
           MOVE WS-READ-NB TO WS-NB-VIEW.
           DISPLAY "Enregistrements du jour : " WS-NB-VIEW.
           EXIT.

      * Comptes de l'enregistrement courant : ecart d'arrondi sur
      * la ligne A, sinon ligne C de l'operateur, de la devise et
      * du code de TVA ; pour une operation de TVA, ligne T du
      * code en plus. Montants net et taxe prepares au passage.
       MAP-FEED-RECORD.
           MOVE "Y" TO WS-REC-OK.
           MOVE SPACES TO WS-REC-REASON.
           MOVE SPACES TO WS-REC-VAT-CODE.
           MOVE ZERO TO WS-REC-TAX.
           MOVE ZERO TO WS-MAIN-IX.
           MOVE ZERO TO WS-TAXACC-IX.
           IF FEED-RESULT NOT NUMERIC
               MOVE "N" TO WS-REC-OK
               MOVE "RESULTAT ILLISIBLE" TO WS-REC-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FEED-OPERATOR = "v" OR FEED-OPERATOR = "g"
               PERFORM FIND-RECORD-TAX
               IF WS-REC-VAT-CODE = SPACES
                   MOVE "N" TO WS-REC-OK
                   MOVE "CODE TVA INTROUVABLE A L'AUDIT"
                       TO WS-REC-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF FEED-OPERATOR = "d"
               MOVE "A" TO WS-FIND-TYPE
           ELSE
               MOVE "C" TO WS-FIND-TYPE
           END-IF.
           MOVE FEED-OPERATOR TO WS-FIND-OPER.
           MOVE WS-REC-VAT-CODE TO WS-FIND-VAT.
           PERFORM FIND-CHART-LINE.
           IF WS-FOUND = "N"
               MOVE "N" TO WS-REC-OK
               MOVE "AUCUN COMPTE POUR L'OPERATION"
                   TO WS-REC-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOUND-IX TO WS-MAIN-IX.

           IF WS-REC-VAT-CODE NOT = SPACES
               MOVE "T" TO WS-FIND-TYPE
               MOVE "*" TO WS-FIND-OPER
               PERFORM FIND-CHART-LINE
               IF WS-FOUND = "N"
                   MOVE "N" TO WS-REC-OK
                   MOVE "AUCUN COMPTE TVA POUR LE CODE"
                       TO WS-REC-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FOUND-IX TO WS-TAXACC-IX
           END-IF.

      * Net de l'operation : le resultat, moins la taxe quand le
      * resultat est un TTC (ajout de TVA).
           IF FEED-OPERATOR = "v"
               COMPUTE WS-REC-NET = FEED-RESULT - WS-REC-TAX
           ELSE
               MOVE FEED-RESULT TO WS-REC-NET
           END-IF.
           EXIT.

      * Code et taxe de l'operation dans la table du jour.
       FIND-RECORD-TAX.
           PERFORM VARYING WS-TAX-IX FROM 1 BY 1
                   UNTIL WS-TAX-IX > WS-TAX-COUNT
               IF WS-TAX-SEQ (WS-TAX-IX) = FEED-SEQ
                  AND WS-REC-VAT-CODE = SPACES
                   MOVE WS-TAX-CODE (WS-TAX-IX) TO WS-REC-VAT-CODE
                   MOVE WS-TAX-AMOUNT (WS-TAX-IX) TO WS-REC-TAX
               END-IF
           END-PERFORM.
           EXIT.

      * Ligne du plan pour le type, l'operateur et le code de TVA
      * cherches, dans la devise de l'enregistrement, a defaut dans
      * la devise ***.
       FIND-CHART-LINE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-PC-IX FROM 1 BY 1
                   UNTIL WS-PC-IX > WS-PC-COUNT
               IF WS-FOUND = "N"
                  AND WS-PC-TYPE (WS-PC-IX) = WS-FIND-TYPE
                  AND WS-PC-OPER (WS-PC-IX) = WS-FIND-OPER
                  AND WS-PC-VAT (WS-PC-IX) = WS-FIND-VAT
                  AND WS-PC-CUR (WS-PC-IX) = FEED-CURRENCY
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-PC-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PC-IX FROM 1 BY 1
                   UNTIL WS-PC-IX > WS-PC-COUNT
               IF WS-FOUND = "N"
                  AND WS-PC-TYPE (WS-PC-IX) = WS-FIND-TYPE
                  AND WS-PC-OPER (WS-PC-IX) = WS-FIND-OPER
                  AND WS-PC-VAT (WS-PC-IX) = WS-FIND-VAT
                  AND WS-PC-CUR (WS-PC-IX) = "***"
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-PC-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
           EXIT.

      * Une ligne de la liste des exceptions : l'enregistrement et
      * le motif du manque.
       WRITE-EXCEPTION.
           IF WS-EXCEPTION-NB = 0
               PERFORM RPT-OPEN
               STRING "EXCEPTIONS DE COMPTABILISATION DU "
                   WS-POST-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
               MOVE "SEQUENCE O DEV TVA OPERATEUR   RESULTAT MOTIF"
                   TO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           ADD 1 TO WS-EXCEPTION-NB.
           STRING FEED-SEQ " " FEED-OPERATOR " " FEED-CURRENCY " "
               WS-REC-VAT-CODE " " FEED-OPER-ID " " FEED-RESULT " "
               WS-REC-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           EXIT.

      * Second passage, sur un jour entierement couvert : en-tete,
      * ecritures de chaque enregistrement, pied de controle.
       WRITE-GL-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-NAME.
           STRING "ecritures_gl_" WS-POST-DATE(1:2)
                  WS-POST-DATE(4:2) WS-POST-DATE(7:4) ".txt"
               DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir " WS-JOURNAL-NAME
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STAMP-DATE-TIME.
           MOVE WS-POST-DATE TO GLH-BUS-DATE.
           MOVE WS-DATE TO GLH-RUN-DATE.
           MOVE WS-TIME TO GLH-RUN-TIME.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-HEADER.

      * Alimentation devenue illisible depuis le premier passage :
      * le journal commence est vide pour ne rien laisser de
      * partiel au grand livre.
           OPEN INPUT FEED-INPUT-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "Impossible de relire recon_feed.txt :"
                   " comptabilisation abandonnee, aucun fichier"
                   " d'ecritures produit."
               CLOSE GL-JOURNAL-FILE
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO FEED-INPUT-RECORD
               READ FEED-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FEED-DATE = WS-POST-DATE
                           PERFORM MAP-FEED-RECORD
                           PERFORM POST-FEED-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-INPUT-FILE.

           MOVE WS-ENTRY-NB TO GLT-ENTRY-NB.
           MOVE WS-LINE-NB TO GLT-LINE-NB.
           MOVE WS-TOT-DEBIT TO GLT-DEBIT.
           MOVE WS-TOT-CREDIT TO GLT-CREDIT.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-TRAILER.
           CLOSE GL-JOURNAL-FILE.

           DISPLAY " ------------------------------------------------".
           MOVE WS-ENTRY-NB TO WS-NB-VIEW.
           DISPLAY "Ecritures        : " WS-NB-VIEW.
           MOVE WS-LINE-NB TO WS-NB-VIEW.
           DISPLAY "Lignes           : " WS-NB-VIEW.
           MOVE WS-TOT-DEBIT TO WS-TOT-VIEW.
           DISPLAY "Total debit      : " WS-TOT-VIEW.
           MOVE WS-TOT-CREDIT TO WS-TOT-VIEW2.
           DISPLAY "Total credit     : " WS-TOT-VIEW2.
           IF WS-TOT-DEBIT = WS-TOT-CREDIT
               DISPLAY "Journal equilibre : " WS-JOURNAL-NAME
           ELSE
               DISPLAY "JOURNAL DESEQUILIBRE : " WS-JOURNAL-NAME
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY " ------------------------------------------------".
           EXIT.

      * Ecritures d'un enregistrement : le net sur les comptes de
      * l'operation (ou de l'ecart d'arrondi), la taxe sur ceux
      * de son code de TVA.
       POST-FEED-RECORD.
           MOVE WS-PC-DEBIT (WS-MAIN-IX) TO WS-PAIR-DEBIT.
           MOVE WS-PC-CREDIT (WS-MAIN-IX) TO WS-PAIR-CREDIT.
           MOVE WS-PC-LABEL (WS-MAIN-IX) TO WS-PAIR-LABEL.
           MOVE WS-REC-NET TO WS-PAIR-AMOUNT.
           PERFORM POST-PAIR.
           IF WS-TAXACC-IX > 0
               MOVE WS-PC-DEBIT (WS-TAXACC-IX) TO WS-PAIR-DEBIT
               MOVE WS-PC-CREDIT (WS-TAXACC-IX) TO WS-PAIR-CREDIT
               MOVE WS-PC-LABEL (WS-TAXACC-IX) TO WS-PAIR-LABEL
               MOVE WS-REC-TAX TO WS-PAIR-AMOUNT
               PERFORM POST-PAIR
           END-IF.
           EXIT.

      * Une ecriture : ligne de debit et ligne de credit du meme
      * montant sous le meme numero. Rien pour un montant nul ; un
      * montant negatif inverse les comptes.
       POST-PAIR.
           IF WS-PAIR-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAIR-AMOUNT < 0
               MOVE WS-PAIR-DEBIT TO WS-PAIR-SWAP
               MOVE WS-PAIR-CREDIT TO WS-PAIR-DEBIT
               MOVE WS-PAIR-SWAP TO WS-PAIR-CREDIT
               COMPUTE WS-PAIR-AMOUNT = 0 - WS-PAIR-AMOUNT
           END-IF.
           ADD 1 TO WS-ENTRY-NB.
           MOVE WS-ENTRY-NB TO GLD-ENTRY-NO.
           MOVE FEED-DATE TO GLD-DATE.
           MOVE FEED-SEQ TO GLD-SEQ.
           MOVE WS-PAIR-AMOUNT TO GLD-AMOUNT.
           MOVE FEED-CURRENCY TO GLD-CURRENCY.
           MOVE FEED-OPER-ID TO GLD-OPER-ID.
           MOVE WS-PAIR-LABEL TO GLD-LABEL.

           MOVE WS-PAIR-DEBIT TO GLD-ACCOUNT.
           MOVE "D" TO GLD-SENS.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL.
           ADD WS-PAIR-AMOUNT TO WS-TOT-DEBIT.

           MOVE WS-PAIR-CREDIT TO GLD-ACCOUNT.
           MOVE "C" TO GLD-SENS.
           WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL.
           ADD WS-PAIR-AMOUNT TO WS-TOT-CREDIT.
           ADD 2 TO WS-LINE-NB.
           EXIT.

      * Ouvre la liste des exceptions du jour
      * (exceptions_gl_JJMMAAAA.txt).
       RPT-OPEN.
           MOVE SPACES TO WS-REPORT-NAME.
           STRING "exceptions_gl_" WS-POST-DATE(1:2)
                  WS-POST-DATE(4:2) WS-POST-DATE(7:4) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
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
               WRITE EXCEPTION-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           EXIT.

      * Pied d'etat : nombre d'exceptions, puis fermeture.
       RPT-CLOSE.
           IF WS-RPT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE WS-EXCEPTION-NB TO WS-NB-VIEW.
           STRING "FIN D'ETAT - CONTROLE : " WS-NB-VIEW
               " EXCEPTION(S)"
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           CLOSE EXCEPTION-REPORT-FILE.
           MOVE "N" TO WS-RPT-OPEN.
           DISPLAY "Etat imprimable : " WS-REPORT-NAME.
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
