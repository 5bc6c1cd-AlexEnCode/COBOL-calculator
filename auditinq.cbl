      *    puis le journal vivant : un meme etat sans se soucier    *
      *    du fichier physique ou chaque ligne vit desormais        *
      *    Je retiens les lignes qui passent tous les filtres       *
      *    Une extourne s'imprime avec le calcul qu'elle annule, un *
      *    calcul extourne avec l'extourne qui l'annule             *
      *    J'imprime un etat pagine avec en-tetes, compte de lignes *
      *    et total des resultats retenus                           *
      *    auteur : AlexEnCode                                      *
      * chaque ligne est rejouee dans l'enregistrement du journal
      * pour etre decoupee et filtree par le meme dessin.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(160).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD    PIC X(180).

       WORKING-STORAGE SECTION.

       01  WS-NB-VIEW          PIC ZZZZ9.
       01  WS-SUM-VIEW         PIC -(8)9.99.

      * Liens d'extourne, releves avant l'etat sur le journal
      * (archives et vivant) : un premier passage garde chaque
      * extourne (numero annule et ligne complete) qui touche la
      * plage de dates demandee, un second y rattache la ligne du
      * calcul d'origine. Chaque ligne imprimee est ensuite suivie
      * de sa ligne liee, meme hors de la plage. Une ligne de
      * rejet a la validation (AUD-STATUS R) se lie de la meme
      * facon au calcul retenu qu'elle annule ; son statut est
      * garde pour le libelle du lien.
      * Une extourne touche la plage si elle y est datee, ou si
      * elle est posterieure a la plage et annule un calcul de la
      * plage : les numeros de sequence croissant avec le temps,
      * ce calcul se reconnait a un numero compris entre le plus
      * petit et le plus grand numero date dans la plage
      * (WS-LNK-SEQ-LO / WS-LNK-SEQ-HI, releves au premier
      * passage). La table ne porte ainsi que les liens de la
      * plage, et non ceux de toute la vie du journal.
       01  WS-LNK-PASS         PIC 9          VALUE 1.
       01  WS-LNK-COUNT        PIC 9(3)       VALUE 0.
       01  WS-LNK-IX           PIC 9(3)       VALUE 0.
       01  WS-LNK-FULL         PIC X(1)       VALUE "N".
       01  WS-LNK-IN-RANGE     PIC X(1)       VALUE "N".
       01  WS-LNK-SEQ-LO       PIC X(8)       VALUE SPACES.
       01  WS-LNK-SEQ-HI       PIC X(8)       VALUE SPACES.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY    OCCURS 500 TIMES.
               10  WS-LNK-ORIG-SEQ PIC X(8).
               10  WS-LNK-KIND     PIC X(1).
               10  WS-LNK-CONTRA   PIC X(160).
               10  WS-LNK-ORIG     PIC X(160).
       01  WS-LNK-LINE         PIC X(180)     VALUE SPACES.

      **************************************************************
      * Exécution du programme
      **************************************************************
           DISPLAY " ------------------------------------------------".

           PERFORM ASK-CRITERIA.
           MOVE 1 TO WS-LNK-PASS.
           PERFORM LOAD-REVERSAL-LINKS.
           MOVE 2 TO WS-LNK-PASS.
           PERFORM LOAD-REVERSAL-LINKS.
           PERFORM RPT-OPEN.
      * Les archives d'abord (les mois clos y vivent), le journal
      * vivant ensuite : l'etat sort dans l'ordre chronologique,
               DELIMITED BY SIZE INTO WS-KEY-WORK.
           EXIT.

      * Releve des liens d'extourne sur les archives du catalogue
      * puis sur le journal vivant : passage 1 (WS-LNK-PASS) les
      * extournes qui touchent la plage, passage 2 les calculs
      * d'origine. Comme pour l'etat, une coupe dont le butoir
      * precede la date de debut ne peut rien contenir de la plage
      * et se saute.
       LOAD-REVERSAL-LINKS.
           OPEN INPUT ARCH-INDEX-FILE.
           IF WS-AIX-STATUS = "00"
               MOVE "N" TO WS-AIX-EOF
               PERFORM UNTIL WS-AIX-EOF = "Y"
                   MOVE SPACES TO ARCH-INDEX-RECORD
                   READ ARCH-INDEX-FILE
                       AT END
                           MOVE "Y" TO WS-AIX-EOF
                       NOT AT END
                           IF AIX-KEY NUMERIC
                              AND (WS-DATE-FROM = SPACES
                                   OR AIX-KEY >= WS-KEY-FROM)
                               PERFORM LINK-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-INDEX-FILE
           END-IF.
           OPEN INPUT AUDIT-INPUT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-AUDIT-EOF
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   MOVE SPACES TO AUDIT-INPUT-RECORD
                   READ AUDIT-INPUT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           PERFORM LINK-CHECK-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INPUT-FILE
           END-IF.
           IF WS-LNK-PASS = 1 AND WS-LNK-FULL = "Y"
               DISPLAY "Plus de 500 extournes dans la plage : les"
                   " suivantes s'imprimeront sans leur lien."
           END-IF.
           EXIT.

       LINK-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "audit_arch_" AIX-KEY ".txt"
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           OPEN INPUT AUDIT-ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ARCH-EOF.
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               MOVE SPACES TO AUDIT-ARCH-RECORD
               READ AUDIT-ARCH-FILE
                   AT END
                       MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       MOVE AUDIT-ARCH-RECORD
                           TO AUDIT-INPUT-RECORD
                       PERFORM LINK-CHECK-LINE
               END-READ
           END-PERFORM.
           CLOSE AUDIT-ARCH-FILE.
           EXIT.

      * Passage 1 : une extourne qui touche la plage entre dans la
      * table. Passage 2 : un calcul dont le numero a ete extourne
      * y trouve sa place.
       LINK-CHECK-LINE.
           IF WS-LNK-PASS = 1
               PERFORM LINK-CHECK-RANGE
               IF AUD-REV-SEQ NOT = SPACES
                  AND WS-LNK-IN-RANGE = "Y"
                   IF WS-LNK-COUNT < 500
                       ADD 1 TO WS-LNK-COUNT
                       MOVE AUD-REV-SEQ
                           TO WS-LNK-ORIG-SEQ (WS-LNK-COUNT)
                       MOVE AUD-STATUS
                           TO WS-LNK-KIND (WS-LNK-COUNT)
                       MOVE AUDIT-INPUT-RECORD
                           TO WS-LNK-CONTRA (WS-LNK-COUNT)
                       MOVE SPACES TO WS-LNK-ORIG (WS-LNK-COUNT)
                   ELSE
                       MOVE "Y" TO WS-LNK-FULL
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF AUD-SEQ = SPACES OR AUD-REV-SEQ NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LNK-IX FROM 1 BY 1
                   UNTIL WS-LNK-IX > WS-LNK-COUNT
               IF WS-LNK-ORIG-SEQ (WS-LNK-IX) = AUD-SEQ
                   MOVE AUDIT-INPUT-RECORD TO WS-LNK-ORIG (WS-LNK-IX)
               END-IF
           END-PERFORM.
           EXIT.

      * Situe la ligne courante par rapport a la plage de dates :
      * une ligne de la plage elargit les bornes de numeros
      * WS-LNK-SEQ-LO / WS-LNK-SEQ-HI ; une extourne datee apres
      * la plage n'y est rattachee que si le numero qu'elle annule
      * tombe entre ces bornes. Le journal etant lu dans l'ordre
      * chronologique, les bornes sont completes quand on atteint
      * les lignes posterieures a la plage.
       LINK-CHECK-RANGE.
           MOVE "Y" TO WS-LNK-IN-RANGE.
           MOVE AUD-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-KEY.
           IF WS-DATE-FROM NOT = SPACES
              AND WS-KEY-WORK < WS-KEY-FROM
               MOVE "N" TO WS-LNK-IN-RANGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-TO NOT = SPACES
              AND WS-KEY-WORK > WS-KEY-TO
               MOVE "N" TO WS-LNK-IN-RANGE
               IF AUD-REV-SEQ NOT = SPACES
                  AND WS-LNK-SEQ-LO NOT = SPACES
                  AND AUD-REV-SEQ >= WS-LNK-SEQ-LO
                  AND AUD-REV-SEQ <= WS-LNK-SEQ-HI
                   MOVE "Y" TO WS-LNK-IN-RANGE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF AUD-SEQ NOT = SPACES
               IF WS-LNK-SEQ-LO = SPACES OR AUD-SEQ < WS-LNK-SEQ-LO
                   MOVE AUD-SEQ TO WS-LNK-SEQ-LO
               END-IF
               IF WS-LNK-SEQ-HI = SPACES OR AUD-SEQ > WS-LNK-SEQ-HI
                   MOVE AUD-SEQ TO WS-LNK-SEQ-HI
               END-IF
           END-IF.
           EXIT.

      * Parcours du catalogue des archives : une coupe dont le
      * butoir est anterieur a la date de debut demandee ne peut
      * rien contenir de la plage (tout y est date du butoir ou
               WRITE AUDIT-REPORT-RECORD FROM AUDIT-INPUT-RECORD
           END-IF.
           ADD 1 TO WS-PAGE-LINES.
           PERFORM PRINT-REVERSAL-LINK.
           EXIT.

      * Sous une extourne, le calcul qu'elle annule ; sous un
      * calcul extourne, l'extourne qui l'annule. La ligne liee
      * n'entre ni dans les compteurs ni dans le total.
       PRINT-REVERSAL-LINK.
           MOVE SPACES TO WS-LNK-LINE.
           IF AUD-REV-SEQ NOT = SPACES
               STRING "  EXTOURNE DE  : sequence " AUD-REV-SEQ
                   " introuvable"
                   DELIMITED BY SIZE INTO WS-LNK-LINE
               PERFORM VARYING WS-LNK-IX FROM 1 BY 1
                       UNTIL WS-LNK-IX > WS-LNK-COUNT
                   IF WS-LNK-ORIG-SEQ (WS-LNK-IX) = AUD-REV-SEQ
                      AND WS-LNK-ORIG (WS-LNK-IX) NOT = SPACES
                       MOVE SPACES TO WS-LNK-LINE
                       STRING "  EXTOURNE DE  : "
                           WS-LNK-ORIG (WS-LNK-IX)
                           DELIMITED BY SIZE INTO WS-LNK-LINE
                   END-IF
               END-PERFORM
               IF AUD-STATUS = "R"
                   MOVE "  REJET DE     : " TO WS-LNK-LINE(1:17)
               END-IF
           ELSE
               IF AUD-SEQ NOT = SPACES
                   PERFORM VARYING WS-LNK-IX FROM 1 BY 1
                           UNTIL WS-LNK-IX > WS-LNK-COUNT
                       IF WS-LNK-ORIG-SEQ (WS-LNK-IX) = AUD-SEQ
                           MOVE SPACES TO WS-LNK-LINE
                           STRING "  EXTOURNE PAR : "
                               WS-LNK-CONTRA (WS-LNK-IX)
                               DELIMITED BY SIZE INTO WS-LNK-LINE
                           IF WS-LNK-KIND (WS-LNK-IX) = "R"
                               MOVE "  REJETE PAR   : "
                                   TO WS-LNK-LINE(1:17)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-LNK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-LNK-LINE.
           IF WS-RPT-OPEN = "Y"
               WRITE AUDIT-REPORT-RECORD FROM WS-LNK-LINE
           END-IF.
           ADD 1 TO WS-PAGE-LINES.
           EXIT.

       PRINT-PAGE-HEADING.
               WS-PAGE-VIEW " |".
           DISPLAY " ------------------------------------------------".
           DISPLAY "DATE       HEURE    A      O B      = RESULTAT   "
               "TAUX        CODE OP. TVA MT TVA     SEQUENCE "
               "EXTOURNE DEV DE  MONTANT B  S MOTIF".
           DISPLAY " ------------------------------------------------".
           IF WS-RPT-OPEN = "Y"
               MOVE SPACES TO AUDIT-REPORT-RECORD
               MOVE SPACES TO AUDIT-REPORT-RECORD
               STRING "DATE       HEURE    A      O B      "
                   "= RESULTAT   TAUX        CODE OP. TVA MT TVA"
                   "     SEQUENCE EXTOURNE"
                   " DEV DE  MONTANT B  S MOTIF"
                   DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               MOVE ALL "-" TO AUDIT-REPORT-RECORD
