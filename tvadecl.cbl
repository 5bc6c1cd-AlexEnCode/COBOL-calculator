      * chaque ligne est rejouee dans l'enregistrement du journal
      * pour etre decoupee par le meme dessin.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(160).

       FD  ARCH-INDEX-FILE.
       01  ARCH-INDEX-RECORD.
       01  WS-LINE-TAX         PIC S9(6)V9(2) VALUE 0.
       01  WS-LINE-GROSS       PIC S9(6)V9(2) VALUE 0.
       01  WS-SKIPPED-NB       PIC 9(5)       VALUE 0.

      * Extournes d'operations de TVA (AUD-REV-SEQ renseigne) : la
      * taxe de la contre-passation vient en deduction du mois ou
      * elle est passee. Comptees a part des operations pour le
      * rappel en pied de declaration. Un rejet a la validation
      * (AUD-STATUS R) porte aussi AUD-REV-SEQ : il annule de la
      * meme facon le calcul retenu, mais n'est pas l'extourne
      * d'une operation declaree et se rappelle sur sa propre
      * ligne.
       01  WS-LINE-REV         PIC X(1)       VALUE "N".
       01  WS-TOT-REV-NB       PIC 9(6)       VALUE 0.
       01  WS-TOT-REV-TAX      PIC S9(9)V9(2) VALUE 0.
       01  WS-TOT-REJ-NB       PIC 9(6)       VALUE 0.
       01  WS-TOT-REJ-TAX      PIC S9(9)V9(2) VALUE 0.
       01  WS-FOUND            PIC X(1)       VALUE "N".

       01  WS-RPT-LINE         PIC X(80)      VALUE SPACES.
               COMPUTE WS-LINE-NET =
                   FUNCTION NUMVAL(FUNCTION TRIM(AUD-R-VIEW))
           END-IF.
      * Une extourne reprend les operandes d'origine (vue A sans
      * signe) avec un resultat et une taxe negatifs : les trois
      * montants sont ramenes en deduction quel que soit le signe
      * porte par chaque vue.
           MOVE "N" TO WS-LINE-REV.
           IF AUD-REV-SEQ NOT = SPACES
               MOVE "Y" TO WS-LINE-REV
               COMPUTE WS-LINE-NET = 0 - FUNCTION ABS(WS-LINE-NET)
               COMPUTE WS-LINE-TAX = 0 - FUNCTION ABS(WS-LINE-TAX)
               COMPUTE WS-LINE-GROSS =
                   0 - FUNCTION ABS(WS-LINE-GROSS)
               IF AUD-STATUS = "R"
                   ADD 1 TO WS-TOT-REJ-NB
                   ADD WS-LINE-TAX TO WS-TOT-REJ-TAX
               ELSE
                   ADD 1 TO WS-TOT-REV-NB
                   ADD WS-LINE-TAX TO WS-TOT-REV-TAX
               END-IF
           END-IF.
           PERFORM ADD-DECL-TOTAL.
           EXIT.

               IF WS-FOUND = "N"
                  AND WS-DCL-CODE (WS-DCL-IX) = AUD-VAT-CODE
                   MOVE "Y" TO WS-FOUND
                   IF WS-LINE-REV = "N"
                       ADD 1 TO WS-DCL-NB (WS-DCL-IX)
                   END-IF
                   ADD WS-LINE-NET TO WS-DCL-NET (WS-DCL-IX)
                   ADD WS-LINE-TAX TO WS-DCL-TAX (WS-DCL-IX)
                   ADD WS-LINE-GROSS TO WS-DCL-GROSS (WS-DCL-IX)
           IF WS-FOUND = "N" AND WS-DCL-COUNT < 10
               ADD 1 TO WS-DCL-COUNT
               MOVE AUD-VAT-CODE TO WS-DCL-CODE (WS-DCL-COUNT)
               MOVE ZERO TO WS-DCL-NB (WS-DCL-COUNT)
               IF WS-LINE-REV = "N"
                   MOVE 1 TO WS-DCL-NB (WS-DCL-COUNT)
               END-IF
               MOVE WS-LINE-NET TO WS-DCL-NET (WS-DCL-COUNT)
               MOVE WS-LINE-TAX TO WS-DCL-TAX (WS-DCL-COUNT)
               MOVE WS-LINE-GROSS TO WS-DCL-GROSS (WS-DCL-COUNT)
           END-IF.
           IF WS-LINE-REV = "N"
               ADD 1 TO WS-TOT-NB
           END-IF.
           ADD WS-LINE-NET TO WS-TOT-NET.
           ADD WS-LINE-TAX TO WS-TOT-TAX.
           ADD WS-LINE-GROSS TO WS-TOT-GROSS.
               WS-AMT-VIEW2 " " WS-AMT-VIEW3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM RPT-WRITE.
           IF WS-TOT-REV-NB > 0
               MOVE WS-TOT-REV-NB TO WS-NB-VIEW
               MOVE WS-TOT-REV-TAX TO WS-AMT-VIEW
               STRING "Extournes : " WS-NB-VIEW " operation(s),"
                   " taxe deduite " WS-AMT-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-TOT-REJ-NB > 0
               MOVE WS-TOT-REJ-NB TO WS-NB-VIEW
               MOVE WS-TOT-REJ-TAX TO WS-AMT-VIEW
               STRING "Rejets    : " WS-NB-VIEW " operation(s),"
                   " taxe annulee " WS-AMT-VIEW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM RPT-WRITE
           END-IF.
           IF WS-SKIPPED-NB > 0
               MOVE WS-SKIPPED-NB TO WS-NB-VIEW
               STRING "ATTENTION : " WS-NB-VIEW " ligne(s) de TVA"
