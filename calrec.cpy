      *=============================================================*
      * CALREC : ligne du calendrier des jours ouvres               *
      * (calendrier.txt), tenu par la maintenance du calendrier et  *
      * lu par la cloture (avance de la date de gestion) et la      *
      * calculatrice (dates d'echeance des simulations).            *
      * CAL-TYPE F : jour ferie, CAL-DATE porte la date JJ/MM/AAAA, *
      * une ligne par jour et par annee (les feries mobiles         *
      * changent chaque annee, rien n'est deduit d'une annee sur    *
      * l'autre).                                                   *
      * CAL-TYPE W : regle de week-end, une seule ligne ; CAL-DATE  *
      * porte les numeros des jours de la semaine fermes, 1 lundi   *
      * a 7 dimanche, cadres a gauche ("67" = samedi et dimanche).  *
      * CAL-LABEL : libelle libre (nom du ferie).                   *
      *=============================================================*
       01  CAL-RECORD-TAG.
           05  CAL-TYPE           PIC X(01).
           05  FILLER             PIC X.
           05  CAL-DATE           PIC X(10).
           05  FILLER             PIC X.
           05  CAL-LABEL          PIC X(30).
