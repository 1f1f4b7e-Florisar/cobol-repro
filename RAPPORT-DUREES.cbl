       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-DUREES.

      *----------------------------------------------------------------
      * Nom du programme : RAPPORT-DUREES
      * Description    : Durees de la fenetre batch -- relit
      *                  historique_executions.txt, ou les pilotes de
      *                  chaine (BATCH-SOIR, BATCH-NUIT, BATCH-MOIS,
      *                  PILOTE-PLAN) posent le debut ('D') et la fin
      *                  ('F') de la chaine et le debut ('E') et la
      *                  fin ('T') de chacune de leurs etapes. Pour la
      *                  derniere execution de chaque chaine : duree
      *                  de chaque etape face a sa moyenne glissante
      *                  sur les vingt executions precedentes, avec
      *                  la mention DEPASSEMENT quand l'etape tourne
      *                  nettement au-dessus (cle SEUIL-DUREE-PCT),
      *                  puis duree totale de la chaine face a l'heure
      *                  de fin de la fenetre batch (cle
      *                  FIN-FENETRE-BATCH, HHMM). Derniere etape de
      *                  BATCH-SOIR : la soiree en cours est mesuree
      *                  jusqu'a l'instant du rapport. L'etat
      *                  s'imprime par EDITION-ETAT
      *                  (etat_DUREES.txt) ; le code retour reste a
      *                  zero, un depassement ne doit pas arreter la
      *                  chaine.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-FILE
              ASSIGN TO "historique_executions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTORIQUE.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIQUE-FILE.
       01 HISTORIQUE-LIGNE PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-FS-HISTORIQUE    PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

      *>   Fin de la fenetre batch (HHMM, premiere occurrence apres
      *>   le depart de la chaine) et seuil d'alerte en pourcentage
      *>   de la moyenne : valeurs par defaut du programme,
      *>   remplacees par parametres.txt si la cle existe. Un ecart
      *>   de moins d'une minute n'est jamais signale, quel que soit
      *>   le pourcentage -- une etape de deux secondes qui en prend
      *>   cinq n'interesse personne.
       01 WS-FIN-FENETRE      PIC 9(4) VALUE 600.
       01 WS-FIN-FENETRE-X    REDEFINES WS-FIN-FENETRE.
           05 WS-FENETRE-HH   PIC 9(2).
           05 WS-FENETRE-MN   PIC 9(2).
       01 WS-SEUIL-PCT        PIC 9(4) VALUE 150.
       01 WS-ECART-MINIMUM    PIC 9(5) VALUE 60.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Profondeur de la moyenne glissante : les vingt dernieres
      *>   executions abouties, hors celle qui est rapportee.
       01 WS-PROFONDEUR       PIC 9(2) VALUE 20.

      *>   Une entree par chaine vue dans l'historique : execution la
      *>   plus recente (numero, debut, fin, duree en secondes) et
      *>   anneau des durees des executions abouties precedentes.
       01 WS-NB-CHAINES       PIC 9(1) VALUE 0.
       01 WS-TABLE-CHAINES.
           05 WS-CH-ENTRY OCCURS 4 TIMES INDEXED BY WS-CIDX.
               10 CH-NOM          PIC X(15).
               10 CH-RUN          PIC 9(5).
               10 CH-DEBUT        PIC X(17).
               10 CH-FIN          PIC X(17).
               10 CH-RC           PIC X(4).
               10 CH-DEBUT-SEC    PIC 9(11).
               10 CH-DUREE        PIC 9(7).
               10 CH-FINIE        PIC X(1).
               10 CH-NB-HISTO     PIC 9(2).
               10 CH-POS-HISTO    PIC 9(2).
               10 CH-HISTO        PIC 9(7) OCCURS 20 TIMES.

      *>   Une entree par etape (chaine + nom d'etape) : meme
      *>   principe, l'execution de chaine ou l'etape a ete vue en
      *>   dernier dit si elle fait partie du dernier passage.
       01 WS-NB-ETAPES        PIC 9(3) VALUE 0.
       01 WS-TABLE-ETAPES.
           05 WS-ET-ENTRY OCCURS 150 TIMES INDEXED BY WS-EIDX.
               10 ET-CHAINE       PIC 9(1).
               10 ET-NOM          PIC X(15).
               10 ET-RUN          PIC 9(5).
               10 ET-DEBUT-SEC    PIC 9(11).
               10 ET-DUREE        PIC 9(7).
               10 ET-RC           PIC X(4).
               10 ET-FINIE        PIC X(1).
               10 ET-NB-HISTO     PIC 9(2).
               10 ET-POS-HISTO    PIC 9(2).
               10 ET-HISTO        PIC 9(7) OCCURS 20 TIMES.

      *>   Chaine dont les etapes sont en train de passer : la
      *>   derniere ouverte ('D') et pas encore fermee ('F').
       01 WS-CHAINE-COURANTE  PIC 9(1) VALUE 0.
       01 WS-TROUVE           PIC X(1).
       01 WS-HIDX             PIC 9(2) VALUE 0.

      *>   Champs eclates d'une ligne d'historique.
       01 WS-H-HORODATAGE     PIC X(17).
       01 WS-H-PROGRAMME      PIC X(15).
       01 WS-H-EVENEMENT      PIC X(1).
       01 WS-H-RC             PIC X(4).

      *>   Horodatage "AAAAMMJJ-HHMMSSCC" ramene en secondes depuis
      *>   l'origine du calendrier : les durees franchissent minuit.
       01 WS-HORO.
           05 WS-HORO-DATE    PIC 9(8).
           05 FILLER          PIC X(1).
           05 WS-HORO-HH      PIC 9(2).
           05 WS-HORO-MN      PIC 9(2).
           05 WS-HORO-SS      PIC 9(2).
           05 WS-HORO-CC      PIC 9(2).
       01 WS-HORO-VALIDE      PIC X(1).
       01 WS-SECONDES         PIC 9(11) VALUE 0.

      *>   Instant du rapport : une chaine sans fin est mesuree
      *>   jusqu'ici.
       01 WS-DATE-MAINTENANT  PIC 9(8).
       01 WS-HEURE-MAINTENANT PIC 9(8).
       01 WS-MAINTENANT-SEC   PIC 9(11) VALUE 0.

       01 WS-FIN-SEC          PIC 9(11) VALUE 0.
       01 WS-FENETRE-SEC      PIC 9(11) VALUE 0.
       01 WS-FENETRE-JOUR     PIC 9(8) VALUE 0.
       01 WS-DUREE-MESUREE    PIC 9(9) VALUE 0.
       01 WS-MOYENNE          PIC 9(7) VALUE 0.
       01 WS-SOMME            PIC 9(9) VALUE 0.
       01 WS-ECART            PIC 9(7) VALUE 0.
       01 WS-MENTION          PIC X(12).

      *>   Duree en secondes mise en forme HH:MM:SS.
       01 WS-DUR-SEC          PIC 9(9) VALUE 0.
       01 WS-DUR-HEURES       PIC 9(7) VALUE 0.
       01 WS-DUR-RESTE        PIC 9(5) VALUE 0.
       01 WS-DUR-TEXTE.
           05 WS-DUR-HH       PIC 9(2).
           05 FILLER          PIC X(1) VALUE ":".
           05 WS-DUR-MN       PIC 9(2).
           05 FILLER          PIC X(1) VALUE ":".
           05 WS-DUR-SS       PIC 9(2).
       01 WS-DUREE-TEXTE      PIC X(8).
       01 WS-MOYENNE-TEXTE    PIC X(8).
       01 WS-NB-HISTO-ED      PIC Z9.

      *>   Totaux de l'etat.
       01 WS-NB-CHAINES-VUES  PIC 9(2) VALUE 0.
       01 WS-NB-DEPASSEMENTS  PIC 9(3) VALUE 0.
       01 WS-NB-HORS-FENETRE  PIC 9(2) VALUE 0.

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "DUREES DE LA FENETRE BATCH"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-PARAMETRES
           ACCEPT WS-DATE-MAINTENANT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-MAINTENANT FROM TIME
           MOVE SPACES TO WS-H-HORODATAGE
           STRING WS-DATE-MAINTENANT  DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-HEURE-MAINTENANT DELIMITED BY SIZE
                  INTO WS-H-HORODATAGE
           END-STRING
           PERFORM CALCULER-SECONDES
           MOVE WS-SECONDES TO WS-MAINTENANT-SEC

           OPEN INPUT HISTORIQUE-FILE
           IF WS-FS-HISTORIQUE NOT = "00"
               DISPLAY "Historique des executions absent : "
                       WS-FS-HISTORIQUE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           READ HISTORIQUE-FILE
               AT END MOVE "10" TO WS-FS-HISTORIQUE
           END-READ
           PERFORM UNTIL WS-FS-HISTORIQUE = "10"
               IF HISTORIQUE-LIGNE NOT = SPACES
                   PERFORM RETENIR-LIGNE-HISTORIQUE
               END-IF
               READ HISTORIQUE-FILE
                   AT END MOVE "10" TO WS-FS-HISTORIQUE
               END-READ
           END-PERFORM
           CLOSE HISTORIQUE-FILE

           PERFORM IMPRIMER-RAPPORT

           DISPLAY "Chaines rapportees     : " WS-NB-CHAINES-VUES
           DISPLAY "Etapes en depassement  : " WS-NB-DEPASSEMENTS
           DISPLAY "Fenetres depassees     : " WS-NB-HORS-FENETRE
           DISPLAY "Etat imprime dans etat_DUREES.txt"
           DISPLAY WS-SEPARATEUR
           MOVE 0 TO RETURN-CODE
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-PARAMETRES.
      *>   Une heure de fin illisible (minutes au-dela de 59) laisse
      *>   la valeur par defaut.
           MOVE "FIN-FENETRE-BATCH" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM < 2400
              AND FUNCTION MOD (WS-PRM-VALEUR-NUM, 100) < 60
               MOVE WS-PRM-VALEUR-NUM TO WS-FIN-FENETRE
           END-IF
           MOVE "SEUIL-DUREE-PCT" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM >= 100
              AND WS-PRM-VALEUR-NUM < 10000
               MOVE WS-PRM-VALEUR-NUM TO WS-SEUIL-PCT
           END-IF.

       *>--------------------------------------------------------------
       RETENIR-LIGNE-HISTORIQUE.
      *>   Debut et fin des quatre pilotes de chaine ; debut et fin
      *>   d'etape rattaches a la chaine ouverte. Les traces propres
      *>   des programmes appeles ('D'/'F' sous leur nom) ne servent
      *>   pas ici.
           MOVE SPACES TO WS-H-HORODATAGE WS-H-PROGRAMME
           MOVE SPACES TO WS-H-EVENEMENT WS-H-RC
           UNSTRING HISTORIQUE-LIGNE DELIMITED BY "|"
               INTO WS-H-HORODATAGE WS-H-PROGRAMME
                    WS-H-EVENEMENT WS-H-RC
           END-UNSTRING
           PERFORM CALCULER-SECONDES
           IF WS-HORO-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-H-EVENEMENT
               WHEN 'D'
                   IF WS-H-PROGRAMME = "BATCH-SOIR" OR
                      WS-H-PROGRAMME = "BATCH-NUIT" OR
                      WS-H-PROGRAMME = "BATCH-MOIS" OR
                      WS-H-PROGRAMME = "PILOTE-PLAN"
                       PERFORM OUVRIR-CHAINE
                   END-IF
               WHEN 'F'
                   IF WS-H-PROGRAMME = "BATCH-SOIR" OR
                      WS-H-PROGRAMME = "BATCH-NUIT" OR
                      WS-H-PROGRAMME = "BATCH-MOIS" OR
                      WS-H-PROGRAMME = "PILOTE-PLAN"
                       PERFORM FERMER-CHAINE
                   END-IF
               WHEN 'E'
                   IF WS-CHAINE-COURANTE > 0
                       PERFORM OUVRIR-ETAPE
                   END-IF
               WHEN 'T'
                   IF WS-CHAINE-COURANTE > 0
                       PERFORM FERMER-ETAPE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------------------
       CALCULER-SECONDES.
           MOVE 'N' TO WS-HORO-VALIDE
           MOVE 0 TO WS-SECONDES
           MOVE WS-H-HORODATAGE TO WS-HORO
           IF WS-HORO-DATE NOT NUMERIC OR WS-HORO-HH NOT NUMERIC
              OR WS-HORO-MN NOT NUMERIC OR WS-HORO-SS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-HORO-DATE < 16010101 OR WS-HORO-HH > 23
              OR WS-HORO-MN > 59 OR WS-HORO-SS > 59
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SECONDES =
               FUNCTION INTEGER-OF-DATE (WS-HORO-DATE) * 86400
             + WS-HORO-HH * 3600 + WS-HORO-MN * 60 + WS-HORO-SS
           MOVE 'Y' TO WS-HORO-VALIDE.

       *>--------------------------------------------------------------
       OUVRIR-CHAINE.
      *>   Nouvelle execution de la chaine : la precedente, si elle
      *>   a abouti, rejoint l'anneau de la moyenne. Une execution
      *>   interrompue (debut sans fin) n'y entre pas.
           PERFORM CHERCHER-CHAINE
           IF WS-TROUVE = 'N'
               IF WS-NB-CHAINES >= 4
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-CHAINES
               SET WS-CIDX TO WS-NB-CHAINES
               MOVE WS-H-PROGRAMME TO CH-NOM (WS-CIDX)
               MOVE 0 TO CH-RUN (WS-CIDX) CH-NB-HISTO (WS-CIDX)
               MOVE 0 TO CH-POS-HISTO (WS-CIDX) CH-DUREE (WS-CIDX)
               MOVE 'N' TO CH-FINIE (WS-CIDX)
           END-IF
           IF CH-FINIE (WS-CIDX) = 'Y'
               ADD 1 TO CH-POS-HISTO (WS-CIDX)
               IF CH-POS-HISTO (WS-CIDX) > WS-PROFONDEUR
                   MOVE 1 TO CH-POS-HISTO (WS-CIDX)
               END-IF
               MOVE CH-POS-HISTO (WS-CIDX) TO WS-HIDX
               MOVE CH-DUREE (WS-CIDX) TO CH-HISTO (WS-CIDX, WS-HIDX)
               IF CH-NB-HISTO (WS-CIDX) < WS-PROFONDEUR
                   ADD 1 TO CH-NB-HISTO (WS-CIDX)
               END-IF
           END-IF
           ADD 1 TO CH-RUN (WS-CIDX)
           MOVE WS-H-HORODATAGE TO CH-DEBUT (WS-CIDX)
           MOVE SPACES TO CH-FIN (WS-CIDX) CH-RC (WS-CIDX)
           MOVE WS-SECONDES TO CH-DEBUT-SEC (WS-CIDX)
           MOVE 0 TO CH-DUREE (WS-CIDX)
           MOVE 'N' TO CH-FINIE (WS-CIDX)
           SET WS-CHAINE-COURANTE TO WS-CIDX.

       *>--------------------------------------------------------------
       FERMER-CHAINE.
           PERFORM CHERCHER-CHAINE
           IF WS-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF CH-FINIE (WS-CIDX) = 'N'
               MOVE WS-H-HORODATAGE TO CH-FIN (WS-CIDX)
               MOVE WS-H-RC TO CH-RC (WS-CIDX)
               IF WS-SECONDES > CH-DEBUT-SEC (WS-CIDX)
                   COMPUTE CH-DUREE (WS-CIDX) =
                       WS-SECONDES - CH-DEBUT-SEC (WS-CIDX)
               END-IF
               MOVE 'Y' TO CH-FINIE (WS-CIDX)
           END-IF
           IF WS-CHAINE-COURANTE = WS-CIDX
               MOVE 0 TO WS-CHAINE-COURANTE
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-CHAINE.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-CIDX FROM 1 BY 1
                    UNTIL WS-CIDX > WS-NB-CHAINES OR WS-TROUVE = 'Y'
               IF CH-NOM (WS-CIDX) = WS-H-PROGRAMME
                   MOVE 'Y' TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = 'Y'
               SET WS-CIDX DOWN BY 1
           END-IF.

       *>--------------------------------------------------------------
       OUVRIR-ETAPE.
      *>   Meme principe que la chaine : la duree aboutie precedente
      *>   de l'etape rejoint son anneau avant le nouveau depart.
           PERFORM CHERCHER-ETAPE
           IF WS-TROUVE = 'N'
               IF WS-NB-ETAPES >= 150
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-ETAPES
               SET WS-EIDX TO WS-NB-ETAPES
               MOVE WS-CHAINE-COURANTE TO ET-CHAINE (WS-EIDX)
               MOVE WS-H-PROGRAMME TO ET-NOM (WS-EIDX)
               MOVE 0 TO ET-NB-HISTO (WS-EIDX) ET-POS-HISTO (WS-EIDX)
               MOVE 0 TO ET-DUREE (WS-EIDX)
               MOVE 'N' TO ET-FINIE (WS-EIDX)
           END-IF
           IF ET-FINIE (WS-EIDX) = 'Y'
               ADD 1 TO ET-POS-HISTO (WS-EIDX)
               IF ET-POS-HISTO (WS-EIDX) > WS-PROFONDEUR
                   MOVE 1 TO ET-POS-HISTO (WS-EIDX)
               END-IF
               MOVE ET-POS-HISTO (WS-EIDX) TO WS-HIDX
               MOVE ET-DUREE (WS-EIDX) TO ET-HISTO (WS-EIDX, WS-HIDX)
               IF ET-NB-HISTO (WS-EIDX) < WS-PROFONDEUR
                   ADD 1 TO ET-NB-HISTO (WS-EIDX)
               END-IF
           END-IF
           MOVE CH-RUN (WS-CHAINE-COURANTE) TO ET-RUN (WS-EIDX)
           MOVE WS-SECONDES TO ET-DEBUT-SEC (WS-EIDX)
           MOVE 0 TO ET-DUREE (WS-EIDX)
           MOVE SPACES TO ET-RC (WS-EIDX)
           MOVE 'N' TO ET-FINIE (WS-EIDX).

       *>--------------------------------------------------------------
       FERMER-ETAPE.
           PERFORM CHERCHER-ETAPE
           IF WS-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ET-FINIE (WS-EIDX) = 'N'
               IF WS-SECONDES > ET-DEBUT-SEC (WS-EIDX)
                   COMPUTE ET-DUREE (WS-EIDX) =
                       WS-SECONDES - ET-DEBUT-SEC (WS-EIDX)
               END-IF
               MOVE WS-H-RC TO ET-RC (WS-EIDX)
               MOVE 'Y' TO ET-FINIE (WS-EIDX)
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-ETAPE.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-EIDX FROM 1 BY 1
                    UNTIL WS-EIDX > WS-NB-ETAPES OR WS-TROUVE = 'Y'
               IF ET-CHAINE (WS-EIDX) = WS-CHAINE-COURANTE AND
                  ET-NOM (WS-EIDX) = WS-H-PROGRAMME
                   MOVE 'Y' TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = 'Y'
               SET WS-EIDX DOWN BY 1
           END-IF.

       *>--------------------------------------------------------------
       IMPRIMER-RAPPORT.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "DUREES" TO WS-EDT-NOM
           MOVE "DUREES DES CHAINES BATCH ET FENETRE D'EXPLOITATION"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           PERFORM VARYING WS-CIDX FROM 1 BY 1
                    UNTIL WS-CIDX > WS-NB-CHAINES
               PERFORM IMPRIMER-CHAINE
           END-PERFORM

           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Chaines : " DELIMITED BY SIZE
                  WS-NB-CHAINES-VUES DELIMITED BY SIZE
                  "  etapes en depassement : " DELIMITED BY SIZE
                  WS-NB-DEPASSEMENTS DELIMITED BY SIZE
                  "  fenetres depassees : " DELIMITED BY SIZE
                  WS-NB-HORS-FENETRE DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-CHAINE.
      *>   Derniere execution de la chaine : une chaine sans fin est
      *>   en cours (la soiree qui lance ce rapport) ou interrompue,
      *>   elle est mesuree jusqu'a l'instant du rapport.
           ADD 1 TO WS-NB-CHAINES-VUES
           IF CH-FINIE (WS-CIDX) = 'Y'
               MOVE CH-DUREE (WS-CIDX) TO WS-DUREE-MESUREE
               COMPUTE WS-FIN-SEC =
                   CH-DEBUT-SEC (WS-CIDX) + CH-DUREE (WS-CIDX)
           ELSE
               MOVE 0 TO WS-DUREE-MESUREE
               IF WS-MAINTENANT-SEC > CH-DEBUT-SEC (WS-CIDX)
                   COMPUTE WS-DUREE-MESUREE =
                       WS-MAINTENANT-SEC - CH-DEBUT-SEC (WS-CIDX)
               END-IF
               MOVE WS-MAINTENANT-SEC TO WS-FIN-SEC
           END-IF
           MOVE 0 TO WS-SOMME WS-MOYENNE
           PERFORM VARYING WS-HIDX FROM 1 BY 1
                    UNTIL WS-HIDX > CH-NB-HISTO (WS-CIDX)
               ADD CH-HISTO (WS-CIDX, WS-HIDX) TO WS-SOMME
           END-PERFORM
           IF CH-NB-HISTO (WS-CIDX) > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-SOMME / CH-NB-HISTO (WS-CIDX)
           END-IF
           MOVE WS-DUREE-MESUREE TO WS-DUR-SEC
           PERFORM FORMATER-DUREE
           MOVE WS-DUR-TEXTE TO WS-DUREE-TEXTE
           MOVE WS-MOYENNE TO WS-DUR-SEC
           PERFORM FORMATER-DUREE
           MOVE WS-DUR-TEXTE TO WS-MOYENNE-TEXTE
           MOVE CH-NB-HISTO (WS-CIDX) TO WS-NB-HISTO-ED

           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           IF CH-FINIE (WS-CIDX) = 'Y'
               STRING CH-NOM (WS-CIDX)        DELIMITED BY SIZE
                      " debut "               DELIMITED BY SIZE
                      CH-DEBUT (WS-CIDX) (1:15) DELIMITED BY SIZE
                      "  fin "                DELIMITED BY SIZE
                      CH-FIN (WS-CIDX) (1:15) DELIMITED BY SIZE
                      "  rc "                 DELIMITED BY SIZE
                      CH-RC (WS-CIDX)         DELIMITED BY SIZE
                      "  duree "              DELIMITED BY SIZE
                      WS-DUREE-TEXTE          DELIMITED BY SIZE
                      "  moyenne "            DELIMITED BY SIZE
                      WS-MOYENNE-TEXTE        DELIMITED BY SIZE
                      " sur "                 DELIMITED BY SIZE
                      WS-NB-HISTO-ED          DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           ELSE
               STRING CH-NOM (WS-CIDX)        DELIMITED BY SIZE
                      " debut "               DELIMITED BY SIZE
                      CH-DEBUT (WS-CIDX) (1:15) DELIMITED BY SIZE
                      "  SANS FIN (en cours ?)" DELIMITED BY SIZE
                      "  duree "              DELIMITED BY SIZE
                      WS-DUREE-TEXTE          DELIMITED BY SIZE
                      "  moyenne "            DELIMITED BY SIZE
                      WS-MOYENNE-TEXTE        DELIMITED BY SIZE
                      " sur "                 DELIMITED BY SIZE
                      WS-NB-HISTO-ED          DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           PERFORM IMPRIMER-FENETRE

           MOVE SPACES TO WS-EDT-LIGNE
           MOVE "  ETAPE            DUREE    MOYENNE  NB RC    ALERTE"
                TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM VARYING WS-EIDX FROM 1 BY 1
                    UNTIL WS-EIDX > WS-NB-ETAPES
               IF ET-CHAINE (WS-EIDX) = WS-CIDX AND
                  ET-RUN (WS-EIDX) = CH-RUN (WS-CIDX)
                   PERFORM IMPRIMER-ETAPE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       IMPRIMER-FENETRE.
      *>   La fenetre se ferme a la premiere heure FIN-FENETRE-BATCH
      *>   qui suit le depart de la chaine (le lendemain matin pour
      *>   une chaine du soir).
           MOVE CH-DEBUT (WS-CIDX) TO WS-H-HORODATAGE
           PERFORM CALCULER-SECONDES
           COMPUTE WS-FENETRE-SEC =
               FUNCTION INTEGER-OF-DATE (WS-HORO-DATE) * 86400
             + WS-FENETRE-HH * 3600 + WS-FENETRE-MN * 60
           IF WS-FENETRE-SEC <= CH-DEBUT-SEC (WS-CIDX)
               ADD 86400 TO WS-FENETRE-SEC
           END-IF
           COMPUTE WS-FENETRE-JOUR = FUNCTION DATE-OF-INTEGER
               (WS-FENETRE-SEC / 86400)

           MOVE SPACES TO WS-EDT-LIGNE
           IF WS-FIN-SEC > WS-FENETRE-SEC
               ADD 1 TO WS-NB-HORS-FENETRE
               COMPUTE WS-DUR-SEC = WS-FIN-SEC - WS-FENETRE-SEC
               PERFORM FORMATER-DUREE
               STRING "  fin de fenetre "   DELIMITED BY SIZE
                      WS-FIN-FENETRE       DELIMITED BY SIZE
                      " le "               DELIMITED BY SIZE
                      WS-FENETRE-JOUR      DELIMITED BY SIZE
                      " -- FENETRE DEPASSEE DE " DELIMITED BY SIZE
                      WS-DUR-TEXTE         DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           ELSE
               COMPUTE WS-DUR-SEC = WS-FENETRE-SEC - WS-FIN-SEC
               PERFORM FORMATER-DUREE
               STRING "  fin de fenetre "   DELIMITED BY SIZE
                      WS-FIN-FENETRE       DELIMITED BY SIZE
                      " le "               DELIMITED BY SIZE
                      WS-FENETRE-JOUR      DELIMITED BY SIZE
                      " -- marge "         DELIMITED BY SIZE
                      WS-DUR-TEXTE         DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-ETAPE.
      *>   DEPASSEMENT : duree au-dela de SEUIL-DUREE-PCT % de la
      *>   moyenne et d'au moins une minute ; sans historique il n'y
      *>   a pas de moyenne, donc pas d'alerte.
           MOVE 0 TO WS-SOMME WS-MOYENNE
           PERFORM VARYING WS-HIDX FROM 1 BY 1
                    UNTIL WS-HIDX > ET-NB-HISTO (WS-EIDX)
               ADD ET-HISTO (WS-EIDX, WS-HIDX) TO WS-SOMME
           END-PERFORM
           IF ET-NB-HISTO (WS-EIDX) > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-SOMME / ET-NB-HISTO (WS-EIDX)
           END-IF

           MOVE SPACES TO WS-MENTION
           IF ET-FINIE (WS-EIDX) = 'Y'
               MOVE ET-DUREE (WS-EIDX) TO WS-DUREE-MESUREE
               IF ET-NB-HISTO (WS-EIDX) > 0 AND
                  WS-DUREE-MESUREE > WS-MOYENNE
                   COMPUTE WS-ECART = WS-DUREE-MESUREE - WS-MOYENNE
                   IF WS-DUREE-MESUREE * 100 >
                      WS-MOYENNE * WS-SEUIL-PCT AND
                      WS-ECART >= WS-ECART-MINIMUM
                       MOVE "DEPASSEMENT" TO WS-MENTION
                       ADD 1 TO WS-NB-DEPASSEMENTS
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-DUREE-MESUREE
               IF WS-MAINTENANT-SEC > ET-DEBUT-SEC (WS-EIDX)
                   COMPUTE WS-DUREE-MESUREE =
                       WS-MAINTENANT-SEC - ET-DEBUT-SEC (WS-EIDX)
               END-IF
               MOVE "SANS FIN" TO WS-MENTION
           END-IF

           MOVE WS-DUREE-MESUREE TO WS-DUR-SEC
           PERFORM FORMATER-DUREE
           MOVE WS-DUR-TEXTE TO WS-DUREE-TEXTE
           MOVE WS-MOYENNE TO WS-DUR-SEC
           PERFORM FORMATER-DUREE
           MOVE WS-DUR-TEXTE TO WS-MOYENNE-TEXTE
           MOVE ET-NB-HISTO (WS-EIDX) TO WS-NB-HISTO-ED

           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  "                 DELIMITED BY SIZE
                  ET-NOM (WS-EIDX)     DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DUREE-TEXTE       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-MOYENNE-TEXTE     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-NB-HISTO-ED       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ET-RC (WS-EIDX)      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-MENTION           DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       FORMATER-DUREE.
      *>   Au-dela de 99 heures l'affichage plafonne a 99:59:59.
           DIVIDE WS-DUR-SEC BY 3600 GIVING WS-DUR-HEURES
               REMAINDER WS-DUR-RESTE
           IF WS-DUR-HEURES > 99
               MOVE 99 TO WS-DUR-HH
               MOVE 59 TO WS-DUR-MN WS-DUR-SS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUR-HEURES TO WS-DUR-HH
           DIVIDE WS-DUR-RESTE BY 60 GIVING WS-DUR-MN
               REMAINDER WS-DUR-SS.
