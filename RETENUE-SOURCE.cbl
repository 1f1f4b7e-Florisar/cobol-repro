       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENUE-SOURCE.

      *----------------------------------------------------------------
      * Nom du programme : RETENUE-SOURCE
      * Description    : Retenue a la source sur les interets
      *                  crediteurs, commune a INTERET, CLOTURE-COMPTE
      *                  et DEPOTS-TERME (meme patron d'appel que
      *                  LIRE-BAREME).
      *
      *                  Le contribuable est le titulaire du compte
      *                  credite (COMPTE-REGISTRE : un livret ou un
      *                  depot a terme rend son client, un compte
      *                  absent du registre est son propre titulaire) ;
      *                  il est exonere quand sa fiche de client.txt
      *                  porte l'indicateur 'O' (voir CLIENTREC).
      *
      *                  LK-ACTION 'C' (calcul) : retenue due sur
      *                  LK-BRUT au taux TAUX-RETENUE-SOURCE de
      *                  parametres.txt (centiemes de pour cent, 1280
      *                  = 12,80 %), arrondie au centime ; zero pour un
      *                  titulaire exonere. Rend aussi le titulaire,
      *                  son indicateur et le compte technique de
      *                  l'Etat (cle COMPTE-ETAT-IMPOTS, hors
      *                  clients.csv comme le compte de consignation)
      *                  qui recoit la piece de credit au grand livre.
      *
      *                  LK-ACTION 'E' (enregistrement) : l'appelant a
      *                  passe ses pieces ; la ligne
      *                  "AAAAMMJJ|TITULAIRE|COMPTE|BRUT|RETENUE|
      *                  EXONERE|PROGRAMME" s'ajoute a retenues.txt,
      *                  que DECLARATION-RETENUES cumule chaque mois
      *                  pour l'administration fiscale. Un titulaire
      *                  exonere y figure aussi (retenue a zero) : la
      *                  declaration porte tous les interets verses.
      *
      *                  Parametres, journee d'exploitation et liste
      *                  des exoneres ne sont lus qu'au premier appel.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENUES-FILE
              ASSIGN TO "retenues.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETENUES.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

       DATA DIVISION.
       FILE SECTION.
       FD RETENUES-FILE.
       01 RETENUE-LIGNE PIC X(80).

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       WORKING-STORAGE SECTION.
       01 WS-FS-RETENUES      PIC XX.
       01 WS-FS-GUICHET       PIC XX.

      *>   Taux et compte par defaut, conserves si les cles sont
      *>   absentes de parametres.txt.
       01 WS-PARAMETRES-LUS   PIC X(1) VALUE 'N'.
       01 WS-TAUX-RETENUE     PIC 9(4) VALUE 1280.
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 99996.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes,
      *>   comptes.txt).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Clients exoneres releves dans client.txt (douzieme champ
      *>   apres l'identifiant) ; un client supprime 'D' n'y entre
      *>   pas.
       01 WS-NB-EXONERES      PIC 9(4) VALUE 0.
       01 WS-TABLE-EXONERES.
           05 WS-EXONERE-ID OCCURS 1000 TIMES INDEXED BY WS-EIDX
                             PIC 9(5).
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-STATUT       PIC X(1).
       01 WS-GUI-EXONERE      PIC X(1).
       01 WS-GUI-IGNORE       PIC X(30).

       01 WS-BRUT-EDIT        PIC 9(7).99.
       01 WS-RETENUE-EDIT     PIC 9(7).99.

       LINKAGE SECTION.
       01 LK-ACTION       PIC X(1).
       01 LK-COMPTE       PIC 9(5).
       01 LK-BRUT         PIC 9(7)V99.
       01 LK-PROGRAMME    PIC X(15).
       01 LK-TITULAIRE    PIC 9(5).
       01 LK-EXONERE      PIC X(1).
       01 LK-RETENUE      PIC 9(7)V99.
       01 LK-COMPTE-ETAT  PIC 9(5).

       PROCEDURE DIVISION USING LK-ACTION LK-COMPTE LK-BRUT
            LK-PROGRAMME LK-TITULAIRE LK-EXONERE LK-RETENUE
            LK-COMPTE-ETAT.
       MAIN-SECTION.
           IF WS-PARAMETRES-LUS = 'N'
               PERFORM LIRE-CONFIGURATION
               CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
               PERFORM CHARGER-EXONERES
               MOVE 'Y' TO WS-PARAMETRES-LUS
           END-IF
           MOVE WS-COMPTE-ETAT TO LK-COMPTE-ETAT

           EVALUATE LK-ACTION
               WHEN 'C'
                   PERFORM CALCULER-RETENUE
               WHEN 'E'
                   PERFORM ENREGISTRER-RETENUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "TAUX-RETENUE-SOURCE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-TAUX-RETENUE
           END-IF
           MOVE "COMPTE-ETAT-IMPOTS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-ETAT
           END-IF
           .

       *>--------------------------------------------------------------
       CHARGER-EXONERES.
           MOVE 0 TO WS-NB-EXONERES
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               PERFORM RETENIR-EXONERE
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE.

       *>--------------------------------------------------------------
       RETENIR-EXONERE.
      *>   "ID|NOM|PRENOM|DATE|SOLDE|STATUT|RUE|VILLE|CP|TEL|
      *>   DATE-SUPPR|SEGMENT|EXONERE" -- meme disposition que
      *>   SAUVEGARDER-CLIENTS dans TEST-CLIENT.
           MOVE SPACES TO WS-GUI-ID-CHAR WS-GUI-STATUT WS-GUI-EXONERE
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR WS-GUI-IGNORE WS-GUI-IGNORE
                    WS-GUI-IGNORE WS-GUI-IGNORE WS-GUI-STATUT
                    WS-GUI-IGNORE WS-GUI-IGNORE WS-GUI-IGNORE
                    WS-GUI-IGNORE WS-GUI-IGNORE WS-GUI-IGNORE
                    WS-GUI-EXONERE
           END-UNSTRING
           IF WS-GUI-EXONERE NOT = 'O' OR WS-GUI-STATUT = 'D' OR
              WS-GUI-ID-CHAR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-EXONERES < 1000
               ADD 1 TO WS-NB-EXONERES
               MOVE WS-GUI-ID-CHAR TO WS-EXONERE-ID (WS-NB-EXONERES)
           ELSE
               DISPLAY "Table des exoneres pleine (1000) -- client "
                       WS-GUI-ID-CHAR " soumis a la retenue"
           END-IF.

       *>--------------------------------------------------------------
       CALCULER-RETENUE.
           CALL "COMPTE-REGISTRE" USING LK-COMPTE LK-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           MOVE 'N' TO LK-EXONERE
           PERFORM VARYING WS-EIDX FROM 1 BY 1
                    UNTIL WS-EIDX > WS-NB-EXONERES
               IF WS-EXONERE-ID (WS-EIDX) = LK-TITULAIRE
                   MOVE 'O' TO LK-EXONERE
               END-IF
           END-PERFORM
           MOVE 0 TO LK-RETENUE
           IF LK-EXONERE = 'O' OR LK-BRUT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE LK-RETENUE ROUNDED =
               LK-BRUT * WS-TAUX-RETENUE / 10000.

       *>--------------------------------------------------------------
       ENREGISTRER-RETENUE.
      *>   Ajout en fin de fichier, cree au premier credit d'interets.
           OPEN INPUT RETENUES-FILE
           IF WS-FS-RETENUES = "00"
               CLOSE RETENUES-FILE
               OPEN EXTEND RETENUES-FILE
           ELSE
               OPEN OUTPUT RETENUES-FILE
           END-IF
           MOVE LK-BRUT    TO WS-BRUT-EDIT
           MOVE LK-RETENUE TO WS-RETENUE-EDIT
           MOVE SPACES TO RETENUE-LIGNE
           STRING WS-DATE-JOUR    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  LK-TITULAIRE    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  LK-COMPTE       DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-BRUT-EDIT    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-RETENUE-EDIT DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  LK-EXONERE      DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  FUNCTION TRIM (LK-PROGRAMME) DELIMITED BY SIZE
                  INTO RETENUE-LIGNE
           END-STRING
           WRITE RETENUE-LIGNE
           CLOSE RETENUES-FILE.
