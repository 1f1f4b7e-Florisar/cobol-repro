       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-PLAFOND.

      *----------------------------------------------------------------
      * Nom du programme : RAPPORT-PLAFOND
      * Description    : Comptes au plafond de leur produit, edite
      *                  chaque mois -- liste chaque compte de
      *                  clients.csv (hors comptes techniques et
      *                  comptes clos) dont le solde atteint ou depasse
      *                  le solde maximum de son type de compte
      *                  (COMPTE-REGISTRE ; parametres PLAFOND-SOLDE-C
      *                  et PLAFOND-SOLDE-E, en centimes, zero ou absent
      *                  = pas de plafond). MAJ-SOLDE refuse les
      *                  credits au-dela du plafond, mais un solde peut
      *                  l'atteindre par les interets ou le depasser
      *                  apres une baisse du plafond : l'etat PLAFONDS
      *                  (EDITION-ETAT) donne au conseiller le solde, le
      *                  plafond et l'excedent, du plus gros excedent
      *                  au plus petit (verbe SORT).
      *                  Le mois de l'etat est celui pose par le pilote
      *                  de fin de mois (mois_pilote.txt), a defaut
      *                  celui de la journee d'exploitation.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

      *>   Mois pose par le pilote de fin de mois (BATCH-MOIS), meme
      *>   principe que RENTABILITE.
           SELECT MOIS-PILOTE-FILE
              ASSIGN TO "mois_pilote.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MOIS-PILOTE.

           SELECT TRI-FILE
              ASSIGN TO "tri_plafonds.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD MOIS-PILOTE-FILE.
       01 LIGNE-MOIS-PILOTE PIC X(6).

       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-EXCES      PIC 9(7)V99.
           05 TRI-COMPTE     PIC 9(5).
           05 TRI-TITULAIRE  PIC 9(5).
           05 TRI-TYPE       PIC X(1).
           05 TRI-NOM        PIC X(20).
           05 TRI-SOLDE      PIC S9(7)V99.
           05 TRI-PLAFOND    PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-MOIS-PILOTE   PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-MOIS-TRAITE      PIC 9(6) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Parametres (cles du magasin central) : comptes techniques
      *>   et solde maximum de chaque type de compte, zero = sans
      *>   plafond.
       01 WS-COMPTE-COMPENSATION PIC 9(5) VALUE 99997.
       01 WS-COMPTE-CONSIGNE  PIC 9(5) VALUE 99998.
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 99996.
       01 WS-COMPTE-PERTES    PIC 9(5) VALUE 99995.
       01 WS-PLAFOND-COURANT  PIC 9(7)V99 VALUE 0.
       01 WS-PLAFOND-EPARGNE  PIC 9(7)V99 VALUE 0.

      *>   Decoupage d'un solde texte, signe compris -- meme logique
      *>   que MAJ-SOLDE.
       01 WS-IDENTITE         PIC X(60).
       01 WS-NOM-LU           PIC X(20).
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SOLDE-ENTIER     PIC 9(7) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-NEGATIF    PIC X(1).
       01 WS-SOLDE-SANS-SIGNE PIC X(12).
       01 WS-SOLDE-VAL        PIC S9(7)V99 VALUE 0.
       01 WS-STATUT-LU        PIC X(1).

       01 WS-PLAFOND-COMPTE   PIC 9(7)V99 VALUE 0.
       01 WS-EXCES            PIC 9(7)V99 VALUE 0.
       01 WS-NB-EXAMINES      PIC 9(5) VALUE 0.
       01 WS-NB-AU-PLAFOND    PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXCES      PIC 9(9)V99 VALUE 0.
       01 WS-SOLDE-EDIT       PIC -9(7).99.
       01 WS-PLAFOND-EDIT     PIC 9(7).99.
       01 WS-EXCES-EDIT       PIC 9(7).99.
       01 WS-TOTAL-EDIT       PIC 9(9).99.

      *>   Champs passes a COMPTE-REGISTRE (titulaire et type du
      *>   compte, un compte absent du registre etant courant).
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a LIRE-PARAM (magasin central de
      *>   parametres).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RAPPORT-PLAFOND".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12) VALUE "PLAFONDS".
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "COMPTES AU PLAFOND DE LEUR PRODUIT"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-CONFIGURATION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           PERFORM LIRE-MOIS-PILOTE
           IF WS-MOIS-TRAITE = 0
               MOVE WS-DATE-JOUR (1:6) TO WS-MOIS-TRAITE
           END-IF

           IF WS-PLAFOND-COURANT = 0 AND WS-PLAFOND-EPARGNE = 0
               DISPLAY "Aucun solde maximum parametre "
                       "(PLAFOND-SOLDE-C, PLAFOND-SOLDE-E)"
           END-IF

           SORT TRI-FILE
               ON DESCENDING KEY TRI-EXCES
               ON ASCENDING KEY TRI-COMPTE
               INPUT PROCEDURE IS RELEVER-COMPTES-PLAFOND
               OUTPUT PROCEDURE IS IMPRIMER-RAPPORT

           DISPLAY WS-SEPARATEUR
           DISPLAY "Comptes examines   : " WS-NB-EXAMINES
           DISPLAY "Comptes au plafond : " WS-NB-AU-PLAFOND
           DISPLAY "Detail imprime dans etat_PLAFONDS.txt"
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "COMPTE-COMPENSATION" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-COMPENSATION
           END-IF
           MOVE "COMPTE-CONSIGNATION" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-CONSIGNE
           END-IF
           MOVE "COMPTE-ETAT-IMPOTS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-ETAT
           END-IF
           MOVE "COMPTE-PERTES" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-PERTES
           END-IF
           MOVE "PLAFOND-SOLDE-C" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              COMPUTE WS-PLAFOND-COURANT = WS-PRM-VALEUR-NUM / 100
           END-IF
           MOVE "PLAFOND-SOLDE-E" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              COMPUTE WS-PLAFOND-EPARGNE = WS-PRM-VALEUR-NUM / 100
           END-IF
           .

       *>--------------------------------------------------------------
       LIRE-MOIS-PILOTE.
      *>   Le pilote de fin de mois (BATCH-MOIS) pose le mois a
      *>   traiter dans mois_pilote.txt -- le meme que les autres
      *>   etapes de la cloture.
           MOVE 0 TO WS-MOIS-TRAITE
           OPEN INPUT MOIS-PILOTE-FILE
           IF WS-FS-MOIS-PILOTE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MOIS-PILOTE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF LIGNE-MOIS-PILOTE IS NUMERIC
                   MOVE LIGNE-MOIS-PILOTE TO WS-MOIS-TRAITE
                   DISPLAY "Mois impose par le pilote de fin de "
                           "mois : " WS-MOIS-TRAITE
               END-IF
           END-READ
           CLOSE MOIS-PILOTE-FILE.

       *>--------------------------------------------------------------
       RELEVER-COMPTES-PLAFOND.
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "RELEVER-COMPTES" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO FS-ID-CLIENT
               START CLIENT-FILE KEY IS NOT LESS THAN FS-ID-CLIENT
                   INVALID KEY MOVE "10" TO WS-FS-CLIENT
               END-START
               PERFORM UNTIL WS-FS-CLIENT = "10"
                   READ CLIENT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-CLIENT
                       NOT AT END
                           IF WS-FS-CLIENT = "00"
                               PERFORM EXAMINER-COMPTE
                           ELSE
                               DISPLAY "Erreur lecture : "
                                       WS-FS-CLIENT
                               MOVE "10" TO WS-FS-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-FILE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-COMPTE.
      *>   Les comptes techniques ne sont pas des clients ; un compte
      *>   clos ('C') ou tombe en desherence ('E') ne recoit plus rien.
           IF FS-ID-CLIENT = WS-COMPTE-COMPENSATION OR
              FS-ID-CLIENT = WS-COMPTE-CONSIGNE OR
              FS-ID-CLIENT = WS-COMPTE-ETAT OR
              FS-ID-CLIENT = WS-COMPTE-PERTES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IDENTITE WS-SOLDE-TEXTE WS-STATUT-LU
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-IDENTITE WS-SOLDE-TEXTE WS-STATUT-LU
           END-UNSTRING
           IF WS-STATUT-LU = 'C' OR WS-STATUT-LU = 'E'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-EXAMINES

           MOVE FS-ID-CLIENT TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           EVALUATE WS-CRG-TYPE
               WHEN 'C'
                   MOVE WS-PLAFOND-COURANT TO WS-PLAFOND-COMPTE
               WHEN 'E'
                   MOVE WS-PLAFOND-EPARGNE TO WS-PLAFOND-COMPTE
               WHEN OTHER
                   MOVE 0 TO WS-PLAFOND-COMPTE
           END-EVALUATE
           IF WS-PLAFOND-COMPTE = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM DECODER-SOLDE-TEXTE
           IF WS-SOLDE-VAL < WS-PLAFOND-COMPTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXCES = WS-SOLDE-VAL - WS-PLAFOND-COMPTE
           ADD 1 TO WS-NB-AU-PLAFOND
           ADD WS-EXCES TO WS-TOTAL-EXCES

           MOVE SPACES TO WS-NOM-LU
           UNSTRING WS-IDENTITE DELIMITED BY ","
               INTO WS-NOM-LU
           END-UNSTRING
           MOVE WS-EXCES          TO TRI-EXCES
           MOVE FS-ID-CLIENT      TO TRI-COMPTE
           MOVE WS-CRG-TITULAIRE  TO TRI-TITULAIRE
           MOVE WS-CRG-TYPE       TO TRI-TYPE
           MOVE WS-NOM-LU         TO TRI-NOM
           MOVE WS-SOLDE-VAL      TO TRI-SOLDE
           MOVE WS-PLAFOND-COMPTE TO TRI-PLAFOND
           RELEASE TRI-REC.

       *>--------------------------------------------------------------
       DECODER-SOLDE-TEXTE.
      *>   Solde signe : le '-' de tete est detache avant l'eclatement
      *>   partie entiere / decimale puis rapporte sur la valeur --
      *>   meme logique que MAJ-SOLDE.
           MOVE 'N' TO WS-SOLDE-NEGATIF
           IF WS-SOLDE-TEXTE (1:1) = '-'
               MOVE 'Y' TO WS-SOLDE-NEGATIF
               MOVE WS-SOLDE-TEXTE (2:) TO WS-SOLDE-SANS-SIGNE
               MOVE WS-SOLDE-SANS-SIGNE TO WS-SOLDE-TEXTE
           END-IF
           MOVE 0 TO WS-SOLDE-ENTIER
           MOVE 0 TO WS-SOLDE-DECIMAL
           UNSTRING WS-SOLDE-TEXTE DELIMITED BY "."
               INTO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           END-UNSTRING
           COMPUTE WS-SOLDE-VAL =
               WS-SOLDE-ENTIER + (WS-SOLDE-DECIMAL / 100)
           IF WS-SOLDE-NEGATIF = 'Y'
               COMPUTE WS-SOLDE-VAL = 0 - WS-SOLDE-VAL
           END-IF.

       *>--------------------------------------------------------------
       IMPRIMER-RAPPORT.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-TITRE
           STRING "COMPTES AU PLAFOND DE LEUR PRODUIT - MOIS "
                      DELIMITED BY SIZE
                  WS-MOIS-TRAITE DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "COMPTE TITUL. T NOM                  "
                  DELIMITED BY SIZE
                  "SOLDE        PLAFOND     EXCEDENT" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           PERFORM UNTIL 1 = 2
               RETURN TRI-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               PERFORM IMPRIMER-LIGNE-TRI
           END-PERFORM

           MOVE WS-TOTAL-EXCES TO WS-TOTAL-EDIT
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Comptes au plafond : " DELIMITED BY SIZE
                  WS-NB-AU-PLAFOND DELIMITED BY SIZE
                  " sur " DELIMITED BY SIZE
                  WS-NB-EXAMINES DELIMITED BY SIZE
                  ", excedent cumule " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-TRI.
           MOVE TRI-SOLDE   TO WS-SOLDE-EDIT
           MOVE TRI-PLAFOND TO WS-PLAFOND-EDIT
           MOVE TRI-EXCES   TO WS-EXCES-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING TRI-COMPTE      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  TRI-TITULAIRE   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  TRI-TYPE        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-NOM         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-SOLDE-EDIT   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-PLAFOND-EDIT DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-EXCES-EDIT   DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
