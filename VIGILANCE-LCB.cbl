       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILANCE-LCB.

      *----------------------------------------------------------------
      * Nom du programme : VIGILANCE-LCB
      * Description    : Surveillance anti-blanchiment de nuit sur le
      *                  grand livre -- releve par compte, sur les 210
      *                  derniers jours (livre vivant, plus le livre
      *                  archive grand_livre_AAAA.txt de l'annee
      *                  precedente quand la fenetre l'atteint), trois
      *                  schemas :
      *                  - fractionnement : plusieurs versements
      *                    d'especes juste sous le seuil declaratif en
      *                    peu de jours ;
      *                  - transit rapide : un gros credit ressorti en
      *                    virements (internes "VIR" ou externes "EXT")
      *                    dans les 48 heures ;
      *                  - volume : les mouvements des 30 derniers
      *                    jours tres au-dessus de la moyenne mensuelle
      *                    du compte sur les six mois precedents.
      *                  Seuils dans parametres.txt (LIRE-PARAM, cles
      *                  *-LCB). Chaque schema releve ouvre une alerte
      *                  dans alertes_lcb.txt (ALERTEREC), instruite
      *                  depuis l'ecran ALERTES-LCB ; un compte deja en
      *                  alerte pour le meme schema (alerte ouverte ou
      *                  en enquete, ou levee depuis moins de 30 jours)
      *                  n'en recoit pas une seconde. Les alertes du
      *                  jour s'impriment par EDITION-ETAT.
      *
      *                  Un versement d'especes est un credit 'C' sans
      *                  libelle : MAJ-SOLDE libelle les jambes de
      *                  virement ("VIR"), les credits de compensation
      *                  ("CMP") et de depot a terme ("DAT"). Les
      *                  credits passes avant ces libelles comptent
      *                  donc comme especes ; les pieces d'annulation
      *                  et les reports a nouveau sont ignores.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Livre archive puis livre vivant : le nom est construit au
      *>   lancement.
           SELECT LIVRE-FILE
              ASSIGN TO DYNAMIC WS-NOM-LIVRE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

           SELECT ALERTES-FILE
              ASSIGN TO "alertes_lcb.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ALERTES.

           SELECT REF-CONTROL-FILE
              ASSIGN TO "alertes_lcb_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

           SELECT TRI-FILE
              ASSIGN TO "tri_vigilance.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       FD ALERTES-FILE.
       01 ALR-REC.
           COPY ALERTEREC.

       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

      *>   Un mouvement retenu, classe : 'E' versement d'especes, 'R'
      *>   autre credit, 'S' virement sortant, 'A' autre debit.
       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-COMPTE  PIC 9(5).
           05 TRI-JOUR    PIC 9(7).
           05 TRI-SEQ     PIC 9(7).
           05 TRI-CLASSE  PIC X(1).
           05 TRI-MONTANT PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-ALERTES       PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".
       01 WS-NOM-LIVRE        PIC X(30).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-DEBUT       PIC 9(8) VALUE 0.
       01 WS-JOUR-COURANT     PIC 9(7) VALUE 0.
       01 WS-JOUR-DEBUT       PIC 9(7) VALUE 0.
       01 WS-JOUR-RECENT      PIC 9(7) VALUE 0.
       01 WS-JOUR-LEVEE       PIC 9(7) VALUE 0.
       01 WS-DATE-LEVEE       PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Seuils : valeurs par defaut du programme, remplacees par
      *>   parametres.txt quand la cle est presente. Les montants du
      *>   magasin sont en centimes.
       01 WS-SEUIL-ESPECES-CTS PIC 9(9) VALUE 1000000.
       01 WS-MARGE-ESPECES    PIC 9(2) VALUE 10.
       01 WS-NB-ESPECES       PIC 9(2) VALUE 3.
       01 WS-JOURS-ESPECES    PIC 9(2) VALUE 7.
       01 WS-SEUIL-TRANSIT-CTS PIC 9(9) VALUE 500000.
       01 WS-POURC-TRANSIT    PIC 9(3) VALUE 80.
       01 WS-FACTEUR-VOLUME   PIC 9(2) VALUE 5.
       01 WS-SEUIL-ESPECES    PIC 9(7)V99 VALUE 0.
       01 WS-PLANCHER-ESPECES PIC 9(7)V99 VALUE 0.
       01 WS-SEUIL-TRANSIT    PIC 9(7)V99 VALUE 0.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Ligne du grand livre en cours.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
       01 WS-LIV-DATE         PIC X(8).
       01 WS-LIV-TYPE         PIC X(1).
       01 WS-LIV-MONTANT      PIC X(12).
       01 WS-LIV-AVANT        PIC X(12).
       01 WS-LIV-APRES        PIC X(12).
       01 WS-LIV-LIBELLE      PIC X(16).
       01 WS-LIV-DATE-NUM     PIC 9(8).
       01 WS-LIV-JOUR         PIC 9(7).

      *>   Compte en cours d'analyse (rupture sur TRI-COMPTE) :
      *>   mouvements des 30 derniers jours en table, volume des 30
      *>   derniers jours et des six mois precedents en cumul.
       01 WS-FIN-TRI          PIC X(1).
       01 WS-COMPTE-COURANT   PIC 9(5) VALUE 0.
       01 WS-VOLUME-RECENT    PIC 9(9)V99 VALUE 0.
       01 WS-VOLUME-ANCIEN    PIC 9(9)V99 VALUE 0.
       01 WS-PREMIER-JOUR     PIC 9(7) VALUE 0.
       01 WS-NB-MOIS-ANCIENS  PIC 9(2) VALUE 0.
       01 WS-MOYENNE-MOIS     PIC 9(9)V99 VALUE 0.
       01 WS-RAPPORT-VOLUME   PIC 9(5) VALUE 0.
       01 WS-NB-MVT           PIC 9(4) VALUE 0.
       01 WS-MVT-DEBORDE      PIC X(1) VALUE 'N'.
       01 WS-TABLE-MVT.
           05 WS-MVT OCCURS 1000 TIMES.
               10 WS-MVT-JOUR     PIC 9(7).
               10 WS-MVT-SEQ      PIC 9(7).
               10 WS-MVT-CLASSE   PIC X(1).
               10 WS-MVT-MONTANT  PIC 9(7)V99.
       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-J                PIC 9(4) VALUE 0.
       01 WS-NB-FRACTIONS     PIC 9(3) VALUE 0.
       01 WS-CUMUL-FRACTIONS  PIC 9(9)V99 VALUE 0.
       01 WS-NB-SORTIES       PIC 9(3) VALUE 0.
       01 WS-CUMUL-SORTIES    PIC 9(9)V99 VALUE 0.
       01 WS-POURC-SORTI      PIC 9(5) VALUE 0.
       01 WS-TRANSIT-VU       PIC X(1).
       01 WS-DATE-CREDIT      PIC 9(8) VALUE 0.

      *>   Alertes deja presentes qui bloquent une nouvelle alerte
      *>   du meme schema sur le meme compte.
       01 WS-NB-EXISTANTES    PIC 9(4) VALUE 0.
       01 WS-TABLE-EXISTANTES.
           05 WS-EXI OCCURS 2000 TIMES.
               10 WS-EXI-COMPTE   PIC 9(5).
               10 WS-EXI-MOTIF    PIC X(1).
       01 WS-K                PIC 9(4) VALUE 0.
       01 WS-DEJA-EN-ALERTE   PIC X(1).

      *>   Alerte a ouvrir.
       01 WS-REF-COURANTE     PIC 9(8) VALUE 0.
       01 WS-NV-MOTIF         PIC X(1).
       01 WS-NV-MONTANT       PIC 9(9)V99 VALUE 0.
       01 WS-NV-NOMBRE        PIC 9(3) VALUE 0.
       01 WS-NV-DETAIL        PIC X(60).
       01 WS-LIB-MOTIF        PIC X(14).
       01 WS-MONTANT-EDIT     PIC Z(8)9.99.
       01 WS-NOMBRE-EDIT      PIC ZZ9.
       01 WS-POURC-EDIT       PIC ZZZZ9.
       01 WS-JOURS-EDIT       PIC Z9.

       01 WS-NB-LIGNES-LUES   PIC 9(7) VALUE 0.
       01 WS-NB-RETENUES      PIC 9(7) VALUE 0.
       01 WS-NB-COMPTES       PIC 9(5) VALUE 0.
       01 WS-NB-ALERTES       PIC 9(5) VALUE 0.
       01 WS-NB-FRACT-ALR     PIC 9(5) VALUE 0.
       01 WS-NB-TRANSIT-ALR   PIC 9(5) VALUE 0.
       01 WS-NB-VOLUME-ALR    PIC 9(5) VALUE 0.
       01 WS-NB-ECARTEES      PIC 9(5) VALUE 0.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "VIGILANCE-LCB".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a JOURNAL-EXEC (historique des executions) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-JEX-PROGRAMME    PIC X(15).
       01 WS-JEX-EVENEMENT    PIC X(1).
       01 WS-JEX-RC           PIC 9(4) VALUE 0.
       01 WS-JEX-COMPTEURS.
           05 WS-JEX-COMPTEUR-1 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "SURVEILLANCE ANTI-BLANCHIMENT"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           PERFORM LIRE-CONFIGURATION

           COMPUTE WS-JOUR-COURANT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
           COMPUTE WS-JOUR-DEBUT  = WS-JOUR-COURANT - 209
           COMPUTE WS-JOUR-RECENT = WS-JOUR-COURANT - 29
           COMPUTE WS-JOUR-LEVEE  = WS-JOUR-COURANT - 30
           COMPUTE WS-DATE-DEBUT =
               FUNCTION DATE-OF-INTEGER (WS-JOUR-DEBUT)
           COMPUTE WS-DATE-LEVEE =
               FUNCTION DATE-OF-INTEGER (WS-JOUR-LEVEE)

           PERFORM CHARGER-ALERTES-EXISTANTES

           SORT TRI-FILE
               ON ASCENDING KEY TRI-COMPTE TRI-JOUR TRI-SEQ
               INPUT PROCEDURE IS SELECTIONNER-MOUVEMENTS
               OUTPUT PROCEDURE IS ANALYSER-COMPTES

           DISPLAY WS-SEPARATEUR
           DISPLAY "Lignes du grand livre lues : " WS-NB-LIGNES-LUES
           DISPLAY "Mouvements retenus         : " WS-NB-RETENUES
           DISPLAY "Comptes analyses           : " WS-NB-COMPTES
           DISPLAY "Alertes ouvertes           : " WS-NB-ALERTES
           DISPLAY "  dont fractionnement      : " WS-NB-FRACT-ALR
           DISPLAY "  dont transit rapide      : " WS-NB-TRANSIT-ALR
           DISPLAY "  dont volume              : " WS-NB-VOLUME-ALR
           DISPLAY "Deja en alerte (ecartees)  : " WS-NB-ECARTEES
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "SEUIL-ESPECES-LCB" TO WS-PRM-CLE
           PERFORM LIRE-UNE-CLE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
               MOVE WS-PRM-VALEUR-NUM TO WS-SEUIL-ESPECES-CTS
           END-IF
           MOVE "MARGE-ESPECES-LCB" TO WS-PRM-CLE
           PERFORM LIRE-UNE-CLE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 100
               MOVE WS-PRM-VALEUR-NUM TO WS-MARGE-ESPECES
           END-IF
           MOVE "NB-ESPECES-LCB" TO WS-PRM-CLE
           PERFORM LIRE-UNE-CLE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 1 AND WS-PRM-VALEUR-NUM < 100
               MOVE WS-PRM-VALEUR-NUM TO WS-NB-ESPECES
           END-IF
      *>   La fenetre du fractionnement reste dans les 30 jours gardes
      *>   en table.
           MOVE "JOURS-ESPECES-LCB" TO WS-PRM-CLE
           PERFORM LIRE-UNE-CLE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 31
               MOVE WS-PRM-VALEUR-NUM TO WS-JOURS-ESPECES
           END-IF
           MOVE "SEUIL-TRANSIT-LCB" TO WS-PRM-CLE
           PERFORM LIRE-UNE-CLE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
               MOVE WS-PRM-VALEUR-NUM TO WS-SEUIL-TRANSIT-CTS
           END-IF
           MOVE "POURC-TRANSIT-LCB" TO WS-PRM-CLE
           PERFORM LIRE-UNE-CLE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 101
               MOVE WS-PRM-VALEUR-NUM TO WS-POURC-TRANSIT
           END-IF
           MOVE "FACTEUR-VOLUME-LCB" TO WS-PRM-CLE
           PERFORM LIRE-UNE-CLE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 1 AND WS-PRM-VALEUR-NUM < 100
               MOVE WS-PRM-VALEUR-NUM TO WS-FACTEUR-VOLUME
           END-IF

           COMPUTE WS-SEUIL-ESPECES = WS-SEUIL-ESPECES-CTS / 100
           COMPUTE WS-PLANCHER-ESPECES =
               WS-SEUIL-ESPECES * (100 - WS-MARGE-ESPECES) / 100
           COMPUTE WS-SEUIL-TRANSIT = WS-SEUIL-TRANSIT-CTS / 100.

       *>--------------------------------------------------------------
       LIRE-UNE-CLE.
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE.

       *>--------------------------------------------------------------
       CHARGER-ALERTES-EXISTANTES.
      *>   Alertes encore ouvertes ou en enquete, et alertes levees
      *>   depuis moins de 30 jours : le meme schema sur le meme
      *>   compte n'en rouvre pas une autre chaque nuit. Le compteur
      *>   de la serie AL est lu au passage.
           MOVE 0 TO WS-REF-COURANTE
           OPEN INPUT REF-CONTROL-FILE
           IF WS-FS-REF-CTL = "00"
               READ REF-CONTROL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LIGNE-REF-CTL TO WS-REF-COURANTE
               END-READ
               CLOSE REF-CONTROL-FILE
           END-IF

           MOVE 0 TO WS-NB-EXISTANTES
           OPEN INPUT ALERTES-FILE
           IF WS-FS-ALERTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ALERTES-FILE
               AT END MOVE "10" TO WS-FS-ALERTES
           END-READ
           PERFORM UNTIL WS-FS-ALERTES = "10"
               IF ALR-ETAT = 'O' OR ALR-ETAT = 'E' OR
                  (ALR-DATE IS NUMERIC AND ALR-DATE >= WS-DATE-LEVEE)
                   IF WS-NB-EXISTANTES < 2000
                       ADD 1 TO WS-NB-EXISTANTES
                       MOVE ALR-COMPTE TO
                            WS-EXI-COMPTE (WS-NB-EXISTANTES)
                       MOVE ALR-MOTIF TO
                            WS-EXI-MOTIF (WS-NB-EXISTANTES)
                   END-IF
               END-IF
               READ ALERTES-FILE
                   AT END MOVE "10" TO WS-FS-ALERTES
               END-READ
           END-PERFORM
           CLOSE ALERTES-FILE.

       *>--------------------------------------------------------------
       SELECTIONNER-MOUVEMENTS.
      *>   Le livre archive de l'annee precedente n'est lu que si la
      *>   fenetre de 210 jours remonte jusqu'a elle.
           IF WS-DATE-DEBUT (1:4) < WS-DATE-JOUR (1:4)
               MOVE SPACES TO WS-NOM-LIVRE
               STRING "grand_livre_"       DELIMITED BY SIZE
                      WS-DATE-DEBUT (1:4)  DELIMITED BY SIZE
                      ".txt"               DELIMITED BY SIZE
                      INTO WS-NOM-LIVRE
               END-STRING
               PERFORM BALAYER-UN-LIVRE
           END-IF
           MOVE "grand_livre.txt" TO WS-NOM-LIVRE
           PERFORM BALAYER-UN-LIVRE.

       *>--------------------------------------------------------------
       BALAYER-UN-LIVRE.
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LIVRE-FILE
               AT END MOVE "10" TO WS-FS-LIVRE
           END-READ
           PERFORM UNTIL WS-FS-LIVRE = "10"
               ADD 1 TO WS-NB-LIGNES-LUES
               PERFORM EXAMINER-LIGNE-LIVRE
               READ LIVRE-FILE
                   AT END MOVE "10" TO WS-FS-LIVRE
               END-READ
           END-PERFORM
           CLOSE LIVRE-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-LIVRE.
           MOVE SPACES TO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
           MOVE SPACES TO WS-LIV-TYPE WS-LIV-MONTANT WS-LIV-LIBELLE
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE WS-LIV-TYPE
                    WS-LIV-MONTANT WS-LIV-AVANT WS-LIV-APRES
                    WS-LIV-LIBELLE
           END-UNSTRING
           IF WS-LIV-COMPTE IS NOT NUMERIC OR
              WS-LIV-DATE IS NOT NUMERIC OR
              WS-LIV-TYPE = 'R' OR
              WS-LIV-LIBELLE (1:6) = "ANNUL "
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-LIV-MONTANT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIV-DATE TO WS-LIV-DATE-NUM
           COMPUTE WS-LIV-JOUR =
               FUNCTION INTEGER-OF-DATE (WS-LIV-DATE-NUM)
           IF WS-LIV-JOUR < WS-JOUR-DEBUT OR
              WS-LIV-JOUR > WS-JOUR-COURANT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LIV-COMPTE TO TRI-COMPTE
           MOVE WS-LIV-JOUR   TO TRI-JOUR
           MOVE 0 TO TRI-SEQ
           IF FUNCTION TRIM (WS-LIV-SEQ) IS NUMERIC
               COMPUTE TRI-SEQ = FUNCTION NUMVAL (WS-LIV-SEQ)
           END-IF
           COMPUTE TRI-MONTANT = FUNCTION NUMVAL (WS-LIV-MONTANT)
           EVALUATE TRUE
               WHEN WS-LIV-TYPE = 'C' AND WS-LIV-LIBELLE = SPACES
                   MOVE 'E' TO TRI-CLASSE
               WHEN WS-LIV-TYPE = 'C' OR WS-LIV-TYPE = 'Q'
                   MOVE 'R' TO TRI-CLASSE
               WHEN WS-LIV-TYPE = 'D' AND
                    (WS-LIV-LIBELLE (1:4) = "VIR " OR
                     WS-LIV-LIBELLE (1:4) = "EXT ")
                   MOVE 'S' TO TRI-CLASSE
               WHEN OTHER
                   MOVE 'A' TO TRI-CLASSE
           END-EVALUATE
           ADD 1 TO WS-NB-RETENUES
           RELEASE TRI-REC.

       *>--------------------------------------------------------------
       ANALYSER-COMPTES.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "VIGILANCE" TO WS-EDT-NOM
           MOVE "ALERTES ANTI-BLANCHIMENT DU JOUR" TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "ALERTE     COMPTE SCHEMA       " DELIMITED BY SIZE
                  "       MONTANT  NB  DETAIL"     DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           OPEN INPUT ALERTES-FILE
           IF WS-FS-ALERTES = "00"
               CLOSE ALERTES-FILE
               OPEN EXTEND ALERTES-FILE
           ELSE
               OPEN OUTPUT ALERTES-FILE
           END-IF

           MOVE 'N' TO WS-FIN-TRI
           PERFORM RECEVOIR-MOUVEMENT
           PERFORM UNTIL WS-FIN-TRI = 'Y'
               MOVE TRI-COMPTE TO WS-COMPTE-COURANT
               PERFORM INITIALISER-COMPTE
               PERFORM UNTIL WS-FIN-TRI = 'Y' OR
                             TRI-COMPTE NOT = WS-COMPTE-COURANT
                   PERFORM CUMULER-MOUVEMENT
                   PERFORM RECEVOIR-MOUVEMENT
               END-PERFORM
               ADD 1 TO WS-NB-COMPTES
               PERFORM CONTROLER-FRACTIONNEMENT
               PERFORM CONTROLER-TRANSIT
               PERFORM CONTROLER-VOLUME
           END-PERFORM
           CLOSE ALERTES-FILE

           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Comptes analyses           : " DELIMITED BY SIZE
                  WS-NB-COMPTES DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Alertes ouvertes           : " DELIMITED BY SIZE
                  WS-NB-ALERTES DELIMITED BY SIZE
                  " (fractionnement "  DELIMITED BY SIZE
                  WS-NB-FRACT-ALR DELIMITED BY SIZE
                  ", transit " DELIMITED BY SIZE
                  WS-NB-TRANSIT-ALR DELIMITED BY SIZE
                  ", volume " DELIMITED BY SIZE
                  WS-NB-VOLUME-ALR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Deja en alerte (ecartees)  : " DELIMITED BY SIZE
                  WS-NB-ECARTEES DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       RECEVOIR-MOUVEMENT.
           RETURN TRI-FILE
               AT END
                   MOVE 'Y' TO WS-FIN-TRI
           END-RETURN.

       *>--------------------------------------------------------------
       INITIALISER-COMPTE.
           MOVE 0 TO WS-NB-MVT
           MOVE 'N' TO WS-MVT-DEBORDE
           MOVE 0 TO WS-VOLUME-RECENT WS-VOLUME-ANCIEN
           MOVE TRI-JOUR TO WS-PREMIER-JOUR.

       *>--------------------------------------------------------------
       CUMULER-MOUVEMENT.
      *>   Tout mouvement compte dans le volume ; seuls ceux des 30
      *>   derniers jours vont en table pour les deux autres schemas.
           IF TRI-JOUR < WS-JOUR-RECENT
               ADD TRI-MONTANT TO WS-VOLUME-ANCIEN
               EXIT PARAGRAPH
           END-IF
           ADD TRI-MONTANT TO WS-VOLUME-RECENT
           IF WS-NB-MVT < 1000
               ADD 1 TO WS-NB-MVT
               MOVE TRI-JOUR    TO WS-MVT-JOUR (WS-NB-MVT)
               MOVE TRI-SEQ     TO WS-MVT-SEQ (WS-NB-MVT)
               MOVE TRI-CLASSE  TO WS-MVT-CLASSE (WS-NB-MVT)
               MOVE TRI-MONTANT TO WS-MVT-MONTANT (WS-NB-MVT)
           ELSE
               IF WS-MVT-DEBORDE = 'N'
                   MOVE 'Y' TO WS-MVT-DEBORDE
                   DISPLAY "Compte " WS-COMPTE-COURANT
                           " : plus de 1000 mouvements en 30 jours, "
                           "les suivants ne sont pas examines"
                   MOVE "CUMULER-MOUVEMENT" TO WS-EXC-PARAGRAPHE
                   MOVE "TABLE"             TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-FRACTIONNEMENT.
      *>   Versements d'especes entre le plancher (seuil moins la
      *>   marge) et le seuil, dans les derniers JOURS-ESPECES-LCB
      *>   jours.
           MOVE 0 TO WS-NB-FRACTIONS WS-CUMUL-FRACTIONS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MVT
               IF WS-MVT-CLASSE (WS-I) = 'E' AND
                  WS-MVT-JOUR (WS-I) >
                      WS-JOUR-COURANT - WS-JOURS-ESPECES AND
                  WS-MVT-MONTANT (WS-I) >= WS-PLANCHER-ESPECES AND
                  WS-MVT-MONTANT (WS-I) < WS-SEUIL-ESPECES
                   ADD 1 TO WS-NB-FRACTIONS
                   ADD WS-MVT-MONTANT (WS-I) TO WS-CUMUL-FRACTIONS
               END-IF
           END-PERFORM
           IF WS-NB-FRACTIONS < WS-NB-ESPECES
               EXIT PARAGRAPH
           END-IF

           MOVE 'F' TO WS-NV-MOTIF
           MOVE WS-CUMUL-FRACTIONS TO WS-NV-MONTANT
           MOVE WS-NB-FRACTIONS TO WS-NV-NOMBRE
           MOVE WS-NB-FRACTIONS TO WS-NOMBRE-EDIT
           MOVE WS-JOURS-ESPECES TO WS-JOURS-EDIT
           MOVE SPACES TO WS-NV-DETAIL
           STRING FUNCTION TRIM (WS-NOMBRE-EDIT) DELIMITED BY SIZE
                  " versements especes sous le seuil en "
                                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-JOURS-EDIT) DELIMITED BY SIZE
                  " jours"               DELIMITED BY SIZE
                  INTO WS-NV-DETAIL
           END-STRING
           PERFORM OUVRIR-ALERTE.

       *>--------------------------------------------------------------
       CONTROLER-TRANSIT.
      *>   Pour chaque gros credit, les virements sortis apres lui le
      *>   jour meme ou dans les deux jours qui suivent ; la premiere
      *>   occurrence suffit a ouvrir l'alerte.
           MOVE 'N' TO WS-TRANSIT-VU
           PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-NB-MVT OR WS-TRANSIT-VU = 'Y'
               IF (WS-MVT-CLASSE (WS-I) = 'E' OR
                   WS-MVT-CLASSE (WS-I) = 'R') AND
                  WS-MVT-MONTANT (WS-I) >= WS-SEUIL-TRANSIT AND
                  WS-MVT-MONTANT (WS-I) > 0
                   PERFORM CUMULER-SORTIES-CREDIT
                   COMPUTE WS-POURC-SORTI =
                       WS-CUMUL-SORTIES * 100 / WS-MVT-MONTANT (WS-I)
                   IF WS-NB-SORTIES > 0 AND
                      WS-POURC-SORTI >= WS-POURC-TRANSIT
                       MOVE 'Y' TO WS-TRANSIT-VU
                       MOVE 'T' TO WS-NV-MOTIF
                       MOVE WS-MVT-MONTANT (WS-I) TO WS-NV-MONTANT
                       MOVE WS-NB-SORTIES TO WS-NV-NOMBRE
                       COMPUTE WS-DATE-CREDIT =
                           FUNCTION DATE-OF-INTEGER
                               (WS-MVT-JOUR (WS-I))
                       MOVE WS-POURC-SORTI TO WS-POURC-EDIT
                       MOVE SPACES TO WS-NV-DETAIL
                       STRING "credit du " DELIMITED BY SIZE
                              WS-DATE-CREDIT DELIMITED BY SIZE
                              " ressorti a " DELIMITED BY SIZE
                              FUNCTION TRIM (WS-POURC-EDIT)
                                             DELIMITED BY SIZE
                              " % en 48h"    DELIMITED BY SIZE
                              INTO WS-NV-DETAIL
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TRANSIT-VU = 'Y'
               PERFORM OUVRIR-ALERTE
           END-IF.

       *>--------------------------------------------------------------
       CUMULER-SORTIES-CREDIT.
      *>   La table suit l'ordre jour/sequence du tri : les sorties
      *>   qui suivent le credit WS-I sont apres lui dans la table.
           MOVE 0 TO WS-NB-SORTIES WS-CUMUL-SORTIES
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > WS-NB-MVT
               IF WS-MVT-CLASSE (WS-J) = 'S' AND
                  WS-MVT-JOUR (WS-J) <= WS-MVT-JOUR (WS-I) + 2
                   ADD 1 TO WS-NB-SORTIES
                   ADD WS-MVT-MONTANT (WS-J) TO WS-CUMUL-SORTIES
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       CONTROLER-VOLUME.
      *>   Moyenne mensuelle sur l'historique du compte avant les 30
      *>   derniers jours (six mois au plus) ; un compte sans
      *>   historique n'a pas d'habitude a depasser.
           IF WS-VOLUME-ANCIEN = 0 OR WS-PREMIER-JOUR >= WS-JOUR-RECENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NB-MOIS-ANCIENS =
               (WS-JOUR-RECENT - WS-PREMIER-JOUR - 1) / 30 + 1
           IF WS-NB-MOIS-ANCIENS > 6
               MOVE 6 TO WS-NB-MOIS-ANCIENS
           END-IF
           COMPUTE WS-MOYENNE-MOIS =
               WS-VOLUME-ANCIEN / WS-NB-MOIS-ANCIENS
           IF WS-MOYENNE-MOIS = 0 OR
              WS-VOLUME-RECENT <= WS-MOYENNE-MOIS * WS-FACTEUR-VOLUME
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RAPPORT-VOLUME =
               WS-VOLUME-RECENT / WS-MOYENNE-MOIS
           MOVE 'V' TO WS-NV-MOTIF
           MOVE WS-VOLUME-RECENT TO WS-NV-MONTANT
           MOVE WS-NB-MVT TO WS-NV-NOMBRE
           MOVE WS-RAPPORT-VOLUME TO WS-POURC-EDIT
           MOVE WS-MOYENNE-MOIS TO WS-MONTANT-EDIT
           MOVE SPACES TO WS-NV-DETAIL
           STRING "volume 30j = " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-POURC-EDIT) DELIMITED BY SIZE
                  " x la moyenne mensuelle de " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MONTANT-EDIT) DELIMITED BY SIZE
                  INTO WS-NV-DETAIL
           END-STRING
           PERFORM OUVRIR-ALERTE.

       *>--------------------------------------------------------------
       OUVRIR-ALERTE.
           MOVE 'N' TO WS-DEJA-EN-ALERTE
           PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-NB-EXISTANTES
               IF WS-EXI-COMPTE (WS-K) = WS-COMPTE-COURANT AND
                  WS-EXI-MOTIF (WS-K) = WS-NV-MOTIF
                   MOVE 'Y' TO WS-DEJA-EN-ALERTE
               END-IF
           END-PERFORM
           IF WS-DEJA-EN-ALERTE = 'Y'
               ADD 1 TO WS-NB-ECARTEES
               EXIT PARAGRAPH
           END-IF

      *>   Compteur reecrit a chaque alerte, comme filtrage_control.txt
      *>   : un arret en cours de lot ne rejoue pas un numero.
           ADD 1 TO WS-REF-COURANTE
           MOVE WS-REF-COURANTE TO LIGNE-REF-CTL
           OPEN OUTPUT REF-CONTROL-FILE
           WRITE LIGNE-REF-CTL
           CLOSE REF-CONTROL-FILE

           MOVE ALL "|" TO ALR-REC
           MOVE SPACES TO ALR-NUMERO
           STRING "AL" DELIMITED BY SIZE
                  WS-REF-COURANTE DELIMITED BY SIZE
                  INTO ALR-NUMERO
           END-STRING
           MOVE 'O'               TO ALR-ETAT
           MOVE WS-NV-MOTIF       TO ALR-MOTIF
           MOVE WS-DATE-JOUR      TO ALR-DATE
           MOVE WS-COMPTE-COURANT TO ALR-COMPTE
           MOVE WS-NV-MONTANT     TO ALR-MONTANT
           MOVE WS-NV-NOMBRE      TO ALR-NOMBRE
           MOVE WS-NV-DETAIL      TO ALR-DETAIL
           MOVE 0                 TO ALR-DATE-MAJ
           MOVE SPACES            TO ALR-OPERATEUR
           MOVE SPACES            TO ALR-NOTE
           WRITE ALR-REC

           IF WS-NB-EXISTANTES < 2000
               ADD 1 TO WS-NB-EXISTANTES
               MOVE WS-COMPTE-COURANT TO
                    WS-EXI-COMPTE (WS-NB-EXISTANTES)
               MOVE WS-NV-MOTIF TO WS-EXI-MOTIF (WS-NB-EXISTANTES)
           END-IF
           ADD 1 TO WS-NB-ALERTES
           EVALUATE WS-NV-MOTIF
               WHEN 'F'
                   ADD 1 TO WS-NB-FRACT-ALR
                   MOVE "FRACTIONNEMENT" TO WS-LIB-MOTIF
               WHEN 'T'
                   ADD 1 TO WS-NB-TRANSIT-ALR
                   MOVE "TRANSIT RAPIDE" TO WS-LIB-MOTIF
               WHEN OTHER
                   ADD 1 TO WS-NB-VOLUME-ALR
                   MOVE "VOLUME"         TO WS-LIB-MOTIF
           END-EVALUATE

           MOVE WS-NV-MONTANT TO WS-MONTANT-EDIT
           MOVE WS-NV-NOMBRE  TO WS-NOMBRE-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING ALR-NUMERO        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ALR-COMPTE        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-LIB-MOTIF      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-MONTANT-EDIT   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NOMBRE-EDIT    DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-NV-DETAIL      DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
           MOVE "VIGILANCE-LCB" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-COMPTES  TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-ALERTES  TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-ECARTEES TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.
