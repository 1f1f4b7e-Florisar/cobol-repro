      *                  fichier date (soldes_AAAAMMJJ.txt), puis
      *                  verifie que le solde du jour de chaque compte
      *                  vaut le solde de la veille plus les mouvements
      *                  du jour inscrits au grand livre (lus compte
      *                  par compte dans son index, INDEX-LIVRE), en
      *                  signalant tout compte dont le solde a bouge
      *                  sans piece.
      *                  Le rapprochement se fait dans la devise de
      *                  chaque compte ; suit la position par devise
      *                  (comptes, soldes et mouvements du jour dans la
      *                  devise, contre-valeur en euros au cours du
      *                  jour) et le total general en euros.
      *                  Le total du jour est ajoute a
      *                  totaux_rapprochement.txt, avec la part des
      *                  comptes techniques (compensation,
      *                  consignation, Etat) et les depots de la
      *                  clientele qui restent : la balance generale
      *                  (BALANCE-GL) y rapproche son compte de depots.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

      *>   Registre des comptes : la devise d'un compte en devise est
      *>   le quatrieme champ de sa ligne (voir LIRE-DEVISE).
           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

      *>   Photographies datees : le nom du fichier est construit au
      *>   lancement (soldes_AAAAMMJJ.txt), celui du jour en ecriture,
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-VEILLE.

      *>   "AAAAMMJJ|TOTAL-EUR|TECHNIQUE-EUR|DEPOTS-EUR", une ligne par
      *>   passage (la derniere d'une date gagne), en ajout.
           SELECT TOTAUX-FILE
              ASSIGN TO "totaux_rapprochement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TOTAUX.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

      *>   "ID|SOLDE", solde au format "9999999.99" avec '-' de tete
      *>   pour un compte en decouvert.
       FD VEILLE-FILE.
       01 VEILLE-LIGNE PIC X(20).

       FD TOTAUX-FILE.
       01 TOTAUX-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-SNAPSHOT      PIC XX.
       01 WS-FS-VEILLE        PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-TOTAUX        PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

      *>   Comptes techniques de clients.csv (cles du magasin de
      *>   parametres, memes valeurs par defaut que MAJ-SOLDE,
      *>   DESHERENCE, RETENUE-SOURCE et PASSAGE-PERTE), tenus en
      *>   euros : leur solde est retire du total pour donner les
      *>   depots de la clientele.
       01 WS-COMPTE-COMPENSATION PIC 9(5) VALUE 99997.
       01 WS-COMPTE-CONSIGNE  PIC 9(5) VALUE 99998.
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 99996.
       01 WS-COMPTE-PERTES    PIC 9(5) VALUE 99995.
       01 WS-TOT-TECHNIQUE    PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DEPOTS       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-TEXTE-1      PIC -9(11).99.
       01 WS-TOT-TEXTE-2      PIC -9(11).99.
       01 WS-TOT-TEXTE-3      PIC -9(11).99.

      *>   Champs passes a LIRE-PARAM (magasin central de
      *>   parametres).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

       01 WS-NOM-SNAPSHOT     PIC X(30).
       01 WS-NOM-VEILLE       PIC X(30).
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-SOLDE-EDIT       PIC -9(7).99.
       01 WS-RESTE            PIC X(64).

      *>   Piece du grand livre rendue par INDEX-LIVRE.
       01 LIVRE-LIGNE         PIC X(132).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence).
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs eclates d'une ligne du grand livre.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
       01 WS-TROUVE           PIC X(1).
       01 WS-NB-ANOMALIES     PIC 9(5) VALUE 0.

      *>   Comptes tenus dans une devise autre que l'euro (relus une
      *>   fois de comptes.txt, la derniere ligne d'un numero gagne) ;
      *>   un compte absent de cette table tient en euros.
       01 WS-NB-DEVCPT        PIC 9(3) VALUE 0.
       01 WS-TABLE-DEVCPT.
           05 WS-DC-ENTRY OCCURS 200 TIMES INDEXED BY WS-DCIDX.
               10 WS-DC-COMPTE PIC 9(5).
               10 WS-DC-DEVISE PIC X(3).
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-REG-TYPE         PIC X(1).
       01 WS-REG-DEVISE       PIC X(10).
       01 WS-REG-NUMERO-LONG  PIC 9(2) COMP.
       01 WS-REG-NUMERO       PIC 9(5).
       01 WS-DEVISE-COURANTE  PIC X(3).

      *>   Position par devise : comptes, soldes du jour et mouvements
      *>   du jour dans la devise, contre-valeur en euros au cours du
      *>   jour (LIRE-DEVISE).
       01 WS-NB-POS           PIC 9(2) VALUE 0.
       01 WS-TABLE-POS.
           05 WS-P-ENTRY OCCURS 20 TIMES INDEXED BY WS-PIDX.
               10 WS-P-DEVISE   PIC X(3).
               10 WS-P-NB       PIC 9(5).
               10 WS-P-SOLDE    PIC S9(11)V99.
               10 WS-P-CREDITS  PIC 9(11)V99.
               10 WS-P-DEBITS   PIC 9(11)V99.
       01 WS-POS-TROUVE       PIC X(1).
       01 WS-SOLDE-EUR        PIC S9(11)V99 VALUE 0.
       01 WS-CREDITS-EUR      PIC 9(11)V99 VALUE 0.
       01 WS-DEBITS-EUR       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-SOLDE-EUR    PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CREDITS-EUR  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DEBITS-EUR   PIC 9(11)V99 VALUE 0.
       01 WS-POS-SOLDE-EDIT   PIC -(10)9.99.
       01 WS-POS-EUR-EDIT     PIC -(10)9.99.
       01 WS-POS-MVT-EDIT     PIC Z(10)9.99.
       01 WS-POS-COURS-EDIT   PIC ZZ9.9(6).
       01 WS-NB-SANS-COURS    PIC 9(2) VALUE 0.

      *>   Champs passes a LIRE-DEVISE (compte a zero : la devise est
      *>   fournie).
       01 WS-DEV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COURS        PIC 9(3)V9(6) VALUE 0.
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RAPPROCHEMENT".
                  INTO WS-NOM-VEILLE
           END-STRING

           PERFORM CHARGER-DEVISES-COMPTES
           PERFORM LIRE-COMPTES-TECHNIQUES
           PERFORM DECHARGER-SOLDES-DU-JOUR
           PERFORM CHARGER-SOLDES-VEILLE
           PERFORM CUMULER-MOUVEMENTS-JOUR
           PERFORM RAPPROCHER
           PERFORM EDITER-POSITIONS-DEVISES
           PERFORM ECRIRE-TOTAUX-JOUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-COMPTES-TECHNIQUES.
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
           .

       *>--------------------------------------------------------------
       ECRIRE-TOTAUX-JOUR.
      *>   Meme idiome d'ajout que menu_trace.txt : le fichier est cree
      *>   au premier passage.
           COMPUTE WS-TOT-DEPOTS = WS-TOT-SOLDE-EUR - WS-TOT-TECHNIQUE
           MOVE WS-TOT-SOLDE-EUR TO WS-TOT-TEXTE-1
           MOVE WS-TOT-TECHNIQUE TO WS-TOT-TEXTE-2
           MOVE WS-TOT-DEPOTS    TO WS-TOT-TEXTE-3
           MOVE SPACES TO TOTAUX-LIGNE
           STRING WS-DATE-JOUR   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-TEXTE-1)
                                 DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-TEXTE-2)
                                 DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOT-TEXTE-3)
                                 DELIMITED BY SIZE
                  INTO TOTAUX-LIGNE
           END-STRING
           OPEN INPUT TOTAUX-FILE
           IF WS-FS-TOTAUX = "00"
               CLOSE TOTAUX-FILE
               OPEN EXTEND TOTAUX-FILE
           ELSE
               OPEN OUTPUT TOTAUX-FILE
           END-IF
           WRITE TOTAUX-LIGNE
           CLOSE TOTAUX-FILE
           MOVE WS-TOT-DEPOTS TO WS-POS-EUR-EDIT
           DISPLAY "Depots de la clientele (EUR)        : "
                   WS-POS-EUR-EDIT.

       *>--------------------------------------------------------------
       CHARGER-DEVISES-COMPTES.
           MOVE 0 TO WS-NB-DEVCPT
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               PERFORM RETENIR-DEVISE-COMPTE
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE.

       *>--------------------------------------------------------------
       RETENIR-DEVISE-COMPTE.
      *>   Meme regle que LIRE-DEVISE : un depot a terme 'T' ou une
      *>   ligne sans devise lisible tient en euros.
           IF COMPTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           MOVE SPACES TO WS-REG-TYPE WS-REG-DEVISE
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR WS-REG-TYPE
                    WS-REG-DEVISE
           END-UNSTRING
           COMPUTE WS-REG-NUMERO-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-REG-NUMERO-CHAR))
           IF WS-REG-NUMERO-LONG = 0 OR
              WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG)
                TO WS-REG-NUMERO
           MOVE "EUR" TO WS-DEVISE-COURANTE
           IF WS-REG-TYPE NOT = 'T' AND
              WS-REG-DEVISE (1:3) IS ALPHABETIC-UPPER AND
              WS-REG-DEVISE (1:3) NOT = SPACES AND
              WS-REG-DEVISE (4:) = SPACES
               MOVE WS-REG-DEVISE (1:3) TO WS-DEVISE-COURANTE
           END-IF
           PERFORM VARYING WS-DCIDX FROM 1 BY 1
                    UNTIL WS-DCIDX > WS-NB-DEVCPT
               IF WS-DC-COMPTE (WS-DCIDX) = WS-REG-NUMERO
                   MOVE WS-DEVISE-COURANTE TO WS-DC-DEVISE (WS-DCIDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEVISE-COURANTE NOT = "EUR"
               IF WS-NB-DEVCPT < 200
                   ADD 1 TO WS-NB-DEVCPT
                   MOVE WS-REG-NUMERO TO WS-DC-COMPTE (WS-NB-DEVCPT)
                   MOVE WS-DEVISE-COURANTE
                        TO WS-DC-DEVISE (WS-NB-DEVCPT)
               ELSE
                   DISPLAY "Table des comptes en devise pleine (200) "
                           "-- compte " WS-REG-NUMERO " compte en EUR"
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-POSITION.
      *>   WS-LIV-COMPTE-NUM -> devise du compte et entree de la table
      *>   des positions (creee au premier compte de la devise).
           MOVE "EUR" TO WS-DEVISE-COURANTE
           PERFORM VARYING WS-DCIDX FROM 1 BY 1
                    UNTIL WS-DCIDX > WS-NB-DEVCPT
               IF WS-DC-COMPTE (WS-DCIDX) = WS-LIV-COMPTE-NUM
                   MOVE WS-DC-DEVISE (WS-DCIDX) TO WS-DEVISE-COURANTE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-POS-TROUVE
           PERFORM VARYING WS-PIDX FROM 1 BY 1
                    UNTIL WS-PIDX > WS-NB-POS OR WS-POS-TROUVE = 'Y'
               IF WS-P-DEVISE (WS-PIDX) = WS-DEVISE-COURANTE
                   MOVE 'Y' TO WS-POS-TROUVE
               END-IF
           END-PERFORM
           IF WS-POS-TROUVE = 'Y'
               SET WS-PIDX DOWN BY 1
           ELSE
               IF WS-NB-POS < 20
                   ADD 1 TO WS-NB-POS
                   SET WS-PIDX TO WS-NB-POS
                   MOVE WS-DEVISE-COURANTE TO WS-P-DEVISE (WS-PIDX)
                   MOVE 0 TO WS-P-NB (WS-PIDX) WS-P-SOLDE (WS-PIDX)
                   MOVE 0 TO WS-P-CREDITS (WS-PIDX)
                   MOVE 0 TO WS-P-DEBITS (WS-PIDX)
                   MOVE 'Y' TO WS-POS-TROUVE
               ELSE
                   DISPLAY "Table des devises pleine (20) -- "
                           WS-DEVISE-COURANTE " hors position"
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       DECHARGER-SOLDES-DU-JOUR.
      *>   Tous les couples ID/SOLDE de clients.csv partent dans la
           END-STRING
           WRITE SNAP-LIGNE

           IF FS-ID-CLIENT = WS-COMPTE-COMPENSATION OR
              FS-ID-CLIENT = WS-COMPTE-CONSIGNE OR
              FS-ID-CLIENT = WS-COMPTE-ETAT OR
              FS-ID-CLIENT = WS-COMPTE-PERTES
               ADD WS-SOLDE-VAL TO WS-TOT-TECHNIQUE
           END-IF

           MOVE FS-ID-CLIENT TO WS-LIV-COMPTE-NUM
           PERFORM CHERCHER-POSITION
           IF WS-POS-TROUVE = 'Y'
               ADD 1 TO WS-P-NB (WS-PIDX)
               ADD WS-SOLDE-VAL TO WS-P-SOLDE (WS-PIDX)
           END-IF

           IF WS-NB-JOUR < 200
               ADD 1 TO WS-NB-JOUR
               MOVE FS-ID-CLIENT TO WS-J-COMPTE (WS-NB-JOUR)
      *>   Mouvement net du jour par compte : les credits s'ajoutent,
      *>   les debits se retranchent ; les totaux bruts sont repris en
      *>   pied pour comparaison avec ceux imprimes par MAJ-SOLDE.
      *>   Les pieces sont lues compte par compte dans l'index du
      *>   grand livre : chaque compte du jour, puis chaque compte de
      *>   la veille disparu depuis.
           MOVE 0 TO WS-NB-NET
           PERFORM VARYING WS-JIDX FROM 1 BY 1
                    UNTIL WS-JIDX > WS-NB-JOUR
               MOVE WS-J-COMPTE (WS-JIDX) TO WS-ILV-COMPTE
               PERFORM CUMULER-PIECES-COMPTE
           END-PERFORM
           PERFORM VARYING WS-VIDX FROM 1 BY 1
                    UNTIL WS-VIDX > WS-NB-VEILLE
               MOVE 'N' TO WS-TROUVE
               PERFORM VARYING WS-JIDX FROM 1 BY 1
                        UNTIL WS-JIDX > WS-NB-JOUR
                   IF WS-J-COMPTE (WS-JIDX) = WS-V-COMPTE (WS-VIDX)
                       MOVE 'Y' TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-TROUVE = 'N'
                   MOVE WS-V-COMPTE (WS-VIDX) TO WS-ILV-COMPTE
                   PERFORM CUMULER-PIECES-COMPTE
               END-IF
           END-PERFORM
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       CUMULER-PIECES-COMPTE.
           MOVE 'D' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           PERFORM UNTIL WS-ILV-TROUVE NOT = 'Y'
               MOVE 'S' TO WS-ILV-ACTION
               CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                    WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
               IF WS-ILV-TROUVE = 'Y'
                   MOVE WS-ILV-LIGNE TO LIVRE-LIGNE
                   PERFORM CUMULER-LIGNE-LIVRE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       CUMULER-LIGNE-LIVRE.
      *>       cheques 'Q' et les interets 'I' ; tout le reste
      *>       (debits 'D', frais 'F', rejets de cheques 'B') se
      *>       retranche.
               PERFORM CHERCHER-POSITION
               IF WS-LIV-TYPE = 'C' OR WS-LIV-TYPE = 'Q' OR
                  WS-LIV-TYPE = 'I'
                   ADD WS-LIV-MONT-VAL TO WS-TOTAL-CREDITS
                   IF WS-POS-TROUVE = 'Y'
                       ADD WS-LIV-MONT-VAL TO WS-P-CREDITS (WS-PIDX)
                   END-IF
               ELSE
                   ADD WS-LIV-MONT-VAL TO WS-TOTAL-DEBITS
                   IF WS-POS-TROUVE = 'Y'
                       ADD WS-LIV-MONT-VAL TO WS-P-DEBITS (WS-PIDX)
                   END-IF
               END-IF
           END-IF.

               DISPLAY "ANOMALIE compte " WS-V-COMPTE (WS-VIDX)
                       " : present la veille, absent aujourd'hui"
           END-IF.

       *>--------------------------------------------------------------
       EDITER-POSITIONS-DEVISES.
      *>   Une ligne par devise tenue : soldes et mouvements du jour
      *>   dans la devise, puis leur contre-valeur en euros au cours
      *>   du jour (montant / cours, le cours etant le nombre
      *>   d'unites de la devise pour un euro). Une devise sans cours
      *>   reste hors du total general, signalee.
           MOVE 0 TO WS-TOT-SOLDE-EUR WS-TOT-CREDITS-EUR
           MOVE 0 TO WS-TOT-DEBITS-EUR WS-NB-SANS-COURS
           DISPLAY "POSITIONS PAR DEVISE AU " WS-DATE-JOUR
           DISPLAY "DEV COMPTES   SOLDE DEVISE       COURS"
                   "      CONTRE-VALEUR EUR"
           DISPLAY WS-SEPARATEUR
           PERFORM VARYING WS-PIDX FROM 1 BY 1
                    UNTIL WS-PIDX > WS-NB-POS
               PERFORM EDITER-UNE-POSITION
           END-PERFORM
           DISPLAY WS-SEPARATEUR
           MOVE WS-TOT-SOLDE-EUR TO WS-POS-EUR-EDIT
           DISPLAY "Total general des soldes (EUR)      : "
                   WS-POS-EUR-EDIT
           MOVE WS-TOT-CREDITS-EUR TO WS-POS-MVT-EDIT
           DISPLAY "Total credits du jour (EUR)         : "
                   WS-POS-MVT-EDIT
           MOVE WS-TOT-DEBITS-EUR TO WS-POS-MVT-EDIT
           DISPLAY "Total debits du jour (EUR)          : "
                   WS-POS-MVT-EDIT
           IF WS-NB-SANS-COURS > 0
               DISPLAY "Devises sans cours du jour, hors total : "
                       WS-NB-SANS-COURS
               MOVE "POSITIONS-DEVISES" TO WS-EXC-PARAGRAPHE
               MOVE "COURS"             TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
           END-IF
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       EDITER-UNE-POSITION.
           MOVE 0 TO WS-DEV-COMPTE
           MOVE WS-P-DEVISE (WS-PIDX) TO WS-DEV-DEVISE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DATE-JOUR
                WS-DEV-DEVISE WS-DEV-COURS WS-DEV-TROUVE
           MOVE WS-P-SOLDE (WS-PIDX) TO WS-POS-SOLDE-EDIT
           IF WS-DEV-TROUVE = 'N'
               ADD 1 TO WS-NB-SANS-COURS
               DISPLAY WS-P-DEVISE (WS-PIDX) " " WS-P-NB (WS-PIDX)
                       " " WS-POS-SOLDE-EDIT "  PAS DE COURS DU JOUR"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SOLDE-EUR ROUNDED =
               WS-P-SOLDE (WS-PIDX) / WS-DEV-COURS
           COMPUTE WS-CREDITS-EUR ROUNDED =
               WS-P-CREDITS (WS-PIDX) / WS-DEV-COURS
           COMPUTE WS-DEBITS-EUR ROUNDED =
               WS-P-DEBITS (WS-PIDX) / WS-DEV-COURS
           ADD WS-SOLDE-EUR   TO WS-TOT-SOLDE-EUR
           ADD WS-CREDITS-EUR TO WS-TOT-CREDITS-EUR
           ADD WS-DEBITS-EUR  TO WS-TOT-DEBITS-EUR
           MOVE WS-DEV-COURS TO WS-POS-COURS-EDIT
           MOVE WS-SOLDE-EUR TO WS-POS-EUR-EDIT
           DISPLAY WS-P-DEVISE (WS-PIDX) " " WS-P-NB (WS-PIDX)
                   " " WS-POS-SOLDE-EDIT " " WS-POS-COURS-EDIT
                   " " WS-POS-EUR-EDIT
           MOVE WS-P-CREDITS (WS-PIDX) TO WS-POS-MVT-EDIT
           DISPLAY "    credits du jour : " WS-POS-MVT-EDIT " "
                   WS-P-DEVISE (WS-PIDX)
           MOVE WS-P-DEBITS (WS-PIDX) TO WS-POS-MVT-EDIT
           DISPLAY "    debits du jour  : " WS-POS-MVT-EDIT " "
                   WS-P-DEVISE (WS-PIDX).
