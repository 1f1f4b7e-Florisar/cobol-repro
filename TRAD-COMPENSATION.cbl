      *                  centimes implicites, date), traduit chaque
      *                  compte externe en identifiant client via la
      *                  table correspondance_comptes.txt
      *                  ("COMPTE-EXTERNE|ID-CLIENT|CLE", CLE etant la
      *                  cle RIB de l'identifiant -- voir CLE-RIB ; une
      *                  entree a cle absente ou fausse envoie la ligne
      *                  en suspens sous le motif CLE), et ajoute les
      *                  credits traduits au lot transactions.txt avec
      *                  l'en-tete H et le pied T recalcules comme
      *                  l'exige CONTROLER-FICHIER-TRANS (meme logique
      *                  Le fichier recu est vide en fin de passage :
      *                  une relance ne retraduit pas les memes
      *                  credits sous de nouvelles references.
      *                  Le nom du donneur d'ordre porte par la chambre
      *                  est filtre contre la liste de surveillance
      *                  (CRIBLAGE) : un credit suspect n'entre pas au
      *                  lot, il attend la conformite dans
      *                  filtrage_attente.txt ; libere par FILTRAGE, il
      *                  est traduit au passage suivant sans nouveau
      *                  filtrage.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

      *>   File de filtrage tenue par CRIBLAGE et FILTRAGE : les
      *>   credits liberes par la conformite y sont repris puis
      *>   marques 'T'.
           SELECT FILTRAGE-FILE
              ASSIGN TO "filtrage_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE.

           SELECT FILTRAGE-TRV-FILE
              ASSIGN TO "filtrage_attente.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE-TRV.

       DATA DIVISION.
       FILE SECTION.
      *>   Format fixe de la chambre de compensation, decrit en
      *>   WORKING-STORAGE (COMP-REC) pour que les credits liberes par
      *>   la conformite repassent par la meme traduction.
       FD COMPENSATION-FILE.
       01 COMP-LIGNE PIC X(77).

       FD CORRESPONDANCE-FILE.
       01 CORRESP-LIGNE PIC X(30).

      *>   Lignes de la chambre restees sans correspondance, gardees
      *>   telles quelles pour reprise une fois la table completee.
       FD SUSPENS-FILE.
       01 SUSPENS-LIGNE PIC X(100).

       FD TRANSACTIONS-FILE.
       01 TRANS-LIGNE PIC X(80).
       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

       FD FILTRAGE-FILE.
       01 FLT-REC.
           COPY FILTREC.

       FD FILTRAGE-TRV-FILE.
       01 FILTRAGE-TRV-LIGNE PIC X(328).

       WORKING-STORAGE SECTION.
      *>   Ligne de la chambre : reference (12), compte chez eux (11),
      *>   montant en centimes implicites (11), date de reglement (8),
      *>   nom du donneur d'ordre (35). Une ligne a l'ancien format de
      *>   42 caracteres arrive sans donneur et n'est pas filtree.
       01 COMP-REC.
           05 COMP-REF-EXT     PIC X(12).
           05 COMP-COMPTE-EXT  PIC X(11).
           05 COMP-MONTANT     PIC 9(9)V99.
           05 COMP-DATE        PIC 9(8).
           05 COMP-DONNEUR-NOM PIC X(35).

       01 WS-FS-COMP          PIC XX.
       01 WS-FS-CORRESP       PIC XX.
       01 WS-FS-SUSPENS       PIC XX.
       01 WS-FS-TRANS         PIC XX.
       01 WS-FS-TRANS-TRV     PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-FS-FILTRAGE      PIC XX.
       01 WS-FS-FILTRAGE-TRV  PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
      *>   Lot en reconstruction : en-tete, compteur et totaux du
      *>   pied -- memes regles que ORDRES-PERMANENTS.
       01 WS-DATE-LOT         PIC X(8).
      *>   Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *>   quelle ; un lot sans agence le reste.
       01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
       01 WS-ENTETE-VUE       PIC X(1) VALUE 'N'.
       01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-COR-EXT          PIC X(11).
       01 WS-COR-ID-CHAR      PIC X(5).
       01 WS-COR-ID-LONG      PIC 9(2) COMP.
       01 WS-COR-CLE          PIC X(3).
       01 WS-COR-CLE-OK       PIC X(1).
       01 WS-MONTANT-EDIT     PIC 9(7).99.
       01 WS-MONTANT-VAL      PIC 9(7)V99 VALUE 0.

       01 WS-NB-TRADUITES     PIC 9(5) VALUE 0.
       01 WS-NB-SUSPENS       PIC 9(5) VALUE 0.

      *>   Filtrage du donneur d'ordre (liste de surveillance).
       01 WS-COMP-PRESENT     PIC X(1) VALUE 'N'.
       01 WS-SANS-CRIBLAGE    PIC X(1) VALUE 'N'.
       01 WS-NB-LIBERES       PIC 9(5) VALUE 0.
       01 WS-NB-REPRIS        PIC 9(5) VALUE 0.
       01 WS-NB-FILTRAGE      PIC 9(5) VALUE 0.

      *>   Champs passes a CRIBLAGE : zones de la bonne taille, pas
      *>   des litteraux.
       01 WS-CRB-ORIGINE      PIC X(1) VALUE 'C'.
       01 WS-CRB-NOM          PIC X(40).
       01 WS-CRB-PRENOM       PIC X(20).
       01 WS-CRB-NAISSANCE    PIC X(10).
       01 WS-CRB-DONNEES      PIC X(200).
       01 WS-CRB-SUSPECT      PIC X(1).
       01 WS-CRB-NUMERO       PIC X(10).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Arguments de CLE-RIB (pose des cles RIB sur la
      *>   ligne du lot).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.
       01 WS-RIB-LIGNE        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-DATE-LOT

      *>   Sans fichier recu, le passage ne sert encore qu'a
      *>   reprendre les credits liberes par la conformite.
           PERFORM COMPTER-CREDITS-LIBERES
           OPEN INPUT COMPENSATION-FILE
           IF WS-FS-COMP = "00"
               MOVE 'Y' TO WS-COMP-PRESENT
           ELSE
               MOVE 'N' TO WS-COMP-PRESENT
               IF WS-NB-LIBERES = 0
                   DISPLAY "Aucun fichier de compensation "
                           "(compensation_entree.txt) -- rien a faire"
                   GOBACK
               END-IF
               DISPLAY "Aucun fichier de compensation -- reprise des "
                       "seuls credits liberes"
           END-IF

           PERFORM RELEVER-LOT-EXISTANT
           PERFORM OUVRIR-SUSPENS
           PERFORM OUVRIR-ETAT-SUSPENS

           IF WS-COMP-PRESENT = 'Y'
               MOVE 'N' TO WS-SANS-CRIBLAGE
               READ COMPENSATION-FILE INTO COMP-REC
                   AT END MOVE "10" TO WS-FS-COMP
               END-READ
               PERFORM UNTIL WS-FS-COMP = "10"
                   IF COMP-REC NOT = SPACES
                       ADD 1 TO WS-NB-LUES
                       PERFORM TRADUIRE-LIGNE
                   END-IF
                   READ COMPENSATION-FILE INTO COMP-REC
                       AT END MOVE "10" TO WS-FS-COMP
                   END-READ
               END-PERFORM
               CLOSE COMPENSATION-FILE
           END-IF
           IF WS-NB-LIBERES > 0
               PERFORM REPRENDRE-CREDITS-LIBERES
           END-IF
           CLOSE SUSPENS-FILE

           PERFORM ECRIRE-REFERENCE-CONTROLE
           PERFORM REECRIRE-LOT
      *>   La file n'est reecrite qu'une fois le lot en place : un
      *>   arret entre les deux reprend les memes credits liberes
      *>   au lieu de les perdre.
           IF WS-NB-REPRIS > 0
               PERFORM RECOPIER-FILE-FILTRAGE
           END-IF
           IF WS-COMP-PRESENT = 'Y'
               PERFORM VIDER-FICHIER-COMPENSATION
           END-IF
           PERFORM FERMER-ETAT-SUSPENS

           DISPLAY WS-SEPARATEUR
           DISPLAY "Lignes de la chambre lues  : " WS-NB-LUES
           DISPLAY "Credits traduits au lot    : " WS-NB-TRADUITES
           DISPLAY "Lignes mises en suspens    : " WS-NB-SUSPENS
           DISPLAY "Credits retenus au filtrage: " WS-NB-FILTRAGE
           DISPLAY "Credits liberes repris     : " WS-NB-REPRIS
           DISPLAY WS-SEPARATEUR
           GOBACK.

               IF TRANS-LIGNE (1:2) = "H|"
                   MOVE 'Y' TO WS-ENTETE-VUE
                   MOVE TRANS-LIGNE (3:8) TO WS-DATE-LOT
                   IF TRANS-LIGNE (11:1) = "|"
                       MOVE TRANS-LIGNE (12:3) TO WS-AGENCE-LOT
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DETAILS
                   PERFORM CUMULER-DETAIL-EXISTANT
              WS-DET-TYPE = 'Q'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-CREDITS
           END-IF
           IF WS-DET-TYPE = 'D' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'X' OR WS-DET-TYPE = 'P'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-DEBITS
           END-IF.

      *>   Le compte externe est cherche dans la table de
      *>   correspondance ; trouve, la ligne devient un credit 'C'
      *>   ordinaire du lot ; sinon elle part en suspens avec son
      *>   motif, a reprendre une fois la table completee. Un credit
      *>   traduisible dont le donneur ressemble a une entree de la
      *>   liste de surveillance part en attente de la conformite
      *>   (sauf s'il revient justement libere : WS-SANS-CRIBLAGE).
           IF COMP-MONTANT NOT NUMERIC OR COMP-COMPTE-EXT = SPACES
               MOVE "FORMAT" TO WS-MOTIF-SUSPENS
               PERFORM METTRE-EN-SUSPENS
           ELSE
               PERFORM CHERCHER-CORRESPONDANCE
               IF WS-CORRESP-TROUVE = 'Y' AND WS-COR-CLE-OK = 'N'
                   MOVE "CLE" TO WS-MOTIF-SUSPENS
                   PERFORM METTRE-EN-SUSPENS
               ELSE
               IF WS-CORRESP-TROUVE = 'Y'
                   MOVE 'N' TO WS-CRB-SUSPECT
                   IF WS-SANS-CRIBLAGE = 'N' AND
                      COMP-DONNEUR-NOM NOT = SPACES
                       PERFORM FILTRER-DONNEUR
                   END-IF
                   IF WS-CRB-SUSPECT = 'N'
                       PERFORM EMETTRE-CREDIT-TRADUIT
                   END-IF
               ELSE
                   MOVE "INCONNU" TO WS-MOTIF-SUSPENS
                   PERFORM METTRE-EN-SUSPENS
               END-IF
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       FILTRER-DONNEUR.
      *>   Le donneur n'est connu que par un nom libre : CRIBLAGE le
      *>   rapproche par mots entiers, sans prenom ni naissance.
           MOVE COMP-DONNEUR-NOM TO WS-CRB-NOM
           MOVE SPACES TO WS-CRB-PRENOM WS-CRB-NAISSANCE
           MOVE COMP-REC TO WS-CRB-DONNEES
           CALL "CRIBLAGE" USING WS-CRB-ORIGINE WS-CRB-NOM
                WS-CRB-PRENOM WS-CRB-NAISSANCE WS-CRB-DONNEES
                WS-CRB-SUSPECT WS-CRB-NUMERO
           IF WS-CRB-SUSPECT = 'Y'
               ADD 1 TO WS-NB-FILTRAGE
               DISPLAY "Credit " COMP-REF-EXT " retenu au filtrage, "
                       "dossier " WS-CRB-NUMERO " (donneur "
                       FUNCTION TRIM (COMP-DONNEUR-NOM) ")"
           END-IF.

       *>--------------------------------------------------------------
       COMPTER-CREDITS-LIBERES.
           MOVE 0 TO WS-NB-LIBERES
           OPEN INPUT FILTRAGE-FILE
           IF WS-FS-FILTRAGE = "00"
               READ FILTRAGE-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE
               END-READ
               PERFORM UNTIL WS-FS-FILTRAGE = "10"
                   IF FLT-ORIGINE = 'C' AND FLT-ETAT = 'L'
                       ADD 1 TO WS-NB-LIBERES
                   END-IF
                   READ FILTRAGE-FILE
                       AT END MOVE "10" TO WS-FS-FILTRAGE
                   END-READ
               END-PERFORM
               CLOSE FILTRAGE-FILE
           END-IF.

       *>--------------------------------------------------------------
       REPRENDRE-CREDITS-LIBERES.
      *>   Les credits liberes par la conformite (origine 'C', etat
      *>   'L') repassent par TRADUIRE-LIGNE sans nouveau filtrage et
      *>   sont marques 'T' dans la copie de travail de la file.
           MOVE 0 TO WS-NB-REPRIS
           MOVE 'Y' TO WS-SANS-CRIBLAGE
           OPEN INPUT FILTRAGE-FILE
           IF WS-FS-FILTRAGE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILTRAGE-TRV-FILE
           READ FILTRAGE-FILE
               AT END MOVE "10" TO WS-FS-FILTRAGE
           END-READ
           PERFORM UNTIL WS-FS-FILTRAGE = "10"
               IF FLT-ORIGINE = 'C' AND FLT-ETAT = 'L'
                   MOVE FLT-DONNEES TO COMP-REC
                   PERFORM TRADUIRE-LIGNE
                   MOVE 'T' TO FLT-ETAT
                   ADD 1 TO WS-NB-REPRIS
               END-IF
               MOVE FLT-REC TO FILTRAGE-TRV-LIGNE
               WRITE FILTRAGE-TRV-LIGNE
               READ FILTRAGE-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE
               END-READ
           END-PERFORM
           CLOSE FILTRAGE-FILE
           CLOSE FILTRAGE-TRV-FILE
           MOVE 'N' TO WS-SANS-CRIBLAGE.

       *>--------------------------------------------------------------
       RECOPIER-FILE-FILTRAGE.
           OPEN OUTPUT FILTRAGE-FILE
           OPEN INPUT FILTRAGE-TRV-FILE
           READ FILTRAGE-TRV-FILE
               AT END MOVE "10" TO WS-FS-FILTRAGE-TRV
           END-READ
           PERFORM UNTIL WS-FS-FILTRAGE-TRV = "10"
               MOVE FILTRAGE-TRV-LIGNE TO FLT-REC
               WRITE FLT-REC
               READ FILTRAGE-TRV-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE-TRV
               END-READ
           END-PERFORM
           CLOSE FILTRAGE-TRV-FILE
           CLOSE FILTRAGE-FILE.

       *>--------------------------------------------------------------
       CHERCHER-CORRESPONDANCE.
      *>   Table "COMPTE-EXTERNE|ID-CLIENT|CLE", relue a chaque ligne
      *>   (pas de table en memoire, pas de plafond) ; la derniere
      *>   occurrence d'un compte externe gagne, comme LIRE-PARAM.
           MOVE 'N' TO WS-CORRESP-TROUVE
           MOVE 'N' TO WS-COR-CLE-OK
           MOVE 0 TO WS-ID-TRADUIT
           OPEN INPUT CORRESPONDANCE-FILE
           IF WS-FS-CORRESP = "00"
           IF CORRESP-LIGNE = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-COR-EXT WS-COR-ID-CHAR WS-COR-CLE
               UNSTRING CORRESP-LIGNE DELIMITED BY "|"
                   INTO WS-COR-EXT WS-COR-ID-CHAR WS-COR-CLE
               END-UNSTRING
               COMPUTE WS-COR-ID-LONG =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-COR-ID-CHAR))
                   MOVE 'Y' TO WS-CORRESP-TROUVE
                   MOVE WS-COR-ID-CHAR (1:WS-COR-ID-LONG)
                        TO WS-ID-TRADUIT
                   PERFORM CONTROLER-CLE-CORRESPONDANCE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-CLE-CORRESPONDANCE.
      *>   La cle de l'entree retenue doit etre celle de l'identifiant
      *>   traduit : une faute de saisie dans la table ne credite pas
      *>   un autre client.
           MOVE 'N' TO WS-COR-CLE-OK
           IF WS-COR-CLE (1:2) IS NUMERIC AND WS-COR-CLE (3:1) = SPACE
               MOVE 'C' TO WS-RIB-ACTION
               MOVE WS-ID-TRADUIT TO WS-RIB-COMPTE
               CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                    WS-RIB-CLE WS-RIB-LIGNE
               IF WS-COR-CLE (1:2) = WS-RIB-CLE
                   MOVE 'Y' TO WS-COR-CLE-OK
               END-IF
           END-IF.

                  "||" DELIMITED BY SIZE
                  INTO TRANS-TRV-LIGNE
           END-STRING
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           ADD 1 TO WS-NB-TRADUITES

       *>--------------------------------------------------------------
       METTRE-EN-SUSPENS.
      *>   WS-MOTIF-SUSPENS arrive avec le motif (FORMAT, INCONNU ou
      *>   CLE) ; la ligne d'origine est conservee telle quelle
      *>   derriere lui.
           ADD 1 TO WS-NB-SUSPENS
           MOVE SPACES TO SUSPENS-LIGNE
                  WS-DATE-LOT DELIMITED BY SIZE
                  INTO TRANS-LIGNE
           END-STRING
           IF WS-AGENCE-LOT NOT = SPACES
               MOVE "|"           TO TRANS-LIGNE (11:1)
               MOVE WS-AGENCE-LOT TO TRANS-LIGNE (12:3)
           END-IF
           WRITE TRANS-LIGNE

           OPEN INPUT TRANS-TRV-FILE
