       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-COURRIER.

      *----------------------------------------------------------------
      * Nom du programme : PIN-COURRIER
      * Description    : Emission des codes secrets sous pli scelle --
      *                  le code par defaut d'un compte neuf et le
      *                  code temporaire remis par le superviseur
      *                  passent tous deux par le personnel. Ce lot
      *                  traite les demandes deposees au guichet
      *                  (PIN-GUICHET) dans demandes_codes.txt :
      *                  "AAAAMMJJ|CARTE|MOTIF|OPERATEUR", MOTIF 'N'
      *                  (nouvelle carte) ou 'R' (reemission). Pour
      *                  chaque demande, un code a quatre chiffres est
      *                  tire au hasard et remis a SECUPIN (operation
      *                  EM), qui n'en garde que l'empreinte et passe
      *                  la carte au statut 'R' : inutilisable dans
      *                  EX-GPT et SECURITE-01 jusqu'a la confirmation
      *                  de reception au guichet.
      *
      *                  Le code ne sort que dans le fichier des plis
      *                  scelles plis_codes_<AAAAMMJJ>.txt, remis au
      *                  seul atelier de mise sous pli -- jamais a
      *                  l'ecran, sur l'etat ni au journal. Un pli par
      *                  demande, enregistrements separes par '|' :
      *                    ENT|PLIS|AAAAMMJJ|HHMMSSCC    en-tete
      *                    PLI|SEQUENCE|CARTE|MOTIF      debut du pli
      *                    EXT|N|LIGNE POSTALE           volet exterieur
      *                    INT|N|TEXTE                   volet interieur
      *                    FPL|SEQUENCE                  fin du pli
      *                    FIN|PLIS|NOMBRE DE PLIS       pied
      *                  Le bloc adresse du volet exterieur vient de la
      *                  fiche guichet du titulaire (client.txt), avec
      *                  les memes controles que EDITION-ROUTAGE : une
      *                  adresse non postable ou un courrier deja
      *                  revenu ecarte la demande. L'emission part dans
      *                  exgpt_audit.txt (statut PLI, code masque) et
      *                  chaque demande est listee sur l'etat
      *                  PLIS-CODES. Les demandes que le magasin des
      *                  codes n'a pas pu servir restent dans le
      *                  fichier pour le passage suivant.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMANDES-FILE
              ASSIGN TO "demandes_codes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEMANDES.

      *>   Demandes laissees pour le passage suivant, recopiees a la
      *>   place du fichier des demandes en fin de lot.
           SELECT DEMANDES-TRV-FILE
              ASSIGN TO "demandes_codes.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEMANDES-TRV.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT PLIS-FILE
              ASSIGN TO DYNAMIC WS-NOM-PLIS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLIS.

           SELECT AUDIT-FILE
              ASSIGN TO "exgpt_audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD DEMANDES-FILE.
       01 DEMANDE-LIGNE PIC X(60).

       FD DEMANDES-TRV-FILE.
       01 DEMANDE-TRV-LIGNE PIC X(60).

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD PLIS-FILE.
       01 PLI-LIGNE PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-DEMANDES      PIC XX.
       01 WS-FS-DEMANDES-TRV  PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-PLIS          PIC XX.
       01 WS-FS-AUDIT         PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".
       01 WS-NOM-PLIS         PIC X(30).

      *>   Champs d'une ligne de demandes_codes.txt.
       01 WS-LU-DATE          PIC X(8).
       01 WS-LU-CARTE         PIC X(8).
       01 WS-LU-MOTIF         PIC X(1).
       01 WS-LU-OPERATEUR     PIC X(8).
       01 WS-CARTE            PIC 9(8) VALUE 0.
       01 WS-COMPTE           PIC 9(5) VALUE 0.
       01 WS-CLIENT           PIC 9(5) VALUE 0.

      *>   Issue d'une demande : EMIS, motif d'ecart, ou ATTENTE
      *>   quand la demande reste pour le passage suivant.
       01 WS-SUITE-DEMANDE    PIC X(12).

       01 WS-NB-LUES          PIC 9(5) VALUE 0.
       01 WS-NB-EMIS          PIC 9(5) VALUE 0.
       01 WS-NB-ECARTES       PIC 9(5) VALUE 0.
       01 WS-NB-GARDEES       PIC 9(5) VALUE 0.

      *>   Tirage des codes : la pendule, qui suffit a PIN-TEMPORAIRE
      *>   pour un code isole, donnerait des codes voisins d'une
      *>   demande a l'autre dans un meme lot -- le generateur
      *>   pseudo-aleatoire est amorce une fois sur l'heure, puis
      *>   chaque code en est tire. Un code qui reprend l'un des
      *>   derniers codes du compte est retire jusqu'a cinq fois.
       01 WS-HEURE-TIRAGE     PIC 9(8) VALUE 0.
       01 WS-ALEA             PIC V9(9) VALUE 0.
       01 WS-CODE-TIRE        PIC 9(4) VALUE 0.
       01 WS-NB-TIRAGES       PIC 9(1) VALUE 0.

      *>   Fichier des plis du jour d'exploitation : ouvert a la
      *>   premiere emission, en ajout s'il existe deja.
       01 WS-PLIS-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-DATE-PLIS        PIC 9(8) VALUE 0.
       01 WS-HEURE-PLIS       PIC 9(8) VALUE 0.
       01 WS-INT-NUMERO       PIC 9(1) VALUE 0.
       01 WS-INT-TEXTE        PIC X(70).

       01 WS-DATE-AUDIT       PIC 9(8).
       01 WS-TIME-AUDIT       PIC 9(8).

      *>   Action passee a DATE-EXPLOIT : plis et audit sont dates de
      *>   la journee d'exploitation.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Fiche guichet du titulaire (CLIENTREC), relue dans
      *>   client.txt.
       01 WS-CLI-REC.
           COPY CLIENTREC.
       01 WS-FICHE-TROUVEE    PIC X(1).
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-SOLDE        PIC X(12).
       01 WS-MOTIF            PIC X(5).

      *>   Bloc adresse decoupe en lignes postales de 38 caracteres,
      *>   comme chez l'imprimeur routeur.
       01 WS-ADR-LIGNE-1      PIC X(38).
       01 WS-ADR-LIGNE-2      PIC X(38).
       01 WS-ADR-LIGNE-3      PIC X(38).

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes,
      *>   comptes.txt) : la carte est portee par un compte courant,
      *>   dont le titulaire donne l'adresse.
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes,
      *>   cartes.dat) : la carte doit etre active et non expiree,
      *>   et donne le compte qui la porte.
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a SECUPIN (service de securite carte) :
      *>   operation EM, emission sous pli.
       01 WS-SEC-OPERATION    PIC X(2).
       01 WS-SEC-CARTE        PIC 9(8).
       01 WS-SEC-CODE         PIC 9(4) VALUE 0.
       01 WS-SEC-VERROU.
           05 WS-SEC-TENTATIVES   PIC 9(4).
           05 WS-SEC-ACCES-OK     PIC X.
           05 WS-SEC-DATE-VERROU  PIC 9(8).
           05 WS-SEC-HEURE-VERROU PIC 9(8).
           05 WS-SEC-STATUT       PIC X.
       01 WS-SEC-RETOUR       PIC X(2).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : le fichier des demandes n'est reecrit que par un
      *>   poste a la fois, et PIN-GUICHET n'y ajoute rien pendant le
      *>   lot.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "PIN-COURRIER".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

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
           DISPLAY "EMISSION DES CODES SECRETS SOUS PLI"
           DISPLAY WS-SEPARATEUR

           MOVE "PLIS-CODES" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              PERFORM JOURNALISER-FIN
              GOBACK
           END-IF

           OPEN INPUT DEMANDES-FILE
           IF WS-FS-DEMANDES NOT = "00"
               DISPLAY "Aucune demande de code a traiter"
               PERFORM LIBERER-VERROU-TRAITEMENT
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-PLIS
           ACCEPT WS-HEURE-TIRAGE FROM TIME
           COMPUTE WS-ALEA = FUNCTION RANDOM (WS-HEURE-TIRAGE)
           PERFORM OUVRIR-ETAT-PLIS

           OPEN OUTPUT DEMANDES-TRV-FILE
           READ DEMANDES-FILE
               AT END MOVE "10" TO WS-FS-DEMANDES
           END-READ
           PERFORM UNTIL WS-FS-DEMANDES = "10"
               IF DEMANDE-LIGNE NOT = SPACES
                   PERFORM TRAITER-DEMANDE
               END-IF
               READ DEMANDES-FILE
                   AT END MOVE "10" TO WS-FS-DEMANDES
               END-READ
           END-PERFORM
           CLOSE DEMANDES-FILE
           CLOSE DEMANDES-TRV-FILE

           PERFORM FERMER-PLIS
           PERFORM RECOPIER-DEMANDES-GARDEES
           PERFORM FERMER-ETAT-PLIS

           DISPLAY WS-SEPARATEUR
           DISPLAY "Demandes lues             : " WS-NB-LUES
           DISPLAY "Codes emis sous pli       : " WS-NB-EMIS
           DISPLAY "Demandes ecartees         : " WS-NB-ECARTES
           DISPLAY "Demandes en attente       : " WS-NB-GARDEES
           IF WS-NB-EMIS > 0
               DISPLAY "Plis a remettre a l'atelier : "
                       FUNCTION TRIM (WS-NOM-PLIS)
           END-IF
           DISPLAY WS-SEPARATEUR

           PERFORM LIBERER-VERROU-TRAITEMENT
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       TRAITER-DEMANDE.
           ADD 1 TO WS-NB-LUES
           MOVE SPACES TO WS-LU-DATE WS-LU-CARTE WS-LU-MOTIF
           MOVE SPACES TO WS-LU-OPERATEUR
           MOVE 0 TO WS-CARTE WS-COMPTE WS-CLIENT
           INITIALIZE WS-CLI-REC
           UNSTRING DEMANDE-LIGNE DELIMITED BY "|"
               INTO WS-LU-DATE WS-LU-CARTE WS-LU-MOTIF
                    WS-LU-OPERATEUR
           END-UNSTRING
           IF FUNCTION TRIM (WS-LU-CARTE) IS NOT NUMERIC OR
              (WS-LU-MOTIF NOT = 'N' AND WS-LU-MOTIF NOT = 'R')
               MOVE "ILLISIBLE" TO WS-SUITE-DEMANDE
               PERFORM ECARTER-DEMANDE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CARTE = FUNCTION NUMVAL (WS-LU-CARTE)

      *>   Une carte perdue, volee, remplacee ou expiree ne recoit
      *>   plus de code : la demande est ecartee.
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-CARTE TO CAR-NUMERO
           MOVE "VC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR NOT = "00"
               EVALUATE WS-CRT-RETOUR
                   WHEN "NT"
                       MOVE "INCONNUE" TO WS-SUITE-DEMANDE
                   WHEN "EX"
                       MOVE "EXPIREE" TO WS-SUITE-DEMANDE
                   WHEN OTHER
                       MOVE "OPPOSITION" TO WS-SUITE-DEMANDE
               END-EVALUATE
               PERFORM ECARTER-DEMANDE
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-COMPTE TO WS-COMPTE

      *>   La carte est celle d'un compte courant : un livret ou un
      *>   depot a terme n'en porte pas.
           MOVE WS-COMPTE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TYPE = 'E' OR WS-CRG-TYPE = 'T'
               MOVE "TYPE COMPTE" TO WS-SUITE-DEMANDE
               PERFORM ECARTER-DEMANDE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRG-TITULAIRE TO WS-CLIENT

           PERFORM CHERCHER-FICHE
           PERFORM CONTROLER-ADRESSE
           IF WS-MOTIF NOT = SPACES
               MOVE WS-MOTIF TO WS-SUITE-DEMANDE
               PERFORM ECARTER-DEMANDE
               EXIT PARAGRAPH
           END-IF

           PERFORM EMETTRE-CODE
           EVALUATE WS-SEC-RETOUR
               WHEN "00"
                   ADD 1 TO WS-NB-EMIS
                   MOVE "EMIS" TO WS-SUITE-DEMANDE
                   PERFORM ECRIRE-PLI
                   PERFORM ENREGISTRER-AUDIT
                   PERFORM EDITER-DEMANDE
               WHEN "OP"
                   MOVE "OPPOSITION" TO WS-SUITE-DEMANDE
                   PERFORM ECARTER-DEMANDE
               WHEN OTHER
                   PERFORM GARDER-DEMANDE
           END-EVALUATE.

       *>--------------------------------------------------------------
       ECARTER-DEMANDE.
      *>   La demande ecartee quitte le fichier : elle est a redeposer
      *>   au guichet une fois la cause levee.
           ADD 1 TO WS-NB-ECARTES
           PERFORM EDITER-DEMANDE.

       *>--------------------------------------------------------------
       GARDER-DEMANDE.
           ADD 1 TO WS-NB-GARDEES
           MOVE "ATTENTE" TO WS-SUITE-DEMANDE
           MOVE DEMANDE-LIGNE TO DEMANDE-TRV-LIGNE
           WRITE DEMANDE-TRV-LIGNE
           DISPLAY "Magasin des codes indisponible pour la carte "
                   WS-CARTE " : " WS-SEC-RETOUR
                   " -- demande gardee"
           MOVE "EMETTRE-CODE" TO WS-EXC-PARAGRAPHE
           MOVE WS-SEC-RETOUR  TO WS-EXC-CODE
           CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                WS-EXC-CODE
           MOVE 1 TO RETURN-CODE
           PERFORM EDITER-DEMANDE.

       *>--------------------------------------------------------------
       EMETTRE-CODE.
      *>   Le code tire ne quitte ce paragraphe que pour SECUPIN et le
      *>   fichier des plis ; il est efface des que le pli est ecrit.
           MOVE 0 TO WS-NB-TIRAGES
           MOVE "RE" TO WS-SEC-RETOUR
           PERFORM UNTIL WS-SEC-RETOUR NOT = "RE"
                      OR WS-NB-TIRAGES >= 5
               ADD 1 TO WS-NB-TIRAGES
               COMPUTE WS-ALEA = FUNCTION RANDOM
               COMPUTE WS-CODE-TIRE = WS-ALEA * 10000
               MOVE "EM" TO WS-SEC-OPERATION
               MOVE WS-CARTE TO WS-SEC-CARTE
               MOVE WS-CODE-TIRE TO WS-SEC-CODE
               CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                    WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           END-PERFORM
           MOVE 0 TO WS-SEC-CODE.

       *>--------------------------------------------------------------
       CHERCHER-FICHE.
      *>   Fiche du titulaire dans client.txt, decoupee dans
      *>   CLIENTREC (meme lecture que EDITION-ROUTAGE).
           MOVE 'N' TO WS-FICHE-TROUVEE
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               PERFORM EXAMINER-LIGNE-GUICHET
               IF WS-FICHE-TROUVEE = 'Y'
                   MOVE "10" TO WS-FS-GUICHET
               ELSE
                   READ GUICHET-FILE
                       AT END MOVE "10" TO WS-FS-GUICHET
                   END-READ
               END-IF
           END-PERFORM
           CLOSE GUICHET-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-GUICHET.
           IF GUICHET-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-ID-CHAR
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-GUI-ID-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-GUI-ID-CHAR) NOT = WS-CLIENT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-SOLDE
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR CLI-NOM CLI-PRENOM
                    CLI-DATE-NAISSANCE WS-GUI-SOLDE CLI-STATUT
                    CLI-RUE CLI-VILLE CLI-CODE-POSTAL CLI-TELEPHONE
                    CLI-DATE-SUPPR CLI-SEGMENT CLI-EXONERE
                    CLI-PIECE-TYPE CLI-PIECE-NUMERO
                    CLI-PIECE-EXPIRE CLI-REVISION CLI-AGENCE
                    CLI-RETOUR-PLI
           END-UNSTRING
           MOVE WS-CLIENT TO CLI-ID
           MOVE 'Y' TO WS-FICHE-TROUVEE.

       *>--------------------------------------------------------------
       CONTROLER-ADRESSE.
      *>   Memes motifs d'ecart que l'imprimeur routeur, plus le
      *>   client supprime : un pli non distribuable laisserait un
      *>   code dans la nature.
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN WS-FICHE-TROUVEE = 'N'
                   MOVE "FICHE" TO WS-MOTIF
               WHEN CLI-STATUT = 'D'
                   MOVE "SUPPR" TO WS-MOTIF
               WHEN CLI-RETOUR-PLI = 'R'
                   MOVE "NPAI" TO WS-MOTIF
               WHEN CLI-RUE = SPACES
                   MOVE "RUE" TO WS-MOTIF
               WHEN CLI-VILLE = SPACES
                   MOVE "VILLE" TO WS-MOTIF
               WHEN CLI-CODE-POSTAL (1:5) IS NOT NUMERIC OR
                    CLI-CODE-POSTAL (6:5) NOT = SPACES
                   MOVE "CP" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------------------
       DECOUPER-ADRESSE.
      *>   Ligne 1 : prenom et nom ; ligne 2 : rue ; ligne 3 : code
      *>   postal et ville.
           MOVE SPACES TO WS-ADR-LIGNE-1 WS-ADR-LIGNE-2 WS-ADR-LIGNE-3
           STRING FUNCTION TRIM (CLI-PRENOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-NOM) DELIMITED BY SIZE
                  INTO WS-ADR-LIGNE-1
           END-STRING
           MOVE CLI-RUE TO WS-ADR-LIGNE-2
           STRING CLI-CODE-POSTAL (1:5) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-VILLE) DELIMITED BY SIZE
                  INTO WS-ADR-LIGNE-3
           END-STRING.

       *>--------------------------------------------------------------
       OUVRIR-PLIS.
      *>   Meme idiome d'ajout que EXCLOG : un second passage dans la
      *>   journee complete le fichier des plis sans l'ecraser.
           MOVE SPACES TO WS-NOM-PLIS
           STRING "plis_codes_" DELIMITED BY SIZE
                  WS-DATE-PLIS DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-PLIS
           END-STRING
           OPEN INPUT PLIS-FILE
           IF WS-FS-PLIS = "00"
               CLOSE PLIS-FILE
               OPEN EXTEND PLIS-FILE
           ELSE
               OPEN OUTPUT PLIS-FILE
           END-IF
           ACCEPT WS-HEURE-PLIS FROM TIME
           MOVE 'Y' TO WS-PLIS-OUVERT
           MOVE SPACES TO PLI-LIGNE
           STRING "ENT|PLIS|" DELIMITED BY SIZE
                  WS-DATE-PLIS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-HEURE-PLIS DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE.

       *>--------------------------------------------------------------
       ECRIRE-PLI.
      *>   Volet exterieur : l'adresse, seule visible a travers la
      *>   fenetre. Volet interieur : le code et la marche a suivre,
      *>   imprimes a l'abri du scelle.
           IF WS-PLIS-OUVERT = 'N'
               PERFORM OUVRIR-PLIS
           END-IF
           MOVE SPACES TO PLI-LIGNE
           STRING "PLI|" DELIMITED BY SIZE
                  WS-NB-EMIS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CARTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LU-MOTIF DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE

           PERFORM DECOUPER-ADRESSE
           MOVE SPACES TO PLI-LIGNE
           STRING "EXT|1|" DELIMITED BY SIZE
                  WS-ADR-LIGNE-1 DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE
           MOVE SPACES TO PLI-LIGNE
           STRING "EXT|2|" DELIMITED BY SIZE
                  WS-ADR-LIGNE-2 DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE
           MOVE SPACES TO PLI-LIGNE
           STRING "EXT|3|" DELIMITED BY SIZE
                  WS-ADR-LIGNE-3 DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE

           MOVE 0 TO WS-INT-NUMERO
           MOVE SPACES TO WS-INT-TEXTE
           STRING "CODE SECRET DE LA CARTE " DELIMITED BY SIZE
                  WS-CARTE DELIMITED BY SIZE
                  " DU COMPTE " DELIMITED BY SIZE
                  WS-COMPTE DELIMITED BY SIZE
                  INTO WS-INT-TEXTE
           END-STRING
           PERFORM ECRIRE-LIGNE-INTERIEURE
           MOVE SPACES TO WS-INT-TEXTE
           STRING "Votre code : " DELIMITED BY SIZE
                  WS-CODE-TIRE DELIMITED BY SIZE
                  INTO WS-INT-TEXTE
           END-STRING
           PERFORM ECRIRE-LIGNE-INTERIEURE
           MOVE "Apprenez-le puis detruisez ce document. Ne le "
                TO WS-INT-TEXTE
           PERFORM ECRIRE-LIGNE-INTERIEURE
           MOVE "communiquez a personne, pas meme a votre banque."
                TO WS-INT-TEXTE
           PERFORM ECRIRE-LIGNE-INTERIEURE
           MOVE "Votre carte sera activee quand vous aurez confirme "
                TO WS-INT-TEXTE
           PERFORM ECRIRE-LIGNE-INTERIEURE
           MOVE "la reception de ce pli au guichet, piece d'identite "
                TO WS-INT-TEXTE
           PERFORM ECRIRE-LIGNE-INTERIEURE
           MOVE "en main." TO WS-INT-TEXTE
           PERFORM ECRIRE-LIGNE-INTERIEURE
           MOVE 0 TO WS-CODE-TIRE

           MOVE SPACES TO PLI-LIGNE
           STRING "FPL|" DELIMITED BY SIZE
                  WS-NB-EMIS DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE.

       *>--------------------------------------------------------------
       ECRIRE-LIGNE-INTERIEURE.
           ADD 1 TO WS-INT-NUMERO
           MOVE SPACES TO PLI-LIGNE
           STRING "INT|" DELIMITED BY SIZE
                  WS-INT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-INT-TEXTE DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE.

       *>--------------------------------------------------------------
       FERMER-PLIS.
           IF WS-PLIS-OUVERT = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PLI-LIGNE
           STRING "FIN|PLIS|" DELIMITED BY SIZE
                  WS-NB-EMIS DELIMITED BY SIZE
                  INTO PLI-LIGNE
           END-STRING
           WRITE PLI-LIGNE
           CLOSE PLIS-FILE
           MOVE 'N' TO WS-PLIS-OUVERT.

       *>--------------------------------------------------------------
       ENREGISTRER-AUDIT.
      *>   Meme disposition que les tentatives tracees par EX-GPT, le
      *>   code masque et le statut PLI -- ANALYSE-AUDIT la lit comme
      *>   une ligne ordinaire.
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-AUDIT
           ACCEPT WS-TIME-AUDIT FROM TIME
           MOVE SPACES TO AUDIT-REC
           STRING WS-DATE-AUDIT   DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-TIME-AUDIT   DELIMITED BY SIZE
                  " COMPTE="      DELIMITED BY SIZE
                  WS-COMPTE       DELIMITED BY SIZE
                  " CODE=****"    DELIMITED BY SIZE
                  " STATUT=PLI"   DELIMITED BY SIZE
                  " TENTATIVES=00" DELIMITED BY SIZE
                  " CARTE="       DELIMITED BY SIZE
                  WS-CARTE        DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           OPEN INPUT AUDIT-FILE
           IF WS-FS-AUDIT = "00"
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

       *>--------------------------------------------------------------
       RECOPIER-DEMANDES-GARDEES.
      *>   Le fichier des demandes ne garde que les demandes en
      *>   attente -- vide si toutes ont ete servies ou ecartees.
           OPEN OUTPUT DEMANDES-FILE
           OPEN INPUT DEMANDES-TRV-FILE
           READ DEMANDES-TRV-FILE
               AT END MOVE "10" TO WS-FS-DEMANDES-TRV
           END-READ
           PERFORM UNTIL WS-FS-DEMANDES-TRV = "10"
               MOVE DEMANDE-TRV-LIGNE TO DEMANDE-LIGNE
               WRITE DEMANDE-LIGNE
               READ DEMANDES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-DEMANDES-TRV
               END-READ
           END-PERFORM
           CLOSE DEMANDES-TRV-FILE
           CLOSE DEMANDES-FILE.

       *>--------------------------------------------------------------
       OUVRIR-ETAT-PLIS.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "PLIS-CODES" TO WS-EDT-NOM
           MOVE "EMISSION DES CODES SECRETS SOUS PLI" TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       EDITER-DEMANDE.
      *>   Une ligne par demande, sans jamais le code.
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-LU-DATE DELIMITED BY SIZE
                  "  CARTE " DELIMITED BY SIZE
                  WS-LU-CARTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LU-MOTIF DELIMITED BY SIZE
                  "  PAR " DELIMITED BY SIZE
                  WS-LU-OPERATEUR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CLI-NOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-PRENOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUITE-DEMANDE) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       FERMER-ETAT-PLIS.
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Demandes : " DELIMITED BY SIZE
                  WS-NB-LUES DELIMITED BY SIZE
                  "   Emis : " DELIMITED BY SIZE
                  WS-NB-EMIS DELIMITED BY SIZE
                  "   Ecartees : " DELIMITED BY SIZE
                  WS-NB-ECARTES DELIMITED BY SIZE
                  "   En attente : " DELIMITED BY SIZE
                  WS-NB-GARDEES DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
      *>   Fin journalisee avec les compteurs cles, comme les autres
      *>   etapes de la chaine de soiree.
           MOVE "PIN-COURRIER" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-EMIS    TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-ECARTES TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-GARDEES TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
