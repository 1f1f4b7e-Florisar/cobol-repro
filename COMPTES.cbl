      *                  reste portee une seule fois, par le compte
      *                  courant du titulaire. La liste des comptes
      *                  d'un client sert au guichet et au classeur.
      *
      *                  Le depot a terme (3, 6 ou 12 mois a taux fixe)
      *                  s'ouvre de la meme facon, sa ligne de registre
      *                  portant en plus le montant, le taux, la duree,
      *                  l'echeance et l'instruction d'echeance (voir
      *                  LIRE-DEPOT-TERME) ; DEPOTS-TERME l'alimente
      *                  depuis le compte courant au lot du soir, puis
      *                  le traite a l'echeance.
      *
      *                  Un client entreprise (segment 'E') peut aussi
      *                  ouvrir un compte courant tenu dans une devise
      *                  etrangere cotee par le back-office
      *                  (COURS-DEVISES) ; la devise part en quatrieme
      *                  champ de sa ligne de registre
      *                  ("NUMERO|ID-TITULAIRE|C|USD", voir
      *                  LIRE-DEVISE).
      *
      *                  Chaque ligne du registre se termine par le
      *                  code agence du titulaire, trois chiffres
      *                  ("NUMERO|ID-TITULAIRE|E|001", voir
      *                  LIRE-AGENCE).
      *
      *                  Le releve d'identite bancaire d'un compte
      *                  (banque, guichet, numero sur onze chiffres et
      *                  cle, voir CLE-RIB) s'imprime avec l'identite
      *                  du titulaire et l'agence de domiciliation, par
      *                  EDITION-ETAT (etat_RIB.txt), a remettre aux
      *                  employeurs et aux creanciers.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

      *>   Registre des comptes : "NUMERO|ID-TITULAIRE|TYPE[|DEVISE]"
      *>   -- voir COMPTE-REGISTRE pour la regle de lecture.
           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
           05 FS-DONNEES-CLIENT PIC X(194).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       FD ID-CONTROL-FILE.
       01 LIGNE-ID-CTL PIC 9(5).
       01 WS-RESTE            PIC X(150).
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-STATUT-LU        PIC X(1).
       01 WS-RUE-LU           PIC X(40).
       01 WS-VILLE-LU         PIC X(30).
       01 WS-CP-LU            PIC X(10).
       01 WS-TEL-LU           PIC X(20).
       01 WS-SEGMENT-LU       PIC X(1).

      *>   Champs eclates d'une ligne du registre des comptes.
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-REG-TYPE         PIC X(1).
       01 WS-REG-DEVISE       PIC X(10).
       01 WS-REG-TIT-LONG     PIC 9(2) COMP.
       01 WS-REG-TITULAIRE    PIC 9(5).
       01 WS-REG-NUMERO-LONG  PIC 9(2) COMP.
       01 WS-REG-NUMERO       PIC 9(5).

      *>   Type du compte a ouvrir : 'E' livret, 'T' depot a terme,
      *>   'C' compte courant en devise.
       01 WS-TYPE-OUVERTURE   PIC X(1) VALUE 'E'.

      *>   Devise d'un compte courant en devise, et champs passes a
      *>   LIRE-DEVISE (compte a zero : la devise est fournie) pour
      *>   verifier qu'un cours est tenu.
       01 WS-DEVISE-OUVERTURE PIC X(3) VALUE SPACES.
       01 WS-DEVISE-AFF       PIC X(3).
       01 WS-DEV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-DEV-COURS        PIC 9(3)V9(6) VALUE 0.
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Conditions d'un depot a terme saisies a l'ouverture.
       01 WS-DAT-MONTANT      PIC 9(7)V99 VALUE 0.
       01 WS-DAT-TAUX         PIC 9(2)V99 VALUE 0.
       01 WS-DAT-DUREE        PIC 9(3) VALUE 0.
       01 WS-DAT-ECHEANCE     PIC 9(8) VALUE 0.
       01 WS-DAT-INSTRUCTION  PIC X(1).
       01 WS-DAT-MONTANT-EDIT PIC 9(7).99.
       01 WS-DAT-TAUX-EDIT    PIC 99.99.

      *>   Echeance : journee d'exploitation plus la duree en mois,
      *>   jour ramene a la fin du mois s'il deborde.
       01 WS-MOIS-TOTAL       PIC 9(6) VALUE 0.
       01 WS-PRO-ANNEE        PIC 9(4).
       01 WS-PRO-MOIS         PIC 99.
       01 WS-PRO-JOUR         PIC 99.
       01 WS-PRO-JOURS-MOIS   PIC 99.
       01 WS-RESTE-4          PIC 9(4).
       01 WS-RESTE-100        PIC 9(4).
       01 WS-RESTE-400        PIC 9(4).
       01 WS-BISSEXTILE       PIC X(1).

      *>   Agence du titulaire (LIRE-AGENCE), reportee en dernier
      *>   champ de la ligne du registre.
       01 WS-AGENCE-TITULAIRE PIC X(3).
       01 WS-AGE-TROUVE       PIC X(1).

      *>   Releve d'identite bancaire : titulaire du compte
      *>   (COMPTE-REGISTRE ; hors registre le compte est son propre
      *>   titulaire), identite decoupee comme dans MAIN (copybook
      *>   CLIENTREC + decoupage CSV), cle et RIB par CLE-RIB.
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'C'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.
       01 WS-RIB-LIGNE        PIC X(80).
       01 WS-RIB-AGENCE       PIC X(3).
       01 WS-RIB-AGE-TROUVE   PIC X(1).
       01 WS-CLI-REC.
           COPY CLIENTREC.
       01 WS-RAP-RESTE        PIC X(150).
       01 WS-CSV-CHAMP-SORTIE PIC X(200).
       01 WS-CSV-POS-OUT      PIC 9(3) COMP.
       01 WS-CSV-POS-LECTURE  PIC 9(3) COMP.
       01 WS-CSV-EN-QUOTES    PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       01 WS-NB-COMPTES-LISTES PIC 9(3) VALUE 0.
       01 WS-RAP-LIGNE        PIC X(80).

           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
              DISPLAY "1 = Ouvrir un compte epargne"
              DISPLAY "2 = Lister les comptes d'un client"
              DISPLAY "3 = Ouvrir un depot a terme"
              DISPLAY "4 = Ouvrir un compte courant en devise "
                      "(entreprises)"
              DISPLAY "5 = Editer un releve d'identite bancaire"
              DISPLAY "Veuillez choisir une option :"
              ACCEPT WS-CHOIX
              EVALUATE WS-CHOIX
                  WHEN '1'
                      MOVE 'E' TO WS-TYPE-OUVERTURE
                      PERFORM OUVRIR-COMPTE-EPARGNE
                  WHEN '2'
                      PERFORM LISTER-COMPTES-CLIENT
                  WHEN '3'
                      MOVE 'T' TO WS-TYPE-OUVERTURE
                      PERFORM OUVRIR-COMPTE-EPARGNE
                  WHEN '4'
                      MOVE 'C' TO WS-TYPE-OUVERTURE
                      PERFORM OUVRIR-COMPTE-EPARGNE
                  WHEN '5'
                      PERFORM EDITER-RIB
                  WHEN OTHER
                      DISPLAY "Option invalide"
              END-EVALUATE
      *>   registre comptes.txt. L'identite n'est pas recopiee :
      *>   l'enregistrement du compte porte un libelle de livret, la
      *>   vraie identite reste sur le compte courant du titulaire.
      *>   Un depot a terme (WS-TYPE-OUVERTURE = 'T') passe par le
      *>   meme chemin, ses conditions saisies une fois le titulaire
      *>   accepte ; il demarre lui aussi a 0.00. Un compte courant
      *>   en devise ('C') est reserve au segment entreprise et a une
      *>   devise dont le back-office tient le cours.
           MOVE "Identifiant du client titulaire :"
                TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-TITULAIRE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-STATUT-LU WS-SEGMENT-LU
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-RESTE WS-SOLDE-TEXTE WS-STATUT-LU
                    WS-RUE-LU WS-VILLE-LU WS-CP-LU WS-TEL-LU
                    WS-SEGMENT-LU
           END-UNSTRING
           IF WS-STATUT-LU = 'I'
               DISPLAY "Client " WS-ID-TITULAIRE " dormant -- "
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-OUVERTURE = 'T'
               PERFORM SAISIR-CONDITIONS-DEPOT
           END-IF
           IF WS-TYPE-OUVERTURE = 'C'
               IF WS-SEGMENT-LU NOT = 'E'
                   DISPLAY "Client " WS-ID-TITULAIRE " hors segment "
                           "entreprise -- compte en devise refuse"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM SAISIR-DEVISE-COMPTE
               IF WS-DEV-TROUVE = 'N'
                   DISPLAY "Aucun cours " WS-DEVISE-OUVERTURE
                           " au " WS-DATE-JOUR " -- saisir le cours "
                           "du jour avant l'ouverture"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ALLOUER-NUMERO-COMPTE
           MOVE WS-DATE-JOUR (1:4) TO WS-DATE-OUVERTURE (1:4)
           MOVE WS-NUMERO-COMPTE TO FS-ID-CLIENT
           MOVE ","              TO FS-SEPARATEUR-1
           MOVE SPACES TO FS-DONNEES-CLIENT
           IF WS-TYPE-OUVERTURE = 'T'
               STRING "DEPOT A TERME,DAT,"     DELIMITED BY SIZE
                      WS-DATE-OUVERTURE        DELIMITED BY SIZE
                      "|0.00|A"                DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           ELSE
           IF WS-TYPE-OUVERTURE = 'C'
               STRING "COMPTE DEVISE,"         DELIMITED BY SIZE
                      WS-DEVISE-OUVERTURE      DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-DATE-OUVERTURE        DELIMITED BY SIZE
                      "|0.00|A"                DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           ELSE
               STRING "COMPTE EPARGNE,LIVRET," DELIMITED BY SIZE
                      WS-DATE-OUVERTURE        DELIMITED BY SIZE
                      "|0.00|A"                DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           END-IF
           END-IF
           WRITE FS-LIGNE-CLIENT
               INVALID KEY
                   DISPLAY "Numero " WS-NUMERO-COMPTE
           CLOSE CLIENT-FILE

           PERFORM INSCRIRE-AU-REGISTRE
           IF WS-TYPE-OUVERTURE = 'T'
               DISPLAY "Depot a terme " WS-NUMERO-COMPTE
                       " ouvert pour le client " WS-ID-TITULAIRE
                       " -- echeance le " WS-DAT-ECHEANCE
               DISPLAY "Alimentation depuis le compte courant au "
                       "prochain lot du soir"
           ELSE
           IF WS-TYPE-OUVERTURE = 'C'
               DISPLAY "Compte courant " WS-NUMERO-COMPTE " en "
                       WS-DEVISE-OUVERTURE " ouvert pour le client "
                       WS-ID-TITULAIRE
           ELSE
               DISPLAY "Compte epargne " WS-NUMERO-COMPTE
                       " ouvert pour le client " WS-ID-TITULAIRE
           END-IF
           END-IF.

       *>--------------------------------------------------------------
       SAISIR-DEVISE-COMPTE.
      *>   Code ISO a trois lettres, autre que l'euro (un compte en
      *>   euros est le compte courant ordinaire) ; le cours du jour
      *>   doit exister pour que les virements puissent convertir.
           MOVE SPACES TO WS-DEVISE-OUVERTURE
           PERFORM UNTIL WS-DEVISE-OUVERTURE IS ALPHABETIC-UPPER AND
                         WS-DEVISE-OUVERTURE (3:1) NOT = SPACE AND
                         WS-DEVISE-OUVERTURE NOT = "EUR"
               DISPLAY "Devise du compte (3 lettres, ex. USD) :"
               ACCEPT WS-DEVISE-OUVERTURE
               INSPECT WS-DEVISE-OUVERTURE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM
           MOVE 0 TO WS-DEV-COMPTE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DATE-JOUR
                WS-DEVISE-OUVERTURE WS-DEV-COURS WS-DEV-TROUVE.

       *>--------------------------------------------------------------
       SAISIR-CONDITIONS-DEPOT.
      *>   Montant a bloquer, duree de 3, 6 ou 12 mois, taux fixe
      *>   negocie et instruction d'echeance ; l'echeance tombe
      *>   autant de mois apres la journee d'exploitation.
           MOVE "Montant du depot (euros) :" TO WS-LIBELLE-SAISIE
           MOVE 1       TO WS-BORNE-MIN-SAISIE
           MOVE 9999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-DAT-MONTANT

           MOVE 0 TO WS-DAT-DUREE
           PERFORM UNTIL WS-DAT-DUREE = 3 OR WS-DAT-DUREE = 6 OR
                         WS-DAT-DUREE = 12
               MOVE "Duree en mois (3, 6 ou 12) :" TO WS-LIBELLE-SAISIE
               MOVE 3  TO WS-BORNE-MIN-SAISIE
               MOVE 12 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-DAT-DUREE
           END-PERFORM

           MOVE "Taux annuel en centiemes de % (325 = 3,25 %) :"
                TO WS-LIBELLE-SAISIE
           MOVE 0    TO WS-BORNE-MIN-SAISIE
           MOVE 2000 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           COMPUTE WS-DAT-TAUX = WS-VALEUR-SAISIE / 100

           MOVE SPACE TO WS-DAT-INSTRUCTION
           PERFORM UNTIL WS-DAT-INSTRUCTION = 'R' OR
                         WS-DAT-INSTRUCTION = 'S'
               DISPLAY "A l'echeance : R = renouveler, S = reverser "
                       "sur le compte courant :"
               ACCEPT WS-DAT-INSTRUCTION
               INSPECT WS-DAT-INSTRUCTION CONVERTING "rs" TO "RS"
           END-PERFORM

           MOVE WS-DATE-JOUR (1:4) TO WS-PRO-ANNEE
           MOVE WS-DATE-JOUR (5:2) TO WS-PRO-MOIS
           MOVE WS-DATE-JOUR (7:2) TO WS-PRO-JOUR
           COMPUTE WS-MOIS-TOTAL =
               WS-PRO-ANNEE * 12 + WS-PRO-MOIS - 1 + WS-DAT-DUREE
           COMPUTE WS-PRO-ANNEE = WS-MOIS-TOTAL / 12
           COMPUTE WS-PRO-MOIS = WS-MOIS-TOTAL - (WS-PRO-ANNEE * 12) + 1
           PERFORM CALCULER-JOURS-DU-MOIS
           IF WS-PRO-JOUR > WS-PRO-JOURS-MOIS
               MOVE WS-PRO-JOURS-MOIS TO WS-PRO-JOUR
           END-IF
           COMPUTE WS-DAT-ECHEANCE = WS-PRO-ANNEE * 10000
               + WS-PRO-MOIS * 100 + WS-PRO-JOUR.

       *>--------------------------------------------------------------
       CALCULER-JOURS-DU-MOIS.
      *>   Vraie longueur du mois, fevrier bissextile compris -- meme
      *>   regle que CONTROLER-CALENDRIER dans SAISIE-DATE.
           EVALUATE WS-PRO-MOIS
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-PRO-JOURS-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PRO-JOURS-MOIS
               WHEN 2
                   MOVE 'N' TO WS-BISSEXTILE
                   COMPUTE WS-RESTE-4 =
                       FUNCTION MOD (WS-PRO-ANNEE, 4)
                   COMPUTE WS-RESTE-100 =
                       FUNCTION MOD (WS-PRO-ANNEE, 100)
                   COMPUTE WS-RESTE-400 =
                       FUNCTION MOD (WS-PRO-ANNEE, 400)
                   IF WS-RESTE-4 = 0 AND
                      (WS-RESTE-100 NOT = 0 OR WS-RESTE-400 = 0)
                       MOVE 'Y' TO WS-BISSEXTILE
                   END-IF
                   IF WS-BISSEXTILE = 'Y'
                       MOVE 29 TO WS-PRO-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-PRO-JOURS-MOIS
                   END-IF
           END-EVALUATE.

       *>--------------------------------------------------------------
       ALLOUER-NUMERO-COMPTE.
       INSCRIRE-AU-REGISTRE.
      *>   Meme idiome d'ajout que l'audit d'EX-GPT : OPEN INPUT pour
      *>   verifier si le fichier existe deja, puis EXTEND ou OUTPUT.
      *>   Un depot a terme porte ses conditions a la suite, a l'etat
      *>   'O' (a alimenter). Toute ligne se termine par l'agence du
      *>   titulaire : le compte est tenu dans son agence.
           CALL "LIRE-AGENCE" USING WS-ID-TITULAIRE WS-AGENCE-TITULAIRE
                WS-AGE-TROUVE
           MOVE SPACES TO COMPTE-LIGNE
           IF WS-TYPE-OUVERTURE = 'T'
               MOVE WS-DAT-MONTANT TO WS-DAT-MONTANT-EDIT
               MOVE WS-DAT-TAUX    TO WS-DAT-TAUX-EDIT
               STRING WS-NUMERO-COMPTE    DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      WS-ID-TITULAIRE     DELIMITED BY SIZE
                      "|T|"               DELIMITED BY SIZE
                      WS-DAT-MONTANT-EDIT DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      WS-DAT-TAUX-EDIT    DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      WS-DAT-DUREE        DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      WS-DAT-ECHEANCE     DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      WS-DAT-INSTRUCTION  DELIMITED BY SIZE
                      "|O|"               DELIMITED BY SIZE
                      WS-AGENCE-TITULAIRE DELIMITED BY SIZE
                      INTO COMPTE-LIGNE
               END-STRING
           ELSE
           IF WS-TYPE-OUVERTURE = 'C'
               STRING WS-NUMERO-COMPTE    DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      WS-ID-TITULAIRE     DELIMITED BY SIZE
                      "|C|"               DELIMITED BY SIZE
                      WS-DEVISE-OUVERTURE DELIMITED BY SIZE
                      "|"                 DELIMITED BY SIZE
                      WS-AGENCE-TITULAIRE DELIMITED BY SIZE
                      INTO COMPTE-LIGNE
               END-STRING
           ELSE
               STRING WS-NUMERO-COMPTE DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      WS-ID-TITULAIRE  DELIMITED BY SIZE
                      "|E|"            DELIMITED BY SIZE
                      WS-AGENCE-TITULAIRE DELIMITED BY SIZE
                      INTO COMPTE-LIGNE
               END-STRING
           END-IF
           END-IF
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES = "00"
               CLOSE COMPTES-FILE
           MOVE "Identifiant du client :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-TITULAIRE

           DISPLAY WS-SEPARATEUR
           DISPLAY "COMPTES DU CLIENT " WS-ID-TITULAIRE
           DISPLAY "NUMERO  TYPE      SOLDE         STATUT  DEVISE"
           DISPLAY WS-SEPARATEUR

           MOVE 0 TO WS-NB-COMPTES-LISTES
           MOVE WS-ID-TITULAIRE TO WS-NUMERO-COMPTE
           MOVE "COURANT" TO WS-RAP-LIGNE
           MOVE "EUR" TO WS-DEVISE-AFF
           PERFORM AFFICHER-UN-COMPTE

           OPEN INPUT COMPTES-FILE
               CONTINUE
           ELSE
               MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
               MOVE SPACES TO WS-REG-TYPE WS-REG-DEVISE
               UNSTRING COMPTE-LIGNE DELIMITED BY "|"
                   INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR WS-REG-TYPE
                        WS-REG-DEVISE
               END-UNSTRING
               COMPUTE WS-REG-TIT-LONG =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-REG-TIT-CHAR))
                            TO WS-NUMERO-COMPTE
                       IF WS-REG-TYPE = 'E'
                           MOVE "EPARGNE" TO WS-RAP-LIGNE
                       ELSE
                       IF WS-REG-TYPE = 'T'
                           MOVE "A TERME" TO WS-RAP-LIGNE
                       ELSE
                           MOVE "COURANT" TO WS-RAP-LIGNE
                       END-IF
                       END-IF
                       MOVE "EUR" TO WS-DEVISE-AFF
                       IF WS-REG-TYPE NOT = 'T' AND
                          WS-REG-DEVISE (1:3) IS ALPHABETIC-UPPER AND
                          WS-REG-DEVISE (1:3) NOT = SPACES
                           MOVE WS-REG-DEVISE (1:3) TO WS-DEVISE-AFF
                       END-IF
                       PERFORM AFFICHER-UN-COMPTE
                   END-IF
               END-IF
                   END-UNSTRING
                   DISPLAY FS-ID-CLIENT "   " WS-RAP-LIGNE (1:8)
                           WS-SOLDE-TEXTE "  " WS-STATUT-LU
                           "       " WS-DEVISE-AFF
           END-READ.

       *>--------------------------------------------------------------
       EDITER-RIB.
      *>   Le compte doit exister et ne pas etre clos ; l'identite
      *>   imprimee est celle du titulaire, portee par son compte
      *>   courant.
           MOVE "Numero du compte :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NUMERO-COMPTE

           MOVE WS-NUMERO-COMPTE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TROUVE = 'Y'
               MOVE WS-CRG-TITULAIRE TO WS-ID-TITULAIRE
           ELSE
               MOVE WS-NUMERO-COMPTE TO WS-ID-TITULAIRE
           END-IF

           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "EDITER-RIB"  TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT  TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-COMPTE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Compte " WS-NUMERO-COMPTE " introuvable"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-RESTE WS-SOLDE-TEXTE WS-STATUT-LU
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-RESTE WS-SOLDE-TEXTE WS-STATUT-LU
           END-UNSTRING
           IF WS-STATUT-LU = 'C'
               DISPLAY "Compte " WS-NUMERO-COMPTE " clos -- pas de "
                       "releve d'identite bancaire"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-TITULAIRE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Titulaire " WS-ID-TITULAIRE " introuvable"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECOUPER-NOM-PRENOM-CSV
           MOVE SPACES TO CLI-RUE CLI-VILLE CLI-CODE-POSTAL
           UNSTRING WS-RAP-RESTE DELIMITED BY "|"
               INTO CLI-DATE-NAISSANCE WS-SOLDE-TEXTE WS-STATUT-LU
                    CLI-RUE CLI-VILLE CLI-CODE-POSTAL
           END-UNSTRING
           CLOSE CLIENT-FILE

           MOVE 'C' TO WS-RIB-ACTION
           MOVE WS-NUMERO-COMPTE TO WS-RIB-COMPTE
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE WS-RIB-LIGNE
           CALL "LIRE-AGENCE" USING WS-NUMERO-COMPTE WS-RIB-AGENCE
                WS-RIB-AGE-TROUVE
           PERFORM IMPRIMER-RIB
           DISPLAY "RIB du compte " WS-NUMERO-COMPTE " : "
                   FUNCTION TRIM (WS-RIB-LIGNE)
                   " -- imprime dans etat_RIB.txt".

       *>--------------------------------------------------------------
       IMPRIMER-RIB.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "RIB" TO WS-EDT-NOM
           MOVE "RELEVE D'IDENTITE BANCAIRE" TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "TITULAIRE      : " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-NOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-PRENOM) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "                 " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-RUE) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-CODE-POSTAL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-VILLE) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "DOMICILIATION  : AGENCE " DELIMITED BY SIZE
                  WS-RIB-AGENCE DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE "BANQUE GUICHET NUMERO DE COMPTE CLE" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-RIB-LIGNE (1:5) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RIB-LIGNE (7:5) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RIB-LIGNE (13:11) DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-RIB-LIGNE (25:2) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       DECOUPER-NOM-PRENOM-CSV.
      *>   Extrait NOM puis PRENOM de FS-DONNEES-CLIENT en respectant
      *>   les guillemets CSV, et place ce qu'il reste dans
      *>   WS-RAP-RESTE -- meme logique que MAIN.
           MOVE 1 TO WS-CSV-POS-LECTURE
           PERFORM EXTRAIRE-CHAMP-CSV
           MOVE WS-CSV-CHAMP-SORTIE TO CLI-NOM
           PERFORM EXTRAIRE-CHAMP-CSV
           MOVE WS-CSV-CHAMP-SORTIE TO CLI-PRENOM

           MOVE SPACES TO WS-RAP-RESTE
           IF WS-CSV-POS-LECTURE <= LENGTH OF FS-DONNEES-CLIENT
               MOVE FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:)
                    TO WS-RAP-RESTE
           END-IF.

       *>--------------------------------------------------------------
       EXTRAIRE-CHAMP-CSV.
      *>   Lit un champ a partir de WS-CSV-POS-LECTURE dans
      *>   FS-DONNEES-CLIENT, le place (sans ses guillemets) dans
      *>   WS-CSV-CHAMP-SORTIE, et avance WS-CSV-POS-LECTURE apres la
      *>   virgule qui le termine -- meme logique que MAIN et
      *>   RAPPORT-AGE.
           MOVE SPACES TO WS-CSV-CHAMP-SORTIE
           MOVE 0 TO WS-CSV-POS-OUT

           IF FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1) = '"'
               ADD 1 TO WS-CSV-POS-LECTURE
               MOVE 'Y' TO WS-CSV-EN-QUOTES
               PERFORM UNTIL WS-CSV-EN-QUOTES = 'N'
                        OR WS-CSV-POS-LECTURE
                           > LENGTH OF FS-DONNEES-CLIENT
                   IF FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1) = '"'
                       IF WS-CSV-POS-LECTURE
                             < LENGTH OF FS-DONNEES-CLIENT
                          AND FS-DONNEES-CLIENT
                                (WS-CSV-POS-LECTURE + 1:1) = '"'
                           ADD 1 TO WS-CSV-POS-OUT
                           MOVE '"' TO
                                WS-CSV-CHAMP-SORTIE (WS-CSV-POS-OUT:1)
                           ADD 2 TO WS-CSV-POS-LECTURE
                       ELSE
                           MOVE 'N' TO WS-CSV-EN-QUOTES
                           ADD 1 TO WS-CSV-POS-LECTURE
                       END-IF
                   ELSE
                       ADD 1 TO WS-CSV-POS-OUT
                       MOVE FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1)
                            TO WS-CSV-CHAMP-SORTIE (WS-CSV-POS-OUT:1)
                       ADD 1 TO WS-CSV-POS-LECTURE
                   END-IF
               END-PERFORM
               IF WS-CSV-POS-LECTURE <= LENGTH OF FS-DONNEES-CLIENT
                  AND FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1) = ","
                   ADD 1 TO WS-CSV-POS-LECTURE
               END-IF
           ELSE
               PERFORM UNTIL WS-CSV-POS-LECTURE
                                > LENGTH OF FS-DONNEES-CLIENT
                        OR FS-DONNEES-CLIENT
                                (WS-CSV-POS-LECTURE:1) = ","
                   ADD 1 TO WS-CSV-POS-OUT
                   MOVE FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1)
                        TO WS-CSV-CHAMP-SORTIE (WS-CSV-POS-OUT:1)
                   ADD 1 TO WS-CSV-POS-LECTURE
               END-PERFORM
               IF WS-CSV-POS-LECTURE <= LENGTH OF FS-DONNEES-CLIENT
                   ADD 1 TO WS-CSV-POS-LECTURE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
