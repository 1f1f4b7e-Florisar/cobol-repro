              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

      *    Services du distributeur apres connexion : solde et
      *    disponible (clients.csv, decouverts.txt, cheques en attente
      *    de MAJ-SOLDE), mini-releve (index du grand livre, voir
      *    INDEX-LIVRE) et retrait. Un
      *    retrait part en debit 'D' dans le lot du soir
      *    (transactions.txt, reference "GAnnnnnnnn" de la serie
      *    gab_control.txt) et laisse une trace dans retraits_gab.txt
      *    pour le plafond journalier.
              SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

              SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

              SELECT CHEQUES-FILE
              ASSIGN TO "cheques_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHEQUES.

              SELECT SAISIES-FILE
              ASSIGN TO "saisies.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES.

              SELECT TRANSACTIONS-FILE
              ASSIGN TO "transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS.

              SELECT TRANS-TRV-FILE
              ASSIGN TO "transactions.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS-TRV.

              SELECT REF-CONTROL-FILE
              ASSIGN TO "gab_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

              SELECT RETRAITS-FILE
              ASSIGN TO "retraits_gab.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETRAITS.

              SELECT REFERENCES-FILE
              ASSIGN TO "references_appliquees.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-REFERENCE
              FILE STATUS IS WS-FS-REFER.

          DATA DIVISION.
          FILE SECTION.
          FD AUDIT-FILE.
          01 AUDIT-REC PIC X(80).

          FD CLIENT-FILE
              RECORD CONTAINS 200 CHARACTERS
              DATA RECORD IS FS-LIGNE-CLIENT.
          01 FS-LIGNE-CLIENT.
              05 FS-ID-CLIENT      PIC 9(5).
              05 FS-SEPARATEUR-1   PIC X(1).
              05 FS-DONNEES-CLIENT PIC X(194).

      *    "IDENTIFIANT|LIMITE|DATE-FIN" (voir MAJ-SOLDE).
          FD DECOUVERTS-FILE.
          01 DECOUV-LIGNE PIC X(40).

      *    "REFERENCE|COMPTE|MONTANT|DATE-DISPO" (voir MAJ-SOLDE).
          FD CHEQUES-FILE.
          01 CHEQUE-LIGNE PIC X(40).

      *    Registre des saisies sur compte (voir SAISIES).
          FD SAISIES-FILE.
          01 SAI-REC.
             COPY SAISIEREC.

          FD TRANSACTIONS-FILE.
          01 TRANS-LIGNE PIC X(80).

          FD TRANS-TRV-FILE.
          01 TRANS-TRV-LIGNE PIC X(80).

          FD REF-CONTROL-FILE.
          01 LIGNE-REF-CTL PIC 9(8).

      *    Un retrait accorde par ligne : "REFERENCE|COMPTE|MONTANT|
      *    DATE" -- la date est la journee d'exploitation.
          FD RETRAITS-FILE.
          01 RETRAIT-LIGNE PIC X(40).

      *    Registre des references deja servies par MAJ-SOLDE : un
      *    retrait du jour qui n'y est pas encore reste a deduire du
      *    disponible.
          FD REFERENCES-FILE
              RECORD CONTAINS 39 CHARACTERS.
          01 REG-REC.
              05 REG-REFERENCE PIC X(10).
              05 REG-DATE      PIC 9(8).
              05 REG-COMPTE    PIC 9(5).
              05 REG-DEST      PIC 9(5).
              05 REG-TYPE      PIC X(1).
              05 REG-MONTANT   PIC 9(7)V99.
              05 REG-ANNULE    PIC X(1).

          WORKING-STORAGE SECTION.
      *>   Constantes couleur partagees (copybooks/ANSICOLEUR.cpy)
          COPY ANSICOLEUR.
          01 WS-INVALID          PIC 9 VALUE 0.
          01 WS-CODE-SAISIE-NUM  PIC 9(4) VALUE 0.
          01 WS-COMPTE           PIC 9(5) VALUE 0.
      *    Carte presentee : c'est elle qui porte le code et le
      *    verrou ; WS-COMPTE est le compte auquel le registre des
      *    cartes la rattache.
          01 WS-CARTE            PIC 9(8) VALUE 0.

      *    Connexion par procuration : le mandataire opere le compte
      *    vise mais s'authentifie avec SA carte et SON code -- la
      *    procuration (procurations.txt, via LIRE-PROCURATION) du
      *    compte de la carte sur le compte vise est verifiee avant la
      *    saisie du code, et la tentative refusee s'arrete la.
          01 WS-COMPTE-CIBLE     PIC 9(5) VALUE 0.
          01 WS-PAR-PROCURATION  PIC X(1) VALUE 'N'.
          01 WS-PRC-COMPTE       PIC 9(5).
          01 WS-PRC-MANDATAIRE   PIC 9(5).
          01 WS-PRC-DROIT        PIC X(1).
          01 WS-PRC-TROUVE       PIC X(1).
      *    Droit sur le compte vise : 'P' (titulaire ou procuration
      *    pleine) ouvre tous les services, 'D' (procuration depots
      *    seulement) ne donne que le solde.
          01 WS-DROIT-SERVICES   PIC X(1) VALUE 'P'.

      *    Services du distributeur.
          01 WS-FS-CLIENT        PIC XX.
          01 WS-FS-DECOUV        PIC XX.
          01 WS-FS-CHEQUES       PIC XX.
          01 WS-FS-SAISIES       PIC XX.
          01 WS-FS-TRANS         PIC XX.
          01 WS-FS-TRANS-TRV     PIC XX.
          01 WS-FS-REF-CTL       PIC XX.
          01 WS-FS-RETRAITS      PIC XX.
          01 WS-FS-REFER         PIC XX.
          01 WS-CHOIX-SERVICE    PIC X(1) VALUE SPACES.
          01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
      *    Plafond de retrait par compte et par journee, en centimes
      *    (cle PLAFOND-GAB-JOUR du magasin de parametres ; 500.00 si
      *    la cle est absente).
          01 WS-PLAFOND-GAB      PIC 9(7)V99 VALUE 500.
          01 WS-RESTE-PLAFOND    PIC S9(7)V99 VALUE 0.

      *    Position du compte vise.
          01 WS-GAB-TROUVE       PIC X(1).
          01 WS-GAB-PREFIXE      PIC X(80).
          01 WS-GAB-SOLDE-TEXTE  PIC X(12).
          01 WS-GAB-STATUT       PIC X(1).
          01 WS-GAB-SOLDE        PIC S9(7)V99 VALUE 0.
          01 WS-GAB-DECOUVERT    PIC 9(7)V99 VALUE 0.
          01 WS-GAB-INDISPONIBLE PIC 9(7)V99 VALUE 0.
          01 WS-GAB-RETRAITS-JOUR    PIC 9(7)V99 VALUE 0.
          01 WS-GAB-RETRAITS-ATTENTE PIC 9(7)V99 VALUE 0.
          01 WS-GAB-DISPONIBLE   PIC S9(7)V99 VALUE 0.
          01 WS-GAB-SIGNE-EDIT   PIC -(7)9.99.
          01 WS-GAB-MONTANT-EDIT PIC 9(7).99.
          01 WS-GAB-MONTANT      PIC 9(7)V99 VALUE 0.

      *    Champs eclates des fichiers relus.
          01 WS-DEC-ID-CHAR      PIC X(5).
          01 WS-DEC-LIM-TEXTE    PIC X(10).
          01 WS-DEC-FIN-TEXTE    PIC X(8).
          01 WS-CHQ-REF          PIC X(10).
          01 WS-CHQ-COMPTE-CHAR  PIC X(5).
          01 WS-CHQ-MONTANT      PIC X(10).
          01 WS-CHQ-DATE-CHAR    PIC X(8).
          01 WS-RET-REF          PIC X(10).
          01 WS-RET-COMPTE-CHAR  PIC X(5).
          01 WS-RET-MONTANT      PIC X(10).
          01 WS-RET-DATE-CHAR    PIC X(8).
          01 WS-REGISTRE-OUVERT  PIC X(1).

      *    Mini-releve : les cinq dernieres pieces du compte, gardees
      *    en glissement comme dans CONSULTATION-COMPTE.
          01 WS-NB-DERNIERS      PIC 9(2) VALUE 0.
          01 WS-TABLE-DERNIERS.
              05 WS-DM-ENTRY OCCURS 5 TIMES INDEXED BY WS-DMIDX.
                 10 WS-DM-LIGNE PIC X(132).
          01 WS-GLISSE           PIC 9(2) VALUE 0.

      *    Champs passes a INDEX-LIVRE (index du grand livre par
      *    compte + sequence).
          01 WS-ILV-ACTION       PIC X(1).
          01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
          01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
          01 WS-ILV-LIGNE        PIC X(132).
          01 WS-ILV-TROUVE       PIC X(1).
          01 WS-LIV-COMPTE       PIC X(5).
          01 WS-LIV-SEQ          PIC X(7).
          01 WS-LIV-DATE         PIC X(8).
          01 WS-LIV-TYPE         PIC X(1).
          01 WS-LIV-MONTANT      PIC X(12).
          01 WS-LIV-AVANT        PIC X(12).
          01 WS-LIV-APRES        PIC X(12).

      *    Lot du soir en reconstruction -- memes regles que
      *    SAISIE-TRANS.
          01 WS-DATE-LOT         PIC X(8).
      *    Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *    quelle ; un lot sans agence le reste.
          01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
          01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
          01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
          01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
          01 WS-TOT-CRED-EDIT    PIC 9(9).99.
          01 WS-TOT-DEB-EDIT     PIC 9(9).99.
          01 WS-DET-REF          PIC X(10).
          01 WS-DET-ID           PIC X(5).
          01 WS-DET-TYPE         PIC X(1).
          01 WS-DET-MONTANT      PIC X(10).
          01 WS-DET-MONT-VAL     PIC 9(9)V99 VALUE 0.
          01 WS-REF-COURANTE     PIC 9(8) VALUE 0.
          01 WS-REF-EMISE        PIC X(10).

      *    Champs passes a COMPTE-REGISTRE (registre des comptes) :
      *    pas de retrait sur un depot a terme.
          01 WS-CRG-COMPTE       PIC 9(5).
          01 WS-CRG-TITULAIRE    PIC 9(5).
          01 WS-CRG-TYPE         PIC X(1).
          01 WS-CRG-TROUVE       PIC X(1).

      *    Champs passes a SAISIE-NUM (saisie numerique validee,
      *    reutilisable -- voir SAISIE-NUM.cbl).
      *    Champs passes a SECUPIN (service de securite partage) :
      *    l'empreinte du code et le verrou du compte viennent des
      *    magasins uniques empreintes.dat et verrous.dat, indexes par
      *    carte -- plus de fichier exgpt_pin.txt ni de table de 100
      *    comptes rechargee et reecrite a chaque connexion, et le
      *    meme code suit la carte dans SECURITE-01.
          01 WS-SECU-OPERATION   PIC X(2).
          01 WS-SECU-CARTE       PIC 9(8).
          01 WS-SECU-CODE        PIC 9(4) VALUE 0.
          01 WS-SECU-VERROU.
              05 WS-SECU-TENTATIVES   PIC 9(4).
              05 WS-SECU-STATUT       PIC X.
          01 WS-SECU-RETOUR      PIC X(2).

      *    Champs passes a CARTE-REGISTRE (registre des cartes) : une
      *    carte perdue, volee, remplacee ou expiree est refusee avant
      *    toute saisie de code.
          01 WS-CRT-OPERATION    PIC X(2).
          01 WS-CRT-CARTE.
              COPY CARTEREC.
          01 WS-CRT-RETOUR       PIC X(2).

      *    Champs passes a LIRE-PARAM (magasin central de parametres,
      *    parametres.txt) : la valeur par defaut du programme reste
      *    en place quand la cle est absente.
          01 WS-MM               PIC 99 VALUE 0.
          01 WS-SS               PIC 99 VALUE 0.

      *    Arguments de CLE-RIB (pose des cles RIB sur la
      *    ligne du lot).
          01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
          01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
          01 WS-RIB-CLE          PIC 9(2) VALUE 0.

      *----------------------------------------------------------------



              PERFORM INITIALISATION
              PERFORM LIRE-CONFIGURATION
              PERFORM DEMANDER-CARTE
              PERFORM DEMANDER-PROCURATION
              IF WS-PAR-PROCURATION = 'R'
                 PERFORM LIBERER-VERROU-TRAITEMENT
              IF WS-ACCES-OK = 'Y'
                 IF WS-CHANGEMENT-FORCE = 'Y'
                    PERFORM CHANGER-CODE-OBLIGATOIRE
                 END-IF
                 PERFORM SERVICES-GAB
              END-IF
              PERFORM VERIFICATION-FIN
              PERFORM ECRIRE-VERROU-COMPTE
              IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
                 MOVE WS-PRM-VALEUR-NUM TO WS-MAX-TENTATIVES
              END-IF
              MOVE "PLAFOND-GAB-JOUR" TO WS-PRM-CLE
              CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                   WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
              IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
                 COMPUTE WS-PLAFOND-GAB = WS-PRM-VALEUR-NUM / 100
              END-IF
            .

          DEMANDER-CARTE.
      *    Saisie numerique validee et reutilisable (SAISIE-NUM) : plus
      *    d'ACCEPT non verifie, un numero de carte non numerique
      *    redemande la saisie au lieu de corrompre silencieusement le
      *    champ. La carte doit etre connue du registre, active et non
      *    expiree ; le compte du client est celui qu'elle porte.
              MOVE "Veuillez entrer votre numero de carte :"
                   TO WS-LIBELLE-SAISIE
              MOVE 1        TO WS-BORNE-MIN-SAISIE
              MOVE 99999999 TO WS-BORNE-MAX-SAISIE
              CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                   WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                   WS-VALEUR-SAISIE
              MOVE WS-VALEUR-SAISIE TO WS-CARTE
              MOVE SPACES   TO WS-CRT-CARTE
              MOVE WS-CARTE TO CAR-NUMERO
              MOVE "VC"     TO WS-CRT-OPERATION
              CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION
                   WS-CRT-CARTE WS-CRT-RETOUR
              IF WS-CRT-RETOUR = "00"
                 MOVE CAR-COMPTE TO WS-COMPTE
                 EXIT PARAGRAPH
              END-IF
              EVALUATE WS-CRT-RETOUR
                 WHEN "NT"
                    DISPLAY ANSI-ROUGE "CARTE INCONNUE" ANSI-RESET
                    MOVE "INCONNUE"  TO WS-EXC-CODE
                 WHEN "PE"
                    DISPLAY ANSI-ROUGE "CARTE DECLAREE PERDUE - "
                            "CONTACTEZ VOTRE BANQUE" ANSI-RESET
                    MOVE "PERDUE"    TO WS-EXC-CODE
                 WHEN "VO"
                    DISPLAY ANSI-ROUGE "CARTE DECLAREE VOLEE - "
                            "CONTACTEZ VOTRE BANQUE" ANSI-RESET
                    MOVE "VOLEE"     TO WS-EXC-CODE
                 WHEN "RM"
                    DISPLAY ANSI-ROUGE "CARTE REMPLACEE - UTILISEZ "
                            "VOTRE NOUVELLE CARTE" ANSI-RESET
                    MOVE "REMPLACEE" TO WS-EXC-CODE
                 WHEN "EX"
                    DISPLAY ANSI-ROUGE "CARTE EXPIREE - CONTACTEZ "
                            "VOTRE BANQUE" ANSI-RESET
                    MOVE "EXPIREE"   TO WS-EXC-CODE
                 WHEN OTHER
                    DISPLAY ANSI-ROUGE "Registre des cartes "
                            "indisponible : " WS-CRT-RETOUR ANSI-RESET
                    MOVE WS-CRT-RETOUR TO WS-EXC-CODE
              END-EVALUATE
              MOVE "DEMANDER-CARTE" TO WS-EXC-PARAGRAPHE
              CALL "EXCLOG" USING WS-EXC-PROGRAMME
                   WS-EXC-PARAGRAPHE WS-EXC-CODE
              MOVE 1 TO RETURN-CODE
              PERFORM LIBERER-VERROU-TRAITEMENT
              GOBACK
            .

          DEMANDER-PROCURATION.
      *    Un conjoint ou un comptable mandate presente sa propre
      *    carte puis tape le compte vise : l'habilitation du compte
      *    de la carte est verifiee dans procurations.txt AVANT toute
      *    saisie de code, et c'est la carte du mandataire (son code,
      *    son verrou) qui porte l'authentification.
      *    WS-PAR-PROCURATION passe a 'R' quand l'habilitation manque :
      *    la session s'arrete la.
              MOVE WS-COMPTE TO WS-COMPTE-CIBLE
              MOVE 'N' TO WS-PAR-PROCURATION
              MOVE 'P' TO WS-DROIT-SERVICES
              DISPLAY "Operez-vous le compte d'un tiers par "
                      "procuration ? (O/N) :"
              ACCEPT WS-CHOIX-CHANGEMENT
              IF WS-CHOIX-CHANGEMENT = 'O' OR
                 WS-CHOIX-CHANGEMENT = 'o'
                 MOVE "Numero du compte vise :"
                      TO WS-LIBELLE-SAISIE
                 MOVE 1     TO WS-BORNE-MIN-SAISIE
                 MOVE 99999 TO WS-BORNE-MAX-SAISIE
                 CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                      WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                      WS-VALEUR-SAISIE
                 MOVE WS-VALEUR-SAISIE TO WS-COMPTE-CIBLE
                 MOVE WS-COMPTE-CIBLE  TO WS-PRC-COMPTE
                 MOVE WS-COMPTE        TO WS-PRC-MANDATAIRE
                 CALL "LIRE-PROCURATION" USING WS-PRC-COMPTE
                      WS-PRC-MANDATAIRE WS-PRC-DROIT WS-PRC-TROUVE
                 IF WS-PRC-TROUVE = 'Y'
                    MOVE 'Y' TO WS-PAR-PROCURATION
                    MOVE WS-PRC-DROIT TO WS-DROIT-SERVICES
                    IF WS-PRC-DROIT = 'P'
                       DISPLAY "Procuration pleine reconnue sur le "
                               "compte " WS-COMPTE-CIBLE
            .

          LIRE-CODE-SECRET.
      *    Prepare la carte dans le magasin partage SECUPIN : une
      *    carte inconnue recoit l'empreinte du code par defaut. Aucun
      *    code en clair ne revient ici -- la comparaison se fera par
      *    l'operation VP au moment de la saisie.
              MOVE "LP"      TO WS-SECU-OPERATION
              MOVE WS-CARTE  TO WS-SECU-CARTE
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
              IF WS-SECU-RETOUR = "00" OR WS-SECU-RETOUR = "NV"
                 CONTINUE

          ECRIRE-CODE-SECRET.
              MOVE "EP"           TO WS-SECU-OPERATION
              MOVE WS-CARTE       TO WS-SECU-CARTE
              MOVE WS-CODE-SECRET TO WS-SECU-CODE
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
              IF WS-SECU-RETOUR NOT = "00" AND WS-SECU-RETOUR NOT = "RE"
                 DISPLAY ANSI-ROUGE "Magasin des codes indisponible : "
            .

          LIRE-VERROU-COMPTE.
      *    Le verrou de la carte vient du magasin partage SECUPIN :
      *    chaque carte garde son propre compteur de tentatives, et
      *    l'etat bloque est le meme pour toute la boutique.
              MOVE "LV"      TO WS-SECU-OPERATION
              MOVE WS-CARTE  TO WS-SECU-CARTE
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
              IF WS-SECU-RETOUR NOT = "00" AND WS-SECU-RETOUR NOT = "NV"
                 DISPLAY ANSI-ROUGE "Magasin des verrous indisponible "
              MOVE WS-SECU-DATE-VERROU  TO WS-DATE-VERROU
              MOVE WS-SECU-HEURE-VERROU TO WS-HEURE-VERROU

      *    Carte mise en opposition au deces du titulaire (statut 'D'
      *    pose par DECES-CLIENT) : ni saisie de code ni deblocage
      *    superviseur, et le verrou n'est pas reecrit -- le statut
      *    doit survivre a cette tentative.
              IF WS-SECU-STATUT = 'D'
                 DISPLAY ANSI-ROUGE "CARTE EN OPPOSITION - CONTACTEZ "
                         "VOTRE BANQUE" ANSI-RESET
                 MOVE "LIRE-VERROU" TO WS-EXC-PARAGRAPHE
                 MOVE "DECES"        TO WS-EXC-CODE
                 CALL "EXCLOG" USING WS-EXC-PROGRAMME
                      WS-EXC-PARAGRAPHE WS-EXC-CODE
                 MOVE 1 TO RETURN-CODE
                 PERFORM LIBERER-VERROU-TRAITEMENT
                 GOBACK
              END-IF

      *    Code parti sous pli (statut 'R' pose par PIN-COURRIER) :
      *    la carte reste inutilisable tant que le client n'a pas
      *    confirme la reception au guichet (PIN-GUICHET), et le
      *    verrou n'est pas reecrit.
              IF WS-SECU-STATUT = 'R'
                 DISPLAY ANSI-ROUGE "CARTE NON ACTIVEE - CONFIRMEZ LA "
                         "RECEPTION DE VOTRE CODE AU GUICHET"
                         ANSI-RESET
                 MOVE "LIRE-VERROU" TO WS-EXC-PARAGRAPHE
                 MOVE "RECEPTION"    TO WS-EXC-CODE
                 CALL "EXCLOG" USING WS-EXC-PROGRAMME
                      WS-EXC-PARAGRAPHE WS-EXC-CODE
                 MOVE 1 TO RETURN-CODE
                 PERFORM LIBERER-VERROU-TRAITEMENT
                 GOBACK
              END-IF

      *    Un statut 'B' pose independamment du compteur (outil
      *    d'administration, seuil de tentatives releve depuis le
      *    blocage) bloque ici autant que dans SECURITE-01 : le
                 MOVE 0 TO WS-HEURE-VERROU
              END-IF
              MOVE "EV"             TO WS-SECU-OPERATION
              MOVE WS-CARTE         TO WS-SECU-CARTE
              MOVE WS-TENTATIVES    TO WS-SECU-TENTATIVES
              MOVE WS-ACCES-OK      TO WS-SECU-ACCES-OK
              MOVE WS-DATE-VERROU   TO WS-SECU-DATE-VERROU
              ELSE
                 MOVE 'A' TO WS-SECU-STATUT
              END-IF
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
              IF WS-SECU-RETOUR NOT = "00"
                 DISPLAY ANSI-ROUGE "Magasin des verrous indisponible "
      *    contre empreinte -- le code de reference ne transite jamais
      *    en clair par ce programme.
              MOVE "VP"                TO WS-SECU-OPERATION
              MOVE WS-CARTE            TO WS-SECU-CARTE
              MOVE WS-CODE-SAISIE-NUM  TO WS-SECU-CODE
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
            .

                     WS-STATUT-TENTATIVE DELIMITED BY SIZE
                     " TENTATIVES="  DELIMITED BY SIZE
                     WS-TENTATIVES   DELIMITED BY SIZE
                     " CARTE="       DELIMITED BY SIZE
                     WS-CARTE        DELIMITED BY SIZE
                     INTO AUDIT-REC
              END-STRING

              CLOSE AUDIT-FILE
            .

      *----------------------------------------------------------------
          SERVICES-GAB.
      *    Services du distributeur une fois le code accepte, sur le
      *    compte vise (celui du porteur hors procuration). Une
      *    procuration depots seulement ne donne que le solde : ni
      *    releve ni retrait, comme MAJ-SOLDE refuse ses debits.
              CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
              MOVE SPACES TO WS-CHOIX-SERVICE
              PERFORM UNTIL WS-CHOIX-SERVICE = '0'
                 DISPLAY "1 = Consulter le solde"
                 IF WS-DROIT-SERVICES = 'P'
                    DISPLAY "2 = Mini-releve des derniers mouvements"
                    DISPLAY "3 = Retrait d'especes"
                 END-IF
                 DISPLAY "4 = Changer le code secret"
                 DISPLAY "0 = Terminer"
                 DISPLAY "Veuillez choisir une option :"
                 ACCEPT WS-CHOIX-SERVICE
                 EVALUATE WS-CHOIX-SERVICE
                    WHEN '1'
                       PERFORM CONSULTER-SOLDE-GAB
                    WHEN '2'
                       IF WS-DROIT-SERVICES = 'P'
                          PERFORM AFFICHER-MINI-RELEVE
                       ELSE
                          PERFORM REFUSER-SERVICE-PROCURATION
                       END-IF
                    WHEN '3'
                       IF WS-DROIT-SERVICES = 'P'
                          PERFORM RETIRER-ESPECES
                       ELSE
                          PERFORM REFUSER-SERVICE-PROCURATION
                       END-IF
                    WHEN '4'
                       PERFORM CHANGER-CODE
                    WHEN '0'
                       CONTINUE
                    WHEN OTHER
                       DISPLAY "Option invalide"
                 END-EVALUATE
              END-PERFORM
            .

          REFUSER-SERVICE-PROCURATION.
              DISPLAY ANSI-ROUGE "SERVICE NON COUVERT PAR VOTRE "
                      "PROCURATION" ANSI-RESET
              MOVE "SERVICES-GAB" TO WS-EXC-PARAGRAPHE
              MOVE "MANDAT"       TO WS-EXC-CODE
              CALL "EXCLOG" USING WS-EXC-PROGRAMME
                   WS-EXC-PARAGRAPHE WS-EXC-CODE
            .

          CONSULTER-SOLDE-GAB.
              PERFORM CALCULER-DISPONIBLE
              IF WS-GAB-TROUVE = 'N'
                 DISPLAY ANSI-ROUGE "COMPTE INTROUVABLE" ANSI-RESET
              ELSE
                 MOVE WS-GAB-SOLDE TO WS-GAB-SIGNE-EDIT
                 DISPLAY "Compte " WS-COMPTE-CIBLE "  solde : "
                         FUNCTION TRIM (WS-GAB-SIGNE-EDIT)
                 MOVE WS-GAB-DISPONIBLE TO WS-GAB-SIGNE-EDIT
                 DISPLAY "Disponible au retrait : "
                         FUNCTION TRIM (WS-GAB-SIGNE-EDIT)
                 IF WS-GAB-RETRAITS-ATTENTE > 0
                    MOVE WS-GAB-RETRAITS-ATTENTE TO WS-GAB-SIGNE-EDIT
                    DISPLAY "(dont retraits du jour non encore "
                            "comptabilises : "
                            FUNCTION TRIM (WS-GAB-SIGNE-EDIT) ")"
                 END-IF
              END-IF
            .

          CALCULER-DISPONIBLE.
      *    Disponible = solde + decouvert autorise - cheques remis
      *    encore indisponibles - retraits du jour pas encore passes
      *    par MAJ-SOLDE : memes regles que le controle de solde du
      *    soir, pour qu'un retrait accorde ici ne finisse pas en
      *    rejet SOLDE.
              MOVE 'N' TO WS-GAB-TROUVE
              MOVE 0 TO WS-GAB-SOLDE
              MOVE 0 TO WS-GAB-DISPONIBLE
              MOVE SPACE TO WS-GAB-STATUT
              OPEN INPUT CLIENT-FILE
              IF WS-FS-CLIENT NOT = "00"
                 DISPLAY ANSI-ROUGE "Fichier des comptes indisponible "
                         ": " WS-FS-CLIENT ANSI-RESET
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-COMPTE-CIBLE TO FS-ID-CLIENT
              READ CLIENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-GAB-TROUVE
                    MOVE SPACES TO WS-GAB-PREFIXE WS-GAB-SOLDE-TEXTE
                    UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
                        INTO WS-GAB-PREFIXE WS-GAB-SOLDE-TEXTE
                             WS-GAB-STATUT
                    END-UNSTRING
                    COMPUTE WS-GAB-SOLDE =
                        FUNCTION NUMVAL (WS-GAB-SOLDE-TEXTE)
              END-READ
              CLOSE CLIENT-FILE
              IF WS-GAB-TROUVE = 'N'
                 EXIT PARAGRAPH
              END-IF
              PERFORM CHERCHER-DECOUVERT-GAB
              PERFORM CHERCHER-INDISPONIBLE-GAB
              PERFORM CUMULER-RETRAITS-JOUR
              COMPUTE WS-GAB-DISPONIBLE = WS-GAB-SOLDE
                  + WS-GAB-DECOUVERT - WS-GAB-INDISPONIBLE
                  - WS-GAB-RETRAITS-ATTENTE
            .

          CHERCHER-DECOUVERT-GAB.
      *    Memes regles que EXAMINER-DECOUVERT dans MAJ-SOLDE : la
      *    derniere occurrence gagne, une limite perimee vaut zero.
              MOVE 0 TO WS-GAB-DECOUVERT
              OPEN INPUT DECOUVERTS-FILE
              IF WS-FS-DECOUV = "00"
                 READ DECOUVERTS-FILE
                    AT END MOVE "10" TO WS-FS-DECOUV
                 END-READ
                 PERFORM UNTIL WS-FS-DECOUV = "10"
                    PERFORM EXAMINER-DECOUVERT-GAB
                    READ DECOUVERTS-FILE
                       AT END MOVE "10" TO WS-FS-DECOUV
                    END-READ
                 END-PERFORM
                 CLOSE DECOUVERTS-FILE
              END-IF
            .

          EXAMINER-DECOUVERT-GAB.
              IF DECOUV-LIGNE = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE SPACES TO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
              MOVE SPACES TO WS-DEC-FIN-TEXTE
              UNSTRING DECOUV-LIGNE DELIMITED BY "|"
                  INTO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE WS-DEC-FIN-TEXTE
              END-UNSTRING
              IF FUNCTION TRIM (WS-DEC-ID-CHAR) NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION NUMVAL (WS-DEC-ID-CHAR) NOT = WS-COMPTE-CIBLE
                 EXIT PARAGRAPH
              END-IF
              IF WS-DEC-FIN-TEXTE NOT = SPACES
                 IF WS-DEC-FIN-TEXTE NOT NUMERIC
                    MOVE 0 TO WS-GAB-DECOUVERT
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-DEC-FIN-TEXTE < WS-DATE-JOUR
                    MOVE 0 TO WS-GAB-DECOUVERT
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              COMPUTE WS-GAB-DECOUVERT =
                  FUNCTION NUMVAL (WS-DEC-LIM-TEXTE)
            .

          CHERCHER-INDISPONIBLE-GAB.
      *    Cheques remis sur le compte et pas encore disponibles, et
      *    montants geles par ses saisies actives -- memes fichiers
      *    et meme regle que CHERCHER-INDISPONIBLE dans MAJ-SOLDE.
              MOVE 0 TO WS-GAB-INDISPONIBLE
              OPEN INPUT SAISIES-FILE
              IF WS-FS-SAISIES = "00"
                 READ SAISIES-FILE
                    AT END MOVE "10" TO WS-FS-SAISIES
                 END-READ
                 PERFORM UNTIL WS-FS-SAISIES = "10"
                    IF SAI-ETAT = 'O' AND SAI-COMPTE = WS-COMPTE-CIBLE
                       AND SAI-MONTANT IS NUMERIC
                       ADD SAI-MONTANT TO WS-GAB-INDISPONIBLE
                    END-IF
                    READ SAISIES-FILE
                       AT END MOVE "10" TO WS-FS-SAISIES
                    END-READ
                 END-PERFORM
                 CLOSE SAISIES-FILE
              END-IF
              OPEN INPUT CHEQUES-FILE
              IF WS-FS-CHEQUES = "00"
                 READ CHEQUES-FILE
                    AT END MOVE "10" TO WS-FS-CHEQUES
                 END-READ
                 PERFORM UNTIL WS-FS-CHEQUES = "10"
                    PERFORM CUMULER-CHEQUE-GAB
                    READ CHEQUES-FILE
                       AT END MOVE "10" TO WS-FS-CHEQUES
                    END-READ
                 END-PERFORM
                 CLOSE CHEQUES-FILE
              END-IF
            .

          CUMULER-CHEQUE-GAB.
              MOVE SPACES TO WS-CHQ-REF WS-CHQ-COMPTE-CHAR
              MOVE SPACES TO WS-CHQ-MONTANT WS-CHQ-DATE-CHAR
              UNSTRING CHEQUE-LIGNE DELIMITED BY "|"
                  INTO WS-CHQ-REF WS-CHQ-COMPTE-CHAR WS-CHQ-MONTANT
                       WS-CHQ-DATE-CHAR
              END-UNSTRING
              IF FUNCTION TRIM (WS-CHQ-COMPTE-CHAR) IS NUMERIC AND
                 WS-CHQ-DATE-CHAR IS NUMERIC
                 IF FUNCTION NUMVAL (WS-CHQ-COMPTE-CHAR) =
                    WS-COMPTE-CIBLE AND WS-CHQ-DATE-CHAR > WS-DATE-JOUR
                    COMPUTE WS-GAB-INDISPONIBLE = WS-GAB-INDISPONIBLE
                        + FUNCTION NUMVAL (WS-CHQ-MONTANT)
                 END-IF
              END-IF
            .

          CUMULER-RETRAITS-JOUR.
      *    Retraits du jour sur le compte : tous comptent pour le
      *    plafond, ceux que MAJ-SOLDE n'a pas encore servis (absents
      *    du registre des references) comptent aussi contre le
      *    disponible.
              MOVE 0 TO WS-GAB-RETRAITS-JOUR
              MOVE 0 TO WS-GAB-RETRAITS-ATTENTE
              MOVE 'N' TO WS-REGISTRE-OUVERT
              OPEN INPUT REFERENCES-FILE
              IF WS-FS-REFER = "00"
                 MOVE 'Y' TO WS-REGISTRE-OUVERT
              END-IF
              OPEN INPUT RETRAITS-FILE
              IF WS-FS-RETRAITS = "00"
                 READ RETRAITS-FILE
                    AT END MOVE "10" TO WS-FS-RETRAITS
                 END-READ
                 PERFORM UNTIL WS-FS-RETRAITS = "10"
                    PERFORM CUMULER-RETRAIT-GAB
                    READ RETRAITS-FILE
                       AT END MOVE "10" TO WS-FS-RETRAITS
                    END-READ
                 END-PERFORM
                 CLOSE RETRAITS-FILE
              END-IF
              IF WS-REGISTRE-OUVERT = 'Y'
                 CLOSE REFERENCES-FILE
              END-IF
            .

          CUMULER-RETRAIT-GAB.
              MOVE SPACES TO WS-RET-REF WS-RET-COMPTE-CHAR
              MOVE SPACES TO WS-RET-MONTANT WS-RET-DATE-CHAR
              UNSTRING RETRAIT-LIGNE DELIMITED BY "|"
                  INTO WS-RET-REF WS-RET-COMPTE-CHAR WS-RET-MONTANT
                       WS-RET-DATE-CHAR
              END-UNSTRING
              IF FUNCTION TRIM (WS-RET-COMPTE-CHAR) NOT NUMERIC OR
                 WS-RET-DATE-CHAR NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION NUMVAL (WS-RET-COMPTE-CHAR) NOT =
                 WS-COMPTE-CIBLE OR WS-RET-DATE-CHAR NOT = WS-DATE-JOUR
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-GAB-MONTANT = FUNCTION NUMVAL (WS-RET-MONTANT)
              ADD WS-GAB-MONTANT TO WS-GAB-RETRAITS-JOUR
              IF WS-REGISTRE-OUVERT = 'N'
                 ADD WS-GAB-MONTANT TO WS-GAB-RETRAITS-ATTENTE
              ELSE
                 MOVE WS-RET-REF TO REG-REFERENCE
                 READ REFERENCES-FILE
                    INVALID KEY
                       ADD WS-GAB-MONTANT TO WS-GAB-RETRAITS-ATTENTE
                 END-READ
              END-IF
            .

          AFFICHER-MINI-RELEVE.
      *    Les pieces du compte sont lues dans l'index du grand livre,
      *    dans l'ordre des sequences ; on garde les cinq dernieres,
      *    affichees de la plus recente a la plus ancienne.
              MOVE 0 TO WS-NB-DERNIERS
              MOVE 'D' TO WS-ILV-ACTION
              MOVE WS-COMPTE-CIBLE TO WS-ILV-COMPTE
              CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                   WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
              PERFORM UNTIL WS-ILV-TROUVE NOT = 'Y'
                 MOVE 'S' TO WS-ILV-ACTION
                 CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                      WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
                 IF WS-ILV-TROUVE = 'Y'
                    PERFORM RETENIR-MOUVEMENT-GAB
                 END-IF
              END-PERFORM
              MOVE 'F' TO WS-ILV-ACTION
              CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                   WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE

              DISPLAY "DERNIERS MOUVEMENTS DU COMPTE " WS-COMPTE-CIBLE
              IF WS-NB-DERNIERS = 0
                 DISPLAY "Aucun mouvement a afficher"
              ELSE
                 DISPLAY "DATE       TYPE  MONTANT       SOLDE APRES"
                 PERFORM VARYING WS-DMIDX FROM WS-NB-DERNIERS BY -1
                          UNTIL WS-DMIDX < 1
                    PERFORM AFFICHER-MOUVEMENT-GAB
                 END-PERFORM
              END-IF
            .

          RETENIR-MOUVEMENT-GAB.
      *    INDEX-LIVRE ne rend que les pieces du compte demande.
              IF WS-NB-DERNIERS < 5
                 ADD 1 TO WS-NB-DERNIERS
                 MOVE WS-ILV-LIGNE TO WS-DM-LIGNE (WS-NB-DERNIERS)
              ELSE
                 PERFORM VARYING WS-GLISSE FROM 1 BY 1
                          UNTIL WS-GLISSE > 4
                    MOVE WS-DM-LIGNE (WS-GLISSE + 1)
                         TO WS-DM-LIGNE (WS-GLISSE)
                 END-PERFORM
                 MOVE WS-ILV-LIGNE TO WS-DM-LIGNE (5)
              END-IF
            .

          AFFICHER-MOUVEMENT-GAB.
              MOVE SPACES TO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
              MOVE SPACES TO WS-LIV-TYPE WS-LIV-MONTANT WS-LIV-AVANT
              MOVE SPACES TO WS-LIV-APRES
              UNSTRING WS-DM-LIGNE (WS-DMIDX) DELIMITED BY "|"
                  INTO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE WS-LIV-TYPE
                       WS-LIV-MONTANT WS-LIV-AVANT WS-LIV-APRES
              END-UNSTRING
              DISPLAY WS-LIV-DATE "   " WS-LIV-TYPE "     "
                      WS-LIV-MONTANT "  " WS-LIV-APRES
            .

          RETIRER-ESPECES.
      *    Le retrait est controle ici contre le disponible et le
      *    plafond journalier du distributeur, puis part en debit 'D'
      *    dans le lot du soir -- c'est MAJ-SOLDE qui le comptabilise.
      *    Sous procuration, le mandataire est porte en donneur
      *    d'ordre pour le controle MANDAT du soir.
              MOVE WS-COMPTE-CIBLE TO WS-CRG-COMPTE
              CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE
                   WS-CRG-TITULAIRE WS-CRG-TYPE WS-CRG-TROUVE
              IF WS-CRG-TYPE = 'T'
                 DISPLAY ANSI-ROUGE "RETRAIT IMPOSSIBLE SUR UN DEPOT A "
                         "TERME" ANSI-RESET
                 EXIT PARAGRAPH
              END-IF
              PERFORM CALCULER-DISPONIBLE
              IF WS-GAB-TROUVE = 'N'
                 DISPLAY ANSI-ROUGE "COMPTE INTROUVABLE" ANSI-RESET
                 EXIT PARAGRAPH
              END-IF
              IF WS-GAB-STATUT = 'C' OR WS-GAB-STATUT = 'E'
                 DISPLAY ANSI-ROUGE "COMPTE CLOTURE - RETRAIT "
                         "IMPOSSIBLE" ANSI-RESET
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-RESTE-PLAFOND =
                  WS-PLAFOND-GAB - WS-GAB-RETRAITS-JOUR
              IF WS-RESTE-PLAFOND < 10
                 DISPLAY ANSI-ROUGE "PLAFOND DE RETRAIT DU JOUR ATTEINT"
                         ANSI-RESET
                 MOVE "PLAFOND" TO WS-EXC-CODE
                 PERFORM TRACER-REFUS-RETRAIT
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-RESTE-PLAFOND TO WS-GAB-SIGNE-EDIT
              DISPLAY "Plafond restant aujourd'hui : "
                      FUNCTION TRIM (WS-GAB-SIGNE-EDIT)
              MOVE "Montant du retrait (multiple de 10) :"
                   TO WS-LIBELLE-SAISIE
              MOVE 10    TO WS-BORNE-MIN-SAISIE
              MOVE 99990 TO WS-BORNE-MAX-SAISIE
              CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                   WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                   WS-VALEUR-SAISIE
              MOVE WS-VALEUR-SAISIE TO WS-GAB-MONTANT
              IF FUNCTION MOD (WS-VALEUR-SAISIE, 10) NOT = 0
                 DISPLAY ANSI-ROUGE "LE MONTANT DOIT ETRE UN MULTIPLE "
                         "DE 10" ANSI-RESET
                 EXIT PARAGRAPH
              END-IF
              IF WS-GAB-MONTANT > WS-RESTE-PLAFOND
                 DISPLAY ANSI-ROUGE "MONTANT SUPERIEUR AU PLAFOND DU "
                         "JOUR" ANSI-RESET
                 MOVE "PLAFOND" TO WS-EXC-CODE
                 PERFORM TRACER-REFUS-RETRAIT
                 EXIT PARAGRAPH
              END-IF
              IF WS-GAB-MONTANT > WS-GAB-DISPONIBLE
                 DISPLAY ANSI-ROUGE "SOLDE DISPONIBLE INSUFFISANT"
                         ANSI-RESET
                 MOVE "SOLDE" TO WS-EXC-CODE
                 PERFORM TRACER-REFUS-RETRAIT
                 EXIT PARAGRAPH
              END-IF
              PERFORM EMETTRE-RETRAIT
              DISPLAY ANSI-VERT "RETRAIT ACCORDE - REFERENCE "
                      WS-REF-EMISE ANSI-RESET
            .

          TRACER-REFUS-RETRAIT.
              MOVE "RETIRER-ESPECES" TO WS-EXC-PARAGRAPHE
              CALL "EXCLOG" USING WS-EXC-PROGRAMME
                   WS-EXC-PARAGRAPHE WS-EXC-CODE
            .

          EMETTRE-RETRAIT.
      *    Reference de la serie distributeur, ligne ajoutee au lot
      *    (en-tete et pied recalcules comme dans SAISIE-TRANS), puis
      *    trace du retrait pour le plafond.
              PERFORM LIRE-REFERENCE-GAB
              ADD 1 TO WS-REF-COURANTE
              PERFORM ECRIRE-REFERENCE-GAB
              MOVE SPACES TO WS-REF-EMISE
              STRING "GA" DELIMITED BY SIZE
                     WS-REF-COURANTE DELIMITED BY SIZE
                     INTO WS-REF-EMISE
              END-STRING
              MOVE WS-GAB-MONTANT TO WS-GAB-MONTANT-EDIT

              PERFORM RELEVER-LOT-EXISTANT
              MOVE SPACES TO TRANS-TRV-LIGNE
              IF WS-PAR-PROCURATION = 'Y'
                 STRING WS-REF-EMISE        DELIMITED BY SIZE
                        "|"                 DELIMITED BY SIZE
                        WS-COMPTE-CIBLE     DELIMITED BY SIZE
                        "|D|"               DELIMITED BY SIZE
                        WS-GAB-MONTANT-EDIT DELIMITED BY SIZE
                        "|||"               DELIMITED BY SIZE
                        WS-COMPTE           DELIMITED BY SIZE
                        INTO TRANS-TRV-LIGNE
                 END-STRING
              ELSE
                 STRING WS-REF-EMISE        DELIMITED BY SIZE
                        "|"                 DELIMITED BY SIZE
                        WS-COMPTE-CIBLE     DELIMITED BY SIZE
                        "|D|"               DELIMITED BY SIZE
                        WS-GAB-MONTANT-EDIT DELIMITED BY SIZE
                        "||"                DELIMITED BY SIZE
                        INTO TRANS-TRV-LIGNE
                 END-STRING
              END-IF
              MOVE 'L' TO WS-RIB-ACTION
              CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                   WS-RIB-CLE TRANS-TRV-LIGNE
              WRITE TRANS-TRV-LIGNE
              ADD 1 TO WS-NB-DETAILS
              ADD WS-GAB-MONTANT TO WS-TOTAL-DEBITS
              PERFORM REECRIRE-LOT

              MOVE SPACES TO RETRAIT-LIGNE
              STRING WS-REF-EMISE        DELIMITED BY SIZE
                     "|"                 DELIMITED BY SIZE
                     WS-COMPTE-CIBLE     DELIMITED BY SIZE
                     "|"                 DELIMITED BY SIZE
                     WS-GAB-MONTANT-EDIT DELIMITED BY SIZE
                     "|"                 DELIMITED BY SIZE
                     WS-DATE-JOUR        DELIMITED BY SIZE
                     INTO RETRAIT-LIGNE
              END-STRING
              OPEN INPUT RETRAITS-FILE
              IF WS-FS-RETRAITS = "00"
                 CLOSE RETRAITS-FILE
                 OPEN EXTEND RETRAITS-FILE
              ELSE
                 OPEN OUTPUT RETRAITS-FILE
              END-IF
              WRITE RETRAIT-LIGNE
              CLOSE RETRAITS-FILE
            .

          LIRE-REFERENCE-GAB.
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
            .

          ECRIRE-REFERENCE-GAB.
              MOVE WS-REF-COURANTE TO LIGNE-REF-CTL
              OPEN OUTPUT REF-CONTROL-FILE
              WRITE LIGNE-REF-CTL
              CLOSE REF-CONTROL-FILE
            .

          RELEVER-LOT-EXISTANT.
      *    Les lignes deja au lot (agence, guichet, ordres permanents)
      *    sont recopiees, pied exclu, et leurs totaux recomptes --
      *    meme logique que SAISIE-TRANS.
              CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
              MOVE WS-DATE-JOUR TO WS-DATE-LOT
              MOVE 0 TO WS-NB-DETAILS
              MOVE 0 TO WS-TOTAL-CREDITS
              MOVE 0 TO WS-TOTAL-DEBITS
              OPEN OUTPUT TRANS-TRV-FILE
              OPEN INPUT TRANSACTIONS-FILE
              IF WS-FS-TRANS = "00"
                 READ TRANSACTIONS-FILE
                    AT END MOVE "10" TO WS-FS-TRANS
                 END-READ
                 PERFORM UNTIL WS-FS-TRANS = "10"
                    PERFORM RELEVER-LIGNE-LOT
                    READ TRANSACTIONS-FILE
                       AT END MOVE "10" TO WS-FS-TRANS
                    END-READ
                 END-PERFORM
                 CLOSE TRANSACTIONS-FILE
              END-IF
            .

          RELEVER-LIGNE-LOT.
              IF TRANS-LIGNE = SPACES OR TRANS-LIGNE (1:2) = "T|"
                 EXIT PARAGRAPH
              END-IF
              IF TRANS-LIGNE (1:2) = "H|"
                 MOVE TRANS-LIGNE (3:8) TO WS-DATE-LOT
                 IF TRANS-LIGNE (11:1) = "|"
                    MOVE TRANS-LIGNE (12:3) TO WS-AGENCE-LOT
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NB-DETAILS
              MOVE SPACES TO WS-DET-REF WS-DET-ID WS-DET-TYPE
              MOVE SPACES TO WS-DET-MONTANT
              UNSTRING TRANS-LIGNE DELIMITED BY "|"
                  INTO WS-DET-REF WS-DET-ID WS-DET-TYPE WS-DET-MONTANT
              END-UNSTRING
              COMPUTE WS-DET-MONT-VAL = FUNCTION NUMVAL (WS-DET-MONTANT)
              IF WS-DET-TYPE = 'C' OR WS-DET-TYPE = 'V' OR
                 WS-DET-TYPE = 'Q'
                 ADD WS-DET-MONT-VAL TO WS-TOTAL-CREDITS
              END-IF
              IF WS-DET-TYPE = 'D' OR WS-DET-TYPE = 'V' OR
                 WS-DET-TYPE = 'X' OR WS-DET-TYPE = 'P'
                 ADD WS-DET-MONT-VAL TO WS-TOTAL-DEBITS
              END-IF
              MOVE TRANS-LIGNE TO TRANS-TRV-LIGNE
              WRITE TRANS-TRV-LIGNE
            .

          REECRIRE-LOT.
              CLOSE TRANS-TRV-FILE
              OPEN OUTPUT TRANSACTIONS-FILE
              MOVE SPACES TO TRANS-LIGNE
              STRING "H|" DELIMITED BY SIZE
                     WS-DATE-LOT DELIMITED BY SIZE
                     INTO TRANS-LIGNE
              END-STRING
              IF WS-AGENCE-LOT NOT = SPACES
                 MOVE "|"           TO TRANS-LIGNE (11:1)
                 MOVE WS-AGENCE-LOT TO TRANS-LIGNE (12:3)
              END-IF
              WRITE TRANS-LIGNE
              OPEN INPUT TRANS-TRV-FILE
              READ TRANS-TRV-FILE
                 AT END MOVE "10" TO WS-FS-TRANS-TRV
              END-READ
              PERFORM UNTIL WS-FS-TRANS-TRV = "10"
                 MOVE TRANS-TRV-LIGNE TO TRANS-LIGNE
                 WRITE TRANS-LIGNE
                 READ TRANS-TRV-FILE
                    AT END MOVE "10" TO WS-FS-TRANS-TRV
                 END-READ
              END-PERFORM
              CLOSE TRANS-TRV-FILE
              MOVE WS-TOTAL-CREDITS TO WS-TOT-CRED-EDIT
              MOVE WS-TOTAL-DEBITS  TO WS-TOT-DEB-EDIT
              MOVE SPACES TO TRANS-LIGNE
              STRING "T|" DELIMITED BY SIZE
                     WS-NB-DETAILS DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WS-TOT-CRED-EDIT DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WS-TOT-DEB-EDIT DELIMITED BY SIZE
                     INTO TRANS-LIGNE
              END-STRING
              WRITE TRANS-LIGNE
              CLOSE TRANSACTIONS-FILE
            .

      *----------------------------------------------------------------
          VERIFICATION-FIN.
              IF WS-ACCES-OK = 'N'
