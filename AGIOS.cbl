       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGIOS.

      *----------------------------------------------------------------
      * Nom du programme : AGIOS
      * Description    : Interets debiteurs du mois (agios) -- calcules
      *                  sur le solde negatif de chaque jour, releve
      *                  dans les photographies soldes_AAAAMMJJ.txt
      *                  ecrites par RAPPROCHEMENT, au taux annuel du
      *                  decouvert : taux particulier du compte dans
      *                  decouverts.txt s'il est accorde, sinon taux
      *                  debiteur du segment dans baremes.txt (voir
      *                  LIRE-BAREME), sinon la cle TAUX-AGIOS-DEBITEUR.
      *                  La part du solde negatif au-dela de la limite
      *                  autorisee (limite echue ou absente = zero)
      *                  porte le taux de penalite TAUX-AGIOS-PENALITE,
      *                  jamais inferieur au taux du compte. Base
      *                  exact/365 : une photographie vaut pour chaque
      *                  jour calendaire jusqu'a la suivante (week-end
      *                  et feries compris), la derniere du mois
      *                  precedent couvrant le debut du mois.
      *
      *                  Les agios de chaque compte partent au grand
      *                  livre sous le type 'G' (un debit, meme format
      *                  que MAJ-SOLDE), et l'etat etat_AGIOS.txt
      *                  detaille le calcul periode par periode pour
      *                  que le guichet puisse l'expliquer au client.
      *                  Le mois traite est retenu dans
      *                  agios_control.txt : le meme mois ne se preleve
      *                  pas deux fois.
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

           SELECT LIVRE-FILE
              ASSIGN TO "grand_livre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

      *>   Photographie d'un jour, nom construit au fil des jours
      *>   balayes (soldes_AAAAMMJJ.txt, voir RAPPROCHEMENT).
           SELECT SNAPSHOT-FILE
              ASSIGN TO DYNAMIC WS-NOM-SNAPSHOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SNAPSHOT.

      *>   "IDENTIFIANT|LIMITE|DATE-FIN[|TAUX]" -- voir
      *>   MAINT-DECOUVERTS.
           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

           SELECT AGIOS-CTL-FILE
              ASSIGN TO "agios_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AGIOS-CTL.

      *>   Mois pose par le pilote de fin de mois (BATCH-MOIS), meme
      *>   principe que FRAIS-MENSUELS.
           SELECT MOIS-PILOTE-FILE
              ASSIGN TO "mois_pilote.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MOIS-PILOTE.

      *>   Soldes negatifs du mois, tries par compte puis par date :
      *>   pas de table, pas de plafond de comptes.
           SELECT TRI-FILE
              ASSIGN TO "tri_agios.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES
      *>   |LIBELLE".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       FD SNAPSHOT-FILE.
       01 SNAP-LIGNE PIC X(20).

       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

       FD AGIOS-CTL-FILE.
       01 LIGNE-AGIOS-CTL PIC 9(6).

       FD MOIS-PILOTE-FILE.
       01 LIGNE-MOIS-PILOTE PIC X(6).

      *>   Une periode de solde negatif : le solde debiteur (en
      *>   valeur absolue) tenu a partir de TRI-DEBUT pendant
      *>   TRI-JOURS jours calendaires.
       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-COMPTE       PIC 9(5).
           05 TRI-DEBUT        PIC 9(8).
           05 TRI-JOURS        PIC 9(2).
           05 TRI-SOLDE        PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-SNAPSHOT      PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-FS-AGIOS-CTL     PIC XX.
       01 WS-FS-MOIS-PILOTE   PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-NOM-SNAPSHOT     PIC X(30).

      *>   Taux annuels en centiemes de pour cent (1200 = 12,00 %),
      *>   configurables via le magasin central de parametres ; les
      *>   valeurs par defaut sont conservees si les cles sont
      *>   absentes.
       01 WS-TAUX-DEBITEUR    PIC 9(4) VALUE 1200.
       01 WS-TAUX-PENALITE    PIC 9(4) VALUE 1800.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Mois traite (AAAAMM), pose par le pilote ou saisi via
      *>   SAISIE-NUM.
       01 WS-MOIS-TRAITE      PIC 9(6) VALUE 0.
       01 WS-MOIS-DEJA-FAIT   PIC 9(6) VALUE 0.
       01 WS-JOURS-DU-MOIS    PIC 99 VALUE 31.
       01 WS-ANNEE-TRAITEE    PIC 9(4).
       01 WS-MM-TRAITE        PIC 99.
       01 WS-RESTE-4          PIC 9(4).
       01 WS-RESTE-100        PIC 9(4).
       01 WS-RESTE-400        PIC 9(4).
       01 WS-BISSEXTILE       PIC X(1).
       01 WS-PREMIER-JOUR     PIC 9(8) VALUE 0.
       01 WS-DERNIER-JOUR     PIC 9(8) VALUE 0.
       01 WS-JOUR-BALAYE      PIC 99 VALUE 0.
       01 WS-DATE-BALAYEE     PIC 9(8) VALUE 0.
       01 WS-INT-FIN          PIC 9(7) VALUE 0.
       01 WS-RECUL            PIC 99 VALUE 0.
       01 WS-PHOTO-EXISTE     PIC X(1).

      *>   Photographies retenues pour le mois, dans l'ordre des
      *>   dates : la date du fichier, le premier jour du mois
      *>   qu'elle couvre et le nombre de jours couverts. La
      *>   premiere peut etre celle du mois precedent.
       01 WS-TABLE-PHOTOS.
           05 WS-PHOTO OCCURS 32 TIMES.
               10 PHO-DATE     PIC 9(8).
               10 PHO-DEBUT    PIC 9(8).
               10 PHO-JOURS    PIC 9(2).
       01 WS-NB-PHOTOS        PIC 9(2) VALUE 0.
       01 WS-IDX-PHOTO        PIC 9(2) VALUE 0.

      *>   Champs eclates d'une ligne de photographie "ID|SOLDE".
       01 WS-SNAP-ID-CHAR     PIC X(5).
       01 WS-SNAP-SOLDE       PIC X(12).

       01 WS-SEQ-LIVRE        PIC 9(7) VALUE 0.
       01 WS-SEQ-COMPTE-X     PIC X(5).
       01 WS-SEQ-CHAMP-X      PIC X(7).

      *>   Decoupage et recomposition du solde, signe compris -- meme
      *>   logique que FACTURER-COMPTE dans FRAIS-MENSUELS.
       01 WS-PREFIXE          PIC X(120).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SOLDE-LONG       PIC 9(3) VALUE 0.
       01 WS-SOLDE-ENTIER     PIC 9(7) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-NEGATIF    PIC X(1).
       01 WS-SOLDE-SANS-SIGNE PIC X(12).
       01 WS-STATUT-CLIENT    PIC X(1).
       01 WS-SOLDE-AVANT      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-APRES      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-AVANT-EDIT PIC -9(7).99.
       01 WS-SOLDE-APRES-EDIT PIC -9(7).99.
       01 WS-SEGMENT-CLIENT   PIC X(1).
       01 WS-SUITE-RUE        PIC X(30).
       01 WS-SUITE-VILLE      PIC X(20).
       01 WS-SUITE-CP         PIC X(10).
       01 WS-SUITE-TEL        PIC X(15).

      *>   Champs passes a LIRE-BAREME (bareme par segment,
      *>   baremes.txt) : zones de la bonne taille, pas des litteraux.
       01 WS-BAR-SEGMENT      PIC X(1).
       01 WS-BAR-TAUX         PIC 9(4).
       01 WS-BAR-TENUE        PIC 9(5).
       01 WS-BAR-JOUR         PIC 9(5).
       01 WS-BAR-TAUX-DEB     PIC 9(4) VALUE 0.
       01 WS-BAR-TROUVE       PIC X(1).

      *>   Champs eclates d'une ligne de decouverts.txt.
       01 WS-DEC-ID-CHAR      PIC X(5).
       01 WS-DEC-LIM-TEXTE    PIC X(10).
       01 WS-DEC-FIN-TEXTE    PIC X(8).
       01 WS-DEC-TAUX-TEXTE   PIC X(6).
       01 WS-DEC-LIM-ENTIER   PIC 9(7) VALUE 0.
       01 WS-DEC-LIM-DECIMAL  PIC 9(2) VALUE 0.

      *>   Conditions du compte en cours : limite autorisee et sa
      *>   date de revue (zero = sans echeance), taux retenus.
       01 WS-COMPTE-EN-COURS  PIC 9(5) VALUE 0.
       01 WS-COMPTE-RETENU    PIC X(1) VALUE 'N'.
       01 WS-LIMITE-COMPTE    PIC 9(7)V99 VALUE 0.
       01 WS-LIMITE-FIN       PIC 9(8) VALUE 0.
       01 WS-TAUX-COMPTE      PIC 9(4) VALUE 0.
       01 WS-TAUX-PEN-COMPTE  PIC 9(4) VALUE 0.
       01 WS-ORIGINE-TAUX     PIC X(12).

      *>   Calcul d'une periode : part dans la limite, part au-dela,
      *>   agios de la periode ; les agios du compte se cumulent a six
      *>   decimales et ne s'arrondissent qu'au centime final.
       01 WS-LIMITE-PERIODE   PIC 9(7)V99 VALUE 0.
       01 WS-PART-DANS        PIC 9(7)V99 VALUE 0.
       01 WS-PART-HORS        PIC 9(7)V99 VALUE 0.
       01 WS-AGIOS-PERIODE    PIC 9(7)V9(6) VALUE 0.
       01 WS-AGIOS-CUMUL      PIC 9(7)V9(6) VALUE 0.
       01 WS-AGIOS-COMPTE     PIC 9(7)V99 VALUE 0.
       01 WS-AGIOS-EDIT       PIC 9(7).99.

      *>   Zones d'edition de l'etat.
       01 WS-TAUX-EDIT        PIC Z9.99.
       01 WS-TAUX-PEN-EDIT    PIC Z9.99.
       01 WS-MONTANT-EDIT     PIC Z(6)9.99.
       01 WS-DANS-EDIT        PIC Z(6)9.99.
       01 WS-HORS-EDIT        PIC Z(6)9.99.
       01 WS-PERIODE-EDIT     PIC Z(4)9.9999.
       01 WS-JOURS-EDIT       PIC Z9.
       01 WS-TOTAL-EDIT       PIC Z(8)9.99.
       01 WS-PTR-LIGNE        PIC 9(3) COMP.

       01 WS-NB-COMPTES       PIC 9(5) VALUE 0.
       01 WS-NB-PRELEVES      PIC 9(5) VALUE 0.
       01 WS-NB-ERREURS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-AGIOS      PIC 9(9)V99 VALUE 0.

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "AGIOS".
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

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux postes ne doivent pas reecrire les memes
      *>   fichiers en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence) : chaque piece ecrite au livre texte y
      *>   est recopiee.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "AGIOS - INTERETS DEBITEURS DU MOIS"
           DISPLAY WS-SEPARATEUR

           MOVE "CLIENTS" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LIRE-CONFIGURATION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           PERFORM LIRE-MOIS-PILOTE
           IF WS-MOIS-TRAITE = 0
               MOVE "Mois des agios (AAAAMM) :" TO WS-LIBELLE-SAISIE
               MOVE 190001 TO WS-BORNE-MIN-SAISIE
               MOVE 999912 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-MOIS-TRAITE
           END-IF

           PERFORM CONTROLER-MOIS-DEJA-FAIT
           IF WS-MOIS-DEJA-FAIT = WS-MOIS-TRAITE
               DISPLAY "Les agios du mois " WS-MOIS-TRAITE
                       " sont deja preleves -- rien n'a ete fait"
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               GOBACK
           END-IF

           PERFORM RELEVER-PHOTOGRAPHIES
           IF WS-NB-PHOTOS = 0
               DISPLAY "Aucune photographie des soldes pour le mois "
                       WS-MOIS-TRAITE " -- agios non calcules"
               MOVE "RELEVER-PHOTOS" TO WS-EXC-PARAGRAPHE
               MOVE "SANS-PHOTO" TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               GOBACK
           END-IF

           OPEN I-O CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT   TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               GOBACK
           END-IF
           PERFORM OUVRIR-GRAND-LIVRE

           SORT TRI-FILE
               ON ASCENDING KEY TRI-COMPTE TRI-DEBUT
               INPUT PROCEDURE IS RELEVER-SOLDES-NEGATIFS
               OUTPUT PROCEDURE IS CALCULER-ET-PRELEVER

           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           CLOSE CLIENT-FILE
           PERFORM RETENIR-MOIS-TRAITE

           DISPLAY WS-SEPARATEUR
           DISPLAY "Comptes debiteurs     : " WS-NB-COMPTES
           DISPLAY "Comptes preleves      : " WS-NB-PRELEVES
           DISPLAY "Total des agios       : " WS-TOTAL-AGIOS
           DISPLAY "Detail imprime dans etat_AGIOS.txt"
           DISPLAY WS-SEPARATEUR
           IF WS-NB-ERREURS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "TAUX-AGIOS-DEBITEUR" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-TAUX-DEBITEUR
           END-IF
           MOVE "TAUX-AGIOS-PENALITE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-TAUX-PENALITE
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
       CONTROLER-MOIS-DEJA-FAIT.
           MOVE 0 TO WS-MOIS-DEJA-FAIT
           OPEN INPUT AGIOS-CTL-FILE
           IF WS-FS-AGIOS-CTL = "00"
               READ AGIOS-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LIGNE-AGIOS-CTL TO WS-MOIS-DEJA-FAIT
               END-READ
               CLOSE AGIOS-CTL-FILE
           END-IF.

       *>--------------------------------------------------------------
       RETENIR-MOIS-TRAITE.
           MOVE WS-MOIS-TRAITE TO LIGNE-AGIOS-CTL
           OPEN OUTPUT AGIOS-CTL-FILE
           WRITE LIGNE-AGIOS-CTL
           CLOSE AGIOS-CTL-FILE.

       *>--------------------------------------------------------------
       RELEVER-PHOTOGRAPHIES.
      *>   Les photographies ne s'ecrivent que les soirs ou la chaine
      *>   a tourne : chacune vaut jusqu'a la veille de la suivante.
      *>   Le debut du mois est couvert par la derniere photographie
      *>   du mois precedent (recherchee sur dix jours au plus) ;
      *>   faute de quoi il n'est pas compte.
           MOVE WS-MOIS-TRAITE (1:4) TO WS-ANNEE-TRAITEE
           MOVE WS-MOIS-TRAITE (5:2) TO WS-MM-TRAITE
           PERFORM CALCULER-JOURS-DU-MOIS
           COMPUTE WS-PREMIER-JOUR = WS-MOIS-TRAITE * 100 + 1
           COMPUTE WS-DERNIER-JOUR = WS-MOIS-TRAITE * 100
               + WS-JOURS-DU-MOIS
           MOVE 0 TO WS-NB-PHOTOS

           MOVE 'N' TO WS-PHOTO-EXISTE
           PERFORM VARYING WS-RECUL FROM 1 BY 1
                    UNTIL WS-RECUL > 10 OR WS-PHOTO-EXISTE = 'Y'
               COMPUTE WS-DATE-BALAYEE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PREMIER-JOUR)
                    - WS-RECUL)
               PERFORM TESTER-PHOTOGRAPHIE
               IF WS-PHOTO-EXISTE = 'Y'
                   ADD 1 TO WS-NB-PHOTOS
                   MOVE WS-DATE-BALAYEE TO PHO-DATE (WS-NB-PHOTOS)
                   MOVE WS-PREMIER-JOUR TO PHO-DEBUT (WS-NB-PHOTOS)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-JOUR-BALAYE FROM 1 BY 1
                    UNTIL WS-JOUR-BALAYE > WS-JOURS-DU-MOIS
               COMPUTE WS-DATE-BALAYEE = WS-MOIS-TRAITE * 100
                   + WS-JOUR-BALAYE
               PERFORM TESTER-PHOTOGRAPHIE
               IF WS-PHOTO-EXISTE = 'Y'
                   IF WS-NB-PHOTOS > 0 AND
                      PHO-DEBUT (WS-NB-PHOTOS) = WS-DATE-BALAYEE
      *>               Le premier du mois a sa propre photographie :
      *>               celle du mois precedent ne couvre plus rien.
                       SUBTRACT 1 FROM WS-NB-PHOTOS
                   END-IF
                   ADD 1 TO WS-NB-PHOTOS
                   MOVE WS-DATE-BALAYEE TO PHO-DATE (WS-NB-PHOTOS)
                   MOVE WS-DATE-BALAYEE TO PHO-DEBUT (WS-NB-PHOTOS)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-PHOTO FROM 1 BY 1
                    UNTIL WS-IDX-PHOTO > WS-NB-PHOTOS
               IF WS-IDX-PHOTO < WS-NB-PHOTOS
                   COMPUTE WS-INT-FIN = FUNCTION INTEGER-OF-DATE
                       (PHO-DEBUT (WS-IDX-PHOTO + 1)) - 1
               ELSE
                   COMPUTE WS-INT-FIN =
                       FUNCTION INTEGER-OF-DATE (WS-DERNIER-JOUR)
               END-IF
               COMPUTE PHO-JOURS (WS-IDX-PHOTO) = WS-INT-FIN + 1
                   - FUNCTION INTEGER-OF-DATE
                       (PHO-DEBUT (WS-IDX-PHOTO))
           END-PERFORM.

       *>--------------------------------------------------------------
       TESTER-PHOTOGRAPHIE.
           MOVE 'N' TO WS-PHOTO-EXISTE
           PERFORM NOMMER-PHOTOGRAPHIE
           OPEN INPUT SNAPSHOT-FILE
           IF WS-FS-SNAPSHOT = "00"
               MOVE 'Y' TO WS-PHOTO-EXISTE
               CLOSE SNAPSHOT-FILE
           END-IF.

       *>--------------------------------------------------------------
       NOMMER-PHOTOGRAPHIE.
           MOVE SPACES TO WS-NOM-SNAPSHOT
           STRING "soldes_" DELIMITED BY SIZE
                  WS-DATE-BALAYEE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-SNAPSHOT
           END-STRING.

       *>--------------------------------------------------------------
       CALCULER-JOURS-DU-MOIS.
      *>   Vraie longueur du mois, fevrier bissextile compris -- meme
      *>   regle que CONTROLER-CALENDRIER dans SAISIE-DATE.
           EVALUATE WS-MM-TRAITE
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-JOURS-DU-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JOURS-DU-MOIS
               WHEN 2
                   MOVE 'N' TO WS-BISSEXTILE
                   COMPUTE WS-RESTE-4 =
                       FUNCTION MOD (WS-ANNEE-TRAITEE, 4)
                   COMPUTE WS-RESTE-100 =
                       FUNCTION MOD (WS-ANNEE-TRAITEE, 100)
                   COMPUTE WS-RESTE-400 =
                       FUNCTION MOD (WS-ANNEE-TRAITEE, 400)
                   IF WS-RESTE-4 = 0 AND
                      (WS-RESTE-100 NOT = 0 OR WS-RESTE-400 = 0)
                       MOVE 'Y' TO WS-BISSEXTILE
                   END-IF
                   IF WS-BISSEXTILE = 'Y'
                       MOVE 29 TO WS-JOURS-DU-MOIS
                   ELSE
                       MOVE 28 TO WS-JOURS-DU-MOIS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-JOURS-DU-MOIS
           END-EVALUATE.

       *>--------------------------------------------------------------
       RELEVER-SOLDES-NEGATIFS.
      *>   Procedure d'entree du tri : chaque compte negatif d'une
      *>   photographie retenue donne une periode a calculer.
           PERFORM VARYING WS-IDX-PHOTO FROM 1 BY 1
                    UNTIL WS-IDX-PHOTO > WS-NB-PHOTOS
               MOVE PHO-DATE (WS-IDX-PHOTO) TO WS-DATE-BALAYEE
               PERFORM NOMMER-PHOTOGRAPHIE
               OPEN INPUT SNAPSHOT-FILE
               IF WS-FS-SNAPSHOT = "00"
                   READ SNAPSHOT-FILE
                       AT END MOVE "10" TO WS-FS-SNAPSHOT
                   END-READ
                   PERFORM UNTIL WS-FS-SNAPSHOT = "10"
                       PERFORM RELEVER-LIGNE-SNAPSHOT
                       READ SNAPSHOT-FILE
                           AT END MOVE "10" TO WS-FS-SNAPSHOT
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-FILE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       RELEVER-LIGNE-SNAPSHOT.
           IF SNAP-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SNAP-ID-CHAR WS-SNAP-SOLDE
           UNSTRING SNAP-LIGNE DELIMITED BY "|"
               INTO WS-SNAP-ID-CHAR WS-SNAP-SOLDE
           END-UNSTRING
           IF WS-SNAP-ID-CHAR IS NOT NUMERIC OR
              WS-SNAP-SOLDE (1:1) NOT = '-' OR
              FUNCTION TEST-NUMVAL (WS-SNAP-SOLDE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SNAP-ID-CHAR TO TRI-COMPTE
           MOVE PHO-DEBUT (WS-IDX-PHOTO) TO TRI-DEBUT
           MOVE PHO-JOURS (WS-IDX-PHOTO) TO TRI-JOURS
           COMPUTE TRI-SOLDE = 0 - FUNCTION NUMVAL (WS-SNAP-SOLDE)
           IF TRI-SOLDE > 0
               RELEASE TRI-REC
           END-IF.

       *>--------------------------------------------------------------
       CALCULER-ET-PRELEVER.
      *>   Procedure de sortie du tri : les periodes arrivent groupees
      *>   par compte ; la rupture de compte preleve les agios du
      *>   compte precedent.
           PERFORM OUVRIR-ETAT-AGIOS
           MOVE 0 TO WS-COMPTE-EN-COURS
           PERFORM UNTIL 1 = 2
               RETURN TRI-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF TRI-COMPTE NOT = WS-COMPTE-EN-COURS
                   IF WS-COMPTE-EN-COURS > 0
                       PERFORM TERMINER-COMPTE
                   END-IF
                   PERFORM COMMENCER-COMPTE
               END-IF
               IF WS-COMPTE-RETENU = 'Y'
                   PERFORM CALCULER-PERIODE
               END-IF
           END-PERFORM
           IF WS-COMPTE-EN-COURS > 0
               PERFORM TERMINER-COMPTE
           END-IF
           PERFORM FERMER-ETAT-AGIOS.

       *>--------------------------------------------------------------
       COMMENCER-COMPTE.
      *>   Relit le client, retient ses conditions de decouvert et
      *>   imprime l'en-tete de son detail. Un compte clos, en
      *>   desherence ou introuvable n'est pas preleve.
           MOVE TRI-COMPTE TO WS-COMPTE-EN-COURS
           MOVE 'N' TO WS-COMPTE-RETENU
           MOVE 0 TO WS-AGIOS-CUMUL
           MOVE TRI-COMPTE TO FS-ID-CLIENT
           READ CLIENT-FILE KEY IS FS-ID-CLIENT
               INVALID KEY
                   DISPLAY "Compte " TRI-COMPTE " absent de "
                           "clients.csv -- agios non calcules"
                   MOVE "COMMENCER-COMPTE" TO WS-EXC-PARAGRAPHE
                   MOVE WS-FS-CLIENT TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
                   ADD 1 TO WS-NB-ERREURS
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-STATUT-CLIENT
           MOVE SPACES TO WS-SUITE-CLIENT
           MOVE 1 TO WS-PTR-SUITE
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-PREFIXE    COUNT IN WS-PREFIXE-LONG
                    WS-SOLDE-TEXTE COUNT IN WS-SOLDE-LONG
                    WS-STATUT-CLIENT
               WITH POINTER WS-PTR-SUITE
           END-UNSTRING
           IF WS-PTR-SUITE <= LENGTH OF FS-DONNEES-CLIENT
               MOVE FS-DONNEES-CLIENT (WS-PTR-SUITE:)
                    TO WS-SUITE-CLIENT
           END-IF
           IF WS-STATUT-CLIENT = 'C' OR WS-STATUT-CLIENT = 'E' OR
              WS-SOLDE-LONG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-COMPTE-RETENU
           ADD 1 TO WS-NB-COMPTES
           PERFORM CHOISIR-TAUX-COMPTE

           MOVE WS-TAUX-COMPTE     TO WS-TAUX-EDIT
           MOVE WS-TAUX-PEN-COMPTE TO WS-TAUX-PEN-EDIT
           MOVE WS-LIMITE-COMPTE   TO WS-MONTANT-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 1 TO WS-PTR-LIGNE
           STRING "COMPTE " DELIMITED BY SIZE
                  WS-COMPTE-EN-COURS DELIMITED BY SIZE
                  "  SEGMENT " DELIMITED BY SIZE
                  WS-SEGMENT-CLIENT DELIMITED BY SIZE
                  "  TAUX " DELIMITED BY SIZE
                  WS-TAUX-EDIT DELIMITED BY SIZE
                  " % (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORIGINE-TAUX) DELIMITED BY SIZE
                  ")  PENALITE " DELIMITED BY SIZE
                  WS-TAUX-PEN-EDIT DELIMITED BY SIZE
                  " %  LIMITE " DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
                  WITH POINTER WS-PTR-LIGNE
           END-STRING
           IF WS-LIMITE-FIN > 0
               STRING " REVUE LE " DELIMITED BY SIZE
                      WS-LIMITE-FIN DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
                      WITH POINTER WS-PTR-LIGNE
               END-STRING
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE "  DU        JOURS  SOLDE DEBITEUR  DANS LIMITE"
             & "  HORS LIMITE        AGIOS" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       CHOISIR-TAUX-COMPTE.
      *>   Taux du compte : particulier (decouverts.txt), sinon celui
      *>   du segment (baremes.txt), sinon la cle globale. La
      *>   penalite ne descend jamais sous le taux du compte.
           MOVE WS-TAUX-DEBITEUR TO WS-TAUX-COMPTE
           MOVE "GENERAL" TO WS-ORIGINE-TAUX
           MOVE SPACES TO WS-SEGMENT-CLIENT
           UNSTRING WS-SUITE-CLIENT DELIMITED BY "|"
               INTO WS-SUITE-RUE WS-SUITE-VILLE WS-SUITE-CP
                    WS-SUITE-TEL WS-SEGMENT-CLIENT
           END-UNSTRING
           IF WS-SEGMENT-CLIENT NOT = SPACES
               MOVE WS-SEGMENT-CLIENT TO WS-BAR-SEGMENT
               MOVE 0 TO WS-BAR-TAUX
               MOVE 0 TO WS-BAR-TENUE
               MOVE 0 TO WS-BAR-JOUR
               MOVE WS-TAUX-DEBITEUR TO WS-BAR-TAUX-DEB
               CALL "LIRE-BAREME" USING WS-BAR-SEGMENT WS-BAR-TAUX
                    WS-BAR-TENUE WS-BAR-JOUR WS-BAR-TAUX-DEB
                    WS-BAR-TROUVE
               IF WS-BAR-TROUVE = 'Y'
                   MOVE WS-BAR-TAUX-DEB TO WS-TAUX-COMPTE
                   MOVE "BAREME" TO WS-ORIGINE-TAUX
               END-IF
           END-IF

           PERFORM CHERCHER-DECOUVERT

           MOVE WS-TAUX-PENALITE TO WS-TAUX-PEN-COMPTE
           IF WS-TAUX-PEN-COMPTE < WS-TAUX-COMPTE
               MOVE WS-TAUX-COMPTE TO WS-TAUX-PEN-COMPTE
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-DECOUVERT.
      *>   Meme lecture que CHERCHER-DECOUVERT dans MAJ-SOLDE (la
      *>   derniere occurrence d'un compte gagne), mais la date de
      *>   revue est retenue telle quelle : elle est comparee a
      *>   chaque periode du mois, pas a la journee comptable.
           MOVE 0 TO WS-LIMITE-COMPTE
           MOVE 0 TO WS-LIMITE-FIN
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DECOUVERTS-FILE
               AT END MOVE "10" TO WS-FS-DECOUV
           END-READ
           PERFORM UNTIL WS-FS-DECOUV = "10"
               PERFORM EXAMINER-DECOUVERT
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
           END-PERFORM
           CLOSE DECOUVERTS-FILE.

       *>--------------------------------------------------------------
       EXAMINER-DECOUVERT.
           IF DECOUV-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
           MOVE SPACES TO WS-DEC-FIN-TEXTE WS-DEC-TAUX-TEXTE
           UNSTRING DECOUV-LIGNE DELIMITED BY "|"
               INTO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
                    WS-DEC-FIN-TEXTE WS-DEC-TAUX-TEXTE
           END-UNSTRING
           IF FUNCTION TRIM (WS-DEC-ID-CHAR) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-DEC-ID-CHAR) NOT = WS-COMPTE-EN-COURS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIMITE-COMPTE
           MOVE 0 TO WS-LIMITE-FIN
      *>   Une date de revue illisible vaut une limite echue, comme
      *>   dans MAJ-SOLDE.
           IF WS-DEC-FIN-TEXTE NOT = SPACES
               IF WS-DEC-FIN-TEXTE IS NUMERIC
                   MOVE WS-DEC-FIN-TEXTE TO WS-LIMITE-FIN
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-DEC-LIM-ENTIER
           MOVE 0 TO WS-DEC-LIM-DECIMAL
           UNSTRING WS-DEC-LIM-TEXTE DELIMITED BY "."
               INTO WS-DEC-LIM-ENTIER WS-DEC-LIM-DECIMAL
           END-UNSTRING
           IF WS-DEC-LIM-ENTIER IS NUMERIC AND
              WS-DEC-LIM-DECIMAL IS NUMERIC
               COMPUTE WS-LIMITE-COMPTE =
                   WS-DEC-LIM-ENTIER + (WS-DEC-LIM-DECIMAL / 100)
           END-IF
           IF FUNCTION TRIM (WS-DEC-TAUX-TEXTE) IS NUMERIC
               IF FUNCTION NUMVAL (WS-DEC-TAUX-TEXTE) > 0
                   COMPUTE WS-TAUX-COMPTE =
                       FUNCTION NUMVAL (WS-DEC-TAUX-TEXTE)
                   MOVE "PARTICULIER" TO WS-ORIGINE-TAUX
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CALCULER-PERIODE.
      *>   Agios = (part dans la limite x taux + part au-dela x taux
      *>   de penalite) x jours / 365, taux en centiemes de pour cent.
      *>   Une limite dont la revue tombe avant le debut de la
      *>   periode ne couvre plus rien.
           MOVE WS-LIMITE-COMPTE TO WS-LIMITE-PERIODE
           IF WS-LIMITE-FIN > 0 AND WS-LIMITE-FIN < TRI-DEBUT
               MOVE 0 TO WS-LIMITE-PERIODE
           END-IF
           IF TRI-SOLDE > WS-LIMITE-PERIODE
               MOVE WS-LIMITE-PERIODE TO WS-PART-DANS
           ELSE
               MOVE TRI-SOLDE TO WS-PART-DANS
           END-IF
           COMPUTE WS-PART-HORS = TRI-SOLDE - WS-PART-DANS
           COMPUTE WS-AGIOS-PERIODE ROUNDED =
               (WS-PART-DANS * WS-TAUX-COMPTE
                + WS-PART-HORS * WS-TAUX-PEN-COMPTE)
               * TRI-JOURS / 3650000
           ADD WS-AGIOS-PERIODE TO WS-AGIOS-CUMUL

           MOVE TRI-JOURS        TO WS-JOURS-EDIT
           MOVE TRI-SOLDE        TO WS-MONTANT-EDIT
           MOVE WS-PART-DANS     TO WS-DANS-EDIT
           MOVE WS-PART-HORS     TO WS-HORS-EDIT
           MOVE WS-AGIOS-PERIODE TO WS-PERIODE-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  TRI-DEBUT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-JOURS-EDIT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DANS-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-HORS-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PERIODE-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       TERMINER-COMPTE.
      *>   Les agios du compte, arrondis au centime, sont preleves
      *>   meme si le solde s'enfonce : des interets dus ne se
      *>   refusent pas faute de provision.
           IF WS-COMPTE-RETENU NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGIOS-COMPTE ROUNDED = WS-AGIOS-CUMUL
           MOVE WS-AGIOS-COMPTE TO WS-AGIOS-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           IF WS-AGIOS-COMPTE = 0
               MOVE "  Agios inferieurs au centime -- rien preleve"
                    TO WS-EDT-LIGNE
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SOLDE-NEGATIF
           IF WS-SOLDE-TEXTE (1:1) = '-'
               MOVE 'Y' TO WS-SOLDE-NEGATIF
               MOVE WS-SOLDE-TEXTE (2:) TO WS-SOLDE-SANS-SIGNE
               MOVE WS-SOLDE-SANS-SIGNE TO WS-SOLDE-TEXTE
           END-IF
           MOVE 0 TO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           UNSTRING WS-SOLDE-TEXTE DELIMITED BY "."
               INTO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           END-UNSTRING
           COMPUTE WS-SOLDE-AVANT =
               WS-SOLDE-ENTIER + (WS-SOLDE-DECIMAL / 100)
           IF WS-SOLDE-NEGATIF = 'Y'
               COMPUTE WS-SOLDE-AVANT = 0 - WS-SOLDE-AVANT
           END-IF
           COMPUTE WS-SOLDE-APRES = WS-SOLDE-AVANT - WS-AGIOS-COMPTE
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
           MOVE WS-SOLDE-APRES TO WS-SOLDE-APRES-EDIT

           MOVE SPACES TO FS-DONNEES-CLIENT
           IF WS-SUITE-CLIENT = SPACES
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-STATUT-CLIENT         DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           ELSE
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-STATUT-CLIENT         DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SUITE-CLIENT)
                                               DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           END-IF
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur reecriture client " FS-ID-CLIENT
                       " : " WS-FS-CLIENT
               MOVE "TERMINER-COMPTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               ADD 1 TO WS-NB-ERREURS
               MOVE "  Agios NON preleves (erreur de mise a jour)"
                    TO WS-EDT-LIGNE
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NB-PRELEVES
           ADD WS-AGIOS-COMPTE TO WS-TOTAL-AGIOS
           PERFORM ECRIRE-GRAND-LIVRE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Agios preleves : " DELIMITED BY SIZE
                  WS-AGIOS-EDIT DELIMITED BY SIZE
                  "   solde avant " DELIMITED BY SIZE
                  WS-SOLDE-AVANT-EDIT DELIMITED BY SIZE
                  "   solde apres " DELIMITED BY SIZE
                  WS-SOLDE-APRES-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       OUVRIR-GRAND-LIVRE.
      *>   Meme idiome que MAJ-SOLDE : le livre est ouvert en ajout et
      *>   la sequence reprend a la plus haute sequence deja vue.
           MOVE 0 TO WS-SEQ-LIVRE
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE = "00"
               READ LIVRE-FILE
                   AT END MOVE "10" TO WS-FS-LIVRE
               END-READ
               PERFORM UNTIL WS-FS-LIVRE = "10"
                   PERFORM RELEVER-SEQUENCE-LIVRE
                   READ LIVRE-FILE
                       AT END MOVE "10" TO WS-FS-LIVRE
                   END-READ
               END-PERFORM
               CLOSE LIVRE-FILE
               OPEN EXTEND LIVRE-FILE
           ELSE
               OPEN OUTPUT LIVRE-FILE
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-SEQUENCE-LIVRE.
           MOVE SPACES TO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           END-UNSTRING
           IF FUNCTION TRIM (WS-SEQ-CHAMP-X) IS NUMERIC
               IF FUNCTION NUMVAL (WS-SEQ-CHAMP-X) > WS-SEQ-LIVRE
                   COMPUTE WS-SEQ-LIVRE =
                       FUNCTION NUMVAL (WS-SEQ-CHAMP-X)
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-GRAND-LIVRE.
      *>   Type 'G' (agios) : un debit aux yeux du rapprochement et de
      *>   l'export comptable, distinct des frais 'F'. Le libelle
      *>   porte le mois calcule.
           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-COMPTE-EN-COURS   DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-SEQ-LIVRE         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-DATE-JOUR         DELIMITED BY SIZE
                  "|G|"                DELIMITED BY SIZE
                  WS-AGIOS-EDIT        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                                       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                       DELIMITED BY SIZE
                  "|AGIOS "            DELIMITED BY SIZE
                  WS-MOIS-TRAITE       DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       OUVRIR-ETAT-AGIOS.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "AGIOS" TO WS-EDT-NOM
           MOVE SPACES TO WS-EDT-TITRE
           STRING "DETAIL DES AGIOS DU MOIS " DELIMITED BY SIZE
                  WS-MOIS-TRAITE DELIMITED BY SIZE
                  " (BASE 365 JOURS)" DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       FERMER-ETAT-AGIOS.
           MOVE WS-TOTAL-AGIOS TO WS-TOTAL-EDIT
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Comptes debiteurs : " DELIMITED BY SIZE
                  WS-NB-COMPTES DELIMITED BY SIZE
                  "  preleves : " DELIMITED BY SIZE
                  WS-NB-PRELEVES DELIMITED BY SIZE
                  "  total des agios : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       INDEXER-PIECE-LIVRE.
      *>   La ligne qui vient d'etre ecrite au livre texte passe a
      *>   l'index du grand livre.
           MOVE 'A' TO WS-ILV-ACTION
           MOVE LIVRE-LIGNE TO WS-ILV-LIGNE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       FERMER-INDEX-LIVRE.
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.
