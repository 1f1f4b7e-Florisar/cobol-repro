       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOUVREMENT.

      *----------------------------------------------------------------
      * Nom du programme : RECOUVREMENT
      * Description    : Recouvrement des comptes durablement
      *                  debiteurs -- AVIS-CLIENTS previent le client
      *                  le premier jour en negatif, puis plus rien ne
      *                  se passait. Ce batch de soiree reprend chaque
      *                  compte negatif de clients.csv, compte ses
      *                  jours consecutifs en negatif d'apres les
      *                  photographies soldes_AAAAMMJJ.txt (meme
      *                  remontee que RAPPORT-DECOUVERTS) et le fait
      *                  avancer d'etape aux seuils du magasin de
      *                  parametres : '1' premiere relance
      *                  (JOURS-RELANCE), '2' mise en demeure
      *                  (JOURS-MISE-DEMEURE), '3' debits geles
      *                  (JOURS-GEL-DEBITS), '4' contentieux
      *                  (JOURS-CONTENTIEUX). Chaque etape franchie
      *                  imprime sa lettre sur l'etat RECOUVR et la
      *                  remet a l'imprimeur routeur (EDITION-ROUTAGE,
      *                  lot RECOUVR) ; l'etape est tenue dans
      *                  recouvrement.txt
      *                  ("COMPTE|ETAPE|DATE-ETAPE|JOURS-NEGATIFS"),
      *                  que MAJ-SOLDE lit pour refuser tout debit des
      *                  l'etape '3'. Une etape ne recule pas tant que
      *                  le compte reste debiteur ; revenu positif, ou
      *                  dans la limite d'un decouvert autorise en
      *                  cours de validite (decouverts.txt), le compte
      *                  sort du recouvrement. Les comptes techniques,
      *                  clos ('C'), en desherence ('E'), figes au
      *                  deces ('F', reglement par la succession) ou
      *                  deja passes en perte ('P', voir PASSAGE-PERTE)
      *                  ne sont pas suivis. Chaque changement d'etape
      *                  laisse sa trace a l'historique du maitre
      *                  (HISTO-CLIENT, champ RECOUVR).
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

           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

           SELECT SNAPSHOT-FILE
              ASSIGN TO DYNAMIC WS-NOM-SNAPSHOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT RECOUVR-FILE
              ASSIGN TO "recouvrement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECOUVR.

      *>   Nouvelle situation, ecrite au fil du balayage puis recopiee
      *>   sur recouvrement.txt -- ni table en memoire ni plafond.
           SELECT RECOUVR-TRV-FILE
              ASSIGN TO "recouvrement.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECOUVR-TRV.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

       FD SNAPSHOT-FILE.
       01 SNAP-LIGNE PIC X(20).

       FD RECOUVR-FILE.
       01 RECOUVR-LIGNE PIC X(40).

       FD RECOUVR-TRV-FILE.
       01 RECOUVR-TRV-LIGNE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-FS-SNAPSHOT      PIC XX.
       01 WS-FS-RECOUVR       PIC XX.
       01 WS-FS-RECOUVR-TRV   PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".
       01 WS-NOM-SNAPSHOT     PIC X(30).

      *>   Seuils en jours consecutifs en negatif et comptes
      *>   techniques, configurables via le magasin central de
      *>   parametres ; les valeurs par defaut sont conservees si les
      *>   cles sont absentes.
       01 WS-JOURS-RELANCE    PIC 9(3) VALUE 15.
       01 WS-JOURS-DEMEURE    PIC 9(3) VALUE 30.
       01 WS-JOURS-GEL        PIC 9(3) VALUE 45.
       01 WS-JOURS-CONTENTIEUX PIC 9(3) VALUE 60.
       01 WS-COMPTE-COMPENSATION PIC 9(5) VALUE 99997.
       01 WS-COMPTE-CONSIGNE  PIC 9(5) VALUE 99998.
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 99996.
       01 WS-COMPTE-PERTES    PIC 9(5) VALUE 99995.

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

      *>   Decoupage d'un solde texte, signe compris -- meme logique
      *>   que MAJ-SOLDE.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SOLDE-ENTIER     PIC 9(7) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-NEGATIF    PIC X(1).
       01 WS-SOLDE-SANS-SIGNE PIC X(12).
       01 WS-SOLDE-VAL        PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-EDIT       PIC -9(7).99.
       01 WS-DU-EDIT          PIC 9(7).99.
       01 WS-STATUT-LU        PIC X(1).

      *>   Limite du compte en cours, limites perimees valant zero --
      *>   memes regles que EXAMINER-DECOUVERT dans MAJ-SOLDE, fichier
      *>   relu a chaque compte (pas de table, pas de plafond).
       01 WS-LIMITE-COMPTE    PIC 9(7)V99 VALUE 0.
       01 WS-DEC-ID-CHAR      PIC X(5).
       01 WS-DEC-LIM-TEXTE    PIC X(10).
       01 WS-DEC-FIN-TEXTE    PIC X(8).
       01 WS-DEC-FIN-NUM      PIC 9(8) VALUE 0.
       01 WS-DEC-LIM-ENTIER   PIC 9(7) VALUE 0.
       01 WS-DEC-LIM-DECIMAL  PIC 9(2) VALUE 0.

      *>   Remontee des photographies : jours consecutifs en negatif,
      *>   en partant de la veille ; un jour sans photographie (week-
      *>   end, ferie) est saute, la remontee s'arrete au premier
      *>   solde non negatif retrouve ou au bout d'un an -- meme
      *>   logique que RAPPORT-DECOUVERTS.
       01 WS-JOURS-NEGATIFS   PIC 9(3) VALUE 0.
       01 WS-JOUR-BALAYE      PIC 9(8) VALUE 0.
       01 WS-JOUR-ENTIER      PIC 9(7) VALUE 0.
       01 WS-RECUL            PIC 9(3) VALUE 0.
       01 WS-REMONTEE-FINIE   PIC X(1).
       01 WS-SNAP-ID-CHAR     PIC X(5).
       01 WS-SNAP-SOLDE       PIC X(12).
       01 WS-SNAP-TROUVE      PIC X(1).
       01 WS-SNAP-NEGATIF     PIC X(1).

      *>   Etape connue du compte en cours (recouvrement.txt de la
      *>   veille, espace s'il n'y figure pas) et etape atteinte ce
      *>   jour d'apres ses jours en negatif.
       01 WS-RCV-ID-CHAR      PIC X(5).
       01 WS-RCV-ETAPE-LUE    PIC X(1).
       01 WS-RCV-DATE-LUE     PIC X(8).
       01 WS-ETAPE-ANCIENNE   PIC X(1).
       01 WS-DATE-ANCIENNE    PIC X(8).
       01 WS-ETAPE-ATTEINTE   PIC X(1).
       01 WS-ETAPE-NOUVELLE   PIC X(1).
       01 WS-DATE-NOUVELLE    PIC X(8).
       01 WS-EN-RECOUVREMENT  PIC X(1).

       01 WS-NB-NEGATIFS-VUS  PIC 9(5) VALUE 0.
       01 WS-NB-SUIVIS        PIC 9(5) VALUE 0.
       01 WS-NB-SORTIS        PIC 9(5) VALUE 0.
       01 WS-NB-LETTRES       PIC 9(5) VALUE 0.
       01 WS-NB-ETAPE-1       PIC 9(5) VALUE 0.
       01 WS-NB-ETAPE-2       PIC 9(5) VALUE 0.
       01 WS-NB-ETAPE-3       PIC 9(5) VALUE 0.
       01 WS-NB-ETAPE-4       PIC 9(5) VALUE 0.
       01 WS-TOTAL-DU         PIC 9(9)V99 VALUE 0.

      *>   Identite du client, recomposee depuis FS-DONNEES-CLIENT
      *>   comme dans AVIS-CLIENTS (copybook CLIENTREC + decoupage
      *>   CSV).
       01 WS-CLI-REC.
           COPY CLIENTREC.
       01 WS-RAP-RESTE        PIC X(150).
       01 WS-RAP-SOLDE        PIC X(12).
       01 WS-CSV-CHAMP-SORTIE PIC X(200).
       01 WS-CSV-POS-OUT      PIC 9(3) COMP.
       01 WS-CSV-POS-LECTURE  PIC 9(3) COMP.
       01 WS-CSV-EN-QUOTES    PIC X(1).

      *>   Champs passes a HISTO-CLIENT (historique avant/apres du
      *>   maitre clients) : chaque changement d'etape laisse sa trace.
       01 WS-HIS-ID           PIC 9(5).
       01 WS-HIS-CHAMP        PIC X(12).
       01 WS-HIS-AVANT        PIC X(60).
       01 WS-HIS-APRES        PIC X(60).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RECOUVREMENT".
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

      *>   Champs passes a EDITION-ROUTAGE (fichier d'echange avec
      *>   l'imprimeur routeur) : zones de la bonne taille, pas des
      *>   litteraux.
       01 WS-RTG-ACTION       PIC X(1).
       01 WS-RTG-NOM          PIC X(12).
       01 WS-RTG-TYPE         PIC X(4).
       01 WS-RTG-CLIENT       PIC 9(5).
       01 WS-RTG-LIGNE        PIC X(132).
       01 WS-RTG-RETENU       PIC X(1).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : PASSAGE-PERTE reecrit aussi recouvrement.txt.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

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
           DISPLAY "RECOUVREMENT DES COMPTES DEBITEURS"
           DISPLAY WS-SEPARATEUR

           MOVE "RECOUVR" TO WS-VRT-NOM
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

           PERFORM LIRE-CONFIGURATION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT   TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           OPEN OUTPUT RECOUVR-TRV-FILE
           PERFORM OUVRIR-ETAT-RECOUVR
           PERFORM EXAMINER-TOUS-COMPTES
           PERFORM FERMER-ETAT-RECOUVR
           CLOSE RECOUVR-TRV-FILE
           CLOSE CLIENT-FILE
           PERFORM REMPLACER-RECOUVREMENT

           DISPLAY WS-SEPARATEUR
           DISPLAY "Comptes negatifs examines : " WS-NB-NEGATIFS-VUS
           DISPLAY "Comptes en recouvrement   : " WS-NB-SUIVIS
           DISPLAY "Comptes sortis            : " WS-NB-SORTIS
           DISPLAY "Lettres de relance        : " WS-NB-ETAPE-1
           DISPLAY "Mises en demeure          : " WS-NB-ETAPE-2
           DISPLAY "Gels des debits           : " WS-NB-ETAPE-3
           DISPLAY "Passages au contentieux   : " WS-NB-ETAPE-4
           DISPLAY WS-SEPARATEUR
           PERFORM LIBERER-VERROU-TRAITEMENT
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "JOURS-RELANCE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-JOURS-RELANCE
           END-IF
           MOVE "JOURS-MISE-DEMEURE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-JOURS-DEMEURE
           END-IF
           MOVE "JOURS-GEL-DEBITS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-JOURS-GEL
           END-IF
           MOVE "JOURS-CONTENTIEUX" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-JOURS-CONTENTIEUX
           END-IF
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
       EXAMINER-TOUS-COMPTES.
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
                           DISPLAY "Erreur lecture : " WS-FS-CLIENT
                           MOVE "10" TO WS-FS-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       *>--------------------------------------------------------------
       EXAMINER-COMPTE.
      *>   Etape de la veille, puis situation du jour : un compte qui
      *>   n'est plus a suivre sort (sa ligne n'est pas recopiee), un
      *>   compte debiteur avance a l'etape que ses jours en negatif
      *>   atteignent -- jamais en arriere.
           IF FS-ID-CLIENT = WS-COMPTE-COMPENSATION OR
              FS-ID-CLIENT = WS-COMPTE-CONSIGNE OR
              FS-ID-CLIENT = WS-COMPTE-ETAT OR
              FS-ID-CLIENT = WS-COMPTE-PERTES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-ETAPE-ANCIENNE
           PERFORM DECOUPER-NOM-PRENOM-CSV
           MOVE SPACES TO WS-STATUT-LU CLI-RUE CLI-VILLE
           MOVE SPACES TO CLI-CODE-POSTAL WS-RAP-SOLDE
           UNSTRING WS-RAP-RESTE DELIMITED BY "|"
               INTO CLI-DATE-NAISSANCE WS-RAP-SOLDE WS-STATUT-LU
                    CLI-RUE CLI-VILLE CLI-CODE-POSTAL
           END-UNSTRING
           MOVE WS-RAP-SOLDE TO WS-SOLDE-TEXTE
           PERFORM DECODER-SOLDE-TEXTE

           MOVE 'N' TO WS-EN-RECOUVREMENT
           IF WS-SOLDE-VAL < 0 AND
              WS-STATUT-LU NOT = 'C' AND WS-STATUT-LU NOT = 'E' AND
              WS-STATUT-LU NOT = 'F' AND WS-STATUT-LU NOT = 'P'
               ADD 1 TO WS-NB-NEGATIFS-VUS
               PERFORM CHERCHER-LIMITE-COMPTE
               IF (0 - WS-SOLDE-VAL) > WS-LIMITE-COMPTE
                   MOVE 'Y' TO WS-EN-RECOUVREMENT
               END-IF
           END-IF

           IF WS-EN-RECOUVREMENT = 'N'
               IF WS-ETAPE-ANCIENNE NOT = SPACE
                   PERFORM SORTIR-DU-RECOUVREMENT
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPTER-JOURS-NEGATIFS
           MOVE SPACE TO WS-ETAPE-ATTEINTE
           EVALUATE TRUE
               WHEN WS-JOURS-NEGATIFS >= WS-JOURS-CONTENTIEUX
                   MOVE '4' TO WS-ETAPE-ATTEINTE
               WHEN WS-JOURS-NEGATIFS >= WS-JOURS-GEL
                   MOVE '3' TO WS-ETAPE-ATTEINTE
               WHEN WS-JOURS-NEGATIFS >= WS-JOURS-DEMEURE
                   MOVE '2' TO WS-ETAPE-ATTEINTE
               WHEN WS-JOURS-NEGATIFS >= WS-JOURS-RELANCE
                   MOVE '1' TO WS-ETAPE-ATTEINTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *>   Espace < '1' : un compte pas encore suivi prend l'etape
      *>   atteinte ; une etape deja franchie est conservee.
           MOVE WS-ETAPE-ANCIENNE TO WS-ETAPE-NOUVELLE
           MOVE WS-DATE-ANCIENNE  TO WS-DATE-NOUVELLE
           IF WS-ETAPE-ATTEINTE > WS-ETAPE-ANCIENNE
               MOVE WS-ETAPE-ATTEINTE TO WS-ETAPE-NOUVELLE
               MOVE WS-DATE-JOUR      TO WS-DATE-NOUVELLE
               PERFORM EMETTRE-LETTRE-ETAPE
               PERFORM TRACER-CHANGEMENT-ETAPE
           END-IF
           IF WS-ETAPE-NOUVELLE = SPACE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NB-SUIVIS
           COMPUTE WS-TOTAL-DU = WS-TOTAL-DU + (0 - WS-SOLDE-VAL)
           MOVE SPACES TO RECOUVR-TRV-LIGNE
           STRING FS-ID-CLIENT      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ETAPE-NOUVELLE DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DATE-NOUVELLE  DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-JOURS-NEGATIFS DELIMITED BY SIZE
                  INTO RECOUVR-TRV-LIGNE
           END-STRING
           WRITE RECOUVR-TRV-LIGNE.

       *>--------------------------------------------------------------
       CHERCHER-ETAPE-ANCIENNE.
      *>   Etape du compte en cours dans recouvrement.txt, relu a
      *>   chaque compte comme decouverts.txt ; la derniere
      *>   occurrence gagne.
           MOVE SPACE  TO WS-ETAPE-ANCIENNE
           MOVE SPACES TO WS-DATE-ANCIENNE
           OPEN INPUT RECOUVR-FILE
           IF WS-FS-RECOUVR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RECOUVR-FILE
               AT END MOVE "10" TO WS-FS-RECOUVR
           END-READ
           PERFORM UNTIL WS-FS-RECOUVR = "10"
               MOVE SPACES TO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
               MOVE SPACES TO WS-RCV-DATE-LUE
               UNSTRING RECOUVR-LIGNE DELIMITED BY "|"
                   INTO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
                        WS-RCV-DATE-LUE
               END-UNSTRING
               IF WS-RCV-ID-CHAR IS NUMERIC
                   IF WS-RCV-ID-CHAR = FS-ID-CLIENT AND
                      WS-RCV-ETAPE-LUE >= '1' AND
                      WS-RCV-ETAPE-LUE <= '4'
                       MOVE WS-RCV-ETAPE-LUE TO WS-ETAPE-ANCIENNE
                       MOVE WS-RCV-DATE-LUE  TO WS-DATE-ANCIENNE
                   END-IF
               END-IF
               READ RECOUVR-FILE
                   AT END MOVE "10" TO WS-FS-RECOUVR
               END-READ
           END-PERFORM
           CLOSE RECOUVR-FILE.

       *>--------------------------------------------------------------
       SORTIR-DU-RECOUVREMENT.
      *>   Compte regularise (ou devenu non suivi) : sa ligne n'est
      *>   pas recopiee, MAJ-SOLDE laisse de nouveau passer ses
      *>   debits.
           ADD 1 TO WS-NB-SORTIS
           MOVE FS-ID-CLIENT TO WS-HIS-ID
           MOVE "RECOUVR" TO WS-HIS-CHAMP
           MOVE WS-ETAPE-ANCIENNE TO WS-HIS-AVANT
           MOVE SPACES TO WS-HIS-APRES
           CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                WS-HIS-AVANT WS-HIS-APRES
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "SORTI : compte " DELIMITED BY SIZE
                  FS-ID-CLIENT DELIMITED BY SIZE
                  " (etape " DELIMITED BY SIZE
                  WS-ETAPE-ANCIENNE DELIMITED BY SIZE
                  " depuis le " DELIMITED BY SIZE
                  WS-DATE-ANCIENNE DELIMITED BY SIZE
                  ") -- regularise ou plus suivi" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       TRACER-CHANGEMENT-ETAPE.
           MOVE FS-ID-CLIENT TO WS-HIS-ID
           MOVE "RECOUVR" TO WS-HIS-CHAMP
           MOVE WS-ETAPE-ANCIENNE TO WS-HIS-AVANT
           MOVE WS-ETAPE-NOUVELLE TO WS-HIS-APRES
           CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                WS-HIS-AVANT WS-HIS-APRES.

       *>--------------------------------------------------------------
       EMETTRE-LETTRE-ETAPE.
      *>   Une lettre par etape franchie -- meme disposition que les
      *>   lettres d'AVIS-CLIENTS : identite et bloc adresse en tete,
      *>   corps de la lettre, puis la ligne de synthese pour le
      *>   service recouvrement. Un compte qui saute des etapes (batch
      *>   non passe plusieurs soirs) ne recoit que la lettre de
      *>   l'etape atteinte.
           ADD 1 TO WS-NB-LETTRES
           COMPUTE WS-DU-EDIT = 0 - WS-SOLDE-VAL
           MOVE SPACES TO WS-RTG-TYPE
           STRING "RCV" DELIMITED BY SIZE
                  WS-ETAPE-NOUVELLE DELIMITED BY SIZE
                  INTO WS-RTG-TYPE
           END-STRING
           PERFORM LETTRE-ENTETE
           MOVE SPACES TO WS-EDT-LIGNE
           EVALUATE WS-ETAPE-NOUVELLE
               WHEN '1'
                   ADD 1 TO WS-NB-ETAPE-1
                   STRING "RELANCE : votre compte est debiteur de "
                              DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DU-EDIT) DELIMITED BY SIZE
                          " depuis " DELIMITED BY SIZE
                          WS-JOURS-NEGATIFS DELIMITED BY SIZE
                          " jours. Merci de le regulariser sans "
                              DELIMITED BY SIZE
                          "tarder." DELIMITED BY SIZE
                          INTO WS-EDT-LIGNE
                   END-STRING
               WHEN '2'
                   ADD 1 TO WS-NB-ETAPE-2
                   STRING "MISE EN DEMEURE : malgre notre relance, "
                              DELIMITED BY SIZE
                          "votre compte reste debiteur de "
                              DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DU-EDIT) DELIMITED BY SIZE
                          " depuis " DELIMITED BY SIZE
                          WS-JOURS-NEGATIFS DELIMITED BY SIZE
                          " jours ; a " DELIMITED BY SIZE
                          WS-JOURS-GEL DELIMITED BY SIZE
                          " jours, les debits seront bloques."
                              DELIMITED BY SIZE
                          INTO WS-EDT-LIGNE
                   END-STRING
               WHEN '3'
                   ADD 1 TO WS-NB-ETAPE-3
                   STRING "GEL DES DEBITS : votre compte est debiteur "
                              DELIMITED BY SIZE
                          "de " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DU-EDIT) DELIMITED BY SIZE
                          " depuis " DELIMITED BY SIZE
                          WS-JOURS-NEGATIFS DELIMITED BY SIZE
                          " jours : retraits, virements et "
                              DELIMITED BY SIZE
                          "prelevements sont refuses, seuls les "
                              DELIMITED BY SIZE
                          "versements sont acceptes." DELIMITED BY SIZE
                          INTO WS-EDT-LIGNE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-NB-ETAPE-4
                   STRING "CONTENTIEUX : votre compte est debiteur de "
                              DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DU-EDIT) DELIMITED BY SIZE
                          " depuis " DELIMITED BY SIZE
                          WS-JOURS-NEGATIFS DELIMITED BY SIZE
                          " jours : votre dossier est transmis au "
                              DELIMITED BY SIZE
                          "service contentieux." DELIMITED BY SIZE
                          INTO WS-EDT-LIGNE
                   END-STRING
           END-EVALUATE
           PERFORM LETTRE-CORPS
           MOVE WS-SOLDE-VAL TO WS-SOLDE-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "ETAPE " DELIMITED BY SIZE
                  WS-ETAPE-NOUVELLE DELIMITED BY SIZE
                  " : compte " DELIMITED BY SIZE
                  FS-ID-CLIENT DELIMITED BY SIZE
                  " solde " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-EDIT) DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  WS-JOURS-NEGATIFS DELIMITED BY SIZE
                  " jours en negatif (etape precedente : "
                      DELIMITED BY SIZE
                  WS-ETAPE-ANCIENNE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       LETTRE-ENTETE.
      *>   Nouveau document chez l'imprimeur (type RCV1 a RCV4 selon
      *>   l'etape) : il compose lui-meme le bloc adresse depuis la
      *>   fiche du client.
           MOVE 'D' TO WS-RTG-ACTION
           MOVE FS-ID-CLIENT TO WS-RTG-CLIENT
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           MOVE 'D' TO WS-EDT-ACTION
           MOVE WS-SEPARATEUR TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "LETTRE AU CLIENT " DELIMITED BY SIZE
                  FS-ID-CLIENT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-NOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-PRENOM) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING FUNCTION TRIM (CLI-RUE) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-CODE-POSTAL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-VILLE) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       LETTRE-CORPS.
      *>   WS-EDT-LIGNE arrive avec le texte de la lettre.
           MOVE 'D' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'L' TO WS-RTG-ACTION
           MOVE WS-EDT-LIGNE TO WS-RTG-LIGNE
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

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
       CHERCHER-LIMITE-COMPTE.
      *>   Limite du compte en cours, les limites perimees valant
      *>   zero -- memes regles que EXAMINER-DECOUVERT dans MAJ-SOLDE.
           MOVE 0 TO WS-LIMITE-COMPTE
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV = "00"
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
               PERFORM UNTIL WS-FS-DECOUV = "10"
                   PERFORM EXAMINER-LIGNE-DECOUVERT
                   READ DECOUVERTS-FILE
                       AT END MOVE "10" TO WS-FS-DECOUV
                   END-READ
               END-PERFORM
               CLOSE DECOUVERTS-FILE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-DECOUVERT.
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
           IF FUNCTION NUMVAL (WS-DEC-ID-CHAR) NOT = FS-ID-CLIENT
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-FIN-TEXTE NOT = SPACES
               IF WS-DEC-FIN-TEXTE IS NUMERIC
                   MOVE WS-DEC-FIN-TEXTE TO WS-DEC-FIN-NUM
                   IF WS-DEC-FIN-NUM < WS-DATE-JOUR
                       EXIT PARAGRAPH
                   END-IF
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
           END-IF.

       *>--------------------------------------------------------------
       COMPTER-JOURS-NEGATIFS.
      *>   Aujourd'hui compte pour un ; puis remontee des
      *>   photographies de la veille en la veille, jours sans
      *>   photographie sautes, arret au premier solde non negatif ou
      *>   au bout d'un an de remontee.
           MOVE 1 TO WS-JOURS-NEGATIFS
           MOVE WS-DATE-JOUR TO WS-JOUR-BALAYE
           MOVE 'N' TO WS-REMONTEE-FINIE
           PERFORM VARYING WS-RECUL FROM 1 BY 1
                    UNTIL WS-RECUL > 365
                       OR WS-REMONTEE-FINIE = 'Y'
               COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR) - WS-RECUL
               COMPUTE WS-JOUR-BALAYE =
                   FUNCTION DATE-OF-INTEGER (WS-JOUR-ENTIER)
               PERFORM LIRE-SOLDE-PHOTOGRAPHIE
               IF WS-SNAP-TROUVE = 'Y'
                   IF WS-SNAP-NEGATIF = 'Y'
                       ADD 1 TO WS-JOURS-NEGATIFS
                   ELSE
                       MOVE 'Y' TO WS-REMONTEE-FINIE
                   END-IF
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       LIRE-SOLDE-PHOTOGRAPHIE.
      *>   Solde du compte en cours dans la photographie du jour
      *>   balaye : WS-SNAP-TROUVE 'N' si la photographie ou le
      *>   compte manquent (jour ferie ou compte cree depuis).
           MOVE 'N' TO WS-SNAP-TROUVE
           MOVE 'N' TO WS-SNAP-NEGATIF
           MOVE SPACES TO WS-NOM-SNAPSHOT
           STRING "soldes_" DELIMITED BY SIZE
                  WS-JOUR-BALAYE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-SNAPSHOT
           END-STRING
           OPEN INPUT SNAPSHOT-FILE
           IF WS-FS-SNAPSHOT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SNAPSHOT-FILE
               AT END MOVE "10" TO WS-FS-SNAPSHOT
           END-READ
           PERFORM UNTIL WS-FS-SNAPSHOT = "10"
               MOVE SPACES TO WS-SNAP-ID-CHAR WS-SNAP-SOLDE
               UNSTRING SNAP-LIGNE DELIMITED BY "|"
                   INTO WS-SNAP-ID-CHAR WS-SNAP-SOLDE
               END-UNSTRING
               IF WS-SNAP-ID-CHAR IS NUMERIC
                   IF FUNCTION NUMVAL (WS-SNAP-ID-CHAR) = FS-ID-CLIENT
                       MOVE 'Y' TO WS-SNAP-TROUVE
                       IF WS-SNAP-SOLDE (1:1) = '-'
                           MOVE 'Y' TO WS-SNAP-NEGATIF
                       END-IF
                       MOVE "10" TO WS-FS-SNAPSHOT
                   END-IF
               END-IF
               IF WS-FS-SNAPSHOT NOT = "10"
                   READ SNAPSHOT-FILE
                       AT END MOVE "10" TO WS-FS-SNAPSHOT
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       *>--------------------------------------------------------------
       REMPLACER-RECOUVREMENT.
      *>   La situation du soir remplace celle de la veille : les
      *>   comptes sortis disparaissent, les autres portent leur etape
      *>   et leurs jours en negatif du jour.
           OPEN OUTPUT RECOUVR-FILE
           OPEN INPUT RECOUVR-TRV-FILE
           READ RECOUVR-TRV-FILE
               AT END MOVE "10" TO WS-FS-RECOUVR-TRV
           END-READ
           PERFORM UNTIL WS-FS-RECOUVR-TRV = "10"
               MOVE RECOUVR-TRV-LIGNE TO RECOUVR-LIGNE
               WRITE RECOUVR-LIGNE
               READ RECOUVR-TRV-FILE
                   AT END MOVE "10" TO WS-FS-RECOUVR-TRV
               END-READ
           END-PERFORM
           CLOSE RECOUVR-TRV-FILE
           CLOSE RECOUVR-FILE.

       *>--------------------------------------------------------------
       OUVRIR-ETAT-RECOUVR.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "RECOUVR" TO WS-EDT-NOM
           MOVE "RECOUVREMENT DES COMPTES DEBITEURS -- LETTRES DU JOUR"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'O' TO WS-RTG-ACTION
           MOVE "RECOUVR" TO WS-RTG-NOM
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       FERMER-ETAT-RECOUVR.
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Comptes en recouvrement : " DELIMITED BY SIZE
                  WS-NB-SUIVIS DELIMITED BY SIZE
                  "  sortis : " DELIMITED BY SIZE
                  WS-NB-SORTIS DELIMITED BY SIZE
                  "  lettres : " DELIMITED BY SIZE
                  WS-NB-LETTRES DELIMITED BY SIZE
                  "  (relance " DELIMITED BY SIZE
                  WS-NB-ETAPE-1 DELIMITED BY SIZE
                  ", demeure " DELIMITED BY SIZE
                  WS-NB-ETAPE-2 DELIMITED BY SIZE
                  ", gel " DELIMITED BY SIZE
                  WS-NB-ETAPE-3 DELIMITED BY SIZE
                  ", contentieux " DELIMITED BY SIZE
                  WS-NB-ETAPE-4 DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE WS-TOTAL-DU TO WS-DU-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Encours total en recouvrement : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DU-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-RTG-ACTION
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
      *>   Fin propre journalisee avec les compteurs cles, comme les
      *>   autres etapes de la chaine de soiree.
           MOVE "RECOUVREMENT" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-LETTRES TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-SUIVIS  TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-SORTIS  TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.

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
