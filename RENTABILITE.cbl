       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILITE.

      *----------------------------------------------------------------
      * Nom du programme : RENTABILITE
      * Description    : Rentabilite du mois par client et par segment
      *                  -- pour chaque client de clients.csv (hors
      *                  comptes techniques) : frais preleves (type
      *                  'F' du grand livre), agios (type 'G'),
      *                  interets servis (type 'I'), solde moyen des
      *                  photographies quotidiennes soldes_AAAAMMJJ.txt
      *                  du mois, decouvert autorise (decouverts.txt)
      *                  et marge nette = frais + agios - interets +
      *                  remploi du solde moyen au taux TAUX-REMPLOI
      *                  (centiemes de pour cent l'an, au prorata des
      *                  jours du mois ; un solde moyen negatif coute
      *                  son financement). Montants en euros, au cours
      *                  du dernier jour du mois pour un compte en
      *                  devise (LIRE-DEVISE).
      *                  L'etat RENTAB (EDITION-ETAT) liste les
      *                  clients par segment, du moins rentable au plus
      *                  rentable, avec le sous-total de chaque
      *                  segment et sa marge du mois precedent, puis
      *                  le classement des RENTAB-NB-CLASSES clients
      *                  les moins rentables de la banque.
      *                  Les chiffres du mois (lignes client 'C' et
      *                  segment 'S') sont gardes dans
      *                  rentabilite_historique.txt ; une relance du
      *                  meme mois remplace ses lignes.
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

      *>   Mois pose par le pilote de fin de mois (BATCH-MOIS), meme
      *>   principe que AGIOS.
           SELECT MOIS-PILOTE-FILE
              ASSIGN TO "mois_pilote.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MOIS-PILOTE.

      *>   Resultat de chaque client du mois, repris par les deux
      *>   classements.
           SELECT RESULTATS-FILE
              ASSIGN TO "rentabilite_clients.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RESULTATS.

      *>   "AAAAMM|C|COMPTE|SEGMENT|FRAIS|AGIOS|INTERETS|SOLDE-MOYEN
      *>   |MARGE" par client, "AAAAMM|S|SEGMENT|NB|FRAIS|AGIOS
      *>   |INTERETS|SOLDE-MOYEN|MARGE" par segment.
           SELECT HISTO-FILE
              ASSIGN TO "rentabilite_historique.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTO.

           SELECT HISTO-TRV-FILE
              ASSIGN TO "rentabilite_historique.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTO-TRV.

      *>   Pieces du mois par compte : la fiche du client d'abord,
      *>   puis son decouvert, ses mouvements et ses soldes
      *>   photographies -- pas de table, pas de plafond de comptes.
           SELECT TRI-FILE
              ASSIGN TO "tri_rentabilite.tmp".

      *>   Resultats tries par segment puis marge, puis par marge.
           SELECT TRI-RES-FILE
              ASSIGN TO "tri_rentabilite_res.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       FD SNAPSHOT-FILE.
       01 SNAP-LIGNE PIC X(20).

       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

       FD MOIS-PILOTE-FILE.
       01 LIGNE-MOIS-PILOTE PIC X(6).

       FD RESULTATS-FILE.
       01 RES-REC.
           05 RES-SEGMENT      PIC X(1).
           05 RES-MARGE        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RES-COMPTE       PIC 9(5).
           05 RES-NOM          PIC X(20).
           05 RES-FRAIS        PIC 9(9)V99.
           05 RES-AGIOS        PIC 9(9)V99.
           05 RES-INTERETS     PIC 9(9)V99.
           05 RES-SOLDE-MOYEN  PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RES-LIMITE       PIC 9(7)V99.

       FD HISTO-FILE.
       01 HISTO-LIGNE PIC X(100).

       FD HISTO-TRV-FILE.
       01 HISTO-TRV-LIGNE PIC X(100).

       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-COMPTE       PIC 9(5).
      *>       'A' fiche client, 'D' decouvert, 'L' mouvement du
      *>       grand livre, 'P' solde photographie.
           05 TRI-GENRE        PIC X(1).
           05 TRI-TYPE         PIC X(1).
           05 TRI-MONTANT      PIC S9(9)V99.
           05 TRI-SEGMENT      PIC X(1).
           05 TRI-STATUT       PIC X(1).
           05 TRI-NOM          PIC X(20).

       SD TRI-RES-FILE.
       01 TRI-RES-REC.
           05 TRR-SEGMENT      PIC X(1).
           05 TRR-MARGE        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 TRR-COMPTE       PIC 9(5).
           05 TRR-NOM          PIC X(20).
           05 TRR-FRAIS        PIC 9(9)V99.
           05 TRR-AGIOS        PIC 9(9)V99.
           05 TRR-INTERETS     PIC 9(9)V99.
           05 TRR-SOLDE-MOYEN  PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 TRR-LIMITE       PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-SNAPSHOT      PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-FS-MOIS-PILOTE   PIC XX.
       01 WS-FS-RESULTATS     PIC XX.
       01 WS-FS-HISTO         PIC XX.
       01 WS-FS-HISTO-TRV     PIC XX.
       01 WS-FIN-TRI          PIC X(1).
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-NOM-SNAPSHOT     PIC X(30).
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Mois traite et calendrier du mois -- memes regles que
      *>   AGIOS.
       01 WS-MOIS-TRAITE      PIC 9(6) VALUE 0.
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
       01 WS-NB-PHOTOS        PIC 9(2) VALUE 0.

      *>   Parametres (cles du magasin central).
       01 WS-TAUX-REMPLOI     PIC 9(4) VALUE 250.
       01 WS-NB-CLASSES       PIC 9(3) VALUE 20.
       01 WS-COMPTE-COMPENSATION PIC 9(5) VALUE 99997.
       01 WS-COMPTE-CONSIGNE  PIC 9(5) VALUE 99998.
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 99996.
       01 WS-COMPTE-PERTES    PIC 9(5) VALUE 99995.

      *>   Champs eclates d'une fiche client : "NOM,PRENOM,DATE|SOLDE
      *>   |STATUT|RUE|VILLE|CP|TEL|SEGMENT|...".
       01 WS-CLI-IDENTITE     PIC X(60).
       01 WS-CLI-SOLDE        PIC X(12).
       01 WS-CLI-STATUT       PIC X(1).
       01 WS-CLI-RUE          PIC X(30).
       01 WS-CLI-VILLE        PIC X(20).
       01 WS-CLI-CP           PIC X(10).
       01 WS-CLI-TEL          PIC X(15).
       01 WS-CLI-SEGMENT      PIC X(1).
       01 WS-CLI-NOM          PIC X(20).
       01 WS-CLI-PRENOM       PIC X(20).

      *>   Champs eclates d'une ligne du grand livre.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
       01 WS-LIV-DATE         PIC X(8).
       01 WS-LIV-TYPE         PIC X(1).
       01 WS-LIV-MONTANT      PIC X(12).

      *>   Champs eclates d'une ligne de photographie ou de decouvert.
       01 WS-SNAP-ID-CHAR     PIC X(10).
       01 WS-SNAP-SOLDE       PIC X(12).
       01 WS-DEC-ID-CHAR      PIC X(5).
       01 WS-DEC-LIM-TEXTE    PIC X(10).
       01 WS-DEC-FIN-TEXTE    PIC X(8).

      *>   Cumuls du client en cours (rupture sur TRI-COMPTE).
       01 WS-CPT-COURANT      PIC 9(5) VALUE 0.
       01 WS-CPT-FICHE        PIC X(1).
       01 WS-CPT-SEGMENT      PIC X(1).
       01 WS-CPT-STATUT       PIC X(1).
       01 WS-CPT-NOM          PIC X(20).
       01 WS-CPT-FRAIS        PIC S9(9)V99.
       01 WS-CPT-AGIOS        PIC S9(9)V99.
       01 WS-CPT-INTERETS     PIC S9(9)V99.
       01 WS-CPT-CUMUL-SOLDES PIC S9(11)V99.
       01 WS-CPT-NB-PHOTOS    PIC 9(2).
       01 WS-CPT-LIMITE       PIC 9(7)V99.
       01 WS-CPT-MOUVEMENTS   PIC 9(5).
       01 WS-CPT-SOLDE-MOYEN  PIC S9(9)V99.
       01 WS-CPT-REMPLOI      PIC S9(9)V99.
       01 WS-CPT-MARGE        PIC S9(9)V99.
       01 WS-NB-CLIENTS       PIC 9(5) VALUE 0.
       01 WS-NB-SANS-COURS    PIC 9(5) VALUE 0.

      *>   Sous-totaux par segment (segment vide = standard 'S'), avec
      *>   la marge du mois precedent relue de l'historique.
       01 WS-NB-SEG           PIC 9(2) VALUE 0.
       01 WS-TABLE-SEG.
           05 WS-S-ENTRY OCCURS 20 TIMES INDEXED BY WS-SIDX.
               10 WS-S-SEGMENT      PIC X(1).
               10 WS-S-NB           PIC 9(5).
               10 WS-S-FRAIS        PIC S9(11)V99.
               10 WS-S-AGIOS        PIC S9(11)V99.
               10 WS-S-INTERETS     PIC S9(11)V99.
               10 WS-S-SOLDE-MOYEN  PIC S9(11)V99.
               10 WS-S-MARGE        PIC S9(11)V99.
               10 WS-S-MARGE-PREC   PIC S9(11)V99.
               10 WS-S-PREC-LUE     PIC X(1).
       01 WS-SEG-CHERCHE      PIC X(1).
       01 WS-SEG-TROUVE       PIC X(1).
       01 WS-TOT-FRAIS        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-AGIOS        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-INTERETS     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-MARGE        PIC S9(11)V99 VALUE 0.

      *>   Mois precedent dans l'historique (le plus recent avant le
      *>   mois traite).
       01 WS-MOIS-PREC        PIC 9(6) VALUE 0.
       01 WS-HIS-MOIS         PIC X(6).
       01 WS-HIS-GENRE        PIC X(1).
       01 WS-HIS-SEGMENT      PIC X(5).
       01 WS-HIS-NB           PIC X(14).
       01 WS-HIS-FRAIS        PIC X(16).
       01 WS-HIS-AGIOS        PIC X(16).
       01 WS-HIS-INTERETS     PIC X(16).
       01 WS-HIS-MOYEN        PIC X(16).
       01 WS-HIS-MARGE        PIC X(16).
       01 WS-HIS-MOIS-NUM     PIC 9(6).

      *>   Segment courant de l'etat (rupture sur TRR-SEGMENT).
       01 WS-SEG-COURANT      PIC X(1).
       01 WS-RANG             PIC 9(5) VALUE 0.

       01 WS-MONTANT-VAL      PIC S9(9)V99.
       01 WS-EDIT-1           PIC Z(8)9.99.
       01 WS-EDIT-2           PIC Z(8)9.99.
       01 WS-EDIT-3           PIC Z(8)9.99.
       01 WS-EDIT-4           PIC -(9)9.99.
       01 WS-EDIT-5           PIC Z(6)9.99.
       01 WS-EDIT-6           PIC -(9)9.99.
       01 WS-EDIT-7           PIC -(9)9.99.
       01 WS-EDIT-NB          PIC Z(4)9.
       01 WS-TEXTE-1          PIC -9(11).99.
       01 WS-TEXTE-2          PIC -9(11).99.
       01 WS-TEXTE-3          PIC -9(11).99.
       01 WS-TEXTE-4          PIC -9(11).99.
       01 WS-TEXTE-5          PIC -9(11).99.

      *>   Champs passes a LIRE-DEVISE (devise du compte et cours du
      *>   dernier jour du mois).
       01 WS-DEV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COURS        PIC 9(3)V9(6) VALUE 0.
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Champs passes a SAISIE-NUM (mois demande hors pilote).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a LIRE-PARAM (magasin central de
      *>   parametres).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12) VALUE "RENTAB".
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RENTABILITE".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "RENTABILITE DU MOIS PAR CLIENT ET PAR SEGMENT"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-CONFIGURATION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           PERFORM LIRE-MOIS-PILOTE
           IF WS-MOIS-TRAITE = 0
               MOVE "Mois a analyser (AAAAMM) :" TO WS-LIBELLE-SAISIE
               MOVE 190001 TO WS-BORNE-MIN-SAISIE
               MOVE 999912 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-MOIS-TRAITE
           END-IF
           MOVE WS-MOIS-TRAITE (1:4) TO WS-ANNEE-TRAITEE
           MOVE WS-MOIS-TRAITE (5:2) TO WS-MM-TRAITE
           PERFORM CALCULER-JOURS-DU-MOIS
           COMPUTE WS-PREMIER-JOUR = WS-MOIS-TRAITE * 100 + 1
           COMPUTE WS-DERNIER-JOUR = WS-MOIS-TRAITE * 100
               + WS-JOURS-DU-MOIS

           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT   TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RESULTATS-FILE

           SORT TRI-FILE
               ON ASCENDING KEY TRI-COMPTE TRI-GENRE
               INPUT PROCEDURE IS RELEVER-PIECES-MOIS
               OUTPUT PROCEDURE IS CALCULER-MARGES

           CLOSE CLIENT-FILE
           CLOSE RESULTATS-FILE

           PERFORM REECRIRE-HISTORIQUE
           PERFORM OUVRIR-ETAT-RENTABILITE

           SORT TRI-RES-FILE
               ON ASCENDING KEY TRR-SEGMENT TRR-MARGE
               USING RESULTATS-FILE
               OUTPUT PROCEDURE IS IMPRIMER-PAR-SEGMENT

           PERFORM IMPRIMER-TOTAL-SEGMENTS

           SORT TRI-RES-FILE
               ON ASCENDING KEY TRR-MARGE
               USING RESULTATS-FILE
               OUTPUT PROCEDURE IS IMPRIMER-CLASSEMENT

           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           DISPLAY WS-SEPARATEUR
           DISPLAY "Photographies du mois : " WS-NB-PHOTOS
           DISPLAY "Clients analyses      : " WS-NB-CLIENTS
           DISPLAY "Detail imprime dans etat_RENTAB.txt, chiffres "
                   "gardes dans rentabilite_historique.txt"
           IF WS-NB-SANS-COURS > 0
               DISPLAY "Comptes en devise sans cours, hors analyse : "
                       WS-NB-SANS-COURS
               MOVE "CALCULER-MARGES" TO WS-EXC-PARAGRAPHE
               MOVE "COURS"           TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-NB-PHOTOS = 0
               DISPLAY "Aucune photographie des soldes pour le mois "
                       "-- soldes moyens a zero"
               MOVE "RELEVER-PHOTOS" TO WS-EXC-PARAGRAPHE
               MOVE "SANS-PHOTO"     TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
           END-IF
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "TAUX-REMPLOI" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-TAUX-REMPLOI
           END-IF
           MOVE "RENTAB-NB-CLASSES" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-NB-CLASSES
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
       RELEVER-PIECES-MOIS.
      *>   Procedure d'entree du tri : fiches clients, decouverts,
      *>   mouvements du mois et soldes photographies du mois.
           PERFORM RELEVER-FICHES-CLIENTS
           PERFORM RELEVER-DECOUVERTS
           PERFORM RELEVER-MOUVEMENTS
           MOVE 0 TO WS-NB-PHOTOS
           PERFORM VARYING WS-JOUR-BALAYE FROM 1 BY 1
                    UNTIL WS-JOUR-BALAYE > WS-JOURS-DU-MOIS
               COMPUTE WS-DATE-BALAYEE = WS-MOIS-TRAITE * 100
                   + WS-JOUR-BALAYE
               PERFORM RELEVER-PHOTOGRAPHIE
           END-PERFORM.

       *>--------------------------------------------------------------
       RELEVER-FICHES-CLIENTS.
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
                           PERFORM RELEVER-FICHE-CLIENT
                       ELSE
                           DISPLAY "Erreur lecture : " WS-FS-CLIENT
                           MOVE "10" TO WS-FS-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       *>--------------------------------------------------------------
       RELEVER-FICHE-CLIENT.
      *>   Les comptes techniques ne sont pas des clients.
           IF FS-ID-CLIENT = WS-COMPTE-COMPENSATION OR
              FS-ID-CLIENT = WS-COMPTE-CONSIGNE OR
              FS-ID-CLIENT = WS-COMPTE-ETAT OR
              FS-ID-CLIENT = WS-COMPTE-PERTES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLI-IDENTITE WS-CLI-SOLDE WS-CLI-STATUT
           MOVE SPACES TO WS-CLI-RUE WS-CLI-VILLE WS-CLI-CP
           MOVE SPACES TO WS-CLI-TEL WS-CLI-SEGMENT
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-CLI-IDENTITE WS-CLI-SOLDE WS-CLI-STATUT
                    WS-CLI-RUE WS-CLI-VILLE WS-CLI-CP WS-CLI-TEL
                    WS-CLI-SEGMENT
           END-UNSTRING
           MOVE SPACES TO WS-CLI-NOM WS-CLI-PRENOM
           UNSTRING WS-CLI-IDENTITE DELIMITED BY ","
               INTO WS-CLI-NOM WS-CLI-PRENOM
           END-UNSTRING
      *>   Un client d'avant la segmentation est repute standard.
           IF WS-CLI-SEGMENT = SPACE
               MOVE 'S' TO WS-CLI-SEGMENT
           END-IF
           MOVE FS-ID-CLIENT   TO TRI-COMPTE
           MOVE 'A'            TO TRI-GENRE
           MOVE SPACE          TO TRI-TYPE
           MOVE 0              TO TRI-MONTANT
           MOVE WS-CLI-SEGMENT TO TRI-SEGMENT
           MOVE WS-CLI-STATUT  TO TRI-STATUT
           MOVE WS-CLI-NOM     TO TRI-NOM
           RELEASE TRI-REC.

       *>--------------------------------------------------------------
       RELEVER-DECOUVERTS.
      *>   Une limite compte si elle courait encore au premier jour du
      *>   mois.
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DECOUVERTS-FILE
               AT END MOVE "10" TO WS-FS-DECOUV
           END-READ
           PERFORM UNTIL WS-FS-DECOUV = "10"
               IF DECOUV-LIGNE NOT = SPACES
                   MOVE SPACES TO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
                   MOVE SPACES TO WS-DEC-FIN-TEXTE
                   UNSTRING DECOUV-LIGNE DELIMITED BY "|"
                       INTO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
                            WS-DEC-FIN-TEXTE
                   END-UNSTRING
                   IF FUNCTION TRIM (WS-DEC-ID-CHAR) IS NUMERIC AND
                      FUNCTION TEST-NUMVAL (WS-DEC-LIM-TEXTE) = 0 AND
                      WS-DEC-FIN-TEXTE IS NUMERIC AND
                      WS-DEC-FIN-TEXTE NOT < WS-PREMIER-JOUR
                       COMPUTE TRI-COMPTE =
                           FUNCTION NUMVAL (WS-DEC-ID-CHAR)
                       MOVE 'D' TO TRI-GENRE
                       MOVE SPACE TO TRI-TYPE
                       COMPUTE TRI-MONTANT =
                           FUNCTION NUMVAL (WS-DEC-LIM-TEXTE)
                       MOVE SPACES TO TRI-SEGMENT TRI-STATUT TRI-NOM
                       RELEASE TRI-REC
                   END-IF
               END-IF
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
           END-PERFORM
           CLOSE DECOUVERTS-FILE.

       *>--------------------------------------------------------------
       RELEVER-MOUVEMENTS.
      *>   Seuls les frais 'F', les agios 'G' et les interets 'I' du
      *>   mois entrent dans la marge.
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE NOT = "00"
               DISPLAY "Grand livre absent ou illisible : " WS-FS-LIVRE
               EXIT PARAGRAPH
           END-IF
           READ LIVRE-FILE
               AT END MOVE "10" TO WS-FS-LIVRE
           END-READ
           PERFORM UNTIL WS-FS-LIVRE = "10"
               MOVE SPACES TO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
               MOVE SPACES TO WS-LIV-TYPE WS-LIV-MONTANT
               UNSTRING LIVRE-LIGNE DELIMITED BY "|"
                   INTO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
                        WS-LIV-TYPE WS-LIV-MONTANT
               END-UNSTRING
               IF WS-LIV-COMPTE IS NUMERIC AND
                  WS-LIV-DATE (1:6) = WS-MOIS-TRAITE AND
                  (WS-LIV-TYPE = 'F' OR WS-LIV-TYPE = 'G' OR
                   WS-LIV-TYPE = 'I') AND
                  FUNCTION TEST-NUMVAL (WS-LIV-MONTANT) = 0
                   MOVE WS-LIV-COMPTE TO TRI-COMPTE
                   MOVE 'L' TO TRI-GENRE
                   MOVE WS-LIV-TYPE TO TRI-TYPE
                   COMPUTE TRI-MONTANT =
                       FUNCTION NUMVAL (WS-LIV-MONTANT)
                   MOVE SPACES TO TRI-SEGMENT TRI-STATUT TRI-NOM
                   RELEASE TRI-REC
               END-IF
               READ LIVRE-FILE
                   AT END MOVE "10" TO WS-FS-LIVRE
               END-READ
           END-PERFORM
           CLOSE LIVRE-FILE.

       *>--------------------------------------------------------------
       RELEVER-PHOTOGRAPHIE.
           MOVE SPACES TO WS-NOM-SNAPSHOT
           STRING "soldes_" DELIMITED BY SIZE
                  WS-DATE-BALAYEE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-SNAPSHOT
           END-STRING
           OPEN INPUT SNAPSHOT-FILE
           IF WS-FS-SNAPSHOT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-PHOTOS
           READ SNAPSHOT-FILE
               AT END MOVE "10" TO WS-FS-SNAPSHOT
           END-READ
           PERFORM UNTIL WS-FS-SNAPSHOT = "10"
               MOVE SPACES TO WS-SNAP-ID-CHAR WS-SNAP-SOLDE
               UNSTRING SNAP-LIGNE DELIMITED BY "|"
                   INTO WS-SNAP-ID-CHAR WS-SNAP-SOLDE
               END-UNSTRING
               IF FUNCTION TRIM (WS-SNAP-ID-CHAR) IS NUMERIC AND
                  FUNCTION TEST-NUMVAL (WS-SNAP-SOLDE) = 0
                   COMPUTE TRI-COMPTE =
                       FUNCTION NUMVAL (WS-SNAP-ID-CHAR)
                   MOVE 'P' TO TRI-GENRE
                   MOVE SPACE TO TRI-TYPE
                   COMPUTE TRI-MONTANT =
                       FUNCTION NUMVAL (WS-SNAP-SOLDE)
                   MOVE SPACES TO TRI-SEGMENT TRI-STATUT TRI-NOM
                   RELEASE TRI-REC
               END-IF
               READ SNAPSHOT-FILE
                   AT END MOVE "10" TO WS-FS-SNAPSHOT
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       *>--------------------------------------------------------------
       CALCULER-MARGES.
      *>   Procedure de sortie du tri : les pieces arrivent groupees
      *>   par compte, fiche client en tete ; la rupture de compte
      *>   calcule la marge du compte precedent.
           MOVE 0 TO WS-CPT-COURANT
           MOVE 'N' TO WS-FIN-TRI
           PERFORM COMMENCER-COMPTE
           RETURN TRI-FILE
               AT END MOVE 'Y' TO WS-FIN-TRI
           END-RETURN
           PERFORM UNTIL WS-FIN-TRI = 'Y'
               IF TRI-COMPTE NOT = WS-CPT-COURANT
                   PERFORM TERMINER-COMPTE
                   MOVE TRI-COMPTE TO WS-CPT-COURANT
                   PERFORM COMMENCER-COMPTE
               END-IF
               PERFORM CUMULER-PIECE
               RETURN TRI-FILE
                   AT END MOVE 'Y' TO WS-FIN-TRI
               END-RETURN
           END-PERFORM
           PERFORM TERMINER-COMPTE.

       *>--------------------------------------------------------------
       COMMENCER-COMPTE.
           MOVE 'N' TO WS-CPT-FICHE
           MOVE SPACES TO WS-CPT-SEGMENT WS-CPT-STATUT WS-CPT-NOM
           MOVE 0 TO WS-CPT-FRAIS WS-CPT-AGIOS WS-CPT-INTERETS
           MOVE 0 TO WS-CPT-CUMUL-SOLDES WS-CPT-NB-PHOTOS
           MOVE 0 TO WS-CPT-LIMITE WS-CPT-MOUVEMENTS.

       *>--------------------------------------------------------------
       CUMULER-PIECE.
           EVALUATE TRI-GENRE
               WHEN 'A'
                   MOVE 'Y' TO WS-CPT-FICHE
                   MOVE TRI-SEGMENT TO WS-CPT-SEGMENT
                   MOVE TRI-STATUT  TO WS-CPT-STATUT
                   MOVE TRI-NOM     TO WS-CPT-NOM
               WHEN 'D'
                   MOVE TRI-MONTANT TO WS-CPT-LIMITE
               WHEN 'L'
                   ADD 1 TO WS-CPT-MOUVEMENTS
                   EVALUATE TRI-TYPE
                       WHEN 'F'
                           ADD TRI-MONTANT TO WS-CPT-FRAIS
                       WHEN 'G'
                           ADD TRI-MONTANT TO WS-CPT-AGIOS
                       WHEN 'I'
                           ADD TRI-MONTANT TO WS-CPT-INTERETS
                   END-EVALUATE
               WHEN 'P'
                   ADD TRI-MONTANT TO WS-CPT-CUMUL-SOLDES
                   ADD 1 TO WS-CPT-NB-PHOTOS
           END-EVALUATE.

       *>--------------------------------------------------------------
       TERMINER-COMPTE.
      *>   Un compte sans fiche (compte technique, compte d'un autre
      *>   registre) est ignore ; un client inactif sans aucune piece
      *>   du mois aussi.
           IF WS-CPT-COURANT = 0 OR WS-CPT-FICHE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-CPT-STATUT NOT = 'A' AND WS-CPT-MOUVEMENTS = 0 AND
              WS-CPT-NB-PHOTOS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CPT-SOLDE-MOYEN
           IF WS-CPT-NB-PHOTOS > 0
               COMPUTE WS-CPT-SOLDE-MOYEN ROUNDED =
                   WS-CPT-CUMUL-SOLDES / WS-CPT-NB-PHOTOS
           END-IF

      *>   Contre-valeur en euros au cours du dernier jour du mois.
           MOVE WS-CPT-COURANT TO WS-DEV-COMPTE
           MOVE SPACES TO WS-DEV-DEVISE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DERNIER-JOUR
                WS-DEV-DEVISE WS-DEV-COURS WS-DEV-TROUVE
           IF WS-DEV-TROUVE = 'N' OR WS-DEV-COURS = 0
               ADD 1 TO WS-NB-SANS-COURS
               DISPLAY "Compte " WS-CPT-COURANT " : pas de cours "
                       WS-DEV-DEVISE " au " WS-DERNIER-JOUR
                       ", hors analyse"
               EXIT PARAGRAPH
           END-IF
           IF WS-DEV-COURS NOT = 1
               COMPUTE WS-CPT-FRAIS ROUNDED =
                   WS-CPT-FRAIS / WS-DEV-COURS
               COMPUTE WS-CPT-AGIOS ROUNDED =
                   WS-CPT-AGIOS / WS-DEV-COURS
               COMPUTE WS-CPT-INTERETS ROUNDED =
                   WS-CPT-INTERETS / WS-DEV-COURS
               COMPUTE WS-CPT-SOLDE-MOYEN ROUNDED =
                   WS-CPT-SOLDE-MOYEN / WS-DEV-COURS
               COMPUTE WS-CPT-LIMITE ROUNDED =
                   WS-CPT-LIMITE / WS-DEV-COURS
           END-IF

           COMPUTE WS-CPT-REMPLOI ROUNDED =
               WS-CPT-SOLDE-MOYEN * WS-TAUX-REMPLOI / 10000
               * WS-JOURS-DU-MOIS / 365
           COMPUTE WS-CPT-MARGE = WS-CPT-FRAIS + WS-CPT-AGIOS
               - WS-CPT-INTERETS + WS-CPT-REMPLOI

           MOVE WS-CPT-SEGMENT     TO RES-SEGMENT
           MOVE WS-CPT-MARGE       TO RES-MARGE
           MOVE WS-CPT-COURANT     TO RES-COMPTE
           MOVE WS-CPT-NOM         TO RES-NOM
           MOVE WS-CPT-FRAIS       TO RES-FRAIS
           MOVE WS-CPT-AGIOS       TO RES-AGIOS
           MOVE WS-CPT-INTERETS    TO RES-INTERETS
           MOVE WS-CPT-SOLDE-MOYEN TO RES-SOLDE-MOYEN
           MOVE WS-CPT-LIMITE      TO RES-LIMITE
           WRITE RES-REC
           ADD 1 TO WS-NB-CLIENTS

           MOVE WS-CPT-SEGMENT TO WS-SEG-CHERCHE
           PERFORM CHERCHER-SEGMENT
           IF WS-SEG-TROUVE = 'Y'
               ADD 1                  TO WS-S-NB (WS-SIDX)
               ADD WS-CPT-FRAIS       TO WS-S-FRAIS (WS-SIDX)
               ADD WS-CPT-AGIOS       TO WS-S-AGIOS (WS-SIDX)
               ADD WS-CPT-INTERETS    TO WS-S-INTERETS (WS-SIDX)
               ADD WS-CPT-SOLDE-MOYEN TO WS-S-SOLDE-MOYEN (WS-SIDX)
               ADD WS-CPT-MARGE       TO WS-S-MARGE (WS-SIDX)
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-SEGMENT.
      *>   WS-SEG-CHERCHE -> entree WS-SIDX, creee au premier client
      *>   du segment.
           MOVE 'N' TO WS-SEG-TROUVE
           PERFORM VARYING WS-SIDX FROM 1 BY 1
                    UNTIL WS-SIDX > WS-NB-SEG OR WS-SEG-TROUVE = 'Y'
               IF WS-S-SEGMENT (WS-SIDX) = WS-SEG-CHERCHE
                   MOVE 'Y' TO WS-SEG-TROUVE
               END-IF
           END-PERFORM
           IF WS-SEG-TROUVE = 'Y'
               SET WS-SIDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-SEG NOT < 20
               DISPLAY "Table des segments pleine (20) -- segment "
                       WS-SEG-CHERCHE " hors sous-totaux"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-SEG
           SET WS-SIDX TO WS-NB-SEG
           MOVE WS-SEG-CHERCHE TO WS-S-SEGMENT (WS-SIDX)
           MOVE 0 TO WS-S-NB (WS-SIDX) WS-S-FRAIS (WS-SIDX)
           MOVE 0 TO WS-S-AGIOS (WS-SIDX) WS-S-INTERETS (WS-SIDX)
           MOVE 0 TO WS-S-SOLDE-MOYEN (WS-SIDX) WS-S-MARGE (WS-SIDX)
           MOVE 0 TO WS-S-MARGE-PREC (WS-SIDX)
           MOVE 'N' TO WS-S-PREC-LUE (WS-SIDX)
           MOVE 'Y' TO WS-SEG-TROUVE.

       *>--------------------------------------------------------------
       REECRIRE-HISTORIQUE.
      *>   L'historique est recopie dans le fichier de travail sans
      *>   les lignes du mois traite (relance), la marge de chaque
      *>   segment au mois precedent le plus recent est retenue au
      *>   passage, puis les lignes du mois sont ajoutees et le tout
      *>   recopie en retour.
           MOVE 0 TO WS-MOIS-PREC
           OPEN OUTPUT HISTO-TRV-FILE
           OPEN INPUT HISTO-FILE
           IF WS-FS-HISTO = "00"
               READ HISTO-FILE
                   AT END MOVE "10" TO WS-FS-HISTO
               END-READ
               PERFORM UNTIL WS-FS-HISTO = "10"
                   PERFORM RECOPIER-LIGNE-HISTORIQUE
                   READ HISTO-FILE
                       AT END MOVE "10" TO WS-FS-HISTO
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
           END-IF

           OPEN INPUT RESULTATS-FILE
           READ RESULTATS-FILE
               AT END MOVE "10" TO WS-FS-RESULTATS
           END-READ
           PERFORM UNTIL WS-FS-RESULTATS = "10"
               PERFORM ECRIRE-HISTO-CLIENT
               READ RESULTATS-FILE
                   AT END MOVE "10" TO WS-FS-RESULTATS
               END-READ
           END-PERFORM
           CLOSE RESULTATS-FILE
           PERFORM VARYING WS-SIDX FROM 1 BY 1
                    UNTIL WS-SIDX > WS-NB-SEG
               PERFORM ECRIRE-HISTO-SEGMENT
           END-PERFORM
           CLOSE HISTO-TRV-FILE

           OPEN OUTPUT HISTO-FILE
           OPEN INPUT HISTO-TRV-FILE
           READ HISTO-TRV-FILE
               AT END MOVE "10" TO WS-FS-HISTO-TRV
           END-READ
           PERFORM UNTIL WS-FS-HISTO-TRV = "10"
               MOVE HISTO-TRV-LIGNE TO HISTO-LIGNE
               WRITE HISTO-LIGNE
               READ HISTO-TRV-FILE
                   AT END MOVE "10" TO WS-FS-HISTO-TRV
               END-READ
           END-PERFORM
           CLOSE HISTO-TRV-FILE
           CLOSE HISTO-FILE.

       *>--------------------------------------------------------------
       RECOPIER-LIGNE-HISTORIQUE.
           IF HISTO-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIS-MOIS WS-HIS-GENRE WS-HIS-SEGMENT
           MOVE SPACES TO WS-HIS-NB WS-HIS-FRAIS WS-HIS-AGIOS
           MOVE SPACES TO WS-HIS-INTERETS WS-HIS-MOYEN WS-HIS-MARGE
           UNSTRING HISTO-LIGNE DELIMITED BY "|"
               INTO WS-HIS-MOIS WS-HIS-GENRE WS-HIS-SEGMENT
                    WS-HIS-NB WS-HIS-FRAIS WS-HIS-AGIOS
                    WS-HIS-INTERETS WS-HIS-MOYEN WS-HIS-MARGE
           END-UNSTRING
           IF WS-HIS-MOIS = WS-MOIS-TRAITE
               EXIT PARAGRAPH
           END-IF
           MOVE HISTO-LIGNE TO HISTO-TRV-LIGNE
           WRITE HISTO-TRV-LIGNE
           IF WS-HIS-MOIS IS NOT NUMERIC OR WS-HIS-GENRE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIS-MOIS TO WS-HIS-MOIS-NUM
           IF WS-HIS-MOIS-NUM NOT < WS-MOIS-TRAITE OR
              WS-HIS-MOIS-NUM < WS-MOIS-PREC
               EXIT PARAGRAPH
           END-IF
      *>   Un mois plus recent que celui retenu efface les marges
      *>   deja relevees.
           IF WS-HIS-MOIS-NUM > WS-MOIS-PREC
               MOVE WS-HIS-MOIS-NUM TO WS-MOIS-PREC
               PERFORM VARYING WS-SIDX FROM 1 BY 1
                        UNTIL WS-SIDX > WS-NB-SEG
                   MOVE 0 TO WS-S-MARGE-PREC (WS-SIDX)
                   MOVE 'N' TO WS-S-PREC-LUE (WS-SIDX)
               END-PERFORM
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-HIS-MARGE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIS-SEGMENT (1:1) TO WS-SEG-CHERCHE
           PERFORM CHERCHER-SEGMENT
           IF WS-SEG-TROUVE = 'Y'
               COMPUTE WS-S-MARGE-PREC (WS-SIDX) =
                   FUNCTION NUMVAL (WS-HIS-MARGE)
               MOVE 'Y' TO WS-S-PREC-LUE (WS-SIDX)
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-HISTO-CLIENT.
           MOVE RES-FRAIS       TO WS-TEXTE-1
           MOVE RES-AGIOS       TO WS-TEXTE-2
           MOVE RES-INTERETS    TO WS-TEXTE-3
           MOVE RES-SOLDE-MOYEN TO WS-TEXTE-4
           MOVE RES-MARGE       TO WS-TEXTE-5
           MOVE SPACES TO HISTO-TRV-LIGNE
           STRING WS-MOIS-TRAITE DELIMITED BY SIZE
                  "|C|"          DELIMITED BY SIZE
                  RES-COMPTE     DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  RES-SEGMENT    DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-1) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-2) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-3) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-4) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-5) DELIMITED BY SIZE
                  INTO HISTO-TRV-LIGNE
           END-STRING
           WRITE HISTO-TRV-LIGNE.

       *>--------------------------------------------------------------
       ECRIRE-HISTO-SEGMENT.
      *>   Un segment connu seulement de l'historique n'a pas de
      *>   ligne ce mois-ci.
           IF WS-S-NB (WS-SIDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-S-FRAIS (WS-SIDX)       TO WS-TEXTE-1
           MOVE WS-S-AGIOS (WS-SIDX)       TO WS-TEXTE-2
           MOVE WS-S-INTERETS (WS-SIDX)    TO WS-TEXTE-3
           MOVE WS-S-SOLDE-MOYEN (WS-SIDX) TO WS-TEXTE-4
           MOVE WS-S-MARGE (WS-SIDX)       TO WS-TEXTE-5
           MOVE SPACES TO HISTO-TRV-LIGNE
           STRING WS-MOIS-TRAITE DELIMITED BY SIZE
                  "|S|"          DELIMITED BY SIZE
                  WS-S-SEGMENT (WS-SIDX) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-S-NB (WS-SIDX) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-1) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-2) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-3) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-4) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXTE-5) DELIMITED BY SIZE
                  INTO HISTO-TRV-LIGNE
           END-STRING
           WRITE HISTO-TRV-LIGNE.

       *>--------------------------------------------------------------
       OUVRIR-ETAT-RENTABILITE.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-TITRE
           STRING "RENTABILITE PAR CLIENT ET SEGMENT - MOIS "
                      DELIMITED BY SIZE
                  WS-MOIS-TRAITE DELIMITED BY SIZE
                  " (EUR)" DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-ENTETE-CLIENTS.
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "COMPTE NOM                  SEG        FRAIS"
             & "        AGIOS     INTERETS  SOLDE MOYEN   DECOUVERT"
             & "        MARGE" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-PAR-SEGMENT.
      *>   Procedure de sortie du tri par segment puis marge : les
      *>   clients de chaque segment du moins rentable au plus
      *>   rentable, sous-total a la rupture de segment.
           MOVE SPACES TO WS-SEG-COURANT
           MOVE 'N' TO WS-FIN-TRI
           RETURN TRI-RES-FILE
               AT END MOVE 'Y' TO WS-FIN-TRI
           END-RETURN
           PERFORM UNTIL WS-FIN-TRI = 'Y'
               IF TRR-SEGMENT NOT = WS-SEG-COURANT
                   IF WS-SEG-COURANT NOT = SPACES
                       PERFORM IMPRIMER-SOUS-TOTAL
                   END-IF
                   MOVE TRR-SEGMENT TO WS-SEG-COURANT
                   MOVE 'D' TO WS-EDT-ACTION
                   MOVE SPACES TO WS-EDT-LIGNE
                   STRING "SEGMENT " DELIMITED BY SIZE
                          WS-SEG-COURANT DELIMITED BY SIZE
                          INTO WS-EDT-LIGNE
                   END-STRING
                   CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                        WS-EDT-TITRE WS-EDT-LIGNE
                   PERFORM IMPRIMER-ENTETE-CLIENTS
               END-IF
               MOVE 'D' TO WS-EDT-ACTION
               PERFORM IMPRIMER-LIGNE-CLIENT
               RETURN TRI-RES-FILE
                   AT END MOVE 'Y' TO WS-FIN-TRI
               END-RETURN
           END-PERFORM
           IF WS-SEG-COURANT NOT = SPACES
               PERFORM IMPRIMER-SOUS-TOTAL
           END-IF.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-CLIENT.
      *>   WS-EDT-ACTION est pose par l'appelant.
           MOVE TRR-FRAIS       TO WS-EDIT-1
           MOVE TRR-AGIOS       TO WS-EDIT-2
           MOVE TRR-INTERETS    TO WS-EDIT-3
           MOVE TRR-SOLDE-MOYEN TO WS-EDIT-4
           MOVE TRR-LIMITE      TO WS-EDIT-5
           MOVE TRR-MARGE       TO WS-EDIT-6
           MOVE SPACES TO WS-EDT-LIGNE
           STRING TRR-COMPTE  DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  TRR-NOM     DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  TRR-SEGMENT DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  WS-EDIT-1   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-EDIT-2   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-EDIT-3   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-EDIT-4   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-EDIT-5   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-EDIT-6   DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-SOUS-TOTAL.
           MOVE WS-SEG-COURANT TO WS-SEG-CHERCHE
           PERFORM CHERCHER-SEGMENT
           IF WS-SEG-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-S-NB (WS-SIDX)          TO WS-EDIT-NB
           MOVE WS-S-FRAIS (WS-SIDX)       TO WS-EDIT-1
           MOVE WS-S-AGIOS (WS-SIDX)       TO WS-EDIT-2
           MOVE WS-S-INTERETS (WS-SIDX)    TO WS-EDIT-3
           MOVE WS-S-SOLDE-MOYEN (WS-SIDX) TO WS-EDIT-4
           MOVE WS-S-MARGE (WS-SIDX)       TO WS-EDIT-6
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "TOTAL SEGMENT " DELIMITED BY SIZE
                  WS-SEG-COURANT   DELIMITED BY SIZE
                  " ("             DELIMITED BY SIZE
                  WS-EDIT-NB       DELIMITED BY SIZE
                  ")"              DELIMITED BY SIZE
                  WS-EDIT-1        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDIT-2        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDIT-3        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDIT-4        DELIMITED BY SIZE
                  "             "  DELIMITED BY SIZE
                  WS-EDIT-6        DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-TOTAL-SEGMENTS.
      *>   Recapitulatif des segments avec la marge du mois precedent
      *>   de l'historique, pour suivre la tendance.
           MOVE 0 TO WS-TOT-FRAIS WS-TOT-AGIOS WS-TOT-INTERETS
           MOVE 0 TO WS-TOT-MARGE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "RECAPITULATIF PAR SEGMENT -- MOIS PRECEDENT "
                      DELIMITED BY SIZE
                  WS-MOIS-PREC DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE "SEG CLIENTS        FRAIS        AGIOS     INTERETS"
             & "        MARGE  MARGE PRECED.    VARIATION"
             TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM VARYING WS-SIDX FROM 1 BY 1
                    UNTIL WS-SIDX > WS-NB-SEG
               IF WS-S-NB (WS-SIDX) > 0
                   PERFORM IMPRIMER-LIGNE-SEGMENT
               END-IF
           END-PERFORM
           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-TOT-FRAIS    TO WS-EDIT-1
           MOVE WS-TOT-AGIOS    TO WS-EDIT-2
           MOVE WS-TOT-INTERETS TO WS-EDIT-3
           MOVE WS-TOT-MARGE    TO WS-EDIT-6
           MOVE WS-NB-CLIENTS   TO WS-EDIT-NB
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "TOT  " DELIMITED BY SIZE
                  WS-EDIT-NB DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-1 DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-2 DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-6 DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-SEGMENT.
           ADD WS-S-FRAIS (WS-SIDX)    TO WS-TOT-FRAIS
           ADD WS-S-AGIOS (WS-SIDX)    TO WS-TOT-AGIOS
           ADD WS-S-INTERETS (WS-SIDX) TO WS-TOT-INTERETS
           ADD WS-S-MARGE (WS-SIDX)    TO WS-TOT-MARGE
           MOVE WS-S-NB (WS-SIDX)       TO WS-EDIT-NB
           MOVE WS-S-FRAIS (WS-SIDX)    TO WS-EDIT-1
           MOVE WS-S-AGIOS (WS-SIDX)    TO WS-EDIT-2
           MOVE WS-S-INTERETS (WS-SIDX) TO WS-EDIT-3
           MOVE WS-S-MARGE (WS-SIDX)    TO WS-EDIT-6
           MOVE SPACES TO WS-EDT-LIGNE
           IF WS-S-PREC-LUE (WS-SIDX) = 'Y'
               MOVE WS-S-MARGE-PREC (WS-SIDX) TO WS-EDIT-7
               COMPUTE WS-MONTANT-VAL = WS-S-MARGE (WS-SIDX)
                   - WS-S-MARGE-PREC (WS-SIDX)
               MOVE WS-MONTANT-VAL TO WS-EDIT-4
               STRING WS-S-SEGMENT (WS-SIDX) DELIMITED BY SIZE
                      "   "      DELIMITED BY SIZE
                      WS-EDIT-NB DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-1  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-2  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-3  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-6  DELIMITED BY SIZE
                      "  "       DELIMITED BY SIZE
                      WS-EDIT-7  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-4  DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           ELSE
               STRING WS-S-SEGMENT (WS-SIDX) DELIMITED BY SIZE
                      "   "      DELIMITED BY SIZE
                      WS-EDIT-NB DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-1  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-2  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-3  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-EDIT-6  DELIMITED BY SIZE
                      "  (pas d'historique)" DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           END-IF
           MOVE 'D' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-CLASSEMENT.
      *>   Procedure de sortie du tri par marge : les clients les
      *>   moins rentables de la banque, tous segments confondus.
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE WS-NB-CLASSES TO WS-EDIT-NB
           STRING "LES " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-NB) DELIMITED BY SIZE
                  " CLIENTS LES MOINS RENTABLES" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM IMPRIMER-ENTETE-CLIENTS
           MOVE 0 TO WS-RANG
           MOVE 'N' TO WS-FIN-TRI
           RETURN TRI-RES-FILE
               AT END MOVE 'Y' TO WS-FIN-TRI
           END-RETURN
           PERFORM UNTIL WS-FIN-TRI = 'Y'
               ADD 1 TO WS-RANG
               IF WS-RANG NOT > WS-NB-CLASSES
                   MOVE 'D' TO WS-EDT-ACTION
                   PERFORM IMPRIMER-LIGNE-CLIENT
               END-IF
               RETURN TRI-RES-FILE
                   AT END MOVE 'Y' TO WS-FIN-TRI
               END-RETURN
           END-PERFORM.
