       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCES-PRETS.

      *----------------------------------------------------------------
      * Nom du programme : ECHEANCES-PRETS
      * Description    : Emission des mouvements des prets de
      *                  prets.dat dans le lot du jour, sur le modele
      *                  d'ORDRES-PERMANENTS : un pret accorde dont la
      *                  date de debut est atteinte est decaisse par
      *                  une ligne 'C' du capital sur son compte de
      *                  prelevement, puis chaque mensualite arrivee a
      *                  echeance part en ligne 'D' ordinaire datee du
      *                  jour d'echeance (reference unique prise dans
      *                  la serie echeances_control.txt, en-tete H et
      *                  pied T recalcules). MAJ-SOLDE les applique
      *                  comme le reste du lot, grand livre et
      *                  EXPORT-GL compris ; une mensualite rejetee
      *                  faute de provision reste impayee et ressort
      *                  en arrieres dans RAPPORT-PRETS.
      *
      *                  Chaque echeance emise est tracee dans
      *                  echeances_prets.txt :
      *                  "REFERENCE|PRET|NUMERO|COMPTE|MONTANT|DATE".
      *                  Tourne en soiree avant l'etape MAJ-SOLDE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRETS-FILE
              ASSIGN TO "prets.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRT-NUMERO
              FILE STATUS IS WS-FS-PRETS.

           SELECT ECHEANCES-FILE
              ASSIGN TO "echeances_prets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ECHEANCES.

           SELECT TRANSACTIONS-FILE
              ASSIGN TO "transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS.

           SELECT TRANS-TRV-FILE
              ASSIGN TO "transactions.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS-TRV.

      *>   Serie des references de prets : meme principe que
      *>   ordres_control.txt pour les ordres permanents.
           SELECT REF-CONTROL-FILE
              ASSIGN TO "echeances_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD PRETS-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 PRT-REC.
           COPY PRETREC.

       FD ECHEANCES-FILE.
       01 ECHEANCE-LIGNE PIC X(60).

       FD TRANSACTIONS-FILE.
       01 TRANS-LIGNE PIC X(80).

       FD TRANS-TRV-FILE.
       01 TRANS-TRV-LIGNE PIC X(80).

       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRETS         PIC XX.
       01 WS-FS-ECHEANCES     PIC XX.
       01 WS-FS-TRANS         PIC XX.
       01 WS-FS-TRANS-TRV     PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Lot en cours de reconstruction : date d'en-tete, compteur
      *>   de lignes de detail et totaux du pied, repris du fichier
      *>   existant puis completes par les mouvements de prets.
       01 WS-DATE-LOT         PIC X(8).
      *>   Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *>   quelle ; un lot sans agence le reste.
       01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
       01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CRED-EDIT    PIC 9(9).99.
       01 WS-TOT-DEB-EDIT     PIC 9(9).99.

      *>   Champs eclates d'une ligne de detail existante (pour le
      *>   recalcul des totaux, comme CUMULER-MONTANT-CONTROLE dans
      *>   MAJ-SOLDE).
       01 WS-DET-REF          PIC X(10).
       01 WS-DET-ID           PIC X(5).
       01 WS-DET-TYPE         PIC X(1).
       01 WS-DET-MONTANT      PIC X(10).
       01 WS-DET-MONT-ENT     PIC 9(9) VALUE 0.
       01 WS-DET-MONT-DEC     PIC 9(2) VALUE 0.
       01 WS-DET-MONT-VAL     PIC 9(9)V99 VALUE 0.
       01 WS-ENTETE-VUE       PIC X(1) VALUE 'N'.

      *>   Echeance en cours d'emission : interets du mois sur le
      *>   restant du, part de capital, montant preleve et date.
       01 WS-TAUX-MENSUEL     PIC 9V9(9) VALUE 0.
       01 WS-INTERET-ECH      PIC 9(7)V99 VALUE 0.
       01 WS-CAPITAL-ECH      PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-ECH      PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-EDIT     PIC 9(7).99.
       01 WS-NUM-ECH          PIC 9(3) VALUE 0.
       01 WS-DATE-ECHEANCE    PIC 9(8) VALUE 0.
       01 WS-PRET-MODIFIE     PIC X(1) VALUE 'N'.

      *>   Date d'une echeance : date de debut avancee de WS-NUM-ECH
      *>   mois, jour ramene a la fin du mois s'il deborde.
       01 WS-MOIS-TOTAL       PIC 9(6) VALUE 0.
       01 WS-PRO-ANNEE        PIC 9(4).
       01 WS-PRO-MOIS         PIC 99.
       01 WS-PRO-JOUR         PIC 99.
       01 WS-PRO-JOURS-MOIS   PIC 99.
       01 WS-RESTE-4          PIC 9(4).
       01 WS-RESTE-100        PIC 9(4).
       01 WS-RESTE-400        PIC 9(4).
       01 WS-BISSEXTILE       PIC X(1).

      *>   Reference "PRnnnnnnnn" attribuee a chaque mouvement emis.
       01 WS-REF-COURANTE     PIC 9(8) VALUE 0.
       01 WS-REF-EMISE        PIC X(10).

       01 WS-NB-PRETS-LUS     PIC 9(5) VALUE 0.
       01 WS-NB-DECAISSES     PIC 9(5) VALUE 0.
       01 WS-NB-ECHEANCES     PIC 9(5) VALUE 0.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "ECHEANCES-PRETS".
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

      *>   Arguments de CLE-RIB (pose des cles RIB sur la
      *>   ligne du lot).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "EMISSION DES ECHEANCES DE PRETS"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-DATE-LOT

           OPEN I-O PRETS-FILE
           IF WS-FS-PRETS = "35"
               DISPLAY "Aucun pret au livre -- rien a faire"
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF
           IF WS-FS-PRETS NOT = "00"
               DISPLAY "Erreur ouverture prets.dat : " WS-FS-PRETS
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-PRETS    TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 8 TO RETURN-CODE
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           PERFORM RELEVER-LOT-EXISTANT
           PERFORM TRAITER-PRETS
           CLOSE PRETS-FILE
           IF WS-NB-DECAISSES > 0 OR WS-NB-ECHEANCES > 0 OR
              WS-ENTETE-VUE = 'Y'
               PERFORM REECRIRE-LOT
           ELSE
               CLOSE TRANS-TRV-FILE
           END-IF

           DISPLAY WS-SEPARATEUR
           DISPLAY "Prets lus                 : " WS-NB-PRETS-LUS
           DISPLAY "Prets decaisses           : " WS-NB-DECAISSES
           DISPLAY "Echeances emises au lot   : " WS-NB-ECHEANCES
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       RELEVER-LOT-EXISTANT.
      *>   Le lot du jour deja present est copie tel quel dans le
      *>   fichier de travail, pied T exclu, et ses totaux sont
      *>   recomptes -- meme traitement que dans ORDRES-PERMANENTS.
           MOVE 'N' TO WS-ENTETE-VUE
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
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-LIGNE-LOT.
           IF TRANS-LIGNE = SPACES OR TRANS-LIGNE (1:2) = "T|"
               CONTINUE
           ELSE
               IF TRANS-LIGNE (1:2) = "H|"
                   MOVE 'Y' TO WS-ENTETE-VUE
                   MOVE TRANS-LIGNE (3:8) TO WS-DATE-LOT
                   IF TRANS-LIGNE (11:1) = "|"
                       MOVE TRANS-LIGNE (12:3) TO WS-AGENCE-LOT
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DETAILS
                   PERFORM CUMULER-DETAIL-EXISTANT
                   MOVE TRANS-LIGNE TO TRANS-TRV-LIGNE
                   WRITE TRANS-TRV-LIGNE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CUMULER-DETAIL-EXISTANT.
           MOVE SPACES TO WS-DET-REF WS-DET-ID WS-DET-TYPE
           MOVE SPACES TO WS-DET-MONTANT
           UNSTRING TRANS-LIGNE DELIMITED BY "|"
               INTO WS-DET-REF WS-DET-ID WS-DET-TYPE WS-DET-MONTANT
           END-UNSTRING
           MOVE 0 TO WS-DET-MONT-VAL
           MOVE 0 TO WS-DET-MONT-ENT
           MOVE 0 TO WS-DET-MONT-DEC
           UNSTRING WS-DET-MONTANT DELIMITED BY "."
               INTO WS-DET-MONT-ENT WS-DET-MONT-DEC
           END-UNSTRING
           IF WS-DET-MONT-ENT IS NUMERIC AND
              WS-DET-MONT-DEC IS NUMERIC
               COMPUTE WS-DET-MONT-VAL =
                   WS-DET-MONT-ENT + (WS-DET-MONT-DEC / 100)
           END-IF
           IF WS-DET-TYPE = 'C' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'Q'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-CREDITS
           END-IF
           IF WS-DET-TYPE = 'D' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'X' OR WS-DET-TYPE = 'P'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-DEBITS
           END-IF.

       *>--------------------------------------------------------------
       TRAITER-PRETS.
      *>   Balayage du livre dans l'ordre des numeros ; un pret touche
      *>   (decaisse ou echeance emise) est reecrit a sa place.
           PERFORM LIRE-REFERENCE-CONTROLE
           MOVE 0 TO PRT-NUMERO
           START PRETS-FILE KEY IS NOT LESS THAN PRT-NUMERO
               INVALID KEY MOVE "10" TO WS-FS-PRETS
           END-START
           PERFORM UNTIL WS-FS-PRETS = "10"
               READ PRETS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PRETS
                   NOT AT END
                       ADD 1 TO WS-NB-PRETS-LUS
                       PERFORM TRAITER-UN-PRET
               END-READ
           END-PERFORM
           PERFORM ECRIRE-REFERENCE-CONTROLE.

       *>--------------------------------------------------------------
       TRAITER-UN-PRET.
           MOVE 'N' TO WS-PRET-MODIFIE
           IF PRT-STATUT = 'N' AND PRT-DATE-DEBUT <= WS-DATE-JOUR
               PERFORM EMETTRE-DECAISSEMENT
           END-IF
           IF PRT-STATUT = 'A'
               COMPUTE WS-TAUX-MENSUEL ROUNDED = PRT-TAUX / 1200
               PERFORM UNTIL PRT-STATUT NOT = 'A' OR
                             PRT-PROCHAINE > WS-DATE-JOUR
                   PERFORM EMETTRE-ECHEANCE
               END-PERFORM
           END-IF
           IF WS-PRET-MODIFIE = 'Y'
               REWRITE PRT-REC
                   INVALID KEY
                       DISPLAY "Pret " PRT-NUMERO " non reecrit"
                       MOVE "TRAITER-UN-PRET" TO WS-EXC-PARAGRAPHE
                       MOVE WS-FS-PRETS       TO WS-EXC-CODE
                       CALL "EXCLOG" USING WS-EXC-PROGRAMME
                            WS-EXC-PARAGRAPHE WS-EXC-CODE
               END-REWRITE
           END-IF.

       *>--------------------------------------------------------------
       EMETTRE-DECAISSEMENT.
      *>   Le capital accorde credite le compte de prelevement a la
      *>   date de debut du pret.
           PERFORM ATTRIBUER-REFERENCE
           MOVE PRT-CAPITAL TO WS-MONTANT-EDIT
           MOVE SPACES TO TRANS-TRV-LIGNE
           STRING WS-REF-EMISE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PRT-COMPTE DELIMITED BY SIZE
                  "|C|" DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  PRT-DATE-DEBUT DELIMITED BY SIZE
                  INTO TRANS-TRV-LIGNE
           END-STRING
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           ADD PRT-CAPITAL TO WS-TOTAL-CREDITS
           ADD 1 TO WS-NB-DECAISSES
           MOVE 'A' TO PRT-STATUT
           MOVE 'Y' TO WS-PRET-MODIFIE
           DISPLAY "Pret " PRT-NUMERO " decaisse : " WS-REF-EMISE
                   " compte " PRT-COMPTE " montant " WS-MONTANT-EDIT.

       *>--------------------------------------------------------------
       EMETTRE-ECHEANCE.
      *>   Interets du mois sur le restant du ; la derniere echeance
      *>   (ou celle qui depasserait le restant) solde le capital --
      *>   meme regle que le tableau imprime par PRETS.
           ADD 1 TO PRT-NB-EMISES
           MOVE PRT-NB-EMISES TO WS-NUM-ECH
           MOVE PRT-PROCHAINE TO WS-DATE-ECHEANCE
           COMPUTE WS-INTERET-ECH ROUNDED =
               PRT-RESTANT * WS-TAUX-MENSUEL
           IF PRT-NB-EMISES >= PRT-DUREE OR
              PRT-MENSUALITE - WS-INTERET-ECH > PRT-RESTANT
               MOVE PRT-RESTANT TO WS-CAPITAL-ECH
           ELSE
               COMPUTE WS-CAPITAL-ECH =
                   PRT-MENSUALITE - WS-INTERET-ECH
           END-IF
           COMPUTE WS-MONTANT-ECH = WS-CAPITAL-ECH + WS-INTERET-ECH
           SUBTRACT WS-CAPITAL-ECH FROM PRT-RESTANT

           PERFORM ATTRIBUER-REFERENCE
           MOVE WS-MONTANT-ECH TO WS-MONTANT-EDIT
           MOVE SPACES TO TRANS-TRV-LIGNE
           STRING WS-REF-EMISE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PRT-COMPTE DELIMITED BY SIZE
                  "|D|" DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  WS-DATE-ECHEANCE DELIMITED BY SIZE
                  INTO TRANS-TRV-LIGNE
           END-STRING
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           ADD WS-MONTANT-ECH TO WS-TOTAL-DEBITS
           ADD 1 TO WS-NB-ECHEANCES
           PERFORM TRACER-ECHEANCE

           IF PRT-NB-EMISES >= PRT-DUREE OR PRT-RESTANT = 0
               MOVE 'T' TO PRT-STATUT
           ELSE
               COMPUTE WS-NUM-ECH = PRT-NB-EMISES + 1
               PERFORM CALCULER-DATE-ECHEANCE
               MOVE WS-DATE-ECHEANCE TO PRT-PROCHAINE
           END-IF
           MOVE 'Y' TO WS-PRET-MODIFIE
           DISPLAY "Pret " PRT-NUMERO " echeance " PRT-NB-EMISES
                   " : " WS-REF-EMISE " montant " WS-MONTANT-EDIT.

       *>--------------------------------------------------------------
       TRACER-ECHEANCE.
      *>   Ajout au fichier des echeances : RAPPORT-PRETS y retrouve
      *>   chaque reference emise pour savoir si elle a ete payee.
           OPEN INPUT ECHEANCES-FILE
           IF WS-FS-ECHEANCES = "00"
               CLOSE ECHEANCES-FILE
               OPEN EXTEND ECHEANCES-FILE
           ELSE
               OPEN OUTPUT ECHEANCES-FILE
           END-IF
           MOVE SPACES TO ECHEANCE-LIGNE
           STRING WS-REF-EMISE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PRT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PRT-NB-EMISES DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PRT-COMPTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DATE-ECHEANCE DELIMITED BY SIZE
                  INTO ECHEANCE-LIGNE
           END-STRING
           WRITE ECHEANCE-LIGNE
           CLOSE ECHEANCES-FILE.

       *>--------------------------------------------------------------
       ATTRIBUER-REFERENCE.
           ADD 1 TO WS-REF-COURANTE
           MOVE SPACES TO WS-REF-EMISE
           STRING "PR" DELIMITED BY SIZE
                  WS-REF-COURANTE DELIMITED BY SIZE
                  INTO WS-REF-EMISE
           END-STRING.

       *>--------------------------------------------------------------
       CALCULER-DATE-ECHEANCE.
      *>   Date de debut plus WS-NUM-ECH mois, toujours recalculee
      *>   depuis la date de debut pour que le quantieme ne derive
      *>   pas apres un mois court.
           MOVE PRT-DATE-DEBUT (1:4) TO WS-PRO-ANNEE
           MOVE PRT-DATE-DEBUT (5:2) TO WS-PRO-MOIS
           MOVE PRT-DATE-DEBUT (7:2) TO WS-PRO-JOUR
           COMPUTE WS-MOIS-TOTAL =
               WS-PRO-ANNEE * 12 + WS-PRO-MOIS - 1 + WS-NUM-ECH
           COMPUTE WS-PRO-ANNEE = WS-MOIS-TOTAL / 12
           COMPUTE WS-PRO-MOIS = WS-MOIS-TOTAL - (WS-PRO-ANNEE * 12) + 1
           PERFORM CALCULER-JOURS-DU-MOIS
           IF WS-PRO-JOUR > WS-PRO-JOURS-MOIS
               MOVE WS-PRO-JOURS-MOIS TO WS-PRO-JOUR
           END-IF
           COMPUTE WS-DATE-ECHEANCE = WS-PRO-ANNEE * 10000
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
       LIRE-REFERENCE-CONTROLE.
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
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-REFERENCE-CONTROLE.
           MOVE WS-REF-COURANTE TO LIGNE-REF-CTL
           OPEN OUTPUT REF-CONTROL-FILE
           WRITE LIGNE-REF-CTL
           CLOSE REF-CONTROL-FILE.

       *>--------------------------------------------------------------
       REECRIRE-LOT.
      *>   Le lot complet repart dans transactions.txt : en-tete H,
      *>   lignes de detail du fichier de travail, pied T recalcule.
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
           CLOSE TRANSACTIONS-FILE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
           MOVE "ECHEANCES-PRET" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-PRETS-LUS TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-DECAISSES TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-ECHEANCES TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.
