       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSATION-SORTIE.

      *----------------------------------------------------------------
      * Nom du programme : COMPENSATION-SORTIE
      * Description    : Fichier de compensation emis vers les autres
      *                  banques -- pendant de TRAD-COMPENSATION. Lit
      *                  la file virements_sortants.txt alimentee par
      *                  MAJ-SOLDE (une ligne par virement externe 'X'
      *                  applique : "REF|COMPTE|COMPTE-EXTERNE|
      *                  MONTANT|DATE") et ecrit
      *                  compensation_sortie.txt au format fixe de la
      *                  chambre : en-tete 'H' date, une ligne 'D' par
      *                  virement (reference, compte chez eux, montant
      *                  en centimes implicites, date, compte
      *                  donneur d'ordre), pied 'T' nombre et total.
      *                  Un seul fichier par journee d'exploitation
      *                  (compensation_sortie_control.txt garde la
      *                  date du dernier fichier produit) : une
      *                  relance le meme jour ne reemet rien, la file
      *                  reste en l'etat pour le lendemain. Les lignes
      *                  illisibles restent dans la file, signalees a
      *                  EXCLOG, au lieu d'etre perdues.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTANTS-FILE
              ASSIGN TO "virements_sortants.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SORTANTS.

           SELECT SORTANTS-TRV-FILE
              ASSIGN TO "virements_sortants.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SORTANTS-TRV.

           SELECT COMPENSATION-FILE
              ASSIGN TO "compensation_sortie.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMP.

      *>   Date du dernier fichier emis : meme principe que
      *>   compensation_control.txt, une seule valeur 9(8).
           SELECT DATE-CONTROL-FILE
              ASSIGN TO "compensation_sortie_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DATE-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD SORTANTS-FILE.
       01 SORTANT-LIGNE PIC X(60).

       FD SORTANTS-TRV-FILE.
       01 SORTANT-TRV-LIGNE PIC X(60).

      *>   Format fixe de la chambre, memes zones que
      *>   compensation_entree.txt ; les trois vues de l'enregistrement
      *>   sont decrites en WORKING-STORAGE.
       FD COMPENSATION-FILE.
       01 COMP-REC PIC X(50).

       FD DATE-CONTROL-FILE.
       01 LIGNE-DATE-CTL PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-SORTANTS      PIC XX.
       01 WS-FS-SORTANTS-TRV  PIC XX.
       01 WS-FS-COMP          PIC XX.
       01 WS-FS-DATE-CTL      PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-DERNIERE    PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Enregistrement de la chambre : en-tete, detail, pied.
       01 WS-ENREG-COMP       PIC X(50).
       01 WS-ENTETE-COMP REDEFINES WS-ENREG-COMP.
           05 WS-ENT-CODE      PIC X(1).
           05 WS-ENT-DATE      PIC 9(8).
           05 FILLER           PIC X(41).
       01 WS-DETAIL-COMP REDEFINES WS-ENREG-COMP.
           05 WS-DCO-CODE      PIC X(1).
           05 WS-DCO-REF       PIC X(12).
           05 WS-DCO-COMPTE-EXT PIC X(11).
           05 WS-DCO-MONTANT   PIC 9(9)V99.
           05 WS-DCO-DATE      PIC 9(8).
           05 WS-DCO-DONNEUR   PIC 9(5).
           05 FILLER           PIC X(2).
       01 WS-PIED-COMP REDEFINES WS-ENREG-COMP.
           05 WS-PIE-CODE      PIC X(1).
           05 WS-PIE-NOMBRE    PIC 9(6).
           05 WS-PIE-TOTAL     PIC 9(11)V99.
           05 FILLER           PIC X(30).

      *>   Ligne de la file en cours.
       01 WS-SOR-REF          PIC X(10).
       01 WS-SOR-COMPTE       PIC X(5).
       01 WS-SOR-COMPTE-EXT   PIC X(11).
       01 WS-SOR-MONTANT      PIC X(10).
       01 WS-SOR-DATE         PIC X(8).
       01 WS-SOR-LONG         PIC 9(2) COMP.
       01 WS-SOR-VALIDE       PIC X(1).
       01 WS-MONTANT-VAL      PIC 9(7)V99 VALUE 0.

       01 WS-NB-LUES          PIC 9(5) VALUE 0.
       01 WS-NB-EMIS          PIC 9(6) VALUE 0.
       01 WS-NB-CONSERVES     PIC 9(5) VALUE 0.
       01 WS-TOTAL-EMIS       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-EDIT       PIC Z(10)9.99.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "COMPENS-SORTIE".
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
           DISPLAY "FICHIER DE COMPENSATION SORTANT"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           PERFORM LIRE-DATE-CONTROLE
           IF WS-DATE-DERNIERE = WS-DATE-JOUR
               DISPLAY "Fichier de compensation deja emis pour le "
                       WS-DATE-JOUR " -- file conservee pour demain"
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           OPEN OUTPUT COMPENSATION-FILE
           IF WS-FS-COMP NOT = "00"
               DISPLAY "Erreur ouverture compensation_sortie.txt : "
                       WS-FS-COMP
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-COMP     TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 8 TO RETURN-CODE
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           MOVE SPACES TO WS-ENREG-COMP
           MOVE 'H' TO WS-ENT-CODE
           MOVE WS-DATE-JOUR TO WS-ENT-DATE
           WRITE COMP-REC FROM WS-ENREG-COMP

           OPEN OUTPUT SORTANTS-TRV-FILE
           OPEN INPUT SORTANTS-FILE
           IF WS-FS-SORTANTS = "00"
               READ SORTANTS-FILE
                   AT END MOVE "10" TO WS-FS-SORTANTS
               END-READ
               PERFORM UNTIL WS-FS-SORTANTS = "10"
                   IF SORTANT-LIGNE NOT = SPACES
                       ADD 1 TO WS-NB-LUES
                       PERFORM EMETTRE-VIREMENT
                   END-IF
                   READ SORTANTS-FILE
                       AT END MOVE "10" TO WS-FS-SORTANTS
                   END-READ
               END-PERFORM
               CLOSE SORTANTS-FILE
           END-IF
           CLOSE SORTANTS-TRV-FILE

           MOVE SPACES TO WS-ENREG-COMP
           MOVE 'T' TO WS-PIE-CODE
           MOVE WS-NB-EMIS TO WS-PIE-NOMBRE
           MOVE WS-TOTAL-EMIS TO WS-PIE-TOTAL
           WRITE COMP-REC FROM WS-ENREG-COMP
           CLOSE COMPENSATION-FILE

           PERFORM REECRIRE-FILE-ATTENTE
           PERFORM ECRIRE-DATE-CONTROLE

           MOVE WS-TOTAL-EMIS TO WS-TOTAL-EDIT
           DISPLAY WS-SEPARATEUR
           DISPLAY "Lignes de la file lues     : " WS-NB-LUES
           DISPLAY "Virements emis             : " WS-NB-EMIS
           DISPLAY "Montant total emis         : " WS-TOTAL-EDIT
           DISPLAY "Lignes gardees en file     : " WS-NB-CONSERVES
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       EMETTRE-VIREMENT.
      *>   Une ligne lisible part en detail 'D' ; une ligne illisible
      *>   est recopiee telle quelle dans la file (le debit est deja
      *>   passe au compte de compensation, l'argent ne doit pas
      *>   disparaitre avec elle).
           MOVE SPACES TO WS-SOR-REF WS-SOR-COMPTE WS-SOR-COMPTE-EXT
           MOVE SPACES TO WS-SOR-MONTANT WS-SOR-DATE
           UNSTRING SORTANT-LIGNE DELIMITED BY "|"
               INTO WS-SOR-REF WS-SOR-COMPTE WS-SOR-COMPTE-EXT
                    WS-SOR-MONTANT WS-SOR-DATE
           END-UNSTRING

           MOVE 'Y' TO WS-SOR-VALIDE
           COMPUTE WS-SOR-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-SOR-COMPTE))
           IF WS-SOR-COMPTE-EXT = SPACES OR
              WS-SOR-DATE IS NOT NUMERIC OR
              WS-SOR-LONG = 0
               MOVE 'N' TO WS-SOR-VALIDE
           ELSE
               IF WS-SOR-COMPTE (1:WS-SOR-LONG) IS NOT NUMERIC OR
                  FUNCTION TEST-NUMVAL (WS-SOR-MONTANT) NOT = 0
                   MOVE 'N' TO WS-SOR-VALIDE
               END-IF
           END-IF

           IF WS-SOR-VALIDE = 'N'
               ADD 1 TO WS-NB-CONSERVES
               MOVE SORTANT-LIGNE TO SORTANT-TRV-LIGNE
               WRITE SORTANT-TRV-LIGNE
               MOVE "EMETTRE-VIREMENT" TO WS-EXC-PARAGRAPHE
               MOVE "FORMAT"           TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               DISPLAY "Ligne gardee en file (format) : "
                       FUNCTION TRIM (SORTANT-LIGNE)
           ELSE
               COMPUTE WS-MONTANT-VAL = FUNCTION NUMVAL (WS-SOR-MONTANT)
               MOVE SPACES TO WS-ENREG-COMP
               MOVE 'D' TO WS-DCO-CODE
               MOVE WS-SOR-REF TO WS-DCO-REF
               MOVE WS-SOR-COMPTE-EXT TO WS-DCO-COMPTE-EXT
               MOVE WS-MONTANT-VAL TO WS-DCO-MONTANT
               MOVE WS-SOR-DATE TO WS-DCO-DATE
               MOVE WS-SOR-COMPTE (1:WS-SOR-LONG) TO WS-DCO-DONNEUR
               WRITE COMP-REC FROM WS-ENREG-COMP
               ADD 1 TO WS-NB-EMIS
               ADD WS-MONTANT-VAL TO WS-TOTAL-EMIS
               DISPLAY "Emis " WS-SOR-REF " : compte "
                       WS-DCO-DONNEUR " -> externe " WS-SOR-COMPTE-EXT
           END-IF.

       *>--------------------------------------------------------------
       REECRIRE-FILE-ATTENTE.
      *>   La file repart avec les seules lignes gardees (vide le plus
      *>   souvent) : une relance ne reemet pas les memes virements.
           OPEN OUTPUT SORTANTS-FILE
           OPEN INPUT SORTANTS-TRV-FILE
           READ SORTANTS-TRV-FILE
               AT END MOVE "10" TO WS-FS-SORTANTS-TRV
           END-READ
           PERFORM UNTIL WS-FS-SORTANTS-TRV = "10"
               MOVE SORTANT-TRV-LIGNE TO SORTANT-LIGNE
               WRITE SORTANT-LIGNE
               READ SORTANTS-TRV-FILE
                   AT END MOVE "10" TO WS-FS-SORTANTS-TRV
               END-READ
           END-PERFORM
           CLOSE SORTANTS-TRV-FILE
           CLOSE SORTANTS-FILE.

       *>--------------------------------------------------------------
       LIRE-DATE-CONTROLE.
           MOVE 0 TO WS-DATE-DERNIERE
           OPEN INPUT DATE-CONTROL-FILE
           IF WS-FS-DATE-CTL = "00"
               READ DATE-CONTROL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LIGNE-DATE-CTL TO WS-DATE-DERNIERE
               END-READ
               CLOSE DATE-CONTROL-FILE
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-DATE-CONTROLE.
           MOVE WS-DATE-JOUR TO LIGNE-DATE-CTL
           OPEN OUTPUT DATE-CONTROL-FILE
           WRITE LIGNE-DATE-CTL
           CLOSE DATE-CONTROL-FILE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
           MOVE "COMPENS-SORTIE" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-LUES      TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-EMIS      TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-CONSERVES TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.
