       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-GL.

      *----------------------------------------------------------------
      * Nom du programme : BALANCE-GL
      * Description    : Balance generale de la journee -- pour chaque
      *                  compte general mouvemente ou deja ouvert :
      *                  solde d'ouverture, debits et credits du jour
      *                  (ecritures de interface_gl.txt, produites par
      *                  EXPORT-GL au plan de comptes) et solde de
      *                  cloture, imprimes par EDITION-ETAT (etat
      *                  BALANCEGL). Les soldes sont tenus en euros,
      *                  au sens debit moins credit.
      *                  La journee n'est arretee (soldes de cloture
      *                  ecrits dans soldes_gl.txt, qui sert
      *                  d'ouverture le lendemain) que si le total des
      *                  debits egale celui des credits et que le pied
      *                  de l'interface est conforme ; sinon la
      *                  balance est refusee, rien n'est ecrit et le
      *                  code retour arrete la chaine. Une relance le
      *                  meme jour repart de l'ouverture gardee dans
      *                  soldes_gl_ouverture.txt.
      *                  Le compte general des depots de la clientele
      *                  (cle COMPTE-GL-DEPOTS) est rapproche du total
      *                  des depots photographie par RAPPROCHEMENT
      *                  (totaux_rapprochement.txt) ; a la premiere
      *                  balance il est ouvert au total de la veille.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Ecritures du jour, au format fixe d'EXPORT-GL.
           SELECT INTERFACE-FILE
              ASSIGN TO "interface_gl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-INTERFACE.

      *>   "D|AAAAMMJJ" (journee arretee) puis "COMPTE|SOLDE", solde
      *>   signe au format "-99999999999.99".
           SELECT SOLDES-GL-FILE
              ASSIGN TO "soldes_gl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SOLDES.

      *>   Ouverture de la derniere journee arretee, meme disposition.
           SELECT OUVERTURE-FILE
              ASSIGN TO "soldes_gl_ouverture.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OUVERTURE.

      *>   "AAAAMMJJ|TOTAL-EUR|TECHNIQUE-EUR|DEPOTS-EUR" (voir
      *>   RAPPROCHEMENT).
           SELECT TOTAUX-FILE
              ASSIGN TO "totaux_rapprochement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TOTAUX.

       DATA DIVISION.
       FILE SECTION.
       FD INTERFACE-FILE.
       01 POSTE-REC.
           05 POSTE-DATE    PIC 9(8).
           05 POSTE-COMPTE  PIC 9(5).
           05 POSTE-MONTANT PIC 9(9)V99.
           05 POSTE-SENS    PIC X(1).
       01 PIED-REC.
           05 PIED-CODE     PIC X(1).
           05 PIED-NB       PIC 9(7).
           05 PIED-TOTAL    PIC 9(11)V99.
           05 FILLER        PIC X(4).

       FD SOLDES-GL-FILE.
       01 SOLDES-LIGNE PIC X(30).

       FD OUVERTURE-FILE.
       01 OUVERTURE-LIGNE PIC X(30).

       FD TOTAUX-FILE.
       01 TOTAUX-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-INTERFACE     PIC XX.
       01 WS-FS-SOLDES        PIC XX.
       01 WS-FS-OUVERTURE     PIC XX.
       01 WS-FS-TOTAUX        PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Compte general des depots de la clientele.
       01 WS-COMPTE-DEPOTS    PIC 9(5) VALUE 25100.

      *>   Balance par compte general, tenue dans l'ordre des numeros.
       01 WS-NB-GL            PIC 9(3) VALUE 0.
       01 WS-TABLE-GL.
           05 WS-G-ENTRY OCCURS 100 TIMES INDEXED BY WS-GIDX.
               10 WS-G-COMPTE     PIC 9(5).
               10 WS-G-OUVERTURE  PIC S9(11)V99.
               10 WS-G-DEBITS     PIC 9(11)V99.
               10 WS-G-CREDITS    PIC 9(11)V99.
               10 WS-G-CLOTURE    PIC S9(11)V99.
       01 WS-G-POS            PIC 9(3) VALUE 0.
       01 WS-G-DEPL           PIC 9(3) VALUE 0.
       01 WS-GL-CHERCHE       PIC 9(5).
       01 WS-GL-TROUVE        PIC X(1).

      *>   Ouverture : relue de soldes_gl.txt (journee precedente
      *>   arretee) ou, a la relance d'une journee deja arretee, de
      *>   soldes_gl_ouverture.txt.
       01 WS-DATE-ARRETEE     PIC 9(8) VALUE 0.
       01 WS-PREMIERE-BALANCE PIC X(1) VALUE 'N'.
       01 WS-SLD-CHAMP-1      PIC X(10).
       01 WS-SLD-CHAMP-2      PIC X(20).

      *>   Decoupage d'un solde texte, signe compris -- meme logique
      *>   que RAPPROCHEMENT.
       01 WS-SOLDE-TEXTE      PIC X(20).
       01 WS-SOLDE-SANS-SIGNE PIC X(20).
       01 WS-SOLDE-ENTIER     PIC 9(11) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-NEGATIF    PIC X(1).
       01 WS-SOLDE-VAL        PIC S9(11)V99 VALUE 0.
       01 WS-SOLDE-SORTIE     PIC -9(11).99.

      *>   Controle de l'interface.
       01 WS-NB-POSTES        PIC 9(7) VALUE 0.
       01 WS-TOTAL-POSTES     PIC 9(11)V99 VALUE 0.
       01 WS-NB-AUTRE-DATE    PIC 9(7) VALUE 0.
       01 WS-PIED-LU          PIC X(1) VALUE 'N'.
       01 WS-PIED-CONFORME    PIC X(1) VALUE 'Y'.
       01 WS-TOT-OUVERTURE    PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DEBITS       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CREDITS      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CLOTURE      PIC S9(11)V99 VALUE 0.
       01 WS-EQUILIBREE       PIC X(1) VALUE 'Y'.

      *>   Rapprochement avec les depots photographies.
       01 WS-TOT-DATE         PIC X(8).
       01 WS-TOT-CHAMP-1      PIC X(16).
       01 WS-TOT-CHAMP-2      PIC X(16).
       01 WS-TOT-CHAMP-3      PIC X(16).
       01 WS-DEPOTS-JOUR      PIC S9(11)V99 VALUE 0.
       01 WS-DEPOTS-JOUR-LU   PIC X(1) VALUE 'N'.
       01 WS-DEPOTS-VEILLE    PIC S9(11)V99 VALUE 0.
       01 WS-DEPOTS-VEILLE-LU PIC X(1) VALUE 'N'.
       01 WS-DEPOTS-GL        PIC S9(11)V99 VALUE 0.
       01 WS-ECART-DEPOTS     PIC S9(11)V99 VALUE 0.

       01 WS-EDIT-1           PIC -(11)9.99.
       01 WS-EDIT-2           PIC Z(11)9.99.
       01 WS-EDIT-3           PIC Z(11)9.99.
       01 WS-EDIT-4           PIC -(11)9.99.

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
       01 WS-EDT-NOM          PIC X(12) VALUE "BALANCEGL".
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "BALANCE-GL".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "BALANCE GENERALE DE LA JOURNEE"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE "COMPTE-GL-DEPOTS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-DEPOTS
           END-IF

           PERFORM LIRE-TOTAUX-RAPPROCHEMENT
           PERFORM CHARGER-OUVERTURE
           PERFORM CUMULER-INTERFACE
           IF WS-FS-INTERFACE = "35"
               GOBACK
           END-IF
           PERFORM CALCULER-CLOTURE
           PERFORM IMPRIMER-BALANCE

           IF WS-EQUILIBREE = 'N' OR WS-PIED-CONFORME = 'N'
               DISPLAY "BALANCE REFUSEE -- journee non arretee"
               MOVE "CALCULER-CLOTURE" TO WS-EXC-PARAGRAPHE
               MOVE "DESEQUILIB"       TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               DISPLAY WS-SEPARATEUR
               GOBACK
           END-IF

           PERFORM ECRIRE-SOLDES-GL
           DISPLAY "Journee " WS-DATE-JOUR " arretee -- soldes de "
                   "cloture dans soldes_gl.txt"
           IF WS-DEPOTS-JOUR-LU = 'N' OR WS-ECART-DEPOTS NOT = 0
               MOVE "RAPPROCHER-DEPOTS" TO WS-EXC-PARAGRAPHE
               MOVE "DEPOTS"            TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-TOTAUX-RAPPROCHEMENT.
      *>   Depots de la clientele du jour (derniere ligne datee du
      *>   jour) et de la derniere journee anterieure (ouverture de la
      *>   premiere balance).
           OPEN INPUT TOTAUX-FILE
           IF WS-FS-TOTAUX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TOTAUX-FILE
               AT END MOVE "10" TO WS-FS-TOTAUX
           END-READ
           PERFORM UNTIL WS-FS-TOTAUX = "10"
               PERFORM RETENIR-LIGNE-TOTAUX
               READ TOTAUX-FILE
                   AT END MOVE "10" TO WS-FS-TOTAUX
               END-READ
           END-PERFORM
           CLOSE TOTAUX-FILE.

       *>--------------------------------------------------------------
       RETENIR-LIGNE-TOTAUX.
           IF TOTAUX-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOT-DATE WS-TOT-CHAMP-1 WS-TOT-CHAMP-2
           MOVE SPACES TO WS-TOT-CHAMP-3
           UNSTRING TOTAUX-LIGNE DELIMITED BY "|"
               INTO WS-TOT-DATE WS-TOT-CHAMP-1 WS-TOT-CHAMP-2
                    WS-TOT-CHAMP-3
           END-UNSTRING
           IF WS-TOT-DATE IS NOT NUMERIC OR WS-TOT-CHAMP-3 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOT-CHAMP-3 TO WS-SOLDE-TEXTE
           PERFORM DECODER-SOLDE-TEXTE
           IF WS-TOT-DATE = WS-DATE-JOUR
               MOVE WS-SOLDE-VAL TO WS-DEPOTS-JOUR
               MOVE 'Y' TO WS-DEPOTS-JOUR-LU
           END-IF
           IF WS-TOT-DATE < WS-DATE-JOUR
               MOVE WS-SOLDE-VAL TO WS-DEPOTS-VEILLE
               MOVE 'Y' TO WS-DEPOTS-VEILLE-LU
           END-IF.

       *>--------------------------------------------------------------
       CHARGER-OUVERTURE.
      *>   soldes_gl.txt porte la derniere journee arretee : c'est
      *>   l'ouverture du jour, sauf s'il s'agit deja du jour (relance
      *>   apres un arret plus loin dans la chaine) -- l'ouverture est
      *>   alors celle gardee a cote.
           MOVE 0 TO WS-NB-GL
           OPEN INPUT SOLDES-GL-FILE
           IF WS-FS-SOLDES NOT = "00"
               PERFORM OUVRIR-PREMIERE-BALANCE
               EXIT PARAGRAPH
           END-IF
           READ SOLDES-GL-FILE
               AT END MOVE "10" TO WS-FS-SOLDES
           END-READ
           IF WS-FS-SOLDES = "00" AND SOLDES-LIGNE (1:2) = "D|"
              AND SOLDES-LIGNE (3:8) IS NUMERIC
               MOVE SOLDES-LIGNE (3:8) TO WS-DATE-ARRETEE
           END-IF
           IF WS-DATE-ARRETEE = WS-DATE-JOUR
               CLOSE SOLDES-GL-FILE
               DISPLAY "Journee deja arretee -- ouverture relue de "
                       "soldes_gl_ouverture.txt"
               PERFORM CHARGER-OUVERTURE-GARDEE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ouverture : soldes arretes au " WS-DATE-ARRETEE
           PERFORM UNTIL WS-FS-SOLDES = "10"
               MOVE SOLDES-LIGNE TO OUVERTURE-LIGNE
               PERFORM RETENIR-SOLDE-OUVERTURE
               READ SOLDES-GL-FILE
                   AT END MOVE "10" TO WS-FS-SOLDES
               END-READ
           END-PERFORM
           CLOSE SOLDES-GL-FILE.

       *>--------------------------------------------------------------
       CHARGER-OUVERTURE-GARDEE.
           OPEN INPUT OUVERTURE-FILE
           IF WS-FS-OUVERTURE NOT = "00"
               PERFORM OUVRIR-PREMIERE-BALANCE
               EXIT PARAGRAPH
           END-IF
           READ OUVERTURE-FILE
               AT END MOVE "10" TO WS-FS-OUVERTURE
           END-READ
           IF WS-FS-OUVERTURE = "00" AND
              OUVERTURE-LIGNE (1:2) = "D|" AND
              OUVERTURE-LIGNE (3:8) IS NUMERIC
               MOVE OUVERTURE-LIGNE (3:8) TO WS-DATE-ARRETEE
           END-IF
           PERFORM UNTIL WS-FS-OUVERTURE = "10"
               PERFORM RETENIR-SOLDE-OUVERTURE
               READ OUVERTURE-FILE
                   AT END MOVE "10" TO WS-FS-OUVERTURE
               END-READ
           END-PERFORM
           CLOSE OUVERTURE-FILE.

       *>--------------------------------------------------------------
       OUVRIR-PREMIERE-BALANCE.
      *>   Aucune journee arretee : tous les comptes generaux partent
      *>   de zero, sauf les depots de la clientele, ouverts au
      *>   total photographie la veille (au credit).
           MOVE 'Y' TO WS-PREMIERE-BALANCE
           MOVE 0 TO WS-DATE-ARRETEE
           DISPLAY "Premiere balance -- comptes ouverts a zero"
           IF WS-DEPOTS-VEILLE-LU = 'Y'
               MOVE WS-COMPTE-DEPOTS TO WS-GL-CHERCHE
               PERFORM CHERCHER-COMPTE-GL
               IF WS-GL-TROUVE = 'Y'
                   COMPUTE WS-G-OUVERTURE (WS-GIDX) =
                       0 - WS-DEPOTS-VEILLE
               END-IF
               DISPLAY "Depots de la clientele ouverts au total de "
                       "la veille (totaux_rapprochement.txt)"
           END-IF.

       *>--------------------------------------------------------------
       RETENIR-SOLDE-OUVERTURE.
           IF OUVERTURE-LIGNE = SPACES OR OUVERTURE-LIGNE (1:2) = "D|"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SLD-CHAMP-1 WS-SLD-CHAMP-2
           UNSTRING OUVERTURE-LIGNE DELIMITED BY "|"
               INTO WS-SLD-CHAMP-1 WS-SLD-CHAMP-2
           END-UNSTRING
           IF FUNCTION TRIM (WS-SLD-CHAMP-1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GL-CHERCHE = FUNCTION NUMVAL (WS-SLD-CHAMP-1)
           MOVE WS-SLD-CHAMP-2 TO WS-SOLDE-TEXTE
           PERFORM DECODER-SOLDE-TEXTE
           PERFORM CHERCHER-COMPTE-GL
           IF WS-GL-TROUVE = 'Y'
               MOVE WS-SOLDE-VAL TO WS-G-OUVERTURE (WS-GIDX)
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-COMPTE-GL.
      *>   WS-GL-CHERCHE -> entree WS-GIDX de la balance, creee a sa
      *>   place dans l'ordre des numeros (les suivantes sont
      *>   decalees d'un cran).
           MOVE 'N' TO WS-GL-TROUVE
           MOVE 0 TO WS-G-POS
           PERFORM VARYING WS-GIDX FROM 1 BY 1
                    UNTIL WS-GIDX > WS-NB-GL OR WS-G-POS > 0
               IF WS-G-COMPTE (WS-GIDX) NOT < WS-GL-CHERCHE
                   SET WS-G-POS TO WS-GIDX
               END-IF
           END-PERFORM
           IF WS-G-POS > 0
               SET WS-GIDX TO WS-G-POS
               IF WS-G-COMPTE (WS-GIDX) = WS-GL-CHERCHE
                   MOVE 'Y' TO WS-GL-TROUVE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-G-POS = WS-NB-GL + 1
           END-IF
           IF WS-NB-GL NOT < 100
               DISPLAY "Balance pleine (100 comptes) -- compte "
                       WS-GL-CHERCHE " hors balance"
               MOVE 'N' TO WS-EQUILIBREE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-G-DEPL FROM WS-NB-GL BY -1
                    UNTIL WS-G-DEPL < WS-G-POS
               MOVE WS-G-ENTRY (WS-G-DEPL) TO WS-G-ENTRY (WS-G-DEPL + 1)
           END-PERFORM
           ADD 1 TO WS-NB-GL
           SET WS-GIDX TO WS-G-POS
           MOVE WS-GL-CHERCHE TO WS-G-COMPTE (WS-GIDX)
           MOVE 0 TO WS-G-OUVERTURE (WS-GIDX) WS-G-DEBITS (WS-GIDX)
           MOVE 0 TO WS-G-CREDITS (WS-GIDX) WS-G-CLOTURE (WS-GIDX)
           MOVE 'Y' TO WS-GL-TROUVE.

       *>--------------------------------------------------------------
       CUMULER-INTERFACE.
           OPEN INPUT INTERFACE-FILE
           IF WS-FS-INTERFACE NOT = "00"
               DISPLAY "Interface comptable absente ou illisible : "
                       WS-FS-INTERFACE
               MOVE "CUMULER-INTERFACE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-INTERFACE     TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE "35" TO WS-FS-INTERFACE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ INTERFACE-FILE
               AT END MOVE "10" TO WS-FS-INTERFACE
           END-READ
           PERFORM UNTIL WS-FS-INTERFACE = "10"
               PERFORM CUMULER-POSTE
               READ INTERFACE-FILE
                   AT END MOVE "10" TO WS-FS-INTERFACE
               END-READ
           END-PERFORM
           CLOSE INTERFACE-FILE

      *>   Le pied doit exister et reprendre nombre et total lus ; des
      *>   ecritures d'une autre journee signalent un export perime.
           IF WS-PIED-LU = 'N'
               DISPLAY "Pied de l'interface absent"
               MOVE 'N' TO WS-PIED-CONFORME
           END-IF
           IF WS-NB-AUTRE-DATE > 0
               DISPLAY "Ecritures d'une autre journee dans "
                       "l'interface : " WS-NB-AUTRE-DATE
               MOVE 'N' TO WS-PIED-CONFORME
           END-IF.

       *>--------------------------------------------------------------
       CUMULER-POSTE.
           IF PIED-CODE = 'T'
               MOVE 'Y' TO WS-PIED-LU
               IF PIED-NB NOT = WS-NB-POSTES OR
                  PIED-TOTAL NOT = WS-TOTAL-POSTES
                   DISPLAY "Pied de l'interface non conforme : "
                           PIED-NB " ecritures lues " WS-NB-POSTES
                   MOVE 'N' TO WS-PIED-CONFORME
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-POSTES
           ADD POSTE-MONTANT TO WS-TOTAL-POSTES
           IF POSTE-DATE NOT = WS-DATE-JOUR
               ADD 1 TO WS-NB-AUTRE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE POSTE-COMPTE TO WS-GL-CHERCHE
           PERFORM CHERCHER-COMPTE-GL
           IF WS-GL-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE POSTE-SENS
               WHEN 'D'
                   ADD POSTE-MONTANT TO WS-G-DEBITS (WS-GIDX)
               WHEN 'C'
                   ADD POSTE-MONTANT TO WS-G-CREDITS (WS-GIDX)
               WHEN OTHER
                   DISPLAY "Ecriture du compte " POSTE-COMPTE
                           " sans sens D/C : " POSTE-SENS
                   MOVE 'N' TO WS-PIED-CONFORME
           END-EVALUATE.

       *>--------------------------------------------------------------
       CALCULER-CLOTURE.
           MOVE 0 TO WS-TOT-OUVERTURE WS-TOT-DEBITS WS-TOT-CREDITS
           MOVE 0 TO WS-TOT-CLOTURE
           PERFORM VARYING WS-GIDX FROM 1 BY 1
                    UNTIL WS-GIDX > WS-NB-GL
               COMPUTE WS-G-CLOTURE (WS-GIDX) =
                   WS-G-OUVERTURE (WS-GIDX) + WS-G-DEBITS (WS-GIDX)
                   - WS-G-CREDITS (WS-GIDX)
               ADD WS-G-OUVERTURE (WS-GIDX) TO WS-TOT-OUVERTURE
               ADD WS-G-DEBITS (WS-GIDX)    TO WS-TOT-DEBITS
               ADD WS-G-CREDITS (WS-GIDX)   TO WS-TOT-CREDITS
               ADD WS-G-CLOTURE (WS-GIDX)   TO WS-TOT-CLOTURE
               IF WS-G-COMPTE (WS-GIDX) = WS-COMPTE-DEPOTS
                   COMPUTE WS-DEPOTS-GL = 0 - WS-G-CLOTURE (WS-GIDX)
               END-IF
           END-PERFORM
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
               MOVE 'N' TO WS-EQUILIBREE
           END-IF
           COMPUTE WS-ECART-DEPOTS = WS-DEPOTS-GL - WS-DEPOTS-JOUR.

       *>--------------------------------------------------------------
       IMPRIMER-BALANCE.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-TITRE
           STRING "BALANCE GENERALE DU " DELIMITED BY SIZE
                  WS-DATE-JOUR           DELIMITED BY SIZE
                  " (EUR, DEBIT - CREDIT)" DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "COMPTE     SOLDE OUVERTURE          DEBITS"
             & "           CREDITS     SOLDE CLOTURE" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM VARYING WS-GIDX FROM 1 BY 1
                    UNTIL WS-GIDX > WS-NB-GL
               MOVE WS-G-OUVERTURE (WS-GIDX) TO WS-EDIT-1
               MOVE WS-G-DEBITS (WS-GIDX)    TO WS-EDIT-2
               MOVE WS-G-CREDITS (WS-GIDX)   TO WS-EDIT-3
               MOVE WS-G-CLOTURE (WS-GIDX)   TO WS-EDIT-4
               MOVE SPACES TO WS-EDT-LIGNE
               STRING WS-G-COMPTE (WS-GIDX) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-EDIT-1             DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-EDIT-2             DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-EDIT-3             DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-EDIT-4             DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
           END-PERFORM

           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-TOT-OUVERTURE TO WS-EDIT-1
           MOVE WS-TOT-DEBITS    TO WS-EDIT-2
           MOVE WS-TOT-CREDITS   TO WS-EDIT-3
           MOVE WS-TOT-CLOTURE   TO WS-EDIT-4
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "TOTAL" DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-1 DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-2 DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-3 DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  WS-EDIT-4 DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           IF WS-EQUILIBREE = 'Y' AND WS-PIED-CONFORME = 'Y'
               MOVE "Debits = credits -- balance equilibree, journee "
                 & "arretee" TO WS-EDT-LIGNE
           ELSE
               MOVE "*** BALANCE REFUSEE : debits et credits differents"
                 & " ou interface non conforme -- journee NON arretee"
                 TO WS-EDT-LIGNE
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM IMPRIMER-RAPPROCHEMENT-DEPOTS
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-RAPPROCHEMENT-DEPOTS.
      *>   Depots au compte general (solde crediteur) face aux
      *>   depots photographies par RAPPROCHEMENT pour la journee.
           MOVE 'T' TO WS-EDT-ACTION
           IF WS-DEPOTS-JOUR-LU = 'N'
               MOVE SPACES TO WS-EDT-LIGNE
               STRING "*** Pas de total de RAPPROCHEMENT pour le "
                          DELIMITED BY SIZE
                      WS-DATE-JOUR DELIMITED BY SIZE
                      " -- depots non rapproches" DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEPOTS-GL    TO WS-EDIT-1
           MOVE WS-DEPOTS-JOUR  TO WS-EDIT-4
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Depots clientele -- compte " DELIMITED BY SIZE
                  WS-COMPTE-DEPOTS     DELIMITED BY SIZE
                  " : "                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-1) DELIMITED BY SIZE
                  "  RAPPROCHEMENT : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-4) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           IF WS-ECART-DEPOTS = 0
               MOVE "Depots rapproches sans ecart" TO WS-EDT-LIGNE
           ELSE
               MOVE WS-ECART-DEPOTS TO WS-EDIT-1
               STRING "*** ECART DEPOTS (compte general - "
                          DELIMITED BY SIZE
                      "RAPPROCHEMENT) : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-EDIT-1) DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       ECRIRE-SOLDES-GL.
      *>   L'ouverture du jour est gardee a cote (relance), puis
      *>   soldes_gl.txt recoit la cloture datee du jour.
           OPEN OUTPUT OUVERTURE-FILE
           MOVE SPACES TO OUVERTURE-LIGNE
           STRING "D|" DELIMITED BY SIZE
                  WS-DATE-ARRETEE DELIMITED BY SIZE
                  INTO OUVERTURE-LIGNE
           END-STRING
           WRITE OUVERTURE-LIGNE
           PERFORM VARYING WS-GIDX FROM 1 BY 1
                    UNTIL WS-GIDX > WS-NB-GL
               MOVE WS-G-OUVERTURE (WS-GIDX) TO WS-SOLDE-VAL
               PERFORM FORMATER-LIGNE-SOLDE
               MOVE SOLDES-LIGNE TO OUVERTURE-LIGNE
               WRITE OUVERTURE-LIGNE
           END-PERFORM
           CLOSE OUVERTURE-FILE

           OPEN OUTPUT SOLDES-GL-FILE
           MOVE SPACES TO SOLDES-LIGNE
           STRING "D|" DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  INTO SOLDES-LIGNE
           END-STRING
           WRITE SOLDES-LIGNE
           PERFORM VARYING WS-GIDX FROM 1 BY 1
                    UNTIL WS-GIDX > WS-NB-GL
               MOVE WS-G-CLOTURE (WS-GIDX) TO WS-SOLDE-VAL
               PERFORM FORMATER-LIGNE-SOLDE
               WRITE SOLDES-LIGNE
           END-PERFORM
           CLOSE SOLDES-GL-FILE.

       *>--------------------------------------------------------------
       FORMATER-LIGNE-SOLDE.
           MOVE WS-SOLDE-VAL TO WS-SOLDE-SORTIE
           MOVE SPACES TO SOLDES-LIGNE
           STRING WS-G-COMPTE (WS-GIDX) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-SORTIE) DELIMITED BY SIZE
                  INTO SOLDES-LIGNE
           END-STRING.

       *>--------------------------------------------------------------
       DECODER-SOLDE-TEXTE.
      *>   Solde signe : le '-' de tete est detache avant l'eclatement
      *>   partie entiere / decimale puis rapporte sur la valeur.
           MOVE FUNCTION TRIM (WS-SOLDE-TEXTE) TO WS-SOLDE-SANS-SIGNE
           MOVE WS-SOLDE-SANS-SIGNE TO WS-SOLDE-TEXTE
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
