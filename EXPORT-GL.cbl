      *                  transforme les lignes du grand livre datees
      *                  du jour en ecritures equilibrees a format
      *                  fixe pour le grand livre general : chaque
      *                  mouvement produit une ecriture au debit et sa
      *                  contrepartie au credit des comptes generaux
      *                  que le plan de comptes (LIRE-PLAN-GL,
      *                  plan_comptable.txt) donne pour son type, avec
      *                  un pied de total, pour que la comptabilite
      *                  charge notre journee au lieu de recopier les
      *                  chiffres d'un listing. Les lignes des comptes
      *                  techniques (compensation, consignation,
      *                  Etat, pertes) prennent le code de leur compte,
      *                  'X', 'E', 'T' ou 'L', quel que soit leur type ;
      *                  un code absent du plan n'est pas exporte et
      *                  l'anomalie est journalisee.
      *                  La comptabilite generale tient en euros : le
      *                  mouvement d'un compte en devise s'exporte a sa
      *                  contre-valeur au cours du jour, et l'etat
      *                  EXPORTGL recapitule par devise les credits et
      *                  debits dans la devise et en euros.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-INTERFACE.

      *>   Registre des comptes : la devise d'un compte en devise est
      *>   le quatrieme champ de sa ligne (voir LIRE-DEVISE).
           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

       DATA DIVISION.
       FILE SECTION.
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

      *>   Ecriture a format fixe : date de comptabilisation (8),
      *>   compte (5), montant en centimes implicites (11), sens C/D
           05 PIED-TOTAL    PIC 9(11)V99.
           05 FILLER        PIC X(4).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-INTERFACE     PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

      *>   Comptes techniques du grand livre (cles du magasin de
      *>   parametres, memes valeurs par defaut que MAJ-SOLDE,
      *>   DESHERENCE, RETENUE-SOURCE et PASSAGE-PERTE) : leurs
      *>   lignes sont exportees sous le code de leur compte.
       01 WS-COMPTE-COMPENSATION PIC 9(5) VALUE 99997.
       01 WS-COMPTE-CONSIGNE  PIC 9(5) VALUE 99998.
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 99996.
       01 WS-COMPTE-PERTES    PIC 9(5) VALUE 99995.

      *>   Plan de comptes : chaque code rencontre est relu une fois
      *>   par LIRE-PLAN-GL et garde en table. Chaque mouvement
      *>   produit une ecriture au debit et une au credit du meme
      *>   montant, le lot est donc equilibre par construction.
       01 WS-CODE-PLAN        PIC X(1).
       01 WS-NB-PLAN          PIC 9(2) VALUE 0.
       01 WS-TABLE-PLAN.
           05 WS-PL-ENTRY OCCURS 30 TIMES INDEXED BY WS-PLIDX.
               10 WS-PL-CODE      PIC X(1).
               10 WS-PL-DEBIT     PIC 9(5).
               10 WS-PL-CREDIT    PIC 9(5).
               10 WS-PL-TROUVE    PIC X(1).
       01 WS-PLAN-TROUVE      PIC X(1).
       01 WS-GL-DEBIT         PIC 9(5).
       01 WS-GL-CREDIT        PIC 9(5).
       01 WS-GL-ECHANGE       PIC 9(5).
       01 WS-LIGNE-TECHNIQUE  PIC X(1).
       01 WS-NB-SANS-PLAN     PIC 9(5) VALUE 0.

      *>   Champs passes a LIRE-PLAN-GL.
       01 WS-LPG-CODE         PIC X(1).
       01 WS-LPG-DEBIT        PIC 9(5).
       01 WS-LPG-CREDIT       PIC 9(5).
       01 WS-LPG-TROUVE       PIC X(1).

      *>   Champs passes a LIRE-PARAM (magasin central de
      *>   parametres).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

       01 WS-NB-ECRITURES     PIC 9(7) VALUE 0.
       01 WS-TOTAL-MONTANTS   PIC 9(11)V99 VALUE 0.

      *>   Montant exporte : le montant du grand livre, ramene en
      *>   euros pour un compte en devise (montant / cours, le cours
      *>   etant le nombre d'unites de la devise pour un euro).
       01 WS-MONTANT-EUR      PIC 9(9)V99 VALUE 0.
       01 WS-NB-SANS-COURS    PIC 9(5) VALUE 0.

      *>   Comptes tenus dans une devise autre que l'euro (relus une
      *>   fois de comptes.txt, la derniere ligne d'un numero gagne) ;
      *>   un compte absent de cette table tient en euros.
       01 WS-NB-DEVCPT        PIC 9(3) VALUE 0.
       01 WS-TABLE-DEVCPT.
           05 WS-DC-ENTRY OCCURS 200 TIMES INDEXED BY WS-DCIDX.
               10 WS-DC-COMPTE PIC 9(5).
               10 WS-DC-DEVISE PIC X(3).
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-REG-TYPE         PIC X(1).
       01 WS-REG-DEVISE       PIC X(10).
       01 WS-REG-NUMERO-LONG  PIC 9(2) COMP.
       01 WS-REG-NUMERO       PIC 9(5).
       01 WS-DEVISE-COURANTE  PIC X(3).

      *>   Recapitulatif par devise, avec le cours du jour relu une
      *>   fois par devise.
       01 WS-NB-POS           PIC 9(2) VALUE 0.
       01 WS-TABLE-POS.
           05 WS-P-ENTRY OCCURS 20 TIMES INDEXED BY WS-PIDX.
               10 WS-P-DEVISE      PIC X(3).
               10 WS-P-COURS       PIC 9(3)V9(6).
               10 WS-P-TROUVE      PIC X(1).
               10 WS-P-CREDITS     PIC 9(11)V99.
               10 WS-P-DEBITS      PIC 9(11)V99.
               10 WS-P-CREDITS-EUR PIC 9(11)V99.
               10 WS-P-DEBITS-EUR  PIC 9(11)V99.
       01 WS-POS-TROUVE       PIC X(1).
       01 WS-TOT-CREDITS-EUR  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DEBITS-EUR   PIC 9(11)V99 VALUE 0.
       01 WS-MVT-EDIT-1       PIC Z(10)9.99.
       01 WS-MVT-EDIT-2       PIC Z(10)9.99.
       01 WS-MVT-EDIT-3       PIC Z(10)9.99.
       01 WS-MVT-EDIT-4       PIC Z(10)9.99.
       01 WS-COURS-EDIT       PIC ZZ9.9(6).

      *>   Champs passes a LIRE-DEVISE (compte a zero : la devise est
      *>   fournie).
       01 WS-DEV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COURS        PIC 9(3)V9(6) VALUE 0.
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "EXPORT-GL".
               GOBACK
           END-IF

           PERFORM CHARGER-DEVISES-COMPTES
           PERFORM LIRE-COMPTES-TECHNIQUES

           READ LIVRE-FILE
               AT END MOVE "10" TO WS-FS-LIVRE
           END-READ
           CLOSE LIVRE-FILE
           CLOSE INTERFACE-FILE

           PERFORM IMPRIMER-RECAP-DEVISES

           DISPLAY "Ecritures produites : " WS-NB-ECRITURES
           DISPLAY "Total des montants  : " WS-TOTAL-MONTANTS
           IF WS-NB-SANS-COURS > 0
               DISPLAY "Mouvements en devise sans cours du jour, "
                       "non exportes : " WS-NB-SANS-COURS
               MOVE "EXPORTER-LIGNE" TO WS-EXC-PARAGRAPHE
               MOVE "COURS"          TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-NB-SANS-PLAN > 0
               DISPLAY "Mouvements sans compte au plan comptable, "
                       "non exportes : " WS-NB-SANS-PLAN
               MOVE "CHERCHER-PLAN" TO WS-EXC-PARAGRAPHE
               MOVE "PLAN"          TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "Recapitulatif par devise dans etat_EXPORTGL.txt"
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-COMPTES-TECHNIQUES.
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
       CHERCHER-PLAN.
      *>   WS-CODE-PLAN -> comptes generaux debite et credite
      *>   (WS-GL-DEBIT, WS-GL-CREDIT) ; WS-PLAN-TROUVE a 'N' quand le
      *>   code n'est pas au plan.
           MOVE 'N' TO WS-PLAN-TROUVE
           PERFORM VARYING WS-PLIDX FROM 1 BY 1
                    UNTIL WS-PLIDX > WS-NB-PLAN OR WS-PLAN-TROUVE = 'Y'
               IF WS-PL-CODE (WS-PLIDX) = WS-CODE-PLAN
                   MOVE 'Y' TO WS-PLAN-TROUVE
               END-IF
           END-PERFORM
           IF WS-PLAN-TROUVE = 'Y'
               SET WS-PLIDX DOWN BY 1
           ELSE
               MOVE WS-CODE-PLAN TO WS-LPG-CODE
               CALL "LIRE-PLAN-GL" USING WS-LPG-CODE WS-LPG-DEBIT
                    WS-LPG-CREDIT WS-LPG-TROUVE
               IF WS-NB-PLAN NOT < 30
                   MOVE WS-LPG-TROUVE TO WS-PLAN-TROUVE
                   MOVE WS-LPG-DEBIT  TO WS-GL-DEBIT
                   MOVE WS-LPG-CREDIT TO WS-GL-CREDIT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-PLAN
               SET WS-PLIDX TO WS-NB-PLAN
               MOVE WS-CODE-PLAN  TO WS-PL-CODE (WS-PLIDX)
               MOVE WS-LPG-DEBIT  TO WS-PL-DEBIT (WS-PLIDX)
               MOVE WS-LPG-CREDIT TO WS-PL-CREDIT (WS-PLIDX)
               MOVE WS-LPG-TROUVE TO WS-PL-TROUVE (WS-PLIDX)
           END-IF
           MOVE WS-PL-TROUVE (WS-PLIDX) TO WS-PLAN-TROUVE
           MOVE WS-PL-DEBIT (WS-PLIDX)  TO WS-GL-DEBIT
           MOVE WS-PL-CREDIT (WS-PLIDX) TO WS-GL-CREDIT.

       *>--------------------------------------------------------------
       CHARGER-DEVISES-COMPTES.
           MOVE 0 TO WS-NB-DEVCPT
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               PERFORM RETENIR-DEVISE-COMPTE
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE.

       *>--------------------------------------------------------------
       RETENIR-DEVISE-COMPTE.
      *>   Meme regle que LIRE-DEVISE : un depot a terme 'T' ou une
      *>   ligne sans devise lisible tient en euros.
           IF COMPTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           MOVE SPACES TO WS-REG-TYPE WS-REG-DEVISE
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR WS-REG-TYPE
                    WS-REG-DEVISE
           END-UNSTRING
           COMPUTE WS-REG-NUMERO-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-REG-NUMERO-CHAR))
           IF WS-REG-NUMERO-LONG = 0 OR
              WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG)
                TO WS-REG-NUMERO
           MOVE "EUR" TO WS-DEVISE-COURANTE
           IF WS-REG-TYPE NOT = 'T' AND
              WS-REG-DEVISE (1:3) IS ALPHABETIC-UPPER AND
              WS-REG-DEVISE (1:3) NOT = SPACES AND
              WS-REG-DEVISE (4:) = SPACES
               MOVE WS-REG-DEVISE (1:3) TO WS-DEVISE-COURANTE
           END-IF
           PERFORM VARYING WS-DCIDX FROM 1 BY 1
                    UNTIL WS-DCIDX > WS-NB-DEVCPT
               IF WS-DC-COMPTE (WS-DCIDX) = WS-REG-NUMERO
                   MOVE WS-DEVISE-COURANTE TO WS-DC-DEVISE (WS-DCIDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEVISE-COURANTE NOT = "EUR"
               IF WS-NB-DEVCPT < 200
                   ADD 1 TO WS-NB-DEVCPT
                   MOVE WS-REG-NUMERO TO WS-DC-COMPTE (WS-NB-DEVCPT)
                   MOVE WS-DEVISE-COURANTE
                        TO WS-DC-DEVISE (WS-NB-DEVCPT)
               ELSE
                   DISPLAY "Table des comptes en devise pleine (200) "
                           "-- compte " WS-REG-NUMERO " compte en EUR"
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-POSITION.
      *>   WS-LIV-COMPTE-NUM -> devise du compte et entree de la table
      *>   recapitulative, creee (cours du jour relu) au premier
      *>   mouvement de la devise.
           MOVE "EUR" TO WS-DEVISE-COURANTE
           PERFORM VARYING WS-DCIDX FROM 1 BY 1
                    UNTIL WS-DCIDX > WS-NB-DEVCPT
               IF WS-DC-COMPTE (WS-DCIDX) = WS-LIV-COMPTE-NUM
                   MOVE WS-DC-DEVISE (WS-DCIDX) TO WS-DEVISE-COURANTE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-POS-TROUVE
           PERFORM VARYING WS-PIDX FROM 1 BY 1
                    UNTIL WS-PIDX > WS-NB-POS OR WS-POS-TROUVE = 'Y'
               IF WS-P-DEVISE (WS-PIDX) = WS-DEVISE-COURANTE
                   MOVE 'Y' TO WS-POS-TROUVE
               END-IF
           END-PERFORM
           IF WS-POS-TROUVE = 'Y'
               SET WS-PIDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-POS NOT < 20
               DISPLAY "Table des devises pleine (20) -- "
                       WS-DEVISE-COURANTE " sans cours"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-POS
           SET WS-PIDX TO WS-NB-POS
           MOVE 'Y' TO WS-POS-TROUVE
           MOVE WS-DEVISE-COURANTE TO WS-P-DEVISE (WS-PIDX)
           MOVE 0 TO WS-P-CREDITS (WS-PIDX) WS-P-DEBITS (WS-PIDX)
           MOVE 0 TO WS-P-CREDITS-EUR (WS-PIDX)
           MOVE 0 TO WS-P-DEBITS-EUR (WS-PIDX)
           MOVE 0 TO WS-DEV-COMPTE
           MOVE WS-DEVISE-COURANTE TO WS-DEV-DEVISE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DATE-JOUR
                WS-DEV-DEVISE WS-DEV-COURS WS-DEV-TROUVE
           MOVE WS-DEV-COURS  TO WS-P-COURS (WS-PIDX)
           MOVE WS-DEV-TROUVE TO WS-P-TROUVE (WS-PIDX).

       *>--------------------------------------------------------------
       EXPORTER-LIGNE-LIVRE.
      *>   Un mouvement du jour produit deux ecritures du meme
      *>   montant : le debit et le credit des comptes generaux du
      *>   plan pour son code -- debit et credit du lot restent
      *>   egaux.
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE WS-LIV-TYPE
                    WS-LIV-MONTANT
              WS-LIV-DATE = WS-DATE-JOUR AND
              WS-LIV-TYPE NOT = 'R'
               MOVE WS-LIV-COMPTE TO WS-LIV-COMPTE-NUM

      *>       Code du plan : celui du compte technique, sinon le type
      *>       du mouvement. Sans compte au plan, le mouvement n'est
      *>       pas exporte.
               MOVE 'Y' TO WS-LIGNE-TECHNIQUE
               EVALUATE WS-LIV-COMPTE-NUM
                   WHEN WS-COMPTE-COMPENSATION
                       MOVE 'X' TO WS-CODE-PLAN
                   WHEN WS-COMPTE-CONSIGNE
                       MOVE 'E' TO WS-CODE-PLAN
                   WHEN WS-COMPTE-ETAT
                       MOVE 'T' TO WS-CODE-PLAN
                   WHEN WS-COMPTE-PERTES
                       MOVE 'L' TO WS-CODE-PLAN
                   WHEN OTHER
                       MOVE 'N' TO WS-LIGNE-TECHNIQUE
                       MOVE WS-LIV-TYPE TO WS-CODE-PLAN
               END-EVALUATE
               PERFORM CHERCHER-PLAN
               IF WS-PLAN-TROUVE = 'N'
                   ADD 1 TO WS-NB-SANS-PLAN
                   DISPLAY "Compte " WS-LIV-COMPTE-NUM " sequence "
                           WS-LIV-SEQ " : code " WS-CODE-PLAN
                           " absent du plan comptable, non exporte"
                   EXIT PARAGRAPH
               END-IF

               MOVE 0 TO WS-LIV-MONT-ENT
               MOVE 0 TO WS-LIV-MONT-DEC
               UNSTRING WS-LIV-MONTANT DELIMITED BY "."
               COMPUTE WS-LIV-MONT-VAL =
                   WS-LIV-MONT-ENT + (WS-LIV-MONT-DEC / 100)

      *>       Contre-valeur en euros ; sans cours du jour pour la
      *>       devise du compte, le mouvement n'est pas exporte (les
      *>       deux ecritures restent ensemble) et l'anomalie est
      *>       journalisee.
               PERFORM CHERCHER-POSITION
               IF WS-POS-TROUVE = 'N'
                   ADD 1 TO WS-NB-SANS-COURS
                   EXIT PARAGRAPH
               END-IF
               IF WS-P-TROUVE (WS-PIDX) = 'N'
                   ADD 1 TO WS-NB-SANS-COURS
                   DISPLAY "Compte " WS-LIV-COMPTE-NUM " sequence "
                           WS-LIV-SEQ " : pas de cours "
                           WS-P-DEVISE (WS-PIDX) ", non exporte"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-MONTANT-EUR ROUNDED =
                   WS-LIV-MONT-VAL / WS-P-COURS (WS-PIDX)

      *>       Le grand livre porte desormais des types au-dela de C
      *>       et D (frais 'F', etc.) : la comptabilite ne connait que
      *>       les deux sens, tout type non crediteur s'exporte en
               IF WS-LIV-TYPE = 'C' OR WS-LIV-TYPE = 'Q' OR
                  WS-LIV-TYPE = 'I'
                   MOVE 'C' TO WS-SENS-EXPORT
                   ADD WS-LIV-MONT-VAL TO WS-P-CREDITS (WS-PIDX)
                   ADD WS-MONTANT-EUR  TO WS-P-CREDITS-EUR (WS-PIDX)
               ELSE
                   MOVE 'D' TO WS-SENS-EXPORT
                   ADD WS-LIV-MONT-VAL TO WS-P-DEBITS (WS-PIDX)
                   ADD WS-MONTANT-EUR  TO WS-P-DEBITS-EUR (WS-PIDX)
               END-IF

      *>       Le code d'un compte technique decrit un credit de ce
      *>       compte : une ligne au debit (retour, annulation)
      *>       s'exporte avec les deux comptes generaux inverses.
               IF WS-LIGNE-TECHNIQUE = 'Y' AND WS-SENS-EXPORT = 'D'
                   MOVE WS-GL-DEBIT   TO WS-GL-ECHANGE
                   MOVE WS-GL-CREDIT  TO WS-GL-DEBIT
                   MOVE WS-GL-ECHANGE TO WS-GL-CREDIT
               END-IF
               MOVE WS-DATE-JOUR      TO POSTE-DATE
               MOVE WS-GL-DEBIT       TO POSTE-COMPTE
               MOVE WS-MONTANT-EUR    TO POSTE-MONTANT
               MOVE 'D'               TO POSTE-SENS
               WRITE POSTE-REC
               ADD 1 TO WS-NB-ECRITURES
               ADD WS-MONTANT-EUR TO WS-TOTAL-MONTANTS

               MOVE WS-DATE-JOUR      TO POSTE-DATE
               MOVE WS-GL-CREDIT      TO POSTE-COMPTE
               MOVE WS-MONTANT-EUR    TO POSTE-MONTANT
               MOVE 'C'               TO POSTE-SENS
               WRITE POSTE-REC
               ADD 1 TO WS-NB-ECRITURES
               ADD WS-MONTANT-EUR TO WS-TOTAL-MONTANTS
           END-IF.

       *>--------------------------------------------------------------
           MOVE WS-NB-ECRITURES   TO PIED-NB
           MOVE WS-TOTAL-MONTANTS TO PIED-TOTAL
           WRITE PIED-REC.

       *>--------------------------------------------------------------
       IMPRIMER-RECAP-DEVISES.
      *>   Une ligne par devise mouvementee dans la journee : credits
      *>   et debits dans la devise, cours du jour, puis les memes en
      *>   euros tels qu'exportes ; total general en euros.
           MOVE 0 TO WS-TOT-CREDITS-EUR WS-TOT-DEBITS-EUR
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "EXPORTGL" TO WS-EDT-NOM
           MOVE "EXPORT COMPTABLE -- RECAPITULATIF PAR DEVISE"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "DEV      CREDITS DEVISE      DEBITS DEVISE      COURS"
             & "        CREDITS EUR         DEBITS EUR" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM VARYING WS-PIDX FROM 1 BY 1
                    UNTIL WS-PIDX > WS-NB-POS
               PERFORM IMPRIMER-LIGNE-DEVISE
           END-PERFORM
           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-TOT-CREDITS-EUR TO WS-MVT-EDIT-1
           MOVE WS-TOT-DEBITS-EUR  TO WS-MVT-EDIT-2
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Total exporte en EUR -- credits : "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MVT-EDIT-1) DELIMITED BY SIZE
                  "  debits : "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MVT-EDIT-2) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-DEVISE.
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           MOVE WS-P-CREDITS (WS-PIDX) TO WS-MVT-EDIT-1
           MOVE WS-P-DEBITS (WS-PIDX)  TO WS-MVT-EDIT-2
           IF WS-P-TROUVE (WS-PIDX) = 'N'
               STRING WS-P-DEVISE (WS-PIDX) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-MVT-EDIT-1         DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-MVT-EDIT-2         DELIMITED BY SIZE
                      "  PAS DE COURS -- NON EXPORTE"
                                            DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           ELSE
               ADD WS-P-CREDITS-EUR (WS-PIDX) TO WS-TOT-CREDITS-EUR
               ADD WS-P-DEBITS-EUR (WS-PIDX)  TO WS-TOT-DEBITS-EUR
               MOVE WS-P-COURS (WS-PIDX)       TO WS-COURS-EDIT
               MOVE WS-P-CREDITS-EUR (WS-PIDX) TO WS-MVT-EDIT-3
               MOVE WS-P-DEBITS-EUR (WS-PIDX)  TO WS-MVT-EDIT-4
               STRING WS-P-DEVISE (WS-PIDX) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-MVT-EDIT-1         DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-MVT-EDIT-2         DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-COURS-EDIT         DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-MVT-EDIT-3         DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-MVT-EDIT-4         DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
