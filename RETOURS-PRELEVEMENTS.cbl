       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOURS-PRELEVEMENTS.

      *----------------------------------------------------------------
      * Nom du programme : RETOURS-PRELEVEMENTS
      * Description    : Sort des prelevements presentes -- apres
      *                  MAJ-SOLDE, reprend chaque debit emis par
      *                  PRELEVEMENTS-ENTREE (prelevements_presentes
      *                  .txt) : applique (au registre
      *                  references_appliquees.dat), il est solde et
      *                  sort de la liste ; rejete (dans
      *                  transactions_rejets.txt), il repart a la
      *                  chambre dans prelevements_retour.txt avec le
      *                  code motif normalise correspondant au motif
      *                  de MAJ-SOLDE (provision insuffisante AM04,
      *                  compte clos AC04...) et sa ligne sort des
      *                  rejets, pour que le recyclage ne debite pas
      *                  un prelevement deja retourne ; ni l'un ni
      *                  l'autre (en attente d'approbation), il reste
      *                  presente pour le passage suivant.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTES-FILE
              ASSIGN TO "prelevements_presentes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PRESENTES.

           SELECT PRESENTES-TRV-FILE
              ASSIGN TO "prelevements_presentes.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PRESENTES-TRV.

           SELECT REJETS-FILE
              ASSIGN TO "transactions_rejets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJETS.

           SELECT REJETS-TRV-FILE
              ASSIGN TO "transactions_rejets.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJETS-TRV.

      *>   Rejets de prelevements ecartes du fichier de rejets :
      *>   "MOTIF|REF", relus pour chaque debit presente.
           SELECT REJETS-PE-FILE
              ASSIGN TO "prelevements_rejetes.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJETS-PE.

           SELECT RETOUR-FILE
              ASSIGN TO "prelevements_retour.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETOUR.

           SELECT REFERENCES-FILE
              ASSIGN TO "references_appliquees.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-REFERENCE
              FILE STATUS IS WS-FS-REFER.

       DATA DIVISION.
       FILE SECTION.
       FD PRESENTES-FILE.
       01 PRESENTE-LIGNE PIC X(80).

       FD PRESENTES-TRV-FILE.
       01 PRESENTE-TRV-LIGNE PIC X(80).

       FD REJETS-FILE.
       01 REJET-TRANS-LIGNE PIC X(92).

       FD REJETS-TRV-FILE.
       01 REJET-TRV-LIGNE PIC X(92).

       FD REJETS-PE-FILE.
       01 REJET-PE-LIGNE PIC X(30).

      *>   Meme enregistrement que chez PRELEVEMENTS-ENTREE :
      *>   l'enregistrement de la chambre suivi du code motif.
       FD RETOUR-FILE.
       01 RETOUR-REC.
           05 RET-REF-EXT     PIC X(12).
           05 RET-CREANCIER   PIC X(13).
           05 RET-RUM         PIC X(12).
           05 RET-MONTANT     PIC 9(9)V99.
           05 RET-DATE        PIC 9(8).
           05 RET-MOTIF       PIC X(4).

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
       01 WS-FS-PRESENTES     PIC XX.
       01 WS-FS-PRESENTES-TRV PIC XX.
       01 WS-FS-REJETS        PIC XX.
       01 WS-FS-REJETS-TRV    PIC XX.
       01 WS-FS-REJETS-PE     PIC XX.
       01 WS-FS-RETOUR        PIC XX.
       01 WS-FS-REFER         PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

      *>   Registre des references ouvert ou non (absent tant que
      *>   MAJ-SOLDE n'a jamais tourne).
       01 WS-REGISTRE-OUVERT  PIC X(1) VALUE 'N'.

      *>   Ligne de rejet en cours : motif, puis reference de la
      *>   ligne d'origine.
       01 WS-REJ-MOTIF        PIC X(10).
       01 WS-REJ-REF          PIC X(10).

      *>   Champs eclates d'une ligne de prelevements_presentes.txt.
       01 WS-PRS-REF          PIC X(10).
       01 WS-PRS-REF-EXT      PIC X(12).
       01 WS-PRS-CREANCIER    PIC X(13).
       01 WS-PRS-RUM          PIC X(12).
       01 WS-PRS-COMPTE       PIC X(5).
       01 WS-PRS-MONTANT      PIC X(10).
       01 WS-PRS-DATE         PIC X(8).

       01 WS-SORT-PRESENTE    PIC X(1).
       01 WS-MOTIF-TROUVE     PIC X(10).
       01 WS-MOTIF-RETOUR     PIC X(4).

       01 WS-NB-PRESENTES     PIC 9(5) VALUE 0.
       01 WS-NB-PAYES         PIC 9(5) VALUE 0.
       01 WS-NB-RETOURNES     PIC 9(5) VALUE 0.
       01 WS-NB-EN-COURS      PIC 9(5) VALUE 0.

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
           DISPLAY "RETOURS DES PRELEVEMENTS IMPAYES"
           DISPLAY WS-SEPARATEUR

           OPEN INPUT PRESENTES-FILE
           IF WS-FS-PRESENTES NOT = "00"
               DISPLAY "Aucun prelevement presente -- rien a faire"
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           PERFORM ECARTER-REJETS-PRELEVEMENTS

           OPEN INPUT REFERENCES-FILE
           IF WS-FS-REFER = "00"
               MOVE 'Y' TO WS-REGISTRE-OUVERT
           END-IF

           OPEN INPUT RETOUR-FILE
           IF WS-FS-RETOUR = "00"
               CLOSE RETOUR-FILE
               OPEN EXTEND RETOUR-FILE
           ELSE
               OPEN OUTPUT RETOUR-FILE
           END-IF

           OPEN OUTPUT PRESENTES-TRV-FILE
           READ PRESENTES-FILE
               AT END MOVE "10" TO WS-FS-PRESENTES
           END-READ
           PERFORM UNTIL WS-FS-PRESENTES = "10"
               IF PRESENTE-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-PRESENTES
                   PERFORM EXAMINER-PRESENTE
               END-IF
               READ PRESENTES-FILE
                   AT END MOVE "10" TO WS-FS-PRESENTES
               END-READ
           END-PERFORM
           CLOSE PRESENTES-FILE
           CLOSE PRESENTES-TRV-FILE
           CLOSE RETOUR-FILE
           IF WS-REGISTRE-OUVERT = 'Y'
               CLOSE REFERENCES-FILE
           END-IF

           PERFORM REECRIRE-PRESENTES

           DISPLAY WS-SEPARATEUR
           DISPLAY "Prelevements examines     : " WS-NB-PRESENTES
           DISPLAY "Payes                     : " WS-NB-PAYES
           DISPLAY "Retournes a la chambre    : " WS-NB-RETOURNES
           DISPLAY "Toujours en cours         : " WS-NB-EN-COURS
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       ECARTER-REJETS-PRELEVEMENTS.
      *>   Les rejets de references PE sortent de
      *>   transactions_rejets.txt (reecriture par fichier de
      *>   travail) et sont notes "MOTIF|REF" a part : un prelevement
      *>   impaye se retourne, il ne se recycle pas.
           OPEN OUTPUT REJETS-PE-FILE
           OPEN INPUT REJETS-FILE
           IF WS-FS-REJETS = "00"
               OPEN OUTPUT REJETS-TRV-FILE
               READ REJETS-FILE
                   AT END MOVE "10" TO WS-FS-REJETS
               END-READ
               PERFORM UNTIL WS-FS-REJETS = "10"
                   PERFORM TRIER-LIGNE-REJET
                   READ REJETS-FILE
                       AT END MOVE "10" TO WS-FS-REJETS
                   END-READ
               END-PERFORM
               CLOSE REJETS-FILE
               CLOSE REJETS-TRV-FILE

               OPEN OUTPUT REJETS-FILE
               OPEN INPUT REJETS-TRV-FILE
               READ REJETS-TRV-FILE
                   AT END MOVE "10" TO WS-FS-REJETS-TRV
               END-READ
               PERFORM UNTIL WS-FS-REJETS-TRV = "10"
                   MOVE REJET-TRV-LIGNE TO REJET-TRANS-LIGNE
                   WRITE REJET-TRANS-LIGNE
                   READ REJETS-TRV-FILE
                       AT END MOVE "10" TO WS-FS-REJETS-TRV
                   END-READ
               END-PERFORM
               CLOSE REJETS-TRV-FILE
               CLOSE REJETS-FILE
           END-IF
           CLOSE REJETS-PE-FILE.

       *>--------------------------------------------------------------
       TRIER-LIGNE-REJET.
           IF REJET-TRANS-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REJ-MOTIF WS-REJ-REF
           UNSTRING REJET-TRANS-LIGNE DELIMITED BY "|"
               INTO WS-REJ-MOTIF WS-REJ-REF
           END-UNSTRING
           IF WS-REJ-REF (1:2) = "PE"
               MOVE SPACES TO REJET-PE-LIGNE
               STRING FUNCTION TRIM (WS-REJ-MOTIF) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-REJ-REF DELIMITED BY SIZE
                      INTO REJET-PE-LIGNE
               END-STRING
               WRITE REJET-PE-LIGNE
           ELSE
               MOVE REJET-TRANS-LIGNE TO REJET-TRV-LIGNE
               WRITE REJET-TRV-LIGNE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-PRESENTE.
           MOVE SPACES TO WS-PRS-REF WS-PRS-REF-EXT WS-PRS-CREANCIER
           MOVE SPACES TO WS-PRS-RUM WS-PRS-COMPTE WS-PRS-MONTANT
           MOVE SPACES TO WS-PRS-DATE
           UNSTRING PRESENTE-LIGNE DELIMITED BY "|"
               INTO WS-PRS-REF WS-PRS-REF-EXT WS-PRS-CREANCIER
                    WS-PRS-RUM WS-PRS-COMPTE WS-PRS-MONTANT
                    WS-PRS-DATE
           END-UNSTRING

           MOVE 'N' TO WS-SORT-PRESENTE
           IF WS-REGISTRE-OUVERT = 'Y'
               MOVE WS-PRS-REF TO REG-REFERENCE
               READ REFERENCES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SORT-PRESENTE
                       ADD 1 TO WS-NB-PAYES
               END-READ
           END-IF

           IF WS-SORT-PRESENTE = 'N'
               PERFORM CHERCHER-REJET
               IF WS-MOTIF-TROUVE NOT = SPACES
                   MOVE 'Y' TO WS-SORT-PRESENTE
                   PERFORM RETOURNER-PRESENTE
               END-IF
           END-IF

           IF WS-SORT-PRESENTE = 'N'
               ADD 1 TO WS-NB-EN-COURS
               MOVE PRESENTE-LIGNE TO PRESENTE-TRV-LIGNE
               WRITE PRESENTE-TRV-LIGNE
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-REJET.
      *>   Relu a chaque debit presente, comme la table de
      *>   correspondance chez TRAD-COMPENSATION.
           MOVE SPACES TO WS-MOTIF-TROUVE
           OPEN INPUT REJETS-PE-FILE
           IF WS-FS-REJETS-PE = "00"
               READ REJETS-PE-FILE
                   AT END MOVE "10" TO WS-FS-REJETS-PE
               END-READ
               PERFORM UNTIL WS-FS-REJETS-PE = "10"
                   MOVE SPACES TO WS-REJ-MOTIF WS-REJ-REF
                   UNSTRING REJET-PE-LIGNE DELIMITED BY "|"
                       INTO WS-REJ-MOTIF WS-REJ-REF
                   END-UNSTRING
                   IF WS-REJ-REF = WS-PRS-REF
                       MOVE WS-REJ-MOTIF TO WS-MOTIF-TROUVE
                   END-IF
                   READ REJETS-PE-FILE
                       AT END MOVE "10" TO WS-FS-REJETS-PE
                   END-READ
               END-PERFORM
               CLOSE REJETS-PE-FILE
           END-IF.

       *>--------------------------------------------------------------
       RETOURNER-PRESENTE.
      *>   Motif de MAJ-SOLDE -> code motif normalise de la chambre.
           EVALUATE WS-MOTIF-TROUVE
               WHEN "SOLDE"
               WHEN "MINIMUM"
               WHEN "DECOUVERT"
                   MOVE "AM04" TO WS-MOTIF-RETOUR
               WHEN "RETRAITS"
                   MOVE "AG01" TO WS-MOTIF-RETOUR
               WHEN "CLOTURE"
                   MOVE "AC04" TO WS-MOTIF-RETOUR
               WHEN "INCONNU"
                   MOVE "AC01" TO WS-MOTIF-RETOUR
               WHEN "TERME"
                   MOVE "AC06" TO WS-MOTIF-RETOUR
               WHEN "LIMITE"
                   MOVE "AM02" TO WS-MOTIF-RETOUR
               WHEN "DOUBLE"
                   MOVE "AM05" TO WS-MOTIF-RETOUR
               WHEN OTHER
                   MOVE "MS03" TO WS-MOTIF-RETOUR
           END-EVALUATE

           MOVE SPACES TO RETOUR-REC
           MOVE WS-PRS-REF-EXT   TO RET-REF-EXT
           MOVE WS-PRS-CREANCIER TO RET-CREANCIER
           MOVE WS-PRS-RUM       TO RET-RUM
           COMPUTE RET-MONTANT = FUNCTION NUMVAL (WS-PRS-MONTANT)
           IF WS-PRS-DATE IS NUMERIC
               MOVE WS-PRS-DATE TO RET-DATE
           ELSE
               MOVE 0 TO RET-DATE
           END-IF
           MOVE WS-MOTIF-RETOUR  TO RET-MOTIF
           WRITE RETOUR-REC
           ADD 1 TO WS-NB-RETOURNES
           DISPLAY "Retour " WS-PRS-REF " (" WS-PRS-REF-EXT ") : "
                   FUNCTION TRIM (WS-MOTIF-TROUVE) " -> "
                   WS-MOTIF-RETOUR.

       *>--------------------------------------------------------------
       REECRIRE-PRESENTES.
      *>   Ne restent presentes que les debits encore sans sort.
           OPEN OUTPUT PRESENTES-FILE
           OPEN INPUT PRESENTES-TRV-FILE
           READ PRESENTES-TRV-FILE
               AT END MOVE "10" TO WS-FS-PRESENTES-TRV
           END-READ
           PERFORM UNTIL WS-FS-PRESENTES-TRV = "10"
               MOVE PRESENTE-TRV-LIGNE TO PRESENTE-LIGNE
               WRITE PRESENTE-LIGNE
               READ PRESENTES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-PRESENTES-TRV
               END-READ
           END-PERFORM
           CLOSE PRESENTES-TRV-FILE
           CLOSE PRESENTES-FILE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
           MOVE "RETOURS-PRELEV" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-PRESENTES TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-PAYES     TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-RETOURNES TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.
