      *                  que clients.csv, mais un incident en pleine
      *                  soiree laisse aussi le grand livre, le
      *                  registre des references, les decouverts, les
      *                  empreintes, les verrous, le registre des
      *                  cartes et les compteurs d'identifiants et de
      *                  cartes en desaccord entre eux. La prise ('S',
      *                  premiere etape de BATCH-SOIR) photographie
      *                  les neuf fichiers en UN jeu date
      *                  (jeu_AAAAMMJJ_<nom>) verifie par recomptage
      *                  contre son manifeste ; la restauration ('R')
      *                  remet le jeu COMPLET en place, jamais un
      *                  dialogue, pour la chaine de soiree), 'R' =
      *                  restaurer un jeu date (avec confirmation),
      *                  autre = demander le mode a l'operateur.
      *
      *                  Apres une restauration, l'index du grand livre
      *                  est reconstruit par REINDEX-LIVRE une fois le
      *                  verrou de traitement rendu ; les lots
      *                  acceptes par MAJ-SOLDE depuis le point se
      *                  rejouent ensuite par REPRISE-ENTREES.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ASSIGN TO "empreintes.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PIN-CARTE
              FILE STATUS IS WS-FS-PINS.

           SELECT VERROUS-FILE
              ASSIGN TO "verrous.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VER-CARTE
              FILE STATUS IS WS-FS-VERROUS.

           SELECT CARTES-FILE
              ASSIGN TO "cartes.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAR-NUMERO
              FILE STATUS IS WS-FS-CARTES.

      *>   Fichier sequentiel du jeu en cours de copie (source ou
      *>   destination selon le sens), nom construit au fil des
      *>   fichiers traites.

      *>   Memes dispositions que dans SECUPIN.
       FD PINS-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 PIN-REC.
           05 PIN-CARTE     PIC 9(8).
           05 PIN-EMPREINTE PIC 9(9).
           05 PIN-DATE-CHGT PIC 9(8).
           05 PIN-DEFAUT    PIC X.
           05 PIN-HIST-3    PIC 9(9).
           05 PIN-TEMP-EMPREINTE PIC 9(9).
           05 PIN-TEMP-FIN  PIC 9(8).
           05 PIN-SEL       PIC 9(8).

       FD VERROUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01 VER-REC.
           05 VER-CARTE        PIC 9(8).
           05 VER-TENTATIVES   PIC 9(4).
           05 VER-ACCES-OK     PIC X.
           05 VER-DATE-VERROU  PIC 9(8).
           05 VER-HEURE-VERROU PIC 9(8).
           05 VER-STATUT       PIC X.

      *>   Meme disposition que dans CARTE-REGISTRE.
       FD CARTES-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01 CAR-REC.
           COPY CARTEREC.

       FD SEQ-FILE.
       01 SEQ-LIGNE PIC X(200).

       01 WS-FS-REFER         PIC XX.
       01 WS-FS-PINS          PIC XX.
       01 WS-FS-VERROUS       PIC XX.
       01 WS-FS-CARTES        PIC XX.
       01 WS-FS-SEQ           PIC XX.
       01 WS-FS-COPIE         PIC XX.
       01 WS-FS-MANIFESTE     PIC XX.
       01 WS-NB-FICHIERS      PIC 9(2) VALUE 0.
       01 WS-NB-ECARTS        PIC 9(2) VALUE 0.
       01 WS-JEU-COMPLET      PIC X(1).
       01 WS-JEU-RESTAURE     PIC X(1) VALUE 'N'.

       01 WS-MAN-NOM          PIC X(30).
       01 WS-MAN-NB           PIC X(10).
       PROCEDURE DIVISION USING LK-MODE.
       MAIN-SECTION.
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO WS-JEU-RESTAURE
           DISPLAY WS-SEPARATEUR
           DISPLAY "POINT DE RESTAURATION DES FICHIERS MAITRES"
           DISPLAY WS-SEPARATEUR
           END-EVALUATE

           PERFORM LIBERER-VERROU-TRAITEMENT

      *>   Le livre texte vient d'etre remplace : son index est refait
      *>   en entier (REINDEX-LIVRE prend lui-meme le verrou).
           IF WS-JEU-RESTAURE = 'Y'
               CALL "REINDEX-LIVRE"
               DISPLAY "Lots acceptes depuis le point : a rejouer par "
                       "REPRISE-ENTREES (journal des entrees)"
           END-IF
           GOBACK.

       *>--------------------------------------------------------------
       PRENDRE-LE-POINT.
      *>   Les neuf fichiers partent dans des copies datees d'un seul
      *>   tenant, chaque copie est relue et recomptee, et le
      *>   manifeste scelle le jeu. Un fichier source absent donne
      *>   une copie vide : la restauration le videra aussi, c'est la
           PERFORM COPIER-REFERENCES
           PERFORM COPIER-EMPREINTES
           PERFORM COPIER-VERROUS
           PERFORM COPIER-CARTES
           MOVE "grand_livre.txt" TO WS-NOM-SEQ
           MOVE "grand_livre" TO WS-MAN-NOM
           PERFORM COPIER-SEQUENTIEL
           MOVE "id_control.txt" TO WS-NOM-SEQ
           MOVE "id_control" TO WS-MAN-NOM
           PERFORM COPIER-SEQUENTIEL
           MOVE "cartes_control.txt" TO WS-NOM-SEQ
           MOVE "cartes_control" TO WS-MAN-NOM
           PERFORM COPIER-SEQUENTIEL

           CLOSE MANIFESTE-FILE
           DISPLAY WS-SEPARATEUR
           OPEN OUTPUT COPIE-FILE
           OPEN INPUT PINS-FILE
           IF WS-FS-PINS = "00"
               MOVE LOW-VALUES TO PIN-CARTE
               START PINS-FILE KEY IS NOT LESS THAN PIN-CARTE
                   INVALID KEY MOVE "10" TO WS-FS-PINS
               END-START
               PERFORM UNTIL WS-FS-PINS = "10"
                           IF WS-FS-PINS = "00"
                               ADD 1 TO WS-NB-ENREG
                               MOVE SPACES TO COPIE-LIGNE
                               MOVE PIN-REC TO COPIE-LIGNE (1:78)
                               WRITE COPIE-LIGNE
                           ELSE
                               MOVE "10" TO WS-FS-PINS
           OPEN OUTPUT COPIE-FILE
           OPEN INPUT VERROUS-FILE
           IF WS-FS-VERROUS = "00"
               MOVE LOW-VALUES TO VER-CARTE
               START VERROUS-FILE KEY IS NOT LESS THAN VER-CARTE
                   INVALID KEY MOVE "10" TO WS-FS-VERROUS
               END-START
               PERFORM UNTIL WS-FS-VERROUS = "10"
                           IF WS-FS-VERROUS = "00"
                               ADD 1 TO WS-NB-ENREG
                               MOVE SPACES TO COPIE-LIGNE
                               MOVE VER-REC TO COPIE-LIGNE (1:30)
                               WRITE COPIE-LIGNE
                           ELSE
                               MOVE "10" TO WS-FS-VERROUS
           CLOSE COPIE-FILE
           PERFORM SCELLER-AU-MANIFESTE.

       *>--------------------------------------------------------------
       COPIER-CARTES.
           MOVE "cartes" TO WS-MAN-NOM
           PERFORM CONSTRUIRE-NOM-COPIE
           MOVE 0 TO WS-NB-ENREG
           OPEN OUTPUT COPIE-FILE
           OPEN INPUT CARTES-FILE
           IF WS-FS-CARTES = "00"
               MOVE LOW-VALUES TO CAR-NUMERO
               START CARTES-FILE KEY IS NOT LESS THAN CAR-NUMERO
                   INVALID KEY MOVE "10" TO WS-FS-CARTES
               END-START
               PERFORM UNTIL WS-FS-CARTES = "10"
                   READ CARTES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-CARTES
                       NOT AT END
                           IF WS-FS-CARTES = "00"
                               ADD 1 TO WS-NB-ENREG
                               MOVE SPACES TO COPIE-LIGNE
                               MOVE CAR-REC TO COPIE-LIGNE (1:54)
                               WRITE COPIE-LIGNE
                           ELSE
                               MOVE "10" TO WS-FS-CARTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARTES-FILE
           END-IF
           CLOSE COPIE-FILE
           PERFORM SCELLER-AU-MANIFESTE.

       *>--------------------------------------------------------------
       COPIER-SEQUENTIEL.
      *>   Copie ligne a ligne d'un fichier sequentiel du jeu --
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ATTENTION : les neuf fichiers maitres vont etre "
                   "entierement remplaces par le jeu " WS-DATE-JEU
           DISPLAY "Confirmer la restauration ? (O/N) :"
           ACCEPT WS-CONFIRME
           PERFORM RESTAURER-REFERENCES
           PERFORM RESTAURER-EMPREINTES
           PERFORM RESTAURER-VERROUS
           PERFORM RESTAURER-CARTES
           MOVE "grand_livre.txt" TO WS-NOM-SEQ
           MOVE "grand_livre" TO WS-MAN-NOM
           PERFORM RESTAURER-SEQUENTIEL
           MOVE "id_control.txt" TO WS-NOM-SEQ
           MOVE "id_control" TO WS-MAN-NOM
           PERFORM RESTAURER-SEQUENTIEL
           MOVE "cartes_control.txt" TO WS-NOM-SEQ
           MOVE "cartes_control" TO WS-MAN-NOM
           PERFORM RESTAURER-SEQUENTIEL

           MOVE 'Y' TO WS-JEU-RESTAURE
           DISPLAY "RESTAURATION DU JEU " WS-DATE-JEU " TERMINEE".

       *>--------------------------------------------------------------
           END-READ
           PERFORM UNTIL WS-FS-COPIE = "10"
               IF COPIE-LIGNE NOT = SPACES
                   MOVE COPIE-LIGNE (1:78) TO PIN-REC
                   WRITE PIN-REC
                       INVALID KEY
                           CONTINUE
           END-READ
           PERFORM UNTIL WS-FS-COPIE = "10"
               IF COPIE-LIGNE NOT = SPACES
                   MOVE COPIE-LIGNE (1:30) TO VER-REC
                   WRITE VER-REC
                       INVALID KEY
                           CONTINUE
           CLOSE VERROUS-FILE
           DISPLAY "verrous.dat restaure".

       *>--------------------------------------------------------------
       RESTAURER-CARTES.
           MOVE "cartes" TO WS-MAN-NOM
           PERFORM CONSTRUIRE-NOM-COPIE
           OPEN OUTPUT CARTES-FILE
           OPEN INPUT COPIE-FILE
           READ COPIE-FILE
               AT END MOVE "10" TO WS-FS-COPIE
           END-READ
           PERFORM UNTIL WS-FS-COPIE = "10"
               IF COPIE-LIGNE NOT = SPACES
                   MOVE COPIE-LIGNE (1:54) TO CAR-REC
                   WRITE CAR-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               READ COPIE-FILE
                   AT END MOVE "10" TO WS-FS-COPIE
               END-READ
           END-PERFORM
           CLOSE COPIE-FILE
           CLOSE CARTES-FILE
           DISPLAY "cartes.dat restaure".

       *>--------------------------------------------------------------
       RESTAURER-SEQUENTIEL.
           PERFORM CONSTRUIRE-NOM-COPIE
