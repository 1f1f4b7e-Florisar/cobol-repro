
      *>   Accuse de reception du chargement, renvoye a l'agence :
      *>   "H|date", une ligne "R|motif|debut de ligne" par rejet
      *>   (FORMAT ou DOUBLE), une ligne "S|dossier|debut de ligne"
      *>   par client retenu au filtrage de la liste de
      *>   surveillance, une ligne "L|dossier|debut de ligne" par
      *>   client libere par la conformite et charge ce soir, et un
      *>   pied "T|recues|ecrites|rejets|en attente" -- l'agence
      *>   corrige et renvoie le soir meme.
           SELECT ACCUSE-FILE
              ASSIGN TO DYNAMIC WS-NOM-ACCUSE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ACCUSE.

      *>   File de filtrage tenue par CRIBLAGE et FILTRAGE : les
      *>   clients de l'entree agence liberes par la conformite y
      *>   sont repris puis marques 'T'.
           SELECT FILTRAGE-FILE
              ASSIGN TO "filtrage_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE.

           SELECT FILTRAGE-TRV-FILE
              ASSIGN TO "filtrage_attente.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE-TRV.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
       FD ACCUSE-FILE.
       01 ACCUSE-LIGNE PIC X(100).

       FD FILTRAGE-FILE.
       01 FLT-REC.
           COPY FILTREC.

       FD FILTRAGE-TRV-FILE.
       01 FILTRAGE-TRV-LIGNE PIC X(328).

      *>   Ligne de listing en attente de tri : les cles NOM puis
      *>   PRENOM ouvrent l'enregistrement, le reste suit.
       FD RAPPORT-TRV-FILE.
       01 WS-NB-REJETS-ENTREE PIC 9(5) VALUE 0.
       01 WS-ENT-VALIDE       PIC X(1).
       01 WS-ENT-POS-LECTURE  PIC 9(2) COMP.
       01 WS-NB-EN-FILTRAGE   PIC 9(5) VALUE 0.
       01 WS-NB-REPRIS        PIC 9(5) VALUE 0.
       01 WS-FS-FILTRAGE      PIC XX.
       01 WS-FS-FILTRAGE-TRV  PIC XX.

      *>   Champs passes a CRIBLAGE (liste de surveillance) : zones
      *>   de la bonne taille, pas des litteraux.
       01 WS-CRB-ORIGINE      PIC X(1) VALUE 'E'.
       01 WS-CRB-NOM          PIC X(40).
       01 WS-CRB-PRENOM       PIC X(20).
       01 WS-CRB-NAISSANCE    PIC X(10).
       01 WS-CRB-DONNEES      PIC X(200).
       01 WS-CRB-SUSPECT      PIC X(1).
       01 WS-CRB-NUMERO       PIC X(10).

      *>   Point de controle de l'ecriture : la date d'execution et le
      *>   dernier ID ecrit sont sauvegardes toutes les
               END-READ
           END-PERFORM
           CLOSE ENTREE-FILE
           PERFORM REPRENDRE-LIBERES
           PERFORM FERMER-ACCUSE

           CLOSE CLIENT-FILE
           DISPLAY "Nombre d'enregistrements ecrits : " WS-NB-ECRITURES
           DISPLAY "Lignes d'entree rejetees        : "
                   WS-NB-REJETS-ENTREE
           DISPLAY "Retenues au filtrage            : "
                   WS-NB-EN-FILTRAGE
           DISPLAY "Liberees par la conformite      : "
                   WS-NB-REPRIS
           MOVE WS-TOTAL-SOLDE TO WS-TOTAL-SOLDE-EDIT
           DISPLAY "Total des soldes ecrits         : "
                   WS-TOTAL-SOLDE-EDIT
      *>   attribue l'identifiant suivant du compteur et ecrit le
      *>   client. En reprise apres point de controle, les lignes deja
      *>   chargees (identifiant <= dernier ID ecrit) sont sautees.
      *>   Une identite proche d'une entree de la liste de
      *>   surveillance n'est pas chargee : CRIBLAGE la met en
      *>   attente de la conformite et elle ne consomme pas
      *>   d'identifiant (le filtrage donne le meme resultat a la
      *>   reprise, la numerotation reste donc stable).
           PERFORM DECOUPER-LIGNE-ENTREE
           IF WS-ENT-VALIDE = 'N'
               ADD 1 TO WS-NB-REJETS-ENTREE
                      INTO ACCUSE-LIGNE
               END-STRING
               WRITE ACCUSE-LIGNE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ECR-NOM    TO WS-CRB-NOM
           MOVE WS-ECR-PRENOM TO WS-CRB-PRENOM
           MOVE WS-ECR-DATE   TO WS-CRB-NAISSANCE
           MOVE ENT-LIGNE     TO WS-CRB-DONNEES
           CALL "CRIBLAGE" USING WS-CRB-ORIGINE WS-CRB-NOM
                WS-CRB-PRENOM WS-CRB-NAISSANCE WS-CRB-DONNEES
                WS-CRB-SUSPECT WS-CRB-NUMERO
           IF WS-CRB-SUSPECT = 'Y'
               ADD 1 TO WS-NB-EN-FILTRAGE
               DISPLAY "Client retenu au filtrage, dossier "
                       WS-CRB-NUMERO " : " ENT-LIGNE (1:50)
               MOVE SPACES TO ACCUSE-LIGNE
               STRING "S|" DELIMITED BY SIZE
                      WS-CRB-NUMERO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      ENT-LIGNE (1:60) DELIMITED BY SIZE
                      INTO ACCUSE-LIGNE
               END-STRING
               WRITE ACCUSE-LIGNE
           ELSE
               PERFORM ECRIRE-LIGNE-ENTREE
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-LIGNE-ENTREE.
      *>   Attribue l'identifiant suivant a la ligne decoupee dans
      *>   WS-ECR-* et ecrit le client.
           ADD 1 TO WS-ID-COURANT
           IF WS-ID-COURANT > WS-CKPT-DERNIER-ID
               MOVE WS-ID-COURANT TO FS-ID-CLIENT
               MOVE ","           TO FS-SEPARATEUR-1
               PERFORM CONSTRUIRE-LIGNE-CLIENT
               IF WS-CSV-DEBORDEMENT = 'N'
                   PERFORM ECRIRE-CLIENT
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       REPRENDRE-LIBERES.
      *>   Les clients de l'entree agence liberes par la conformite
      *>   (origine 'E', etat 'L' dans filtrage_attente.txt) sont
      *>   charges a la suite de l'entree du jour, par le meme chemin
      *>   et sans nouveau filtrage, puis marques 'T' ; la file est
      *>   reecrite par fichier de travail.
           MOVE 0 TO WS-NB-REPRIS
           OPEN INPUT FILTRAGE-FILE
           IF WS-FS-FILTRAGE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILTRAGE-TRV-FILE
           READ FILTRAGE-FILE
               AT END MOVE "10" TO WS-FS-FILTRAGE
           END-READ
           PERFORM UNTIL WS-FS-FILTRAGE = "10"
               IF FLT-ORIGINE = 'E' AND FLT-ETAT = 'L'
                   PERFORM CHARGER-DOSSIER-LIBERE
               END-IF
               MOVE FLT-REC TO FILTRAGE-TRV-LIGNE
               WRITE FILTRAGE-TRV-LIGNE
               READ FILTRAGE-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE
               END-READ
           END-PERFORM
           CLOSE FILTRAGE-FILE
           CLOSE FILTRAGE-TRV-FILE

           IF WS-NB-REPRIS > 0
               OPEN OUTPUT FILTRAGE-FILE
               OPEN INPUT FILTRAGE-TRV-FILE
               READ FILTRAGE-TRV-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE-TRV
               END-READ
               PERFORM UNTIL WS-FS-FILTRAGE-TRV = "10"
                   MOVE FILTRAGE-TRV-LIGNE TO FLT-REC
                   WRITE FLT-REC
                   READ FILTRAGE-TRV-FILE
                       AT END MOVE "10" TO WS-FS-FILTRAGE-TRV
                   END-READ
               END-PERFORM
               CLOSE FILTRAGE-TRV-FILE
               CLOSE FILTRAGE-FILE
           END-IF.

       *>--------------------------------------------------------------
       CHARGER-DOSSIER-LIBERE.
           MOVE FLT-DONNEES TO ENT-LIGNE
           PERFORM DECOUPER-LIGNE-ENTREE
           IF WS-ENT-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ECRIRE-LIGNE-ENTREE
           ADD 1 TO WS-NB-REPRIS
           MOVE 'T' TO FLT-ETAT
           MOVE SPACES TO ACCUSE-LIGNE
           STRING "L|" DELIMITED BY SIZE
                  FLT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  ENT-LIGNE (1:60) DELIMITED BY SIZE
                  INTO ACCUSE-LIGNE
           END-STRING
           WRITE ACCUSE-LIGNE.

       *>--------------------------------------------------------------
       DECOUPER-LIGNE-ENTREE.
      *>   Les quatre champs de la ligne d'entree, extraits dans

       *>--------------------------------------------------------------
       FERMER-ACCUSE.
      *>   "T|recues|ecrites|rejets|en attente" -- en reprise apres
      *>   point de controle, les lignes deja chargees hier comptent
      *>   en recues mais ni en ecrites ni en rejets de ce lancement.
           MOVE SPACES TO ACCUSE-LIGNE
           STRING "T|" DELIMITED BY SIZE
                  WS-NB-RECUES DELIMITED BY SIZE
                  WS-NB-ECRITURES DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NB-REJETS-ENTREE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NB-EN-FILTRAGE DELIMITED BY SIZE
                  INTO ACCUSE-LIGNE
           END-STRING
           WRITE ACCUSE-LIGNE
