       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRE-CARTES.

      *----------------------------------------------------------------
      * Nom du programme : MIGRE-CARTES
      * Description    : Migration unique des magasins de SECUPIN
      *                  (empreintes.dat et verrous.dat) du numero de
      *                  compte vers le numero de carte -- chaque
      *                  compte present dans l'un ou l'autre magasin
      *                  recoit sa premiere carte au registre des
      *                  cartes (CARTE-REGISTRE), puis son code et son
      *                  verrou sont recrees sous ce numero de carte.
      *                  Le sel des empreintes reste le numero de
      *                  compte : chacun garde son code, personne ne
      *                  retombe au code par defaut, et une carte en
      *                  opposition ou bloquee le reste. Les deux
      *                  magasins sont d'abord recopies en texte
      *                  (empreintes_avant_cartes.txt et
      *                  verrous_avant_cartes.txt) ; la correspondance
      *                  compte/carte est laissee dans
      *                  cartes_migration.txt pour l'envoi des
      *                  numeros aux clients. A lancer une fois, apres
      *                  MIGRE-EMPREINTES : un magasin deja migre est
      *                  refuse a l'ouverture et rien n'est touche.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Chaque magasin sous ses deux dispositions : cle compte en
      *>   lecture, cle carte en recreation -- jamais ouverts en meme
      *>   temps.
           SELECT ANC-PINS-FILE
              ASSIGN TO "empreintes.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANP-COMPTE
              FILE STATUS IS WS-FS-ANC-PINS.

           SELECT ANC-VERROUS-FILE
              ASSIGN TO "verrous.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ANV-COMPTE
              FILE STATUS IS WS-FS-ANC-VERROUS.

           SELECT PINS-FILE
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

           SELECT SURETE-PINS-FILE
              ASSIGN TO "empreintes_avant_cartes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SUR-PINS.

           SELECT SURETE-VERROUS-FILE
              ASSIGN TO "verrous_avant_cartes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SUR-VERROUS.

           SELECT CORRESPONDANCE-FILE
              ASSIGN TO "cartes_migration.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CORRESP.

       DATA DIVISION.
       FILE SECTION.
      *>   Disposition laissee par MIGRE-EMPREINTES.
       FD ANC-PINS-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01 ANP-REC.
           05 ANP-COMPTE    PIC 9(5).
           05 ANP-RESTE     PIC X(62).

       FD ANC-VERROUS-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01 ANV-REC.
           05 ANV-COMPTE    PIC 9(5).
           05 ANV-RESTE     PIC X(22).

      *>   Memes dispositions que dans SECUPIN.
       FD PINS-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 PIN-REC.
           05 PIN-CARTE     PIC 9(8).
           05 PIN-RESTE     PIC X(62).
           05 PIN-SEL       PIC 9(8).

       FD VERROUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01 VER-REC.
           05 VER-CARTE     PIC 9(8).
           05 VER-RESTE     PIC X(22).

      *>   Copies texte "COMPTE|RESTE DE L'ENREGISTREMENT", dans
      *>   l'ordre des comptes : surete et source du rechargement.
       FD SURETE-PINS-FILE.
       01 SURETE-PINS-LIGNE PIC X(70).

       FD SURETE-VERROUS-FILE.
       01 SURETE-VERROUS-LIGNE PIC X(30).

      *>   "COMPTE|CARTE|EXPIRATION".
       FD CORRESPONDANCE-FILE.
       01 CORRESPONDANCE-LIGNE PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-ANC-PINS      PIC XX.
       01 WS-FS-ANC-VERROUS   PIC XX.
       01 WS-FS-PINS          PIC XX.
       01 WS-FS-VERROUS       PIC XX.
       01 WS-FS-SUR-PINS      PIC XX.
       01 WS-FS-SUR-VERROUS   PIC XX.
       01 WS-FS-CORRESP       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-NB-PINS-RELUS    PIC 9(5) VALUE 0.
       01 WS-NB-VERROUS-RELUS PIC 9(5) VALUE 0.
       01 WS-NB-CARTES        PIC 9(5) VALUE 0.
       01 WS-NB-PINS-MIGRES   PIC 9(5) VALUE 0.
       01 WS-NB-VERROUS-MIGRES PIC 9(5) VALUE 0.
       01 WS-NB-ECARTES       PIC 9(5) VALUE 0.

      *>   Interclassement des deux copies texte : compte courant de
      *>   chacune (999999 a la fin du fichier) et plus petit des deux.
       01 WS-CLE-PINS         PIC 9(6) VALUE 0.
       01 WS-CLE-VERROUS      PIC 9(6) VALUE 0.
       01 WS-CLE-COURANTE     PIC 9(6) VALUE 0.
       01 WS-FIN-CLES         PIC 9(6) VALUE 999999.
       01 WS-SUR-COMPTE       PIC X(5).
       01 WS-SUR-RESTE        PIC X(62).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes).
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "MIGRE-CARTES".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux postes ne doivent pas reecrire les memes
      *>   fichiers en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "PASSAGE DES CODES ET VERROUS AU NUMERO DE CARTE"
           DISPLAY WS-SEPARATEUR

           MOVE "SECURITE" TO WS-VRT-NOM
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

           PERFORM RELIRE-ANCIENNES-EMPREINTES
           PERFORM RELIRE-ANCIENS-VERROUS
           PERFORM RECREER-MAGASINS
           DISPLAY "Codes relus a la cle compte        : "
                   WS-NB-PINS-RELUS
           DISPLAY "Verrous relus a la cle compte      : "
                   WS-NB-VERROUS-RELUS
           DISPLAY "Cartes emises                      : "
                   WS-NB-CARTES
           DISPLAY "Codes migres                       : "
                   WS-NB-PINS-MIGRES
           DISPLAY "Verrous migres                     : "
                   WS-NB-VERROUS-MIGRES
           DISPLAY "Comptes non migres                 : "
                   WS-NB-ECARTES
           DISPLAY "Correspondance compte/carte dans "
                   "cartes_migration.txt"
           DISPLAY WS-SEPARATEUR
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       RELIRE-ANCIENNES-EMPREINTES.
      *>   Un magasin absent n'a rien a migrer ; un magasin qui refuse
      *>   l'ancienne longueur est deja migre et tout s'arrete avant
      *>   d'avoir touche quoi que ce soit.
           OPEN INPUT ANC-PINS-FILE
           IF WS-FS-ANC-PINS = "35"
               OPEN OUTPUT SURETE-PINS-FILE
               CLOSE SURETE-PINS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-ANC-PINS NOT = "00"
               MOVE "RELIRE-EMPREINTES" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-ANC-PINS TO WS-EXC-CODE
               PERFORM REFUSER-MIGRATION
           END-IF
           OPEN OUTPUT SURETE-PINS-FILE
           MOVE 0 TO ANP-COMPTE
           START ANC-PINS-FILE KEY IS NOT LESS THAN ANP-COMPTE
               INVALID KEY MOVE "10" TO WS-FS-ANC-PINS
           END-START
           PERFORM UNTIL WS-FS-ANC-PINS = "10"
               READ ANC-PINS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-ANC-PINS
                   NOT AT END
                       IF WS-FS-ANC-PINS = "00"
                           ADD 1 TO WS-NB-PINS-RELUS
                           MOVE SPACES TO SURETE-PINS-LIGNE
                           STRING ANP-COMPTE DELIMITED BY SIZE
                                  "|"        DELIMITED BY SIZE
                                  ANP-RESTE  DELIMITED BY SIZE
                                  INTO SURETE-PINS-LIGNE
                           END-STRING
                           WRITE SURETE-PINS-LIGNE
                       ELSE
                           DISPLAY "Erreur lecture : " WS-FS-ANC-PINS
                           MOVE "10" TO WS-FS-ANC-PINS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SURETE-PINS-FILE
           CLOSE ANC-PINS-FILE.

       *>--------------------------------------------------------------
       RELIRE-ANCIENS-VERROUS.
           OPEN INPUT ANC-VERROUS-FILE
           IF WS-FS-ANC-VERROUS = "35"
               OPEN OUTPUT SURETE-VERROUS-FILE
               CLOSE SURETE-VERROUS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-ANC-VERROUS NOT = "00"
               MOVE "RELIRE-VERROUS" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-ANC-VERROUS TO WS-EXC-CODE
               PERFORM REFUSER-MIGRATION
           END-IF
           OPEN OUTPUT SURETE-VERROUS-FILE
           MOVE 0 TO ANV-COMPTE
           START ANC-VERROUS-FILE KEY IS NOT LESS THAN ANV-COMPTE
               INVALID KEY MOVE "10" TO WS-FS-ANC-VERROUS
           END-START
           PERFORM UNTIL WS-FS-ANC-VERROUS = "10"
               READ ANC-VERROUS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-ANC-VERROUS
                   NOT AT END
                       IF WS-FS-ANC-VERROUS = "00"
                           ADD 1 TO WS-NB-VERROUS-RELUS
                           MOVE SPACES TO SURETE-VERROUS-LIGNE
                           STRING ANV-COMPTE DELIMITED BY SIZE
                                  "|"        DELIMITED BY SIZE
                                  ANV-RESTE  DELIMITED BY SIZE
                                  INTO SURETE-VERROUS-LIGNE
                           END-STRING
                           WRITE SURETE-VERROUS-LIGNE
                       ELSE
                           DISPLAY "Erreur lecture : "
                                   WS-FS-ANC-VERROUS
                           MOVE "10" TO WS-FS-ANC-VERROUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SURETE-VERROUS-FILE
           CLOSE ANC-VERROUS-FILE.

       *>--------------------------------------------------------------
       REFUSER-MIGRATION.
           DISPLAY "Ouverture a la cle compte refusee ("
                   WS-EXC-CODE ") -- magasin deja migre, rien "
                   "n'est touche"
           CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                WS-EXC-CODE
           MOVE 1 TO RETURN-CODE
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       RECREER-MAGASINS.
      *>   Les deux copies sont dans l'ordre des comptes : on les
      *>   interclasse pour n'emettre qu'une carte par compte, qu'il
      *>   ait un code, un verrou ou les deux.
           OPEN OUTPUT PINS-FILE
           OPEN OUTPUT VERROUS-FILE
           IF WS-FS-PINS NOT = "00" OR WS-FS-VERROUS NOT = "00"
               DISPLAY "Erreur recreation des magasins : " WS-FS-PINS
                       "/" WS-FS-VERROUS
               MOVE "RECREER-MAGASINS" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-PINS TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               GOBACK
           END-IF
           OPEN OUTPUT CORRESPONDANCE-FILE
           OPEN INPUT SURETE-PINS-FILE
           OPEN INPUT SURETE-VERROUS-FILE
           PERFORM LIRE-SURETE-PINS
           PERFORM LIRE-SURETE-VERROUS
           PERFORM UNTIL WS-CLE-PINS = WS-FIN-CLES AND
                         WS-CLE-VERROUS = WS-FIN-CLES
               IF WS-CLE-PINS < WS-CLE-VERROUS
                   MOVE WS-CLE-PINS TO WS-CLE-COURANTE
               ELSE
                   MOVE WS-CLE-VERROUS TO WS-CLE-COURANTE
               END-IF
               PERFORM MIGRER-COMPTE
           END-PERFORM
           CLOSE SURETE-PINS-FILE
           CLOSE SURETE-VERROUS-FILE
           CLOSE CORRESPONDANCE-FILE
           CLOSE PINS-FILE
           CLOSE VERROUS-FILE.

       *>--------------------------------------------------------------
       LIRE-SURETE-PINS.
           MOVE WS-FIN-CLES TO WS-CLE-PINS
           IF WS-FS-SUR-PINS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SURETE-PINS-FILE
               AT END
                   MOVE "10" TO WS-FS-SUR-PINS
               NOT AT END
                   MOVE SURETE-PINS-LIGNE (1:5) TO WS-SUR-COMPTE
                   IF WS-SUR-COMPTE IS NUMERIC
                       MOVE WS-SUR-COMPTE TO WS-CLE-PINS
                   END-IF
           END-READ.

       *>--------------------------------------------------------------
       LIRE-SURETE-VERROUS.
           MOVE WS-FIN-CLES TO WS-CLE-VERROUS
           IF WS-FS-SUR-VERROUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SURETE-VERROUS-FILE
               AT END
                   MOVE "10" TO WS-FS-SUR-VERROUS
               NOT AT END
                   MOVE SURETE-VERROUS-LIGNE (1:5) TO WS-SUR-COMPTE
                   IF WS-SUR-COMPTE IS NUMERIC
                       MOVE WS-SUR-COMPTE TO WS-CLE-VERROUS
                   END-IF
           END-READ.

       *>--------------------------------------------------------------
       MIGRER-COMPTE.
      *>   Premiere carte du compte, puis son code et son verrou sous
      *>   le numero de carte. Sans carte (registre indisponible), le
      *>   compte est signale et ses lignes restent dans les copies
      *>   texte.
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-CLE-COURANTE TO CAR-COMPTE
           MOVE 0 TO CAR-ORIGINE
           MOVE "NC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR = "00"
               ADD 1 TO WS-NB-CARTES
               MOVE SPACES TO CORRESPONDANCE-LIGNE
               STRING CAR-COMPTE     DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      CAR-NUMERO     DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      CAR-EXPIRATION DELIMITED BY SIZE
                      INTO CORRESPONDANCE-LIGNE
               END-STRING
               WRITE CORRESPONDANCE-LIGNE
           ELSE
               ADD 1 TO WS-NB-ECARTES
               DISPLAY "Compte " WS-CLE-COURANTE
                       " : carte non emise (" WS-CRT-RETOUR ")"
               MOVE "MIGRER-COMPTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR   TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
           END-IF

           IF WS-CLE-PINS = WS-CLE-COURANTE
               IF WS-CRT-RETOUR = "00"
                   MOVE SURETE-PINS-LIGNE (7:62) TO WS-SUR-RESTE
                   MOVE CAR-NUMERO   TO PIN-CARTE
                   MOVE WS-SUR-RESTE TO PIN-RESTE
                   MOVE CAR-COMPTE   TO PIN-SEL
                   WRITE PIN-REC
                       INVALID KEY
                           DISPLAY "Carte " PIN-CARTE
                                   " : cle en double, code non migre"
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-PINS-MIGRES
                   END-WRITE
               END-IF
               PERFORM LIRE-SURETE-PINS
           END-IF

           IF WS-CLE-VERROUS = WS-CLE-COURANTE
               IF WS-CRT-RETOUR = "00"
                   MOVE CAR-NUMERO TO VER-CARTE
                   MOVE SURETE-VERROUS-LIGNE (7:22) TO VER-RESTE
                   WRITE VER-REC
                       INVALID KEY
                           DISPLAY "Carte " VER-CARTE
                                   " : cle en double, verrou non "
                                   "migre"
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-VERROUS-MIGRES
                   END-WRITE
               END-IF
               PERFORM LIRE-SURETE-VERROUS
           END-IF.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees, pour ne pas laisser les
      *>   autres postes bloques.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
