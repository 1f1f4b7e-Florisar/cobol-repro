      *                  (cle JOURS-DORMANCE du magasin central de
      *                  parametres), et imprime la liste
      *                  des dormants avec la date de leur dernier
      *                  mouvement pour le classeur de conformite. Le
      *                  dernier mouvement de chaque client est lu
      *                  dans l'index du grand livre (DERNIER-MOUVEMENT,
      *                  livres archives compris) au lieu d'un
      *                  balayage complet du livre texte.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

      *>   Nombre de jours sans mouvement avant dormance, configurable
       01 WS-JOUR-MVT         PIC 9(7) VALUE 0.
       01 WS-JOURS-ECOULES    PIC S9(7) VALUE 0.

      *>   Champs eclates de FS-DONNEES-CLIENT
      *>   ("NOM,PRENOM,DATE|SOLDE|STATUT").
       01 WS-PREFIXE          PIC X(120).
      *>   Bloc adresse et contact (RUE|VILLE|CP|TEL), conserve tel
      *>   quel a travers le marquage du statut.
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-NB-DORMANTS      PIC 9(5) VALUE 0.
       01 WS-RAP-LIGNE        PIC X(80).

      *>   Champs passes a DERNIER-MOUVEMENT (dernier mouvement au
      *>   grand livre, archives de l'arrete annuel comprises) : zones
      *>   de la bonne taille, pas des litteraux.
       01 WS-DMA-COMPTE       PIC 9(5).
       01 WS-DMA-ANNEE        PIC 9(4).
       01 WS-DMA-DATE         PIC 9(8).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence), pour sa fermeture.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "DORMANCE".
           COMPUTE WS-JOUR-ACTUEL =
               FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)

           PERFORM EXAMINER-TOUS-CLIENTS
           PERFORM FERMER-INDEX-LIVRE

           DISPLAY WS-SEPARATEUR
           DISPLAY "Seuil de dormance (jours)  : " WS-SEUIL-JOURS
           END-IF
           .

       *>--------------------------------------------------------------
       EXAMINER-TOUS-CLIENTS.
           OPEN I-O CLIENT-FILE
           END-IF
           IF WS-STATUT-CLIENT NOT = 'A' AND WS-STATUT-CLIENT NOT = 'I'
              AND WS-STATUT-CLIENT NOT = 'C' AND
              WS-STATUT-CLIENT NOT = 'E' AND WS-STATUT-CLIENT NOT = 'F'
              AND WS-STATUT-CLIENT NOT = 'P'
               MOVE 'A' TO WS-STATUT-CLIENT
           END-IF

           IF WS-STATUT-CLIENT = 'A'
      *>       Le report a nouveau 'R' de l'arrete annuel n'est pas
      *>       un mouvement du client : DERNIER-MOUVEMENT l'ignore, il
      *>       ne remet pas la pendule de dormance a zero.
               MOVE FS-ID-CLIENT TO WS-DMA-COMPTE
               MOVE WS-DATE-JOUR (1:4) TO WS-DMA-ANNEE
               CALL "DERNIER-MOUVEMENT" USING WS-DMA-COMPTE
                    WS-DMA-ANNEE WS-DMA-DATE
               MOVE WS-DMA-DATE TO WS-DERNIER-MVT

      *>       Un compte sans aucun mouvement au grand livre n'est
      *>       pas dormant pour autant : le livre ne remonte pas plus
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       FERMER-INDEX-LIVRE.
      *>   DERNIER-MOUVEMENT laisse l'index du grand livre ouvert d'un
      *>   client a l'autre ; il est ferme une fois la liste finie.
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.
