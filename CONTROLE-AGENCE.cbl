       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-AGENCE.

      *----------------------------------------------------------------
      * Nom du programme : CONTROLE-AGENCE
      * Description    : Cloisonnement des agences au guichet (meme
      *                  patron d'appel que COMPTE-REGISTRE) -- un
      *                  operateur guichet ne saisit et ne consulte que
      *                  les comptes de sa propre agence ; un
      *                  superviseur, ou un traitement lance hors
      *                  session, voit toutes les agences. L'agence du
      *                  compte vient de LIRE-AGENCE, celle de
      *                  l'operateur de AGENCE-OPERATEUR.
      *
      *                  LK-AGENCE-COMPTE : agence du compte, rendue
      *                  pour affichage. LK-AUTORISE : 'Y' acces
      *                  permis, 'N' compte d'une autre agence (le
      *                  refus est trace dans le journal d'exceptions).
      *----------------------------------------------------------------

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AGE-TROUVE       PIC X(1).
       01 WS-OPERATEUR        PIC X(8).
       01 WS-ROLE             PIC X(1).
       01 WS-AGENCE-OPER      PIC X(3).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "CONTROLE-AGENCE".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       LINKAGE SECTION.
       01 LK-COMPTE        PIC 9(5).
       01 LK-AGENCE-COMPTE PIC X(3).
       01 LK-AUTORISE      PIC X(1).

       PROCEDURE DIVISION USING LK-COMPTE LK-AGENCE-COMPTE
            LK-AUTORISE.
       MAIN-SECTION.
           MOVE 'Y' TO LK-AUTORISE
           CALL "LIRE-AGENCE" USING LK-COMPTE LK-AGENCE-COMPTE
                WS-AGE-TROUVE
           CALL "AGENCE-OPERATEUR" USING WS-OPERATEUR WS-ROLE
                WS-AGENCE-OPER

           IF WS-OPERATEUR = SPACES OR WS-ROLE = 'S'
               GOBACK
           END-IF
           IF LK-AGENCE-COMPTE NOT = WS-AGENCE-OPER
               MOVE 'N' TO LK-AUTORISE
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE "AGENCE"       TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
           END-IF
           GOBACK.
