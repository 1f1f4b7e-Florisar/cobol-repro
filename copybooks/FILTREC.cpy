      *>----------------------------------------------------------------
      *> Copybook     : FILTREC
      *> Description  : Ligne de la file de filtrage (filtrage_attente
      *>                .txt) -- un nouveau client ou un credit de
      *>                compensation dont le nom ressemble a une
      *>                entree de la liste de surveillance y attend la
      *>                decision de la conformite. Champs de largeur
      *>                fixe separes par '|', partages entre CRIBLAGE
      *>                (mise en attente), FILTRAGE (decision), MAIN,
      *>                TEST-CLIENT et TRAD-COMPENSATION (reprise des
      *>                dossiers liberes).
      *>----------------------------------------------------------------
      *>   Numero de dossier "FLnnnnnnnn" (serie filtrage_control.txt).
       05 FLT-NUMERO         PIC X(10).
       05 FILLER             PIC X(1).
      *>   Origine : 'E' entree agence de MAIN (clients_entree.txt),
      *>   'G' creation au guichet par TEST-CLIENT, 'C' credit recu
      *>   par TRAD-COMPENSATION.
       05 FLT-ORIGINE        PIC X(1).
       05 FILLER             PIC X(1).
      *>   Etat : 'A' en attente de decision, 'L' libere (le
      *>   programme d'origine le reprend a son prochain passage), 'R'
      *>   rejete, 'T' libere et repris.
       05 FLT-ETAT           PIC X(1).
       05 FILLER             PIC X(1).
       05 FLT-DATE           PIC 9(8).
       05 FILLER             PIC X(1).
      *>   Identite filtree : nom et prenom du client, ou nom du
      *>   donneur d'ordre de la compensation (prenom et naissance
      *>   alors a blanc).
       05 FLT-NOM            PIC X(40).
       05 FILLER             PIC X(1).
       05 FLT-PRENOM         PIC X(20).
       05 FILLER             PIC X(1).
       05 FLT-NAISSANCE      PIC X(10).
       05 FILLER             PIC X(1).
      *>   Entree de la liste de surveillance rapprochee.
       05 FLT-LISTE          PIC X(30).
       05 FILLER             PIC X(1).
      *>   Enregistrement d'origine, tel que le programme d'origine
      *>   le relira a la reprise.
       05 FLT-DONNEES        PIC X(200).
