      *>   est faite par le service lui-meme (operation EP), la regle
      *>   de calcul n'existe qu'a un seul endroit.
       01 WS-SECU-OPERATION   PIC X(2).
       01 WS-SECU-COMPTE      PIC 9(8).
       01 WS-SECU-CODE        PIC 9(4) VALUE 0.
       01 WS-SECU-VERROU.
           05 WS-SECU-TENTATIVES   PIC 9(4).
