      *>----------------------------------------------------------------
      *> Copybook     : LIVREIDX
      *> Description  : Enregistrement de l'index du grand livre
      *>                (grand_livre_idx.dat, indexe sur compte +
      *>                sequence) -- chaque ligne de grand_livre.txt et
      *>                des livres archives grand_livre_AAAA.txt y est
      *>                recopiee telle quelle derriere sa cle, pour
      *>                qu'un lecteur aille droit aux pieces d'un
      *>                compte au lieu de balayer tout le livre.
      *>                Tenu a jour par INDEX-LIVRE a chaque piece
      *>                passee, reconstruit par REINDEX-LIVRE.
      *>----------------------------------------------------------------
       05 LIX-CLE.
           10 LIX-COMPTE      PIC 9(5).
           10 LIX-SEQUENCE    PIC 9(7).
      *>   Ligne du livre texte "COMPTE|SEQ|DATE|TYPE|MONTANT|AVANT|
      *>   APRES[|LIBELLE...]", sans retouche.
       05 LIX-LIGNE          PIC X(132).
