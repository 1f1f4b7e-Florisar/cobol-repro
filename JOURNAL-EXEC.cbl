      *                  appliques, rejets). "MAJ-SOLDE a-t-il tourne
      *                  ce matin, et proprement ?" se lit desormais
      *                  dans RAPPORT-EXEC au lieu de ce qui a defile
      *                  a l'ecran. Les pilotes de chaine y posent
      *                  aussi le debut ('E') et la fin ('T') de
      *                  chacune de leurs etapes, sous le nom de
      *                  l'etape, pour RAPPORT-DUREES.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
