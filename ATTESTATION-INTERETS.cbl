           05 FS-DONNEES-CLIENT PIC X(194).

       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

      *>   "COMPTE|TOTAL-INTERETS" puis pied "T|NNNNN|TOTAL" -- meme
      *>   discipline de controle que les autres fichiers remis.
