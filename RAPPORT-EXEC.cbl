
      *>   Derniere trace connue par programme : l'historique est lu
      *>   dans l'ordre, la derniere ligne vue ecrase la precedente.
      *>   Seuls les debuts et fins de programme comptent ; les
      *>   bornes d'etape des pilotes de chaine ('E'/'T') sont la
      *>   matiere de RAPPORT-DUREES.
       01 WS-NB-PROGS         PIC 9(2) VALUE 0.
       01 WS-TABLE-PROGS.
           05 WS-P-ENTRY OCCURS 30 TIMES INDEXED BY WS-PIDX.
               INTO WS-H-HORODATAGE WS-H-PROGRAMME WS-H-EVENEMENT
                    WS-H-RC WS-H-CPT1 WS-H-CPT2 WS-H-CPT3
           END-UNSTRING
           IF WS-H-EVENEMENT NOT = 'D' AND WS-H-EVENEMENT NOT = 'F'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-PIDX FROM 1 BY 1
