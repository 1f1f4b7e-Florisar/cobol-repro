               MOVE "Identifiant du client :" TO WS-LIBELLE-SAISIE
               MOVE 1     TO WS-BORNE-MIN-SAISIE
               MOVE 99999 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-ID-CONSULTE
