          01 WS-OPER-STATUT      PIC X(1).
          01 WS-OPER-DATE-CHGT   PIC X(8).
          01 WS-OPER-FORCER      PIC X(1).
      *    Agence de rattachement de l'operateur (septieme champ,
      *    absent des lignes d'avant les agences).
          01 WS-OPER-AGENCE      PIC X(3).
          01 WS-OPER-LIGNE-AGENCE PIC X(50).
          01 WS-FS-OPER-TRV      PIC XX.
          01 WS-OPER-CONNECTE    PIC X(1) VALUE 'N'.
          01 WS-OPER-ESSAIS      PIC 9 VALUE 0.
                 DISPLAY "OUVERTURE DE SESSION REFUSEE - FIN"
                 STOP RUN
              END-IF
      *    Ce qui attend l'operateur, selon son role, avant le
      *    premier choix : chaque ligne donne l'option qui le traite.
              CALL "TACHES-OPER" USING WS-OPER-ID WS-OPER-ROLE

              MOVE 'O' TO WS-STOP
              PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
                     CALL "MIGRE-REFERENCES"
                   WHEN 'M2'
                     CALL "MIGRE-EMPREINTES"
                   WHEN 'M3'
                     CALL "MIGRE-AGENCES"
                   WHEN 'M4'
                     CALL "MIGRE-CLES-RIB"
                   WHEN 'M5'
                     CALL "MIGRE-CARTES"
                   WHEN 'O'
                     CALL "ANALYSE-AUDIT"
                   WHEN 'P'
                     PERFORM AVANCER-DATE-EXPLOITATION
                   WHEN 'Q'
                     CALL "RAPPORT-EXEC"
                   WHEN 'Q2'
                     CALL "RAPPORT-DUREES"
                   WHEN 'R'
                     CALL "MENAGE-FICHIERS"
                   WHEN 'C1'
                     CALL "COMPTES"
                   WHEN 'G1'
                     CALL "FRAIS-MENSUELS"
                   WHEN 'G3'
                     CALL "AGIOS"
                   WHEN 'G6'
                     CALL "DECLARATION-RETENUES"
                   WHEN 'C2'
                     CALL "CLOTURE-COMPTE"
                   WHEN 'T1'
                     CALL "RETOUR-GL"
                   WHEN 'T4'
                     CALL "APPROBATIONS"
                   WHEN 'T5'
                     CALL "PRELEVEMENTS-ENTREE"
                   WHEN 'T6'
                     CALL "RETOURS-PRELEVEMENTS"
                   WHEN 'T7'
                     CALL "CAISSE-GUICHET"
                   WHEN 'T8'
                     CALL "APPROB-CLIENTS"
                   WHEN 'D1'
                     CALL "MAINT-DECOUVERTS"
                   WHEN 'D2'
                     CALL "CONSULTATION-COMPTE"
                   WHEN 'C4'
                     CALL "PROCURATIONS"
                   WHEN 'C5'
                     CALL "MANDATS"
                   WHEN 'C6'
                     CALL "CHEQUIERS"
                   WHEN 'C7'
                     CALL "FILTRAGE"
                   WHEN 'C8'
                     CALL "ALERTES-LCB"
                   WHEN 'C9'
                     CALL "LITIGES"
                   WHEN 'S1'
                     CALL "DECES-CLIENT"
                   WHEN 'S2'
                     CALL "SAISIES"
                   WHEN 'S3'
                     CALL "FUSION-CLIENTS"
                   WHEN 'S4'
                     CALL "DOSSIER-CLIENT"
                   WHEN 'R6'
                     CALL "RAPPORT-LITIGES"
                   WHEN 'R7'
                     CALL "REVISIONS-KYC"
                   WHEN 'R8'
                     CALL "RENTABILITE"
                   WHEN 'R9'
                     CALL "PRODUCTIVITE"
                   WHEN 'E1'
                     CALL "RAPPORT-PLAFOND"
                   WHEN 'E2'
                     CALL "PREVISION-TRESO"
                   WHEN 'E3'
                     CALL "RETOUR-COURRIER"
                   WHEN 'E4'
                     CALL "PIN-GUICHET"
                   WHEN 'E5'
                     CALL "PIN-COURRIER"
                   WHEN 'E6'
                     CALL "CARTES-GUICHET"
                   WHEN 'E7'
                     CALL "RENOUV-CARTES"
                   WHEN 'E8'
                     CALL "RECOUVREMENT"
                   WHEN 'E9'
                     CALL "PASSAGE-PERTE"
                   WHEN 'A6'
                     CALL "CONSULT-HISTO"
                   WHEN 'A7'
                     CALL "COURS-DEVISES"
                   WHEN 'A3'
                     CALL "CALENDRIER"
                   WHEN 'G4'
                   WHEN 'G5'
                     MOVE ' ' TO WS-MODE-PR
                     CALL "POINT-REPRISE" USING WS-MODE-PR
                   WHEN 'G0'
                     CALL "REPRISE-ENTREES"
                   WHEN 'G7'
                     CALL "REINDEX-LIVRE"
                   WHEN 'G8'
                     CALL "MAINT-PLAN-GL"
                   WHEN 'G9'
                     CALL "BALANCE-GL"
                   WHEN 'R5'
                     CALL "TABLEAU-BORD"
                   WHEN 'G2'
                     CALL "SPOOL"
                   WHEN 'A4'
                     CALL "MAINT-PARAMETRES"
                   WHEN 'P1'
                     CALL "PRETS"
                   WHEN 'P2'
                     CALL "RAPPORT-PRETS"
                   WHEN '0'
                     MOVE 'N' TO WS-STOP
                   WHEN OTHER
                       DISPLAY "(session guichet : consultations et "
                               "rapports)"
                    END-IF
                    IF WS-OPER-AGENCE IS NUMERIC
                       DISPLAY "Agence " WS-OPER-AGENCE
                    END-IF
                    PERFORM CONTROLER-AGE-DU-CODE
                    IF WS-CHANGEMENT-DU = 'O'
                       PERFORM CHANGER-CODE-OPERATEUR
                           "|N" DELIMITED BY SIZE
                           INTO OPER-TRV-LIGNE
                    END-STRING
                    IF WS-OPER-AGENCE NOT = SPACES
                       MOVE SPACES TO WS-OPER-LIGNE-AGENCE
                       STRING FUNCTION TRIM (OPER-TRV-LIGNE TRAILING)
                                  DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              WS-OPER-AGENCE DELIMITED BY SIZE
                              INTO WS-OPER-LIGNE-AGENCE
                       END-STRING
                       MOVE WS-OPER-LIGNE-AGENCE TO OPER-TRV-LIGNE
                    END-IF
                 ELSE
                    MOVE OPERATEUR-LIGNE TO OPER-TRV-LIGNE
                 END-IF
                 MOVE SPACES TO OPERATEUR-LIGNE
                 STRING "00001|" DELIMITED BY SIZE
                        WS-EMO-EMPREINTE DELIMITED BY SIZE
                        "|S|A|00000000|O|001" DELIMITED BY SIZE
                        INTO OPERATEUR-LIGNE
                 END-STRING
                 WRITE OPERATEUR-LIGNE
          EXAMINER-LIGNE-OPERATEUR.
              MOVE SPACES TO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
              MOVE SPACES TO WS-OPER-STATUT WS-OPER-DATE-CHGT
              MOVE SPACES TO WS-OPER-FORCER WS-OPER-AGENCE
              UNSTRING OPERATEUR-LIGNE DELIMITED BY "|"
                  INTO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
                       WS-OPER-STATUT WS-OPER-DATE-CHGT
                       WS-OPER-FORCER WS-OPER-AGENCE
              END-UNSTRING
              IF WS-OPER-ID NOT = WS-OPER-ID-SAISI OR
                 WS-OPER-ID = SPACES
                   WHEN 'N'
                   WHEN 'M1'
                   WHEN 'M2'
                   WHEN 'M3'
                   WHEN 'M4'
                   WHEN 'M5'
                   WHEN 'P'
                   WHEN 'R'
                   WHEN 'C1'
                   WHEN 'C2'
                   WHEN 'G1'
                   WHEN 'G3'
                   WHEN 'G6'
                   WHEN 'T1'
                   WHEN 'T2'
                   WHEN 'T3'
                   WHEN 'T4'
                   WHEN 'T5'
                   WHEN 'T6'
                   WHEN 'T8'
                   WHEN 'D1'
                   WHEN 'R3'
                   WHEN 'C4'
                   WHEN 'C5'
                   WHEN 'C6'
                   WHEN 'C7'
                   WHEN 'C8'
                   WHEN 'C9'
                   WHEN 'S1'
                   WHEN 'S2'
                   WHEN 'S3'
                   WHEN 'A6'
                   WHEN 'A7'
                   WHEN 'A3'
                   WHEN 'G4'
                   WHEN 'G5'
                   WHEN 'G0'
                   WHEN 'G7'
                   WHEN 'G8'
                   WHEN 'G9'
                   WHEN 'R8'
                   WHEN 'R9'
                   WHEN 'E1'
                   WHEN 'E2'
                   WHEN 'E3'
                   WHEN 'E5'
                   WHEN 'E7'
                   WHEN 'E8'
                   WHEN 'E9'
                   WHEN 'S4'
                   WHEN 'G2'
                   WHEN 'R4'
                   WHEN 'A1'
                   WHEN 'A2'
                   WHEN 'A4'
                   WHEN 'P1'
                      MOVE 'N' TO WS-AUTORISE
                   WHEN OTHER
                      CONTINUE
                 WHEN 'M2'
                          MOVE "MIGRE-EMPREINTE"
                            TO WS-JEX-PROGRAMME
                 WHEN 'M3' MOVE "MIGRE-AGENCES"  TO WS-JEX-PROGRAMME
                 WHEN 'M4' MOVE "MIGRE-CLES-RIB" TO WS-JEX-PROGRAMME
                 WHEN 'M5' MOVE "MIGRE-CARTES"   TO WS-JEX-PROGRAMME
                 WHEN 'O' MOVE "ANALYSE-AUDIT"  TO WS-JEX-PROGRAMME
                 WHEN 'Q' MOVE "RAPPORT-EXEC"   TO WS-JEX-PROGRAMME
                 WHEN 'Q2' MOVE "RAPPORT-DUREES" TO WS-JEX-PROGRAMME
                 WHEN 'R' MOVE "MENAGE-FICHIERS" TO WS-JEX-PROGRAMME
                 WHEN 'C1' MOVE "COMPTES"        TO WS-JEX-PROGRAMME
                 WHEN 'G1' MOVE "FRAIS-MENSUELS" TO WS-JEX-PROGRAMME
                 WHEN 'G3' MOVE "AGIOS"          TO WS-JEX-PROGRAMME
                 WHEN 'G6' MOVE "DECLAR-RETENUES" TO WS-JEX-PROGRAMME
                 WHEN 'C2' MOVE "CLOTURE-COMPTE" TO WS-JEX-PROGRAMME
                 WHEN 'T1' MOVE "SAISIE-TRANS"   TO WS-JEX-PROGRAMME
                 WHEN 'T2' MOVE "TRAD-COMPENS"   TO WS-JEX-PROGRAMME
                 WHEN 'T3' MOVE "RETOUR-GL"      TO WS-JEX-PROGRAMME
                 WHEN 'T4' MOVE "APPROBATIONS"   TO WS-JEX-PROGRAMME
                 WHEN 'T5' MOVE "PRELEV-ENTREE"  TO WS-JEX-PROGRAMME
                           MOVE 'N' TO WS-JEX-FIN-ICI
                 WHEN 'T6' MOVE "RETOURS-PRELEV" TO WS-JEX-PROGRAMME
                           MOVE 'N' TO WS-JEX-FIN-ICI
                 WHEN 'T7' MOVE "CAISSE-GUICHET" TO WS-JEX-PROGRAMME
                 WHEN 'T8' MOVE "APPROB-CLIENTS" TO WS-JEX-PROGRAMME
                 WHEN 'D1' MOVE "MAINT-DECOUV"   TO WS-JEX-PROGRAMME
                 WHEN 'D2' MOVE "RAPPORT-DECOUV" TO WS-JEX-PROGRAMME
                 WHEN 'R3' MOVE "ATTEST-INTERET" TO WS-JEX-PROGRAMME
                 WHEN 'C3' MOVE "CONSULT-COMPTE" TO WS-JEX-PROGRAMME
                 WHEN 'C4' MOVE "PROCURATIONS"   TO WS-JEX-PROGRAMME
                 WHEN 'C5' MOVE "MANDATS"        TO WS-JEX-PROGRAMME
                 WHEN 'C6' MOVE "CHEQUIERS"      TO WS-JEX-PROGRAMME
                 WHEN 'C7' MOVE "FILTRAGE"       TO WS-JEX-PROGRAMME
                 WHEN 'C8' MOVE "ALERTES-LCB"    TO WS-JEX-PROGRAMME
                 WHEN 'C9' MOVE "LITIGES"        TO WS-JEX-PROGRAMME
                 WHEN 'S1' MOVE "DECES-CLIENT"   TO WS-JEX-PROGRAMME
                 WHEN 'S2' MOVE "SAISIES"        TO WS-JEX-PROGRAMME
                 WHEN 'S3' MOVE "FUSION-CLIENTS" TO WS-JEX-PROGRAMME
                 WHEN 'S4' MOVE "DOSSIER-CLIENT" TO WS-JEX-PROGRAMME
                 WHEN 'R6' MOVE "RAPPORT-LITIGES" TO WS-JEX-PROGRAMME
                 WHEN 'R7' MOVE "REVISIONS-KYC"  TO WS-JEX-PROGRAMME
                           MOVE 'N' TO WS-JEX-FIN-ICI
                 WHEN 'A6' MOVE "CONSULT-HISTO"  TO WS-JEX-PROGRAMME
                 WHEN 'A7' MOVE "COURS-DEVISES"  TO WS-JEX-PROGRAMME
                 WHEN 'A3' MOVE "CALENDRIER"     TO WS-JEX-PROGRAMME
                 WHEN 'G4' MOVE "CLOTURE-ANNUEL" TO WS-JEX-PROGRAMME
                 WHEN 'G5' MOVE "POINT-REPRISE"  TO WS-JEX-PROGRAMME
                 WHEN 'G0' MOVE "REPRISE-ENTREES" TO WS-JEX-PROGRAMME
                 WHEN 'G7' MOVE "REINDEX-LIVRE"  TO WS-JEX-PROGRAMME
                 WHEN 'G8' MOVE "MAINT-PLAN-GL"  TO WS-JEX-PROGRAMME
                 WHEN 'G9' MOVE "BALANCE-GL"     TO WS-JEX-PROGRAMME
                 WHEN 'R8' MOVE "RENTABILITE"    TO WS-JEX-PROGRAMME
                 WHEN 'R9' MOVE "PRODUCTIVITE"   TO WS-JEX-PROGRAMME
                 WHEN 'E1' MOVE "RAPPORT-PLAFOND" TO WS-JEX-PROGRAMME
                 WHEN 'E2' MOVE "PREVISION-TRESO" TO WS-JEX-PROGRAMME
                 WHEN 'E3' MOVE "RETOUR-COURRIER" TO WS-JEX-PROGRAMME
                 WHEN 'E4' MOVE "PIN-GUICHET"    TO WS-JEX-PROGRAMME
                 WHEN 'E5' MOVE "PIN-COURRIER"   TO WS-JEX-PROGRAMME
                 WHEN 'E6' MOVE "CARTES-GUICHET" TO WS-JEX-PROGRAMME
                 WHEN 'E7' MOVE "RENOUV-CARTES"  TO WS-JEX-PROGRAMME
                           MOVE 'N' TO WS-JEX-FIN-ICI
                 WHEN 'E8' MOVE "RECOUVREMENT"   TO WS-JEX-PROGRAMME
                           MOVE 'N' TO WS-JEX-FIN-ICI
                 WHEN 'E9' MOVE "PASSAGE-PERTE"  TO WS-JEX-PROGRAMME
                 WHEN 'R5' MOVE "TABLEAU-BORD"   TO WS-JEX-PROGRAMME
                 WHEN 'G2' MOVE "DESHERENCE"     TO WS-JEX-PROGRAMME
                 WHEN 'R1' MOVE "RELEVE-GUICHET" TO WS-JEX-PROGRAMME
                 WHEN 'A2' MOVE "PIN-TEMPORAIRE" TO WS-JEX-PROGRAMME
                 WHEN 'A5' MOVE "SPOOL"          TO WS-JEX-PROGRAMME
                 WHEN 'A4' MOVE "MAINT-PARAM"    TO WS-JEX-PROGRAMME
                 WHEN 'P1' MOVE "PRETS"          TO WS-JEX-PROGRAMME
                 WHEN 'P2' MOVE "RAPPORT-PRETS"  TO WS-JEX-PROGRAMME
                 WHEN OTHER CONTINUE
              END-EVALUATE
            .
              DISPLAY "H = RECHERCHE-NOM (client par nom, meme partiel)"
              DISPLAY "C3 = CONSULTATION-COMPTE (tout le compte sur "
                      "un ecran)"
              DISPLAY "T7 = CAISSE-GUICHET (ouverture et arrete de "
                      "ma caisse)"
              IF WS-OPER-ROLE = 'S'
                 DISPLAY "I = MIGRE-CLIENTS (migration unique du "
                         "fichier)"
                         "des references)"
                 DISPLAY "M2 = MIGRE-EMPREINTES (magasin allonge "
                         "des empreintes)"
                 DISPLAY "M3 = MIGRE-AGENCES (code agence sur les "
                         "fichiers existants)"
                 DISPLAY "M4 = MIGRE-CLES-RIB (cles RIB sur les lots "
                         "et ordres en cours)"
                 DISPLAY "M5 = MIGRE-CARTES (codes et verrous par "
                         "numero de carte)"
              END-IF
              DISPLAY "O = ANALYSE-AUDIT (profils suspects du journal)"
              IF WS-OPER-ROLE = 'S'
                         "jour)"
              END-IF
              DISPLAY "Q = RAPPORT-EXEC (derniere execution par prog.)"
              DISPLAY "Q2 = RAPPORT-DUREES (durees des chaines batch)"
              DISPLAY "D2 = RAPPORT-DECOUVERTS (comptes en negatif)"
              DISPLAY "R5 = TABLEAU-BORD (activite du jour et "
                      "tendance)"
              DISPLAY "A5 = SPOOL (catalogue et reimpression des "
                      "etats)"
              DISPLAY "P2 = RAPPORT-PRETS (position et arrieres des "
                      "prets)"
              DISPLAY "R6 = RAPPORT-LITIGES (contestations hors "
                      "delai)"
              DISPLAY "R7 = REVISIONS-KYC (dossiers clients a "
                      "reviser)"
              DISPLAY "E4 = PIN-GUICHET (demande de code sous pli, "
                      "reception du pli)"
              DISPLAY "E6 = CARTES-GUICHET (emission, opposition, "
                      "remplacement des cartes)"
              IF WS-OPER-ROLE = 'S'
                 DISPLAY "R = MENAGE-FICHIERS (rotation des journaux)"
                 DISPLAY "C1 = COMPTES (ouverture/liste des comptes "
                         "d'un client)"
                 DISPLAY "G1 = FRAIS-MENSUELS (facturation de fin de "
                         "mois)"
                 DISPLAY "G3 = AGIOS (interets debiteurs du mois)"
                 DISPLAY "G6 = DECLARATION-RETENUES (retenue a la "
                         "source du mois)"
                 DISPLAY "C2 = CLOTURE-COMPTE (cloture avec "
                         "reglement)"
                 DISPLAY "T1 = SAISIE-TRANS (saisie du lot de "
                 DISPLAY "T3 = RETOUR-GL (accuses de la comptabilite)"
                 DISPLAY "T4 = APPROBATIONS (double regard des gros "
                         "mouvements)"
                 DISPLAY "T5 = PRELEVEMENTS-ENTREE (prelevements de "
                         "la chambre)"
                 DISPLAY "T6 = RETOURS-PRELEVEMENTS (impayes rendus "
                         "a la chambre)"
                 DISPLAY "T8 = APPROB-CLIENTS (double regard des "
                         "changements clients)"
                 DISPLAY "D1 = MAINT-DECOUVERTS (tenue des limites "
                         "de decouvert)"
                 DISPLAY "R3 = ATTESTATION-INTERETS (recap fiscal "
                         "annuel)"
                 DISPLAY "C4 = PROCURATIONS (habilitations sur "
                         "compte)"
                 DISPLAY "C5 = MANDATS (mandats de prelevement)"
                 DISPLAY "C6 = CHEQUIERS (chequiers et oppositions)"
                 DISPLAY "C7 = FILTRAGE (liste de surveillance, "
                         "dossiers en attente)"
                 DISPLAY "C8 = ALERTES-LCB (alertes anti-blanchiment "
                         "a instruire)"
                 DISPLAY "C9 = LITIGES (contestations clients, "
                         "credits provisoires)"
                 DISPLAY "S1 = DECES-CLIENT (deces d'un client, "
                         "reglement de la succession)"
                 DISPLAY "S2 = SAISIES (saisies et avis a tiers "
                         "detenteur sur compte)"
                 DISPLAY "S3 = FUSION-CLIENTS (doublons de personnes, "
                         "fusion d'identifiants)"
                 DISPLAY "A6 = CONSULT-HISTO (historique d'un "
                         "client)"
                 DISPLAY "A7 = COURS-DEVISES (cours de change du "
                         "jour)"
                 DISPLAY "A3 = CALENDRIER (jours feries de la "
                         "banque)"
                 DISPLAY "G4 = CLOTURE-ANNUELLE (arrete du grand "
                         "livre)"
                 DISPLAY "G5 = POINT-REPRISE (jeu de restauration "
                         "complet)"
                 DISPLAY "G0 = REPRISE-ENTREES (rejeu des lots du "
                         "jour apres restauration)"
                 DISPLAY "G7 = REINDEX-LIVRE (index du grand "
                         "livre)"
                 DISPLAY "G8 = MAINT-PLAN-GL (plan de comptes de "
                         "l'export)"
                 DISPLAY "G9 = BALANCE-GL (balance generale de la "
                         "journee)"
                 DISPLAY "R8 = RENTABILITE (marge du mois par client "
                         "et segment)"
                 DISPLAY "R9 = PRODUCTIVITE (saisies et rejets par "
                         "operateur, semaine ecoulee)"
                 DISPLAY "E1 = RAPPORT-PLAFOND (comptes au plafond "
                         "de leur produit)"
                 DISPLAY "E2 = PREVISION-TRESO (sorties et entrees "
                         "des 30 prochains jours ouvres)"
                 DISPLAY "E3 = RETOUR-COURRIER (plis revenus de "
                         "l'imprimeur routeur)"
                 DISPLAY "E5 = PIN-COURRIER (emission des codes "
                         "secrets sous pli)"
                 DISPLAY "E7 = RENOUV-CARTES (renouvellement mensuel "
                         "des cartes)"
                 DISPLAY "E8 = RECOUVREMENT (relances des comptes "
                         "debiteurs, par etape)"
                 DISPLAY "E9 = PASSAGE-PERTE (creance irrecouvrable "
                         "au compte de pertes)"
                 DISPLAY "S4 = DOSSIER-CLIENT (droit d'acces : "
                         "dossier complet d'un client)"
                 DISPLAY "G2 = DESHERENCE (avis et consignation des "
                         "avoirs)"
                 DISPLAY "R4 = EXTRAIT-REG (positions pour la "
                         "unique)"
                 DISPLAY "A4 = MAINT-PARAMETRES (magasin central de "
                         "parametres)"
                 DISPLAY "P1 = PRETS (octroi et tableau "
                         "d'amortissement)"
              END-IF
              DISPLAY "0 = Quitter"
              DISPLAY "Veuillez choisir une option :"
          DEMANDER-MODE-MAJ.
      *    MAJ-SOLDE peut traiter le lot du jour (transactions.txt) ou
      *    recycler les rejets de la veille (transactions_rejets.txt)
      *    une fois leur cause corrigee, ou simuler le lot du jour
      *    sans rien ecrire aux fichiers reels -- on demande lequel
      *    avant l'appel.
              DISPLAY WS-SEPARATEUR
              DISPLAY "MODE D'EXECUTION DE MAJ-SOLDE"
              DISPLAY "N = Lot du jour (par defaut)"
              DISPLAY "R = Recyclage des rejets"
              DISPLAY "S = Simulation du lot du jour (rien n'est "
                      "applique)"
              DISPLAY "Veuillez choisir le mode :"
              ACCEPT WS-MODE-MAJ
              IF WS-MODE-MAJ = 'r'
                 MOVE 'R' TO WS-MODE-MAJ
              END-IF
              IF WS-MODE-MAJ = 's'
                 MOVE 'S' TO WS-MODE-MAJ
              END-IF
              IF WS-MODE-MAJ NOT = 'R' AND WS-MODE-MAJ NOT = 'S'
                 MOVE 'N' TO WS-MODE-MAJ
              END-IF
            .
