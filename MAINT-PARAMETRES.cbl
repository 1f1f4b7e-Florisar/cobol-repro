           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 9999.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC X(20) VALUE "PLAFOND-GAB-JOUR".
           05 FILLER PIC X(20) VALUE "Retrait GAB/jr cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 50000.
           05 FILLER PIC X(20) VALUE "COMPTE-COMPENSATION".
           05 FILLER PIC X(20) VALUE "Cpte compensation".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 99999.
           05 FILLER PIC 9(9)  VALUE 99997.
           05 FILLER PIC X(20) VALUE "SEUIL-ESPECES-LCB".
           05 FILLER PIC X(20) VALUE "Seuil especes cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 1000000.
           05 FILLER PIC X(20) VALUE "MARGE-ESPECES-LCB".
           05 FILLER PIC X(20) VALUE "Marge sous seuil %".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 99.
           05 FILLER PIC 9(9)  VALUE 10.
           05 FILLER PIC X(20) VALUE "NB-ESPECES-LCB".
           05 FILLER PIC X(20) VALUE "Nb versements fract.".
           05 FILLER PIC 9(9)  VALUE 2.
           05 FILLER PIC 9(9)  VALUE 99.
           05 FILLER PIC 9(9)  VALUE 3.
           05 FILLER PIC X(20) VALUE "JOURS-ESPECES-LCB".
           05 FILLER PIC X(20) VALUE "Fenetre fract. jours".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 99.
           05 FILLER PIC 9(9)  VALUE 7.
           05 FILLER PIC X(20) VALUE "SEUIL-TRANSIT-LCB".
           05 FILLER PIC X(20) VALUE "Credit transit cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 500000.
           05 FILLER PIC X(20) VALUE "POURC-TRANSIT-LCB".
           05 FILLER PIC X(20) VALUE "Part ressortie %".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 100.
           05 FILLER PIC 9(9)  VALUE 80.
           05 FILLER PIC X(20) VALUE "FACTEUR-VOLUME-LCB".
           05 FILLER PIC X(20) VALUE "Volume x moyenne".
           05 FILLER PIC 9(9)  VALUE 2.
           05 FILLER PIC 9(9)  VALUE 99.
           05 FILLER PIC 9(9)  VALUE 5.
           05 FILLER PIC X(20) VALUE "DELAI-LITIGE-JOURS".
           05 FILLER PIC X(20) VALUE "Delai litige j.ouv.".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 999.
           05 FILLER PIC 9(9)  VALUE 15.
           05 FILLER PIC X(20) VALUE "TAUX-AGIOS-DEBITEUR".
           05 FILLER PIC X(20) VALUE "Taux agios 1/100 %".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 9999.
           05 FILLER PIC 9(9)  VALUE 1200.
           05 FILLER PIC X(20) VALUE "TAUX-AGIOS-PENALITE".
           05 FILLER PIC X(20) VALUE "Taux penalite 1/100%".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 9999.
           05 FILLER PIC 9(9)  VALUE 1800.
           05 FILLER PIC X(20) VALUE "TAUX-RETENUE-SOURCE".
           05 FILLER PIC X(20) VALUE "Taux retenue 1/100%".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 9999.
           05 FILLER PIC 9(9)  VALUE 1280.
           05 FILLER PIC X(20) VALUE "COMPTE-ETAT-IMPOTS".
           05 FILLER PIC X(20) VALUE "Cpte Etat impots".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 99999.
           05 FILLER PIC 9(9)  VALUE 99996.
           05 FILLER PIC X(20) VALUE "KYC-MOIS-REVISION".
           05 FILLER PIC X(20) VALUE "Revision KYC (mois)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 120.
           05 FILLER PIC 9(9)  VALUE 36.
           05 FILLER PIC X(20) VALUE "KYC-MOIS-REVISION-E".
           05 FILLER PIC X(20) VALUE "Revision KYC seg. E".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 120.
           05 FILLER PIC 9(9)  VALUE 12.
           05 FILLER PIC X(20) VALUE "KYC-DELAI-GRACE".
           05 FILLER PIC X(20) VALUE "Grace KYC (jours)".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC 9(9)  VALUE 30.
           05 FILLER PIC X(20) VALUE "CAISSE-TOLERANCE".
           05 FILLER PIC X(20) VALUE "Ecart caisse (EUR)".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 99999.
           05 FILLER PIC 9(9)  VALUE 10.
           05 FILLER PIC X(20) VALUE "AGENCE-DEFAUT".
           05 FILLER PIC X(20) VALUE "Agence par defaut".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 999.
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC X(20) VALUE "DELAI-SAISIE-JOURS".
           05 FILLER PIC X(20) VALUE "Delai saisie (jours)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC 9(9)  VALUE 30.
           05 FILLER PIC X(20) VALUE "SOLDE-INSAISISSABLE".
           05 FILLER PIC X(20) VALUE "Insaisissable (cts)".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 9999999.
           05 FILLER PIC 9(9)  VALUE 60775.
           05 FILLER PIC X(20) VALUE "FIN-FENETRE-BATCH".
           05 FILLER PIC X(20) VALUE "Fin fenetre (HHMM)".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 2359.
           05 FILLER PIC 9(9)  VALUE 600.
           05 FILLER PIC X(20) VALUE "SEUIL-DUREE-PCT".
           05 FILLER PIC X(20) VALUE "Alerte duree (%)".
           05 FILLER PIC 9(9)  VALUE 100.
           05 FILLER PIC 9(9)  VALUE 1000.
           05 FILLER PIC 9(9)  VALUE 150.
           05 FILLER PIC X(20) VALUE "BANQUE-CODE".
           05 FILLER PIC X(20) VALUE "Code banque RIB".
           05 FILLER PIC 9(9)  VALUE 10000.
           05 FILLER PIC 9(9)  VALUE 99999.
           05 FILLER PIC 9(9)  VALUE 19999.
           05 FILLER PIC X(20) VALUE "GUICHET-CODE".
           05 FILLER PIC X(20) VALUE "Code guichet RIB".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 99999.
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC X(20) VALUE "COMPTE-GL-DEPOTS".
           05 FILLER PIC X(20) VALUE "Cpte GL depots".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 99999.
           05 FILLER PIC 9(9)  VALUE 25100.
           05 FILLER PIC X(20) VALUE "TAUX-REMPLOI".
           05 FILLER PIC X(20) VALUE "Remploi (1/100 %)".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 2000.
           05 FILLER PIC 9(9)  VALUE 250.
           05 FILLER PIC X(20) VALUE "RENTAB-NB-CLASSES".
           05 FILLER PIC X(20) VALUE "Clients classes".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 999.
           05 FILLER PIC 9(9)  VALUE 20.
           05 FILLER PIC X(20) VALUE "SEUIL-REJETS-PCT".
           05 FILLER PIC X(20) VALUE "Alerte rejets (%)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 100.
           05 FILLER PIC 9(9)  VALUE 10.
           05 FILLER PIC X(20) VALUE "DELAI-DOSSIER-JOURS".
           05 FILLER PIC X(20) VALUE "Delai droit d'acces".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 90.
           05 FILLER PIC 9(9)  VALUE 30.
           05 FILLER PIC X(20) VALUE "PLAFOND-SOLDE-C".
           05 FILLER PIC X(20) VALUE "Solde max cour. cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC X(20) VALUE "PLAFOND-SOLDE-E".
           05 FILLER PIC X(20) VALUE "Solde max epar. cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC X(20) VALUE "SOLDE-MINIMUM-C".
           05 FILLER PIC X(20) VALUE "Solde min cour. cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC X(20) VALUE "SOLDE-MINIMUM-E".
           05 FILLER PIC X(20) VALUE "Solde min epar. cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC X(20) VALUE "RETRAITS-GRATUITS-C".
           05 FILLER PIC X(20) VALUE "Retraits/mois cour.".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999.
           05 FILLER PIC 9(9)  VALUE 999.
           05 FILLER PIC X(20) VALUE "RETRAITS-GRATUITS-E".
           05 FILLER PIC X(20) VALUE "Retraits/mois epar.".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999.
           05 FILLER PIC 9(9)  VALUE 999.
           05 FILLER PIC X(20) VALUE "FRAIS-RETRAIT-C".
           05 FILLER PIC X(20) VALUE "Frais retrait c. cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC X(20) VALUE "FRAIS-RETRAIT-E".
           05 FILLER PIC X(20) VALUE "Frais retrait e. cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC X(20) VALUE "DECOUVERT-PERMIS-C".
           05 FILLER PIC X(20) VALUE "Decouvert cour. 0/1".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC X(20) VALUE "DECOUVERT-PERMIS-E".
           05 FILLER PIC X(20) VALUE "Decouvert epar. 0/1".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC X(20) VALUE "SEUIL-TRESORERIE".
           05 FILLER PIC X(20) VALUE "Seuil sorties/jr cts".
           05 FILLER PIC 9(9)  VALUE 0.
           05 FILLER PIC 9(9)  VALUE 999999999.
           05 FILLER PIC 9(9)  VALUE 5000000.
           05 FILLER PIC X(20) VALUE "DUREE-CARTE-MOIS".
           05 FILLER PIC X(20) VALUE "Validite carte mois".
           05 FILLER PIC 9(9)  VALUE 12.
           05 FILLER PIC 9(9)  VALUE 120.
           05 FILLER PIC 9(9)  VALUE 36.
           05 FILLER PIC X(20) VALUE "DELAI-RENOUV-JOURS".
           05 FILLER PIC X(20) VALUE "Renouv. carte (j)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC 9(9)  VALUE 60.
           05 FILLER PIC X(20) VALUE "JOURS-RELANCE".
           05 FILLER PIC X(20) VALUE "Relance (j negatif)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC 9(9)  VALUE 15.
           05 FILLER PIC X(20) VALUE "JOURS-MISE-DEMEURE".
           05 FILLER PIC X(20) VALUE "Mise en demeure (j)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC 9(9)  VALUE 30.
           05 FILLER PIC X(20) VALUE "JOURS-GEL-DEBITS".
           05 FILLER PIC X(20) VALUE "Gel des debits (j)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC 9(9)  VALUE 45.
           05 FILLER PIC X(20) VALUE "JOURS-CONTENTIEUX".
           05 FILLER PIC X(20) VALUE "Contentieux (j)".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 365.
           05 FILLER PIC 9(9)  VALUE 60.
           05 FILLER PIC X(20) VALUE "COMPTE-PERTES".
           05 FILLER PIC X(20) VALUE "Compte des pertes".
           05 FILLER PIC 9(9)  VALUE 1.
           05 FILLER PIC 9(9)  VALUE 99999.
           05 FILLER PIC 9(9)  VALUE 99995.
       01 WS-TABLE-CLES REDEFINES WS-CLES-CONNUES.
           05 WS-CLE-ENTRY OCCURS 71 TIMES INDEXED BY WS-CIDX.
               10 CLE-NOM     PIC X(20).
               10 CLE-DESC    PIC X(20).
               10 CLE-MIN     PIC 9(9).
               10 CLE-MAX     PIC 9(9).
               10 CLE-DEFAUT  PIC 9(9).
       01 WS-NB-CLES          PIC 9(2) VALUE 71.
       01 WS-NO-CLE           PIC 9(2) VALUE 0.
       01 WS-NO-AFFICHE       PIC Z9.

