      * Description    : Applique les mouvements d'un fichier de
      *                  transactions (credit/debit) aux soldes de
      *                  clients.csv et produit le listing du jour.
      *
      *                  LK-MODE : 'N' = lot du jour, 'R' = recyclage
      *                  des rejets, 'S' = simulation du lot du jour --
      *                  tous les controles sont faits et le listing,
      *                  les rejets et l'accuse sont produits tels que
      *                  le passage les donnerait, mais sur des copies
      *                  "_simulation" : clients.csv, grand_livre.txt,
      *                  le registre des references, les debits du
      *                  jour, l'attente et les files d'approbation ne
      *                  sont que lus.
      *
      *                  Chaque lot accepte en mode 'N' est conserve
      *                  dans le journal des entrees du jour
      *                  (entrees_AAAAMMJJ.txt et ses copies
      *                  entrees_AAAAMMJJ_NNN_*) ; 'J' = rejeu d'un lot
      *                  journalise apres une restauration (appele par
      *                  REPRISE-ENTREES) : une reference deja au
      *                  registre est ignoree sans rejet, et les
      *                  fichiers hors du jeu de restauration (rejets,
      *                  approbations, sortants, cheques) sont
      *                  remplaces par des copies "_rejeu".
      *
      *                  Regles de produit par type de compte
      *                  (COMPTE-REGISTRE : 'C' courant, 'E' epargne) :
      *                  solde maximum, solde minimum, retraits
      *                  gratuits par mois (frais ou rejet au-dela) et
      *                  decouvert permis ou non -- parametres
      *                  PLAFOND-SOLDE-x, SOLDE-MINIMUM-x,
      *                  RETRAITS-GRATUITS-x, FRAIS-RETRAIT-x et
      *                  DECOUVERT-PERMIS-x, x = type de compte.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Les fichiers que le passage modifie sont nommes a
      *>   l'execution (WS-NOM-xxx) : en simulation ils pointent sur
      *>   des copies "_simulation" et les fichiers reels ne sont
      *>   que lus (voir PREPARER-SIMULATION).
           SELECT CLIENT-FILE
              ASSIGN TO DYNAMIC WS-NOM-CLIENTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-TRANS.

           SELECT MOUVEMENTS-FILE
              ASSIGN TO DYNAMIC WS-NOM-MVT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MVT.

           SELECT LIVRE-FILE
              ASSIGN TO DYNAMIC WS-NOM-LIVRE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

           SELECT REJETS-FILE
              ASSIGN TO DYNAMIC WS-NOM-REJETS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJETS.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

           SELECT RECOUVR-FILE
              ASSIGN TO "recouvrement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECOUVR.

           SELECT ATTENTE-FILE
              ASSIGN TO DYNAMIC WS-NOM-ATTENTE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ATTENTE.

      *>   second operateur (ecran APPROBATIONS) ; les lignes
      *>   approuvees reviennent par transactions_approuvees.txt.
           SELECT APPROB-FILE
              ASSIGN TO DYNAMIC WS-NOM-APPROB
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-APPROB.

           SELECT APPROUVEES-FILE
              ASSIGN TO DYNAMIC WS-NOM-APPROUVEES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-APPROUVEES.

              FILE STATUS IS WS-FS-LIMITES.

           SELECT DEBITS-JOUR-FILE
              ASSIGN TO DYNAMIC WS-NOM-DEBJOUR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEBJOUR.

           SELECT RETRAITS-MOIS-FILE
              ASSIGN TO DYNAMIC WS-NOM-RETMOIS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETMOIS.

           SELECT CHEQUES-FILE
              ASSIGN TO DYNAMIC WS-NOM-CHEQUES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHEQUES.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHEQUES-TRV.

           SELECT SAISIES-FILE
              ASSIGN TO "saisies.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES.

      *>   Virements externes 'X' passes au compte de reglement de la
      *>   compensation, en attente d'emission vers la chambre par
      *>   COMPENSATION-SORTIE.
           SELECT SORTANTS-FILE
              ASSIGN TO DYNAMIC WS-NOM-SORTANTS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SORTANTS.

      *>   Cheques 'P' payes, notes pour que CONTROLE-CHEQUE refuse
      *>   une seconde presentation du meme numero.
           SELECT PAYES-FILE
              ASSIGN TO DYNAMIC WS-NOM-PAYES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAYES.

      *>   Accuse de reception du lot, renvoye a l'agence : en-tete
      *>   "H|date du lot|agence du lot", une ligne "R|motif|debut de
      *>   ligne" par rejet, "A|debut de ligne" par mise en attente,
      *>   "P|debut de ligne" par mise en approbation, une ligne
      *>   "G|agence|lignes|appliquees|attente|rejets|credits|debits"
      *>   par agence des comptes mouvementes, et un pied "T|recues|
      *>   appliquees|attente|rejets|credits|debits" -- l'agence
      *>   corrige et renvoie le soir meme au lieu d'attendre un
      *>   coup de fil.
              FILE STATUS IS WS-FS-ACCUSE.

           SELECT REFERENCES-FILE
              ASSIGN TO DYNAMIC WS-NOM-REFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-REFERENCE
              FILE STATUS IS WS-FS-REFER.

      *>   Copie d'un fichier reel vers sa copie de simulation : les
      *>   fichiers sequentiels passent directement, les deux fichiers
      *>   indexes (maitre, registre) transitent par
      *>   maj_solde_simulation.trv.
           SELECT SIMUL-SOURCE-FILE
              ASSIGN TO DYNAMIC WS-NOM-SIMUL-SOURCE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SIMUL-SOURCE.

           SELECT SIMUL-CIBLE-FILE
              ASSIGN TO DYNAMIC WS-NOM-SIMUL-CIBLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SIMUL-CIBLE.

      *>   Index du journal des entrees du jour, une ligne par lot
      *>   accepte.
           SELECT ENTREES-FILE
              ASSIGN TO DYNAMIC WS-NOM-ENTREES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ENTREES.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

      *>   Premiere ligne : en-tete "H|AAAAMMJJ|AGE" (date du lot
      *>   remis par l'agence et, facultatif, code de cette agence).
      *>   Derniere ligne : pied "T|NNNNN|TOTAL-CREDITS|
      *>   TOTAL-DEBITS" (nombre de lignes de detail et totaux au
      *>   format "999999999.99" ; un virement 'V' compte dans les
      *>   deux totaux). Entre les deux, une ligne de detail par
      *>   etant le numero
      *>   unique donne par l'agence (un numero deja applique est
      *>   rejete, une relance du meme lot est donc sans danger),
      *>   TYPE = 'C' (credit), 'D' (debit), 'V' (virement de compte
      *>   a compte, le cinquieme champ porte alors le compte
      *>   credite) ou 'X' (virement vers une autre banque, le
      *>   cinquieme champ porte alors le compte externe du
      *>   beneficiaire, 11 caracteres au plus ; le client est debite
      *>   et le compte de reglement COMPTE-COMPENSATION credite, la
      *>   chambre est servie par COMPENSATION-SORTIE ; un 'X' compte
      *>   dans le seul total des debits) ou 'P' (cheque tire par le
      *>   client et presente au paiement, le cinquieme champ porte
      *>   alors le numero du cheque, 7 chiffres au plus ; le cheque
      *>   doit appartenir a un chequier delivre au compte, ne pas
      *>   avoir ete paye et ne pas etre frappe d'opposition -- voir
      *>   CONTROLE-CHEQUE ; un 'P' compte dans le seul total des
      *>   debits), MONTANT au format "9999999.99" comme le SOLDE de
      *>   clients.csv. DATE-VALEUR (AAAAMMJJ) est facultative : une
      *>   ligne datee d'apres aujourd'hui est mise en attente et
      *>   relachee automatiquement le jour venu. DONNEUR-ORDRE
      *>   mouvement quand ce n'est pas le titulaire : il doit alors
      *>   porter une procuration (procurations.txt, voir
      *>   LIRE-PROCURATION), pleine pour un debit ou un virement,
      *>   depot suffisant pour un credit. CLE-COMPTE (8e champ) et
      *>   CLE-DEST (9e champ, virement 'V' seulement) sont les cles
      *>   RIB a deux chiffres des comptes de la ligne (voir
      *>   CLE-RIB) : absentes ou fausses, la ligne est rejetee sous
      *>   le motif CLE ; les champs 6 et 7 restent alors vides
      *>   quand ils ne servent pas ("REF|ID|C|MONTANT||||CLE|").
      *>   Un dixieme champ facultatif porte l'operateur qui a saisi
      *>   la ligne (SAISIE-TRANS) : il n'est pas lu ici, il voyage
      *>   avec la ligne en attente, en approbation et en rejet.
       FD TRANSACTIONS-FILE.
       01 TRANS-LIGNE PIC X(80).

      *>   d'annulation) -- l'historique complet d'un FS-ID-CLIENT se
      *>   retrouve par sa cle compte + sequence.
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

      *>   Rejets du jour, "MOTIF|ligne d'origine" -- MOTIF vaut :
      *>     FORMAT     ligne mal formee
      *>     CLE        cle RIB absente ou fausse sur un compte de la
      *>                ligne
      *>     INCONNU    client introuvable
      *>     SOLDE      solde insuffisant
      *>     DOUBLE     reference deja servie
      *>     CLOTURE    compte ferme
      *>     ORIGINE    annulation d'une reference inconnue, d'un
      *>                autre compte ou d'une piece qui ne s'annule
      *>                pas ('A', 'B' ou 'X')
      *>     ANNULE     piece deja annulee
      *>     CHEQUE     rejet d'un cheque absent de l'attente
      *>     MANDAT     donneur d'ordre sans procuration suffisante
      *>     LIMITE     plafond de debit depasse -- le recyclage
      *>                repasse la ligne une fois le plafond releve
      *>                par la direction
      *>     PLAFOND    solde maximum du produit depasse par un credit
      *>     MINIMUM    solde minimum du produit entame
      *>     RETRAITS   retraits gratuits du mois epuises sur un
      *>                produit sans frais de retrait
      *>     DECOUVERT  decouvert accorde mais interdit par le produit
      *>     TERME      debit ou virement sur un depot a terme avant
      *>                son echeance
      *>     KYC        debit sur un compte dont le titulaire n'est
      *>                pas revise (revision ou piece d'identite
      *>                echue) au-dela du delai de grace
      *>     DECES      debit sur un compte fige au deces du titulaire
      *>                (statut 'F'), jusqu'au reglement de la
      *>                succession
      *>     RECOUVR    debit sur un compte en recouvrement au stade
      *>                du gel des debits ou du contentieux, ou passe
      *>                en perte (statut 'P')
      *>     COURS      virement entre devises sans cours du jour, ou
      *>                montant converti hors format
      *>     HORS-CHQ   cheque 'P' hors des chequiers delivres au
      *>                compte
      *>     CHQ-PAYE   cheque 'P' deja paye
      *>     OPPOSITION cheque 'P' frappe d'opposition
      *>   Le versement d'une saisie au creancier n'est arrete ni par
      *>   KYC, ni par DECES, ni par RECOUVR. Le mode recyclage 'R'
      *>   relit ce fichier le lendemain, une fois la cause
      *>   corrigee, au lieu de laisser l'operateur retaper les
      *>   bordereaux.
       FD REJETS-FILE.
       01 REJET-TRANS-LIGNE PIC X(92).

       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

      *>   Comptes en recouvrement, tenus par RECOUVREMENT :
      *>   "COMPTE|ETAPE|DATE-ETAPE|JOURS-NEGATIFS", ETAPE '1'
      *>   relance, '2' mise en demeure, '3' debits geles, '4'
      *>   contentieux.
       FD RECOUVR-FILE.
       01 RECOUVR-LIGNE PIC X(40).

      *>   Mouvements a date de valeur future, gardes tels quels et
      *>   reexamines en tete de chaque passage du lot du jour.
       FD ATTENTE-FILE.
       FD CHEQUES-TRV-FILE.
       01 CHEQUE-TRV-LIGNE PIC X(40).

      *>   Registre des saisies sur compte (SAISIEREC) : une saisie
      *>   active 'O' gele son montant sur le compte jusqu'a sa levee.
       FD SAISIES-FILE.
       01 SAI-REC.
           COPY SAISIEREC.

      *>   "REFERENCE|COMPTE|COMPTE-EXTERNE|MONTANT|DATE" par virement
      *>   externe applique.
       FD SORTANTS-FILE.
       01 SORTANT-LIGNE PIC X(60).

      *>   "COMPTE|NUMERO|REFERENCE|DATE" par cheque 'P' paye.
       FD PAYES-FILE.
       01 PAYE-LIGNE PIC X(40).

       FD ACCUSE-FILE.
       01 ACCUSE-LIGNE PIC X(100).

       FD DEBITS-JOUR-FILE.
       01 DEBIT-JOUR-LIGNE PIC X(20).

      *>   Retraits du mois deja passes, un numero de compte par
      *>   debit 'D' ou cheque 'P' : meme principe que les debits du
      *>   jour, relu pour compter les retraits gratuits du produit.
       FD RETRAITS-MOIS-FILE.
       01 RETRAIT-MOIS-LIGNE PIC X(20).

      *>   Registre des references deja appliquees, indexe par le
      *>   numero de reference (meme organisation que pins.dat) :
      *>   APPLIQUER-TRANSACTION y inscrit chaque reference servie et
           05 REG-MONTANT   PIC 9(7)V99.
           05 REG-ANNULE    PIC X(1).

       FD SIMUL-SOURCE-FILE.
       01 SIMUL-SOURCE-LIGNE PIC X(200).

       FD SIMUL-CIBLE-FILE.
       01 SIMUL-CIBLE-LIGNE PIC X(200).

      *>   "NNN|HHMMSSCC|DATE-LOT|AGENCE|LIGNES|CREDITS|DEBITS".
       FD ENTREES-FILE.
       01 ENTREES-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-TRANS         PIC XX.
      *>   moindre reecriture -- si l'un des deux cotes ne passe pas
      *>   (compte inconnu, solde insuffisant), aucun cote n'est
      *>   applique et la ligne entiere part en rejet.
       01 WS-ID-DEST-CHAR     PIC X(11).
       01 WS-ID-DEST-LONG     PIC 9(2) COMP.
       01 WS-ID-DEST          PIC 9(5).
       01 WS-ID-SOURCE        PIC 9(5).
       01 WS-VIREMENT-OK      PIC X(1).

      *>   Virement externe 'X' : compte du beneficiaire chez l'autre
      *>   banque, et compte de reglement de la compensation credite
      *>   en contrepartie (cle COMPTE-COMPENSATION du magasin de
      *>   parametres).
       01 WS-COMPTE-EXTERNE   PIC X(11).
       01 WS-COMPTE-COMPENSATION PIC 9(5) VALUE 99997.
       01 WS-FS-SORTANTS      PIC XX.
       01 WS-NB-AVANT-EXT     PIC 9(5) VALUE 0.

      *>   Cheque emis 'P' : numero du cheque (cinquieme champ), etat
      *>   rendu par CONTROLE-CHEQUE et compteur de mouvements avant
      *>   paiement.
       01 WS-NUMERO-CHEQUE    PIC 9(7) VALUE 0.
       01 WS-CCQ-ETAT         PIC X(1).
       01 WS-FS-PAYES         PIC XX.
       01 WS-NB-AVANT-EMIS    PIC 9(5) VALUE 0.

      *>   Annulation 'A' : le cinquieme champ de la ligne porte la
      *>   reference d'origine (10 caracteres, relue a part car le
      *>   decoupage normal la tronquerait a la taille d'un compte).
      *>   le releve mensuel le developpe en "ANNULATION de ...".
       01 WS-LIBELLE-LIVRE    PIC X(16) VALUE SPACES.

      *>   Virement entre comptes de devises differentes (devise au
      *>   registre comptes.txt, cours du jour par LIRE-DEVISE) : le
      *>   montant de la ligne est dans la devise du compte debite,
      *>   le compte credite recoit le montant converti au cours
      *>   croise du jour (cours destination / cours source). Les
      *>   deux pieces du grand livre portent apres le libelle la
      *>   devise du compte, la devise et le montant de la
      *>   contrepartie et le cours applique. Sans cours du jour pour
      *>   l'une des devises, le virement part en rejet sous COURS
      *>   (recyclable une fois le cours saisi).
       01 WS-CNV-COMPTE-1     PIC 9(5) VALUE 0.
       01 WS-CNV-COMPTE-2     PIC 9(5) VALUE 0.
       01 WS-CNV-DEVISE-1     PIC X(3).
       01 WS-CNV-DEVISE-2     PIC X(3).
       01 WS-CNV-COURS-1      PIC 9(3)V9(6) VALUE 0.
       01 WS-CNV-COURS-2      PIC 9(3)V9(6) VALUE 0.
       01 WS-CNV-TROUVE-1     PIC X(1).
       01 WS-CNV-TROUVE-2     PIC X(1).
       01 WS-CNV-COURS-CROISE PIC 9(4)V9(6) VALUE 0.
       01 WS-CNV-MONTANT      PIC 9(7)V99 VALUE 0.
       01 WS-CNV-MONTANT-ORIG PIC 9(7)V99 VALUE 0.
       01 WS-CNV-MONTANT-EDIT PIC 9(7).99.
       01 WS-CNV-ACTIVE       PIC X(1) VALUE 'N'.
       01 WS-CNV-OK           PIC X(1) VALUE 'Y'.
      *>   Champs de change ajoutes a la piece du grand livre en
      *>   cours d'ecriture ('Y' le temps des deux jambes).
       01 WS-LIVRE-CONVERSION PIC X(1) VALUE 'N'.
       01 WS-LIVRE-DEV-COMPTE PIC X(3).
       01 WS-LIVRE-DEV-CTP    PIC X(3).
       01 WS-LIVRE-MONTANT-CTP PIC 9(7).99.
       01 WS-LIVRE-COURS-EDIT PIC 9(4).9(6).
       01 WS-PTR-LIVRE        PIC 9(3) COMP.

      *>   Cheques en attente de disponibilite : delai configurable,
      *>   indisponible du compte en cours, et champs de la ligne de
      *>   cheque relue ou reecrite.
       01 WS-CHQ-TROUVE       PIC X(1).
       01 WS-NB-AVANT-CHQ     PIC 9(5) VALUE 0.
       01 WS-NB-CHQ-PURGES    PIC 9(5) VALUE 0.

      *>   Saisies actives du registre (saisies.txt) : le montant
      *>   saisi est retranche du disponible comme un cheque en
      *>   attente. 'Y' quand la ligne est le versement d'une saisie
      *>   au creancier (virement 'X' sous la reference "SJ" emise
      *>   par SAISIES).
       01 WS-FS-SAISIES       PIC XX.
       01 WS-PAIEMENT-SAISIE  PIC X(1) VALUE 'N'.
      *>   'Y' pour un rejet de cheque 'B' : le debit reprend un
      *>   credit qui n'a jamais ete disponible, il passe meme si le
      *>   solde devient insuffisant.
       01 WS-SEED-DATE        PIC X(8).
       01 WS-SEED-TYPE        PIC X(1).
       01 WS-SEED-MONTANT     PIC X(12).
       01 WS-SEED-AVANT       PIC X(12).
       01 WS-SEED-APRES       PIC X(12).
       01 WS-SEED-LIBELLE     PIC X(16).

      *>   Regles de produit par type de compte (ligne 1 'C'
      *>   courant, ligne 2 'E' epargne), chargees au lancement par
      *>   CHARGER-REGLES-PRODUIT ; montants en centimes au magasin
      *>   de parametres. Cle absente : pas de solde maximum, minimum
      *>   a zero, retraits illimites, decouvert permis -- le compte
      *>   se comporte comme avant. WS-PRD-ACTIVES reste a 'N' tant
      *>   qu'aucune cle n'est posee (pas de lecture de comptes.txt).
       01 WS-FS-RETMOIS       PIC XX.
       01 WS-PRD-ACTIVES      PIC X(1) VALUE 'N'.
       01 WS-PRD-IDX          PIC 9(1) COMP.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTREE OCCURS 2 TIMES.
               10 WS-PRD-CODE      PIC X(1).
               10 WS-PRD-PLAFOND   PIC 9(7)V99.
               10 WS-PRD-MINIMUM   PIC 9(7)V99.
               10 WS-PRD-RET-LIMITE PIC X(1).
               10 WS-PRD-RET-GRATUITS PIC 9(3).
               10 WS-PRD-FRAIS-RET PIC 9(7)V99.
               10 WS-PRD-DECOUVERT PIC X(1).
       01 WS-PRD-COMPTE       PIC 9(5).
       01 WS-PRD-SENS         PIC X(1).
       01 WS-PRD-SOLDE        PIC S9(7)V99 VALUE 0.
       01 WS-PRD-MONTANT      PIC 9(7)V99 VALUE 0.
       01 WS-PRD-MOTIF        PIC X(10).
       01 WS-PRD-FRAIS        PIC 9(7)V99 VALUE 0.
       01 WS-PRD-NB-RETRAITS  PIC 9(5) VALUE 0.
       01 WS-FRAIS-A-PRELEVER PIC 9(7)V99 VALUE 0.
       01 WS-FRS-TYPE-SAUVE   PIC X(1).
       01 WS-FRS-MONTANT-SAUVE PIC 9(7)V99.
       01 WS-FRS-LIBELLE-SAUVE PIC X(16).
       01 WS-FRS-CONTROLE-SAUVE PIC X(1).
       01 WS-FRS-CONVERSION-SAUVE PIC X(1).
       01 WS-SOLDE-DEST       PIC S9(7)V99 VALUE 0.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   son pied en fin de passage. Le mode recyclage n'emet pas
      *>   d'accuse : il rejoue un lot deja accuse.
       01 WS-FS-ACCUSE        PIC XX.
       01 WS-NOM-ACCUSE       PIC X(60).
       01 WS-ACCUSE-OUVERT    PIC X(1) VALUE 'N'.
       01 WS-ACC-CRED-EDIT    PIC 9(9).99.
       01 WS-ACC-DEB-EDIT     PIC 9(9).99.

      *>   Ventilation de l'accuse par agence des comptes mouvementes
      *>   (lignes recues, appliquees, en attente -- approbation
      *>   comprise --, rejetees, credits et debits) : compteurs du
      *>   passage releves avant chaque ligne, ecarts cumules par
      *>   agence. Le dernier poste recoit le debordement.
       01 WS-AGV-AV-MOUVEMENTS PIC 9(5).
       01 WS-AGV-AV-ATTENTE   PIC 9(5).
       01 WS-AGV-AV-PARQUES   PIC 9(5).
       01 WS-AGV-AV-REJETS    PIC 9(5).
       01 WS-AGV-AV-CREDITS   PIC 9(9)V99.
       01 WS-AGV-AV-DEBITS    PIC 9(9)V99.
       01 WS-AGV-AGENCE       PIC X(3).
       01 WS-AGV-TROUVE       PIC X(1).
       01 WS-AGV-MAX          PIC 9(3) COMP VALUE 50.
       01 WS-AGV-NB           PIC 9(3) COMP VALUE 0.
       01 WS-AGV-IDX          PIC 9(3) COMP.
       01 WS-AGV-POS          PIC 9(3) COMP.
       01 WS-AGV-DEBORDE      PIC X(1) VALUE 'N'.
       01 WS-AGV-TABLE.
           05 WS-AGV-ENTREE OCCURS 51 TIMES.
               10 WS-AGV-CODE      PIC X(3).
               10 WS-AGV-LIGNES    PIC 9(5).
               10 WS-AGV-APPLIQUES PIC 9(5).
               10 WS-AGV-ATTENTE   PIC 9(5).
               10 WS-AGV-REJETS    PIC 9(5).
               10 WS-AGV-CREDITS   PIC 9(9)V99.
               10 WS-AGV-DEBITS    PIC 9(9)V99.
       01 WS-AGV-CRED-EDIT    PIC 9(9).99.
       01 WS-AGV-DEB-EDIT     PIC 9(9).99.

      *>   Donneur d'ordre (7e champ facultatif de la ligne) et
      *>   controle de procuration : titulaire via COMPTE-REGISTRE,
      *>   habilitation via LIRE-PROCURATION.
       01 WS-DONNEUR-LONG     PIC 9(2) COMP.
       01 WS-DONNEUR          PIC 9(5) VALUE 0.
       01 WS-MANDAT-OK        PIC X(1).

      *>   Cles RIB de la ligne (8e et 9e champs), verifiees par
      *>   CLE-RIB avant toute recherche du compte.
       01 WS-CLE-CHAR         PIC X(3).
       01 WS-CLE-DEST-CHAR    PIC X(3).
       01 WS-CLE-VALIDE       PIC X(1).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'C'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.
       01 WS-RIB-LIGNE        PIC X(80).
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-PRC-DROIT        PIC X(1).
       01 WS-PRC-TROUVE       PIC X(1).

      *>   Depot a terme : conditions lues par LIRE-DEPOT-TERME, un
      *>   debit avant l'echeance est refuse.
       01 WS-TERME-BLOQUE     PIC X(1).
       01 WS-DAT-COMPTE       PIC 9(5).
       01 WS-DAT-MONTANT      PIC 9(7)V99.
       01 WS-DAT-TAUX         PIC 9(2)V99.
       01 WS-DAT-DUREE        PIC 9(3).
       01 WS-DAT-ECHEANCE     PIC 9(8).
       01 WS-DAT-INSTRUCTION  PIC X(1).
       01 WS-DAT-ETAT         PIC X(1).
       01 WS-DAT-TROUVE       PIC X(1).

      *>   Revision du dossier client : piece d'identite et prochaine
      *>   revision relues derriere l'exoneration dans clients.csv
      *>   (voir CLIENTREC). Passe le delai de grace KYC-DELAI-GRACE
      *>   (jours, parametres.txt) apres l'echeance de revision ou
      *>   l'expiration de la piece, les debits du titulaire sont
      *>   refuses sous le motif KYC jusqu'a la revision au guichet.
      *>   Une fiche jamais revisee (dates a blanc) n'est pas
      *>   bloquee : REVISIONS-KYC la signale.
       01 WS-DELAI-GRACE-KYC  PIC 9(3) VALUE 30.
       01 WS-KYC-BLOQUE       PIC X(1).
       01 WS-KYC-IGNORE       PIC X(120).
       01 WS-KYC-PIECE-TYPE   PIC X(1).
       01 WS-KYC-PIECE-NUMERO PIC X(15).
       01 WS-KYC-EXPIRATION   PIC X(8).
       01 WS-KYC-REVISION     PIC X(8).
       01 WS-KYC-ECHEANCE     PIC X(8).
       01 WS-KYC-ECHEANCE-NUM REDEFINES WS-KYC-ECHEANCE PIC 9(8).

      *>   Titulaire decede (statut 'F' pose par DECES-CLIENT sur sa
      *>   fiche et sur chacun de ses comptes) : les avoirs sont figes
      *>   jusqu'au reglement de la succession -- tout debit est
      *>   refuse sous le motif DECES, les credits passent toujours.
       01 WS-DECES-BLOQUE     PIC X(1).
       01 WS-DEC-STATUT       PIC X(1).

      *>   Recouvrement : a partir de l'etape '3' (debits geles) de
      *>   recouvrement.txt, ou sur un compte ou un titulaire passe en
      *>   perte (statut 'P' pose par PASSAGE-PERTE), tout debit est
      *>   refuse sous le motif RECOUVR ; les credits passent
      *>   toujours -- c'est par eux que le compte se regularise.
       01 WS-FS-RECOUVR       PIC XX.
       01 WS-RCV-BLOQUE       PIC X(1).
       01 WS-RCV-ETAPE        PIC X(1).
       01 WS-RCV-ID-CHAR      PIC X(5).
       01 WS-RCV-ETAPE-LUE    PIC X(1).

      *>   Mouvement reellement applique, inscrit au registre avec la
      *>   reference servie (APPLIQUER-VIREMENT remplace WS-ID-TRANS
      *>   en cours de route, on fige les valeurs d'origine avant).
       01 WS-CTL-ENTETE       PIC X(1) VALUE 'N'.
       01 WS-CTL-PIED         PIC X(1) VALUE 'N'.
       01 WS-CTL-DATE-LOT     PIC X(8).
       01 WS-CTL-AGENCE-LOT   PIC X(3) VALUE SPACES.
       01 WS-CTL-TYPE         PIC X(1).
       01 WS-CTL-CHAMP-2      PIC X(12).
       01 WS-CTL-CHAMP-3      PIC X(12).
       01 WS-PREFIXE          PIC X(120).
      *>   Bloc adresse et contact (RUE|VILLE|CP|TEL), conserve tel
      *>   quel a travers la reecriture du solde.
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-TRANS-LIGNE      PIC X(80).
       01 WS-FS-REJETS        PIC XX.
       01 WS-MODE-MAJ         PIC X(1) VALUE 'N'.

      *>   Noms des fichiers modifies par le passage -- les fichiers
      *>   reels par defaut, leurs copies "_simulation" en mode 'S'.
       01 WS-NOM-CLIENTS      PIC X(40) VALUE "clients.csv".
       01 WS-NOM-MVT          PIC X(40) VALUE "mouvements_du_jour.txt".
       01 WS-NOM-LIVRE        PIC X(40) VALUE "grand_livre.txt".
       01 WS-NOM-REJETS       PIC X(40)
           VALUE "transactions_rejets.txt".
       01 WS-NOM-ATTENTE      PIC X(40)
           VALUE "transactions_attente.txt".
       01 WS-NOM-APPROB       PIC X(40)
           VALUE "approbations_attente.txt".
       01 WS-NOM-APPROUVEES   PIC X(40)
           VALUE "transactions_approuvees.txt".
       01 WS-NOM-DEBJOUR      PIC X(40) VALUE "debits_jour.trv".
       01 WS-NOM-RETMOIS      PIC X(40) VALUE "retraits_mois.trv".
       01 WS-NOM-CHEQUES      PIC X(40) VALUE "cheques_attente.txt".
       01 WS-NOM-SORTANTS     PIC X(40)
           VALUE "virements_sortants.txt".
       01 WS-NOM-PAYES        PIC X(40) VALUE "cheques_payes.txt".
       01 WS-NOM-REFER        PIC X(40)
           VALUE "references_appliquees.dat".

      *>   Simulation : copie en cours et compteur de lignes copiees.
       01 WS-NOM-SIMUL-SOURCE PIC X(40).
       01 WS-NOM-SIMUL-CIBLE  PIC X(40).
       01 WS-FS-SIMUL-SOURCE  PIC XX.
       01 WS-FS-SIMUL-CIBLE   PIC XX.
       01 WS-NB-SIMUL-COPIES  PIC 9(7) VALUE 0.

      *>   Journal des entrees : numero du lot du jour, racine des
      *>   copies "entrees_AAAAMMJJ_NNN" et lignes ignorees au rejeu.
       01 WS-NOM-ENTREES      PIC X(40).
       01 WS-FS-ENTREES       PIC XX.
       01 WS-NUM-LOT-ENTREE   PIC 9(3) VALUE 0.
       01 WS-RACINE-ENTREE    PIC X(40).
       01 WS-ENT-HEURE        PIC 9(8).
       01 WS-ENT-CRED-EDIT    PIC 9(9).99.
       01 WS-ENT-DEB-EDIT     PIC 9(9).99.
       01 WS-NB-DEJA-APPLIQUES PIC 9(5) VALUE 0.
       01 WS-DEJA-MONTANT-EDIT PIC 9(7).99.
       01 WS-MOTIF-REJET      PIC X(10).
       01 WS-NB-REJETS-ECRITS PIC 9(5) VALUE 0.

       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence) : chaque piece ecrite au livre texte y
      *>   est recopiee.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

       LINKAGE SECTION.
       01 LK-MODE             PIC X(1).

       MAIN-SECTION.
           MOVE 0 TO RETURN-CODE
           MOVE LK-MODE TO WS-MODE-MAJ
           IF WS-MODE-MAJ NOT = 'R' AND WS-MODE-MAJ NOT = 'S'
              AND WS-MODE-MAJ NOT = 'J'
               MOVE 'N' TO WS-MODE-MAJ
           END-IF

               PERFORM TRAITER-RECYCLAGE
           ELSE
               DISPLAY WS-SEPARATEUR
               IF WS-MODE-MAJ = 'S'
                   DISPLAY "*** SIMULATION - AUCUNE ECRITURE REELLE ***"
                   DISPLAY "MISE A JOUR DES SOLDES - SIMULATION DU LOT"
                   DISPLAY WS-SEPARATEUR
                   PERFORM PREPARER-SIMULATION
               ELSE
               IF WS-MODE-MAJ = 'J'
                   DISPLAY "MISE A JOUR DES SOLDES - REJEU D'UN LOT "
                           "DU JOURNAL DES ENTREES"
                   DISPLAY WS-SEPARATEUR
                   PERFORM PREPARER-REJEU
               ELSE
                   DISPLAY "MISE A JOUR DES SOLDES - TRANSACTIONS "
                           "DU JOUR"
                   DISPLAY WS-SEPARATEUR
               END-IF
               END-IF
               PERFORM OUVRIR-FICHIERS
               PERFORM CONTROLER-FICHIER-TRANS
               IF WS-CONTROLE-OK = 'Y'
               PERFORM FERMER-FICHIERS
               IF WS-CONTROLE-OK = 'Y'
                   PERFORM FERMER-ACCUSE
                   IF WS-MODE-MAJ = 'N'
                       PERFORM CONSERVER-ACCUSE-LOT
                   END-IF
                   PERFORM PIED-RAPPORT
               END-IF
               IF WS-MODE-MAJ = 'S'
                   DISPLAY WS-SEPARATEUR
                   DISPLAY "*** SIMULATION TERMINEE - RIEN N'A ETE "
                           "APPLIQUE ***"
                   DISPLAY "Resultats dans les fichiers *_simulation"
               END-IF
           END-IF

           PERFORM LIBERER-VERROU-TRAITEMENT
               CLOSE CLIENT-FILE
               CLOSE MOUVEMENTS-FILE
               CLOSE LIVRE-FILE
               PERFORM FERMER-INDEX-LIVRE
               CLOSE REJETS-FILE
               CLOSE ATTENTE-FILE
               CLOSE REFERENCES-FILE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              COMPUTE WS-SEUIL-APPROBATION = WS-PRM-VALEUR-NUM / 100
           END-IF
           MOVE "COMPTE-COMPENSATION" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-COMPENSATION
           END-IF
           MOVE "KYC-DELAI-GRACE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-DELAI-GRACE-KYC
           END-IF
           PERFORM CHARGER-REGLES-PRODUIT
           .

       *>--------------------------------------------------------------
       CHARGER-REGLES-PRODUIT.
           MOVE 'C' TO WS-PRD-CODE (1)
           MOVE 'E' TO WS-PRD-CODE (2)
           PERFORM CHARGER-REGLE-TYPE
               VARYING WS-PRD-IDX FROM 1 BY 1 UNTIL WS-PRD-IDX > 2.

       *>--------------------------------------------------------------
       CHARGER-REGLE-TYPE.
      *>   Les cinq cles du type WS-PRD-CODE (WS-PRD-IDX), nom de la
      *>   cle suivi de la lettre du type ("PLAFOND-SOLDE-E").
           MOVE 0   TO WS-PRD-PLAFOND (WS-PRD-IDX)
           MOVE 0   TO WS-PRD-MINIMUM (WS-PRD-IDX)
           MOVE 'N' TO WS-PRD-RET-LIMITE (WS-PRD-IDX)
           MOVE 0   TO WS-PRD-RET-GRATUITS (WS-PRD-IDX)
           MOVE 0   TO WS-PRD-FRAIS-RET (WS-PRD-IDX)
           MOVE 'Y' TO WS-PRD-DECOUVERT (WS-PRD-IDX)

           MOVE SPACES TO WS-PRM-CLE
           STRING "PLAFOND-SOLDE-"         DELIMITED BY SIZE
                  WS-PRD-CODE (WS-PRD-IDX) DELIMITED BY SIZE
                  INTO WS-PRM-CLE
           END-STRING
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              COMPUTE WS-PRD-PLAFOND (WS-PRD-IDX) =
                  WS-PRM-VALEUR-NUM / 100
              MOVE 'Y' TO WS-PRD-ACTIVES
           END-IF

           MOVE SPACES TO WS-PRM-CLE
           STRING "SOLDE-MINIMUM-"         DELIMITED BY SIZE
                  WS-PRD-CODE (WS-PRD-IDX) DELIMITED BY SIZE
                  INTO WS-PRM-CLE
           END-STRING
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              COMPUTE WS-PRD-MINIMUM (WS-PRD-IDX) =
                  WS-PRM-VALEUR-NUM / 100
              MOVE 'Y' TO WS-PRD-ACTIVES
           END-IF

           MOVE SPACES TO WS-PRM-CLE
           STRING "RETRAITS-GRATUITS-"     DELIMITED BY SIZE
                  WS-PRD-CODE (WS-PRD-IDX) DELIMITED BY SIZE
                  INTO WS-PRM-CLE
           END-STRING
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE 'Y' TO WS-PRD-RET-LIMITE (WS-PRD-IDX)
              IF WS-PRM-VALEUR-NUM > 999
                  MOVE 999 TO WS-PRD-RET-GRATUITS (WS-PRD-IDX)
              ELSE
                  MOVE WS-PRM-VALEUR-NUM
                       TO WS-PRD-RET-GRATUITS (WS-PRD-IDX)
              END-IF
              MOVE 'Y' TO WS-PRD-ACTIVES
           END-IF

           MOVE SPACES TO WS-PRM-CLE
           STRING "FRAIS-RETRAIT-"         DELIMITED BY SIZE
                  WS-PRD-CODE (WS-PRD-IDX) DELIMITED BY SIZE
                  INTO WS-PRM-CLE
           END-STRING
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              COMPUTE WS-PRD-FRAIS-RET (WS-PRD-IDX) =
                  WS-PRM-VALEUR-NUM / 100
           END-IF

           MOVE SPACES TO WS-PRM-CLE
           STRING "DECOUVERT-PERMIS-"      DELIMITED BY SIZE
                  WS-PRD-CODE (WS-PRD-IDX) DELIMITED BY SIZE
                  INTO WS-PRM-CLE
           END-STRING
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM = 0
              MOVE 'N' TO WS-PRD-DECOUVERT (WS-PRD-IDX)
              MOVE 'Y' TO WS-PRD-ACTIVES
           END-IF.

       *>--------------------------------------------------------------
       PREPARER-SIMULATION.
      *>   Chaque fichier que le passage relit puis modifie est
      *>   recopie tel quel dans sa copie "_simulation" ; ceux qu'il
      *>   ne fait qu'alimenter repartent a vide. Le passage tourne
      *>   ensuite sans changement sur les copies : un compte
      *>   mouvemente deux fois voit son solde deja modifie, une
      *>   reference presente deux fois dans le lot est refusee la
      *>   seconde fois, comme en reel. Le grand livre reel est relu
      *>   par OUVRIR-GRAND-LIVRE (sequence, debits du jour), les
      *>   pieces simulees partent dans grand_livre_simulation.txt.
           PERFORM COPIER-CLIENTS-SIMULATION
           PERFORM COPIER-REFERENCES-SIMULATION

           MOVE WS-NOM-ATTENTE TO WS-NOM-SIMUL-SOURCE
           MOVE "transactions_attente_simulation.txt" TO WS-NOM-ATTENTE
           MOVE WS-NOM-ATTENTE TO WS-NOM-SIMUL-CIBLE
           PERFORM COPIER-FICHIER-SIMULATION
           MOVE WS-NOM-APPROUVEES TO WS-NOM-SIMUL-SOURCE
           MOVE "transactions_approuvees_simulation.txt"
                TO WS-NOM-APPROUVEES
           MOVE WS-NOM-APPROUVEES TO WS-NOM-SIMUL-CIBLE
           PERFORM COPIER-FICHIER-SIMULATION
           MOVE WS-NOM-CHEQUES TO WS-NOM-SIMUL-SOURCE
           MOVE "cheques_attente_simulation.txt" TO WS-NOM-CHEQUES
           MOVE WS-NOM-CHEQUES TO WS-NOM-SIMUL-CIBLE
           PERFORM COPIER-FICHIER-SIMULATION

           MOVE "mouvements_simulation.txt" TO WS-NOM-MVT
           MOVE "debits_jour_simulation.trv" TO WS-NOM-DEBJOUR
           MOVE "retraits_mois_simulation.trv" TO WS-NOM-RETMOIS
           MOVE "transactions_rejets_simulation.txt" TO WS-NOM-REJETS
           OPEN OUTPUT REJETS-FILE
           CLOSE REJETS-FILE
           MOVE "approbations_attente_simulation.txt" TO WS-NOM-APPROB
           OPEN OUTPUT APPROB-FILE
           CLOSE APPROB-FILE
           MOVE "virements_sortants_simulation.txt" TO WS-NOM-SORTANTS
           OPEN OUTPUT SORTANTS-FILE
           CLOSE SORTANTS-FILE
           MOVE "cheques_payes_simulation.txt" TO WS-NOM-PAYES
           OPEN OUTPUT PAYES-FILE
           CLOSE PAYES-FILE.

       *>--------------------------------------------------------------
       PREPARER-REJEU.
      *>   Rejeu d'un lot journalise : le maitre, le grand livre et le
      *>   registre sont ceux que POINT-REPRISE vient de remettre, le
      *>   lot, l'attente et les approuvees ceux que REPRISE-ENTREES a
      *>   replaces depuis le journal. Les fichiers que la
      *>   restauration ne reprend pas gardent deja ce que le passage
      *>   d'origine y a mis : le rejeu ecrit dans des copies
      *>   "_rejeu" (preparees par REPRISE-ENTREES) pour ne rien y
      *>   mettre deux fois.
           MOVE "mouvements_rejeu.txt" TO WS-NOM-MVT
           MOVE "transactions_rejets_rejeu.txt" TO WS-NOM-REJETS
           MOVE "approbations_attente_rejeu.txt" TO WS-NOM-APPROB
           MOVE "virements_sortants_rejeu.txt" TO WS-NOM-SORTANTS
           MOVE "cheques_payes_rejeu.txt" TO WS-NOM-PAYES
           MOVE "cheques_attente_rejeu.txt" TO WS-NOM-CHEQUES.

      *>--------------------------------------------------------------
       JOURNALISER-LOT-ENTREE.
      *>   Le lot accepte est garde tel quel dans le journal des
      *>   entrees du jour, avec l'attente et les approuvees qu'il va
      *>   consommer : apres une restauration de POINT-REPRISE,
      *>   REPRISE-ENTREES rejoue ces lots dans le meme ordre. Le
      *>   numero suit l'index entrees_AAAAMMJJ.txt, dont la ligne est
      *>   posee des l'acceptation -- un passage interrompu reste
      *>   rejouable.
           MOVE SPACES TO WS-NOM-ENTREES
           STRING "entrees_" DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-ENTREES
           END-STRING
           MOVE 0 TO WS-NUM-LOT-ENTREE
           OPEN INPUT ENTREES-FILE
           IF WS-FS-ENTREES = "00"
               READ ENTREES-FILE
                   AT END MOVE "10" TO WS-FS-ENTREES
               END-READ
               PERFORM UNTIL WS-FS-ENTREES = "10"
                   IF ENTREES-LIGNE NOT = SPACES
                       ADD 1 TO WS-NUM-LOT-ENTREE
                   END-IF
                   READ ENTREES-FILE
                       AT END MOVE "10" TO WS-FS-ENTREES
                   END-READ
               END-PERFORM
               CLOSE ENTREES-FILE
           END-IF
           ADD 1 TO WS-NUM-LOT-ENTREE
           MOVE SPACES TO WS-RACINE-ENTREE
           STRING "entrees_" DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-NUM-LOT-ENTREE DELIMITED BY SIZE
                  INTO WS-RACINE-ENTREE
           END-STRING

           MOVE "transactions.txt" TO WS-NOM-SIMUL-SOURCE
           MOVE WS-RACINE-ENTREE TO WS-NOM-SIMUL-CIBLE
           MOVE "_lot.txt" TO WS-NOM-SIMUL-CIBLE (21:)
           PERFORM COPIER-FICHIER-SIMULATION
           MOVE WS-NOM-ATTENTE TO WS-NOM-SIMUL-SOURCE
           MOVE WS-RACINE-ENTREE TO WS-NOM-SIMUL-CIBLE
           MOVE "_attente.txt" TO WS-NOM-SIMUL-CIBLE (21:)
           PERFORM COPIER-FICHIER-SIMULATION
           MOVE WS-NOM-APPROUVEES TO WS-NOM-SIMUL-SOURCE
           MOVE WS-RACINE-ENTREE TO WS-NOM-SIMUL-CIBLE
           MOVE "_approuvees.txt" TO WS-NOM-SIMUL-CIBLE (21:)
           PERFORM COPIER-FICHIER-SIMULATION

           ACCEPT WS-ENT-HEURE FROM TIME
           MOVE WS-CTL-CRED-COMPTE TO WS-ENT-CRED-EDIT
           MOVE WS-CTL-DEB-COMPTE  TO WS-ENT-DEB-EDIT
           MOVE SPACES TO ENTREES-LIGNE
           STRING WS-NUM-LOT-ENTREE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ENT-HEURE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CTL-DATE-LOT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CTL-AGENCE-LOT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CTL-NB-COMPTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ENT-CRED-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ENT-DEB-EDIT DELIMITED BY SIZE
                  INTO ENTREES-LIGNE
           END-STRING
           OPEN INPUT ENTREES-FILE
           IF WS-FS-ENTREES = "00"
               CLOSE ENTREES-FILE
               OPEN EXTEND ENTREES-FILE
           ELSE
               OPEN OUTPUT ENTREES-FILE
           END-IF
           WRITE ENTREES-LIGNE
           CLOSE ENTREES-FILE
           DISPLAY "Lot journalise : " FUNCTION TRIM (WS-RACINE-ENTREE).

      *>--------------------------------------------------------------
       CONSERVER-ACCUSE-LOT.
      *>   L'accuse du jour est reecrit a chaque lot : celui-ci est
      *>   garde avec le lot, il sert de reference au rejeu.
           IF WS-NUM-LOT-ENTREE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOM-ACCUSE TO WS-NOM-SIMUL-SOURCE
           MOVE WS-RACINE-ENTREE TO WS-NOM-SIMUL-CIBLE
           MOVE "_accuse.txt" TO WS-NOM-SIMUL-CIBLE (21:)
           PERFORM COPIER-FICHIER-SIMULATION.

      *>--------------------------------------------------------------
       COPIER-FICHIER-SIMULATION.
      *>   WS-NOM-SIMUL-SOURCE vers WS-NOM-SIMUL-CIBLE, ligne a ligne ;
      *>   une source absente donne une copie vide. Sert aussi au
      *>   journal des entrees.
           MOVE 0 TO WS-NB-SIMUL-COPIES
           OPEN OUTPUT SIMUL-CIBLE-FILE
           OPEN INPUT SIMUL-SOURCE-FILE
           IF WS-FS-SIMUL-SOURCE = "00"
               READ SIMUL-SOURCE-FILE
                   AT END MOVE "10" TO WS-FS-SIMUL-SOURCE
               END-READ
               PERFORM UNTIL WS-FS-SIMUL-SOURCE = "10"
                   ADD 1 TO WS-NB-SIMUL-COPIES
                   MOVE SIMUL-SOURCE-LIGNE TO SIMUL-CIBLE-LIGNE
                   WRITE SIMUL-CIBLE-LIGNE
                   READ SIMUL-SOURCE-FILE
                       AT END MOVE "10" TO WS-FS-SIMUL-SOURCE
                   END-READ
               END-PERFORM
               CLOSE SIMUL-SOURCE-FILE
           END-IF
           CLOSE SIMUL-CIBLE-FILE.

       *>--------------------------------------------------------------
       COPIER-CLIENTS-SIMULATION.
      *>   Le maitre reel est lu en sequence vers le fichier de
      *>   transit, puis clients_simulation.csv est recharge depuis
      *>   ce transit (meme demarche que POINT-REPRISE).
           MOVE "maj_solde_simulation.trv" TO WS-NOM-SIMUL-CIBLE
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               GOBACK
           END-IF
           OPEN OUTPUT SIMUL-CIBLE-FILE
           READ CLIENT-FILE NEXT RECORD
               AT END MOVE "10" TO WS-FS-CLIENT
           END-READ
           PERFORM UNTIL WS-FS-CLIENT = "10"
               MOVE FS-LIGNE-CLIENT TO SIMUL-CIBLE-LIGNE
               WRITE SIMUL-CIBLE-LIGNE
               READ CLIENT-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-CLIENT
               END-READ
           END-PERFORM
           CLOSE CLIENT-FILE
           CLOSE SIMUL-CIBLE-FILE

           MOVE "clients_simulation.csv" TO WS-NOM-CLIENTS
           MOVE "maj_solde_simulation.trv" TO WS-NOM-SIMUL-SOURCE
           OPEN OUTPUT CLIENT-FILE
           OPEN INPUT SIMUL-SOURCE-FILE
           READ SIMUL-SOURCE-FILE
               AT END MOVE "10" TO WS-FS-SIMUL-SOURCE
           END-READ
           PERFORM UNTIL WS-FS-SIMUL-SOURCE = "10"
               MOVE SIMUL-SOURCE-LIGNE TO FS-LIGNE-CLIENT
               WRITE FS-LIGNE-CLIENT
                   INVALID KEY CONTINUE
               END-WRITE
               READ SIMUL-SOURCE-FILE
                   AT END MOVE "10" TO WS-FS-SIMUL-SOURCE
               END-READ
           END-PERFORM
           CLOSE SIMUL-SOURCE-FILE
           CLOSE CLIENT-FILE.

       *>--------------------------------------------------------------
       COPIER-REFERENCES-SIMULATION.
      *>   Meme demarche pour le registre des references ; un registre
      *>   encore absent donne une copie vide, creee par
      *>   OUVRIR-REFERENCES comme au premier passage reel.
           MOVE "maj_solde_simulation.trv" TO WS-NOM-SIMUL-CIBLE
           OPEN OUTPUT SIMUL-CIBLE-FILE
           OPEN INPUT REFERENCES-FILE
           IF WS-FS-REFER = "00"
               READ REFERENCES-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-REFER
               END-READ
               PERFORM UNTIL WS-FS-REFER = "10"
                   MOVE REG-REC TO SIMUL-CIBLE-LIGNE
                   WRITE SIMUL-CIBLE-LIGNE
                   READ REFERENCES-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-REFER
                   END-READ
               END-PERFORM
               CLOSE REFERENCES-FILE
           END-IF
           CLOSE SIMUL-CIBLE-FILE

           MOVE "references_simulation.dat" TO WS-NOM-REFER
           MOVE "maj_solde_simulation.trv" TO WS-NOM-SIMUL-SOURCE
           OPEN OUTPUT REFERENCES-FILE
           OPEN INPUT SIMUL-SOURCE-FILE
           READ SIMUL-SOURCE-FILE
               AT END MOVE "10" TO WS-FS-SIMUL-SOURCE
           END-READ
           PERFORM UNTIL WS-FS-SIMUL-SOURCE = "10"
               MOVE SIMUL-SOURCE-LIGNE (1:39) TO REG-REC
               WRITE REG-REC
                   INVALID KEY CONTINUE
               END-WRITE
               READ SIMUL-SOURCE-FILE
                   AT END MOVE "10" TO WS-FS-SIMUL-SOURCE
               END-READ
           END-PERFORM
           CLOSE SIMUL-SOURCE-FILE
           CLOSE REFERENCES-FILE.

       *>--------------------------------------------------------------
       CONTROLER-FICHIER-TRANS.
      *>   Premiere passe, en lecture seule : verifie la presence de
               DISPLAY "Controle du lot du " WS-CTL-DATE-LOT " : OK ("
                       WS-CTL-NB-COMPTE " lignes)"
               CLOSE TRANSACTIONS-FILE
               IF WS-MODE-MAJ = 'N'
                   PERFORM JOURNALISER-LOT-ENTREE
               END-IF
               OPEN INPUT TRANSACTIONS-FILE
           END-IF.

                   WHEN "H|"
                       MOVE 'Y' TO WS-CTL-ENTETE
                       MOVE WS-CTL-CHAMP-2 (1:8) TO WS-CTL-DATE-LOT
                       MOVE WS-CTL-CHAMP-3 (1:3) TO WS-CTL-AGENCE-LOT
                   WHEN "T|"
                       MOVE 'Y' TO WS-CTL-PIED
                       IF FUNCTION TRIM (WS-CTL-CHAMP-2) IS NUMERIC
       *>--------------------------------------------------------------
       CUMULER-MONTANT-CONTROLE.
      *>   Ligne de detail : le montant est ajoute au total credits
      *>   (types C, V et Q) et/ou au total debits (types D, V, X
      *>   et P) -- une
      *>   ligne au montant illisible cumule zero, elle sera de toute
      *>   facon rejetee par la passe d'application.
           UNSTRING WS-TRANS-LIGNE DELIMITED BY "|"
              WS-TYPE-TRANS = 'Q'
               ADD WS-CTL-MONT-VAL TO WS-CTL-CRED-COMPTE
           END-IF
           IF WS-TYPE-TRANS = 'D' OR WS-TYPE-TRANS = 'V' OR
              WS-TYPE-TRANS = 'X' OR WS-TYPE-TRANS = 'P'
               ADD WS-CTL-MONT-VAL TO WS-CTL-DEB-COMPTE
           END-IF.

               GOBACK
           END-IF

           IF WS-MODE-MAJ = 'S'
               MOVE SPACES TO MVT-LIGNE
               STRING "*** SIMULATION - AUCUN MOUVEMENT APPLIQUE ***"
                      DELIMITED BY SIZE INTO MVT-LIGNE
               END-STRING
               WRITE MVT-LIGNE
           END-IF
           MOVE SPACES TO MVT-LIGNE
           STRING "ID      TYPE  MONTANT     SOLDE AVANT  SOLDE APRES"
                  DELIMITED BY SIZE INTO MVT-LIGNE
      *>   anciennes vers un livre archive, compte + sequence doit
      *>   rester unique a travers l'archive et le livre vivant), et
      *>   a ressortir les debits 'D' deja passes aujourd'hui pour
      *>   amorcer le cumul du plafond journalier -- et les retraits
      *>   du mois, pour les retraits gratuits du produit.
           MOVE 0 TO WS-SEQ-LIVRE
           OPEN OUTPUT DEBITS-JOUR-FILE
           OPEN OUTPUT RETRAITS-MOIS-FILE
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE = "00"
               READ LIVRE-FILE
                   END-READ
               END-PERFORM
               CLOSE LIVRE-FILE
               IF WS-MODE-MAJ = 'S'
                   MOVE "grand_livre_simulation.txt" TO WS-NOM-LIVRE
                   OPEN OUTPUT LIVRE-FILE
               ELSE
                   OPEN EXTEND LIVRE-FILE
               END-IF
           ELSE
               IF WS-MODE-MAJ = 'S'
                   MOVE "grand_livre_simulation.txt" TO WS-NOM-LIVRE
               END-IF
               OPEN OUTPUT LIVRE-FILE
           END-IF
           CLOSE DEBITS-JOUR-FILE
           CLOSE RETRAITS-MOIS-FILE
           IF WS-FS-LIVRE NOT = "00"
               DISPLAY "Erreur ouverture grand_livre.txt : "
                       WS-FS-LIVRE
              WS-TRANS-LIGNE (1:2) = "T|"
               CONTINUE
           ELSE
               IF WS-ACCUSE-OUVERT = 'Y'
                   PERFORM RELEVER-COMPTEURS-AGENCE
               END-IF
               PERFORM APPLIQUER-DETAIL
               IF WS-ACCUSE-OUVERT = 'Y'
                   PERFORM VENTILER-PAR-AGENCE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-COMPTEURS-AGENCE.
      *>   Photographie des compteurs avant la ligne : l'ecart apres
      *>   application dit ce que la ligne a produit.
           MOVE WS-NB-MOUVEMENTS    TO WS-AGV-AV-MOUVEMENTS
           MOVE WS-NB-EN-ATTENTE    TO WS-AGV-AV-ATTENTE
           MOVE WS-NB-PARQUES       TO WS-AGV-AV-PARQUES
           MOVE WS-NB-REJETS-ECRITS TO WS-AGV-AV-REJETS
           MOVE WS-TOTAL-CREDITS    TO WS-AGV-AV-CREDITS
           MOVE WS-TOTAL-DEBITS     TO WS-AGV-AV-DEBITS.

       *>--------------------------------------------------------------
       VENTILER-PAR-AGENCE.
      *>   La ligne est imputee a l'agence du compte mouvemente
      *>   (LIRE-AGENCE ; une ligne illisible va a l'agence par
      *>   defaut). Au-dela de la table, les agences restantes sont
      *>   cumulees sous "***".
           CALL "LIRE-AGENCE" USING WS-ID-TRANS WS-AGV-AGENCE
                WS-AGV-TROUVE
           MOVE 0 TO WS-AGV-POS
           PERFORM VARYING WS-AGV-IDX FROM 1 BY 1
                    UNTIL WS-AGV-IDX > WS-AGV-NB OR WS-AGV-POS > 0
               IF WS-AGV-CODE (WS-AGV-IDX) = WS-AGV-AGENCE
                   MOVE WS-AGV-IDX TO WS-AGV-POS
               END-IF
           END-PERFORM
           IF WS-AGV-POS = 0
               IF WS-AGV-NB < WS-AGV-MAX
                   ADD 1 TO WS-AGV-NB
                   MOVE WS-AGV-NB TO WS-AGV-POS
                   INITIALIZE WS-AGV-ENTREE (WS-AGV-POS)
                   MOVE WS-AGV-AGENCE TO WS-AGV-CODE (WS-AGV-POS)
               ELSE
                   COMPUTE WS-AGV-POS = WS-AGV-MAX + 1
                   MOVE "***" TO WS-AGV-CODE (WS-AGV-POS)
                   MOVE 'Y' TO WS-AGV-DEBORDE
               END-IF
           END-IF
           ADD 1 TO WS-AGV-LIGNES (WS-AGV-POS)
           COMPUTE WS-AGV-APPLIQUES (WS-AGV-POS) =
               WS-AGV-APPLIQUES (WS-AGV-POS)
               + WS-NB-MOUVEMENTS - WS-AGV-AV-MOUVEMENTS
           COMPUTE WS-AGV-ATTENTE (WS-AGV-POS) =
               WS-AGV-ATTENTE (WS-AGV-POS)
               + WS-NB-EN-ATTENTE - WS-AGV-AV-ATTENTE
               + WS-NB-PARQUES - WS-AGV-AV-PARQUES
           COMPUTE WS-AGV-REJETS (WS-AGV-POS) =
               WS-AGV-REJETS (WS-AGV-POS)
               + WS-NB-REJETS-ECRITS - WS-AGV-AV-REJETS
           COMPUTE WS-AGV-CREDITS (WS-AGV-POS) =
               WS-AGV-CREDITS (WS-AGV-POS)
               + WS-TOTAL-CREDITS - WS-AGV-AV-CREDITS
           COMPUTE WS-AGV-DEBITS (WS-AGV-POS) =
               WS-AGV-DEBITS (WS-AGV-POS)
               + WS-TOTAL-DEBITS - WS-AGV-AV-DEBITS.

       *>--------------------------------------------------------------
       APPLIQUER-DETAIL.
           MOVE 'Y' TO WS-TRANS-VALIDE
           MOVE SPACES TO WS-REF-TRANS
           MOVE SPACES TO WS-DATE-VALEUR-CHAR
           MOVE SPACES TO WS-DONNEUR-CHAR
           MOVE SPACES TO WS-CLE-CHAR WS-CLE-DEST-CHAR
           MOVE 'Y' TO WS-CLE-VALIDE
           MOVE 'N' TO WS-EN-ATTENTE
           UNSTRING WS-TRANS-LIGNE DELIMITED BY "|"
               INTO WS-REF-TRANS WS-ID-TRANS-CHAR WS-TYPE-TRANS
                    WS-MONTANT-TEXTE WS-ID-DEST-CHAR
                    WS-DATE-VALEUR-CHAR WS-DONNEUR-CHAR
                    WS-CLE-CHAR WS-CLE-DEST-CHAR
           END-UNSTRING

      *>   Donneur d'ordre facultatif : present et illisible, la

           IF WS-TYPE-TRANS NOT = 'C' AND WS-TYPE-TRANS NOT = 'D' AND
              WS-TYPE-TRANS NOT = 'V' AND WS-TYPE-TRANS NOT = 'A' AND
              WS-TYPE-TRANS NOT = 'Q' AND WS-TYPE-TRANS NOT = 'B' AND
              WS-TYPE-TRANS NOT = 'X' AND WS-TYPE-TRANS NOT = 'P'
               MOVE 'N' TO WS-TRANS-VALIDE
           END-IF

           IF WS-TYPE-TRANS = 'V' AND WS-TRANS-VALIDE = 'Y'
               COMPUTE WS-ID-DEST-LONG =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-ID-DEST-CHAR))
               IF WS-ID-DEST-LONG = 0 OR WS-ID-DEST-LONG > 5 OR
                  WS-ID-DEST-CHAR (1:WS-ID-DEST-LONG) NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALIDE
               ELSE
               END-IF
           END-IF

      *>   Cle RIB obligatoire sur le compte de la ligne et, pour un
      *>   virement 'V', sur le compte credite : un numero mal
      *>   recopie est arrete ici, avant toute recherche du compte.
           IF WS-TRANS-VALIDE = 'Y'
               MOVE WS-ID-TRANS TO WS-RIB-COMPTE
               PERFORM CONTROLER-CLE-RIB
               IF WS-CLE-VALIDE = 'Y' AND WS-TYPE-TRANS = 'V'
                   MOVE WS-ID-DEST TO WS-RIB-COMPTE
                   MOVE WS-CLE-DEST-CHAR TO WS-CLE-CHAR
                   PERFORM CONTROLER-CLE-RIB
               END-IF
               IF WS-CLE-VALIDE = 'N'
                   MOVE 'N' TO WS-TRANS-VALIDE
               END-IF
           END-IF

      *>   Un virement externe doit porter le compte du beneficiaire ;
      *>   la contrepartie est le compte de reglement de la
      *>   compensation, qui ne peut pas lui-meme emettre.
           MOVE SPACES TO WS-COMPTE-EXTERNE
           IF WS-TYPE-TRANS = 'X' AND WS-TRANS-VALIDE = 'Y'
               IF WS-ID-DEST-CHAR = SPACES
                   MOVE 'N' TO WS-TRANS-VALIDE
               ELSE
                   MOVE WS-ID-DEST-CHAR TO WS-COMPTE-EXTERNE
                   MOVE WS-COMPTE-COMPENSATION TO WS-ID-DEST
                   IF WS-ID-DEST = WS-ID-TRANS
                       MOVE 'N' TO WS-TRANS-VALIDE
                   END-IF
               END-IF
           END-IF

      *>   Un cheque emis doit porter son numero, 7 chiffres au plus.
           MOVE 0 TO WS-NUMERO-CHEQUE
           IF WS-TYPE-TRANS = 'P' AND WS-TRANS-VALIDE = 'Y'
               COMPUTE WS-ID-DEST-LONG =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-ID-DEST-CHAR))
               IF WS-ID-DEST-CHAR = SPACES OR WS-ID-DEST-LONG > 7 OR
                  WS-ID-DEST-CHAR (1:WS-ID-DEST-LONG) NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALIDE
               ELSE
                   MOVE WS-ID-DEST-CHAR (1:WS-ID-DEST-LONG)
                        TO WS-NUMERO-CHEQUE
               END-IF
           END-IF

      *>   Une annulation 'A' ou un rejet de cheque 'B' ne portent
      *>   pas de montant propre : il est repris du registre ou de
      *>   l'attente de cheques ; pour les autres types le montant de
           IF WS-TRANS-VALIDE = 'N'
               ADD 1 TO WS-NB-REJETS-TRANS
               DISPLAY "Transaction invalide ignoree : " WS-TRANS-LIGNE
               IF WS-CLE-VALIDE = 'N'
                   MOVE "CLE" TO WS-MOTIF-REJET
               ELSE
                   MOVE "FORMAT" TO WS-MOTIF-REJET
               END-IF
               PERFORM REJETER-TRANSACTION
           ELSE
           IF WS-EN-ATTENTE = 'Y'
           ELSE
               COMPUTE WS-MONTANT-VAL =
                   WS-MONTANT-ENTIER + (WS-MONTANT-DECIMAL / 100)
      *>       Versement d'une saisie au creancier : paiement ordonne
      *>       par la loi et deja decide par un superviseur -- ni le
      *>       controle KYC, ni le double regard, ni les plafonds ne
      *>       l'arretent.
               MOVE 'N' TO WS-PAIEMENT-SAISIE
               IF WS-TYPE-TRANS = 'X' AND WS-REF-TRANS (1:2) = "SJ"
                   MOVE 'Y' TO WS-PAIEMENT-SAISIE
               END-IF
      *>       Donneur d'ordre autre que le titulaire : la procuration
      *>       doit couvrir l'operation, sinon rejet sous le motif
      *>       MANDAT.
                       EXIT PARAGRAPH
                   END-IF
               END-IF
      *>       Depot a terme : ni debit ni virement sortant avant
      *>       l'echeance, rejet sous le motif TERME.
               IF WS-TYPE-TRANS = 'D' OR WS-TYPE-TRANS = 'V' OR
                  WS-TYPE-TRANS = 'X' OR WS-TYPE-TRANS = 'P'
                   PERFORM CONTROLER-TERME
                   IF WS-TERME-BLOQUE = 'Y'
                       ADD 1 TO WS-NB-REJETS-TRANS
                       DISPLAY "Reference " WS-REF-TRANS
                               " : depot a terme " WS-ID-TRANS
                               " avant son echeance du "
                               WS-DAT-ECHEANCE ", rejete"
                       MOVE "TERME" TO WS-MOTIF-REJET
                       PERFORM REJETER-TRANSACTION
                       EXIT PARAGRAPH
                   END-IF
      *>           Dossier client non revise au-dela du delai de
      *>           grace : debit refuse sous le motif KYC, les credits
      *>           passent toujours.
                   PERFORM CONTROLER-KYC
                   IF WS-KYC-BLOQUE = 'Y' AND WS-PAIEMENT-SAISIE = 'N'
                       ADD 1 TO WS-NB-REJETS-TRANS
                       DISPLAY "Reference " WS-REF-TRANS
                               " : dossier du titulaire "
                               WS-CRG-TITULAIRE " a reviser depuis le "
                               WS-KYC-ECHEANCE ", rejete"
                       MOVE "KYC" TO WS-MOTIF-REJET
                       PERFORM REJETER-TRANSACTION
                       EXIT PARAGRAPH
                   END-IF
      *>           Compte ou titulaire decede : avoirs figes jusqu'au
      *>           reglement de la succession, rejet sous le motif
      *>           DECES. Le versement d'une saisie reste ordonne par
      *>           la loi et passe (DECES-CLIENT laisse le montant
      *>           saisi sur le compte).
                   PERFORM CONTROLER-DECES
                   IF WS-DECES-BLOQUE = 'Y' AND WS-PAIEMENT-SAISIE = 'N'
                       ADD 1 TO WS-NB-REJETS-TRANS
                       DISPLAY "Reference " WS-REF-TRANS
                               " : compte " WS-ID-TRANS
                               " fige (titulaire decede), rejete"
                       MOVE "DECES" TO WS-MOTIF-REJET
                       PERFORM REJETER-TRANSACTION
                       EXIT PARAGRAPH
                   END-IF
      *>           Compte en recouvrement au stade du gel des debits
      *>           ou du contentieux, ou passe en perte : rejet sous
      *>           le motif RECOUVR. Le versement d'une saisie reste
      *>           ordonne par la loi et passe.
                   PERFORM CONTROLER-RECOUVREMENT
                   IF WS-RCV-BLOQUE = 'Y' AND WS-PAIEMENT-SAISIE = 'N'
                       ADD 1 TO WS-NB-REJETS-TRANS
                       DISPLAY "Reference " WS-REF-TRANS
                               " : compte " WS-ID-TRANS
                               " en recouvrement (etape "
                               WS-RCV-ETAPE "), debit rejete"
                       MOVE "RECOUVR" TO WS-MOTIF-REJET
                       PERFORM REJETER-TRANSACTION
                       EXIT PARAGRAPH
                   END-IF
               END-IF
      *>       Double regard : un gros debit ou virement ne passe pas
      *>       sous la seule main de l'operateur du lot -- la ligne
      *>       est parquee jusqu'a la decision d'un second operateur,
      *>       sauf si elle revient justement du circuit d'approbation
      *>       (WS-SANS-SEUIL).
               IF WS-SANS-SEUIL = 'N' AND WS-SEUIL-APPROBATION > 0
                  AND WS-PAIEMENT-SAISIE = 'N'
                  AND (WS-TYPE-TRANS = 'D' OR WS-TYPE-TRANS = 'V' OR
                       WS-TYPE-TRANS = 'X' OR WS-TYPE-TRANS = 'P')
                  AND WS-MONTANT-VAL > WS-SEUIL-APPROBATION
                   PERFORM PARQUER-POUR-APPROBATION
                   EXIT PARAGRAPH
               END-IF
               PERFORM VERIFIER-REFERENCE
               IF WS-REF-DEJA-VUE = 'Y' AND WS-MODE-MAJ = 'J'
                   PERFORM NOTER-DEJA-APPLIQUE
               ELSE
               IF WS-REF-DEJA-VUE = 'Y'
                   ADD 1 TO WS-NB-REJETS-TRANS
                   DISPLAY "Reference " WS-REF-TRANS
                   MOVE WS-MONTANT-VAL TO WS-MONTANT-INSCRIT
                   EVALUATE WS-TYPE-TRANS
                       WHEN 'V'
      *>                   Le libelle "VIR ref" distingue au grand
      *>                   livre les deux jambes d'un virement d'un
      *>                   depot ou d'un retrait au guichet.
                           MOVE SPACES TO WS-LIBELLE-LIVRE
                           STRING "VIR "        DELIMITED BY SIZE
                                  WS-REF-TRANS  DELIMITED BY SIZE
                                  INTO WS-LIBELLE-LIVRE
                           END-STRING
                           PERFORM APPLIQUER-VIREMENT
                           MOVE SPACES TO WS-LIBELLE-LIVRE
                       WHEN 'X'
                           PERFORM APPLIQUER-VIREMENT-EXTERNE
                       WHEN 'A'
                           PERFORM APPLIQUER-ANNULATION
                       WHEN 'Q'
                           PERFORM APPLIQUER-CHEQUE
                       WHEN 'B'
                           PERFORM APPLIQUER-REJET-CHEQUE
                       WHEN 'P'
                           PERFORM APPLIQUER-CHEQUE-EMIS
                       WHEN OTHER
      *>                   Credits de la compensation ("CMP ref"), des
      *>                   depots a terme ("DAT ref") et des litiges
      *>                   ("LIT ref") : seuls les credits 'C' sans
      *>                   libelle sont des versements d'especes pour
      *>                   la surveillance du blanchiment.
                           MOVE SPACES TO WS-LIBELLE-LIVRE
                           IF WS-TYPE-TRANS = 'C'
                               EVALUATE WS-REF-TRANS (1:2)
                                   WHEN "CP"
                                       STRING "CMP " DELIMITED BY SIZE
                                              WS-REF-TRANS
                                                     DELIMITED BY SIZE
                                              INTO WS-LIBELLE-LIVRE
                                       END-STRING
                                   WHEN "DT"
                                       STRING "DAT " DELIMITED BY SIZE
                                              WS-REF-TRANS
                                                     DELIMITED BY SIZE
                                              INTO WS-LIBELLE-LIVRE
                                       END-STRING
                                   WHEN "LT"
                                       STRING "LIT " DELIMITED BY SIZE
                                              WS-REF-TRANS
                                                     DELIMITED BY SIZE
                                              INTO WS-LIBELLE-LIVRE
                                       END-STRING
                               END-EVALUATE
                           END-IF
                           PERFORM APPLIQUER-AU-CLIENT
                           MOVE SPACES TO WS-LIBELLE-LIVRE
                   END-EVALUATE
                   IF WS-NB-MOUVEMENTS > WS-NB-MVTS-AVANT
                       PERFORM INSCRIRE-REFERENCE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-CLE-RIB.
      *>   Compare la cle lue (WS-CLE-CHAR) a celle de WS-RIB-COMPTE.
           IF WS-CLE-CHAR (1:2) IS NOT NUMERIC OR
              WS-CLE-CHAR (3:1) NOT = SPACE
               MOVE 'N' TO WS-CLE-VALIDE
           ELSE
               MOVE 'C' TO WS-RIB-ACTION
               CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                    WS-RIB-CLE WS-RIB-LIGNE
               IF WS-CLE-CHAR (1:2) NOT = WS-RIB-CLE
                   MOVE 'N' TO WS-CLE-VALIDE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       METTRE-EN-ATTENTE.
      *>   La ligne repart telle quelle dans le fichier d'attente :
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-TERME.
      *>   Seul un compte de type 'T' au registre est concerne ; un
      *>   depot deja solde a l'echeance ('S') ne bloque plus rien.
           MOVE 'N' TO WS-TERME-BLOQUE
           MOVE WS-ID-TRANS TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TYPE NOT = 'T'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-TRANS TO WS-DAT-COMPTE
           CALL "LIRE-DEPOT-TERME" USING WS-DAT-COMPTE WS-DAT-MONTANT
                WS-DAT-TAUX WS-DAT-DUREE WS-DAT-ECHEANCE
                WS-DAT-INSTRUCTION WS-DAT-ETAT WS-DAT-TROUVE
           IF WS-DAT-TROUVE = 'Y' AND WS-DAT-ETAT NOT = 'S' AND
              WS-DAT-ECHEANCE > WS-DATE-JOUR
               MOVE 'Y' TO WS-TERME-BLOQUE
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-KYC.
      *>   Le dossier est celui du titulaire (COMPTE-REGISTRE : un
      *>   livret ou un depot a terme rend son client). Sa fiche est
      *>   relue par cle ; le chemin du mouvement relit ensuite le
      *>   compte debite avant toute reecriture. L'echeance retenue
      *>   est la plus proche de la revision prevue et de
      *>   l'expiration de la piece.
           MOVE 'N' TO WS-KYC-BLOQUE
           MOVE WS-ID-TRANS TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           MOVE WS-CRG-TITULAIRE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-KYC-PIECE-TYPE WS-KYC-PIECE-NUMERO
                          WS-KYC-EXPIRATION WS-KYC-REVISION
      *>   "NOM,PRENOM,DATE|SOLDE|STATUT|RUE|VILLE|CP|TEL|SEGMENT|
      *>   EXONERE|PIECE|NUMERO|EXPIRATION|REVISION"
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-KYC-IGNORE WS-KYC-IGNORE WS-KYC-IGNORE
                    WS-KYC-IGNORE WS-KYC-IGNORE WS-KYC-IGNORE
                    WS-KYC-IGNORE WS-KYC-IGNORE WS-KYC-IGNORE
                    WS-KYC-PIECE-TYPE WS-KYC-PIECE-NUMERO
                    WS-KYC-EXPIRATION WS-KYC-REVISION
           END-UNSTRING
           MOVE SPACES TO WS-KYC-ECHEANCE
           IF WS-KYC-REVISION IS NUMERIC
               MOVE WS-KYC-REVISION TO WS-KYC-ECHEANCE
           END-IF
           IF WS-KYC-EXPIRATION IS NUMERIC
              AND (WS-KYC-ECHEANCE = SPACES OR
                   WS-KYC-EXPIRATION < WS-KYC-ECHEANCE)
               MOVE WS-KYC-EXPIRATION TO WS-KYC-ECHEANCE
           END-IF
           IF WS-KYC-ECHEANCE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-KYC-ECHEANCE-NUM < 16010101
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE (WS-KYC-ECHEANCE-NUM)
              + WS-DELAI-GRACE-KYC
              < FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
               MOVE 'Y' TO WS-KYC-BLOQUE
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-DECES.
      *>   Statut du compte debite, puis de son titulaire (rendu par
      *>   CONTROLER-KYC juste avant) : l'un ou l'autre a 'F' suffit
      *>   -- un compte ouvert apres la saisie du deces reste fige.
           MOVE 'N' TO WS-DECES-BLOQUE
           MOVE WS-ID-TRANS TO FS-ID-CLIENT
           PERFORM LIRE-STATUT-DECES
           IF WS-DEC-STATUT = 'F'
               MOVE 'Y' TO WS-DECES-BLOQUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CRG-TITULAIRE NOT = WS-ID-TRANS
               MOVE WS-CRG-TITULAIRE TO FS-ID-CLIENT
               PERFORM LIRE-STATUT-DECES
               IF WS-DEC-STATUT = 'F'
                   MOVE 'Y' TO WS-DECES-BLOQUE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-RECOUVREMENT.
      *>   Statut 'P' du compte ou de son titulaire (le titulaire est
      *>   rendu par CONTROLER-KYC), puis etape du compte dans
      *>   recouvrement.txt -- relu a chaque controle comme
      *>   decouverts.txt, la derniere occurrence d'un compte gagne.
           MOVE 'N' TO WS-RCV-BLOQUE
           MOVE WS-ID-TRANS TO FS-ID-CLIENT
           PERFORM LIRE-STATUT-DECES
           IF WS-DEC-STATUT = 'P'
               MOVE 'Y' TO WS-RCV-BLOQUE
               MOVE 'P' TO WS-RCV-ETAPE
               EXIT PARAGRAPH
           END-IF
           IF WS-CRG-TITULAIRE NOT = WS-ID-TRANS
               MOVE WS-CRG-TITULAIRE TO FS-ID-CLIENT
               PERFORM LIRE-STATUT-DECES
               IF WS-DEC-STATUT = 'P'
                   MOVE 'Y' TO WS-RCV-BLOQUE
                   MOVE 'P' TO WS-RCV-ETAPE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-RCV-ETAPE
           OPEN INPUT RECOUVR-FILE
           IF WS-FS-RECOUVR = "00"
               READ RECOUVR-FILE
                   AT END MOVE "10" TO WS-FS-RECOUVR
               END-READ
               PERFORM UNTIL WS-FS-RECOUVR = "10"
                   MOVE SPACES TO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
                   UNSTRING RECOUVR-LIGNE DELIMITED BY "|"
                       INTO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
                   END-UNSTRING
                   IF WS-RCV-ID-CHAR IS NUMERIC
                       IF WS-RCV-ID-CHAR = WS-ID-TRANS
                           MOVE WS-RCV-ETAPE-LUE TO WS-RCV-ETAPE
                       END-IF
                   END-IF
                   READ RECOUVR-FILE
                       AT END MOVE "10" TO WS-FS-RECOUVR
                   END-READ
               END-PERFORM
               CLOSE RECOUVR-FILE
           END-IF
           IF WS-RCV-ETAPE = '3' OR WS-RCV-ETAPE = '4'
               MOVE 'Y' TO WS-RCV-BLOQUE
           END-IF.

       *>--------------------------------------------------------------
       LIRE-STATUT-DECES.
           MOVE SPACES TO WS-DEC-STATUT
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-KYC-IGNORE WS-KYC-IGNORE WS-DEC-STATUT
           END-UNSTRING.

       *>--------------------------------------------------------------
       OUVRIR-ACCUSE.
           MOVE SPACES TO WS-NOM-ACCUSE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-ACCUSE
           END-STRING
           IF WS-MODE-MAJ = 'S'
               MOVE "_simulation.txt" TO WS-NOM-ACCUSE (29:)
           END-IF
           IF WS-MODE-MAJ = 'J'
               MOVE "_rejeu.txt" TO WS-NOM-ACCUSE (29:)
           END-IF
           OPEN OUTPUT ACCUSE-FILE
           MOVE 'Y' TO WS-ACCUSE-OUVERT
           INITIALIZE WS-AGV-TABLE
           MOVE 0 TO WS-AGV-NB
           MOVE SPACES TO ACCUSE-LIGNE
           STRING "H|" DELIMITED BY SIZE
                  WS-CTL-DATE-LOT DELIMITED BY SIZE
                  INTO ACCUSE-LIGNE
           END-STRING
           IF WS-CTL-AGENCE-LOT NOT = SPACES
               MOVE "|"               TO ACCUSE-LIGNE (11:1)
               MOVE WS-CTL-AGENCE-LOT TO ACCUSE-LIGNE (12:3)
           END-IF
           WRITE ACCUSE-LIGNE.

       *>--------------------------------------------------------------
           IF WS-ACCUSE-OUVERT = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AGV-IDX FROM 1 BY 1
                    UNTIL WS-AGV-IDX > WS-AGV-NB
               PERFORM ECRIRE-ACCUSE-AGENCE
           END-PERFORM
           IF WS-AGV-DEBORDE = 'Y'
               COMPUTE WS-AGV-IDX = WS-AGV-MAX + 1
               PERFORM ECRIRE-ACCUSE-AGENCE
           END-IF
           MOVE WS-TOTAL-CREDITS TO WS-ACC-CRED-EDIT
           MOVE WS-TOTAL-DEBITS  TO WS-ACC-DEB-EDIT
           MOVE SPACES TO ACCUSE-LIGNE
           DISPLAY "Accuse de reception ecrit : "
                   FUNCTION TRIM (WS-NOM-ACCUSE).

       *>--------------------------------------------------------------
       ECRIRE-ACCUSE-AGENCE.
           MOVE WS-AGV-CREDITS (WS-AGV-IDX) TO WS-AGV-CRED-EDIT
           MOVE WS-AGV-DEBITS (WS-AGV-IDX)  TO WS-AGV-DEB-EDIT
           MOVE SPACES TO ACCUSE-LIGNE
           STRING "G|" DELIMITED BY SIZE
                  WS-AGV-CODE (WS-AGV-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AGV-LIGNES (WS-AGV-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AGV-APPLIQUES (WS-AGV-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AGV-ATTENTE (WS-AGV-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AGV-REJETS (WS-AGV-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AGV-CRED-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-AGV-DEB-EDIT DELIMITED BY SIZE
                  INTO ACCUSE-LIGNE
           END-STRING
           WRITE ACCUSE-LIGNE.

       *>--------------------------------------------------------------
       PARQUER-POUR-APPROBATION.
      *>   La ligne part telle quelle dans la file d'approbation
           END-READ.

       *>--------------------------------------------------------------
       NOTER-DEJA-APPLIQUE.
      *>   Rejeu : la reference est deja au registre restaure (ou
      *>   rejouee plus tot) -- la ligne est ignoree sans rejet. La
      *>   ligne "D|TYPE|MONTANT|..." de l'accuse reprend le mouvement
      *>   inscrit au registre, pour le rapprochement avec l'accuse
      *>   d'origine.
           ADD 1 TO WS-NB-DEJA-APPLIQUES
           DISPLAY "Reference " WS-REF-TRANS
                   " deja appliquee, ignoree au rejeu"
           IF WS-ACCUSE-OUVERT = 'Y'
               MOVE REG-MONTANT TO WS-DEJA-MONTANT-EDIT
               MOVE SPACES TO ACCUSE-LIGNE
               STRING "D|" DELIMITED BY SIZE
                      REG-TYPE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DEJA-MONTANT-EDIT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-TRANS-LIGNE (1:60) DELIMITED BY SIZE
                      INTO ACCUSE-LIGNE
               END-STRING
               WRITE ACCUSE-LIGNE
           END-IF.

      *>--------------------------------------------------------------
       INSCRIRE-REFERENCE.
      *>   La reference n'est inscrite qu'une fois le mouvement
      *>   reellement applique (compteur de mouvements avance) : un
      *>   entree encore en attente de disponibilite est retiree
      *>   d'abord (le debit passe alors sans controle de provision,
      *>   comme le rejet 'B' -- ces fonds n'ont jamais ete
      *>   disponibles). Une annulation 'A', un rejet de cheque 'B',
      *>   un virement externe 'X' (deja parti en compensation) ou un
      *>   cheque emis 'P' (deja regle au presentateur) ne s'annulent
      *>   pas : la ligne part en rejet sous ORIGINE.
           MOVE REG-COMPTE  TO WS-ANN-COMPTE
           MOVE REG-DEST    TO WS-ANN-DEST
           MOVE REG-TYPE    TO WS-ANN-TYPE
      *>           est verifie AVANT la premiere reecriture, pour que
      *>           le virement retour ne parte pas a moitie (debit
      *>           applique, credit refuse, argent dans aucun compte).
      *>           Entre devises differentes, le compte credite a
      *>           l'origine est debite de la contre-valeur du jour et
      *>           le compte d'origine recredite du montant d'origine :
      *>           l'ecart de change depuis le virement reste au
      *>           compte qui l'avait recu.
                   PERFORM VERIFIER-COMPTE-RETOUR
                   IF WS-ANN-RETOUR-OK = 'Y'
                       MOVE WS-ANN-COMPTE TO WS-CNV-COMPTE-1
                       MOVE WS-ANN-DEST   TO WS-CNV-COMPTE-2
                       PERFORM CONVERTIR-VIREMENT
                       IF WS-CNV-OK = 'N'
                           MOVE 'N' TO WS-ANN-RETOUR-OK
                       END-IF
                   END-IF
                   IF WS-ANN-RETOUR-OK = 'Y'
                       IF WS-CNV-ACTIVE = 'Y'
                           MOVE 'Y' TO WS-LIVRE-CONVERSION
                           MOVE WS-CNV-DEVISE-2 TO WS-LIVRE-DEV-COMPTE
                           MOVE WS-CNV-DEVISE-1 TO WS-LIVRE-DEV-CTP
                           MOVE WS-MONTANT-VAL TO WS-LIVRE-MONTANT-CTP
                           MOVE WS-MONTANT-VAL TO WS-CNV-MONTANT-ORIG
                           MOVE WS-CNV-MONTANT TO WS-MONTANT-VAL
                       END-IF
                       MOVE WS-ANN-DEST TO WS-ID-TRANS
                       MOVE 'D' TO WS-TYPE-TRANS
                       PERFORM APPLIQUER-AU-CLIENT
                       IF WS-CNV-ACTIVE = 'Y'
                           MOVE WS-CNV-DEVISE-1 TO WS-LIVRE-DEV-COMPTE
                           MOVE WS-CNV-DEVISE-2 TO WS-LIVRE-DEV-CTP
                           MOVE WS-CNV-MONTANT TO WS-LIVRE-MONTANT-CTP
                           MOVE WS-CNV-MONTANT-ORIG TO WS-MONTANT-VAL
                       END-IF
                       IF WS-NB-MOUVEMENTS > WS-NB-AVANT-ANN
                           MOVE WS-ANN-COMPTE TO WS-ID-TRANS
                           MOVE 'C' TO WS-TYPE-TRANS
                           PERFORM APPLIQUER-AU-CLIENT
                       END-IF
                       MOVE 'N' TO WS-LIVRE-CONVERSION
                   END-IF
               WHEN 'C'
                   MOVE WS-ANN-COMPTE TO WS-ID-TRANS
               PERFORM ENREGISTRER-CHEQUE-ATTENTE
           END-IF.

       *>--------------------------------------------------------------
       APPLIQUER-CHEQUE-EMIS.
      *>   Cheque 'P' tire par le client : le numero est controle
      *>   contre les chequiers delivres, les cheques deja payes et
      *>   les oppositions avant tout debit ; un cheque payable passe
      *>   comme un debit par le chemin normal (piece 'P' au grand
      *>   livre, libelle "CHQ <numero>"), puis son numero est note
      *>   dans cheques_payes.txt.
           MOVE WS-ID-TRANS TO WS-CRG-COMPTE
           CALL "CONTROLE-CHEQUE" USING WS-CRG-COMPTE WS-NUMERO-CHEQUE
                WS-CCQ-ETAT
           IF WS-CCQ-ETAT NOT = 'E'
               ADD 1 TO WS-NB-REJETS-TRANS
               EVALUATE WS-CCQ-ETAT
                   WHEN 'H'
                       DISPLAY "Cheque " WS-NUMERO-CHEQUE " du compte "
                               WS-ID-TRANS " hors des chequiers "
                               "delivres, rejete"
                       MOVE "HORS-CHQ" TO WS-MOTIF-REJET
                   WHEN 'P'
                       DISPLAY "Cheque " WS-NUMERO-CHEQUE " du compte "
                               WS-ID-TRANS " deja paye, rejete"
                       MOVE "CHQ-PAYE" TO WS-MOTIF-REJET
                   WHEN OTHER
                       DISPLAY "Cheque " WS-NUMERO-CHEQUE " du compte "
                               WS-ID-TRANS " frappe d'opposition, "
                               "rejete"
                       MOVE "OPPOSITION" TO WS-MOTIF-REJET
               END-EVALUATE
               PERFORM REJETER-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NB-MOUVEMENTS TO WS-NB-AVANT-EMIS
           MOVE SPACES TO WS-LIBELLE-LIVRE
           STRING "CHQ "           DELIMITED BY SIZE
                  WS-NUMERO-CHEQUE DELIMITED BY SIZE
                  INTO WS-LIBELLE-LIVRE
           END-STRING
           PERFORM APPLIQUER-AU-CLIENT
           MOVE SPACES TO WS-LIBELLE-LIVRE
           IF WS-NB-MOUVEMENTS > WS-NB-AVANT-EMIS
               PERFORM ENREGISTRER-CHEQUE-PAYE
           END-IF.

       *>--------------------------------------------------------------
       ENREGISTRER-CHEQUE-PAYE.
           MOVE SPACES TO PAYE-LIGNE
           STRING WS-ID-TRANS      DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-NUMERO-CHEQUE DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-REF-TRANS     DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-DATE-JOUR     DELIMITED BY SIZE
                  INTO PAYE-LIGNE
           END-STRING
           OPEN INPUT PAYES-FILE
           IF WS-FS-PAYES = "00"
               CLOSE PAYES-FILE
               OPEN EXTEND PAYES-FILE
           ELSE
               OPEN OUTPUT PAYES-FILE
           END-IF
           WRITE PAYE-LIGNE
           CLOSE PAYES-FILE.

       *>--------------------------------------------------------------
       ENREGISTRER-CHEQUE-ATTENTE.
           COMPUTE WS-CHQ-JOUR-ENTIER =
       *>--------------------------------------------------------------
       CHERCHER-INDISPONIBLE.
      *>   Total des cheques du compte en cours (WS-ID-TRANS) encore
      *>   en attente de disponibilite, plus les montants geles par
      *>   ses saisies actives -- zero pour un compte sans cheque en
      *>   attente ni saisie, ou si les fichiers sont absents.
           MOVE 0 TO WS-INDISPONIBLE
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES = "00"
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
               PERFORM UNTIL WS-FS-SAISIES = "10"
                   IF SAI-ETAT = 'O' AND SAI-COMPTE = WS-ID-TRANS
                      AND SAI-MONTANT IS NUMERIC
                       ADD SAI-MONTANT TO WS-INDISPONIBLE
                   END-IF
                   READ SAISIES-FILE
                       AT END MOVE "10" TO WS-FS-SAISIES
                   END-READ
               END-PERFORM
               CLOSE SAISIES-FILE
           END-IF
           OPEN INPUT CHEQUES-FILE
           IF WS-FS-CHEQUES = "00"
               READ CHEQUES-FILE
      *>           reecriture, comme le solde : un cote debite au-dela
      *>           du plafond rejette le virement entier.
                   MOVE 'N' TO WS-LIMITE-DEPASSEE
                   IF WS-PAIEMENT-SAISIE = 'N'
                       PERFORM CONTROLER-LIMITES
                   END-IF
                   IF WS-LIMITE-DEPASSEE = 'Y'
                       MOVE 'N' TO WS-VIREMENT-OK
                       ADD 1 TO WS-NB-REJETS-TRANS
                       MOVE "LIMITE" TO WS-MOTIF-REJET
                       PERFORM REJETER-TRANSACTION
                   ELSE
      *>           Regles du produit debite (retraits du mois, solde
      *>           minimum, decouvert) : frais eventuels compris dans
      *>           la provision exigee.
                   MOVE SPACES TO WS-PRD-MOTIF
                   MOVE 0 TO WS-PRD-FRAIS
                   IF WS-PAIEMENT-SAISIE = 'N'
                       MOVE WS-ID-SOURCE   TO WS-PRD-COMPTE
                       MOVE 'D'            TO WS-PRD-SENS
                       MOVE WS-SOLDE-AVANT TO WS-PRD-SOLDE
                       MOVE WS-MONTANT-VAL TO WS-PRD-MONTANT
                       PERFORM CONTROLER-REGLES-PRODUIT
                   END-IF
                   IF WS-PRD-MOTIF NOT = SPACES
                       MOVE 'N' TO WS-VIREMENT-OK
                       ADD 1 TO WS-NB-REJETS-TRANS
                       DISPLAY "Virement " WS-ID-SOURCE " -> "
                               WS-ID-DEST
                               " : regle du produit debite ("
                               FUNCTION TRIM (WS-PRD-MOTIF)
                               "), rejete"
                       MOVE WS-PRD-MOTIF TO WS-MOTIF-REJET
                       PERFORM REJETER-TRANSACTION
                   ELSE
                   IF WS-SOLDE-AVANT - WS-MONTANT-VAL - WS-PRD-FRAIS
                      - WS-INDISPONIBLE < 0 - WS-DECOUVERT-AUTORISE
                       MOVE 'N' TO WS-VIREMENT-OK
                       ADD 1 TO WS-NB-REJETS-TRANS
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ

           IF WS-VIREMENT-OK = 'Y'
                       PERFORM REJETER-TRANSACTION
                   NOT INVALID KEY
                       PERFORM LIRE-SOLDE-COURANT
                       MOVE WS-SOLDE-AVANT TO WS-SOLDE-DEST
                       IF WS-COMPTE-CLOS = 'Y'
                           MOVE 'N' TO WS-VIREMENT-OK
                           ADD 1 TO WS-NB-REJETS-TRANS
               END-READ
           END-IF

      *>   Comptes de devises differentes : le cours du jour doit
      *>   exister AVANT la premiere reecriture, comme le reste.
           MOVE 'N' TO WS-CNV-ACTIVE
           IF WS-VIREMENT-OK = 'Y'
               MOVE WS-ID-SOURCE TO WS-CNV-COMPTE-1
               MOVE WS-ID-DEST   TO WS-CNV-COMPTE-2
               PERFORM CONVERTIR-VIREMENT
               IF WS-CNV-OK = 'N'
                   MOVE 'N' TO WS-VIREMENT-OK
               END-IF
           END-IF

      *>   Solde maximum du produit credite, au montant converti quand
      *>   les devises different -- verifie lui aussi avant la
      *>   premiere reecriture.
           IF WS-VIREMENT-OK = 'Y'
               MOVE WS-ID-DEST    TO WS-PRD-COMPTE
               MOVE 'C'           TO WS-PRD-SENS
               MOVE WS-SOLDE-DEST TO WS-PRD-SOLDE
               IF WS-CNV-ACTIVE = 'Y'
                   MOVE WS-CNV-MONTANT TO WS-PRD-MONTANT
               ELSE
                   MOVE WS-MONTANT-VAL TO WS-PRD-MONTANT
               END-IF
               PERFORM CONTROLER-REGLES-PRODUIT
               IF WS-PRD-MOTIF NOT = SPACES
                   MOVE 'N' TO WS-VIREMENT-OK
                   ADD 1 TO WS-NB-REJETS-TRANS
                   DISPLAY "Virement " WS-ID-SOURCE " -> " WS-ID-DEST
                           " : solde maximum du compte credite "
                           "depasse, rejete"
                   MOVE WS-PRD-MOTIF TO WS-MOTIF-REJET
                   PERFORM REJETER-TRANSACTION
               END-IF
           END-IF

      *>   Les deux cotes sont verifies : chacun repasse par le chemin
      *>   normal (lecture, recalcul, reecriture, mouvement), le debit
      *>   d'abord, le credit ensuite -- le credit au montant converti
      *>   quand les devises different.
           IF WS-VIREMENT-OK = 'Y'
               IF WS-CNV-ACTIVE = 'Y'
                   MOVE 'Y'             TO WS-LIVRE-CONVERSION
                   MOVE WS-CNV-DEVISE-1 TO WS-LIVRE-DEV-COMPTE
                   MOVE WS-CNV-DEVISE-2 TO WS-LIVRE-DEV-CTP
                   MOVE WS-CNV-MONTANT  TO WS-LIVRE-MONTANT-CTP
               END-IF
               MOVE WS-ID-SOURCE TO WS-ID-TRANS
               MOVE 'D'          TO WS-TYPE-TRANS
               PERFORM APPLIQUER-AU-CLIENT
               IF WS-CNV-ACTIVE = 'Y'
                   MOVE WS-CNV-DEVISE-2 TO WS-LIVRE-DEV-COMPTE
                   MOVE WS-CNV-DEVISE-1 TO WS-LIVRE-DEV-CTP
                   MOVE WS-MONTANT-VAL  TO WS-LIVRE-MONTANT-CTP
                   MOVE WS-MONTANT-VAL  TO WS-CNV-MONTANT-ORIG
                   MOVE WS-CNV-MONTANT  TO WS-MONTANT-VAL
               END-IF
               MOVE WS-ID-DEST   TO WS-ID-TRANS
               MOVE 'C'          TO WS-TYPE-TRANS
               PERFORM APPLIQUER-AU-CLIENT
               IF WS-CNV-ACTIVE = 'Y'
                   MOVE WS-CNV-MONTANT-ORIG TO WS-MONTANT-VAL
                   MOVE 'N' TO WS-LIVRE-CONVERSION
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CONVERTIR-VIREMENT.
      *>   WS-MONTANT-VAL est dans la devise de WS-CNV-COMPTE-1 ;
      *>   WS-CNV-MONTANT recoit son equivalent dans la devise de
      *>   WS-CNV-COMPTE-2. Meme devise des deux cotes : rien a
      *>   convertir (WS-CNV-ACTIVE reste a 'N'). Cours manquant ou
      *>   montant converti hors format : rejet sous COURS.
           MOVE 'Y' TO WS-CNV-OK
           MOVE 'N' TO WS-CNV-ACTIVE
           MOVE SPACES TO WS-CNV-DEVISE-1 WS-CNV-DEVISE-2
           CALL "LIRE-DEVISE" USING WS-CNV-COMPTE-1 WS-DATE-JOUR
                WS-CNV-DEVISE-1 WS-CNV-COURS-1 WS-CNV-TROUVE-1
           CALL "LIRE-DEVISE" USING WS-CNV-COMPTE-2 WS-DATE-JOUR
                WS-CNV-DEVISE-2 WS-CNV-COURS-2 WS-CNV-TROUVE-2
           IF WS-CNV-DEVISE-1 = WS-CNV-DEVISE-2
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CNV-ACTIVE
           IF WS-CNV-TROUVE-1 = 'N' OR WS-CNV-TROUVE-2 = 'N'
               MOVE 'N' TO WS-CNV-OK
               DISPLAY "Virement " WS-CNV-COMPTE-1 " -> "
                       WS-CNV-COMPTE-2 " : pas de cours "
                       WS-CNV-DEVISE-1 "/" WS-CNV-DEVISE-2
                       " au " WS-DATE-JOUR ", rejete"
           ELSE
               COMPUTE WS-CNV-COURS-CROISE ROUNDED =
                   WS-CNV-COURS-2 / WS-CNV-COURS-1
                   ON SIZE ERROR
                       MOVE 'N' TO WS-CNV-OK
               END-COMPUTE
               COMPUTE WS-CNV-MONTANT ROUNDED =
                   WS-MONTANT-VAL * WS-CNV-COURS-2 / WS-CNV-COURS-1
                   ON SIZE ERROR
                       MOVE 'N' TO WS-CNV-OK
               END-COMPUTE
               IF WS-CNV-OK = 'Y' AND WS-CNV-MONTANT = 0
                   MOVE 'N' TO WS-CNV-OK
               END-IF
               IF WS-CNV-OK = 'N'
                   DISPLAY "Virement " WS-CNV-COMPTE-1 " -> "
                           WS-CNV-COMPTE-2 " : conversion "
                           WS-CNV-DEVISE-1 "/" WS-CNV-DEVISE-2
                           " hors limites, rejete"
               END-IF
           END-IF
           IF WS-CNV-OK = 'N'
               MOVE 'N' TO WS-CNV-ACTIVE
               ADD 1 TO WS-NB-REJETS-TRANS
               MOVE "COURS" TO WS-MOTIF-REJET
               PERFORM REJETER-TRANSACTION
           ELSE
               MOVE WS-CNV-COURS-CROISE TO WS-LIVRE-COURS-EDIT
               MOVE WS-CNV-MONTANT TO WS-CNV-MONTANT-EDIT
               DISPLAY "Virement " WS-CNV-COMPTE-1 " -> "
                       WS-CNV-COMPTE-2 " converti " WS-CNV-DEVISE-1
                       " -> " WS-CNV-DEVISE-2 " au cours "
                       WS-LIVRE-COURS-EDIT " : " WS-CNV-MONTANT-EDIT
           END-IF.

       *>--------------------------------------------------------------
       APPLIQUER-VIREMENT-EXTERNE.
      *>   Un virement vers le compte de reglement de la compensation :
      *>   memes controles et memes ecritures que APPLIQUER-VIREMENT
      *>   (provision, plafonds, comptes clos), le libelle du grand
      *>   livre porte le compte externe. Une fois les deux cotes
      *>   passes, la ligne attend l'emission vers la chambre dans
      *>   virements_sortants.txt.
           MOVE WS-NB-MOUVEMENTS TO WS-NB-AVANT-EXT
           MOVE SPACES TO WS-LIBELLE-LIVRE
           STRING "EXT "            DELIMITED BY SIZE
                  WS-COMPTE-EXTERNE DELIMITED BY SIZE
                  INTO WS-LIBELLE-LIVRE
           END-STRING
           PERFORM APPLIQUER-VIREMENT
           MOVE SPACES TO WS-LIBELLE-LIVRE
           IF WS-NB-MOUVEMENTS > WS-NB-AVANT-EXT
               PERFORM ENREGISTRER-VIREMENT-SORTANT
           END-IF.

       *>--------------------------------------------------------------
       ENREGISTRER-VIREMENT-SORTANT.
      *>   Compte debite en devise : la compensation regle le montant
      *>   converti, pas celui de la ligne.
           IF WS-CNV-ACTIVE = 'Y'
               MOVE WS-CNV-MONTANT-EDIT TO WS-MONTANT-TEXTE
           END-IF
           MOVE SPACES TO SORTANT-LIGNE
           STRING WS-REF-TRANS      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ID-SOURCE      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COMPTE-EXTERNE)
                                    DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MONTANT-TEXTE)
                                    DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DATE-JOUR      DELIMITED BY SIZE
                  INTO SORTANT-LIGNE
           END-STRING
           OPEN INPUT SORTANTS-FILE
           IF WS-FS-SORTANTS = "00"
               CLOSE SORTANTS-FILE
               OPEN EXTEND SORTANTS-FILE
           ELSE
               OPEN OUTPUT SORTANTS-FILE
           END-IF
           WRITE SORTANT-LIGNE
           CLOSE SORTANTS-FILE
           DISPLAY "Virement externe " WS-REF-TRANS " vers "
                   FUNCTION TRIM (WS-COMPTE-EXTERNE)
                   " en attente de compensation".

       *>--------------------------------------------------------------
       LIRE-SOLDE-COURANT.
      *>   Extrait seulement WS-SOLDE-AVANT de l'enregistrement client
                   IF WS-SOLDE-SUFFISANT = 'Y'
                       PERFORM REECRIRE-CLIENT
                       PERFORM ECRIRE-MOUVEMENT
                       IF WS-FRAIS-A-PRELEVER > 0
                           PERFORM PRELEVER-FRAIS-RETRAIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-REJETS-TRANS
                       EVALUATE TRUE
                                       " : plafond de debit depasse, "
                                       "mouvement ignore"
                               MOVE "LIMITE" TO WS-MOTIF-REJET
                           WHEN WS-PRD-MOTIF NOT = SPACES
                               DISPLAY "Client " WS-ID-TRANS
                                       " : regle du produit ("
                                       FUNCTION TRIM (WS-PRD-MOTIF)
                                       "), mouvement ignore"
                               MOVE WS-PRD-MOTIF TO WS-MOTIF-REJET
                           WHEN OTHER
                               DISPLAY "Client " WS-ID-TRANS
                                       " : solde insuffisant, "
           END-IF
           IF WS-STATUT-CLIENT NOT = 'A' AND WS-STATUT-CLIENT NOT = 'I'
              AND WS-STATUT-CLIENT NOT = 'C' AND
              WS-STATUT-CLIENT NOT = 'E' AND WS-STATUT-CLIENT NOT = 'F'
              AND WS-STATUT-CLIENT NOT = 'P'
               MOVE 'A' TO WS-STATUT-CLIENT
           END-IF
      *>   'C' (cloture) comme 'E' (tombe en desherence) : plus aucun
      *>   mouvement ne s'applique.
           MOVE SPACES TO WS-PRD-MOTIF
           MOVE 0 TO WS-PRD-FRAIS
           MOVE 0 TO WS-FRAIS-A-PRELEVER
           MOVE 'N' TO WS-COMPTE-CLOS
           IF WS-STATUT-CLIENT = 'C' OR WS-STATUT-CLIENT = 'E'
               MOVE 'Y' TO WS-COMPTE-CLOS
           END-IF

           MOVE 'Y' TO WS-SOLDE-SUFFISANT
      *>   Regles du produit (voir CONTROLER-REGLES-PRODUIT) : pas sur
      *>   une piece d'annulation, qui remet le compte ou il etait.
           IF WS-TYPE-TRANS = 'C' OR WS-TYPE-TRANS = 'Q'
               IF WS-SANS-CONTROLE-SOLDE = 'N' AND
                  WS-LIBELLE-LIVRE (1:6) NOT = "ANNUL "
                   MOVE WS-ID-TRANS    TO WS-PRD-COMPTE
                   MOVE 'C'            TO WS-PRD-SENS
                   MOVE WS-SOLDE-AVANT TO WS-PRD-SOLDE
                   MOVE WS-MONTANT-VAL TO WS-PRD-MONTANT
                   PERFORM CONTROLER-REGLES-PRODUIT
               END-IF
               IF WS-PRD-MOTIF NOT = SPACES
                   MOVE 'N' TO WS-SOLDE-SUFFISANT
               ELSE
                   COMPUTE WS-SOLDE-APRES =
                       WS-SOLDE-AVANT + WS-MONTANT-VAL
                   ADD WS-MONTANT-VAL TO WS-TOTAL-CREDITS
               END-IF
           ELSE
      *>       Un debit peut entamer le decouvert autorise du compte :
      *>       le solde ne se refuse plus a zero mais a moins la
      *>       Garde-fou des plafonds : un zero de trop sur un debit
      *>       'D' s'arrete ici meme si le compte est approvisionne
      *>       (plafond par operation et cumul journalier -- voir
      *>       CONTROLER-LIMITES). La jambe debit du versement d'une
      *>       saisie revient ici en 'D' : ni plafonds ni regles du
      *>       produit pour elle, comme dans APPLIQUER-VIREMENT.
               MOVE 'N' TO WS-LIMITE-DEPASSEE
               IF WS-SANS-CONTROLE-SOLDE = 'N' AND
                  WS-TYPE-TRANS = 'D' AND WS-PAIEMENT-SAISIE = 'N'
                   PERFORM CONTROLER-LIMITES
               END-IF
               IF WS-LIMITE-DEPASSEE = 'N' AND
                  WS-SANS-CONTROLE-SOLDE = 'N' AND
                  (WS-TYPE-TRANS = 'D' OR WS-TYPE-TRANS = 'P') AND
                  WS-LIBELLE-LIVRE (1:6) NOT = "ANNUL " AND
                  WS-PAIEMENT-SAISIE = 'N'
                   MOVE WS-ID-TRANS    TO WS-PRD-COMPTE
                   MOVE 'D'            TO WS-PRD-SENS
                   MOVE WS-SOLDE-AVANT TO WS-PRD-SOLDE
                   MOVE WS-MONTANT-VAL TO WS-PRD-MONTANT
                   PERFORM CONTROLER-REGLES-PRODUIT
               END-IF
               IF WS-LIMITE-DEPASSEE = 'Y' OR WS-PRD-MOTIF NOT = SPACES
                   MOVE 'N' TO WS-SOLDE-SUFFISANT
               ELSE
               IF WS-SANS-CONTROLE-SOLDE = 'N' AND
                  WS-SOLDE-AVANT - WS-MONTANT-VAL - WS-PRD-FRAIS
                  - WS-INDISPONIBLE < 0 - WS-DECOUVERT-AUTORISE
                   MOVE 'N' TO WS-SOLDE-SUFFISANT
               ELSE
                   COMPUTE WS-SOLDE-APRES =
                       WS-SOLDE-AVANT - WS-MONTANT-VAL
                   ADD WS-MONTANT-VAL TO WS-TOTAL-DEBITS
                   MOVE WS-PRD-FRAIS TO WS-FRAIS-A-PRELEVER
               END-IF
               END-IF
           END-IF
           PERFORM ECRIRE-GRAND-LIVRE
           IF WS-TYPE-TRANS = 'D'
               PERFORM NOTER-DEBIT-JOUR
           END-IF
           IF (WS-TYPE-TRANS = 'D' OR WS-TYPE-TRANS = 'P') AND
              WS-LIBELLE-LIVRE (1:6) NOT = "ANNUL "
               PERFORM NOTER-RETRAIT-MOIS
           END-IF.

       *>--------------------------------------------------------------
                      INTO LIVRE-LIGNE
               END-STRING
           END-IF
      *>   Jambe d'un virement entre devises : neuvieme a douzieme
      *>   champs apres le libelle (huitieme), "DEVISE DU COMPTE|
      *>   DEVISE CONTREPARTIE|MONTANT CONTREPARTIE|COURS CROISE".
           IF WS-LIVRE-CONVERSION = 'Y'
               COMPUTE WS-PTR-LIVRE = FUNCTION LENGTH
                   (FUNCTION TRIM (LIVRE-LIGNE TRAILING)) + 1
               IF WS-LIBELLE-LIVRE = SPACES
                   STRING "|" DELIMITED BY SIZE
                          INTO LIVRE-LIGNE
                          WITH POINTER WS-PTR-LIVRE
                   END-STRING
               END-IF
               STRING "|"                  DELIMITED BY SIZE
                      WS-LIVRE-DEV-COMPTE  DELIMITED BY SIZE
                      "|"                  DELIMITED BY SIZE
                      WS-LIVRE-DEV-CTP     DELIMITED BY SIZE
                      "|"                  DELIMITED BY SIZE
                      WS-LIVRE-MONTANT-CTP DELIMITED BY SIZE
                      "|"                  DELIMITED BY SIZE
                      WS-LIVRE-COURS-EDIT  DELIMITED BY SIZE
                      INTO LIVRE-LIGNE
                      WITH POINTER WS-PTR-LIVRE
               END-STRING
           END-IF
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       RELEVER-DEBIT-DU-JOUR.
      *>   Pendant le balayage d'ouverture du grand livre : la plus
      *>   grande sequence vue fait repartir WS-SEQ-LIVRE, et un
      *>   debit 'D' date d'aujourd'hui amorce le fichier de travail
      *>   du cumul journalier ; un retrait 'D' ou 'P' du mois, hors
      *>   piece d'annulation, celui des retraits du mois.
           MOVE SPACES TO WS-SEED-COMPTE WS-SEED-SEQ WS-SEED-DATE
           MOVE SPACES TO WS-SEED-TYPE WS-SEED-MONTANT
           MOVE SPACES TO WS-SEED-AVANT WS-SEED-APRES WS-SEED-LIBELLE
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-SEED-COMPTE WS-SEED-SEQ WS-SEED-DATE
                    WS-SEED-TYPE WS-SEED-MONTANT WS-SEED-AVANT
                    WS-SEED-APRES WS-SEED-LIBELLE
           END-UNSTRING
           IF (WS-SEED-TYPE = 'D' OR WS-SEED-TYPE = 'P') AND
              WS-SEED-COMPTE IS NUMERIC AND
              WS-SEED-DATE (1:6) = WS-DATE-JOUR (1:6) AND
              WS-SEED-LIBELLE (1:6) NOT = "ANNUL "
               MOVE WS-SEED-COMPTE TO RETRAIT-MOIS-LIGNE
               WRITE RETRAIT-MOIS-LIGNE
           END-IF
           IF FUNCTION TRIM (WS-SEED-SEQ) IS NUMERIC
               IF FUNCTION NUMVAL (WS-SEED-SEQ) > WS-SEQ-LIVRE
                   COMPUTE WS-SEQ-LIVRE =
           WRITE DEBIT-JOUR-LIGNE
           CLOSE DEBITS-JOUR-FILE.

       *>--------------------------------------------------------------
       NOTER-RETRAIT-MOIS.
           OPEN EXTEND RETRAITS-MOIS-FILE
           IF WS-FS-RETMOIS NOT = "00"
               OPEN OUTPUT RETRAITS-MOIS-FILE
           END-IF
           MOVE WS-ID-TRANS TO RETRAIT-MOIS-LIGNE
           WRITE RETRAIT-MOIS-LIGNE
           CLOSE RETRAITS-MOIS-FILE.

       *>--------------------------------------------------------------
       CONTROLER-REGLES-PRODUIT.
      *>   Regles du produit du compte WS-PRD-COMPTE, solde courant
      *>   WS-PRD-SOLDE, mouvement WS-PRD-MONTANT. Un credit
      *>   (WS-PRD-SENS 'C') ne doit pas porter le solde au-dela du
      *>   solde maximum. Un retrait ('D') est compte parmi ceux du
      *>   mois : au-dela des gratuits il coute les frais du produit
      *>   (WS-PRD-FRAIS), ou il est refuse si le produit n'en prevoit
      *>   pas ; il ne doit ensuite entamer ni le solde minimum ni,
      *>   sur un produit sans decouvert, un decouvert accorde. Un
      *>   solde simplement insuffisant reste rejete SOLDE par
      *>   l'appelant. WS-PRD-MOTIF reste a blanc quand tout passe.
           MOVE SPACES TO WS-PRD-MOTIF
           MOVE 0 TO WS-PRD-FRAIS
           IF WS-PRD-ACTIVES = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRD-COMPTE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           EVALUATE WS-CRG-TYPE
               WHEN 'C'
                   MOVE 1 TO WS-PRD-IDX
               WHEN 'E'
                   MOVE 2 TO WS-PRD-IDX
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-PRD-SENS = 'C'
               IF WS-PRD-PLAFOND (WS-PRD-IDX) > 0 AND
                  WS-PRD-SOLDE + WS-PRD-MONTANT >
                  WS-PRD-PLAFOND (WS-PRD-IDX)
                   MOVE "PLAFOND" TO WS-PRD-MOTIF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-PRD-RET-LIMITE (WS-PRD-IDX) = 'Y'
               PERFORM COMPTER-RETRAITS-MOIS
               IF WS-PRD-NB-RETRAITS >=
                  WS-PRD-RET-GRATUITS (WS-PRD-IDX)
                   IF WS-PRD-FRAIS-RET (WS-PRD-IDX) > 0
                       MOVE WS-PRD-FRAIS-RET (WS-PRD-IDX)
                            TO WS-PRD-FRAIS
                   ELSE
                       MOVE "RETRAITS" TO WS-PRD-MOTIF
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-PRD-MINIMUM (WS-PRD-IDX) > 0 AND
              WS-PRD-SOLDE - WS-PRD-MONTANT - WS-PRD-FRAIS <
              WS-PRD-MINIMUM (WS-PRD-IDX)
               MOVE "MINIMUM" TO WS-PRD-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF WS-PRD-DECOUVERT (WS-PRD-IDX) = 'N' AND
              WS-DECOUVERT-AUTORISE > 0 AND
              WS-PRD-SOLDE - WS-PRD-MONTANT - WS-PRD-FRAIS
              - WS-INDISPONIBLE < 0
               MOVE "DECOUVERT" TO WS-PRD-MOTIF
           END-IF.

       *>--------------------------------------------------------------
       COMPTER-RETRAITS-MOIS.
           MOVE 0 TO WS-PRD-NB-RETRAITS
           OPEN INPUT RETRAITS-MOIS-FILE
           IF WS-FS-RETMOIS = "00"
               READ RETRAITS-MOIS-FILE
                   AT END MOVE "10" TO WS-FS-RETMOIS
               END-READ
               PERFORM UNTIL WS-FS-RETMOIS = "10"
                   IF RETRAIT-MOIS-LIGNE (1:5) IS NUMERIC AND
                      RETRAIT-MOIS-LIGNE (1:5) = WS-PRD-COMPTE
                       ADD 1 TO WS-PRD-NB-RETRAITS
                   END-IF
                   READ RETRAITS-MOIS-FILE
                       AT END MOVE "10" TO WS-FS-RETMOIS
                   END-READ
               END-PERFORM
               CLOSE RETRAITS-MOIS-FILE
           END-IF.

       *>--------------------------------------------------------------
       PRELEVER-FRAIS-RETRAIT.
      *>   Retrait au-dela des gratuits du mois : les frais du produit
      *>   partent aussitot en piece 'F' distincte au grand livre
      *>   (libelle "FRAIS RETRAIT"), sans nouveau controle -- le
      *>   solde les a deja comptes avant d'accepter le retrait.
           MOVE WS-TYPE-TRANS          TO WS-FRS-TYPE-SAUVE
           MOVE WS-MONTANT-VAL         TO WS-FRS-MONTANT-SAUVE
           MOVE WS-LIBELLE-LIVRE       TO WS-FRS-LIBELLE-SAUVE
           MOVE WS-SANS-CONTROLE-SOLDE TO WS-FRS-CONTROLE-SAUVE
           MOVE WS-LIVRE-CONVERSION    TO WS-FRS-CONVERSION-SAUVE
           MOVE 'F'                    TO WS-TYPE-TRANS
           MOVE WS-FRAIS-A-PRELEVER    TO WS-MONTANT-VAL
           MOVE "FRAIS RETRAIT"        TO WS-LIBELLE-LIVRE
           MOVE 'Y'                    TO WS-SANS-CONTROLE-SOLDE
           MOVE 'N'                    TO WS-LIVRE-CONVERSION
           MOVE WS-ID-TRANS TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RECALCULER-SOLDE
                   IF WS-SOLDE-SUFFISANT = 'Y'
                       PERFORM REECRIRE-CLIENT
                       PERFORM ECRIRE-MOUVEMENT
                   END-IF
           END-READ
           MOVE WS-FRS-TYPE-SAUVE       TO WS-TYPE-TRANS
           MOVE WS-FRS-MONTANT-SAUVE    TO WS-MONTANT-VAL
           MOVE WS-FRS-LIBELLE-SAUVE    TO WS-LIBELLE-LIVRE
           MOVE WS-FRS-CONTROLE-SAUVE   TO WS-SANS-CONTROLE-SOLDE
           MOVE WS-FRS-CONVERSION-SAUVE TO WS-LIVRE-CONVERSION
           MOVE 0 TO WS-FRAIS-A-PRELEVER.

       *>--------------------------------------------------------------
       CHERCHER-DECOUVERT.
      *>   Limite de decouvert du compte en cours (WS-ID-TRANS) --
           CLOSE TRANSACTIONS-FILE
           CLOSE MOUVEMENTS-FILE
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           CLOSE REJETS-FILE
           CLOSE ATTENTE-FILE
           CLOSE REFERENCES-FILE.
           MOVE "MAJ-SOLDE" TO WS-EDT-NOM
           MOVE "MISE A JOUR DES SOLDES - TOTAUX DU JOUR"
                TO WS-EDT-TITRE
      *>   La simulation a son propre etat (etat_SIMUL-SOLDE.txt),
      *>   titre et premiere ligne marques : il ne se confond pas
      *>   avec les totaux d'un passage reel.
           IF WS-MODE-MAJ = 'S'
               MOVE "SIMUL-SOLDE" TO WS-EDT-NOM
               MOVE "*** SIMULATION *** MISE A JOUR DES SOLDES - "
                    & "NON APPLIQUE" TO WS-EDT-TITRE
           END-IF
           IF WS-MODE-MAJ = 'J'
               MOVE "REJEU-SOLDE" TO WS-EDT-NOM
               MOVE "MISE A JOUR DES SOLDES - REJEU DU JOURNAL DES "
                    & "ENTREES" TO WS-EDT-TITRE
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'T' TO WS-EDT-ACTION
           IF WS-MODE-MAJ = 'S'
               MOVE "*** SIMULATION : chiffres de ce que le passage "
                    & "appliquerait ***" TO WS-EDT-LIGNE
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
           END-IF
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Mouvements appliques      : " DELIMITED BY SIZE
                  WS-NB-MOUVEMENTS DELIMITED BY SIZE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           IF WS-MODE-MAJ = 'J'
               MOVE SPACES TO WS-EDT-LIGNE
               STRING "Deja appliques (ignores)  : " DELIMITED BY SIZE
                      WS-NB-DEJA-APPLIQUES DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
           END-IF
           IF WS-AGV-NB > 0
               PERFORM IMPRIMER-VENTILATION-AGENCES
           END-IF
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           .

       *>--------------------------------------------------------------
       IMPRIMER-VENTILATION-AGENCES.
      *>   Meme ventilation que les lignes G de l'accuse.
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE "VENTILATION PAR AGENCE" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "AGE  LIGNES  APPLIQ  ATTENTE  REJETS"
                      DELIMITED BY SIZE
                  "       CREDITS        DEBITS" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM VARYING WS-AGV-IDX FROM 1 BY 1
                    UNTIL WS-AGV-IDX > WS-AGV-NB
               PERFORM IMPRIMER-LIGNE-AGENCE
           END-PERFORM
           IF WS-AGV-DEBORDE = 'Y'
               COMPUTE WS-AGV-IDX = WS-AGV-MAX + 1
               PERFORM IMPRIMER-LIGNE-AGENCE
           END-IF.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-AGENCE.
           MOVE WS-AGV-CREDITS (WS-AGV-IDX) TO WS-AGV-CRED-EDIT
           MOVE WS-AGV-DEBITS (WS-AGV-IDX)  TO WS-AGV-DEB-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-AGV-CODE (WS-AGV-IDX)      DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-AGV-LIGNES (WS-AGV-IDX)    DELIMITED BY SIZE
                  "   "                         DELIMITED BY SIZE
                  WS-AGV-APPLIQUES (WS-AGV-IDX) DELIMITED BY SIZE
                  "   "                         DELIMITED BY SIZE
                  WS-AGV-ATTENTE (WS-AGV-IDX)   DELIMITED BY SIZE
                  "    "                        DELIMITED BY SIZE
                  WS-AGV-REJETS (WS-AGV-IDX)    DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-AGV-CRED-EDIT              DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-AGV-DEB-EDIT               DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       INDEXER-PIECE-LIVRE.
      *>   La ligne qui vient d'etre ecrite au livre texte passe a
      *>   l'index du grand livre -- sauf en simulation, ou l'index
      *>   reel ne doit pas recevoir de piece.
           IF WS-MODE-MAJ = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-ILV-ACTION
           MOVE LIVRE-LIGNE TO WS-ILV-LIGNE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       FERMER-INDEX-LIVRE.
           IF WS-MODE-MAJ = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.
