       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-CLIENTS.

      *----------------------------------------------------------------
      * Nom du programme : FUSION-CLIENTS
      * Description    : Personnes enregistrees sous plusieurs
      *                  identifiants -- l'etat des doublons parcourt
      *                  clients.csv et rapproche les clients de meme
      *                  date de naissance dont le nom et le prenom,
      *                  ramenes en majuscules sans espaces, tirets ni
      *                  apostrophes, ont le meme code phonetique
      *                  (lettre initiale + trois chiffres) :
      *                  IDENTIQUE si les noms normalises sont egaux,
      *                  PROBABLE sinon ("DUPONT" / "DUPOND"). Les
      *                  comptes secondaires du registre (comptes.txt)
      *                  et les clients clos n'y figurent pas.
      *
      *                  La fusion, reservee au superviseur, garde un
      *                  identifiant et absorbe l'autre : le solde du
      *                  compte fusionne est vire au compte conserve
      *                  par deux pieces au grand livre, ses comptes
      *                  du registre passent au titulaire conserve
      *                  (nouvelle ligne de comptes.txt, type, devise
      *                  et agence inchanges), ses procurations et ses
      *                  ordres permanents sont reportes sur le
      *                  conserve, sa limite de decouvert aussi si le
      *                  conserve n'en a pas. L'identifiant fusionne
      *                  passe au statut 'C' dans clients.csv et
      *                  client.txt, sa carte en opposition, et
      *                  clients_historique.txt garde l'avant/apres de
      *                  chaque changement (HISTO-CLIENT).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

           SELECT SAISIES-FILE
              ASSIGN TO "saisies.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT GUICHET-TRV-FILE
              ASSIGN TO "client.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET-TRV.

           SELECT ORDRES-FILE
              ASSIGN TO "ordres_permanents.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ORDRES.

           SELECT ORDRES-TRV-FILE
              ASSIGN TO "ordres_permanents.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ORDRES-TRV.

           SELECT PROCURATIONS-FILE
              ASSIGN TO "procurations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PROC.

           SELECT PROC-TRV-FILE
              ASSIGN TO "procurations.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PROC-TRV.

           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

           SELECT DECOUV-TRV-FILE
              ASSIGN TO "decouverts.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV-TRV.

           SELECT JOURNAL-FILE
              ASSIGN TO "decouverts_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

           SELECT LIVRE-FILE
              ASSIGN TO "grand_livre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

           SELECT TRI-FILE
              ASSIGN TO "tri_doublons.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       FD SAISIES-FILE.
       01 SAI-REC.
           COPY SAISIEREC.

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD GUICHET-TRV-FILE.
       01 GUICHET-TRV-LIGNE PIC X(220).

       FD ORDRES-FILE.
       01 ORDRE-LIGNE PIC X(50).

       FD ORDRES-TRV-FILE.
       01 ORDRE-TRV-LIGNE PIC X(50).

       FD PROCURATIONS-FILE.
       01 PROC-LIGNE PIC X(20).

       FD PROC-TRV-FILE.
       01 PROC-TRV-LIGNE PIC X(20).

      *>   "IDENTIFIANT|LIMITE|DATE-FIN[|TAUX]" -- meme disposition
      *>   que MAINT-DECOUVERTS, dont le journal recoit aussi la trace
      *>   des limites reportees ou abandonnees a la fusion.
       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

       FD DECOUV-TRV-FILE.
       01 DECOUV-TRV-LIGNE PIC X(40).

       FD JOURNAL-FILE.
       01 JOURNAL-LIGNE PIC X(120).

      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES",
      *>   suivi ici du libelle "FUSION <identifiant fusionne>".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

      *>   Identites triees par date de naissance puis codes
      *>   phonetiques du nom et du prenom : les doublons probables
      *>   arrivent cote a cote.
       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-NAISSANCE     PIC X(10).
           05 TRI-PHO-NOM       PIC X(4).
           05 TRI-PHO-PRENOM    PIC X(4).
           05 TRI-ID            PIC 9(5).
           05 TRI-NOM-NORM      PIC X(20).
           05 TRI-PRENOM-NORM   PIC X(20).
           05 TRI-NOM           PIC X(20).
           05 TRI-PRENOM        PIC X(20).
           05 TRI-STATUT        PIC X(1).
           05 TRI-SOLDE         PIC X(12).
           05 TRI-AGENCE        PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-SAISIES       PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-GUICHET-TRV   PIC XX.
       01 WS-FS-ORDRES        PIC XX.
       01 WS-FS-ORDRES-TRV    PIC XX.
       01 WS-FS-PROC          PIC XX.
       01 WS-FS-PROC-TRV      PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-FS-DECOUV-TRV    PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-CONFIRME         PIC X(1).
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Operateur de la session : la fusion est reservee au
      *>   superviseur, l'operateur est porte au journal des
      *>   decouverts.
       01 WS-OPERATEUR        PIC X(8).
       01 WS-ROLE             PIC X(1).
       01 WS-AGENCE-OPER      PIC X(3).

      *>   Les deux identifiants de la fusion.
       01 WS-ID-CONSERVE      PIC 9(5) VALUE 0.
       01 WS-ID-FUSIONNE      PIC 9(5) VALUE 0.
       01 WS-ID-COURANT       PIC 9(5) VALUE 0.
       01 WS-IDENT-CONSERVE   PIC X(120).
       01 WS-IDENT-FUSIONNE   PIC X(120).
       01 WS-SOLDE-CONSERVE   PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-FUSIONNE   PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-FUS-EDIT   PIC -9(7).99.
       01 WS-DEVISE-CONSERVE  PIC X(3).
       01 WS-DEVISE-FUSIONNE  PIC X(3).
       01 WS-NB-SAISIES       PIC 9(3) VALUE 0.
       01 WS-REFUS            PIC X(1).

      *>   Registre des comptes pour l'etat des doublons : derniere
      *>   ligne de chaque numero de comptes.txt (meme regle que
      *>   COMPTE-REGISTRE). Un numero dont le titulaire est un autre
      *>   client est un compte secondaire, pas une personne.
       01 WS-RGT-MAX          PIC 9(4) VALUE 2000.
       01 WS-RGT-NB           PIC 9(4) VALUE 0.
       01 WS-RGT-IDX          PIC 9(4) VALUE 0.
       01 WS-RGT-TABLE.
           05 WS-RGT-ENTREE OCCURS 2000 TIMES.
               10 WS-RGT-NUMERO    PIC 9(5).
               10 WS-RGT-TITULAIRE PIC 9(5).
       01 WS-RGT-PRESENT      PIC X(1).
       01 WS-SECONDAIRE       PIC X(1).
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-REG-NUMERO-LONG  PIC 9(2) COMP.
       01 WS-REG-TIT-LONG     PIC 9(2) COMP.
       01 WS-REG-NUMERO       PIC 9(5).
       01 WS-REG-TITULAIRE    PIC 9(5).
       01 WS-REG-VALIDE       PIC X(1).
       01 WS-PTR-REGISTRE     PIC 9(3) COMP.

      *>   Comptes du registre rattaches a l'identifiant fusionne,
      *>   avec la fin de leur ligne (type, devise, agence...) qui
      *>   repart telle quelle derriere le titulaire conserve.
       01 WS-FUS-MAX          PIC 9(3) VALUE 50.
       01 WS-FUS-NB           PIC 9(3) VALUE 0.
       01 WS-FUS-IDX          PIC 9(3) VALUE 0.
       01 WS-FUS-TABLE.
           05 WS-FUS-ENTREE OCCURS 50 TIMES.
               10 WS-FUS-COMPTE    PIC 9(5).
               10 WS-FUS-TITULAIRE PIC 9(5).
               10 WS-FUS-SUITE     PIC X(50).
       01 WS-FUS-PRESENT      PIC X(1).
       01 WS-FUS-SUITE-LUE    PIC X(50).
       01 WS-NB-RATTACHES     PIC 9(3) VALUE 0.

      *>   Identite recomposee depuis FS-DONNEES-CLIENT (copybook
      *>   CLIENTREC + decoupage CSV, comme dans RECHERCHE-NOM).
       01 WS-CLI-REC.
           COPY CLIENTREC.
       01 WS-RAP-RESTE        PIC X(150).
       01 WS-RAP-SOLDE        PIC X(12).
       01 WS-STATUT-LU        PIC X(1).
       01 WS-CSV-CHAMP-SORTIE PIC X(200).
       01 WS-CSV-POS-OUT      PIC 9(3) COMP.
       01 WS-CSV-POS-LECTURE  PIC 9(3) COMP.
       01 WS-CSV-EN-QUOTES    PIC X(1).

      *>   Normalisation d'un nom : majuscules, lettres A-Z seules.
       01 WS-NRM-SOURCE       PIC X(20).
       01 WS-NRM-MAJ          PIC X(20).
       01 WS-NRM-RESULTAT     PIC X(20).
       01 WS-NRM-LONG         PIC 9(2) COMP.
       01 WS-NRM-POS          PIC 9(2) COMP.

      *>   Code phonetique : initiale puis chiffres des consonnes
      *>   (B F P V = 1, C G J K Q S X Z = 2, D T = 3, L = 4,
      *>   M N = 5, R = 6), voyelles ignorees, chiffre repete compte
      *>   une fois, complete par des zeros.
       01 WS-PHO-CHIFFRES     PIC X(20).
       01 WS-PHO-CODE         PIC X(4).
       01 WS-PHO-LONG         PIC 9(1).
       01 WS-PHO-CHIFFRE      PIC X(1).
       01 WS-PHO-PRECEDENT    PIC X(1).

      *>   Identite de reference du groupe en cours (premiere du
      *>   groupe) et ligne a imprimer, meme disposition que TRI-REC.
       01 WS-REF-REC.
           05 WS-REF-NAISSANCE  PIC X(10).
           05 WS-REF-PHO-NOM    PIC X(4).
           05 WS-REF-PHO-PRENOM PIC X(4).
           05 WS-REF-ID         PIC 9(5).
           05 WS-REF-NOM-NORM   PIC X(20).
           05 WS-REF-PRENOM-NORM PIC X(20).
           05 WS-REF-NOM        PIC X(20).
           05 WS-REF-PRENOM     PIC X(20).
           05 WS-REF-STATUT     PIC X(1).
           05 WS-REF-SOLDE      PIC X(12).
           05 WS-REF-AGENCE     PIC X(3).
       01 WS-LIG-REC.
           05 WS-LIG-NAISSANCE  PIC X(10).
           05 WS-LIG-PHO-NOM    PIC X(4).
           05 WS-LIG-PHO-PRENOM PIC X(4).
           05 WS-LIG-ID         PIC 9(5).
           05 WS-LIG-NOM-NORM   PIC X(20).
           05 WS-LIG-PRENOM-NORM PIC X(20).
           05 WS-LIG-NOM        PIC X(20).
           05 WS-LIG-PRENOM     PIC X(20).
           05 WS-LIG-STATUT     PIC X(1).
           05 WS-LIG-SOLDE      PIC X(12).
           05 WS-LIG-AGENCE     PIC X(3).
       01 WS-MENTION          PIC X(10).
       01 WS-REF-PRESENT      PIC X(1).
       01 WS-GROUPE-OUVERT    PIC X(1).
       01 WS-FIN-TRI          PIC X(1).
       01 WS-NB-LUS           PIC 9(5) VALUE 0.
       01 WS-NB-PERSONNES     PIC 9(5) VALUE 0.
       01 WS-NB-GROUPES       PIC 9(5) VALUE 0.
       01 WS-NB-DOUBLONS      PIC 9(5) VALUE 0.

      *>   Agence d'un compte (LIRE-AGENCE).
       01 WS-AGE-COMPTE       PIC 9(5).
       01 WS-AGE-AGENCE       PIC X(3).
       01 WS-AGE-TROUVE       PIC X(1).

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes).
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a LIRE-DEVISE : un solde en devise ne se
      *>   verse pas tel quel sur un compte tenu dans une autre
      *>   monnaie.
       01 WS-DEV-COMPTE       PIC 9(5).
       01 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COURS        PIC 9(3)V9(6).
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Decoupage et recomposition du solde, signe compris -- meme
      *>   logique que DECODER-ENREGISTREMENT dans DECES-CLIENT.
       01 WS-PREFIXE          PIC X(120).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SOLDE-LONG       PIC 9(3) VALUE 0.
       01 WS-SOLDE-ENTIER     PIC 9(7) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-NEGATIF    PIC X(1).
       01 WS-SOLDE-SANS-SIGNE PIC X(12).
       01 WS-STATUT-CLIENT    PIC X(1).
       01 WS-STATUT-A-ECRIRE  PIC X(1).
       01 WS-SOLDE-A-ECRIRE   PIC X(12).
       01 WS-SOLDE-AVANT      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-APRES      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-AVANT-EDIT PIC -9(7).99.
       01 WS-SOLDE-APRES-EDIT PIC -9(7).99.
       01 WS-MONTANT          PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-EDIT     PIC 9(7).99.
       01 WS-TYPE-PIECE       PIC X(1).
       01 WS-COMPTE-PIECE     PIC 9(5) VALUE 0.

      *>   Sequence du grand livre : reprise a la plus haute deja vue.
       01 WS-SEQ-LIVRE        PIC 9(7) VALUE 0.
       01 WS-SEQ-COMPTE-X     PIC X(5).
       01 WS-SEQ-CHAMP-X      PIC X(7).

      *>   Fiche de client.txt : le statut est le sixieme champ
      *>   ("ID|NOM|PRENOM|DATE|SOLDE|STATUT|...").
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-LONG         PIC 9(3) COMP.
       01 WS-GUI-POS          PIC 9(3) COMP.
       01 WS-GUI-BARRES       PIC 9(3) COMP.
       01 WS-GUI-POS-STATUT   PIC 9(3) COMP.
       01 WS-GUI-MARQUEE      PIC X(1).

      *>   Champs eclates d'une ligne d'ordre permanent
      *>   ("COMPTE|DEST|MONTANT|FREQ|PROCHAINE|CLE-COMPTE|CLE-DEST"
      *>   et 'S' final d'un ordre suspendu).
       01 WS-ORD-COMPTE-CHAR  PIC X(5).
       01 WS-ORD-DEST         PIC X(11).
       01 WS-ORD-MONTANT      PIC X(10).
       01 WS-ORD-FREQ         PIC X(1).
       01 WS-ORD-PROCHAINE    PIC X(8).
       01 WS-ORD-SUSPENDU     PIC X(1).
       01 WS-ORD-CLE          PIC X(2).
       01 WS-ORD-CLE-DEST     PIC X(2).
       01 WS-ORD-CHANGE       PIC X(1).
       01 WS-ORD-COMPTE-NUM   PIC 9(5).
       01 WS-ORD-DEST-NUM     PIC 9(5).
       01 WS-ORD-DEST-NUMER   PIC X(1).
       01 WS-NB-ORDRES-REPORT PIC 9(5) VALUE 0.
       01 WS-NB-ORDRES-SUSP   PIC 9(5) VALUE 0.

      *>   Champs eclates d'une ligne de procurations.txt.
       01 WS-PRC-COMPTE-CHAR  PIC X(5).
       01 WS-PRC-MAND-CHAR    PIC X(5).
       01 WS-PRC-DROIT-LU     PIC X(1).
       01 WS-PRC-COMPTE       PIC 9(5).
       01 WS-PRC-MANDATAIRE   PIC 9(5).
       01 WS-PRC-CHANGE       PIC X(1).
       01 WS-NB-PROC-REPORT   PIC 9(5) VALUE 0.
       01 WS-NB-PROC-RETIREES PIC 9(5) VALUE 0.

      *>   Limites de decouvert des deux identifiants.
       01 WS-DEC-ID-CHAR      PIC X(5).
       01 WS-DEC-LIM-TEXTE    PIC X(10).
       01 WS-DEC-FIN-TEXTE    PIC X(8).
       01 WS-DEC-TAUX-TEXTE   PIC X(6).
       01 WS-DEC-SUITE        PIC X(40).
       01 WS-DEC-PTR          PIC 9(3) COMP.
       01 WS-DEC-CONSERVE     PIC X(1).
       01 WS-DEC-FUSIONNE     PIC X(1).
       01 WS-DEC-FUS-LIMITE   PIC X(10).
       01 WS-DEC-FUS-FIN      PIC X(8).
       01 WS-DEC-FUS-TAUX     PIC X(6).
       01 WS-DEC-ISSUE        PIC X(1).
       01 WS-JRN-COMPTE       PIC 9(5).
       01 WS-JRN-AVANT        PIC X(10).
       01 WS-JRN-APRES        PIC X(10).
       01 WS-JRN-REVUE        PIC X(8).
       01 WS-JRN-TAUX-AVANT   PIC X(6).
       01 WS-JRN-TAUX-APRES   PIC X(6).
       01 WS-DATE-TRACE       PIC 9(8).
       01 WS-HEURE-TRACE      PIC 9(8).

       01 WS-NB-CARTES        PIC 9(3) VALUE 0.
       01 WS-RAP-LIGNE        PIC X(80).

      *>   Champs passes a SAISIE-NUM (saisie validee, reutilisable).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a SECUPIN (service de securite partage) : le
      *>   verrou de chaque carte active du compte fusionne est relu
      *>   puis reecrit au statut 'D', tentatives conservees.
       01 WS-SECU-OPERATION   PIC X(2).
       01 WS-SECU-CARTE       PIC 9(8).
       01 WS-SECU-CODE        PIC 9(4) VALUE 0.
       01 WS-SECU-VERROU.
           05 WS-SECU-TENTATIVES   PIC 9(4).
           05 WS-SECU-ACCES-OK     PIC X.
           05 WS-SECU-DATE-VERROU  PIC 9(8).
           05 WS-SECU-HEURE-VERROU PIC 9(8).
           05 WS-SECU-STATUT       PIC X.
       01 WS-SECU-RETOUR      PIC X(2).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes) :
      *>   lecture des cartes du compte.
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "FUSION-CLIENTS".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a HISTO-CLIENT (historique avant/apres du
      *>   maitre clients) : zones de la bonne taille, pas des
      *>   litteraux.
       01 WS-HIS-ID           PIC 9(5).
       01 WS-HIS-CHAMP        PIC X(12).
       01 WS-HIS-AVANT        PIC X(60).
       01 WS-HIS-APRES        PIC X(60).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux postes ne doivent pas reecrire les memes
      *>   fichiers en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence) : chaque piece ecrite au livre texte y
      *>   est recopiee.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Arguments de CLE-RIB (cles des ordres reportes).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'C'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.
       01 WS-RIB-LIGNE        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "DOUBLONS DE PERSONNES ET FUSION D'IDENTIFIANTS"
           DISPLAY WS-SEPARATEUR

           MOVE "CLIENTS" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           CALL "AGENCE-OPERATEUR" USING WS-OPERATEUR WS-ROLE
                WS-AGENCE-OPER

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Etat des doublons probables"
               DISPLAY "2 = Fusionner deux identifiants"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM RAPPORT-DOUBLONS
                   WHEN '2'
                       PERFORM FUSIONNER-IDENTIFIANTS
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
               DISPLAY "Voulez-vous continuer ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM

           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       RAPPORT-DOUBLONS.
           PERFORM CHARGER-REGISTRE
           MOVE 0 TO WS-NB-LUS WS-NB-PERSONNES
           MOVE 0 TO WS-NB-GROUPES WS-NB-DOUBLONS

           SORT TRI-FILE
               ON ASCENDING KEY TRI-NAISSANCE TRI-PHO-NOM
                                TRI-PHO-PRENOM TRI-ID
               INPUT PROCEDURE IS RELEVER-IDENTITES
               OUTPUT PROCEDURE IS IMPRIMER-DOUBLONS

           DISPLAY WS-SEPARATEUR
           DISPLAY "Enregistrements lus      : " WS-NB-LUS
           DISPLAY "Personnes comparees      : " WS-NB-PERSONNES
           DISPLAY "Groupes de doublons      : " WS-NB-GROUPES
           DISPLAY "Identifiants en doublon  : " WS-NB-DOUBLONS
           DISPLAY "Etat imprime dans etat_DOUBLONS.txt"
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       CHARGER-REGISTRE.
      *>   Derniere ligne de chaque numero de comptes.txt.
           MOVE 0 TO WS-RGT-NB
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               PERFORM ECLATER-LIGNE-REGISTRE
               IF WS-REG-VALIDE = 'Y'
                   PERFORM RETENIR-LIGNE-REGISTRE
               END-IF
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE.

       *>--------------------------------------------------------------
       ECLATER-LIGNE-REGISTRE.
      *>   WS-REG-VALIDE : 'Y' si la ligne porte un numero et un
      *>   titulaire numeriques ; WS-FUS-SUITE-LUE recoit la fin de la
      *>   ligne apres le titulaire.
           MOVE 'N' TO WS-REG-VALIDE
           IF COMPTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           MOVE SPACES TO WS-FUS-SUITE-LUE
           MOVE 1 TO WS-PTR-REGISTRE
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
               WITH POINTER WS-PTR-REGISTRE
           END-UNSTRING
           IF WS-PTR-REGISTRE <= LENGTH OF COMPTE-LIGNE
               MOVE COMPTE-LIGNE (WS-PTR-REGISTRE:) TO WS-FUS-SUITE-LUE
           END-IF
           COMPUTE WS-REG-TIT-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-REG-TIT-CHAR))
           COMPUTE WS-REG-NUMERO-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-REG-NUMERO-CHAR))
           IF WS-REG-TIT-LONG = 0 OR WS-REG-NUMERO-LONG = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-TIT-CHAR (1:WS-REG-TIT-LONG) IS NOT NUMERIC OR
              WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-TIT-CHAR (1:WS-REG-TIT-LONG)
                TO WS-REG-TITULAIRE
           MOVE WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG)
                TO WS-REG-NUMERO
           MOVE 'Y' TO WS-REG-VALIDE.

       *>--------------------------------------------------------------
       RETENIR-LIGNE-REGISTRE.
           MOVE 'N' TO WS-RGT-PRESENT
           PERFORM VARYING WS-RGT-IDX FROM 1 BY 1
                    UNTIL WS-RGT-IDX > WS-RGT-NB
                       OR WS-RGT-PRESENT = 'Y'
               IF WS-RGT-NUMERO (WS-RGT-IDX) = WS-REG-NUMERO
                   MOVE 'Y' TO WS-RGT-PRESENT
                   MOVE WS-REG-TITULAIRE
                        TO WS-RGT-TITULAIRE (WS-RGT-IDX)
               END-IF
           END-PERFORM
           IF WS-RGT-PRESENT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-RGT-NB >= WS-RGT-MAX
               DISPLAY "Plus de " WS-RGT-MAX " comptes au registre -- "
                       "compte " WS-REG-NUMERO " ignore"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RGT-NB
           MOVE WS-REG-NUMERO    TO WS-RGT-NUMERO (WS-RGT-NB)
           MOVE WS-REG-TITULAIRE TO WS-RGT-TITULAIRE (WS-RGT-NB).

       *>--------------------------------------------------------------
       CHERCHER-REGISTRE.
      *>   WS-SECONDAIRE : 'Y' si WS-REG-NUMERO est au registre sous
      *>   un autre titulaire que lui-meme.
           MOVE 'N' TO WS-SECONDAIRE
           PERFORM VARYING WS-RGT-IDX FROM 1 BY 1
                    UNTIL WS-RGT-IDX > WS-RGT-NB
               IF WS-RGT-NUMERO (WS-RGT-IDX) = WS-REG-NUMERO AND
                  WS-RGT-TITULAIRE (WS-RGT-IDX) NOT = WS-REG-NUMERO
                   MOVE 'Y' TO WS-SECONDAIRE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       RELEVER-IDENTITES.
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "RELEVER-IDENTITES" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO FS-ID-CLIENT
               START CLIENT-FILE KEY IS NOT LESS THAN FS-ID-CLIENT
                   INVALID KEY MOVE "10" TO WS-FS-CLIENT
               END-START
               PERFORM UNTIL WS-FS-CLIENT = "10"
                   READ CLIENT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-CLIENT
                       NOT AT END
                           IF WS-FS-CLIENT = "00"
                               ADD 1 TO WS-NB-LUS
                               PERFORM EXAMINER-IDENTITE
                           ELSE
                               DISPLAY "Erreur lecture : "
                                       WS-FS-CLIENT
                               MOVE "10" TO WS-FS-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-FILE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-IDENTITE.
      *>   Un client clos ou un compte secondaire n'est pas une
      *>   personne a rapprocher ; une identite sans date de
      *>   naissance ne peut pas l'etre non plus.
           PERFORM DECOUPER-NOM-PRENOM-CSV
           MOVE SPACES TO CLI-DATE-NAISSANCE WS-RAP-SOLDE WS-STATUT-LU
           UNSTRING WS-RAP-RESTE DELIMITED BY "|"
               INTO CLI-DATE-NAISSANCE WS-RAP-SOLDE WS-STATUT-LU
           END-UNSTRING
           IF WS-STATUT-LU = 'C' OR WS-STATUT-LU = 'E'
               EXIT PARAGRAPH
           END-IF
           IF CLI-DATE-NAISSANCE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FS-ID-CLIENT TO WS-REG-NUMERO
           PERFORM CHERCHER-REGISTRE
           IF WS-SECONDAIRE = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE CLI-NOM TO WS-NRM-SOURCE
           PERFORM NORMALISER-NOM
           IF WS-NRM-LONG = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NRM-RESULTAT TO TRI-NOM-NORM
           PERFORM CODER-PHONETIQUE
           MOVE WS-PHO-CODE TO TRI-PHO-NOM
           MOVE CLI-PRENOM TO WS-NRM-SOURCE
           PERFORM NORMALISER-NOM
           MOVE WS-NRM-RESULTAT TO TRI-PRENOM-NORM
           PERFORM CODER-PHONETIQUE
           MOVE WS-PHO-CODE TO TRI-PHO-PRENOM

           MOVE FS-ID-CLIENT TO WS-AGE-COMPTE
           CALL "LIRE-AGENCE" USING WS-AGE-COMPTE WS-AGE-AGENCE
                WS-AGE-TROUVE
           MOVE FUNCTION TRIM (CLI-DATE-NAISSANCE) TO TRI-NAISSANCE
           MOVE FS-ID-CLIENT  TO TRI-ID
           MOVE CLI-NOM       TO TRI-NOM
           MOVE CLI-PRENOM    TO TRI-PRENOM
           MOVE WS-STATUT-LU  TO TRI-STATUT
           MOVE WS-RAP-SOLDE  TO TRI-SOLDE
           MOVE WS-AGE-AGENCE TO TRI-AGENCE
           ADD 1 TO WS-NB-PERSONNES
           RELEASE TRI-REC.

       *>--------------------------------------------------------------
       NORMALISER-NOM.
      *>   WS-NRM-SOURCE en majuscules, lettres seules : espaces,
      *>   tirets, apostrophes et points disparaissent ("LE GOFF",
      *>   "Le-Goff" et "LEGOFF" se rejoignent).
           MOVE FUNCTION UPPER-CASE (WS-NRM-SOURCE) TO WS-NRM-MAJ
           MOVE SPACES TO WS-NRM-RESULTAT
           MOVE 0 TO WS-NRM-LONG
           PERFORM VARYING WS-NRM-POS FROM 1 BY 1
                    UNTIL WS-NRM-POS > LENGTH OF WS-NRM-MAJ
               IF WS-NRM-MAJ (WS-NRM-POS:1) >= "A" AND
                  WS-NRM-MAJ (WS-NRM-POS:1) <= "Z"
                   ADD 1 TO WS-NRM-LONG
                   MOVE WS-NRM-MAJ (WS-NRM-POS:1)
                        TO WS-NRM-RESULTAT (WS-NRM-LONG:1)
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       CODER-PHONETIQUE.
      *>   Code phonetique de WS-NRM-RESULTAT (WS-NRM-LONG lettres)
      *>   dans WS-PHO-CODE.
           MOVE "0000" TO WS-PHO-CODE
           IF WS-NRM-LONG = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NRM-RESULTAT (1:1) TO WS-PHO-CODE (1:1)
           MOVE WS-NRM-RESULTAT TO WS-PHO-CHIFFRES
           INSPECT WS-PHO-CHIFFRES CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "01230120022455012623010202"
           MOVE WS-PHO-CHIFFRES (1:1) TO WS-PHO-PRECEDENT
           MOVE 1 TO WS-PHO-LONG
           PERFORM VARYING WS-NRM-POS FROM 2 BY 1
                    UNTIL WS-NRM-POS > WS-NRM-LONG
                       OR WS-PHO-LONG >= 4
               MOVE WS-PHO-CHIFFRES (WS-NRM-POS:1) TO WS-PHO-CHIFFRE
               IF WS-PHO-CHIFFRE NOT = "0" AND
                  WS-PHO-CHIFFRE NOT = WS-PHO-PRECEDENT
                   ADD 1 TO WS-PHO-LONG
                   MOVE WS-PHO-CHIFFRE TO WS-PHO-CODE (WS-PHO-LONG:1)
               END-IF
               MOVE WS-PHO-CHIFFRE TO WS-PHO-PRECEDENT
           END-PERFORM.

       *>--------------------------------------------------------------
       IMPRIMER-DOUBLONS.
      *>   Chaque suite d'identites de meme cle (naissance + codes
      *>   phonetiques) forme un groupe ; la premiere sert de
      *>   reference, les suivantes sont IDENTIQUE ou PROBABLE.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "DOUBLONS" TO WS-EDT-NOM
           MOVE "PERSONNES ENREGISTREES SOUS PLUSIEURS IDENTIFIANTS"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "ID    NOM                  PRENOM               "
                TO WS-EDT-LIGNE
           MOVE "NAISSANCE  AGE S SOLDE        RAPPROCHEMENT"
                TO WS-EDT-LIGNE (51:44)
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE 'N' TO WS-REF-PRESENT WS-GROUPE-OUVERT WS-FIN-TRI
           RETURN TRI-FILE
               AT END MOVE 'Y' TO WS-FIN-TRI
           END-RETURN
           PERFORM UNTIL WS-FIN-TRI = 'Y'
               PERFORM EXAMINER-IDENTITE-TRIEE
               RETURN TRI-FILE
                   AT END MOVE 'Y' TO WS-FIN-TRI
               END-RETURN
           END-PERFORM

           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Groupes : "         DELIMITED BY SIZE
                  WS-NB-GROUPES        DELIMITED BY SIZE
                  "   Identifiants : " DELIMITED BY SIZE
                  WS-NB-DOUBLONS       DELIMITED BY SIZE
                  "   Personnes comparees : " DELIMITED BY SIZE
                  WS-NB-PERSONNES      DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       EXAMINER-IDENTITE-TRIEE.
           IF WS-REF-PRESENT = 'Y' AND
              TRI-NAISSANCE  = WS-REF-NAISSANCE AND
              TRI-PHO-NOM    = WS-REF-PHO-NOM AND
              TRI-PHO-PRENOM = WS-REF-PHO-PRENOM
               IF WS-GROUPE-OUVERT = 'N'
                   MOVE 'Y' TO WS-GROUPE-OUVERT
                   ADD 1 TO WS-NB-GROUPES
                   MOVE 'D' TO WS-EDT-ACTION
                   MOVE SPACES TO WS-EDT-LIGNE
                   CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                        WS-EDT-TITRE WS-EDT-LIGNE
                   MOVE WS-REF-REC TO WS-LIG-REC
                   MOVE "REFERENCE" TO WS-MENTION
                   PERFORM ECRIRE-LIGNE-DOUBLON
               END-IF
               MOVE TRI-REC TO WS-LIG-REC
               IF TRI-NOM-NORM = WS-REF-NOM-NORM AND
                  TRI-PRENOM-NORM = WS-REF-PRENOM-NORM
                   MOVE "IDENTIQUE" TO WS-MENTION
               ELSE
                   MOVE "PROBABLE" TO WS-MENTION
               END-IF
               PERFORM ECRIRE-LIGNE-DOUBLON
           ELSE
               MOVE 'N' TO WS-GROUPE-OUVERT
               MOVE 'Y' TO WS-REF-PRESENT
               MOVE TRI-REC TO WS-REF-REC
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-LIGNE-DOUBLON.
           ADD 1 TO WS-NB-DOUBLONS
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-LIG-ID        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LIG-NOM       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LIG-PRENOM    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LIG-NAISSANCE DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LIG-AGENCE    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LIG-STATUT    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LIG-SOLDE     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-MENTION       DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       FUSIONNER-IDENTIFIANTS.
           IF WS-OPERATEUR NOT = SPACES AND WS-ROLE NOT = 'S'
               DISPLAY "Fusion reservee au superviseur -- rien n'est "
                       "fait"
               EXIT PARAGRAPH
           END-IF
           MOVE "Identifiant a conserver :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-CONSERVE
           MOVE "Identifiant a fusionner (sera clos) :"
                TO WS-LIBELLE-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-FUSIONNE
           IF WS-ID-CONSERVE = WS-ID-FUSIONNE
               DISPLAY "Les deux identifiants sont identiques -- rien "
                       "n'est fait"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLER-FUSION
           IF WS-REFUS = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "FUSIONNER-IDENT" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-DEUX-IDENTITES
           IF WS-REFUS = 'Y'
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEVER-COMPTES-FUSIONNE

           MOVE WS-SOLDE-FUSIONNE TO WS-SOLDE-FUS-EDIT
           DISPLAY WS-SEPARATEUR
           DISPLAY "Conserve : " WS-ID-CONSERVE " "
                   FUNCTION TRIM (WS-IDENT-CONSERVE)
           DISPLAY "Fusionne : " WS-ID-FUSIONNE " "
                   FUNCTION TRIM (WS-IDENT-FUSIONNE)
           DISPLAY "Solde a virer au conserve : "
                   FUNCTION TRIM (WS-SOLDE-FUS-EDIT)
           DISPLAY "Comptes du registre a rattacher : " WS-FUS-NB
           PERFORM VARYING WS-FUS-IDX FROM 1 BY 1
                    UNTIL WS-FUS-IDX > WS-FUS-NB
               DISPLAY "  compte " WS-FUS-COMPTE (WS-FUS-IDX)
           END-PERFORM
           DISPLAY WS-SEPARATEUR
           DISPLAY "Confirmer la fusion de " WS-ID-FUSIONNE
                   " dans " WS-ID-CONSERVE " ? (O/N) :"
           ACCEPT WS-CONFIRME
           IF WS-CONFIRME NOT = 'O' AND WS-CONFIRME NOT = 'o'
               DISPLAY "Fusion abandonnee -- rien n'est touche"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM OUVRIR-GRAND-LIVRE
           PERFORM CLORE-IDENTIFIANT-FUSIONNE
           IF WS-SOLDE-FUSIONNE NOT = 0
               PERFORM CREDITER-CONSERVE
           END-IF
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           CLOSE CLIENT-FILE

           PERFORM RATTACHER-COMPTES
           PERFORM REPORTER-PROCURATIONS
           PERFORM REPORTER-ORDRES
           PERFORM REPORTER-DECOUVERT
           PERFORM MARQUER-FICHE-GUICHET
           MOVE 0 TO WS-NB-CARTES
           PERFORM OPPOSER-CARTES

           MOVE WS-ID-FUSIONNE TO WS-HIS-ID
           MOVE "FUSION" TO WS-HIS-CHAMP
           MOVE SPACES TO WS-HIS-AVANT WS-HIS-APRES
           STRING "FUSIONNE DANS " DELIMITED BY SIZE
                  WS-ID-CONSERVE   DELIMITED BY SIZE
                  INTO WS-HIS-APRES
           END-STRING
           CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                WS-HIS-AVANT WS-HIS-APRES
           MOVE WS-ID-CONSERVE TO WS-HIS-ID
           MOVE SPACES TO WS-HIS-AVANT WS-HIS-APRES
           STRING "ABSORBE " DELIMITED BY SIZE
                  WS-ID-FUSIONNE DELIMITED BY SIZE
                  INTO WS-HIS-APRES
           END-STRING
           CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                WS-HIS-AVANT WS-HIS-APRES

           DISPLAY WS-SEPARATEUR
           DISPLAY "Client " WS-ID-FUSIONNE " fusionne dans "
                   WS-ID-CONSERVE
           DISPLAY "Solde vire                 : "
                   FUNCTION TRIM (WS-SOLDE-FUS-EDIT)
           DISPLAY "Comptes rattaches          : " WS-NB-RATTACHES
           DISPLAY "Procurations reportees     : " WS-NB-PROC-REPORT
           DISPLAY "Procurations sans objet    : " WS-NB-PROC-RETIREES
           DISPLAY "Ordres permanents reportes : " WS-NB-ORDRES-REPORT
           DISPLAY "Ordres suspendus (internes): " WS-NB-ORDRES-SUSP
           DISPLAY "Cartes mises en opposition : " WS-NB-CARTES
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       CONTROLER-FUSION.
      *>   Les deux identifiants doivent etre des personnes (pas des
      *>   comptes secondaires du registre) et le fusionne ne doit
      *>   porter aucune saisie active : le gel suit le compte, pas
      *>   la personne.
           MOVE 'N' TO WS-REFUS
           MOVE WS-ID-CONSERVE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TITULAIRE NOT = WS-ID-CONSERVE
               DISPLAY "Le " WS-ID-CONSERVE " est un compte du client "
                       WS-CRG-TITULAIRE " -- rien n'est fait"
               MOVE 'Y' TO WS-REFUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-FUSIONNE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TITULAIRE NOT = WS-ID-FUSIONNE
               DISPLAY "Le " WS-ID-FUSIONNE " est un compte du client "
                       WS-CRG-TITULAIRE " -- rien n'est fait"
               MOVE 'Y' TO WS-REFUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NB-SAISIES
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES = "00"
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
               PERFORM UNTIL WS-FS-SAISIES = "10"
                   IF SAI-ETAT = 'O' AND SAI-COMPTE = WS-ID-FUSIONNE
                       ADD 1 TO WS-NB-SAISIES
                   END-IF
                   READ SAISIES-FILE
                       AT END MOVE "10" TO WS-FS-SAISIES
                   END-READ
               END-PERFORM
               CLOSE SAISIES-FILE
           END-IF
           IF WS-NB-SAISIES > 0
               DISPLAY "Client " WS-ID-FUSIONNE " sous saisie active ("
                       WS-NB-SAISIES ") -- lever la saisie avant de "
                       "fusionner"
               MOVE 'Y' TO WS-REFUS
           END-IF.

       *>--------------------------------------------------------------
       LIRE-DEUX-IDENTITES.
      *>   Ni clos, ni fige (deces) ; un solde ne se vire que d'une
      *>   monnaie a la meme.
           MOVE 'N' TO WS-REFUS
           MOVE WS-ID-CONSERVE TO WS-ID-COURANT
           PERFORM LIRE-IDENTITE
           IF WS-REFUS = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREFIXE (1:WS-PREFIXE-LONG) TO WS-IDENT-CONSERVE
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-CONSERVE
           MOVE WS-DEV-DEVISE  TO WS-DEVISE-CONSERVE

           MOVE WS-ID-FUSIONNE TO WS-ID-COURANT
           PERFORM LIRE-IDENTITE
           IF WS-REFUS = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREFIXE (1:WS-PREFIXE-LONG) TO WS-IDENT-FUSIONNE
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-FUSIONNE
           MOVE WS-DEV-DEVISE  TO WS-DEVISE-FUSIONNE

           IF WS-SOLDE-FUSIONNE NOT = 0 AND
              WS-DEVISE-FUSIONNE NOT = WS-DEVISE-CONSERVE
               DISPLAY "Compte " WS-ID-FUSIONNE " en "
                       WS-DEVISE-FUSIONNE ", compte " WS-ID-CONSERVE
                       " en " WS-DEVISE-CONSERVE " -- solder le "
                       "compte avant de fusionner"
               MOVE 'Y' TO WS-REFUS
           END-IF.

       *>--------------------------------------------------------------
       LIRE-IDENTITE.
           MOVE WS-ID-COURANT TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Client " WS-ID-COURANT
                           " introuvable -- rien n'est fait"
                   MOVE 'Y' TO WS-REFUS
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           IF WS-STATUT-CLIENT = 'C' OR WS-STATUT-CLIENT = 'E' OR
              WS-STATUT-CLIENT = 'F' OR WS-STATUT-CLIENT = 'P'
               DISPLAY "Client " WS-ID-COURANT " inutilisable (statut "
                       WS-STATUT-CLIENT ") -- rien n'est fait"
               MOVE 'Y' TO WS-REFUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-COURANT TO WS-DEV-COMPTE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DATE-JOUR
                WS-DEV-DEVISE WS-DEV-COURS WS-DEV-TROUVE.

       *>--------------------------------------------------------------
       RELEVER-COMPTES-FUSIONNE.
      *>   Comptes du registre dont la derniere ligne designe le
      *>   fusionne comme titulaire (le fusionne lui-meme excepte :
      *>   son compte est clos par la fusion).
           INITIALIZE WS-FUS-TABLE
           MOVE 0 TO WS-FUS-NB
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               PERFORM ECLATER-LIGNE-REGISTRE
               IF WS-REG-VALIDE = 'Y' AND
                  WS-REG-NUMERO NOT = WS-ID-FUSIONNE AND
                  WS-REG-NUMERO NOT = WS-ID-CONSERVE
                   PERFORM RETENIR-COMPTE-FUSIONNE
               END-IF
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE

      *>   Un numero repris ensuite par un autre titulaire sort de la
      *>   liste.
           MOVE 0 TO WS-FUS-IDX
           PERFORM VARYING WS-RGT-IDX FROM 1 BY 1
                    UNTIL WS-RGT-IDX > WS-FUS-NB
               IF WS-FUS-TITULAIRE (WS-RGT-IDX) = WS-ID-FUSIONNE
                   ADD 1 TO WS-FUS-IDX
                   MOVE WS-FUS-ENTREE (WS-RGT-IDX)
                        TO WS-FUS-ENTREE (WS-FUS-IDX)
               END-IF
           END-PERFORM
           MOVE WS-FUS-IDX TO WS-FUS-NB.

       *>--------------------------------------------------------------
       RETENIR-COMPTE-FUSIONNE.
           MOVE 'N' TO WS-FUS-PRESENT
           PERFORM VARYING WS-FUS-IDX FROM 1 BY 1
                    UNTIL WS-FUS-IDX > WS-FUS-NB
                       OR WS-FUS-PRESENT = 'Y'
               IF WS-FUS-COMPTE (WS-FUS-IDX) = WS-REG-NUMERO
                   MOVE 'Y' TO WS-FUS-PRESENT
                   MOVE WS-REG-TITULAIRE
                        TO WS-FUS-TITULAIRE (WS-FUS-IDX)
                   MOVE WS-FUS-SUITE-LUE TO WS-FUS-SUITE (WS-FUS-IDX)
               END-IF
           END-PERFORM
           IF WS-FUS-PRESENT = 'Y' OR
              WS-REG-TITULAIRE NOT = WS-ID-FUSIONNE
               EXIT PARAGRAPH
           END-IF
           IF WS-FUS-NB >= WS-FUS-MAX
               DISPLAY "Plus de " WS-FUS-MAX " comptes -- compte "
                       WS-REG-NUMERO " a rattacher a la main"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FUS-NB
           MOVE WS-REG-NUMERO    TO WS-FUS-COMPTE (WS-FUS-NB)
           MOVE WS-REG-TITULAIRE TO WS-FUS-TITULAIRE (WS-FUS-NB)
           MOVE WS-FUS-SUITE-LUE TO WS-FUS-SUITE (WS-FUS-NB).

       *>--------------------------------------------------------------
       CHERCHER-COMPTE-FUSIONNE.
      *>   WS-FUS-PRESENT : 'Y' si WS-REG-NUMERO est un compte du
      *>   registre rattache au conserve par la fusion.
           MOVE 'N' TO WS-FUS-PRESENT
           PERFORM VARYING WS-FUS-IDX FROM 1 BY 1
                    UNTIL WS-FUS-IDX > WS-FUS-NB
               IF WS-FUS-COMPTE (WS-FUS-IDX) = WS-REG-NUMERO
                   MOVE 'Y' TO WS-FUS-PRESENT
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       CLORE-IDENTIFIANT-FUSIONNE.
      *>   Une piece ramene le compte fusionne a zero (debit 'D' d'un
      *>   solde crediteur, credit 'C' d'un decouvert), puis il passe
      *>   au statut 'C'.
           MOVE WS-ID-FUSIONNE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           MOVE WS-STATUT-CLIENT TO WS-HIS-AVANT
           MOVE 0 TO WS-MONTANT
           IF WS-SOLDE-AVANT > 0
               MOVE 'D' TO WS-TYPE-PIECE
               MOVE WS-SOLDE-AVANT TO WS-MONTANT
           END-IF
           IF WS-SOLDE-AVANT < 0
               MOVE 'C' TO WS-TYPE-PIECE
               COMPUTE WS-MONTANT = 0 - WS-SOLDE-AVANT
           END-IF
           IF WS-MONTANT > 0
               MOVE WS-ID-FUSIONNE TO WS-COMPTE-PIECE
               MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
               MOVE 0              TO WS-SOLDE-APRES
               MOVE WS-SOLDE-APRES TO WS-SOLDE-APRES-EDIT
               PERFORM ECRIRE-PIECE-FUSION
           END-IF

           MOVE 'C' TO WS-STATUT-A-ECRIRE
           MOVE "0.00" TO WS-SOLDE-A-ECRIRE
           MOVE WS-ID-FUSIONNE TO FS-ID-CLIENT
           PERFORM RECOMPOSER-ENREGISTREMENT
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT = "00"
               MOVE FS-ID-CLIENT TO WS-HIS-ID
               MOVE "STATUT" TO WS-HIS-CHAMP
               MOVE "C" TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
               IF WS-MONTANT > 0
                   MOVE "SOLDE" TO WS-HIS-CHAMP
                   MOVE FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                        TO WS-HIS-AVANT
                   MOVE "0.00" TO WS-HIS-APRES
                   CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                        WS-HIS-AVANT WS-HIS-APRES
               END-IF
           ELSE
               DISPLAY "Erreur reecriture compte " FS-ID-CLIENT
                       " : " WS-FS-CLIENT
               MOVE "CLORE-FUSIONNE"  TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       CREDITER-CONSERVE.
      *>   Le solde du fusionne arrive au conserve par la piece
      *>   inverse ('C' s'il etait crediteur, 'D' s'il etait
      *>   debiteur) ; statut et bloc adresse du conserve sont
      *>   conserves.
           MOVE WS-ID-CONSERVE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Compte " WS-ID-CONSERVE
                           " disparu -- virement a reprendre"
                   MOVE "CREDITER-CONSERVE" TO WS-EXC-PARAGRAPHE
                   MOVE "INCONNU"           TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           IF WS-SOLDE-FUSIONNE > 0
               MOVE 'C' TO WS-TYPE-PIECE
               MOVE WS-SOLDE-FUSIONNE TO WS-MONTANT
           ELSE
               MOVE 'D' TO WS-TYPE-PIECE
               COMPUTE WS-MONTANT = 0 - WS-SOLDE-FUSIONNE
           END-IF
           COMPUTE WS-SOLDE-APRES = WS-SOLDE-AVANT + WS-SOLDE-FUSIONNE
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
           MOVE WS-SOLDE-APRES TO WS-SOLDE-APRES-EDIT
           MOVE WS-ID-CONSERVE TO WS-COMPTE-PIECE
           PERFORM ECRIRE-PIECE-FUSION

           MOVE WS-STATUT-CLIENT TO WS-STATUT-A-ECRIRE
           MOVE FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                TO WS-SOLDE-A-ECRIRE
           MOVE WS-ID-CONSERVE TO FS-ID-CLIENT
           PERFORM RECOMPOSER-ENREGISTREMENT
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT = "00"
               MOVE WS-ID-CONSERVE TO WS-HIS-ID
               MOVE "SOLDE" TO WS-HIS-CHAMP
               MOVE FUNCTION TRIM (WS-SOLDE-AVANT-EDIT) TO WS-HIS-AVANT
               MOVE FUNCTION TRIM (WS-SOLDE-APRES-EDIT) TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
           ELSE
               DISPLAY "Erreur reecriture compte " WS-ID-CONSERVE
                       " : " WS-FS-CLIENT
               MOVE "CREDITER-CONSERVE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-PIECE-FUSION.
      *>   WS-COMPTE-PIECE, WS-TYPE-PIECE, WS-MONTANT et les soldes
      *>   edites avant/apres arrivent renseignes.
           ADD 1 TO WS-SEQ-LIVRE
           MOVE WS-MONTANT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-COMPTE-PIECE   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-SEQ-LIVRE      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DATE-JOUR      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-TYPE-PIECE     DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-MONTANT-EDIT   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                                    DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                    DELIMITED BY SIZE
                  "|FUSION "        DELIMITED BY SIZE
                  WS-ID-FUSIONNE    DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       RATTACHER-COMPTES.
      *>   Une ligne par compte ajoutee a comptes.txt sous le
      *>   titulaire conserve -- la derniere ligne d'un numero
      *>   l'emporte (COMPTE-REGISTRE) ; la fin de ligne (type,
      *>   conditions, devise, agence) repart telle quelle. Meme
      *>   idiome d'ajout que INSCRIRE-AU-REGISTRE dans COMPTES.
           MOVE 0 TO WS-NB-RATTACHES
           IF WS-FUS-NB = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES = "00"
               CLOSE COMPTES-FILE
               OPEN EXTEND COMPTES-FILE
           ELSE
               OPEN OUTPUT COMPTES-FILE
           END-IF
           PERFORM VARYING WS-FUS-IDX FROM 1 BY 1
                    UNTIL WS-FUS-IDX > WS-FUS-NB
               MOVE SPACES TO COMPTE-LIGNE
               IF WS-FUS-SUITE (WS-FUS-IDX) = SPACES
                   STRING WS-FUS-COMPTE (WS-FUS-IDX) DELIMITED BY SIZE
                          "|"                        DELIMITED BY SIZE
                          WS-ID-CONSERVE             DELIMITED BY SIZE
                          INTO COMPTE-LIGNE
                   END-STRING
               ELSE
                   STRING WS-FUS-COMPTE (WS-FUS-IDX) DELIMITED BY SIZE
                          "|"                        DELIMITED BY SIZE
                          WS-ID-CONSERVE             DELIMITED BY SIZE
                          "|"                        DELIMITED BY SIZE
                          FUNCTION TRIM (WS-FUS-SUITE (WS-FUS-IDX))
                                                     DELIMITED BY SIZE
                          INTO COMPTE-LIGNE
                   END-STRING
               END-IF
               WRITE COMPTE-LIGNE
               ADD 1 TO WS-NB-RATTACHES
               MOVE WS-FUS-COMPTE (WS-FUS-IDX) TO WS-HIS-ID
               MOVE "TITULAIRE" TO WS-HIS-CHAMP
               MOVE WS-ID-FUSIONNE TO WS-HIS-AVANT
               MOVE WS-ID-CONSERVE TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
           END-PERFORM
           CLOSE COMPTES-FILE.

       *>--------------------------------------------------------------
       REPORTER-PROCURATIONS.
      *>   Le fusionne est remplace par le conserve, comme compte
      *>   comme mandataire. Une procuration qui donnerait au conserve
      *>   pouvoir sur ses propres comptes est sans objet et sort du
      *>   fichier. Reecriture par fichier de travail.
           MOVE 0 TO WS-NB-PROC-REPORT WS-NB-PROC-RETIREES
           OPEN INPUT PROCURATIONS-FILE
           IF WS-FS-PROC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROC-TRV-FILE
           READ PROCURATIONS-FILE
               AT END MOVE "10" TO WS-FS-PROC
           END-READ
           PERFORM UNTIL WS-FS-PROC = "10"
               PERFORM REPORTER-UNE-PROCURATION
               READ PROCURATIONS-FILE
                   AT END MOVE "10" TO WS-FS-PROC
               END-READ
           END-PERFORM
           CLOSE PROCURATIONS-FILE
           CLOSE PROC-TRV-FILE

           OPEN OUTPUT PROCURATIONS-FILE
           OPEN INPUT PROC-TRV-FILE
           READ PROC-TRV-FILE
               AT END MOVE "10" TO WS-FS-PROC-TRV
           END-READ
           PERFORM UNTIL WS-FS-PROC-TRV = "10"
               MOVE PROC-TRV-LIGNE TO PROC-LIGNE
               WRITE PROC-LIGNE
               READ PROC-TRV-FILE
                   AT END MOVE "10" TO WS-FS-PROC-TRV
               END-READ
           END-PERFORM
           CLOSE PROC-TRV-FILE
           CLOSE PROCURATIONS-FILE.

       *>--------------------------------------------------------------
       REPORTER-UNE-PROCURATION.
           IF PROC-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PROC-LIGNE TO PROC-TRV-LIGNE
           MOVE SPACES TO WS-PRC-COMPTE-CHAR WS-PRC-MAND-CHAR
           MOVE SPACES TO WS-PRC-DROIT-LU
           UNSTRING PROC-LIGNE DELIMITED BY "|"
               INTO WS-PRC-COMPTE-CHAR WS-PRC-MAND-CHAR
                    WS-PRC-DROIT-LU
           END-UNSTRING
           IF FUNCTION TRIM (WS-PRC-COMPTE-CHAR) IS NOT NUMERIC OR
              FUNCTION TRIM (WS-PRC-MAND-CHAR) IS NOT NUMERIC
               WRITE PROC-TRV-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PRC-CHANGE
           MOVE FUNCTION NUMVAL (WS-PRC-COMPTE-CHAR) TO WS-PRC-COMPTE
           MOVE FUNCTION NUMVAL (WS-PRC-MAND-CHAR) TO WS-PRC-MANDATAIRE
           IF WS-PRC-COMPTE = WS-ID-FUSIONNE
               MOVE WS-ID-CONSERVE TO WS-PRC-COMPTE
               MOVE 'Y' TO WS-PRC-CHANGE
           END-IF
           IF WS-PRC-MANDATAIRE = WS-ID-FUSIONNE
               MOVE WS-ID-CONSERVE TO WS-PRC-MANDATAIRE
               MOVE 'Y' TO WS-PRC-CHANGE
           END-IF
           IF WS-PRC-MANDATAIRE = WS-ID-CONSERVE
               MOVE WS-PRC-COMPTE TO WS-REG-NUMERO
               PERFORM CHERCHER-COMPTE-FUSIONNE
               IF WS-PRC-COMPTE = WS-ID-CONSERVE OR
                  WS-FUS-PRESENT = 'Y'
                   ADD 1 TO WS-NB-PROC-RETIREES
                   DISPLAY "Procuration sans objet retiree : client "
                           WS-PRC-MANDATAIRE " sur le compte "
                           WS-PRC-COMPTE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PRC-CHANGE = 'Y'
               ADD 1 TO WS-NB-PROC-REPORT
               MOVE SPACES TO PROC-TRV-LIGNE
               STRING WS-PRC-COMPTE     DELIMITED BY SIZE
                      "|"               DELIMITED BY SIZE
                      WS-PRC-MANDATAIRE DELIMITED BY SIZE
                      "|"               DELIMITED BY SIZE
                      WS-PRC-DROIT-LU   DELIMITED BY SIZE
                      INTO PROC-TRV-LIGNE
               END-STRING
           END-IF
           WRITE PROC-TRV-LIGNE.

       *>--------------------------------------------------------------
       REPORTER-ORDRES.
      *>   Les ordres permanents du fusionne partent du conserve,
      *>   ceux qui l'alimentaient alimentent le conserve. Un ordre
      *>   qui irait du conserve au conserve est suspendu (sixieme
      *>   champ 'S', comme au deces). Reecriture par fichier de
      *>   travail.
           MOVE 0 TO WS-NB-ORDRES-REPORT WS-NB-ORDRES-SUSP
           OPEN INPUT ORDRES-FILE
           IF WS-FS-ORDRES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ORDRES-TRV-FILE
           READ ORDRES-FILE
               AT END MOVE "10" TO WS-FS-ORDRES
           END-READ
           PERFORM UNTIL WS-FS-ORDRES = "10"
               PERFORM REPORTER-UN-ORDRE
               WRITE ORDRE-TRV-LIGNE
               READ ORDRES-FILE
                   AT END MOVE "10" TO WS-FS-ORDRES
               END-READ
           END-PERFORM
           CLOSE ORDRES-FILE
           CLOSE ORDRES-TRV-FILE

           OPEN OUTPUT ORDRES-FILE
           OPEN INPUT ORDRES-TRV-FILE
           READ ORDRES-TRV-FILE
               AT END MOVE "10" TO WS-FS-ORDRES-TRV
           END-READ
           PERFORM UNTIL WS-FS-ORDRES-TRV = "10"
               MOVE ORDRE-TRV-LIGNE TO ORDRE-LIGNE
               WRITE ORDRE-LIGNE
               READ ORDRES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-ORDRES-TRV
               END-READ
           END-PERFORM
           CLOSE ORDRES-TRV-FILE
           CLOSE ORDRES-FILE.

       *>--------------------------------------------------------------
       REPORTER-UN-ORDRE.
           MOVE ORDRE-LIGNE TO ORDRE-TRV-LIGNE
           IF ORDRE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ORD-COMPTE-CHAR WS-ORD-DEST
           MOVE SPACES TO WS-ORD-MONTANT WS-ORD-FREQ
           MOVE SPACES TO WS-ORD-PROCHAINE WS-ORD-SUSPENDU
           MOVE SPACES TO WS-ORD-CLE WS-ORD-CLE-DEST
           UNSTRING ORDRE-LIGNE DELIMITED BY "|"
               INTO WS-ORD-COMPTE-CHAR WS-ORD-DEST WS-ORD-MONTANT
                    WS-ORD-FREQ WS-ORD-PROCHAINE WS-ORD-CLE
                    WS-ORD-CLE-DEST WS-ORD-SUSPENDU
           END-UNSTRING
           IF FUNCTION TRIM (WS-ORD-COMPTE-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ORD-CHANGE
           MOVE FUNCTION NUMVAL (WS-ORD-COMPTE-CHAR)
                TO WS-ORD-COMPTE-NUM
           IF WS-ORD-COMPTE-NUM = WS-ID-FUSIONNE
               MOVE WS-ID-CONSERVE TO WS-ORD-COMPTE-NUM
               MOVE 'Y' TO WS-ORD-CHANGE
           END-IF
           MOVE 'N' TO WS-ORD-DEST-NUMER
           IF FUNCTION TRIM (WS-ORD-DEST) IS NUMERIC
               MOVE 'Y' TO WS-ORD-DEST-NUMER
               MOVE FUNCTION NUMVAL (WS-ORD-DEST) TO WS-ORD-DEST-NUM
               IF WS-ORD-DEST-NUM = WS-ID-FUSIONNE
                   MOVE WS-ID-CONSERVE TO WS-ORD-DEST-NUM
                   MOVE 'Y' TO WS-ORD-CHANGE
               END-IF
           END-IF
           IF WS-ORD-CHANGE = 'N'
               EXIT PARAGRAPH
           END-IF

      *>   Ligne reconstruite champ par champ : les cles RIB des
      *>   comptes changes sont recalculees.
           ADD 1 TO WS-NB-ORDRES-REPORT
           MOVE 'C' TO WS-RIB-ACTION
           MOVE WS-ORD-COMPTE-NUM TO WS-RIB-COMPTE
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE WS-RIB-LIGNE
           MOVE WS-RIB-CLE TO WS-ORD-CLE
           IF WS-ORD-DEST-NUMER = 'Y'
               MOVE WS-ORD-DEST-NUM TO WS-RIB-COMPTE
               CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                    WS-RIB-CLE WS-RIB-LIGNE
               MOVE WS-RIB-CLE TO WS-ORD-CLE-DEST
               MOVE WS-ORD-DEST-NUM TO WS-ORD-DEST
           END-IF
           MOVE SPACES TO ORDRE-TRV-LIGNE
           STRING WS-ORD-COMPTE-NUM DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-DEST) DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-MONTANT) DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ORD-FREQ       DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ORD-PROCHAINE  DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ORD-CLE        DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-ORD-CLE-DEST   DELIMITED BY SIZE
                  INTO ORDRE-TRV-LIGNE
           END-STRING
           IF WS-ORD-SUSPENDU = 'S'
               MOVE ORDRE-TRV-LIGNE TO ORDRE-LIGNE
               MOVE SPACES TO ORDRE-TRV-LIGNE
               STRING FUNCTION TRIM (ORDRE-LIGNE TRAILING)
                                     DELIMITED BY SIZE
                      "|S"           DELIMITED BY SIZE
                      INTO ORDRE-TRV-LIGNE
               END-STRING
           END-IF
           IF WS-ORD-DEST-NUMER = 'Y' AND
              WS-ORD-DEST-NUM = WS-ORD-COMPTE-NUM AND
              WS-ORD-SUSPENDU NOT = 'S'
               MOVE ORDRE-TRV-LIGNE TO ORDRE-LIGNE
               MOVE SPACES TO ORDRE-TRV-LIGNE
               STRING FUNCTION TRIM (ORDRE-LIGNE TRAILING)
                                     DELIMITED BY SIZE
                      "|S"           DELIMITED BY SIZE
                      INTO ORDRE-TRV-LIGNE
               END-STRING
               ADD 1 TO WS-NB-ORDRES-SUSP
               DISPLAY "Ordre permanent interne au compte "
                       WS-ORD-COMPTE-NUM " suspendu"
           END-IF.

       *>--------------------------------------------------------------
       REPORTER-DECOUVERT.
      *>   La limite du fusionne passe au conserve s'il n'en a pas ;
      *>   sinon le conserve garde la sienne et celle du fusionne est
      *>   abandonnee. Dans les deux cas le journal de
      *>   MAINT-DECOUVERTS en garde la trace.
           MOVE 'N' TO WS-DEC-CONSERVE WS-DEC-FUSIONNE
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DECOUVERTS-FILE
               AT END MOVE "10" TO WS-FS-DECOUV
           END-READ
           PERFORM UNTIL WS-FS-DECOUV = "10"
               PERFORM ECLATER-LIGNE-DECOUVERT
               IF FUNCTION TRIM (WS-DEC-ID-CHAR) IS NUMERIC
                   IF FUNCTION NUMVAL (WS-DEC-ID-CHAR) = WS-ID-CONSERVE
                       MOVE 'Y' TO WS-DEC-CONSERVE
                   END-IF
                   IF FUNCTION NUMVAL (WS-DEC-ID-CHAR) = WS-ID-FUSIONNE
                       MOVE 'Y' TO WS-DEC-FUSIONNE
                       MOVE WS-DEC-LIM-TEXTE  TO WS-DEC-FUS-LIMITE
                       MOVE WS-DEC-FIN-TEXTE  TO WS-DEC-FUS-FIN
                       MOVE WS-DEC-TAUX-TEXTE TO WS-DEC-FUS-TAUX
                   END-IF
               END-IF
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
           END-PERFORM
           CLOSE DECOUVERTS-FILE
           IF WS-DEC-FUSIONNE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-CONSERVE = 'N'
               MOVE 'R' TO WS-DEC-ISSUE
           ELSE
               MOVE 'A' TO WS-DEC-ISSUE
           END-IF

           OPEN INPUT DECOUVERTS-FILE
           OPEN OUTPUT DECOUV-TRV-FILE
           READ DECOUVERTS-FILE
               AT END MOVE "10" TO WS-FS-DECOUV
           END-READ
           PERFORM UNTIL WS-FS-DECOUV = "10"
               PERFORM REPORTER-UNE-LIMITE
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
           END-PERFORM
           CLOSE DECOUVERTS-FILE
           CLOSE DECOUV-TRV-FILE

           OPEN OUTPUT DECOUVERTS-FILE
           OPEN INPUT DECOUV-TRV-FILE
           READ DECOUV-TRV-FILE
               AT END MOVE "10" TO WS-FS-DECOUV-TRV
           END-READ
           PERFORM UNTIL WS-FS-DECOUV-TRV = "10"
               MOVE DECOUV-TRV-LIGNE TO DECOUV-LIGNE
               WRITE DECOUV-LIGNE
               READ DECOUV-TRV-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV-TRV
               END-READ
           END-PERFORM
           CLOSE DECOUV-TRV-FILE
           CLOSE DECOUVERTS-FILE

           MOVE WS-ID-FUSIONNE    TO WS-JRN-COMPTE
           MOVE WS-DEC-FUS-LIMITE TO WS-JRN-AVANT
           MOVE SPACES            TO WS-JRN-APRES WS-JRN-REVUE
           MOVE WS-DEC-FUS-TAUX   TO WS-JRN-TAUX-AVANT
           MOVE SPACES            TO WS-JRN-TAUX-APRES
           PERFORM JOURNALISER-LIMITE
           IF WS-DEC-ISSUE = 'R'
               MOVE WS-ID-CONSERVE    TO WS-JRN-COMPTE
               MOVE SPACES            TO WS-JRN-AVANT WS-JRN-TAUX-AVANT
               MOVE WS-DEC-FUS-LIMITE TO WS-JRN-APRES
               MOVE WS-DEC-FUS-FIN    TO WS-JRN-REVUE
               MOVE WS-DEC-FUS-TAUX   TO WS-JRN-TAUX-APRES
               PERFORM JOURNALISER-LIMITE
               DISPLAY "Decouvert de " FUNCTION TRIM (WS-DEC-FUS-LIMITE)
                       " reporte sur le compte " WS-ID-CONSERVE
           ELSE
               DISPLAY "Decouvert du fusionne ("
                       FUNCTION TRIM (WS-DEC-FUS-LIMITE)
                       ") abandonne -- le compte " WS-ID-CONSERVE
                       " garde sa limite"
           END-IF.

       *>--------------------------------------------------------------
       ECLATER-LIGNE-DECOUVERT.
           MOVE SPACES TO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
           MOVE SPACES TO WS-DEC-FIN-TEXTE WS-DEC-TAUX-TEXTE
           MOVE SPACES TO WS-DEC-SUITE
           MOVE 1 TO WS-DEC-PTR
           UNSTRING DECOUV-LIGNE DELIMITED BY "|"
               INTO WS-DEC-ID-CHAR
               WITH POINTER WS-DEC-PTR
           END-UNSTRING
           IF WS-DEC-PTR <= LENGTH OF DECOUV-LIGNE
               MOVE DECOUV-LIGNE (WS-DEC-PTR:) TO WS-DEC-SUITE
           END-IF
           UNSTRING DECOUV-LIGNE DELIMITED BY "|"
               INTO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE WS-DEC-FIN-TEXTE
                    WS-DEC-TAUX-TEXTE
           END-UNSTRING.

       *>--------------------------------------------------------------
       REPORTER-UNE-LIMITE.
      *>   La ligne du fusionne repart sous le conserve (issue 'R')
      *>   ou sort du fichier (issue 'A').
           MOVE DECOUV-LIGNE TO DECOUV-TRV-LIGNE
           IF DECOUV-LIGNE = SPACES
               WRITE DECOUV-TRV-LIGNE
               EXIT PARAGRAPH
           END-IF
           PERFORM ECLATER-LIGNE-DECOUVERT
           IF FUNCTION TRIM (WS-DEC-ID-CHAR) IS NOT NUMERIC
               WRITE DECOUV-TRV-LIGNE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-DEC-ID-CHAR) NOT = WS-ID-FUSIONNE
               WRITE DECOUV-TRV-LIGNE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-ISSUE = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DECOUV-TRV-LIGNE
           STRING WS-ID-CONSERVE DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DEC-SUITE) DELIMITED BY SIZE
                  INTO DECOUV-TRV-LIGNE
           END-STRING
           WRITE DECOUV-TRV-LIGNE.

       *>--------------------------------------------------------------
       JOURNALISER-LIMITE.
      *>   Meme ligne que JOURNALISER-CHANGEMENT dans
      *>   MAINT-DECOUVERTS, avec l'operateur de la session.
           ACCEPT WS-DATE-TRACE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TRACE FROM TIME
           MOVE SPACES TO JOURNAL-LIGNE
           STRING WS-DATE-TRACE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HEURE-TRACE DELIMITED BY SIZE
                  " OPERATEUR="  DELIMITED BY SIZE
                  WS-OPERATEUR   DELIMITED BY SIZE
                  " COMPTE="     DELIMITED BY SIZE
                  WS-JRN-COMPTE  DELIMITED BY SIZE
                  " AVANT="      DELIMITED BY SIZE
                  WS-JRN-AVANT   DELIMITED BY SIZE
                  " APRES="      DELIMITED BY SIZE
                  WS-JRN-APRES   DELIMITED BY SIZE
                  " REVUE="      DELIMITED BY SIZE
                  WS-JRN-REVUE   DELIMITED BY SIZE
                  " TAUX="       DELIMITED BY SIZE
                  WS-JRN-TAUX-AVANT DELIMITED BY SPACE
                  "->"           DELIMITED BY SIZE
                  WS-JRN-TAUX-APRES DELIMITED BY SPACE
                  " FUSION"      DELIMITED BY SIZE
                  INTO JOURNAL-LIGNE
           END-STRING
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JOURNAL = "00"
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-LIGNE
           CLOSE JOURNAL-FILE.

       *>--------------------------------------------------------------
       MARQUER-FICHE-GUICHET.
      *>   La fiche du fusionne dans client.txt passe a 'C' : elle
      *>   sort des recherches de TEST-CLIENT. Reecriture par fichier
      *>   de travail, comme dans DECES-CLIENT.
           MOVE 'N' TO WS-GUI-MARQUEE
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GUICHET-TRV-FILE
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               MOVE GUICHET-LIGNE TO GUICHET-TRV-LIGNE
               PERFORM MARQUER-LIGNE-GUICHET
               WRITE GUICHET-TRV-LIGNE
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE
           CLOSE GUICHET-TRV-FILE

           OPEN OUTPUT GUICHET-FILE
           OPEN INPUT GUICHET-TRV-FILE
           READ GUICHET-TRV-FILE
               AT END MOVE "10" TO WS-FS-GUICHET-TRV
           END-READ
           PERFORM UNTIL WS-FS-GUICHET-TRV = "10"
               MOVE GUICHET-TRV-LIGNE TO GUICHET-LIGNE
               WRITE GUICHET-LIGNE
               READ GUICHET-TRV-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET-TRV
               END-READ
           END-PERFORM
           CLOSE GUICHET-TRV-FILE
           CLOSE GUICHET-FILE
           IF WS-GUI-MARQUEE = 'N'
               DISPLAY "Fiche guichet du client " WS-ID-FUSIONNE
                       " absente de client.txt"
           END-IF.

       *>--------------------------------------------------------------
       MARQUER-LIGNE-GUICHET.
           IF GUICHET-TRV-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-ID-CHAR
           UNSTRING GUICHET-TRV-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-GUI-ID-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-GUI-ID-CHAR) NOT = WS-ID-FUSIONNE
               EXIT PARAGRAPH
           END-IF
      *>   Position du statut : juste apres le cinquieme '|'.
           COMPUTE WS-GUI-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (GUICHET-TRV-LIGNE TRAILING))
           MOVE 0 TO WS-GUI-BARRES WS-GUI-POS-STATUT
           PERFORM VARYING WS-GUI-POS FROM 1 BY 1
                    UNTIL WS-GUI-POS > WS-GUI-LONG
                       OR WS-GUI-POS-STATUT > 0
               IF GUICHET-TRV-LIGNE (WS-GUI-POS:1) = "|"
                   ADD 1 TO WS-GUI-BARRES
                   IF WS-GUI-BARRES = 5
                       COMPUTE WS-GUI-POS-STATUT = WS-GUI-POS + 1
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GUI-POS-STATUT = 0 OR WS-GUI-POS-STATUT > WS-GUI-LONG
               EXIT PARAGRAPH
           END-IF
           IF GUICHET-TRV-LIGNE (WS-GUI-POS-STATUT:1) = 'D'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO GUICHET-TRV-LIGNE (WS-GUI-POS-STATUT:1)
           MOVE 'Y' TO WS-GUI-MARQUEE.

       *>--------------------------------------------------------------
       OPPOSER-CARTES.
      *>   Les cartes actives du compte fusionne, clos, passent au
      *>   statut 'D' du verrou SECUPIN : EX-GPT et SECURITE-01 les
      *>   refusent.
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-ID-FUSIONNE TO CAR-COMPTE
           MOVE "PC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           PERFORM UNTIL WS-CRT-RETOUR NOT = "00"
               IF CAR-STATUT = 'A'
                   PERFORM OPPOSER-CARTE
               END-IF
               MOVE "SC" TO WS-CRT-OPERATION
               CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION
                    WS-CRT-CARTE WS-CRT-RETOUR
           END-PERFORM
           IF WS-CRT-RETOUR NOT = "FN"
               DISPLAY "Registre des cartes indisponible ("
                       WS-CRT-RETOUR ") -- cartes du compte "
                       WS-ID-FUSIONNE " a opposer a la main"
               MOVE "OPPOSER-CARTES" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR    TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       OPPOSER-CARTE.
      *>   Le verrou est relu (cree a l'etat actif s'il n'existait
      *>   pas) puis reecrit au statut 'D' : EX-GPT et SECURITE-01
      *>   refusent la carte avant toute saisie de code.
           MOVE "LV" TO WS-SECU-OPERATION
           MOVE CAR-NUMERO TO WS-SECU-CARTE
           CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
           IF WS-SECU-RETOUR NOT = "00" AND WS-SECU-RETOUR NOT = "NV"
               PERFORM SIGNALER-VERROU-CARTE
               EXIT PARAGRAPH
           END-IF
           MOVE "EV"  TO WS-SECU-OPERATION
           MOVE 'N'   TO WS-SECU-ACCES-OK
           MOVE 'D'   TO WS-SECU-STATUT
           MOVE WS-DATE-JOUR TO WS-SECU-DATE-VERROU
           ACCEPT WS-SECU-HEURE-VERROU FROM TIME
           CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
           IF WS-SECU-RETOUR NOT = "00"
               PERFORM SIGNALER-VERROU-CARTE
           ELSE
               ADD 1 TO WS-NB-CARTES
           END-IF.

       *>--------------------------------------------------------------
       SIGNALER-VERROU-CARTE.
           DISPLAY "Magasin des verrous indisponible (" WS-SECU-RETOUR
                   ") -- carte " WS-SECU-CARTE " du compte "
                   CAR-COMPTE " a opposer a la main"
           MOVE "OPPOSER-CARTE"  TO WS-EXC-PARAGRAPHE
           MOVE WS-SECU-RETOUR   TO WS-EXC-CODE
           CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                WS-EXC-CODE
           MOVE 1 TO RETURN-CODE.

       *>--------------------------------------------------------------
       DECODER-ENREGISTREMENT.
           MOVE SPACES TO WS-STATUT-CLIENT
           MOVE SPACES TO WS-SUITE-CLIENT
           MOVE 1 TO WS-PTR-SUITE
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-PREFIXE    COUNT IN WS-PREFIXE-LONG
                    WS-SOLDE-TEXTE COUNT IN WS-SOLDE-LONG
                    WS-STATUT-CLIENT
               WITH POINTER WS-PTR-SUITE
           END-UNSTRING
           IF WS-PTR-SUITE <= LENGTH OF FS-DONNEES-CLIENT
               MOVE FS-DONNEES-CLIENT (WS-PTR-SUITE:)
                    TO WS-SUITE-CLIENT
           END-IF
           IF WS-STATUT-CLIENT NOT = 'A' AND WS-STATUT-CLIENT NOT = 'I'
              AND WS-STATUT-CLIENT NOT = 'C' AND
              WS-STATUT-CLIENT NOT = 'E' AND WS-STATUT-CLIENT NOT = 'F'
              AND WS-STATUT-CLIENT NOT = 'P'
               MOVE 'A' TO WS-STATUT-CLIENT
           END-IF

           MOVE 'N' TO WS-SOLDE-NEGATIF
           IF WS-SOLDE-TEXTE (1:1) = '-'
               MOVE 'Y' TO WS-SOLDE-NEGATIF
               MOVE WS-SOLDE-TEXTE (2:) TO WS-SOLDE-SANS-SIGNE
               MOVE WS-SOLDE-SANS-SIGNE TO WS-SOLDE-TEXTE
           END-IF
           MOVE 0 TO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           UNSTRING WS-SOLDE-TEXTE DELIMITED BY "."
               INTO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           END-UNSTRING
           COMPUTE WS-SOLDE-AVANT =
               WS-SOLDE-ENTIER + (WS-SOLDE-DECIMAL / 100)
           IF WS-SOLDE-NEGATIF = 'Y'
               COMPUTE WS-SOLDE-AVANT = 0 - WS-SOLDE-AVANT
           END-IF.

       *>--------------------------------------------------------------
       RECOMPOSER-ENREGISTREMENT.
      *>   Le prefixe d'identite et le bloc adresse repartent tels
      *>   quels derriere WS-SOLDE-A-ECRIRE et WS-STATUT-A-ECRIRE,
      *>   comme dans les reecritures de MAJ-SOLDE.
           MOVE SPACES TO FS-DONNEES-CLIENT
           IF WS-SUITE-CLIENT = SPACES
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-A-ECRIRE)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-STATUT-A-ECRIRE       DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           ELSE
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-A-ECRIRE)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-STATUT-A-ECRIRE       DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SUITE-CLIENT)
                                               DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           END-IF.

       *>--------------------------------------------------------------
       DECOUPER-NOM-PRENOM-CSV.
      *>   Extrait NOM puis PRENOM de FS-DONNEES-CLIENT en respectant
      *>   les guillemets CSV, et place ce qu'il reste
      *>   (DATE|SOLDE|STATUT) dans WS-RAP-RESTE -- meme logique que
      *>   RECHERCHE-NOM.
           MOVE 1 TO WS-CSV-POS-LECTURE
           PERFORM EXTRAIRE-CHAMP-CSV
           MOVE WS-CSV-CHAMP-SORTIE TO CLI-NOM
           PERFORM EXTRAIRE-CHAMP-CSV
           MOVE WS-CSV-CHAMP-SORTIE TO CLI-PRENOM

           MOVE SPACES TO WS-RAP-RESTE
           IF WS-CSV-POS-LECTURE <= LENGTH OF FS-DONNEES-CLIENT
               MOVE FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:)
                    TO WS-RAP-RESTE
           END-IF.

       *>--------------------------------------------------------------
       EXTRAIRE-CHAMP-CSV.
      *>   Lit un champ a partir de WS-CSV-POS-LECTURE dans
      *>   FS-DONNEES-CLIENT, le place (sans ses guillemets) dans
      *>   WS-CSV-CHAMP-SORTIE, et avance WS-CSV-POS-LECTURE apres la
      *>   virgule qui le termine -- meme logique que RECHERCHE-NOM.
           MOVE SPACES TO WS-CSV-CHAMP-SORTIE
           MOVE 0 TO WS-CSV-POS-OUT

           IF FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1) = '"'
               ADD 1 TO WS-CSV-POS-LECTURE
               MOVE 'Y' TO WS-CSV-EN-QUOTES
               PERFORM UNTIL WS-CSV-EN-QUOTES = 'N'
                        OR WS-CSV-POS-LECTURE
                           > LENGTH OF FS-DONNEES-CLIENT
                   IF FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1) = '"'
                       IF WS-CSV-POS-LECTURE
                             < LENGTH OF FS-DONNEES-CLIENT
                          AND FS-DONNEES-CLIENT
                                (WS-CSV-POS-LECTURE + 1:1) = '"'
                           ADD 1 TO WS-CSV-POS-OUT
                           MOVE '"' TO
                                WS-CSV-CHAMP-SORTIE (WS-CSV-POS-OUT:1)
                           ADD 2 TO WS-CSV-POS-LECTURE
                       ELSE
                           MOVE 'N' TO WS-CSV-EN-QUOTES
                           ADD 1 TO WS-CSV-POS-LECTURE
                       END-IF
                   ELSE
                       ADD 1 TO WS-CSV-POS-OUT
                       MOVE FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1)
                            TO WS-CSV-CHAMP-SORTIE (WS-CSV-POS-OUT:1)
                       ADD 1 TO WS-CSV-POS-LECTURE
                   END-IF
               END-PERFORM
               IF WS-CSV-POS-LECTURE <= LENGTH OF FS-DONNEES-CLIENT
                  AND FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1) = ","
                   ADD 1 TO WS-CSV-POS-LECTURE
               END-IF
           ELSE
               PERFORM UNTIL WS-CSV-POS-LECTURE
                                > LENGTH OF FS-DONNEES-CLIENT
                        OR FS-DONNEES-CLIENT
                                (WS-CSV-POS-LECTURE:1) = ","
                   ADD 1 TO WS-CSV-POS-OUT
                   MOVE FS-DONNEES-CLIENT (WS-CSV-POS-LECTURE:1)
                        TO WS-CSV-CHAMP-SORTIE (WS-CSV-POS-OUT:1)
                   ADD 1 TO WS-CSV-POS-LECTURE
               END-PERFORM
               IF WS-CSV-POS-LECTURE <= LENGTH OF FS-DONNEES-CLIENT
                   ADD 1 TO WS-CSV-POS-LECTURE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       OUVRIR-GRAND-LIVRE.
      *>   Meme idiome que MAJ-SOLDE : le livre est ouvert en ajout et
      *>   la sequence reprend a la plus haute sequence deja vue.
           MOVE 0 TO WS-SEQ-LIVRE
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE = "00"
               READ LIVRE-FILE
                   AT END MOVE "10" TO WS-FS-LIVRE
               END-READ
               PERFORM UNTIL WS-FS-LIVRE = "10"
                   PERFORM RELEVER-SEQUENCE-LIVRE
                   READ LIVRE-FILE
                       AT END MOVE "10" TO WS-FS-LIVRE
                   END-READ
               END-PERFORM
               CLOSE LIVRE-FILE
               OPEN EXTEND LIVRE-FILE
           ELSE
               OPEN OUTPUT LIVRE-FILE
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-SEQUENCE-LIVRE.
           MOVE SPACES TO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           END-UNSTRING
           IF FUNCTION TRIM (WS-SEQ-CHAMP-X) IS NUMERIC
               IF FUNCTION NUMVAL (WS-SEQ-CHAMP-X) > WS-SEQ-LIVRE
                   COMPUTE WS-SEQ-LIVRE =
                       FUNCTION NUMVAL (WS-SEQ-CHAMP-X)
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees, pour ne pas laisser les
      *>   autres postes bloques sur un incident deja annonce.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       INDEXER-PIECE-LIVRE.
      *>   La ligne qui vient d'etre ecrite au livre texte passe a
      *>   l'index du grand livre.
           MOVE 'A' TO WS-ILV-ACTION
           MOVE LIVRE-LIGNE TO WS-ILV-LIGNE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       FERMER-INDEX-LIVRE.
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.
