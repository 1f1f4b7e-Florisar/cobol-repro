       01 WS-PRENOM           PIC X(44).
       01 WS-DATE-NAISSANCE   PIC X(10).
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-RESTE            PIC X(150).

