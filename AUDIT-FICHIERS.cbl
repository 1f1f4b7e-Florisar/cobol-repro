           05 FS-DONNEES-CLIENT PIC X(194).

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD ID-CONTROL-FILE.
       01 LIGNE-ID-CTL PIC 9(5).
