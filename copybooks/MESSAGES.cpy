           05 FILLER PIC X(60) VALUE "Nombre de mouvements liberes".
           05 FILLER PIC X(60) VALUE "MVTS INCOMPATIBLES DANS LE LOT".
           05 FILLER PIC X(60) VALUE "CODE PERIODICITE INVALIDE".
           05 FILLER PIC X(60) VALUE "CODE POSTAL HORS TERRITOIRE".
           05 FILLER PIC X(60) VALUE SPACES.
