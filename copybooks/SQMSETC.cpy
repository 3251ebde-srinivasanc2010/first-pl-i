           05  NUMINL             PIC S9(4) COMP.
           05  NUMINF             PIC X(1).
           05  NUMINI             PIC X(9).
           05  RSNL               PIC S9(4) COMP.
           05  RSNF               PIC X(1).
           05  RSNI               PIC X(30).
           05  SQUAREL            PIC S9(4) COMP.
           05  SQUAREF            PIC X(1).
           05  SQUAREI            PIC X(17).
           05  NUMINA             PIC X(1).
           05  NUMINO             PIC X(9).
           05  FILLER             PIC X(2).
           05  RSNA               PIC X(1).
           05  RSNO               PIC X(30).
           05  FILLER             PIC X(2).
           05  SQUAREA            PIC X(1).
           05  SQUAREO            PIC X(17).
           05  FILLER             PIC X(2).
