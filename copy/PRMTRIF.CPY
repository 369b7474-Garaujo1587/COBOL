      *----------------------------------------------------------------
      *    PRMTRIF - FD AND RECORD FOR THE PRESORT PARAMETER CARD.
      *    A PIECE IS BUNDLED AT THE FINEST CORREIOS SORT LEVEL WHOSE
      *    GROUP REACHES THE MINIMUM: SAME 5-DIGIT CEP PREFIX, THEN
      *    SAME CITY, THEN SAME UF; WHAT REACHES NONE OF THEM GOES TO
      *    THE RESIDUAL TRAY. PRM-MAX-PACOTE SPLITS A GROUP INTO
      *    BUNDLES OF AT MOST THAT MANY PIECES (ZERO = NO LIMIT),
      *    SHARED OUT EVENLY SO NO BUNDLE FALLS UNDER THE MINIMUM -
      *    WHICH NEEDS THE MAXIMUM TO BE AT LEAST TWICE EACH MINIMUM
      *    LESS ONE.
      *    THE PREFIX MINIMUM MAY NOT EXCEED 999.
      *----------------------------------------------------------------
       FD  PRMTRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRMTRI.DAT".
       01  REGPRM.
           03  PRM-MIN-CEP5      PIC 9(04).
           03  PRM-MIN-CIDADE    PIC 9(04).
           03  PRM-MIN-UF        PIC 9(04).
           03  PRM-MAX-PACOTE    PIC 9(04).
