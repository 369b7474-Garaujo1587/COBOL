      *----------------------------------------------------------------
      *    ENDLIMF - FD AND RECORD FOR THE CLEANSED ADDRESS FILE.
      *    LIM-COD IS THE CEP TO USE FROM NOW ON (ZERO WHEN NONE
      *    COULD BE TRUSTED) AND LIM-LINHA1..3 ARE THE THREE
      *    CORREIOS-STANDARD LINES AS BUILT BY SMP0037. LIM-RESULTADO
      *    SAYS HOW THE CEP WAS REACHED:
      *       C - CONFIRMED, THE CEP GIVEN MATCHES STREET AND CITY
      *       S - CORRECTED BY SUCCESSOR, THE CEP GIVEN WAS RETIRED
      *       R - FOUND BY REVERSE SEARCH ON UF, CITY AND STREET
      *       A - AMBIGUOUS, MORE THAN ONE CANDIDATE OR A CEP THAT
      *           DOES NOT MATCH THE STREET GIVEN - NEEDS A PERSON
      *       N - NOT FOUND
      *    LIM-STATUS-CEP IS THE SMP0025 ANSWER FOR LIM-COD (61/62
      *    FLAG A UF DOUBT ON THE MASTER, NOT ON THE CUSTOMER).
      *----------------------------------------------------------------
       FD  ENDLIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENDLIM.DAT".
       01  REGLIM.
           03  LIM-CHAVE         PIC X(20).
           03  LIM-CEP-INFORMADO PIC X(08).
           03  LIM-COD           PIC 9(08).
           03  LIM-RESULTADO     PIC X(01).
               88  LIM-CONFIRMADO     VALUE "C".
               88  LIM-SUCESSOR       VALUE "S".
               88  LIM-REVERSA        VALUE "R".
               88  LIM-AMBIGUO        VALUE "A".
               88  LIM-NAO-ACHADO     VALUE "N".
           03  LIM-STATUS-CEP    PIC X(02).
           03  LIM-LINHA1        PIC X(60).
           03  LIM-LINHA2        PIC X(60).
           03  LIM-LINHA3        PIC X(60).
