      *----------------------------------------------------------------
      *    STRDEFF - FD AND RECORD FOR THE NIGHTLY STREAM DEFINITION.
      *    STR-PASSO IS THE STEP'S PROGRAM-ID AS IT WRITES IT TO
      *    BAT-PROGRAMA (E.G. SMP0018) - THAT IS HOW THE CONTROLLER
      *    FINDS THE STEP'S END RECORD ON BATLOG. STR-COMANDO IS THE
      *    COMMAND THAT STARTS THE STEP. STR-DEPENDE NAMES UP TO SIX
      *    STEPS, DEFINED ON EARLIER RECORDS, THAT MUST HAVE ENDED OK
      *    FOR THIS ONE TO RUN. A RECORD WITH "*" IN COLUMN 1 IS A
      *    COMMENT AND IS SKIPPED, AS IS A BLANK ONE. THE STEP IS
      *    IN COLUMNS 1-8, THE COMMAND IN 9-68 AND THE DEPENDENCIES
      *    IN 69-116, EIGHT COLUMNS EACH.
      *----------------------------------------------------------------
       FD  STRDEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "STRDEF.DAT".
       01  REGSTR.
           03  STR-PASSO         PIC X(08).
           03  STR-COMANDO       PIC X(60).
           03  STR-DEPENDENCIAS.
               05  STR-DEPENDE   PIC X(08) OCCURS 6 TIMES.
