      *----------------------------------------------------------------
      *    REGCTLF - FD AND RECORD FOR THE LIST OF REGIONAL
      *    INSTALLATIONS. CTL-REGIAO IS THE THREE-CHARACTER REGION
      *    CODE THAT NAMES THE REGION'S FILES (SEE CEPREGS/LOGREGS)
      *    AND IS CARRIED ON EVERY CONSOLIDATED RECORD. A RECORD WITH
      *    "*" IN COLUMN 1 IS A COMMENT AND IS SKIPPED, AS IS A BLANK
      *    ONE. THE CODE IS IN COLUMNS 1-3, THE NAME IN 4-33.
      *----------------------------------------------------------------
       FD  REGCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCTL.DAT".
       01  REGCTLR.
           03  CTL-REGIAO        PIC X(03).
           03  CTL-NOME          PIC X(30).
