      *----------------------------------------------------------------
      *    CADCONF - FD AND RECORD FOR THE CONSOLIDATED CEP MASTER.
      *    THE FIRST FIELDS ARE THE REGCEP LAYOUT, CON- PREFIXED.
      *    CON-REGIAO IS THE REGION WHOSE VERSION OF THE COD WAS
      *    KEPT; CON-LOG-DATA/HORA/OPERADOR ARE THAT REGION'S LATEST
      *    N/C/D CADLOG ENTRY FOR THE COD (ZERO/SPACES WHEN THE
      *    REGION'S TRAIL HAS NONE, E.G. A CODE FROM THE BULK LOAD).
      *----------------------------------------------------------------
       FD  CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
       01  REGCON.
           03  CON-CEP.
               05  CON-COD           PIC 9(08).
               05  CON-ENDERECO      PIC X(30).
               05  CON-NUMERO        PIC X(06).
               05  CON-COMPLEMENTO   PIC X(14).
               05  CON-BAIRRO        PIC X(20).
               05  CON-CIDADE        PIC X(20).
               05  CON-UF            PIC X(02).
               05  CON-TIPO          PIC X(01).
               05  CON-SITUACAO      PIC X(01).
                   88  CON-ATIVO          VALUE "A".
                   88  CON-DESATIVADO     VALUE "D".
               05  CON-DATA-DESATIV  PIC 9(08).
               05  CON-COD-SUCESSOR  PIC 9(08).
           03  CON-REGIAO        PIC X(03).
           03  CON-LOG-DATA      PIC 9(08).
           03  CON-LOG-HORA      PIC 9(06).
           03  CON-LOG-OPERADOR  PIC X(08).
