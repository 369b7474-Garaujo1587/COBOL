      *----------------------------------------------------------------
      *    CEPREGF - FD AND RECORD FOR A REGIONAL CADCEP COPY
      *    (CEPRxxx.DAT). SAME FIELDS AS CADCEPF, RG- PREFIXED SO A
      *    PROGRAM CAN HOLD IT NEXT TO THE HEAD-OFFICE FILES. THE
      *    PHYSICAL NAME COMES FROM W-CRG-ARQUIVO (SEE CEPREGS).
      *----------------------------------------------------------------
       FD  CEPREG
               LABEL RECORD IS STANDARD.
       01  REGCRG.
           03  RG-COD           PIC 9(08).
           03  RG-ENDERECO      PIC X(30).
           03  RG-NUMERO        PIC X(06).
           03  RG-COMPLEMENTO   PIC X(14).
           03  RG-BAIRRO        PIC X(20).
           03  RG-CIDADE        PIC X(20).
           03  RG-UF            PIC X(02).
           03  RG-TIPO          PIC X(01).
           03  RG-SITUACAO      PIC X(01).
           03  RG-DATA-DESATIV  PIC 9(08).
           03  RG-COD-SUCESSOR  PIC 9(08).
