      *----------------------------------------------------------------
      *    ENDCLIF - FD AND RECORD FOR THE CUSTOMER ADDRESS FILE.
      *    CLI-CHAVE IS THE SENDER'S OWN KEY (CUSTOMER OR CONTRACT
      *    NUMBER) AND IS ONLY CARRIED THROUGH TO THE OUTPUT. THE
      *    CEP COMES AS TYPED BY THE CUSTOMER - BLANK OR NOT NUMERIC
      *    WHEN MISSING OR GARBLED - SO IT IS HELD AS TEXT WITH A
      *    NUMERIC VIEW FOR WHEN IT PASSES THE NUMERIC TEST.
      *----------------------------------------------------------------
       FD  ENDCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENDCLI.DAT".
       01  REGCLI.
           03  CLI-CHAVE         PIC X(20).
           03  CLI-CEP           PIC X(08).
           03  CLI-COD REDEFINES CLI-CEP
                                 PIC 9(08).
           03  CLI-ENDERECO      PIC X(30).
           03  CLI-NUMERO        PIC X(06).
           03  CLI-COMPLEMENTO   PIC X(14).
           03  CLI-BAIRRO        PIC X(20).
           03  CLI-CIDADE        PIC X(20).
           03  CLI-UF            PIC X(02).
