      *----------------------------------------------------------------
      *    LOGCONF - FD AND RECORD FOR THE CONSOLIDATED AUDIT TRAIL.
      *    EVERY ENTRY OF EVERY REGION'S CADLOG, REGION BY REGION IN
      *    REGCTL ORDER. THE FIRST FIELDS ARE THE REGLOG LAYOUT, LGC-
      *    PREFIXED; LGC-REGIAO IS THE REGION THE ENTRY CAME FROM.
      *----------------------------------------------------------------
       FD  LOGCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGCON.DAT".
       01  REGLGC.
           03  LGC-REGLOG.
               05  LGC-DATA          PIC 9(08).
               05  LGC-HORA          PIC 9(06).
               05  LGC-OPERADOR      PIC X(08).
               05  LGC-ACAO          PIC X(01).
                   88  LGC-ACAO-NOVO      VALUE "N".
                   88  LGC-ACAO-ALTERA    VALUE "C".
                   88  LGC-ACAO-EXCLUI    VALUE "D".
                   88  LGC-ACAO-REJEITADO VALUE "R".
                   88  LGC-ACAO-RECUSADO  VALUE "Q".
               05  LGC-COD           PIC 9(08).
               05  LGC-ANTES.
                   07  LGC-A-ENDERECO    PIC X(30).
                   07  LGC-A-NUMERO      PIC X(06).
                   07  LGC-A-COMPLEMENTO PIC X(14).
                   07  LGC-A-BAIRRO      PIC X(20).
                   07  LGC-A-CIDADE      PIC X(20).
                   07  LGC-A-UF          PIC X(02).
               05  LGC-DEPOIS.
                   07  LGC-D-ENDERECO    PIC X(30).
                   07  LGC-D-NUMERO      PIC X(06).
                   07  LGC-D-COMPLEMENTO PIC X(14).
                   07  LGC-D-BAIRRO      PIC X(20).
                   07  LGC-D-CIDADE      PIC X(20).
                   07  LGC-D-UF          PIC X(02).
               05  LGC-SUCESSOR      PIC 9(08).
           03  LGC-REGIAO        PIC X(03).
