      *----------------------------------------------------------------
      *    DEMLNK - PARAMETER AREA FOR THE LOOKUP DEMAND LOG WRITER
      *    (SMP0043). THE LOOKUP MODULE FILLS WHICH KIND OF LOOKUP
      *    IT WAS (SEE CADDEMF), THE PROGRAM THAT CALLED IT, THE
      *    STATUS IT ANSWERED AND WHAT WAS ASKED FOR, AND CALLS
      *    "SMP0043" USING LNK-DEMANDA. THE WRITER STAMPS THE DATE
      *    AND TIME. COPIED INTO WORKING-STORAGE BY THE LOOKUP
      *    MODULES AND INTO THE LINKAGE SECTION BY THE WRITER.
      *----------------------------------------------------------------
       01  LNK-DEMANDA.
           03  LNK-D-MODULO       PIC X(01).
           03  LNK-D-PROGRAMA     PIC X(08).
           03  LNK-D-STATUS-CONS  PIC X(02).
           03  LNK-D-COD          PIC 9(08).
           03  LNK-D-SUCESSOR     PIC 9(08).
           03  LNK-D-UF           PIC X(02).
           03  LNK-D-CIDADE       PIC X(20).
           03  LNK-D-ENDERECO     PIC X(30).
           03  LNK-D-STATUS       PIC X(02).
               88  LNK-D-OK           VALUE "00".
               88  LNK-D-ERRO-ARQUIVO VALUE "91".
