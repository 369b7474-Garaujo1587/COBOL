      *----------------------------------------------------------------
      *    ZONLNK - PARAMETER AREA FOR THE CALLABLE DELIVERY-ZONE
      *    LOOKUP MODULE (SMP0048). THE CALLER FILLS LNK-Z-COD AND
      *    CALLS "SMP0048" USING LNK-CONSULTA-ZONA, THE SAME WAY IT
      *    CALLS SMP0025; THE MODULE ANSWERS THE ZONE, CARRIER AND
      *    LEAD TIME OF THE RANGE HOLDING THE COD. A COD CORREIOS
      *    RETIRED IS FOLLOWED TO ITS SUCCESSOR FIRST - LNK-Z-COD-
      *    ZONA THEN CARRIES THE CODE THE ZONE WAS ANSWERED FOR.
      *    COPIED INTO WORKING-STORAGE BY CALLERS AND INTO THE
      *    LINKAGE SECTION BY THE MODULE ITSELF.
      *----------------------------------------------------------------
       01  LNK-CONSULTA-ZONA.
           03  LNK-Z-COD          PIC 9(08).
           03  LNK-Z-COD-ZONA     PIC 9(08).
           03  LNK-Z-UF           PIC X(02).
           03  LNK-Z-ZONA         PIC X(04).
           03  LNK-Z-TRANSPORTADORA PIC X(20).
           03  LNK-Z-PRAZO        PIC 9(03).
           03  LNK-Z-STATUS       PIC X(02).
               88  LNK-Z-OK             VALUE "00".
               88  LNK-Z-NAO-ENCONTRADO VALUE "23".
               88  LNK-Z-DESATIVADO     VALUE "63".
               88  LNK-Z-SEM-ZONA       VALUE "64".
               88  LNK-Z-ERRO-ARQUIVO   VALUE "91".
