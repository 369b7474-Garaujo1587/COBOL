      *----------------------------------------------------------------
      *    EXCLNK - PARAMETER AREA FOR THE EXCEPTION QUEUE WRITER
      *    MODULE (SMP0040). THE CALLING JOB FILLS THE COD, THE
      *    SOURCE CODE (SEE CADEXCF), ITS OWN NAME, THE UF AND CITY
      *    THE EXCEPTION BELONGS TO AND THE SAME TEXT IT PRINTS ON
      *    ITS REPORT, AND CALLS "SMP0040" USING LNK-EXCECAO. THE
      *    MODULE ANSWERS WHETHER A NEW ITEM WAS OPENED, AN OPEN ONE
      *    WAS ALREADY THERE, ONE CLOSED AS FIXED WAS REOPENED, OR
      *    ONE CLOSED AS NO ACTION WAS SEEN AGAIN AND LEFT CLOSED
      *    (04 - NOT A NEW ITEM FOR THE CALLER'S COUNT). COPIED
      *    INTO WORKING-STORAGE BY CALLERS AND INTO THE LINKAGE
      *    SECTION BY THE MODULE ITSELF.
      *----------------------------------------------------------------
       01  LNK-EXCECAO.
           03  LNK-E-COD          PIC 9(08).
           03  LNK-E-ORIGEM       PIC X(02).
           03  LNK-E-PROGRAMA     PIC X(08).
           03  LNK-E-UF           PIC X(02).
           03  LNK-E-CIDADE       PIC X(20).
           03  LNK-E-MOTIVO       PIC X(30).
           03  LNK-E-STATUS       PIC X(02).
               88  LNK-E-NOVO         VALUE "00".
               88  LNK-E-JA-ABERTO    VALUE "02".
               88  LNK-E-REABERTO     VALUE "03".
               88  LNK-E-SEM-ACAO     VALUE "04".
               88  LNK-E-ERRO-ARQUIVO VALUE "91".
