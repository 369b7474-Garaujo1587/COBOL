      *----------------------------------------------------------------
      *    CEPREGS - SELECT FOR ONE REGIONAL INSTALLATION'S CADCEP AS
      *    RECEIVED AT HEAD OFFICE. THE REGION'S CADCEP.DAT IS COPIED
      *    IN AS CEPRxxx.DAT (xxx = REGION CODE ON REGCTL) BEFORE
      *    SMP0052 RUNS, THE SAME WAY CADCEPV/CADLOGV ARE RENAMED
      *    COPIES. THE KEYS ARE THE SAME AS CADCEPS SO THE REGION'S
      *    FILE OPENS AS IT WAS BUILT.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-CRG PIC X(02) AND
      *    THE PHYSICAL NAME IN WORKING-STORAGE:
      *       01 W-CRG-ARQUIVO.
      *          03 FILLER        PIC X(04) VALUE "CEPR".
      *          03 W-CRG-REGIAO  PIC X(03).
      *          03 FILLER        PIC X(04) VALUE ".DAT".
      *----------------------------------------------------------------
           SELECT CEPREG ASSIGN TO DISK FROM W-CRG-ARQUIVO
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS SEQUENTIAL
                        RECORD KEY   IS RG-COD
                        FILE STATUS  IS ST-CRG
                        ALTERNATE RECORD KEY IS RG-ENDERECO
                                WITH DUPLICATES
                        ALTERNATE RECORD KEY IS RG-CIDADE
                                WITH DUPLICATES.
