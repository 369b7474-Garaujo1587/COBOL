      *----------------------------------------------------------------
      *    LOGREGS - SELECT FOR ONE REGIONAL INSTALLATION'S AUDIT
      *    TRAIL AS RECEIVED AT HEAD OFFICE. THE REGION'S CADLOG.DAT
      *    IS COPIED IN AS LOGRxxx.DAT (xxx = REGION CODE ON REGCTL)
      *    NEXT TO ITS CEPRxxx.DAT BEFORE SMP0052 RUNS.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-LRG PIC X(02) AND
      *    THE PHYSICAL NAME IN WORKING-STORAGE:
      *       01 W-LRG-ARQUIVO.
      *          03 FILLER        PIC X(04) VALUE "LOGR".
      *          03 W-LRG-REGIAO  PIC X(03).
      *          03 FILLER        PIC X(04) VALUE ".DAT".
      *----------------------------------------------------------------
           SELECT LOGREG ASSIGN TO DISK FROM W-LRG-ARQUIVO
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-LRG.
