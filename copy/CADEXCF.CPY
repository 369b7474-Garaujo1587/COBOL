      *----------------------------------------------------------------
      *    CADEXCF - FD AND RECORD FOR THE DATA-QUALITY EXCEPTION
      *    QUEUE. ONE RECORD PER COD PER SOURCE. THE SOURCE SAYS
      *    WHICH JOB RAISED IT AND WHY:
      *       FX = SMP0016 COD OUT OF RANGE / UF NOT ON UFCAD (RELFXA)
      *       RI = SMP0017 FLAGGED INVALID BY THE INTERFACE (RELRET)
      *       RC = SMP0017 RETURNED CITY NOT ON CITY TABLE (RELRET)
      *       CT = SMP0034 DIFFERENCE CONTESTED BY A LOCAL CHANGE
      *       CG = SMP0006 EXTRACT CITY NOT ON CITY TABLE (RELCID)
      *    AN ITEM IS OPEN (A) UNTIL A CLERK TAKES IT (T), AND STAYS
      *    IN THE QUEUE ONCE CLOSED AS FIXED (F) OR NO ACTION (N).
      *    WHEN THE SAME PROBLEM IS RAISED AGAIN WHILE THE ITEM IS
      *    OPEN OR TAKEN ONLY THE LAST-SEEN DATE AND THE COUNT MOVE;
      *    RAISED AGAIN AFTER IT WAS CLOSED, THE ITEM IS REOPENED.
      *----------------------------------------------------------------
       FD  CADEXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXC.DAT".
       01  REGEXC.
           03  EXC-CHAVE.
               05  EXC-COD           PIC 9(08).
               05  EXC-ORIGEM        PIC X(02).
                   88  EXC-ORIG-FAIXA     VALUE "FX".
                   88  EXC-ORIG-INVALIDO  VALUE "RI".
                   88  EXC-ORIG-RET-CID   VALUE "RC".
                   88  EXC-ORIG-CONTESTA  VALUE "CT".
                   88  EXC-ORIG-CARGA-CID VALUE "CG".
           03  EXC-PROGRAMA      PIC X(08).
           03  EXC-SITUACAO      PIC X(01).
               88  EXC-ABERTO         VALUE "A".
               88  EXC-ASSUMIDO       VALUE "T".
               88  EXC-CORRIGIDO      VALUE "F".
               88  EXC-SEM-ACAO       VALUE "N".
               88  EXC-PENDENTE       VALUE "A" "T".
               88  EXC-FECHADO        VALUE "F" "N".
           03  EXC-UF            PIC X(02).
           03  EXC-CIDADE        PIC X(20).
           03  EXC-MOTIVO        PIC X(30).
           03  EXC-DATA-ABERTURA PIC 9(08).
           03  EXC-DATA-ULTIMA   PIC 9(08).
           03  EXC-OCORRENCIAS   PIC 9(04).
           03  EXC-RESPONSAVEL   PIC X(08).
           03  EXC-DATA-ASSUMIDO PIC 9(08).
           03  EXC-NOTA          PIC X(60).
           03  EXC-DATA-FECHA    PIC 9(08).
           03  EXC-OPER-FECHA    PIC X(08).
