       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0039.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    FORWARD RECOVERY OF CADCEP.     *
      *    RUN AFTER SMP0019 HAS RESTORED  *
      *    A CEPBKPn.DAT GENERATION. PROVES*
      *    THE FILE IS THAT GENERATION,    *
      *    THEN REPLAYS EVERY CADLOG N, C  *
      *    AND D ENTRY WRITTEN AFTER THE   *
      *    BACKUP, UP TO AN OPERATOR       *
      *    CUTOFF, AND PROVES THE FINAL    *
      *    RECORD COUNT AND COD HASH TOTAL.*
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCEPS.
           COPY CADLOGS.
           COPY CEPBKPS.
           COPY BATLOGS.
           SELECT RELREC ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCEPF.
           COPY CADLOGF.
           COPY CEPBKPF.
           COPY BATLOGF.
       FD  RELREC
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-LOG            PIC X(02) VALUE "00".
       01 ST-BKP            PIC X(02) VALUE "00".
       01 ST-BAT            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       77 W-GER             PIC 9(01) VALUE ZEROS.
       77 W-TEM-TRAILER     PIC X(01) VALUE "N".
       77 W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77 W-QTD-ANTERIORES  PIC 9(08) VALUE ZEROS.
       77 W-QTD-IGNORADOS   PIC 9(08) VALUE ZEROS.
       77 W-QTD-NOVOS       PIC 9(08) VALUE ZEROS.
       77 W-QTD-ALTERADOS   PIC 9(08) VALUE ZEROS.
       77 W-QTD-DESATIVADOS PIC 9(08) VALUE ZEROS.
       77 W-QTD-APLICADOS   PIC 9(08) VALUE ZEROS.
       77 W-QTD-EXCECOES    PIC 9(08) VALUE ZEROS.
       77 W-QTD-POSTERIORES PIC 9(08) VALUE ZEROS.
       77 W-QTD-INICIAL     PIC 9(08) VALUE ZEROS.
       77 W-HASH-INICIAL    PIC 9(15) VALUE ZEROS.
       77 W-QTD-ESPERADA    PIC 9(08) VALUE ZEROS.
       77 W-HASH-ESPERADO   PIC 9(15) VALUE ZEROS.
       77 W-QTD-RELIDOS     PIC 9(08) VALUE ZEROS.
       77 W-HASH-RELIDO     PIC 9(15) VALUE ZEROS.
       77 W-CONFIRMA        PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE.
          03 W-ANO          PIC 9(04).
          03 W-MES          PIC 9(02).
          03 W-DIA          PIC 9(02).

      *    CADCEP UPDATE LOCK (SEE SMP0033) - CLAIMED BEFORE THE
      *    MASTER FILE OPENS, RELEASED AT CLOSE. BOUNDED WAIT, THEN
      *    FAIL FAST INSTEAD OF RUNNING UNDER AN EDITING SESSION
           COPY TRVLNK.
       77 W-TRV-TENTA       PIC 9(02) VALUE ZEROS.
       77 W-TRV-LIMITE      PIC 9(02) VALUE 10.
       77 W-TRV-ESPERA      PIC 9(05) VALUE ZEROS.

      *    PHYSICAL NAME OF THE GENERATION RESTORED (SEE CEPBKPF)
       01 W-BKP-ARQUIVO.
          03 FILLER        PIC X(06) VALUE "CEPBKP".
          03 W-BKP-GER     PIC 9(01).
          03 FILLER        PIC X(04) VALUE ".DAT".

      *    HEADER RECORD AS READ BACK FROM THE GENERATION
       01 BKP-CABECALHO.
          03 BKP-CAB-TIPO    PIC X(01).
          03 BKP-CAB-DATA    PIC 9(08).
          03 BKP-CAB-HORA    PIC 9(06).
          03 BKP-CAB-GER     PIC 9(02).
          03 FILLER          PIC X(102).

      *    TRAILER RECORD AS READ BACK FROM THE GENERATION
       01 BKP-RODAPE.
          03 BKP-TRL-TIPO    PIC X(01).
          03 BKP-TRL-QTD     PIC 9(08).
          03 BKP-TRL-HASH    PIC 9(15).
          03 FILLER          PIC X(95).

      *    THE BACKUP POINT, THE OPERATOR CUTOFF AND THE STAMP OF THE
      *    CADLOG ENTRY IN HAND, EACH AS DATE+TIME SO THEY COMPARE AS
      *    ONE 14-DIGIT MOMENT
       01 W-MOMENTO-BKP.
          03 W-BKP-DATA     PIC 9(08) VALUE ZEROS.
          03 W-BKP-HORA     PIC 9(06) VALUE ZEROS.
       01 W-MOMENTO-CORTE.
          03 W-CORTE-DATA   PIC 9(08) VALUE ZEROS.
          03 W-CORTE-HORA   PIC 9(06) VALUE ZEROS.
       01 W-MOMENTO-LOG.
          03 W-LOG-DATA     PIC 9(08) VALUE ZEROS.
          03 W-LOG-HORA     PIC 9(06) VALUE ZEROS.

       01 LC-TITULO.
          03 FILLER  PIC X(50)
              VALUE "CADCEP FORWARD RECOVERY FROM CADLOG".
          03 FILLER  PIC X(08) VALUE "DATE:  ".
          03 LC-T-DIA  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LC-T-MES  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LC-T-ANO  PIC 9999.
          03 FILLER  PIC X(64) VALUE SPACES.

       01 LC-BRANCO         PIC X(132) VALUE SPACES.

       01 LC-PONTO.
          03 FILLER        PIC X(26)
              VALUE "RESTORED FROM ..........  ".
          03 LP-ARQUIVO    PIC X(11).
          03 FILLER        PIC X(10) VALUE "  TAKEN  ".
          03 LP-DATA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-HORA       PIC 9(06).
          03 FILLER        PIC X(70) VALUE SPACES.

       01 LC-CORTE.
          03 FILLER        PIC X(26)
              VALUE "REPLAYED UP TO .........  ".
          03 LP-C-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-C-HORA     PIC 9(06).
          03 FILLER        PIC X(91) VALUE SPACES.

       01 LC-CABEC.
          03 FILLER        PIC X(10) VALUE "LOG DATE".
          03 FILLER        PIC X(08) VALUE "TIME".
          03 FILLER        PIC X(10) VALUE "OPERATOR".
          03 FILLER        PIC X(08) VALUE "ACTION".
          03 FILLER        PIC X(10) VALUE "COD".
          03 FILLER        PIC X(40) VALUE "NOT APPLIED CLEANLY".
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LC-DETALHE.
          03 LD-DATA       PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-HORA       PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-OPERADOR   PIC X(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-ACAO       PIC X(01).
          03 FILLER        PIC X(07) VALUE SPACES.
          03 LD-COD        PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-MOTIVO     PIC X(40).
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LC-TOTAL.
          03 LT-TEXTO      PIC X(26).
          03 LT-QTDE       PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(96) VALUE SPACES.

       01 LC-PROVA.
          03 LP-TEXTO      PIC X(26).
          03 FILLER        PIC X(07) VALUE "COUNT  ".
          03 LP-QTDE       PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(09) VALUE "   HASH  ".
          03 LP-HASH       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(61) VALUE SPACES.

       01 LC-RESULTADO.
          03 FILLER        PIC X(26)
              VALUE "RECOVERY RESULT ........  ".
          03 LR-TEXTO      PIC X(50).
          03 FILLER        PIC X(56) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** MAINLINE ****************************************
       R0-INICIO.
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           PERFORM R1-ESCOLHE-GERACAO THRU R1-ESCOLHE-GERACAO-EXIT
           PERFORM R2-PONTO-BACKUP THRU R2-PONTO-BACKUP-EXIT
           PERFORM R3-PEDE-CORTE THRU R3-PEDE-CORTE-EXIT
           PERFORM TRAVA-CADCEP THRU TRAVA-CADCEP-EXIT
           PERFORM R4-ABRE-ARQUIVOS THRU R4-ABRE-ARQUIVOS-EXIT
           PERFORM R5-CONFERE-INICIAL THRU R5-CONFERE-INICIAL-EXIT
           PERFORM R6-REAPLICA THRU R6-REAPLICA-EXIT
           PERFORM R7-RELEITURA THRU R7-RELEITURA-EXIT
           PERFORM R8-TOTAIS THRU R8-TOTAIS-EXIT
           PERFORM R9-FIM-NORMAL THRU R9-FIM-NORMAL-EXIT.

      ********** ASK WHICH GENERATION WAS RESTORED *******************
       R1-ESCOLHE-GERACAO.
           DISPLAY "SMP0039 - GENERATION RESTORED BY SMP0019 (1-5): "
           ACCEPT W-GER
           IF W-GER < 1 OR W-GER > 5
              DISPLAY "SMP0039 - GENERATION MUST BE 1 TO 5"
              GO TO R1-ESCOLHE-GERACAO.
           MOVE W-GER TO W-BKP-GER.
       R1-ESCOLHE-GERACAO-EXIT.
           EXIT.

      ********** TAKE THE BACKUP POINT FROM THE GENERATION ***********
      ***** THE HEADER CARRIES THE MOMENT SMP0018 TOOK THE UNLOAD ****
      ***** (UNDER THE CADCEP LOCK), THE TRAILER THE COUNT AND HASH **
      ***** THE RESTORED FILE MUST STILL SHOW BEFORE ANY REPLAY ******
       R2-PONTO-BACKUP.
           OPEN INPUT CEPBKP
           IF ST-BKP NOT = "00"
              DISPLAY "SMP0039 - ERROR OPENING " W-BKP-ARQUIVO
                  " STATUS " ST-BKP
              GO TO ROT-FIM-ERRO.
           READ CEPBKP
              AT END
                 DISPLAY "SMP0039 - GENERATION FILE IS EMPTY"
                 GO TO ROT-FIM-ERRO.
           MOVE REGBKP TO BKP-CABECALHO
           IF BKP-CAB-TIPO NOT = "H"
              DISPLAY "SMP0039 - FIRST RECORD IS NOT AN H HEADER"
              GO TO ROT-FIM-ERRO.
           MOVE BKP-CAB-DATA TO W-BKP-DATA
           MOVE BKP-CAB-HORA TO W-BKP-HORA.
       LER-BKP.
           READ CEPBKP
              AT END GO TO R2-CONFERE-TRAILER.
           IF REGBKP (1:1) NOT = "T"
              GO TO LER-BKP.
           MOVE REGBKP TO BKP-RODAPE
           MOVE "S" TO W-TEM-TRAILER.
       R2-CONFERE-TRAILER.
           CLOSE CEPBKP
           IF W-TEM-TRAILER = "N"
              DISPLAY "SMP0039 - NO T TRAILER ON " W-BKP-ARQUIVO
              GO TO ROT-FIM-ERRO.
           DISPLAY "SMP0039 - BACKUP TAKEN " W-BKP-DATA
               " AT " W-BKP-HORA.
       R2-PONTO-BACKUP-EXIT.
           EXIT.

      ********** ASK HOW FAR TO ROLL FORWARD *************************
      ***** ENTRIES STAMPED AFTER THE CUTOFF ARE LEFT ALONE, SO A ****
      ***** BAD BATCH RUN CAN BE KEPT OFF THE RECOVERED FILE BY ******
      ***** GIVING THE MOMENT JUST BEFORE IT STARTED. DATE ZERO ******
      ***** REPLAYS THE WHOLE LOG *************************************
       R3-PEDE-CORTE.
           DISPLAY "SMP0039 - REPLAY UP TO DATE (YYYYMMDD, 0 = ALL): "
           ACCEPT W-CORTE-DATA
           IF W-CORTE-DATA = ZEROS
              MOVE 99999999 TO W-CORTE-DATA
              MOVE 999999   TO W-CORTE-HORA
              GO TO R3-CONFIRMA.
           DISPLAY "SMP0039 - REPLAY UP TO TIME (HHMMSS): "
           ACCEPT W-CORTE-HORA
           IF W-CORTE-HORA > 235959
              DISPLAY "SMP0039 - TIME MUST BE 000000 TO 235959"
              GO TO R3-PEDE-CORTE.
           IF W-MOMENTO-CORTE < W-MOMENTO-BKP
              DISPLAY "SMP0039 - CUTOFF IS BEFORE THE BACKUP POINT"
              GO TO R3-PEDE-CORTE.
       R3-CONFIRMA.
           DISPLAY "SMP0039 - ROLL " W-BKP-ARQUIVO " FORWARD TO "
               W-CORTE-DATA " " W-CORTE-HORA " (Y/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA = "N" OR "n"
              DISPLAY "SMP0039 - RECOVERY DECLINED BY THE OPERATOR"
              GO TO ROT-FIM-ERRO.
           IF W-CONFIRMA NOT = "Y" AND "y"
              GO TO R3-CONFIRMA.
       R3-PEDE-CORTE-EXIT.
           EXIT.

      ********** OPEN THE FILES AND PRINT THE REPORT HEADING *********
       R4-ABRE-ARQUIVOS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O CADCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0039 - ERROR OPENING CADCEP STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           OPEN INPUT CADLOG
           IF ST-LOG NOT = "00"
              DISPLAY "SMP0039 - ERROR OPENING CADLOG STATUS " ST-LOG
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT RELREC
           IF ST-REL NOT = "00"
              DISPLAY "SMP0039 - ERROR OPENING RELREC STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           MOVE W-DIA TO LC-T-DIA
           MOVE W-MES TO LC-T-MES
           MOVE W-ANO TO LC-T-ANO
           MOVE W-BKP-ARQUIVO TO LP-ARQUIVO
           MOVE W-BKP-DATA    TO LP-DATA
           MOVE W-BKP-HORA    TO LP-HORA
           MOVE W-CORTE-DATA  TO LP-C-DATA
           MOVE W-CORTE-HORA  TO LP-C-HORA
           WRITE LINHA-REL FROM LC-TITULO
           WRITE LINHA-REL FROM LC-BRANCO
           WRITE LINHA-REL FROM LC-PONTO
           WRITE LINHA-REL FROM LC-CORTE
           WRITE LINHA-REL FROM LC-BRANCO
           WRITE LINHA-REL FROM LC-CABEC.
       R4-ABRE-ARQUIVOS-EXIT.
           EXIT.

      ********** PROVE CADCEP IS STILL THE RESTORED GENERATION *******
      ***** ROLLING THE LOG ONTO ANY OTHER FILE WOULD APPLY THE SAME **
      ***** CHANGES TWICE, SO THE JOB REFUSES TO START ***************
       R5-CONFERE-INICIAL.
           MOVE ZEROS TO COD
           START CADCEP KEY IS NOT LESS THAN COD
           IF ST-ERRO NOT = "00"
              GO TO R5-CONFERE.
       LER-CEP-INICIAL.
           READ CADCEP NEXT RECORD
              AT END GO TO R5-CONFERE.
           ADD 1 TO W-QTD-INICIAL
           ADD COD TO W-HASH-INICIAL
           GO TO LER-CEP-INICIAL.
       R5-CONFERE.
           IF W-QTD-INICIAL NOT = BKP-TRL-QTD
              OR W-HASH-INICIAL NOT = BKP-TRL-HASH
              DISPLAY "SMP0039 - CADCEP COUNT " W-QTD-INICIAL
                  " HASH " W-HASH-INICIAL
              DISPLAY "SMP0039 - DOES NOT MATCH " W-BKP-ARQUIVO
                  " COUNT " BKP-TRL-QTD " HASH " BKP-TRL-HASH
              DISPLAY "SMP0039 - RUN SMP0019 FOR THIS GENERATION FIRST"
              GO TO ROT-FIM-ERRO.
           MOVE BKP-TRL-QTD  TO W-QTD-ESPERADA
           MOVE BKP-TRL-HASH TO W-HASH-ESPERADO.
       R5-CONFERE-INICIAL-EXIT.
           EXIT.

      ********** REPLAY CADLOG IN THE ORDER IT WAS WRITTEN ***********
       R6-REAPLICA.
       LER-LOG.
           READ CADLOG
              AT END GO TO R6-REAPLICA-EXIT.
           ADD 1 TO W-QTD-LIDOS
           MOVE LOG-DATA TO W-LOG-DATA
           MOVE LOG-HORA TO W-LOG-HORA
           IF W-MOMENTO-LOG NOT > W-MOMENTO-BKP
              ADD 1 TO W-QTD-ANTERIORES
              GO TO LER-LOG.
           IF W-MOMENTO-LOG > W-MOMENTO-CORTE
              ADD 1 TO W-QTD-POSTERIORES
              GO TO LER-LOG.
           IF LOG-ACAO-NOVO
              PERFORM R6A-NOVO THRU R6A-NOVO-EXIT
              GO TO LER-LOG.
           IF LOG-ACAO-ALTERA
              PERFORM R6B-ALTERA THRU R6B-ALTERA-EXIT
              GO TO LER-LOG.
           IF LOG-ACAO-EXCLUI
              PERFORM R6C-DESATIVA THRU R6C-DESATIVA-EXIT
              GO TO LER-LOG.
      ***** R AND Q ENTRIES NEVER TOUCHED THE MASTER FILE ************
           IF LOG-ACAO-REJEITADO OR LOG-ACAO-RECUSADO
              ADD 1 TO W-QTD-IGNORADOS
              GO TO LER-LOG.
           MOVE "UNKNOWN ACTION ON LOG - SKIPPED" TO LD-MOTIVO
           PERFORM R6X-EXCECAO THRU R6X-EXCECAO-EXIT
           GO TO LER-LOG.
       R6-REAPLICA-EXIT.
           EXIT.

      ***** N - THE LOG DOES NOT CARRY TIPO, SO THE RECORD IS ADDED ***
      ***** WITH THE SMP0005 DEFAULT (L) ******************************
       R6A-NOVO.
           MOVE LOG-COD           TO COD
           MOVE LOG-D-ENDERECO    TO ENDERECO
           MOVE LOG-D-NUMERO      TO NUMERO
           MOVE LOG-D-COMPLEMENTO TO COMPLEMENTO
           MOVE LOG-D-BAIRRO      TO BAIRRO
           MOVE LOG-D-CIDADE      TO CIDADE
           MOVE LOG-D-UF          TO UF
           MOVE "L"               TO TIPO
           MOVE "A"               TO SITUACAO
           MOVE ZEROS             TO DATA-DESATIV COD-SUCESSOR
           WRITE REGCEP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTD-NOVOS W-QTD-APLICADOS W-QTD-ESPERADA
              ADD COD TO W-HASH-ESPERADO
              GO TO R6A-NOVO-EXIT.
           IF ST-ERRO = "22"
              MOVE "N FOR A COD ALREADY ON FILE" TO LD-MOTIVO
              PERFORM R6X-EXCECAO THRU R6X-EXCECAO-EXIT
              GO TO R6A-NOVO-EXIT.
           DISPLAY "SMP0039 - WRITE ERROR ON COD " COD
               " STATUS " ST-ERRO
           GO TO ROT-FIM-ERRO.
       R6A-NOVO-EXIT.
           EXIT.

      ***** C - THE AFTER IMAGE GOES ON; TIPO AND STATUS ARE KEPT. ****
      ***** A BEFORE IMAGE THAT DOES NOT MATCH THE FILE IS APPLIED ****
      ***** BUT LISTED, SINCE THE REPLAY HAS DRIFTED FROM HISTORY *****
       R6B-ALTERA.
           MOVE LOG-COD TO COD
           READ CADCEP
           IF ST-ERRO = "23"
              MOVE "C FOR A COD NOT ON FILE" TO LD-MOTIVO
              PERFORM R6X-EXCECAO THRU R6X-EXCECAO-EXIT
              GO TO R6B-ALTERA-EXIT.
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0039 - READ ERROR ON COD " COD
                  " STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           IF ENDERECO    NOT = LOG-A-ENDERECO
              OR NUMERO      NOT = LOG-A-NUMERO
              OR COMPLEMENTO NOT = LOG-A-COMPLEMENTO
              OR BAIRRO      NOT = LOG-A-BAIRRO
              OR CIDADE      NOT = LOG-A-CIDADE
              OR UF          NOT = LOG-A-UF
              MOVE "C APPLIED - BEFORE IMAGE DIFFERED" TO LD-MOTIVO
              PERFORM R6X-EXCECAO THRU R6X-EXCECAO-EXIT.
           MOVE LOG-D-ENDERECO    TO ENDERECO
           MOVE LOG-D-NUMERO      TO NUMERO
           MOVE LOG-D-COMPLEMENTO TO COMPLEMENTO
           MOVE LOG-D-BAIRRO      TO BAIRRO
           MOVE LOG-D-CIDADE      TO CIDADE
           MOVE LOG-D-UF          TO UF
           REWRITE REGCEP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTD-ALTERADOS W-QTD-APLICADOS
              GO TO R6B-ALTERA-EXIT.
           DISPLAY "SMP0039 - REWRITE ERROR ON COD " COD
               " STATUS " ST-ERRO
           GO TO ROT-FIM-ERRO.
       R6B-ALTERA-EXIT.
           EXIT.

      ***** D - DEACTIVATION IN PLACE, DATED WITH THE DAY IT WAS *****
      ***** ORIGINALLY APPLIED AND CARRYING THE LOGGED SUCCESSOR ******
       R6C-DESATIVA.
           MOVE LOG-COD TO COD
           READ CADCEP
           IF ST-ERRO = "23"
              MOVE "D FOR A COD NOT ON FILE" TO LD-MOTIVO
              PERFORM R6X-EXCECAO THRU R6X-EXCECAO-EXIT
              GO TO R6C-DESATIVA-EXIT.
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0039 - READ ERROR ON COD " COD
                  " STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           IF CEP-DESATIVADO
              MOVE "D FOR A COD ALREADY DEACTIVATED" TO LD-MOTIVO
              PERFORM R6X-EXCECAO THRU R6X-EXCECAO-EXIT
              GO TO R6C-DESATIVA-EXIT.
           MOVE "D"          TO SITUACAO
           MOVE LOG-DATA     TO DATA-DESATIV
           MOVE LOG-SUCESSOR TO COD-SUCESSOR
           REWRITE REGCEP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTD-DESATIVADOS W-QTD-APLICADOS
              GO TO R6C-DESATIVA-EXIT.
           DISPLAY "SMP0039 - REWRITE ERROR ON COD " COD
               " STATUS " ST-ERRO
           GO TO ROT-FIM-ERRO.
       R6C-DESATIVA-EXIT.
           EXIT.

      ***** LIST ONE ENTRY THAT DID NOT APPLY CLEANLY ****************
       R6X-EXCECAO.
           ADD 1 TO W-QTD-EXCECOES
           MOVE LOG-DATA     TO LD-DATA
           MOVE LOG-HORA     TO LD-HORA
           MOVE LOG-OPERADOR TO LD-OPERADOR
           MOVE LOG-ACAO     TO LD-ACAO
           MOVE LOG-COD      TO LD-COD
           WRITE LINHA-REL FROM LC-DETALHE.
       R6X-EXCECAO-EXIT.
           EXIT.

      ********** REREAD THE RECOVERED FILE AND PROVE IT **************
      ***** ONLY AN N ADDS A RECORD, SO THE EXPECTED COUNT AND HASH **
      ***** ARE THE TRAILER FIGURES PLUS THE N ENTRIES APPLIED *******
       R7-RELEITURA.
           CLOSE CADCEP
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0039 - ERROR REOPENING CADCEP STATUS "
                  ST-ERRO
              GO TO ROT-FIM-ERRO.
           MOVE ZEROS TO COD
           START CADCEP KEY IS NOT LESS THAN COD
           IF ST-ERRO NOT = "00"
              GO TO R7-RELEITURA-EXIT.
       LER-CEP.
           READ CADCEP NEXT RECORD
              AT END GO TO R7-RELEITURA-EXIT.
           ADD 1 TO W-QTD-RELIDOS
           ADD COD TO W-HASH-RELIDO
           GO TO LER-CEP.
       R7-RELEITURA-EXIT.
           EXIT.

      ********** REPLAY TOTALS AND THE COUNT/HASH PROOF **************
       R8-TOTAIS.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "CADLOG ENTRIES READ ....  " TO LT-TEXTO
           MOVE W-QTD-LIDOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  AT OR BEFORE BACKUP ..  " TO LT-TEXTO
           MOVE W-QTD-ANTERIORES TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  AFTER THE CUTOFF .....  " TO LT-TEXTO
           MOVE W-QTD-POSTERIORES TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  R/Q ENTRIES SKIPPED ..  " TO LT-TEXTO
           MOVE W-QTD-IGNORADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  N APPLIED ............  " TO LT-TEXTO
           MOVE W-QTD-NOVOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  C APPLIED ............  " TO LT-TEXTO
           MOVE W-QTD-ALTERADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  D APPLIED ............  " TO LT-TEXTO
           MOVE W-QTD-DESATIVADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "ENTRIES LISTED ABOVE ...  " TO LT-TEXTO
           MOVE W-QTD-EXCECOES TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "BACKUP TRAILER .........  " TO LP-TEXTO
           MOVE BKP-TRL-QTD  TO LP-QTDE
           MOVE BKP-TRL-HASH TO LP-HASH
           WRITE LINHA-REL FROM LC-PROVA
           MOVE "EXPECTED AFTER REPLAY ..  " TO LP-TEXTO
           MOVE W-QTD-ESPERADA  TO LP-QTDE
           MOVE W-HASH-ESPERADO TO LP-HASH
           WRITE LINHA-REL FROM LC-PROVA
           MOVE "CADCEP AS REREAD .......  " TO LP-TEXTO
           MOVE W-QTD-RELIDOS TO LP-QTDE
           MOVE W-HASH-RELIDO TO LP-HASH
           WRITE LINHA-REL FROM LC-PROVA
           WRITE LINHA-REL FROM LC-BRANCO
           IF W-QTD-RELIDOS = W-QTD-ESPERADA
              AND W-HASH-RELIDO = W-HASH-ESPERADO
              MOVE "COUNT AND HASH PROVED" TO LR-TEXTO
              WRITE LINHA-REL FROM LC-RESULTADO
           ELSE
              MOVE "COUNT/HASH DO NOT MATCH - FILE NOT TRUSTED"
                                                       TO LR-TEXTO
              WRITE LINHA-REL FROM LC-RESULTADO
              DISPLAY "SMP0039 - REREAD COUNT " W-QTD-RELIDOS
                  " HASH " W-HASH-RELIDO
              DISPLAY "SMP0039 - EXPECTED COUNT " W-QTD-ESPERADA
                  " HASH " W-HASH-ESPERADO
              GO TO ROT-FIM-ERRO.
       R8-TOTAIS-EXIT.
           EXIT.

      ********** NORMAL END OF JOB *************************************
       R9-FIM-NORMAL.
           DISPLAY "SMP0039 - FORWARD RECOVERY COMPLETE"
           DISPLAY "SMP0039 - CADLOG ENTRIES READ  " W-QTD-LIDOS
           DISPLAY "SMP0039 - ENTRIES APPLIED .... " W-QTD-APLICADOS
           DISPLAY "SMP0039 - NOT APPLIED CLEANLY  " W-QTD-EXCECOES
           DISPLAY "SMP0039 - RECORDS ON FILE .... " W-QTD-RELIDOS
           DISPLAY "SMP0039 - HASH TOTAL ......... " W-HASH-RELIDO
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE CADCEP CADLOG RELREC
           PERFORM LIBERA-CADCEP THRU LIBERA-CADCEP-EXIT
           STOP RUN.
       R9-FIM-NORMAL-EXIT.
           EXIT.

      ********** ABNORMAL END - THE RECOVERED FILE IS NOT TRUSTED ****
       ROT-FIM-ERRO.
           DISPLAY "SMP0039 - JOB TERMINATED - DO NOT USE THE"
               " RECOVERED FILE"
           PERFORM LIBERA-CADCEP THRU LIBERA-CADCEP-EXIT
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           DISPLAY "SMP0039 - ENTRIES APPLIED .... " W-QTD-APLICADOS
           CLOSE CEPBKP CADCEP CADLOG RELREC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *---------[ ROTINA DO LIVRO DE EXECUCAO (BATLOG) ]--------------
      *    I RECORD AT START, F RECORD AT END (SEE BATLOGF) SO THE
      *    SMP0032 MORNING REPORT CAN FLAG A RUN THAT DIED MID-JOB
       GRAVA-BATLOG-INI.
           OPEN EXTEND BATLOG
           IF ST-BAT NOT = "00"
              IF ST-BAT = "30" OR ST-BAT = "35"
                 OPEN OUTPUT BATLOG
                 CLOSE BATLOG
                 OPEN EXTEND BATLOG
              ELSE
                 DISPLAY "SMP0039 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0039" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0039 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-LIDOS     TO BAT-QTD-LIDOS
           ADD W-QTD-APLICADOS TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0039 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *---------[ ROTINA DA TRAVA DE ATUALIZACAO (SMP0033) ]----------
       TRAVA-CADCEP.
           MOVE ZEROS TO W-TRV-TENTA.
       TRAVA-CADCEP-TENTA.
           MOVE "R"       TO LNK-T-FUNCAO
           MOVE "SMP0039" TO LNK-T-REQUERENTE
           CALL "SMP0033" USING LNK-TRAVA
           IF LNK-T-OK
              GO TO TRAVA-CADCEP-EXIT.
           IF LNK-T-ERRO-ARQUIVO
              DISPLAY "SMP0039 - ERROR ON CADTRV LOCK FILE"
              GO TO ROT-FIM-ERRO.
           ADD 1 TO W-TRV-TENTA
           IF W-TRV-TENTA >= W-TRV-LIMITE
              DISPLAY "SMP0039 - CADCEP HELD BY " LNK-T-DONO
                  " - GIVING UP"
              GO TO ROT-FIM-ERRO.
           DISPLAY "SMP0039 - CADCEP HELD BY " LNK-T-DONO
               " - WAITING"
           MOVE ZEROS TO W-TRV-ESPERA.
       TRAVA-CADCEP-ESPERA.
           ADD 1 TO W-TRV-ESPERA
           IF W-TRV-ESPERA < 30000
              GO TO TRAVA-CADCEP-ESPERA.
           GO TO TRAVA-CADCEP-TENTA.
       TRAVA-CADCEP-EXIT.
           EXIT.

      ***** THE GUARD REFUSES A RELEASE BY A NON-HOLDER, SO THE ******
      ***** ERROR EXIT MAY RELEASE UNCONDITIONALLY WITHOUT HARM ******
       LIBERA-CADCEP.
           MOVE "L"       TO LNK-T-FUNCAO
           MOVE "SMP0039" TO LNK-T-REQUERENTE
           CALL "SMP0033" USING LNK-TRAVA.
       LIBERA-CADCEP-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    02 = GRAVACAO EM CHAVE ALTERNATIVA DUPLICADA
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    35 = ARQUIVO NAO ENCONTRADO (SEQUENCIAL)
