       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0045.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    PROCESSES THE CORREIOS CEP      *
      *    CHANGE NOTICE (NOTCOR.DAT).     *
      *    PROVES THE TRAILER COUNT, THEN  *
      *    CHECKS EVERY NEW CODE AND EVERY *
      *    RETIRED CODE WITH ITS SUCCESSOR *
      *    AND QUEUES THE ONES THAT PASS   *
      *    ON CADPND (N AND D PROPOSALS)   *
      *    UNDER THE OPERATOR "SMP0045",   *
      *    FOR THE SUPERVISOR TO APPLY IN  *
      *    BULK THROUGH SMP0028. WHAT IS   *
      *    QUEUED IS LISTED ON RELNOK;     *
      *    WHAT FAILS GOES TO RELNRJ.      *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCEPS.
           COPY UFCADS.
           COPY CIDTABS.
           COPY CADPNDS.
           COPY NOTCORS.
           COPY BATLOGS.
           SELECT RELNOK ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           SELECT RELNRJ ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-RRJ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCEPF.
           COPY UFCADF.
           COPY CIDTABF.
           COPY CADPNDF.
           COPY NOTCORF.
           COPY BATLOGF.
       FD  RELNOK
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
       FD  RELNRJ
               LABEL RECORD IS STANDARD.
       01  LINHA-RRJ         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-UF             PIC X(02) VALUE "00".
       01 ST-CID            PIC X(02) VALUE "00".
       01 ST-PND            PIC X(02) VALUE "00".
       01 ST-NOT            PIC X(02) VALUE "00".
       01 ST-BAT            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-RRJ            PIC X(02) VALUE "00".
       77 W-QTD-PRE-LIDOS   PIC 9(08) VALUE ZEROS.
       77 W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77 W-QTD-NOVOS-OK    PIC 9(08) VALUE ZEROS.
       77 W-QTD-NOVOS-REJ   PIC 9(08) VALUE ZEROS.
       77 W-QTD-RETIR-OK    PIC 9(08) VALUE ZEROS.
       77 W-QTD-RETIR-REJ   PIC 9(08) VALUE ZEROS.
       77 W-QTD-ACAO-REJ    PIC 9(08) VALUE ZEROS.
       77 W-QTD-GRAVADOS    PIC 9(08) VALUE ZEROS.
       77 W-TEM-TRAILER     PIC X(01) VALUE "N".
       77 W-PROX-SEQ        PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO          PIC X(40) VALUE SPACES.
       77 W-UF-SUCESSOR     PIC X(02) VALUE SPACES.
       01 W-DATA-HOJE.
          03 W-ANO          PIC 9(04).
          03 W-MES          PIC 9(02).
          03 W-DIA          PIC 9(02).

      *    THE OPERATOR STAMPED ON THE PROPOSALS - THE JOB ITSELF,
      *    NOT A PERSON. SMP0028 OFFERS BULK APPLY FOR THIS NAME ONLY
       77 W-OPERADOR        PIC X(08) VALUE "SMP0045 ".

      *    CODS ALREADY WAITING ON CADPND, PLUS EVERY ONE THIS RUN
      *    QUEUES - NO SECOND PROPOSAL FOR A COD IS EVER QUEUED, SO A
      *    NOTICE RUN TWICE DOES NOT DOUBLE THE SUPERVISOR'S WORK
       01 W-TAB-PEND.
          03 W-TP-COD OCCURS 5000 TIMES PIC 9(08).
       77 W-TP-USADOS       PIC 9(04) VALUE ZEROS.

      *    NEW CODES ON THIS NOTICE AND WHETHER THEY WERE QUEUED -
      *    A RETIRED COD MAY NAME ONE OF THEM AS ITS SUCCESSOR
       01 W-TAB-NOVOS.
          03 W-TN-ITEM OCCURS 2000 TIMES.
             05 W-TN-COD    PIC 9(08).
             05 W-TN-UF     PIC X(02).
             05 W-TN-OK     PIC X(01).
       77 W-TN-USADOS       PIC 9(04) VALUE ZEROS.
       77 W-IX              PIC 9(04) VALUE ZEROS.
       77 W-ACHOU           PIC X(01) VALUE "N".
       77 W-COD-PROCURA     PIC 9(08) VALUE ZEROS.

      *    HEADER RECORD AS RECEIVED - CARRIES THE NOTICE DATE
       01 NOT-CABECALHO.
          03 NOT-CAB-TIPO    PIC X(01).
          03 NOT-CAB-DATA    PIC 9(08).
          03 FILLER          PIC X(82).

      *    DETAIL RECORD AS RECEIVED (SEE NOTCORF)
       01 NOT-DETALHE.
          03 NOT-DET-TIPO       PIC X(01).
          03 NOT-DET-ACAO       PIC X(01).
             88 NOT-RETIRADO        VALUE "R".
             88 NOT-NOVO            VALUE "N".
          03 NOT-DET-COD        PIC 9(08).
          03 NOT-DET-SUCESSOR   PIC 9(08).
          03 NOT-DET-ENDERECO   PIC X(30).
          03 NOT-DET-BAIRRO     PIC X(20).
          03 NOT-DET-CIDADE     PIC X(20).
          03 NOT-DET-UF         PIC X(02).
          03 NOT-DET-TIPO-CEP   PIC X(01).

      *    TRAILER RECORD AS RECEIVED - COUNT OF DETAIL RECORDS
       01 NOT-RODAPE.
          03 NOT-TRL-TIPO    PIC X(01).
          03 NOT-TRL-QTD     PIC 9(08).
          03 FILLER          PIC X(82).

       01 LC-TITULO.
          03 FILLER  PIC X(50)
              VALUE "CORREIOS CHANGE NOTICE - QUEUED FOR APPROVAL".
          03 FILLER  PIC X(08) VALUE "DATE:  ".
          03 LC-T-DIA  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LC-T-MES  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LC-T-ANO  PIC 9999.
          03 FILLER  PIC X(64) VALUE SPACES.

       01 LC-TITULO-RJ.
          03 FILLER  PIC X(50)
              VALUE "CORREIOS CHANGE NOTICE - REJECTED ENTRIES".
          03 FILLER  PIC X(08) VALUE "DATE:  ".
          03 LR-T-DIA  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LR-T-MES  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LR-T-ANO  PIC 9999.
          03 FILLER  PIC X(64) VALUE SPACES.

       01 LC-NOTICIA.
          03 FILLER        PIC X(26)
              VALUE "NOTICE DATED ...........  ".
          03 LN-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LN-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LN-ANO        PIC 9999.
          03 FILLER        PIC X(96) VALUE SPACES.

       01 LC-BRANCO         PIC X(132) VALUE SPACES.

       01 LC-CABEC.
          03 FILLER        PIC X(10) VALUE "COD".
          03 FILLER        PIC X(08) VALUE "ACTION".
          03 FILLER        PIC X(10) VALUE "SUCCESSOR".
          03 FILLER        PIC X(32) VALUE "ADDRESS".
          03 FILLER        PIC X(22) VALUE "CITY".
          03 FILLER        PIC X(04) VALUE "UF".
          03 FILLER        PIC X(46) VALUE "DISPOSITION".

       01 LC-DETALHE.
          03 LD-COD        PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-ACAO       PIC X(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SUCESSOR   PIC 9(08) BLANK WHEN ZERO.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-ENDERECO   PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-CIDADE     PIC X(20).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-UF         PIC X(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-MOTIVO     PIC X(40).
          03 FILLER        PIC X(06) VALUE SPACES.

       01 LC-TOTAL.
          03 LT-ROTULO     PIC X(26).
          03 LT-QTDE       PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(96) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** MAINLINE ****************************************
       R0-INICIO.
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           PERFORM R1-ABRE-ARQUIVOS THRU R1-ABRE-ARQUIVOS-EXIT
           PERFORM R2-CABECALHO THRU R2-CABECALHO-EXIT
           PERFORM R2A-PRE-PASSA THRU R2A-PRE-PASSA-EXIT
           PERFORM R2C-CONFERE-TRAILER THRU R2C-CONFERE-TRAILER-EXIT
           PERFORM R1A-CARREGA-PENDENTES THRU R1A-CARREGA-PENDENTES-EXIT
           PERFORM R2B-REBOBINA THRU R2B-REBOBINA-EXIT
           PERFORM R3-NOVOS THRU R3-NOVOS-EXIT
           PERFORM R2B-REBOBINA THRU R2B-REBOBINA-EXIT
           PERFORM R4-RETIRADOS THRU R4-RETIRADOS-EXIT
           PERFORM R8-TOTAIS THRU R8-TOTAIS-EXIT
           PERFORM R9-FIM-NORMAL THRU R9-FIM-NORMAL-EXIT.

      ********** OPEN THE FILES **********************************
       R1-ABRE-ARQUIVOS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT NOTCOR
           IF ST-NOT NOT = "00"
              DISPLAY "SMP0045 - ERROR OPENING NOTCOR - STATUS " ST-NOT
              GO TO ROT-FIM-ERRO.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0045 - ERROR OPENING CADCEP STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           OPEN INPUT UFCAD
           IF ST-UF NOT = "00"
              DISPLAY "SMP0045 - ERROR OPENING UFCAD - RUN SMP0011"
              GO TO ROT-FIM-ERRO.
           OPEN INPUT CIDTAB
           IF ST-CID NOT = "00"
              DISPLAY "SMP0045 - ERROR OPENING CIDTAB - RUN SMP0024"
                  " FIRST - STATUS " ST-CID
              GO TO ROT-FIM-ERRO.
           OPEN I-O CADPND
           IF ST-PND NOT = "00"
              IF ST-PND = "30" OR ST-PND = "35"
                 OPEN OUTPUT CADPND
                 CLOSE CADPND
                 OPEN I-O CADPND
              ELSE
                 DISPLAY "SMP0045 - ERROR OPENING CADPND STATUS "
                     ST-PND
                 GO TO ROT-FIM-ERRO.
           IF ST-PND NOT = "00"
              DISPLAY "SMP0045 - ERROR CREATING CADPND STATUS " ST-PND
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT RELNOK
           IF ST-REL NOT = "00"
              DISPLAY "SMP0045 - ERROR OPENING RELNOK STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT RELNRJ
           IF ST-RRJ NOT = "00"
              DISPLAY "SMP0045 - ERROR OPENING RELNRJ STATUS " ST-RRJ
              GO TO ROT-FIM-ERRO.
           MOVE W-DIA TO LC-T-DIA LR-T-DIA
           MOVE W-MES TO LC-T-MES LR-T-MES
           MOVE W-ANO TO LC-T-ANO LR-T-ANO
           WRITE LINHA-REL FROM LC-TITULO
           WRITE LINHA-RRJ FROM LC-TITULO-RJ.
       R1-ABRE-ARQUIVOS-EXIT.
           EXIT.

      ********** WHAT IS ALREADY WAITING ON THE QUEUE ****************
      ***** THE QUEUE ONLY HOLDS THE OPEN PROPOSALS (SMP0028 DELETES *
      ***** EACH ONE AS IT DECIDES), SO THE SCAN IS SHORT ************
       R1A-CARREGA-PENDENTES.
           MOVE ZEROS TO W-PROX-SEQ
           MOVE ZEROS TO PND-SEQ
           START CADPND KEY IS NOT LESS THAN PND-SEQ
           IF ST-PND NOT = "00"
              GO TO R1A-CARREGA-PENDENTES-EXIT.
       R1A-LOOP.
           READ CADPND NEXT RECORD
              AT END GO TO R1A-CARREGA-PENDENTES-EXIT.
           MOVE PND-SEQ TO W-PROX-SEQ
           IF W-TP-USADOS < 5000
              ADD 1 TO W-TP-USADOS
              MOVE PND-COD TO W-TP-COD(W-TP-USADOS)
           ELSE
              DISPLAY "SMP0045 - MORE THAN 5000 PROPOSALS PENDING -"
                  " APPROVE THE QUEUE FIRST"
              GO TO ROT-FIM-ERRO.
           GO TO R1A-LOOP.
       R1A-CARREGA-PENDENTES-EXIT.
           EXIT.

      ********** READ AND CHECK THE HEADER RECORD ********************
       R2-CABECALHO.
           READ NOTCOR
              AT END
                 DISPLAY "SMP0045 - NOTCOR IS EMPTY"
                 GO TO ROT-FIM-ERRO.
           MOVE REGNOT TO NOT-CABECALHO
           IF NOT-CAB-TIPO NOT = "H"
              DISPLAY "SMP0045 - FIRST RECORD IS NOT AN H HEADER"
              GO TO ROT-FIM-ERRO.
       R2-CABECALHO-EXIT.
           EXIT.

      ********** FIRST PASS - PROVE THE TRAILER BEFORE QUEUEING ******
      ********** ANYTHING. A TRUNCATED NOTICE IS REJECTED WHOLE ******
       R2A-PRE-PASSA.
       LER-PRE.
           READ NOTCOR
              AT END GO TO R2A-PRE-PASSA-EXIT.
           MOVE REGNOT TO NOT-DETALHE
           IF NOT-DET-TIPO = "T"
              MOVE REGNOT TO NOT-RODAPE
              MOVE "S" TO W-TEM-TRAILER
              GO TO R2A-PRE-PASSA-EXIT.
           IF NOT-DET-TIPO NOT = "D"
              DISPLAY "SMP0045 - UNEXPECTED RECORD TYPE " NOT-DET-TIPO
              GO TO ROT-FIM-ERRO.
           ADD 1 TO W-QTD-PRE-LIDOS
           GO TO LER-PRE.
       R2A-PRE-PASSA-EXIT.
           EXIT.

      ********** REWIND NOTCOR FOR THE NEXT PASS (SEE SMP0017) *******
       R2B-REBOBINA.
           CLOSE NOTCOR
           OPEN INPUT NOTCOR
           IF ST-NOT NOT = "00"
              DISPLAY "SMP0045 - ERROR REOPENING NOTCOR - STATUS "
                  ST-NOT
              GO TO ROT-FIM-ERRO.
           PERFORM R2-CABECALHO THRU R2-CABECALHO-EXIT.
       R2B-REBOBINA-EXIT.
           EXIT.

      ********** CHECK THE TRAILER COUNT LIKE OUR OWN T RECORD *******
       R2C-CONFERE-TRAILER.
           IF W-TEM-TRAILER = "N"
              DISPLAY "SMP0045 - NO T TRAILER ON NOTCOR"
              GO TO ROT-FIM-ERRO.
           IF NOT-TRL-QTD NOT = W-QTD-PRE-LIDOS
              DISPLAY "SMP0045 - TRAILER COUNT " NOT-TRL-QTD
                  " DOES NOT MATCH DETAILS READ " W-QTD-PRE-LIDOS
              GO TO ROT-FIM-ERRO.
           MOVE NOT-CAB-DATA (7:2) TO LN-DIA
           MOVE NOT-CAB-DATA (5:2) TO LN-MES
           MOVE NOT-CAB-DATA (1:4) TO LN-ANO
           WRITE LINHA-REL FROM LC-NOTICIA
           WRITE LINHA-REL FROM LC-BRANCO
           WRITE LINHA-REL FROM LC-CABEC
           WRITE LINHA-RRJ FROM LC-NOTICIA
           WRITE LINHA-RRJ FROM LC-BRANCO
           WRITE LINHA-RRJ FROM LC-CABEC.
       R2C-CONFERE-TRAILER-EXIT.
           EXIT.

      ********** SECOND PASS - THE NEW CODES **************************
      ***** DONE BEFORE THE RETIREMENTS SO A SUCCESSOR THAT IS NEW ***
      ***** ON THIS NOTICE IS KNOWN, AND SO ITS N PROPOSAL SITS ******
      ***** AHEAD OF THE D THAT POINTS TO IT ON THE QUEUE ************
       R3-NOVOS.
       LER-NOV.
           READ NOTCOR
              AT END GO TO R3-NOVOS-EXIT.
           MOVE REGNOT TO NOT-DETALHE
           IF NOT-DET-TIPO = "T"
              GO TO R3-NOVOS-EXIT.
           ADD 1 TO W-QTD-LIDOS
           IF NOT-RETIRADO
              GO TO LER-NOV.
           IF NOT NOT-NOVO
              MOVE "UNKNOWN ACTION ON NOTICE" TO W-MOTIVO
              ADD 1 TO W-QTD-ACAO-REJ
              PERFORM R7-REJEITA THRU R7-REJEITA-EXIT
              GO TO LER-NOV.
           PERFORM R3A-CONFERE-NOVO THRU R3A-CONFERE-NOVO-EXIT
           IF W-TN-USADOS < 2000
              ADD 1 TO W-TN-USADOS
              MOVE NOT-DET-COD TO W-TN-COD(W-TN-USADOS)
              MOVE NOT-DET-UF  TO W-TN-UF(W-TN-USADOS)
              IF W-MOTIVO = SPACES
                 MOVE "S" TO W-TN-OK(W-TN-USADOS)
              ELSE
                 MOVE "N" TO W-TN-OK(W-TN-USADOS)
           ELSE
              IF W-MOTIVO = SPACES
                 MOVE "TOO MANY NEW CODES ON ONE NOTICE" TO W-MOTIVO.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTD-NOVOS-REJ
              PERFORM R7-REJEITA THRU R7-REJEITA-EXIT
              GO TO LER-NOV.
           PERFORM R5-ENFILEIRA-NOVO THRU R5-ENFILEIRA-NOVO-EXIT
           ADD 1 TO W-QTD-NOVOS-OK
           GO TO LER-NOV.
       R3-NOVOS-EXIT.
           EXIT.

      ***** THE SAME CHECKS SMP0005 MAKES ON AN ADD - W-MOTIVO *******
      ***** COMES BACK SPACES WHEN THE NEW CODE PASSES ***************
       R3A-CONFERE-NOVO.
           MOVE SPACES TO W-MOTIVO
           IF NOT-DET-COD = ZEROS
              MOVE "NEW COD IS ZERO" TO W-MOTIVO
              GO TO R3A-CONFERE-NOVO-EXIT.
           MOVE NOT-DET-COD TO COD
           READ CADCEP
           IF ST-ERRO = "00"
              MOVE "NEW COD ALREADY ON CADCEP" TO W-MOTIVO
              GO TO R3A-CONFERE-NOVO-EXIT.
           IF ST-ERRO NOT = "23"
              DISPLAY "SMP0045 - READ ERROR ON COD " COD
                  " STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           MOVE NOT-DET-COD TO W-COD-PROCURA
           PERFORM R6-PROCURA-PENDENTE THRU R6-PROCURA-PENDENTE-EXIT
           IF W-ACHOU = "S"
              MOVE "PROPOSAL ALREADY PENDING FOR COD" TO W-MOTIVO
              GO TO R3A-CONFERE-NOVO-EXIT.
           MOVE NOT-DET-UF TO UFC-COD
           READ UFCAD
           IF ST-UF NOT = "00"
              MOVE "UF NOT ON UFCAD" TO W-MOTIVO
              GO TO R3A-CONFERE-NOVO-EXIT.
           IF NOT-DET-COD < UFC-FAIXA-INI
              OR NOT-DET-COD > UFC-FAIXA-FIM
              MOVE "NEW COD OUTSIDE UFCAD RANGE FOR UF" TO W-MOTIVO
              GO TO R3A-CONFERE-NOVO-EXIT.
           MOVE NOT-DET-UF     TO CID-UF
           MOVE NOT-DET-CIDADE TO CID-NOME
           READ CIDTAB
           IF ST-CID NOT = "00"
              MOVE "CITY NOT ON CITY TABLE" TO W-MOTIVO
              GO TO R3A-CONFERE-NOVO-EXIT.
           IF NOT-DET-TIPO-CEP = SPACES
              MOVE "L" TO NOT-DET-TIPO-CEP.
           IF NOT-DET-TIPO-CEP NOT = "L" AND "G" AND "U"
              MOVE "CEP TYPE MUST BE L, G OR U" TO W-MOTIVO
              GO TO R3A-CONFERE-NOVO-EXIT.
           IF NOT-DET-ENDERECO = SPACES AND NOT-DET-TIPO-CEP NOT = "G"
              MOVE "ADDRESS REQUIRED UNLESS TYPE G" TO W-MOTIVO.
       R3A-CONFERE-NOVO-EXIT.
           EXIT.

      ********** THIRD PASS - THE RETIRED CODES ***********************
       R4-RETIRADOS.
       LER-RET.
           READ NOTCOR
              AT END GO TO R4-RETIRADOS-EXIT.
           MOVE REGNOT TO NOT-DETALHE
           IF NOT-DET-TIPO = "T"
              GO TO R4-RETIRADOS-EXIT.
           IF NOT NOT-RETIRADO
              GO TO LER-RET.
           PERFORM R4A-CONFERE-RETIRADO THRU R4A-CONFERE-RETIRADO-EXIT
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTD-RETIR-REJ
              PERFORM R7-REJEITA THRU R7-REJEITA-EXIT
              GO TO LER-RET.
           PERFORM R5A-ENFILEIRA-RETIRADO
              THRU R5A-ENFILEIRA-RETIRADO-EXIT
           ADD 1 TO W-QTD-RETIR-OK
           GO TO LER-RET.
       R4-RETIRADOS-EXIT.
           EXIT.

      ***** RETIRED COD ON FILE AND ACTIVE; SUCCESSOR ON FILE AND ****
      ***** ACTIVE OR NEW (AND QUEUED) ON THIS NOTICE; SUCCESSOR *****
      ***** INSIDE THE UFCAD RANGE OF ITS OWN UF. CADCEP IS LEFT *****
      ***** ON THE RETIRED COD'S RECORD FOR THE BEFORE IMAGE *********
       R4A-CONFERE-RETIRADO.
           MOVE SPACES TO W-MOTIVO
           MOVE NOT-DET-COD TO W-COD-PROCURA
           PERFORM R6-PROCURA-PENDENTE THRU R6-PROCURA-PENDENTE-EXIT
           IF W-ACHOU = "S"
              MOVE "PROPOSAL ALREADY PENDING FOR COD" TO W-MOTIVO
              GO TO R4A-CONFERE-RETIRADO-EXIT.
           IF NOT-DET-SUCESSOR = ZEROS
              MOVE "NO SUCCESSOR ON NOTICE" TO W-MOTIVO
              GO TO R4A-CONFERE-RETIRADO-EXIT.
           IF NOT-DET-SUCESSOR = NOT-DET-COD
              MOVE "SUCCESSOR IS THE SAME COD" TO W-MOTIVO
              GO TO R4A-CONFERE-RETIRADO-EXIT.
           MOVE NOT-DET-SUCESSOR TO COD
           READ CADCEP
           IF ST-ERRO = "00"
              IF CEP-DESATIVADO
                 MOVE "SUCCESSOR ITSELF DEACTIVATED" TO W-MOTIVO
                 GO TO R4A-CONFERE-RETIRADO-EXIT
              ELSE
                 MOVE UF TO W-UF-SUCESSOR
           ELSE
              IF ST-ERRO = "23"
                 PERFORM R4B-SUCESSOR-NOVO THRU R4B-SUCESSOR-NOVO-EXIT
              ELSE
                 DISPLAY "SMP0045 - READ ERROR ON COD " COD
                     " STATUS " ST-ERRO
                 GO TO ROT-FIM-ERRO.
           IF W-MOTIVO NOT = SPACES
              GO TO R4A-CONFERE-RETIRADO-EXIT.
           MOVE W-UF-SUCESSOR TO UFC-COD
           READ UFCAD
           IF ST-UF NOT = "00"
              MOVE "SUCCESSOR UF NOT ON UFCAD" TO W-MOTIVO
              GO TO R4A-CONFERE-RETIRADO-EXIT.
           IF NOT-DET-SUCESSOR < UFC-FAIXA-INI
              OR NOT-DET-SUCESSOR > UFC-FAIXA-FIM
              MOVE "SUCCESSOR OUTSIDE UFCAD RANGE FOR UF" TO W-MOTIVO
              GO TO R4A-CONFERE-RETIRADO-EXIT.
           MOVE NOT-DET-COD TO COD
           READ CADCEP
           IF ST-ERRO = "23"
              MOVE "RETIRED COD NOT ON CADCEP" TO W-MOTIVO
              GO TO R4A-CONFERE-RETIRADO-EXIT.
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0045 - READ ERROR ON COD " COD
                  " STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           IF CEP-DESATIVADO
              MOVE "RETIRED COD ALREADY DEACTIVATED" TO W-MOTIVO.
       R4A-CONFERE-RETIRADO-EXIT.
           EXIT.

      ***** NOT ON CADCEP - IS IT A NEW CODE ON THIS SAME NOTICE *****
       R4B-SUCESSOR-NOVO.
           MOVE "N"   TO W-ACHOU
           MOVE ZEROS TO W-IX
           PERFORM R4C-PROCURA-NOVO THRU R4C-PROCURA-NOVO-EXIT
              UNTIL W-IX >= W-TN-USADOS OR W-ACHOU = "S"
           IF W-ACHOU = "N"
              MOVE "SUCCESSOR NOT ON CADCEP OR NOTICE" TO W-MOTIVO
              GO TO R4B-SUCESSOR-NOVO-EXIT.
           IF W-TN-OK(W-IX) NOT = "S"
              MOVE "SUCCESSOR REJECTED ON THIS NOTICE" TO W-MOTIVO
              GO TO R4B-SUCESSOR-NOVO-EXIT.
           MOVE W-TN-UF(W-IX) TO W-UF-SUCESSOR.
       R4B-SUCESSOR-NOVO-EXIT.
           EXIT.

       R4C-PROCURA-NOVO.
           ADD 1 TO W-IX
           IF W-TN-COD(W-IX) = NOT-DET-SUCESSOR
              MOVE "S" TO W-ACHOU.
       R4C-PROCURA-NOVO-EXIT.
           EXIT.

      ********** QUEUE A NEW CODE AS AN N PROPOSAL *******************
       R5-ENFILEIRA-NOVO.
           MOVE SPACES           TO PND-ANTES PND-DEPOIS
           MOVE "N"              TO PND-ACAO
           MOVE NOT-DET-COD      TO PND-COD
           MOVE ZEROS            TO PND-SUCESSOR
           MOVE NOT-DET-ENDERECO TO PND-D-ENDERECO
           MOVE NOT-DET-BAIRRO   TO PND-D-BAIRRO
           MOVE NOT-DET-CIDADE   TO PND-D-CIDADE
           MOVE NOT-DET-UF       TO PND-D-UF
           MOVE NOT-DET-TIPO-CEP TO PND-D-TIPO
           PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-EXIT
           MOVE "QUEUED AS NEW" TO W-MOTIVO
           PERFORM R7A-LISTA THRU R7A-LISTA-EXIT.
       R5-ENFILEIRA-NOVO-EXIT.
           EXIT.

      ***** QUEUE A RETIREMENT AS A D PROPOSAL - BEFORE IMAGE FROM ***
      ***** CADCEP, AFTER IMAGE BLANK, AS SMP0005 QUEUES A D *********
       R5A-ENFILEIRA-RETIRADO.
           MOVE SPACES           TO PND-DEPOIS
           MOVE "D"              TO PND-ACAO
           MOVE COD              TO PND-COD
           MOVE NOT-DET-SUCESSOR TO PND-SUCESSOR
           MOVE ENDERECO         TO PND-A-ENDERECO
           MOVE NUMERO           TO PND-A-NUMERO
           MOVE COMPLEMENTO      TO PND-A-COMPLEMENTO
           MOVE BAIRRO           TO PND-A-BAIRRO
           MOVE CIDADE           TO PND-A-CIDADE
           MOVE UF               TO PND-A-UF
           MOVE TIPO             TO PND-A-TIPO
           PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-EXIT
           MOVE ENDERECO         TO NOT-DET-ENDERECO
           MOVE CIDADE           TO NOT-DET-CIDADE
           MOVE UF               TO NOT-DET-UF
           MOVE "QUEUED AS DEACTIVATION" TO W-MOTIVO
           PERFORM R7A-LISTA THRU R7A-LISTA-EXIT.
       R5A-ENFILEIRA-RETIRADO-EXIT.
           EXIT.

      ***** IS THERE ALREADY A PROPOSAL FOR W-COD-PROCURA ************
       R6-PROCURA-PENDENTE.
           MOVE "N"   TO W-ACHOU
           MOVE ZEROS TO W-IX
           PERFORM R6A-COMPARA THRU R6A-COMPARA-EXIT
              UNTIL W-IX >= W-TP-USADOS OR W-ACHOU = "S".
       R6-PROCURA-PENDENTE-EXIT.
           EXIT.

       R6A-COMPARA.
           ADD 1 TO W-IX
           IF W-TP-COD(W-IX) = W-COD-PROCURA
              MOVE "S" TO W-ACHOU.
       R6A-COMPARA-EXIT.
           EXIT.

      ********** PRINT ONE REJECTED ENTRY ****************************
       R7-REJEITA.
           MOVE NOT-DET-COD      TO LD-COD
           MOVE NOT-DET-SUCESSOR TO LD-SUCESSOR
           MOVE NOT-DET-ENDERECO TO LD-ENDERECO
           MOVE NOT-DET-CIDADE   TO LD-CIDADE
           MOVE NOT-DET-UF       TO LD-UF
           MOVE W-MOTIVO         TO LD-MOTIVO
           PERFORM R7B-ACAO THRU R7B-ACAO-EXIT
           WRITE LINHA-RRJ FROM LC-DETALHE.
       R7-REJEITA-EXIT.
           EXIT.

      ********** LIST ONE QUEUED ENTRY FOR THE SUPERVISOR ************
       R7A-LISTA.
           MOVE NOT-DET-COD      TO LD-COD
           MOVE NOT-DET-SUCESSOR TO LD-SUCESSOR
           MOVE NOT-DET-ENDERECO TO LD-ENDERECO
           MOVE NOT-DET-CIDADE   TO LD-CIDADE
           MOVE NOT-DET-UF       TO LD-UF
           MOVE W-MOTIVO         TO LD-MOTIVO
           PERFORM R7B-ACAO THRU R7B-ACAO-EXIT
           WRITE LINHA-REL FROM LC-DETALHE.
       R7A-LISTA-EXIT.
           EXIT.

       R7B-ACAO.
           IF NOT-NOVO
              MOVE "NEW"    TO LD-ACAO
              MOVE ZEROS    TO LD-SUCESSOR
           ELSE
              IF NOT-RETIRADO
                 MOVE "RETIRE" TO LD-ACAO
              ELSE
                 MOVE NOT-DET-ACAO TO LD-ACAO.
       R7B-ACAO-EXIT.
           EXIT.

      ********** TOTALS ON BOTH REPORTS ******************************
       R8-TOTAIS.
           WRITE LINHA-REL FROM LC-BRANCO
           WRITE LINHA-RRJ FROM LC-BRANCO
           MOVE "NOTICE ENTRIES READ ....  " TO LT-ROTULO
           MOVE W-QTD-LIDOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-RRJ FROM LC-TOTAL
           MOVE "NEW CODES QUEUED .......  " TO LT-ROTULO
           MOVE W-QTD-NOVOS-OK TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-RRJ FROM LC-TOTAL
           MOVE "RETIREMENTS QUEUED .....  " TO LT-ROTULO
           MOVE W-QTD-RETIR-OK TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-RRJ FROM LC-TOTAL
           MOVE "NEW CODES REJECTED .....  " TO LT-ROTULO
           MOVE W-QTD-NOVOS-REJ TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-RRJ FROM LC-TOTAL
           MOVE "RETIREMENTS REJECTED ...  " TO LT-ROTULO
           MOVE W-QTD-RETIR-REJ TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-RRJ FROM LC-TOTAL
           MOVE "UNKNOWN ACTION .........  " TO LT-ROTULO
           MOVE W-QTD-ACAO-REJ TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-RRJ FROM LC-TOTAL
           DISPLAY "SMP0045 - NOTICE ENTRIES READ .. " W-QTD-LIDOS
           DISPLAY "SMP0045 - NEW CODES QUEUED ..... " W-QTD-NOVOS-OK
           DISPLAY "SMP0045 - RETIREMENTS QUEUED ... " W-QTD-RETIR-OK
           DISPLAY "SMP0045 - NEW CODES REJECTED ... " W-QTD-NOVOS-REJ
           DISPLAY "SMP0045 - RETIREMENTS REJECTED . " W-QTD-RETIR-REJ
           DISPLAY "SMP0045 - UNKNOWN ACTION ....... " W-QTD-ACAO-REJ.
       R8-TOTAIS-EXIT.
           EXIT.

      ********** NORMAL END ******************************************
       R9-FIM-NORMAL.
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE NOTCOR CADCEP UFCAD CIDTAB CADPND RELNOK RELNRJ
           STOP RUN.
       R9-FIM-NORMAL-EXIT.
           EXIT.

      ********** ABNORMAL END - NOTHING PAST THIS POINT IS QUEUED ****
       ROT-FIM-ERRO.
           DISPLAY "SMP0045 - JOB TERMINATED"
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE NOTCOR CADCEP UFCAD CIDTAB CADPND RELNOK RELNRJ
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *---------[ ROTINA DE GRAVACAO NA FILA DE PENDENTES ]-----------
      *    THE CALLER FILLS THE ACTION, COD, SUCCESSOR AND THE TWO
      *    IMAGES; THE SEQUENCE, STAMP AND OPERATOR ARE SET HERE THE
      *    WAY GRAVA-PENDENTE SETS THEM IN SMP0005
       GRAVA-PENDENTE.
           ADD 1 TO W-PROX-SEQ.
       GRAVA-PENDENTE-WR.
           MOVE W-PROX-SEQ  TO PND-SEQ
           ACCEPT PND-DATA FROM DATE YYYYMMDD
           ACCEPT PND-HORA FROM TIME
           MOVE W-OPERADOR  TO PND-OPERADOR
           WRITE REGPND
           IF ST-PND = "00" OR "02"
              ADD 1 TO W-QTD-GRAVADOS
              IF W-TP-USADOS < 5000
                 ADD 1 TO W-TP-USADOS
                 MOVE PND-COD TO W-TP-COD(W-TP-USADOS)
                 GO TO GRAVA-PENDENTE-EXIT
              ELSE
                 GO TO GRAVA-PENDENTE-EXIT.
           IF ST-PND = "22"
      *    AN SMP0005 SESSION TOOK THE SEQUENCE - TRY THE NEXT ONE
              ADD 1 TO W-PROX-SEQ
              GO TO GRAVA-PENDENTE-WR.
           DISPLAY "SMP0045 - ERROR WRITING CADPND STATUS " ST-PND
           GO TO ROT-FIM-ERRO.
       GRAVA-PENDENTE-EXIT.
           EXIT.

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
                 DISPLAY "SMP0045 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0045" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0045 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-LIDOS    TO BAT-QTD-LIDOS
           ADD W-QTD-GRAVADOS TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0045 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
