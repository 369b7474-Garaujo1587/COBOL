       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0049.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    DELIVERY-ZONE COVERAGE REPORT.  *
      *    LISTS EVERY ACTIVE CADCEP CODE  *
      *    THAT NO ZONCAD RANGE HOLDS,     *
      *    GROUPED BY UF AND CIDADE, SO    *
      *    THE GAPS CAN BE FILLED ON       *
      *    SMP0047 BEFORE ORDER ENTRY      *
      *    MEETS THEM. EACH CODE IS ASKED  *
      *    OF THE SMP0048 LOOKUP MODULE,   *
      *    SO THE REPORT AND ORDER ENTRY   *
      *    APPLY THE SAME RULE.            *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCEPS.
           COPY BATLOGS.
           SELECT SORTZON ASSIGN TO DISK.
           SELECT RELZON ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCEPF.
           COPY BATLOGF.
      *    ONE RECORD PER ACTIVE CODE WITH NO ZONE
       SD  SORTZON.
       01  REGSORT.
           03  S-UF          PIC X(02).
           03  S-CIDADE      PIC X(20).
           03  S-COD         PIC 9(08).
           03  S-ENDERECO    PIC X(30).
           03  S-BAIRRO      PIC X(20).
           03  S-TIPO        PIC X(01).
       FD  RELZON
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  ST-ERRO           PIC X(02) VALUE "00".
       01  ST-BAT            PIC X(02) VALUE "00".
       01  ST-REL            PIC X(02) VALUE "00".
       77  W-LINHA           PIC 9(02) VALUE 99.
       77  W-PAGINA          PIC 9(04) VALUE ZEROS.
       77  W-MAX-LINHAS      PIC 9(02) VALUE 55.
       77  W-ERRO-SORT       PIC X(01) VALUE "N".
       77  W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77  W-QTD-ATIVOS      PIC 9(08) VALUE ZEROS.
       77  W-QTD-COBERTOS    PIC 9(08) VALUE ZEROS.
       77  W-QTD-SEM-ZONA    PIC 9(08) VALUE ZEROS.
       77  W-QTD-UF          PIC 9(08) VALUE ZEROS.
       77  W-QTD-CIDADE      PIC 9(08) VALUE ZEROS.
       77  W-UF-ANTERIOR     PIC X(02) VALUE SPACES.
       77  W-CIDADE-ANTERIOR PIC X(20) VALUE SPACES.
       01  W-DATA-HOJE.
           03  W-ANO         PIC 9(04).
           03  W-MES         PIC 9(02).
           03  W-DIA         PIC 9(02).

      *    DELIVERY-ZONE LOOKUP (SEE SMP0048)
           COPY ZONLNK.

       01  LC-TITULO.
           03  FILLER        PIC X(20) VALUE SPACES.
           03  FILLER        PIC X(40)
               VALUE "DELIVERY-ZONE COVERAGE - CODS NO ZONE".
           03  FILLER        PIC X(10) VALUE SPACES.
           03  FILLER        PIC X(06) VALUE "PAGE: ".
           03  LC-T-PAGINA   PIC ZZZ9.
           03  FILLER        PIC X(52) VALUE SPACES.

       01  LC-DATA.
           03  FILLER        PIC X(08) VALUE "DATE:  ".
           03  LC-D-DIA      PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  LC-D-MES      PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  LC-D-ANO      PIC 9999.
           03  FILLER        PIC X(114) VALUE SPACES.

       01  LC-BRANCO         PIC X(132) VALUE SPACES.

       01  LC-UF.
           03  FILLER        PIC X(05) VALUE "UF: ".
           03  LC-U-UF       PIC X(02).
           03  FILLER        PIC X(125) VALUE SPACES.

       01  LC-CIDADE.
           03  FILLER        PIC X(04) VALUE SPACES.
           03  FILLER        PIC X(08) VALUE "CIDADE: ".
           03  LC-C-CIDADE   PIC X(20).
           03  FILLER        PIC X(100) VALUE SPACES.

       01  LC-CABEC.
           03  FILLER        PIC X(08) VALUE SPACES.
           03  FILLER        PIC X(10) VALUE "COD".
           03  FILLER        PIC X(32) VALUE "ENDERECO".
           03  FILLER        PIC X(22) VALUE "BAIRRO".
           03  FILLER        PIC X(04) VALUE "TIPO".
           03  FILLER        PIC X(56) VALUE SPACES.

       01  LC-DETALHE.
           03  FILLER        PIC X(08) VALUE SPACES.
           03  LD-COD        PIC 9(08).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-ENDERECO   PIC X(30).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-BAIRRO     PIC X(20).
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-TIPO       PIC X(01).
           03  FILLER        PIC X(58) VALUE SPACES.

       01  LC-TOTAL.
           03  FILLER        PIC X(10) VALUE SPACES.
           03  LT-ROTULO     PIC X(26).
           03  LT-QTDE       PIC ZZZ.ZZZ.ZZ9.
           03  FILLER        PIC X(85) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** MAINLINE ****************************************
       R0-INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           OPEN OUTPUT RELZON
           IF ST-REL NOT = "00"
              DISPLAY "SMP0049 - ERROR OPENING RELZON STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           SORT SORTZON ON ASCENDING KEY S-UF
                            ASCENDING KEY S-CIDADE
                            ASCENDING KEY S-COD
               INPUT PROCEDURE R1-SELECIONA THRU R1-SELECIONA-EXIT
               OUTPUT PROCEDURE R2-IMPRIME THRU R2-IMPRIME-EXIT
           IF W-ERRO-SORT = "S"
              GO TO ROT-FIM-ERRO.
           PERFORM R5-TOTAIS THRU R5-TOTAIS-EXIT
           CLOSE RELZON
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           STOP RUN.

      ********** INPUT PROCEDURE - ACTIVE CODES SMP0048 HAS NO ******
      ********** ZONE FOR *********************************************
       R1-SELECIONA.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0049 - ERROR OPENING CADCEP STATUS " ST-ERRO
              MOVE "S" TO W-ERRO-SORT
              GO TO R1-SELECIONA-EXIT.
       R1-LE-CEP.
           READ CADCEP NEXT RECORD
              AT END GO TO R1-FIM-CEP.
           ADD 1 TO W-QTD-LIDOS
           IF NOT CEP-ATIVO
              GO TO R1-LE-CEP.
           ADD 1 TO W-QTD-ATIVOS
           MOVE COD TO LNK-Z-COD
           CALL "SMP0048" USING LNK-CONSULTA-ZONA
           IF LNK-Z-OK
              ADD 1 TO W-QTD-COBERTOS
              GO TO R1-LE-CEP.
           IF NOT LNK-Z-SEM-ZONA
              DISPLAY "SMP0049 - ZONE LOOKUP FAILED STATUS "
                  LNK-Z-STATUS " COD " COD " - RUN SMP0047"
              MOVE "S" TO W-ERRO-SORT
              GO TO R1-FIM-CEP.
           ADD 1 TO W-QTD-SEM-ZONA
           MOVE UF          TO S-UF
           MOVE CIDADE      TO S-CIDADE
           MOVE COD         TO S-COD
           MOVE ENDERECO    TO S-ENDERECO
           MOVE BAIRRO      TO S-BAIRRO
           MOVE TIPO        TO S-TIPO
           RELEASE REGSORT
           GO TO R1-LE-CEP.
       R1-FIM-CEP.
           CLOSE CADCEP.
       R1-SELECIONA-EXIT.
           EXIT.

      ********** OUTPUT PROCEDURE - LIST BY UF AND CIDADE ***********
       R2-IMPRIME.
       R2-RETORNA.
           RETURN SORTZON
              AT END GO TO R2-FIM.
           IF S-UF NOT = W-UF-ANTERIOR
              PERFORM R3-FECHA-CIDADE THRU R3-FECHA-CIDADE-EXIT
              PERFORM R4-FECHA-UF THRU R4-FECHA-UF-EXIT
              PERFORM R3A-ABRE-UF THRU R3A-ABRE-UF-EXIT
              PERFORM R3B-ABRE-CIDADE THRU R3B-ABRE-CIDADE-EXIT
           ELSE
              IF S-CIDADE NOT = W-CIDADE-ANTERIOR
                 PERFORM R3-FECHA-CIDADE THRU R3-FECHA-CIDADE-EXIT
                 PERFORM R3B-ABRE-CIDADE THRU R3B-ABRE-CIDADE-EXIT.
           IF W-LINHA >= W-MAX-LINHAS
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT
              WRITE LINHA-REL FROM LC-CABEC
              ADD 1 TO W-LINHA.
           MOVE S-COD      TO LD-COD
           MOVE S-ENDERECO TO LD-ENDERECO
           MOVE S-BAIRRO   TO LD-BAIRRO
           MOVE S-TIPO     TO LD-TIPO
           WRITE LINHA-REL FROM LC-DETALHE
           ADD 1 TO W-LINHA
           ADD 1 TO W-QTD-UF W-QTD-CIDADE
           GO TO R2-RETORNA.
       R2-FIM.
           PERFORM R3-FECHA-CIDADE THRU R3-FECHA-CIDADE-EXIT
           PERFORM R4-FECHA-UF THRU R4-FECHA-UF-EXIT.
       R2-IMPRIME-EXIT.
           EXIT.

      ********** CITY TOTAL ******************************************
       R3-FECHA-CIDADE.
           IF W-CIDADE-ANTERIOR = SPACES AND W-UF-ANTERIOR = SPACES
              GO TO R3-FECHA-CIDADE-EXIT.
           MOVE "  CODS IN THE CIDADE ...  " TO LT-ROTULO
           MOVE W-QTD-CIDADE TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           ADD 1 TO W-LINHA.
       R3-FECHA-CIDADE-EXIT.
           EXIT.

      ********** NEW UF - STARTS ON A FRESH PAGE ********************
       R3A-ABRE-UF.
           MOVE S-UF TO W-UF-ANTERIOR
           MOVE ZEROS TO W-QTD-UF
           PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT
           MOVE S-UF TO LC-U-UF
           WRITE LINHA-REL FROM LC-UF
           ADD 1 TO W-LINHA.
       R3A-ABRE-UF-EXIT.
           EXIT.

      ********** NEW CIDADE ******************************************
       R3B-ABRE-CIDADE.
           MOVE S-CIDADE TO W-CIDADE-ANTERIOR
           MOVE ZEROS TO W-QTD-CIDADE
           IF W-LINHA > W-MAX-LINHAS - 4
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE S-CIDADE TO LC-C-CIDADE
           WRITE LINHA-REL FROM LC-CIDADE
           WRITE LINHA-REL FROM LC-CABEC
           ADD 3 TO W-LINHA.
       R3B-ABRE-CIDADE-EXIT.
           EXIT.

      ********** UF TOTAL ********************************************
       R4-FECHA-UF.
           IF W-UF-ANTERIOR = SPACES
              GO TO R4-FECHA-UF-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "CODS IN THE UF .........  " TO LT-ROTULO
           MOVE W-QTD-UF TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           ADD 2 TO W-LINHA.
       R4-FECHA-UF-EXIT.
           EXIT.

      ********** PAGE HEADING *****************************************
       R6-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA        TO LC-T-PAGINA
           MOVE W-DIA            TO LC-D-DIA
           MOVE W-MES            TO LC-D-MES
           MOVE W-ANO            TO LC-D-ANO
           WRITE LINHA-REL FROM LC-TITULO
           AFTER ADVANCING PAGE
           WRITE LINHA-REL FROM LC-DATA
           MOVE 2 TO W-LINHA.
       R6-CABECALHO-EXIT.
           EXIT.

      ********** RUN TOTALS ******************************************
       R5-TOTAIS.
           IF W-PAGINA = ZEROS OR W-LINHA > W-MAX-LINHAS - 6
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "CADCEP RECORDS READ ....  " TO LT-ROTULO
           MOVE W-QTD-LIDOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  ACTIVE CODS ..........  " TO LT-ROTULO
           MOVE W-QTD-ATIVOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  COVERED BY A ZONE ....  " TO LT-ROTULO
           MOVE W-QTD-COBERTOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  WITH NO ZONE .........  " TO LT-ROTULO
           MOVE W-QTD-SEM-ZONA TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           DISPLAY "SMP0049 - CADCEP RECORDS READ ... " W-QTD-LIDOS
           DISPLAY "SMP0049 - ACTIVE CODS ........... " W-QTD-ATIVOS
           DISPLAY "SMP0049 - ACTIVE CODS WITH NO ZONE " W-QTD-SEM-ZONA.
       R5-TOTAIS-EXIT.
           EXIT.

      ********** ABNORMAL END *****************************************
       ROT-FIM-ERRO.
           DISPLAY "SMP0049 - JOB TERMINATED"
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE CADCEP RELZON
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
                 DISPLAY "SMP0049 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0049" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0049 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-LIDOS    TO BAT-QTD-LIDOS
           ADD W-QTD-SEM-ZONA TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0049 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
