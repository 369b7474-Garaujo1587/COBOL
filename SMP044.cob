       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0044.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    DAILY LOOKUP HOTLIST FROM THE   *
      *    DEMAND LOG (CADDEM) WRITTEN BY  *
      *    SMP0025 AND SMP0029. RANKS THE  *
      *    CODS ORDER ENTRY ASKED FOR THAT *
      *    ARE NOT ON CADCEP BY NUMBER OF  *
      *    REQUESTS, WITH THE UF TAKEN     *
      *    FROM THE UFCAD RANGES; LISTS    *
      *    THE DEACTIVATED CODS STILL IN   *
      *    USE, BY CALLING PROGRAM, WITH   *
      *    THEIR SUCCESSORS; THE CODS IN   *
      *    UF/RANGE DOUBT; AND THE REVERSE *
      *    SEARCHES THAT FOUND NOTHING.    *
      *    ENTRIES FROM THE SMP0046 BULK   *
      *    CLEANSING RUN ARE ONLY COUNTED, *
      *    SO ONE CUSTOMER FILE CANNOT     *
      *    SWAMP THE RANKING.              *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADDEMS.
           COPY UFCADS.
           COPY BATLOGS.
           SELECT SORTDEM ASSIGN TO DISK.
           SELECT SORTHOT ASSIGN TO DISK.
           SELECT HOTORD ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-ORD.
           SELECT RELHOT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADDEMF.
           COPY UFCADF.
           COPY BATLOGF.
      *    ONE RECORD PER LOG ENTRY OF THE DAY, KEYED BY SECTION OF
      *    THE REPORT AND WHAT IS COUNTED IN IT
       SD  SORTDEM.
       01  REGSORT.
           03  S-SECAO       PIC X(01).
           03  S-PROGRAMA    PIC X(08).
           03  S-COD         PIC 9(08).
           03  S-TEXTO.
               05  S-UF      PIC X(02).
               05  S-CIDADE  PIC X(20).
               05  S-ENDERECO PIC X(30).
           03  S-STATUS      PIC X(02).
           03  S-SUCESSOR    PIC 9(08).
           03  S-HORA        PIC 9(06).
           03  S-CHAMADOR    PIC X(08).
       FD  HOTORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HOTORD.DAT".
       01  REGORD.
           03  ORD-SECAO     PIC X(01).
           03  ORD-PROGRAMA  PIC X(08).
           03  ORD-COD       PIC 9(08).
           03  ORD-TEXTO.
               05  ORD-UF    PIC X(02).
               05  ORD-CIDADE PIC X(20).
               05  ORD-ENDERECO PIC X(30).
           03  ORD-STATUS    PIC X(02).
           03  ORD-SUCESSOR  PIC 9(08).
           03  ORD-HORA      PIC 9(06).
           03  ORD-CHAMADOR  PIC X(08).
      *    ONE RECORD PER COD (OR SEARCH) WITH ITS REQUEST COUNT,
      *    RANKED MOST-REQUESTED FIRST WITHIN EACH SECTION
       SD  SORTHOT.
       01  REGHOT.
           03  H-SECAO       PIC X(01).
               88  H-SEC-FALTA       VALUE "1".
               88  H-SEC-DESATIVADO  VALUE "2".
               88  H-SEC-DUVIDA      VALUE "3".
               88  H-SEC-REVERSA     VALUE "4".
           03  H-PROGRAMA    PIC X(08).
           03  H-QTD         PIC 9(06).
           03  H-COD         PIC 9(08).
           03  H-TEXTO.
               05  H-UF      PIC X(02).
               05  H-CIDADE  PIC X(20).
               05  H-ENDERECO PIC X(30).
           03  H-STATUS      PIC X(02).
           03  H-SUCESSOR    PIC 9(08).
           03  H-PRIMEIRA    PIC 9(06).
           03  H-ULTIMA      PIC 9(06).
           03  H-CHAMADOR    PIC X(08).
       FD  RELHOT
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  ST-DEM            PIC X(02) VALUE "00".
       01  ST-UF             PIC X(02) VALUE "00".
       01  ST-BAT            PIC X(02) VALUE "00".
       01  ST-ORD            PIC X(02) VALUE "00".
       01  ST-REL            PIC X(02) VALUE "00".
       77  W-LINHA           PIC 9(02) VALUE 99.
       77  W-PAGINA          PIC 9(04) VALUE ZEROS.
       77  W-MAX-LINHAS      PIC 9(02) VALUE 55.
       77  W-DATA-REF        PIC 9(08) VALUE ZEROS.
       77  W-ERRO-SORT       PIC X(01) VALUE "N".
       77  W-FIM-ORD         PIC X(01) VALUE "N".
       77  W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77  W-QTD-DO-DIA      PIC 9(08) VALUE ZEROS.
       77  W-QTD-23          PIC 9(08) VALUE ZEROS.
       77  W-QTD-61          PIC 9(08) VALUE ZEROS.
       77  W-QTD-62          PIC 9(08) VALUE ZEROS.
       77  W-QTD-63          PIC 9(08) VALUE ZEROS.
       77  W-QTD-REVERSA     PIC 9(08) VALUE ZEROS.
       77  W-QTD-LIMPEZA     PIC 9(08) VALUE ZEROS.
       77  W-QTD-LINHAS      PIC 9(08) VALUE ZEROS.
       77  W-SECAO-ANTERIOR  PIC X(01) VALUE SPACES.
       77  W-PROG-ANTERIOR   PIC X(08) VALUE SPACES.
       77  W-RANK            PIC 9(05) VALUE ZEROS.
       01  W-DATA-HOJE.
           03  W-ANO         PIC 9(04).
           03  W-MES         PIC 9(02).
           03  W-DIA         PIC 9(02).
       01  W-DATA-EDT.
           03  W-E-ANO       PIC 9(04).
           03  W-E-MES       PIC 9(02).
           03  W-E-DIA       PIC 9(02).

      *    THE COD (OR SEARCH) BEING COUNTED WHILE HOTORD IS READ -
      *    SAME LAYOUT AS THE SORTHOT RECORD IT IS RELEASED AS
       01  W-CHAVE-ATUAL.
           03  W-CA-SECAO    PIC X(01).
           03  W-CA-PROGRAMA PIC X(08).
           03  W-CA-COD      PIC 9(08).
           03  W-CA-TEXTO    PIC X(52).
       01  W-CHAVE-LIDA.
           03  W-CL-SECAO    PIC X(01).
           03  W-CL-PROGRAMA PIC X(08).
           03  W-CL-COD      PIC 9(08).
           03  W-CL-TEXTO    PIC X(52).

      *    UFCAD RANGES, LOADED ONCE, TO SAY WHICH STATE A COD WE DO
      *    NOT HOLD WOULD BELONG TO. 40 SLOTS AS IN SMP0016
       01  W-TAB-UF.
           03  W-TU-ITEM OCCURS 40 TIMES.
               05  W-TU-UF       PIC X(02).
               05  W-TU-INI      PIC 9(08).
               05  W-TU-FIM      PIC 9(08).
       77  W-TU-USADOS       PIC 9(02) VALUE ZEROS.
       77  W-IX              PIC 9(02) VALUE ZEROS.
       77  W-ACHOU           PIC X(01) VALUE "N".
       77  W-UF-INFERIDA     PIC X(02) VALUE SPACES.

       01  LC-TITULO.
           03  FILLER        PIC X(20) VALUE SPACES.
           03  FILLER        PIC X(40)
               VALUE "LOOKUP DEMAND HOTLIST".
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
           03  FILLER        PIC X(08) VALUE SPACES.
           03  FILLER        PIC X(17) VALUE "LOOKUPS OF DATE: ".
           03  LC-R-DIA      PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  LC-R-MES      PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  LC-R-ANO      PIC 9999.
           03  FILLER        PIC X(79) VALUE SPACES.

       01  LC-BRANCO         PIC X(132) VALUE SPACES.

       01  LC-SECAO.
           03  FILLER        PIC X(05) VALUE "*** ".
           03  LC-S-TITULO   PIC X(60).
           03  FILLER        PIC X(67) VALUE SPACES.

       01  LC-PROGRAMA.
           03  FILLER        PIC X(10) VALUE SPACES.
           03  FILLER        PIC X(16) VALUE "CALLER PROGRAM: ".
           03  LC-P-PROGRAMA PIC X(08).
           03  FILLER        PIC X(98) VALUE SPACES.

       01  LC-CABEC-FALTA.
           03  FILLER        PIC X(08) VALUE "  RANK".
           03  FILLER        PIC X(10) VALUE "COD".
           03  FILLER        PIC X(06) VALUE "UF".
           03  FILLER        PIC X(10) VALUE "REQUESTS".
           03  FILLER        PIC X(10) VALUE "FIRST".
           03  FILLER        PIC X(10) VALUE "LAST".
           03  FILLER        PIC X(12) VALUE "LAST CALLER".
           03  FILLER        PIC X(66) VALUE SPACES.

       01  LC-CABEC-DESATIV.
           03  FILLER        PIC X(08) VALUE "  RANK".
           03  FILLER        PIC X(10) VALUE "COD".
           03  FILLER        PIC X(10) VALUE "SUCCESSOR".
           03  FILLER        PIC X(10) VALUE "REQUESTS".
           03  FILLER        PIC X(10) VALUE "FIRST".
           03  FILLER        PIC X(10) VALUE "LAST".
           03  FILLER        PIC X(74) VALUE SPACES.

       01  LC-CABEC-DUVIDA.
           03  FILLER        PIC X(08) VALUE "  RANK".
           03  FILLER        PIC X(10) VALUE "COD".
           03  FILLER        PIC X(06) VALUE "UF".
           03  FILLER        PIC X(10) VALUE "REQUESTS".
           03  FILLER        PIC X(10) VALUE "FIRST".
           03  FILLER        PIC X(10) VALUE "LAST".
           03  FILLER        PIC X(12) VALUE "LAST CALLER".
           03  FILLER        PIC X(08) VALUE "STATUS".
           03  FILLER        PIC X(58) VALUE SPACES.

       01  LC-CABEC-REVERSA.
           03  FILLER        PIC X(08) VALUE "  RANK".
           03  FILLER        PIC X(04) VALUE "UF".
           03  FILLER        PIC X(22) VALUE "CIDADE".
           03  FILLER        PIC X(32) VALUE "ENDERECO SEARCHED".
           03  FILLER        PIC X(10) VALUE "REQUESTS".
           03  FILLER        PIC X(10) VALUE "LAST".
           03  FILLER        PIC X(12) VALUE "LAST CALLER".
           03  FILLER        PIC X(34) VALUE SPACES.

      *    ONE DETAIL LINE FOR THE THREE COD SECTIONS - THE COLUMNS
      *    A SECTION DOES NOT USE ARE LEFT BLANK
       01  LC-DETALHE.
           03  LD-RANK       PIC ZZZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-COD        PIC 9(08).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-UF-SUC     PIC X(08).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-QTD        PIC ZZZ.ZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-PRIMEIRA   PIC 99.99.99.
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-ULTIMA     PIC 99.99.99.
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-CHAMADOR   PIC X(08).
           03  FILLER        PIC X(04) VALUE SPACES.
           03  LD-STATUS     PIC X(02).
           03  FILLER        PIC X(58) VALUE SPACES.

       01  LC-DETALHE-REV.
           03  LR-RANK       PIC ZZZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LR-UF         PIC X(02).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-CIDADE     PIC X(20).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-ENDERECO   PIC X(30).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-QTD        PIC ZZZ.ZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LR-ULTIMA     PIC 99.99.99.
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-CHAMADOR   PIC X(08).
           03  FILLER        PIC X(38) VALUE SPACES.

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
           DISPLAY "SMP0044 - DATE TO REPORT (YYYYMMDD, 0=TODAY): "
           ACCEPT W-DATA-REF
           IF W-DATA-REF = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-REF.
           PERFORM R1-CARREGA-UF THRU R1-CARREGA-UF-EXIT
           OPEN OUTPUT RELHOT
           IF ST-REL NOT = "00"
              DISPLAY "SMP0044 - ERROR OPENING RELHOT STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           SORT SORTDEM ON ASCENDING KEY S-SECAO
                            ASCENDING KEY S-PROGRAMA
                            ASCENDING KEY S-COD
                            ASCENDING KEY S-TEXTO
               INPUT PROCEDURE R2-SELECIONA THRU R2-SELECIONA-EXIT
               GIVING HOTORD
           IF W-ERRO-SORT = "S"
              GO TO ROT-FIM-ERRO.
           SORT SORTHOT ON ASCENDING KEY H-SECAO
                            ASCENDING KEY H-PROGRAMA
                            DESCENDING KEY H-QTD
                            ASCENDING KEY H-COD
                            ASCENDING KEY H-TEXTO
               INPUT PROCEDURE R3-AGRUPA THRU R3-AGRUPA-EXIT
               OUTPUT PROCEDURE R4-IMPRIME THRU R4-IMPRIME-EXIT
           IF W-ERRO-SORT = "S"
              GO TO ROT-FIM-ERRO.
           PERFORM R5-TOTAIS THRU R5-TOTAIS-EXIT
           CLOSE RELHOT
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           STOP RUN.

      ********** LOAD THE UFCAD RANGES *******************************
       R1-CARREGA-UF.
           OPEN INPUT UFCAD
           IF ST-UF NOT = "00"
              DISPLAY "SMP0044 - ERROR OPENING UFCAD - RUN SMP0011"
              GO TO ROT-FIM-ERRO.
       R1-LE-UF.
           READ UFCAD NEXT RECORD
              AT END GO TO R1-FIM-UF.
           IF W-TU-USADOS < 40
              ADD 1 TO W-TU-USADOS
              MOVE UFC-COD       TO W-TU-UF(W-TU-USADOS)
              MOVE UFC-FAIXA-INI TO W-TU-INI(W-TU-USADOS)
              MOVE UFC-FAIXA-FIM TO W-TU-FIM(W-TU-USADOS)
           ELSE
              DISPLAY "SMP0044 - UF TABLE FULL - UF " UFC-COD
                  " NOT LOADED".
           GO TO R1-LE-UF.
       R1-FIM-UF.
           CLOSE UFCAD.
       R1-CARREGA-UF-EXIT.
           EXIT.

      ********** INPUT PROCEDURE - THE DAY'S LOG ENTRIES *************
      ***** NO LOG YET (NOTHING EVER FAILED) IS AN EMPTY REPORT ******
       R2-SELECIONA.
           OPEN INPUT CADDEM
           IF ST-DEM NOT = "00"
              IF ST-DEM = "30" OR ST-DEM = "35"
                 GO TO R2-SELECIONA-EXIT
              ELSE
                 DISPLAY "SMP0044 - ERROR OPENING CADDEM STATUS "
                     ST-DEM
                 MOVE "S" TO W-ERRO-SORT
                 GO TO R2-SELECIONA-EXIT.
       R2-LE-DEM.
           READ CADDEM
              AT END GO TO R2-FIM-DEM.
           ADD 1 TO W-QTD-LIDOS
           IF DEM-DATA NOT = W-DATA-REF
              GO TO R2-LE-DEM.
           ADD 1 TO W-QTD-DO-DIA
           IF DEM-PROGRAMA = "SMP0046"
              ADD 1 TO W-QTD-LIMPEZA
              GO TO R2-LE-DEM.
           MOVE SPACES       TO REGSORT
           MOVE ZEROS        TO S-COD S-SUCESSOR
           MOVE DEM-STATUS   TO S-STATUS
           MOVE DEM-HORA     TO S-HORA
           MOVE DEM-PROGRAMA TO S-CHAMADOR
           IF DEM-REVERSA
              ADD 1 TO W-QTD-REVERSA
              MOVE "4"          TO S-SECAO
              MOVE DEM-UF       TO S-UF
              MOVE DEM-CIDADE   TO S-CIDADE
              MOVE DEM-ENDERECO TO S-ENDERECO
              GO TO R2-LIBERA.
           MOVE DEM-COD TO S-COD
           IF DEM-NAO-ENCONTRADO
              ADD 1 TO W-QTD-23
              MOVE "1" TO S-SECAO
              GO TO R2-LIBERA.
           IF DEM-DESATIVADO
              ADD 1 TO W-QTD-63
              MOVE "2"          TO S-SECAO
              MOVE DEM-PROGRAMA TO S-PROGRAMA
              MOVE DEM-SUCESSOR TO S-SUCESSOR
              GO TO R2-LIBERA.
           IF DEM-UF-INVALIDA
              ADD 1 TO W-QTD-61
           ELSE
              ADD 1 TO W-QTD-62.
           MOVE "3"    TO S-SECAO
           MOVE DEM-UF TO S-UF.
       R2-LIBERA.
           RELEASE REGSORT
           GO TO R2-LE-DEM.
       R2-FIM-DEM.
           CLOSE CADDEM.
       R2-SELECIONA-EXIT.
           EXIT.

      ********** INPUT PROCEDURE - ONE COUNT PER COD (OR SEARCH) *****
       R3-AGRUPA.
           OPEN INPUT HOTORD
           IF ST-ORD NOT = "00"
              DISPLAY "SMP0044 - ERROR OPENING HOTORD STATUS " ST-ORD
              MOVE "S" TO W-ERRO-SORT
              GO TO R3-AGRUPA-EXIT.
           PERFORM R3A-LE-ORD THRU R3A-LE-ORD-EXIT.
       R3-GRUPO.
           IF W-FIM-ORD = "S"
              GO TO R3-FIM-ORD.
           MOVE W-CHAVE-LIDA TO W-CHAVE-ATUAL
           MOVE ORD-SECAO    TO H-SECAO
           MOVE ORD-PROGRAMA TO H-PROGRAMA
           MOVE ORD-COD      TO H-COD
           MOVE ORD-TEXTO    TO H-TEXTO
           MOVE ZEROS        TO H-QTD
           MOVE ORD-HORA     TO H-PRIMEIRA H-ULTIMA
           MOVE ORD-STATUS   TO H-STATUS
           MOVE ORD-SUCESSOR TO H-SUCESSOR
           MOVE ORD-CHAMADOR TO H-CHAMADOR.
       R3-CONTA.
           IF H-QTD < 999999
              ADD 1 TO H-QTD.
           IF ORD-HORA < H-PRIMEIRA
              MOVE ORD-HORA TO H-PRIMEIRA.
           IF ORD-HORA NOT < H-ULTIMA
              MOVE ORD-HORA     TO H-ULTIMA
              MOVE ORD-STATUS   TO H-STATUS
              MOVE ORD-SUCESSOR TO H-SUCESSOR
              MOVE ORD-CHAMADOR TO H-CHAMADOR.
           PERFORM R3A-LE-ORD THRU R3A-LE-ORD-EXIT
           IF W-FIM-ORD = "N" AND W-CHAVE-LIDA = W-CHAVE-ATUAL
              GO TO R3-CONTA.
           RELEASE REGHOT
           GO TO R3-GRUPO.
       R3-FIM-ORD.
           CLOSE HOTORD.
       R3-AGRUPA-EXIT.
           EXIT.

       R3A-LE-ORD.
           READ HOTORD
              AT END
                 MOVE "S" TO W-FIM-ORD
                 GO TO R3A-LE-ORD-EXIT.
           MOVE ORD-SECAO    TO W-CL-SECAO
           MOVE ORD-PROGRAMA TO W-CL-PROGRAMA
           MOVE ORD-COD      TO W-CL-COD
           MOVE ORD-TEXTO    TO W-CL-TEXTO.
       R3A-LE-ORD-EXIT.
           EXIT.

      ********** OUTPUT PROCEDURE - PRINTS THE RANKED LISTS **********
       R4-IMPRIME.
       R4-RETORNA.
           RETURN SORTHOT
              AT END GO TO R4-IMPRIME-EXIT.
           ADD 1 TO W-QTD-LINHAS
           IF H-SECAO NOT = W-SECAO-ANTERIOR
              MOVE H-SECAO TO W-SECAO-ANTERIOR
              MOVE SPACES  TO W-PROG-ANTERIOR
              MOVE ZEROS   TO W-RANK
              PERFORM R7-QUEBRA-SECAO THRU R7-QUEBRA-SECAO-EXIT.
           IF H-SEC-DESATIVADO AND H-PROGRAMA NOT = W-PROG-ANTERIOR
              MOVE H-PROGRAMA TO W-PROG-ANTERIOR
              MOVE ZEROS      TO W-RANK
              PERFORM R7A-QUEBRA-PROGRAMA THRU R7A-QUEBRA-PROGRAMA-EXIT.
           IF W-LINHA >= W-MAX-LINHAS
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT
              PERFORM R7B-CABEC-SECAO THRU R7B-CABEC-SECAO-EXIT.
           ADD 1 TO W-RANK
           IF H-SEC-REVERSA
              GO TO R4-REVERSA.
           MOVE W-RANK     TO LD-RANK
           MOVE H-COD      TO LD-COD
           MOVE H-QTD      TO LD-QTD
           MOVE H-PRIMEIRA TO LD-PRIMEIRA
           MOVE H-ULTIMA   TO LD-ULTIMA
           MOVE SPACES     TO LD-UF-SUC LD-CHAMADOR LD-STATUS
           IF H-SEC-FALTA
              PERFORM R8-INFERE-UF THRU R8-INFERE-UF-EXIT
              MOVE W-UF-INFERIDA TO LD-UF-SUC
              MOVE H-CHAMADOR    TO LD-CHAMADOR.
           IF H-SEC-DESATIVADO
              IF H-SUCESSOR = ZEROS
                 MOVE "NONE" TO LD-UF-SUC
              ELSE
                 MOVE H-SUCESSOR TO LD-UF-SUC.
           IF H-SEC-DUVIDA
              MOVE H-UF       TO LD-UF-SUC
              MOVE H-CHAMADOR TO LD-CHAMADOR
              MOVE H-STATUS   TO LD-STATUS.
           WRITE LINHA-REL FROM LC-DETALHE
           ADD 1 TO W-LINHA
           GO TO R4-RETORNA.
       R4-REVERSA.
           MOVE W-RANK     TO LR-RANK
           MOVE H-UF       TO LR-UF
           MOVE H-CIDADE   TO LR-CIDADE
           MOVE H-ENDERECO TO LR-ENDERECO
           MOVE H-QTD      TO LR-QTD
           MOVE H-ULTIMA   TO LR-ULTIMA
           MOVE H-CHAMADOR TO LR-CHAMADOR
           WRITE LINHA-REL FROM LC-DETALHE-REV
           ADD 1 TO W-LINHA
           GO TO R4-RETORNA.
       R4-IMPRIME-EXIT.
           EXIT.

      ********** PAGE HEADING *****************************************
       R6-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA        TO LC-T-PAGINA
           MOVE W-DIA            TO LC-D-DIA
           MOVE W-MES            TO LC-D-MES
           MOVE W-ANO            TO LC-D-ANO
           MOVE W-DATA-REF       TO W-DATA-EDT
           MOVE W-E-DIA          TO LC-R-DIA
           MOVE W-E-MES          TO LC-R-MES
           MOVE W-E-ANO          TO LC-R-ANO
           WRITE LINHA-REL FROM LC-TITULO
           AFTER ADVANCING PAGE
           WRITE LINHA-REL FROM LC-DATA
           MOVE 2 TO W-LINHA.
       R6-CABECALHO-EXIT.
           EXIT.

      ********** SECTION CHANGE - TITLE AND COLUMN HEADINGS **********
       R7-QUEBRA-SECAO.
           IF W-PAGINA = ZEROS OR W-LINHA > W-MAX-LINHAS - 6
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           ADD 1 TO W-LINHA
           PERFORM R7B-CABEC-SECAO THRU R7B-CABEC-SECAO-EXIT.
       R7-QUEBRA-SECAO-EXIT.
           EXIT.

      ***** A NEW CALLER IN THE DEACTIVATED LIST - RANK RESTARTS *****
       R7A-QUEBRA-PROGRAMA.
           IF W-LINHA > W-MAX-LINHAS - 3
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT
              PERFORM R7B-CABEC-SECAO THRU R7B-CABEC-SECAO-EXIT.
           MOVE H-PROGRAMA TO LC-P-PROGRAMA
           IF H-PROGRAMA = SPACES
              MOVE "UNNAMED" TO LC-P-PROGRAMA.
           WRITE LINHA-REL FROM LC-PROGRAMA
           ADD 1 TO W-LINHA.
       R7A-QUEBRA-PROGRAMA-EXIT.
           EXIT.

       R7B-CABEC-SECAO.
           IF H-SEC-FALTA
              MOVE "MISSING CODS - NOT ON CADCEP - MOST REQUESTED FIRST"
                TO LC-S-TITULO
              WRITE LINHA-REL FROM LC-SECAO
              WRITE LINHA-REL FROM LC-CABEC-FALTA.
           IF H-SEC-DESATIVADO
              MOVE "DEACTIVATED CODS STILL IN USE - BY CALLER PROGRAM"
                TO LC-S-TITULO
              WRITE LINHA-REL FROM LC-SECAO
              WRITE LINHA-REL FROM LC-CABEC-DESATIV.
           IF H-SEC-DUVIDA
              MOVE "CODS ANSWERED IN UF DOUBT (61) OR OUT OF RANGE (62)"
                TO LC-S-TITULO
              WRITE LINHA-REL FROM LC-SECAO
              WRITE LINHA-REL FROM LC-CABEC-DUVIDA.
           IF H-SEC-REVERSA
              MOVE "REVERSE SEARCHES THAT FOUND NOTHING"
                TO LC-S-TITULO
              WRITE LINHA-REL FROM LC-SECAO
              WRITE LINHA-REL FROM LC-CABEC-REVERSA.
           ADD 2 TO W-LINHA.
       R7B-CABEC-SECAO-EXIT.
           EXIT.

      ********** WHICH UF'S RANGE WOULD THE MISSING COD FALL IN *******
       R8-INFERE-UF.
           MOVE "??"  TO W-UF-INFERIDA
           MOVE "N"   TO W-ACHOU
           MOVE ZEROS TO W-IX
           PERFORM R8A-PROCURA-FAIXA THRU R8A-PROCURA-FAIXA-EXIT
              UNTIL W-IX >= W-TU-USADOS OR W-ACHOU = "S".
       R8-INFERE-UF-EXIT.
           EXIT.

       R8A-PROCURA-FAIXA.
           ADD 1 TO W-IX
           IF H-COD NOT < W-TU-INI(W-IX)
              AND H-COD NOT > W-TU-FIM(W-IX)
              MOVE W-TU-UF(W-IX) TO W-UF-INFERIDA
              MOVE "S" TO W-ACHOU.
       R8A-PROCURA-FAIXA-EXIT.
           EXIT.

      ********** TOTALS BY KIND OF LOOKUP ****************************
       R5-TOTAIS.
           IF W-PAGINA = ZEROS OR W-LINHA > W-MAX-LINHAS - 8
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "LOG ENTRIES OF THE DATE   " TO LT-ROTULO
           MOVE W-QTD-DO-DIA TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  NOT ON CADCEP (23) ...  " TO LT-ROTULO
           MOVE W-QTD-23 TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  UF NOT ON UFCAD (61) .  " TO LT-ROTULO
           MOVE W-QTD-61 TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  OUTSIDE UF RANGE (62)   " TO LT-ROTULO
           MOVE W-QTD-62 TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  DEACTIVATED (63) .....  " TO LT-ROTULO
           MOVE W-QTD-63 TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  CLEANSING RUN (SMP0046) " TO LT-ROTULO
           MOVE W-QTD-LIMPEZA TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "  REVERSE NOT FOUND ....  " TO LT-ROTULO
           MOVE W-QTD-REVERSA TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           DISPLAY "SMP0044 - LOG ENTRIES READ ...... " W-QTD-LIDOS
           DISPLAY "SMP0044 - ENTRIES OF THE DATE ... " W-QTD-DO-DIA
           DISPLAY "SMP0044 - LINES ON THE HOTLIST .. " W-QTD-LINHAS.
       R5-TOTAIS-EXIT.
           EXIT.

      ********** ABNORMAL END *****************************************
       ROT-FIM-ERRO.
           DISPLAY "SMP0044 - JOB TERMINATED"
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
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
                 DISPLAY "SMP0044 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0044" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0044 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-LIDOS  TO BAT-QTD-LIDOS
           ADD W-QTD-LINHAS TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0044 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
