       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0051.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    WEEKLY CROSS-FILE INTEGRITY     *
      *    SWEEP OVER CADCEP, CIDTAB,      *
      *    UFCAD AND CADPND. EACH FILE IS  *
      *    CHECKED ONLY WHEN SOMEONE       *
      *    MAINTAINS IT, SO THIS JOB LOOKS *
      *    FOR WHAT BUILDS UP BETWEEN THEM *
      *    AND PRINTS ONE EXCEPTION REPORT *
      *    (RELINT) WITH A COUNT PER CHECK *
      *    SO THE TREND SHOWS FROM WEEK TO *
      *    WEEK:                           *
      *    1 SUCCESSOR CHAINS TO A MISSING *
      *      CODE OR IN A LOOP             *
      *    2 CHAINS THROUGH MORE THAN ONE  *
      *      DEACTIVATED CODE              *
      *    3 CADCEP CITIES NOT ON CIDTAB   *
      *    4 CIDTAB CITIES WITH NO ACTIVE  *
      *      CEP                           *
      *    5 OVERLAPPING UFCAD RANGES      *
      *    6 MORE THAN ONE ACTIVE TIPO G   *
      *      CODE IN A CITY                *
      *    7 CADPND BEFORE IMAGES THAT NO  *
      *      LONGER MATCH CADCEP           *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCEPS.
           COPY CIDTABS.
           COPY UFCADS.
           COPY CADPNDS.
           COPY BATLOGS.
           SELECT SORTCID ASSIGN TO DISK.
           SELECT SORTOCO ASSIGN TO DISK.
           SELECT INTSUC ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-SUC.
           SELECT INTOCO ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-OCO.
           SELECT RELINT ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCEPF.
           COPY CIDTABF.
           COPY UFCADF.
           COPY CADPNDF.
           COPY BATLOGF.
      *    EVERY CADCEP RECORD, BY UF AND CITY, FOR THE MATCH AGAINST
      *    CIDTAB (SAME KEY ORDER AS CID-CHAVE)
       SD  SORTCID.
       01  REGSORT.
           03  S-CHAVE.
               05  S-UF      PIC X(02).
               05  S-CIDADE  PIC X(20).
           03  S-COD         PIC 9(08).
           03  S-TIPO        PIC X(01).
               88  S-GERAL           VALUE "G".
           03  S-SITUACAO    PIC X(01).
               88  S-ATIVO           VALUE "A".
      *    DEACTIVATED CODES WITH A SUCCESSOR, WHOSE CHAINS ARE
      *    FOLLOWED ONCE THE SEQUENTIAL PASS OVER CADCEP IS DONE
       FD  INTSUC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTSUC.DAT".
       01  REGSUC.
           03  SUC-COD       PIC 9(08).
           03  SUC-SUCESSOR  PIC 9(08).
      *    ONE RECORD PER EXCEPTION FOUND, IN THE ORDER FOUND
       FD  INTOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTOCO.DAT".
       01  REGOCO.
           03  OCO-CHECAGEM  PIC 9(01).
           03  OCO-SEQ       PIC 9(08).
           03  OCO-COD       PIC 9(08).
           03  OCO-COD2      PIC 9(08).
           03  OCO-UF        PIC X(02).
           03  OCO-CIDADE    PIC X(20).
           03  OCO-TEXTO     PIC X(50).
      *    THE SAME EXCEPTIONS, BY CHECK, FOR PRINTING
       SD  SORTOCO.
       01  REGSOC.
           03  O-CHECAGEM    PIC 9(01).
           03  O-SEQ         PIC 9(08).
           03  O-COD         PIC 9(08).
           03  O-COD2        PIC 9(08).
           03  O-UF          PIC X(02).
           03  O-CIDADE      PIC X(20).
           03  O-TEXTO       PIC X(50).
       FD  RELINT
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  ST-ERRO           PIC X(02) VALUE "00".
       01  ST-CID            PIC X(02) VALUE "00".
       01  ST-UF             PIC X(02) VALUE "00".
       01  ST-PND            PIC X(02) VALUE "00".
       01  ST-BAT            PIC X(02) VALUE "00".
       01  ST-SUC            PIC X(02) VALUE "00".
       01  ST-OCO            PIC X(02) VALUE "00".
       01  ST-REL            PIC X(02) VALUE "00".
       77  W-LINHA           PIC 9(02) VALUE 99.
       77  W-PAGINA          PIC 9(04) VALUE ZEROS.
       77  W-MAX-LINHAS      PIC 9(02) VALUE 55.
       77  W-ERRO-SORT       PIC X(01) VALUE "N".
       77  W-FIM-SORT        PIC X(01) VALUE "N".
       77  W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77  W-QTD-OCORRENCIAS PIC 9(08) VALUE ZEROS.
       77  W-QTD-PROPOSTAS   PIC 9(08) VALUE ZEROS.
       77  W-QTD-CIDADES     PIC 9(08) VALUE ZEROS.
       77  W-SEQ             PIC 9(08) VALUE ZEROS.
       77  W-CHECAGEM-ANT    PIC 9(01) VALUE ZEROS.
       77  W-IX              PIC 9(02) VALUE ZEROS.
       77  W-JX              PIC 9(02) VALUE ZEROS.
       01  W-DATA-HOJE.
           03  W-ANO         PIC 9(04).
           03  W-MES         PIC 9(02).
           03  W-DIA         PIC 9(02).

      *    EXCEPTIONS FOUND PER CHECK
       01  W-TAB-QTD.
           03  W-QTD-CHK     PIC 9(08) OCCURS 7 TIMES.

      *    ONE CITY OF THE SORTED CADCEP STREAM AND THE CIDTAB KEY
      *    IT IS MATCHED AGAINST (HIGH-VALUES ONCE CIDTAB IS SPENT)
       01  W-CHAVE-ATUAL.
           03  W-CA-UF       PIC X(02).
           03  W-CA-CIDADE   PIC X(20).
       01  W-CHAVE-CID.
           03  W-CC-UF       PIC X(02).
           03  W-CC-CIDADE   PIC X(20).
       77  W-NA-TABELA       PIC X(01) VALUE "N".
       77  W-CID-CODS        PIC 9(08) VALUE ZEROS.
       77  W-CID-ATIVOS      PIC 9(08) VALUE ZEROS.
       77  W-CID-GERAIS      PIC 9(08) VALUE ZEROS.
       77  W-CID-PRIMEIRO    PIC 9(08) VALUE ZEROS.
       77  W-CID-GERAL1      PIC 9(08) VALUE ZEROS.
       77  W-CID-GERAL2      PIC 9(08) VALUE ZEROS.

      *    THE CODES ALREADY SEEN ON THE CHAIN BEING FOLLOWED. A
      *    CHAIN LONGER THAN W-MAX-SALTOS IS REPORTED AS SUCH
       01  W-TAB-VISTOS.
           03  W-VISTO       PIC 9(08) OCCURS 50 TIMES.
       77  W-QTD-VISTOS      PIC 9(02) VALUE ZEROS.
       77  W-MAX-SALTOS      PIC 9(02) VALUE 50.
       77  W-COD-ATUAL       PIC 9(08) VALUE ZEROS.
       77  W-ACHOU           PIC X(01) VALUE "N".
       77  W-FIM-CADEIA      PIC X(01) VALUE "N".

      *    UFCAD RANGES, LOADED ONCE. 40 SLOTS AS IN SMP0016
       01  W-TAB-UF.
           03  W-TU-ITEM OCCURS 40 TIMES.
               05  W-TU-UF       PIC X(02).
               05  W-TU-INI      PIC 9(08).
               05  W-TU-FIM      PIC 9(08).
       77  W-TU-USADOS       PIC 9(02) VALUE ZEROS.

      *    CURRENT CADCEP FIELDS IN THE ORDER OF PND-ANTES
       01  W-IMAGEM-ATUAL.
           03  W-IM-ENDERECO    PIC X(30).
           03  W-IM-NUMERO      PIC X(06).
           03  W-IM-COMPLEMENTO PIC X(14).
           03  W-IM-BAIRRO      PIC X(20).
           03  W-IM-CIDADE      PIC X(20).
           03  W-IM-UF          PIC X(02).
           03  W-IM-TIPO        PIC X(01).

      *    DETAIL TEXTS BUILT FOR THE EXCEPTION RECORD
       01  W-TXT-CADEIA.
           03  W-TC-QTD      PIC Z9.
           03  FILLER        PIC X(48)
               VALUE " DEACTIVATED CODES BEFORE THE ACTIVE ONE".
       01  W-TXT-CIDADE.
           03  W-TCI-QTD     PIC ZZZ.ZZ9.
           03  W-TCI-TEXTO   PIC X(43).
       01  W-TXT-GERAL.
           03  W-TG-QTD      PIC ZZ9.
           03  FILLER        PIC X(47)
               VALUE " ACTIVE TIPO G CODS IN THE CITY".
       01  W-TXT-FAIXA.
           03  FILLER        PIC X(09) VALUE "OVERLAPS ".
           03  W-TF-UF       PIC X(02).
           03  FILLER        PIC X(01) VALUE SPACE.
           03  W-TF-INI      PIC 9(08).
           03  FILLER        PIC X(01) VALUE "-".
           03  W-TF-FIM      PIC 9(08).
           03  FILLER        PIC X(21) VALUE SPACES.
       01  W-TXT-PROPOSTA.
           03  W-TP-ACAO     PIC X(01).
           03  FILLER        PIC X(04) VALUE " BY ".
           03  W-TP-OPERADOR PIC X(08).
           03  FILLER        PIC X(02) VALUE ": ".
           03  W-TP-MOTIVO   PIC X(35).

      *    SECTION TITLE AND RELATED-COLUMN CAPTION PER CHECK
       01  W-TITULOS.
           03  FILLER  PIC X(50)
               VALUE "1 SUCCESSOR CHAINS - MISSING CODE OR LOOP".
           03  FILLER  PIC X(10) VALUE "SUCCESSOR".
           03  FILLER  PIC X(50)
               VALUE "2 CHAINS THROUGH MORE THAN ONE DEACTIVATED".
           03  FILLER  PIC X(10) VALUE "ACTIVE COD".
           03  FILLER  PIC X(50)
               VALUE "3 CADCEP CITIES NOT ON CIDTAB".
           03  FILLER  PIC X(10) VALUE SPACES.
           03  FILLER  PIC X(50)
               VALUE "4 CIDTAB CITIES WITH NO ACTIVE CEP".
           03  FILLER  PIC X(10) VALUE SPACES.
           03  FILLER  PIC X(50)
               VALUE "5 UFCAD RANGES THAT OVERLAP".
           03  FILLER  PIC X(10) VALUE "RANGE END".
           03  FILLER  PIC X(50)
               VALUE "6 MORE THAN ONE ACTIVE TIPO G CODE IN A CITY".
           03  FILLER  PIC X(10) VALUE "2ND G COD".
           03  FILLER  PIC X(50)
               VALUE "7 CADPND BEFORE IMAGES NOT MATCHING CADCEP".
           03  FILLER  PIC X(10) VALUE "PROPOSAL".
       01  W-TITULOS-R REDEFINES W-TITULOS.
           03  W-TIT-ITEM OCCURS 7 TIMES.
               05  W-TIT-TEXTO   PIC X(50).
               05  W-TIT-REL     PIC X(10).

       01  LC-TITULO.
           03  FILLER        PIC X(20) VALUE SPACES.
           03  FILLER        PIC X(40)
               VALUE "CROSS-FILE INTEGRITY EXCEPTIONS".
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

       01  LC-SECAO.
           03  FILLER        PIC X(06) VALUE "*** ".
           03  LC-S-TITULO   PIC X(50).
           03  FILLER        PIC X(76) VALUE SPACES.

       01  LC-CABEC.
           03  FILLER        PIC X(10) VALUE "COD".
           03  LC-C-REL      PIC X(10).
           03  FILLER        PIC X(04) VALUE "UF".
           03  FILLER        PIC X(22) VALUE "CIDADE".
           03  FILLER        PIC X(06) VALUE "DETAIL".
           03  FILLER        PIC X(80) VALUE SPACES.

       01  LC-DETALHE.
           03  LD-COD        PIC X(08).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-COD2       PIC X(08).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-UF         PIC X(02).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-CIDADE     PIC X(20).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-TEXTO      PIC X(50).
           03  FILLER        PIC X(36) VALUE SPACES.

       01  LC-TOTAL-CHK.
           03  FILLER        PIC X(04) VALUE SPACES.
           03  LT-C-TITULO   PIC X(50).
           03  FILLER        PIC X(04) VALUE SPACES.
           03  LT-C-QTDE     PIC ZZZ.ZZZ.ZZ9.
           03  FILLER        PIC X(63) VALUE SPACES.

       01  LC-TOTAL.
           03  FILLER        PIC X(04) VALUE SPACES.
           03  LT-ROTULO     PIC X(26).
           03  FILLER        PIC X(28) VALUE SPACES.
           03  LT-QTDE       PIC ZZZ.ZZZ.ZZ9.
           03  FILLER        PIC X(63) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** MAINLINE ****************************************
       R0-INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           MOVE ZEROS TO W-TAB-QTD
           OPEN OUTPUT RELINT
           IF ST-REL NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING RELINT STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT INTOCO
           IF ST-OCO NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING INTOCO STATUS " ST-OCO
              GO TO ROT-FIM-ERRO.
           SORT SORTCID ON ASCENDING KEY S-UF
                            ASCENDING KEY S-CIDADE
                            ASCENDING KEY S-COD
               INPUT PROCEDURE R1-LE-CADCEP THRU R1-LE-CADCEP-EXIT
               OUTPUT PROCEDURE R2-CIDADES THRU R2-CIDADES-EXIT
           IF W-ERRO-SORT = "S"
              GO TO ROT-FIM-ERRO.
           PERFORM R3-CADEIAS THRU R3-CADEIAS-EXIT
           PERFORM R4-FAIXAS-UF THRU R4-FAIXAS-UF-EXIT
           PERFORM R5-PENDENTES THRU R5-PENDENTES-EXIT
           CLOSE CADCEP INTOCO
           SORT SORTOCO ON ASCENDING KEY O-CHECAGEM
                            ASCENDING KEY O-SEQ
               USING INTOCO
               OUTPUT PROCEDURE R6-IMPRIME THRU R6-IMPRIME-EXIT
           PERFORM R7-TOTAIS THRU R7-TOTAIS-EXIT
           CLOSE RELINT
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           STOP RUN.

      ********** INPUT PROCEDURE - EVERY CADCEP RECORD BY CITY; *****
      ********** THE DEACTIVATED CODES WITH A SUCCESSOR ASIDE *******
       R1-LE-CADCEP.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING CADCEP STATUS " ST-ERRO
              MOVE "S" TO W-ERRO-SORT
              GO TO R1-LE-CADCEP-EXIT.
           OPEN OUTPUT INTSUC
           IF ST-SUC NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING INTSUC STATUS " ST-SUC
              MOVE "S" TO W-ERRO-SORT
              CLOSE CADCEP
              GO TO R1-LE-CADCEP-EXIT.
       R1-LE-CEP.
           READ CADCEP NEXT RECORD
              AT END GO TO R1-FIM-CEP.
           ADD 1 TO W-QTD-LIDOS
           MOVE UF       TO S-UF
           MOVE CIDADE   TO S-CIDADE
           MOVE COD      TO S-COD
           MOVE TIPO     TO S-TIPO
           MOVE SITUACAO TO S-SITUACAO
           RELEASE REGSORT
           IF CEP-DESATIVADO AND COD-SUCESSOR NOT = ZEROS
              MOVE COD          TO SUC-COD
              MOVE COD-SUCESSOR TO SUC-SUCESSOR
              WRITE REGSUC.
           GO TO R1-LE-CEP.
       R1-FIM-CEP.
           CLOSE CADCEP INTSUC.
       R1-LE-CADCEP-EXIT.
           EXIT.

      ********** OUTPUT PROCEDURE - CITIES MATCHED AGAINST CIDTAB ***
      ***** BOTH SIDES COME IN UF + CITY ORDER: A CIDTAB KEY LOWER ***
      ***** THAN THE CURRENT CITY HAS NO CEP AT ALL (CHECK 4), A *****
      ***** CITY WITH NO EQUAL CIDTAB KEY IS NOT ON THE TABLE (3) ****
       R2-CIDADES.
           OPEN INPUT CIDTAB
           IF ST-CID NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING CIDTAB - RUN SMP0024"
                  " FIRST - STATUS " ST-CID
              MOVE "S" TO W-ERRO-SORT
              GO TO R2-CIDADES-EXIT.
           PERFORM R2A-LE-CID THRU R2A-LE-CID-EXIT
           PERFORM R2B-RETORNA THRU R2B-RETORNA-EXIT.
       R2-GRUPO.
           IF W-FIM-SORT = "S"
              GO TO R2-SOBRA-CID.
           MOVE S-CHAVE TO W-CHAVE-ATUAL
           ADD 1 TO W-QTD-CIDADES
           MOVE ZEROS TO W-CID-CODS W-CID-ATIVOS W-CID-GERAIS
                         W-CID-GERAL1 W-CID-GERAL2
           MOVE S-COD TO W-CID-PRIMEIRO.
       R2-AVANCA-CID.
           IF W-CHAVE-CID < W-CHAVE-ATUAL
              PERFORM R2C-SEM-CEP THRU R2C-SEM-CEP-EXIT
              PERFORM R2A-LE-CID THRU R2A-LE-CID-EXIT
              GO TO R2-AVANCA-CID.
           IF W-CHAVE-CID = W-CHAVE-ATUAL
              MOVE "S" TO W-NA-TABELA
              PERFORM R2A-LE-CID THRU R2A-LE-CID-EXIT
           ELSE
              MOVE "N" TO W-NA-TABELA.
       R2-CONTA.
           ADD 1 TO W-CID-CODS
           IF S-ATIVO
              ADD 1 TO W-CID-ATIVOS
              IF S-GERAL
                 ADD 1 TO W-CID-GERAIS
                 IF W-CID-GERAIS = 1
                    MOVE S-COD TO W-CID-GERAL1
                 ELSE
                    IF W-CID-GERAIS = 2
                       MOVE S-COD TO W-CID-GERAL2.
           PERFORM R2B-RETORNA THRU R2B-RETORNA-EXIT
           IF W-FIM-SORT = "N" AND S-CHAVE = W-CHAVE-ATUAL
              GO TO R2-CONTA.
           PERFORM R2D-FECHA-CIDADE THRU R2D-FECHA-CIDADE-EXIT
           GO TO R2-GRUPO.
       R2-SOBRA-CID.
           IF W-CHAVE-CID NOT = HIGH-VALUES
              PERFORM R2C-SEM-CEP THRU R2C-SEM-CEP-EXIT
              PERFORM R2A-LE-CID THRU R2A-LE-CID-EXIT
              GO TO R2-SOBRA-CID.
           CLOSE CIDTAB.
       R2-CIDADES-EXIT.
           EXIT.

       R2A-LE-CID.
           READ CIDTAB NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO W-CHAVE-CID
                 GO TO R2A-LE-CID-EXIT.
           MOVE CID-CHAVE TO W-CHAVE-CID.
       R2A-LE-CID-EXIT.
           EXIT.

       R2B-RETORNA.
           RETURN SORTCID
              AT END MOVE "S" TO W-FIM-SORT.
       R2B-RETORNA-EXIT.
           EXIT.

      ***** A CIDTAB CITY NO CADCEP RECORD NAMES (CHECK 4) ***********
       R2C-SEM-CEP.
           MOVE SPACES TO REGOCO
           MOVE ZEROS  TO OCO-COD OCO-COD2
           MOVE 4           TO OCO-CHECAGEM
           MOVE W-CC-UF     TO OCO-UF
           MOVE W-CC-CIDADE TO OCO-CIDADE
           MOVE "NO CADCEP RECORD AT ALL" TO OCO-TEXTO
           PERFORM R9-GRAVA-OCORRENCIA THRU R9-GRAVA-OCORRENCIA-EXIT.
       R2C-SEM-CEP-EXIT.
           EXIT.

      ***** END OF ONE CITY - CHECKS 3, 4 AND 6 **********************
       R2D-FECHA-CIDADE.
           MOVE SPACES TO REGOCO
           MOVE ZEROS  TO OCO-COD OCO-COD2
           MOVE W-CA-UF     TO OCO-UF
           MOVE W-CA-CIDADE TO OCO-CIDADE
           IF W-NA-TABELA = "N"
              MOVE 3              TO OCO-CHECAGEM
              MOVE W-CID-PRIMEIRO TO OCO-COD
              MOVE W-CID-CODS     TO W-TCI-QTD
              MOVE " CODS ON CADCEP - FIRST ONE SHOWN"
                TO W-TCI-TEXTO
              MOVE W-TXT-CIDADE   TO OCO-TEXTO
              PERFORM R9-GRAVA-OCORRENCIA
                  THRU R9-GRAVA-OCORRENCIA-EXIT
           ELSE
              IF W-CID-ATIVOS = ZEROS
                 MOVE 4              TO OCO-CHECAGEM
                 MOVE W-CID-CODS     TO W-TCI-QTD
                 MOVE " CODS ON CADCEP, NONE ACTIVE" TO W-TCI-TEXTO
                 MOVE W-TXT-CIDADE   TO OCO-TEXTO
                 PERFORM R9-GRAVA-OCORRENCIA
                     THRU R9-GRAVA-OCORRENCIA-EXIT.
           IF W-CID-GERAIS > 1
              MOVE 6            TO OCO-CHECAGEM
              MOVE W-CID-GERAL1 TO OCO-COD
              MOVE W-CID-GERAL2 TO OCO-COD2
              MOVE W-CID-GERAIS TO W-TG-QTD
              MOVE W-TXT-GERAL  TO OCO-TEXTO
              PERFORM R9-GRAVA-OCORRENCIA
                  THRU R9-GRAVA-OCORRENCIA-EXIT.
       R2D-FECHA-CIDADE-EXIT.
           EXIT.

      ********** SUCCESSOR CHAINS - CHECKS 1 AND 2 *******************
      ***** EACH DEACTIVATED CODE WITH A SUCCESSOR IS FOLLOWED TO ****
      ***** AN ACTIVE CODE. A CHAIN THAT ENDS ON A DEACTIVATED CODE **
      ***** WITH NO SUCCESSOR IS A RETIREMENT CORREIOS ANNOUNCED *****
      ***** NO REPLACEMENT FOR, NOT AN EXCEPTION ********************
       R3-CADEIAS.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING CADCEP STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           OPEN INPUT INTSUC
           IF ST-SUC NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING INTSUC STATUS " ST-SUC
              GO TO ROT-FIM-ERRO.
       R3-LE-SUC.
           READ INTSUC
              AT END GO TO R3-FIM-SUC.
           MOVE 1            TO W-QTD-VISTOS
           MOVE SUC-COD      TO W-VISTO (1)
           MOVE SUC-SUCESSOR TO W-COD-ATUAL
           MOVE "N"          TO W-FIM-CADEIA
           PERFORM R3A-SEGUE THRU R3A-SEGUE-EXIT
              UNTIL W-FIM-CADEIA = "S".
           GO TO R3-LE-SUC.
       R3-FIM-SUC.
           CLOSE INTSUC.
       R3-CADEIAS-EXIT.
           EXIT.

      ***** ONE HOP - CADCEP STAYS OPEN FOR CHECK 7 ******************
       R3A-SEGUE.
           MOVE SPACES  TO REGOCO
           MOVE SUC-COD TO OCO-COD
           MOVE W-COD-ATUAL TO OCO-COD2
           MOVE 1 TO OCO-CHECAGEM
           MOVE "S" TO W-FIM-CADEIA
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IX
           PERFORM R3B-PROCURA-VISTO THRU R3B-PROCURA-VISTO-EXIT
              UNTIL W-IX >= W-QTD-VISTOS OR W-ACHOU = "S".
           IF W-ACHOU = "S"
              MOVE "LOOP - CHAIN COMES BACK TO THE SUCCESSOR SHOWN"
                TO OCO-TEXTO
              PERFORM R9-GRAVA-OCORRENCIA
                  THRU R9-GRAVA-OCORRENCIA-EXIT
              GO TO R3A-SEGUE-EXIT.
           MOVE W-COD-ATUAL TO COD
           READ CADCEP
           IF ST-ERRO = "23"
              MOVE "SUCCESSOR SHOWN IS NOT ON CADCEP" TO OCO-TEXTO
              PERFORM R9-GRAVA-OCORRENCIA
                  THRU R9-GRAVA-OCORRENCIA-EXIT
              GO TO R3A-SEGUE-EXIT.
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0051 - ERROR READING CADCEP STATUS " ST-ERRO
              GO TO ROT-FIM-ERRO.
           MOVE UF     TO OCO-UF
           MOVE CIDADE TO OCO-CIDADE
           IF CEP-ATIVO
              IF W-QTD-VISTOS > 1
                 MOVE 2 TO OCO-CHECAGEM
                 MOVE W-QTD-VISTOS TO W-TC-QTD
                 MOVE W-TXT-CADEIA TO OCO-TEXTO
                 PERFORM R9-GRAVA-OCORRENCIA
                     THRU R9-GRAVA-OCORRENCIA-EXIT
                 GO TO R3A-SEGUE-EXIT
              ELSE
                 GO TO R3A-SEGUE-EXIT.
           IF COD-SUCESSOR = ZEROS
              GO TO R3A-SEGUE-EXIT.
           IF W-QTD-VISTOS NOT < W-MAX-SALTOS
              MOVE "CHAIN OVER 50 CODES - STOPPED AT THE CODE SHOWN"
                TO OCO-TEXTO
              PERFORM R9-GRAVA-OCORRENCIA
                  THRU R9-GRAVA-OCORRENCIA-EXIT
              GO TO R3A-SEGUE-EXIT.
           ADD 1 TO W-QTD-VISTOS
           MOVE W-COD-ATUAL  TO W-VISTO (W-QTD-VISTOS)
           MOVE COD-SUCESSOR TO W-COD-ATUAL
           MOVE "N" TO W-FIM-CADEIA.
       R3A-SEGUE-EXIT.
           EXIT.

       R3B-PROCURA-VISTO.
           ADD 1 TO W-IX
           IF W-VISTO (W-IX) = W-COD-ATUAL
              MOVE "S" TO W-ACHOU.
       R3B-PROCURA-VISTO-EXIT.
           EXIT.

      ********** UFCAD RANGES THAT OVERLAP - CHECK 5 ****************
      ***** EACH PAIR IS REPORTED ONCE, UNDER THE FIRST UF ON FILE ***
       R4-FAIXAS-UF.
           OPEN INPUT UFCAD
           IF ST-UF NOT = "00"
              DISPLAY "SMP0051 - ERROR OPENING UFCAD - RUN SMP0011"
              GO TO ROT-FIM-ERRO.
       R4-LE-UF.
           READ UFCAD NEXT RECORD
              AT END GO TO R4-FIM-UF.
           IF W-TU-USADOS < 40
              ADD 1 TO W-TU-USADOS
              MOVE UFC-COD       TO W-TU-UF(W-TU-USADOS)
              MOVE UFC-FAIXA-INI TO W-TU-INI(W-TU-USADOS)
              MOVE UFC-FAIXA-FIM TO W-TU-FIM(W-TU-USADOS)
           ELSE
              DISPLAY "SMP0051 - UF TABLE FULL - UF " UFC-COD
                  " NOT CHECKED".
           GO TO R4-LE-UF.
       R4-FIM-UF.
           CLOSE UFCAD
           MOVE ZEROS TO W-IX
           PERFORM R4A-UF THRU R4A-UF-EXIT
              UNTIL W-IX >= W-TU-USADOS.
       R4-FAIXAS-UF-EXIT.
           EXIT.

       R4A-UF.
           ADD 1 TO W-IX
           MOVE W-IX TO W-JX
           PERFORM R4B-COMPARA THRU R4B-COMPARA-EXIT
              UNTIL W-JX >= W-TU-USADOS.
       R4A-UF-EXIT.
           EXIT.

       R4B-COMPARA.
           ADD 1 TO W-JX
           IF W-TU-INI(W-IX) > W-TU-FIM(W-JX)
               OR W-TU-INI(W-JX) > W-TU-FIM(W-IX)
              GO TO R4B-COMPARA-EXIT.
           MOVE SPACES TO REGOCO
           MOVE 5               TO OCO-CHECAGEM
           MOVE W-TU-UF(W-IX)   TO OCO-UF
           MOVE W-TU-INI(W-IX)  TO OCO-COD
           MOVE W-TU-FIM(W-IX)  TO OCO-COD2
           MOVE W-TU-UF(W-JX)   TO W-TF-UF
           MOVE W-TU-INI(W-JX)  TO W-TF-INI
           MOVE W-TU-FIM(W-JX)  TO W-TF-FIM
           MOVE W-TXT-FAIXA     TO OCO-TEXTO
           PERFORM R9-GRAVA-OCORRENCIA THRU R9-GRAVA-OCORRENCIA-EXIT.
       R4B-COMPARA-EXIT.
           EXIT.

      ********** WAITING PROPOSALS AGAINST CADCEP - CHECK 7 *********
      ***** A C OR D IS STALE WHEN THE CODE IS GONE OR ITS FIELDS ****
      ***** NO LONGER EQUAL THE BEFORE IMAGE; AN N WHEN THE CODE *****
      ***** HAS REACHED CADCEP SOME OTHER WAY. NO QUEUE, NO CHECK ****
       R5-PENDENTES.
           OPEN INPUT CADPND
           IF ST-PND NOT = "00"
              IF ST-PND = "30" OR ST-PND = "35"
                 GO TO R5-PENDENTES-EXIT
              ELSE
                 DISPLAY "SMP0051 - ERROR OPENING CADPND STATUS "
                     ST-PND
                 GO TO ROT-FIM-ERRO.
       R5-LE-PND.
           READ CADPND NEXT RECORD
              AT END GO TO R5-FIM-PND.
           ADD 1 TO W-QTD-PROPOSTAS
           MOVE SPACES TO REGOCO
           MOVE 7            TO OCO-CHECAGEM
           MOVE PND-COD      TO OCO-COD
           MOVE PND-SEQ      TO OCO-COD2
           MOVE PND-ACAO     TO W-TP-ACAO
           MOVE PND-OPERADOR TO W-TP-OPERADOR
           MOVE PND-COD TO COD
           READ CADCEP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
              DISPLAY "SMP0051 - ERROR READING CADCEP STATUS " ST-ERRO
              CLOSE CADPND
              GO TO ROT-FIM-ERRO.
           IF PND-ACAO-NOVO
              IF ST-ERRO = "00"
                 MOVE "CODE ADDED TO CADCEP SINCE PROPOSED"
                   TO W-TP-MOTIVO
                 GO TO R5-GRAVA
              ELSE
                 GO TO R5-LE-PND.
           IF ST-ERRO = "23"
              MOVE "CODE NO LONGER ON CADCEP" TO W-TP-MOTIVO
              GO TO R5-GRAVA.
           MOVE ENDERECO    TO W-IM-ENDERECO
           MOVE NUMERO      TO W-IM-NUMERO
           MOVE COMPLEMENTO TO W-IM-COMPLEMENTO
           MOVE BAIRRO      TO W-IM-BAIRRO
           MOVE CIDADE      TO W-IM-CIDADE
           MOVE UF          TO W-IM-UF
           MOVE TIPO        TO W-IM-TIPO
           MOVE UF     TO OCO-UF
           MOVE CIDADE TO OCO-CIDADE
           IF W-IMAGEM-ATUAL NOT = PND-ANTES
              MOVE "BEFORE IMAGE DIFFERS FROM CADCEP" TO W-TP-MOTIVO
              GO TO R5-GRAVA.
      *    THE BEFORE IMAGE CARRIES NO SITUATION - A DELETE WHOSE CODE
      *    WAS DEACTIVATED MEANWHILE WOULD BE REFUSED AT APPROVAL
           IF PND-ACAO-EXCLUI AND CEP-DESATIVADO
              MOVE "CODE DEACTIVATED SINCE PROPOSED" TO W-TP-MOTIVO
              GO TO R5-GRAVA.
           GO TO R5-LE-PND.
       R5-GRAVA.
           MOVE W-TXT-PROPOSTA TO OCO-TEXTO
           PERFORM R9-GRAVA-OCORRENCIA THRU R9-GRAVA-OCORRENCIA-EXIT
           GO TO R5-LE-PND.
       R5-FIM-PND.
           CLOSE CADPND.
       R5-PENDENTES-EXIT.
           EXIT.

      ********** OUTPUT PROCEDURE - THE REPORT, ONE SECTION PER ****
      ********** CHECK THAT FOUND SOMETHING ***************************
       R6-IMPRIME.
       R6-RETORNA.
           RETURN SORTOCO
              AT END GO TO R6-IMPRIME-EXIT.
           IF O-CHECAGEM NOT = W-CHECAGEM-ANT
              MOVE O-CHECAGEM TO W-CHECAGEM-ANT
              PERFORM R6B-QUEBRA-SECAO THRU R6B-QUEBRA-SECAO-EXIT.
           IF W-LINHA >= W-MAX-LINHAS
              PERFORM R6A-CABECALHO THRU R6A-CABECALHO-EXIT
              PERFORM R6C-CABEC-SECAO THRU R6C-CABEC-SECAO-EXIT.
           MOVE O-COD  TO LD-COD
           MOVE O-COD2 TO LD-COD2
           IF O-COD = ZEROS
              MOVE SPACES TO LD-COD.
           IF O-COD2 = ZEROS
              MOVE SPACES TO LD-COD2.
           MOVE O-UF     TO LD-UF
           MOVE O-CIDADE TO LD-CIDADE
           MOVE O-TEXTO  TO LD-TEXTO
           WRITE LINHA-REL FROM LC-DETALHE
           ADD 1 TO W-LINHA
           GO TO R6-RETORNA.
       R6-IMPRIME-EXIT.
           EXIT.

      ********** PAGE HEADING *****************************************
       R6A-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA        TO LC-T-PAGINA
           MOVE W-DIA            TO LC-D-DIA
           MOVE W-MES            TO LC-D-MES
           MOVE W-ANO            TO LC-D-ANO
           WRITE LINHA-REL FROM LC-TITULO
           AFTER ADVANCING PAGE
           WRITE LINHA-REL FROM LC-DATA
           MOVE 2 TO W-LINHA.
       R6A-CABECALHO-EXIT.
           EXIT.

      ********** CHECK CHANGE - TITLE AND COLUMN HEADINGS ***********
       R6B-QUEBRA-SECAO.
           IF W-PAGINA = ZEROS OR W-LINHA > W-MAX-LINHAS - 6
              PERFORM R6A-CABECALHO THRU R6A-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           ADD 1 TO W-LINHA
           PERFORM R6C-CABEC-SECAO THRU R6C-CABEC-SECAO-EXIT.
       R6B-QUEBRA-SECAO-EXIT.
           EXIT.

       R6C-CABEC-SECAO.
           MOVE W-TIT-TEXTO (W-CHECAGEM-ANT) TO LC-S-TITULO
           MOVE W-TIT-REL (W-CHECAGEM-ANT)   TO LC-C-REL
           WRITE LINHA-REL FROM LC-SECAO
           WRITE LINHA-REL FROM LC-CABEC
           ADD 2 TO W-LINHA.
       R6C-CABEC-SECAO-EXIT.
           EXIT.

      ********** COUNT PER CHECK - ZERO COUNTS ARE PRINTED TOO SO ***
      ********** ONE WEEK'S PAGE LINES UP WITH THE NEXT **************
       R7-TOTAIS.
           IF W-PAGINA = ZEROS OR W-LINHA > W-MAX-LINHAS - 14
              PERFORM R6A-CABECALHO THRU R6A-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "EXCEPTIONS PER CHECK" TO LC-S-TITULO
           WRITE LINHA-REL FROM LC-SECAO
           MOVE ZEROS TO W-IX
           PERFORM R7A-LINHA-CHK THRU R7A-LINHA-CHK-EXIT
              UNTIL W-IX >= 7.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "CADCEP RECORDS READ ....  " TO LT-ROTULO
           MOVE W-QTD-LIDOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "CITIES ON CADCEP .......  " TO LT-ROTULO
           MOVE W-QTD-CIDADES TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "UFCAD RANGES ...........  " TO LT-ROTULO
           MOVE W-TU-USADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "PROPOSALS WAITING ......  " TO LT-ROTULO
           MOVE W-QTD-PROPOSTAS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "EXCEPTIONS - ALL CHECKS   " TO LT-ROTULO
           MOVE W-QTD-OCORRENCIAS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           DISPLAY "SMP0051 - CADCEP RECORDS READ ... " W-QTD-LIDOS
           DISPLAY "SMP0051 - EXCEPTIONS FOUND ...... "
               W-QTD-OCORRENCIAS.
       R7-TOTAIS-EXIT.
           EXIT.

       R7A-LINHA-CHK.
           ADD 1 TO W-IX
           MOVE W-TIT-TEXTO (W-IX) TO LT-C-TITULO
           MOVE W-QTD-CHK (W-IX)   TO LT-C-QTDE
           WRITE LINHA-REL FROM LC-TOTAL-CHK
           DISPLAY "SMP0051 - CHECK " W-TIT-TEXTO (W-IX) " "
               W-QTD-CHK (W-IX).
       R7A-LINHA-CHK-EXIT.
           EXIT.

      ********** RECORD ONE EXCEPTION ********************************
      ***** THE CALLER FILLS REGOCO, CHECK NUMBER INCLUDED ***********
       R9-GRAVA-OCORRENCIA.
           ADD 1 TO W-SEQ
           MOVE W-SEQ TO OCO-SEQ
           WRITE REGOCO
           IF ST-OCO NOT = "00"
              DISPLAY "SMP0051 - ERROR WRITING INTOCO STATUS " ST-OCO
              GO TO ROT-FIM-ERRO.
           ADD 1 TO W-QTD-CHK (OCO-CHECAGEM)
           ADD 1 TO W-QTD-OCORRENCIAS.
       R9-GRAVA-OCORRENCIA-EXIT.
           EXIT.

      ********** ABNORMAL END *****************************************
       ROT-FIM-ERRO.
           DISPLAY "SMP0051 - JOB TERMINATED"
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE CADCEP CIDTAB UFCAD CADPND INTSUC INTOCO RELINT
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
                 DISPLAY "SMP0051 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0051" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0051 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-LIDOS       TO BAT-QTD-LIDOS
           ADD W-QTD-OCORRENCIAS TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0051 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    35 = ARQUIVO NAO ENCONTRADO (RELATIVO/SEQUENCIAL)
