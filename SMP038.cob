      *    DEACTIVATED COD STILL GETS ITS  *
      *    LABEL, FLAGGED WITH THE         *
      *    SUCCESSOR SO DISPATCH DECIDES.  *
      *    PRESORT MODE (P AT THE PROMPT)  *
      *    CUTS THE LABELS IN COD ORDER    *
      *    FOR THE BULK-MAIL RATE INSTEAD, *
      *    BUNDLED AT THE CORREIOS SORT    *
      *    LEVELS (5-DIGIT PREFIX, CITY,   *
      *    UF, RESIDUAL) UNDER THE MINIMUM *
      *    IN PRMTRI.DAT, WITH TRAY AND    *
      *    BUNDLE BREAK LABELS, AND PRINTS *
      *    THE POSTAGE MANIFEST (RELMAN).  *
      *    DEACTIVATED AND NOT-FOUND CODS  *
      *    ARE EXCLUDED FROM A PRESORT.    *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
           SELECT RELETQ ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY PRMTRIS.
           SELECT SORTTRI ASSIGN TO DISK.
           SELECT SORTPAC ASSIGN TO DISK.
           SELECT SORTMAN ASSIGN TO DISK.
           SELECT TRIORD ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-ORD.
           SELECT TRIPFX ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-PFX.
           SELECT RELMAN ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-MAN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  RELETQ
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
           COPY PRMTRIF.
      *    PRESORT - ONE RECORD PER PIECE THAT WILL GET A LABEL, WITH
      *    ITS THREE LINES ALREADY FORMATTED, ORDERED BY COD
       SD  SORTTRI.
       01  REGTRI.
           03  T-COD         PIC 9(08).
           03  T-UF          PIC X(02).
           03  T-CIDADE      PIC X(20).
           03  T-LINHAS      PIC X(180).
       FD  TRIORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRIORD.DAT".
       01  REGORD.
           03  ORD-COD       PIC 9(08).
           03  ORD-COD-R REDEFINES ORD-COD.
               05  ORD-PREFIXO  PIC 9(05).
               05  FILLER       PIC 9(03).
           03  ORD-UF        PIC X(02).
           03  ORD-CIDADE    PIC X(20).
           03  ORD-LINHAS.
               05  ORD-LINHA1   PIC X(60).
               05  ORD-LINHA2   PIC X(60).
               05  ORD-LINHA3   PIC X(60).
      *    PIECES PER 5-DIGIT PREFIX, IN THE SAME ORDER AS TRIORD
       FD  TRIPFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRIPFX.DAT".
       01  REGPFX.
           03  PFX-PREFIXO   PIC 9(05).
           03  PFX-QTD       PIC 9(08).
      *    PIECES IN LABEL ORDER - TRAY (ONE PER UF, THEN THE
      *    RESIDUAL TRAY), SORT LEVEL, GROUP WITHIN THE LEVEL, COD.
      *    P-QTD-GRUPO IS THE SIZE OF THE WHOLE GROUP, SO A BUNDLE
      *    LABEL CAN SAY HOW MANY PIECES IT COVERS
       SD  SORTPAC.
       01  REGPAC.
           03  P-ORDEM-BANDEJA PIC 9(01).
           03  P-UF          PIC X(02).
           03  P-NIVEL       PIC 9(01).
           03  P-GRUPO       PIC X(22).
           03  P-COD         PIC 9(08).
           03  P-QTD-GRUPO   PIC 9(08).
           03  P-LINHAS.
               05  P-LINHA1     PIC X(60).
               05  P-LINHA2     PIC X(60).
               05  P-LINHA3     PIC X(60).
      *    ONE RECORD PER CITY MAILED, FOR THE MANIFEST BY UF/CITY
       SD  SORTMAN.
       01  REGMAN.
           03  M-UF          PIC X(02).
           03  M-CIDADE      PIC X(20).
           03  M-QTD-NIVEL   PIC 9(08) OCCURS 4 TIMES.
       FD  RELMAN
               LABEL RECORD IS STANDARD.
       01  LINHA-MAN         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
          03 W-MES          PIC 9(02).
          03 W-DIA          PIC 9(02).

      *    P = PRESORT FOR THE BULK-MAIL RATE; ANYTHING ELSE CUTS THE
      *    LABELS IN LIST ORDER AS ALWAYS
       77 W-MODO            PIC X(01) VALUE SPACES.
          88 MODO-TRIAGEM           VALUE "P" "p".
       01 ST-PRM            PIC X(02) VALUE "00".
       01 ST-ORD            PIC X(02) VALUE "00".
       01 ST-PFX            PIC X(02) VALUE "00".
       01 ST-MAN            PIC X(02) VALUE "00".
       77 W-ERRO-SORT       PIC X(01) VALUE "N".
       77 W-FIM-ORD         PIC X(01) VALUE "N".
       77 W-ACHOU-UF        PIC X(01) VALUE "N".
       77 W-QTD-RESIDUO     PIC 9(08) VALUE ZEROS.

      *    PIECES OF THE 5-DIGIT PREFIX BEING COUNTED, WITH THE CITY
      *    OF EACH WHILE THE GROUP IS STILL UNDER THE MINIMUM - A
      *    GROUP THAT ENDS UNDER IT HANDS ITS PIECES DOWN TO THEIR
      *    CITIES (HENCE THE 999 CAP ON THE PREFIX MINIMUM)
       77 W-PFX-ANTERIOR    PIC 9(05) VALUE ZEROS.
       77 W-QTD-GRUPO       PIC 9(08) VALUE ZEROS.
       01 W-TAB-GRUPO.
          03 W-TG-IX OCCURS 999 TIMES PIC 9(04).

      *    CITIES MAILED - PIECES HANDED DOWN FROM SMALL PREFIXES,
      *    THE LEVEL THE CITY REACHED (2, OR 0 WHEN ITS PIECES GO ON
      *    DOWN TO THE UF) AND PIECES PER SORT LEVEL FOR THE MANIFEST
       01 W-TAB-CID.
          03 W-TC-ITEM OCCURS 3000 TIMES.
             05 W-TC-UF      PIC X(02).
             05 W-TC-CIDADE  PIC X(20).
             05 W-TC-UX      PIC 9(02).
             05 W-TC-SOBRA   PIC 9(08).
             05 W-TC-NIVEL   PIC 9(01).
             05 W-TC-Q       PIC 9(08) OCCURS 4 TIMES.
       77 W-TC-USADOS       PIC 9(04) VALUE ZEROS.
       77 W-TC-ULTIMO       PIC 9(04) VALUE ZEROS.

      *    UFS MAILED - SAME IDEA ONE LEVEL UP (3, OR 4 = RESIDUAL)
       01 W-TAB-UF.
          03 W-TU-ITEM OCCURS 40 TIMES.
             05 W-TU-UF      PIC X(02).
             05 W-TU-SOBRA   PIC 9(08).
             05 W-TU-NIVEL   PIC 9(01).
             05 W-TU-Q       PIC 9(08) OCCURS 4 TIMES.
       77 W-TU-USADOS       PIC 9(02) VALUE ZEROS.
       77 W-UX              PIC 9(02) VALUE ZEROS.
       77 W-IX              PIC 9(04) VALUE ZEROS.
       77 W-JX              PIC 9(04) VALUE ZEROS.
       77 W-NV              PIC 9(01) VALUE ZEROS.
       77 W-UF-PROCURA      PIC X(02) VALUE SPACES.
       77 W-CID-PROCURA     PIC X(20) VALUE SPACES.
       77 W-ACHOU           PIC X(01) VALUE "N".

      *    PIECES AND BUNDLES PER SORT LEVEL
       01 W-TAB-NIVEL.
          03 W-TN-ITEM OCCURS 4 TIMES.
             05 W-TN-PECAS   PIC 9(08).
             05 W-TN-PACOTES PIC 9(08).
       77 W-QTD-EXCLUIDAS   PIC 9(08) VALUE ZEROS.

      *    TRAY AND BUNDLE IN PROGRESS WHILE THE LABELS ARE CUT
       77 W-BANDEJA-ANT     PIC X(03) VALUE SPACES.
       77 W-GRUPO-ANT       PIC X(26) VALUE SPACES.
       01 W-CHAVE-BANDEJA.
          03 W-CB-ORDEM     PIC 9(01).
          03 W-CB-UF        PIC X(02).
       01 W-CHAVE-GRUPO.
          03 W-CG-BANDEJA   PIC X(03).
          03 W-CG-NIVEL     PIC 9(01).
          03 W-CG-GRUPO     PIC X(22).
       77 W-NUM-BANDEJA     PIC 9(04) VALUE ZEROS.
       77 W-NUM-PACOTE      PIC 9(06) VALUE ZEROS.
       77 W-RESTANTE        PIC 9(08) VALUE ZEROS.
       77 W-PACOTES-RESTAM  PIC 9(08) VALUE ZEROS.
       77 W-TAM-PACOTE      PIC 9(08) VALUE ZEROS.
       77 W-NO-PACOTE       PIC 9(08) VALUE ZEROS.
       77 W-QTD-QUEBRAS     PIC 9(08) VALUE ZEROS.

      *    BREAK LABELS - SAME THREE-LINES-AND-A-BLANK SHAPE AS A
      *    PIECE LABEL SO THE PRINTER RUNS THEM IN LINE
       01 W-QUEBRA-L1       PIC X(60) VALUE SPACES.
       01 W-QUEBRA-L2       PIC X(60) VALUE SPACES.
       01 W-QUEBRA-L3       PIC X(60) VALUE SPACES.
       01 LQ-BANDEJA.
          03 FILLER         PIC X(16) VALUE "******** TRAY ".
          03 LQ-B-NUM       PIC 9(04).
          03 FILLER         PIC X(03) VALUE " - ".
          03 LQ-B-DESC      PIC X(20).
          03 FILLER         PIC X(17) VALUE " ********".
       01 LQ-PACOTE.
          03 FILLER         PIC X(12) VALUE "--- BUNDLE ".
          03 LQ-P-NUM       PIC 9(06).
          03 FILLER         PIC X(10) VALUE " - LEVEL ".
          03 LQ-P-NIVEL     PIC 9(01).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LQ-P-NOME      PIC X(15).
          03 FILLER         PIC X(15) VALUE " ---".
       01 LQ-GRUPO.
          03 LQ-G-ROTULO    PIC X(06).
          03 LQ-G-GRUPO     PIC X(22).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 LQ-G-UF        PIC X(02).
          03 FILLER         PIC X(27) VALUE SPACES.
       01 LQ-PECAS.
          03 FILLER         PIC X(08) VALUE "PIECES: ".
          03 LQ-Q-PECAS     PIC ZZZ.ZZ9.
          03 FILLER         PIC X(15) VALUE "  FIRST COD:  ".
          03 LQ-Q-COD       PIC 9(08).
          03 FILLER         PIC X(22) VALUE SPACES.
       01 LQ-RODAPE.
          03 FILLER         PIC X(20) VALUE "BULK MAIL PRESORT".
          03 LQ-R-DIA       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 LQ-R-MES       PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 LQ-R-ANO       PIC 9999.
          03 FILLER         PIC X(30) VALUE SPACES.
       01 W-NOMES-NIVEL.
          03 FILLER         PIC X(15) VALUE "CEP PREFIX".
          03 FILLER         PIC X(15) VALUE "CITY".
          03 FILLER         PIC X(15) VALUE "UF".
          03 FILLER         PIC X(15) VALUE "RESIDUAL".
       01 W-NOMES-NIVEL-R REDEFINES W-NOMES-NIVEL.
          03 W-NOME-NIVEL   PIC X(15) OCCURS 4 TIMES.

      *    POSTAGE MANIFEST
       77 W-LINHA           PIC 9(02) VALUE 99.
       77 W-PAGINA          PIC 9(04) VALUE ZEROS.
       77 W-MAX-LINHAS      PIC 9(02) VALUE 55.
       77 W-UF-ANTERIOR     PIC X(02) VALUE SPACES.
       01 W-TOT-UF.
          03 W-TOT-UF-Q     PIC 9(08) OCCURS 4 TIMES.

      *    PARAMETER AREA FOR THE SMP0037 FORMATTER
           COPY CEPFMT.

          03 FILLER        PIC X(96) VALUE SPACES.

       01 LC-TOTAL4.
          03 LT-ROTULO4    PIC X(26)
              VALUE "DEACTIVATED - FLAGGED ..  ".
          03 LT-DESATIV    PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(96) VALUE SPACES.

      *    POSTAGE MANIFEST (PRESORT MODE)
       01 LM-TITULO.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(40)
              VALUE "BULK MAIL PRESORT - POSTAGE MANIFEST".
          03 FILLER        PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "PAGE: ".
          03 LM-T-PAGINA   PIC ZZZ9.
          03 FILLER        PIC X(52) VALUE SPACES.

       01 LM-DATA.
          03 FILLER        PIC X(08) VALUE "DATE:  ".
          03 LM-D-DIA      PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LM-D-MES      PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LM-D-ANO      PIC 9999.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "MINIMUM PER BUNDLE: ".
          03 FILLER        PIC X(06) VALUE "CEP5 ".
          03 LM-D-MIN5     PIC ZZZ9.
          03 FILLER        PIC X(07) VALUE "  CITY ".
          03 LM-D-MINC     PIC ZZZ9.
          03 FILLER        PIC X(05) VALUE "  UF ".
          03 LM-D-MINU     PIC ZZZ9.
          03 FILLER        PIC X(16) VALUE "  MAX PER BNDL ".
          03 LM-D-MAXP     PIC ZZZ9.
          03 FILLER        PIC X(38) VALUE SPACES.

       01 LM-CABEC.
          03 FILLER        PIC X(04) VALUE "UF".
          03 FILLER        PIC X(22) VALUE "CITY".
          03 FILLER        PIC X(12) VALUE "  CEP PREFIX".
          03 FILLER        PIC X(12) VALUE "        CITY".
          03 FILLER        PIC X(12) VALUE "          UF".
          03 FILLER        PIC X(12) VALUE "    RESIDUAL".
          03 FILLER        PIC X(12) VALUE "       TOTAL".
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LM-DETALHE.
          03 LM-UF         PIC X(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LM-CIDADE     PIC X(22).
          03 LM-Q1         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-Q2         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-Q3         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-Q4         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-QT         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(47) VALUE SPACES.

       01 LM-NIVEL.
          03 FILLER        PIC X(08) VALUE "LEVEL ".
          03 LM-N-NIVEL    PIC 9(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-N-NOME     PIC X(16).
          03 FILLER        PIC X(08) VALUE "PIECES ".
          03 LM-N-PECAS    PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(10) VALUE "  BUNDLES ".
          03 LM-N-PACOTES  PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(68) VALUE SPACES.

       01 LM-TOTAL.
          03 LM-T-ROTULO   PIC X(26).
          03 LM-T-QTDE     PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(96) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ********** MAINLINE ****************************************
       R0-INICIO.
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           DISPLAY "SMP0038 - LABEL ORDER (P=PRESORT FOR BULK MAIL,"
               " ENTER=LIST ORDER): "
           ACCEPT W-MODO
           PERFORM R1-ABRE-ARQUIVOS THRU R1-ABRE-ARQUIVOS-EXIT
           IF MODO-TRIAGEM
              PERFORM R7-TRIAGEM THRU R7-TRIAGEM-EXIT
           ELSE
              PERFORM R2-PROCESSA THRU R2-PROCESSA-EXIT.
           PERFORM R5-TOTAIS THRU R5-TOTAIS-EXIT
           PERFORM R6-FIM-NORMAL THRU R6-FIM-NORMAL-EXIT.

       R3-GRAVA-ETIQUETA-EXIT.
           EXIT.

      ********** PRESORT MODE ****************************************
      ***** 1 - EVERY COD FORMATTED THROUGH SMP0037, SORTED BY COD ***
      ***** 2 - PIECES COUNTED PER 5-DIGIT PREFIX; A PREFIX UNDER ****
      *****     THE MINIMUM HANDS ITS PIECES DOWN TO THEIR CITY, A ***
      *****     CITY UNDER ITS MINIMUM DOWN TO THE UF, A UF UNDER ****
      *****     ITS MINIMUM TO THE RESIDUAL TRAY *********************
      ***** 3 - LABELS CUT TRAY BY TRAY, BUNDLE BY BUNDLE, WITH THE **
      *****     BREAK LABELS BETWEEN *********************************
      ***** 4 - POSTAGE MANIFEST BY UF AND CITY **********************
       R7-TRIAGEM.
           PERFORM R7A-LE-PARAMETROS THRU R7A-LE-PARAMETROS-EXIT
           SORT SORTTRI ON ASCENDING KEY T-COD
               INPUT PROCEDURE R7B-SELECIONA THRU R7B-SELECIONA-EXIT
               GIVING TRIORD
           IF W-ERRO-SORT = "S"
              GO TO ROT-FIM-ERRO.
           PERFORM R7C-CONTA-PREFIXOS THRU R7C-CONTA-PREFIXOS-EXIT
           PERFORM R7D-NIVEIS THRU R7D-NIVEIS-EXIT
           SORT SORTPAC ON ASCENDING KEY P-ORDEM-BANDEJA
                            ASCENDING KEY P-UF
                            ASCENDING KEY P-NIVEL
                            ASCENDING KEY P-GRUPO
                            ASCENDING KEY P-COD
               INPUT PROCEDURE R7E-CLASSIFICA THRU R7E-CLASSIFICA-EXIT
               OUTPUT PROCEDURE R7F-CORTA THRU R7F-CORTA-EXIT
           IF W-ERRO-SORT = "S"
              GO TO ROT-FIM-ERRO.
           SORT SORTMAN ON ASCENDING KEY M-UF
                            ASCENDING KEY M-CIDADE
               INPUT PROCEDURE R7G-CIDADES THRU R7G-CIDADES-EXIT
               OUTPUT PROCEDURE R7H-MANIFESTO THRU R7H-MANIFESTO-EXIT
           PERFORM R7J-TOTAIS-MANIFESTO THRU R7J-TOTAIS-MANIFESTO-EXIT
           CLOSE RELMAN.
       R7-TRIAGEM-EXIT.
           EXIT.

      ********** READ THE PARAMETER CARD AND OPEN THE MANIFEST *******
       R7A-LE-PARAMETROS.
           INITIALIZE W-TAB-CID W-TAB-UF W-TAB-NIVEL
           OPEN INPUT PRMTRI
           IF ST-PRM NOT = "00"
              DISPLAY "SMP0038 - ERROR OPENING PRMTRI - STATUS " ST-PRM
              GO TO ROT-FIM-ERRO.
           READ PRMTRI
              AT END
                 DISPLAY "SMP0038 - PRMTRI IS EMPTY"
                 GO TO ROT-FIM-ERRO.
           CLOSE PRMTRI
           IF PRM-MIN-CEP5 NOT NUMERIC OR PRM-MIN-CIDADE NOT NUMERIC
              OR PRM-MIN-UF NOT NUMERIC OR PRM-MAX-PACOTE NOT NUMERIC
              DISPLAY "SMP0038 - PRMTRI CARD IS NOT NUMERIC"
              GO TO ROT-FIM-ERRO.
           IF PRM-MIN-CEP5 > 999
              DISPLAY "SMP0038 - PREFIX MINIMUM ON PRMTRI ABOVE 999"
              GO TO ROT-FIM-ERRO.
           IF PRM-MAX-PACOTE > ZEROS AND
              (PRM-MAX-PACOTE + 1 < PRM-MIN-CEP5 * 2 OR
               PRM-MAX-PACOTE + 1 < PRM-MIN-CIDADE * 2 OR
               PRM-MAX-PACOTE + 1 < PRM-MIN-UF * 2)
              DISPLAY "SMP0038 - BUNDLE MAXIMUM ON PRMTRI UNDER TWICE"
                  " A MINIMUM LESS ONE"
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT RELMAN
           IF ST-MAN NOT = "00"
              DISPLAY "SMP0038 - ERROR OPENING RELMAN STATUS " ST-MAN
              GO TO ROT-FIM-ERRO.
           MOVE W-DIA          TO LM-D-DIA LQ-R-DIA
           MOVE W-MES          TO LM-D-MES LQ-R-MES
           MOVE W-ANO          TO LM-D-ANO LQ-R-ANO
           MOVE PRM-MIN-CEP5   TO LM-D-MIN5
           MOVE PRM-MIN-CIDADE TO LM-D-MINC
           MOVE PRM-MIN-UF     TO LM-D-MINU
           MOVE PRM-MAX-PACOTE TO LM-D-MAXP.
       R7A-LE-PARAMETROS-EXIT.
           EXIT.

      ********** SORT INPUT - ONLY LIVE CODS GET INTO A PRESORT ******
       R7B-SELECIONA.
       R7B-LE.
           READ LSTCOD
              AT END GO TO R7B-SELECIONA-EXIT.
           ADD 1 TO W-QTD-LIDOS
           MOVE "C"     TO LNK-F-FUNCAO
           MOVE LST-COD TO LNK-F-COD
           CALL "SMP0037" USING LNK-FORMATA-CEP
           IF LNK-F-ERRO-ARQUIVO
              DISPLAY "SMP0038 - ERROR READING CADCEP THROUGH SMP0037"
              MOVE "S" TO W-ERRO-SORT
              GO TO R7B-SELECIONA-EXIT.
           IF LNK-F-NAO-ENCONTRADO
              ADD 1 TO W-QTD-NAO-ACHADOS W-QTD-EXCLUIDAS
              MOVE LST-COD TO LD-COD
              MOVE "COD NOT ON CADCEP - EXCLUDED" TO LD-MOTIVO
              MOVE ZEROS TO LD-SUCESSOR
              WRITE LINHA-REL FROM LC-DETALHE
              GO TO R7B-LE.
           IF LNK-F-DESATIVADO
              ADD 1 TO W-QTD-DESATIVADOS W-QTD-EXCLUIDAS
              MOVE LST-COD TO LD-COD
              MOVE "DEACTIVATED - EXCLUDED" TO LD-MOTIVO
              MOVE LNK-F-SUCESSOR TO LD-SUCESSOR
              WRITE LINHA-REL FROM LC-DETALHE
              GO TO R7B-LE.
           MOVE LST-COD      TO T-COD
           MOVE LNK-F-UF     TO T-UF
           MOVE LNK-F-CIDADE TO T-CIDADE
           MOVE LNK-F-LINHA1 TO T-LINHAS (1:60)
           MOVE LNK-F-LINHA2 TO T-LINHAS (61:60)
           MOVE LNK-F-LINHA3 TO T-LINHAS (121:60)
           RELEASE REGTRI
           GO TO R7B-LE.
       R7B-SELECIONA-EXIT.
           EXIT.

      ********** COUNT THE PIECES OF EACH 5-DIGIT PREFIX *************
      ***** ONE TRIPFX RECORD PER PREFIX, IN TRIORD ORDER, SO THE ****
      ***** CLASSIFYING PASS KNOWS THE SIZE OF A GROUP BEFORE IT *****
      ***** REACHES ITS LAST PIECE ***********************************
       R7C-CONTA-PREFIXOS.
           OPEN INPUT TRIORD
           IF ST-ORD NOT = "00"
              DISPLAY "SMP0038 - ERROR OPENING TRIORD STATUS " ST-ORD
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT TRIPFX
           IF ST-PFX NOT = "00"
              DISPLAY "SMP0038 - ERROR OPENING TRIPFX STATUS " ST-PFX
              GO TO ROT-FIM-ERRO.
           MOVE ZEROS TO W-QTD-GRUPO.
       R7C-LE.
           READ TRIORD
              AT END GO TO R7C-FIM.
           IF W-QTD-GRUPO > ZEROS AND ORD-PREFIXO NOT = W-PFX-ANTERIOR
              PERFORM R7C1-FECHA-PREFIXO THRU R7C1-FECHA-PREFIXO-EXIT.
           MOVE ORD-PREFIXO TO W-PFX-ANTERIOR
           MOVE ORD-UF      TO W-UF-PROCURA
           MOVE ORD-CIDADE  TO W-CID-PROCURA
           PERFORM R7L-ACHA-CIDADE THRU R7L-ACHA-CIDADE-EXIT
           IF W-ACHOU NOT = "S"
              DISPLAY "SMP0038 - MORE THAN 3000 CITIES OR 40 UFS ON"
                  " ONE PRESORT - SPLIT THE LIST"
              GO TO ROT-FIM-ERRO.
           ADD 1 TO W-QTD-GRUPO
           IF W-QTD-GRUPO NOT > 999
              MOVE W-IX TO W-TG-IX(W-QTD-GRUPO).
           GO TO R7C-LE.
       R7C-FIM.
           IF W-QTD-GRUPO > ZEROS
              PERFORM R7C1-FECHA-PREFIXO THRU R7C1-FECHA-PREFIXO-EXIT.
           CLOSE TRIORD TRIPFX.
       R7C-CONTA-PREFIXOS-EXIT.
           EXIT.

       R7C1-FECHA-PREFIXO.
           MOVE W-PFX-ANTERIOR TO PFX-PREFIXO
           MOVE W-QTD-GRUPO    TO PFX-QTD
           WRITE REGPFX
           IF ST-PFX NOT = "00"
              DISPLAY "SMP0038 - ERROR WRITING TRIPFX STATUS " ST-PFX
              GO TO ROT-FIM-ERRO.
           IF W-QTD-GRUPO < PRM-MIN-CEP5
              MOVE ZEROS TO W-JX
              PERFORM R7C2-DESCE THRU R7C2-DESCE-EXIT
                 UNTIL W-JX NOT < W-QTD-GRUPO.
           MOVE ZEROS TO W-QTD-GRUPO.
       R7C1-FECHA-PREFIXO-EXIT.
           EXIT.

       R7C2-DESCE.
           ADD 1 TO W-JX
           MOVE W-TG-IX(W-JX) TO W-IX
           ADD 1 TO W-TC-SOBRA(W-IX).
       R7C2-DESCE-EXIT.
           EXIT.

      ********** DECIDE THE LEVEL OF EACH CITY AND EACH UF ***********
       R7D-NIVEIS.
           MOVE ZEROS TO W-IX
           PERFORM R7D1-CIDADE THRU R7D1-CIDADE-EXIT
              UNTIL W-IX NOT < W-TC-USADOS
           MOVE ZEROS TO W-UX
           PERFORM R7D2-UF THRU R7D2-UF-EXIT
              UNTIL W-UX NOT < W-TU-USADOS.
       R7D-NIVEIS-EXIT.
           EXIT.

       R7D1-CIDADE.
           ADD 1 TO W-IX
           IF W-TC-SOBRA(W-IX) = ZEROS
              GO TO R7D1-CIDADE-EXIT.
           IF W-TC-SOBRA(W-IX) NOT < PRM-MIN-CIDADE
              MOVE 2 TO W-TC-NIVEL(W-IX)
              GO TO R7D1-CIDADE-EXIT.
           MOVE W-TC-UX(W-IX) TO W-UX
           ADD W-TC-SOBRA(W-IX) TO W-TU-SOBRA(W-UX).
       R7D1-CIDADE-EXIT.
           EXIT.

       R7D2-UF.
           ADD 1 TO W-UX
           IF W-TU-SOBRA(W-UX) = ZEROS
              GO TO R7D2-UF-EXIT.
           IF W-TU-SOBRA(W-UX) NOT < PRM-MIN-UF
              MOVE 3 TO W-TU-NIVEL(W-UX)
           ELSE
              MOVE 4 TO W-TU-NIVEL(W-UX)
              ADD W-TU-SOBRA(W-UX) TO W-QTD-RESIDUO.
       R7D2-UF-EXIT.
           EXIT.

      ********** SORT INPUT - CLASSIFY EACH PIECE ********************
       R7E-CLASSIFICA.
           OPEN INPUT TRIORD
           IF ST-ORD NOT = "00"
              DISPLAY "SMP0038 - ERROR OPENING TRIORD STATUS " ST-ORD
              MOVE "S" TO W-ERRO-SORT
              GO TO R7E-CLASSIFICA-EXIT.
           OPEN INPUT TRIPFX
           IF ST-PFX NOT = "00"
              DISPLAY "SMP0038 - ERROR OPENING TRIPFX STATUS " ST-PFX
              MOVE "S" TO W-ERRO-SORT
              CLOSE TRIORD
              GO TO R7E-CLASSIFICA-EXIT.
           READ TRIPFX
              AT END MOVE ZEROS TO PFX-QTD.
       R7E-LE.
           READ TRIORD
              AT END GO TO R7E-FIM.
           IF ORD-PREFIXO NOT = PFX-PREFIXO
              READ TRIPFX
                 AT END MOVE "S" TO W-ERRO-SORT.
           IF W-ERRO-SORT = "S" OR ORD-PREFIXO NOT = PFX-PREFIXO
              DISPLAY "SMP0038 - TRIPFX OUT OF STEP WITH TRIORD AT COD "
                  ORD-COD
              MOVE "S" TO W-ERRO-SORT
              GO TO R7E-FIM.
           MOVE ORD-UF     TO W-UF-PROCURA
           MOVE ORD-CIDADE TO W-CID-PROCURA
           PERFORM R7L-ACHA-CIDADE THRU R7L-ACHA-CIDADE-EXIT
           MOVE W-TC-UX(W-IX) TO W-UX
           MOVE 1      TO P-ORDEM-BANDEJA
           MOVE ORD-UF TO P-UF
           IF PFX-QTD NOT < PRM-MIN-CEP5
              MOVE 1 TO W-NV
              MOVE ORD-PREFIXO TO P-GRUPO
              MOVE PFX-QTD TO P-QTD-GRUPO
           ELSE
              IF W-TC-NIVEL(W-IX) = 2
                 MOVE 2 TO W-NV
                 MOVE ORD-CIDADE TO P-GRUPO
                 MOVE W-TC-SOBRA(W-IX) TO P-QTD-GRUPO
              ELSE
                 IF W-TU-NIVEL(W-UX) = 3
                    MOVE 3 TO W-NV
                    MOVE ORD-UF TO P-GRUPO
                    MOVE W-TU-SOBRA(W-UX) TO P-QTD-GRUPO
                 ELSE
                    MOVE 4 TO W-NV
                    MOVE 2 TO P-ORDEM-BANDEJA
                    MOVE SPACES TO P-UF P-GRUPO
                    MOVE W-QTD-RESIDUO TO P-QTD-GRUPO.
           MOVE W-NV       TO P-NIVEL
           MOVE ORD-COD    TO P-COD
           MOVE ORD-LINHAS TO P-LINHAS
           ADD 1 TO W-TC-Q(W-IX, W-NV) W-TU-Q(W-UX, W-NV)
                    W-TN-PECAS(W-NV)
           RELEASE REGPAC
           GO TO R7E-LE.
       R7E-FIM.
           CLOSE TRIORD TRIPFX.
       R7E-CLASSIFICA-EXIT.
           EXIT.

      ********** SORT OUTPUT - CUT THE LABELS IN TRAY ORDER **********
      ***** A TRAY LABEL AT EACH NEW TRAY, A BUNDLE LABEL AT EACH ****
      ***** NEW GROUP AND AGAIN EACH TIME A GROUP FILLS A BUNDLE *****
      ***** - A GROUP OVER THE PRMTRI MAXIMUM IS SHARED EVENLY ******
      ***** OVER AS FEW BUNDLES AS THE MAXIMUM ALLOWS ***************
      ***** NOTHING IS CUT WHEN THE SORT INPUT FAILED ***************
       R7F-CORTA.
           IF W-ERRO-SORT = "S"
              GO TO R7F-CORTA-EXIT.
           MOVE SPACES TO W-BANDEJA-ANT W-GRUPO-ANT.
       R7F-LE.
           RETURN SORTPAC
              AT END GO TO R7F-CORTA-EXIT.
           MOVE P-ORDEM-BANDEJA TO W-CB-ORDEM
           MOVE P-UF            TO W-CB-UF
           IF W-CHAVE-BANDEJA NOT = W-BANDEJA-ANT
              MOVE W-CHAVE-BANDEJA TO W-BANDEJA-ANT
              PERFORM R7F1-BANDEJA THRU R7F1-BANDEJA-EXIT.
           MOVE W-CHAVE-BANDEJA TO W-CG-BANDEJA
           MOVE P-NIVEL         TO W-CG-NIVEL
           MOVE P-GRUPO         TO W-CG-GRUPO
           IF W-CHAVE-GRUPO NOT = W-GRUPO-ANT
              MOVE W-CHAVE-GRUPO TO W-GRUPO-ANT
              MOVE P-QTD-GRUPO   TO W-RESTANTE
              MOVE ZEROS         TO W-PACOTES-RESTAM
              PERFORM R7F2-PACOTE THRU R7F2-PACOTE-EXIT
           ELSE
              IF W-NO-PACOTE NOT < W-TAM-PACOTE
                 PERFORM R7F2-PACOTE THRU R7F2-PACOTE-EXIT.
           MOVE P-COD    TO LNK-F-COD
           MOVE P-LINHA1 TO LNK-F-LINHA1
           MOVE P-LINHA2 TO LNK-F-LINHA2
           MOVE P-LINHA3 TO LNK-F-LINHA3
           PERFORM R3-GRAVA-ETIQUETA THRU R3-GRAVA-ETIQUETA-EXIT
           ADD 1 TO W-NO-PACOTE
           GO TO R7F-LE.
       R7F-CORTA-EXIT.
           EXIT.

       R7F1-BANDEJA.
           ADD 1 TO W-NUM-BANDEJA
           MOVE W-NUM-BANDEJA TO LQ-B-NUM
           IF P-ORDEM-BANDEJA = 2
              MOVE "RESIDUAL - MIXED UF" TO LQ-B-DESC
              MOVE W-TN-PECAS(4) TO LQ-Q-PECAS
           ELSE
              MOVE SPACES TO LQ-B-DESC
              STRING "UF " P-UF DELIMITED SIZE INTO LQ-B-DESC
              MOVE P-UF TO W-UF-PROCURA
              PERFORM R7M-ACHA-UF THRU R7M-ACHA-UF-EXIT
              COMPUTE LQ-Q-PECAS = W-TU-Q(W-UX, 1) + W-TU-Q(W-UX, 2)
                                 + W-TU-Q(W-UX, 3).
           MOVE P-COD      TO LQ-Q-COD
           MOVE LQ-BANDEJA TO W-QUEBRA-L1
           MOVE LQ-PECAS   TO W-QUEBRA-L2
           MOVE LQ-RODAPE  TO W-QUEBRA-L3
           PERFORM R7F3-GRAVA-QUEBRA THRU R7F3-GRAVA-QUEBRA-EXIT.
       R7F1-BANDEJA-EXIT.
           EXIT.

       R7F2-PACOTE.
           IF W-PACOTES-RESTAM = ZEROS AND PRM-MAX-PACOTE > ZEROS
              COMPUTE W-PACOTES-RESTAM = (W-RESTANTE
                    + PRM-MAX-PACOTE - 1) / PRM-MAX-PACOTE.
           IF W-PACOTES-RESTAM = ZEROS
              MOVE 1 TO W-PACOTES-RESTAM.
           COMPUTE W-TAM-PACOTE = (W-RESTANTE + W-PACOTES-RESTAM - 1)
                                / W-PACOTES-RESTAM
           SUBTRACT W-TAM-PACOTE FROM W-RESTANTE
           SUBTRACT 1 FROM W-PACOTES-RESTAM
           MOVE ZEROS TO W-NO-PACOTE
           ADD 1 TO W-NUM-PACOTE
           ADD 1 TO W-TN-PACOTES(P-NIVEL)
           MOVE W-NUM-PACOTE          TO LQ-P-NUM
           MOVE P-NIVEL               TO LQ-P-NIVEL
           MOVE W-NOME-NIVEL(P-NIVEL) TO LQ-P-NOME
           MOVE P-GRUPO               TO LQ-G-GRUPO
           MOVE P-UF                  TO LQ-G-UF
           IF P-NIVEL = 1
              MOVE "CEP" TO LQ-G-ROTULO.
           IF P-NIVEL = 2
              MOVE "CITY" TO LQ-G-ROTULO.
           IF P-NIVEL = 3
              MOVE "UF" TO LQ-G-ROTULO
              MOVE SPACES TO LQ-G-UF.
           IF P-NIVEL = 4
              MOVE "MIXED" TO LQ-G-ROTULO.
           MOVE W-TAM-PACOTE TO LQ-Q-PECAS
           MOVE P-COD        TO LQ-Q-COD
           MOVE LQ-PACOTE    TO W-QUEBRA-L1
           MOVE LQ-GRUPO     TO W-QUEBRA-L2
           MOVE LQ-PECAS     TO W-QUEBRA-L3
           PERFORM R7F3-GRAVA-QUEBRA THRU R7F3-GRAVA-QUEBRA-EXIT.
       R7F2-PACOTE-EXIT.
           EXIT.

      ***** A BREAK LABEL - THREE LINES AND THE SEPARATOR ************
       R7F3-GRAVA-QUEBRA.
           WRITE REGETQ FROM W-QUEBRA-L1
           IF ST-ETQ NOT = "00"
              GO TO R7F3-ERRO-GRAVACAO.
           WRITE REGETQ FROM W-QUEBRA-L2
           IF ST-ETQ NOT = "00"
              GO TO R7F3-ERRO-GRAVACAO.
           WRITE REGETQ FROM W-QUEBRA-L3
           IF ST-ETQ NOT = "00"
              GO TO R7F3-ERRO-GRAVACAO.
           MOVE SPACES TO REGETQ
           WRITE REGETQ
           IF ST-ETQ NOT = "00"
              GO TO R7F3-ERRO-GRAVACAO.
           ADD 1 TO W-QTD-QUEBRAS
           GO TO R7F3-GRAVA-QUEBRA-EXIT.
       R7F3-ERRO-GRAVACAO.
           DISPLAY "SMP0038 - ERROR WRITING BREAK LABEL STATUS " ST-ETQ
           GO TO ROT-FIM-ERRO.
       R7F3-GRAVA-QUEBRA-EXIT.
           EXIT.

      ********** SORT INPUT - ONE RECORD PER CITY MAILED *************
       R7G-CIDADES.
           MOVE ZEROS TO W-IX
           PERFORM R7G1-SOLTA THRU R7G1-SOLTA-EXIT
              UNTIL W-IX NOT < W-TC-USADOS.
       R7G-CIDADES-EXIT.
           EXIT.

       R7G1-SOLTA.
           ADD 1 TO W-IX
           MOVE W-TC-UF(W-IX)     TO M-UF
           MOVE W-TC-CIDADE(W-IX) TO M-CIDADE
           MOVE W-TC-Q(W-IX, 1)   TO M-QTD-NIVEL(1)
           MOVE W-TC-Q(W-IX, 2)   TO M-QTD-NIVEL(2)
           MOVE W-TC-Q(W-IX, 3)   TO M-QTD-NIVEL(3)
           MOVE W-TC-Q(W-IX, 4)   TO M-QTD-NIVEL(4)
           RELEASE REGMAN.
       R7G1-SOLTA-EXIT.
           EXIT.

      ********** SORT OUTPUT - MANIFEST LINES BY UF AND CITY *********
       R7H-MANIFESTO.
           MOVE SPACES TO W-UF-ANTERIOR
           MOVE 99 TO W-LINHA.
       R7H-LE.
           RETURN SORTMAN
              AT END GO TO R7H-FIM.
           IF M-UF NOT = W-UF-ANTERIOR
              PERFORM R7H2-TOTAL-UF THRU R7H2-TOTAL-UF-EXIT
              MOVE M-UF TO W-UF-ANTERIOR
              INITIALIZE W-TOT-UF.
           IF W-LINHA > W-MAX-LINHAS
              PERFORM R7H1-CABECALHO THRU R7H1-CABECALHO-EXIT.
           MOVE M-UF           TO LM-UF
           MOVE M-CIDADE       TO LM-CIDADE
           MOVE M-QTD-NIVEL(1) TO LM-Q1
           MOVE M-QTD-NIVEL(2) TO LM-Q2
           MOVE M-QTD-NIVEL(3) TO LM-Q3
           MOVE M-QTD-NIVEL(4) TO LM-Q4
           COMPUTE LM-QT = M-QTD-NIVEL(1) + M-QTD-NIVEL(2)
                         + M-QTD-NIVEL(3) + M-QTD-NIVEL(4)
           ADD M-QTD-NIVEL(1) TO W-TOT-UF-Q(1)
           ADD M-QTD-NIVEL(2) TO W-TOT-UF-Q(2)
           ADD M-QTD-NIVEL(3) TO W-TOT-UF-Q(3)
           ADD M-QTD-NIVEL(4) TO W-TOT-UF-Q(4)
           WRITE LINHA-MAN FROM LM-DETALHE
           ADD 1 TO W-LINHA
           GO TO R7H-LE.
       R7H-FIM.
           PERFORM R7H2-TOTAL-UF THRU R7H2-TOTAL-UF-EXIT.
       R7H-MANIFESTO-EXIT.
           EXIT.

       R7H1-CABECALHO.
           ADD 1 TO W-PAGINA
           MOVE W-PAGINA TO LM-T-PAGINA
           WRITE LINHA-MAN FROM LM-TITULO
           AFTER ADVANCING PAGE
           WRITE LINHA-MAN FROM LM-DATA
           WRITE LINHA-MAN FROM LC-BRANCO
           WRITE LINHA-MAN FROM LM-CABEC
           MOVE ZEROS TO W-LINHA.
       R7H1-CABECALHO-EXIT.
           EXIT.

       R7H2-TOTAL-UF.
           IF W-UF-ANTERIOR = SPACES
              GO TO R7H2-TOTAL-UF-EXIT.
           MOVE W-UF-ANTERIOR  TO LM-UF
           MOVE "TOTAL UF"     TO LM-CIDADE
           MOVE W-TOT-UF-Q(1)  TO LM-Q1
           MOVE W-TOT-UF-Q(2)  TO LM-Q2
           MOVE W-TOT-UF-Q(3)  TO LM-Q3
           MOVE W-TOT-UF-Q(4)  TO LM-Q4
           COMPUTE LM-QT = W-TOT-UF-Q(1) + W-TOT-UF-Q(2)
                         + W-TOT-UF-Q(3) + W-TOT-UF-Q(4)
           WRITE LINHA-MAN FROM LM-DETALHE
           WRITE LINHA-MAN FROM LC-BRANCO
           ADD 2 TO W-LINHA.
       R7H2-TOTAL-UF-EXIT.
           EXIT.

      ********** MANIFEST TOTALS - PER LEVEL, TRAYS, EXCLUSIONS ******
       R7J-TOTAIS-MANIFESTO.
           IF W-LINHA > 40
              PERFORM R7H1-CABECALHO THRU R7H1-CABECALHO-EXIT.
           WRITE LINHA-MAN FROM LC-BRANCO
           MOVE ZEROS TO W-NV
           PERFORM R7J1-NIVEL THRU R7J1-NIVEL-EXIT
              UNTIL W-NV NOT < 4
           WRITE LINHA-MAN FROM LC-BRANCO
           MOVE "PIECES MAILED ..........  " TO LM-T-ROTULO
           COMPUTE LM-T-QTDE = W-TN-PECAS(1) + W-TN-PECAS(2)
                             + W-TN-PECAS(3) + W-TN-PECAS(4)
           WRITE LINHA-MAN FROM LM-TOTAL
           MOVE "BUNDLES ................  " TO LM-T-ROTULO
           MOVE W-NUM-PACOTE TO LM-T-QTDE
           WRITE LINHA-MAN FROM LM-TOTAL
           MOVE "TRAYS ..................  " TO LM-T-ROTULO
           MOVE W-NUM-BANDEJA TO LM-T-QTDE
           WRITE LINHA-MAN FROM LM-TOTAL
           WRITE LINHA-MAN FROM LC-BRANCO
           MOVE "EXCLUDED - DEACTIVATED .  " TO LM-T-ROTULO
           MOVE W-QTD-DESATIVADOS TO LM-T-QTDE
           WRITE LINHA-MAN FROM LM-TOTAL
           MOVE "EXCLUDED - NOT ON CADCEP  " TO LM-T-ROTULO
           MOVE W-QTD-NAO-ACHADOS TO LM-T-QTDE
           WRITE LINHA-MAN FROM LM-TOTAL
           MOVE "EXCLUDED PIECES ........  " TO LM-T-ROTULO
           MOVE W-QTD-EXCLUIDAS TO LM-T-QTDE
           WRITE LINHA-MAN FROM LM-TOTAL
           MOVE "CODS ON THE LIST .......  " TO LM-T-ROTULO
           MOVE W-QTD-LIDOS TO LM-T-QTDE
           WRITE LINHA-MAN FROM LM-TOTAL.
       R7J-TOTAIS-MANIFESTO-EXIT.
           EXIT.

       R7J1-NIVEL.
           ADD 1 TO W-NV
           MOVE W-NV                TO LM-N-NIVEL
           MOVE W-NOME-NIVEL(W-NV)  TO LM-N-NOME
           MOVE W-TN-PECAS(W-NV)    TO LM-N-PECAS
           MOVE W-TN-PACOTES(W-NV)  TO LM-N-PACOTES
           WRITE LINHA-MAN FROM LM-NIVEL.
       R7J1-NIVEL-EXIT.
           EXIT.

      ***** CITY ENTRY FOR W-UF-PROCURA/W-CID-PROCURA IN W-IX - ******
      ***** ADDED WHEN NEW. W-ACHOU = "N" ONLY WHEN THE TABLE (OR ****
      ***** THE UF TABLE) IS FULL. THE LAST ENTRY IS TRIED FIRST - ***
      ***** IN COD ORDER A CITY'S PIECES MOSTLY COME TOGETHER ********
       R7L-ACHA-CIDADE.
           MOVE "S" TO W-ACHOU
           IF W-TC-ULTIMO > ZEROS
              IF W-TC-UF(W-TC-ULTIMO) = W-UF-PROCURA
                 AND W-TC-CIDADE(W-TC-ULTIMO) = W-CID-PROCURA
                 MOVE W-TC-ULTIMO TO W-IX
                 GO TO R7L-ACHA-CIDADE-EXIT.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IX
           PERFORM R7L1-COMPARA THRU R7L1-COMPARA-EXIT
              UNTIL W-IX NOT < W-TC-USADOS OR W-ACHOU = "S"
           IF W-ACHOU = "S"
              MOVE W-IX TO W-TC-ULTIMO
              GO TO R7L-ACHA-CIDADE-EXIT.
           IF W-TC-USADOS NOT < 3000
              GO TO R7L-ACHA-CIDADE-EXIT.
           PERFORM R7M-ACHA-UF THRU R7M-ACHA-UF-EXIT
           IF W-UX = ZEROS
              GO TO R7L-ACHA-CIDADE-EXIT.
           ADD 1 TO W-TC-USADOS
           MOVE W-TC-USADOS   TO W-IX W-TC-ULTIMO
           MOVE W-UF-PROCURA  TO W-TC-UF(W-IX)
           MOVE W-CID-PROCURA TO W-TC-CIDADE(W-IX)
           MOVE W-UX          TO W-TC-UX(W-IX)
           MOVE "S" TO W-ACHOU.
       R7L-ACHA-CIDADE-EXIT.
           EXIT.

       R7L1-COMPARA.
           ADD 1 TO W-IX
           IF W-TC-UF(W-IX) = W-UF-PROCURA
              AND W-TC-CIDADE(W-IX) = W-CID-PROCURA
              MOVE "S" TO W-ACHOU.
       R7L1-COMPARA-EXIT.
           EXIT.

      ***** UF ENTRY FOR W-UF-PROCURA IN W-UX - ADDED WHEN NEW, ******
      ***** ZERO WHEN THE TABLE IS FULL ******************************
       R7M-ACHA-UF.
           MOVE "N" TO W-ACHOU-UF
           MOVE ZEROS TO W-UX
           PERFORM R7M1-COMPARA THRU R7M1-COMPARA-EXIT
              UNTIL W-UX NOT < W-TU-USADOS OR W-ACHOU-UF = "S"
           IF W-ACHOU-UF = "S"
              GO TO R7M-ACHA-UF-EXIT.
           IF W-TU-USADOS NOT < 40
              MOVE ZEROS TO W-UX
              GO TO R7M-ACHA-UF-EXIT.
           ADD 1 TO W-TU-USADOS
           MOVE W-TU-USADOS  TO W-UX
           MOVE W-UF-PROCURA TO W-TU-UF(W-UX).
       R7M-ACHA-UF-EXIT.
           EXIT.

       R7M1-COMPARA.
           ADD 1 TO W-UX
           IF W-TU-UF(W-UX) = W-UF-PROCURA
              MOVE "S" TO W-ACHOU-UF.
       R7M1-COMPARA-EXIT.
           EXIT.

      ********** REPORT TOTALS ***************************************
       R5-TOTAIS.
           MOVE W-QTD-LIDOS       TO LT-LIDOS
           MOVE W-QTD-ETIQUETAS   TO LT-ETIQUETAS
           MOVE W-QTD-NAO-ACHADOS TO LT-NAO-ACHADOS
           MOVE W-QTD-DESATIVADOS TO LT-DESATIV
           IF MODO-TRIAGEM
              MOVE "DEACTIVATED - EXCLUDED .  " TO LT-ROTULO4.
           WRITE LINHA-REL FROM LC-BRANCO
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-REL FROM LC-TOTAL2
           DISPLAY "SMP0038 - LABELS CUT ......... " W-QTD-ETIQUETAS
           DISPLAY "SMP0038 - COD NOT ON CADCEP .. " W-QTD-NAO-ACHADOS
           DISPLAY "SMP0038 - DEACTIVATED ........ " W-QTD-DESATIVADOS
           IF MODO-TRIAGEM
              DISPLAY "SMP0038 - BUNDLES ............ " W-NUM-PACOTE
              DISPLAY "SMP0038 - TRAYS .............. " W-NUM-BANDEJA.
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE LSTCOD ETQSAI RELETQ
