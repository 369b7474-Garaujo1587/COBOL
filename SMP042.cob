       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0042.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    WEEKLY AGING REPORT OF THE      *
      *    DATA-QUALITY EXCEPTION QUEUE    *
      *    (CADEXC). COUNTS THE ITEMS STILL*
      *    OPEN OR TAKEN BY SOURCE AND UF, *
      *    WITH HOW MANY HAVE BEEN WAITING *
      *    OVER 7, OVER 30 AND OVER 90     *
      *    DAYS SINCE THEY WERE OPENED.    *
      *    CLOSED ITEMS ARE NOT COUNTED.   *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADEXCS.
           COPY BATLOGS.
           SELECT SORTEXC ASSIGN TO DISK.
           SELECT RELAGE ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADEXCF.
           COPY BATLOGF.
       SD  SORTEXC.
       01  REGSORT.
           03  S-COD             PIC 9(08).
           03  S-ORIGEM          PIC X(02).
           03  S-PROGRAMA        PIC X(08).
           03  S-SITUACAO        PIC X(01).
               88  S-PENDENTE        VALUE "A" "T".
               88  S-ASSUMIDO        VALUE "T".
           03  S-UF              PIC X(02).
           03  S-CIDADE          PIC X(20).
           03  S-MOTIVO          PIC X(30).
           03  S-DATA-ABERTURA   PIC 9(08).
           03  S-DATA-ULTIMA     PIC 9(08).
           03  S-OCORRENCIAS     PIC 9(04).
           03  S-RESPONSAVEL     PIC X(08).
           03  S-DATA-ASSUMIDO   PIC 9(08).
           03  S-NOTA            PIC X(60).
           03  S-DATA-FECHA      PIC 9(08).
           03  S-OPER-FECHA      PIC X(08).
       FD  RELAGE
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  ST-EXC            PIC X(02) VALUE "00".
       01  ST-BAT            PIC X(02) VALUE "00".
       01  ST-REL            PIC X(02) VALUE "00".
       77  W-LINHA           PIC 9(02) VALUE 99.
       77  W-PAGINA          PIC 9(04) VALUE ZEROS.
       77  W-MAX-LINHAS      PIC 9(02) VALUE 55.
       77  W-PRIMEIRA-VEZ    PIC X(01) VALUE "S".
       77  W-ORIGEM-ANTERIOR PIC X(02) VALUE SPACES.
       77  W-UF-ANTERIOR     PIC X(02) VALUE SPACES.
       77  W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77  W-QTD-FECHADOS    PIC 9(08) VALUE ZEROS.
       77  W-IDADE           PIC S9(08) VALUE ZEROS.
       77  W-HOJE-NUMERO     PIC 9(08) VALUE ZEROS.
       01  W-DATA-HOJE.
           03  W-ANO         PIC 9(04).
           03  W-MES         PIC 9(02).
           03  W-DIA         PIC 9(02).

      *    COUNTERS FOR ONE UF, ONE SOURCE AND THE WHOLE QUEUE - SAME
      *    LAYOUT SO ONE PRINT PARAGRAPH SERVES ALL THREE LEVELS
       01  W-CONT-UF.
           03  W-CU-ABERTOS      PIC 9(06).
           03  W-CU-ASSUMIDOS    PIC 9(06).
           03  W-CU-TOTAL        PIC 9(06).
           03  W-CU-MAIS-7       PIC 9(06).
           03  W-CU-MAIS-30      PIC 9(06).
           03  W-CU-MAIS-90      PIC 9(06).
           03  W-CU-MAIS-ANTIGO  PIC 9(08).
       01  W-CONT-ORIGEM.
           03  W-CO-ABERTOS      PIC 9(06).
           03  W-CO-ASSUMIDOS    PIC 9(06).
           03  W-CO-TOTAL        PIC 9(06).
           03  W-CO-MAIS-7       PIC 9(06).
           03  W-CO-MAIS-30      PIC 9(06).
           03  W-CO-MAIS-90      PIC 9(06).
           03  W-CO-MAIS-ANTIGO  PIC 9(08).
       01  W-CONT-GERAL.
           03  W-CG-ABERTOS      PIC 9(06).
           03  W-CG-ASSUMIDOS    PIC 9(06).
           03  W-CG-TOTAL        PIC 9(06).
           03  W-CG-MAIS-7       PIC 9(06).
           03  W-CG-MAIS-30      PIC 9(06).
           03  W-CG-MAIS-90      PIC 9(06).
           03  W-CG-MAIS-ANTIGO  PIC 9(08).
       01  W-CONT-IMPRIME.
           03  W-CI-ABERTOS      PIC 9(06).
           03  W-CI-ASSUMIDOS    PIC 9(06).
           03  W-CI-TOTAL        PIC 9(06).
           03  W-CI-MAIS-7       PIC 9(06).
           03  W-CI-MAIS-30      PIC 9(06).
           03  W-CI-MAIS-90      PIC 9(06).
           03  W-CI-MAIS-ANTIGO  PIC 9(08).

      *    DAY NUMBER OF A CALENDAR DATE, SO TWO DATES SUBTRACT TO A
      *    COUNT OF DAYS. EACH DIVIDE GIVES AN INTEGER, DROPPING THE
      *    REMAINDER, WHICH IS WHAT THE FORMULA RELIES ON
       01  W-JD-DATA.
           03  W-JD-ANO      PIC 9(04).
           03  W-JD-MES      PIC 9(02).
           03  W-JD-DIA      PIC 9(02).
       77  W-JD-A            PIC 9(02) VALUE ZEROS.
       77  W-JD-Y            PIC 9(06) VALUE ZEROS.
       77  W-JD-M            PIC 9(02) VALUE ZEROS.
       77  W-JD-TRAB         PIC 9(08) VALUE ZEROS.
       77  W-JD-PARC         PIC 9(08) VALUE ZEROS.
       77  W-JD-NUMERO       PIC 9(08) VALUE ZEROS.

       01  LC-TITULO.
           03  FILLER        PIC X(20) VALUE SPACES.
           03  FILLER        PIC X(40)
               VALUE "AGING OF THE DATA-QUALITY QUEUE".
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
           03  FILLER        PIC X(105) VALUE SPACES.

       01  LC-BRANCO         PIC X(132) VALUE SPACES.

       01  LC-CABEC.
           03  FILLER        PIC X(10) VALUE SPACES.
           03  FILLER        PIC X(06) VALUE "UF".
           03  FILLER        PIC X(10) VALUE "    OPEN".
           03  FILLER        PIC X(10) VALUE "   TAKEN".
           03  FILLER        PIC X(10) VALUE "   TOTAL".
           03  FILLER        PIC X(10) VALUE "  OVER 7".
           03  FILLER        PIC X(10) VALUE " OVER 30".
           03  FILLER        PIC X(10) VALUE " OVER 90".
           03  FILLER        PIC X(14) VALUE "   OLDEST".
           03  FILLER        PIC X(42) VALUE SPACES.

       01  LC-ORIGEM.
           03  FILLER        PIC X(10) VALUE "SOURCE -> ".
           03  LC-O-ORIGEM   PIC X(02).
           03  FILLER        PIC X(03) VALUE " - ".
           03  LC-O-DESCRICAO PIC X(40).
           03  FILLER        PIC X(77) VALUE SPACES.

       01  LC-DETALHE.
           03  LD-ROTULO     PIC X(10).
           03  LD-UF         PIC X(06).
           03  LD-ABERTOS    PIC ZZZ.ZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-ASSUMIDOS  PIC ZZZ.ZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-TOTAL      PIC ZZZ.ZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-MAIS-7     PIC ZZZ.ZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-MAIS-30    PIC ZZZ.ZZ9.
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-MAIS-90    PIC ZZZ.ZZ9.
           03  FILLER        PIC X(04) VALUE SPACES.
           03  LD-ANTIGO-DIA PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  LD-ANTIGO-MES PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  LD-ANTIGO-ANO PIC 9999.
           03  FILLER        PIC X(41) VALUE SPACES.

       01  LC-FECHADOS.
           03  FILLER        PIC X(10) VALUE SPACES.
           03  FILLER        PIC X(26)
               VALUE "CLOSED ITEMS NOT COUNTED  ".
           03  LF-QTDE       PIC ZZZ.ZZ9.
           03  FILLER        PIC X(89) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** MAINLINE ****************************************
       R0-INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           MOVE W-DATA-HOJE TO W-JD-DATA
           PERFORM R8-NUMERO-DIA THRU R8-NUMERO-DIA-EXIT
           MOVE W-JD-NUMERO TO W-HOJE-NUMERO
           MOVE ZEROS TO W-CONT-UF W-CONT-ORIGEM W-CONT-GERAL
           OPEN OUTPUT RELAGE
           IF ST-REL NOT = "00"
              DISPLAY "SMP0042 - ERROR OPENING RELAGE STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           SORT SORTEXC ON ASCENDING KEY S-ORIGEM
                            ASCENDING KEY S-UF
                            ASCENDING KEY S-COD
               USING CADEXC
               OUTPUT PROCEDURE R4-IMPRIME THRU R4-IMPRIME-EXIT
           PERFORM R5-TOTAL-GERAL THRU R5-TOTAL-GERAL-EXIT
           CLOSE RELAGE
           DISPLAY "SMP0042 - QUEUE ITEMS READ ...... " W-QTD-LIDOS
           DISPLAY "SMP0042 - ITEMS STILL PENDING ... " W-CG-TOTAL
           DISPLAY "SMP0042 - PENDING OVER 90 DAYS .. " W-CG-MAIS-90
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           STOP RUN.

      ********** OUTPUT PROCEDURE - AGES THE PENDING ITEMS **********
       R4-IMPRIME.
       R4-RETORNA.
           RETURN SORTEXC
              AT END GO TO R4-FIM.
           ADD 1 TO W-QTD-LIDOS
           IF NOT S-PENDENTE
              ADD 1 TO W-QTD-FECHADOS
              GO TO R4-RETORNA.
           IF W-PRIMEIRA-VEZ = "S"
              MOVE "N"      TO W-PRIMEIRA-VEZ
              MOVE S-ORIGEM TO W-ORIGEM-ANTERIOR
              MOVE S-UF     TO W-UF-ANTERIOR
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT
              PERFORM R7-QUEBRA-ORIGEM THRU R7-QUEBRA-ORIGEM-EXIT
           ELSE
              IF S-ORIGEM NOT = W-ORIGEM-ANTERIOR
                 PERFORM R9-TOTAL-UF THRU R9-TOTAL-UF-EXIT
                 PERFORM R9A-TOTAL-ORIGEM THRU R9A-TOTAL-ORIGEM-EXIT
                 MOVE S-ORIGEM TO W-ORIGEM-ANTERIOR
                 MOVE S-UF     TO W-UF-ANTERIOR
                 PERFORM R7-QUEBRA-ORIGEM THRU R7-QUEBRA-ORIGEM-EXIT
              ELSE
                 IF S-UF NOT = W-UF-ANTERIOR
                    PERFORM R9-TOTAL-UF THRU R9-TOTAL-UF-EXIT
                    MOVE S-UF TO W-UF-ANTERIOR
                 ELSE
                    NEXT SENTENCE.

           MOVE S-DATA-ABERTURA TO W-JD-DATA
           PERFORM R8-NUMERO-DIA THRU R8-NUMERO-DIA-EXIT
           COMPUTE W-IDADE = W-HOJE-NUMERO - W-JD-NUMERO
           ADD 1 TO W-CU-TOTAL
           IF S-ASSUMIDO
              ADD 1 TO W-CU-ASSUMIDOS
           ELSE
              ADD 1 TO W-CU-ABERTOS.
           IF W-IDADE > 7
              ADD 1 TO W-CU-MAIS-7.
           IF W-IDADE > 30
              ADD 1 TO W-CU-MAIS-30.
           IF W-IDADE > 90
              ADD 1 TO W-CU-MAIS-90.
           IF W-CU-MAIS-ANTIGO = ZEROS
           OR S-DATA-ABERTURA < W-CU-MAIS-ANTIGO
              MOVE S-DATA-ABERTURA TO W-CU-MAIS-ANTIGO.
           GO TO R4-RETORNA.

      ***** END OF THE SORTED ITEMS - CLOSE THE LAST UF AND SOURCE ***
       R4-FIM.
           IF W-PRIMEIRA-VEZ = "N"
              PERFORM R9-TOTAL-UF THRU R9-TOTAL-UF-EXIT
              PERFORM R9A-TOTAL-ORIGEM THRU R9A-TOTAL-ORIGEM-EXIT.
       R4-IMPRIME-EXIT.
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
           WRITE LINHA-REL FROM LC-CABEC
           MOVE ZEROS TO W-LINHA.
       R6-CABECALHO-EXIT.
           EXIT.

      ********** SOURCE CHANGE - PRINT THE SOURCE LINE ****************
       R7-QUEBRA-ORIGEM.
           IF W-LINHA >= W-MAX-LINHAS
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           MOVE S-ORIGEM TO LC-O-ORIGEM
           IF S-ORIGEM = "FX"
              MOVE "SMP0016 COD OUT OF RANGE / UF NOT ON UFCAD"
                TO LC-O-DESCRICAO
           ELSE
           IF S-ORIGEM = "RI"
              MOVE "SMP0017 FLAGGED INVALID BY INTERFACE"
                TO LC-O-DESCRICAO
           ELSE
           IF S-ORIGEM = "RC"
              MOVE "SMP0017 RETURNED CITY NOT ON CITY TABLE"
                TO LC-O-DESCRICAO
           ELSE
           IF S-ORIGEM = "CT"
              MOVE "SMP0034 DIFFERENCE CONTESTED BY LOCAL CHG"
                TO LC-O-DESCRICAO
           ELSE
           IF S-ORIGEM = "CG"
              MOVE "SMP0006 EXTRACT CITY NOT ON CITY TABLE"
                TO LC-O-DESCRICAO
           ELSE
              MOVE "UNKNOWN SOURCE" TO LC-O-DESCRICAO.
           WRITE LINHA-REL FROM LC-BRANCO
           WRITE LINHA-REL FROM LC-ORIGEM
           ADD 2 TO W-LINHA.
       R7-QUEBRA-ORIGEM-EXIT.
           EXIT.

      ********** UF TOTAL - ONE LINE PER SOURCE AND UF *****************
       R9-TOTAL-UF.
           IF W-LINHA >= W-MAX-LINHAS
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           MOVE W-CONT-UF     TO W-CONT-IMPRIME
           MOVE SPACES        TO LD-ROTULO
           MOVE W-UF-ANTERIOR TO LD-UF
           PERFORM R9B-IMPRIME-LINHA THRU R9B-IMPRIME-LINHA-EXIT
           ADD W-CU-ABERTOS   TO W-CO-ABERTOS
           ADD W-CU-ASSUMIDOS TO W-CO-ASSUMIDOS
           ADD W-CU-TOTAL     TO W-CO-TOTAL
           ADD W-CU-MAIS-7    TO W-CO-MAIS-7
           ADD W-CU-MAIS-30   TO W-CO-MAIS-30
           ADD W-CU-MAIS-90   TO W-CO-MAIS-90
           IF W-CO-MAIS-ANTIGO = ZEROS
           OR W-CU-MAIS-ANTIGO < W-CO-MAIS-ANTIGO
              MOVE W-CU-MAIS-ANTIGO TO W-CO-MAIS-ANTIGO.
           MOVE ZEROS TO W-CONT-UF.
       R9-TOTAL-UF-EXIT.
           EXIT.

      ********** SOURCE TOTAL ******************************************
       R9A-TOTAL-ORIGEM.
           MOVE W-CONT-ORIGEM TO W-CONT-IMPRIME
           MOVE "  SOURCE  " TO LD-ROTULO
           MOVE W-ORIGEM-ANTERIOR TO LD-UF
           PERFORM R9B-IMPRIME-LINHA THRU R9B-IMPRIME-LINHA-EXIT
           ADD W-CO-ABERTOS   TO W-CG-ABERTOS
           ADD W-CO-ASSUMIDOS TO W-CG-ASSUMIDOS
           ADD W-CO-TOTAL     TO W-CG-TOTAL
           ADD W-CO-MAIS-7    TO W-CG-MAIS-7
           ADD W-CO-MAIS-30   TO W-CG-MAIS-30
           ADD W-CO-MAIS-90   TO W-CG-MAIS-90
           IF W-CG-MAIS-ANTIGO = ZEROS
           OR W-CO-MAIS-ANTIGO < W-CG-MAIS-ANTIGO
              MOVE W-CO-MAIS-ANTIGO TO W-CG-MAIS-ANTIGO.
           MOVE ZEROS TO W-CONT-ORIGEM.
       R9A-TOTAL-ORIGEM-EXIT.
           EXIT.

      ***** PRINTS ONE COUNTER LINE FROM W-CONT-IMPRIME ***************
       R9B-IMPRIME-LINHA.
           MOVE W-CI-ABERTOS   TO LD-ABERTOS
           MOVE W-CI-ASSUMIDOS TO LD-ASSUMIDOS
           MOVE W-CI-TOTAL     TO LD-TOTAL
           MOVE W-CI-MAIS-7    TO LD-MAIS-7
           MOVE W-CI-MAIS-30   TO LD-MAIS-30
           MOVE W-CI-MAIS-90   TO LD-MAIS-90
           MOVE W-CI-MAIS-ANTIGO TO W-JD-DATA
           MOVE W-JD-DIA       TO LD-ANTIGO-DIA
           MOVE W-JD-MES       TO LD-ANTIGO-MES
           MOVE W-JD-ANO       TO LD-ANTIGO-ANO
           WRITE LINHA-REL FROM LC-DETALHE
           ADD 1 TO W-LINHA.
       R9B-IMPRIME-LINHA-EXIT.
           EXIT.

      ********** GRAND TOTAL *******************************************
       R5-TOTAL-GERAL.
           IF W-PAGINA = ZEROS
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE W-CONT-GERAL  TO W-CONT-IMPRIME
           MOVE "  QUEUE   " TO LD-ROTULO
           MOVE "ALL"         TO LD-UF
           PERFORM R9B-IMPRIME-LINHA THRU R9B-IMPRIME-LINHA-EXIT
           MOVE W-QTD-FECHADOS TO LF-QTDE
           WRITE LINHA-REL FROM LC-FECHADOS.
       R5-TOTAL-GERAL-EXIT.
           EXIT.

      ********** DAY NUMBER OF W-JD-DATA INTO W-JD-NUMERO *************
      ***** A = (14 - MES) / 12, Y = ANO + 4800 - A,             ******
      ***** M = MES + 12A - 3, THEN                              ******
      ***** DIA + (153M + 2) / 5 + 365Y + Y/4 - Y/100 + Y/400    ******
      *****     - 32045                                          ******
       R8-NUMERO-DIA.
           IF W-JD-DATA = ZEROS
              MOVE W-HOJE-NUMERO TO W-JD-NUMERO
              GO TO R8-NUMERO-DIA-EXIT.
           COMPUTE W-JD-TRAB = 14 - W-JD-MES
           DIVIDE W-JD-TRAB BY 12 GIVING W-JD-A
           COMPUTE W-JD-Y = W-JD-ANO + 4800 - W-JD-A
           COMPUTE W-JD-M = W-JD-MES + 12 * W-JD-A - 3
           COMPUTE W-JD-TRAB = 153 * W-JD-M + 2
           DIVIDE W-JD-TRAB BY 5 GIVING W-JD-PARC
           COMPUTE W-JD-NUMERO = W-JD-DIA + W-JD-PARC + 365 * W-JD-Y
           DIVIDE W-JD-Y BY 4 GIVING W-JD-PARC
           ADD W-JD-PARC TO W-JD-NUMERO
           DIVIDE W-JD-Y BY 100 GIVING W-JD-PARC
           SUBTRACT W-JD-PARC FROM W-JD-NUMERO
           DIVIDE W-JD-Y BY 400 GIVING W-JD-PARC
           ADD W-JD-PARC TO W-JD-NUMERO
           SUBTRACT 32045 FROM W-JD-NUMERO.
       R8-NUMERO-DIA-EXIT.
           EXIT.

      ********** ABNORMAL END *****************************************
       ROT-FIM-ERRO.
           DISPLAY "SMP0042 - JOB TERMINATED"
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
                 DISPLAY "SMP0042 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0042" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0042 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-LIDOS TO BAT-QTD-LIDOS
           ADD W-CG-TOTAL  TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0042 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    30 = ARQUIVO NAO ENCONTRADO
