       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0046.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    BATCH ADDRESS CLEANSING. READS  *
      *    A CUSTOMER ADDRESS FILE         *
      *    (ENDCLI.DAT) AND FOR EACH       *
      *    ADDRESS CHECKS THE CEP THROUGH  *
      *    SMP0025, FOLLOWS THE SUCCESSOR  *
      *    OF A RETIRED CODE, COMPARES THE *
      *    STREET AND CITY GIVEN WITH      *
      *    CADCEP AND, WHEN THE CEP IS     *
      *    MISSING OR WRONG, TRIES THE     *
      *    SMP0029 REVERSE SEARCH. WRITES  *
      *    ENDLIM.DAT WITH THE CEP TO USE, *
      *    THE THREE SMP0037 LINES AND A   *
      *    RESULT CODE (SEE ENDLIMF), AND  *
      *    A SUMMARY REPORT (RELLIM).      *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ENDCLIS.
           COPY ENDLIMS.
           COPY LOGTABS.
           COPY BATLOGS.
           SELECT RELLIM ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ENDCLIF.
           COPY ENDLIMF.
           COPY LOGTABF.
           COPY BATLOGF.
       FD  RELLIM
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CLI            PIC X(02) VALUE "00".
       01 ST-LIM            PIC X(02) VALUE "00".
       01 ST-LGT            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-BAT            PIC X(02) VALUE "00".
       77 W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77 W-QTD-GRAVADOS    PIC 9(08) VALUE ZEROS.
       77 W-QTD-CONFIRMADOS PIC 9(08) VALUE ZEROS.
       77 W-QTD-SUCESSOR    PIC 9(08) VALUE ZEROS.
       77 W-QTD-REVERSA     PIC 9(08) VALUE ZEROS.
       77 W-QTD-AMBIGUOS    PIC 9(08) VALUE ZEROS.
       77 W-QTD-NAO-ACHADOS PIC 9(08) VALUE ZEROS.
       77 W-QTD-DUVIDA-UF   PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE.
          03 W-ANO          PIC 9(04).
          03 W-MES          PIC 9(02).
          03 W-DIA          PIC 9(02).

      *    HOW THE ADDRESS IN HAND WAS RESOLVED (SEE ENDLIMF) AND THE
      *    ROUTE TAKEN TO IT - C FOR THE CEP AS GIVEN, S ONCE A
      *    SUCCESSOR HAS BEEN FOLLOWED
       77 W-RESULTADO       PIC X(01) VALUE SPACES.
       77 W-VIA             PIC X(01) VALUE SPACES.
       77 W-STATUS-CEP      PIC X(02) VALUE SPACES.
       77 W-CONFERE         PIC X(01) VALUE "N".

      *    A CEP THAT EXISTS BUT DOES NOT MATCH THE STREET GIVEN - KEPT
      *    FOR THE AMBIGUOUS CASE WHEN THE REVERSE SEARCH FINDS NOTHING
       77 W-COD-ACHADO      PIC 9(08) VALUE ZEROS.

      *    SUCCESSOR HOPS FOLLOWED FOR ONE ADDRESS - A CHAIN LONGER
      *    THAN THIS IS TREATED AS BROKEN (SMP0005 NEVER BUILDS ONE)
       77 W-SALTOS          PIC 9(02) VALUE ZEROS.
       77 W-MAX-SALTOS      PIC 9(02) VALUE 10.

      *    REVERSE SEARCH CANDIDATES - ACTIVE CODS ONLY. AN EXACT
      *    CANDIDATE IS ONE WHOSE WHOLE STREET EQUALS THE NORMALIZED
      *    STREET GIVEN; ONE EXACT CANDIDATE WINS OVER PREFIX MATCHES
       77 W-QTD-CAND        PIC 9(04) VALUE ZEROS.
       77 W-QTD-EXATO       PIC 9(04) VALUE ZEROS.
       77 W-MAX-CAND        PIC 9(04) VALUE 500.

      *    THE CADCEP RECORD THE ADDRESS RESOLVED TO, AND THE FIRST
      *    AND THE EXACT REVERSE SEARCH CANDIDATES, SAME LAYOUT
       01 W-ACHADO.
          03 W-A-COD         PIC 9(08).
          03 W-A-ENDERECO    PIC X(30).
          03 W-A-NUMERO      PIC X(06).
          03 W-A-COMPLEMENTO PIC X(14).
          03 W-A-BAIRRO      PIC X(20).
          03 W-A-CIDADE      PIC X(20).
          03 W-A-UF          PIC X(02).
          03 W-A-TIPO        PIC X(01).
       01 W-PRIMEIRO-CAND    PIC X(101).
       01 W-EXATO-CAND       PIC X(101).

      *    THE STREET GIVEN, NORMALIZED THROUGH LOGTAB THE WAY SMP0029
      *    NORMALIZES ITS SEARCH TERM, AND ITS LENGTH WITHOUT BLANKS
       77 W-TERMO           PIC X(30) VALUE SPACES.
       77 W-TERMO-LEN       PIC 9(02) VALUE ZEROS.
       77 W-PRIMEIRO        PIC X(10) VALUE SPACES.
       77 W-RESTO           PIC X(30) VALUE SPACES.
       77 W-PTR             PIC 9(02) VALUE ZEROS.
       77 W-TERMO-NOVO      PIC X(35) VALUE SPACES.

      *    PARAMETER AREAS FOR SMP0025, SMP0029 AND SMP0037
           COPY CEPLNK.
           COPY CEPRVL.
           COPY CEPFMT.

       01 LC-TITULO.
          03 FILLER  PIC X(50)
              VALUE "ADDRESS CLEANSING RUN - SUMMARY".
          03 FILLER  PIC X(08) VALUE "DATE:  ".
          03 LC-T-DIA  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LC-T-MES  PIC 99.
          03 FILLER  PIC X(01) VALUE "/".
          03 LC-T-ANO  PIC 9999.
          03 FILLER  PIC X(64) VALUE SPACES.

       01 LC-BRANCO         PIC X(132) VALUE SPACES.

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
           PERFORM R2-PROCESSA THRU R2-PROCESSA-EXIT
           PERFORM R8-TOTAIS THRU R8-TOTAIS-EXIT
           PERFORM R9-FIM-NORMAL THRU R9-FIM-NORMAL-EXIT.

      ********** OPEN THE FILES **********************************
       R1-ABRE-ARQUIVOS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT ENDCLI
           IF ST-CLI NOT = "00"
              DISPLAY "SMP0046 - ERROR OPENING ENDCLI - STATUS " ST-CLI
              GO TO ROT-FIM-ERRO.
           OPEN INPUT LOGTAB
           IF ST-LGT NOT = "00"
              DISPLAY "SMP0046 - ERROR OPENING LOGTAB - STATUS " ST-LGT
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT ENDLIM
           IF ST-LIM NOT = "00"
              DISPLAY "SMP0046 - ERROR OPENING ENDLIM STATUS " ST-LIM
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT RELLIM
           IF ST-REL NOT = "00"
              DISPLAY "SMP0046 - ERROR OPENING RELLIM STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           MOVE W-DIA TO LC-T-DIA
           MOVE W-MES TO LC-T-MES
           MOVE W-ANO TO LC-T-ANO
           WRITE LINHA-REL FROM LC-TITULO
           WRITE LINHA-REL FROM LC-BRANCO.
       R1-ABRE-ARQUIVOS-EXIT.
           EXIT.

      ********** ONE CLEANSED RECORD PER ADDRESS READ ****************
       R2-PROCESSA.
       LER-CLI.
           READ ENDCLI
              AT END GO TO R2-PROCESSA-EXIT.
           ADD 1 TO W-QTD-LIDOS
           MOVE SPACES TO W-RESULTADO W-STATUS-CEP W-ACHADO
           MOVE ZEROS  TO W-COD-ACHADO W-A-COD
           PERFORM R4-NORMALIZA THRU R4-NORMALIZA-EXIT
           PERFORM R4A-MEDE-TERMO THRU R4A-MEDE-TERMO-EXIT
           IF CLI-CEP NUMERIC
              IF CLI-COD NOT = ZEROS
                 PERFORM R3-VALIDA-CEP THRU R3-VALIDA-CEP-EXIT.
           IF W-RESULTADO = SPACES
              PERFORM R5-BUSCA-REVERSA THRU R5-BUSCA-REVERSA-EXIT.
           PERFORM R6-FORMATA THRU R6-FORMATA-EXIT
           PERFORM R7-GRAVA THRU R7-GRAVA-EXIT
           GO TO LER-CLI.
       R2-PROCESSA-EXIT.
           EXIT.

      ********** THE CEP AS GIVEN - SAME RULES AS ANY SMP0025 CALLER **
      ***** A RETIRED CODE IS FOLLOWED TO ITS SUCCESSOR; THE CODE ****
      ***** FINALLY REACHED IS CONFIRMED ONLY IF ITS STREET AND CITY *
      ***** MATCH WHAT THE CUSTOMER GAVE *****************************
       R3-VALIDA-CEP.
           MOVE "C"     TO W-VIA
           MOVE ZEROS   TO W-SALTOS
           MOVE CLI-COD TO LNK-COD.
       R3-CONSULTA.
           MOVE "SMP0046" TO LNK-PROGRAMA
           CALL "SMP0025" USING LNK-CONSULTA-CEP
           IF LNK-ERRO-ARQUIVO
              DISPLAY "SMP0046 - ERROR OPENING CADCEP/UFCAD THROUGH"
                  " SMP0025"
              GO TO ROT-FIM-ERRO.
           IF LNK-NAO-ENCONTRADO
              GO TO R3-VALIDA-CEP-EXIT.
           IF LNK-DESATIVADO
              IF LNK-SUCESSOR = ZEROS OR W-SALTOS NOT < W-MAX-SALTOS
                 GO TO R3-VALIDA-CEP-EXIT
              ELSE
                 ADD 1 TO W-SALTOS
                 MOVE "S" TO W-VIA
                 MOVE LNK-SUCESSOR TO LNK-COD
                 GO TO R3-CONSULTA.
      ***** 00, OR 61/62 - THE RECORD IS ON FILE AND ANSWERED IN *****
      ***** FULL; THE UF DOUBT IS THE MASTER'S, CARRIED IN THE *******
      ***** STATUS ON THE OUTPUT RECORD ******************************
           MOVE LNK-COD         TO W-A-COD W-COD-ACHADO
           MOVE LNK-ENDERECO    TO W-A-ENDERECO
           MOVE LNK-NUMERO      TO W-A-NUMERO
           MOVE LNK-COMPLEMENTO TO W-A-COMPLEMENTO
           MOVE LNK-BAIRRO      TO W-A-BAIRRO
           MOVE LNK-CIDADE      TO W-A-CIDADE
           MOVE LNK-UF          TO W-A-UF
           MOVE LNK-TIPO        TO W-A-TIPO
           MOVE LNK-STATUS      TO W-STATUS-CEP
           PERFORM R3A-COMPARA THRU R3A-COMPARA-EXIT
           IF W-CONFERE = "S"
              MOVE W-VIA TO W-RESULTADO.
       R3-VALIDA-CEP-EXIT.
           EXIT.

      ***** UF AND CITY MUST BE THE SAME; THE STREET GIVEN MUST ******
      ***** START THE STREET ON FILE. A FIELD THE CUSTOMER LEFT ******
      ***** BLANK IS NOT HELD AGAINST THE CEP, AND A CITY-GENERAL ****
      ***** CODE (TYPE G) NAMES NO STREET TO COMPARE *****************
       R3A-COMPARA.
           MOVE "S" TO W-CONFERE
           IF CLI-UF NOT = SPACES AND CLI-UF NOT = W-A-UF
              MOVE "N" TO W-CONFERE
              GO TO R3A-COMPARA-EXIT.
           IF CLI-CIDADE NOT = SPACES AND CLI-CIDADE NOT = W-A-CIDADE
              MOVE "N" TO W-CONFERE
              GO TO R3A-COMPARA-EXIT.
           IF W-A-TIPO = "G" OR W-TERMO-LEN = ZEROS
              GO TO R3A-COMPARA-EXIT.
           IF W-A-ENDERECO (1:W-TERMO-LEN) NOT = W-TERMO (1:W-TERMO-LEN)
              MOVE "N" TO W-CONFERE.
       R3A-COMPARA-EXIT.
           EXIT.

      ********** NORMALIZE THE STREET TYPE OF THE STREET GIVEN *******
      ***** SAME RULE AS SMP0029 R4-NORMALIZA, SO R. OR AV COMPARES **
      ***** EQUAL TO THE RUA/AVENIDA NORMALIZED ON CADCEP ************
       R4-NORMALIZA.
           MOVE CLI-ENDERECO TO W-TERMO
           IF CLI-ENDERECO = SPACES
              GO TO R4-NORMALIZA-EXIT.
           MOVE SPACES TO W-PRIMEIRO W-RESTO
           MOVE 1 TO W-PTR
           UNSTRING CLI-ENDERECO DELIMITED BY " "
               INTO W-PRIMEIRO
               WITH POINTER W-PTR
           IF W-PTR < 31
              MOVE CLI-ENDERECO (W-PTR:) TO W-RESTO.
           MOVE W-PRIMEIRO TO TLG-ABREV
           READ LOGTAB
           IF ST-LGT NOT = "00"
              GO TO R4-NORMALIZA-EXIT.
           MOVE SPACES TO W-TERMO-NOVO
           STRING TLG-PADRAO  DELIMITED BY " "
                  " "         DELIMITED SIZE
                  W-RESTO     DELIMITED SIZE
             INTO W-TERMO-NOVO
           MOVE W-TERMO-NOVO (1:30) TO W-TERMO.
       R4-NORMALIZA-EXIT.
           EXIT.

       R4A-MEDE-TERMO.
           MOVE 30 TO W-TERMO-LEN.
       R4A-LOOP.
           IF W-TERMO-LEN = 0
              GO TO R4A-MEDE-TERMO-EXIT.
           IF W-TERMO (W-TERMO-LEN:1) = " "
              SUBTRACT 1 FROM W-TERMO-LEN
              GO TO R4A-LOOP.
       R4A-MEDE-TERMO-EXIT.
           EXIT.

      ********** REVERSE SEARCH ON UF, CITY AND STREET ***************
      ***** EVERY ACTIVE CANDIDATE IS COUNTED: ONE EXACT STREET, OR **
      ***** A SINGLE CANDIDATE, RESOLVES THE ADDRESS; MORE THAN ONE **
      ***** IS AMBIGUOUS; NONE LEAVES IT NOT FOUND - OR AMBIGUOUS ****
      ***** WHEN THE CEP GIVEN EXISTS BUT DID NOT MATCH **************
       R5-BUSCA-REVERSA.
           MOVE ZEROS TO W-QTD-CAND W-QTD-EXATO
           IF CLI-UF = SPACES OR CLI-CIDADE = SPACES
              GO TO R5-SEM-CANDIDATO.
           MOVE SPACES       TO LNK-BUSCA-CEP
           MOVE ZEROS        TO LNK-B-COD LNK-B-R-SUCESSOR
           MOVE "I"          TO LNK-B-FUNCAO
           MOVE CLI-UF       TO LNK-B-UF
           MOVE CLI-CIDADE   TO LNK-B-CIDADE
           MOVE CLI-ENDERECO TO LNK-B-ENDERECO
           MOVE "SMP0046"    TO LNK-B-PROGRAMA
           CALL "SMP0029" USING LNK-BUSCA-CEP
           IF LNK-B-ERRO-ARQUIVO
              DISPLAY "SMP0046 - ERROR OPENING CADCEP/UFCAD/LOGTAB"
                  " THROUGH SMP0029"
              GO TO ROT-FIM-ERRO.
       R5-CANDIDATO.
           IF NOT LNK-B-OK
              GO TO R5-DECIDE.
           IF LNK-B-R-SITUACAO NOT = "D"
              PERFORM R5A-CONTA THRU R5A-CONTA-EXIT.
           IF W-QTD-CAND NOT < W-MAX-CAND
              GO TO R5-DECIDE.
           MOVE "N" TO LNK-B-FUNCAO
           CALL "SMP0029" USING LNK-BUSCA-CEP
           IF LNK-B-ERRO-ARQUIVO
              DISPLAY "SMP0046 - ERROR READING CADCEP/UFCAD/LOGTAB"
                  " THROUGH SMP0029"
              GO TO ROT-FIM-ERRO.
           GO TO R5-CANDIDATO.
       R5-DECIDE.
           IF W-QTD-EXATO = 1
              MOVE W-EXATO-CAND TO W-ACHADO
              GO TO R5-ACHOU.
           IF W-QTD-CAND = 1
              MOVE W-PRIMEIRO-CAND TO W-ACHADO
              GO TO R5-ACHOU.
           IF W-QTD-CAND > 1
              MOVE "A" TO W-RESULTADO
              GO TO R5-BUSCA-REVERSA-EXIT.
       R5-SEM-CANDIDATO.
           IF W-COD-ACHADO NOT = ZEROS
              MOVE "A" TO W-RESULTADO
           ELSE
              MOVE "N" TO W-RESULTADO
              MOVE SPACES TO W-STATUS-CEP.
           GO TO R5-BUSCA-REVERSA-EXIT.
      ***** THE REVERSE SEARCH ANSWERS THE RECORD WITHOUT THE UF *****
      ***** CHECKS, SO THE CODE FOUND IS PUT THROUGH SMP0025 ONCE ****
      ***** FOR THE STATUS CARRIED ON THE OUTPUT *********************
       R5-ACHOU.
           MOVE "R" TO W-RESULTADO
           MOVE W-A-COD TO LNK-COD
           MOVE "SMP0046" TO LNK-PROGRAMA
           CALL "SMP0025" USING LNK-CONSULTA-CEP
           IF LNK-ERRO-ARQUIVO
              DISPLAY "SMP0046 - ERROR OPENING CADCEP/UFCAD THROUGH"
                  " SMP0025"
              GO TO ROT-FIM-ERRO.
           MOVE LNK-STATUS TO W-STATUS-CEP.
       R5-BUSCA-REVERSA-EXIT.
           EXIT.

       R5A-CONTA.
           ADD 1 TO W-QTD-CAND
           MOVE LNK-B-COD           TO W-A-COD
           MOVE LNK-B-R-ENDERECO    TO W-A-ENDERECO
           MOVE LNK-B-R-NUMERO      TO W-A-NUMERO
           MOVE LNK-B-R-COMPLEMENTO TO W-A-COMPLEMENTO
           MOVE LNK-B-R-BAIRRO      TO W-A-BAIRRO
           MOVE LNK-B-R-CIDADE      TO W-A-CIDADE
           MOVE LNK-B-R-UF          TO W-A-UF
           MOVE LNK-B-R-TIPO        TO W-A-TIPO
           IF W-QTD-CAND = 1
              MOVE W-ACHADO TO W-PRIMEIRO-CAND.
           IF LNK-B-R-ENDERECO = LNK-B-END-PADRAO
              ADD 1 TO W-QTD-EXATO
              MOVE W-ACHADO TO W-EXATO-CAND.
       R5A-CONTA-EXIT.
           EXIT.

      ********** THE THREE STANDARD LINES THROUGH SMP0037 ************
      ***** A RESOLVED ADDRESS TAKES STREET, BAIRRO, CITY AND UF *****
      ***** FROM CADCEP AND THE NUMBER AND COMPLEMENT FROM THE *******
      ***** CUSTOMER - EXCEPT A LARGE-USER CODE (U), WHICH CARRIES ***
      ***** ITS OWN. A CITY-GENERAL CODE (G) NAMES NO STREET, SO ****
      ***** THE CUSTOMER'S STREET IS PRINTED ON LINE 1. AN ADDRESS ***
      ***** NOT RESOLVED IS FORMATTED AS GIVEN ***********************
       R6-FORMATA.
           MOVE "F" TO LNK-F-FUNCAO
           IF W-RESULTADO = "A" OR W-RESULTADO = "N"
              GO TO R6-COMO-INFORMADO.
           MOVE W-A-COD         TO LNK-F-COD
           MOVE W-A-ENDERECO    TO LNK-F-ENDERECO
           MOVE CLI-NUMERO      TO LNK-F-NUMERO
           MOVE CLI-COMPLEMENTO TO LNK-F-COMPLEMENTO
           MOVE W-A-BAIRRO      TO LNK-F-BAIRRO
           MOVE W-A-CIDADE      TO LNK-F-CIDADE
           MOVE W-A-UF          TO LNK-F-UF
           MOVE "L"             TO LNK-F-TIPO
           IF W-A-TIPO = "U"
              MOVE W-A-NUMERO      TO LNK-F-NUMERO
              MOVE W-A-COMPLEMENTO TO LNK-F-COMPLEMENTO.
           IF W-A-TIPO = "G"
              MOVE CLI-ENDERECO TO LNK-F-ENDERECO.
           IF W-A-BAIRRO = SPACES
              MOVE CLI-BAIRRO TO LNK-F-BAIRRO.
           GO TO R6-CHAMA.
       R6-COMO-INFORMADO.
           MOVE W-COD-ACHADO    TO LNK-F-COD
           MOVE CLI-ENDERECO    TO LNK-F-ENDERECO
           MOVE CLI-NUMERO      TO LNK-F-NUMERO
           MOVE CLI-COMPLEMENTO TO LNK-F-COMPLEMENTO
           MOVE CLI-BAIRRO      TO LNK-F-BAIRRO
           MOVE CLI-CIDADE      TO LNK-F-CIDADE
           MOVE CLI-UF          TO LNK-F-UF
           MOVE "L"             TO LNK-F-TIPO.
       R6-CHAMA.
           CALL "SMP0037" USING LNK-FORMATA-CEP.
       R6-FORMATA-EXIT.
           EXIT.

      ********** WRITE THE CLEANSED RECORD AND COUNT IT **************
       R7-GRAVA.
           MOVE CLI-CHAVE     TO LIM-CHAVE
           MOVE CLI-CEP       TO LIM-CEP-INFORMADO
           MOVE LNK-F-COD     TO LIM-COD
           MOVE W-RESULTADO   TO LIM-RESULTADO
           MOVE W-STATUS-CEP  TO LIM-STATUS-CEP
           MOVE LNK-F-LINHA1  TO LIM-LINHA1
           MOVE LNK-F-LINHA2  TO LIM-LINHA2
           MOVE LNK-F-LINHA3  TO LIM-LINHA3
           WRITE REGLIM
           IF ST-LIM NOT = "00"
              DISPLAY "SMP0046 - ERROR WRITING ENDLIM STATUS " ST-LIM
              GO TO ROT-FIM-ERRO.
           ADD 1 TO W-QTD-GRAVADOS
           IF W-STATUS-CEP = "61" OR W-STATUS-CEP = "62"
              ADD 1 TO W-QTD-DUVIDA-UF.
           IF LIM-CONFIRMADO
              ADD 1 TO W-QTD-CONFIRMADOS.
           IF LIM-SUCESSOR
              ADD 1 TO W-QTD-SUCESSOR.
           IF LIM-REVERSA
              ADD 1 TO W-QTD-REVERSA.
           IF LIM-AMBIGUO
              ADD 1 TO W-QTD-AMBIGUOS.
           IF LIM-NAO-ACHADO
              ADD 1 TO W-QTD-NAO-ACHADOS.
       R7-GRAVA-EXIT.
           EXIT.

      ********** SUMMARY - COUNTS PER RESULT CODE ********************
       R8-TOTAIS.
           MOVE "ADDRESSES READ .........  " TO LT-ROTULO
           MOVE W-QTD-LIDOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "C - CONFIRMED ..........  " TO LT-ROTULO
           MOVE W-QTD-CONFIRMADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "S - CORRECTED BY SUCC ..  " TO LT-ROTULO
           MOVE W-QTD-SUCESSOR TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "R - FOUND BY REVERSE ...  " TO LT-ROTULO
           MOVE W-QTD-REVERSA TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "A - AMBIGUOUS ..........  " TO LT-ROTULO
           MOVE W-QTD-AMBIGUOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "N - NOT FOUND ..........  " TO LT-ROTULO
           MOVE W-QTD-NAO-ACHADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "RECORDS WRITTEN ........  " TO LT-ROTULO
           MOVE W-QTD-GRAVADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "CEP WITH UF DOUBT 61/62   " TO LT-ROTULO
           MOVE W-QTD-DUVIDA-UF TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL.
       R8-TOTAIS-EXIT.
           EXIT.

      ********** NORMAL END OF JOB *************************************
       R9-FIM-NORMAL.
           DISPLAY "SMP0046 - ADDRESS CLEANSING COMPLETE"
           DISPLAY "SMP0046 - ADDRESSES READ ..... " W-QTD-LIDOS
           DISPLAY "SMP0046 - CONFIRMED .......... " W-QTD-CONFIRMADOS
           DISPLAY "SMP0046 - CORRECTED BY SUCC .. " W-QTD-SUCESSOR
           DISPLAY "SMP0046 - FOUND BY REVERSE ... " W-QTD-REVERSA
           DISPLAY "SMP0046 - AMBIGUOUS .......... " W-QTD-AMBIGUOS
           DISPLAY "SMP0046 - NOT FOUND .......... " W-QTD-NAO-ACHADOS
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE ENDCLI ENDLIM LOGTAB RELLIM
           STOP RUN.
       R9-FIM-NORMAL-EXIT.
           EXIT.

      ********** ABNORMAL END - CLEANSED FILE IS NOT TRUSTED **********
       ROT-FIM-ERRO.
           DISPLAY "SMP0046 - JOB TERMINATED - DO NOT SEND ENDLIM"
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE ENDCLI ENDLIM LOGTAB RELLIM
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
                 DISPLAY "SMP0046 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0046" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0046 - RUN LEDGER WRITE ERROR " ST-BAT.
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
              DISPLAY "SMP0046 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    35 = ARQUIVO NAO ENCONTRADO (SEQUENCIAL)
