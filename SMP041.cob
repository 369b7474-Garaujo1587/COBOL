       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0041.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    RESOLUTION OF THE DATA-QUALITY  *
      *    EXCEPTION QUEUE (CADEXC) FED BY *
      *    SMP0006/16/17/34 THROUGH        *
      *    SMP0040. WALKS THE ITEMS STILL  *
      *    OPEN OR TAKEN IN COD ORDER. THE *
      *    CLERK TAKES AN ITEM, ADDS A     *
      *    NOTE, AND CLOSES IT AS FIXED OR *
      *    AS NO ACTION. FIXED IS ONLY     *
      *    ACCEPTED WHEN A CADPND PROPOSAL *
      *    IS WAITING FOR THE COD OR A     *
      *    CADLOG N/C/D ENTRY SHOWS THE    *
      *    MASTER FILE CHANGED SINCE THE   *
      *    ITEM WAS OPENED. EVERY CHANGE   *
      *    RE-READS THE ITEM FIRST, SO A   *
      *    TAKE OR CLOSE BY ANOTHER CLERK, *
      *    OR A SMP0040 SIGHTING, MADE     *
      *    WHILE THE SCREEN WAS UP IS NOT  *
      *    OVERWRITTEN.                    *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADEXCS.
           COPY CADPNDS.
           COPY CADLOGS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADEXCF.
           COPY CADPNDF.
           COPY CADLOGF.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-EXC        PIC X(02) VALUE "00".
       01 ST-PND        PIC X(02) VALUE "00".
       01 ST-LOG        PIC X(02) VALUE "00".

      *    CLERK SIGNED ON FOR THIS SESSION (SEE R00)
       77 W-OPERADOR    PIC X(08) VALUE SPACES.

      *    COD THE WALK STARTS FROM - ZERO STARTS AT THE FIRST ITEM
       77 W-COD-INICIO  PIC 9(08) VALUE ZEROS.

      *    S = A CADPND PROPOSAL OR CADLOG CHANGE BACKS A FIXED CLOSE
       77 W-ACHOU       PIC X(01) VALUE "N".

       77 W-QTD-FECHADOS   PIC 9(06) VALUE ZEROS.

      *    S = THE ITEM WAS RE-READ AND MAY BE CHANGED (SEE R9A/R9B)
       77 W-RELIDO      PIC X(01) VALUE "N".
      *    CLOSING STATUS (F/N) CARRIED INTO R8-FECHA, AND THE NOTE
      *    TYPED WHILE THE ITEM IS RE-READ UNDER IT
       77 W-SITUACAO-NOVA  PIC X(01) VALUE SPACES.
       77 W-NOTA        PIC X(60) VALUE SPACES.

      *    SCREEN-READY COPIES OF THE ITEM JUST READ
       77 W-DATA-ED     PIC 9(08) VALUE ZEROS.
       01 W-DATA-FMT.
          03 W-F-DIA       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-F-MES       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-F-ANO       PIC 9(04).
       01 W-TELA.
          03 W-T-ORIGEM       PIC X(30) VALUE SPACES.
          03 W-T-SITUACAO     PIC X(12) VALUE SPACES.
          03 W-T-ABERTURA     PIC X(10) VALUE SPACES.
          03 W-T-ULTIMA       PIC X(10) VALUE SPACES.
          03 W-T-ASSUMIDO     PIC X(10) VALUE SPACES.
          03 W-T-FECHA        PIC X(10) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEXC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                  DATA-QUALITY EXCEPTION ".
           05  LINE 02  COLUMN 42
               VALUE  "QUEUE".
           05  LINE 04  COLUMN 01
               VALUE  "   COD:".
           05  LINE 04  COLUMN 10  PIC 9(08) FROM EXC-COD.
           05  LINE 04  COLUMN 22
               VALUE  "SOURCE:".
           05  LINE 04  COLUMN 30  PIC X(02) FROM EXC-ORIGEM.
           05  LINE 04  COLUMN 33  PIC X(30) FROM W-T-ORIGEM.
           05  LINE 05  COLUMN 01
               VALUE  "   RAISED BY:".
           05  LINE 05  COLUMN 16  PIC X(08) FROM EXC-PROGRAMA.
           05  LINE 05  COLUMN 30
               VALUE  "TIMES SEEN:".
           05  LINE 05  COLUMN 42  PIC ZZZ9 FROM EXC-OCORRENCIAS.
           05  LINE 07  COLUMN 01
               VALUE  "   UF:".
           05  LINE 07  COLUMN 10  PIC X(02) FROM EXC-UF.
           05  LINE 07  COLUMN 22
               VALUE  "CITY:".
           05  LINE 07  COLUMN 30  PIC X(20) FROM EXC-CIDADE.
           05  LINE 08  COLUMN 01
               VALUE  "   REASON:".
           05  LINE 08  COLUMN 13  PIC X(30) FROM EXC-MOTIVO.
           05  LINE 10  COLUMN 01
               VALUE  "   STATUS:".
           05  LINE 10  COLUMN 13  PIC X(12) FROM W-T-SITUACAO.
           05  LINE 11  COLUMN 01
               VALUE  "   OPENED:".
           05  LINE 11  COLUMN 13  PIC X(10) FROM W-T-ABERTURA.
           05  LINE 11  COLUMN 30
               VALUE  "LAST SEEN:".
           05  LINE 11  COLUMN 42  PIC X(10) FROM W-T-ULTIMA.
           05  LINE 12  COLUMN 01
               VALUE  "   TAKEN BY:".
           05  LINE 12  COLUMN 15  PIC X(08) FROM EXC-RESPONSAVEL.
           05  LINE 12  COLUMN 30
               VALUE  "ON:".
           05  LINE 12  COLUMN 42  PIC X(10) FROM W-T-ASSUMIDO.
           05  LINE 13  COLUMN 01
               VALUE  "   CLOSED BY:".
           05  LINE 13  COLUMN 15  PIC X(08) FROM EXC-OPER-FECHA.
           05  LINE 13  COLUMN 30
               VALUE  "ON:".
           05  LINE 13  COLUMN 42  PIC X(10) FROM W-T-FECHA.
           05  LINE 15  COLUMN 01
               VALUE  "   NOTE:".
           05  TNOTA
               LINE 16  COLUMN 04  PIC X(60)
               USING  EXC-NOTA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** SIGN THE CLERK ON FOR THIS SESSION ****************
       R00.
           DISPLAY (23, 20) "OPERATOR ID:"
           ACCEPT (23, 35) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** ENTER OPERATOR ID ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R00.

      ********** OPEN THE QUEUE **************************************
      ***** CADPND AND CADLOG ARE ONLY READ, WHEN A CLOSE AS FIXED **
      ***** HAS TO BE PROVED (SEE R7-PROVA) **************************
       R0.
           OPEN I-O CADEXC
           IF ST-EXC NOT = "00"
              IF ST-EXC = "30"
                 MOVE "*** NO EXCEPTIONS ON FILE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 STOP RUN
              ELSE
                 MOVE "ERROR IN OPEN CADEXC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 STOP RUN.

      ********* ASK WHERE TO START THE WALK **************************
       R1.
           MOVE ZEROS TO W-COD-INICIO
           DISPLAY (23, 12) "START AT COD (0 = FIRST):"
           ACCEPT (23, 40) W-COD-INICIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE W-COD-INICIO TO EXC-COD
           MOVE LOW-VALUES   TO EXC-ORIGEM
           START CADEXC KEY IS NOT LESS THAN EXC-CHAVE
           IF ST-EXC NOT = "00"
              MOVE "*** NO ITEMS FROM THAT COD ON ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      ***** CLOSED ITEMS STAY ON FILE FOR THE RECORD BUT ARE NOT *****
      ***** SHOWN - ONLY OPEN AND TAKEN ITEMS NEED A CLERK ***********
       R2-LE.
           READ CADEXC NEXT RECORD
              AT END
                 MOVE "*** END OF QUEUE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           IF EXC-FECHADO
              GO TO R2-LE.

      ********* SHOW THE ITEM AND ASK WHAT TO DO *********************
       R3-MOSTRA.
           PERFORM R4-FORMATA THRU R4-FORMATA-EXIT
           DISPLAY TELAEXC.
       R3-DECIDE.
           DISPLAY (23, 12)
               "T=TAKE N=NOTE F=FIXED X=NO ACTION ENTER=NEXT ESC=EXIT"
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 66) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "T" OR "t"
              GO TO R5-ASSUME.
           IF W-OPCAO = "N" OR "n"
              GO TO R6-NOTA.
           IF W-OPCAO = "F" OR "f"
              GO TO R7-PROVA.
           IF W-OPCAO = "X" OR "x"
              GO TO R8-SEM-ACAO.
           IF W-OPCAO = SPACES
              GO TO R2-LE.
           GO TO R3-DECIDE.

      ********* TAKE THE ITEM ****************************************
      ***** AN ITEM ANOTHER CLERK HAS TAKEN OR CLOSED SINCE IT WAS ***
      ***** SHOWN IS LEFT TO THEM - THE CURRENT ITEM IS RE-READ ******
       R5-ASSUME.
           PERFORM R9A-RELE THRU R9A-RELE-EXIT
           IF W-RELIDO = "N"
              GO TO R3-MOSTRA.
           IF EXC-FECHADO
              MOVE SPACES TO MENS
              STRING "*** ALREADY CLOSED BY " DELIMITED SIZE
                     EXC-OPER-FECHA           DELIMITED SIZE
                     " ***"                   DELIMITED SIZE
                INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-MOSTRA.
           IF EXC-ASSUMIDO
              IF EXC-RESPONSAVEL NOT = W-OPERADOR
                 MOVE SPACES TO MENS
                 STRING "*** ALREADY TAKEN BY " DELIMITED SIZE
                        EXC-RESPONSAVEL         DELIMITED SIZE
                        " ***"                  DELIMITED SIZE
                   INTO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3-MOSTRA
              ELSE
                 GO TO R3-MOSTRA.
           MOVE "T"        TO EXC-SITUACAO
           MOVE W-OPERADOR TO EXC-RESPONSAVEL
           ACCEPT EXC-DATA-ASSUMIDO FROM DATE YYYYMMDD
           PERFORM R9-GRAVA THRU R9-GRAVA-EXIT
           MOVE "*** TAKEN ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3-MOSTRA.

      ********* ADD OR CHANGE THE NOTE *******************************
       R6-NOTA.
           IF NOT EXC-ASSUMIDO
               OR EXC-RESPONSAVEL NOT = W-OPERADOR
              MOVE "*** TAKE THE ITEM FIRST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DECIDE.
           ACCEPT TNOTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-DECIDE.
           MOVE EXC-NOTA TO W-NOTA
           PERFORM R9B-CONFERE THRU R9B-CONFERE-EXIT
           IF W-RELIDO = "N"
              GO TO R3-MOSTRA.
           MOVE W-NOTA TO EXC-NOTA
           PERFORM R9-GRAVA THRU R9-GRAVA-EXIT
           MOVE "*** NOTE RECORDED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3-DECIDE.

      ********* CLOSE AS FIXED - THE FIX MUST BE ON RECORD ***********
      ***** EITHER A PROPOSAL FOR THE COD IS WAITING ON CADPND, OR ***
      ***** CADLOG SHOWS AN N/C/D APPLIED TO THE COD ON OR AFTER THE *
      ***** DAY THE ITEM WAS OPENED **********************************
       R7-PROVA.
           IF NOT EXC-ASSUMIDO
               OR EXC-RESPONSAVEL NOT = W-OPERADOR
              MOVE "*** TAKE THE ITEM FIRST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DECIDE.
           MOVE "N" TO W-ACHOU
           PERFORM R7A-PROCURA-PND THRU R7A-PROCURA-PND-EXIT
           IF W-ACHOU = "N"
              PERFORM R7B-PROCURA-LOG THRU R7B-PROCURA-LOG-EXIT.
           IF W-ACHOU = "N"
              MOVE "** NO PROPOSAL OR CADCEP CHANGE FOR THIS COD **"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DECIDE.
           MOVE "F" TO W-SITUACAO-NOVA
           GO TO R8-FECHA.

      ***** ANY PROPOSAL STILL WAITING FOR THE COD *******************
       R7A-PROCURA-PND.
           OPEN INPUT CADPND
           IF ST-PND NOT = "00"
              GO TO R7A-PROCURA-PND-EXIT.
           MOVE ZEROS TO PND-SEQ
           START CADPND KEY IS NOT LESS THAN PND-SEQ
           IF ST-PND NOT = "00"
              GO TO R7A-FECHA.
       R7A-LE.
           READ CADPND NEXT RECORD
              AT END GO TO R7A-FECHA.
           IF PND-COD NOT = EXC-COD
              GO TO R7A-LE.
           MOVE "S" TO W-ACHOU.
       R7A-FECHA.
           CLOSE CADPND.
       R7A-PROCURA-PND-EXIT.
           EXIT.

      ***** AN APPLIED CHANGE TO THE COD SINCE THE ITEM WAS OPENED ***
       R7B-PROCURA-LOG.
           OPEN INPUT CADLOG
           IF ST-LOG NOT = "00"
              GO TO R7B-PROCURA-LOG-EXIT.
       R7B-LE.
           READ CADLOG
              AT END GO TO R7B-FECHA.
           IF LOG-COD NOT = EXC-COD
              GO TO R7B-LE.
           IF LOG-DATA < EXC-DATA-ABERTURA
              GO TO R7B-LE.
           IF LOG-ACAO-NOVO OR LOG-ACAO-ALTERA OR LOG-ACAO-EXCLUI
              MOVE "S" TO W-ACHOU
              GO TO R7B-FECHA.
           GO TO R7B-LE.
       R7B-FECHA.
           CLOSE CADLOG.
       R7B-PROCURA-LOG-EXIT.
           EXIT.

      ********* CLOSE AS NO ACTION - THE NOTE MUST SAY WHY ***********
       R8-SEM-ACAO.
           IF NOT EXC-ASSUMIDO
               OR EXC-RESPONSAVEL NOT = W-OPERADOR
              MOVE "*** TAKE THE ITEM FIRST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DECIDE.
           IF EXC-NOTA = SPACES
              MOVE "*** ADD A NOTE SAYING WHY - N=NOTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DECIDE.
           MOVE "N" TO W-SITUACAO-NOVA.

      ********* STAMP THE CLOSE AND MOVE ON **************************
      ***** THE ITEM IS RE-READ AND MUST STILL BE THIS CLERK'S *******
       R8-FECHA.
           PERFORM R9B-CONFERE THRU R9B-CONFERE-EXIT
           IF W-RELIDO = "N"
              GO TO R3-MOSTRA.
           MOVE W-SITUACAO-NOVA TO EXC-SITUACAO
           MOVE W-OPERADOR TO EXC-OPER-FECHA
           ACCEPT EXC-DATA-FECHA FROM DATE YYYYMMDD
           PERFORM R9-GRAVA THRU R9-GRAVA-EXIT
           ADD 1 TO W-QTD-FECHADOS
           MOVE "*** CLOSED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2-LE.

      ********* REWRITE THE ITEM *************************************
       R9-GRAVA.
           REWRITE REGEXC
           IF ST-EXC NOT = "00"
              MOVE "ERROR IN CHANGE REGISTER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R9-GRAVA-EXIT.
           EXIT.

      ********* RE-READ THE ITEM ON SCREEN BEFORE CHANGING IT ********
      ***** THE KEY IS STILL IN EXC-CHAVE. THE READ LEAVES THE WALK **
      ***** POSITIONED ON THE ITEM, SO R2-LE GOES ON FROM HERE *******
       R9A-RELE.
           MOVE "S" TO W-RELIDO
           READ CADEXC
           IF ST-EXC = "23"
              MOVE "N" TO W-RELIDO
              MOVE "*** ITEM NO LONGER ON FILE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9A-RELE-EXIT.
           IF ST-EXC NOT = "00"
              MOVE "ERROR IN READ CADEXC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R9A-RELE-EXIT.
           EXIT.

      ***** RE-READ, AND THE ITEM MUST STILL BE TAKEN BY THIS CLERK **
       R9B-CONFERE.
           PERFORM R9A-RELE THRU R9A-RELE-EXIT
           IF W-RELIDO = "N"
              GO TO R9B-CONFERE-EXIT.
           IF EXC-ASSUMIDO AND EXC-RESPONSAVEL = W-OPERADOR
              GO TO R9B-CONFERE-EXIT.
           MOVE "N" TO W-RELIDO
           MOVE SPACES TO MENS
           IF EXC-FECHADO
              STRING "*** ALREADY CLOSED BY " DELIMITED SIZE
                     EXC-OPER-FECHA           DELIMITED SIZE
                     " ***"                   DELIMITED SIZE
                INTO MENS
           ELSE
              IF EXC-ASSUMIDO
                 STRING "*** ALREADY TAKEN BY " DELIMITED SIZE
                        EXC-RESPONSAVEL         DELIMITED SIZE
                        " ***"                  DELIMITED SIZE
                   INTO MENS
              ELSE
                 MOVE "*** TAKE THE ITEM FIRST ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R9B-CONFERE-EXIT.
           EXIT.

      ********* EDIT THE ITEM FOR THE SCREEN *************************
       R4-FORMATA.
           IF EXC-ORIG-FAIXA
              MOVE "COD OUT OF UF RANGE (SMP0016)" TO W-T-ORIGEM
           ELSE
              IF EXC-ORIG-INVALIDO
                 MOVE "FLAGGED INVALID (SMP0017)" TO W-T-ORIGEM
              ELSE
                 IF EXC-ORIG-RET-CID
                    MOVE "RETURNED CITY UNKNOWN (SMP0017)" TO W-T-ORIGEM
                 ELSE
                    IF EXC-ORIG-CONTESTA
                       MOVE "CONTESTED DIFFERENCE (SMP0034)"
                                                       TO W-T-ORIGEM
                    ELSE
                       IF EXC-ORIG-CARGA-CID
                          MOVE "LOAD CITY UNKNOWN (SMP0006)"
                                                       TO W-T-ORIGEM
                       ELSE
                          MOVE SPACES TO W-T-ORIGEM.
           IF EXC-ABERTO
              MOVE "OPEN        " TO W-T-SITUACAO
           ELSE
              IF EXC-ASSUMIDO
                 MOVE "TAKEN       " TO W-T-SITUACAO
              ELSE
                 IF EXC-CORRIGIDO
                    MOVE "FIXED       " TO W-T-SITUACAO
                 ELSE
                    MOVE "NO ACTION   " TO W-T-SITUACAO.
           MOVE EXC-DATA-ABERTURA TO W-DATA-ED
           PERFORM R4A-EDITA-DATA THRU R4A-EDITA-DATA-EXIT
           MOVE W-DATA-FMT TO W-T-ABERTURA
           MOVE EXC-DATA-ULTIMA TO W-DATA-ED
           PERFORM R4A-EDITA-DATA THRU R4A-EDITA-DATA-EXIT
           MOVE W-DATA-FMT TO W-T-ULTIMA
           MOVE EXC-DATA-ASSUMIDO TO W-DATA-ED
           PERFORM R4A-EDITA-DATA THRU R4A-EDITA-DATA-EXIT
           MOVE W-DATA-FMT TO W-T-ASSUMIDO
           MOVE EXC-DATA-FECHA TO W-DATA-ED
           PERFORM R4A-EDITA-DATA THRU R4A-EDITA-DATA-EXIT
           MOVE W-DATA-FMT TO W-T-FECHA.
       R4-FORMATA-EXIT.
           EXIT.

      ***** YYYYMMDD TO DD/MM/YYYY - A ZERO DATE SHOWS AS BLANKS *****
       R4A-EDITA-DATA.
           MOVE W-DATA-ED (7:2) TO W-F-DIA
           MOVE W-DATA-ED (5:2) TO W-F-MES
           MOVE W-DATA-ED (1:4) TO W-F-ANO.
           IF W-DATA-ED = ZEROS
              MOVE SPACES TO W-DATA-FMT.
       R4A-EDITA-DATA-EXIT.
           EXIT.

       ROT-FIM.
           DISPLAY (24, 1) "CLOSED: " W-QTD-FECHADOS
           CLOSE CADEXC.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
