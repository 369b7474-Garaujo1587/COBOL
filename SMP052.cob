       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0052.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    HEAD-OFFICE CONSOLIDATION OF    *
      *    THE REGIONAL INSTALLATIONS.     *
      *    EACH REGION ON REGCTL SENDS ITS *
      *    CADCEP.DAT AND CADLOG.DAT,      *
      *    COPIED IN AS CEPRxxx.DAT AND    *
      *    LOGRxxx.DAT (xxx = REGION). THE *
      *    JOB REBUILDS THE CONSOLIDATED   *
      *    MASTER (CADCON) AND AUDIT TRAIL *
      *    (LOGCON), EVERY RECORD STAMPED  *
      *    WITH ITS REGION. WHEN REGIONS   *
      *    HOLD THE SAME COD WITH          *
      *    DIFFERENT FIELDS, THE VERSION   *
      *    WITH THE LATEST N/C/D CADLOG    *
      *    ENTRY IS KEPT; ON A TIE, THE    *
      *    REGION LISTED FIRST ON REGCTL.  *
      *    EVERY SUCH CONFLICT IS PRINTED  *
      *    ON RELCON WITH ALL VERSIONS,    *
      *    THE REGION AND OPERATOR OF      *
      *    EACH, AND WHICH ONE WON.        *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REGCTLS.
           COPY CEPREGS.
           COPY LOGREGS.
           COPY CADCONS.
           COPY LOGCONS.
           COPY BATLOGS.
           SELECT SORTCON ASSIGN TO DISK.
           SELECT RELCON ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY REGCTLF.
           COPY CEPREGF.
           COPY LOGREGF.
           COPY CADCONF.
           COPY LOGCONF.
           COPY BATLOGF.
      *    ONE RECORD PER REGIONAL CADCEP RECORD (C) AND PER REGIONAL
      *    N/C/D CADLOG ENTRY (L), SO EACH COD ARRIVES WITH ITS
      *    VERSIONS REGION BY REGION, EACH FOLLOWED BY ITS CHANGES
      *    OLDEST FIRST. S-IMAGEM IS A WHOLE REGCEP (118 BYTES - KEEP
      *    IT, W-TV-IMAGEM AND W-IMAGEM IN STEP WITH CADCEPF)
       SD  SORTCON.
       01  REGSORT.
           03  S-COD         PIC 9(08).
           03  S-IX-REGIAO   PIC 9(02).
           03  S-TIPO-REG    PIC X(01).
               88  S-VERSAO          VALUE "C".
           03  S-CARIMBO.
               05  S-DATA    PIC 9(08).
               05  S-HORA    PIC 9(06).
           03  S-OPERADOR    PIC X(08).
           03  S-IMAGEM      PIC X(118).
       FD  RELCON
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  ST-CTL            PIC X(02) VALUE "00".
       01  ST-CRG            PIC X(02) VALUE "00".
       01  ST-LRG            PIC X(02) VALUE "00".
       01  ST-CON            PIC X(02) VALUE "00".
       01  ST-LGC            PIC X(02) VALUE "00".
       01  ST-BAT            PIC X(02) VALUE "00".
       01  ST-REL            PIC X(02) VALUE "00".
       77  W-LINHA           PIC 9(02) VALUE 99.
       77  W-PAGINA          PIC 9(04) VALUE ZEROS.
       77  W-MAX-LINHAS      PIC 9(02) VALUE 55.
       77  W-ERRO-SORT       PIC X(01) VALUE "N".
       77  W-FIM-SORT        PIC X(01) VALUE "N".
      *    S ONCE CADCON HAS BEEN OPENED OUTPUT - FROM THEN ON AN
      *    ABNORMAL END LEAVES IT HALF BUILT
       77  W-CADCON-ABERTO   PIC X(01) VALUE "N".
       77  W-QTD-LIDOS       PIC 9(08) VALUE ZEROS.
       77  W-QTD-CEPS        PIC 9(08) VALUE ZEROS.
       77  W-QTD-LOGS        PIC 9(08) VALUE ZEROS.
       77  W-QTD-GRAVADOS    PIC 9(08) VALUE ZEROS.
       77  W-QTD-MULTIPLOS   PIC 9(08) VALUE ZEROS.
       77  W-QTD-CONFLITOS   PIC 9(08) VALUE ZEROS.
       77  W-QTD-VENCIDAS    PIC 9(08) VALUE ZEROS.
       77  W-IX              PIC 9(02) VALUE ZEROS.
       77  W-JX              PIC 9(02) VALUE ZEROS.
       77  W-VENC            PIC 9(02) VALUE ZEROS.
       77  W-COD-ATUAL       PIC 9(08) VALUE ZEROS.
       77  W-REGIAO-ANT      PIC 9(02) VALUE ZEROS.
       77  W-COM-CEP         PIC 9(02) VALUE ZEROS.
       77  W-CONFLITO        PIC X(01) VALUE "N".
       01  W-DATA-HOJE.
           03  W-ANO         PIC 9(04).
           03  W-MES         PIC 9(02).
           03  W-DIA         PIC 9(02).

      *    PHYSICAL NAMES OF THE REGION BEING READ (SEE CEPREGS AND
      *    LOGREGS)
       01  W-CRG-ARQUIVO.
           03  FILLER        PIC X(04) VALUE "CEPR".
           03  W-CRG-REGIAO  PIC X(03).
           03  FILLER        PIC X(04) VALUE ".DAT".
       01  W-LRG-ARQUIVO.
           03  FILLER        PIC X(04) VALUE "LOGR".
           03  W-LRG-REGIAO  PIC X(03).
           03  FILLER        PIC X(04) VALUE ".DAT".

      *    THE REGIONS ON REGCTL, IN THE ORDER LISTED, WITH WHAT
      *    EACH ONE CONTRIBUTED. 20 SLOTS IS MORE REGIONAL
      *    INSTALLATIONS THAN THE COMPANY HAS EVER HAD.
       01  W-TAB-REG.
           03  W-TR-ITEM OCCURS 20 TIMES.
               05  W-TR-REGIAO   PIC X(03).
               05  W-TR-NOME     PIC X(30).
               05  W-TR-CEPS     PIC 9(08).
               05  W-TR-LOGS     PIC 9(08).
               05  W-TR-MANTIDOS PIC 9(08).
               05  W-TR-VENCIDAS PIC 9(08).
       77  W-TR-USADOS       PIC 9(02) VALUE ZEROS.

      *    THE VERSIONS OF THE COD BEING CONSOLIDATED, ONE PER REGION
      *    THAT HAS THE COD ON CADCEP OR IN ITS TRAIL. THE STAMP IS
      *    THE REGION'S LATEST N/C/D ENTRY FOR THE COD.
       01  W-TAB-VERSAO.
           03  W-TV-ITEM OCCURS 20 TIMES.
               05  W-TV-IX-REGIAO PIC 9(02).
               05  W-TV-TEM-CEP   PIC X(01).
               05  W-TV-CARIMBO.
                   07  W-TV-DATA  PIC 9(08).
                   07  W-TV-HORA  PIC 9(06).
               05  W-TV-OPERADOR  PIC X(08).
               05  W-TV-IMAGEM    PIC X(118).
       77  W-TV-USADOS       PIC 9(02) VALUE ZEROS.

      *    ONE VERSION'S FIELDS FOR PRINTING, IN THE REGCEP ORDER
       01  W-IMAGEM.
           03  W-IM-COD          PIC 9(08).
           03  W-IM-ENDERECO     PIC X(30).
           03  W-IM-NUMERO       PIC X(06).
           03  W-IM-COMPLEMENTO  PIC X(14).
           03  W-IM-BAIRRO       PIC X(20).
           03  W-IM-CIDADE       PIC X(20).
           03  W-IM-UF           PIC X(02).
           03  W-IM-TIPO         PIC X(01).
           03  W-IM-SITUACAO     PIC X(01).
           03  W-IM-DATA-DESATIV PIC 9(08).
           03  W-IM-COD-SUCESSOR PIC 9(08).

      *    THE STAMP OF A VERSION, SPLIT FOR PRINTING
       01  W-CARIMBO.
           03  W-CB-ANO      PIC 9(04).
           03  W-CB-MES      PIC 9(02).
           03  W-CB-DIA      PIC 9(02).
           03  W-CB-HH       PIC 9(02).
           03  W-CB-MI       PIC 9(02).
           03  W-CB-SS       PIC 9(02).
       01  W-CARIMBO-ED.
           03  W-CE-DIA      PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  W-CE-MES      PIC 99.
           03  FILLER        PIC X(01) VALUE "/".
           03  W-CE-ANO      PIC 9999.
           03  FILLER        PIC X(01) VALUE SPACES.
           03  W-CE-HH       PIC 99.
           03  FILLER        PIC X(01) VALUE ":".
           03  W-CE-MI       PIC 99.
           03  FILLER        PIC X(01) VALUE ":".
           03  W-CE-SS       PIC 99.

       01  LC-TITULO.
           03  FILLER        PIC X(20) VALUE SPACES.
           03  FILLER        PIC X(40)
               VALUE "REGIONAL CONSOLIDATION - CONFLICTS".
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

       01  LC-CABEC.
           03  FILLER        PIC X(09) VALUE SPACES.
           03  FILLER        PIC X(32) VALUE "ADDRESS".
           03  FILLER        PIC X(08) VALUE "NUM".
           03  FILLER        PIC X(16) VALUE "COMPLEMENT".
           03  FILLER        PIC X(22) VALUE "BURGH".
           03  FILLER        PIC X(22) VALUE "CITY".
           03  FILLER        PIC X(04) VALUE "UF".
           03  FILLER        PIC X(03) VALUE "TP".
           03  FILLER        PIC X(03) VALUE "ST".
           03  FILLER        PIC X(13) VALUE "SUCCESSOR".

       01  LC-COD.
           03  FILLER        PIC X(04) VALUE "COD ".
           03  LC-C-COD        PIC 9(08).
           03  FILLER        PIC X(40)
               VALUE " - REGIONS HOLD DIFFERENT FIELDS".
           03  FILLER        PIC X(80) VALUE SPACES.

       01  LC-VERSAO.
           03  FILLER        PIC X(04) VALUE SPACES.
           03  LV-RESULTADO  PIC X(05).
           03  FILLER        PIC X(07) VALUE "REGION ".
           03  LV-REGIAO     PIC X(03).
           03  FILLER        PIC X(01) VALUE SPACES.
           03  LV-NOME       PIC X(30).
           03  FILLER        PIC X(11) VALUE "  OPERATOR ".
           03  LV-OPERADOR   PIC X(08).
           03  FILLER        PIC X(14) VALUE "  LAST CHANGE ".
           03  LV-CARIMBO    PIC X(19).
           03  FILLER        PIC X(30) VALUE SPACES.

       01  LC-CAMPOS.
           03  FILLER        PIC X(09) VALUE SPACES.
           03  LF-ENDERECO   PIC X(30).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-NUMERO     PIC X(06).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-COMPLEMENTO PIC X(14).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-BAIRRO     PIC X(20).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-CIDADE     PIC X(20).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-UF         PIC X(02).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-TIPO       PIC X(01).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-SIT        PIC X(01).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LF-SUCESSOR   PIC 9(08) BLANK WHEN ZERO.
           03  FILLER        PIC X(05) VALUE SPACES.

       01  LC-SECAO.
           03  FILLER        PIC X(06) VALUE "*** ".
           03  LC-S-TITULO   PIC X(50).
           03  FILLER        PIC X(76) VALUE SPACES.

       01  LC-CABEC-REG.
           03  FILLER        PIC X(08) VALUE "REGION".
           03  FILLER        PIC X(32) VALUE "NAME".
           03  FILLER        PIC X(12) VALUE "  CADCEP".
           03  FILLER        PIC X(12) VALUE "  CADLOG".
           03  FILLER        PIC X(12) VALUE "    KEPT".
           03  FILLER        PIC X(12) VALUE "  OVERRULED".
           03  FILLER        PIC X(44) VALUE SPACES.

       01  LC-DET-REG.
           03  LR-REGIAO     PIC X(03).
           03  FILLER        PIC X(05) VALUE SPACES.
           03  LR-NOME       PIC X(30).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-CEPS       PIC ZZ.ZZZ.ZZ9.
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-LOGS       PIC ZZ.ZZZ.ZZ9.
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-MANTIDOS   PIC ZZ.ZZZ.ZZ9.
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LR-VENCIDAS   PIC ZZ.ZZZ.ZZ9.
           03  FILLER        PIC X(46) VALUE SPACES.

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
           PERFORM R1-CARREGA-REGIOES THRU R1-CARREGA-REGIOES-EXIT
           OPEN OUTPUT RELCON
           IF ST-REL NOT = "00"
              DISPLAY "SMP0052 - ERROR OPENING RELCON STATUS " ST-REL
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT CADCON
           IF ST-CON NOT = "00"
              DISPLAY "SMP0052 - ERROR OPENING CADCON STATUS " ST-CON
              GO TO ROT-FIM-ERRO.
           MOVE "S" TO W-CADCON-ABERTO
           OPEN OUTPUT LOGCON
           IF ST-LGC NOT = "00"
              DISPLAY "SMP0052 - ERROR OPENING LOGCON STATUS " ST-LGC
              GO TO ROT-FIM-ERRO.
           SORT SORTCON ON ASCENDING KEY S-COD
                            ASCENDING KEY S-IX-REGIAO
                            ASCENDING KEY S-TIPO-REG
                            ASCENDING KEY S-CARIMBO
               INPUT PROCEDURE R2-LE-REGIOES THRU R2-LE-REGIOES-EXIT
               OUTPUT PROCEDURE R4-CONSOLIDA THRU R4-CONSOLIDA-EXIT
           IF W-ERRO-SORT = "S"
              GO TO ROT-FIM-ERRO.
           PERFORM R7-TOTAIS THRU R7-TOTAIS-EXIT
           CLOSE CADCON LOGCON RELCON
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           STOP RUN.

      ********** LOAD THE REGION LIST ********************************
      ***** THE CODE NAMES THE REGION'S FILES, SO IT MUST BE THREE ***
      ***** CHARACTERS AND APPEAR ONLY ONCE **************************
       R1-CARREGA-REGIOES.
           OPEN INPUT REGCTL
           IF ST-CTL NOT = "00"
              DISPLAY "SMP0052 - ERROR OPENING REGCTL STATUS " ST-CTL
              GO TO ROT-FIM-ERRO.
       R1-LE-CTL.
           READ REGCTL
              AT END GO TO R1-FIM-CTL.
           IF REGCTLR = SPACES OR CTL-REGIAO (1:1) = "*"
              GO TO R1-LE-CTL.
           IF CTL-REGIAO (1:1) = SPACE OR CTL-REGIAO (2:1) = SPACE
               OR CTL-REGIAO (3:1) = SPACE
              DISPLAY "SMP0052 - REGCTL - REGION CODE [" CTL-REGIAO
                  "] MUST BE THREE CHARACTERS"
              GO TO ROT-FIM-ERRO.
           MOVE ZEROS TO W-IX.
       R1-DUPLICADA.
           IF W-IX < W-TR-USADOS
              ADD 1 TO W-IX
              IF W-TR-REGIAO (W-IX) = CTL-REGIAO
                 DISPLAY "SMP0052 - REGCTL - REGION " CTL-REGIAO
                     " LISTED TWICE"
                 GO TO ROT-FIM-ERRO
              ELSE
                 GO TO R1-DUPLICADA.
           IF W-TR-USADOS >= 20
              DISPLAY "SMP0052 - REGCTL - MORE THAN 20 REGIONS"
              GO TO ROT-FIM-ERRO.
           ADD 1 TO W-TR-USADOS
           MOVE CTL-REGIAO TO W-TR-REGIAO (W-TR-USADOS)
           MOVE CTL-NOME   TO W-TR-NOME (W-TR-USADOS)
           MOVE ZEROS TO W-TR-CEPS (W-TR-USADOS)
                         W-TR-LOGS (W-TR-USADOS)
                         W-TR-MANTIDOS (W-TR-USADOS)
                         W-TR-VENCIDAS (W-TR-USADOS)
           GO TO R1-LE-CTL.
       R1-FIM-CTL.
           CLOSE REGCTL
           IF W-TR-USADOS = ZEROS
              DISPLAY "SMP0052 - NO REGIONS ON REGCTL"
              GO TO ROT-FIM-ERRO.
           DISPLAY "SMP0052 - REGIONS TO CONSOLIDATE .. " W-TR-USADOS.
       R1-CARREGA-REGIOES-EXIT.
           EXIT.

      ********** INPUT PROCEDURE - EVERY REGION IN TURN **************
       R2-LE-REGIOES.
           MOVE ZEROS TO W-IX
           PERFORM R3-LE-REGIAO THRU R3-LE-REGIAO-EXIT
              UNTIL W-IX >= W-TR-USADOS OR W-ERRO-SORT = "S".
       R2-LE-REGIOES-EXIT.
           EXIT.

      ***** THE REGION'S CADCEP GOES TO THE SORT AS VERSIONS; ITS ****
      ***** CADLOG IS COPIED TO LOGCON AND ITS N/C/D ENTRIES GO TO ***
      ***** THE SORT AS CHANGE STAMPS. A REGION WITHOUT A TRAIL IS ***
      ***** TAKEN, BUT ITS VERSIONS LOSE TO ANY STAMPED ONE *********
       R3-LE-REGIAO.
           ADD 1 TO W-IX
           MOVE W-TR-REGIAO (W-IX) TO W-CRG-REGIAO W-LRG-REGIAO
           OPEN INPUT CEPREG
           IF ST-CRG NOT = "00"
              DISPLAY "SMP0052 - ERROR OPENING " W-CRG-ARQUIVO
                  " STATUS " ST-CRG
              MOVE "S" TO W-ERRO-SORT
              GO TO R3-LE-REGIAO-EXIT.
       R3-LE-CEP.
           READ CEPREG NEXT RECORD
              AT END GO TO R3-FIM-CEP.
           ADD 1 TO W-QTD-CEPS W-QTD-LIDOS W-TR-CEPS (W-IX)
           MOVE RG-COD  TO S-COD
           MOVE W-IX    TO S-IX-REGIAO
           MOVE "C"     TO S-TIPO-REG
           MOVE ZEROS   TO S-CARIMBO
           MOVE SPACES  TO S-OPERADOR
           MOVE REGCRG  TO S-IMAGEM
           RELEASE REGSORT
           GO TO R3-LE-CEP.
       R3-FIM-CEP.
           CLOSE CEPREG
           OPEN INPUT LOGREG
           IF ST-LRG NOT = "00"
              IF ST-LRG = "30" OR ST-LRG = "35"
                 DISPLAY "SMP0052 - NO AUDIT TRAIL FOR REGION "
                     W-TR-REGIAO (W-IX) " - ITS CODES CARRY NO"
                     " CHANGE DATE"
                 GO TO R3-LE-REGIAO-EXIT
              ELSE
                 DISPLAY "SMP0052 - ERROR OPENING " W-LRG-ARQUIVO
                     " STATUS " ST-LRG
                 MOVE "S" TO W-ERRO-SORT
                 GO TO R3-LE-REGIAO-EXIT.
       R3-LE-LOG.
           READ LOGREG
              AT END GO TO R3-FIM-LOG.
           ADD 1 TO W-QTD-LOGS W-QTD-LIDOS W-TR-LOGS (W-IX)
           MOVE REGLRG             TO LGC-REGLOG
           MOVE W-TR-REGIAO (W-IX) TO LGC-REGIAO
           WRITE REGLGC
           IF ST-LGC NOT = "00"
              DISPLAY "SMP0052 - ERROR WRITING LOGCON STATUS " ST-LGC
              MOVE "S" TO W-ERRO-SORT
              GO TO R3-FIM-LOG.
           IF NOT RGL-ACAO-NOVO AND NOT RGL-ACAO-ALTERA
               AND NOT RGL-ACAO-EXCLUI
              GO TO R3-LE-LOG.
           MOVE RGL-COD      TO S-COD
           MOVE W-IX         TO S-IX-REGIAO
           MOVE "L"          TO S-TIPO-REG
           MOVE RGL-DATA     TO S-DATA
           MOVE RGL-HORA     TO S-HORA
           MOVE RGL-OPERADOR TO S-OPERADOR
           MOVE SPACES       TO S-IMAGEM
           RELEASE REGSORT
           GO TO R3-LE-LOG.
       R3-FIM-LOG.
           CLOSE LOGREG.
       R3-LE-REGIAO-EXIT.
           EXIT.

      ********** OUTPUT PROCEDURE - ONE COD AT A TIME ***************
      ***** ALL THE SORTED RECORDS OF A COD ARE GATHERED INTO ONE ****
      ***** VERSION PER REGION; THE LAST STAMP OF A REGION IS ITS ****
      ***** LATEST CHANGE SINCE THE STAMPS COME OLDEST FIRST *********
       R4-CONSOLIDA.
           PERFORM R4A-RETORNA THRU R4A-RETORNA-EXIT.
       R4-GRUPO.
           IF W-FIM-SORT = "S" OR W-ERRO-SORT = "S"
              GO TO R4-CONSOLIDA-EXIT.
           MOVE S-COD TO W-COD-ATUAL
           MOVE ZEROS TO W-TV-USADOS W-REGIAO-ANT.
       R4-JUNTA.
           IF S-IX-REGIAO NOT = W-REGIAO-ANT
              MOVE S-IX-REGIAO TO W-REGIAO-ANT
              ADD 1 TO W-TV-USADOS
              MOVE S-IX-REGIAO TO W-TV-IX-REGIAO (W-TV-USADOS)
              MOVE "N"    TO W-TV-TEM-CEP (W-TV-USADOS)
              MOVE ZEROS  TO W-TV-CARIMBO (W-TV-USADOS)
              MOVE SPACES TO W-TV-OPERADOR (W-TV-USADOS)
                             W-TV-IMAGEM (W-TV-USADOS).
           IF S-VERSAO
              MOVE "S"      TO W-TV-TEM-CEP (W-TV-USADOS)
              MOVE S-IMAGEM TO W-TV-IMAGEM (W-TV-USADOS)
           ELSE
              MOVE S-CARIMBO  TO W-TV-CARIMBO (W-TV-USADOS)
              MOVE S-OPERADOR TO W-TV-OPERADOR (W-TV-USADOS).
           PERFORM R4A-RETORNA THRU R4A-RETORNA-EXIT
           IF W-FIM-SORT = "N" AND S-COD = W-COD-ATUAL
              GO TO R4-JUNTA.
           PERFORM R5-FECHA-COD THRU R5-FECHA-COD-EXIT
           GO TO R4-GRUPO.
       R4-CONSOLIDA-EXIT.
           EXIT.

       R4A-RETORNA.
           RETURN SORTCON
              AT END MOVE "S" TO W-FIM-SORT.
       R4A-RETORNA-EXIT.
           EXIT.

      ********** KEEP THE WINNING VERSION OF THE COD ****************
      ***** ONLY REGIONS THAT STILL HAVE THE COD ON CADCEP COUNT - ***
      ***** A TRAIL ENTRY ALONE IS NOT A VERSION. THE LATEST STAMP ***
      ***** WINS; ON A TIE THE FIRST REGION FOUND (REGCTL ORDER) *****
       R5-FECHA-COD.
           MOVE ZEROS TO W-VENC W-COM-CEP W-JX
           PERFORM R5A-ESCOLHE THRU R5A-ESCOLHE-EXIT
              UNTIL W-JX >= W-TV-USADOS.
           IF W-VENC = ZEROS
              GO TO R5-FECHA-COD-EXIT.
           MOVE W-TV-IMAGEM (W-VENC)   TO CON-CEP
           MOVE W-TV-IX-REGIAO (W-VENC) TO W-IX
           MOVE W-TR-REGIAO (W-IX)     TO CON-REGIAO
           MOVE W-TV-DATA (W-VENC)     TO CON-LOG-DATA
           MOVE W-TV-HORA (W-VENC)     TO CON-LOG-HORA
           MOVE W-TV-OPERADOR (W-VENC) TO CON-LOG-OPERADOR
           WRITE REGCON
           IF ST-CON NOT = "00"
              DISPLAY "SMP0052 - ERROR WRITING CADCON COD " CON-COD
                  " STATUS " ST-CON
              MOVE "S" TO W-ERRO-SORT
              GO TO R5-FECHA-COD-EXIT.
           ADD 1 TO W-QTD-GRAVADOS W-TR-MANTIDOS (W-IX)
           IF W-COM-CEP > 1
              ADD 1 TO W-QTD-MULTIPLOS.
           MOVE "N" TO W-CONFLITO
           MOVE ZEROS TO W-JX
           PERFORM R5B-COMPARA THRU R5B-COMPARA-EXIT
              UNTIL W-JX >= W-TV-USADOS.
           IF W-CONFLITO = "S"
              WRITE LINHA-REL FROM LC-BRANCO
              ADD 1 TO W-LINHA.
       R5-FECHA-COD-EXIT.
           EXIT.

       R5A-ESCOLHE.
           ADD 1 TO W-JX
           IF W-TV-TEM-CEP (W-JX) = "N"
              GO TO R5A-ESCOLHE-EXIT.
           ADD 1 TO W-COM-CEP
           IF W-VENC = ZEROS
              MOVE W-JX TO W-VENC
           ELSE
              IF W-TV-CARIMBO (W-JX) > W-TV-CARIMBO (W-VENC)
                 MOVE W-JX TO W-VENC.
       R5A-ESCOLHE-EXIT.
           EXIT.

      ***** A VERSION WITH ANY FIELD DIFFERENT FROM THE WINNER IS ****
      ***** A CONFLICT: THE WINNER IS PRINTED ONCE, THEN EACH ********
      ***** OVERRULED VERSION UNDER IT *******************************
       R5B-COMPARA.
           ADD 1 TO W-JX
           IF W-JX = W-VENC OR W-TV-TEM-CEP (W-JX) = "N"
              GO TO R5B-COMPARA-EXIT.
           IF W-TV-IMAGEM (W-JX) = W-TV-IMAGEM (W-VENC)
              GO TO R5B-COMPARA-EXIT.
           IF W-CONFLITO = "N"
              MOVE "S" TO W-CONFLITO
              ADD 1 TO W-QTD-CONFLITOS
              PERFORM R5C-VENCEDORA THRU R5C-VENCEDORA-EXIT.
           IF W-LINHA > W-MAX-LINHAS - 2
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT
              PERFORM R6A-LINHA-COD THRU R6A-LINHA-COD-EXIT.
           MOVE W-JX   TO W-IX
           MOVE "LOST" TO LV-RESULTADO
           PERFORM R6B-VERSAO THRU R6B-VERSAO-EXIT
           ADD 1 TO W-QTD-VENCIDAS
           MOVE W-TV-IX-REGIAO (W-JX) TO W-IX
           ADD 1 TO W-TR-VENCIDAS (W-IX).
       R5B-COMPARA-EXIT.
           EXIT.

      ***** FIRST CONFLICT OF THE COD - ITS LINE AND THE WINNER *****
       R5C-VENCEDORA.
           IF W-PAGINA = ZEROS OR W-LINHA > W-MAX-LINHAS - 5
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           PERFORM R6A-LINHA-COD THRU R6A-LINHA-COD-EXIT
           MOVE W-VENC TO W-IX
           MOVE "WON"  TO LV-RESULTADO
           PERFORM R6B-VERSAO THRU R6B-VERSAO-EXIT.
       R5C-VENCEDORA-EXIT.
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
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE 4 TO W-LINHA.
       R6-CABECALHO-EXIT.
           EXIT.

       R6A-LINHA-COD.
           MOVE W-COD-ATUAL TO LC-C-COD
           WRITE LINHA-REL FROM LC-COD
           ADD 1 TO W-LINHA.
       R6A-LINHA-COD-EXIT.
           EXIT.

      ***** ONE VERSION - THE CALLER SETS W-IX TO THE VERSION SLOT ***
      ***** AND LV-RESULTADO TO WON/LOST *****************************
       R6B-VERSAO.
           MOVE W-TV-IMAGEM (W-IX)   TO W-IMAGEM
           MOVE W-TV-OPERADOR (W-IX) TO LV-OPERADOR
           IF W-TV-CARIMBO (W-IX) = ZEROS
              MOVE "NOT ON CADLOG" TO LV-CARIMBO
           ELSE
              MOVE W-TV-CARIMBO (W-IX) TO W-CARIMBO
              MOVE W-CB-DIA TO W-CE-DIA
              MOVE W-CB-MES TO W-CE-MES
              MOVE W-CB-ANO TO W-CE-ANO
              MOVE W-CB-HH  TO W-CE-HH
              MOVE W-CB-MI  TO W-CE-MI
              MOVE W-CB-SS  TO W-CE-SS
              MOVE W-CARIMBO-ED TO LV-CARIMBO.
           MOVE W-TV-IX-REGIAO (W-IX) TO W-IX
           MOVE W-TR-REGIAO (W-IX)    TO LV-REGIAO
           MOVE W-TR-NOME (W-IX)      TO LV-NOME
           WRITE LINHA-REL FROM LC-VERSAO
           MOVE W-IM-ENDERECO     TO LF-ENDERECO
           MOVE W-IM-NUMERO       TO LF-NUMERO
           MOVE W-IM-COMPLEMENTO  TO LF-COMPLEMENTO
           MOVE W-IM-BAIRRO       TO LF-BAIRRO
           MOVE W-IM-CIDADE       TO LF-CIDADE
           MOVE W-IM-UF           TO LF-UF
           MOVE W-IM-TIPO         TO LF-TIPO
           MOVE W-IM-SITUACAO     TO LF-SIT
           MOVE W-IM-COD-SUCESSOR TO LF-SUCESSOR
           WRITE LINHA-REL FROM LC-CAMPOS
           ADD 2 TO W-LINHA.
       R6B-VERSAO-EXIT.
           EXIT.

      ********** WHAT EACH REGION CONTRIBUTED, AND THE TOTALS *******
       R7-TOTAIS.
           IF W-PAGINA = ZEROS OR W-LINHA > W-MAX-LINHAS - 14
               - W-TR-USADOS
              PERFORM R6-CABECALHO THRU R6-CABECALHO-EXIT.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "RECORDS PER REGION" TO LC-S-TITULO
           WRITE LINHA-REL FROM LC-SECAO
           WRITE LINHA-REL FROM LC-CABEC-REG
           MOVE ZEROS TO W-IX
           PERFORM R7A-LINHA-REG THRU R7A-LINHA-REG-EXIT
              UNTIL W-IX >= W-TR-USADOS.
           WRITE LINHA-REL FROM LC-BRANCO
           MOVE "REGIONS CONSOLIDATED ...  " TO LT-ROTULO
           MOVE W-TR-USADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "REGIONAL CADCEP READ ...  " TO LT-ROTULO
           MOVE W-QTD-CEPS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "AUDIT ENTRIES COPIED ...  " TO LT-ROTULO
           MOVE W-QTD-LOGS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "CODS WRITTEN TO CADCON .  " TO LT-ROTULO
           MOVE W-QTD-GRAVADOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "CODS HELD BY 2+ REGIONS   " TO LT-ROTULO
           MOVE W-QTD-MULTIPLOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "CODS IN CONFLICT .......  " TO LT-ROTULO
           MOVE W-QTD-CONFLITOS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "VERSIONS OVERRULED .....  " TO LT-ROTULO
           MOVE W-QTD-VENCIDAS TO LT-QTDE
           WRITE LINHA-REL FROM LC-TOTAL
           DISPLAY "SMP0052 - REGIONAL CADCEP READ .. " W-QTD-CEPS
           DISPLAY "SMP0052 - AUDIT ENTRIES COPIED .. " W-QTD-LOGS
           DISPLAY "SMP0052 - CODS WRITTEN TO CADCON  " W-QTD-GRAVADOS
           DISPLAY "SMP0052 - CODS IN CONFLICT ...... " W-QTD-CONFLITOS.
       R7-TOTAIS-EXIT.
           EXIT.

       R7A-LINHA-REG.
           ADD 1 TO W-IX
           MOVE W-TR-REGIAO (W-IX)   TO LR-REGIAO
           MOVE W-TR-NOME (W-IX)     TO LR-NOME
           MOVE W-TR-CEPS (W-IX)     TO LR-CEPS
           MOVE W-TR-LOGS (W-IX)     TO LR-LOGS
           MOVE W-TR-MANTIDOS (W-IX) TO LR-MANTIDOS
           MOVE W-TR-VENCIDAS (W-IX) TO LR-VENCIDAS
           WRITE LINHA-REL FROM LC-DET-REG.
       R7A-LINHA-REG-EXIT.
           EXIT.

      ********** ABNORMAL END *****************************************
       ROT-FIM-ERRO.
           DISPLAY "SMP0052 - JOB TERMINATED"
           IF W-CADCON-ABERTO = "S"
              DISPLAY "SMP0052 - CADCON AND LOGCON ARE INCOMPLETE - DO"
                  " NOT USE THEM"
              DISPLAY "SMP0052 - CORRECT THE ERROR AND RERUN TO"
                  " REBUILD THEM".
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE REGCTL CEPREG LOGREG CADCON LOGCON RELCON
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
                 DISPLAY "SMP0052 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0052" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0052 - RUN LEDGER WRITE ERROR " ST-BAT.
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
              DISPLAY "SMP0052 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    35 = ARQUIVO NAO ENCONTRADO (SEQUENCIAL)
