      *----------------------------------------------------------------
      *    NOTCORF - FD FOR THE CORREIOS CEP CHANGE NOTICE.
      *    ONE HEADER RECORD (TIPO "H") WITH THE NOTICE DATE, ONE
      *    DETAIL RECORD (TIPO "D") PER CODE, ONE TRAILER RECORD
      *    (TIPO "T") WITH THE COUNT OF DETAIL RECORDS, THE SAME
      *    SHAPE AS EXTRET. THE COPYING PROGRAM MOVES REGNOT INTO ITS
      *    OWN WORKING-STORAGE HEADER/DETAIL/TRAILER GROUPS AFTER
      *    EACH READ (SEE SMP0017).
      *    DETAIL LAYOUT (91 BYTES):
      *       TIPO X(01) "D"
      *       ACAO X(01) R = COD RETIRED (RENUMBERED OR SPLIT) -
      *                      SUCESSOR IS THE REPLACEMENT CODE, ZERO
      *                      WHEN CORREIOS ANNOUNCED NONE
      *                  N = NEW COD - THE ADDRESS FIELDS FOLLOW
      *       COD 9(08), SUCESSOR 9(08), ENDERECO X(30),
      *       BAIRRO X(20), CIDADE X(20), UF X(02), TIPO-CEP X(01)
      *----------------------------------------------------------------
       FD  NOTCOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTCOR.DAT".
       01  REGNOT                PIC X(91).
