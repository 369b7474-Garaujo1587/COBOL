      *----------------------------------------------------------------
      *    CADDEMF - FD AND RECORD FOR THE LOOKUP DEMAND LOG. ONE
      *    RECORD PER LOOKUP THAT DID NOT END CLEAN, STAMPED WITH
      *    THE DATE, TIME AND CALLING PROGRAM. THE MODULE SAYS WHICH
      *    KIND OF LOOKUP IT WAS:
      *       C = SMP0025 LOOKUP BY COD - DEM-STATUS IS THE STATUS
      *           ANSWERED (23 NOT FOUND, 61 UF NOT ON UFCAD, 62 COD
      *           OUTSIDE THE UF RANGE, 63 DEACTIVATED) AND ON 63
      *           DEM-SUCESSOR CARRIES THE REPLACEMENT CODE
      *       R = SMP0029 REVERSE SEARCH - DEM-STATUS 10 (NO
      *           CANDIDATE) OR 61 (UF NOT ON UFCAD), WITH THE UF,
      *           CIDADE AND STREET SEARCHED FOR; DEM-COD IS ZERO
      *----------------------------------------------------------------
       FD  CADDEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEM.DAT".
       01  REGDEM.
           03  DEM-DATA          PIC 9(08).
           03  DEM-HORA          PIC 9(06).
           03  DEM-PROGRAMA      PIC X(08).
           03  DEM-MODULO        PIC X(01).
               88  DEM-CONSULTA      VALUE "C".
               88  DEM-REVERSA       VALUE "R".
           03  DEM-STATUS        PIC X(02).
               88  DEM-NAO-ENCONTRADO VALUE "23".
               88  DEM-UF-INVALIDA    VALUE "61".
               88  DEM-FORA-FAIXA     VALUE "62".
               88  DEM-DESATIVADO     VALUE "63".
               88  DEM-SEM-CANDIDATO  VALUE "10".
           03  DEM-COD           PIC 9(08).
           03  DEM-SUCESSOR      PIC 9(08).
           03  DEM-UF            PIC X(02).
           03  DEM-CIDADE        PIC X(20).
           03  DEM-ENDERECO      PIC X(30).
