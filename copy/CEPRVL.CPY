               88  LNK-B-UF-INVALIDA  VALUE "61".
               88  LNK-B-SEM-CRITERIO VALUE "63".
               88  LNK-B-ERRO-ARQUIVO VALUE "91".
      *    THE PROGRAM MAKING THE SEARCH (ITS PROGRAM-ID). A SEARCH
      *    THAT FINDS NO CANDIDATE IS WRITTEN TO THE DEMAND LOG (SEE
      *    CADDEMF) UNDER THIS NAME. ADDED AT THE END SO EXISTING
      *    CALLERS KEEP THEIR OFFSETS.
           03  LNK-B-PROGRAMA     PIC X(08).
