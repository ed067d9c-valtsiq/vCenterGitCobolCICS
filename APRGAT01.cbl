      *                        arquivo nao existe)
      * DSnames .............. B090290.PRMVSA01 (lista, via PRMLER01)
      *                        B090290.APRVSA01 (pendencias, I-O)
      * Chamado por .......... CIEBIN03, CIEBIN06, CIEBIN07, PRMMNT01,
      *                        APRMNT01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRGAT01.
