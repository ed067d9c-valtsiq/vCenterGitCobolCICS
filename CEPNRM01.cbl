      *                        existir precisa de uma recarga
      *                        (CEPBTC03 + CEPBTC01) para os dois
      *                        lados falarem a mesma lingua
      * Chamado por .......... CEPBTC01 / CEPBTC08 / CEPCICS3 /
      *                        CEPCICS4
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPNRM01.
