      * DSnames .............. B090290.RUNHST01 (historico, I-O)
      * Chamado por .......... CEPBTC01/02/03, ACCBTC01/02/03/04,
      *                        CIEBTC01, CICBTC01, CTLGBTC1, VSRSBTC1,
      *                        CICP0313, CEPBTC08
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNREG01.
