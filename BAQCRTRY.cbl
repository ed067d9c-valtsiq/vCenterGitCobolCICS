      *                        (o VSRSPING reporta). Por causa do
      *                        estado compartilhado o programa passou
      *                        a usar comandos CICS (READQ/WRITEQ TS)
      * Chamado por .......... CTLGAPIR, CTLGAPIL, CTLGAPIO, CTLGAPIC,
      *                        CTLGMON1, CTLGMIR1, VSRS9999, VSRSPING
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQCRTRY.
