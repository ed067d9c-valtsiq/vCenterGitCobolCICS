      *                        equipe cobrar da adquirente as faixas
      *                        que faltaram no refresh mensal.
      *                        RC 4 quando ha BIN capturado (a fila de
      *                        cobranca nao esta vazia). BIN pedido
      *                        com 8 digitos sai no ranking com os 8
      * DSnames .............. B090290.CIEMIS01 (entrada)
      *                        SORTWK (work do SORT)
      *
           SELECT CIEMIS01   ASSIGN TO CIEMIS01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-MIS-BIN8
                  FILE STATUS  IS WK-FS-CIEMIS01.

           SELECT SORTWK     ASSIGN TO SORTWK.
           05 WK-MIS-PRIM-HORA              PIC  X(008).
           05 WK-MIS-ULT-DATA               PIC  X(008).
           05 WK-MIS-ULT-HORA               PIC  X(008).
      *    CHAVE DO CLUSTER (KEYS(8 47)): BIN PEDIDO EM 8 DIGITOS, OU
      *    OS 6 DIGITOS E DOIS BRANCOS
           05 WK-MIS-BIN8                   PIC  X(008).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-QT                        PIC  9(009).
           05 SRT-BIN                       PIC  X(008).
           05 SRT-PRIM-DATA                 PIC  X(008).
           05 SRT-PRIM-HORA                 PIC  X(008).
           05 SRT-ULT-DATA                  PIC  X(008).
          05 FILLER           PIC X(009) VALUE 'CIEBTC03 '.
          05 WK-RNK-POS       PIC ZZZZ9.
          05 FILLER           PIC X(006) VALUE ' BIN='.
          05 WK-RNK-BIN       PIC X(008).
          05 FILLER           PIC X(013) VALUE ' OCORRENCIAS='.
          05 WK-RNK-QT        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(011) VALUE ' PRIMEIRA='.
           ADD WK-MIS-QT TO WK-QT-OCORRENCIAS

           MOVE WK-MIS-QT        TO SRT-QT
           MOVE WK-MIS-BIN8      TO SRT-BIN
           MOVE WK-MIS-PRIM-DATA TO SRT-PRIM-DATA
           MOVE WK-MIS-PRIM-HORA TO SRT-PRIM-HORA
           MOVE WK-MIS-ULT-DATA  TO SRT-ULT-DATA
