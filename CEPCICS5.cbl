          05 WK-AUD-CEP                    PIC  X(008).
          05 WK-AUD-ACHOU                  PIC  X(001).
          05 WK-AUD-CIDADE                 PIC  X(030).
          05 WK-AUD-CACHE                  PIC  X(001).
      *----------------------------------------------------------------*
       01 WK-LINHA-NAOACH.
          05 FILLER                        PIC  X(016) VALUE
