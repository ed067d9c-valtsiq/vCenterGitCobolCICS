       FILE SECTION.
       FD  CEPEXT01
           RECORDING MODE IS F.
       01  WK-CEPEXT01-REC                  PIC  X(160).

       FD  CEPEXP01
           RECORDING MODE IS F.
       01  WK-CEPEXP01-REC                  PIC  X(160).

       FD  CEPPRM04
           RECORDING MODE IS F.
