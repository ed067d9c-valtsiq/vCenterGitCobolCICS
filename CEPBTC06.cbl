      * Finalidade ........... reconstrucao PONTO-NO-TEMPO do CEPVSA01
      *                        a partir do historico de manutencao
      *                        CEPHST01 (imagens antes/depois gravadas
      *                        pelo CEPCICS3 e pelas cargas batch
      *                        CEPBTC01/CEPBTC08): percorre a base
      *                        ATUAL e o historico em paralelo (os dois
      *                        ordenados por CEP) e, para cada CEP que
      *                        sofreu manutencao DEPOIS do instante de
      *                        corte, regride ao estado daquele
      *                        viva. Filtro opcional por UF para
      *                        reconstruir so uma fatia.
      *                        LIMITACAO CONHECIDA: cargas batch
      *                        anteriores a gravacao de historico
      *                        pelo CEPBTC01/CEPBTC08 nao constam do
      *                        CEPHST01 e nao sao regredidas.
      *                        Parametros (cartao CEPPRM06):
      *                          CORTE=AAAA.MM.DD-HH:MM:SS
      *                          UF=XX (opcional)
       01  WK-CEPVSA01-REC.
           05 WK-CEPV0001-CODE              PIC  X(008).
           05 WK-CEPV0001-UF                PIC  X(002).
           05 FILLER                        PIC  X(140).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-HST-REC GRAVADO PELO CEPCICS3 NO VSAM
           05 WK-HST-CORR                   PIC  X(050).
           05 WK-HST-IMG-ANTES              PIC  X(130).
           05 WK-HST-IMG-DEPOIS             PIC  X(130).
           05 WK-HST-GEO-ANTES              PIC  X(020).
           05 WK-HST-GEO-DEPOIS             PIC  X(020).
           05 WK-HST-USUARIO                PIC  X(008).

       FD  CEPPRM06
           RECORDING MODE IS F.
       01  WK-CEPVSAR1-REC.
           05 WK-SAI-CODE                   PIC  X(008).
           05 WK-SAI-UF                     PIC  X(002).
           05 FILLER                        PIC  X(140).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *   ESTADO ESCOLHIDO PARA O CEP CORRENTE DA BASE
      *----------------------------------------------------------------*
      *    A IMAGEM DO HISTORICO COBRE OS 130 BYTES ORIGINAIS DO
      *    REGISTRO; AS COORDENADAS VEM NO CAMPO PROPRIO DO CEPHST01
       01 WK-IMG-CORTE.
          05 WK-IMG-CORTE-REG               PIC  X(130) VALUE SPACES.
          05 WK-IMG-CORTE-GEO               PIC  X(020) VALUE SPACES.
       01 WK-ACHOU-POS-CORTE                PIC  X(001) VALUE 'N'.
           88 ACHOU-POS-CORTE                           VALUE 'S'.
       01 WK-IMG-INEXISTENTE                PIC  X(130) VALUE
                      OR WK-HST-CEP NOT EQUAL WK-CEPV0001-CODE

           IF ACHOU-POS-CORTE
              IF WK-IMG-CORTE-REG EQUAL WK-IMG-INEXISTENTE
      *          O REGISTRO NASCEU DEPOIS DO CORTE - NAO EXISTIA
                 ADD 1 TO WK-QT-SUPRIMIDOS
              ELSE
           IF NOT ACHOU-POS-CORTE
              AND WK-HST-MOMENTO GREATER WK-CORTE
              MOVE 'S'              TO WK-ACHOU-POS-CORTE
              MOVE WK-HST-IMG-ANTES TO WK-IMG-CORTE-REG
              MOVE WK-HST-GEO-ANTES TO WK-IMG-CORTE-GEO
           END-IF

           PERFORM 160000-LER-HISTORICO.
           MOVE WK-QT-SUPRIMIDOS  TO WK-REL-SUPRIM
           MOVE WK-QT-FORA-FILTRO TO WK-REL-FORA

           DISPLAY WK-RELATORIO.
