      *                        efetiva - metade dos incidentes de
      *                        pos-implantacao e parametro que existe
      *                        no teste e nao na producao.
      *                        Cartao PROGRAMA=xxxxxxxx (PRMPRM02)
      *                        restringe o merge aos parametros de um
      *                        programa: o resto do VSAM nao e lido
      *                        (nada fora do programa vira EXCLUSAO) e
      *                        registro do pacote de outro programa e
      *                        reportado FORA DO ESCOPO e ignorado - e
      *                        assim que se aplica um pacote parcial,
      *                        como o do planejamento CTLGBTC6.
      *                        IMPORTANTE: depois de APLICAR, rodar
      *                        um cold-start de cache nao e preciso -
      *                        mas os caches TSQ 'PRMC'+programa das
      *                        regioes ativas so expiram no recycle;
      *                        agende a importacao para a janela.
      *                        REGRA DE VALOR: toda INCLUSAO/ALTERACAO
      *                        tem o valor (e o valor futuro, quando
      *                        houver) conferido contra a definicao do
      *                        parametro no "PRMDEF01" (rotina comum
      *                        PRMVAL01, a mesma do PRMMNT01) - no
      *                        DRY-RUN a violacao e reportada; com
      *                        APLICAR o registro e RECUSADO (nao
      *                        gravado) e o resto do pacote segue;
      *                        parametro sem definicao passa livre
      *                        Condicao de termino: 0 = sem diferenca;
      *                        4 = ha diferencas (reportadas e, com
      *                        APLICAR, efetivadas); 8 = violacao de
      *                        regra ou falha de gravacao; 12 = erro;
      *                        20 = APLICAR sem ticket aprovado.
      *                        DUPLA CUSTODIA: o APLICAR so roda com
      *                        ticket APROVADO no APRVSA01 para os
      *                        cartoes exatos da execucao (pedido e
      *                        aprovacao pelo APRMNT01, conferencia
      *                        pelo APRLIB01); sem ticket o job
      *                        termina antes de abrir o pacote, com
      *                        alerta na CSTA; o ticket e consumido ao
      *                        fim de execucao com RC <= 4. DRY-RUN
      *                        continua livre
      * DSnames .............. B090290.PRMEXP01 (entrada - pacote)
      *                        B090290.PRMVSA01 (alvo)
      *                        B090290.PRMDEF01 (definicoes, leitura)
      *                        B090290.PRMPRM02 (parametros, opcional)
      *                        B090290.APRPRM01 (regiao da dupla
      *                        custodia, via APRLIB01 - so APLICAR)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

           SELECT PRMDEF01  ASSIGN TO PRMDEF01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-DEF-CHAVE
                  FILE STATUS  IS WK-FS-PRMDEF01.

           SELECT PRMPRM02   ASSIGN TO PRMPRM02
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-PRMPRM02.
           05 WK-PRM-VALOR-FUT           PIC  X(048).
           05 WK-PRM-VIGENCIA            PIC  X(014).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE PRMVAL01/PRMMNT01/PRMBTC03 - MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  PRMDEF01.
       01  WK-PRMDEF01-REC.
           05 WK-DEF-CHAVE.
              10 WK-DEF-PROGRAMA         PIC  X(008).
              10 WK-DEF-PARAMETRO        PIC  X(008).
           05 WK-DEF-TIPO                PIC  X(001).
           05 WK-DEF-MINIMO              PIC  X(009).
           05 WK-DEF-MAXIMO              PIC  X(009).
           05 WK-DEF-VALORES             PIC  X(048).
           05 WK-DEF-DESCRICAO           PIC  X(040).
           05 WK-DEF-DONO                PIC  X(008).
           05 FILLER                     PIC  X(019).

       FD  PRMPRM02
           RECORDING MODE IS F.
       01  WK-PRMPRM02-REC               PIC  X(080).
       01 WK-FS-PRMEXP01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMPRM02                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMDEF01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PACOTE                     PIC  X(001) VALUE 'N'.
           88 FIM-PACOTE                                VALUE 'S'.
       01 WK-FIM-VSAM                       PIC  X(001) VALUE 'N'.

       01 WK-MODO-APLICAR                   PIC  X(001) VALUE 'N'.
           88 MODO-APLICAR                              VALUE 'S'.
       01 WK-ESCOPO                         PIC  X(008) VALUE SPACES.
       01 WK-PACOTE-OK                      PIC  X(001) VALUE 'N'.
           88 PACOTE-OK                                 VALUE 'S'.
       01 WK-REGRA-OK                       PIC  X(001) VALUE 'S'.
           88 REGRA-OK                                  VALUE 'S'.

      *----------------------------------------------------------------*
      *   VALIDACAO DE REGRA (ROTINA COMUM PRMVAL01)
      *----------------------------------------------------------------*
       01 WK-PGM-PRMVAL01                   PIC  X(008) VALUE
                                            'PRMVAL01'.
       01 WK-VAL-VALOR                      PIC  X(048) VALUE SPACES.
       01 WK-VAL-RESULTADO                  PIC  X(001) VALUE SPACE.
       01 WK-VAL-MOTIVO                     PIC  X(040) VALUE SPACES.

      *----------------------------------------------------------------*
      *   CHAVES DE MERGE - HIGH-VALUES MARCA O FIM DE CADA LADO
       01 WK-DADOS-VSAM                     PIC  X(110) VALUE SPACES.
       01 WK-DADOS-PACOTE                   PIC  X(110) VALUE SPACES.

      *----------------------------------------------------------------*
      *   DUPLA CUSTODIA DO APLICAR (APRVSA01, VIA APRLIB01): A IMAGEM
      *   E O DECK DE CARTOES DO PRMPRM02, CADA CARTAO SEPARADO POR UM
      *   BRANCO - O OPERADOR PEDE NO APRMNT01 COM O MESMO TEXTO
      *----------------------------------------------------------------*
       01 WK-PGM-APRLIB01                   PIC  X(008) VALUE
                                            'APRLIB01'.
       01 WK-APRLIB-AREA.
          05 WK-APRLIB-MODO                 PIC  X(001) VALUE 'V'.
          05 WK-APRLIB-PROGRAMA             PIC  X(008) VALUE
                                            'PRMBTC02'.
          05 WK-APRLIB-IMAGEM               PIC  X(256) VALUE SPACES.
          05 WK-APRLIB-HASH                 PIC  9(009) VALUE ZEROS.
          05 WK-APRLIB-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-APRLIB-PONTEIRO                PIC  9(003) VALUE 1.

       01 WK-CONTADORES.
          05 WK-QT-PACOTE                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-VSAM                     PIC  9(009) VALUE ZEROS.
          05 WK-QT-EXCLUSOES                PIC  9(009) VALUE ZEROS.
          05 WK-QT-IGUAIS                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-FALHAS                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-FORA-ESCOPO              PIC  9(009) VALUE ZEROS.
          05 WK-QT-VIOLACOES                PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-DEFINICAO            PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-DIF.
          05 FILLER           PIC X(009) VALUE 'PRMBTC02 '.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DIF-MODO      PIC X(011).

       01 WK-LINHA-VIOLACAO.
          05 FILLER           PIC X(009) VALUE 'PRMBTC02 '.
          05 FILLER           PIC X(009) VALUE 'VIOLACAO '.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-VIO-PROGRAMA  PIC X(008).
          05 FILLER           PIC X(001) VALUE '/'.
          05 WK-VIO-PARAMETRO PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-VIO-CAMPO     PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-VIO-MOTIVO    PIC X(040).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'PRMBTC02 - IMPORTACAO PRMVSA01  '.
          05 FILLER           PIC X(020) VALUE
             'SEM MUDANCA.........'.
          05 WK-REL-IGUAIS    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'VIOLACOES DE REGRA..'.
          05 WK-REL-VIOLACOES PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
              DISPLAY 'PRMBTC02 - MODO DRY-RUN - NADA SERA GRAVADO'
           END-IF

           IF WK-ESCOPO NOT EQUAL SPACES
              DISPLAY 'PRMBTC02 - ESCOPO RESTRITO AO PROGRAMA '
                      WK-ESCOPO
           END-IF

           IF MODO-APLICAR
              PERFORM 070000-VERIFICA-APROVACAO
           END-IF

           IF WK-RETORNO NOT EQUAL 20
              PERFORM 100000-ABRIR-ARQUIVOS
              PERFORM 150000-LER-PACOTE
              PERFORM 160000-LER-VSAM
              PERFORM 200000-CASAR-LADOS
                      UNTIL FIM-PACOTE AND FIM-VSAM
              PERFORM 900000-FECHAR-ARQUIVOS
              PERFORM 950000-EMITIR-RESUMO

              IF WK-RETORNO LESS 4
                 AND (WK-QT-INCLUSOES GREATER ZEROS
                    OR WK-QT-ALTERACOES GREATER ZEROS
                    OR WK-QT-EXCLUSOES GREATER ZEROS
                    OR WK-QT-FORA-ESCOPO GREATER ZEROS)
                 MOVE 4 TO WK-RETORNO
              END-IF
              IF WK-RETORNO LESS 8
                 AND (WK-QT-FALHAS GREATER ZEROS
                    OR WK-QT-VIOLACOES GREATER ZEROS)
                 MOVE 8 TO WK-RETORNO
              END-IF

              IF MODO-APLICAR AND WK-RETORNO LESS 8
                 PERFORM 080000-CONSOME-APROVACAO
              END-IF
           END-IF
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.
           ELSE
           IF WK-PRMPRM02-REC(1:7) EQUAL 'APLICAR'
              MOVE 'S' TO WK-MODO-APLICAR
              PERFORM 065000-GUARDA-CARTAO-APR
           ELSE
           IF WK-PRMPRM02-REC(1:9) EQUAL 'PROGRAMA='
              MOVE WK-PRMPRM02-REC(10:8) TO WK-ESCOPO
              PERFORM 065000-GUARDA-CARTAO-APR
           ELSE
           IF WK-PRMPRM02-REC NOT EQUAL SPACES
              DISPLAY 'PRMBTC02 - PARAMETRO DESCONHECIDO: '
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       065000-GUARDA-CARTAO-APR.
      *----------------------------------------------------------------*
           STRING WK-PRMPRM02-REC DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  INTO WK-APRLIB-IMAGEM
                  WITH POINTER WK-APRLIB-PONTEIRO
           END-STRING.

      *----------------------------------------------------------------*
       070000-VERIFICA-APROVACAO.
      *----------------------------------------------------------------*
      * O APLICAR SO RODA COM TICKET APROVADO POR UM SEGUNDO OPERADOR
      * PARA ESTES CARTOES. SEM TICKET (OU SEM COMO CONFERIR) O JOB
      * PARA AQUI, SEM ABRIR NADA, RC 20
      *----------------------------------------------------------------*
           MOVE 'V' TO WK-APRLIB-MODO
           CALL WK-PGM-APRLIB01 USING WK-APRLIB-AREA

           IF WK-APRLIB-RETORNO NOT EQUAL '00'
              DISPLAY 'PRMBTC02 - APLICAR BLOQUEADO: SEM TICKET '
                      'APROVADO NO APRVSA01 PARA OS CARTOES: '
                      WK-APRLIB-IMAGEM(1:60)
              MOVE 20 TO WK-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       080000-CONSOME-APROVACAO.
      *----------------------------------------------------------------*
      * EXECUCAO COM SUCESSO CONSOME O TICKET - REPETIR EXIGE NOVO
      * PEDIDO E NOVA APROVACAO
      *----------------------------------------------------------------*
           MOVE 'E' TO WK-APRLIB-MODO
           CALL WK-PGM-APRLIB01 USING WK-APRLIB-AREA

           IF WK-APRLIB-RETORNO NOT EQUAL '00'
              DISPLAY 'PRMBTC02 - TICKET DA DUPLA CUSTODIA NAO '
                      'CONSUMIDO (RET=' WK-APRLIB-RETORNO
                      ') - REVOGAR NO APRMNT01 (R)'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
           ELSE
              OPEN INPUT PRMVSA01
           END-IF
           OPEN INPUT PRMDEF01

           IF WK-FS-PRMEXP01 NOT EQUAL '00'
              DISPLAY 'PRMBTC02 - ERRO AO ABRIR PRMEXP01 FS='
              MOVE 12  TO WK-RETORNO
           END-IF

           IF WK-FS-PRMDEF01 NOT EQUAL '00'
              DISPLAY 'PRMBTC02 - ERRO AO ABRIR PRMDEF01 FS='
                      WK-FS-PRMDEF01
              MOVE 'S' TO WK-FIM-PACOTE
              MOVE 'S' TO WK-FIM-VSAM
              MOVE 12  TO WK-RETORNO
           END-IF

           IF NOT FIM-VSAM
              MOVE LOW-VALUES TO WK-PRM-CHAVE
              IF WK-ESCOPO NOT EQUAL SPACES
                 MOVE WK-ESCOPO TO WK-PRM-PROGRAMA
              END-IF
              START PRMVSA01 KEY NOT LESS WK-PRM-CHAVE

              IF WK-FS-PRMVSA01 NOT EQUAL '00'

      *----------------------------------------------------------------*
       150000-LER-PACOTE.
      *----------------------------------------------------------------*
      * COM ESCOPO, PULA OS REGISTROS DE OUTROS PROGRAMAS ATE ACHAR UM
      * DO PROGRAMA OU ACABAR O PACOTE
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-PACOTE-OK
           PERFORM 155000-LER-REGISTRO-PACOTE
                   UNTIL FIM-PACOTE
                      OR PACOTE-OK.

      *----------------------------------------------------------------*
       155000-LER-REGISTRO-PACOTE.
      *----------------------------------------------------------------*
           IF NOT FIM-PACOTE
              READ PRMEXP01

              EVALUATE WK-FS-PRMEXP01
                 WHEN '00'
                    IF WK-ESCOPO EQUAL SPACES
                       OR WK-EXP-PROGRAMA EQUAL WK-ESCOPO
                       ADD 1 TO WK-QT-PACOTE
                       MOVE WK-EXP-CHAVE TO WK-CHV-PACOTE
                       MOVE 'S' TO WK-PACOTE-OK
                    ELSE
                       ADD 1 TO WK-QT-FORA-ESCOPO
                       MOVE 'S'         TO WK-REGRA-OK
                       MOVE 'FORA ESC.' TO WK-DIF-ACAO
                       PERFORM 600000-REPORTA-DIFERENCA
                    END-IF
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-PACOTE
                    MOVE HIGH-VALUES TO WK-CHV-PACOTE
              EVALUATE WK-FS-PRMVSA01
                 WHEN '00'
                 WHEN '04'
                    IF WK-ESCOPO NOT EQUAL SPACES
                       AND WK-PRM-PROGRAMA NOT EQUAL WK-ESCOPO
      *                FIM DO PROGRAMA DO ESCOPO = FIM DO LADO VSAM
                       MOVE 'S'         TO WK-FIM-VSAM
                       MOVE HIGH-VALUES TO WK-CHV-VSAM
                    ELSE
                       ADD 1 TO WK-QT-VSAM
                       MOVE WK-PRM-CHAVE TO WK-CHV-VSAM
                    END-IF
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-VSAM
                    MOVE HIGH-VALUES TO WK-CHV-VSAM
       300000-TRATAR-INCLUSAO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-INCLUSOES
           PERFORM 550000-VALIDA-REGRA
           MOVE 'INCLUSAO ' TO WK-DIF-ACAO
           PERFORM 600000-REPORTA-DIFERENCA

           IF MODO-APLICAR
              AND REGRA-OK
              MOVE WK-PRMEXP01-REC TO WK-PRMVSA01-REC

              WRITE WK-PRMVSA01-REC
       400000-TRATAR-EXCLUSAO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-EXCLUSOES
           MOVE 'S'         TO WK-REGRA-OK
           MOVE 'EXCLUSAO ' TO WK-DIF-ACAO
           MOVE WK-PRM-PROGRAMA  TO WK-DIF-PROGRAMA
           MOVE WK-PRM-PARAMETRO TO WK-DIF-PARAMETRO
              ADD 1 TO WK-QT-IGUAIS
           ELSE
              ADD 1 TO WK-QT-ALTERACOES
              PERFORM 550000-VALIDA-REGRA
              MOVE 'ALTERACAO' TO WK-DIF-ACAO
              PERFORM 600000-REPORTA-DIFERENCA

              IF MODO-APLICAR
                 AND REGRA-OK
                 MOVE WK-PRMEXP01-REC TO WK-PRMVSA01-REC

                 REWRITE WK-PRMVSA01-REC
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       550000-VALIDA-REGRA.
      *----------------------------------------------------------------*
      * VALOR E VALOR FUTURO DO REGISTRO DO PACOTE CONTRA A DEFINICAO
      * DO PARAMETRO - SEM DEFINICAO PASSA LIVRE; ERRO DE LEITURA NO
      * PRMDEF01 RECUSA (REGRA QUE NAO PODE SER LIDA NAO VALIDA)
      *----------------------------------------------------------------*
           MOVE 'S'          TO WK-REGRA-OK
           MOVE WK-EXP-CHAVE TO WK-DEF-CHAVE

           READ PRMDEF01

           EVALUATE WK-FS-PRMDEF01
              WHEN '00'
                 MOVE WK-EXP-VALOR TO WK-VAL-VALOR
                 MOVE 'VALOR     ' TO WK-VIO-CAMPO
                 PERFORM 560000-APLICA-REGRA
                 IF REGRA-OK
                    AND WK-EXP-VALOR-FUT NOT EQUAL SPACES
                    MOVE WK-EXP-VALOR-FUT TO WK-VAL-VALOR
                    MOVE 'VALOR-FUT ' TO WK-VIO-CAMPO
                    PERFORM 560000-APLICA-REGRA
                 END-IF
              WHEN '23'
                 ADD 1 TO WK-QT-SEM-DEFINICAO
              WHEN OTHER
                 MOVE 'N'          TO WK-REGRA-OK
                 ADD 1             TO WK-QT-VIOLACOES
                 MOVE 'PRMDEF01  ' TO WK-VIO-CAMPO
                 MOVE SPACES       TO WK-VIO-MOTIVO
                 STRING 'erro de leitura FS=' DELIMITED BY SIZE
                        WK-FS-PRMDEF01        DELIMITED BY SIZE
                        INTO WK-VIO-MOTIVO
                 END-STRING
                 PERFORM 570000-IMPRIME-VIOLACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
       560000-APLICA-REGRA.
      *----------------------------------------------------------------*
           CALL WK-PGM-PRMVAL01 USING WK-PRMDEF01-REC
                                       WK-VAL-VALOR
                                       WK-VAL-RESULTADO
                                       WK-VAL-MOTIVO

           IF WK-VAL-RESULTADO NOT EQUAL 'S'
              MOVE 'N'           TO WK-REGRA-OK
              ADD 1              TO WK-QT-VIOLACOES
              MOVE WK-VAL-MOTIVO TO WK-VIO-MOTIVO
              PERFORM 570000-IMPRIME-VIOLACAO
           END-IF.

      *----------------------------------------------------------------*
       570000-IMPRIME-VIOLACAO.
      *----------------------------------------------------------------*
           MOVE WK-EXP-PROGRAMA  TO WK-VIO-PROGRAMA
           MOVE WK-EXP-PARAMETRO TO WK-VIO-PARAMETRO

           DISPLAY WK-LINHA-VIOLACAO.

      *----------------------------------------------------------------*
       600000-REPORTA-DIFERENCA.
      *----------------------------------------------------------------*
       610000-IMPRIME-DIFERENCA.
      *----------------------------------------------------------------*
           IF MODO-APLICAR
              IF REGRA-OK
                 MOVE '(APLICADO)' TO WK-DIF-MODO
              ELSE
                 MOVE '(RECUSADO)' TO WK-DIF-MODO
              END-IF
           ELSE
              MOVE '(DRY-RUN) ' TO WK-DIF-MODO
           END-IF
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE PRMEXP01
           CLOSE PRMVSA01
           CLOSE PRMDEF01.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
           MOVE WK-QT-ALTERACOES TO WK-REL-ALTERACOES
           MOVE WK-QT-EXCLUSOES  TO WK-REL-EXCLUSOES
           MOVE WK-QT-IGUAIS     TO WK-REL-IGUAIS
           MOVE WK-QT-VIOLACOES  TO WK-REL-VIOLACOES

           DISPLAY WK-RELATORIO

           IF WK-QT-FORA-ESCOPO GREATER ZEROS
              DISPLAY 'PRMBTC02 - REGISTROS DO PACOTE FORA DO ESCOPO '
                      '(IGNORADOS): ' WK-QT-FORA-ESCOPO
           END-IF

           IF WK-QT-SEM-DEFINICAO GREATER ZEROS
              DISPLAY 'PRMBTC02 - PARAMETROS DO PACOTE SEM DEFINICAO '
                      'NO PRMDEF01 (NAO VALIDADOS): '
                      WK-QT-SEM-DEFINICAO
           END-IF.
