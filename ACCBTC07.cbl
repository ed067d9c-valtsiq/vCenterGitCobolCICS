      *                          ANO-BASE=AAAA (obrigatorio - o ano
      *                          que esta fechando; o esqueleto e
      *                          criado para AAAA+1)
      *                        Dupla custodia: so roda com ticket
      *                        APROVADO no APRVSA01 para os cartoes
      *                        exatos da execucao (pedido e aprovacao
      *                        pelo APRMNT01, conferencia pelo
      *                        APRLIB01); sem ticket termina com RC 20
      *                        e alerta na CSTA, sem tocar em nada; o
      *                        ticket e consumido ao fim de execucao
      *                        com RC <= 4
      *                        Cada esqueleto criado vira movimento
      *                        (origem ACCBTC07) no razao de totais
      *                        de controle "ACCTOT01" via TOTREG01 -
      *                        conta os 12 meses no ANO+MES do ano
      *                        novo, com soma zero
      * DSnames .............. B090290.ACCM1VSA (entrada e saida)
      *                        B090290.ACCPRM07 (parametros)
      *                        B090290.APRPRM01 (regiao da dupla
      *                        custodia, via APRLIB01)
      *                        B090290.ACCTOT01 (razao de totais, via
      *                        TOTREG01)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
                                            OCCURS 12 TIMES.
       01 WK-IDX-MES                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RAZAO DE TOTAIS DE CONTROLE (VSAM ACCTOT01, VIA TOTREG01) -
      *   MESMA AREA DO ACCBTC02; DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-TOTREG01                   PIC  X(008) VALUE
                                            'TOTREG01'.
       01 WK-TOTREG-AREA.
          05 WK-TOTREG-MODO                 PIC  X(001) VALUE 'M'.
          05 WK-TOTREG-ORIGEM               PIC  X(008) VALUE
                                            'ACCBTC07'.
          05 WK-TOTREG-RUN-ID               PIC  X(016) VALUE SPACES.
          05 WK-TOTREG-REG-ANT              PIC  X(187) VALUE SPACES.
          05 WK-TOTREG-REG-NOVO             PIC  X(187) VALUE SPACES.
          05 WK-TOTREG-TEM-TRL              PIC  X(001) VALUE 'N'.
          05 WK-TOTREG-QT-TRL               PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-LIDOS             PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-APLIC             PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-REJ               PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-QT-REGIST            PIC  9(009) VALUE ZEROS.
          05 WK-TOTREG-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-TOTREG-AVISOU                  PIC  X(001) VALUE 'N'.
           88 TOTREG-AVISOU                             VALUE 'S'.
       01 WK-DATA-INICIO                    PIC  9(008) VALUE ZEROS.
       01 WK-HORA-INICIO                    PIC  9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   DUPLA CUSTODIA (APRVSA01, VIA APRLIB01): A IMAGEM E O DECK
      *   DE CARTOES DO ACCPRM07, CADA CARTAO SEPARADO POR UM BRANCO -
      *   O OPERADOR PEDE NO APRMNT01 COM O MESMO TEXTO
      *----------------------------------------------------------------*
       01 WK-PGM-APRLIB01                   PIC  X(008) VALUE
                                            'APRLIB01'.
       01 WK-APRLIB-AREA.
          05 WK-APRLIB-MODO                 PIC  X(001) VALUE 'V'.
          05 WK-APRLIB-PROGRAMA             PIC  X(008) VALUE
                                            'ACCBTC07'.
          05 WK-APRLIB-IMAGEM               PIC  X(256) VALUE SPACES.
          05 WK-APRLIB-HASH                 PIC  9(009) VALUE ZEROS.
          05 WK-APRLIB-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-APRLIB-PONTEIRO                PIC  9(003) VALUE 1.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-CRIADOS                  PIC  9(009) VALUE ZEROS.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           ACCEPT WK-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT WK-HORA-INICIO FROM TIME
           STRING WK-DATA-INICIO WK-HORA-INICIO(1:6)
                  DELIMITED BY SIZE INTO WK-TOTREG-RUN-ID

           PERFORM 050000-LER-PARAMETROS

           IF WK-ANO-BASE NOT NUMERIC
              ADD 1            TO WK-ANO-NOVO
              MOVE WK-ANO-NOVO TO WK-ANO-NOVO-X

              PERFORM 070000-VERIFICA-APROVACAO
              IF WK-RETORNO NOT EQUAL 20
                 PERFORM 100000-ABRIR-ARQUIVO
                 PERFORM 200000-LEVANTA-CONTAS
                 PERFORM 300000-CRIA-ESQUELETOS
                 PERFORM 900000-FECHAR-ARQUIVO
                 PERFORM 950000-EMITIR-RESUMO
                 IF WK-RETORNO LESS 8
                    PERFORM 080000-CONSOME-APROVACAO
                 END-IF
              END-IF
           END-IF

           MOVE WK-RETORNO TO RETURN-CODE
           ELSE
           IF WK-ACCPRM07-REC(1:9) EQUAL 'ANO-BASE='
              MOVE WK-ACCPRM07-REC(10:4) TO WK-ANO-BASE
              PERFORM 065000-GUARDA-CARTAO-APR
           ELSE
           IF WK-ACCPRM07-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC07 - PARAMETRO DESCONHECIDO: '
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       065000-GUARDA-CARTAO-APR.
      *----------------------------------------------------------------*
           STRING WK-ACCPRM07-REC DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  INTO WK-APRLIB-IMAGEM
                  WITH POINTER WK-APRLIB-PONTEIRO
           END-STRING.

      *----------------------------------------------------------------*
       070000-VERIFICA-APROVACAO.
      *----------------------------------------------------------------*
      * A VIRADA DE ANO SO RODA COM TICKET APROVADO POR UM SEGUNDO
      * OPERADOR PARA ESTES CARTOES. SEM TICKET (OU SEM COMO
      * CONFERIR) O JOB PARA AQUI, SEM ABRIR NADA, RC 20
      *----------------------------------------------------------------*
           MOVE 'V' TO WK-APRLIB-MODO
           CALL WK-PGM-APRLIB01 USING WK-APRLIB-AREA

           IF WK-APRLIB-RETORNO NOT EQUAL '00'
              DISPLAY 'ACCBTC07 - EXECUCAO BLOQUEADA: SEM TICKET '
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
              DISPLAY 'ACCBTC07 - TICKET DA DUPLA CUSTODIA NAO '
                      'CONSUMIDO (RET=' WK-APRLIB-RETORNO
                      ') - REVOGAR NO APRMNT01 (R)'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVO.
      *----------------------------------------------------------------*
           EVALUATE WK-FS-ACCM1VSA
              WHEN '00'
                 ADD 1 TO WK-QT-CRIADOS
                 PERFORM 330000-REGISTRA-MOVIMENTO
                 MOVE 'CRIADO  ' TO WK-LIN-ACAO
                 MOVE WK-TAB-CODUSU(WK-IDX-CONTA) TO WK-LIN-CODUSU
                 MOVE WK-ANO-NOVO-X               TO WK-LIN-ANO
                TO WK-ACCM1V-MES(WK-IDX-MES)
           MOVE ALL '0' TO WK-ACCM1V-VAL(WK-IDX-MES).

      *----------------------------------------------------------------*
       330000-REGISTRA-MOVIMENTO.
      *----------------------------------------------------------------*
      * ESQUELETO E INCLUSAO: IMAGEM ANTERIOR EM BRANCO. FALHA NO
      * RAZAO NAO DESFAZ A CRIACAO - RC MINIMO 4 E O ACCBTC12 APONTA
      * A QUEBRA
      *----------------------------------------------------------------*
           MOVE 'M'             TO WK-TOTREG-MODO
           MOVE SPACES          TO WK-TOTREG-REG-ANT
           MOVE WK-ACCM1VSA-REC TO WK-TOTREG-REG-NOVO

           CALL WK-PGM-TOTREG01 USING WK-TOTREG-AREA

           IF WK-TOTREG-RETORNO NOT EQUAL '00'
              AND NOT TOTREG-AVISOU
              DISPLAY 'ACCBTC07 - RAZAO DE TOTAIS NAO ATUALIZADO RET='
                      WK-TOTREG-RETORNO ' CHAVE=' WK-ACCM1V-CHAVE
              MOVE 'S' TO WK-TOTREG-AVISOU
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVO.
      *----------------------------------------------------------------*
           CLOSE ACCM1VSA

           MOVE 'F' TO WK-TOTREG-MODO
           CALL WK-PGM-TOTREG01 USING WK-TOTREG-AREA.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
