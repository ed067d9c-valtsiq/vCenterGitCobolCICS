      *                        Parametros (cartao ACCPRM05):
      *                          ANOMES=AAAAMM (obrigatorio)
      *                          CODUSU-DE=/CODUSU-ATE= (opcionais)
      *                        Dupla custodia: so roda com ticket
      *                        APROVADO no APRVSA01 para os cartoes
      *                        exatos da execucao (pedido e aprovacao
      *                        pelo APRMNT01, conferencia pelo
      *                        APRLIB01); sem ticket termina com RC 20
      *                        e alerta na CSTA, sem tocar em nada; o
      *                        ticket e consumido ao fim de execucao
      *                        com RC <= 4
      * DSnames .............. B090290.ACCM1VSA (entrada)
      *                        B090290.ACCFCH01 (saida - travas)
      *                        B090290.ACCPRM05 (parametros)
      *                        B090290.APRPRM01 (regiao da dupla
      *                        custodia, via APRLIB01)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
          05 FILLER                         PIC  X(001) VALUE ':'.
          05 WK-HRE-SS                      PIC  X(002).

      *----------------------------------------------------------------*
      *   DUPLA CUSTODIA (APRVSA01, VIA APRLIB01): A IMAGEM E O DECK
      *   DE CARTOES DO ACCPRM05, CADA CARTAO SEPARADO POR UM BRANCO -
      *   O OPERADOR PEDE NO APRMNT01 COM O MESMO TEXTO
      *----------------------------------------------------------------*
       01 WK-PGM-APRLIB01                   PIC  X(008) VALUE
                                            'APRLIB01'.
       01 WK-APRLIB-AREA.
          05 WK-APRLIB-MODO                 PIC  X(001) VALUE 'V'.
          05 WK-APRLIB-PROGRAMA             PIC  X(008) VALUE
                                            'ACCBTC05'.
          05 WK-APRLIB-IMAGEM               PIC  X(256) VALUE SPACES.
          05 WK-APRLIB-HASH                 PIC  9(009) VALUE ZEROS.
          05 WK-APRLIB-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-APRLIB-PONTEIRO                PIC  9(003) VALUE 1.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-FECHADOS                 PIC  9(009) VALUE ZEROS.
              DISPLAY 'ACCBTC05 - CARTAO ANOMES=AAAAMM OBRIGATORIO'
              MOVE 12 TO WK-RETORNO
           ELSE
              PERFORM 070000-VERIFICA-APROVACAO
              IF WK-RETORNO NOT EQUAL 20
                 PERFORM 100000-ABRIR-ARQUIVOS
                 PERFORM 150000-LER-ACCM1VSA
                 PERFORM 200000-FECHAR-CONTA
                         UNTIL FIM-ARQUIVO
                 PERFORM 900000-FECHAR-ARQUIVOS
                 PERFORM 950000-EMITIR-RESUMO
                 IF WK-RETORNO LESS 8
                    PERFORM 080000-CONSOME-APROVACAO
                 END-IF
              END-IF
           END-IF

           MOVE WK-RETORNO TO RETURN-CODE
           ELSE
           IF WK-ACCPRM05-REC(1:7) EQUAL 'ANOMES='
              MOVE WK-ACCPRM05-REC(8:6) TO WK-ANOMES
              PERFORM 065000-GUARDA-CARTAO-APR
           ELSE
           IF WK-ACCPRM05-REC(1:10) EQUAL 'CODUSU-DE='
              MOVE WK-ACCPRM05-REC(11:3) TO WK-FILTRO-USU-DE
              PERFORM 065000-GUARDA-CARTAO-APR
           ELSE
           IF WK-ACCPRM05-REC(1:11) EQUAL 'CODUSU-ATE='
              MOVE WK-ACCPRM05-REC(12:3) TO WK-FILTRO-USU-ATE
              PERFORM 065000-GUARDA-CARTAO-APR
           ELSE
           IF WK-ACCPRM05-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC05 - PARAMETRO DESCONHECIDO: '
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       065000-GUARDA-CARTAO-APR.
      *----------------------------------------------------------------*
           STRING WK-ACCPRM05-REC DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  INTO WK-APRLIB-IMAGEM
                  WITH POINTER WK-APRLIB-PONTEIRO
           END-STRING.

      *----------------------------------------------------------------*
       070000-VERIFICA-APROVACAO.
      *----------------------------------------------------------------*
      * O FECHAMENTO DE MES SO RODA COM TICKET APROVADO POR UM
      * SEGUNDO OPERADOR PARA ESTES CARTOES. SEM TICKET (OU SEM COMO
      * CONFERIR) O JOB PARA AQUI, SEM ABRIR NADA, RC 20
      *----------------------------------------------------------------*
           MOVE 'V' TO WK-APRLIB-MODO
           CALL WK-PGM-APRLIB01 USING WK-APRLIB-AREA

           IF WK-APRLIB-RETORNO NOT EQUAL '00'
              DISPLAY 'ACCBTC05 - EXECUCAO BLOQUEADA: SEM TICKET '
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
              DISPLAY 'ACCBTC05 - TICKET DA DUPLA CUSTODIA NAO '
                      'CONSUMIDO (RET=' WK-APRLIB-RETORNO
                      ') - REVOGAR NO APRMNT01 (R)'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
