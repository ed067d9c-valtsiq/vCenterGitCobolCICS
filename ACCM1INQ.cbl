      *                        anual e a quantidade de meses validos
      *                        (mesma critica do ACCBTC03); quando um
      *                        unico ano e pedido, os 12 pares
      *                        mes/valor aparecem em detalhe; logo
      *                        abaixo do titulo, o titular e a
      *                        situacao da conta no cadastro
      *                        "ACCCTA01" (aberta/bloqueada/encerrada
      *                        ou sem cadastro)
      * DSnames .............. B090290.ACCM1VSA (consulta)
      *                        B090290.ACCCTA01 (consulta)
      * Transacao CICS  ...... ACQ1
      *
      *****************************************************************
          03 WK-VALIDO                     PIC  X(001) VALUE 'S'.
             88 ENTRADA-VALIDA                         VALUE 'S'.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO ACCCTA01 MANTIDO POR ACCCTAMN/ACCBTC08 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
          03 WK-ACCCTA01-REC.
             05 WK-CTA-CODUSU              PIC  X(003).
             05 WK-CTA-TITULAR             PIC  X(040).
             05 WK-CTA-AGENCIA             PIC  X(004).
             05 WK-CTA-TIPO                PIC  X(002).
             05 WK-CTA-SITUACAO            PIC  X(001).
             05 WK-CTA-DT-ABERTURA         PIC  X(008).
             05 WK-CTA-DT-ENCERRA          PIC  X(008).
             05 WK-CTA-MANUT-DATA          PIC  X(010).
             05 WK-CTA-MANUT-HORA          PIC  X(008).
             05 WK-CTA-ORIGEM              PIC  X(008).
             05 FILLER                     PIC  X(008).
      *----------------------------------------------------------------*
      *   TELA DE RESPOSTA (80 COLUNAS POR LINHA, ESTILO CEPCICS2)
      *----------------------------------------------------------------*
          03 WK-SEN-TELA.
                   'Consulta ACCM1VSA  CODUSU='.
                07 WK-SEN-CODUSU              PIC  X(003).
                07 FILLER                     PIC  X(051) VALUE SPACES.
             05 WK-SEN-CONTA.
                07 FILLER                     PIC  X(009) VALUE
                   'Titular: '.
                07 WK-SEN-TITULAR             PIC  X(040).
                07 FILLER                     PIC  X(011) VALUE
                   ' Situacao: '.
                07 WK-SEN-SIT-CONTA           PIC  X(013).
                07 FILLER                     PIC  X(007) VALUE SPACES.
             05 WK-SEN-MSG                    PIC  X(080).
             05 WK-SEN-ANO-OCR OCCURS 5 TIMES.
                07 FILLER                     PIC  X(004) VALUE 'Ano '.
           PERFORM 200000-VALIDAR-ENTRADA

           IF ENTRADA-VALIDA
              PERFORM 250000-CONSULTAR-CONTA
              PERFORM 300000-CONSULTAR-ANOS
           END-IF

       100000-LIMPA-TELA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-MSG
           MOVE SPACES TO WK-SEN-TITULAR
           MOVE SPACES TO WK-SEN-SIT-CONTA
           PERFORM 110000-LIMPA-LINHA-ANO
                   VARYING WK-IDX-ANO FROM 1 BY 1
                   UNTIL WK-IDX-ANO GREATER 5
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       250000-CONSULTAR-CONTA.
      *----------------------------------------------------------------*
      * TITULAR E SITUACAO DO CADASTRO DE CONTAS - CONTA SEM CADASTRO
      * (OU ARQUIVO INDISPONIVEL) NAO IMPEDE A CONSULTA DOS VALORES
      *----------------------------------------------------------------*
           MOVE WK-REC-CODUSU TO WK-CTA-CODUSU

           EXEC CICS READ FILE('ACCCTA01')
                          RIDFLD(WK-CTA-CODUSU)
                          KEYLENGTH(3)
                          INTO(WK-ACCCTA01-REC)
                          RESP(WK-RESP-VSAM)
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              MOVE 'sem cadastro'  TO WK-SEN-SIT-CONTA
           ELSE
              MOVE WK-CTA-TITULAR  TO WK-SEN-TITULAR
              EVALUATE WK-CTA-SITUACAO
                 WHEN 'A'
                    MOVE 'aberta'     TO WK-SEN-SIT-CONTA
                 WHEN 'B'
                    MOVE 'BLOQUEADA'  TO WK-SEN-SIT-CONTA
                 WHEN 'E'
                    MOVE 'ENCERRADA'  TO WK-SEN-SIT-CONTA
                 WHEN OTHER
                    MOVE WK-CTA-SITUACAO TO WK-SEN-SIT-CONTA
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       300000-CONSULTAR-ANOS.
      *----------------------------------------------------------------*
