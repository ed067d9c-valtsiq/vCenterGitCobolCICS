       CBL CICS('COBOL3,EXCI') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. XPTO (SAFRA-DRIVER)
      * Programa.............. XPTOBTC2
      * Tipo    .............. Batch (EXCI - LINK ao XPTO9999 na regiao
      *                        CICS informada)
      * Finalidade ........... cliente batch dos servicos do driver:
      *                        arquivos de pedidos dos parceiros
      *                        (extrato pelo XPTOSV02, enriquecimento
      *                        de CEP pelo XPTOSV01 etc.) passam pelo
      *                        MESMO XPTO9999 do canal online - trilha
      *                        XPTOTRC1, mascaramento de credencial,
      *                        protecao de replay, limite de vazao e
      *                        direito do consumidor - em vez de um
      *                        programa avulso que chama o servico de
      *                        negocio direto.
      *                        Cada linha do XPTENT02 (grupo, servico
      *                        e a area de negocio do RQ02) vira uma
      *                        chamada ao XPTO9999 com o consumidor,
      *                        transacao e tipo de credencial do
      *                        cartao; a resposta (codigo de retorno
      *                        do driver, mensagem e dados) vai para o
      *                        XPTSAI02 com o numero da linha.
      *                        Toda chamada leva MSG-ID proprio
      *                        'XPTOBTC2' + lote + numero da linha -
      *                        consultavel no CORQ (CORKSRCH) pelo
      *                        MSG-ID inteiro ou, pelo prefixo
      *                        'XPTOBTC2' + lote, o lote todo.
      *                        A vazao e limitada pelo cartao TAXA=
      *                        (chamadas por segundo) para o lote nao
      *                        disputar a regiao com o online.
      *                        Checkpoint (ultima linha confirmada -
      *                        resposta gravada - e contadores) no
      *                        XPTCKP02 a cada intervalo, ao perder
      *                        contato com a regiao e no fim; com o
      *                        cartao RESTART o passo retoma da linha
      *                        seguinte ao checkpoint e ESTENDE o
      *                        XPTSAI02. Linha reenviada apos abend
      *                        (entre o ultimo checkpoint e a queda)
      *                        sai com o mesmo MSG-ID: dentro da
      *                        janela de replay do XPTO9999 a resposta
      *                        guardada e devolvida sem re-executar o
      *                        servico (no XPTSAI02 a ultima linha de
      *                        mesmo numero prevalece).
      *                        Parametros (cartao XPTPRM02):
      *                          APPLID=xxxxxxxx   regiao CICS (obrig.)
      *                          CONSUMIDOR=xxx    RQ02-REQU-CD-APLI-
      *                                            CONS (obrig.) - o
      *                                            parceiro precisa
      *                                            de direito no
      *                                            XPTOCNS1
      *                          LOTE=xxxxxxxxxxxxxxx identificacao da
      *                                            remessa, ate 15
      *                                            posicoes (obrig.;
      *                                            a mesma no restart)
      *                          TRANS=xxxx        RQ02-REQU-CD-TRANS
      *                                            (default XBT2)
      *                          TPCRED=xxx        RQ02-CRED-ID-TP-CRE
      *                                            (opcional)
      *                          TAXA=nnnn         chamadas/segundo
      *                                            (default 0010;
      *                                            0000 = sem limite)
      *                          CHECKPOINT=nnnnnn intervalo em linhas
      *                                            (default 000100)
      *                          RESTART           retoma do checkpoint
      *                        Condition code: 0 = todas as respostas
      *                        00; 4 = alguma resposta diferente de 00
      *                        ou linha sem grupo/servico (gravada com
      *                        codigo 99, nao enviada) ou cartao
      *                        desconhecido; 12 = parametro invalido,
      *                        erro de arquivo ou regiao sem contato
      *                        (checkpoint gravado na ultima linha
      *                        confirmada - basta resubmeter com
      *                        RESTART)
      * DSnames .............. B090290.XPTPRM02 (parametros)
      *                        B090290.XPTENT02 (pedidos: grupo X(3),
      *                        servico X(6), area de negocio X(3500))
      *                        B090290.XPTSAI02 (respostas: linha
      *                        9(9), MSG-ID X(32), grupo, servico,
      *                        codigo de retorno 9(2), mensagem X(60),
      *                        dados X(3500))
      *                        B090290.XPTCKP02 (checkpoint/restart)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    XPTOBTC2.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT XPTPRM02   ASSIGN TO XPTPRM02
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-XPTPRM02.

           SELECT XPTENT02   ASSIGN TO XPTENT02
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-XPTENT02.

           SELECT XPTSAI02   ASSIGN TO XPTSAI02
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-XPTSAI02.

           SELECT XPTCKP02   ASSIGN TO XPTCKP02
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-XPTCKP02.

       DATA           DIVISION.
       FILE SECTION.
       FD  XPTPRM02
           RECORDING MODE IS F.
       01  WK-XPTPRM02-REC                  PIC  X(080).

       FD  XPTENT02.
       01  WK-XPTENT02-REC.
           05 WK-ENT-GRUPO                  PIC  X(003).
           05 WK-ENT-SERVICO                PIC  X(006).
           05 WK-ENT-NEG-DADOS              PIC  X(3500).

       FD  XPTSAI02.
       01  WK-XPTSAI02-REC.
           05 WK-SAI-LINHA                  PIC  9(009).
           05 WK-SAI-MSG-ID                 PIC  X(032).
           05 WK-SAI-GRUPO                  PIC  X(003).
           05 WK-SAI-SERVICO                PIC  X(006).
           05 WK-SAI-COD-RET                PIC  9(002).
           05 WK-SAI-MENSAGEM               PIC  X(060).
           05 WK-SAI-DADOS                  PIC  X(3500).

      *----------------------------------------------------------------*
      *   CHECKPOINT: UM UNICO REGISTRO, REGRAVADO (OPEN OUTPUT +
      *   CLOSE) A CADA INTERVALO - O RESTART RESTAURA OS CONTADORES
      *   E PULA AS LINHAS JA CONFIRMADAS
      *----------------------------------------------------------------*
       FD  XPTCKP02.
       01  WK-XPTCKP02-REC.
           05 WK-CKP-LINHA                  PIC  9(009).
           05 WK-CKP-MSG-ID                 PIC  X(032).
           05 WK-CKP-LOTE                   PIC  X(015).
           05 WK-CKP-ENVIADOS               PIC  9(009).
           05 WK-CKP-OK                     PIC  9(009).
           05 WK-CKP-RECUSADOS              PIC  9(009).
           05 WK-CKP-REJEITADOS             PIC  9(009).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-XPTPRM02                    PIC  X(002) VALUE '00'.
       01 WK-FS-XPTENT02                    PIC  X(002) VALUE '00'.
       01 WK-FS-XPTSAI02                    PIC  X(002) VALUE '00'.
       01 WK-FS-XPTCKP02                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
       01 WK-FIM-ENTRADA                    PIC  X(001) VALUE 'N'.
           88 FIM-ENTRADA                               VALUE 'S'.
       01 WK-CONTATO                        PIC  X(001) VALUE 'S'.
           88 SEM-CONTATO                               VALUE 'N'.
       01 WK-ARQUIVOS-ABERTOS               PIC  X(001) VALUE 'N'.
           88 ARQUIVOS-ABERTOS                          VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = AVISO (RESPOSTA DIFERENTE DE 00, LINHA
      *   REJEITADA OU CARTAO DESCONHECIDO)   12 = PARAMETRO INVALIDO,
      *   ERRO DE ARQUIVO OU REGIAO SEM CONTATO
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PARAMETROS DO PASSO
      *----------------------------------------------------------------*
       01 WK-APPLID                         PIC  X(008) VALUE SPACES.
       01 WK-CONSUMIDOR                     PIC  X(003) VALUE SPACES.
       01 WK-LOTE                           PIC  X(015) VALUE SPACES.
       01 WK-TRANS                          PIC  X(004) VALUE 'XBT2'.
       01 WK-TP-CRED                        PIC  X(003) VALUE SPACES.
       01 WK-TAXA                           PIC  9(004) VALUE 10.
       01 WK-MODO-RESTART                   PIC  X(001) VALUE 'N'.
           88 MODO-RESTART                              VALUE 'S'.

      *----------------------------------------------------------------*
      *   CHECKPOINT/RESTART - O CHECKPOINT SO E GRAVADO SE O DD
      *   XPTCKP02 ESTIVER ALOCADO (PRIMEIRO OPEN FALHOU = DESLIGA
      *   COM AVISO); NO RESTART AS LINHAS JA CONFIRMADAS SAO
      *   RELIDAS E PULADAS
      *----------------------------------------------------------------*
       01 WK-CKP-ATIVO                      PIC  X(001) VALUE 'S'.
           88 CKP-ATIVO                                 VALUE 'S'.
       01 WK-CKP-INTERVALO                  PIC  9(006) VALUE 100.
       01 WK-CKP-CONTADOR                   PIC  9(006) VALUE ZEROS.
       01 WK-QT-PULAR                       PIC  9(009) VALUE ZEROS.
       01 WK-QT-CONFIRMADOS                 PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CONTROLE DE VAZAO: NO MAXIMO WK-TAXA CHAMADAS DENTRO DO
      *   MESMO SEGUNDO DO RELOGIO; ESGOTADA A COTA O PASSO ESPERA O
      *   RESTO DO SEGUNDO (CEEDLYM, SERVICO DE ESPERA DO LE)
      *----------------------------------------------------------------*
       01 WK-HORA-ATUAL.
          05 WK-HORA-SEGUNDO                PIC  9(006).
          05 WK-HORA-CENTESIMO              PIC  9(002).
       01 WK-SEGUNDO-JANELA                 PIC  9(006) VALUE ZEROS.
       01 WK-QT-NO-SEGUNDO                  PIC  9(004) VALUE ZEROS.
       01 WK-PGM-CEEDLYM                    PIC  X(008) VALUE
                                            'CEEDLYM'.
       01 WK-ESPERA-MS                      PIC S9(009) BINARY
                                            VALUE ZEROS.
       01 WK-CEE-FC                         PIC  X(012) VALUE SPACES.

      *----------------------------------------------------------------*
      *   TAMANHO EFETIVO DA AREA DE NEGOCIO (RQ02-CONT-TAM-AREA-NEG)
      *   PELA MESMA ROTINA GENERICA USADA NO XPTO9999
      *----------------------------------------------------------------*
       01 WK-PGM-VSRSARLN                   PIC  X(008) VALUE
                                            'VSRSARLN'.
       01 WK-VSRSARLN-MODO                  PIC  X(001) VALUE 'L'.
       01 WK-VSRSARLN-TAM-MAX               PIC S9(9) COMP-5 SYNC
                                            VALUE 3500.
       01 WK-VSRSARLN-RESULTADO             PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *   COMMAREA DO XPTO9999 - MESMO LAYOUT DE DRVWRQ02 (SAFRA-
      *   DRIVER) DE LA, SO COM OS CAMPOS QUE O LOTE PREENCHE OU LE;
      *   MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-COMM-XPTO                      PIC  X(7658) VALUE SPACES.
       01 WK-COMM-RQ02 REDEFINES WK-COMM-XPTO.
          05 WK-RQ02-AREA-REQU.
             10 WK-RQ02-CD-TRANS            PIC  X(004).
             10 WK-RQ02-CD-APLI-CONS        PIC  X(003).
             10 WK-RQ02-CD-GRP-SVC          PIC  X(003).
             10 WK-RQ02-CD-SVC              PIC  X(006).
             10 WK-RQ02-MSG-ID              PIC  X(032).
             10 FILLER                      PIC  X(032).
          05 WK-RQ02-AREA-CONT.
             10 WK-RQ02-TAM-AREA-NEG        PIC  9(006).
             10 WK-RQ02-IND-ASYNC           PIC  X(001).
             10 FILLER                      PIC  X(013).
          05 WK-RQ02-AREA-CRED.
             10 WK-RQ02-ID-TP-CRE           PIC  X(003).
             10 FILLER                      PIC  X(107).
          05 WK-RQ02-AREA-CONV              PIC  X(140).
          05 FILLER                         PIC  X(246).
          05 WK-RQ02-NEG-DADOS              PIC  X(3500).
          05 WK-RQ02-AREA-RESP.
             10 WK-RQ02-RESP-COD-RET        PIC  9(002).
             10 WK-RQ02-RESP-MENSAGEM       PIC  X(060).
             10 WK-RQ02-RESP-DADOS          PIC  X(3500).
       01 WK-COMM-LEN                       PIC S9(008) COMP
                                            VALUE 7658.

      *----------------------------------------------------------------*
      *   MSG-ID DE CADA CHAMADA: PROGRAMA + LOTE + LINHA - O MESMO
      *   PEDIDO REENVIADO NO RESTART LEVA O MESMO MSG-ID
      *----------------------------------------------------------------*
       01 WK-MSG-ID.
          05 FILLER                         PIC  X(008) VALUE
                                            'XPTOBTC2'.
          05 WK-MSG-ID-LOTE                 PIC  X(015) VALUE SPACES.
          05 WK-MSG-ID-LINHA                PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   AREA DE RETORNO DO LINK EXCI - MESMO LAYOUT DE
      *   EXCI-EXEC-RETURN-CODE (DFHXCPLO)
      *----------------------------------------------------------------*
       01 WK-EXCI-RETORNO.
          05 WK-EXCI-RESP                   PIC  9(008) COMP.
          05 WK-EXCI-RESP2                  PIC  9(008) COMP.
          05 WK-EXCI-ABCODE                 PIC  X(004).
          05 WK-EXCI-MSG-LEN                PIC  9(008) COMP.
          05 WK-EXCI-MSG-PTR                USAGE POINTER.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01):
      *   INICIO/FIM/CONTADORES/CONDITION CODE CONSULTAVEIS PELO
      *   RUNINQ01 SEM CACADA NO JES; DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 WK-RUNREG-AREA.
          05 WK-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 WK-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'XPTOBTC2'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-ENVIADOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-OK                       PIC  9(009) VALUE ZEROS.
          05 WK-QT-RECUSADOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-REJEITADOS               PIC  9(009) VALUE ZEROS.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'XPTOBTC2 - CLIENTE BATCH DRIVER '.
          05 FILLER           PIC X(020) VALUE
             'LINHAS LIDAS........'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ENVIADAS............'.
          05 WK-REL-ENVIADOS  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'RETORNO 00..........'.
          05 WK-REL-OK        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'OUTROS RETORNOS.....'.
          05 WK-REL-RECUSADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NAO ENVIADAS........'.
          05 WK-REL-REJEITADOS PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 050000-LER-PARAMETROS
           PERFORM 080000-VALIDA-PARAMETROS

           PERFORM 005000-REGISTRA-INICIO

           IF WK-RETORNO LESS 12
              PERFORM 100000-ABRIR-ARQUIVOS
           END-IF

           IF WK-RETORNO LESS 12
              PERFORM 200000-PROCESSA-LINHA
                      UNTIL FIM-ENTRADA
                         OR SEM-CONTATO

              IF CKP-ATIVO
                 PERFORM 800000-GRAVAR-CHECKPOINT
              END-IF

              IF SEM-CONTATO
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF

           IF ARQUIVOS-ABERTOS
              CLOSE XPTENT02
                    XPTSAI02
           END-IF

           PERFORM 950000-EMITIR-RESUMO
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT XPTPRM02

           IF WK-FS-XPTPRM02 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE XPTPRM02
           ELSE
              DISPLAY 'XPTOBTC2 - ERRO AO ABRIR XPTPRM02 FS='
                      WK-FS-XPTPRM02
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ XPTPRM02

           IF WK-FS-XPTPRM02 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-XPTPRM02-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-XPTPRM02-REC(1:7) EQUAL 'APPLID='
              MOVE WK-XPTPRM02-REC(8:8)  TO WK-APPLID
           ELSE
           IF WK-XPTPRM02-REC(1:11) EQUAL 'CONSUMIDOR='
              MOVE WK-XPTPRM02-REC(12:3) TO WK-CONSUMIDOR
           ELSE
           IF WK-XPTPRM02-REC(1:5) EQUAL 'LOTE='
              MOVE WK-XPTPRM02-REC(6:15) TO WK-LOTE
           ELSE
           IF WK-XPTPRM02-REC(1:6) EQUAL 'TRANS='
              MOVE WK-XPTPRM02-REC(7:4)  TO WK-TRANS
           ELSE
           IF WK-XPTPRM02-REC(1:7) EQUAL 'TPCRED='
              MOVE WK-XPTPRM02-REC(8:3)  TO WK-TP-CRED
           ELSE
           IF WK-XPTPRM02-REC(1:5) EQUAL 'TAXA='
              IF WK-XPTPRM02-REC(6:4) NUMERIC
                 MOVE WK-XPTPRM02-REC(6:4) TO WK-TAXA
              ELSE
                 DISPLAY 'XPTOBTC2 - TAXA= INVALIDA (nnnn): '
                         WK-XPTPRM02-REC(6:4)
                 MOVE 12 TO WK-RETORNO
              END-IF
           ELSE
           IF WK-XPTPRM02-REC(1:11) EQUAL 'CHECKPOINT='
              IF WK-XPTPRM02-REC(12:6) NUMERIC
                 AND WK-XPTPRM02-REC(12:6) NOT EQUAL ZEROS
                 MOVE WK-XPTPRM02-REC(12:6) TO WK-CKP-INTERVALO
              ELSE
                 DISPLAY 'XPTOBTC2 - CHECKPOINT= INVALIDO (nnnnnn): '
                         WK-XPTPRM02-REC(12:6)
                 MOVE 12 TO WK-RETORNO
              END-IF
           ELSE
           IF WK-XPTPRM02-REC(1:7) EQUAL 'RESTART'
              MOVE 'S' TO WK-MODO-RESTART
           ELSE
           IF WK-XPTPRM02-REC NOT EQUAL SPACES
              DISPLAY 'XPTOBTC2 - PARAMETRO DESCONHECIDO: '
                      WK-XPTPRM02-REC(1:20)
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       080000-VALIDA-PARAMETROS.
      *----------------------------------------------------------------*
      * SEM REGIAO, CONSUMIDOR OU LOTE NADA E ENVIADO (RC 12) - O LOTE
      * COMPOE O MSG-ID E E O QUE TORNA O RESTART RASTREAVEL
      *----------------------------------------------------------------*
           IF WK-APPLID EQUAL SPACES
              DISPLAY 'XPTOBTC2 - CARTAO APPLID= AUSENTE'
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-CONSUMIDOR EQUAL SPACES
              DISPLAY 'XPTOBTC2 - CARTAO CONSUMIDOR= AUSENTE'
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-LOTE EQUAL SPACES
              DISPLAY 'XPTOBTC2 - CARTAO LOTE= AUSENTE'
              MOVE 12 TO WK-RETORNO
           END-IF

           MOVE WK-LOTE TO WK-MSG-ID-LOTE.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
      * NO RESTART O XPTSAI02 E ESTENDIDO E AS LINHAS JA CONFIRMADAS
      * NO CHECKPOINT SAO RELIDAS SEM ENVIO
      *----------------------------------------------------------------*
           IF MODO-RESTART
              PERFORM 150000-RESTAURAR-CHECKPOINT
           END-IF

           IF WK-RETORNO LESS 12
              OPEN INPUT XPTENT02
           END-IF

           IF WK-RETORNO NOT LESS 12
              CONTINUE
           ELSE
           IF WK-FS-XPTENT02 NOT EQUAL '00'
              DISPLAY 'XPTOBTC2 - ERRO AO ABRIR XPTENT02 FS='
                      WK-FS-XPTENT02
              MOVE 12 TO WK-RETORNO
           ELSE
              IF MODO-RESTART
                 OPEN EXTEND XPTSAI02
              ELSE
                 OPEN OUTPUT XPTSAI02
              END-IF

              IF WK-FS-XPTSAI02 NOT EQUAL '00'
                 DISPLAY 'XPTOBTC2 - ERRO AO ABRIR XPTSAI02 FS='
                         WK-FS-XPTSAI02
                 CLOSE XPTENT02
                 MOVE 12 TO WK-RETORNO
              ELSE
                 MOVE 'S' TO WK-ARQUIVOS-ABERTOS
              END-IF
           END-IF
           END-IF

           IF ARQUIVOS-ABERTOS
              PERFORM 110000-LER-ENTRADA
                      UNTIL FIM-ENTRADA
                         OR WK-QT-LIDOS GREATER WK-QT-PULAR

      *       PEDIDOS MAIS CURTOS QUE O CHECKPOINT = ARQUIVO TROCADO
      *       ENTRE A QUEDA E O RESTART - NADA E ENVIADO
              IF FIM-ENTRADA AND WK-QT-LIDOS LESS WK-QT-PULAR
                 DISPLAY 'XPTOBTC2 - XPTENT02 COM ' WK-QT-LIDOS
                         ' LINHAS, MENOS QUE AS ' WK-QT-PULAR
                         ' DO CHECKPOINT - ARQUIVO INCOMPATIVEL'
                 MOVE 'N' TO WK-CKP-ATIVO
                 MOVE 12  TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       110000-LER-ENTRADA.
      *----------------------------------------------------------------*
           READ XPTENT02

           IF WK-FS-XPTENT02 EQUAL '00'
              ADD 1 TO WK-QT-LIDOS
           ELSE
              MOVE 'S' TO WK-FIM-ENTRADA
              IF WK-FS-XPTENT02 NOT EQUAL '10'
                 DISPLAY 'XPTOBTC2 - ERRO NA LEITURA DO XPTENT02 FS='
                         WK-FS-XPTENT02 ' APOS A LINHA ' WK-QT-LIDOS
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-RESTAURAR-CHECKPOINT.
      *----------------------------------------------------------------*
      * RESTAURA OS CONTADORES DO ULTIMO CHECKPOINT; CHECKPOINT DE
      * OUTRO LOTE NAO VALE (RC 12, NADA E ENVIADO). SEM CHECKPOINT
      * GRAVADO, O RESTART VIRA EXECUCAO NORMAL COM AVISO
      *----------------------------------------------------------------*
           OPEN INPUT XPTCKP02

           IF WK-FS-XPTCKP02 NOT EQUAL '00'
              DISPLAY 'XPTOBTC2 - RESTART SEM CHECKPOINT (FS='
                      WK-FS-XPTCKP02
                      ') - EXECUCAO DESDE A LINHA 1'
              MOVE 'N' TO WK-MODO-RESTART
           ELSE
              READ XPTCKP02

              IF WK-FS-XPTCKP02 NOT EQUAL '00'
                 DISPLAY 'XPTOBTC2 - CHECKPOINT VAZIO/ILEGIVEL FS='
                         WK-FS-XPTCKP02
                         ' - EXECUCAO DESDE A LINHA 1'
                 MOVE 'N' TO WK-MODO-RESTART
              ELSE
              IF WK-CKP-LOTE NOT EQUAL WK-LOTE
                 DISPLAY 'XPTOBTC2 - CHECKPOINT E DO LOTE '
                         WK-CKP-LOTE ', NAO DO ' WK-LOTE
                 MOVE 'N' TO WK-CKP-ATIVO
                 MOVE 12  TO WK-RETORNO
              ELSE
                 MOVE WK-CKP-LINHA       TO WK-QT-PULAR
                                            WK-QT-CONFIRMADOS
                 MOVE WK-CKP-ENVIADOS    TO WK-QT-ENVIADOS
                 MOVE WK-CKP-OK          TO WK-QT-OK
                 MOVE WK-CKP-RECUSADOS   TO WK-QT-RECUSADOS
                 MOVE WK-CKP-REJEITADOS  TO WK-QT-REJEITADOS
                 DISPLAY 'XPTOBTC2 - RESTART APOS A LINHA '
                         WK-CKP-LINHA
                         ' (ULTIMO MSG-ID ' WK-CKP-MSG-ID ')'
              END-IF
              END-IF

              CLOSE XPTCKP02
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSA-LINHA.
      *----------------------------------------------------------------*
      * LINHA SO E CONFIRMADA (RESPOSTA GRAVADA E CONTADA NO
      * CHECKPOINT) SE A REGIAO RESPONDEU - SEM CONTATO O PASSO PARA
      * NESTA LINHA, QUE SERA A PRIMEIRA DO RESTART
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS TO WK-MSG-ID-LINHA

           MOVE SPACES                  TO WK-COMM-XPTO
           MOVE WK-MSG-ID               TO WK-RQ02-MSG-ID

           IF WK-ENT-GRUPO EQUAL SPACES
              OR WK-ENT-SERVICO EQUAL SPACES
              ADD 1 TO WK-QT-REJEITADOS
              MOVE 99                   TO WK-RQ02-RESP-COD-RET
              MOVE 'LINHA SEM GRUPO/SERVICO - NAO ENVIADA'
                   TO WK-RQ02-RESP-MENSAGEM
           ELSE
              PERFORM 500000-CONTROLA-TAXA
              PERFORM 300000-CHAMA-DRIVER
           END-IF

           IF NOT SEM-CONTATO
              PERFORM 400000-GRAVA-RESPOSTA
           END-IF

           IF NOT SEM-CONTATO AND NOT FIM-ENTRADA
              MOVE WK-QT-LIDOS TO WK-QT-CONFIRMADOS

              ADD 1 TO WK-CKP-CONTADOR
              IF CKP-ATIVO AND WK-CKP-CONTADOR NOT LESS
                               WK-CKP-INTERVALO
                 PERFORM 800000-GRAVAR-CHECKPOINT
                 MOVE ZEROS TO WK-CKP-CONTADOR
              END-IF

              PERFORM 110000-LER-ENTRADA
           END-IF.

      *----------------------------------------------------------------*
       300000-CHAMA-DRIVER.
      *----------------------------------------------------------------*
      * UMA CHAMADA SINCRONA AO XPTO9999 COM O RQ02 MONTADO DA LINHA E
      * DO CARTAO - ROTEAMENTO, TRILHA, REPLAY, VAZAO E DIREITO SAO
      * TODOS DE LA, IGUAIS AO CANAL ONLINE
      *----------------------------------------------------------------*
           MOVE WK-TRANS                TO WK-RQ02-CD-TRANS
           MOVE WK-CONSUMIDOR           TO WK-RQ02-CD-APLI-CONS
           MOVE WK-ENT-GRUPO            TO WK-RQ02-CD-GRP-SVC
           MOVE WK-ENT-SERVICO          TO WK-RQ02-CD-SVC
           MOVE WK-TP-CRED              TO WK-RQ02-ID-TP-CRE
           MOVE WK-ENT-NEG-DADOS        TO WK-RQ02-NEG-DADOS

           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                      WK-RQ02-NEG-DADOS
                                      WK-VSRSARLN-TAM-MAX
                                      WK-VSRSARLN-RESULTADO
           MOVE WK-VSRSARLN-RESULTADO   TO WK-RQ02-TAM-AREA-NEG

           EXEC CICS LINK PROGRAM   ('XPTO9999')
                          APPLID    (WK-APPLID)
                          COMMAREA  (WK-COMM-XPTO)
                          LENGTH    (WK-COMM-LEN)
                          DATALENGTH(WK-COMM-LEN)
                          RETCODE   (WK-EXCI-RETORNO)
                          SYNCONRETURN
           END-EXEC

           IF WK-EXCI-RESP NOT EQUAL ZEROS
              MOVE 'N' TO WK-CONTATO
              DISPLAY 'XPTOBTC2 - LINK EXCI FALHOU NA LINHA '
                      WK-QT-LIDOS ' RESP=' WK-EXCI-RESP
                      ' RESP2=' WK-EXCI-RESP2
                      ' ABCODE=' WK-EXCI-ABCODE
           ELSE
              ADD 1 TO WK-QT-ENVIADOS
              IF WK-RQ02-RESP-COD-RET EQUAL ZEROS
                 ADD 1 TO WK-QT-OK
              ELSE
                 ADD 1 TO WK-QT-RECUSADOS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-GRAVA-RESPOSTA.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS             TO WK-SAI-LINHA
           MOVE WK-MSG-ID               TO WK-SAI-MSG-ID
           MOVE WK-ENT-GRUPO            TO WK-SAI-GRUPO
           MOVE WK-ENT-SERVICO          TO WK-SAI-SERVICO
           MOVE WK-RQ02-RESP-COD-RET    TO WK-SAI-COD-RET
           MOVE WK-RQ02-RESP-MENSAGEM   TO WK-SAI-MENSAGEM
           MOVE WK-RQ02-RESP-DADOS      TO WK-SAI-DADOS

           WRITE WK-XPTSAI02-REC

           IF WK-FS-XPTSAI02 NOT EQUAL '00'
              DISPLAY 'XPTOBTC2 - ERRO AO GRAVAR XPTSAI02 FS='
                      WK-FS-XPTSAI02 ' NA LINHA ' WK-QT-LIDOS
              MOVE 12 TO WK-RETORNO
              MOVE 'S' TO WK-FIM-ENTRADA
           END-IF.

      *----------------------------------------------------------------*
       500000-CONTROLA-TAXA.
      *----------------------------------------------------------------*
      * COTA DE WK-TAXA CHAMADAS POR SEGUNDO DE RELOGIO; COTA ESGOTADA
      * ESPERA A VIRADA DO SEGUNDO. TAXA ZERO = SEM LIMITE
      *----------------------------------------------------------------*
           IF WK-TAXA GREATER ZEROS
              ACCEPT WK-HORA-ATUAL FROM TIME

              IF WK-HORA-SEGUNDO NOT EQUAL WK-SEGUNDO-JANELA
                 MOVE WK-HORA-SEGUNDO TO WK-SEGUNDO-JANELA
                 MOVE ZEROS           TO WK-QT-NO-SEGUNDO
              END-IF

              IF WK-QT-NO-SEGUNDO NOT LESS WK-TAXA
                 COMPUTE WK-ESPERA-MS
                         = (100 - WK-HORA-CENTESIMO) * 10
                 CALL WK-PGM-CEEDLYM USING WK-ESPERA-MS
                                           WK-CEE-FC

                 ACCEPT WK-HORA-ATUAL FROM TIME
                 MOVE WK-HORA-SEGUNDO TO WK-SEGUNDO-JANELA
                 MOVE ZEROS           TO WK-QT-NO-SEGUNDO
              END-IF

              ADD 1 TO WK-QT-NO-SEGUNDO
           END-IF.

      *----------------------------------------------------------------*
       800000-GRAVAR-CHECKPOINT.
      *----------------------------------------------------------------*
      * REGRAVA O REGISTRO UNICO DE CHECKPOINT (OPEN OUTPUT + CLOSE)
      * COM A ULTIMA LINHA CONFIRMADA - A LINHA EM MAOS SO CONTA SE A
      * RESPOSTA DELA JA FOI GRAVADA. DD XPTCKP02 AUSENTE DESLIGA O
      * CHECKPOINT COM AVISO, SEM INTERROMPER O LOTE
      *----------------------------------------------------------------*
           OPEN OUTPUT XPTCKP02

           IF WK-FS-XPTCKP02 NOT EQUAL '00'
              DISPLAY 'XPTOBTC2 - CHECKPOINT DESLIGADO - ERRO AO '
                      'ABRIR XPTCKP02 FS=' WK-FS-XPTCKP02
              MOVE 'N' TO WK-CKP-ATIVO
           ELSE
              MOVE WK-QT-CONFIRMADOS  TO WK-CKP-LINHA
                                         WK-MSG-ID-LINHA
              MOVE WK-MSG-ID          TO WK-CKP-MSG-ID
              MOVE WK-LOTE            TO WK-CKP-LOTE
              MOVE WK-QT-ENVIADOS     TO WK-CKP-ENVIADOS
              MOVE WK-QT-OK           TO WK-CKP-OK
              MOVE WK-QT-RECUSADOS    TO WK-CKP-RECUSADOS
              MOVE WK-QT-REJEITADOS   TO WK-CKP-REJEITADOS

              WRITE WK-XPTCKP02-REC

              IF WK-FS-XPTCKP02 NOT EQUAL '00'
                 DISPLAY 'XPTOBTC2 - CHECKPOINT DESLIGADO - ERRO AO '
                         'GRAVAR XPTCKP02 FS=' WK-FS-XPTCKP02
                 MOVE 'N' TO WK-CKP-ATIVO
              END-IF

              CLOSE XPTCKP02
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           IF WK-RETORNO LESS 4
              AND (WK-QT-RECUSADOS GREATER ZEROS
                   OR WK-QT-REJEITADOS GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF

           MOVE WK-QT-LIDOS      TO WK-REL-LIDOS
           MOVE WK-QT-ENVIADOS   TO WK-REL-ENVIADOS
           MOVE WK-QT-OK         TO WK-REL-OK
           MOVE WK-QT-RECUSADOS  TO WK-REL-RECUSADOS
           MOVE WK-QT-REJEITADOS TO WK-REL-REJEITADOS

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS      TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-ENVIADOS   TO WK-RUNREG-QT-SAIDA
           COMPUTE WK-RUNREG-QT-REJEIT
                   = WK-QT-RECUSADOS + WK-QT-REJEITADOS
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
