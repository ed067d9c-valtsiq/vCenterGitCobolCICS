       CBL CICS('COBOL3,EXCI') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. VSRS (Z/OS CONNECT)
      * Programa.............. VSRSBTC3
      * Tipo    .............. Batch (EXCI - LINK ao VSRSMAIN na regiao
      *                        CICS informada)
      * Finalidade ........... passo de coordenacao das cargas batch
      *                        com o online: antes de um carregador
      *                        que atualiza arquivo aberto na regiao
      *                        (CEPBTC01/CEPBTC08 -> CEPVSA01,
      *                        CEPGEO01, CEPHST01; CIEBTC01 ->
      *                        CIELOBIN; ACCBTC02 -> ACCM1VSA) o passo
      *                        FECHAR pede ao VSRSMAIN, pelo MESMO
      *                        caminho de acao guardada (codigo 7,
      *                        SET FILE, confirmacao 'S'), DISABLE e
      *                        CLOSE de cada arquivo - o CLOSE espera
      *                        as tarefas em voo; depois da carga o
      *                        passo REABRIR pede OPEN e ENABLE. Cada
      *                        acao fica na auditoria VSRSAUD1 do
      *                        VSRSMAIN e a execucao do passo no
      *                        RUNHST01 (RUNREG01). Falha no FECHAR
      *                        reabre o que ja tinha sido fechado e
      *                        termina com RC 12 (o carregador nao
      *                        deve rodar - COND no JCL). No REABRIR o
      *                        pedido vai com o flag de alerta: se o
      *                        OPEN/ENABLE falhar o proprio VSRSMAIN
      *                        grava linha 'ALERTA' na CSTA; se nem a
      *                        regiao responder, o alerta sai no
      *                        SYSOUT e o RC 12 fica para o scheduler.
      *                        Parametros (cartao VSRPRM03):
      *                          APPLID=xxxxxxxx   regiao CICS (obrig.)
      *                          ACAO=FECHAR ou ACAO=REABRIR (obrig.)
      *                          ARQUIVO=xxxxxxxx  um cartao por
      *                                            arquivo (ate 20)
      *                          ETAPA=xxxxxxxx    nome do passo no
      *                                            RUNHST01 (opcional;
      *                                            default VSRSFECH /
      *                                            VSRSABRE) - use um
      *                                            por carregador para
      *                                            os passos de um
      *                                            ciclo nao se
      *                                            sobreporem
      * DSnames .............. B090290.VSRPRM03 (parametros)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VSRSBTC3.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT VSRPRM03   ASSIGN TO VSRPRM03
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-VSRPRM03.

       DATA           DIVISION.
       FILE SECTION.
       FD  VSRPRM03
           RECORDING MODE IS F.
       01  WK-VSRPRM03-REC                  PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-VSRPRM03                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = AVISO (CARTAO DESCONHECIDO IGNORADO)
      *   12 = PARAMETRO INVALIDO OU ACAO NAO EXECUTADA NA REGIAO
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PARAMETROS DO PASSO
      *----------------------------------------------------------------*
       01 WK-APPLID                         PIC  X(008) VALUE SPACES.
       01 WK-ACAO-PASSO                     PIC  X(008) VALUE SPACES.
           88 PASSO-FECHAR                              VALUE 'FECHAR'.
           88 PASSO-REABRIR                             VALUE 'REABRIR'.
       01 WK-ETAPA                          PIC  X(008) VALUE SPACES.
       01 WK-QT-ARQUIVOS                    PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-ARQUIVOS.
          05 WK-TAB-ARQUIVO OCCURS 20 TIMES PIC  X(008).
       01 WK-IDX-ARQ                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-IDX-REABRE                     PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-FALHOU                         PIC  X(001) VALUE 'N'.
           88 FALHOU                                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   COMMAREA DO VSRSMAIN, ACAO GUARDADA CODIGO 7 (SET FILE) -
      *   MESMOS LAYOUTS DE WK-COMM-SET-REQ (PEDIDO) E WK-COMM-SET
      *   (RESPOSTA) DE LA, MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-COMM-VSRS                      PIC  X(200) VALUE SPACES.
       01 WK-COMM-SET-REQ REDEFINES WK-COMM-VSRS.
          05 WK-SET-REQ-CODE                PIC  9(002).
          05 WK-SET-REQ-NAME                PIC  X(008).
          05 WK-SET-REQ-ACAO                PIC  X(008).
          05 WK-SET-REQ-CONFIRMA            PIC  X(001).
          05 WK-SET-REQ-ALERTA              PIC  X(001).
          05 FILLER                         PIC  X(180).
       01 WK-COMM-SET REDEFINES WK-COMM-VSRS.
          05 WK-COMM-SET-CODE               PIC  9(002).
          05 WK-COMM-SET-NAME               PIC  X(008).
          05 WK-COMM-SET-ACAO               PIC  X(008).
          05 WK-COMM-SET-RESULT             PIC  X(020).
          05 FILLER                         PIC  X(162).
       01 WK-COMM-LEN                       PIC S9(008) COMP
                                            VALUE 200.
       01 WK-ACAO-SET                       PIC  X(008) VALUE SPACES.
       01 WK-FLAG-ALERTA                    PIC  X(001) VALUE 'N'.
       01 WK-RESULTADO                      PIC  X(020) VALUE SPACES.
           88 RESULTADO-OK                  VALUE 'EXECUTADO'.

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
                                            'VSRSBTC3'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-ACOES                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-EXECUTADAS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-FALHAS                   PIC  9(009) VALUE ZEROS.

       01 WK-LINHA-ACAO.
          05 FILLER           PIC X(009) VALUE 'VSRSBTC3 '.
          05 WK-LIN-APPLID    PIC X(008).
          05 FILLER           PIC X(006) VALUE ' FILE '.
          05 WK-LIN-ARQUIVO   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-ACAO      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-RESULT    PIC X(020).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'VSRSBTC3 - COORDENACAO CARGA    '.
          05 FILLER           PIC X(020) VALUE
             'ACOES PEDIDAS.......'.
          05 WK-REL-ACOES     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'EXECUTADAS..........'.
          05 WK-REL-EXECUTADAS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FALHAS..............'.
          05 WK-REL-FALHAS    PIC ZZZ,ZZZ,ZZ9.

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
              IF PASSO-FECHAR
                 PERFORM 200000-FECHA-ARQUIVO
                         VARYING WK-IDX-ARQ FROM 1 BY 1
                         UNTIL WK-IDX-ARQ GREATER WK-QT-ARQUIVOS
                            OR FALHOU
                 IF FALHOU
                    PERFORM 250000-DESFAZ-FECHAMENTO
                 END-IF
              ELSE
                 PERFORM 300000-REABRE-ARQUIVO
                         VARYING WK-IDX-ARQ FROM 1 BY 1
                         UNTIL WK-IDX-ARQ GREATER WK-QT-ARQUIVOS
              END-IF

              IF FALHOU
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF

           PERFORM 950000-EMITIR-RESUMO
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
      * O PASSO ENTRA NO RUNHST01 COM O NOME DA ETAPA (UM REGISTRO POR
      * CICLO+NOME) - FECHAR E REABRIR DO MESMO CARREGADOR FICAM EM
      * REGISTROS SEPARADOS
      *----------------------------------------------------------------*
           IF WK-ETAPA NOT EQUAL SPACES
              MOVE WK-ETAPA   TO WK-RUNREG-PROGRAMA
           ELSE
           IF PASSO-REABRIR
              MOVE 'VSRSABRE' TO WK-RUNREG-PROGRAMA
           ELSE
              MOVE 'VSRSFECH' TO WK-RUNREG-PROGRAMA
           END-IF
           END-IF

           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT VSRPRM03

           IF WK-FS-VSRPRM03 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE VSRPRM03
           ELSE
              DISPLAY 'VSRSBTC3 - ERRO AO ABRIR VSRPRM03 FS='
                      WK-FS-VSRPRM03
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ VSRPRM03

           IF WK-FS-VSRPRM03 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-VSRPRM03-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-VSRPRM03-REC(1:7) EQUAL 'APPLID='
              MOVE WK-VSRPRM03-REC(8:8)  TO WK-APPLID
           ELSE
           IF WK-VSRPRM03-REC(1:5) EQUAL 'ACAO='
              MOVE WK-VSRPRM03-REC(6:8)  TO WK-ACAO-PASSO
           ELSE
           IF WK-VSRPRM03-REC(1:6) EQUAL 'ETAPA='
              MOVE WK-VSRPRM03-REC(7:8)  TO WK-ETAPA
           ELSE
           IF WK-VSRPRM03-REC(1:8) EQUAL 'ARQUIVO='
                 AND WK-VSRPRM03-REC(9:8) NOT EQUAL SPACES
              PERFORM 070000-GUARDA-ARQUIVO
           ELSE
           IF WK-VSRPRM03-REC NOT EQUAL SPACES
              DISPLAY 'VSRSBTC3 - PARAMETRO DESCONHECIDO: '
                      WK-VSRPRM03-REC(1:20)
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-GUARDA-ARQUIVO.
      *----------------------------------------------------------------*
           IF WK-QT-ARQUIVOS LESS 20
              ADD 1 TO WK-QT-ARQUIVOS
              MOVE WK-VSRPRM03-REC(9:8)
                   TO WK-TAB-ARQUIVO(WK-QT-ARQUIVOS)
           ELSE
              DISPLAY 'VSRSBTC3 - MAIS DE 20 ARQUIVOS - IGNORADO: '
                      WK-VSRPRM03-REC(9:8)
              MOVE 12 TO WK-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       080000-VALIDA-PARAMETROS.
      *----------------------------------------------------------------*
      * PARAMETRO FALTANDO = NADA E PEDIDO A REGIAO (RC 12) - MELHOR
      * O CARREGADOR NAO RODAR DO QUE RODAR COM O ONLINE ABERTO
      *----------------------------------------------------------------*
           IF WK-APPLID EQUAL SPACES
              DISPLAY 'VSRSBTC3 - CARTAO APPLID= AUSENTE'
              MOVE 12 TO WK-RETORNO
           END-IF

           IF NOT PASSO-FECHAR AND NOT PASSO-REABRIR
              DISPLAY 'VSRSBTC3 - CARTAO ACAO= AUSENTE OU INVALIDO '
                      '(FECHAR/REABRIR): ' WK-ACAO-PASSO
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-QT-ARQUIVOS EQUAL ZEROS
              DISPLAY 'VSRSBTC3 - NENHUM CARTAO ARQUIVO= INFORMADO'
              MOVE 12 TO WK-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       200000-FECHA-ARQUIVO.
      *----------------------------------------------------------------*
      * DISABLE PRIMEIRO (NENHUMA TAREFA NOVA PEGA O ARQUIVO), DEPOIS
      * CLOSE - QUE ESPERA AS TAREFAS EM VOO
      *----------------------------------------------------------------*
           MOVE 'N'        TO WK-FLAG-ALERTA
           MOVE 'DISABLE ' TO WK-ACAO-SET
           PERFORM 400000-PEDE-SET-FILE

           IF RESULTADO-OK
              MOVE 'CLOSE   ' TO WK-ACAO-SET
              PERFORM 400000-PEDE-SET-FILE
           END-IF

           IF NOT RESULTADO-OK
              MOVE 'S' TO WK-FALHOU
           END-IF.

      *----------------------------------------------------------------*
       250000-DESFAZ-FECHAMENTO.
      *----------------------------------------------------------------*
      * O FECHAMENTO PAROU NO ARQUIVO WK-IDX-ARQ - 1 (O VARYING JA
      * AVANCOU): DEVOLVE AO AR ESTE E OS ANTERIORES, COM ALERTA, PARA
      * O ONLINE NAO FICAR PARCIALMENTE FECHADO SEM CARGA NENHUMA
      *----------------------------------------------------------------*
           DISPLAY 'VSRSBTC3 - FECHAMENTO FALHOU - REABRINDO OS '
                   'ARQUIVOS JA TRATADOS'

           SUBTRACT 1 FROM WK-IDX-ARQ
           PERFORM 300000-REABRE-ARQUIVO
                   VARYING WK-IDX-REABRE FROM WK-IDX-ARQ BY -1
                   UNTIL WK-IDX-REABRE LESS 1.

      *----------------------------------------------------------------*
       300000-REABRE-ARQUIVO.
      *----------------------------------------------------------------*
      * OPEN E ENABLE COM O FLAG DE ALERTA - FALHA NA REGIAO VIRA
      * LINHA 'ALERTA' NA CSTA GRAVADA PELO VSRSMAIN; UM ARQUIVO QUE
      * NAO VOLTA NAO IMPEDE A TENTATIVA NOS DEMAIS
      *----------------------------------------------------------------*
           IF PASSO-FECHAR
              MOVE WK-IDX-REABRE TO WK-IDX-ARQ
           END-IF

           MOVE 'S'        TO WK-FLAG-ALERTA
           MOVE 'OPEN    ' TO WK-ACAO-SET
           PERFORM 400000-PEDE-SET-FILE

           IF RESULTADO-OK
              MOVE 'ENABLE  ' TO WK-ACAO-SET
              PERFORM 400000-PEDE-SET-FILE
           END-IF

           IF NOT RESULTADO-OK
              MOVE 'S' TO WK-FALHOU
              DISPLAY '*** ALERTA *** VSRSBTC3 - ARQUIVO '
                      WK-TAB-ARQUIVO(WK-IDX-ARQ)
                      ' NAO VOLTOU AO AR NA REGIAO ' WK-APPLID
                      ' - ' WK-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
       400000-PEDE-SET-FILE.
      *----------------------------------------------------------------*
      * UMA ACAO GUARDADA NO VSRSMAIN (CODIGO 7, CONFIRMADA) - A
      * AUDITORIA VSRSAUD1 E GRAVADA LA, EXECUTADA OU NAO
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-ACOES

           MOVE SPACES                     TO WK-COMM-VSRS
           MOVE 7                          TO WK-SET-REQ-CODE
           MOVE WK-TAB-ARQUIVO(WK-IDX-ARQ) TO WK-SET-REQ-NAME
           MOVE WK-ACAO-SET                TO WK-SET-REQ-ACAO
           MOVE 'S'                        TO WK-SET-REQ-CONFIRMA
           MOVE WK-FLAG-ALERTA             TO WK-SET-REQ-ALERTA

           EXEC CICS LINK PROGRAM   ('VSRSMAIN')
                          APPLID    (WK-APPLID)
                          COMMAREA  (WK-COMM-VSRS)
                          LENGTH    (WK-COMM-LEN)
                          DATALENGTH(WK-COMM-LEN)
                          RETCODE   (WK-EXCI-RETORNO)
                          SYNCONRETURN
           END-EXEC

           IF WK-EXCI-RESP NOT EQUAL ZEROS
              MOVE 'SEM CONTATO CICS'  TO WK-RESULTADO
              DISPLAY 'VSRSBTC3 - LINK EXCI FALHOU RESP='
                      WK-EXCI-RESP ' RESP2=' WK-EXCI-RESP2
                      ' ABCODE=' WK-EXCI-ABCODE
           ELSE
              MOVE WK-COMM-SET-RESULT TO WK-RESULTADO
           END-IF

           IF RESULTADO-OK
              ADD 1 TO WK-QT-EXECUTADAS
           ELSE
              ADD 1 TO WK-QT-FALHAS
           END-IF

           MOVE WK-APPLID                  TO WK-LIN-APPLID
           MOVE WK-TAB-ARQUIVO(WK-IDX-ARQ) TO WK-LIN-ARQUIVO
           MOVE WK-ACAO-SET                TO WK-LIN-ACAO
           MOVE WK-RESULTADO               TO WK-LIN-RESULT
           DISPLAY WK-LINHA-ACAO.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-ACOES      TO WK-REL-ACOES
           MOVE WK-QT-EXECUTADAS TO WK-REL-EXECUTADAS
           MOVE WK-QT-FALHAS     TO WK-REL-FALHAS

           DISPLAY WK-RELATORIO.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           MOVE WK-QT-ARQUIVOS   TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-EXECUTADAS TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-FALHAS     TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.
