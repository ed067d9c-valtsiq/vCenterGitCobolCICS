      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. ACC
      * Programa.............. ACCBTC11
      * Tipo    .............. Batch (mensal)
      * Finalidade ........... credenciais DORMENTES e sem uso do
      *                        cadastro "ACCSEG01": o ACCSEGMN cuida de
      *                        validade e bloqueio, mas ninguem sabia
      *                        quais credenciais ainda sao usadas - a
      *                        revisao de seguranca achou chaves que
      *                        nenhum canal apresentava havia mais de
      *                        um ano, ainda validas. Com a data e o
      *                        canal do ultimo uso gravados pelo
      *                        PROD0001, lista por credencial ATIVA:
      *                          D - dormente: sem uso ha N dias ou
      *                              mais
      *                          N - nunca usada desde a criacao
      *                              (dormente quando criada ha N dias
      *                              ou mais)
      *                          V - em uso, mas vence nos proximos
      *                              dias (rotacao a programar)
      *                        Com DESATIVA=S as dormentes (D e N
      *                        dormente) sao desativadas, cada uma com
      *                        a linha de auditoria no layout da TD
      *                        ACM1 do ACCSEGMN (usuario ACCBTC11,
      *                        terminal BTCH) no ACCAUD11.
      *                        Credencial anterior ao controle (sem
      *                        data de criacao) e sem uso so conta
      *                        como dormente com RASTREIO= informado
      *                        (data em que o PROD0001 passou a gravar
      *                        o ultimo uso) - sem ele e listada mas
      *                        nunca desativada.
      *                        Parametros (cartao ACCPRM11):
      *                          DIAS=nnnnn       dias sem uso (90)
      *                          VENCE=nnn        janela de vencimento
      *                                           em dias (30)
      *                          RASTREIO=AAAAMMDD
      *                          DESATIVA=S       desativa dormentes
      *                        RC 4 quando ha dormente nao desativada
      *                        ou falha ao desativar.
      * DSnames .............. B090290.ACCSEG01 (entrada; I-O com
      *                        DESATIVA=S)
      *                        B090290.ACCPRM11 (parametros, opcional)
      *                        B090290.ACCREL11 (relatorio impresso)
      *                        B090290.ACCAUD11 (auditoria das
      *                        desativacoes)
      * JOB def cluster ...... B090290.LIB.JCL(ACCDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCBTC11.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT ACCSEG01  ASSIGN TO ACCSEG01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-SEG-USUA
                  FILE STATUS  IS WK-FS-ACCSEG01.

           SELECT ACCPRM11   ASSIGN TO ACCPRM11
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCPRM11.

           SELECT ACCREL11   ASSIGN TO ACCREL11
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCREL11.

           SELECT ACCAUD11   ASSIGN TO ACCAUD11
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-ACCAUD11.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   CADASTRO DE CREDENCIAIS - MESMO LAYOUT DO PROD0001/ACCSEGMN,
      *   MANTER SINCRONIZADO. REGISTROS LEGADOS (35 E 54 BYTES) SAO
      *   LIDOS E REGRAVADOS NO SEU PROPRIO TAMANHO
      *----------------------------------------------------------------*
       FD  ACCSEG01
           RECORD IS VARYING IN SIZE FROM 35 TO 74 CHARACTERS
           DEPENDING ON WK-SEG-TAM.
       01  WK-ACCSEG01-REC.
           05 WK-SEG-USUA                PIC  X(003).
           05 WK-SEG-NOME                PIC  X(010).
           05 WK-SEG-CHAV                PIC  X(014).
           05 WK-SEG-OPCA                PIC  X(004).
           05 WK-SEG-ATIVO               PIC  X(001).
              88 WK-SEG-ATIVO-SIM                  VALUE 'S'.
           05 WK-SEG-VALIDADE            PIC  X(008).
           05 WK-SEG-FALHAS              PIC  9(003).
           05 WK-SEG-BLOQ-ATE            PIC S9(015) COMP-3.
           05 WK-SEG-ULT-USO-DATA        PIC  X(008).
           05 WK-SEG-ULT-USO-CANAL       PIC  X(004).
           05 WK-SEG-CRIACAO             PIC  X(008).

       FD  ACCPRM11
           RECORDING MODE IS F.
       01  WK-ACCPRM11-REC                PIC  X(080).

       FD  ACCREL11
           RECORDING MODE IS F.
       01  WK-ACCREL11-REC                PIC  X(133).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DA LINHA DE AUDITORIA DO ACCSEGMN (TD ACM1)
      *----------------------------------------------------------------*
       FD  ACCAUD11
           RECORDING MODE IS F.
       01  WK-ACCAUD11-REC.
           05 WK-AUD-USUA                PIC  X(003).
           05 FILLER                     PIC  X(001).
           05 WK-AUD-USERID              PIC  X(008).
           05 FILLER                     PIC  X(001).
           05 WK-AUD-TERMID              PIC  X(004).
           05 FILLER                     PIC  X(001).
           05 WK-AUD-MSG                 PIC  X(060).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-ACCSEG01                    PIC  X(002) VALUE '00'.
       01 WK-SEG-TAM                        PIC  9(004) VALUE ZEROS.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.

       01 WK-FS-ACCPRM11                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.

       01 WK-FS-ACCAUD11                    PIC  X(002) VALUE '00'.
       01 WK-AUDITORIA-OK                   PIC  X(001) VALUE 'N'.
           88 AUDITORIA-OK                              VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = DORMENTE NAO DESATIVADA / FALHA AO DESATIVAR
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = FALHA DE OPEN
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

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
                                            'ACCBTC11'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO ACCREL11 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'ACCREL11'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'ACCBTC11'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETROS DE EXECUCAO (CARTAO ACCPRM11, UMA PALAVRA-CHAVE
      *   POR LINHA; DD AUSENTE = 90 DIAS, JANELA DE 30, SO RELATORIO)
      *----------------------------------------------------------------*
       01 WK-DIAS-SEM-USO                   PIC  9(005) VALUE 90.
       01 WK-DIAS-VENCE                     PIC  9(003) VALUE 30.
       01 WK-DATA-RASTREIO                  PIC  X(008) VALUE SPACES.
       01 WK-MODO-DESATIVA                  PIC  X(001) VALUE 'N'.
           88 MODO-DESATIVA                             VALUE 'S'.

      *----------------------------------------------------------------*
      *   DATAS DE CORTE (AAAAMMDD): ULTIMO USO ANTERIOR AO CORTE =
      *   DORMENTE; VALIDADE ATE O LIMITE = VENCE EM BREVE
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-HOJE-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-DIAS-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-CORTE-AAAAMMDD                 PIC  9(008) VALUE ZEROS.
       01 WK-CORTE-X REDEFINES WK-CORTE-AAAAMMDD
                                            PIC  X(008).
       01 WK-LIMITE-AAAAMMDD                PIC  9(008) VALUE ZEROS.
       01 WK-LIMITE-X REDEFINES WK-LIMITE-AAAAMMDD
                                            PIC  X(008).
       01 WK-HOJE-X                         PIC  X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *   CLASSIFICACAO DA CREDENCIAL CORRENTE
      *----------------------------------------------------------------*
       01 WK-CATEGORIA                      PIC  X(001) VALUE SPACE.
           88 CAT-DORMENTE                              VALUE 'D'.
           88 CAT-NUNCA-USADA                           VALUE 'N'.
           88 CAT-VENCE                                 VALUE 'V'.
       01 WK-ELEGIVEL                       PIC  X(001) VALUE 'N'.
           88 ELEGIVEL                                  VALUE 'S'.
       01 WK-DATA-REF                       PIC  X(008) VALUE SPACES.
       01 WK-DATA-REF-NUM REDEFINES WK-DATA-REF
                                            PIC  9(008).
       01 WK-DIAS-REF                       PIC  9(007) VALUE ZEROS.
       01 WK-ACAO                           PIC  X(012) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-INATIVAS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-VENCIDAS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-DORMENTES                PIC  9(009) VALUE ZEROS.
          05 WK-QT-NUNCA-USADAS             PIC  9(009) VALUE ZEROS.
          05 WK-QT-VENCE                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-DESATIVADAS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-FALHA-DESATIVA           PIC  9(009) VALUE ZEROS.
          05 WK-QT-PENDENTES                PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD ACCREL11, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1) - DD AUSENTE DEGRADA PARA O SYSOUT, COM
      *   AVISO. A CHAVE DA CREDENCIAL NUNCA E IMPRESSA
      *----------------------------------------------------------------*
       01 WK-FS-ACCREL11                    PIC  X(002) VALUE '00'.
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-HORA-SYS                   PIC  9(008) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(052) VALUE
             'ACCBTC11 - CREDENCIAIS DORMENTES DO ACCSEG01        '.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC  9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC  9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC  ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(040) VALUE
             'C USUA NOME       CANAL ULT USO  CRIACAO'.
          05 FILLER           PIC X(092) VALUE
             '  VALIDADE DIAS S/USO  ACAO'.

       01 WK-LINHA-DETALHE.
          05 WK-DET-CATEGORIA PIC X(001).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-USUA      PIC X(003).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-NOME      PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-CANAL     PIC X(004).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-ULT-USO   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-CRIACAO   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-VALIDADE  PIC X(008).
          05 FILLER           PIC X(004) VALUE SPACES.
          05 WK-DET-DIAS      PIC ZZZZZZ9.
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-ACAO      PIC X(012).
          05 FILLER           PIC X(057) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'ACCBTC11 - CREDENCIAIS DORMENTES'.
          05 FILLER           PIC X(020) VALUE
             'CREDENCIAIS LIDAS...'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DORMENTES...........'.
          05 WK-REL-DORMENTES PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NUNCA USADAS........'.
          05 WK-REL-NUNCA     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DESATIVADAS.........'.
          05 WK-REL-DESATIVADAS PIC ZZZ,ZZZ,ZZ9.

      *   LINHA DA SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM
      *   CONTADOR POR LINHA
       01 WK-REL-TOTAL.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 WK-REL-TOT-ROTULO PIC X(020).
          05 FILLER            PIC X(002) VALUE SPACES.
          05 WK-REL-TOT-VALOR  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           ACCEPT WK-DATA-HOJE    FROM DATE YYYYMMDD
           ACCEPT WK-REL-HORA-SYS FROM TIME

           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-CALCULA-CORTES
           PERFORM 100000-ABRIR-ARQUIVOS
           PERFORM 150000-LER-ACCSEG01
           PERFORM 200000-CLASSIFICA-CREDENCIAL
                   UNTIL FIM-ARQUIVO
           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-PENDENTES GREATER ZEROS
                   OR WK-QT-FALHA-DESATIVA GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ACCPRM11

           IF WK-FS-ACCPRM11 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE ACCPRM11
           END-IF

           IF WK-DATA-RASTREIO NOT EQUAL SPACES
              AND (WK-DATA-RASTREIO NOT NUMERIC
                   OR WK-DATA-RASTREIO(5:2) LESS '01'
                   OR WK-DATA-RASTREIO(5:2) GREATER '12'
                   OR WK-DATA-RASTREIO(7:2) LESS '01'
                   OR WK-DATA-RASTREIO(7:2) GREATER '31')
              DISPLAY 'ACCBTC11 - RASTREIO INVALIDO IGNORADO: '
                      WK-DATA-RASTREIO
              MOVE SPACES TO WK-DATA-RASTREIO
           END-IF

           DISPLAY 'ACCBTC11 - DIAS=' WK-DIAS-SEM-USO
                   ' VENCE=' WK-DIAS-VENCE
                   ' RASTREIO=' WK-DATA-RASTREIO
                   ' DESATIVA=' WK-MODO-DESATIVA.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ ACCPRM11

           IF WK-FS-ACCPRM11 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-ACCPRM11-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-ACCPRM11-REC(1:5) EQUAL 'DIAS='
              AND WK-ACCPRM11-REC(6:5) NUMERIC
              MOVE WK-ACCPRM11-REC(6:5) TO WK-DIAS-SEM-USO
           ELSE
           IF WK-ACCPRM11-REC(1:6) EQUAL 'VENCE='
              AND WK-ACCPRM11-REC(7:3) NUMERIC
              MOVE WK-ACCPRM11-REC(7:3) TO WK-DIAS-VENCE
           ELSE
           IF WK-ACCPRM11-REC(1:9) EQUAL 'RASTREIO='
              MOVE WK-ACCPRM11-REC(10:8) TO WK-DATA-RASTREIO
           ELSE
           IF WK-ACCPRM11-REC(1:10) EQUAL 'DESATIVA=S'
              MOVE 'S' TO WK-MODO-DESATIVA
           ELSE
           IF WK-ACCPRM11-REC NOT EQUAL SPACES
              DISPLAY 'ACCBTC11 - PARAMETRO DESCONHECIDO: '
                      WK-ACCPRM11-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-CALCULA-CORTES.
      *----------------------------------------------------------------*
           MOVE WK-DATA-HOJE TO WK-HOJE-X
           COMPUTE WK-HOJE-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE )

           COMPUTE WK-DIAS-INTEIRO = WK-HOJE-INTEIRO - WK-DIAS-SEM-USO
           COMPUTE WK-CORTE-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )

           COMPUTE WK-DIAS-INTEIRO = WK-HOJE-INTEIRO + WK-DIAS-VENCE
           COMPUTE WK-LIMITE-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO ).

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF MODO-DESATIVA
              OPEN I-O ACCSEG01
           ELSE
              OPEN INPUT ACCSEG01
           END-IF

           IF WK-FS-ACCSEG01 NOT EQUAL '00'
              DISPLAY 'ACCBTC11 - ERRO AO ABRIR ACCSEG01 FS='
                      WK-FS-ACCSEG01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           END-IF

           OPEN OUTPUT ACCREL11
           IF WK-FS-ACCREL11 NOT EQUAL '00'
              DISPLAY 'ACCBTC11 - ERRO AO ABRIR ACCREL11 FS='
                      WK-FS-ACCREL11
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

      *    SEM TRILHA DE AUDITORIA NAO HA DESATIVACAO
           IF MODO-DESATIVA
              OPEN OUTPUT ACCAUD11
              IF WK-FS-ACCAUD11 EQUAL '00'
                 MOVE 'S' TO WK-AUDITORIA-OK
              ELSE
                 DISPLAY 'ACCBTC11 - ERRO AO ABRIR ACCAUD11 FS='
                         WK-FS-ACCAUD11
                         ' - DESATIVACAO DESLIGADA'
                 MOVE 'N' TO WK-MODO-DESATIVA
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-ACCSEG01.
      *----------------------------------------------------------------*
           IF NOT FIM-ARQUIVO
              READ ACCSEG01 NEXT RECORD

              EVALUATE WK-FS-ACCSEG01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-LIDOS
      *             REGISTRO LEGADO: CAMPOS AUSENTES VALEM BRANCO
                    IF WK-SEG-TAM LESS 54
                       MOVE SPACES TO WK-SEG-VALIDADE
                    END-IF
                    IF WK-SEG-TAM LESS 74
                       MOVE SPACES TO WK-SEG-ULT-USO-DATA
                                      WK-SEG-ULT-USO-CANAL
                                      WK-SEG-CRIACAO
                    END-IF
                 WHEN '10'
                    MOVE 'S' TO WK-FIM-ARQUIVO
                 WHEN OTHER
                    DISPLAY 'ACCBTC11 - ERRO DE LEITURA FS='
                            WK-FS-ACCSEG01
                    MOVE 'S' TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-CLASSIFICA-CREDENCIAL.
      *----------------------------------------------------------------*
      * SO CREDENCIAL ATIVA E NAO VENCIDA INTERESSA: A INATIVA JA NAO
      * ENTRA E A VENCIDA JA E RECUSADA PELO PROD0001 (905)
      *----------------------------------------------------------------*
           MOVE SPACE  TO WK-CATEGORIA
           MOVE 'N'    TO WK-ELEGIVEL
           MOVE SPACES TO WK-ACAO
           MOVE ZEROS  TO WK-DIAS-REF

           IF NOT WK-SEG-ATIVO-SIM
              ADD 1 TO WK-QT-INATIVAS
           ELSE
           IF WK-SEG-VALIDADE NOT EQUAL SPACES
              AND WK-SEG-VALIDADE LESS WK-HOJE-X
              ADD 1 TO WK-QT-VENCIDAS
           ELSE
           IF WK-SEG-ULT-USO-DATA EQUAL SPACES
              PERFORM 210000-NUNCA-USADA
           ELSE
           IF WK-SEG-ULT-USO-DATA LESS WK-CORTE-X
              MOVE 'D'                 TO WK-CATEGORIA
              MOVE 'S'                 TO WK-ELEGIVEL
              MOVE WK-SEG-ULT-USO-DATA TO WK-DATA-REF
              ADD 1 TO WK-QT-DORMENTES
           ELSE
           IF WK-SEG-VALIDADE NOT EQUAL SPACES
              AND WK-SEG-VALIDADE NOT GREATER WK-LIMITE-X
              MOVE 'V'                 TO WK-CATEGORIA
              MOVE WK-SEG-ULT-USO-DATA TO WK-DATA-REF
              MOVE 'ROTACIONAR'        TO WK-ACAO
              ADD 1 TO WK-QT-VENCE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF WK-CATEGORIA NOT EQUAL SPACE
              PERFORM 220000-DIAS-SEM-USO
              IF ELEGIVEL
                 IF MODO-DESATIVA
                    PERFORM 300000-DESATIVA-CREDENCIAL
                 ELSE
                    MOVE 'DESATIVAR' TO WK-ACAO
                    ADD 1 TO WK-QT-PENDENTES
                 END-IF
              END-IF
              PERFORM 250000-IMPRIME-DETALHE
           END-IF

           PERFORM 150000-LER-ACCSEG01.

      *----------------------------------------------------------------*
       210000-NUNCA-USADA.
      *----------------------------------------------------------------*
      * SEM USO DESDE A CRIACAO; A IDADE CONTA DA CRIACAO OU, NA
      * CREDENCIAL LEGADA, DO INICIO DO RASTREIO (SE INFORMADO)
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-CATEGORIA
           ADD 1    TO WK-QT-NUNCA-USADAS

           IF WK-SEG-CRIACAO NOT EQUAL SPACES
              MOVE WK-SEG-CRIACAO   TO WK-DATA-REF
           ELSE
              MOVE WK-DATA-RASTREIO TO WK-DATA-REF
           END-IF

           IF WK-DATA-REF NOT EQUAL SPACES
              AND WK-DATA-REF LESS WK-CORTE-X
              MOVE 'S' TO WK-ELEGIVEL
           END-IF

           IF WK-DATA-REF EQUAL SPACES
              MOVE 'SEM HISTORICO' TO WK-ACAO
           END-IF.

      *----------------------------------------------------------------*
       220000-DIAS-SEM-USO.
      *----------------------------------------------------------------*
           IF WK-DATA-REF NUMERIC
              AND WK-DATA-REF(5:2) NOT LESS '01'
              AND WK-DATA-REF(5:2) NOT GREATER '12'
              AND WK-DATA-REF(7:2) NOT LESS '01'
              AND WK-DATA-REF(7:2) NOT GREATER '31'
              AND WK-DATA-REF NOT GREATER WK-HOJE-X
              COMPUTE WK-DIAS-REF = WK-HOJE-INTEIRO
                      - FUNCTION INTEGER-OF-DATE ( WK-DATA-REF-NUM )
           END-IF.

      *----------------------------------------------------------------*
       250000-IMPRIME-DETALHE.
      *----------------------------------------------------------------*
           MOVE WK-CATEGORIA          TO WK-DET-CATEGORIA
           MOVE WK-SEG-USUA           TO WK-DET-USUA
           MOVE WK-SEG-NOME           TO WK-DET-NOME
           MOVE WK-SEG-ULT-USO-CANAL  TO WK-DET-CANAL
           MOVE WK-SEG-ULT-USO-DATA   TO WK-DET-ULT-USO
           MOVE WK-SEG-CRIACAO        TO WK-DET-CRIACAO
           MOVE WK-SEG-VALIDADE       TO WK-DET-VALIDADE
           MOVE WK-DIAS-REF           TO WK-DET-DIAS
           MOVE WK-ACAO               TO WK-DET-ACAO

           MOVE WK-LINHA-DETALHE      TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       300000-DESATIVA-CREDENCIAL.
      *----------------------------------------------------------------*
      * MESMO EFEITO DA ACAO 'D' DO ACCSEGMN; O REGISTRO E REGRAVADO
      * NO TAMANHO LIDO E A LINHA DE AUDITORIA SAI NO LAYOUT DA ACM1
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-SEG-ATIVO

           REWRITE WK-ACCSEG01-REC

           IF WK-FS-ACCSEG01 EQUAL '00'
              ADD 1 TO WK-QT-DESATIVADAS
              MOVE 'DESATIVADA' TO WK-ACAO

              MOVE SPACES        TO WK-ACCAUD11-REC
              MOVE WK-SEG-USUA   TO WK-AUD-USUA
              MOVE 'ACCBTC11'    TO WK-AUD-USERID
              MOVE 'BTCH'        TO WK-AUD-TERMID
              IF WK-SEG-ULT-USO-DATA EQUAL SPACES
                 STRING 'Credencial desativada por inatividade'
                        ' - nunca usada'
                        DELIMITED BY SIZE INTO WK-AUD-MSG
              ELSE
                 STRING 'Credencial desativada por inatividade'
                        ' - ultimo uso ' WK-SEG-ULT-USO-DATA
                        DELIMITED BY SIZE INTO WK-AUD-MSG
              END-IF

              WRITE WK-ACCAUD11-REC

              IF WK-FS-ACCAUD11 NOT EQUAL '00'
                 DISPLAY 'ACCBTC11 - ERRO AO GRAVAR ACCAUD11 FS='
                         WK-FS-ACCAUD11 ' USUA=' WK-SEG-USUA
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WK-QT-FALHA-DESATIVA
              MOVE 'FALHA'  TO WK-ACAO
              DISPLAY 'ACCBTC11 - FALHA AO DESATIVAR USUA='
                      WK-SEG-USUA ' FS=' WK-FS-ACCSEG01
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF WK-RETORNO LESS 12
              CLOSE ACCSEG01
           END-IF
           IF AUDITORIA-OK
              CLOSE ACCAUD11
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS        TO WK-REL-LIDOS
           MOVE WK-QT-DORMENTES    TO WK-REL-DORMENTES
           MOVE WK-QT-NUNCA-USADAS TO WK-REL-NUNCA
           MOVE WK-QT-DESATIVADAS  TO WK-REL-DESATIVADAS

           DISPLAY WK-RELATORIO

           MOVE SPACES TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CREDENCIAIS LIDAS...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LIDOS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'INATIVAS............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-INATIVAS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'VENCIDAS............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-VENCIDAS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'D - DORMENTES.......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-DORMENTES        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'N - NUNCA USADAS....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-NUNCA-USADAS     TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'V - VENCEM EM BREVE.' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-VENCE            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'DESATIVADAS.........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-DESATIVADAS      TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'A DESATIVAR.........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-PENDENTES        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FALHA AO DESATIVAR..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FALHA-DESATIVA   TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF REL-OK
              CLOSE ACCREL11
           END-IF.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS; SEM ACCREL11 A LINHA VAI
      * PARA O SYSOUT
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-ACCREL11-REC
              MOVE SPACE          TO WK-ACCREL11-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-ACCREL11-REC(2:132)

              WRITE WK-ACCREL11-REC

              IF WK-FS-ACCREL11 NOT EQUAL '00'
                 DISPLAY 'ACCBTC11 - ERRO AO GRAVAR ACCREL11 FS='
                         WK-FS-ACCREL11
                 MOVE 'N' TO WK-REL-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 ADD 1 TO WK-REL-QT-LINHAS
                 PERFORM 982000-GUARDA-LINHA
              END-IF
           ELSE
              DISPLAY WK-REL-DETALHE
           END-IF.

      *----------------------------------------------------------------*
       981000-NOVA-PAGINA.
      *----------------------------------------------------------------*
           ADD 1                TO WK-REL-PAGINA
           MOVE WK-DATA-HOJE    TO WK-CAB1-DATA
           MOVE WK-REL-HORA-SYS TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA   TO WK-CAB1-PAG

           MOVE WK-REL-CAB1 TO WK-ACCREL11-REC
           WRITE WK-ACCREL11-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-ACCREL11-REC
           WRITE WK-ACCREL11-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-ACCREL11-REC
           WRITE WK-ACCREL11-REC
           PERFORM 982000-GUARDA-LINHA

           MOVE 3 TO WK-REL-QT-LINHAS.

      *----------------------------------------------------------------*
       982000-GUARDA-LINHA.
      *----------------------------------------------------------------*
      * A LINHA RECEM-IMPRESSA VAI TAMBEM PARA O REPOSITORIO DE
      * RELATORIOS - NO CICLO DO RUNHST01 DESTA EXECUCAO
      *----------------------------------------------------------------*
           MOVE 'L'             TO WK-RELREG-MODO
           MOVE WK-RUNREG-CICLO TO WK-RELREG-CICLO
           MOVE WK-ACCREL11-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS       TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-DESATIVADAS TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-PENDENTES   TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
