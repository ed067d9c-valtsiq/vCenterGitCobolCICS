      *                        sequencial delimitado por ';' que o
      *                        CEPBTC01 consome (codigo;uf;cidade;
      *                        bairro;logradouro;numero-inicial;
      *                        numero-final;paridade;cep-sucessor;
      *                        latitude;longitude - as coordenadas so
      *                        saem no registro que as tem; sem elas a
      *                        linha termina no sucessor, como antes) -
      *                        canal oficial de distribuicao da base
      *                        para sistemas parceiros, no lugar dos
      *                        REPROs ad-hoc que nao respeitam o
      *                        vetarem um arquivo truncado ou
      *                        reapresentado antes de aplicar qualquer
      *                        detalhe
      *                        Modo DELTA (cartao DELTA=<parceiro>):
      *                        em vez da base inteira, so saem os CEPs
      *                        incluidos, alterados, desativados ou
      *                        redirecionados para um sucessor desde a
      *                        ultima entrega concluida para aquele
      *                        parceiro, cada linha precedida do codigo
      *                        da operacao (I;/A;/D;/S;) dentro do
      *                        mesmo envelope. As mudancas vem do
      *                        historico CEPHST01 (manutencao online
      *                        CEPCICS3 e cargas CEPBTC01/CEPBTC08),
      *                        percorrido em paralelo com a base como
      *                        no CEPBTC06: o estado que o parceiro
      *                        recebeu e a imagem-antes da primeira
      *                        acao posterior a marca d'agua, e o que
      *                        sai e a diferenca liquida entre ele e o
      *                        registro atual. A marca d'agua fica no
      *                        CEPWMK01, uma por parceiro, e so avanca
      *                        (para o inicio da execucao) quando o
      *                        arquivo fecha com o trailer. Parceiro
      *                        sem marca recebe a base ativa inteira
      *                        como inclusao; DESDE=AAAA.MM.DD-
      *                        HH:MM:SS substitui a marca para um
      *                        reenvio. Marca anterior ao expurgo do
      *                        CEPHST01 (retencao do ARCBTC01 no
      *                        PRMVSA01) veta o delta - o historico
      *                        ja nao cobre o intervalo
      * DSnames .............. B090290.CEPVSA01 (entrada)
      *                        B090290.CEPPRM03 (parametros, opcional)
      *                        B090290.CEPEXP01 (saida, layout CEPEXT01)
      *                        B090290.CEPHST01 (historico - so DELTA)
      *                        B090290.CEPWMK01 (marcas d'agua por
      *                        parceiro - so DELTA)
      *                        B090290.PRMVSA01 (retencao do historico
      *                        - so DELTA, ausente = nao conferida)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      *
      ******************************************************************
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CEPEXP01.

           SELECT CEPHST01   ASSIGN TO CEPHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-HST-CHAVE
                  FILE STATUS  IS WK-FS-CEPHST01.

           SELECT CEPWMK01   ASSIGN TO CEPWMK01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-WMK-PARCEIRO
                  FILE STATUS  IS WK-FS-CEPWMK01.

           SELECT PRMVSA01   ASSIGN TO PRMVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-PRM-CHAVE
                  FILE STATUS  IS WK-FS-PRMVSA01.

       DATA           DIVISION.
       FILE SECTION.
       FD  CEPVSA01.
      *    CODIGO IBGE DO MUNICIPIO (TABELA CEPMUN01) - PREENCHIDO
      *    NA CARGA/MANUTENCAO; BRANCO EM REGISTRO LEGADO
           05 WK-CEPV0001-IBGE              PIC  X(007).
      *    COORDENADAS GEOGRAFICAS DO CEP EM GRAUS DECIMAIS
      *    (WGS84) - BRANCO = SEM COORDENADA (REGISTRO LEGADO OU
      *    EXTRATO SEM A COLUNA); TESTAR NUMERIC ANTES DE USAR
           05 WK-CEPV0001-COORDENADAS.
              07 WK-CEPV0001-LATITUDE       PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.
              07 WK-CEPV0001-LONGITUDE      PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.

       FD  CEPPRM03
           RECORDING MODE IS F.

       FD  CEPEXP01
           RECORDING MODE IS F.
       01  WK-CEPEXP01-REC                  PIC  X(160).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-HST-REC GRAVADO PELO CEPCICS3 NO VSAM
      *   "CEPHST01" - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       FD  CEPHST01.
       01  WK-CEPHST01-REC.
           05 WK-HST-CHAVE.
              10 WK-HST-CEP                 PIC  X(008).
              10 WK-HST-DATA                PIC  X(010).
              10 WK-HST-HORA                PIC  X(008).
              10 WK-HST-TASKNUM             PIC  9(007).
           05 WK-HST-ACAO                   PIC  X(001).
           05 WK-HST-CORR                   PIC  X(050).
           05 WK-HST-IMG-ANTES              PIC  X(130).
           05 WK-HST-IMG-DEPOIS             PIC  X(130).
           05 WK-HST-GEO-ANTES              PIC  X(020).
           05 WK-HST-GEO-DEPOIS             PIC  X(020).
           05 WK-HST-USUARIO                PIC  X(008).

      *----------------------------------------------------------------*
      *   MARCA D'AGUA DO DELTA: UM REGISTRO POR PARCEIRO, COM O
      *   INSTANTE (FORMATO DA CHAVE DO CEPHST01) EM QUE COMECOU A
      *   ULTIMA EXTRACAO CONCLUIDA E OS DADOS DAQUELA ENTREGA
      *----------------------------------------------------------------*
       FD  CEPWMK01.
       01  WK-CEPWMK01-REC.
           05 WK-WMK-PARCEIRO               PIC  X(008).
           05 WK-WMK-DATA                   PIC  X(010).
           05 WK-WMK-HORA                   PIC  X(008).
           05 WK-WMK-DATA-GER               PIC  9(008).
           05 WK-WMK-QT-ENTREGUE            PIC  9(009).
           05 FILLER                        PIC  X(037).

      *----------------------------------------------------------------*
      *   PRMVSA01 - MESMO LAYOUT DO PRMMNT01/PRMLER01 (SO A PARTE
      *   LIDA AQUI: A RETENCAO DO CEPHST01 NO GESTOR ARCBTC01)
      *----------------------------------------------------------------*
       FD  PRMVSA01.
       01  WK-PRMVSA01-REC.
           05 WK-PRM-CHAVE.
              10 WK-PRM-PROGRAMA            PIC  X(008).
              10 WK-PRM-PARAMETRO           PIC  X(008).
           05 WK-PRM-VALOR                  PIC  X(048).
           05 FILLER                        PIC  X(062).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CEPVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPPRM03                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPEXP01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPHST01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPWMK01                    PIC  X(002) VALUE '00'.
       01 WK-FS-PRMVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
       01 WK-FILTRO-UF                      PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   MODO DELTA (CARTAO DELTA=<PARCEIRO>): CADA LINHA SAI COM A
      *   OPERACAO NA FRENTE -
      *     I = INCLUIDO OU REATIVADO     A = ALTERADO
      *     D = DESATIVADO                S = REDIRECIONADO PARA O
      *                                       SUCESSOR DA LINHA
      *   A COMPARACAO DATA+HORA E TEXTUAL, NO MESMO FORMATO
      *   AAAA.MM.DD / HH:MM:SS DA CHAVE DO CEPHST01. ACAO NO MESMO
      *   SEGUNDO DA MARCA ENTRA DE NOVO (NOT LESS) - REENVIAR UMA
      *   MUDANCA E INOFENSIVO, PERDER NAO
      *----------------------------------------------------------------*
       01 WK-PARCEIRO                       PIC  X(008) VALUE SPACES.
       01 WK-MODO-DELTA                     PIC  X(001) VALUE 'N'.
           88 MODO-DELTA                                VALUE 'S'.
       01 WK-CARGA-INICIAL                  PIC  X(001) VALUE 'N'.
           88 CARGA-INICIAL                             VALUE 'S'.
       01 WK-TEM-MARCA                      PIC  X(001) VALUE 'N'.
           88 TEM-MARCA                                 VALUE 'S'.
       01 WK-HST-ABERTO                     PIC  X(001) VALUE 'N'.
           88 HST-ABERTO                                VALUE 'S'.
       01 WK-WMK-ABERTO                     PIC  X(001) VALUE 'N'.
           88 WMK-ABERTO                                VALUE 'S'.
       01 WK-FIM-HST                        PIC  X(001) VALUE 'N'.
           88 FIM-HST                                   VALUE 'S'.
       01 WK-MARCA.
          05 WK-MARCA-DATA                  PIC  X(010) VALUE SPACES.
          05 WK-MARCA-HORA                  PIC  X(008) VALUE SPACES.
       01 WK-DESDE.
          05 WK-DESDE-DATA                  PIC  X(010) VALUE SPACES.
          05 WK-DESDE-HORA                  PIC  X(008) VALUE SPACES.
       01 WK-INICIO-EXEC.
          05 WK-INICIO-DATA                 PIC  X(010) VALUE SPACES.
          05 WK-INICIO-HORA                 PIC  X(008) VALUE SPACES.
       01 WK-HST-MOMENTO.
          05 WK-HST-MOM-DATA                PIC  X(010).
          05 WK-HST-MOM-HORA                PIC  X(008).
       01 WK-SIS-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-DATA-R REDEFINES WK-SIS-DATA.
          05 WK-SIS-AAAA                    PIC  X(004).
          05 WK-SIS-MM                      PIC  X(002).
          05 WK-SIS-DD                      PIC  X(002).
       01 WK-SIS-HORA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-HORA-R REDEFINES WK-SIS-HORA.
          05 WK-SIS-HH                      PIC  X(002).
          05 WK-SIS-MI                      PIC  X(002).
          05 WK-SIS-SS                      PIC  X(002).
          05 WK-SIS-CC                      PIC  X(002).
       01 WK-DLT-OPERACAO                   PIC  X(001) VALUE SPACE.
       01 WK-ACHOU-POS-MARCA                PIC  X(001) VALUE 'N'.
           88 ACHOU-POS-MARCA                           VALUE 'S'.
      *    ESTADO DO CEP NA ULTIMA ENTREGA: IMAGEM-ANTES (130 BYTES
      *    ORIGINAIS DO REGISTRO) E COORDENADAS-ANTES DO CEPHST01
       01 WK-IMG-MARCA.
          05 WK-IMG-MARCA-REG.
             10 FILLER                      PIC  X(100).
             10 WK-IMG-MARCA-ATIVO          PIC  X(001).
             10 FILLER                      PIC  X(013).
             10 WK-IMG-MARCA-SUCESSOR       PIC  X(008).
             10 FILLER                      PIC  X(008).
          05 WK-IMG-MARCA-GEO               PIC  X(020).
       01 WK-IMG-INEXISTENTE                PIC  X(130) VALUE
                                            LOW-VALUES.
      *    HORIZONTE DO EXPURGO DO CEPHST01 (ARCBTC01): HOJE MENOS A
      *    RETENCAO EM DIAS DO PRMVSA01
       01 WK-DIAS-RETENCAO                  PIC  9(005) VALUE ZEROS.
       01 WK-DIAS-INTEIRO                   PIC  9(009) VALUE ZEROS.
       01 WK-HORIZONTE-HST                  PIC  9(008) VALUE ZEROS.
       01 WK-MARCA-AAAAMMDD                 PIC  X(008) VALUE SPACES.
       01 WK-MARCA-AAAAMMDD-9 REDEFINES WK-MARCA-AAAAMMDD
                                            PIC  9(008).

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-EXPORTADOS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-INATIVOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-FORA-FILTRO              PIC  9(009) VALUE ZEROS.
          05 WK-QT-HST                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-DLT-INCLUIDOS            PIC  9(009) VALUE ZEROS.
          05 WK-QT-DLT-ALTERADOS            PIC  9(009) VALUE ZEROS.
          05 WK-QT-DLT-DESATIVADOS          PIC  9(009) VALUE ZEROS.
          05 WK-QT-DLT-REDIRECIONADOS       PIC  9(009) VALUE ZEROS.
          05 WK-QT-DLT-SEM-MUDANCA          PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   MONTAGEM DA LINHA DELIMITADA - OS CAMPOS SAO APARADOS AO
       01 WK-LEN-CIDADE                     PIC S9(9) COMP-5 SYNC.
       01 WK-LEN-BAIRRO                     PIC S9(9) COMP-5 SYNC.
       01 WK-LEN-LOGRADOURO                 PIC S9(9) COMP-5 SYNC.
       01 WK-LINHA-EXPORT                   PIC  X(160).
       01 WK-PTR-EXPORT                     PIC S9(004) COMP.
      *    COORDENADA EM GRAUS DECIMAIS, APARADA DOS BRANCOS A
      *    ESQUERDA DO SINAL FLUTUANTE (EX. -23.550520)
       01 WK-COORD-EDIT                     PIC  -(3)9.9(6).
       01 WK-COORD-BRANCOS                  PIC S9(004) COMP.

      *----------------------------------------------------------------*
      *   ENVELOPE HDR/TRL DO ARQUIVO EXPORTADO (CONVENCAO COMUM DAS
             'FORA DO FILTRO UF..'.
          05 WK-REL-FORA      PIC ZZZ,ZZZ,ZZ9.

       01 WK-RELATORIO-DELTA.
          05 FILLER           PIC X(033) VALUE
             'CEPBTC03 - DELTA DO PARCEIRO    '.
          05 WK-REL-PARCEIRO  PIC X(008).
          05 FILLER           PIC X(008) VALUE
             ' DESDE '.
          05 WK-REL-DESDE     PIC X(019).
          05 FILLER           PIC X(020) VALUE
             'HISTORICO LIDO......'.
          05 WK-REL-HST       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'INCLUSOES (I).......'.
          05 WK-REL-DLT-INC   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'ALTERACOES (A)......'.
          05 WK-REL-DLT-ALT   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DESATIVACOES (D)....'.
          05 WK-REL-DLT-DES   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REDIRECIONADOS (S)..'.
          05 WK-REL-DLT-RED   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SEM MUDANCA LIQUIDA.'.
          05 WK-REL-DLT-SEM   PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
           IF WK-CEPPRM03-REC(1:3) EQUAL 'UF='
              MOVE WK-CEPPRM03-REC(4:2) TO WK-FILTRO-UF
           ELSE
           IF WK-CEPPRM03-REC(1:6) EQUAL 'DELTA='
                 AND WK-CEPPRM03-REC(7:8) NOT EQUAL SPACES
              MOVE WK-CEPPRM03-REC(7:8) TO WK-PARCEIRO
              MOVE 'S'                  TO WK-MODO-DELTA
           ELSE
           IF WK-CEPPRM03-REC(1:6) EQUAL 'DESDE='
              MOVE WK-CEPPRM03-REC(7:10)  TO WK-DESDE-DATA
              MOVE WK-CEPPRM03-REC(18:8)  TO WK-DESDE-HORA
           ELSE
           IF WK-CEPPRM03-REC NOT EQUAL SPACES
              DISPLAY 'CEPBTC03 - PARAMETRO DESCONHECIDO: '
                      WK-CEPPRM03-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
              MOVE 12  TO WK-RETORNO
           END-IF

           IF MODO-DELTA AND NOT FIM-ARQUIVO
              PERFORM 110000-ABRIR-DELTA
           END-IF

           IF NOT FIM-ARQUIVO
              PERFORM 120000-GRAVAR-HEADER
              PERFORM 150000-LER-CEPVSA01
              IF MODO-DELTA AND NOT CARGA-INICIAL
                 PERFORM 160000-LER-HISTORICO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       110000-ABRIR-DELTA.
      *----------------------------------------------------------------*
      * INSTANTE DE INICIO (FUTURA MARCA), MARCA ATUAL DO PARCEIRO OU
      * A DO CARTAO DESDE=, CONFERENCIA CONTRA O EXPURGO E ABERTURA
      * DO HISTORICO. QUALQUER FALHA AQUI VETA A EXTRACAO (RC 12) -
      * DELTA SEM MARCA CONFIAVEL PERDE MUDANCA SEM AVISO
      *----------------------------------------------------------------*
           ACCEPT WK-SIS-DATA FROM DATE YYYYMMDD
           ACCEPT WK-SIS-HORA FROM TIME
           STRING WK-SIS-AAAA '.' WK-SIS-MM '.' WK-SIS-DD
                  DELIMITED BY SIZE
                  INTO WK-INICIO-DATA
           END-STRING
           STRING WK-SIS-HH ':' WK-SIS-MI ':' WK-SIS-SS
                  DELIMITED BY SIZE
                  INTO WK-INICIO-HORA
           END-STRING

           OPEN I-O CEPWMK01

           IF WK-FS-CEPWMK01 NOT EQUAL '00'
              DISPLAY 'CEPBTC03 - ERRO AO ABRIR CEPWMK01 FS='
                      WK-FS-CEPWMK01
              MOVE 'S' TO WK-FIM-ARQUIVO
              MOVE 12  TO WK-RETORNO
           ELSE
              MOVE 'S'         TO WK-WMK-ABERTO
              MOVE WK-PARCEIRO TO WK-WMK-PARCEIRO
              READ CEPWMK01

              IF WK-FS-CEPWMK01 EQUAL '00'
                 MOVE 'S'         TO WK-TEM-MARCA
                 MOVE WK-WMK-DATA TO WK-MARCA-DATA
                 MOVE WK-WMK-HORA TO WK-MARCA-HORA
              ELSE
              IF WK-FS-CEPWMK01 NOT EQUAL '23'
                 DISPLAY 'CEPBTC03 - ERRO DE LEITURA CEPWMK01 FS='
                         WK-FS-CEPWMK01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 MOVE 12  TO WK-RETORNO
              END-IF
              END-IF
           END-IF

           IF NOT FIM-ARQUIVO
              IF WK-DESDE-DATA NOT EQUAL SPACES
                 MOVE WK-DESDE TO WK-MARCA
                 DISPLAY 'CEPBTC03 - REENVIO DESDE ' WK-MARCA-DATA
                         '-' WK-MARCA-HORA ' (MARCA D''AGUA IGNORADA)'
              ELSE
              IF NOT TEM-MARCA
                 MOVE 'S' TO WK-CARGA-INICIAL
                 DISPLAY 'CEPBTC03 - PARCEIRO ' WK-PARCEIRO
                         ' SEM MARCA D''AGUA - CARGA INICIAL COM A'
                         ' BASE ATIVA INTEIRA'
              END-IF
              END-IF
           END-IF

           IF NOT FIM-ARQUIVO AND NOT CARGA-INICIAL
              PERFORM 115000-CONFERE-RETENCAO
           END-IF

           IF NOT FIM-ARQUIVO AND NOT CARGA-INICIAL
              OPEN INPUT CEPHST01
              IF WK-FS-CEPHST01 NOT EQUAL '00'
                 DISPLAY 'CEPBTC03 - ERRO AO ABRIR CEPHST01 FS='
                         WK-FS-CEPHST01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 MOVE 12  TO WK-RETORNO
              ELSE
                 MOVE 'S' TO WK-HST-ABERTO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       115000-CONFERE-RETENCAO.
      *----------------------------------------------------------------*
      * O ARCBTC01 EXPURGA DO CEPHST01 O QUE FOR MAIS VELHO QUE A
      * RETENCAO (PRMVSA01, ARCBTC01 + 'CEPHST01'): MARCA ANTERIOR AO
      * HORIZONTE DE HOJE PODE TER PERDIDO ACAO NO EXPURGO - O
      * PARCEIRO PRECISA DE UMA DESCARGA COMPLETA E DE UM DESDE= NOVO
      *----------------------------------------------------------------*
           OPEN INPUT PRMVSA01

           IF WK-FS-PRMVSA01 NOT EQUAL '00'
              DISPLAY 'CEPBTC03 - SEM PRMVSA01 (FS=' WK-FS-PRMVSA01
                      ') - RETENCAO DO CEPHST01 NAO CONFERIDA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              MOVE 'ARCBTC01' TO WK-PRM-PROGRAMA
              MOVE 'CEPHST01' TO WK-PRM-PARAMETRO
      *       REGISTRO ANTERIOR AO CRESCIMENTO DO LAYOUT (FILE
      *       STATUS '04') E ACEITO - SO O VALOR INTERESSA AQUI,
      *       LIMPO ANTES DO READ
              MOVE SPACES     TO WK-PRM-VALOR
              READ PRMVSA01

              IF (WK-FS-PRMVSA01 EQUAL '00' OR '04')
                    AND WK-PRM-VALOR(1:5) NUMERIC
                 MOVE WK-PRM-VALOR(1:5) TO WK-DIAS-RETENCAO
              END-IF
              CLOSE PRMVSA01
           END-IF

           IF WK-DIAS-RETENCAO GREATER ZEROS
              COMPUTE WK-DIAS-INTEIRO =
                      FUNCTION INTEGER-OF-DATE ( WK-SIS-DATA )
                      - WK-DIAS-RETENCAO
              COMPUTE WK-HORIZONTE-HST =
                      FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )

              MOVE WK-MARCA-DATA(1:4) TO WK-MARCA-AAAAMMDD(1:4)
              MOVE WK-MARCA-DATA(6:2) TO WK-MARCA-AAAAMMDD(5:2)
              MOVE WK-MARCA-DATA(9:2) TO WK-MARCA-AAAAMMDD(7:2)

              IF WK-MARCA-AAAAMMDD NOT NUMERIC
                 DISPLAY 'CEPBTC03 - MARCA/DESDE INVALIDA: '
                         WK-MARCA-DATA
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 MOVE 12  TO WK-RETORNO
              ELSE
              IF WK-MARCA-AAAAMMDD-9 LESS WK-HORIZONTE-HST
                 DISPLAY 'CEPBTC03 - MARCA ' WK-MARCA-DATA
                         ' ANTERIOR AO EXPURGO DO CEPHST01 ('
                         WK-HORIZONTE-HST ') - ENVIAR DESCARGA '
                         'COMPLETA E REINICIAR COM DESDE='
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 MOVE 12  TO WK-RETORNO
              END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       160000-LER-HISTORICO.
      *----------------------------------------------------------------*
           IF NOT FIM-HST
      *       AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO
      *       CRESCIMENTO DO LAYOUT (FILE STATUS '04') E ACEITO
      *       COM OS CAMPOS NOVOS EM BRANCO
              MOVE SPACES TO WK-CEPHST01-REC
              READ CEPHST01 NEXT RECORD

              EVALUATE WK-FS-CEPHST01
                 WHEN '00'
                 WHEN '04'
                    ADD 1 TO WK-QT-HST
                 WHEN '10'
                    MOVE 'S'         TO WK-FIM-HST
                    MOVE HIGH-VALUES TO WK-HST-CEP
                 WHEN OTHER
                    DISPLAY 'CEPBTC03 - ERRO DE LEITURA HISTORICO '
                            'FS=' WK-FS-CEPHST01
                    MOVE 'S'         TO WK-FIM-HST
                    MOVE HIGH-VALUES TO WK-HST-CEP
                    MOVE 'S'         TO WK-FIM-ARQUIVO
                    IF WK-RETORNO LESS 8
                       MOVE 8 TO WK-RETORNO
                    END-IF
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       200000-PROCESSAR-VSAM.
      *----------------------------------------------------------------*
      * SO REGISTRO ATIVO E EXPORTADO - CEP DESATIVADO (SOFT-DELETE)
      * NAO PODE VOLTAR A CIRCULAR NUMA COPIA DE PARCEIRO (NO DELTA
      * ELE SO SAI COMO D/S, PARA O PARCEIRO DESATIVAR O SEU)
      *----------------------------------------------------------------*
           IF MODO-DELTA
              PERFORM 400000-AVALIA-DELTA
           ELSE
           IF WK-CEPV0001-ATIVO-NAO
              ADD 1 TO WK-QT-INATIVOS
           ELSE
              PERFORM 300000-EXPORTAR-REGISTRO
           END-IF
           END-IF
           END-IF

           PERFORM 150000-LER-CEPVSA01.

      *    PARSEAVEL PELO UNSTRING DO CEPBTC01
           MOVE SPACES TO WK-LINHA-EXPORT
           MOVE 1      TO WK-PTR-EXPORT
           IF MODO-DELTA
              STRING WK-DLT-OPERACAO ';'
                     DELIMITED BY SIZE
                     INTO WK-LINHA-EXPORT
                     POINTER WK-PTR-EXPORT
              END-STRING
           END-IF
           STRING WK-CEPV0001-CODE                    ';'
                  WK-CEPV0001-UF                      ';'
                  WK-CEPV0001-CIDADE(1:WK-LEN-CIDADE) ';'
                  POINTER WK-PTR-EXPORT
           END-STRING

           IF WK-CEPV0001-LATITUDE NUMERIC
                 AND WK-CEPV0001-LONGITUDE NUMERIC
              MOVE WK-CEPV0001-LATITUDE  TO WK-COORD-EDIT
              PERFORM 310000-ANEXA-COORDENADA
              MOVE WK-CEPV0001-LONGITUDE TO WK-COORD-EDIT
              PERFORM 310000-ANEXA-COORDENADA
           END-IF

           MOVE WK-LINHA-EXPORT TO WK-CEPEXP01-REC
           WRITE WK-CEPEXP01-REC

              ADD WK-ENV-LEN-DET TO WK-ENV-CHECKSUM
           END-IF.

      *----------------------------------------------------------------*
       310000-ANEXA-COORDENADA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-COORD-BRANCOS
           INSPECT WK-COORD-EDIT TALLYING WK-COORD-BRANCOS
                   FOR LEADING SPACES
           ADD 1 TO WK-COORD-BRANCOS

           STRING ';'                              DELIMITED BY SIZE
                  WK-COORD-EDIT(WK-COORD-BRANCOS:) DELIMITED BY SIZE
                  INTO WK-LINHA-EXPORT
                  POINTER WK-PTR-EXPORT
           END-STRING.

      *----------------------------------------------------------------*
       400000-AVALIA-DELTA.
      *----------------------------------------------------------------*
      * PARA O CEP CORRENTE DA BASE: NA CARGA INICIAL, TODO ATIVO SAI
      * COMO INCLUSAO; NO DELTA, CONSOME AS ENTRADAS DE HISTORICO
      * DESSE CEP (AS DUAS LEITURAS ANDAM POR CHAVE ASCENDENTE)
      * GUARDANDO A IMAGEM-ANTES DA PRIMEIRA ACAO A PARTIR DA MARCA -
      * O ESTADO QUE O PARCEIRO RECEBEU - E CLASSIFICA A DIFERENCA
      *----------------------------------------------------------------*
           MOVE SPACE TO WK-DLT-OPERACAO

           IF CARGA-INICIAL
              IF WK-CEPV0001-ATIVO-NAO
                 ADD 1 TO WK-QT-INATIVOS
              ELSE
                 MOVE 'I' TO WK-DLT-OPERACAO
              END-IF
           ELSE
              PERFORM 410000-PULA-HST-ORFAO
                      UNTIL FIM-HST
                         OR WK-HST-CEP NOT LESS WK-CEPV0001-CODE

              MOVE 'N'    TO WK-ACHOU-POS-MARCA
              MOVE SPACES TO WK-IMG-MARCA

              PERFORM 420000-CONSOME-HISTORICO
                      UNTIL FIM-HST
                         OR WK-HST-CEP NOT EQUAL WK-CEPV0001-CODE

              IF ACHOU-POS-MARCA
                 PERFORM 430000-CLASSIFICA-MUDANCA
                 IF WK-DLT-OPERACAO EQUAL SPACE
                    ADD 1 TO WK-QT-DLT-SEM-MUDANCA
                 END-IF
              END-IF
           END-IF

           IF WK-DLT-OPERACAO NOT EQUAL SPACE
              IF WK-FILTRO-UF NOT EQUAL SPACES
                    AND WK-CEPV0001-UF NOT EQUAL WK-FILTRO-UF
                 ADD 1 TO WK-QT-FORA-FILTRO
              ELSE
                 PERFORM 300000-EXPORTAR-REGISTRO
                 IF WK-FS-CEPEXP01 EQUAL '00'
                    EVALUATE WK-DLT-OPERACAO
                       WHEN 'I'
                          ADD 1 TO WK-QT-DLT-INCLUIDOS
                       WHEN 'A'
                          ADD 1 TO WK-QT-DLT-ALTERADOS
                       WHEN 'D'
                          ADD 1 TO WK-QT-DLT-DESATIVADOS
                       WHEN 'S'
                          ADD 1 TO WK-QT-DLT-REDIRECIONADOS
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       410000-PULA-HST-ORFAO.
      *----------------------------------------------------------------*
      *    HISTORICO SEM CEP NA BASE NAO DEVERIA EXISTIR - O CEPVSA01
      *    NUNCA DELETA - MAS E PULADO COM SEGURANCA
           DISPLAY 'CEPBTC03 - HISTORICO SEM BASE PARA O CEP '
                   WK-HST-CEP ' - IGNORADO'
           PERFORM 160000-LER-HISTORICO.

      *----------------------------------------------------------------*
       420000-CONSOME-HISTORICO.
      *----------------------------------------------------------------*
           MOVE WK-HST-DATA TO WK-HST-MOM-DATA
           MOVE WK-HST-HORA TO WK-HST-MOM-HORA

           IF NOT ACHOU-POS-MARCA
              AND WK-HST-MOMENTO NOT LESS WK-MARCA
              MOVE 'S'              TO WK-ACHOU-POS-MARCA
              MOVE WK-HST-IMG-ANTES TO WK-IMG-MARCA-REG
              MOVE WK-HST-GEO-ANTES TO WK-IMG-MARCA-GEO
           END-IF

           PERFORM 160000-LER-HISTORICO.

      *----------------------------------------------------------------*
       430000-CLASSIFICA-MUDANCA.
      *----------------------------------------------------------------*
      * ESTADO NA ULTIMA ENTREGA (WK-IMG-MARCA) X REGISTRO ATUAL:
      * - CEP QUE O PARCEIRO NAO TINHA ATIVO (NAO EXISTIA OU JA
      *   DESATIVADO) SO INTERESSA SE ESTA ATIVO AGORA -> I
      * - SUCESSOR NOVO (APOSENTADO COM ENCAMINHAMENTO)  -> S
      * - DESATIVADO SEM SUCESSOR NOVO                    -> D
      * - QUALQUER OUTRA DIFERENCA, COORDENADA INCLUSIVE  -> A
      * - ALTERADO E DESFEITO DEPOIS (IMAGENS IGUAIS)     -> NADA
      *----------------------------------------------------------------*
           IF WK-IMG-MARCA-REG EQUAL WK-IMG-INEXISTENTE
                 OR WK-IMG-MARCA-ATIVO EQUAL 'N'
              IF NOT WK-CEPV0001-ATIVO-NAO
                 MOVE 'I' TO WK-DLT-OPERACAO
              END-IF
           ELSE
           IF WK-CEPV0001-SUCESSOR NOT EQUAL SPACES
                 AND WK-CEPV0001-SUCESSOR NOT EQUAL
                     WK-IMG-MARCA-SUCESSOR
              MOVE 'S' TO WK-DLT-OPERACAO
           ELSE
           IF WK-CEPV0001-ATIVO-NAO
              MOVE 'D' TO WK-DLT-OPERACAO
           ELSE
           IF WK-CEPVSA01-REC NOT EQUAL WK-IMG-MARCA
              MOVE 'A' TO WK-DLT-OPERACAO
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
              END-IF
           END-IF

      *    A MARCA D'AGUA SO ANDA COM O ARQUIVO FECHADO COM TRAILER
           IF WMK-ABERTO
              IF WK-RETORNO LESS 8
                 PERFORM 910000-GRAVA-MARCA
              END-IF
              CLOSE CEPWMK01
           END-IF
           IF HST-ABERTO
              CLOSE CEPHST01
           END-IF

           CLOSE CEPVSA01
                 CEPEXP01.

      *----------------------------------------------------------------*
       910000-GRAVA-MARCA.
      *----------------------------------------------------------------*
      * NOVA MARCA = INICIO DESTA EXECUCAO: O QUE FOR GRAVADO NO
      * CEPHST01 DURANTE A EXTRACAO ENTRA NA PROXIMA. FALHA AQUI SO
      * FAZ A PROXIMA REENVIAR O MESMO INTERVALO - AVISO E RC 4
      *----------------------------------------------------------------*
           MOVE SPACES          TO WK-CEPWMK01-REC
           MOVE WK-PARCEIRO     TO WK-WMK-PARCEIRO
           MOVE WK-INICIO-DATA  TO WK-WMK-DATA
           MOVE WK-INICIO-HORA  TO WK-WMK-HORA
           MOVE WK-ENV-DATA-GER TO WK-WMK-DATA-GER
           MOVE WK-ENV-QT-DET   TO WK-WMK-QT-ENTREGUE

           IF TEM-MARCA
              REWRITE WK-CEPWMK01-REC
           ELSE
              WRITE WK-CEPWMK01-REC
           END-IF

           IF WK-FS-CEPWMK01 NOT EQUAL '00'
              DISPLAY 'CEPBTC03 - ERRO AO GRAVAR MARCA D''AGUA DE '
                      WK-PARCEIRO ' FS=' WK-FS-CEPWMK01
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           ELSE
              DISPLAY 'CEPBTC03 - MARCA D''AGUA DE ' WK-PARCEIRO
                      ' AVANCADA PARA ' WK-INICIO-DATA '-'
                      WK-INICIO-HORA
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-INATIVOS    TO WK-REL-INATIVOS
           MOVE WK-QT-FORA-FILTRO TO WK-REL-FORA

           DISPLAY WK-RELATORIO

           IF MODO-DELTA
              MOVE WK-PARCEIRO              TO WK-REL-PARCEIRO
              MOVE SPACES                   TO WK-REL-DESDE
              IF NOT CARGA-INICIAL
                 STRING WK-MARCA-DATA '-' WK-MARCA-HORA
                        DELIMITED BY SIZE
                        INTO WK-REL-DESDE
                 END-STRING
              END-IF
              MOVE WK-QT-HST                TO WK-REL-HST
              MOVE WK-QT-DLT-INCLUIDOS      TO WK-REL-DLT-INC
              MOVE WK-QT-DLT-ALTERADOS      TO WK-REL-DLT-ALT
              MOVE WK-QT-DLT-DESATIVADOS    TO WK-REL-DLT-DES
              MOVE WK-QT-DLT-REDIRECIONADOS TO WK-REL-DLT-RED
              MOVE WK-QT-DLT-SEM-MUDANCA    TO WK-REL-DLT-SEM
              DISPLAY WK-RELATORIO-DELTA
           END-IF.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
