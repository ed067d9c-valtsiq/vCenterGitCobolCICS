      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. CALBTC01
      * Tipo    .............. Batch (anual / sob demanda)
      * Finalidade ........... GERADOR DO CALENDARIO ANUAL "CALVSA01"
      *                        lido pelo CALLER01 - a carga dia a dia
      *                        pelo CALMNT01 ou o REPRO do ano
      *                        anterior esqueciam todo ano que
      *                        Carnaval, Sexta-feira Santa e Corpus
      *                        Christi mudam com a Pascoa. Para o ano
      *                        do cartao monta os 365/366 dias:
      *                          - sabado e domingo: nao util
      *                          - feriados nacionais de data fixa
      *                          - moveis calculados a partir do
      *                            domingo de Pascoa (Carnaval segunda
      *                            e terca, Sexta-feira Santa, Corpus
      *                            Christi)
      *                          - feriados estaduais e municipais do
      *                            arquivo CALFER01 (delimitado por
      *                            ';': LOCAL;DATA;DESCRICAO, DATA em
      *                            AAAAMMDD ou MMDD para todo ano) -
      *                            so as linhas do LOCAL= do cartao,
      *                            a praca deste calendario
      *                        e compara com o que ja existe:
      *                          CRIAR     - dia ausente
      *                          IGUAL     - ja cadastrado igual
      *                          CONFLITO  - cadastrado diferente (dia
      *                                      mantido a mao no CAL1 ou
      *                                      regra mudada)
      *                        Sem APLICA=S e so SIMULACAO: nada e
      *                        gravado, a lista diz o que seria
      *                        criado. Com APLICA=S os dias ausentes
      *                        sao gravados; dia em CONFLITO NUNCA e
      *                        regravado, a nao ser que conste de um
      *                        cartao SUBSTITUI=AAAAMMDD (decisao
      *                        explicita, dia a dia) - sem ele fica
      *                        como esta e vai para a lista.
      *                        Com APLICA=S rodar com o CALVSA01
      *                        fechado no CICS (passo FECHAR do
      *                        VSRSBTC3 antes, REABRIR depois).
      *                        Parametros (cartao CALPRM01):
      *                          ANO=AAAA           (obrigatorio)
      *                          LOCAL=xxxxxxxx     praca (sem ele so
      *                                             os nacionais)
      *                          APLICA=S           grava
      *                          SUBSTITUI=AAAAMMDD ate 50 cartoes
      *                        RC 4 com conflito mantido ou linha
      *                        invalida no CALFER01; 8 com erro de
      *                        gravacao; 12 com parametro invalido ou
      *                        falha de open.
      * DSnames .............. B090290.CALVSA01 (calendario; I-O com
      *                        APLICA=S)
      *                        B090290.CALPRM01 (parametros)
      *                        B090290.CALFER01 (feriados locais,
      *                        opcional)
      *                        B090290.CALREL01 (relatorio impresso)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALBTC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CALVSA01   ASSIGN TO CALVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-CAL-DATA
                  FILE STATUS  IS WK-FS-CALVSA01.

           SELECT CALPRM01   ASSIGN TO CALPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CALPRM01.

           SELECT CALFER01   ASSIGN TO CALFER01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CALFER01.

           SELECT CALREL01   ASSIGN TO CALREL01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CALREL01.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   CALENDARIO - MESMO LAYOUT DO CALMNT01/CALLER01, MANTER
      *   SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CALVSA01.
       01  WK-CALVSA01-REC.
           05 WK-CAL-DATA                   PIC  X(008).
           05 WK-CAL-UTIL                   PIC  X(001).
           05 WK-CAL-DESCRICAO              PIC  X(030).

       FD  CALPRM01
           RECORDING MODE IS F.
       01  WK-CALPRM01-REC                PIC  X(080).

       FD  CALFER01
           RECORDING MODE IS F.
       01  WK-CALFER01-REC                PIC  X(080).

       FD  CALREL01
           RECORDING MODE IS F.
       01  WK-CALREL01-REC                PIC  X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CALVSA01                    PIC  X(002) VALUE '00'.
       01 WK-CALENDARIO-OK                  PIC  X(001) VALUE 'N'.
           88 CALENDARIO-OK                             VALUE 'S'.

       01 WK-FS-CALPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.

       01 WK-FS-CALFER01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-FERIADOS                   PIC  X(001) VALUE 'N'.
           88 FIM-FERIADOS                              VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = CONFLITO MANTIDO / LINHA INVALIDA NO CALFER01
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = PARAMETRO INVALIDO OU
      *   FALHA DE OPEN
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
                                            'CALBTC01'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO CALREL01 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'CALREL01'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'CALBTC01'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETROS DE EXECUCAO (CARTAO CALPRM01, UMA PALAVRA-CHAVE
      *   POR LINHA)
      *----------------------------------------------------------------*
       01 WK-ANO                            PIC  X(004) VALUE SPACES.
       01 WK-ANO-NUM REDEFINES WK-ANO       PIC  9(004).
       01 WK-LOCAL                          PIC  X(008) VALUE SPACES.
       01 WK-MODO-APLICA                    PIC  X(001) VALUE 'N'.
           88 MODO-APLICA                               VALUE 'S'.
       01 WK-MAX-SUBSTITUI                  PIC S9(004) COMP
                                            VALUE +50.
       01 WK-QT-SUBSTITUI                   PIC S9(004) COMP
                                            VALUE +0.
       01 WK-IDX-SUB                        PIC S9(004) COMP
                                            VALUE +0.
       01 WK-TAB-SUBSTITUICOES.
          05 WK-TAB-SUBSTITUI OCCURS 50 TIMES.
             10 WK-TSB-DATA                 PIC  X(008).
       01 WK-SUBSTITUI                      PIC  X(001) VALUE 'N'.
           88 SUBSTITUI                                 VALUE 'S'.

      *----------------------------------------------------------------*
      *   O ANO EM MEMORIA - UM ELEMENTO POR DIA CORRIDO (1 = 1o DE
      *   JANEIRO). FONTE: F FIM DE SEMANA, N NACIONAL FIXO, M MOVEL,
      *   L LOCAL, BRANCO DIA UTIL
      *----------------------------------------------------------------*
       01 WK-QT-DIAS-ANO                    PIC S9(004) COMP
                                            VALUE +0.
       01 WK-IDX-DIA                        PIC S9(004) COMP
                                            VALUE +0.
       01 WK-TAB-ANO.
          05 WK-TAB-DIA OCCURS 366 TIMES.
             10 WK-TDI-DATA                 PIC  X(008).
             10 WK-TDI-UTIL                 PIC  X(001).
             10 WK-TDI-DESCRICAO            PIC  X(030).
             10 WK-TDI-FONTE                PIC  X(001).

      *----------------------------------------------------------------*
      *   FERIADOS NACIONAIS DE DATA FIXA (MMDD + DESCRICAO)
      *----------------------------------------------------------------*
       01 WK-FIXOS-VALORES.
          05 FILLER PIC X(034) VALUE
             '0101CONFRATERNIZACAO UNIVERSAL    '.
          05 FILLER PIC X(034) VALUE
             '0421TIRADENTES                    '.
          05 FILLER PIC X(034) VALUE
             '0501DIA DO TRABALHO               '.
          05 FILLER PIC X(034) VALUE
             '0907INDEPENDENCIA DO BRASIL       '.
          05 FILLER PIC X(034) VALUE
             '1012NOSSA SENHORA APARECIDA       '.
          05 FILLER PIC X(034) VALUE
             '1102FINADOS                       '.
          05 FILLER PIC X(034) VALUE
             '1115PROCLAMACAO DA REPUBLICA      '.
          05 FILLER PIC X(034) VALUE
             '1120DIA DA CONSCIENCIA NEGRA      '.
          05 FILLER PIC X(034) VALUE
             '1225NATAL                         '.
       01 WK-FIXOS REDEFINES WK-FIXOS-VALORES.
          05 WK-TAB-FIXO OCCURS 9 TIMES.
             10 WK-TFX-MMDD                 PIC  X(004).
             10 WK-TFX-DESCRICAO            PIC  X(030).
       01 WK-IDX-FIXO                       PIC S9(004) COMP
                                            VALUE +0.

      *----------------------------------------------------------------*
      *   FERIADOS MOVEIS (DIAS EM RELACAO AO DOMINGO DE PASCOA,
      *   SINAL + 3 DIGITOS + DESCRICAO)
      *----------------------------------------------------------------*
       01 WK-MOVEIS-VALORES.
          05 FILLER PIC X(034) VALUE
             '-048CARNAVAL (SEGUNDA-FEIRA)      '.
          05 FILLER PIC X(034) VALUE
             '-047CARNAVAL (TERCA-FEIRA)        '.
          05 FILLER PIC X(034) VALUE
             '-002SEXTA-FEIRA SANTA             '.
          05 FILLER PIC X(034) VALUE
             '+060CORPUS CHRISTI                '.
       01 WK-MOVEIS REDEFINES WK-MOVEIS-VALORES.
          05 WK-TAB-MOVEL OCCURS 4 TIMES.
             10 WK-TMV-SINAL                PIC  X(001).
             10 WK-TMV-DIAS                 PIC  9(003).
             10 WK-TMV-DESCRICAO            PIC  X(030).
       01 WK-IDX-MOVEL                      PIC S9(004) COMP
                                            VALUE +0.

      *----------------------------------------------------------------*
      *   CALCULO DA PASCOA (ALGORITMO GREGORIANO DE MEEUS/JONES/
      *   BUTCHER) - SO DIVISOES INTEIRAS
      *----------------------------------------------------------------*
       01 WK-PASCOA-CALCULO.
          05 WK-PSC-A                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-B                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-C                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-D                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-E                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-F                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-G                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-H                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-I                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-K                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-L                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-M                       PIC  9(004) VALUE ZEROS.
          05 WK-PSC-TEMP                    PIC  9(006) VALUE ZEROS.
          05 WK-PSC-QUOC                    PIC  9(006) VALUE ZEROS.
       01 WK-PASCOA.
          05 WK-PASCOA-AAAA                 PIC  9(004) VALUE ZEROS.
          05 WK-PASCOA-MM                   PIC  9(002) VALUE ZEROS.
          05 WK-PASCOA-DD                   PIC  9(002) VALUE ZEROS.
       01 WK-PASCOA-NUM REDEFINES WK-PASCOA PIC  9(008).

      *----------------------------------------------------------------*
      *   DATAS (AAAAMMDD) E DIA DA SEMANA (0 = DOMINGO ... 6 =
      *   SABADO, MESMA CONVENCAO DO CICBTC05)
      *----------------------------------------------------------------*
       01 WK-DATA-TRAB                      PIC  9(008) VALUE ZEROS.
       01 WK-DATA-TRAB-X REDEFINES WK-DATA-TRAB
                                            PIC  X(008).
       01 WK-PRIMEIRO-DIA                   PIC  9(007) VALUE ZEROS.
       01 WK-PASCOA-INTEIRO                 PIC  9(007) VALUE ZEROS.
       01 WK-DIAS-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-DIA-SEMANA                     PIC  9(001) VALUE ZEROS.
       01 WK-DESCRICAO                      PIC  X(030) VALUE SPACES.
       01 WK-FONTE                          PIC  X(001) VALUE SPACE.

      *----------------------------------------------------------------*
      *   UMA LINHA DO CALFER01 (LOCAL;DATA;DESCRICAO)
      *----------------------------------------------------------------*
       01 WK-FER-LOCAL                      PIC  X(008) VALUE SPACES.
       01 WK-FER-DATA                       PIC  X(008) VALUE SPACES.
       01 WK-FER-DESCRICAO                  PIC  X(030) VALUE SPACES.
       01 WK-FER-MMDD                       PIC  X(004) VALUE SPACES.
       01 WK-FER-NUMERO                     PIC  9(007) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-DIAS                     PIC  9(009) VALUE ZEROS.
          05 WK-QT-NAO-UTEIS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-CRIAR                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-CRIADOS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-IGUAIS                   PIC  9(009) VALUE ZEROS.
          05 WK-QT-CONFLITOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-SUBSTITUIDOS             PIC  9(009) VALUE ZEROS.
          05 WK-QT-MANTIDOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-FER-LIDAS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-FER-APLICADAS            PIC  9(009) VALUE ZEROS.
          05 WK-QT-FER-INVALIDAS            PIC  9(009) VALUE ZEROS.
          05 WK-QT-ERROS                    PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD CALREL01, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1) - DD AUSENTE DEGRADA PARA O SYSOUT, COM
      *   AVISO
      *----------------------------------------------------------------*
       01 WK-FS-CALREL01                    PIC  X(002) VALUE '00'.
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-REL-HORA-SYS                   PIC  9(008) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(052) VALUE
             'CALBTC01 - GERACAO DO CALENDARIO CALVSA01           '.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC  9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC  9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC  ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(005) VALUE 'ANO: '.
          05 WK-CAB2-ANO      PIC X(004).
          05 FILLER           PIC X(009) VALUE '  LOCAL: '.
          05 WK-CAB2-LOCAL    PIC X(008).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-CAB2-MODO     PIC X(104).
       01 WK-REL-CAB3.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(046) VALUE
             'DATA     U DESCRICAO                       F  '.
          05 FILLER           PIC X(086) VALUE
             'SITUACAO     CADASTRADO HOJE'.

       01 WK-LINHA-DETALHE.
          05 WK-DET-DATA      PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-UTIL      PIC X(001).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-DESCRICAO PIC X(030).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-FONTE     PIC X(001).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-SITUACAO  PIC X(012).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-ATUAL-UTIL PIC X(001).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-ATUAL-DESC PIC X(030).
          05 FILLER           PIC X(041) VALUE SPACES.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CALBTC01 - CALENDARIO DO ANO   '.
          05 WK-REL-ANO       PIC X(004).
          05 FILLER           PIC X(020) VALUE
             ' DIAS GERADOS.......'.
          05 WK-REL-DIAS      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'A CRIAR/CRIADOS.....'.
          05 WK-REL-CRIADOS   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CONFLITOS...........'.
          05 WK-REL-CONFLITOS PIC ZZZ,ZZZ,ZZ9.

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

           IF WK-RETORNO LESS 12
              PERFORM 100000-ABRIR-ARQUIVOS
           END-IF

           IF WK-RETORNO LESS 12
              PERFORM 200000-MONTA-ANO
              PERFORM 300000-APLICA-FERIADOS-LOCAIS
              PERFORM 400000-COMPARA-DIA
                      VARYING WK-IDX-DIA FROM 1 BY 1
                      UNTIL WK-IDX-DIA GREATER WK-QT-DIAS-ANO
           END-IF

           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-MANTIDOS GREATER ZEROS
                   OR WK-QT-FER-INVALIDAS GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT CALPRM01

           IF WK-FS-CALPRM01 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE CALPRM01
           END-IF

           IF WK-ANO NOT NUMERIC
              OR WK-ANO LESS '1900'
              OR WK-ANO GREATER '2099'
              DISPLAY 'CALBTC01 - CARTAO ANO= AUSENTE OU INVALIDO: '
                      WK-ANO
              MOVE 12 TO WK-RETORNO
           END-IF

           DISPLAY 'CALBTC01 - ANO=' WK-ANO
                   ' LOCAL=' WK-LOCAL
                   ' APLICA=' WK-MODO-APLICA
                   ' SUBSTITUI=' WK-QT-SUBSTITUI.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ CALPRM01

           IF WK-FS-CALPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-CALPRM01-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-CALPRM01-REC(1:4) EQUAL 'ANO='
              MOVE WK-CALPRM01-REC(5:4) TO WK-ANO
           ELSE
           IF WK-CALPRM01-REC(1:6) EQUAL 'LOCAL='
              MOVE WK-CALPRM01-REC(7:8) TO WK-LOCAL
           ELSE
           IF WK-CALPRM01-REC(1:8) EQUAL 'APLICA=S'
              MOVE 'S' TO WK-MODO-APLICA
           ELSE
           IF WK-CALPRM01-REC(1:10) EQUAL 'SUBSTITUI='
              PERFORM 065000-GUARDA-SUBSTITUICAO
           ELSE
           IF WK-CALPRM01-REC NOT EQUAL SPACES
              DISPLAY 'CALBTC01 - PARAMETRO DESCONHECIDO: '
                      WK-CALPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       065000-GUARDA-SUBSTITUICAO.
      *----------------------------------------------------------------*
      * SUBSTITUICAO FORA DA TABELA OU DATA INVALIDA NAO VALE - E O
      * UNICO CAMINHO PARA REGRAVAR UM DIA JA CADASTRADO
      *----------------------------------------------------------------*
           IF WK-CALPRM01-REC(11:8) NOT NUMERIC
              DISPLAY 'CALBTC01 - SUBSTITUI INVALIDO IGNORADO: '
                      WK-CALPRM01-REC(11:8)
           ELSE
           IF WK-QT-SUBSTITUI NOT LESS WK-MAX-SUBSTITUI
              DISPLAY 'CALBTC01 - MAIS DE 50 SUBSTITUI - IGNORADO: '
                      WK-CALPRM01-REC(11:8)
           ELSE
              ADD 1 TO WK-QT-SUBSTITUI
              MOVE WK-CALPRM01-REC(11:8)
                   TO WK-TSB-DATA(WK-QT-SUBSTITUI)
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF MODO-APLICA
              OPEN I-O CALVSA01
           ELSE
              OPEN INPUT CALVSA01
           END-IF

           IF WK-FS-CALVSA01 NOT EQUAL '00'
              DISPLAY 'CALBTC01 - ERRO AO ABRIR CALVSA01 FS='
                      WK-FS-CALVSA01
              MOVE 12  TO WK-RETORNO
           ELSE
              MOVE 'S' TO WK-CALENDARIO-OK
           END-IF

           OPEN OUTPUT CALREL01
           IF WK-FS-CALREL01 NOT EQUAL '00'
              DISPLAY 'CALBTC01 - ERRO AO ABRIR CALREL01 FS='
                      WK-FS-CALREL01
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           MOVE WK-ANO   TO WK-CAB2-ANO
           MOVE WK-LOCAL TO WK-CAB2-LOCAL
           IF MODO-APLICA
              MOVE 'APLICACAO - DIAS NAO UTEIS E CONFLITOS'
                   TO WK-CAB2-MODO
           ELSE
              MOVE 'SIMULACAO (SEM APLICA=S) - NADA FOI GRAVADO'
                   TO WK-CAB2-MODO
           END-IF.

      *----------------------------------------------------------------*
       200000-MONTA-ANO.
      *----------------------------------------------------------------*
      * ORDEM DE PRECEDENCIA DA DESCRICAO: FIM DE SEMANA, DEPOIS
      * LOCAL, MOVEL E NACIONAL FIXO (O ULTIMO A MARCAR O DIA DA O
      * NOME)
      *----------------------------------------------------------------*
           MOVE WK-ANO      TO WK-DATA-TRAB-X(1:4)
           MOVE '0101'     TO WK-DATA-TRAB-X(5:4)
           COMPUTE WK-PRIMEIRO-DIA =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-TRAB )

           MOVE WK-ANO      TO WK-DATA-TRAB-X(1:4)
           MOVE '1231'     TO WK-DATA-TRAB-X(5:4)
           COMPUTE WK-QT-DIAS-ANO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-TRAB )
                   - WK-PRIMEIRO-DIA + 1

           PERFORM 210000-MONTA-DIA
                   VARYING WK-IDX-DIA FROM 1 BY 1
                   UNTIL WK-IDX-DIA GREATER WK-QT-DIAS-ANO

           PERFORM 220000-CALCULA-PASCOA
           PERFORM 230000-MARCA-MOVEL
                   VARYING WK-IDX-MOVEL FROM 1 BY 1
                   UNTIL WK-IDX-MOVEL GREATER 4

           PERFORM 240000-MARCA-FIXO
                   VARYING WK-IDX-FIXO FROM 1 BY 1
                   UNTIL WK-IDX-FIXO GREATER 9.

      *----------------------------------------------------------------*
       210000-MONTA-DIA.
      *----------------------------------------------------------------*
           COMPUTE WK-DIAS-INTEIRO = WK-PRIMEIRO-DIA + WK-IDX-DIA - 1
           COMPUTE WK-DATA-TRAB =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )
           COMPUTE WK-DIA-SEMANA =
                   FUNCTION MOD ( WK-DIAS-INTEIRO , 7 )

           MOVE WK-DATA-TRAB-X TO WK-TDI-DATA(WK-IDX-DIA)
           EVALUATE WK-DIA-SEMANA
              WHEN 0
                 MOVE 'N'       TO WK-TDI-UTIL(WK-IDX-DIA)
                 MOVE 'DOMINGO' TO WK-TDI-DESCRICAO(WK-IDX-DIA)
                 MOVE 'F'       TO WK-TDI-FONTE(WK-IDX-DIA)
              WHEN 6
                 MOVE 'N'       TO WK-TDI-UTIL(WK-IDX-DIA)
                 MOVE 'SABADO'  TO WK-TDI-DESCRICAO(WK-IDX-DIA)
                 MOVE 'F'       TO WK-TDI-FONTE(WK-IDX-DIA)
              WHEN OTHER
                 MOVE 'S'       TO WK-TDI-UTIL(WK-IDX-DIA)
                 MOVE SPACES    TO WK-TDI-DESCRICAO(WK-IDX-DIA)
                 MOVE SPACE     TO WK-TDI-FONTE(WK-IDX-DIA)
           END-EVALUATE.

      *----------------------------------------------------------------*
       220000-CALCULA-PASCOA.
      *----------------------------------------------------------------*
      * DOMINGO DE PASCOA DO CALENDARIO GREGORIANO:
      *   A = ANO MOD 19          B = ANO / 100      C = ANO MOD 100
      *   D = B / 4               E = B MOD 4        F = (B + 8) / 25
      *   G = (B - F + 1) / 3
      *   H = (19A + B - D - G + 15) MOD 30
      *   I = C / 4               K = C MOD 4
      *   L = (32 + 2E + 2I - H - K) MOD 7
      *   M = (A + 11H + 22L) / 451
      *   MES = (H + L - 7M + 114) / 31
      *   DIA = ((H + L - 7M + 114) MOD 31) + 1
      *----------------------------------------------------------------*
           DIVIDE WK-ANO-NUM BY 19  GIVING WK-PSC-QUOC
                  REMAINDER WK-PSC-A
           DIVIDE WK-ANO-NUM BY 100 GIVING WK-PSC-B
                  REMAINDER WK-PSC-C
           DIVIDE WK-PSC-B   BY 4   GIVING WK-PSC-D
                  REMAINDER WK-PSC-E

           COMPUTE WK-PSC-TEMP = WK-PSC-B + 8
           DIVIDE WK-PSC-TEMP BY 25 GIVING WK-PSC-F

           COMPUTE WK-PSC-TEMP = WK-PSC-B - WK-PSC-F + 1
           DIVIDE WK-PSC-TEMP BY 3  GIVING WK-PSC-G

           COMPUTE WK-PSC-TEMP = 19 * WK-PSC-A + WK-PSC-B
                               - WK-PSC-D - WK-PSC-G + 15
           DIVIDE WK-PSC-TEMP BY 30 GIVING WK-PSC-QUOC
                  REMAINDER WK-PSC-H

           DIVIDE WK-PSC-C   BY 4   GIVING WK-PSC-I
                  REMAINDER WK-PSC-K

      *    32 + 2E + 2I NUNCA E MENOR QUE H + K (H < 30, K < 4)
           COMPUTE WK-PSC-TEMP = 32 + 2 * WK-PSC-E + 2 * WK-PSC-I
                               - WK-PSC-H - WK-PSC-K
           DIVIDE WK-PSC-TEMP BY 7  GIVING WK-PSC-QUOC
                  REMAINDER WK-PSC-L

           COMPUTE WK-PSC-TEMP = WK-PSC-A + 11 * WK-PSC-H
                               + 22 * WK-PSC-L
           DIVIDE WK-PSC-TEMP BY 451 GIVING WK-PSC-M

           COMPUTE WK-PSC-TEMP = WK-PSC-H + WK-PSC-L
                               - 7 * WK-PSC-M + 114
           DIVIDE WK-PSC-TEMP BY 31 GIVING WK-PASCOA-MM
                  REMAINDER WK-PASCOA-DD
           ADD 1 TO WK-PASCOA-DD

           MOVE WK-ANO-NUM TO WK-PASCOA-AAAA
           COMPUTE WK-PASCOA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-PASCOA-NUM )

           DISPLAY 'CALBTC01 - PASCOA EM ' WK-PASCOA-NUM.

      *----------------------------------------------------------------*
       230000-MARCA-MOVEL.
      *----------------------------------------------------------------*
           IF WK-TMV-SINAL(WK-IDX-MOVEL) EQUAL '-'
              COMPUTE WK-DIAS-INTEIRO = WK-PASCOA-INTEIRO
                                      - WK-TMV-DIAS(WK-IDX-MOVEL)
           ELSE
              COMPUTE WK-DIAS-INTEIRO = WK-PASCOA-INTEIRO
                                      + WK-TMV-DIAS(WK-IDX-MOVEL)
           END-IF

           MOVE WK-TMV-DESCRICAO(WK-IDX-MOVEL) TO WK-DESCRICAO
           MOVE 'M'                            TO WK-FONTE
           PERFORM 250000-MARCA-FERIADO.

      *----------------------------------------------------------------*
       240000-MARCA-FIXO.
      *----------------------------------------------------------------*
           MOVE WK-ANO                   TO WK-DATA-TRAB-X(1:4)
           MOVE WK-TFX-MMDD(WK-IDX-FIXO) TO WK-DATA-TRAB-X(5:4)
           COMPUTE WK-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-TRAB )

           MOVE WK-TFX-DESCRICAO(WK-IDX-FIXO) TO WK-DESCRICAO
           MOVE 'N'                           TO WK-FONTE
           PERFORM 250000-MARCA-FERIADO.

      *----------------------------------------------------------------*
       250000-MARCA-FERIADO.
      *----------------------------------------------------------------*
      * WK-DIAS-INTEIRO = DIA DO FERIADO (INTEGER-OF-DATE); DATA
      * INEXISTENTE NO ANO (29/02 FORA DE BISSEXTO) VEM ZERO E FICA
      * FORA DA FAIXA
      *----------------------------------------------------------------*
           IF WK-DIAS-INTEIRO NOT LESS WK-PRIMEIRO-DIA
              AND WK-DIAS-INTEIRO LESS WK-PRIMEIRO-DIA + WK-QT-DIAS-ANO
              COMPUTE WK-IDX-DIA = WK-DIAS-INTEIRO - WK-PRIMEIRO-DIA + 1
              MOVE 'N'          TO WK-TDI-UTIL(WK-IDX-DIA)
              MOVE WK-DESCRICAO TO WK-TDI-DESCRICAO(WK-IDX-DIA)
              MOVE WK-FONTE     TO WK-TDI-FONTE(WK-IDX-DIA)
           END-IF.

      *----------------------------------------------------------------*
       300000-APLICA-FERIADOS-LOCAIS.
      *----------------------------------------------------------------*
      * DD AUSENTE = SO OS NACIONAIS (AVISO). OS LOCAIS ENTRAM ANTES
      * DOS NACIONAIS NA PRECEDENCIA, ENTAO O ANO E REMONTADO: FIM DE
      * SEMANA, LOCAIS, MOVEIS, FIXOS
      *----------------------------------------------------------------*
           IF WK-LOCAL NOT EQUAL SPACES
              OPEN INPUT CALFER01
              IF WK-FS-CALFER01 NOT EQUAL '00'
                 DISPLAY 'CALBTC01 - SEM CALFER01 (FS=' WK-FS-CALFER01
                         ') - SO FERIADOS NACIONAIS'
              ELSE
                 PERFORM 310000-LER-CALFER01
                 PERFORM 320000-TRATA-FERIADO-LOCAL
                         UNTIL FIM-FERIADOS
                 CLOSE CALFER01

                 PERFORM 230000-MARCA-MOVEL
                         VARYING WK-IDX-MOVEL FROM 1 BY 1
                         UNTIL WK-IDX-MOVEL GREATER 4
                 PERFORM 240000-MARCA-FIXO
                         VARYING WK-IDX-FIXO FROM 1 BY 1
                         UNTIL WK-IDX-FIXO GREATER 9
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-LER-CALFER01.
      *----------------------------------------------------------------*
           READ CALFER01

           EVALUATE WK-FS-CALFER01
              WHEN '00'
                 ADD 1 TO WK-QT-FER-LIDAS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-FERIADOS
              WHEN OTHER
                 DISPLAY 'CALBTC01 - ERRO DE LEITURA CALFER01 FS='
                         WK-FS-CALFER01
                 MOVE 'S' TO WK-FIM-FERIADOS
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       320000-TRATA-FERIADO-LOCAL.
      *----------------------------------------------------------------*
      * LINHA DE OUTRA PRACA E IGNORADA; LINHA DESTA PRACA COM DATA
      * INVALIDA OU DE OUTRO ANO E LISTADA NO SYSOUT (RC 4 SE
      * INVALIDA)
      *----------------------------------------------------------------*
           IF WK-CALFER01-REC(1:1) NOT EQUAL '*'
              AND WK-CALFER01-REC NOT EQUAL SPACES
              MOVE SPACES TO WK-FER-LOCAL
                             WK-FER-DATA
                             WK-FER-DESCRICAO
              UNSTRING WK-CALFER01-REC DELIMITED BY ';'
                       INTO WK-FER-LOCAL
                            WK-FER-DATA
                            WK-FER-DESCRICAO
              END-UNSTRING

              IF WK-FER-LOCAL EQUAL WK-LOCAL
                 PERFORM 330000-DATA-FERIADO-LOCAL
              END-IF
           END-IF

           PERFORM 310000-LER-CALFER01.

      *----------------------------------------------------------------*
       330000-DATA-FERIADO-LOCAL.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-FER-MMDD

           IF WK-FER-DATA(5:4) EQUAL SPACES
              AND WK-FER-DATA(1:4) NUMERIC
              MOVE WK-FER-DATA(1:4) TO WK-FER-MMDD
           ELSE
           IF WK-FER-DATA NUMERIC
              IF WK-FER-DATA(1:4) EQUAL WK-ANO
                 MOVE WK-FER-DATA(5:4) TO WK-FER-MMDD
              ELSE
                 DISPLAY 'CALBTC01 - FERIADO LOCAL DE OUTRO ANO '
                         'IGNORADO: ' WK-FER-DATA ' ' WK-FER-DESCRICAO
              END-IF
           ELSE
              MOVE 'X' TO WK-FER-MMDD
           END-IF
           END-IF

           IF WK-FER-MMDD NOT EQUAL SPACES
              IF WK-FER-MMDD NOT NUMERIC
                 OR WK-FER-MMDD(1:2) LESS '01'
                 OR WK-FER-MMDD(1:2) GREATER '12'
                 OR WK-FER-MMDD(3:2) LESS '01'
                 OR WK-FER-MMDD(3:2) GREATER '31'
                 OR WK-FER-DESCRICAO EQUAL SPACES
                 ADD 1 TO WK-QT-FER-INVALIDAS
                 DISPLAY 'CALBTC01 - LINHA INVALIDA NO CALFER01: '
                         WK-CALFER01-REC(1:60)
              ELSE
                 MOVE WK-ANO            TO WK-DATA-TRAB-X(1:4)
                 MOVE WK-FER-MMDD       TO WK-DATA-TRAB-X(5:4)
                 COMPUTE WK-DIAS-INTEIRO =
                         FUNCTION INTEGER-OF-DATE ( WK-DATA-TRAB )
                 MOVE WK-FER-DESCRICAO  TO WK-DESCRICAO
                 MOVE 'L'               TO WK-FONTE
                 PERFORM 250000-MARCA-FERIADO
                 ADD 1 TO WK-QT-FER-APLICADAS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-COMPARA-DIA.
      *----------------------------------------------------------------*
      * DIA CADASTRADO NUNCA E REGRAVADO EM SILENCIO: IGUAL NAO MEXE,
      * DIFERENTE SO COM SUBSTITUI= E APLICA=S
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-DIAS
           IF WK-TDI-UTIL(WK-IDX-DIA) EQUAL 'N'
              ADD 1 TO WK-QT-NAO-UTEIS
           END-IF

           MOVE WK-TDI-DATA(WK-IDX-DIA) TO WK-CAL-DATA
           READ CALVSA01

           EVALUATE WK-FS-CALVSA01
              WHEN '00'
                 IF WK-CAL-UTIL      EQUAL WK-TDI-UTIL(WK-IDX-DIA)
                    AND WK-CAL-DESCRICAO
                        EQUAL WK-TDI-DESCRICAO(WK-IDX-DIA)
                    ADD 1 TO WK-QT-IGUAIS
                 ELSE
                    PERFORM 420000-TRATA-CONFLITO
                 END-IF
              WHEN '23'
                 PERFORM 410000-CRIA-DIA
              WHEN OTHER
                 DISPLAY 'CALBTC01 - ERRO DE LEITURA CALVSA01 FS='
                         WK-FS-CALVSA01 ' DATA=' WK-CAL-DATA
                 ADD 1 TO WK-QT-ERROS
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       410000-CRIA-DIA.
      *----------------------------------------------------------------*
      * NA LISTA SO O DIA NAO UTIL - OS UTEIS SO CONTAM
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-LINHA-DETALHE

           IF MODO-APLICA
              MOVE WK-TDI-UTIL(WK-IDX-DIA)      TO WK-CAL-UTIL
              MOVE WK-TDI-DESCRICAO(WK-IDX-DIA) TO WK-CAL-DESCRICAO
              WRITE WK-CALVSA01-REC
              IF WK-FS-CALVSA01 EQUAL '00'
                 ADD 1 TO WK-QT-CRIADOS
                 MOVE 'CRIADO'    TO WK-DET-SITUACAO
              ELSE
                 DISPLAY 'CALBTC01 - ERRO AO GRAVAR CALVSA01 FS='
                         WK-FS-CALVSA01 ' DATA=' WK-CAL-DATA
                 ADD 1 TO WK-QT-ERROS
                 MOVE 'ERRO'      TO WK-DET-SITUACAO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WK-QT-CRIAR
              MOVE 'CRIAR'        TO WK-DET-SITUACAO
           END-IF

           IF WK-TDI-UTIL(WK-IDX-DIA) EQUAL 'N'
              OR WK-DET-SITUACAO EQUAL 'ERRO'
              PERFORM 450000-IMPRIME-DIA
           END-IF.

      *----------------------------------------------------------------*
       420000-TRATA-CONFLITO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-CONFLITOS
           MOVE SPACES           TO WK-LINHA-DETALHE
           MOVE WK-CAL-UTIL      TO WK-DET-ATUAL-UTIL
           MOVE WK-CAL-DESCRICAO TO WK-DET-ATUAL-DESC

           MOVE 'N' TO WK-SUBSTITUI
           PERFORM 430000-PROCURA-SUBSTITUI
                   VARYING WK-IDX-SUB FROM 1 BY 1
                   UNTIL WK-IDX-SUB GREATER WK-QT-SUBSTITUI
                      OR SUBSTITUI

           IF SUBSTITUI
              AND MODO-APLICA
              MOVE WK-TDI-UTIL(WK-IDX-DIA)      TO WK-CAL-UTIL
              MOVE WK-TDI-DESCRICAO(WK-IDX-DIA) TO WK-CAL-DESCRICAO
              REWRITE WK-CALVSA01-REC
              IF WK-FS-CALVSA01 EQUAL '00'
                 ADD 1 TO WK-QT-SUBSTITUIDOS
                 MOVE 'SUBSTITUIDO' TO WK-DET-SITUACAO
              ELSE
                 DISPLAY 'CALBTC01 - ERRO AO REGRAVAR CALVSA01 FS='
                         WK-FS-CALVSA01 ' DATA=' WK-CAL-DATA
                 ADD 1 TO WK-QT-ERROS
                 MOVE 'ERRO'        TO WK-DET-SITUACAO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              END-IF
           ELSE
           IF SUBSTITUI
              MOVE 'SUBSTITUIRIA' TO WK-DET-SITUACAO
           ELSE
              ADD 1 TO WK-QT-MANTIDOS
              MOVE 'CONFLITO'     TO WK-DET-SITUACAO
           END-IF
           END-IF

           PERFORM 450000-IMPRIME-DIA.

      *----------------------------------------------------------------*
       430000-PROCURA-SUBSTITUI.
      *----------------------------------------------------------------*
           IF WK-TSB-DATA(WK-IDX-SUB) EQUAL WK-TDI-DATA(WK-IDX-DIA)
              MOVE 'S' TO WK-SUBSTITUI
           END-IF.

      *----------------------------------------------------------------*
       450000-IMPRIME-DIA.
      *----------------------------------------------------------------*
           MOVE WK-TDI-DATA(WK-IDX-DIA)      TO WK-DET-DATA
           MOVE WK-TDI-UTIL(WK-IDX-DIA)      TO WK-DET-UTIL
           MOVE WK-TDI-DESCRICAO(WK-IDX-DIA) TO WK-DET-DESCRICAO
           MOVE WK-TDI-FONTE(WK-IDX-DIA)     TO WK-DET-FONTE

           MOVE WK-LINHA-DETALHE TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF CALENDARIO-OK
              CLOSE CALVSA01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-ANO             TO WK-REL-ANO
           MOVE WK-QT-DIAS         TO WK-REL-DIAS
           IF MODO-APLICA
              MOVE WK-QT-CRIADOS   TO WK-REL-CRIADOS
           ELSE
              MOVE WK-QT-CRIAR     TO WK-REL-CRIADOS
           END-IF
           MOVE WK-QT-CONFLITOS    TO WK-REL-CONFLITOS

           DISPLAY WK-RELATORIO

           MOVE SPACES TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'DIAS GERADOS........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-DIAS             TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'NAO UTEIS...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-NAO-UTEIS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'A CRIAR.............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CRIAR            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CRIADOS.............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CRIADOS          TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'JA IGUAIS...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-IGUAIS           TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CONFLITOS...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CONFLITOS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  MANTIDOS..........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MANTIDOS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE '  SUBSTITUIDOS......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-SUBSTITUIDOS     TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'LOCAIS APLICADOS....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FER-APLICADAS    TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'LOCAIS INVALIDOS....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FER-INVALIDAS    TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ERROS DE GRAVACAO...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ERROS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF REL-OK
              CLOSE CALREL01
           END-IF.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS; SEM CALREL01 A LINHA VAI
      * PARA O SYSOUT
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-CALREL01-REC
              MOVE SPACE          TO WK-CALREL01-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-CALREL01-REC(2:132)

              WRITE WK-CALREL01-REC

              IF WK-FS-CALREL01 NOT EQUAL '00'
                 DISPLAY 'CALBTC01 - ERRO AO GRAVAR CALREL01 FS='
                         WK-FS-CALREL01
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

           MOVE WK-REL-CAB1 TO WK-CALREL01-REC
           WRITE WK-CALREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-CALREL01-REC
           WRITE WK-CALREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB3 TO WK-CALREL01-REC
           WRITE WK-CALREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-CALREL01-REC
           WRITE WK-CALREL01-REC
           PERFORM 982000-GUARDA-LINHA

           MOVE 4 TO WK-REL-QT-LINHAS.

      *----------------------------------------------------------------*
       982000-GUARDA-LINHA.
      *----------------------------------------------------------------*
      * A LINHA RECEM-IMPRESSA VAI TAMBEM PARA O REPOSITORIO DE
      * RELATORIOS - NO CICLO DO RUNHST01 DESTA EXECUCAO
      *----------------------------------------------------------------*
           MOVE 'L'             TO WK-RELREG-MODO
           MOVE WK-RUNREG-CICLO TO WK-RELREG-CICLO
           MOVE WK-CALREL01-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'                TO WK-RUNREG-MODO
           MOVE WK-QT-DIAS         TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-CRIADOS      TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-MANTIDOS     TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO         TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
