      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBTC07
      * Tipo    .............. Batch
      * Finalidade ........... conciliacao do VSAM "CIELOBIN" contra as
      *                        tabelas OFICIAIS de BIN das bandeiras
      *                        (recebidas para a certificacao) - o
      *                        refresh da adquirente (CIEBTC01) ja
      *                        errou marca e produto mais de uma vez.
      *                        Cada tabela chega como extrato
      *                        delimitado por ';', um por bandeira
      *                        (CIEBVI01 = VISA, CIEBMC01 = MASTERCARD,
      *                        os dois opcionais):
      *                          inicio;fim;produto;pais;vigencia-de
      *                          ;vigencia-ate;emissor
      *                        inicio/fim com 6 OU 8 digitos (o corte
      *                        da faixa de conta no BIN); produto pela
      *                        primeira letra (C/D/P - CREDIT/DEBIT/
      *                        PREPAID ou CREDITO/DEBITO/PRE-PAGO);
      *                        pais ISO-3166 numerico; vigencias
      *                        AAAAMMDD opcionais (branco = a bandeira
      *                        nao informa e nao se compara); linha
      *                        HDR;/TRL; ou '*' e ignorada. Relata:
      *                          FCB - faixa da bandeira que falta no
      *                                CIELOBIN
      *                          FBD - faixa ativa do CIELOBIN, de
      *                                marca conciliada, que nenhuma
      *                                faixa da bandeira toca
      *                          DIV - faixas do mesmo nivel (6 ou 8
      *                                digitos) que se sobrepoem com
      *                                limites diferentes (divisao
      *                                diferente do prefixo)
      *                          MIS - mesma faixa com marca (MAR),
      *                                produto (PRD), pais (PAI),
      *                                vigencia (VIG) ou status (STA)
      *                                divergentes
      *                          SBB - faixa sobreposta dentro da
      *                                propria tabela da bandeira
      *                                (descartada)
      *                        Faixa de 8 digitos dentro de faixa de 6
      *                        (niveis diferentes) e aninhamento
      *                        valido, nao divisao. FCB e MIS geram
      *                        linha de CORRECAO no layout do CIEEXT01
      *                        (com envelope HDR/TRL), para revisao e
      *                        carga pelo CIEBTC01 - FCB inclui a
      *                        faixa com os atributos da bandeira; MIS
      *                        reapresenta a faixa com a descricao do
      *                        CIELOBIN e os atributos da bandeira.
      *                        FBD e DIV so saem no relatorio (exigem
      *                        decisao com a adquirente).
      *                        RC 4 quando ha divergencia, linha
      *                        rejeitada ou tabela ausente; 8 erro de
      *                        leitura/gravacao ou tabela cheia; 12
      *                        sem CIELOBIN ou sem nenhuma tabela
      * DSnames .............. B090290.CIELOBIN (entrada)
      *                        B090290.CIEBVI01 (tabela VISA, opcional)
      *                        B090290.CIEBMC01 (tabela MASTERCARD,
      *                        opcional)
      *                        B090290.CIECOR01 (correcoes, layout
      *                        CIEEXT01)
      *                        CIEREL07 (relatorio impresso)
      *                        SORTWK (work do SORT)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CIEBTC07.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CIELOBIN   ASSIGN TO CIELOBIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS WK-BIN-INI8
                  FILE STATUS  IS WK-FS-CIELOBIN.

           SELECT CIEBVI01   ASSIGN TO CIEBVI01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIEBVI01.

           SELECT CIEBMC01   ASSIGN TO CIEBMC01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIEBMC01.

           SELECT CIECOR01   ASSIGN TO CIECOR01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CIECOR01.

           SELECT CIEREL07   ASSIGN TO CIEREL07
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-CIEREL07.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO CIELOBIN GRAVADO POR CIEBIN03/CIEBTC01 -
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CIELOBIN.
       01  WK-CIELOBIN-REC.
           05 WK-BIN-CODE                   PIC  X(006).
           05 WK-BIN-DATA                   PIC  X(094).
           05 WK-BIN-DATA-RED REDEFINES WK-BIN-DATA.
              07 WK-BIN-RANGE-FIM           PIC  X(006).
              07 WK-BIN-DESCRICAO           PIC  X(087).
              07 WK-BIN-STATUS              PIC  X(001).
                 88 WK-BIN-ATIVO                     VALUE 'A'.
                 88 WK-BIN-INATIVO                   VALUE 'I'.
           05 WK-BIN-EFF-DE                 PIC  X(008).
           05 WK-BIN-EFF-ATE                PIC  X(008).
           05 WK-BIN-MARCA                  PIC  X(010).
           05 WK-BIN-PRODUTO                PIC  X(001).
           05 WK-BIN-PAIS                   PIC  X(003).
           05 WK-BIN-INI8                   PIC  X(008).
           05 WK-BIN-INI8-RED REDEFINES WK-BIN-INI8.
              07 WK-BIN-INI8-PREF           PIC  X(006).
              07 WK-BIN-INI8-EXT            PIC  X(002).
                 88 WK-BIN-FAIXA-6                   VALUE SPACES.
           05 WK-BIN-FIM8                   PIC  X(008).

       FD  CIEBVI01
           RECORDING MODE IS F.
       01  WK-CIEBVI01-REC                  PIC  X(120).

       FD  CIEBMC01
           RECORDING MODE IS F.
       01  WK-CIEBMC01-REC                  PIC  X(120).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO EXTRATO CIEEXT01 LIDO PELO CIEBTC01
      *----------------------------------------------------------------*
       FD  CIECOR01
           RECORDING MODE IS F.
       01  WK-CIECOR01-REC                  PIC  X(110).

       FD  CIEREL07
           RECORDING MODE IS F.
       01  WK-CIEREL07-REC                  PIC  X(133).

       SD  SORTWK.
       01  SRT-REC.
           05 SRT-INI-NUM                   PIC  9(008).
           05 SRT-FIM-NUM                   PIC  9(008).
           05 SRT-INI8                      PIC  X(008).
           05 SRT-FIM8                      PIC  X(008).
           05 SRT-MARCA                     PIC  X(010).
           05 SRT-PRODUTO                   PIC  X(001).
           05 SRT-PAIS                      PIC  X(003).
           05 SRT-EFF-DE                    PIC  X(008).
           05 SRT-EFF-ATE                   PIC  X(008).
           05 SRT-EMISSOR                   PIC  X(040).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CIELOBIN                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEBVI01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEBMC01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIECOR01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CIEREL07                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-BANDEIRA                   PIC  X(001) VALUE 'N'.
           88 FIM-BANDEIRA                              VALUE 'S'.
       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.
       01 WK-COR-OK                         PIC  X(001) VALUE 'S'.
           88 COR-OK                                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = CONCILIADO   4 = DIVERGENCIA/REJEITADO/TABELA AUSENTE
      *   8 = ERRO DE LEITURA/GRAVACAO OU TABELA CHEIA
      *   12 = SEM CIELOBIN OU SEM NENHUMA TABELA DE BANDEIRA
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

       01 WK-SIS-DATA                       PIC  9(008) VALUE ZEROS.
       01 WK-SIS-HORA                       PIC  9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   TABELAS DE BANDEIRA PRESENTES - SO A MARCA DE UMA TABELA
      *   PRESENTE E COBRADA COMO FBD
      *----------------------------------------------------------------*
       01 WK-TEM-VISA                       PIC  X(001) VALUE 'N'.
           88 TEM-VISA                                  VALUE 'S'.
       01 WK-TEM-MASTER                     PIC  X(001) VALUE 'N'.
           88 TEM-MASTER                                VALUE 'S'.
       01 WK-MARCA-VISA                     PIC  X(010) VALUE 'VISA'.
       01 WK-MARCA-MASTER                   PIC  X(010) VALUE
                                            'MASTERCARD'.

      *----------------------------------------------------------------*
      *   LINHA DA TABELA DA BANDEIRA EM LEITURA
      *----------------------------------------------------------------*
       01 WK-LINHA-BAND                     PIC  X(120) VALUE SPACES.
       01 WK-MARCA-ARQ                      PIC  X(010) VALUE SPACES.
       01 WK-CAMPOS-BANDEIRA.
          05 WK-BND-INI                     PIC  X(008).
          05 WK-BND-FIM                     PIC  X(008).
          05 WK-BND-PRODUTO-TXT             PIC  X(010).
          05 WK-BND-PAIS                    PIC  X(003).
          05 WK-BND-EFF-DE                  PIC  X(008).
          05 WK-BND-EFF-ATE                 PIC  X(008).
          05 WK-BND-EMISSOR                 PIC  X(040).
       01 WK-BND-TAM-INI                    PIC  9(004) VALUE ZEROS.
       01 WK-BND-TAM-FIM                    PIC  9(004) VALUE ZEROS.
       01 WK-BND-PRODUTO                    PIC  X(001) VALUE SPACE.
           88 BND-PRODUTO-OK                VALUE 'C' 'D' 'P'.

      *----------------------------------------------------------------*
      *   LIMITES EXPANDIDOS EM 8 DIGITOS PARA A SOBREPOSICAO: FAIXA
      *   DE 6 DIGITOS VAI DE nnnnnn00 A nnnnnn99
      *----------------------------------------------------------------*
       01 WK-EXP-NUM                        PIC  9(008) VALUE ZEROS.
       01 WK-EXP-RED REDEFINES WK-EXP-NUM.
          05 WK-EXP-PREF                    PIC  X(006).
          05 WK-EXP-EXT                     PIC  X(002).
       01 WK-EXP-X REDEFINES WK-EXP-NUM     PIC  X(008).

      *----------------------------------------------------------------*
      *   FAIXAS DAS BANDEIRAS EM ORDEM DE INICIO (SORT) - DISJUNTAS
      *   POR CONSTRUCAO (SOBREPOSTA A ANTERIOR E DESCARTADA), ENTAO
      *   O FIM TAMBEM CRESCE E A BUSCA BINARIA VALE PELO FIM.
      *   SITUACAO: BRANCO = NAO TOCADA  E = CASOU EXATA  D = DIVISAO
      *----------------------------------------------------------------*
       01 WK-QT-BAND                        PIC S9(008) COMP
                                            VALUE ZEROS.
       01 WK-TAB-BANDEIRAS.
          05 WK-TAB-BAND OCCURS 0 TO 50000 TIMES
                         DEPENDING ON WK-QT-BAND.
             10 WK-TAB-INI-NUM              PIC  9(008).
             10 WK-TAB-FIM-NUM              PIC  9(008).
             10 WK-TAB-INI8                 PIC  X(008).
             10 WK-TAB-FIM8                 PIC  X(008).
             10 WK-TAB-MARCA                PIC  X(010).
             10 WK-TAB-PRODUTO              PIC  X(001).
             10 WK-TAB-PAIS                 PIC  X(003).
             10 WK-TAB-EFF-DE               PIC  X(008).
             10 WK-TAB-EFF-ATE              PIC  X(008).
             10 WK-TAB-EMISSOR              PIC  X(040).
             10 WK-TAB-SITUACAO             PIC  X(001).

       01 WK-IDX                            PIC S9(008) COMP
                                            VALUE ZEROS.
       01 WK-IDX-BAIXO                      PIC S9(008) COMP
                                            VALUE ZEROS.
       01 WK-IDX-ALTO                       PIC S9(008) COMP
                                            VALUE ZEROS.
       01 WK-IDX-MEIO                       PIC S9(008) COMP
                                            VALUE ZEROS.
       01 WK-ULT-FIM-NUM                    PIC  9(008) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   FAIXA CORRENTE DO CIELOBIN
      *----------------------------------------------------------------*
       01 WK-CIE-INI-NUM                    PIC  9(008) VALUE ZEROS.
       01 WK-CIE-FIM-NUM                    PIC  9(008) VALUE ZEROS.
       01 WK-CIE-ATIVA                      PIC  X(001) VALUE 'N'.
           88 CIE-ATIVA                                 VALUE 'S'.
       01 WK-CIE-GERIDA                     PIC  X(001) VALUE 'N'.
           88 CIE-GERIDA                                VALUE 'S'.
       01 WK-CIE-TOCADA                     PIC  X(001) VALUE 'N'.
           88 CIE-TOCADA                                VALUE 'S'.
       01 WK-BAND-FAIXA-6                   PIC  X(001) VALUE 'N'.
           88 BAND-FAIXA-6                              VALUE 'S'.

      *----------------------------------------------------------------*
      *   DIVERGENCIAS DA FAIXA CASADA (ATE 5 CODIGOS DE 3)
      *----------------------------------------------------------------*
       01 WK-DIVERG                         PIC  X(020) VALUE SPACES.
       01 WK-PTR-DIVERG                     PIC S9(004) COMP
                                            VALUE 1.
       01 WK-COR-EFF-DE                     PIC  X(008) VALUE SPACES.
       01 WK-COR-EFF-ATE                    PIC  X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *   LINHA DE CORRECAO (LAYOUT CIEEXT01) E ENVELOPE HDR/TRL
      *   (CONVENCAO COMUM DAS INTERFACES DELIMITADAS - VIDE
      *   CEPBTC01/CEPBTC03): CHECKSUM = SOMA DOS TAMANHOS EFETIVOS
      *   DAS LINHAS DE DETALHE, MODULO 10**9
      *----------------------------------------------------------------*
       01 WK-LINHA-COR                      PIC  X(110) VALUE SPACES.
       01 WK-PTR-COR                        PIC S9(004) COMP
                                            VALUE 1.
       01 WK-COR-BIN                        PIC  X(008) VALUE SPACES.
       01 WK-COR-FIM                        PIC  X(008) VALUE SPACES.
       01 WK-COR-DESCRICAO                  PIC  X(087) VALUE SPACES.
       01 WK-COR-MARCA                      PIC  X(010) VALUE SPACES.
       01 WK-COR-PRODUTO                    PIC  X(001) VALUE SPACES.
       01 WK-COR-PAIS                       PIC  X(003) VALUE SPACES.
       01 WK-LEN-DESCR                      PIC S9(009) COMP
                                            VALUE ZEROS.
       01 WK-LEN-MAX-DESCR                  PIC S9(009) COMP
                                            VALUE ZEROS.
       01 WK-PGM-VSRSARLN                   PIC  X(008) VALUE
                                            'VSRSARLN'.
       01 WK-VSRSARLN-MODO                  PIC  X(001) VALUE 'L'.
       01 WK-VSRSARLN-RESULTADO             PIC S9(9) COMP-5 SYNC.
       01 WK-ENV-QT-DET                     PIC  9(009) VALUE ZEROS.
       01 WK-ENV-CHECKSUM                   PIC  9(009) VALUE ZEROS.
       01 WK-ENV-LEN-DET                    PIC  9(004) VALUE ZEROS.
       01 WK-ENV-HDR.
          05 FILLER                         PIC  X(004) VALUE 'HDR;'.
          05 FILLER                         PIC  X(009) VALUE
             'CIEBTC07;'.
          05 WK-ENV-HDR-DATA                PIC  9(008).
          05 FILLER                         PIC  X(008) VALUE
             ';IBM-037'.
       01 WK-ENV-TRL.
          05 FILLER                         PIC  X(004) VALUE 'TRL;'.
          05 WK-ENV-TRL-QT                  PIC  9(009).
          05 FILLER                         PIC  X(001) VALUE ';'.
          05 WK-ENV-TRL-CK                  PIC  9(009).

       01 WK-CONTADORES.
          05 WK-QT-BAND-LIDAS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-BAND-REJEIT              PIC  9(009) VALUE ZEROS.
          05 WK-QT-BAND-SBB                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-BAND-FORA                PIC  9(009) VALUE ZEROS.
          05 WK-QT-CIE-LIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-CIE-PULADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-CASADAS                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-MIS                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-DIV                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-FBD                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-FCB                      PIC  9(009) VALUE ZEROS.
          05 WK-QT-CORRECOES                PIC  9(009) VALUE ZEROS.
          05 WK-QT-TRUNCADAS                PIC  9(009) VALUE ZEROS.

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
                                            'CIEBTC07'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO CIEREL07 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'CIEREL07'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'CIEBTC07'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD CIEREL07, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1), NO MESMO MOLDE DO CEPBTC11; OS DISPLAY
      *   DE SYSOUT CONTINUAM COMO ECO. DD AUSENTE DEGRADA PARA SO O
      *   ECO, COM AVISO
      *----------------------------------------------------------------*
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(046) VALUE
             'CIEBTC07 - CONCILIACAO CIELOBIN X BANDEIRAS'.
          05 FILLER           PIC X(006) VALUE SPACES.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC 9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC 9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(038) VALUE
             'TIP CIELOBIN          BANDEIRA        '.
          05 FILLER           PIC X(017) VALUE
             'DIVERGENCIAS     '.
          05 FILLER           PIC X(036) VALUE
             'CIELOBIN: MARCA  P PAI VIG.DE   VIG.'.
          05 FILLER           PIC X(040) VALUE
             'ATE  S | BANDEIRA: MARCA P PAI VIG.DE   '.

       01 WK-LINHA-DIVERG.
          05 WK-LIN-TIPO      PIC X(003).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CIE-INI   PIC X(008).
          05 FILLER           PIC X(001) VALUE '-'.
          05 WK-LIN-CIE-FIM   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-BND-INI   PIC X(008).
          05 FILLER           PIC X(001) VALUE '-'.
          05 WK-LIN-BND-FIM   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-DIVERG    PIC X(016).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CIE-MARCA PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CIE-PROD  PIC X(001).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CIE-PAIS  PIC X(003).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CIE-DE    PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CIE-ATE   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-CIE-STA   PIC X(001).
          05 FILLER           PIC X(003) VALUE ' | '.
          05 WK-LIN-BND-MARCA PIC X(010).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-BND-PROD  PIC X(001).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-BND-PAIS  PIC X(003).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-BND-DE    PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-LIN-BND-ATE   PIC X(008).

       01 WK-RELATORIO.
          05 FILLER           PIC X(030) VALUE
             'CIEBTC07 - CONCILIACAO       '.
          05 FILLER           PIC X(020) VALUE
             'FAIXAS BANDEIRA....'.
          05 WK-REL-BAND      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'FAIXAS CIELOBIN....'.
          05 WK-REL-CIE       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'DIVERGENCIAS.......'.
          05 WK-REL-DIVERG    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CORRECOES..........'.
          05 WK-REL-CORRECOES PIC ZZZ,ZZZ,ZZ9.

      *   LINHA DA SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM
      *   CONTADOR POR LINHA
       01 WK-REL-TOTAL.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 WK-REL-TOT-ROTULO PIC X(020).
          05 FILLER            PIC X(002) VALUE SPACES.
          05 WK-REL-TOT-VALOR  PIC ZZ,ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           ACCEPT WK-SIS-DATA FROM DATE YYYYMMDD
           ACCEPT WK-SIS-HORA FROM TIME

           PERFORM 010000-ABRE-SAIDAS

           SORT SORTWK
                ON ASCENDING KEY SRT-INI-NUM
                   ASCENDING KEY SRT-FIM-NUM
                INPUT  PROCEDURE 100000-CARREGA-BANDEIRAS
                OUTPUT PROCEDURE 200000-MONTA-TABELA

           IF NOT TEM-VISA AND NOT TEM-MASTER
              DISPLAY 'CIEBTC07 - NENHUMA TABELA DE BANDEIRA - '
                      'NADA A CONCILIAR'
              MOVE 12 TO WK-RETORNO
           ELSE
              PERFORM 300000-CONCILIA-CIELOBIN
              IF WK-RETORNO LESS 12
                 PERFORM 500000-FALTA-NO-CIELOBIN
                         VARYING WK-IDX FROM 1 BY 1
                         UNTIL WK-IDX GREATER WK-QT-BAND
              END-IF
           END-IF

           PERFORM 900000-FECHA-SAIDAS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-MIS + WK-QT-DIV + WK-QT-FBD + WK-QT-FCB
                   + WK-QT-BAND-REJEIT + WK-QT-BAND-SBB
                   GREATER ZEROS)
              MOVE 4 TO WK-RETORNO
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       010000-ABRE-SAIDAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT CIEREL07

           IF WK-FS-CIEREL07 NOT EQUAL '00'
              DISPLAY 'CIEBTC07 - ERRO AO ABRIR CIEREL07 FS='
                      WK-FS-CIEREL07
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           OPEN OUTPUT CIECOR01

           IF WK-FS-CIECOR01 NOT EQUAL '00'
              DISPLAY 'CIEBTC07 - ERRO AO ABRIR CIECOR01 FS='
                      WK-FS-CIECOR01
                      ' - CORRECOES SO NO RELATORIO'
              MOVE 'N' TO WK-COR-OK
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           ELSE
              MOVE WK-SIS-DATA TO WK-ENV-HDR-DATA
              MOVE SPACES      TO WK-CIECOR01-REC
              MOVE WK-ENV-HDR  TO WK-CIECOR01-REC
              WRITE WK-CIECOR01-REC
              IF WK-FS-CIECOR01 NOT EQUAL '00'
                 DISPLAY 'CIEBTC07 - ERRO AO GRAVAR HEADER FS='
                         WK-FS-CIECOR01
                 MOVE 'N' TO WK-COR-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       100000-CARREGA-BANDEIRAS.
      *----------------------------------------------------------------*
      * TABELA AUSENTE (OPEN DIFERENTE DE '00') SO AVISA: A MARCA
      * DELA NAO E CONCILIADA NESTA EXECUCAO
      *----------------------------------------------------------------*
           OPEN INPUT CIEBVI01
           IF WK-FS-CIEBVI01 EQUAL '00'
              MOVE 'S'           TO WK-TEM-VISA
              MOVE WK-MARCA-VISA TO WK-MARCA-ARQ
              MOVE 'N'           TO WK-FIM-BANDEIRA
              PERFORM 110000-LE-VISA
                      UNTIL FIM-BANDEIRA
              CLOSE CIEBVI01
           ELSE
              DISPLAY 'CIEBTC07 - TABELA VISA AUSENTE FS='
                      WK-FS-CIEBVI01 ' - VISA NAO CONCILIADA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

           OPEN INPUT CIEBMC01
           IF WK-FS-CIEBMC01 EQUAL '00'
              MOVE 'S'             TO WK-TEM-MASTER
              MOVE WK-MARCA-MASTER TO WK-MARCA-ARQ
              MOVE 'N'             TO WK-FIM-BANDEIRA
              PERFORM 120000-LE-MASTER
                      UNTIL FIM-BANDEIRA
              CLOSE CIEBMC01
           ELSE
              DISPLAY 'CIEBTC07 - TABELA MASTERCARD AUSENTE FS='
                      WK-FS-CIEBMC01 ' - MASTERCARD NAO CONCILIADA'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       110000-LE-VISA.
      *----------------------------------------------------------------*
           READ CIEBVI01 INTO WK-LINHA-BAND

           EVALUATE WK-FS-CIEBVI01
              WHEN '00'
                 PERFORM 150000-VALIDA-LINHA
              WHEN '10'
                 MOVE 'S' TO WK-FIM-BANDEIRA
              WHEN OTHER
                 DISPLAY 'CIEBTC07 - ERRO DE LEITURA CIEBVI01 FS='
                         WK-FS-CIEBVI01
                 MOVE 'S' TO WK-FIM-BANDEIRA
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       120000-LE-MASTER.
      *----------------------------------------------------------------*
           READ CIEBMC01 INTO WK-LINHA-BAND

           EVALUATE WK-FS-CIEBMC01
              WHEN '00'
                 PERFORM 150000-VALIDA-LINHA
              WHEN '10'
                 MOVE 'S' TO WK-FIM-BANDEIRA
              WHEN OTHER
                 DISPLAY 'CIEBTC07 - ERRO DE LEITURA CIEBMC01 FS='
                         WK-FS-CIEBMC01
                 MOVE 'S' TO WK-FIM-BANDEIRA
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       150000-VALIDA-LINHA.
      *----------------------------------------------------------------*
      * MESMAS REGRAS DE BIN/FIM DO CIEBTC01 (6 OU 8 DIGITOS, FIM DO
      * MESMO TAMANHO, FAIXA DE 8 NO PREFIXO DE 6 DO INICIO)
      *----------------------------------------------------------------*
           IF WK-LINHA-BAND(1:1) EQUAL '*'
              OR WK-LINHA-BAND(1:4) EQUAL 'HDR;' OR 'TRL;'
              OR WK-LINHA-BAND EQUAL SPACES
              CONTINUE
           ELSE
              ADD 1 TO WK-QT-BAND-LIDAS
              PERFORM 160000-QUEBRA-LINHA

              IF NOT ((WK-BND-TAM-INI EQUAL 6
                          AND WK-BND-INI(1:6) NUMERIC)
                     OR (WK-BND-TAM-INI EQUAL 8
                          AND WK-BND-INI NUMERIC))
                 OR WK-BND-TAM-FIM NOT EQUAL WK-BND-TAM-INI
                 OR WK-BND-FIM(1:6) NOT NUMERIC
                 OR (WK-BND-TAM-FIM EQUAL 8
                      AND WK-BND-FIM(7:2) NOT NUMERIC)
                 OR WK-BND-FIM LESS WK-BND-INI
                 OR (WK-BND-TAM-INI EQUAL 8
                      AND WK-BND-FIM(1:6) NOT EQUAL WK-BND-INI(1:6))
                 OR NOT BND-PRODUTO-OK
                 OR (WK-BND-PAIS NOT EQUAL SPACES
                      AND WK-BND-PAIS NOT NUMERIC)
                 OR (WK-BND-EFF-DE NOT EQUAL SPACES
                      AND WK-BND-EFF-DE NOT NUMERIC)
                 OR (WK-BND-EFF-ATE NOT EQUAL SPACES
                      AND WK-BND-EFF-ATE NOT NUMERIC)
                 ADD 1 TO WK-QT-BAND-REJEIT
                 DISPLAY 'CIEBTC07 - ' WK-MARCA-ARQ
                         ' LINHA REJEITADA: ' WK-LINHA-BAND(1:60)
              ELSE
                 PERFORM 170000-LIBERA-FAIXA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       160000-QUEBRA-LINHA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CAMPOS-BANDEIRA
           MOVE ZEROS  TO WK-BND-TAM-INI
                          WK-BND-TAM-FIM
           UNSTRING WK-LINHA-BAND DELIMITED BY ';'
                INTO WK-BND-INI         COUNT IN WK-BND-TAM-INI
                     WK-BND-FIM         COUNT IN WK-BND-TAM-FIM
                     WK-BND-PRODUTO-TXT
                     WK-BND-PAIS
                     WK-BND-EFF-DE
                     WK-BND-EFF-ATE
                     WK-BND-EMISSOR
           END-UNSTRING

           MOVE WK-BND-PRODUTO-TXT(1:1) TO WK-BND-PRODUTO.

      *----------------------------------------------------------------*
       170000-LIBERA-FAIXA.
      *----------------------------------------------------------------*
           MOVE WK-BND-INI        TO SRT-INI8
           MOVE WK-BND-FIM        TO SRT-FIM8

           IF WK-BND-TAM-INI EQUAL 6
              MOVE WK-BND-INI(1:6) TO WK-EXP-PREF
              MOVE '00'            TO WK-EXP-EXT
              MOVE WK-EXP-NUM      TO SRT-INI-NUM
              MOVE WK-BND-FIM(1:6) TO WK-EXP-PREF
              MOVE '99'            TO WK-EXP-EXT
              MOVE WK-EXP-NUM      TO SRT-FIM-NUM
           ELSE
              MOVE WK-BND-INI      TO WK-EXP-X
              MOVE WK-EXP-NUM      TO SRT-INI-NUM
              MOVE WK-BND-FIM      TO WK-EXP-X
              MOVE WK-EXP-NUM      TO SRT-FIM-NUM
           END-IF

           MOVE WK-MARCA-ARQ      TO SRT-MARCA
           MOVE WK-BND-PRODUTO    TO SRT-PRODUTO
           MOVE WK-BND-PAIS       TO SRT-PAIS
           MOVE WK-BND-EFF-DE     TO SRT-EFF-DE
           MOVE WK-BND-EFF-ATE    TO SRT-EFF-ATE
           MOVE WK-BND-EMISSOR    TO SRT-EMISSOR

           RELEASE SRT-REC.

      *----------------------------------------------------------------*
       200000-MONTA-TABELA.
      *----------------------------------------------------------------*
           PERFORM 210000-RETORNA-FAIXA
           PERFORM 220000-GUARDA-FAIXA
                   UNTIL FIM-SORT.

      *----------------------------------------------------------------*
       210000-RETORNA-FAIXA.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       220000-GUARDA-FAIXA.
      *----------------------------------------------------------------*
      * FAIXA QUE COMECA ANTES DO FIM DA ULTIMA GUARDADA SE SOBREPOE
      * A ELA (NA MESMA TABELA OU ENTRE AS DUAS BANDEIRAS) - SAI COMO
      * SBB E FICA FORA DA CONCILIACAO
      *----------------------------------------------------------------*
           IF WK-QT-BAND GREATER ZEROS
              AND SRT-INI-NUM NOT GREATER WK-ULT-FIM-NUM
              ADD 1 TO WK-QT-BAND-SBB
              MOVE SPACES           TO WK-LINHA-DIVERG
              MOVE 'SBB'            TO WK-LIN-TIPO
              MOVE WK-TAB-INI8(WK-QT-BAND) TO WK-LIN-CIE-INI
              MOVE WK-TAB-FIM8(WK-QT-BAND) TO WK-LIN-CIE-FIM
              MOVE SRT-INI8         TO WK-LIN-BND-INI
              MOVE SRT-FIM8         TO WK-LIN-BND-FIM
              MOVE 'SOBREPOSTA'     TO WK-LIN-DIVERG
              MOVE SRT-MARCA        TO WK-LIN-BND-MARCA
              MOVE SRT-PRODUTO      TO WK-LIN-BND-PROD
              MOVE SRT-PAIS         TO WK-LIN-BND-PAIS
              MOVE SRT-EFF-DE       TO WK-LIN-BND-DE
              MOVE SRT-EFF-ATE      TO WK-LIN-BND-ATE
              PERFORM 970000-EMITE-DIVERGENCIA
           ELSE
           IF WK-QT-BAND NOT LESS 50000
              ADD 1 TO WK-QT-BAND-FORA
           ELSE
              ADD 1 TO WK-QT-BAND
              MOVE SRT-INI-NUM  TO WK-TAB-INI-NUM(WK-QT-BAND)
              MOVE SRT-FIM-NUM  TO WK-TAB-FIM-NUM(WK-QT-BAND)
              MOVE SRT-INI8     TO WK-TAB-INI8(WK-QT-BAND)
              MOVE SRT-FIM8     TO WK-TAB-FIM8(WK-QT-BAND)
              MOVE SRT-MARCA    TO WK-TAB-MARCA(WK-QT-BAND)
              MOVE SRT-PRODUTO  TO WK-TAB-PRODUTO(WK-QT-BAND)
              MOVE SRT-PAIS     TO WK-TAB-PAIS(WK-QT-BAND)
              MOVE SRT-EFF-DE   TO WK-TAB-EFF-DE(WK-QT-BAND)
              MOVE SRT-EFF-ATE  TO WK-TAB-EFF-ATE(WK-QT-BAND)
              MOVE SRT-EMISSOR  TO WK-TAB-EMISSOR(WK-QT-BAND)
              MOVE SPACE        TO WK-TAB-SITUACAO(WK-QT-BAND)
              MOVE SRT-FIM-NUM  TO WK-ULT-FIM-NUM
           END-IF
           END-IF

           PERFORM 210000-RETORNA-FAIXA.

      *----------------------------------------------------------------*
       300000-CONCILIA-CIELOBIN.
      *----------------------------------------------------------------*
           IF WK-QT-BAND-FORA GREATER ZEROS
              DISPLAY 'CIEBTC07 - TABELA DE FAIXAS CHEIA - '
                      WK-QT-BAND-FORA ' FAIXAS DA BANDEIRA IGNORADAS'
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF

           OPEN INPUT CIELOBIN

           IF WK-FS-CIELOBIN NOT EQUAL '00'
              DISPLAY 'CIEBTC07 - ERRO AO ABRIR CIELOBIN FS='
                      WK-FS-CIELOBIN
              MOVE 12 TO WK-RETORNO
           ELSE
              MOVE 'N' TO WK-FIM-ARQUIVO
              PERFORM 310000-LER-CIELOBIN
              PERFORM 350000-AVALIA-FAIXA
                      UNTIL FIM-ARQUIVO
              CLOSE CIELOBIN
           END-IF.

      *----------------------------------------------------------------*
       310000-LER-CIELOBIN.
      *----------------------------------------------------------------*
      *    AREA LIMPA ANTES DO READ: REGISTRO ANTERIOR AO CRESCIMENTO
      *    DO LAYOUT (FILE STATUS '04') E ACEITO COM OS CAMPOS NOVOS
      *    EM BRANCO
           MOVE SPACES TO WK-CIELOBIN-REC
           READ CIELOBIN NEXT RECORD

           EVALUATE WK-FS-CIELOBIN
              WHEN '00'
              WHEN '04'
                 ADD 1 TO WK-QT-CIE-LIDOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CIEBTC07 - ERRO DE LEITURA CIELOBIN FS='
                         WK-FS-CIELOBIN
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       350000-AVALIA-FAIXA.
      *----------------------------------------------------------------*
      * FAIXA DO CIELOBIN CONTRA AS FAIXAS DA BANDEIRA QUE A TOCAM:
      * A PRIMEIRA CANDIDATA E A DE MENOR FIM QUE NAO FICA ANTES DO
      * INICIO DA FAIXA (BUSCA BINARIA); DAI EM DIANTE ATE A PRIMEIRA
      * QUE COMECA DEPOIS DO FIM. FAIXA INATIVA OU EXPIRADA SO CONTA
      * NA COMPARACAO DE FAIXA IGUAL (STA/VIG)
      *----------------------------------------------------------------*
           IF WK-BIN-INI8-PREF NOT NUMERIC
              OR WK-BIN-RANGE-FIM NOT NUMERIC
              OR (NOT WK-BIN-FAIXA-6
                  AND (WK-BIN-INI8 NOT NUMERIC
                       OR WK-BIN-FIM8 NOT NUMERIC))
              ADD 1 TO WK-QT-CIE-PULADOS
           ELSE
              IF WK-BIN-FAIXA-6
                 MOVE WK-BIN-INI8-PREF TO WK-EXP-PREF
                 MOVE '00'             TO WK-EXP-EXT
                 MOVE WK-EXP-NUM       TO WK-CIE-INI-NUM
                 MOVE WK-BIN-RANGE-FIM TO WK-EXP-PREF
                 MOVE '99'             TO WK-EXP-EXT
                 MOVE WK-EXP-NUM       TO WK-CIE-FIM-NUM
              ELSE
                 MOVE WK-BIN-INI8      TO WK-EXP-X
                 MOVE WK-EXP-NUM       TO WK-CIE-INI-NUM
                 MOVE WK-BIN-FIM8      TO WK-EXP-X
                 MOVE WK-EXP-NUM       TO WK-CIE-FIM-NUM
              END-IF

              MOVE 'N' TO WK-CIE-ATIVA
              IF WK-BIN-ATIVO
                 AND (WK-BIN-EFF-ATE EQUAL SPACES
                    OR WK-BIN-EFF-ATE NOT LESS WK-SIS-DATA)
                 MOVE 'S' TO WK-CIE-ATIVA
              END-IF

              MOVE 'N' TO WK-CIE-GERIDA
              IF (TEM-VISA AND WK-BIN-MARCA EQUAL WK-MARCA-VISA)
                 OR (TEM-MASTER
                     AND WK-BIN-MARCA EQUAL WK-MARCA-MASTER)
                 MOVE 'S' TO WK-CIE-GERIDA
              END-IF

              MOVE 'N' TO WK-CIE-TOCADA
              PERFORM 360000-BUSCA-PRIMEIRA
              PERFORM 370000-EXAMINA-SOBREPOSTA
                      VARYING WK-IDX FROM WK-IDX-BAIXO BY 1
                      UNTIL WK-IDX GREATER WK-QT-BAND
                         OR WK-TAB-INI-NUM(WK-IDX)
                            GREATER WK-CIE-FIM-NUM

              IF CIE-ATIVA AND CIE-GERIDA AND NOT CIE-TOCADA
                 ADD 1 TO WK-QT-FBD
                 MOVE SPACES              TO WK-LINHA-DIVERG
                 MOVE 'FBD'               TO WK-LIN-TIPO
                 MOVE 'SEM NA BANDEIRA'   TO WK-LIN-DIVERG
                 PERFORM 375000-MOSTRA-CIELOBIN
                 PERFORM 970000-EMITE-DIVERGENCIA
              END-IF
           END-IF

           PERFORM 310000-LER-CIELOBIN.

      *----------------------------------------------------------------*
       360000-BUSCA-PRIMEIRA.
      *----------------------------------------------------------------*
           MOVE 1 TO WK-IDX-BAIXO
           COMPUTE WK-IDX-ALTO = WK-QT-BAND + 1
           PERFORM 365000-BISSECA
                   UNTIL WK-IDX-BAIXO NOT LESS WK-IDX-ALTO.

      *----------------------------------------------------------------*
       365000-BISSECA.
      *----------------------------------------------------------------*
           COMPUTE WK-IDX-MEIO = (WK-IDX-BAIXO + WK-IDX-ALTO) / 2
           IF WK-TAB-FIM-NUM(WK-IDX-MEIO) LESS WK-CIE-INI-NUM
              COMPUTE WK-IDX-BAIXO = WK-IDX-MEIO + 1
           ELSE
              MOVE WK-IDX-MEIO TO WK-IDX-ALTO
           END-IF.

      *----------------------------------------------------------------*
       370000-EXAMINA-SOBREPOSTA.
      *----------------------------------------------------------------*
      * IGUAL = MESMOS LIMITES NA FORMA DA CHAVE; MESMO NIVEL COM
      * LIMITES DIFERENTES = DIVISAO DIFERENTE; NIVEIS DIFERENTES =
      * ANINHAMENTO, SO MARCA QUE A FAIXA FOI TOCADA
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-CIE-TOCADA

           IF WK-TAB-INI8(WK-IDX)(7:2) EQUAL SPACES
              MOVE 'S' TO WK-BAND-FAIXA-6
           ELSE
              MOVE 'N' TO WK-BAND-FAIXA-6
           END-IF

           IF WK-TAB-INI8(WK-IDX) EQUAL WK-BIN-INI8
              AND WK-TAB-FIM8(WK-IDX) EQUAL WK-BIN-FIM8
              MOVE 'E' TO WK-TAB-SITUACAO(WK-IDX)
              ADD 1 TO WK-QT-CASADAS
              PERFORM 380000-COMPARA-ATRIBUTOS
           ELSE
           IF CIE-ATIVA
              AND ((BAND-FAIXA-6 AND WK-BIN-FAIXA-6)
                OR (NOT BAND-FAIXA-6 AND NOT WK-BIN-FAIXA-6))
              IF WK-TAB-SITUACAO(WK-IDX) EQUAL SPACE
                 MOVE 'D' TO WK-TAB-SITUACAO(WK-IDX)
              END-IF
              ADD 1 TO WK-QT-DIV
              MOVE SPACES           TO WK-LINHA-DIVERG
              MOVE 'DIV'            TO WK-LIN-TIPO
              MOVE 'LIMITES'        TO WK-LIN-DIVERG
              PERFORM 375000-MOSTRA-CIELOBIN
              PERFORM 376000-MOSTRA-BANDEIRA
              PERFORM 970000-EMITE-DIVERGENCIA
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       375000-MOSTRA-CIELOBIN.
      *----------------------------------------------------------------*
           MOVE WK-BIN-INI8       TO WK-LIN-CIE-INI
           MOVE WK-BIN-FIM8       TO WK-LIN-CIE-FIM
           MOVE WK-BIN-MARCA      TO WK-LIN-CIE-MARCA
           MOVE WK-BIN-PRODUTO    TO WK-LIN-CIE-PROD
           MOVE WK-BIN-PAIS       TO WK-LIN-CIE-PAIS
           MOVE WK-BIN-EFF-DE     TO WK-LIN-CIE-DE
           MOVE WK-BIN-EFF-ATE    TO WK-LIN-CIE-ATE
           MOVE WK-BIN-STATUS     TO WK-LIN-CIE-STA.

      *----------------------------------------------------------------*
       376000-MOSTRA-BANDEIRA.
      *----------------------------------------------------------------*
           MOVE WK-TAB-INI8(WK-IDX)     TO WK-LIN-BND-INI
           MOVE WK-TAB-FIM8(WK-IDX)     TO WK-LIN-BND-FIM
           MOVE WK-TAB-MARCA(WK-IDX)    TO WK-LIN-BND-MARCA
           MOVE WK-TAB-PRODUTO(WK-IDX)  TO WK-LIN-BND-PROD
           MOVE WK-TAB-PAIS(WK-IDX)     TO WK-LIN-BND-PAIS
           MOVE WK-TAB-EFF-DE(WK-IDX)   TO WK-LIN-BND-DE
           MOVE WK-TAB-EFF-ATE(WK-IDX)  TO WK-LIN-BND-ATE.

      *----------------------------------------------------------------*
       380000-COMPARA-ATRIBUTOS.
      *----------------------------------------------------------------*
      * VIGENCIA: SO A QUE A BANDEIRA INFORMA E COMPARADA; SEM FIM
      * INFORMADO, FAIXA QUE O CIELOBIN JA EXPIROU TAMBEM DIVERGE. PAIS
      * EM BRANCO NA BANDEIRA NAO SE COMPARA
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-DIVERG
           MOVE 1      TO WK-PTR-DIVERG
           MOVE WK-BIN-EFF-DE  TO WK-COR-EFF-DE
           MOVE WK-BIN-EFF-ATE TO WK-COR-EFF-ATE

           IF WK-TAB-MARCA(WK-IDX) NOT EQUAL WK-BIN-MARCA
              STRING 'MAR ' DELIMITED BY SIZE
                     INTO WK-DIVERG POINTER WK-PTR-DIVERG
              END-STRING
           END-IF

           IF WK-TAB-PRODUTO(WK-IDX) NOT EQUAL WK-BIN-PRODUTO
              STRING 'PRD ' DELIMITED BY SIZE
                     INTO WK-DIVERG POINTER WK-PTR-DIVERG
              END-STRING
           END-IF

           IF WK-TAB-PAIS(WK-IDX) NOT EQUAL SPACES
              AND WK-TAB-PAIS(WK-IDX) NOT EQUAL WK-BIN-PAIS
              STRING 'PAI ' DELIMITED BY SIZE
                     INTO WK-DIVERG POINTER WK-PTR-DIVERG
              END-STRING
           END-IF

           IF (WK-TAB-EFF-DE(WK-IDX) NOT EQUAL SPACES
                AND WK-TAB-EFF-DE(WK-IDX) NOT EQUAL WK-BIN-EFF-DE)
              OR (WK-TAB-EFF-ATE(WK-IDX) NOT EQUAL SPACES
                AND WK-TAB-EFF-ATE(WK-IDX) NOT EQUAL WK-BIN-EFF-ATE)
              OR (WK-TAB-EFF-ATE(WK-IDX) EQUAL SPACES
                AND WK-BIN-EFF-ATE NOT EQUAL SPACES
                AND WK-BIN-EFF-ATE LESS WK-SIS-DATA)
              STRING 'VIG ' DELIMITED BY SIZE
                     INTO WK-DIVERG POINTER WK-PTR-DIVERG
              END-STRING
              IF WK-TAB-EFF-DE(WK-IDX) NOT EQUAL SPACES
                 MOVE WK-TAB-EFF-DE(WK-IDX) TO WK-COR-EFF-DE
              END-IF
              IF WK-TAB-EFF-ATE(WK-IDX) NOT EQUAL SPACES
                 MOVE WK-TAB-EFF-ATE(WK-IDX) TO WK-COR-EFF-ATE
              ELSE
              IF WK-BIN-EFF-ATE LESS WK-SIS-DATA
                 MOVE SPACES TO WK-COR-EFF-ATE
              END-IF
              END-IF
           END-IF

           IF NOT WK-BIN-ATIVO
              STRING 'STA ' DELIMITED BY SIZE
                     INTO WK-DIVERG POINTER WK-PTR-DIVERG
              END-STRING
           END-IF

           IF WK-DIVERG NOT EQUAL SPACES
              ADD 1 TO WK-QT-MIS
              MOVE SPACES      TO WK-LINHA-DIVERG
              MOVE 'MIS'       TO WK-LIN-TIPO
              MOVE WK-DIVERG   TO WK-LIN-DIVERG
              PERFORM 375000-MOSTRA-CIELOBIN
              PERFORM 376000-MOSTRA-BANDEIRA
              PERFORM 970000-EMITE-DIVERGENCIA

      *       REAPRESENTA A FAIXA COM A DESCRICAO DO CIELOBIN E OS
      *       ATRIBUTOS DA BANDEIRA
              MOVE WK-BIN-INI8            TO WK-COR-BIN
              MOVE WK-BIN-FIM8            TO WK-COR-FIM
              MOVE WK-BIN-DESCRICAO       TO WK-COR-DESCRICAO
              MOVE WK-TAB-MARCA(WK-IDX)   TO WK-COR-MARCA
              MOVE WK-TAB-PRODUTO(WK-IDX) TO WK-COR-PRODUTO
              IF WK-TAB-PAIS(WK-IDX) NOT EQUAL SPACES
                 MOVE WK-TAB-PAIS(WK-IDX) TO WK-COR-PAIS
              ELSE
                 MOVE WK-BIN-PAIS         TO WK-COR-PAIS
              END-IF
              PERFORM 600000-GRAVA-CORRECAO
           END-IF.

      *----------------------------------------------------------------*
       500000-FALTA-NO-CIELOBIN.
      *----------------------------------------------------------------*
      * FAIXA DA BANDEIRA QUE NENHUMA FAIXA DO CIELOBIN CASOU NEM
      * DIVIDIU DIFERENTE: INCLUSAO COM OS ATRIBUTOS DA BANDEIRA
      * (FAIXA DE 8 DIGITOS DENTRO DE FAIXA DE 6 DO CIELOBIN ENTRA
      * ANINHADA, COMO O CIEBTC01 PERMITE)
      *----------------------------------------------------------------*
           IF WK-TAB-SITUACAO(WK-IDX) EQUAL SPACE
              ADD 1 TO WK-QT-FCB
              MOVE SPACES            TO WK-LINHA-DIVERG
              MOVE 'FCB'             TO WK-LIN-TIPO
              MOVE 'SEM NO CIELOBIN' TO WK-LIN-DIVERG
              PERFORM 376000-MOSTRA-BANDEIRA
              PERFORM 970000-EMITE-DIVERGENCIA

              MOVE WK-TAB-INI8(WK-IDX)    TO WK-COR-BIN
              MOVE WK-TAB-FIM8(WK-IDX)    TO WK-COR-FIM
              IF WK-TAB-EMISSOR(WK-IDX) NOT EQUAL SPACES
                 MOVE WK-TAB-EMISSOR(WK-IDX) TO WK-COR-DESCRICAO
              ELSE
                 MOVE SPACES TO WK-COR-DESCRICAO
                 STRING 'FAIXA DA TABELA OFICIAL ' DELIMITED BY SIZE
                        WK-TAB-MARCA(WK-IDX)       DELIMITED BY SPACE
                        INTO WK-COR-DESCRICAO
                 END-STRING
              END-IF
              MOVE WK-TAB-MARCA(WK-IDX)   TO WK-COR-MARCA
              MOVE WK-TAB-PRODUTO(WK-IDX) TO WK-COR-PRODUTO
              MOVE WK-TAB-PAIS(WK-IDX)    TO WK-COR-PAIS
              MOVE WK-TAB-EFF-DE(WK-IDX)  TO WK-COR-EFF-DE
              MOVE WK-TAB-EFF-ATE(WK-IDX) TO WK-COR-EFF-ATE
              PERFORM 600000-GRAVA-CORRECAO
           END-IF.

      *----------------------------------------------------------------*
       600000-GRAVA-CORRECAO.
      *----------------------------------------------------------------*
      * bin;range-fim;descricao;status;vigencia-de;vigencia-ate;marca
      * ;produto;pais - DESCRICAO CORTADA NO QUE SOBRA DOS 110 BYTES
      * DO CIEEXT01 (CONTADA COMO TRUNCADA NO RESUMO)
      *----------------------------------------------------------------*
           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                       WK-COR-DESCRICAO
                                       LENGTH OF WK-COR-DESCRICAO
                                       WK-VSRSARLN-RESULTADO
           MOVE WK-VSRSARLN-RESULTADO TO WK-LEN-DESCR
           IF WK-LEN-DESCR EQUAL ZEROS
              MOVE 1 TO WK-LEN-DESCR
           END-IF

      *    110 MENOS OS OITO SEPARADORES E OS DEMAIS CAMPOS NO MAXIMO
           MOVE 55 TO WK-LEN-MAX-DESCR
           IF WK-LEN-DESCR GREATER WK-LEN-MAX-DESCR
              MOVE WK-LEN-MAX-DESCR TO WK-LEN-DESCR
              ADD 1 TO WK-QT-TRUNCADAS
           END-IF

           MOVE SPACES TO WK-LINHA-COR
           MOVE 1      TO WK-PTR-COR
           STRING WK-COR-BIN                    DELIMITED BY SPACE
                  ';'                           DELIMITED BY SIZE
                  WK-COR-FIM                    DELIMITED BY SPACE
                  ';'                           DELIMITED BY SIZE
                  WK-COR-DESCRICAO(1:WK-LEN-DESCR)
                                                DELIMITED BY SIZE
                  ';A;'                         DELIMITED BY SIZE
                  WK-COR-EFF-DE                 DELIMITED BY SPACE
                  ';'                           DELIMITED BY SIZE
                  WK-COR-EFF-ATE                DELIMITED BY SPACE
                  ';'                           DELIMITED BY SIZE
                  WK-COR-MARCA                  DELIMITED BY SPACE
                  ';'                           DELIMITED BY SIZE
                  WK-COR-PRODUTO                DELIMITED BY SPACE
                  ';'                           DELIMITED BY SIZE
                  WK-COR-PAIS                   DELIMITED BY SPACE
                  INTO WK-LINHA-COR
                  POINTER WK-PTR-COR
           END-STRING

           IF COR-OK
              MOVE WK-LINHA-COR TO WK-CIECOR01-REC
              WRITE WK-CIECOR01-REC

              IF WK-FS-CIECOR01 NOT EQUAL '00'
                 DISPLAY 'CIEBTC07 - ERRO DE GRAVACAO CIECOR01 FS='
                         WK-FS-CIECOR01
                 MOVE 'N' TO WK-COR-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 ADD 1 TO WK-QT-CORRECOES
      *          ACUMULA O ENVELOPE: O PONTEIRO DO STRING PAROU UMA
      *          POSICAO DEPOIS DO ULTIMO BYTE UTIL DA LINHA
                 ADD 1 TO WK-ENV-QT-DET
                 COMPUTE WK-ENV-LEN-DET = WK-PTR-COR - 1
                 ADD WK-ENV-LEN-DET TO WK-ENV-CHECKSUM
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHA-SAIDAS.
      *----------------------------------------------------------------*
      * O TRAILER SO SAI EM ARQUIVO QUE CHEGOU SAUDAVEL ATE AQUI -
      * CORRECAO DERRUBADA POR ERRO DE GRAVACAO FICA SEM TRL E O
      * CIEBTC01 VETA SOZINHO
      *----------------------------------------------------------------*
           IF COR-OK
              MOVE SPACES          TO WK-CIECOR01-REC
              MOVE WK-ENV-QT-DET   TO WK-ENV-TRL-QT
              MOVE WK-ENV-CHECKSUM TO WK-ENV-TRL-CK
              MOVE WK-ENV-TRL      TO WK-CIECOR01-REC
              WRITE WK-CIECOR01-REC

              IF WK-FS-CIECOR01 NOT EQUAL '00'
                 DISPLAY 'CIEBTC07 - ERRO AO GRAVAR TRAILER FS='
                         WK-FS-CIECOR01
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              END-IF
              CLOSE CIECOR01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-BAND      TO WK-REL-BAND
           MOVE WK-QT-CIE-LIDOS TO WK-REL-CIE
           COMPUTE WK-REL-DIVERG = WK-QT-MIS + WK-QT-DIV
                                 + WK-QT-FBD + WK-QT-FCB
           MOVE WK-QT-CORRECOES TO WK-REL-CORRECOES

           DISPLAY WK-RELATORIO

      *    SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM CONTADOR POR
      *    LINHA
           MOVE SPACES       TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'LINHAS DA BANDEIRA..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-BAND-LIDAS       TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'LINHAS REJEITADAS...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-BAND-REJEIT      TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'SOBREPOSTAS (SBB)...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-BAND-SBB         TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'FORA DA TABELA......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-BAND-FORA        TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'FAIXAS CIELOBIN.....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CIE-LIDOS        TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'CIELOBIN INVALIDAS..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CIE-PULADOS      TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'FAIXAS IGUAIS.......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CASADAS          TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'ATRIBUTOS (MIS).....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-MIS              TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'DIVISAO (DIV).......' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-DIV              TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'SEM NA BANDEIRA.....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FBD              TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'SEM NO CIELOBIN.....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FCB              TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'LINHAS DE CORRECAO..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CORRECOES        TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL

           MOVE 'DESCRICAO TRUNCADA..' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-TRUNCADAS        TO WK-REL-TOT-VALOR
           PERFORM 960000-IMPRIME-TOTAL.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           COMPUTE WK-RUNREG-QT-ENTRADA =
                   WK-QT-BAND-LIDAS + WK-QT-CIE-LIDOS
           MOVE WK-QT-CORRECOES   TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-BAND-REJEIT TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       960000-IMPRIME-TOTAL.
      *----------------------------------------------------------------*
           DISPLAY WK-REL-TOTAL
           MOVE WK-REL-TOTAL TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       970000-EMITE-DIVERGENCIA.
      *----------------------------------------------------------------*
           DISPLAY WK-LINHA-DIVERG
           MOVE WK-LINHA-DIVERG TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-CIEREL07-REC
              MOVE SPACE          TO WK-CIEREL07-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-CIEREL07-REC(2:132)

              WRITE WK-CIEREL07-REC

              IF WK-FS-CIEREL07 NOT EQUAL '00'
                 DISPLAY 'CIEBTC07 - ERRO AO GRAVAR CIEREL07 FS='
                         WK-FS-CIEREL07
                 MOVE 'N' TO WK-REL-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 ADD 1 TO WK-REL-QT-LINHAS
                 PERFORM 982000-GUARDA-LINHA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       981000-NOVA-PAGINA.
      *----------------------------------------------------------------*
           ADD 1              TO WK-REL-PAGINA
           MOVE WK-SIS-DATA   TO WK-CAB1-DATA
           MOVE WK-SIS-HORA   TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA TO WK-CAB1-PAG

           MOVE WK-REL-CAB1 TO WK-CIEREL07-REC
           WRITE WK-CIEREL07-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-CIEREL07-REC
           WRITE WK-CIEREL07-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-CIEREL07-REC
           WRITE WK-CIEREL07-REC
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
           MOVE WK-CIEREL07-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
