      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPBTC09
      * Tipo    .............. Batch
      * Finalidade ........... enriquecimento de arquivo de enderecos
      *                        de cliente (CRM, cobranca) com o CEP -
      *                        a pesquisa reversa do CEPCICS4 em
      *                        lote, sem CECI/REXX em laco. Entrada
      *                        sequencial delimitada por ';'
      *                        (chave;uf;cidade;bairro;logradouro
      *                        ;numero). A cidade e normalizada pela
      *                        CEPNRM01 modo 'C' e trocada pelo nome
      *                        oficial do CEPMUN01 (apelido incluso);
      *                        bairro/logradouro pela CEPNRM01 modo
      *                        'E' - a mesma forma gravada pela
      *                        carga. Os CEPs ATIVOS da UF+cidade sao
      *                        lidos pelo PATH do indice alternado
      *                        UF+CIDADE; o logradouro precisa ser
      *                        igual, o numero escolhe pela faixa de
      *                        numeracao/paridade (mesma regra do
      *                        CEPCICS4) e o bairro so desempata.
      *                        Saida: a mesma linha com ';cep;qualid'
      *                        acrescentado, qualidade:
      *                          E = exato - logradouro + numero
      *                              dentro de uma faixa
      *                          L = so logradouro - CEP unico do
      *                              logradouro sem confirmacao pelo
      *                              numero
      *                          G = CEP geral da cidade (logradouro
      *                              nao achado, cidade de CEP unico)
      *                          A = ambiguo - mais de um CEP possivel
      *                              (CEP sai em branco)
      *                          N = nao encontrado (CEP em branco)
      *                        As linhas A e N vao tambem para a
      *                        worklist CEPPND01 com o motivo e ate 5
      *                        CEPs candidatos, para tratamento
      *                        manual; totais por qualidade no resumo
      *                        e RC 4 quando ha linha na worklist
      * DSnames .............. B090290.CEPEND01 (entrada)
      *                        B090290.CEPEND02 (saida enriquecida)
      *                        B090290.CEPPND01 (worklist - qualid;
      *                        motivo;qt candidatos;ceps;linha)
      *                        B090290.CEPVSA01 (DD CEPVSAP) e o PATH
      *                        B090290.CEPVSA01.AIX.UFCID (DD
      *                        CEPVSAP1)
      *                        B090290.CEPMUN01 (municipios - DD
      *                        ausente usa a cidade so normalizada)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPBTC09.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT CEPEND01   ASSIGN TO CEPEND01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CEPEND01.

           SELECT CEPEND02   ASSIGN TO CEPEND02
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CEPEND02.

           SELECT CEPPND01   ASSIGN TO CEPPND01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CEPPND01.

      *    DD CEPVSAP = BASE, DD CEPVSAP1 = PATH DO AIX UF+CIDADE
           SELECT CEPVSA01   ASSIGN TO CEPVSAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-CEPV0001-CODE
                  ALTERNATE RECORD KEY IS WK-CEPV0001-UFCID
                                       WITH DUPLICATES
                  FILE STATUS  IS WK-FS-CEPVSA01.

           SELECT CEPMUN01   ASSIGN TO CEPMUN01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-MUN-CHAVE
                  FILE STATUS  IS WK-FS-CEPMUN01.

       DATA           DIVISION.
       FILE SECTION.
       FD  CEPEND01
           RECORDING MODE IS F.
       01  WK-CEPEND01-REC                  PIC  X(200).

      *----------------------------------------------------------------*
      *   SAIDA: LINHA ORIGINAL (SEM OS BRANCOS A DIREITA) + ';' +
      *   CEP + ';' + QUALIDADE
      *----------------------------------------------------------------*
       FD  CEPEND02
           RECORDING MODE IS F.
       01  WK-CEPEND02-REC                  PIC  X(212).

      *----------------------------------------------------------------*
      *   WORKLIST: QUALIDADE (A/N) + MOTIVO + QUANTIDADE DE CEPS
      *   CANDIDATOS + ATE 5 CANDIDATOS + LINHA ORIGINAL
      *   MOTIVOS: FMT=LINHA SEM OS 6 CAMPOS  UFI=UF INVALIDA
      *            MUN=MUNICIPIO AUSENTE/INATIVO NO CEPMUN01
      *            CID=NENHUM CEP ATIVO NA CIDADE
      *            LOG=LOGRADOURO NAO ACHADO E CIDADE SEM CEP GERAL
      *            AMB=MAIS DE UM CEP POSSIVEL
      *----------------------------------------------------------------*
       FD  CEPPND01
           RECORDING MODE IS F.
       01  WK-CEPPND01-REC.
           05 WK-PND-QUALIDADE              PIC  X(001).
           05 FILLER                        PIC  X(001).
           05 WK-PND-MOTIVO                 PIC  X(003).
           05 FILLER                        PIC  X(001).
           05 WK-PND-QT-CAND                PIC  9(003).
           05 WK-PND-CANDIDATO OCCURS 5 TIMES.
              10 FILLER                     PIC  X(001).
              10 WK-PND-CEP                 PIC  X(008).
           05 FILLER                        PIC  X(001).
           05 WK-PND-LINHA                  PIC  X(200).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO CEPVSA01 GRAVADO POR CEPBTC01/CEPCICS3 -
      *   MANTER SINCRONIZADO. UF+CIDADE AGRUPADOS COMO CHAVE DO AIX
      *----------------------------------------------------------------*
       FD  CEPVSA01.
       01  WK-CEPVSA01-REC.
           05 WK-CEPV0001-CODE              PIC  X(008).
           05 WK-CEPV0001-UFCID.
              07 WK-CEPV0001-UF             PIC  X(002).
              07 WK-CEPV0001-CIDADE         PIC  X(030).
           05 WK-CEPV0001-BAIRRO            PIC  X(030).
           05 WK-CEPV0001-LOGRADOURO        PIC  X(030).
           05 WK-CEPV0001-ATIVO             PIC  X(001).
              88 WK-CEPV0001-ATIVO-SIM               VALUE 'S'.
              88 WK-CEPV0001-ATIVO-NAO               VALUE 'N'.
           05 WK-CEPV0001-NUM-INI           PIC  X(006).
           05 WK-CEPV0001-NUM-FIM           PIC  X(006).
           05 WK-CEPV0001-PARIDADE          PIC  X(001).
              88 WK-CEPV0001-PAR-AMBOS               VALUE ' ' 'A'.
              88 WK-CEPV0001-PAR-PAR                 VALUE 'P'.
              88 WK-CEPV0001-PAR-IMPAR               VALUE 'I'.
           05 WK-CEPV0001-SUCESSOR          PIC  X(008).
           05 WK-CEPV0001-TIPO              PIC  X(001).
              88 WK-CEPV0001-TIPO-GERAL              VALUE 'G'.
              88 WK-CEPV0001-TIPO-LOGRA              VALUE ' ' 'L'.
           05 WK-CEPV0001-IBGE              PIC  X(007).
      *    COORDENADAS GEOGRAFICAS DO CEP EM GRAUS DECIMAIS
      *    (WGS84) - BRANCO = SEM COORDENADA (REGISTRO LEGADO OU
      *    EXTRATO SEM A COLUNA); TESTAR NUMERIC ANTES DE USAR
           05 WK-CEPV0001-COORDENADAS.
              07 WK-CEPV0001-LATITUDE       PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.
              07 WK-CEPV0001-LONGITUDE      PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.

      *----------------------------------------------------------------*
      *   MESMO LAYOUT CONSULTADO POR CEPBTC01/CEPCICS3 E GRAVADO
      *   PELO CEPBTC05 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CEPMUN01.
       01  WK-CEPMUN01-REC.
           05 WK-MUN-CHAVE.
              10 WK-MUN-UF                  PIC  X(002).
              10 WK-MUN-CIDADE              PIC  X(030).
           05 WK-MUN-OFICIAL                PIC  X(030).
           05 WK-MUN-IBGE                   PIC  X(007).
           05 WK-MUN-ATIVO                  PIC  X(001).
              88 WK-MUN-ATIVO-SIM                    VALUE 'S'.
              88 WK-MUN-ATIVO-NAO                    VALUE 'N'.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-CEPEND01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPEND02                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPPND01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FS-CEPMUN01                    PIC  X(002) VALUE '00'.
       01 WK-WORKLIST-OK                    PIC  X(001) VALUE 'S'.
           88 WORKLIST-OK                               VALUE 'S'.
       01 WK-VALIDA-MUN                     PIC  X(001) VALUE 'S'.
           88 VALIDA-MUN                                VALUE 'S'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.
       01 WK-FIM-CIDADE                     PIC  X(001) VALUE 'N'.
           88 FIM-CIDADE                                VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA (MESMA ESCALA DO CEPBTC01):
      *   0 = TODAS AS LINHAS RESOLVIDAS  4 = HA LINHA NA WORKLIST
      *   8 = ERRO DE LEITURA/GRAVACAO  12 = FALHA DE OPEN
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01)
      *----------------------------------------------------------------*
       01 WK-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 WK-RUNREG-AREA.
          05 WK-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 WK-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'CEPBTC09'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-GRAVADOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-EXATO                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-LOGRADOURO               PIC  9(009) VALUE ZEROS.
          05 WK-QT-GERAL                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-AMBIGUO                  PIC  9(009) VALUE ZEROS.
          05 WK-QT-NAO-ACHADO               PIC  9(009) VALUE ZEROS.
          05 WK-QT-WORKLIST                 PIC  9(009) VALUE ZEROS.

       01 WK-CAMPOS-ENDERECO.
          05 WK-END-CHAVE                   PIC  X(030).
          05 WK-END-UF                      PIC  X(002).
          05 WK-END-CIDADE                  PIC  X(030).
          05 WK-END-BAIRRO                  PIC  X(030).
          05 WK-END-LOGRADOURO              PIC  X(030).
          05 WK-END-NUMERO                  PIC  X(006).
       01 WK-QT-CAMPOS                      PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-LEN-LINHA                      PIC S9(9) COMP-5 SYNC.
       01 WK-LEN-BAIRRO                     PIC S9(004) COMP
                                            VALUE ZEROS.

       01 WK-VAL-UF                         PIC  X(002).
           88 WK-UF-OFICIAL VALUE 'AC' 'AL' 'AP' 'AM' 'BA' 'CE'
                                  'DF' 'ES' 'GO' 'MA' 'MT' 'MS'
                                  'MG' 'PA' 'PB' 'PR' 'PE' 'PI'
                                  'RJ' 'RN' 'RS' 'RO' 'RR' 'SC'
                                  'SP' 'SE' 'TO'.

      *----------------------------------------------------------------*
      *   NORMALIZACAO (CEPNRM01) E TAMANHO EFETIVO (VSRSARLN MODO
      *   'L') - AS MESMAS ROTINAS DA CARGA E DO CEPCICS4
      *----------------------------------------------------------------*
       01 WK-PGM-CEPNRM01                   PIC  X(008) VALUE
                                            'CEPNRM01'.
       01 WK-CEPNRM01-MODO                  PIC  X(001) VALUE 'C'.
       01 WK-PGM-VSRSARLN                   PIC  X(008) VALUE
                                            'VSRSARLN'.
       01 WK-VSRSARLN-MODO                  PIC  X(001) VALUE 'L'.
       01 WK-VSRSARLN-RESULTADO             PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *   NUMERO DO IMOVEL: ALINHADO A ESQUERDA NA ENTRADA, APARADO E
      *   PREENCHIDO COM ZEROS PARA COMPARAR COM A FAIXA GRAVADA
      *----------------------------------------------------------------*
       01 WK-TEM-NUMERO                     PIC  X(001) VALUE 'N'.
           88 TEM-NUMERO                                VALUE 'S'.
       01 WK-NUM-LEN                        PIC S9(9) COMP-5 SYNC.
       01 WK-NUM-PESQ                       PIC  9(006) VALUE ZEROS.
       01 WK-NUM-PESQ-X                     PIC  X(006).
       01 WK-NUM-METADE                     PIC  9(006) VALUE ZEROS.
       01 WK-NUM-DOBRO                      PIC  9(006) VALUE ZEROS.
       01 WK-NUM-PAR                        PIC  X(001) VALUE 'N'.
           88 NUMERO-PAR                                VALUE 'S'.

      *----------------------------------------------------------------*
      *   CEPS ATIVOS DO LOGRADOURO NA CIDADE, COM A SITUACAO DO
      *   NUMERO EM CADA UM:
      *     D = FAIXA CADASTRADA E O NUMERO ESTA DENTRO DELA
      *     F = FAIXA CADASTRADA E O NUMERO ESTA FORA DELA
      *     T = SEM FAIXA - COBRE O LOGRADOURO INTEIRO
      *     S = FAIXA CADASTRADA MAS SEM NUMERO PARA CONFERIR
      *----------------------------------------------------------------*
       01 WK-QT-CAND                        PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-QT-CAND-FORA                   PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-TAB-CAND.
          05 WK-CAND OCCURS 50 TIMES.
             10 WK-CAND-CEP                 PIC  X(008).
             10 WK-CAND-BAIRRO              PIC  X(030).
             10 WK-CAND-SITUACAO            PIC  X(001).
             10 WK-CAND-ESCOLHIDO           PIC  X(001).
       01 WK-IDX-CAND                       PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-QT-ESCOLHIDOS                  PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-QT-BAIRRO-OK                   PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-SITUACAO-ALVO                  PIC  X(001).
       01 WK-QT-PND                         PIC S9(004) COMP
                                            VALUE ZEROS.
       01 WK-QT-ATIVOS-CIDADE               PIC S9(009) COMP
                                            VALUE ZEROS.
       01 WK-CEP-GERAL                      PIC  X(008).
       01 WK-QT-GERAL-CIDADE                PIC S9(004) COMP
                                            VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RESULTADO DA LINHA
      *----------------------------------------------------------------*
       01 WK-RES-CEP                        PIC  X(008).
       01 WK-RES-QUALIDADE                  PIC  X(001).
           88 RES-EXATO                                 VALUE 'E'.
           88 RES-LOGRADOURO                            VALUE 'L'.
           88 RES-GERAL                                 VALUE 'G'.
           88 RES-AMBIGUO                               VALUE 'A'.
           88 RES-NAO-ACHADO                            VALUE 'N'.
       01 WK-RES-MOTIVO                     PIC  X(003).

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'CEPBTC09 - ENRIQUECIMENTO CEP   '.
          05 FILLER           PIC X(020) VALUE
             'LINHAS LIDAS.......'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'EXATO...............'.
          05 WK-REL-EXATO     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'SO LOGRADOURO.......'.
          05 WK-REL-LOGRA     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CEP GERAL...........'.
          05 WK-REL-GERAL     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'AMBIGUO.............'.
          05 WK-REL-AMBIGUO   PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'NAO ENCONTRADO......'.
          05 WK-REL-NAO-ACHADO PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'WORKLIST............'.
          05 WK-REL-WORKLIST  PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 100000-ABRIR-ARQUIVOS

           IF WK-RETORNO LESS 12
              PERFORM 150000-LER-CEPEND01
              PERFORM 200000-PROCESSA-ENDERECO
                      UNTIL FIM-ARQUIVO
           END-IF

           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND WK-QT-WORKLIST GREATER ZEROS
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
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'              TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS      TO WK-RUNREG-QT-ENTRADA
           MOVE WK-QT-GRAVADOS   TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-WORKLIST   TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT  CEPEND01
           OPEN OUTPUT CEPEND02
           OPEN INPUT  CEPVSA01
           OPEN OUTPUT CEPPND01

           IF WK-FS-CEPEND01 NOT EQUAL '00'
              DISPLAY 'CEPBTC09 - ERRO AO ABRIR CEPEND01 FS='
                      WK-FS-CEPEND01
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-FS-CEPEND02 NOT EQUAL '00'
              DISPLAY 'CEPBTC09 - ERRO AO ABRIR CEPEND02 FS='
                      WK-FS-CEPEND02
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-FS-CEPVSA01 NOT EQUAL '00'
              DISPLAY 'CEPBTC09 - ERRO AO ABRIR CEPVSA01 FS='
                      WK-FS-CEPVSA01
              MOVE 12 TO WK-RETORNO
           END-IF

           IF WK-FS-CEPPND01 NOT EQUAL '00'
              DISPLAY 'CEPBTC09 - ERRO AO ABRIR CEPPND01 FS='
                      WK-FS-CEPPND01
                      ' - WORKLIST SO SERA CONTADA'
              MOVE 'N' TO WK-WORKLIST-OK
           END-IF

           OPEN INPUT CEPMUN01

           IF WK-FS-CEPMUN01 NOT EQUAL '00'
              DISPLAY 'CEPBTC09 - SEM CEPMUN01 (FS=' WK-FS-CEPMUN01
                      ') - CIDADE SO NORMALIZADA, SEM APELIDO'
              MOVE 'N' TO WK-VALIDA-MUN
           END-IF.

      *----------------------------------------------------------------*
       150000-LER-CEPEND01.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CEPEND01-REC
           READ CEPEND01

           EVALUATE WK-FS-CEPEND01
              WHEN '00'
                 ADD 1 TO WK-QT-LIDOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'CEPBTC09 - ERRO DE LEITURA CEPEND01 FS='
                         WK-FS-CEPEND01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       200000-PROCESSA-ENDERECO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-RES-CEP
                          WK-RES-MOTIVO
           MOVE 'N'    TO WK-RES-QUALIDADE
           MOVE ZEROS  TO WK-QT-CAND
                          WK-QT-CAND-FORA
                          WK-QT-ESCOLHIDOS

           PERFORM 210000-QUEBRAR-CAMPOS

           IF WK-QT-CAMPOS LESS 5
              MOVE 'FMT' TO WK-RES-MOTIVO
           ELSE
              MOVE WK-END-UF TO WK-VAL-UF
              IF NOT WK-UF-OFICIAL
                 MOVE 'UFI' TO WK-RES-MOTIVO
              ELSE
                 PERFORM 220000-RESOLVE-CIDADE
                 IF WK-RES-MOTIVO EQUAL SPACES
                    PERFORM 230000-PREPARA-ARGUMENTOS
                    PERFORM 300000-LE-CIDADE
                    PERFORM 400000-DECIDE-CEP
                 END-IF
              END-IF
           END-IF

           PERFORM 500000-GRAVA-SAIDA
           PERFORM 150000-LER-CEPEND01.

      *----------------------------------------------------------------*
       210000-QUEBRAR-CAMPOS.
      *----------------------------------------------------------------*
      * NUMERO (SEXTO CAMPO) E OPCIONAL - SEM ELE A LINHA SO CASA
      * ATE O LOGRADOURO
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CAMPOS-ENDERECO
           MOVE ZEROS  TO WK-QT-CAMPOS
           UNSTRING WK-CEPEND01-REC DELIMITED BY ';'
                INTO WK-END-CHAVE
                     WK-END-UF
                     WK-END-CIDADE
                     WK-END-BAIRRO
                     WK-END-LOGRADOURO
                     WK-END-NUMERO
                TALLYING IN WK-QT-CAMPOS
           END-UNSTRING.

      *----------------------------------------------------------------*
       220000-RESOLVE-CIDADE.
      *----------------------------------------------------------------*
      * CIDADE NORMALIZADA E TROCADA PELO NOME OFICIAL (A LINHA DE
      * APELIDO DO CEPMUN01 TAMBEM RESPONDE COM O OFICIAL) - O
      * CEPVSA01 E GRAVADO PELA CARGA COM O NOME OFICIAL
      *----------------------------------------------------------------*
           MOVE 'C' TO WK-CEPNRM01-MODO
           CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                       WK-END-CIDADE

           IF VALIDA-MUN
              MOVE WK-END-UF     TO WK-MUN-UF
              MOVE WK-END-CIDADE TO WK-MUN-CIDADE

              READ CEPMUN01

              IF WK-FS-CEPMUN01 EQUAL '00'
                    AND WK-MUN-ATIVO-SIM
                 MOVE WK-MUN-OFICIAL TO WK-END-CIDADE
              ELSE
                 MOVE 'MUN' TO WK-RES-MOTIVO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       230000-PREPARA-ARGUMENTOS.
      *----------------------------------------------------------------*
           MOVE 'E' TO WK-CEPNRM01-MODO
           CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                       WK-END-BAIRRO
           CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                       WK-END-LOGRADOURO

           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                       WK-END-BAIRRO
                                       LENGTH OF WK-END-BAIRRO
                                       WK-VSRSARLN-RESULTADO
           MOVE WK-VSRSARLN-RESULTADO TO WK-LEN-BAIRRO

      *    NUMERO: MESMA PREPARACAO DO CEPCICS4 (150000)
           MOVE 'N' TO WK-TEM-NUMERO
           IF WK-END-NUMERO NOT EQUAL SPACES
              CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                          WK-END-NUMERO
                                          LENGTH OF WK-END-NUMERO
                                          WK-VSRSARLN-RESULTADO
              MOVE WK-VSRSARLN-RESULTADO TO WK-NUM-LEN

              IF WK-NUM-LEN GREATER ZEROS
                    AND WK-END-NUMERO(1:WK-NUM-LEN) NUMERIC
                 MOVE WK-END-NUMERO(1:WK-NUM-LEN) TO WK-NUM-PESQ
                 MOVE WK-NUM-PESQ   TO WK-NUM-PESQ-X
                 MOVE 'S'           TO WK-TEM-NUMERO
                 COMPUTE WK-NUM-METADE = WK-NUM-PESQ / 2
                 COMPUTE WK-NUM-DOBRO  = WK-NUM-METADE * 2
                 IF WK-NUM-DOBRO EQUAL WK-NUM-PESQ
                    MOVE 'S' TO WK-NUM-PAR
                 ELSE
                    MOVE 'N' TO WK-NUM-PAR
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-LE-CIDADE.
      *----------------------------------------------------------------*
      * TODOS OS CEPS DA UF+CIDADE PELO AIX - SO O LOGRADOURO IGUAL
      * VIRA CANDIDATO; O CEP GERAL DA CIDADE FICA GUARDADO PARA O
      * CASO DE O LOGRADOURO NAO SER ACHADO
      *----------------------------------------------------------------*
           MOVE ZEROS  TO WK-QT-ATIVOS-CIDADE
                          WK-QT-GERAL-CIDADE
           MOVE SPACES TO WK-CEP-GERAL
           MOVE 'N'    TO WK-FIM-CIDADE

           MOVE WK-END-UF     TO WK-CEPV0001-UF
           MOVE WK-END-CIDADE TO WK-CEPV0001-CIDADE

           START CEPVSA01 KEY IS EQUAL TO WK-CEPV0001-UFCID

           IF WK-FS-CEPVSA01 EQUAL '00'
              PERFORM 310000-LE-PROXIMO
              PERFORM 320000-AVALIA-REGISTRO
                      UNTIL FIM-CIDADE
           ELSE
           IF WK-FS-CEPVSA01 NOT EQUAL '23'
              DISPLAY 'CEPBTC09 - ERRO NO START CEPVSA01 FS='
                      WK-FS-CEPVSA01
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-LE-PROXIMO.
      *----------------------------------------------------------------*
      * '02' = HA MAIS REGISTROS COM A MESMA CHAVE ALTERNADA - NORMAL
      * NO AIX NAO UNICO; '04' = REGISTRO ANTERIOR AO CRESCIMENTO DO
      * LAYOUT, ACEITO COM OS CAMPOS NOVOS EM BRANCO
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-CEPVSA01-REC
           READ CEPVSA01 NEXT RECORD

           EVALUATE WK-FS-CEPVSA01
              WHEN '00'
              WHEN '02'
              WHEN '04'
                 IF WK-CEPV0001-UF NOT EQUAL WK-END-UF
                       OR WK-CEPV0001-CIDADE NOT EQUAL WK-END-CIDADE
                    MOVE 'S' TO WK-FIM-CIDADE
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-CIDADE
              WHEN OTHER
                 DISPLAY 'CEPBTC09 - ERRO DE LEITURA CEPVSA01 FS='
                         WK-FS-CEPVSA01
                 MOVE 'S' TO WK-FIM-CIDADE
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       320000-AVALIA-REGISTRO.
      *----------------------------------------------------------------*
           IF WK-CEPV0001-ATIVO-SIM
              ADD 1 TO WK-QT-ATIVOS-CIDADE

              IF WK-CEPV0001-TIPO-GERAL
                 ADD 1 TO WK-QT-GERAL-CIDADE
                 MOVE WK-CEPV0001-CODE TO WK-CEP-GERAL
              ELSE
              IF WK-CEPV0001-LOGRADOURO EQUAL WK-END-LOGRADOURO
                    AND WK-END-LOGRADOURO NOT EQUAL SPACES
                 PERFORM 330000-GUARDA-CANDIDATO
              END-IF
              END-IF
           END-IF

           PERFORM 310000-LE-PROXIMO.

      *----------------------------------------------------------------*
       330000-GUARDA-CANDIDATO.
      *----------------------------------------------------------------*
           IF WK-QT-CAND EQUAL 50
      *       LOGRADOURO COM MAIS CEPS QUE A TABELA - SO CONTA
              ADD 1 TO WK-QT-CAND-FORA
           ELSE
              ADD 1 TO WK-QT-CAND
              MOVE WK-CEPV0001-CODE   TO WK-CAND-CEP(WK-QT-CAND)
              MOVE WK-CEPV0001-BAIRRO TO WK-CAND-BAIRRO(WK-QT-CAND)
              MOVE 'N'                TO WK-CAND-ESCOLHIDO(WK-QT-CAND)

              IF WK-CEPV0001-NUM-INI NUMERIC
                    AND WK-CEPV0001-NUM-FIM NUMERIC
                 IF NOT TEM-NUMERO
                    MOVE 'S' TO WK-CAND-SITUACAO(WK-QT-CAND)
                 ELSE
                 IF WK-NUM-PESQ-X LESS WK-CEPV0001-NUM-INI
                       OR WK-NUM-PESQ-X GREATER WK-CEPV0001-NUM-FIM
                       OR (WK-CEPV0001-PAR-PAR AND NOT NUMERO-PAR)
                       OR (WK-CEPV0001-PAR-IMPAR AND NUMERO-PAR)
                    MOVE 'F' TO WK-CAND-SITUACAO(WK-QT-CAND)
                 ELSE
                    MOVE 'D' TO WK-CAND-SITUACAO(WK-QT-CAND)
                 END-IF
                 END-IF
              ELSE
                 MOVE 'T' TO WK-CAND-SITUACAO(WK-QT-CAND)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       400000-DECIDE-CEP.
      *----------------------------------------------------------------*
      * ORDEM DE PREFERENCIA: FAIXA QUE CONTEM O NUMERO (E), CEP QUE
      * COBRE O LOGRADOURO INTEIRO (L), QUALQUER CEP DO LOGRADOURO
      * (L); SEM LOGRADOURO, O CEP GERAL DA CIDADE (G). SOBRANDO MAIS
      * DE UM, O BAIRRO DESEMPATA - SE NAO DESEMPATAR, AMBIGUO
      *----------------------------------------------------------------*
           IF WK-QT-ATIVOS-CIDADE EQUAL ZEROS
              MOVE 'CID' TO WK-RES-MOTIVO
           ELSE
           IF WK-QT-CAND EQUAL ZEROS
              IF WK-QT-GERAL-CIDADE EQUAL 1
                 MOVE 'G'          TO WK-RES-QUALIDADE
                 MOVE WK-CEP-GERAL TO WK-RES-CEP
              ELSE
                 MOVE 'LOG' TO WK-RES-MOTIVO
              END-IF
           ELSE
              MOVE 'D' TO WK-SITUACAO-ALVO
              PERFORM 410000-ESCOLHE-SITUACAO
              IF WK-QT-ESCOLHIDOS GREATER ZEROS
                 MOVE 'E' TO WK-RES-QUALIDADE
              ELSE
                 MOVE 'T' TO WK-SITUACAO-ALVO
                 PERFORM 410000-ESCOLHE-SITUACAO
                 IF WK-QT-ESCOLHIDOS EQUAL ZEROS
                    MOVE SPACE TO WK-SITUACAO-ALVO
                    PERFORM 410000-ESCOLHE-SITUACAO
                 END-IF
                 MOVE 'L' TO WK-RES-QUALIDADE
              END-IF

              IF WK-QT-ESCOLHIDOS GREATER 1
                    OR WK-QT-CAND-FORA GREATER ZEROS
                 PERFORM 430000-DESEMPATA-BAIRRO
              END-IF

              IF WK-QT-ESCOLHIDOS EQUAL 1
                    AND WK-QT-CAND-FORA EQUAL ZEROS
                 PERFORM 450000-PEGA-ESCOLHIDO
                         VARYING WK-IDX-CAND FROM 1 BY 1
                         UNTIL WK-IDX-CAND GREATER WK-QT-CAND
              ELSE
                 MOVE 'A'   TO WK-RES-QUALIDADE
                 MOVE 'AMB' TO WK-RES-MOTIVO
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       410000-ESCOLHE-SITUACAO.
      *----------------------------------------------------------------*
      * MARCA OS CANDIDATOS NA SITUACAO ALVO - ALVO EM BRANCO MARCA
      * TODOS
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-QT-ESCOLHIDOS
           PERFORM 420000-MARCA-CANDIDATO
                   VARYING WK-IDX-CAND FROM 1 BY 1
                   UNTIL WK-IDX-CAND GREATER WK-QT-CAND.

      *----------------------------------------------------------------*
       420000-MARCA-CANDIDATO.
      *----------------------------------------------------------------*
           IF WK-SITUACAO-ALVO EQUAL SPACE
                 OR WK-CAND-SITUACAO(WK-IDX-CAND)
                       EQUAL WK-SITUACAO-ALVO
              MOVE 'S' TO WK-CAND-ESCOLHIDO(WK-IDX-CAND)
              ADD 1 TO WK-QT-ESCOLHIDOS
           ELSE
              MOVE 'N' TO WK-CAND-ESCOLHIDO(WK-IDX-CAND)
           END-IF.

      *----------------------------------------------------------------*
       430000-DESEMPATA-BAIRRO.
      *----------------------------------------------------------------*
      * BAIRRO INFORMADO (PREFIXO, COMO NO CEPCICS4) SO ESTREITA A
      * ESCOLHA QUANDO SOBRA PELO MENOS UM CANDIDATO - BAIRRO ERRADO
      * NAO DERRUBA O CASAMENTO PELO LOGRADOURO
      *----------------------------------------------------------------*
           IF WK-LEN-BAIRRO GREATER ZEROS
              MOVE ZEROS TO WK-QT-BAIRRO-OK
              PERFORM 435000-CONTA-BAIRRO
                      VARYING WK-IDX-CAND FROM 1 BY 1
                      UNTIL WK-IDX-CAND GREATER WK-QT-CAND

              IF WK-QT-BAIRRO-OK GREATER ZEROS
                 MOVE WK-QT-BAIRRO-OK TO WK-QT-ESCOLHIDOS
                 PERFORM 440000-APLICA-BAIRRO
                         VARYING WK-IDX-CAND FROM 1 BY 1
                         UNTIL WK-IDX-CAND GREATER WK-QT-CAND
      *          O BAIRRO DESEMPATOU DENTRO DA TABELA - O EXCEDENTE
      *          NAO CONFERIDO JA NAO IMPEDE A ESCOLHA
                 MOVE ZEROS TO WK-QT-CAND-FORA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       435000-CONTA-BAIRRO.
      *----------------------------------------------------------------*
           IF WK-CAND-ESCOLHIDO(WK-IDX-CAND) EQUAL 'S'
                 AND WK-CAND-BAIRRO(WK-IDX-CAND)(1:WK-LEN-BAIRRO)
                       EQUAL WK-END-BAIRRO(1:WK-LEN-BAIRRO)
              ADD 1 TO WK-QT-BAIRRO-OK
           END-IF.

      *----------------------------------------------------------------*
       440000-APLICA-BAIRRO.
      *----------------------------------------------------------------*
           IF WK-CAND-BAIRRO(WK-IDX-CAND)(1:WK-LEN-BAIRRO)
                 NOT EQUAL WK-END-BAIRRO(1:WK-LEN-BAIRRO)
              MOVE 'N' TO WK-CAND-ESCOLHIDO(WK-IDX-CAND)
           END-IF.

      *----------------------------------------------------------------*
       450000-PEGA-ESCOLHIDO.
      *----------------------------------------------------------------*
           IF WK-CAND-ESCOLHIDO(WK-IDX-CAND) EQUAL 'S'
              MOVE WK-CAND-CEP(WK-IDX-CAND) TO WK-RES-CEP
           END-IF.

      *----------------------------------------------------------------*
       500000-GRAVA-SAIDA.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN RES-EXATO
                 ADD 1 TO WK-QT-EXATO
              WHEN RES-LOGRADOURO
                 ADD 1 TO WK-QT-LOGRADOURO
              WHEN RES-GERAL
                 ADD 1 TO WK-QT-GERAL
              WHEN RES-AMBIGUO
                 ADD 1 TO WK-QT-AMBIGUO
              WHEN OTHER
                 ADD 1 TO WK-QT-NAO-ACHADO
           END-EVALUATE

           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                       WK-CEPEND01-REC
                                       LENGTH OF WK-CEPEND01-REC
                                       WK-VSRSARLN-RESULTADO
           MOVE WK-VSRSARLN-RESULTADO TO WK-LEN-LINHA
           IF WK-LEN-LINHA LESS 1
              MOVE 1 TO WK-LEN-LINHA
           END-IF

           MOVE SPACES TO WK-CEPEND02-REC
           STRING WK-CEPEND01-REC(1:WK-LEN-LINHA)
                  ';' WK-RES-CEP ';' WK-RES-QUALIDADE
                  DELIMITED BY SIZE
                  INTO WK-CEPEND02-REC
           END-STRING

           WRITE WK-CEPEND02-REC

           IF WK-FS-CEPEND02 EQUAL '00'
              ADD 1 TO WK-QT-GRAVADOS
           ELSE
              DISPLAY 'CEPBTC09 - ERRO AO GRAVAR CEPEND02 FS='
                      WK-FS-CEPEND02
              MOVE 'S' TO WK-FIM-ARQUIVO
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF

           IF RES-AMBIGUO OR RES-NAO-ACHADO
              PERFORM 600000-GRAVA-WORKLIST
           END-IF.

      *----------------------------------------------------------------*
       600000-GRAVA-WORKLIST.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-WORKLIST

           IF WORKLIST-OK
              MOVE SPACES           TO WK-CEPPND01-REC
              MOVE WK-RES-QUALIDADE TO WK-PND-QUALIDADE
              MOVE ';'              TO WK-CEPPND01-REC(2:1)
              MOVE WK-RES-MOTIVO    TO WK-PND-MOTIVO
              MOVE ';'              TO WK-CEPPND01-REC(6:1)
              COMPUTE WK-PND-QT-CAND = WK-QT-CAND + WK-QT-CAND-FORA
              MOVE ZEROS            TO WK-QT-PND
              PERFORM 610000-LISTA-CANDIDATO
                      VARYING WK-IDX-CAND FROM 1 BY 1
                      UNTIL WK-IDX-CAND GREATER WK-QT-CAND
                         OR WK-QT-PND EQUAL 5
              MOVE ';'              TO WK-CEPPND01-REC(55:1)
              MOVE WK-CEPEND01-REC  TO WK-PND-LINHA

              WRITE WK-CEPPND01-REC

              IF WK-FS-CEPPND01 NOT EQUAL '00'
                 DISPLAY 'CEPBTC09 - ERRO AO GRAVAR CEPPND01 FS='
                         WK-FS-CEPPND01
                 MOVE 'N' TO WK-WORKLIST-OK
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       610000-LISTA-CANDIDATO.
      *----------------------------------------------------------------*
      * NA AMBIGUIDADE SAEM OS CANDIDATOS QUE SOBRARAM NA ESCOLHA
      *----------------------------------------------------------------*
           IF WK-CAND-ESCOLHIDO(WK-IDX-CAND) EQUAL 'S'
              ADD 1 TO WK-QT-PND
              MOVE ';' TO WK-CEPPND01-REC(10 + (WK-QT-PND - 1) * 9:1)
              MOVE WK-CAND-CEP(WK-IDX-CAND) TO WK-PND-CEP(WK-QT-PND)
           END-IF.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           CLOSE CEPEND01
                 CEPEND02
                 CEPVSA01
           IF WORKLIST-OK
              CLOSE CEPPND01
           END-IF
           IF VALIDA-MUN
              CLOSE CEPMUN01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS        TO WK-REL-LIDOS
           MOVE WK-QT-EXATO        TO WK-REL-EXATO
           MOVE WK-QT-LOGRADOURO   TO WK-REL-LOGRA
           MOVE WK-QT-GERAL        TO WK-REL-GERAL
           MOVE WK-QT-AMBIGUO      TO WK-REL-AMBIGUO
           MOVE WK-QT-NAO-ACHADO   TO WK-REL-NAO-ACHADO
           MOVE WK-QT-WORKLIST     TO WK-REL-WORKLIST

           DISPLAY WK-RELATORIO.
