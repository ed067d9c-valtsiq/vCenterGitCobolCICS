      *                        sequencial delimitado por ';'
      *                        (codigo;uf;cidade;bairro;logradouro
      *                        ;numero-inicial;numero-final;paridade
      *                        ;cep-sucessor;latitude;longitude -
      *                        os seis ultimos opcionais, para
      *                        logradouro dividido em varios CEPs por
      *                        faixa de numeracao; paridade P=pares
      *                        I=impares branco/A=ambos; cep-sucessor
      *                        aposentado pelo correio - o CEPCICS1
      *                        usa esse encadeamento para responder
      *                        'substituido por X' em vez de 'nao
      *                        encontrado'; latitude/longitude em
      *                        graus decimais, ponto ou virgula como
      *                        separador, ex. -23.550520;-46.633308 -
      *                        linha sem as duas conserva a coordenada
      *                        ja gravada).
      *                        Cada coordenada gravada ou alterada
      *                        mantem o indice espacial CEPGEO01 da
      *                        pesquisa de proximidade (CEPCICSC)
      *                        Com o parametro FULL-SYNC (cartao
      *                        CEPPRM01), apos a carga os registros
      *                        ativos do VSAM AUSENTES do extrato sao
      *                        desativados automaticamente (o extrato
      *                        mensal e a base oficial - CEP aposentado
      *                        pelo correio nao pode continuar sendo
      *                        servido pelo CEPCICS1). FULL-SYNC exige
      *                        dupla custodia: ticket APROVADO no
      *                        APRVSA01 para os cartoes exatos da
      *                        execucao (pedido e aprovacao pelo
      *                        APRMNT01, conferencia pelo APRLIB01)
      *                        antes de qualquer leitura; sem ticket o
      *                        job termina com RC 20 e alerta na CSTA,
      *                        e o ticket e consumido ao fim de
      *                        execucao com RC <= 4
      *                        Checkpoints periodicos (numero da
      *                        ultima linha processada, ultimo codigo
      *                        e contadores) sao persistidos no
      *                        RESTART retoma do ultimo checkpoint em
      *                        vez de recomecar da linha 1 apos um
      *                        abend
      *                        Cada inclusao, alteracao, reativacao
      *                        ou desativacao efetiva grava a imagem
      *                        antes/depois no CEPHST01, o mesmo
      *                        historico da manutencao online
      *                        (CEPCICS3) - e dele que a exportacao
      *                        delta (CEPBTC03) e a reconstrucao
      *                        (CEPBTC06) enxergam a carga; linha que
      *                        nao muda nada no registro nao gera
      *                        historico
      * DSnames .............. B090290.CEPEXT01 (entrada)
      *                        B090290.CEPPRM01 (parametros, opcional)
      *                        B090290.CEPVSA01 (saida)
      *                        file-status;linha original, para
      *                        correcao e reapresentacao)
      *                        B090290.CEPCKP01 (checkpoint/restart)
      *                        B090290.CEPGEO01 (indice espacial -
      *                        DD ausente desliga com aviso)
      *                        B090290.CEPHST01 (historico - DD
      *                        ausente desliga com aviso e RC 4)
      *                        B090290.APRPRM01 (regiao da dupla
      *                        custodia, via APRLIB01 - so FULL-SYNC)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      *
      ******************************************************************
                  RECORD KEY   IS WK-MUN-CHAVE
                  FILE STATUS  IS WK-FS-CEPMUN01.

           SELECT CEPGEO01   ASSIGN TO CEPGEO01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-GEO-CHAVE
                  FILE STATUS  IS WK-FS-CEPGEO01.

           SELECT CEPHST01   ASSIGN TO CEPHST01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS WK-HST-CHAVE
                  FILE STATUS  IS WK-FS-CEPHST01.

       DATA           DIVISION.
       FILE SECTION.
       FD  CEPEXT01
           RECORDING MODE IS F.
       01  WK-CEPEXT01-REC                  PIC  X(160).

       FD  CEPPRM01
           RECORDING MODE IS F.
      *            SCN=CEP SUCESSOR NAO NUMERICO/IGUAL AO CODIGO
      *            MUN=MUNICIPIO AUSENTE/INATIVO NO CEPMUN01
      *            CHR=CARACTERE INCONVERTIVEL/CONTROLE NO TEXTO
      *            GEO=LATITUDE/LONGITUDE INVALIDA OU SO UMA DAS DUAS
      *            VSW=FALHA NO WRITE  VSR=FALHA NO REWRITE
      *----------------------------------------------------------------*
       FD  CEPREJ01
           05 FILLER                        PIC  X(001).
           05 WK-REJ-FS                     PIC  X(002).
           05 FILLER                        PIC  X(001).
           05 WK-REJ-LINHA                  PIC  X(160).

      *----------------------------------------------------------------*
      *   CHECKPOINT: UM UNICO REGISTRO, REGRAVADO (OPEN OUTPUT +
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

      *----------------------------------------------------------------*
      *   INDICE ESPACIAL DA PESQUISA DE PROXIMIDADE: CHAVE = CELULA
      *   DE 0,02 GRAU (CERCA DE 2 KM) QUE CONTEM O PONTO -
      *   (LAT + 90) X 50 E (LONG + 180) X 50 - SEGUIDA DO CEP. MESMO
      *   LAYOUT DO CEPCICS3/CEPCICSC - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  CEPGEO01.
       01  WK-CEPGEO01-REC.
           05 WK-GEO-CHAVE.
              10 WK-GEO-CEL-LAT             PIC  9(004).
              10 WK-GEO-CEL-LON             PIC  9(005).
              10 WK-GEO-CEP                 PIC  X(008).
           05 WK-GEO-LATITUDE               PIC S9(003)V9(006)
              SIGN LEADING SEPARATE.
           05 WK-GEO-LONGITUDE              PIC S9(003)V9(006)
              SIGN LEADING SEPARATE.

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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *        HDR/TRL PRESENTE E ERRADO, OU FULL-SYNC SEM DESCARGA
      *        CEPBTC03 CONCLUIDA NO RUNHST01 - EXTRATO SUSPEITO NAO
      *        PODE DESATIVAR BASE)
      *   20 = FULL-SYNC SEM TICKET APROVADO DA DUPLA CUSTODIA - NADA
      *        FOI LIDO NEM GRAVADO
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *   DUPLA CUSTODIA DO FULL-SYNC (APRVSA01, VIA APRLIB01): A
      *   IMAGEM E O DECK DE CARTOES DO CEPPRM01, CADA CARTAO SEPARADO
      *   POR UM BRANCO - O OPERADOR PEDE NO APRMNT01 COM O MESMO TEXTO
      *----------------------------------------------------------------*
       01 WK-PGM-APRLIB01                   PIC  X(008) VALUE
                                            'APRLIB01'.
       01 WK-APRLIB-AREA.
          05 WK-APRLIB-MODO                 PIC  X(001) VALUE 'V'.
          05 WK-APRLIB-PROGRAMA             PIC  X(008) VALUE
                                            'CEPBTC01'.
          05 WK-APRLIB-IMAGEM               PIC  X(256) VALUE SPACES.
          05 WK-APRLIB-HASH                 PIC  9(009) VALUE ZEROS.
          05 WK-APRLIB-RETORNO              PIC  X(002) VALUE SPACES.
       01 WK-APRLIB-PONTEIRO                PIC  9(003) VALUE 1.
       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-INCLUIDOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-ATUALIZADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-REJEITADOS               PIC  9(009) VALUE ZEROS.
          05 WK-QT-AUTO-DESAT               PIC  9(009) VALUE ZEROS.
          05 WK-QT-HISTORICO                PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CODIGOS PRESENTES NO EXTRATO, GUARDADOS PARA A PASSADA DE
          05 WK-EXT-NUM-FIM                 PIC  X(006).
          05 WK-EXT-PARIDADE                PIC  X(001).
          05 WK-EXT-SUCESSOR                PIC  X(008).
          05 WK-EXT-LATITUDE                PIC  X(012).
          05 WK-EXT-LONGITUDE               PIC  X(012).

      *----------------------------------------------------------------*
      *   NORMALIZACAO DA FAIXA DE NUMERACAO: NUMERO VEM DO EXTRATO
           88 MUNICIPIO-OK                              VALUE 'S'.
       01 WK-CID-NRM                        PIC  X(030) VALUE SPACES.
       01 WK-IBGE-CARGA                     PIC  X(007) VALUE SPACES.
      *----------------------------------------------------------------*
      *   COORDENADAS DO EXTRATO (DECIMO/DECIMO-PRIMEIRO CAMPOS):
      *   TEXTO EM GRAUS DECIMAIS CONVERTIDO PARA O FORMATO DO VSAM
      *   (S9(3)V9(6) COM SINAL SEPARADO). AS DUAS EM BRANCO = LINHA
      *   SEM COORDENADA (REGISTRO EXISTENTE CONSERVA A QUE TINHA);
      *   SO UMA, NAO NUMERICA OU FORA DA FAIXA = MOTIVO GEO. O
      *   INDICE CEPGEO01 E' OPCIONAL - DD AUSENTE DESLIGA A
      *   MANUTENCAO DO INDICE COM AVISO, A CARGA SEGUE
      *----------------------------------------------------------------*
       01 WK-FS-CEPGEO01                    PIC  X(002) VALUE '00'.
       01 WK-MANTEM-GEO                     PIC  X(001) VALUE 'S'.
           88 MANTEM-GEO                                VALUE 'S'.
       01 WK-GEO-OK                         PIC  X(001) VALUE 'S'.
           88 COORDENADAS-OK                            VALUE 'S'.
       01 WK-TEM-COORD                      PIC  X(001) VALUE 'N'.
           88 TEM-COORDENADA                            VALUE 'S'.
       01 WK-COORD-CARGA.
          05 WK-LAT-CARGA                   PIC S9(003)V9(006)
             SIGN LEADING SEPARATE.
          05 WK-LON-CARGA                   PIC S9(003)V9(006)
             SIGN LEADING SEPARATE.
       01 WK-GEO-ANTES.
          05 WK-GEO-ANTES-LAT               PIC S9(003)V9(006)
             SIGN LEADING SEPARATE.
          05 WK-GEO-ANTES-LON               PIC S9(003)V9(006)
             SIGN LEADING SEPARATE.
       01 WK-REG-NOVO                       PIC  X(150) VALUE SPACES.
      *----------------------------------------------------------------*
      *   HISTORICO DE MANUTENCAO (CEPHST01): IMAGEM DO REGISTRO ANTES
      *   DA GRAVACAO (LOW-VALUES = CEP NOVO, COMO NO CEPCICS3) E ACAO
      *   I=INCLUSAO A=ALTERACAO R=REATIVACAO D=DESATIVACAO. NA CHAVE,
      *   DATA/HORA DO SISTEMA NO FORMATO DO CEPCICS3 E, NO LUGAR DA
      *   TASK CICS, UM SEQUENCIAL DA EXECUCAO (CHAVE DUPLICADA SOBE O
      *   SEQUENCIAL E TENTA DE NOVO). FALHA NAO DESFAZ A CARGA
      *----------------------------------------------------------------*
       01 WK-FS-CEPHST01                    PIC  X(002) VALUE '00'.
       01 WK-MANTEM-HST                     PIC  X(001) VALUE 'S'.
           88 MANTEM-HST                                VALUE 'S'.
       01 WK-IMG-ANTES.
          05 FILLER                         PIC  X(100).
          05 WK-IMG-ANTES-ATIVO             PIC  X(001).
          05 FILLER                         PIC  X(029).
          05 WK-IMG-ANTES-GEO               PIC  X(020).
       01 WK-HST-ACAO-CARGA                 PIC  X(001) VALUE SPACES.
       01 WK-HST-SEQ                        PIC  9(007) VALUE ZEROS.
       01 WK-HST-TENTATIVAS                 PIC  9(002) VALUE ZEROS.
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
       01 WK-CORRELACAO.
           COPY CORK0001.
       01 WK-CRD-IN                         PIC  X(012).
       01 WK-CRD-CORPO                      PIC  X(012).
       01 WK-CRD-SINAL                      PIC  X(001).
       01 WK-CRD-INT                        PIC  X(012).
       01 WK-CRD-DEC                        PIC  X(012).
       01 WK-CRD-LEN                        PIC S9(9) COMP-5 SYNC.
       01 WK-CRD-LEN-INT                    PIC S9(4) COMP.
       01 WK-CRD-LEN-DEC                    PIC S9(4) COMP.
       01 WK-CRD-QT-PONTO                   PIC S9(4) COMP.
       01 WK-CRD-INT-9                      PIC  9(003).
       01 WK-CRD-DEC-X                      PIC  X(006).
       01 WK-CRD-DEC-9 REDEFINES WK-CRD-DEC-X
                                            PIC  9(006).
       01 WK-CRD-OUT                        PIC S9(003)V9(006)
                                            SIGN LEADING SEPARATE.
       01 WK-CRD-LIMITE                     PIC  9(003).
       01 WK-CRD-OK                         PIC  X(001) VALUE 'S'.

       01 WK-IDX                            PIC  9(003) VALUE ZEROS.
       01 WK-CAMPO-ATU                      PIC  9(001) VALUE ZEROS.
          05 FILLER           PIC X(020) VALUE
             'AUTO-DESATIVADOS....'.
          05 WK-REL-AUTO-DESAT PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'HISTORICO GRAVADO...'.
          05 WK-REL-HISTORICO PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           PERFORM 050000-LER-PARAMETROS
           IF MODO-FULL-SYNC
              PERFORM 057000-VERIFICA-APROVACAO
           END-IF
           IF WK-RETORNO NOT EQUAL 20
              PERFORM 030000-VALIDAR-ENVELOPE
           END-IF
           IF MODO-FULL-SYNC AND WK-RETORNO LESS 16
              PERFORM 055000-VERIFICA-PREDECESSOR
           END-IF

           IF WK-RETORNO LESS 16
              PERFORM 100000-ABRIR-ARQUIVOS
              PERFORM 200000-PROCESSAR-EXTRATO
                      UNTIL FIM-ARQUIVO
                    OR SYNC-DEGRADADO)
                 MOVE 4 TO WK-RETORNO
              END-IF

              IF MODO-FULL-SYNC AND WK-RETORNO LESS 8
                 PERFORM 058000-CONSOME-APROVACAO
              END-IF
           END-IF

           PERFORM 955000-REGISTRA-FIM
                 MOVE 16 TO WK-RETORNO
           END-EVALUATE.

      *----------------------------------------------------------------*
       057000-VERIFICA-APROVACAO.
      *----------------------------------------------------------------*
      * FULL-SYNC DESATIVA TUDO QUE FALTA NO EXTRATO - SO RODA COM
      * TICKET APROVADO POR UM SEGUNDO OPERADOR PARA ESTES CARTOES.
      * SEM TICKET (OU SEM COMO CONFERIR) O JOB PARA AQUI, RC 20
      *----------------------------------------------------------------*
           MOVE 'V' TO WK-APRLIB-MODO
           CALL WK-PGM-APRLIB01 USING WK-APRLIB-AREA

           IF WK-APRLIB-RETORNO NOT EQUAL '00'
              DISPLAY 'CEPBTC01 - FULL-SYNC BLOQUEADO: SEM TICKET '
                      'APROVADO NO APRVSA01 PARA OS CARTOES: '
                      WK-APRLIB-IMAGEM(1:60)
              MOVE 20 TO WK-RETORNO
           END-IF.

      *----------------------------------------------------------------*
       058000-CONSOME-APROVACAO.
      *----------------------------------------------------------------*
      * EXECUCAO COM SUCESSO CONSOME O TICKET - REPETIR O FULL-SYNC
      * EXIGE NOVO PEDIDO E NOVA APROVACAO
      *----------------------------------------------------------------*
           MOVE 'E' TO WK-APRLIB-MODO
           CALL WK-PGM-APRLIB01 USING WK-APRLIB-AREA

           IF WK-APRLIB-RETORNO NOT EQUAL '00'
              DISPLAY 'CEPBTC01 - TICKET DA DUPLA CUSTODIA NAO '
                      'CONSUMIDO (RET=' WK-APRLIB-RETORNO
                      ') - REVOGAR NO APRMNT01 (R)'
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           EVALUATE WK-CEPPRM01-REC
              WHEN 'FULL-SYNC'
                 MOVE 'S' TO WK-MODO-FULL-SYNC
                 PERFORM 075000-GUARDA-CARTAO-APR
              WHEN 'RESTART'
                 MOVE 'S' TO WK-MODO-RESTART
                 PERFORM 075000-GUARDA-CARTAO-APR
              WHEN SPACES
                 CONTINUE
              WHEN OTHER

           PERFORM 060000-LER-CARTAO-PARM.

      *----------------------------------------------------------------*
       075000-GUARDA-CARTAO-APR.
      *----------------------------------------------------------------*
           STRING WK-CEPPRM01-REC DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  INTO WK-APRLIB-IMAGEM
                  WITH POINTER WK-APRLIB-PONTEIRO
           END-STRING.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
              MOVE 'N' TO WK-VALIDA-MUN
           END-IF

           OPEN I-O CEPGEO01

           IF WK-FS-CEPGEO01 NOT EQUAL '00'
              DISPLAY 'CEPBTC01 - SEM CEPGEO01 (FS=' WK-FS-CEPGEO01
                      ') - INDICE ESPACIAL NAO SERA MANTIDO'
              MOVE 'N' TO WK-MANTEM-GEO
           END-IF

           OPEN I-O CEPHST01

           IF WK-FS-CEPHST01 NOT EQUAL '00'
              DISPLAY 'CEPBTC01 - SEM CEPHST01 (FS=' WK-FS-CEPHST01
                      ') - CARGA NAO SERA REGISTRADA NO HISTORICO'
              MOVE 'N' TO WK-MANTEM-HST
              IF WK-RETORNO LESS 4
                 MOVE 4 TO WK-RETORNO
              END-IF
           END-IF

      *    CORRELACAO COMUM A TODO O HISTORICO DESTA EXECUCAO
           ACCEPT WK-SIS-DATA FROM DATE YYYYMMDD
           ACCEPT WK-SIS-HORA FROM TIME
           MOVE SPACES TO WK-CORR-MSG-ID
           STRING 'CEPBTC01-LOTE-' WK-SIS-DATA WK-SIS-HORA(1:6)
                  DELIMITED BY SIZE
                  INTO WK-CORR-MSG-ID
           END-STRING

           IF MODO-RESTART AND NOT FIM-ARQUIVO
              PERFORM 080000-RESTAURAR-CHECKPOINT
           END-IF
           PERFORM 250000-NORMALIZA-NUMEROS
           PERFORM 270000-VALIDA-SUCESSOR
           PERFORM 280000-VALIDA-MUNICIPIO
           PERFORM 285000-VALIDA-COORDENADAS

           IF WK-EXT-CODE NUMERIC AND MODO-FULL-SYNC
      *       CODIGO PRESENTE NO EXTRATO (MESMO QUE A LINHA SEJA
              MOVE 'MUN'   TO WK-REJ-MOTIVO
              MOVE SPACES  TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
           IF NOT COORDENADAS-OK
              MOVE 'GEO'   TO WK-REJ-MOTIVO
              MOVE SPACES  TO WK-REJ-FS
              PERFORM 240000-GRAVAR-REJEITADO
           ELSE
              MOVE WK-EXT-CODE        TO WK-CEPV0001-CODE
              MOVE WK-EXT-UF          TO WK-CEPV0001-UF
                 MOVE 'L' TO WK-CEPV0001-TIPO
              END-IF
              SET  WK-CEPV0001-ATIVO-SIM TO TRUE
              IF TEM-COORDENADA
                 MOVE WK-COORD-CARGA TO WK-CEPV0001-COORDENADAS
              ELSE
                 MOVE SPACES         TO WK-CEPV0001-COORDENADAS
              END-IF
              MOVE SPACES TO WK-GEO-ANTES

              MOVE LOW-VALUES TO WK-IMG-ANTES

              WRITE WK-CEPVSA01-REC

              EVALUATE WK-FS-CEPVSA01
                 WHEN '00'
                    ADD 1 TO WK-QT-INCLUIDOS
                    PERFORM 290000-ATUALIZA-INDICE-GEO
                    MOVE 'I' TO WK-HST-ACAO-CARGA
                    PERFORM 295000-GRAVA-HISTORICO
                 WHEN '22'
                    PERFORM 225000-LE-COORD-ATUAL
                    REWRITE WK-CEPVSA01-REC
                    IF WK-FS-CEPVSA01 EQUAL '00'
                       ADD 1 TO WK-QT-ATUALIZADOS
                       PERFORM 290000-ATUALIZA-INDICE-GEO
                       IF WK-IMG-ANTES-ATIVO EQUAL 'N'
                          MOVE 'R' TO WK-HST-ACAO-CARGA
                       ELSE
                          MOVE 'A' TO WK-HST-ACAO-CARGA
                       END-IF
                       PERFORM 295000-GRAVA-HISTORICO
                    ELSE
                       MOVE 'VSR'          TO WK-REJ-MOTIVO
                       MOVE WK-FS-CEPVSA01 TO WK-REJ-FS
           END-IF
           END-IF
           END-IF
           END-IF

           ADD 1 TO WK-CKP-CONTADOR
           IF CKP-OK AND WK-CKP-CONTADOR NOT LESS WK-CKP-INTERVALO
              END-IF

              IF NOT ACHOU-CODIGO
                 MOVE WK-CEPVSA01-REC TO WK-IMG-ANTES
                 SET WK-CEPV0001-ATIVO-NAO TO TRUE
                 REWRITE WK-CEPVSA01-REC

                 IF WK-FS-CEPVSA01 EQUAL '00'
                    ADD 1 TO WK-QT-AUTO-DESAT
      *             CEP DESATIVADO SAI DO INDICE ESPACIAL
                    MOVE WK-CEPV0001-COORDENADAS TO WK-GEO-ANTES
                    PERFORM 290000-ATUALIZA-INDICE-GEO
                    MOVE 'D' TO WK-HST-ACAO-CARGA
                    PERFORM 295000-GRAVA-HISTORICO
                 ELSE
                    DISPLAY 'CEPBTC01 - ERRO AO DESATIVAR '
                            WK-CEPV0001-CODE
                      WK-EXT-NUM-FIM
                      WK-EXT-PARIDADE
                      WK-EXT-SUCESSOR
                      WK-EXT-LATITUDE
                      WK-EXT-LONGITUDE
           END-UNSTRING.

      *----------------------------------------------------------------*
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       285000-VALIDA-COORDENADAS.
      *----------------------------------------------------------------*
      * LATITUDE/LONGITUDE OPCIONAIS (DECIMO E DECIMO-PRIMEIRO
      * CAMPOS): OU AS DUAS EM BRANCO, OU AS DUAS VALIDAS - LATITUDE
      * ENTRE -90 E +90, LONGITUDE ENTRE -180 E +180
      *----------------------------------------------------------------*
           MOVE 'S'    TO WK-GEO-OK
           MOVE 'N'    TO WK-TEM-COORD
           MOVE SPACES TO WK-COORD-CARGA

           IF WK-EXT-LATITUDE EQUAL SPACES
                 AND WK-EXT-LONGITUDE EQUAL SPACES
              CONTINUE
           ELSE
              MOVE WK-EXT-LATITUDE  TO WK-CRD-IN
              MOVE 90               TO WK-CRD-LIMITE
              PERFORM 286000-CONVERTE-COORDENADA
              MOVE WK-CRD-OUT       TO WK-LAT-CARGA
              IF WK-CRD-OK EQUAL 'N'
                 MOVE 'N' TO WK-GEO-OK
              END-IF

              MOVE WK-EXT-LONGITUDE TO WK-CRD-IN
              MOVE 180              TO WK-CRD-LIMITE
              PERFORM 286000-CONVERTE-COORDENADA
              MOVE WK-CRD-OUT       TO WK-LON-CARGA
              IF WK-CRD-OK EQUAL 'N'
                 MOVE 'N' TO WK-GEO-OK
              END-IF

              IF COORDENADAS-OK
                 MOVE 'S' TO WK-TEM-COORD
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       286000-CONVERTE-COORDENADA.
      *----------------------------------------------------------------*
      * TEXTO [SINAL]GGG[.DDDDDD] (PONTO OU VIRGULA) PARA O FORMATO
      * NUMERICO DO VSAM - ATE 3 DIGITOS INTEIROS E 6 DECIMAIS, SEM
      * BRANCO NO MEIO; WK-CRD-OK = 'N' SE NAO CONVERTER OU PASSAR
      * DE WK-CRD-LIMITE GRAUS
      *----------------------------------------------------------------*
           MOVE 'S'    TO WK-CRD-OK
           MOVE ZEROS  TO WK-CRD-OUT
           MOVE SPACES TO WK-CRD-CORPO
           MOVE SPACE  TO WK-CRD-SINAL

           IF WK-CRD-IN(1:1) EQUAL '-' OR '+'
              MOVE WK-CRD-IN(1:1)  TO WK-CRD-SINAL
              MOVE WK-CRD-IN(2:11) TO WK-CRD-CORPO
           ELSE
              MOVE WK-CRD-IN       TO WK-CRD-CORPO
           END-IF

           INSPECT WK-CRD-CORPO REPLACING ALL ',' BY '.'
           MOVE ZEROS TO WK-CRD-QT-PONTO
           INSPECT WK-CRD-CORPO TALLYING WK-CRD-QT-PONTO
                   FOR ALL '.'

           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                       WK-CRD-CORPO
                                       LENGTH OF WK-CRD-CORPO
                                       WK-VSRSARLN-RESULTADO
           MOVE WK-VSRSARLN-RESULTADO TO WK-CRD-LEN

           IF WK-CRD-LEN EQUAL ZEROS
                 OR WK-CRD-QT-PONTO GREATER 1
              MOVE 'N' TO WK-CRD-OK
           ELSE
              MOVE SPACES TO WK-CRD-INT
                             WK-CRD-DEC
              MOVE ZEROS  TO WK-CRD-LEN-INT
                             WK-CRD-LEN-DEC
              UNSTRING WK-CRD-CORPO(1:WK-CRD-LEN) DELIMITED BY '.'
                   INTO WK-CRD-INT COUNT IN WK-CRD-LEN-INT
                        WK-CRD-DEC COUNT IN WK-CRD-LEN-DEC
              END-UNSTRING

              IF WK-CRD-LEN-INT LESS 1
                    OR WK-CRD-LEN-INT GREATER 3
                    OR WK-CRD-LEN-DEC GREATER 6
                 MOVE 'N' TO WK-CRD-OK
              ELSE
              IF WK-CRD-INT(1:WK-CRD-LEN-INT) NOT NUMERIC
                 MOVE 'N' TO WK-CRD-OK
              ELSE
              IF WK-CRD-LEN-DEC GREATER ZEROS
                    AND WK-CRD-DEC(1:WK-CRD-LEN-DEC) NOT NUMERIC
                 MOVE 'N' TO WK-CRD-OK
              ELSE
                 MOVE WK-CRD-INT(1:WK-CRD-LEN-INT) TO WK-CRD-INT-9
                 MOVE '000000' TO WK-CRD-DEC-X
                 IF WK-CRD-LEN-DEC GREATER ZEROS
                    MOVE WK-CRD-DEC(1:WK-CRD-LEN-DEC)
                         TO WK-CRD-DEC-X(1:WK-CRD-LEN-DEC)
                 END-IF
                 COMPUTE WK-CRD-OUT = WK-CRD-INT-9
                                    + WK-CRD-DEC-9 / 1000000
                 IF WK-CRD-SINAL EQUAL '-'
                    COMPUTE WK-CRD-OUT = WK-CRD-OUT * -1
                 END-IF
                 IF WK-CRD-OUT GREATER WK-CRD-LIMITE
                       OR WK-CRD-OUT LESS (WK-CRD-LIMITE * -1)
                    MOVE 'N' TO WK-CRD-OK
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       225000-LE-COORD-ATUAL.
      *----------------------------------------------------------------*
      * CEP JA CADASTRADO (WRITE COM '22'): LE O REGISTRO GRAVADO
      * PARA SABER A COORDENADA ATUAL - LINHA SEM COORDENADA CONSERVA
      * A QUE JA EXISTIA, E A ANTIGA SAI DO INDICE SE MUDOU - E GUARDA
      * A IMAGEM ANTERIOR PARA O HISTORICO
      *----------------------------------------------------------------*
           MOVE WK-CEPVSA01-REC TO WK-REG-NOVO
           MOVE SPACES          TO WK-GEO-ANTES
      *    REGISTRO ANTERIOR AO CRESCIMENTO DO LAYOUT (FILE STATUS
      *    '04') NAO TRAZ COORDENADA - AREA LIMPA ANTES DO READ
           MOVE SPACES          TO WK-CEPV0001-COORDENADAS

           READ CEPVSA01

           IF WK-FS-CEPVSA01 EQUAL '00' OR '04'
              MOVE WK-CEPV0001-COORDENADAS TO WK-GEO-ANTES
              MOVE WK-CEPVSA01-REC         TO WK-IMG-ANTES
           END-IF

           MOVE WK-REG-NOVO TO WK-CEPVSA01-REC
           IF NOT TEM-COORDENADA
              MOVE WK-GEO-ANTES TO WK-CEPV0001-COORDENADAS
           END-IF.

      *----------------------------------------------------------------*
       290000-ATUALIZA-INDICE-GEO.
      *----------------------------------------------------------------*
      * TIRA DO CEPGEO01 A ENTRADA DA COORDENADA ANTERIOR (WK-GEO-
      * ANTES) E GRAVA A DA ATUAL, SO PARA CEP ATIVO COM COORDENADA.
      * FALHA AQUI NAO REJEITA A LINHA: A PESQUISA DE PROXIMIDADE
      * CONFERE CADA CANDIDATO CONTRA O CEPVSA01
      *----------------------------------------------------------------*
           IF MANTEM-GEO
              IF WK-GEO-ANTES-LAT NUMERIC
                    AND WK-GEO-ANTES-LON NUMERIC
                 COMPUTE WK-GEO-CEL-LAT = (WK-GEO-ANTES-LAT + 90) * 50
                 COMPUTE WK-GEO-CEL-LON =
                         (WK-GEO-ANTES-LON + 180) * 50
                 MOVE WK-CEPV0001-CODE TO WK-GEO-CEP
                 DELETE CEPGEO01
              END-IF

              IF WK-CEPV0001-ATIVO-SIM
                    AND WK-CEPV0001-LATITUDE NUMERIC
                    AND WK-CEPV0001-LONGITUDE NUMERIC
                 COMPUTE WK-GEO-CEL-LAT =
                         (WK-CEPV0001-LATITUDE + 90) * 50
                 COMPUTE WK-GEO-CEL-LON =
                         (WK-CEPV0001-LONGITUDE + 180) * 50
                 MOVE WK-CEPV0001-CODE      TO WK-GEO-CEP
                 MOVE WK-CEPV0001-LATITUDE  TO WK-GEO-LATITUDE
                 MOVE WK-CEPV0001-LONGITUDE TO WK-GEO-LONGITUDE
                 WRITE WK-CEPGEO01-REC

                 IF WK-FS-CEPGEO01 NOT EQUAL '00' AND '22'
                    DISPLAY 'CEPBTC01 - ERRO AO GRAVAR CEPGEO01 '
                            WK-CEPV0001-CODE ' FS=' WK-FS-CEPGEO01
                    IF WK-RETORNO LESS 4
                       MOVE 4 TO WK-RETORNO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       295000-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
      * GRAVA NO CEPHST01 A IMAGEM ANTES (WK-IMG-ANTES) E DEPOIS DO
      * REGISTRO RECEM-GRAVADO, COM A ACAO EM WK-HST-ACAO-CARGA. SE A
      * LINHA NAO MUDOU NADA (RECARGA DO MESMO EXTRATO) NAO HA O QUE
      * REGISTRAR. FALHA AQUI NAO DESFAZ A CARGA - AVISO E RC 4
      *----------------------------------------------------------------*
           IF MANTEM-HST
              AND WK-IMG-ANTES NOT EQUAL WK-CEPVSA01-REC
              ACCEPT WK-SIS-DATA FROM DATE YYYYMMDD
              ACCEPT WK-SIS-HORA FROM TIME

              MOVE SPACES           TO WK-CEPHST01-REC
              MOVE WK-CEPV0001-CODE TO WK-HST-CEP
              STRING WK-SIS-AAAA '.' WK-SIS-MM '.' WK-SIS-DD
                     DELIMITED BY SIZE
                     INTO WK-HST-DATA
              END-STRING
              STRING WK-SIS-HH ':' WK-SIS-MI ':' WK-SIS-SS
                     DELIMITED BY SIZE
                     INTO WK-HST-HORA
              END-STRING
              STRING WK-SIS-DD '.' WK-SIS-MM '.' WK-SIS-AAAA
                     DELIMITED BY SIZE
                     INTO WK-CORR-DATA
              END-STRING
              MOVE WK-HST-HORA         TO WK-CORR-HORA
              MOVE WK-HST-ACAO-CARGA   TO WK-HST-ACAO
              MOVE WK-CORRELACAO       TO WK-HST-CORR
              MOVE WK-IMG-ANTES        TO WK-HST-IMG-ANTES
              MOVE WK-IMG-ANTES-GEO    TO WK-HST-GEO-ANTES
              MOVE WK-CEPVSA01-REC     TO WK-HST-IMG-DEPOIS
              MOVE WK-CEPV0001-COORDENADAS
                                       TO WK-HST-GEO-DEPOIS
              MOVE 'CEPBTC01'          TO WK-HST-USUARIO

              MOVE ZEROS TO WK-HST-TENTATIVAS
              MOVE '22'  TO WK-FS-CEPHST01
              PERFORM 296000-ESCREVE-HISTORICO
                      UNTIL WK-FS-CEPHST01 NOT EQUAL '22'
                         OR WK-HST-TENTATIVAS NOT LESS 10

              IF WK-FS-CEPHST01 EQUAL '00'
                 ADD 1 TO WK-QT-HISTORICO
              ELSE
                 DISPLAY 'CEPBTC01 - ERRO AO GRAVAR CEPHST01 '
                         WK-CEPV0001-CODE ' FS=' WK-FS-CEPHST01
                 IF WK-RETORNO LESS 4
                    MOVE 4 TO WK-RETORNO
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       296000-ESCREVE-HISTORICO.
      *----------------------------------------------------------------*
           ADD 1 TO WK-HST-SEQ
           ADD 1 TO WK-HST-TENTATIVAS
           MOVE WK-HST-SEQ TO WK-HST-TASKNUM
           WRITE WK-CEPHST01-REC.

      *----------------------------------------------------------------*
       260000-NORMALIZA-CAMPO.
      *----------------------------------------------------------------*
           CLOSE CEPREJ01
           IF VALIDA-MUN
              CLOSE CEPMUN01
           END-IF
           IF MANTEM-GEO
              CLOSE CEPGEO01
           END-IF
           IF MANTEM-HST
              CLOSE CEPHST01
           END-IF.

      *----------------------------------------------------------------*
           MOVE WK-QT-ATUALIZADOS TO WK-REL-ATUALIZADOS
           MOVE WK-QT-REJEITADOS  TO WK-REL-REJEITADOS
           MOVE WK-QT-AUTO-DESAT   TO WK-REL-AUTO-DESAT
           MOVE WK-QT-HISTORICO    TO WK-REL-HISTORICO

           DISPLAY WK-RELATORIO.
