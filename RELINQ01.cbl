       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. RELINQ01
      * Tipo    .............. Online (terminal 3270, SEND/RECEIVE no
      *                        estilo do RUNINQ01)
      * Finalidade ........... consulta SOMENTE-LEITURA do repositorio
      *                        de relatorios gravado pelo RELREG01 nos
      *                        jobs batch (RELDIR01 catalogo, RELLIN01
      *                        linhas): a cobertura ou o BIN nao
      *                        encontrado da noite passada sem logon no
      *                        TSO e sem cacada no spool.
      *                        Entrada (posicional, apos o transid):
      *                        REL1 L aaaammdd
      *                           relatorios do ciclo (branco = hoje):
      *                           execucao, programa, inicio/fim,
      *                           paginas, linhas, condition code e
      *                           situacao (INCOMPLETO = a execucao
      *                           parou de gravar - provavel abend)
      *                        REL1 V relatori aaaammdd nnn ppppp lll l
      *                           18 linhas do relatorio a partir da
      *                           pagina ppppp / linha lll (branco =
      *                           1/1); execucao nnn em branco = a
      *                           ultima do ciclo; lado E (branco) =
      *                           colunas 1-79 da impressao, D =
      *                           colunas 54-132. A mensagem traz a
      *                           posicao da tela seguinte
      *                        REL1 P relatori aaaammdd nnn ppppp lll
      *                               texto (30 posicoes, col. 40)
      *                           procura o texto a partir da posicao
      *                           e mostra a tela que comeca na linha
      *                           encontrada; a mensagem traz a
      *                           posicao para a proxima ocorrencia.
      *                           A procura para apos 5.000 linhas
      *                           lidas e informa onde continuar
      * DSnames .............. B090290.RELDIR01 (consulta)
      *                        B090290.RELLIN01 (consulta)
      * Transacao CICS  ...... REL1
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELINQ01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WORKING-ALL-FILLS.
          03 WK-REC-ENTRADA.
             05 FILLER                        PIC  X(005).
             05 WK-REC-OPERACAO               PIC  X(001).
                88 WK-REC-LISTA                          VALUE 'L'.
                88 WK-REC-VISUALIZA                      VALUE 'V'.
                88 WK-REC-PROCURA                        VALUE 'P'.
             05 FILLER                        PIC  X(001).
             05 WK-REC-PARAMETROS             PIC  X(073).
      *      L - SO O CICLO
             05 WK-REC-LISTA-RED REDEFINES WK-REC-PARAMETROS.
                07 WK-REC-LST-CICLO           PIC  X(008).
                07 FILLER                     PIC  X(065).
      *      V / P - RELATORIO, CICLO, EXECUCAO, POSICAO E LADO/TEXTO
             05 WK-REC-RELAT-RED REDEFINES WK-REC-PARAMETROS.
                07 WK-REC-RELATORIO           PIC  X(008).
                07 FILLER                     PIC  X(001).
                07 WK-REC-CICLO               PIC  X(008).
                07 FILLER                     PIC  X(001).
                07 WK-REC-EXECUCAO            PIC  X(003).
                07 FILLER                     PIC  X(001).
                07 WK-REC-PAGINA              PIC  X(005).
                07 FILLER                     PIC  X(001).
                07 WK-REC-LINHA               PIC  X(003).
                07 FILLER                     PIC  X(001).
                07 WK-REC-COMPLEMENTO         PIC  X(030).
                07 WK-REC-COMPL-RED REDEFINES WK-REC-COMPLEMENTO.
                   09 WK-REC-LADO             PIC  X(001).
                      88 WK-REC-LADO-DIREITO             VALUE 'D'.
                   09 FILLER                  PIC  X(029).
                07 FILLER                     PIC  X(011).
      *----------------------------------------------------------------*
      *   MESMOS LAYOUTS GRAVADOS PELO RELREG01 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
          03 WK-RELDIR01-REC.
             05 WK-RDR-CHAVE.
                10 WK-RDR-RELATORIO           PIC  X(008).
                10 WK-RDR-CICLO               PIC  X(008).
                10 WK-RDR-EXECUCAO            PIC  9(003).
             05 WK-RDR-PROGRAMA               PIC  X(008).
             05 WK-RDR-INICIO.
                10 FILLER                     PIC  X(008).
                10 WK-RDR-INICIO-HORA         PIC  X(006).
             05 WK-RDR-FIM.
                10 FILLER                     PIC  X(008).
                10 WK-RDR-FIM-HORA            PIC  X(006).
             05 WK-RDR-QT-PAGINAS             PIC  9(005).
             05 WK-RDR-QT-LINHAS              PIC  9(007).
             05 WK-RDR-COND-CODE              PIC  9(002).
             05 WK-RDR-SITUACAO               PIC  X(001).
                88 WK-RDR-GRAVANDO                     VALUE 'E'.
                88 WK-RDR-CONCLUIDO                    VALUE 'C'.
             05 FILLER                        PIC  X(020).

          03 WK-RELLIN01-REC.
             05 WK-RLN-CHAVE.
                10 WK-RLN-RELATORIO           PIC  X(008).
                10 WK-RLN-CICLO               PIC  X(008).
                10 WK-RLN-EXECUCAO            PIC  9(003).
                10 WK-RLN-PAGINA              PIC  9(005).
                10 WK-RLN-LINHA               PIC  9(003).
             05 WK-RLN-TEXTO                  PIC  X(133).

          03 WK-QT-LINHAS                     PIC  9(002) VALUE ZEROS.
          03 WK-FIM-BROWSE                    PIC  X(001) VALUE 'N'.
             88 FIM-BROWSE                               VALUE 'S'.
          03 WK-VALIDO                        PIC  X(001) VALUE 'S'.
             88 ENTRADA-VALIDA                           VALUE 'S'.
          03 WK-ACHOU                         PIC  X(001) VALUE 'N'.
             88 ACHOU-TEXTO                              VALUE 'S'.
          03 WK-ABSTIME                       PIC S9(15) COMP-3
                                              VALUE ZEROS.
      *----------------------------------------------------------------*
      *   POSICAO NO RELATORIO E PROCURA
      *----------------------------------------------------------------*
          03 WK-EXECUCAO                      PIC  9(003) VALUE ZEROS.
          03 WK-PAGINA                        PIC  9(005) VALUE 1.
          03 WK-LINHA                         PIC  9(003) VALUE 1.
          03 WK-COLUNA                        PIC  9(003) VALUE 2.
          03 WK-TAM-TEXTO                     PIC  9(002) VALUE ZEROS.
          03 WK-QT-OCORR                      PIC  9(003) VALUE ZEROS.
          03 WK-QT-LIDAS                      PIC  9(005) VALUE ZEROS.
          03 WK-MAX-LIDAS                     PIC  9(005) VALUE 5000.
          03 WK-MSG-PAGINA                    PIC  ZZZZ9.
          03 WK-MSG-LINHA                     PIC  ZZ9.
      *----------------------------------------------------------------*
      *   TELA DE RESPOSTA (80 COLUNAS POR LINHA, ESTILO RUNINQ01)
      *----------------------------------------------------------------*
          03 WK-SEN-TELA.
             05 FILLER                        PIC  X(080)
                                              VALUE ALL '-'.
             05 WK-SEN-TITULO                 PIC  X(080).
             05 WK-SEN-CABEC                  PIC  X(080).
             05 WK-SEN-MSG                    PIC  X(080).
             05 WK-SEN-LIN-OCR OCCURS 18 TIMES.
                07 WK-SEN-LINHA               PIC  X(080).
             05 FILLER                        PIC  X(080)
                                              VALUE ALL '-'.
          03 WK-SEN-CAB-LISTA.
             05 FILLER                        PIC  X(037) VALUE
                'RELATORI PROGRAMA EXE INICIO FIM    '.
             05 FILLER                        PIC  X(043) VALUE
                '  PAGS    LINHAS CC SITUACAO'.
          03 WK-SEN-LIN-LISTA.
             05 WK-LST-RELATORIO              PIC  X(008).
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-PROGRAMA               PIC  X(008).
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-EXECUCAO               PIC  9(003).
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-INICIO                 PIC  X(006).
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-FIM                    PIC  X(006).
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-PAGINAS                PIC  ZZ,ZZ9.
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-LINHAS                 PIC  Z,ZZZ,ZZ9.
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-CC                     PIC  X(002).
             05 FILLER                        PIC  X(001) VALUE SPACE.
             05 WK-LST-SITUACAO               PIC  X(010).
             05 FILLER                        PIC  X(014) VALUE SPACES.
          03 WK-SEN-TIT-RELAT.
             05 WK-TIT-RELATORIO              PIC  X(008).
             05 FILLER                        PIC  X(008) VALUE
                ' ciclo '.
             05 WK-TIT-CICLO                  PIC  X(008).
             05 FILLER                        PIC  X(010) VALUE
                ' execucao '.
             05 WK-TIT-EXECUCAO               PIC  9(003).
             05 FILLER                        PIC  X(002) VALUE ' ('.
             05 WK-TIT-PROGRAMA               PIC  X(008).
             05 FILLER                        PIC  X(005) VALUE ' CC='.
             05 WK-TIT-CC                     PIC  X(002).
             05 FILLER                        PIC  X(007) VALUE
                ' PAGS='.
             05 WK-TIT-PAGINAS                PIC  ZZ,ZZ9.
             05 WK-TIT-SITUACAO               PIC  X(013).
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
          03 WK-IDX-LIN                       PIC  9(002) VALUE ZEROS.
          03 WK-EIBRESP                       PIC S9(9) COMP-5 SYNC.
          03 WK-RESP-VSAM                     PIC S9(9) COMP-5 SYNC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA              PIC X(1).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WK-REC-ENTRADA

           EXEC CICS RECEIVE
                INTO   ( WK-REC-ENTRADA )
                LENGTH ( LENGTH OF WK-REC-ENTRADA )
                RESP   ( WK-EIBRESP )
           END-EXEC

           PERFORM 100000-LIMPA-TELA
           PERFORM 200000-VALIDAR-ENTRADA

           IF ENTRADA-VALIDA
              EVALUATE TRUE
                 WHEN WK-REC-LISTA
                    PERFORM 300000-LISTAR-CICLO
                 WHEN WK-REC-VISUALIZA
                    PERFORM 400000-VISUALIZAR
                 WHEN WK-REC-PROCURA
                    PERFORM 500000-PROCURAR
              END-EVALUATE
           END-IF

           PERFORM 800000-ENVIAR-TELA

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       100000-LIMPA-TELA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-TITULO
           MOVE SPACES TO WK-SEN-CABEC
           MOVE SPACES TO WK-SEN-MSG
           PERFORM 110000-LIMPA-LINHA
                   VARYING WK-IDX-LIN FROM 1 BY 1
                   UNTIL WK-IDX-LIN GREATER 18.

      *----------------------------------------------------------------*
       110000-LIMPA-LINHA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-LINHA(WK-IDX-LIN).

      *----------------------------------------------------------------*
       200000-VALIDAR-ENTRADA.
      *----------------------------------------------------------------*
      * CICLO EM BRANCO = DATA CORRENTE; POSICAO EM BRANCO = PAGINA 1
      * LINHA 1; EXECUCAO EM BRANCO = A ULTIMA DO CICLO (RESOLVIDA NO
      * 600000)
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-VALIDO

           EVALUATE TRUE
              WHEN WK-REC-LISTA
                 IF WK-REC-LST-CICLO EQUAL SPACES
                    PERFORM 210000-CICLO-DE-HOJE
                    MOVE WK-REC-CICLO TO WK-REC-LST-CICLO
                 ELSE
                 IF WK-REC-LST-CICLO NOT NUMERIC
                    MOVE 'N' TO WK-VALIDO
                 END-IF
                 END-IF
              WHEN WK-REC-VISUALIZA
              WHEN WK-REC-PROCURA
                 PERFORM 220000-VALIDAR-POSICAO
              WHEN OTHER
                 MOVE 'N' TO WK-VALIDO
           END-EVALUATE

           IF NOT ENTRADA-VALIDA
              AND WK-SEN-MSG EQUAL SPACES
              STRING 'Informe: REL1 L aaaammdd  ou  '
                     'REL1 V|P relatori aaaammdd nnn ppppp lll '
                     'lado|texto'
                     DELIMITED BY SIZE INTO WK-SEN-MSG
           END-IF.

      *----------------------------------------------------------------*
       210000-CICLO-DE-HOJE.
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABSTIME )
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME )
                YYYYMMDD ( WK-REC-CICLO )
                RESP     ( WK-EIBRESP )
           END-EXEC.

      *----------------------------------------------------------------*
       220000-VALIDAR-POSICAO.
      *----------------------------------------------------------------*
           IF WK-REC-CICLO EQUAL SPACES
              PERFORM 210000-CICLO-DE-HOJE
           END-IF

           MOVE ZEROS TO WK-EXECUCAO
           MOVE 1     TO WK-PAGINA
           MOVE 1     TO WK-LINHA

           IF WK-REC-RELATORIO EQUAL SPACES
                 OR WK-REC-CICLO NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
           ELSE
           IF WK-REC-EXECUCAO NOT EQUAL SPACES
                 AND WK-REC-EXECUCAO NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
              MOVE 'Execucao deve ter 3 digitos (branco = ultima)'
                   TO WK-SEN-MSG
           ELSE
           IF (WK-REC-PAGINA NOT EQUAL SPACES
                 AND WK-REC-PAGINA NOT NUMERIC)
              OR (WK-REC-LINHA NOT EQUAL SPACES
                 AND WK-REC-LINHA NOT NUMERIC)
              MOVE 'N' TO WK-VALIDO
              MOVE 'Pagina (5 digitos) e linha (3 digitos) numericas'
                   TO WK-SEN-MSG
           ELSE
           IF WK-REC-PROCURA
                 AND WK-REC-COMPLEMENTO EQUAL SPACES
              MOVE 'N' TO WK-VALIDO
              MOVE 'Informe o texto a procurar a partir da coluna 40'
                   TO WK-SEN-MSG
           ELSE
              IF WK-REC-EXECUCAO NUMERIC
                 MOVE WK-REC-EXECUCAO TO WK-EXECUCAO
              END-IF
              IF WK-REC-PAGINA NUMERIC
                 MOVE WK-REC-PAGINA   TO WK-PAGINA
              END-IF
              IF WK-REC-LINHA NUMERIC
                 MOVE WK-REC-LINHA    TO WK-LINHA
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-LISTAR-CICLO.
      *----------------------------------------------------------------*
      * O CATALOGO E CHAVEADO POR RELATORIO + CICLO - A LISTA DO
      * CICLO PERCORRE O CATALOGO INTEIRO (PEQUENO: UMA ENTRADA POR
      * RELATORIO POR NOITE, DENTRO DA RETENCAO DO ARCBTC01)
      *----------------------------------------------------------------*
           MOVE SPACES           TO WK-SEN-TITULO
           STRING 'Repositorio de relatorios - ciclo '
                  WK-REC-LST-CICLO
                  DELIMITED BY SIZE INTO WK-SEN-TITULO
           MOVE WK-SEN-CAB-LISTA TO WK-SEN-CABEC

           MOVE LOW-VALUES TO WK-RDR-CHAVE
           MOVE ZEROS      TO WK-QT-LINHAS
           MOVE 'N'        TO WK-FIM-BROWSE

           EXEC CICS STARTBR FILE('RELDIR01')
                RIDFLD   ( WK-RDR-CHAVE )
                KEYLENGTH( 19 )
                GTEQ
                RESP     ( WK-RESP-VSAM )
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              MOVE 'Nenhum relatorio no repositorio'
                   TO WK-SEN-MSG
           ELSE
              PERFORM 310000-LER-CATALOGO
                      UNTIL FIM-BROWSE

              EXEC CICS ENDBR FILE('RELDIR01')
                   RESP ( WK-RESP-VSAM )
              END-EXEC

              IF WK-QT-LINHAS EQUAL ZEROS
                 MOVE 'Nenhum relatorio guardado no ciclo'
                      TO WK-SEN-MSG
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-LER-CATALOGO.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('RELDIR01')
                RIDFLD   ( WK-RDR-CHAVE )
                KEYLENGTH( 19 )
                INTO     ( WK-RELDIR01-REC )
                RESP     ( WK-RESP-VSAM )
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
           IF WK-RDR-CICLO EQUAL WK-REC-LST-CICLO
              IF WK-QT-LINHAS EQUAL 18
                 MOVE 'Mais relatorios no ciclo do que cabem na tela'
                      TO WK-SEN-MSG
                 MOVE 'S' TO WK-FIM-BROWSE
              ELSE
                 ADD 1 TO WK-QT-LINHAS
                 MOVE WK-QT-LINHAS TO WK-IDX-LIN
                 PERFORM 320000-MONTA-LINHA-LISTA
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       320000-MONTA-LINHA-LISTA.
      *----------------------------------------------------------------*
           MOVE WK-RDR-RELATORIO   TO WK-LST-RELATORIO
           MOVE WK-RDR-PROGRAMA    TO WK-LST-PROGRAMA
           MOVE WK-RDR-EXECUCAO    TO WK-LST-EXECUCAO
           MOVE WK-RDR-INICIO-HORA TO WK-LST-INICIO
           MOVE WK-RDR-FIM-HORA    TO WK-LST-FIM
           MOVE WK-RDR-QT-PAGINAS  TO WK-LST-PAGINAS
           MOVE WK-RDR-QT-LINHAS   TO WK-LST-LINHAS

      *    'E' = O JOB ABRIU O RELATORIO E NAO O FECHOU (PROVAVEL
      *    ABEND) - CC NAO INFORMADO
           IF WK-RDR-CONCLUIDO
              MOVE WK-RDR-COND-CODE TO WK-LST-CC
              MOVE 'OK'             TO WK-LST-SITUACAO
           ELSE
              MOVE SPACES           TO WK-LST-CC
              MOVE 'INCOMPLETO'     TO WK-LST-SITUACAO
           END-IF

           MOVE WK-SEN-LIN-LISTA TO WK-SEN-LINHA(WK-IDX-LIN).

      *----------------------------------------------------------------*
       400000-VISUALIZAR.
      *----------------------------------------------------------------*
           PERFORM 600000-LOCALIZAR-EXECUCAO

           IF ENTRADA-VALIDA
              PERFORM 700000-MOSTRAR-LINHAS
           END-IF.

      *----------------------------------------------------------------*
       500000-PROCURAR.
      *----------------------------------------------------------------*
      * PROCURA A PARTIR DA POSICAO INFORMADA; ACHOU = A TELA COMECA
      * NA LINHA ENCONTRADA. LIMITE DE LINHAS LIDAS POR PROCURA PARA
      * NAO PRENDER A TAREFA NUM RELATORIO GRANDE
      *----------------------------------------------------------------*
           PERFORM 600000-LOCALIZAR-EXECUCAO

           IF ENTRADA-VALIDA
              PERFORM 510000-MEDIR-TEXTO
              MOVE 'N'   TO WK-ACHOU
              MOVE ZEROS TO WK-QT-LIDAS
              PERFORM 650000-POSICIONAR

              IF WK-RESP-VSAM EQUAL ZEROS
                 PERFORM 520000-PROCURAR-LINHA
                         UNTIL FIM-BROWSE

                 EXEC CICS ENDBR FILE('RELLIN01')
                      RESP ( WK-RESP-VSAM )
                 END-EXEC
              END-IF

              IF ACHOU-TEXTO
                 PERFORM 700000-MOSTRAR-LINHAS
                 MOVE WK-RLN-PAGINA TO WK-MSG-PAGINA
                 MOVE WK-RLN-LINHA  TO WK-MSG-LINHA
                 MOVE SPACES        TO WK-SEN-MSG
                 STRING 'Encontrado na pagina ' WK-MSG-PAGINA
                        ' linha ' WK-MSG-LINHA
                        ' - proxima: repita com a linha seguinte'
                        DELIMITED BY SIZE INTO WK-SEN-MSG
              ELSE
              IF WK-QT-LIDAS NOT LESS WK-MAX-LIDAS
                 MOVE WK-RLN-PAGINA TO WK-MSG-PAGINA
                 MOVE WK-RLN-LINHA  TO WK-MSG-LINHA
                 MOVE SPACES        TO WK-SEN-MSG
                 STRING 'Nao achado em 5.000 linhas - continue da '
                        'pagina ' WK-MSG-PAGINA ' linha ' WK-MSG-LINHA
                        DELIMITED BY SIZE INTO WK-SEN-MSG
              ELSE
                 MOVE 'Texto nao encontrado ate o fim do relatorio'
                      TO WK-SEN-MSG
              END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       510000-MEDIR-TEXTO.
      *----------------------------------------------------------------*
      * TAMANHO DO TEXTO SEM OS BRANCOS A DIREITA
      *----------------------------------------------------------------*
           MOVE 30 TO WK-TAM-TEXTO
           PERFORM 515000-RECUAR-TEXTO
                   UNTIL WK-TAM-TEXTO EQUAL 1
                      OR WK-REC-COMPLEMENTO(WK-TAM-TEXTO:1)
                         NOT EQUAL SPACE.

      *----------------------------------------------------------------*
       515000-RECUAR-TEXTO.
      *----------------------------------------------------------------*
           SUBTRACT 1 FROM WK-TAM-TEXTO.

      *----------------------------------------------------------------*
       520000-PROCURAR-LINHA.
      *----------------------------------------------------------------*
           PERFORM 660000-LER-LINHA

           IF NOT FIM-BROWSE
              ADD 1 TO WK-QT-LIDAS
              MOVE ZEROS TO WK-QT-OCORR
              INSPECT WK-RLN-TEXTO TALLYING WK-QT-OCORR
                      FOR ALL WK-REC-COMPLEMENTO(1:WK-TAM-TEXTO)

              IF WK-QT-OCORR GREATER ZEROS
                 MOVE 'S'           TO WK-ACHOU
                 MOVE 'S'           TO WK-FIM-BROWSE
                 MOVE WK-RLN-PAGINA TO WK-PAGINA
                 MOVE WK-RLN-LINHA  TO WK-LINHA
              ELSE
              IF WK-QT-LIDAS NOT LESS WK-MAX-LIDAS
                 MOVE 'S' TO WK-FIM-BROWSE
              END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       600000-LOCALIZAR-EXECUCAO.
      *----------------------------------------------------------------*
      * EXECUCAO EM BRANCO = A ULTIMA DO RELATORIO NO CICLO; LE O
      * CATALOGO DA EXECUCAO E MONTA O TITULO
      *----------------------------------------------------------------*
           IF WK-EXECUCAO EQUAL ZEROS
              PERFORM 610000-ULTIMA-EXECUCAO
           END-IF

           MOVE WK-REC-RELATORIO TO WK-RDR-RELATORIO
           MOVE WK-REC-CICLO     TO WK-RDR-CICLO
           MOVE WK-EXECUCAO      TO WK-RDR-EXECUCAO

           EXEC CICS READ FILE('RELDIR01')
                RIDFLD   ( WK-RDR-CHAVE )
                KEYLENGTH( 19 )
                INTO     ( WK-RELDIR01-REC )
                RESP     ( WK-RESP-VSAM )
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              MOVE 'N' TO WK-VALIDO
              IF WK-RESP-VSAM EQUAL DFHRESP(NOTFND)
                 STRING 'Relatorio/ciclo/execucao nao guardado no '
                        'repositorio - veja REL1 L'
                        DELIMITED BY SIZE INTO WK-SEN-MSG
              ELSE
                 MOVE 'Repositorio de relatorios indisponivel'
                      TO WK-SEN-MSG
              END-IF
           ELSE
              MOVE WK-RDR-RELATORIO  TO WK-TIT-RELATORIO
              MOVE WK-RDR-CICLO      TO WK-TIT-CICLO
              MOVE WK-RDR-EXECUCAO   TO WK-TIT-EXECUCAO
              MOVE WK-RDR-PROGRAMA   TO WK-TIT-PROGRAMA
              MOVE WK-RDR-QT-PAGINAS TO WK-TIT-PAGINAS
              IF WK-RDR-CONCLUIDO
                 MOVE WK-RDR-COND-CODE TO WK-TIT-CC
                 MOVE ')'              TO WK-TIT-SITUACAO
              ELSE
                 MOVE SPACES           TO WK-TIT-CC
                 MOVE ') INCOMPLETO'   TO WK-TIT-SITUACAO
              END-IF
              MOVE WK-SEN-TIT-RELAT TO WK-SEN-TITULO

              IF WK-REC-VISUALIZA AND WK-REC-LADO-DIREITO
                 MOVE 55 TO WK-COLUNA
                 MOVE '<< colunas 54 a 132 da impressao'
                      TO WK-SEN-CABEC
              ELSE
                 MOVE 2  TO WK-COLUNA
                 MOVE '<< colunas 1 a 79 da impressao (lado D = 54-132)'
                      TO WK-SEN-CABEC
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       610000-ULTIMA-EXECUCAO.
      *----------------------------------------------------------------*
           MOVE WK-REC-RELATORIO TO WK-RDR-RELATORIO
           MOVE WK-REC-CICLO     TO WK-RDR-CICLO
           MOVE ZEROS            TO WK-RDR-EXECUCAO
           MOVE 'N'              TO WK-FIM-BROWSE

           EXEC CICS STARTBR FILE('RELDIR01')
                RIDFLD   ( WK-RDR-CHAVE )
                KEYLENGTH( 19 )
                GTEQ
                RESP     ( WK-RESP-VSAM )
           END-EXEC

           IF WK-RESP-VSAM EQUAL ZEROS
              PERFORM 620000-LER-EXECUCAO
                      UNTIL FIM-BROWSE

              EXEC CICS ENDBR FILE('RELDIR01')
                   RESP ( WK-RESP-VSAM )
              END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       620000-LER-EXECUCAO.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('RELDIR01')
                RIDFLD   ( WK-RDR-CHAVE )
                KEYLENGTH( 19 )
                INTO     ( WK-RELDIR01-REC )
                RESP     ( WK-RESP-VSAM )
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
                 OR WK-RDR-RELATORIO NOT EQUAL WK-REC-RELATORIO
                 OR WK-RDR-CICLO     NOT EQUAL WK-REC-CICLO
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              MOVE WK-RDR-EXECUCAO TO WK-EXECUCAO
           END-IF.

      *----------------------------------------------------------------*
       650000-POSICIONAR.
      *----------------------------------------------------------------*
           MOVE WK-REC-RELATORIO TO WK-RLN-RELATORIO
           MOVE WK-REC-CICLO     TO WK-RLN-CICLO
           MOVE WK-EXECUCAO      TO WK-RLN-EXECUCAO
           MOVE WK-PAGINA        TO WK-RLN-PAGINA
           MOVE WK-LINHA         TO WK-RLN-LINHA
           MOVE 'N'              TO WK-FIM-BROWSE

           EXEC CICS STARTBR FILE('RELLIN01')
                RIDFLD   ( WK-RLN-CHAVE )
                KEYLENGTH( 27 )
                GTEQ
                RESP     ( WK-RESP-VSAM )
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-BROWSE
           END-IF.

      *----------------------------------------------------------------*
       660000-LER-LINHA.
      *----------------------------------------------------------------*
      * FIM DO BROWSE TAMBEM QUANDO A CHAVE SAI DA EXECUCAO
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('RELLIN01')
                RIDFLD   ( WK-RLN-CHAVE )
                KEYLENGTH( 27 )
                INTO     ( WK-RELLIN01-REC )
                RESP     ( WK-RESP-VSAM )
           END-EXEC

           IF WK-RESP-VSAM NOT EQUAL ZEROS
                 OR WK-RLN-RELATORIO NOT EQUAL WK-REC-RELATORIO
                 OR WK-RLN-CICLO     NOT EQUAL WK-REC-CICLO
                 OR WK-RLN-EXECUCAO  NOT EQUAL WK-EXECUCAO
              MOVE 'S' TO WK-FIM-BROWSE
           END-IF.

      *----------------------------------------------------------------*
       700000-MOSTRAR-LINHAS.
      *----------------------------------------------------------------*
      * 18 LINHAS A PARTIR DE WK-PAGINA/WK-LINHA; A 19A, SE EXISTIR,
      * DA A POSICAO DA TELA SEGUINTE
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-QT-LINHAS
           PERFORM 650000-POSICIONAR

           IF WK-RESP-VSAM EQUAL ZEROS
              PERFORM 710000-MOSTRAR-LINHA
                      UNTIL FIM-BROWSE

              EXEC CICS ENDBR FILE('RELLIN01')
                   RESP ( WK-RESP-VSAM )
              END-EXEC
           END-IF

           IF WK-QT-LINHAS EQUAL ZEROS
              MOVE 'Nenhuma linha a partir desta posicao'
                   TO WK-SEN-MSG
           END-IF.

      *----------------------------------------------------------------*
       710000-MOSTRAR-LINHA.
      *----------------------------------------------------------------*
           PERFORM 660000-LER-LINHA

           IF FIM-BROWSE
              IF WK-QT-LINHAS GREATER ZEROS
                 MOVE 'Fim do relatorio' TO WK-SEN-MSG
              END-IF
           ELSE
           IF WK-QT-LINHAS EQUAL 18
              MOVE WK-RLN-PAGINA TO WK-MSG-PAGINA
              MOVE WK-RLN-LINHA  TO WK-MSG-LINHA
              MOVE SPACES        TO WK-SEN-MSG
              STRING 'Tela seguinte: pagina ' WK-MSG-PAGINA
                     ' linha ' WK-MSG-LINHA
                     DELIMITED BY SIZE INTO WK-SEN-MSG
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              ADD 1 TO WK-QT-LINHAS
              MOVE WK-RLN-TEXTO(WK-COLUNA:79)
                   TO WK-SEN-LINHA(WK-QT-LINHAS)
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       800000-ENVIAR-TELA.
      *----------------------------------------------------------------*
           EXEC CICS SEND
                FROM   ( WK-SEN-TELA )
                LENGTH ( LENGTH OF WK-SEN-TELA )
                RESP   ( WK-EIBRESP )
                ERASE
           END-EXEC.
