      *                        Aprovador tem que ser DIFERENTE do
      *                        solicitante (codret 92) e passa pelo
      *                        perfil OPRAUT01 como todo mantenedor
      *                        JOBS BATCH DE ALTO IMPACTO (CEPBTC01
      *                        FULL-SYNC, ACCBTC05 fechamento de mes,
      *                        ACCBTC07 virada de ano, PRMBTC02
      *                        APLICAR) usam o mesmo APRVSA01, com a
      *                        imagem = cartoes de parametro da
      *                        execucao, na ordem do deck, separados
      *                        por UM branco (ex. 'ANOMES=202609
      *                        CODUSU-DE=001'):
      *                        'S' solicita a execucao (programa +
      *                            imagem; passa pelo perfil) - grava
      *                            pendente e avisa a CSTA; devolve o
      *                            hash do ticket
      *                        'A' num ticket de job so marca
      *                            aprovado (nao ha LINK) - libera a
      *                            PROXIMA execucao com esses cartoes
      *                        'R' num ticket de job tambem revoga o
      *                            aprovado ainda nao consumido
      *                        'V' verifica (chamado pelo job via
      *                            EXCI, rotina APRLIB01): 00 = ha
      *                            ticket aprovado com a mesma imagem;
      *                            20 = nao ha - linha 'ALERTA' na
      *                            CSTA e o job termina sem fazer nada
      *                        'E' execucao concluida (idem, ao fim
      *                            de execucao com sucesso): marca o
      *                            ticket executado, ele nao serve
      *                            para outra execucao
      * DSnames .............. B090290.APRVSA01 (pendencias)
      *                        B090290.MSGVSA01 (textos de retorno,
      *                        via MSGLER01)
      * Transacao CICS  ...... APR1
      *
      ******************************************************************
       01 WK-AUT-USUARIO             PIC X(008) VALUE SPACES.
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *   CATALOGO DE MENSAGENS (ROTINA COMUM MSGLER01) - MESMO LAYOUT
      *   DE LK-MSG-AREA DE LA
      *----------------------------------------------------------------*
       77 WK-PGM-MSGLER01            PIC X(008) VALUE 'MSGLER01'.
       01 WK-MSG-AREA.
          05 WK-MSGA-SUBSISTEMA      PIC X(008) VALUE 'APRMNT01'.
          05 WK-MSGA-CODRET          PIC 9(004) VALUE ZEROS.
          05 WK-MSGA-IDIOMA          PIC X(002) VALUE SPACES.
          05 WK-MSGA-COMPLEMENTO     PIC X(040) VALUE SPACES.
          05 WK-MSGA-TEXTO           PIC X(060) VALUE SPACES.
          05 WK-MSGA-ORIGEM          PIC X(001) VALUE SPACE.

       77 WK-ABSTIME                 PIC S9(15) COMP-3 VALUE +0.
       77 WK-AGORA                   PIC X(014) VALUE SPACES.
       77 WK-EIBRESP                 PIC S9(9) COMP-5 SYNC.
       01 WK-IMAGEM-LINK             PIC X(256) VALUE SPACES.

      *----------------------------------------------------------------*
      *   JOBS BATCH SOB DUPLA CUSTODIA - O TICKET DELES NAO E
      *   APLICADO POR LINK: A APROVACAO SO LIBERA A PROXIMA EXECUCAO
      *   (O PROPRIO JOB CONFERE E CONSOME, VIA APRLIB01). JOB NOVO
      *   NO GATE ENTRA AQUI E CHAMA O APRLIB01 NO PROPRIO FONTE
      *----------------------------------------------------------------*
       01 WK-TAB-LOTE-VALORES.
          03 FILLER                  PIC X(008) VALUE 'CEPBTC01'.
          03 FILLER                  PIC X(008) VALUE 'ACCBTC05'.
          03 FILLER                  PIC X(008) VALUE 'ACCBTC07'.
          03 FILLER                  PIC X(008) VALUE 'PRMBTC02'.
       01 WK-TAB-LOTE REDEFINES WK-TAB-LOTE-VALORES.
          03 WK-TAB-LOTE-PGM         PIC X(008) OCCURS 4 TIMES.
       77 WK-IDX-LOTE                PIC S9(4) COMP VALUE +0.
       77 WK-PGM-LOTE                PIC X(001) VALUE 'N'.
           88 PROGRAMA-LOTE                     VALUE 'S'.

      *----------------------------------------------------------------*
      *   HASH DA IMAGEM DOS CARTOES - MESMO CALCULO DO APRGAT01 (SOMA
      *   DE BYTE * POSICAO SOBRE O TAMANHO UTIL, SEM BRANCOS A
      *   DIREITA); A DECISAO E SEMPRE PELA IMAGEM INTEIRA
      *----------------------------------------------------------------*
       77 WK-HASH                    PIC 9(009) VALUE ZEROS.
       77 WK-IDX                     PIC S9(4) COMP VALUE +0.
       77 WK-LEN-UTIL                PIC S9(4) COMP VALUE +0.
       77 WK-ACHOU-FIM               PIC X(001) VALUE 'N'.
           88 ACHOU-FIM                         VALUE 'S'.
       01 WK-BYTE-PAR.
          03 FILLER                  PIC X(001) VALUE LOW-VALUE.
          03 WK-BYTE                 PIC X(001).
       01 WK-BYTE-NUM REDEFINES WK-BYTE-PAR
                                     PIC S9(4) COMP.

      *----------------------------------------------------------------*
      *   LINHAS DA CSTA: PEDIDO NOVO DE EXECUCAO BATCH (MESMO FORMATO
      *   DO AVISO DO APRGAT01) E O BLOQUEIO DO JOB SEM TICKET, COM O
      *   CARIMBO TRAN+DATA+HORA+'ALERTA' QUE O CSTARPT ENCAMINHA A
      *   OPERACAO - A TRAN E A APR1 (NA CHAMADA EXCI O EIBTRNID E O
      *   DO ESPELHO, QUE NAO CLASSIFICA NADA)
      *----------------------------------------------------------------*
       01 WK-LINHA-CSTA.
          03 FILLER                  PIC X(009) VALUE 'APRMNT01 '.
          03 WK-CST-DATA             PIC X(008).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-CST-HORA             PIC X(008).
          03 WK-CST-TEXTO            PIC X(030).
          03 FILLER                  PIC X(005) VALUE ' PGM='.
          03 WK-CST-PROGRAMA         PIC X(008).
          03 FILLER                  PIC X(005) VALUE ' USU='.
          03 WK-CST-USUARIO          PIC X(008).
          03 FILLER                  PIC X(006) VALUE ' HASH='.
          03 WK-CST-HASH             PIC 9(009).

       01 WK-DATA-ALE                PIC X(010) VALUE SPACES.
       01 WK-HORA-ALE                PIC X(008) VALUE SPACES.
       01 WK-ALERTA-BLOQUEIO.
          03 FILLER                  PIC X(004) VALUE 'APR1'.
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-ALE-DATA             PIC X(010).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-ALE-HORA             PIC X(008).
          03 FILLER                  PIC X(007) VALUE ' ALERTA'.
          03 FILLER                  PIC X(014) VALUE
             ' BLOQUEIO PGM='.
          03 WK-ALE-PROGRAMA         PIC X(008).
          03 FILLER                  PIC X(006) VALUE ' HASH='.
          03 WK-ALE-HASH             PIC 9(009).
          03 FILLER                  PIC X(005) VALUE ' SIT='.
          03 WK-ALE-SITUACAO         PIC X(001).
          03 FILLER                  PIC X(005) VALUE ' USU='.
          03 WK-ALE-USUARIO          PIC X(008).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-ALE-MOTIVO           PIC X(060).

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
             88 LK-APR-CONSULTA           VALUE 'C'.
             88 LK-APR-APROVA             VALUE 'A'.
             88 LK-APR-REJEITA            VALUE 'R'.
             88 LK-APR-SOLICITA           VALUE 'S'.
             88 LK-APR-VERIFICA           VALUE 'V'.
             88 LK-APR-EXECUTADO          VALUE 'E'.
          03  LK-APR-PROGRAMA    PIC  X(0008).
          03  LK-APR-HASH        PIC  9(0009).
          03  LK-APR-CODRET      PIC  9(0002).
                    PERFORM 300000-APROVAR-TICKET
                 WHEN LK-APR-REJEITA
                    PERFORM 400000-REJEITAR-TICKET
                 WHEN LK-APR-SOLICITA
                    PERFORM 500000-SOLICITAR-LOTE
                 WHEN LK-APR-VERIFICA
                    PERFORM 600000-VERIFICAR-LOTE
                 WHEN LK-APR-EXECUTADO
                    PERFORM 700000-CONSUMIR-LOTE
                 WHEN OTHER
                    MOVE 99 TO LK-APR-CODRET
                    MOVE 'Acao invalida - use L/C/A/R/S/V/E'
                         TO LK-APR-MSGRET
              END-EVALUATE
           END-IF

           PERFORM 950000-MENSAGEM-CATALOGO

           EXEC CICS RETURN
           END-EXEC
           .
      *----------------------------------------------------------------*
       030000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * LISTAR/CONSULTAR E LIVRE; APROVAR, REJEITAR E SOLICITAR
      * EXECUCAO BATCH PASSAM PELO PERFIL - O USUARIO APURADO AQUI E
      * O MESMO QUE A DECISAO (OU O PEDIDO) VAI CARIMBAR NO TICKET.
      * VERIFICAR/CONSUMIR VEM DO PROPRIO JOB, SEM PERFIL
      *----------------------------------------------------------------*
           MOVE LK-APR-ACAO TO WK-AUT-ACAO
           IF LK-APR-APROVA OR LK-APR-REJEITA OR LK-APR-SOLICITA
              CALL WK-PGM-OPRAUT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-AUT-PROGRAMA
           MOVE WK-HORA     TO WK-AGORA(9:6)
           .

      *----------------------------------------------------------------*
       050000-CALCULA-HASH.
      *----------------------------------------------------------------*
      * TAMANHO UTIL = IMAGEM SEM OS BRANCOS A DIREITA (O JOB MONTA OS
      * CARTOES NUMA AREA DE 256 E O OPERADOR DIGITA O MESMO TEXTO)
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-HASH
           MOVE 256   TO WK-LEN-UTIL
           MOVE 'N'   TO WK-ACHOU-FIM

           PERFORM 052000-RECUA-TAMANHO
                   UNTIL WK-LEN-UTIL EQUAL ZEROS
                      OR ACHOU-FIM

           PERFORM 055000-SOMA-BYTE
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER WK-LEN-UTIL
           .

      *----------------------------------------------------------------*
       052000-RECUA-TAMANHO.
      *----------------------------------------------------------------*
           IF LK-APR-IMAGEM(WK-LEN-UTIL:1) NOT EQUAL SPACE
              MOVE 'S' TO WK-ACHOU-FIM
           ELSE
              SUBTRACT 1 FROM WK-LEN-UTIL
           END-IF
           .

      *----------------------------------------------------------------*
       055000-SOMA-BYTE.
      *----------------------------------------------------------------*
           MOVE LK-APR-IMAGEM(WK-IDX:1) TO WK-BYTE
           COMPUTE WK-HASH = WK-HASH
                   + ( WK-BYTE-NUM * WK-IDX )
           .

      *----------------------------------------------------------------*
       060000-PROCURA-LOTE.
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-PGM-LOTE

           PERFORM 065000-COMPARA-LOTE
                   VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE GREATER 4
                      OR PROGRAMA-LOTE
           .

      *----------------------------------------------------------------*
       065000-COMPARA-LOTE.
      *----------------------------------------------------------------*
           IF WK-TAB-LOTE-PGM(WK-IDX-LOTE) EQUAL WK-APR-PROGRAMA
              MOVE 'S' TO WK-PGM-LOTE
           END-IF
           .

      *----------------------------------------------------------------*
       100000-LISTAR-PENDENTES.
      *----------------------------------------------------------------*
                             RESP(WK-EIBRESP)
              END-EXEC

              PERFORM 060000-PROCURA-LOTE

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 4 TO LK-APR-CODRET
                 MOVE 'Erro ao gravar aprovacao' TO LK-APR-MSGRET
              ELSE
      *       JOB BATCH: NADA A APLICAR AQUI - O TICKET APROVADO
      *       LIBERA A PROXIMA EXECUCAO COM OS MESMOS CARTOES
              IF PROGRAMA-LOTE
                 MOVE 'Aprovado - job liberado para uma execucao'
                      TO LK-APR-MSGRET
              ELSE
                 PERFORM 350000-APLICA-ACAO
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
              MOVE 6 TO LK-APR-CODRET
              MOVE 'Ticket nao encontrado' TO LK-APR-MSGRET
           ELSE
      *    TICKET DE JOB APROVADO E AINDA NAO CONSUMIDO TAMBEM PODE SER
      *    REVOGADO AQUI
           PERFORM 060000-PROCURA-LOTE
           IF NOT WK-APR-PENDENTE
                 AND NOT (PROGRAMA-LOTE AND WK-APR-APROVADO)
              EXEC CICS UNLOCK FILE('APRVSA01')
                   NOHANDLE
              END-EXEC
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       500000-SOLICITAR-LOTE.
      *----------------------------------------------------------------*
      * PEDIDO DE EXECUCAO DE JOB BATCH: A IMAGEM E O DECK DE CARTOES
      * EXATO; PEDIDO IGUAL AINDA PENDENTE OU JA APROVADO NAO DUPLICA,
      * EXECUTADO/REJEITADO VIRA PEDIDO NOVO POR CIMA (APRGAT01)
      *----------------------------------------------------------------*
           MOVE LK-APR-PROGRAMA TO WK-APR-PROGRAMA
           PERFORM 060000-PROCURA-LOTE
           PERFORM 050000-CALCULA-HASH

           IF NOT PROGRAMA-LOTE
              MOVE 94 TO LK-APR-CODRET
              MOVE 'Programa batch fora da dupla custodia'
                   TO LK-APR-MSGRET
           ELSE
           IF WK-LEN-UTIL EQUAL ZEROS
              MOVE 95 TO LK-APR-CODRET
              MOVE 'Informe os cartoes da execucao na imagem'
                   TO LK-APR-MSGRET
           ELSE
              MOVE WK-HASH TO LK-APR-HASH
              MOVE WK-HASH TO WK-APR-HASH

              EXEC CICS READ FILE('APRVSA01')
                             RIDFLD(WK-APR-CHAVE)
                             KEYLENGTH(17)
                             INTO(WK-APR-REC)
                             UPDATE
                             RESP(WK-EIBRESP)
              END-EXEC

              EVALUATE WK-EIBRESP
                 WHEN DFHRESP(NORMAL)
                    PERFORM 520000-TRATA-PEDIDO-EXISTENTE
                 WHEN DFHRESP(NOTFND)
                    PERFORM 550000-MONTA-PEDIDO-LOTE
                    EXEC CICS WRITE FILE('APRVSA01')
                                     RIDFLD(WK-APR-CHAVE)
                                     KEYLENGTH(17)
                                     LENGTH(LENGTH OF WK-APR-REC)
                                     FROM(WK-APR-REC)
                                     RESP(WK-EIBRESP)
                    END-EXEC
                    PERFORM 560000-CONFIRMA-PEDIDO
                 WHEN OTHER
                    MOVE 4 TO LK-APR-CODRET
                    MOVE 'APRVSA01 indisponivel' TO LK-APR-MSGRET
              END-EVALUATE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       520000-TRATA-PEDIDO-EXISTENTE.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WK-APR-PENDENTE
                 EXEC CICS UNLOCK FILE('APRVSA01')
                      NOHANDLE
                 END-EXEC
                 MOVE 'Pedido igual ja aguardando aprovacao'
                      TO LK-APR-MSGRET
              WHEN WK-APR-APROVADO
                 EXEC CICS UNLOCK FILE('APRVSA01')
                      NOHANDLE
                 END-EXEC
                 MOVE 'Pedido igual ja aprovado - aguardando o job'
                      TO LK-APR-MSGRET
              WHEN OTHER
                 PERFORM 550000-MONTA-PEDIDO-LOTE
                 EXEC CICS REWRITE FILE('APRVSA01')
                                FROM(WK-APR-REC)
                                LENGTH(LENGTH OF WK-APR-REC)
                                RESP(WK-EIBRESP)
                 END-EXEC
                 PERFORM 560000-CONFIRMA-PEDIDO
           END-EVALUATE

           MOVE WK-APR-SITUACAO TO LK-APR-SITUACAO
           .

      *----------------------------------------------------------------*
       550000-MONTA-PEDIDO-LOTE.
      *----------------------------------------------------------------*
           MOVE LK-APR-PROGRAMA      TO WK-APR-PROGRAMA
           MOVE WK-HASH              TO WK-APR-HASH
           SET  WK-APR-PENDENTE      TO TRUE
           MOVE WK-AUT-USUARIO       TO WK-APR-SOLICITANTE
           MOVE WK-AGORA             TO WK-APR-DT-PEDIDO
           MOVE SPACES               TO WK-APR-APROVADOR
                                        WK-APR-DT-DECISAO
           MOVE WK-LEN-UTIL          TO WK-APR-TAMANHO
           MOVE LK-APR-IMAGEM        TO WK-APR-IMAGEM
           .

      *----------------------------------------------------------------*
       560000-CONFIRMA-PEDIDO.
      *----------------------------------------------------------------*
           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 4 TO LK-APR-CODRET
              MOVE 'Erro ao gravar pedido de execucao'
                   TO LK-APR-MSGRET
           ELSE
              MOVE 'Execucao batch aguardando aprovacao'
                   TO LK-APR-MSGRET
              MOVE WK-APR-SITUACAO  TO LK-APR-SITUACAO

              MOVE WK-DATA-YMD      TO WK-CST-DATA
              MOVE WK-HORA          TO WK-CST-HORA
              MOVE ' EXECUCAO BATCH AGUARDA APRV'
                                    TO WK-CST-TEXTO
              MOVE LK-APR-PROGRAMA  TO WK-CST-PROGRAMA
              MOVE WK-AUT-USUARIO   TO WK-CST-USUARIO
              MOVE WK-HASH          TO WK-CST-HASH

              EXEC CICS WRITEQ TD QUEUE ( 'CSTA'                 )
                        FROM   ( WK-LINHA-CSTA         )
                        LENGTH ( LENGTH OF WK-LINHA-CSTA )
                        NOHANDLE
              END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
       600000-VERIFICAR-LOTE.
      *----------------------------------------------------------------*
      * O JOB SO SEGUE COM TICKET APROVADO DE IMAGEM IDENTICA; QUALQUER
      * OUTRA SITUACAO BLOQUEIA A EXECUCAO (CODRET 20) E VIRA ALERTA
      * NA CSTA. SEM APRVSA01 TAMBEM BLOQUEIA (CODRET 12) - FAIL
      * FECHADO COMO NO APRGAT01
      *----------------------------------------------------------------*
           PERFORM 050000-CALCULA-HASH
           MOVE WK-HASH         TO LK-APR-HASH
           MOVE SPACE           TO LK-APR-SITUACAO
           MOVE LK-APR-PROGRAMA TO WK-APR-PROGRAMA
           MOVE WK-HASH         TO WK-APR-HASH

           EXEC CICS READ FILE('APRVSA01')
                          RIDFLD(WK-APR-CHAVE)
                          KEYLENGTH(17)
                          INTO(WK-APR-REC)
                          RESP(WK-EIBRESP)
           END-EXEC

           EVALUATE WK-EIBRESP
              WHEN DFHRESP(NORMAL)
                 MOVE WK-APR-SITUACAO    TO LK-APR-SITUACAO
                 MOVE WK-APR-SOLICITANTE TO LK-APR-SOLICITANTE
                 MOVE WK-APR-DT-PEDIDO   TO LK-APR-DT-PEDIDO
                 PERFORM 620000-AVALIA-TICKET
              WHEN DFHRESP(NOTFND)
                 MOVE 20 TO LK-APR-CODRET
                 MOVE 'Nenhum ticket para estes cartoes'
                      TO LK-APR-MSGRET
              WHEN OTHER
                 MOVE 12 TO LK-APR-CODRET
                 MOVE 'APRVSA01 indisponivel - execucao bloqueada'
                      TO LK-APR-MSGRET
           END-EVALUATE

           IF LK-APR-CODRET NOT EQUAL ZEROS
              PERFORM 850000-ALERTA-BLOQUEIO
           END-IF
           .

      *----------------------------------------------------------------*
       620000-AVALIA-TICKET.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WK-APR-IMAGEM NOT EQUAL LK-APR-IMAGEM
                 MOVE 20 TO LK-APR-CODRET
                 MOVE 'Ticket com imagem diferente dos cartoes'
                      TO LK-APR-MSGRET
              WHEN WK-APR-APROVADO
                 MOVE 'Execucao liberada por ticket aprovado'
                      TO LK-APR-MSGRET
              WHEN WK-APR-PENDENTE
                 MOVE 20 TO LK-APR-CODRET
                 MOVE 'Ticket ainda pendente de aprovacao'
                      TO LK-APR-MSGRET
              WHEN WK-APR-REJEITADO
                 MOVE 20 TO LK-APR-CODRET
                 MOVE 'Ticket rejeitado pelo aprovador'
                      TO LK-APR-MSGRET
              WHEN OTHER
                 MOVE 20 TO LK-APR-CODRET
                 MOVE 'Ticket ja consumido por outra execucao'
                      TO LK-APR-MSGRET
           END-EVALUATE
           .

      *----------------------------------------------------------------*
       700000-CONSUMIR-LOTE.
      *----------------------------------------------------------------*
      * EXECUCAO CONCLUIDA COM SUCESSO: O TICKET VIRA 'E' E NAO LIBERA
      * MAIS NADA (MESMA MARCACAO DO CONSUMO NO APRGAT01)
      *----------------------------------------------------------------*
           PERFORM 050000-CALCULA-HASH
           MOVE WK-HASH         TO LK-APR-HASH
           MOVE LK-APR-PROGRAMA TO WK-APR-PROGRAMA
           MOVE WK-HASH         TO WK-APR-HASH

           EXEC CICS READ FILE('APRVSA01')
                          RIDFLD(WK-APR-CHAVE)
                          KEYLENGTH(17)
                          INTO(WK-APR-REC)
                          UPDATE
                          RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 12 TO LK-APR-CODRET
              MOVE 'Ticket nao encontrado para consumo'
                   TO LK-APR-MSGRET
           ELSE
           IF NOT WK-APR-APROVADO
                 OR WK-APR-IMAGEM NOT EQUAL LK-APR-IMAGEM
              EXEC CICS UNLOCK FILE('APRVSA01')
                   NOHANDLE
              END-EXEC
              MOVE 20 TO LK-APR-CODRET
              MOVE 'Ticket nao esta aprovado - nada consumido'
                   TO LK-APR-MSGRET
           ELSE
              SET  WK-APR-EXECUTADO TO TRUE
              MOVE WK-AGORA         TO WK-APR-DT-DECISAO

              EXEC CICS REWRITE FILE('APRVSA01')
                             FROM(WK-APR-REC)
                             LENGTH(LENGTH OF WK-APR-REC)
                             RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 12 TO LK-APR-CODRET
                 MOVE 'Erro ao gravar consumo do ticket'
                      TO LK-APR-MSGRET
              ELSE
                 MOVE WK-APR-SITUACAO TO LK-APR-SITUACAO
                 MOVE 'Ticket consumido pela execucao'
                      TO LK-APR-MSGRET
              END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       850000-ALERTA-BLOQUEIO.
      *----------------------------------------------------------------*
           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME )
                DDMMYYYY ( WK-DATA-ALE )
                DATESEP  ( '.' )
                TIME     ( WK-HORA-ALE )
                TIMESEP  ( ':' )
                NOHANDLE
           END-EXEC

           MOVE WK-DATA-ALE      TO WK-ALE-DATA
           MOVE WK-HORA-ALE      TO WK-ALE-HORA
           MOVE LK-APR-PROGRAMA  TO WK-ALE-PROGRAMA
           MOVE WK-HASH          TO WK-ALE-HASH
           MOVE LK-APR-SITUACAO  TO WK-ALE-SITUACAO
           MOVE WK-AUT-USUARIO   TO WK-ALE-USUARIO
           MOVE LK-APR-MSGRET    TO WK-ALE-MOTIVO

           EXEC CICS WRITEQ TD QUEUE ( 'CSTA'                      )
                     FROM   ( WK-ALERTA-BLOQUEIO         )
                     LENGTH ( LENGTH OF WK-ALERTA-BLOQUEIO )
                     NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       950000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * TEXTO DE RETORNO PELO CATALOGO (MSGLER01), COMO NOS DEMAIS
      * SERVICOS - O TEXTO MONTADO ACIMA E O DEFAULT
      *----------------------------------------------------------------*
           MOVE LK-APR-CODRET TO WK-MSGA-CODRET
           MOVE SPACES        TO WK-MSGA-IDIOMA
                                 WK-MSGA-COMPLEMENTO
           MOVE LK-APR-MSGRET TO WK-MSGA-TEXTO

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-APR-MSGRET
           .
