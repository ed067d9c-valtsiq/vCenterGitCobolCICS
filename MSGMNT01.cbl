       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. MSGMNT01
      * Tipo    .............. Online
      * Finalidade ........... manutencao do catalogo de mensagens
      *                        "MSGVSA01" (chave subsistema+codret+
      *                        idioma, texto X(60)) lido pela rotina
      *                        comum MSGLER01 - o texto de retorno de
      *                        cada servico, por idioma, num lugar so.
      *                        Acoes I/A/D/C (consultar) no estilo
      *                        acao/codret/msgret do PRMMNT01; toda
      *                        gravacao passa pelo perfil de operador
      *                        (OPRAUT01) e invalida o cache TSQ
      *                        'MSGC'+subsistema para o texto novo
      *                        valer na proxima leitura. Texto com '&'
      *                        recebe no lugar o dado variavel que o
      *                        servico manda (ticket, motivo).
      *                        Cada mudanca APLICADA gera uma linha
      *                        informativa na TD QUEUE('CSTA') com o
      *                        texto antes/depois.
      *                        Idioma em branco = 'PT' (o texto 'PT' e
      *                        tambem o que a rotina serve quando o
      *                        idioma pedido nao tem texto)
      * DSnames .............. B090290.MSGVSA01 (definir RECUPERAVEL)
      * Transacao CICS  ...... MSG1
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSGMNT01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT LIDO PELO MSGLER01/MSGBTC01 - MANTER
      ***  SINCRONIZADO
       01 WK-MSG-REC.
          03 WK-MSG-CHAVE.
             05 WK-MSG-SUBSISTEMA    PIC X(008).
             05 WK-MSG-CODRET        PIC 9(004).
             05 WK-MSG-IDIOMA        PIC X(002).
          03 WK-MSG-TEXTO            PIC X(060).
          03 WK-MSG-MANUT-DATA       PIC X(008).
          03 WK-MSG-MANUT-USU        PIC X(008).
          03 FILLER                  PIC X(010).
       77 WK-NM-TSQ                  PIC X(016) VALUE SPACES.
       77 WK-EIBRESP                 PIC S9(9) COMP-5 SYNC.
       77 WK-EIBRESP2                PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   AUTORIZACAO DE OPERADOR (ROTINA COMUM OPRAUT01, PERFIL NO
      *   VSAM OPRVSA01) - A NEGATIVA JA SAI LOGADA NA FILA CSTA PELA
      *   PROPRIA ROTINA, COM USUARIO, TERMINAL E ACAO TENTADA
      *----------------------------------------------------------------*
       77 WK-PGM-OPRAUT01            PIC X(008) VALUE 'OPRAUT01'.
       01 WK-AUT-PROGRAMA            PIC X(008) VALUE 'MSGMNT01'.
       01 WK-AUT-ACAO                PIC X(001) VALUE SPACE.
       01 WK-AUT-USUARIO             PIC X(008) VALUE SPACES.
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *   CATALOGO DE MENSAGENS (ROTINA COMUM MSGLER01) - MESMO LAYOUT
      *   DE LK-MSG-AREA DE LA
      *----------------------------------------------------------------*
       77 WK-PGM-MSGLER01            PIC X(008) VALUE 'MSGLER01'.
       01 WK-MSG-AREA.
          05 WK-MSGA-SUBSISTEMA      PIC X(008) VALUE 'MSGMNT01'.
          05 WK-MSGA-CODRET          PIC 9(004) VALUE ZEROS.
          05 WK-MSGA-IDIOMA          PIC X(002) VALUE SPACES.
          05 WK-MSGA-COMPLEMENTO     PIC X(040) VALUE SPACES.
          05 WK-MSGA-TEXTO           PIC X(060) VALUE SPACES.
          05 WK-MSGA-ORIGEM          PIC X(001) VALUE SPACE.

      *----------------------------------------------------------------*
      *   LINHA INFORMATIVA DE MUDANCA APLICADA (SEM O TEXTO 'ALERTA'
      *   - O ROTEADOR CSTARPT A ARQUIVA NA CSTA_INFO)
      *----------------------------------------------------------------*
       01 WK-LINHA-MUDANCA.
          03 FILLER                  PIC X(009) VALUE 'MSGMNT01 '.
          03 WK-MUD-DATA             PIC X(008).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-MUD-HORA             PIC X(008).
          03 FILLER                  PIC X(010) VALUE ' MENSAGEM '.
          03 WK-MUD-ACAO             PIC X(001).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-MUD-SUBSISTEMA       PIC X(008).
          03 FILLER                  PIC X(001) VALUE '/'.
          03 WK-MUD-CODRET           PIC 9(004).
          03 FILLER                  PIC X(001) VALUE '/'.
          03 WK-MUD-IDIOMA           PIC X(002).
          03 FILLER                  PIC X(005) VALUE ' USU='.
          03 WK-MUD-USUARIO          PIC X(008).
      *   TEXTO ANTES/DEPOIS (NA INCLUSAO O ANTES E BRANCO, NA
      *   EXCLUSAO O DEPOIS)
          03 FILLER                  PIC X(005) VALUE ' ANT='.
          03 WK-MUD-ANTES            PIC X(060).
          03 FILLER                  PIC X(005) VALUE ' NOV='.
          03 WK-MUD-DEPOIS           PIC X(060).
       77 WK-ABSTIME-MUD             PIC S9(15) COMP-3 VALUE +0.
       77 WK-DATA-MANUT              PIC X(008) VALUE SPACES.
       77 WK-TEXTO-ANTES             PIC X(060) VALUE SPACES.



      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03  LK-MSG-ACAO        PIC  X(0001).
             88 LK-MSG-INCLUI             VALUE 'I'.
             88 LK-MSG-ALTERA             VALUE 'A'.
             88 LK-MSG-DELETA             VALUE 'D'.
             88 LK-MSG-CONSULTA           VALUE 'C'.
      *   CHAVE DO TEXTO: SUBSISTEMA (NOME DO SERVICO QUE DEVOLVE O
      *   CODIGO), CODIGO DE RETORNO DO SERVICO E IDIOMA
          03  LK-MSG-SUBSISTEMA  PIC  X(0008).
          03  LK-MSG-CODIGO      PIC  9(0004).
          03  LK-MSG-IDIOMA      PIC  X(0002).
          03  LK-MSG-TEXTO       PIC  X(0060).
          03  LK-MSG-CODRET      PIC  9(0002).
          03  LK-MSG-MSGRET      PIC  X(0060).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-MSG-CODRET
           MOVE SPACES  TO LK-MSG-MSGRET

           IF LK-MSG-IDIOMA EQUAL SPACES
                 OR LK-MSG-IDIOMA EQUAL LOW-VALUES
              MOVE 'PT' TO LK-MSG-IDIOMA
           END-IF

           PERFORM 030000-AUTORIZA-OPERADOR

           IF LK-MSG-CODRET NOT EQUAL ZEROS
              CONTINUE
           ELSE
           IF LK-MSG-SUBSISTEMA EQUAL SPACES
                 OR LK-MSG-CODIGO NOT NUMERIC
              MOVE 11 TO LK-MSG-CODRET
              MOVE 'Subsistema e codigo sao obrigatorios'
                   TO LK-MSG-MSGRET
           ELSE
              MOVE LK-MSG-SUBSISTEMA TO WK-MSG-SUBSISTEMA
              MOVE LK-MSG-CODIGO     TO WK-MSG-CODRET
              MOVE LK-MSG-IDIOMA     TO WK-MSG-IDIOMA

              EVALUATE TRUE
                 WHEN LK-MSG-INCLUI
                    IF LK-MSG-TEXTO EQUAL SPACES
                       MOVE 12 TO LK-MSG-CODRET
                       MOVE 'Texto da mensagem e obrigatorio'
                            TO LK-MSG-MSGRET
                    ELSE
                       PERFORM 100000-INCLUIR-MENSAGEM
                    END-IF
                 WHEN LK-MSG-ALTERA
                    IF LK-MSG-TEXTO EQUAL SPACES
                       MOVE 12 TO LK-MSG-CODRET
                       MOVE 'Texto da mensagem e obrigatorio'
                            TO LK-MSG-MSGRET
                    ELSE
                       PERFORM 200000-ALTERAR-MENSAGEM
                    END-IF
                 WHEN LK-MSG-DELETA
                    PERFORM 300000-DELETAR-MENSAGEM
                 WHEN LK-MSG-CONSULTA
                    PERFORM 400000-CONSULTAR-MENSAGEM
                 WHEN OTHER
                    MOVE 99 TO LK-MSG-CODRET
                    MOVE 'Acao invalida - use I/A/D/C'
                         TO LK-MSG-MSGRET
              END-EVALUATE
           END-IF
           END-IF

           PERFORM 950000-MENSAGEM-CATALOGO

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       030000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * PERFIL DE OPERADOR (OPRVSA01 VIA OPRAUT01) - CONSULTA ('C') E
      * LIVRE, QUALQUER ACAO QUE GRAVA PASSA PELO PERFIL; A NEGATIVA
      * JA SAI LOGADA NA FILA CSTA PELA PROPRIA ROTINA
      *----------------------------------------------------------------*
           IF NOT LK-MSG-CONSULTA
              MOVE LK-MSG-ACAO TO WK-AUT-ACAO
              CALL WK-PGM-OPRAUT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-AUT-PROGRAMA
                                          WK-AUT-ACAO
                                          WK-AUT-USUARIO
                                          WK-AUT-AUTORIZADO
                                          WK-AUT-RETORNO

              IF WK-AUT-AUTORIZADO NOT EQUAL 'S'
                 MOVE 90 TO LK-MSG-CODRET
                 MOVE 'Operador sem autorizacao para esta acao'
                      TO LK-MSG-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       100000-INCLUIR-MENSAGEM.
      *----------------------------------------------------------------*
           PERFORM 050000-MONTA-DATA

           MOVE LK-MSG-TEXTO   TO WK-MSG-TEXTO
           MOVE WK-DATA-MANUT  TO WK-MSG-MANUT-DATA
           MOVE WK-AUT-USUARIO TO WK-MSG-MANUT-USU
           MOVE SPACES         TO WK-TEXTO-ANTES

           EXEC CICS WRITE FILE('MSGVSA01')
                            RIDFLD(WK-MSG-CHAVE)
                            KEYLENGTH(14)
                            LENGTH(LENGTH OF WK-MSG-REC)
                            FROM(WK-MSG-REC)
                            RESP(WK-EIBRESP)
                            RESP2(WK-EIBRESP2)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(DUPREC)
                 OR WK-EIBRESP EQUAL DFHRESP(DUPKEY)
              MOVE 1 TO LK-MSG-CODRET
              MOVE 'Mensagem ja cadastrada - use alteracao'
                   TO LK-MSG-MSGRET
           ELSE
           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 2 TO LK-MSG-CODRET
              MOVE 'Erro ao incluir mensagem' TO LK-MSG-MSGRET
           ELSE
              MOVE 'Mensagem incluida com sucesso'
                   TO LK-MSG-MSGRET
              PERFORM 900000-INVALIDA-CACHE
              PERFORM 910000-ANOTA-MUDANCA
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       050000-MONTA-DATA.
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABSTIME-MUD )
                NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME-MUD )
                YYYYMMDD ( WK-DATA-MANUT )
                NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       200000-ALTERAR-MENSAGEM.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('MSGVSA01')
                           RIDFLD(WK-MSG-CHAVE)
                           KEYLENGTH(14)
                           INTO(WK-MSG-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-MSG-CODRET
              MOVE 'Mensagem nao encontrada para alteracao'
                   TO LK-MSG-MSGRET
           ELSE
              PERFORM 050000-MONTA-DATA
              MOVE WK-MSG-TEXTO   TO WK-TEXTO-ANTES
              MOVE LK-MSG-TEXTO   TO WK-MSG-TEXTO
              MOVE WK-DATA-MANUT  TO WK-MSG-MANUT-DATA
              MOVE WK-AUT-USUARIO TO WK-MSG-MANUT-USU

              EXEC CICS REWRITE FILE('MSGVSA01')
                             FROM(WK-MSG-REC)
                             LENGTH(LENGTH OF WK-MSG-REC)
                             RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 4 TO LK-MSG-CODRET
                 MOVE 'Erro ao alterar mensagem' TO LK-MSG-MSGRET
              ELSE
                 MOVE 'Mensagem alterada com sucesso'
                      TO LK-MSG-MSGRET
                 PERFORM 900000-INVALIDA-CACHE
                 PERFORM 910000-ANOTA-MUDANCA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-DELETAR-MENSAGEM.
      *----------------------------------------------------------------*
      *    O TEXTO EXCLUIDO VAI NA LINHA DA CSTA - LE ANTES DE EXCLUIR
           EXEC CICS READ FILE('MSGVSA01')
                           RIDFLD(WK-MSG-CHAVE)
                           KEYLENGTH(14)
                           INTO(WK-MSG-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 5 TO LK-MSG-CODRET
              MOVE 'Mensagem nao encontrada para exclusao'
                   TO LK-MSG-MSGRET
           ELSE
              MOVE WK-MSG-TEXTO TO WK-TEXTO-ANTES

              EXEC CICS DELETE FILE('MSGVSA01')
                               RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 5 TO LK-MSG-CODRET
                 MOVE 'Erro ao excluir mensagem' TO LK-MSG-MSGRET
              ELSE
                 MOVE 'Mensagem excluida com sucesso'
                      TO LK-MSG-MSGRET
                 PERFORM 900000-INVALIDA-CACHE
                 PERFORM 910000-ANOTA-MUDANCA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       400000-CONSULTAR-MENSAGEM.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('MSGVSA01')
                           RIDFLD(WK-MSG-CHAVE)
                           KEYLENGTH(14)
                           INTO(WK-MSG-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 6 TO LK-MSG-CODRET
              MOVE 'Mensagem nao cadastrada' TO LK-MSG-MSGRET
           ELSE
              MOVE WK-MSG-TEXTO TO LK-MSG-TEXTO
              MOVE 'Mensagem consultada com sucesso'
                   TO LK-MSG-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       900000-INVALIDA-CACHE.
      *----------------------------------------------------------------*
      * APAGA O CACHE TSQ DO SUBSISTEMA - O MSGLER01 RECONSTROI NA
      * PROXIMA LEITURA, JA COM O TEXTO NOVO
      *----------------------------------------------------------------*
           MOVE SPACES            TO WK-NM-TSQ
           MOVE 'MSGC'            TO WK-NM-TSQ(1:4)
           MOVE LK-MSG-SUBSISTEMA TO WK-NM-TSQ(5:8)

           EXEC CICS DELETEQ TS QUEUE ( WK-NM-TSQ )
                     NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       910000-ANOTA-MUDANCA.
      *----------------------------------------------------------------*
      * UMA LINHA INFORMATIVA NA CSTA POR MUDANCA APLICADA - SEM O
      * TEXTO 'ALERTA', O ROTEADOR A CLASSIFICA COMO INFO; O USUARIO
      * VEM DO PERFIL APURADO NO 030000 (TODA GRAVACAO PASSA POR LA)
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABSTIME-MUD )
                NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME-MUD )
                YYYYMMDD ( WK-MUD-DATA )
                TIME     ( WK-MUD-HORA )
                TIMESEP
                NOHANDLE
           END-EXEC

           MOVE LK-MSG-ACAO       TO WK-MUD-ACAO
           MOVE LK-MSG-SUBSISTEMA TO WK-MUD-SUBSISTEMA
           MOVE LK-MSG-CODIGO     TO WK-MUD-CODRET
           MOVE LK-MSG-IDIOMA     TO WK-MUD-IDIOMA
           MOVE WK-AUT-USUARIO    TO WK-MUD-USUARIO
           MOVE WK-TEXTO-ANTES    TO WK-MUD-ANTES

           IF LK-MSG-DELETA
              MOVE SPACES       TO WK-MUD-DEPOIS
           ELSE
              MOVE LK-MSG-TEXTO TO WK-MUD-DEPOIS
           END-IF

           EXEC CICS WRITEQ TD QUEUE ( 'CSTA'               )
                     FROM   ( WK-LINHA-MUDANCA      )
                     LENGTH ( LENGTH OF WK-LINHA-MUDANCA )
                     NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       950000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * TEXTO DE RETORNO PELO CATALOGO (MSGLER01), COMO NOS DEMAIS
      * SERVICOS - O TEXTO MONTADO ACIMA E O DEFAULT
      *----------------------------------------------------------------*
           MOVE LK-MSG-CODRET TO WK-MSGA-CODRET
           MOVE SPACES        TO WK-MSGA-IDIOMA
                                 WK-MSGA-COMPLEMENTO
           MOVE LK-MSG-MSGRET TO WK-MSGA-TEXTO

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-MSG-MSGRET
           .
