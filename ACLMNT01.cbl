       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. ACLMNT01
      * Tipo    .............. Online
      * Finalidade ........... manutencao do catalogo de classes de
      *                        alerta usado pelo roteador CSTARPT: para
      *                        cada classe (primeiro token da linha da
      *                        CSTA) e, opcionalmente, codigo da
      *                        mensagem (primeiro token apos o texto
      *                        'ALERTA'; branco = entrada geral da
      *                        classe), a severidade (1=critica
      *                        2=alta 3=media 4=baixa), a equipe dona,
      *                        uma descricao curta e o runbook (ate 3
      *                        passos de 78 posicoes). O CSTARPT carimba
      *                        severidade e dono em todo alerta
      *                        encaminhado; o ALRACK01 e o digest
      *                        OPSREL01 mostram o runbook junto do
      *                        alerta. Acoes I/A/D/C no estilo
      *                        acao/codret/msgret do SUPMNT01, sobre o
      *                        VSAM "ACLVSA01" (chave = classe+codigo),
      *                        e acao P = lista de pendentes: classes/
      *                        codigos que chegaram ao CSTARPT sem
      *                        entrada no catalogo (TS QUEUE
      *                        'CSTA_SEMCAT'), ja descontados os
      *                        cadastrados depois.
      *                        Transacao AUTORIZADA: toda gravacao
      *                        passa pelo perfil OPRAUT01
      * DSnames .............. B090290.ACLVSA01 (definir RECUPERAVEL)
      *                        B090290.MSGVSA01 (textos de retorno,
      *                        via MSGLER01)
      * Transacao CICS  ...... ACL1
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACLMNT01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT CONSULTADO PELO CSTARPT, ALRACK01 E OPSREL01 -
      ***  MANTER SINCRONIZADO
       01 WK-ACL-REC.
          03 WK-ACL-CHAVE.
             05 WK-ACL-CLASSE        PIC X(008).
             05 WK-ACL-CODIGO        PIC X(008).
          03 WK-ACL-SEVERIDADE       PIC X(001).
          03 WK-ACL-EQUIPE           PIC X(008).
          03 WK-ACL-DESCRICAO        PIC X(060).
          03 WK-ACL-RUNBOOK          PIC X(234).
          03 WK-ACL-REGISTRADOR      PIC X(008).

      ***  ITEM DA LISTA DE PENDENTES GRAVADO PELO CSTARPT - MANTER
      ***  SINCRONIZADO
       01 WK-SCT-REC.
          03 WK-SCT-CLASSE           PIC X(008).
          03 WK-SCT-CODIGO           PIC X(008).
          03 WK-SCT-PRIMEIRA         PIC X(014).
          03 WK-SCT-ULTIMA           PIC X(014).
          03 WK-SCT-QT               PIC 9(007).
       77 WK-SCT-LEN                 PIC S9(004) COMP VALUE 51.
       77 WK-SCT-ITEM                PIC S9(004) COMP VALUE ZEROS.
       77 WK-FIM-SCT                 PIC X(001) VALUE 'N'.
       77 WK-IDX-PEN                 PIC 9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   AUTORIZACAO DE OPERADOR (ROTINA COMUM OPRAUT01, PERFIL NO
      *   VSAM OPRVSA01) - A NEGATIVA JA SAI LOGADA NA FILA CSTA PELA
      *   PROPRIA ROTINA, COM USUARIO, TERMINAL E ACAO TENTADA
      *----------------------------------------------------------------*
       77 WK-PGM-OPRAUT01            PIC X(008) VALUE 'OPRAUT01'.
       01 WK-AUT-PROGRAMA            PIC X(008) VALUE 'ACLMNT01'.
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
          05 WK-MSGA-SUBSISTEMA      PIC X(008) VALUE 'ACLMNT01'.
          05 WK-MSGA-CODRET          PIC 9(004) VALUE ZEROS.
          05 WK-MSGA-IDIOMA          PIC X(002) VALUE SPACES.
          05 WK-MSGA-COMPLEMENTO     PIC X(040) VALUE SPACES.
          05 WK-MSGA-TEXTO           PIC X(060) VALUE SPACES.
          05 WK-MSGA-ORIGEM          PIC X(001) VALUE SPACE.

       77 WK-EIBRESP                 PIC S9(9) COMP-5 SYNC.
       77 WK-EIBRESP2                PIC S9(9) COMP-5 SYNC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03  LK-ACL-ACAO        PIC  X(0001).
             88 LK-ACL-INCLUI             VALUE 'I'.
             88 LK-ACL-ALTERA             VALUE 'A'.
             88 LK-ACL-DELETA             VALUE 'D'.
             88 LK-ACL-CONSULTA           VALUE 'C'.
             88 LK-ACL-PENDENTES          VALUE 'P'.
          03  LK-ACL-CLASSE      PIC  X(0008).
          03  LK-ACL-CODIGO      PIC  X(0008).
          03  LK-ACL-SEVERIDADE  PIC  X(0001).
          03  LK-ACL-EQUIPE      PIC  X(0008).
          03  LK-ACL-DESCRICAO   PIC  X(0060).
          03  LK-ACL-RUNBOOK     PIC  X(0234).
          03  LK-ACL-CODRET      PIC  9(0002).
          03  LK-ACL-MSGRET      PIC  X(0060).
      ***  DEVOLVIDOS NA ACAO P (ATE 10 PENDENTES)
          03  LK-ACL-QT-PEND     PIC  9(0002).
          03  LK-ACL-PEND OCCURS 10 TIMES.
              05  LK-ACL-PEN-CLASSE    PIC  X(0008).
              05  LK-ACL-PEN-CODIGO    PIC  X(0008).
              05  LK-ACL-PEN-PRIMEIRA  PIC  X(0014).
              05  LK-ACL-PEN-ULTIMA    PIC  X(0014).
              05  LK-ACL-PEN-QT        PIC  9(0007).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-ACL-CODRET
           MOVE SPACES  TO LK-ACL-MSGRET

           PERFORM 030000-AUTORIZA-OPERADOR

           IF LK-ACL-CODRET NOT EQUAL ZEROS
              CONTINUE
           ELSE
           IF LK-ACL-PENDENTES
              PERFORM 500000-LISTAR-PENDENTES
           ELSE
           IF LK-ACL-CLASSE EQUAL SPACES
              MOVE 11 TO LK-ACL-CODRET
              MOVE 'Classe do alerta e obrigatoria'
                   TO LK-ACL-MSGRET
           ELSE
           IF (LK-ACL-INCLUI OR LK-ACL-ALTERA)
                 AND (LK-ACL-SEVERIDADE LESS '1'
                      OR LK-ACL-SEVERIDADE GREATER '4')
              MOVE 12 TO LK-ACL-CODRET
              MOVE 'Severidade invalida - use 1/2/3/4'
                   TO LK-ACL-MSGRET
           ELSE
           IF (LK-ACL-INCLUI OR LK-ACL-ALTERA)
                 AND (LK-ACL-EQUIPE EQUAL SPACES
                      OR LK-ACL-RUNBOOK EQUAL SPACES)
              MOVE 13 TO LK-ACL-CODRET
              MOVE 'Equipe dona e runbook sao obrigatorios'
                   TO LK-ACL-MSGRET
           ELSE
              MOVE LK-ACL-CLASSE TO WK-ACL-CLASSE
              MOVE LK-ACL-CODIGO TO WK-ACL-CODIGO

              EVALUATE TRUE
                 WHEN LK-ACL-INCLUI
                    PERFORM 100000-INCLUIR-CLASSE
                 WHEN LK-ACL-ALTERA
                    PERFORM 200000-ALTERAR-CLASSE
                 WHEN LK-ACL-DELETA
                    PERFORM 300000-DELETAR-CLASSE
                 WHEN LK-ACL-CONSULTA
                    PERFORM 400000-CONSULTAR-CLASSE
                 WHEN OTHER
                    MOVE 99 TO LK-ACL-CODRET
                    MOVE 'Acao invalida - use I/A/D/C/P'
                         TO LK-ACL-MSGRET
              END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 950000-MENSAGEM-CATALOGO

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       030000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * CONSULTA ('C') E PENDENTES ('P') SAO LIVRES; MUDAR O CATALOGO
      * MUDA A SEVERIDADE E O DONO DOS ALERTAS - ACAO AUTORIZADA
      *----------------------------------------------------------------*
           IF NOT LK-ACL-CONSULTA
              AND NOT LK-ACL-PENDENTES
              MOVE LK-ACL-ACAO TO WK-AUT-ACAO
              CALL WK-PGM-OPRAUT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-AUT-PROGRAMA
                                          WK-AUT-ACAO
                                          WK-AUT-USUARIO
                                          WK-AUT-AUTORIZADO
                                          WK-AUT-RETORNO

              IF WK-AUT-AUTORIZADO NOT EQUAL 'S'
                 MOVE 90 TO LK-ACL-CODRET
                 MOVE 'Operador sem autorizacao para esta acao'
                      TO LK-ACL-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       100000-INCLUIR-CLASSE.
      *----------------------------------------------------------------*
           MOVE LK-ACL-SEVERIDADE TO WK-ACL-SEVERIDADE
           MOVE LK-ACL-EQUIPE     TO WK-ACL-EQUIPE
           MOVE LK-ACL-DESCRICAO  TO WK-ACL-DESCRICAO
           MOVE LK-ACL-RUNBOOK    TO WK-ACL-RUNBOOK
           MOVE WK-AUT-USUARIO    TO WK-ACL-REGISTRADOR

           EXEC CICS WRITE FILE('ACLVSA01')
                            RIDFLD(WK-ACL-CHAVE)
                            KEYLENGTH(16)
                            LENGTH(LENGTH OF WK-ACL-REC)
                            FROM(WK-ACL-REC)
                            RESP(WK-EIBRESP)
                            RESP2(WK-EIBRESP2)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(DUPREC)
                 OR WK-EIBRESP EQUAL DFHRESP(DUPKEY)
              MOVE 1 TO LK-ACL-CODRET
              MOVE 'Classe ja catalogada - use alteracao'
                   TO LK-ACL-MSGRET
           ELSE
           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 2 TO LK-ACL-CODRET
              MOVE 'Erro ao incluir classe' TO LK-ACL-MSGRET
           ELSE
              MOVE 'Classe de alerta catalogada' TO LK-ACL-MSGRET
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       200000-ALTERAR-CLASSE.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ACLVSA01')
                           RIDFLD(WK-ACL-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-ACL-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-ACL-CODRET
              MOVE 'Classe nao encontrada para alteracao'
                   TO LK-ACL-MSGRET
           ELSE
              MOVE LK-ACL-SEVERIDADE TO WK-ACL-SEVERIDADE
              MOVE LK-ACL-EQUIPE     TO WK-ACL-EQUIPE
              MOVE LK-ACL-DESCRICAO  TO WK-ACL-DESCRICAO
              MOVE LK-ACL-RUNBOOK    TO WK-ACL-RUNBOOK
              MOVE WK-AUT-USUARIO    TO WK-ACL-REGISTRADOR

              EXEC CICS REWRITE FILE('ACLVSA01')
                             FROM(WK-ACL-REC)
                             LENGTH(LENGTH OF WK-ACL-REC)
                             RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 4 TO LK-ACL-CODRET
                 MOVE 'Erro ao alterar classe' TO LK-ACL-MSGRET
              ELSE
                 MOVE 'Classe alterada com sucesso'
                      TO LK-ACL-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-DELETAR-CLASSE.
      *----------------------------------------------------------------*
           EXEC CICS DELETE FILE('ACLVSA01')
                            RIDFLD(WK-ACL-CHAVE)
                            KEYLENGTH(16)
                            RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 5 TO LK-ACL-CODRET
              MOVE 'Classe nao encontrada para exclusao'
                   TO LK-ACL-MSGRET
           ELSE
              MOVE 'Classe excluida com sucesso'
                   TO LK-ACL-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       400000-CONSULTAR-CLASSE.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ACLVSA01')
                           RIDFLD(WK-ACL-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-ACL-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 6 TO LK-ACL-CODRET
              MOVE 'Classe nao catalogada' TO LK-ACL-MSGRET
           ELSE
              MOVE WK-ACL-SEVERIDADE TO LK-ACL-SEVERIDADE
              MOVE WK-ACL-EQUIPE     TO LK-ACL-EQUIPE
              MOVE WK-ACL-DESCRICAO  TO LK-ACL-DESCRICAO
              MOVE WK-ACL-RUNBOOK    TO LK-ACL-RUNBOOK
              MOVE 'Classe consultada com sucesso'
                   TO LK-ACL-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       500000-LISTAR-PENDENTES.
      *----------------------------------------------------------------*
      * A FILA GUARDA TUDO O QUE JA CHEGOU SEM CATALOGO; O QUE FOI
      * CADASTRADO DEPOIS (CODIGO OU GERAL DA CLASSE) SAI DA LISTA
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-IDX-PEN
           MOVE 1     TO WK-SCT-ITEM
           MOVE 'N'   TO WK-FIM-SCT

           PERFORM 510000-LE-PENDENTE
                   UNTIL WK-FIM-SCT EQUAL 'S'

           MOVE WK-IDX-PEN TO LK-ACL-QT-PEND

           IF WK-IDX-PEN EQUAL ZEROS
              MOVE 7 TO LK-ACL-CODRET
              MOVE 'Nenhuma classe pendente de catalogo'
                   TO LK-ACL-MSGRET
           ELSE
           IF LK-ACL-CODRET EQUAL ZEROS
              MOVE 'Classes pendentes de catalogo listadas'
                   TO LK-ACL-MSGRET
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       510000-LE-PENDENTE.
      *----------------------------------------------------------------*
           MOVE LENGTH OF WK-SCT-REC TO WK-SCT-LEN

           EXEC CICS READQ TS QUEUE('CSTA_SEMCAT')
                           INTO(WK-SCT-REC)
                           LENGTH(WK-SCT-LEN)
                           ITEM(WK-SCT-ITEM)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-SCT
           ELSE
              ADD 1 TO WK-SCT-ITEM
              MOVE WK-SCT-CLASSE TO WK-ACL-CLASSE
              MOVE WK-SCT-CODIGO TO WK-ACL-CODIGO
              PERFORM 520000-LE-CATALOGO
              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE SPACES TO WK-ACL-CODIGO
                 PERFORM 520000-LE-CATALOGO
              END-IF

              IF WK-EIBRESP NOT EQUAL ZEROS
                 IF WK-IDX-PEN NOT LESS 10
                    MOVE 8 TO LK-ACL-CODRET
                    MOVE 'Mais de 10 pendentes - cadastre e repita'
                         TO LK-ACL-MSGRET
                    MOVE 'S' TO WK-FIM-SCT
                 ELSE
                    ADD 1 TO WK-IDX-PEN
                    MOVE WK-SCT-CLASSE
                         TO LK-ACL-PEN-CLASSE(WK-IDX-PEN)
                    MOVE WK-SCT-CODIGO
                         TO LK-ACL-PEN-CODIGO(WK-IDX-PEN)
                    MOVE WK-SCT-PRIMEIRA
                         TO LK-ACL-PEN-PRIMEIRA(WK-IDX-PEN)
                    MOVE WK-SCT-ULTIMA
                         TO LK-ACL-PEN-ULTIMA(WK-IDX-PEN)
                    MOVE WK-SCT-QT
                         TO LK-ACL-PEN-QT(WK-IDX-PEN)
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       520000-LE-CATALOGO.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ACLVSA01')
                           RIDFLD(WK-ACL-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-ACL-REC)
                           RESP(WK-EIBRESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
       950000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * TEXTO DE RETORNO PELO CATALOGO (MSGLER01), COMO NOS DEMAIS
      * SERVICOS - O TEXTO MONTADO ACIMA E O DEFAULT
      *----------------------------------------------------------------*
           MOVE LK-ACL-CODRET TO WK-MSGA-CODRET
           MOVE SPACES        TO WK-MSGA-IDIOMA
                                 WK-MSGA-COMPLEMENTO
           MOVE LK-ACL-MSGRET TO WK-MSGA-TEXTO

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-ACL-MSGRET
           .
