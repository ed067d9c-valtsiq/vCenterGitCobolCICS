       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. ALRACK01
      * Tipo    .............. Online
      * Finalidade ........... reconhecimento (ack) dos alertas
      *                        encaminhados pelo roteador CSTARPT - todo
      *                        alerta que sai para o plantao ganha um
      *                        ID (carregado na mensagem MQ como
      *                        ' ALRID=') e fica ABERTO no VSAM
      *                        "ALRVSA01"; enquanto ninguem reconhecer,
      *                        o CSTARPT reenvia ao proximo nivel da
      *                        escala de plantao (ESCVSA01/ESCMNT01).
      *                        Acoes no estilo acao/codret/msgret do
      *                        SUPMNT01:
      *                          R - reconhece o alerta, com comentario
      *                              obrigatorio (o que foi feito)
      *                          C - consulta o alerta (situacao, nivel
      *                              atual, quem reconheceu, texto)
      *                        Quem reconhece e o usuario da sessao
      *                        (OPRAUT01); o tempo ate o reconhecimento
      *                        sai no relatorio mensal ALRBTC01.
      *                        Transacao AUTORIZADA: o reconhecimento
      *                        passa pelo perfil OPRAUT01
      * DSnames .............. B090290.ALRVSA01 (definir RECUPERAVEL)
      * Transacao CICS  ...... ALR1
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALRACK01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT GRAVADO PELO CSTARPT - MANTER SINCRONIZADO
       01 WK-ALR-REC.
          03 WK-ALR-CHAVE.
             05 WK-ALR-ID            PIC X(016).
          03 WK-ALR-CLASSE           PIC X(008).
          03 WK-ALR-SITUACAO         PIC X(001).
          03 WK-ALR-ABERTURA         PIC X(014).
          03 WK-ALR-ABS-ABERTURA     PIC S9(015) COMP-3.
          03 WK-ALR-NIVEL            PIC 9(002).
          03 WK-ALR-DESTINO          PIC X(008).
          03 WK-ALR-ABS-ENVIO        PIC S9(015) COMP-3.
          03 WK-ALR-QT-ENVIOS        PIC 9(003).
          03 WK-ALR-RECONHECIDO-EM   PIC X(014).
          03 WK-ALR-ABS-RECONHEC     PIC S9(015) COMP-3.
          03 WK-ALR-USUARIO-RECONHEC PIC X(008).
          03 WK-ALR-COMENTARIO       PIC X(060).
          03 WK-ALR-TEXTO            PIC X(200).
          03 WK-ALR-CODIGO           PIC X(008).
          03 WK-ALR-SEVERIDADE       PIC X(001).
          03 WK-ALR-EQUIPE           PIC X(008).

      *----------------------------------------------------------------*
      *   CATALOGO DE CLASSES DE ALERTA (VSAM ACLVSA01, MANTIDO PELO
      *   ACLMNT01) - RUNBOOK DEVOLVIDO JUNTO COM O ALERTA
      *----------------------------------------------------------------*
       01 WK-ACL-REC.
          03 WK-ACL-CHAVE.
             05 WK-ACL-CLASSE        PIC X(008).
             05 WK-ACL-CODIGO        PIC X(008).
          03 WK-ACL-SEVERIDADE       PIC X(001).
          03 WK-ACL-EQUIPE           PIC X(008).
          03 WK-ACL-DESCRICAO        PIC X(060).
          03 WK-ACL-RUNBOOK          PIC X(234).
          03 WK-ACL-REGISTRADOR      PIC X(008).

      *----------------------------------------------------------------*
      *   AUTORIZACAO DE OPERADOR (ROTINA COMUM OPRAUT01, PERFIL NO
      *   VSAM OPRVSA01) - A NEGATIVA JA SAI LOGADA NA FILA CSTA PELA
      *   PROPRIA ROTINA, COM USUARIO, TERMINAL E ACAO TENTADA
      *----------------------------------------------------------------*
       77 WK-PGM-OPRAUT01            PIC X(008) VALUE 'OPRAUT01'.
       01 WK-AUT-PROGRAMA            PIC X(008) VALUE 'ALRACK01'.
       01 WK-AUT-ACAO                PIC X(001) VALUE SPACE.
       01 WK-AUT-USUARIO             PIC X(008) VALUE SPACES.
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.

       77 WK-EIBRESP                 PIC S9(9) COMP-5 SYNC.
       77 WK-ABSTIME                 PIC S9(015) COMP-3 VALUE +0.
       77 WK-DATA-YMD                PIC X(008) VALUE SPACES.
       77 WK-HORA                    PIC X(008) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03  LK-ALR-ACAO        PIC  X(0001).
             88 LK-ALR-RECONHECE          VALUE 'R'.
             88 LK-ALR-CONSULTA           VALUE 'C'.
          03  LK-ALR-ID          PIC  X(0016).
          03  LK-ALR-COMENTARIO  PIC  X(0060).
          03  LK-ALR-CODRET      PIC  9(0002).
          03  LK-ALR-MSGRET      PIC  X(0060).
      ***  DEVOLVIDOS NA CONSULTA E APOS O RECONHECIMENTO
          03  LK-ALR-CLASSE      PIC  X(0008).
          03  LK-ALR-SITUACAO    PIC  X(0001).
          03  LK-ALR-ABERTURA    PIC  X(0014).
          03  LK-ALR-NIVEL       PIC  9(0002).
          03  LK-ALR-DESTINO     PIC  X(0008).
          03  LK-ALR-QT-ENVIOS   PIC  9(0003).
          03  LK-ALR-RECONHEC-EM PIC  X(0014).
          03  LK-ALR-USUARIO     PIC  X(0008).
          03  LK-ALR-TEXTO       PIC  X(0200).
      ***  CLASSIFICACAO DO CATALOGO ACLVSA01 (SEVERIDADE '0' = CLASSE
      ***  FORA DO CATALOGO QUANDO O ALERTA FOI ABERTO)
          03  LK-ALR-SEVERIDADE  PIC  X(0001).
          03  LK-ALR-EQUIPE      PIC  X(0008).
          03  LK-ALR-DESCRICAO   PIC  X(0060).
          03  LK-ALR-RUNBOOK     PIC  X(0234).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-ALR-CODRET
           MOVE SPACES  TO LK-ALR-MSGRET

           PERFORM 030000-AUTORIZA-OPERADOR

           IF LK-ALR-CODRET NOT EQUAL ZEROS
              CONTINUE
           ELSE
           IF LK-ALR-ID EQUAL SPACES
              MOVE 11 TO LK-ALR-CODRET
              MOVE 'ID do alerta e obrigatorio' TO LK-ALR-MSGRET
           ELSE
           IF LK-ALR-RECONHECE
                 AND LK-ALR-COMENTARIO EQUAL SPACES
              MOVE 12 TO LK-ALR-CODRET
              MOVE 'Comentario e obrigatorio no reconhecimento'
                   TO LK-ALR-MSGRET
           ELSE
              MOVE LK-ALR-ID TO WK-ALR-ID

              EVALUATE TRUE
                 WHEN LK-ALR-RECONHECE
                    PERFORM 100000-RECONHECER-ALERTA
                 WHEN LK-ALR-CONSULTA
                    PERFORM 400000-CONSULTAR-ALERTA
                 WHEN OTHER
                    MOVE 99 TO LK-ALR-CODRET
                    MOVE 'Acao invalida - use R/C'
                         TO LK-ALR-MSGRET
              END-EVALUATE
           END-IF
           END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       030000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * CONSULTA ('C') E LIVRE; O RECONHECIMENTO PARA O
      * RE-ESCALONAMENTO E FICA COM O NOME DE QUEM RECONHECEU
      *----------------------------------------------------------------*
           IF NOT LK-ALR-CONSULTA
              MOVE LK-ALR-ACAO TO WK-AUT-ACAO
              CALL WK-PGM-OPRAUT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-AUT-PROGRAMA
                                          WK-AUT-ACAO
                                          WK-AUT-USUARIO
                                          WK-AUT-AUTORIZADO
                                          WK-AUT-RETORNO

              IF WK-AUT-AUTORIZADO NOT EQUAL 'S'
                 MOVE 90 TO LK-ALR-CODRET
                 MOVE 'Operador sem autorizacao para esta acao'
                      TO LK-ALR-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       100000-RECONHECER-ALERTA.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ALRVSA01')
                           RIDFLD(WK-ALR-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-ALR-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-ALR-CODRET
              MOVE 'Alerta nao encontrado' TO LK-ALR-MSGRET
           ELSE
           IF WK-ALR-SITUACAO NOT EQUAL 'A'
              EXEC CICS UNLOCK FILE('ALRVSA01')
                   NOHANDLE
              END-EXEC
              MOVE 1 TO LK-ALR-CODRET
              MOVE 'Alerta ja reconhecido' TO LK-ALR-MSGRET
              PERFORM 500000-DEVOLVE-ALERTA
           ELSE
              EXEC CICS ASKTIME
                   ABSTIME ( WK-ABSTIME )
                   NOHANDLE
              END-EXEC

              EXEC CICS FORMATTIME
                   ABSTIME  ( WK-ABSTIME )
                   YYYYMMDD ( WK-DATA-YMD )
                   TIME     ( WK-HORA )
                   NOHANDLE
              END-EXEC

              MOVE 'R'               TO WK-ALR-SITUACAO
              MOVE WK-DATA-YMD       TO WK-ALR-RECONHECIDO-EM(1:8)
              MOVE WK-HORA           TO WK-ALR-RECONHECIDO-EM(9:6)
              MOVE WK-ABSTIME        TO WK-ALR-ABS-RECONHEC
              MOVE WK-AUT-USUARIO    TO WK-ALR-USUARIO-RECONHEC
              MOVE LK-ALR-COMENTARIO TO WK-ALR-COMENTARIO

              EXEC CICS REWRITE FILE('ALRVSA01')
                             FROM(WK-ALR-REC)
                             LENGTH(LENGTH OF WK-ALR-REC)
                             RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 4 TO LK-ALR-CODRET
                 MOVE 'Erro ao reconhecer alerta' TO LK-ALR-MSGRET
              ELSE
                 MOVE 'Alerta reconhecido - re-escalonamento encerra
      -              'do' TO LK-ALR-MSGRET
                 PERFORM 500000-DEVOLVE-ALERTA
              END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       400000-CONSULTAR-ALERTA.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ALRVSA01')
                           RIDFLD(WK-ALR-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-ALR-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 6 TO LK-ALR-CODRET
              MOVE 'Alerta nao encontrado' TO LK-ALR-MSGRET
           ELSE
              PERFORM 500000-DEVOLVE-ALERTA
              MOVE 'Alerta consultado com sucesso'
                   TO LK-ALR-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       500000-DEVOLVE-ALERTA.
      *----------------------------------------------------------------*
           MOVE WK-ALR-CLASSE           TO LK-ALR-CLASSE
           MOVE WK-ALR-SITUACAO         TO LK-ALR-SITUACAO
           MOVE WK-ALR-ABERTURA         TO LK-ALR-ABERTURA
           MOVE WK-ALR-NIVEL            TO LK-ALR-NIVEL
           MOVE WK-ALR-DESTINO          TO LK-ALR-DESTINO
           MOVE WK-ALR-QT-ENVIOS        TO LK-ALR-QT-ENVIOS
           MOVE WK-ALR-RECONHECIDO-EM   TO LK-ALR-RECONHEC-EM
           MOVE WK-ALR-USUARIO-RECONHEC TO LK-ALR-USUARIO
           MOVE WK-ALR-TEXTO            TO LK-ALR-TEXTO
           MOVE WK-ALR-SEVERIDADE       TO LK-ALR-SEVERIDADE
           MOVE WK-ALR-EQUIPE           TO LK-ALR-EQUIPE
           MOVE SPACES                  TO LK-ALR-DESCRICAO
                                           LK-ALR-RUNBOOK
           PERFORM 510000-DEVOLVE-RUNBOOK
           IF LK-ALR-CONSULTA
              MOVE WK-ALR-COMENTARIO    TO LK-ALR-COMENTARIO
           END-IF
           .

      *----------------------------------------------------------------*
       510000-DEVOLVE-RUNBOOK.
      *----------------------------------------------------------------*
      ***  ENTRADA DO CODIGO DA MENSAGEM E, SEM ELA, A GERAL DA CLASSE;
      ***  CATALOGO INDISPONIVEL NAO IMPEDE A CONSULTA DO ALERTA
           MOVE WK-ALR-CLASSE           TO WK-ACL-CLASSE
           MOVE WK-ALR-CODIGO           TO WK-ACL-CODIGO

           EXEC CICS READ FILE('ACLVSA01')
                           RIDFLD(WK-ACL-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-ACL-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE SPACES               TO WK-ACL-CODIGO
              EXEC CICS READ FILE('ACLVSA01')
                              RIDFLD(WK-ACL-CHAVE)
                              KEYLENGTH(16)
                              INTO(WK-ACL-REC)
                              RESP(WK-EIBRESP)
              END-EXEC
           END-IF

           IF WK-EIBRESP EQUAL ZEROS
              MOVE WK-ACL-DESCRICAO     TO LK-ALR-DESCRICAO
              MOVE WK-ACL-RUNBOOK       TO LK-ALR-RUNBOOK
              IF WK-ALR-SEVERIDADE EQUAL SPACE
                 OR WK-ALR-SEVERIDADE EQUAL '0'
                 MOVE WK-ACL-SEVERIDADE TO LK-ALR-SEVERIDADE
                 MOVE WK-ACL-EQUIPE     TO LK-ALR-EQUIPE
              END-IF
           ELSE
              MOVE 'CLASSE SEM CATALOGO - CADASTRAR NO ACLMNT01'
                   TO LK-ALR-DESCRICAO
           END-IF
           .
