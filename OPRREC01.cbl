       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. OPRREC01
      * Tipo    .............. Online
      * Finalidade ........... decisao do GESTOR na campanha de
      *                        recertificacao de acessos: cada perfil
      *                        ativo do "OPRVSA01" extraido pelo
      *                        OPRBTC01 (MODO=ABRIR) vira um item
      *                        pendente no "OPRREC01" (chave campanha
      *                        + usuario + programa) e o gestor
      *                        registrado no perfil responde aqui:
      *                          C - confirma (o acesso continua)
      *                          R - revoga: o perfil fica INATIVO na
      *                              hora e a revogacao sai numa linha
      *                              informativa na CSTA (mesmo layout
      *                              do OPRMNT01, guardada na trilha
      *                              CSTHST01 pelo CSTARPT)
      *                          Q - consulta o item (acoes, ultimo
      *                              uso, prazo, situacao)
      *                        So o gestor do item decide (item sem
      *                        gestor: qualquer operador autorizado,
      *                        caso do escritorio de seguranca), nunca
      *                        sobre o proprio perfil, so item
      *                        pendente e so ate o prazo - o que nao
      *                        for confirmado ate la o OPRBTC01
      *                        (MODO=FECHAR) inativa.
      *                        Acoes C/R passam pelo OPRAUT01
      *                        (programa OPRREC01); Q e livre.
      * DSnames .............. B090290.OPRREC01 (itens da campanha)
      *                        B090290.OPRVSA01 (perfis, revogacao)
      * Transacao CICS  ...... OPR2
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPRREC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT GRAVADO PELO OPRBTC01 - MANTER SINCRONIZADO.
      ***  O REGISTRO DE CABECALHO DA CAMPANHA TEM USUARIO E PROGRAMA
      ***  EM BRANCO
       01 WK-REC-REC.
          03 WK-REC-CHAVE.
             05 WK-REC-CAMPANHA      PIC X(008).
             05 WK-REC-USUARIO       PIC X(008).
             05 WK-REC-PROGRAMA      PIC X(008).
          03 WK-REC-GESTOR           PIC X(008).
          03 WK-REC-ACOES            PIC X(016).
          03 WK-REC-ULT-USO          PIC X(008).
          03 WK-REC-SITUACAO         PIC X(001).
             88 WK-REC-PENDENTE                VALUE 'P'.
             88 WK-REC-CONFIRMADO              VALUE 'C'.
             88 WK-REC-REVOGADO                VALUE 'R'.
             88 WK-REC-EXPIRADO                VALUE 'E'.
          03 WK-REC-DECISOR          PIC X(008).
          03 WK-REC-DT-DECISAO       PIC X(014).
          03 WK-REC-PRAZO            PIC X(008).
          03 FILLER                  PIC X(013).

      ***  MESMO LAYOUT LIDO PELO OPRAUT01 - MANTER SINCRONIZADO
       01 WK-OPR-REC.
          03 WK-OPR-CHAVE.
             05 WK-OPR-USUARIO       PIC X(008).
             05 WK-OPR-PROGRAMA      PIC X(008).
          03 WK-OPR-ACOES            PIC X(016).
          03 WK-OPR-SITUACAO         PIC X(001).
          03 WK-OPR-GESTOR           PIC X(008).
          03 WK-OPR-ULT-USO          PIC X(008).

      *----------------------------------------------------------------*
      *   AUTORIZACAO DO PROPRIO GESTOR (OPRAUT01)
      *----------------------------------------------------------------*
       77 WK-PGM-OPRAUT01            PIC X(008) VALUE 'OPRAUT01'.
       01 WK-AUT-PROGRAMA            PIC X(008) VALUE 'OPRREC01'.
       01 WK-AUT-ACAO                PIC X(001) VALUE SPACE.
       01 WK-AUT-USUARIO             PIC X(008) VALUE SPACES.
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.

       77 WK-EIBRESP                 PIC S9(9) COMP-5 SYNC.
       77 WK-ABSTIME                 PIC S9(15) COMP-3 VALUE +0.
       01 WK-AGORA.
          03 WK-AGORA-DATA           PIC X(008).
          03 WK-AGORA-HORA           PIC X(006).

      *----------------------------------------------------------------*
      *   LINHA INFORMATIVA NA CSTA POR PERFIL REVOGADO - MESMO LAYOUT
      *   DA LINHA PERFIL DO OPRMNT01 (ACAO 'R'); ANT/NOV = ACOES (16)
      *   + SITUACAO (1)
      *----------------------------------------------------------------*
       01 WK-LINHA-PERFIL.
          03 FILLER                  PIC X(009) VALUE 'OPRREC01 '.
          03 WK-LPF-DATA             PIC X(008).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-LPF-HORA             PIC X(008).
          03 FILLER                  PIC X(008) VALUE ' PERFIL '.
          03 WK-LPF-ACAO             PIC X(001).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-LPF-ALVO             PIC X(008).
          03 FILLER                  PIC X(001) VALUE '/'.
          03 WK-LPF-PROGRAMA         PIC X(008).
          03 FILLER                  PIC X(005) VALUE ' USU='.
          03 WK-LPF-USUARIO          PIC X(008).
          03 FILLER                  PIC X(005) VALUE ' ANT='.
          03 WK-LPF-ANTES            PIC X(017).
          03 FILLER                  PIC X(005) VALUE ' NOV='.
          03 WK-LPF-DEPOIS           PIC X(017).

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03  LK-REC-ACAO        PIC  X(0001).
             88 LK-REC-CONFIRMA           VALUE 'C'.
             88 LK-REC-REVOGA             VALUE 'R'.
             88 LK-REC-CONSULTA           VALUE 'Q'.
          03  LK-REC-CAMPANHA    PIC  X(0008).
          03  LK-REC-USUARIO     PIC  X(0008).
          03  LK-REC-PROGRAMA    PIC  X(0008).
      *   DEVOLVIDOS EM TODAS AS ACOES
          03  LK-REC-GESTOR      PIC  X(0008).
          03  LK-REC-ACOES       PIC  X(0016).
          03  LK-REC-ULT-USO     PIC  X(0008).
          03  LK-REC-SITUACAO    PIC  X(0001).
          03  LK-REC-PRAZO       PIC  X(0008).
          03  LK-REC-CODRET      PIC  9(0002).
          03  LK-REC-MSGRET      PIC  X(0060).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-REC-CODRET
           MOVE SPACES  TO LK-REC-MSGRET

           PERFORM 050000-AUTORIZA-OPERADOR

           IF LK-REC-CODRET EQUAL ZEROS
              IF LK-REC-CAMPANHA EQUAL SPACES
                    OR LK-REC-USUARIO EQUAL SPACES
                    OR LK-REC-PROGRAMA EQUAL SPACES
                 MOVE 11 TO LK-REC-CODRET
                 MOVE 'Campanha, usuario e programa sao obrigatorios'
                      TO LK-REC-MSGRET
              ELSE
                 MOVE LK-REC-CAMPANHA TO WK-REC-CAMPANHA
                 MOVE LK-REC-USUARIO  TO WK-REC-USUARIO
                 MOVE LK-REC-PROGRAMA TO WK-REC-PROGRAMA

                 EVALUATE TRUE
                    WHEN LK-REC-CONFIRMA
                       PERFORM 100000-DECIDIR-ITEM
                    WHEN LK-REC-REVOGA
                       PERFORM 100000-DECIDIR-ITEM
                    WHEN LK-REC-CONSULTA
                       PERFORM 400000-CONSULTAR-ITEM
                    WHEN OTHER
                       MOVE 99 TO LK-REC-CODRET
                       MOVE 'Acao invalida - use C/R/Q'
                            TO LK-REC-MSGRET
                 END-EVALUATE
              END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       050000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * CONSULTA ('Q') E LIVRE; DECISAO PASSA PELO PERFIL. A NEGATIVA
      * JA SAI LOGADA NA CSTA PELA PROPRIA OPRAUT01
      *----------------------------------------------------------------*
           IF NOT LK-REC-CONSULTA
              MOVE LK-REC-ACAO TO WK-AUT-ACAO
              CALL WK-PGM-OPRAUT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-AUT-PROGRAMA
                                          WK-AUT-ACAO
                                          WK-AUT-USUARIO
                                          WK-AUT-AUTORIZADO
                                          WK-AUT-RETORNO

              IF WK-AUT-AUTORIZADO NOT EQUAL 'S'
                 MOVE 90 TO LK-REC-CODRET
                 MOVE 'Operador sem autorizacao para esta acao'
                      TO LK-REC-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       100000-DECIDIR-ITEM.
      *----------------------------------------------------------------*
      * O ITEM FICA PRESO (READ UPDATE) ATE A DECISAO SER GRAVADA -
      * DOIS GESTORES NAO DECIDEM O MESMO ITEM AO MESMO TEMPO
      *----------------------------------------------------------------*
           PERFORM 150000-MONTA-AGORA

           EXEC CICS READ FILE('OPRREC01')
                           RIDFLD(WK-REC-CHAVE)
                           KEYLENGTH(24)
                           INTO(WK-REC-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 6 TO LK-REC-CODRET
              MOVE 'Item nao encontrado na campanha'
                   TO LK-REC-MSGRET
           ELSE
              PERFORM 900000-DEVOLVE-ITEM
              PERFORM 110000-CONFERE-DECISAO

              IF LK-REC-CODRET NOT EQUAL ZEROS
                 EXEC CICS UNLOCK FILE('OPRREC01')
                      NOHANDLE
                 END-EXEC
              ELSE
                 IF LK-REC-REVOGA
                    PERFORM 300000-REVOGAR-PERFIL
                 END-IF
                 IF LK-REC-CODRET EQUAL ZEROS
                    PERFORM 200000-GRAVA-DECISAO
                 ELSE
                    EXEC CICS UNLOCK FILE('OPRREC01')
                         NOHANDLE
                    END-EXEC
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       110000-CONFERE-DECISAO.
      *----------------------------------------------------------------*
           IF NOT WK-REC-PENDENTE
              MOVE 20 TO LK-REC-CODRET
              MOVE 'Item ja decidido nesta campanha'
                   TO LK-REC-MSGRET
           ELSE
           IF WK-AGORA-DATA GREATER WK-REC-PRAZO
              MOVE 21 TO LK-REC-CODRET
              MOVE 'Prazo da campanha vencido - item sera expirado'
                   TO LK-REC-MSGRET
           ELSE
           IF WK-AUT-USUARIO EQUAL WK-REC-USUARIO
              MOVE 23 TO LK-REC-CODRET
              MOVE 'Gestor nao recertifica o proprio perfil'
                   TO LK-REC-MSGRET
           ELSE
           IF WK-REC-GESTOR NOT EQUAL SPACES
              AND WK-REC-GESTOR NOT EQUAL WK-AUT-USUARIO
              MOVE 22 TO LK-REC-CODRET
              MOVE 'Somente o gestor do usuario decide este item'
                   TO LK-REC-MSGRET
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       150000-MONTA-AGORA.
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABSTIME )
                NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME )
                YYYYMMDD ( WK-AGORA-DATA )
                TIME     ( WK-AGORA-HORA )
                NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       200000-GRAVA-DECISAO.
      *----------------------------------------------------------------*
           IF LK-REC-CONFIRMA
              SET WK-REC-CONFIRMADO TO TRUE
           ELSE
              SET WK-REC-REVOGADO   TO TRUE
           END-IF
           MOVE WK-AUT-USUARIO TO WK-REC-DECISOR
           MOVE WK-AGORA       TO WK-REC-DT-DECISAO

           EXEC CICS REWRITE FILE('OPRREC01')
                          FROM(WK-REC-REC)
                          LENGTH(LENGTH OF WK-REC-REC)
                          RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 2 TO LK-REC-CODRET
              MOVE 'Erro ao gravar a decisao do item'
                   TO LK-REC-MSGRET
           ELSE
              MOVE WK-REC-SITUACAO TO LK-REC-SITUACAO
              IF LK-REC-CONFIRMA
                 MOVE 'Acesso confirmado' TO LK-REC-MSGRET
              ELSE
                 MOVE 'Acesso revogado - perfil inativado'
                      TO LK-REC-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-REVOGAR-PERFIL.
      *----------------------------------------------------------------*
      * PERFIL JA EXCLUIDO PELO OPRMNT01 NAO IMPEDE A REVOGACAO DO
      * ITEM; PERFIL JA INATIVO FICA COMO ESTA
      *----------------------------------------------------------------*
           MOVE SPACES          TO WK-OPR-REC
           MOVE WK-REC-USUARIO  TO WK-OPR-USUARIO
           MOVE WK-REC-PROGRAMA TO WK-OPR-PROGRAMA

           EXEC CICS READ FILE('OPRVSA01')
                           RIDFLD(WK-OPR-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-OPR-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           EVALUATE WK-EIBRESP
              WHEN DFHRESP(NORMAL)
                 MOVE WK-OPR-REC(17:17) TO WK-LPF-ANTES
                 MOVE 'I' TO WK-OPR-SITUACAO

                 EXEC CICS REWRITE FILE('OPRVSA01')
                                FROM(WK-OPR-REC)
                                LENGTH(LENGTH OF WK-OPR-REC)
                                RESP(WK-EIBRESP)
                 END-EXEC

                 IF WK-EIBRESP NOT EQUAL ZEROS
                    MOVE 24 TO LK-REC-CODRET
                    MOVE 'Erro ao inativar o perfil - item mantido'
                         TO LK-REC-MSGRET
                 ELSE
                    PERFORM 910000-ANOTA-REVOGACAO
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 24 TO LK-REC-CODRET
                 MOVE 'Erro ao inativar o perfil - item mantido'
                      TO LK-REC-MSGRET
           END-EVALUATE
           .

      *----------------------------------------------------------------*
       400000-CONSULTAR-ITEM.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('OPRREC01')
                           RIDFLD(WK-REC-CHAVE)
                           KEYLENGTH(24)
                           INTO(WK-REC-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 6 TO LK-REC-CODRET
              MOVE 'Item nao encontrado na campanha'
                   TO LK-REC-MSGRET
           ELSE
              PERFORM 900000-DEVOLVE-ITEM
              MOVE 'Item consultado com sucesso'
                   TO LK-REC-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       900000-DEVOLVE-ITEM.
      *----------------------------------------------------------------*
           MOVE WK-REC-GESTOR   TO LK-REC-GESTOR
           MOVE WK-REC-ACOES    TO LK-REC-ACOES
           MOVE WK-REC-ULT-USO  TO LK-REC-ULT-USO
           MOVE WK-REC-SITUACAO TO LK-REC-SITUACAO
           MOVE WK-REC-PRAZO    TO LK-REC-PRAZO
           .

      *----------------------------------------------------------------*
       910000-ANOTA-REVOGACAO.
      *----------------------------------------------------------------*
      * UMA LINHA INFORMATIVA NA CSTA POR PERFIL REVOGADO - QUEM
      * REVOGOU, DE QUEM, EM QUE PROGRAMA, ANTES E DEPOIS
      *----------------------------------------------------------------*
           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME )
                YYYYMMDD ( WK-LPF-DATA )
                TIME     ( WK-LPF-HORA )
                TIMESEP
                NOHANDLE
           END-EXEC

           MOVE 'R'               TO WK-LPF-ACAO
           MOVE WK-OPR-USUARIO    TO WK-LPF-ALVO
           MOVE WK-OPR-PROGRAMA   TO WK-LPF-PROGRAMA
           MOVE WK-AUT-USUARIO    TO WK-LPF-USUARIO
           MOVE WK-OPR-REC(17:17) TO WK-LPF-DEPOIS

           EXEC CICS WRITEQ TD QUEUE ( 'CSTA'               )
                     FROM   ( WK-LINHA-PERFIL       )
                     LENGTH ( LENGTH OF WK-LINHA-PERFIL )
                     NOHANDLE
           END-EXEC
           .
