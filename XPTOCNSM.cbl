       CBL CICS('COBOL3') APOST
      *****************************************************************
      *                                                               *
      *  MODULE NAME = XPTOCNSM                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = MANUTENCAO DO REGISTRO DE CONSUMIDORES    *
      *                     DO DRIVER SAFRA (VSAM XPTOCNS1, CHAVE     *
      *                     RQ02-REQU-CD-APLI-CONS) - EQUIPE DONA,    *
      *                     SITUACAO, TIPOS DE CREDENCIAL ACEITOS E   *
      *                     A LISTA DE GRUPO+SERVICO QUE O            *
      *                     CONSUMIDOR PODE CHAMAR (SERVICO '*' =     *
      *                     TODO O GRUPO). O XPTO9999 CONFERE O       *
      *                     DIREITO ANTES DE ROTEAR (COD-RET 40).     *
      *                     MESMA LOGICA ACAO/CODRET/MSGRET E         *
      *                     AUDITORIA EM TD DO XPTOSRVM.              *
      *                     TRANSACAO XCNS                            *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XPTOCNSM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT LIDO PELO XPTO9999 NA CONFERENCIA DE DIREITO -
      ***  MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-CNS-REC.
          03 WK-CNS-CONSUMIDOR       PIC  X(0003).
          03 WK-CNS-EQUIPE           PIC  X(0008).
          03 WK-CNS-SITUACAO         PIC  X(0001).
             88 WK-CNS-ATIVO                  VALUE 'A'.
             88 WK-CNS-INATIVO                VALUE 'I'.
          03 WK-CNS-TIPOS-CRED.
             05 WK-CNS-TP-CRE        PIC  X(0003) OCCURS 5 TIMES.
          03 WK-CNS-QT-SERVICOS      PIC  9(0002).
          03 WK-CNS-LIBERADO         OCCURS 40 TIMES.
             05 WK-CNS-LIB-GRUPO     PIC  X(0003).
             05 WK-CNS-LIB-SERVICO   PIC  X(0006).

      *----------------------------------------------------------------*
      ***  REGISTRO DE SERVICOS - A LIBERACAO SO ACEITA GRUPO+SERVICO
      ***  REGISTRADO NO XPTOSRV1 (MESMO LAYOUT DO XPTOSRVM)
      *----------------------------------------------------------------*
       01 WK-SRV-REC.
          03 WK-SRV-CHAVE.
             05 WK-SRV-GRUPO         PIC  X(0003).
             05 WK-SRV-SERVICO       PIC  X(0006).
          03 WK-SRV-PROGRAMA         PIC  X(0008).
          03 WK-SRV-ATIVO            PIC  X(0001).
          03 WK-SRV-CANARIO-PROGRAMA PIC  X(0008).
          03 WK-SRV-CANARIO-PCT      PIC  9(0003).
          03 WK-SRV-CANARIO-CONSUMIDORES
                                     PIC  X(0015).
          03 WK-SRV-DT-DEPRECACAO    PIC  X(0008).
          03 WK-SRV-DT-SUNSET        PIC  X(0008).
          03 WK-SRV-SUBST-GRUPO      PIC  X(0003).
          03 WK-SRV-SUBST-SERVICO    PIC  X(0006).

      *----------------------------------------------------------------*
      ***  LINHA DE AUDITORIA DAS ACOES (TD 'XCNS') - MESMA MECANICA
      ***  DO XPTOSRVM COM A TD XSRV: ACAO + CONSUMIDOR + GRUPO+SERVICO
      ***  DA ACAO + MENSAGEM DE RESULTADO, GRAVADA PARA TODO DESFECHO
      *----------------------------------------------------------------*
       01 WK-XCNSTD-REC.
          03 WK-XCNSTD-ACAO          PIC  X(0001).
          03 WK-XCNSTD-CONSUMIDOR    PIC  X(0003).
          03 WK-XCNSTD-EQUIPE        PIC  X(0008).
          03 WK-XCNSTD-GRUPO         PIC  X(0003).
          03 WK-XCNSTD-SERVICO       PIC  X(0006).
          03 WK-XCNSTD-REC-MSG       PIC  X(0060).

      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
       01 WK-EIBRESP                  PIC S9(9) COMP-5 SYNC.
       01 WK-EIBRESP2                 PIC S9(9) COMP-5 SYNC.
       01 WK-IDX                      PIC S9(004) COMP VALUE +0.
       01 WK-IDX-ACHOU                PIC S9(004) COMP VALUE +0.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03  LK-CNS-ACAO        PIC  X(0001).
             88 LK-CNS-INCLUI             VALUE 'I'.
             88 LK-CNS-ALTERA             VALUE 'A'.
             88 LK-CNS-DESATIVA           VALUE 'D'.
             88 LK-CNS-LIBERA             VALUE 'L'.
             88 LK-CNS-REVOGA             VALUE 'R'.
             88 LK-CNS-CONSULTA           VALUE 'C'.
          03  LK-CNS-CONSUMIDOR  PIC  X(0003).
      ***  I/A: EQUIPE DONA E TIPOS DE CREDENCIAL (BRANCO = QUALQUER)
          03  LK-CNS-EQUIPE      PIC  X(0008).
          03  LK-CNS-TIPOS-CRED.
              05  LK-CNS-TP-CRE  PIC  X(0003) OCCURS 5 TIMES.
      ***  L/R: GRUPO+SERVICO A LIBERAR/REVOGAR (SERVICO '*' = GRUPO)
          03  LK-CNS-GRUPO       PIC  X(0003).
          03  LK-CNS-SERVICO     PIC  X(0006).
          03  LK-CNS-CODRET      PIC  9(0002).
          03  LK-CNS-MSGRET      PIC  X(0060).
      ***  DEVOLVIDOS NA CONSULTA
          03  LK-CNS-SITUACAO    PIC  X(0001).
          03  LK-CNS-QT-SERVICOS PIC  9(0002).
          03  LK-CNS-LIBERADO    OCCURS 40 TIMES.
              05  LK-CNS-LIB-GRUPO    PIC  X(0003).
              05  LK-CNS-LIB-SERVICO  PIC  X(0006).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-CNS-CODRET
           MOVE SPACES  TO LK-CNS-MSGRET

           IF LK-CNS-CONSUMIDOR EQUAL SPACES
              MOVE 11 TO LK-CNS-CODRET
              MOVE 'Consumidor e obrigatorio'
                   TO LK-CNS-MSGRET
           ELSE
           IF (LK-CNS-INCLUI OR LK-CNS-ALTERA)
                 AND LK-CNS-EQUIPE EQUAL SPACES
              MOVE 12 TO LK-CNS-CODRET
              MOVE 'Equipe dona e obrigatoria'
                   TO LK-CNS-MSGRET
           ELSE
           IF (LK-CNS-LIBERA OR LK-CNS-REVOGA)
                 AND (LK-CNS-GRUPO EQUAL SPACES
                      OR LK-CNS-SERVICO EQUAL SPACES)
              MOVE 13 TO LK-CNS-CODRET
              MOVE 'Grupo e servico sao obrigatorios'
                   TO LK-CNS-MSGRET
           ELSE
              EVALUATE TRUE
                 WHEN LK-CNS-INCLUI
                    PERFORM 100000-INCLUIR-CONSUMIDOR
                 WHEN LK-CNS-ALTERA
                    PERFORM 200000-ALTERAR-CONSUMIDOR
                 WHEN LK-CNS-DESATIVA
                    PERFORM 300000-DESATIVAR-CONSUMIDOR
                 WHEN LK-CNS-LIBERA
                    PERFORM 400000-LIBERAR-SERVICO
                 WHEN LK-CNS-REVOGA
                    PERFORM 500000-REVOGAR-SERVICO
                 WHEN LK-CNS-CONSULTA
                    PERFORM 600000-CONSULTAR-CONSUMIDOR
                 WHEN OTHER
                    MOVE 99 TO LK-CNS-CODRET
                    MOVE 'Acao invalida - use I/A/D/L/R/C'
                         TO LK-CNS-MSGRET
              END-EVALUATE
           END-IF
           END-IF
           END-IF

           IF NOT LK-CNS-CONSULTA
              PERFORM 900000-GRAVA-AUDITORIA
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       100000-INCLUIR-CONSUMIDOR.
      *----------------------------------------------------------------*
      * CONSUMIDOR NASCE ATIVO E SEM NENHUM SERVICO LIBERADO - CADA
      * GRUPO+SERVICO ENTRA DEPOIS PELA ACAO L
      *----------------------------------------------------------------*
           MOVE SPACES             TO WK-CNS-REC
           MOVE LK-CNS-CONSUMIDOR  TO WK-CNS-CONSUMIDOR
           MOVE LK-CNS-EQUIPE      TO WK-CNS-EQUIPE
           MOVE LK-CNS-TIPOS-CRED  TO WK-CNS-TIPOS-CRED
           MOVE ZEROS              TO WK-CNS-QT-SERVICOS
           SET  WK-CNS-ATIVO       TO TRUE

           EXEC CICS WRITE FILE('XPTOCNS1')
                            RIDFLD(WK-CNS-CONSUMIDOR)
                            KEYLENGTH(3)
                            LENGTH(LENGTH OF WK-CNS-REC)
                            FROM(WK-CNS-REC)
                            RESP(WK-EIBRESP)
                            RESP2(WK-EIBRESP2)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(DUPREC)
                 OR WK-EIBRESP EQUAL DFHRESP(DUPKEY)
              MOVE 1 TO LK-CNS-CODRET
              MOVE 'Consumidor ja registrado - use alteracao'
                   TO LK-CNS-MSGRET
           ELSE
           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 2 TO LK-CNS-CODRET
              MOVE 'Erro ao registrar consumidor' TO LK-CNS-MSGRET
           ELSE
              MOVE 'Consumidor registrado com sucesso'
                   TO LK-CNS-MSGRET
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       200000-ALTERAR-CONSUMIDOR.
      *----------------------------------------------------------------*
           MOVE LK-CNS-CONSUMIDOR TO WK-CNS-CONSUMIDOR

           EXEC CICS READ FILE('XPTOCNS1')
                           RIDFLD(WK-CNS-CONSUMIDOR)
                           KEYLENGTH(3)
                           INTO(WK-CNS-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-CNS-CODRET
              MOVE 'Consumidor nao encontrado para alteracao'
                   TO LK-CNS-MSGRET
           ELSE
              MOVE LK-CNS-EQUIPE     TO WK-CNS-EQUIPE
              MOVE LK-CNS-TIPOS-CRED TO WK-CNS-TIPOS-CRED
              SET  WK-CNS-ATIVO      TO TRUE

              PERFORM 800000-REGRAVA-CONSUMIDOR

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 4 TO LK-CNS-CODRET
                 MOVE 'Erro ao alterar consumidor' TO LK-CNS-MSGRET
              ELSE
                 MOVE 'Consumidor alterado com sucesso'
                      TO LK-CNS-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-DESATIVAR-CONSUMIDOR.
      *----------------------------------------------------------------*
      * DESATIVAR PRESERVA A LISTA DE SERVICOS - A REATIVACAO (ACAO A)
      * DEVOLVE O MESMO DIREITO
      *----------------------------------------------------------------*
           MOVE LK-CNS-CONSUMIDOR TO WK-CNS-CONSUMIDOR

           EXEC CICS READ FILE('XPTOCNS1')
                           RIDFLD(WK-CNS-CONSUMIDOR)
                           KEYLENGTH(3)
                           INTO(WK-CNS-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 5 TO LK-CNS-CODRET
              MOVE 'Consumidor nao encontrado para desativacao'
                   TO LK-CNS-MSGRET
           ELSE
              SET WK-CNS-INATIVO TO TRUE

              PERFORM 800000-REGRAVA-CONSUMIDOR

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 6 TO LK-CNS-CODRET
                 MOVE 'Erro ao desativar consumidor' TO LK-CNS-MSGRET
              ELSE
                 MOVE 'Consumidor desativado com sucesso'
                      TO LK-CNS-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       400000-LIBERAR-SERVICO.
      *----------------------------------------------------------------*
      * SO LIBERA GRUPO+SERVICO REGISTRADO NO XPTOSRV1 (OU O GRUPO
      * INTEIRO COM '*'); REPETIR UMA LIBERACAO NAO DUPLICA A ENTRADA
      *----------------------------------------------------------------*
           IF LK-CNS-SERVICO NOT EQUAL '*'
              MOVE LK-CNS-GRUPO   TO WK-SRV-GRUPO
              MOVE LK-CNS-SERVICO TO WK-SRV-SERVICO

              EXEC CICS READ FILE('XPTOSRV1')
                              RIDFLD(WK-SRV-CHAVE)
                              KEYLENGTH(9)
                              INTO(WK-SRV-REC)
                              RESP(WK-EIBRESP)
              END-EXEC
           ELSE
              MOVE ZEROS TO WK-EIBRESP
           END-IF

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 7 TO LK-CNS-CODRET
              MOVE 'Servico nao registrado no XPTOSRV1'
                   TO LK-CNS-MSGRET
           ELSE
              MOVE LK-CNS-CONSUMIDOR TO WK-CNS-CONSUMIDOR

              EXEC CICS READ FILE('XPTOCNS1')
                              RIDFLD(WK-CNS-CONSUMIDOR)
                              KEYLENGTH(3)
                              INTO(WK-CNS-REC)
                              UPDATE
                              RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 3 TO LK-CNS-CODRET
                 MOVE 'Consumidor nao encontrado' TO LK-CNS-MSGRET
              ELSE
                 PERFORM 700000-PROCURA-LIBERADO

                 IF WK-IDX-ACHOU GREATER ZEROS
                    EXEC CICS UNLOCK FILE('XPTOCNS1')
                              NOHANDLE
                    END-EXEC
                    MOVE 'Servico ja liberado ao consumidor'
                         TO LK-CNS-MSGRET
                 ELSE
                 IF WK-CNS-QT-SERVICOS NOT LESS 40
                    EXEC CICS UNLOCK FILE('XPTOCNS1')
                              NOHANDLE
                    END-EXEC
                    MOVE 8 TO LK-CNS-CODRET
                    MOVE 'Limite de 40 liberacoes - use servico *'
                         TO LK-CNS-MSGRET
                 ELSE
                    ADD 1 TO WK-CNS-QT-SERVICOS
                    MOVE LK-CNS-GRUPO
                         TO WK-CNS-LIB-GRUPO(WK-CNS-QT-SERVICOS)
                    MOVE LK-CNS-SERVICO
                         TO WK-CNS-LIB-SERVICO(WK-CNS-QT-SERVICOS)

                    PERFORM 800000-REGRAVA-CONSUMIDOR

                    IF WK-EIBRESP NOT EQUAL ZEROS
                       MOVE 4 TO LK-CNS-CODRET
                       MOVE 'Erro ao liberar servico' TO LK-CNS-MSGRET
                    ELSE
                       MOVE 'Servico liberado ao consumidor'
                            TO LK-CNS-MSGRET
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       500000-REVOGAR-SERVICO.
      *----------------------------------------------------------------*
      * A ULTIMA ENTRADA DA LISTA OCUPA O LUGAR DA REVOGADA
      *----------------------------------------------------------------*
           MOVE LK-CNS-CONSUMIDOR TO WK-CNS-CONSUMIDOR

           EXEC CICS READ FILE('XPTOCNS1')
                           RIDFLD(WK-CNS-CONSUMIDOR)
                           KEYLENGTH(3)
                           INTO(WK-CNS-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-CNS-CODRET
              MOVE 'Consumidor nao encontrado' TO LK-CNS-MSGRET
           ELSE
              PERFORM 700000-PROCURA-LIBERADO

              IF WK-IDX-ACHOU EQUAL ZEROS
                 EXEC CICS UNLOCK FILE('XPTOCNS1')
                           NOHANDLE
                 END-EXEC
                 MOVE 9 TO LK-CNS-CODRET
                 MOVE 'Servico nao estava liberado ao consumidor'
                      TO LK-CNS-MSGRET
              ELSE
                 MOVE WK-CNS-LIBERADO(WK-CNS-QT-SERVICOS)
                      TO WK-CNS-LIBERADO(WK-IDX-ACHOU)
                 MOVE SPACES
                      TO WK-CNS-LIBERADO(WK-CNS-QT-SERVICOS)
                 SUBTRACT 1 FROM WK-CNS-QT-SERVICOS

                 PERFORM 800000-REGRAVA-CONSUMIDOR

                 IF WK-EIBRESP NOT EQUAL ZEROS
                    MOVE 4 TO LK-CNS-CODRET
                    MOVE 'Erro ao revogar servico' TO LK-CNS-MSGRET
                 ELSE
                    MOVE 'Servico revogado do consumidor'
                         TO LK-CNS-MSGRET
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       600000-CONSULTAR-CONSUMIDOR.
      *----------------------------------------------------------------*
           MOVE LK-CNS-CONSUMIDOR TO WK-CNS-CONSUMIDOR

           EXEC CICS READ FILE('XPTOCNS1')
                           RIDFLD(WK-CNS-CONSUMIDOR)
                           KEYLENGTH(3)
                           INTO(WK-CNS-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 10 TO LK-CNS-CODRET
              MOVE 'Consumidor nao registrado' TO LK-CNS-MSGRET
           ELSE
              MOVE WK-CNS-EQUIPE      TO LK-CNS-EQUIPE
              MOVE WK-CNS-TIPOS-CRED  TO LK-CNS-TIPOS-CRED
              MOVE WK-CNS-SITUACAO    TO LK-CNS-SITUACAO
              MOVE WK-CNS-QT-SERVICOS TO LK-CNS-QT-SERVICOS
              PERFORM 610000-DEVOLVE-LIBERADO
                      VARYING WK-IDX FROM 1 BY 1
                      UNTIL WK-IDX GREATER 40
              MOVE 'Consumidor consultado com sucesso'
                   TO LK-CNS-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       610000-DEVOLVE-LIBERADO.
      *----------------------------------------------------------------*
           MOVE WK-CNS-LIBERADO(WK-IDX) TO LK-CNS-LIBERADO(WK-IDX)
           .

      *----------------------------------------------------------------*
       700000-PROCURA-LIBERADO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-IDX-ACHOU

           IF WK-CNS-QT-SERVICOS NOT NUMERIC
              MOVE ZEROS TO WK-CNS-QT-SERVICOS
           END-IF

           PERFORM 710000-COMPARA-LIBERADO
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER WK-CNS-QT-SERVICOS
                      OR WK-IDX-ACHOU GREATER ZEROS
           .

      *----------------------------------------------------------------*
       710000-COMPARA-LIBERADO.
      *----------------------------------------------------------------*
           IF WK-CNS-LIB-GRUPO(WK-IDX)   EQUAL LK-CNS-GRUPO
              AND WK-CNS-LIB-SERVICO(WK-IDX) EQUAL LK-CNS-SERVICO
              MOVE WK-IDX TO WK-IDX-ACHOU
           END-IF
           .

      *----------------------------------------------------------------*
       800000-REGRAVA-CONSUMIDOR.
      *----------------------------------------------------------------*
           EXEC CICS REWRITE FILE('XPTOCNS1')
                          FROM(WK-CNS-REC)
                          LENGTH(LENGTH OF WK-CNS-REC)
                          RESP(WK-EIBRESP)
           END-EXEC
           .

      *----------------------------------------------------------------*
       900000-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE SPACES            TO WK-XCNSTD-REC
           MOVE LK-CNS-ACAO       TO WK-XCNSTD-ACAO
           MOVE LK-CNS-CONSUMIDOR TO WK-XCNSTD-CONSUMIDOR
           MOVE LK-CNS-EQUIPE     TO WK-XCNSTD-EQUIPE
           MOVE LK-CNS-GRUPO      TO WK-XCNSTD-GRUPO
           MOVE LK-CNS-SERVICO    TO WK-XCNSTD-SERVICO
           MOVE LK-CNS-MSGRET     TO WK-XCNSTD-REC-MSG

           EXEC CICS WRITEQ TD QUEUE('XCNS')
                          FROM(WK-XCNSTD-REC)
                          LENGTH(LENGTH OF WK-XCNSTD-REC)
                          RESP(WK-EIBRESP2)
           END-EXEC
           .
