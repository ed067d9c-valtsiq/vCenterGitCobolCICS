      *                     ENTRADA DE REGISTRO EM VEZ DE ALTERACAO   *
      *                     DE CODIGO NO XPTO9999. MESMA LOGICA       *
      *                     ACAO/CODRET/MSGRET DO CIEBIN03.           *
      *                     I/A TAMBEM DEFINEM O CANARIO: SEGUNDO     *
      *                     PROGRAMA + PERCENTUAL DO TRAFEGO (0-100)  *
      *                     + ATE 5 CONSUMIDORES (BRANCO = TODOS).    *
      *                     PROMOVER = ALTERAR O PROGRAMA PRINCIPAL   *
      *                     PARA O CANARIO COM PCT ZERO; RECUAR =     *
      *                     ALTERAR SO O PCT PARA ZERO.               *
      *                     CHAMADOR COM A COMMAREA ANTIGA (SEM OS    *
      *                     CAMPOS DE CANARIO) GRAVA SEM CANARIO.     *
      *                     I/A TAMBEM DEFINEM O CICLO DE VIDA: DATA  *
      *                     DE DEPRECIACAO (ATENDE COM AVISO), DATA   *
      *                     DE SUNSET (RECUSA COM COD-RET 44 NO       *
      *                     XPTO9999) E O SERVICO SUBSTITUTO - DATAS  *
      *                     AAAAMMDD, BRANCO = SEM DATA. ALTERACAO    *
      *                     COM A COMMAREA SEM ESSES CAMPOS CONSERVA  *
      *                     O CICLO JA GRAVADO.                       *
      *                     TRANSACAO XSRV                            *
      *                                                               *
      *****************************************************************
          03 WK-SRV-ATIVO            PIC  X(0001).
             88 WK-SRV-ATIVO-SIM              VALUE 'S'.
             88 WK-SRV-ATIVO-NAO              VALUE 'N'.
          03 WK-SRV-CANARIO-PROGRAMA PIC  X(0008).
          03 WK-SRV-CANARIO-PCT      PIC  9(0003).
          03 WK-SRV-CANARIO-CONSUMIDORES.
             05 WK-SRV-CANARIO-CONS  PIC  X(0003) OCCURS 5 TIMES.
          03 WK-SRV-DT-DEPRECACAO    PIC  X(0008).
          03 WK-SRV-DT-SUNSET        PIC  X(0008).
          03 WK-SRV-SUBST-GRUPO      PIC  X(0003).
          03 WK-SRV-SUBST-SERVICO    PIC  X(0006).

      *----------------------------------------------------------------*
      ***  LINHA DE AUDITORIA DAS ACOES (TD 'XSRV') - MESMA MECANICA
      *----------------------------------------------------------------*
       01 WK-XSRVTD-REC.
          03 WK-XSRVTD-ACAO          PIC  X(0001).
          03 WK-XSRVTD-REC-CPY       PIC  X(0069).
          03 WK-XSRVTD-REC-MSG       PIC  X(0060).

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       01 WK-EIBRESP                  PIC S9(9) COMP-5 SYNC.
       01 WK-EIBRESP2                 PIC S9(9) COMP-5 SYNC.
       01 WK-TEM-CANARIO              PIC  X(0001) VALUE 'N'.
          88 COMMAREA-COM-CANARIO              VALUE 'S'.
       01 WK-TEM-CICLO                PIC  X(0001) VALUE 'N'.
          88 COMMAREA-COM-CICLO                VALUE 'S'.
      *   TAMANHO DA COMMAREA ATE O FIM DOS CAMPOS DE CANARIO
       01 WK-TAM-COM-CANARIO          PIC S9(4) COMP VALUE +106.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
          03  LK-SRV-PROGRAMA    PIC  X(0008).
          03  LK-SRV-CODRET      PIC  9(0002).
          03  LK-SRV-MSGRET      PIC  X(0060).
          03  LK-SRV-CANARIO-PROGRAMA  PIC  X(0008).
          03  LK-SRV-CANARIO-PCT       PIC  X(0003).
          03  LK-SRV-CANARIO-CONSUMIDORES
                                       PIC  X(0015).
          03  LK-SRV-DT-DEPRECACAO     PIC  X(0008).
          03  LK-SRV-DT-SUNSET         PIC  X(0008).
          03  LK-SRV-SUBST-GRUPO       PIC  X(0003).
          03  LK-SRV-SUBST-SERVICO     PIC  X(0006).

      ******************************************************************
      *    P R O C E D U R E S
           MOVE ZEROS   TO LK-SRV-CODRET
           MOVE SPACES  TO LK-SRV-MSGRET

           IF EIBCALEN NOT LESS WK-TAM-COM-CANARIO
              MOVE 'S' TO WK-TEM-CANARIO
           ELSE
              MOVE 'N' TO WK-TEM-CANARIO
           END-IF

           IF EIBCALEN NOT LESS LENGTH OF DFHCOMMAREA
              MOVE 'S' TO WK-TEM-CICLO
           ELSE
              MOVE 'N' TO WK-TEM-CICLO
           END-IF

           IF LK-SRV-GRUPO EQUAL SPACES
                 OR LK-SRV-SERVICO EQUAL SPACES
              MOVE 11 TO LK-SRV-CODRET
              MOVE 12 TO LK-SRV-CODRET
              MOVE 'Programa de negocio e obrigatorio'
                   TO LK-SRV-MSGRET
           ELSE
           IF (LK-SRV-INCLUI OR LK-SRV-ALTERA)
                 AND COMMAREA-COM-CANARIO
                 AND LK-SRV-CANARIO-PCT NOT EQUAL SPACES
                 AND (LK-SRV-CANARIO-PCT NOT NUMERIC
                      OR LK-SRV-CANARIO-PCT GREATER '100')
              MOVE 13 TO LK-SRV-CODRET
              MOVE 'Percentual do canario invalido - use 000 a 100'
                   TO LK-SRV-MSGRET
           ELSE
           IF (LK-SRV-INCLUI OR LK-SRV-ALTERA)
                 AND COMMAREA-COM-CANARIO
                 AND LK-SRV-CANARIO-PCT NUMERIC
                 AND LK-SRV-CANARIO-PCT GREATER '000'
                 AND LK-SRV-CANARIO-PROGRAMA EQUAL SPACES
              MOVE 14 TO LK-SRV-CODRET
              MOVE 'Canario com percentual exige o programa canario'
                   TO LK-SRV-MSGRET
           ELSE
           IF (LK-SRV-INCLUI OR LK-SRV-ALTERA)
                 AND COMMAREA-COM-CICLO
                 AND ((LK-SRV-DT-DEPRECACAO NOT EQUAL SPACES
                       AND LK-SRV-DT-DEPRECACAO NOT NUMERIC)
                   OR (LK-SRV-DT-SUNSET NOT EQUAL SPACES
                       AND LK-SRV-DT-SUNSET NOT NUMERIC))
              MOVE 15 TO LK-SRV-CODRET
              MOVE 'Data de depreciacao/sunset invalida - AAAAMMDD'
                   TO LK-SRV-MSGRET
           ELSE
           IF (LK-SRV-INCLUI OR LK-SRV-ALTERA)
                 AND COMMAREA-COM-CICLO
                 AND LK-SRV-DT-DEPRECACAO NUMERIC
                 AND LK-SRV-DT-SUNSET NUMERIC
                 AND LK-SRV-DT-SUNSET LESS LK-SRV-DT-DEPRECACAO
              MOVE 16 TO LK-SRV-CODRET
              MOVE 'Sunset anterior a depreciacao'
                   TO LK-SRV-MSGRET
           ELSE
           IF (LK-SRV-INCLUI OR LK-SRV-ALTERA)
                 AND COMMAREA-COM-CICLO
                 AND (LK-SRV-SUBST-GRUPO EQUAL SPACES
                      AND LK-SRV-SUBST-SERVICO NOT EQUAL SPACES
                   OR LK-SRV-SUBST-GRUPO NOT EQUAL SPACES
                      AND LK-SRV-SUBST-SERVICO EQUAL SPACES
                   OR LK-SRV-SUBST-GRUPO EQUAL LK-SRV-GRUPO
                      AND LK-SRV-SUBST-SERVICO EQUAL LK-SRV-SERVICO)
              MOVE 17 TO LK-SRV-CODRET
              MOVE 'Substituto exige grupo e servico, diferente deste'
                   TO LK-SRV-MSGRET
           ELSE
              EVALUATE TRUE
                 WHEN LK-SRV-INCLUI
              END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           MOVE LK-SRV-SERVICO  TO WK-SRV-SERVICO
           MOVE LK-SRV-PROGRAMA TO WK-SRV-PROGRAMA
           SET  WK-SRV-ATIVO-SIM TO TRUE
           PERFORM 150000-MONTA-CANARIO
           PERFORM 160000-MONTA-CICLO

           EXEC CICS WRITE FILE('XPTOSRV1')
                            RIDFLD(WK-SRV-CHAVE)

           PERFORM 900000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
       150000-MONTA-CANARIO.
      *----------------------------------------------------------------*
      * PCT EM BRANCO OU ZERO (OU COMMAREA ANTIGA) = SEM CANARIO
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SRV-CANARIO-PROGRAMA
                          WK-SRV-CANARIO-CONSUMIDORES
           MOVE ZEROS  TO WK-SRV-CANARIO-PCT

           IF COMMAREA-COM-CANARIO
              AND LK-SRV-CANARIO-PCT NUMERIC
              AND LK-SRV-CANARIO-PCT GREATER '000'
              MOVE LK-SRV-CANARIO-PROGRAMA
                   TO WK-SRV-CANARIO-PROGRAMA
              MOVE LK-SRV-CANARIO-PCT
                   TO WK-SRV-CANARIO-PCT
              MOVE LK-SRV-CANARIO-CONSUMIDORES
                   TO WK-SRV-CANARIO-CONSUMIDORES
           END-IF.

      *----------------------------------------------------------------*
       160000-MONTA-CICLO.
      *----------------------------------------------------------------*
      * COMMAREA COM O CICLO: GRAVA O INFORMADO (BRANCO = SEM DATA /
      * SEM SUBSTITUTO). COMMAREA ANTIGA: INCLUSAO SEM CICLO, A
      * ALTERACAO CONSERVA O QUE O READ UPDATE TROUXE - REGISTRO
      * ANTERIOR AO CICLO (MAIS CURTO) VEM SEM ELE
      *----------------------------------------------------------------*
           IF COMMAREA-COM-CICLO
              MOVE LK-SRV-DT-DEPRECACAO TO WK-SRV-DT-DEPRECACAO
              MOVE LK-SRV-DT-SUNSET     TO WK-SRV-DT-SUNSET
              MOVE LK-SRV-SUBST-GRUPO   TO WK-SRV-SUBST-GRUPO
              MOVE LK-SRV-SUBST-SERVICO TO WK-SRV-SUBST-SERVICO
           ELSE
           IF LK-SRV-INCLUI
              MOVE SPACES TO WK-SRV-DT-DEPRECACAO
                             WK-SRV-DT-SUNSET
                             WK-SRV-SUBST-GRUPO
                             WK-SRV-SUBST-SERVICO
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       200000-ALTERAR-SERVICO.
      *----------------------------------------------------------------*
           MOVE SPACES         TO WK-SRV-REC
           MOVE LK-SRV-GRUPO   TO WK-SRV-GRUPO
           MOVE LK-SRV-SERVICO TO WK-SRV-SERVICO

           ELSE
              MOVE LK-SRV-PROGRAMA TO WK-SRV-PROGRAMA
              SET  WK-SRV-ATIVO-SIM TO TRUE
              PERFORM 150000-MONTA-CANARIO
              PERFORM 160000-MONTA-CICLO

              EXEC CICS REWRITE FILE('XPTOSRV1')
                             FROM(WK-SRV-REC)
