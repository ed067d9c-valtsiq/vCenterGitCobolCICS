       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPCICSB
      * Tipo    .............. Online
      * Finalidade ........... manutencao (inclusao/alteracao/
      *                        desativacao) das faixas de prefixo de
      *                        CEP por ZONA DE FRETE no VSAM
      *                        "CEPZON01", na mesma logica acao/
      *                        codret/msgret do CEPCICS8 - cada faixa
      *                        leva a zona (C capital, I interior,
      *                        R remota/fluvial) e ate 5 niveis de
      *                        servico de transportadora com o prazo
      *                        em dias uteis. Substitui a planilha da
      *                        Logistica; o CEPFRT01 consulta estas
      *                        faixas para o CEPCICSA e o CEPAPI01
      *                        devolverem a zona junto com o endereco.
      *                        A chave e o prefixo FINAL da faixa, por
      *                        isso alteracao/desativacao localizam a
      *                        faixa pelo final e conferem o inicial;
      *                        a inclusao recusa faixa que se sobreponha
      *                        a outra ja cadastrada (ativa ou nao)
      * DSnames .............. B090290.CEPZON01
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Transacao CICS  ...... KEPB
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPCICSB.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DE WK-ZON-REC CONSULTADO PELO CEPFRT01 NO VSAM
      *   "CEPZON01" - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WORKING-ALL-FILLS.
          03 WK-ZON-REC.
             05 WK-ZON-CHAVE.
                07 WK-ZON-FIM                 PIC  X(005).
             05 WK-ZON-INI                    PIC  X(005).
             05 WK-ZON-ZONA                   PIC  X(001).
             05 WK-ZON-QT-SERV                PIC  9(001).
             05 WK-ZON-SERVICO OCCURS 5 TIMES.
                07 WK-ZON-SRV-CODIGO          PIC  X(008).
                07 WK-ZON-SRV-PRAZO           PIC  9(002).
             05 WK-ZON-ATIVO                  PIC  X(001).
                88 WK-ZON-ATIVO-SIM                   VALUE 'S'.
                88 WK-ZON-ATIVO-NAO                   VALUE 'N'.
          03 WK-KEP0TD-REC.
             05 WK-KEP0TD-REC-CPY             PIC  X(101).
             05 WK-KEP0TD-REC-MSG             PIC  X(032).
          03 WK-VALIDO                        PIC  X(001) VALUE 'S'.
             88 ENTRADA-VALIDA                          VALUE 'S'.
          03 WK-IDX                           PIC  9(001) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
          03 WK-EIBRESP                       PIC S9(9) COMP-5 SYNC.
          03 WK-EIBRESP2                      PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   AUTORIZACAO DE OPERADOR (ROTINA COMUM OPRAUT01, PERFIL NO
      *   VSAM OPRVSA01) - A NEGATIVA JA SAI LOGADA NA FILA CSTA PELA
      *   PROPRIA ROTINA, COM USUARIO, TERMINAL E ACAO TENTADA
      *----------------------------------------------------------------*
       77 WK-PGM-OPRAUT01            PIC X(008) VALUE 'OPRAUT01'.
       01 WK-AUT-PROGRAMA            PIC X(008) VALUE 'CEPCICSB'.
       01 WK-AUT-ACAO                PIC X(001) VALUE SPACE.
       01 WK-AUT-USUARIO             PIC X(008) VALUE SPACES.
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03 LK-ZON-ACAO          PIC  X(001).
             88 LK-ZON-INCLUI             VALUE 'I'.
             88 LK-ZON-ALTERA             VALUE 'A'.
             88 LK-ZON-DESATIVA           VALUE 'D'.
          03 LK-ZON-INI           PIC  X(005).
          03 LK-ZON-FIM           PIC  X(005).
      *   ZONA: C=CAPITAL  I=INTERIOR  R=REMOTA/FLUVIAL
          03 LK-ZON-ZONA          PIC  X(001).
             88 LK-ZON-ZONA-VALIDA        VALUE 'C' 'I' 'R'.
          03 LK-ZON-QT-SERV       PIC  X(001).
          03 LK-ZON-SERVICO OCCURS 5 TIMES.
             05 LK-ZON-SRV-CODIGO PIC  X(008).
             05 LK-ZON-SRV-PRAZO  PIC  X(002).
          03 LK-ZON-CODRET        PIC  9(002).
          03 LK-ZON-MSGRET        PIC  X(060).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-ZON-CODRET
           MOVE SPACES  TO LK-ZON-MSGRET
           MOVE SPACES  TO WK-ZON-REC

           PERFORM 050000-VALIDAR-ENTRADA

           IF ENTRADA-VALIDA
              PERFORM 055000-AUTORIZA-OPERADOR
           END-IF

           IF ENTRADA-VALIDA
              EVALUATE TRUE
                 WHEN LK-ZON-INCLUI
                    PERFORM 100000-INCLUIR-FAIXA
                 WHEN LK-ZON-ALTERA
                    PERFORM 200000-ALTERAR-FAIXA
                 WHEN LK-ZON-DESATIVA
                    PERFORM 300000-DESATIVAR-FAIXA
                 WHEN OTHER
                    MOVE 99 TO LK-ZON-CODRET
                    MOVE 'Acao invalida - use I/A/D'
                         TO LK-ZON-MSGRET
              END-EVALUATE
           END-IF

           IF LK-ZON-MSGRET NOT EQUAL SPACES
              PERFORM 900000-GRAVA-AUDITORIA
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       050000-VALIDAR-ENTRADA.
      *----------------------------------------------------------------*
      * Prefixos inicial/final numericos e em ordem; fora a
      * desativacao, zona C/I/R e de 1 a 5 niveis de servico, cada
      * um com codigo e prazo numerico
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-VALIDO

           IF LK-ZON-INI NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
              MOVE 12  TO LK-ZON-CODRET
              MOVE 'Prefixo inicial deve ser numerico (5 digitos)'
                   TO LK-ZON-MSGRET
           ELSE
           IF LK-ZON-FIM NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
              MOVE 13  TO LK-ZON-CODRET
              MOVE 'Prefixo final deve ser numerico (5 digitos)'
                   TO LK-ZON-MSGRET
           ELSE
           IF LK-ZON-FIM LESS LK-ZON-INI
              MOVE 'N' TO WK-VALIDO
              MOVE 14  TO LK-ZON-CODRET
              MOVE 'Prefixo final menor que o inicial'
                   TO LK-ZON-MSGRET
           ELSE
           IF NOT LK-ZON-DESATIVA
              IF NOT LK-ZON-ZONA-VALIDA
                 MOVE 'N' TO WK-VALIDO
                 MOVE 15  TO LK-ZON-CODRET
                 MOVE 'Zona invalida - use C/I/R'
                      TO LK-ZON-MSGRET
              ELSE
              IF LK-ZON-QT-SERV NOT NUMERIC
                    OR LK-ZON-QT-SERV EQUAL '0'
                    OR LK-ZON-QT-SERV GREATER '5'
                 MOVE 'N' TO WK-VALIDO
                 MOVE 16  TO LK-ZON-CODRET
                 MOVE 'Quantidade de servicos deve ser de 1 a 5'
                      TO LK-ZON-MSGRET
              ELSE
                 MOVE LK-ZON-QT-SERV TO WK-ZON-QT-SERV
                 PERFORM 051000-VALIDA-SERVICO
                         VARYING WK-IDX FROM 1 BY 1
                         UNTIL WK-IDX GREATER WK-ZON-QT-SERV
                            OR NOT ENTRADA-VALIDA
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       051000-VALIDA-SERVICO.
      *----------------------------------------------------------------*
           IF LK-ZON-SRV-CODIGO(WK-IDX) EQUAL SPACES
                 OR LK-ZON-SRV-PRAZO(WK-IDX) NOT NUMERIC
              MOVE 'N' TO WK-VALIDO
              MOVE 17  TO LK-ZON-CODRET
              MOVE 'Servico sem codigo ou com prazo nao numerico'
                   TO LK-ZON-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       055000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * PERFIL DE OPERADOR (OPRVSA01 VIA OPRAUT01) - A NEGATIVA JA
      * SAI LOGADA NA FILA CSTA PELA PROPRIA ROTINA E, COMO O MSGRET
      * FICA PREENCHIDO, TAMBEM CAI NA AUDITORIA DO 900000
      *----------------------------------------------------------------*
           MOVE LK-ZON-ACAO TO WK-AUT-ACAO
           CALL WK-PGM-OPRAUT01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-AUT-PROGRAMA
                                       WK-AUT-ACAO
                                       WK-AUT-USUARIO
                                       WK-AUT-AUTORIZADO
                                       WK-AUT-RETORNO

           IF WK-AUT-AUTORIZADO NOT EQUAL 'S'
              MOVE 'N' TO WK-VALIDO
              MOVE 90  TO LK-ZON-CODRET
              MOVE 'Operador sem autorizacao para esta acao'
                   TO LK-ZON-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       100000-INCLUIR-FAIXA.
      *----------------------------------------------------------------*
      * A PRIMEIRA FAIXA CADASTRADA COM FINAL >= INICIAL NOVO SO NAO
      * CONFLITA SE COMECAR DEPOIS DO FINAL NOVO - E A MESMA LEITURA
      * QUE O CEPFRT01 FAZ, ENTAO FAIXA SOBREPOSTA NUNCA CHEGA AO
      * ARQUIVO
      *----------------------------------------------------------------*
           MOVE LK-ZON-INI TO WK-ZON-FIM

           EXEC CICS READ
                FILE      ( 'CEPZON01' )
                RIDFLD    ( WK-ZON-CHAVE )
                KEYLENGTH ( 5 )
                GTEQ
                INTO      ( WK-ZON-REC )
                RESP      ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
                 AND WK-ZON-FIM EQUAL LK-ZON-FIM
              MOVE 1 TO LK-ZON-CODRET
              MOVE 'Faixa ja cadastrada - use alteracao'
                   TO LK-ZON-MSGRET
           ELSE
           IF WK-EIBRESP EQUAL ZEROS
                 AND WK-ZON-INI NOT GREATER LK-ZON-FIM
              MOVE 18 TO LK-ZON-CODRET
              MOVE 'Faixa sobrepoe outra ja cadastrada'
                   TO LK-ZON-MSGRET
           ELSE
           IF WK-EIBRESP NOT EQUAL ZEROS
                 AND WK-EIBRESP NOT EQUAL DFHRESP(NOTFND)
              MOVE 2 TO LK-ZON-CODRET
              MOVE 'Erro ao incluir faixa' TO LK-ZON-MSGRET
           ELSE
              MOVE SPACES TO WK-ZON-REC
              MOVE LK-ZON-FIM TO WK-ZON-FIM
              MOVE LK-ZON-INI TO WK-ZON-INI
              PERFORM 400000-MONTA-ZONA

              EXEC CICS WRITE
                   FILE      ( 'CEPZON01' )
                   RIDFLD    ( WK-ZON-CHAVE )
                   KEYLENGTH ( 5 )
                   LENGTH    ( LENGTH OF WK-ZON-REC )
                   FROM      ( WK-ZON-REC )
                   RESP      ( WK-EIBRESP )
                   RESP2     ( WK-EIBRESP2 )
              END-EXEC

              IF WK-EIBRESP EQUAL DFHRESP(DUPREC)
                    OR WK-EIBRESP EQUAL DFHRESP(DUPKEY)
                 MOVE 1 TO LK-ZON-CODRET
                 MOVE 'Faixa ja cadastrada - use alteracao'
                      TO LK-ZON-MSGRET
              ELSE
              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 2 TO LK-ZON-CODRET
                 MOVE 'Erro ao incluir faixa' TO LK-ZON-MSGRET
              ELSE
                 MOVE 'Faixa incluida com sucesso' TO LK-ZON-MSGRET
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       200000-ALTERAR-FAIXA.
      *----------------------------------------------------------------*
      * ALTERA ZONA/SERVICOS E REATIVA - OS LIMITES DA FAIXA NAO
      * MUDAM (PARA MUDAR, DESATIVA E INCLUI DE NOVO)
      *----------------------------------------------------------------*
           MOVE LK-ZON-FIM TO WK-ZON-FIM

           EXEC CICS READ
                FILE      ( 'CEPZON01' )
                RIDFLD    ( WK-ZON-CHAVE )
                KEYLENGTH ( 5 )
                INTO      ( WK-ZON-REC )
                UPDATE
                RESP      ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-ZON-CODRET
              MOVE 'Faixa nao encontrada para alteracao'
                   TO LK-ZON-MSGRET
           ELSE
           IF WK-ZON-INI NOT EQUAL LK-ZON-INI
              MOVE 7 TO LK-ZON-CODRET
              MOVE 'Prefixo inicial nao confere com a faixa cadastrada'
                   TO LK-ZON-MSGRET

              EXEC CICS UNLOCK
                   FILE ( 'CEPZON01' )
                   NOHANDLE
              END-EXEC
           ELSE
              PERFORM 400000-MONTA-ZONA

              EXEC CICS REWRITE
                   FILE   ( 'CEPZON01' )
                   FROM   ( WK-ZON-REC )
                   LENGTH ( LENGTH OF WK-ZON-REC )
                   RESP   ( WK-EIBRESP )
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 4 TO LK-ZON-CODRET
                 MOVE 'Erro ao alterar faixa' TO LK-ZON-MSGRET
              ELSE
                 MOVE 'Faixa alterada com sucesso' TO LK-ZON-MSGRET
              END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-DESATIVAR-FAIXA.
      *----------------------------------------------------------------*
           MOVE LK-ZON-FIM TO WK-ZON-FIM

           EXEC CICS READ
                FILE      ( 'CEPZON01' )
                RIDFLD    ( WK-ZON-CHAVE )
                KEYLENGTH ( 5 )
                INTO      ( WK-ZON-REC )
                UPDATE
                RESP      ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 5 TO LK-ZON-CODRET
              MOVE 'Faixa nao encontrada para desativacao'
                   TO LK-ZON-MSGRET
           ELSE
           IF WK-ZON-INI NOT EQUAL LK-ZON-INI
              MOVE 7 TO LK-ZON-CODRET
              MOVE 'Prefixo inicial nao confere com a faixa cadastrada'
                   TO LK-ZON-MSGRET

              EXEC CICS UNLOCK
                   FILE ( 'CEPZON01' )
                   NOHANDLE
              END-EXEC
           ELSE
              SET WK-ZON-ATIVO-NAO TO TRUE

              EXEC CICS REWRITE
                   FILE   ( 'CEPZON01' )
                   FROM   ( WK-ZON-REC )
                   LENGTH ( LENGTH OF WK-ZON-REC )
                   RESP   ( WK-EIBRESP )
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 6 TO LK-ZON-CODRET
                 MOVE 'Erro ao desativar faixa' TO LK-ZON-MSGRET
              ELSE
                 MOVE 'Faixa desativada com sucesso'
                      TO LK-ZON-MSGRET
              END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       400000-MONTA-ZONA.
      *----------------------------------------------------------------*
           MOVE LK-ZON-ZONA    TO WK-ZON-ZONA
           MOVE LK-ZON-QT-SERV TO WK-ZON-QT-SERV
           PERFORM 410000-MONTA-SERVICO
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER 5
           SET  WK-ZON-ATIVO-SIM TO TRUE
           .

      *----------------------------------------------------------------*
       410000-MONTA-SERVICO.
      *----------------------------------------------------------------*
           IF WK-IDX GREATER WK-ZON-QT-SERV
              MOVE SPACES TO WK-ZON-SRV-CODIGO(WK-IDX)
              MOVE ZEROS  TO WK-ZON-SRV-PRAZO(WK-IDX)
           ELSE
              MOVE LK-ZON-SRV-CODIGO(WK-IDX)
                   TO WK-ZON-SRV-CODIGO(WK-IDX)
              MOVE LK-ZON-SRV-PRAZO(WK-IDX)
                   TO WK-ZON-SRV-PRAZO(WK-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
       900000-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE SPACES        TO WK-KEP0TD-REC
           MOVE WK-ZON-REC    TO WK-KEP0TD-REC-CPY
           MOVE LK-ZON-MSGRET TO WK-KEP0TD-REC-MSG

           EXEC CICS WRITEQ
                TD QUEUE ( 'KEP0' )
                FROM     ( WK-KEP0TD-REC )
                LENGTH   ( LENGTH OF WK-KEP0TD-REC )
                RESP     ( WK-EIBRESP )
           END-EXEC
           .
