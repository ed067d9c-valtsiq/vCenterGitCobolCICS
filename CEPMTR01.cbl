       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPMTR01
      * Tipo    .............. Subprograma (CALL) - mesma tecnica do
      *                        CEPFRT01/PRMLER01: o chamador passa
      *                        DFHEIBLK e DFHCOMMAREA como os dois
      *                        primeiros parametros do CALL, antes da
      *                        area LK-MTR-AREA
      * Finalidade ........... medicao de uso do servico de CEP por
      *                        consumidor: soma as pesquisas de UMA
      *                        invocacao (achados, resolvidos por
      *                        sucessor e nao encontrados - lote conta
      *                        um por CEP) no VSAM "CEPMET01", um
      *                        registro por dia + canal + transacao +
      *                        usuario CICS. O canal vem do chamador
      *                        (DIRETO, MQ, API, SAFRA ou o programa
      *                        CICS que fez o LINK); transacao e
      *                        usuario sao os da propria tarefa, que
      *                        identificam a aplicacao consumidora
      *                        (transacao alias do zCEE/ponte e
      *                        usuario autenticado). Primeira pesquisa
      *                        do dia cria o registro; inclusao
      *                        concorrente (DUPREC) repete a leitura
      *                        para atualizar. Medicao e acessoria: a
      *                        pesquisa NUNCA falha por causa dela -
      *                        erro de arquivo so volta em
      *                        LK-MTR-RETORNO:
      *                          00 = contadores atualizados
      *                          01 = nada a medir (contadores zero)
      *                          02 = CEPMET01 indisponivel
      *                        Relatorio mensal de ranking: CEPBTC11
      * DSnames .............. B090290.CEPMET01
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Chamado por .......... CEPCICS1, CEPAPI01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPMTR01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT DO VSAM "CEPMET01" LIDO PELO CEPBTC11 -
      ***  MANTER OS DOIS SINCRONIZADOS
       01  WK-MET-REC.
           03 WK-MET-CHAVE.
              05 WK-MET-DATA            PIC X(008).
              05 WK-MET-CANAL           PIC X(008).
              05 WK-MET-TRANSACAO       PIC X(004).
              05 WK-MET-USUARIO         PIC X(008).
           03 WK-MET-QT-CHAMADAS        PIC 9(009).
           03 WK-MET-QT-ACHOU           PIC 9(009).
           03 WK-MET-QT-REDIR           PIC 9(009).
           03 WK-MET-QT-NAO             PIC 9(009).
           03 WK-MET-ULT-HORA           PIC X(006).
           03 FILLER                    PIC X(010).
       77  WK-EIBRESP                   PIC S9(9) COMP-5 SYNC.
       77  WK-ABSTIME                   PIC S9(15) COMP-3 VALUE +0.
       77  WK-DATA-YMD                  PIC X(008) VALUE SPACES.
       77  WK-HORA                      PIC X(006) VALUE SPACES.
       77  WK-USUARIO                   PIC X(008) VALUE SPACES.
       77  WK-TENTATIVA                 PIC 9(001) VALUE ZEROS.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  LK-MTR-AREA.
           03 LK-MTR-CANAL              PIC X(008).
           03 LK-MTR-QT-ACHOU           PIC 9(005).
           03 LK-MTR-QT-REDIR           PIC 9(005).
           03 LK-MTR-QT-NAO             PIC 9(005).
           03 LK-MTR-RETORNO            PIC X(002).

       PROCEDURE DIVISION USING LK-MTR-AREA.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
           MOVE '01' TO LK-MTR-RETORNO

           IF LK-MTR-QT-ACHOU NUMERIC
              AND LK-MTR-QT-REDIR NUMERIC
              AND LK-MTR-QT-NAO NUMERIC
              AND LK-MTR-QT-ACHOU + LK-MTR-QT-REDIR + LK-MTR-QT-NAO
                  GREATER ZEROS
              PERFORM 100000-MONTA-CHAVE
              MOVE ZEROS TO WK-TENTATIVA
              PERFORM 200000-ACUMULA
                      UNTIL LK-MTR-RETORNO NOT EQUAL '01'
                         OR WK-TENTATIVA GREATER 2
              IF LK-MTR-RETORNO EQUAL '01'
                 MOVE '02' TO LK-MTR-RETORNO
              END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------*
       100000-MONTA-CHAVE.
      *----------------------------------------------------------------*
      * DIA CORRENTE + CANAL INFORMADO + TRANSACAO E USUARIO DA TAREFA
      * (TAREFA SEM USUARIO SINALIZADO FICA COM O DEFAULT DA REGIAO)
      *----------------------------------------------------------------*
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

           EXEC CICS ASSIGN
                USERID ( WK-USUARIO )
                NOHANDLE
           END-EXEC

           MOVE SPACES       TO WK-MET-REC
           MOVE WK-DATA-YMD  TO WK-MET-DATA
           MOVE LK-MTR-CANAL TO WK-MET-CANAL
           MOVE EIBTRNID     TO WK-MET-TRANSACAO
           MOVE WK-USUARIO   TO WK-MET-USUARIO
           .

      *----------------------------------------------------------------*
       200000-ACUMULA.
      *----------------------------------------------------------------*
      * REGISTRO DO DIA JA EXISTE = SOMA E REGRAVA; NAO EXISTE = INCLUI
      * COM OS CONTADORES DESTA INVOCACAO. DUPREC NA INCLUSAO (OUTRA
      * TAREFA INCLUIU ANTES) VOLTA PARA A LEITURA COM UPDATE
      *----------------------------------------------------------------*
           ADD 1 TO WK-TENTATIVA

           EXEC CICS READ
                FILE      ( 'CEPMET01' )
                RIDFLD    ( WK-MET-CHAVE )
                KEYLENGTH ( LENGTH OF WK-MET-CHAVE )
                INTO      ( WK-MET-REC )
                UPDATE
                RESP      ( WK-EIBRESP )
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
              ADD 1               TO WK-MET-QT-CHAMADAS
              ADD LK-MTR-QT-ACHOU TO WK-MET-QT-ACHOU
              ADD LK-MTR-QT-REDIR TO WK-MET-QT-REDIR
              ADD LK-MTR-QT-NAO   TO WK-MET-QT-NAO
              MOVE WK-HORA        TO WK-MET-ULT-HORA

              EXEC CICS REWRITE
                   FILE   ( 'CEPMET01' )
                   FROM   ( WK-MET-REC )
                   LENGTH ( LENGTH OF WK-MET-REC )
                   RESP   ( WK-EIBRESP )
              END-EXEC

              IF WK-EIBRESP EQUAL ZEROS
                 MOVE '00' TO LK-MTR-RETORNO
              ELSE
                 MOVE '02' TO LK-MTR-RETORNO
              END-IF
           ELSE
           IF WK-EIBRESP NOT EQUAL DFHRESP(NOTFND)
              MOVE '02' TO LK-MTR-RETORNO
           ELSE
              MOVE 1               TO WK-MET-QT-CHAMADAS
              MOVE LK-MTR-QT-ACHOU TO WK-MET-QT-ACHOU
              MOVE LK-MTR-QT-REDIR TO WK-MET-QT-REDIR
              MOVE LK-MTR-QT-NAO   TO WK-MET-QT-NAO
              MOVE WK-HORA         TO WK-MET-ULT-HORA

              EXEC CICS WRITE
                   FILE      ( 'CEPMET01' )
                   RIDFLD    ( WK-MET-CHAVE )
                   KEYLENGTH ( LENGTH OF WK-MET-CHAVE )
                   LENGTH    ( LENGTH OF WK-MET-REC )
                   FROM      ( WK-MET-REC )
                   RESP      ( WK-EIBRESP )
              END-EXEC

              IF WK-EIBRESP EQUAL ZEROS
                 MOVE '00' TO LK-MTR-RETORNO
              ELSE
              IF WK-EIBRESP NOT EQUAL DFHRESP(DUPREC)
                 MOVE '02' TO LK-MTR-RETORNO
              END-IF
              END-IF
           END-IF
           END-IF
           .
