       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. ESCMNT01
      * Tipo    .............. Online
      * Finalidade ........... manutencao da escala de plantao usada
      *                        pelo roteador de alertas CSTARPT no
      *                        re-escalonamento de alerta nao
      *                        reconhecido (ALRACK01): para cada classe
      *                        de alerta (primeiro token da linha,
      *                        '*' = escala padrao) e nivel (01 = quem
      *                        recebe o primeiro reenvio, 02 = o
      *                        seguinte...), uma ou mais faixas
      *                        horarias HHMM-HHMM com o operador e o
      *                        contato (telefone/e-mail) do plantao -
      *                        faixa com inicio maior que o fim
      *                        atravessa a meia-noite. Acoes I/A/D/C
      *                        no estilo acao/codret/msgret do
      *                        SUPMNT01, sobre o VSAM "ESCVSA01"
      *                        (chave = classe+nivel+inicio da faixa).
      *                        Transacao AUTORIZADA: toda gravacao
      *                        passa pelo perfil OPRAUT01
      * DSnames .............. B090290.ESCVSA01 (definir RECUPERAVEL)
      *                        B090290.MSGVSA01 (textos de retorno,
      *                        via MSGLER01)
      * Transacao CICS  ...... ESC1
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESCMNT01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT CONSULTADO PELO CSTARPT - MANTER SINCRONIZADO
       01 WK-ESC-REC.
          03 WK-ESC-CHAVE.
             05 WK-ESC-CLASSE        PIC X(008).
             05 WK-ESC-NIVEL         PIC 9(002).
             05 WK-ESC-INICIO        PIC X(004).
          03 WK-ESC-FIM              PIC X(004).
          03 WK-ESC-OPERADOR         PIC X(008).
          03 WK-ESC-CONTATO          PIC X(040).
          03 WK-ESC-REGISTRADOR      PIC X(008).

       01 WK-HHMM.
          03 WK-HHMM-HH              PIC 9(002).
          03 WK-HHMM-MM              PIC 9(002).
       77 WK-FAIXA-OK                PIC X(001) VALUE 'S'.

      *----------------------------------------------------------------*
      *   AUTORIZACAO DE OPERADOR (ROTINA COMUM OPRAUT01, PERFIL NO
      *   VSAM OPRVSA01) - A NEGATIVA JA SAI LOGADA NA FILA CSTA PELA
      *   PROPRIA ROTINA, COM USUARIO, TERMINAL E ACAO TENTADA
      *----------------------------------------------------------------*
       77 WK-PGM-OPRAUT01            PIC X(008) VALUE 'OPRAUT01'.
       01 WK-AUT-PROGRAMA            PIC X(008) VALUE 'ESCMNT01'.
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
          05 WK-MSGA-SUBSISTEMA      PIC X(008) VALUE 'ESCMNT01'.
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
          03  LK-ESC-ACAO        PIC  X(0001).
             88 LK-ESC-INCLUI             VALUE 'I'.
             88 LK-ESC-ALTERA             VALUE 'A'.
             88 LK-ESC-DELETA             VALUE 'D'.
             88 LK-ESC-CONSULTA           VALUE 'C'.
          03  LK-ESC-CLASSE      PIC  X(0008).
          03  LK-ESC-NIVEL       PIC  X(0002).
          03  LK-ESC-INICIO      PIC  X(0004).
          03  LK-ESC-FIM         PIC  X(0004).
          03  LK-ESC-OPERADOR    PIC  X(0008).
          03  LK-ESC-CONTATO     PIC  X(0040).
          03  LK-ESC-CODRET      PIC  9(0002).
          03  LK-ESC-MSGRET      PIC  X(0060).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-ESC-CODRET
           MOVE SPACES  TO LK-ESC-MSGRET

           PERFORM 030000-AUTORIZA-OPERADOR

           IF LK-ESC-CODRET EQUAL ZEROS
              PERFORM 050000-VALIDA-FAIXA
           END-IF

           IF LK-ESC-CODRET NOT EQUAL ZEROS
              CONTINUE
           ELSE
           IF LK-ESC-CLASSE EQUAL SPACES
              OR LK-ESC-NIVEL NOT NUMERIC
              OR LK-ESC-NIVEL EQUAL '00'
              MOVE 11 TO LK-ESC-CODRET
              MOVE 'Classe e nivel (01-99) sao obrigatorios'
                   TO LK-ESC-MSGRET
           ELSE
           IF (LK-ESC-INCLUI OR LK-ESC-ALTERA)
                 AND LK-ESC-OPERADOR EQUAL SPACES
              MOVE 13 TO LK-ESC-CODRET
              MOVE 'Operador de plantao e obrigatorio'
                   TO LK-ESC-MSGRET
           ELSE
              MOVE LK-ESC-CLASSE TO WK-ESC-CLASSE
              MOVE LK-ESC-NIVEL  TO WK-ESC-NIVEL
              MOVE LK-ESC-INICIO TO WK-ESC-INICIO

              EVALUATE TRUE
                 WHEN LK-ESC-INCLUI
                    PERFORM 100000-INCLUIR-FAIXA
                 WHEN LK-ESC-ALTERA
                    PERFORM 200000-ALTERAR-FAIXA
                 WHEN LK-ESC-DELETA
                    PERFORM 300000-DELETAR-FAIXA
                 WHEN LK-ESC-CONSULTA
                    PERFORM 400000-CONSULTAR-FAIXA
                 WHEN OTHER
                    MOVE 99 TO LK-ESC-CODRET
                    MOVE 'Acao invalida - use I/A/D/C'
                         TO LK-ESC-MSGRET
              END-EVALUATE
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
      * CONSULTA ('C') E LIVRE; MUDAR A ESCALA DECIDE QUEM ACORDA DE
      * MADRUGADA - ACAO AUTORIZADA
      *----------------------------------------------------------------*
           IF NOT LK-ESC-CONSULTA
              MOVE LK-ESC-ACAO TO WK-AUT-ACAO
              CALL WK-PGM-OPRAUT01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-AUT-PROGRAMA
                                          WK-AUT-ACAO
                                          WK-AUT-USUARIO
                                          WK-AUT-AUTORIZADO
                                          WK-AUT-RETORNO

              IF WK-AUT-AUTORIZADO NOT EQUAL 'S'
                 MOVE 90 TO LK-ESC-CODRET
                 MOVE 'Operador sem autorizacao para esta acao'
                      TO LK-ESC-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       050000-VALIDA-FAIXA.
      *----------------------------------------------------------------*
      * INICIO (CHAVE) SEMPRE; FIM SO NA INCLUSAO/ALTERACAO - HORAS
      * 00-23 E MINUTOS 00-59
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-FAIXA-OK

           IF LK-ESC-INICIO NOT NUMERIC
              MOVE 'N' TO WK-FAIXA-OK
           ELSE
              MOVE LK-ESC-INICIO TO WK-HHMM
              IF WK-HHMM-HH GREATER 23 OR WK-HHMM-MM GREATER 59
                 MOVE 'N' TO WK-FAIXA-OK
              END-IF
           END-IF

           IF LK-ESC-INCLUI OR LK-ESC-ALTERA
              IF LK-ESC-FIM NOT NUMERIC
                 MOVE 'N' TO WK-FAIXA-OK
              ELSE
                 MOVE LK-ESC-FIM TO WK-HHMM
                 IF WK-HHMM-HH GREATER 23 OR WK-HHMM-MM GREATER 59
                    MOVE 'N' TO WK-FAIXA-OK
                 END-IF
              END-IF
           END-IF

           IF WK-FAIXA-OK NOT EQUAL 'S'
              MOVE 12 TO LK-ESC-CODRET
              MOVE 'Faixa invalida - inicio/fim HHMM (00:00 a 23:59)'
                   TO LK-ESC-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       100000-INCLUIR-FAIXA.
      *----------------------------------------------------------------*
           MOVE LK-ESC-FIM      TO WK-ESC-FIM
           MOVE LK-ESC-OPERADOR TO WK-ESC-OPERADOR
           MOVE LK-ESC-CONTATO  TO WK-ESC-CONTATO
           MOVE WK-AUT-USUARIO  TO WK-ESC-REGISTRADOR

           EXEC CICS WRITE FILE('ESCVSA01')
                            RIDFLD(WK-ESC-CHAVE)
                            KEYLENGTH(14)
                            LENGTH(LENGTH OF WK-ESC-REC)
                            FROM(WK-ESC-REC)
                            RESP(WK-EIBRESP)
                            RESP2(WK-EIBRESP2)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(DUPREC)
                 OR WK-EIBRESP EQUAL DFHRESP(DUPKEY)
              MOVE 1 TO LK-ESC-CODRET
              MOVE 'Faixa ja cadastrada - use alteracao'
                   TO LK-ESC-MSGRET
           ELSE
           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 2 TO LK-ESC-CODRET
              MOVE 'Erro ao incluir faixa' TO LK-ESC-MSGRET
           ELSE
              MOVE 'Faixa de plantao registrada' TO LK-ESC-MSGRET
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       200000-ALTERAR-FAIXA.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ESCVSA01')
                           RIDFLD(WK-ESC-CHAVE)
                           KEYLENGTH(14)
                           INTO(WK-ESC-REC)
                           UPDATE
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-ESC-CODRET
              MOVE 'Faixa nao encontrada para alteracao'
                   TO LK-ESC-MSGRET
           ELSE
              MOVE LK-ESC-FIM      TO WK-ESC-FIM
              MOVE LK-ESC-OPERADOR TO WK-ESC-OPERADOR
              MOVE LK-ESC-CONTATO  TO WK-ESC-CONTATO
              MOVE WK-AUT-USUARIO  TO WK-ESC-REGISTRADOR

              EXEC CICS REWRITE FILE('ESCVSA01')
                             FROM(WK-ESC-REC)
                             LENGTH(LENGTH OF WK-ESC-REC)
                             RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP NOT EQUAL ZEROS
                 MOVE 4 TO LK-ESC-CODRET
                 MOVE 'Erro ao alterar faixa' TO LK-ESC-MSGRET
              ELSE
                 MOVE 'Faixa alterada com sucesso'
                      TO LK-ESC-MSGRET
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       300000-DELETAR-FAIXA.
      *----------------------------------------------------------------*
           EXEC CICS DELETE FILE('ESCVSA01')
                            RIDFLD(WK-ESC-CHAVE)
                            KEYLENGTH(14)
                            RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 5 TO LK-ESC-CODRET
              MOVE 'Faixa nao encontrada para exclusao'
                   TO LK-ESC-MSGRET
           ELSE
              MOVE 'Faixa excluida com sucesso'
                   TO LK-ESC-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       400000-CONSULTAR-FAIXA.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ESCVSA01')
                           RIDFLD(WK-ESC-CHAVE)
                           KEYLENGTH(14)
                           INTO(WK-ESC-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 6 TO LK-ESC-CODRET
              MOVE 'Faixa nao cadastrada' TO LK-ESC-MSGRET
           ELSE
              MOVE WK-ESC-FIM      TO LK-ESC-FIM
              MOVE WK-ESC-OPERADOR TO LK-ESC-OPERADOR
              MOVE WK-ESC-CONTATO  TO LK-ESC-CONTATO
              MOVE 'Faixa consultada com sucesso'
                   TO LK-ESC-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       950000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * TEXTO DE RETORNO PELO CATALOGO (MSGLER01), COMO NOS DEMAIS
      * SERVICOS - O TEXTO MONTADO ACIMA E O DEFAULT
      *----------------------------------------------------------------*
           MOVE LK-ESC-CODRET TO WK-MSGA-CODRET
           MOVE SPACES        TO WK-MSGA-IDIOMA
                                 WK-MSGA-COMPLEMENTO
           MOVE LK-ESC-MSGRET TO WK-MSGA-TEXTO

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-ESC-MSGRET
           .
