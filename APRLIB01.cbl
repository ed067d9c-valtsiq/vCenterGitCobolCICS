       CBL CICS('COBOL3,EXCI') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. APRLIB01
      * Tipo    .............. Subprograma (CALL) dos jobs batch - EXCI,
      *                        LINK ao APRMNT01 na regiao CICS
      *                        informada (mesma tecnica do CTLGBTC5)
      * Finalidade ........... dupla custodia (maker-checker) dos jobs
      *                        batch de alto impacto: o job so faz
      *                        alguma coisa com um ticket APROVADO no
      *                        APRVSA01 para a imagem EXATA dos seus
      *                        cartoes de parametro - pedido online
      *                        (APRMNT01 acao 'S') e aprovado por um
      *                        SEGUNDO operador (APRMNT01 acao 'A').
      *                        Modos:
      *                        'V' verifica - antes de qualquer
      *                            processamento
      *                        'E' execucao concluida - ao fim de
      *                            execucao com sucesso: consome o
      *                            ticket (nao serve para outra
      *                            execucao)
      *                        Retornos: 00 liberado (V) / consumido
      *                        (E); 20 sem ticket aprovado para a
      *                        imagem (o APRMNT01 grava a linha
      *                        'ALERTA' na CSTA); 12 verificacao
      *                        impossivel (cartao APPLID= ausente,
      *                        regiao sem contato ou APRVSA01
      *                        indisponivel) - no 'V' o chamador
      *                        BLOQUEIA nos dois casos: dupla
      *                        custodia sem conferencia nao existe;
      *                        09 modo invalido
      *                        Parametros (cartao APRPRM01, lido no
      *                        primeiro CALL do job):
      *                          APPLID=xxxxxxxx   regiao CICS (obrig.)
      * DSnames .............. B090290.APRPRM01 (parametros)
      * Chamado por .......... CEPBTC01 (FULL-SYNC), ACCBTC05,
      *                        ACCBTC07, PRMBTC02 (APLICAR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRLIB01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT APRPRM01   ASSIGN TO APRPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-APRPRM01.

       DATA           DIVISION.
       FILE SECTION.
       FD  APRPRM01
           RECORDING MODE IS F.
       01  WK-APRPRM01-REC                  PIC  X(080).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-APRPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.
      *----------------------------------------------------------------*
      *   O CARTAO E LIDO UMA VEZ SO POR EXECUCAO - A WORKING PERSISTE
      *   ENTRE O 'V' DO INICIO E O 'E' DO FIM DO MESMO JOB
      *----------------------------------------------------------------*
       77 WK-JA-LEU                         PIC  X(001) VALUE 'N'.
           88 JA-LEU                                    VALUE 'S'.
       01 WK-APPLID                         PIC  X(008) VALUE SPACES.

      *----------------------------------------------------------------*
      *   COMMAREA DO APRMNT01 - MESMO LAYOUT DO DFHCOMMAREA DE LA,
      *   MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
       01 WK-COMM-APR.
          03 WK-COMM-ACAO                   PIC  X(001).
          03 WK-COMM-PROGRAMA               PIC  X(008).
          03 WK-COMM-HASH                   PIC  9(009).
          03 WK-COMM-CODRET                 PIC  9(002).
          03 WK-COMM-MSGRET                 PIC  X(060).
          03 WK-COMM-SOLICITANTE            PIC  X(008).
          03 WK-COMM-DT-PEDIDO              PIC  X(014).
          03 WK-COMM-SITUACAO               PIC  X(001).
          03 WK-COMM-IMAGEM                 PIC  X(256).
          03 WK-COMM-PND-OCR OCCURS 10 TIMES.
             05 WK-COMM-PND-PROGRAMA        PIC  X(008).
             05 WK-COMM-PND-HASH            PIC  9(009).
             05 WK-COMM-PND-SOLIC           PIC  X(008).
             05 WK-COMM-PND-DATA            PIC  X(014).
       01 WK-COMM-LEN                       PIC S9(008) COMP
                                            VALUE 749.

      *----------------------------------------------------------------*
      *   AREA DE RETORNO DO LINK EXCI - MESMO LAYOUT DE
      *   EXCI-EXEC-RETURN-CODE (DFHXCPLO)
      *----------------------------------------------------------------*
       01 WK-EXCI-RETORNO.
          05 WK-EXCI-RESP                   PIC  9(008) COMP.
          05 WK-EXCI-RESP2                  PIC  9(008) COMP.
          05 WK-EXCI-ABCODE                 PIC  X(004).
          05 WK-EXCI-MSG-LEN                PIC  9(008) COMP.
          05 WK-EXCI-MSG-PTR                USAGE POINTER.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      *   AREA DE COMUNICACAO - O CHAMADOR DECLARA UMA COPIA FIEL:
      *   MODO (V/E), PROGRAMA (O PROPRIO JOB), IMAGEM DOS CARTOES
      *   (CADA CARTAO ATE O PRIMEIRO BRANCO, SEPARADOS POR UM
      *   BRANCO, NA ORDEM DO DECK), HASH DO TICKET (DEVOLVIDO, PARA
      *   O OPERADOR CONFERIR COM O APRMNT01) E O RETORNO
      *----------------------------------------------------------------*
       01  LK-APRLIB-AREA.
           05 LK-APRLIB-MODO                PIC  X(001).
              88 LK-APRLIB-VERIFICA                  VALUE 'V'.
              88 LK-APRLIB-CONSOME                   VALUE 'E'.
           05 LK-APRLIB-PROGRAMA            PIC  X(008).
           05 LK-APRLIB-IMAGEM              PIC  X(256).
           05 LK-APRLIB-HASH                PIC  9(009).
           05 LK-APRLIB-RETORNO             PIC  X(002).
              88 LK-APRLIB-OK                        VALUE '00'.
              88 LK-APRLIB-SEM-CONFERENCIA           VALUE '12'.
              88 LK-APRLIB-SEM-TICKET                VALUE '20'.
              88 LK-APRLIB-MODO-INVALIDO             VALUE '09'.

       PROCEDURE DIVISION USING LK-APRLIB-AREA.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE '00'  TO LK-APRLIB-RETORNO
           MOVE ZEROS TO LK-APRLIB-HASH

           IF LK-APRLIB-MODO NOT EQUAL 'V' AND 'E'
              MOVE '09' TO LK-APRLIB-RETORNO
              GOBACK
           END-IF

           IF NOT JA-LEU
              PERFORM 050000-LER-PARAMETROS
           END-IF

           IF WK-APPLID EQUAL SPACES
              DISPLAY 'APRLIB01 - CARTAO APPLID= AUSENTE (APRPRM01) - '
                      LK-APRLIB-PROGRAMA ' SEM CONFERENCIA DE TICKET'
              MOVE '12' TO LK-APRLIB-RETORNO
           ELSE
              PERFORM 200000-CHAMA-APRMNT01
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE 'S' TO WK-JA-LEU

           OPEN INPUT APRPRM01

           IF WK-FS-APRPRM01 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE APRPRM01
           ELSE
              DISPLAY 'APRLIB01 - ERRO AO ABRIR APRPRM01 FS='
                      WK-FS-APRPRM01
           END-IF.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ APRPRM01

           IF WK-FS-APRPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-APRPRM01-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-APRPRM01-REC(1:7) EQUAL 'APPLID='
              MOVE WK-APRPRM01-REC(8:8)  TO WK-APPLID
           ELSE
           IF WK-APRPRM01-REC NOT EQUAL SPACES
              DISPLAY 'APRLIB01 - PARAMETRO DESCONHECIDO IGNORADO: '
                      WK-APRPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       200000-CHAMA-APRMNT01.
      *----------------------------------------------------------------*
      * A CONFERENCIA INTEIRA RODA NA REGIAO (APRVSA01, HASH, ALERTA NA
      * CSTA); AQUI SO O RESULTADO VOLTA
      *----------------------------------------------------------------*
           MOVE SPACES             TO WK-COMM-APR
           MOVE LK-APRLIB-MODO     TO WK-COMM-ACAO
           MOVE LK-APRLIB-PROGRAMA TO WK-COMM-PROGRAMA
           MOVE ZEROS              TO WK-COMM-HASH
                                      WK-COMM-CODRET
           MOVE LK-APRLIB-IMAGEM   TO WK-COMM-IMAGEM

           EXEC CICS LINK PROGRAM   ('APRMNT01')
                          APPLID    (WK-APPLID)
                          COMMAREA  (WK-COMM-APR)
                          LENGTH    (WK-COMM-LEN)
                          DATALENGTH(WK-COMM-LEN)
                          RETCODE   (WK-EXCI-RETORNO)
                          SYNCONRETURN
           END-EXEC

           IF WK-EXCI-RESP NOT EQUAL ZEROS
              DISPLAY 'APRLIB01 - LINK EXCI FALHOU RESP='
                      WK-EXCI-RESP ' RESP2=' WK-EXCI-RESP2
                      ' ABCODE=' WK-EXCI-ABCODE
              DISPLAY 'APRLIB01 - REGIAO ' WK-APPLID ' SEM CONTATO - '
                      LK-APRLIB-PROGRAMA ' SEM CONFERENCIA DE TICKET'
              MOVE '12' TO LK-APRLIB-RETORNO
           ELSE
              MOVE WK-COMM-HASH TO LK-APRLIB-HASH

              EVALUATE WK-COMM-CODRET
                 WHEN ZEROS
                    MOVE '00' TO LK-APRLIB-RETORNO
                 WHEN 20
                    MOVE '20' TO LK-APRLIB-RETORNO
                 WHEN OTHER
                    MOVE '12' TO LK-APRLIB-RETORNO
              END-EVALUATE

              DISPLAY 'APRLIB01 - ' LK-APRLIB-PROGRAMA
                      ' TICKET HASH=' WK-COMM-HASH
                      ' SIT=' WK-COMM-SITUACAO
                      ' SOLICITANTE=' WK-COMM-SOLICITANTE
              DISPLAY 'APRLIB01 - ' WK-COMM-MSGRET
           END-IF.
