      *               SNAPN   - 9(2)  TAMANHO DO ANEL SNAPSHOT (10)
      *               MXTPCT  - 9(3)  PCT ALERTA MXT (80)
      *               DSAPCT  - 9(3)  PCT ALERTA DSA/EDSA (85)
      *               FILAM15..FILAM38 - X(48) FILA MQ POR TIPO
      *               BASINF  - 9(4)  PCT INFERIOR DA FAIXA SAZONAL
      *                         SOBRE O PERFIL CICBAS01 (60)
      *               BASSUP  - 9(4)  PCT SUPERIOR DA FAIXA (200)
      *               BASMIN  - 9(4)  MINUTOS CONSECUTIVOS FORA DA
      *                         FAIXA PARA ALERTAR (5)
      *               BASPIS  - 9(4)  PISO DO PERFIL EM TRANSACOES
      *                         POR MINUTO PARA AVALIAR (10)
      *               CNXLIM  - CHAVE=CONNECTION(4), VALOR=9(4)
      *                         LIMITE INDIVIDUAL (UM ITEM POR CNX)
      *               ARQEST  - VALOR=ARQUIVO(8)+ATIVO(1) S/N
      *                         ARQUIVO DA COLETA DE ESTATISTICA DE
      *                         FILE (UM ITEM POR ARQUIVO EM
      *                         CICP0307_ARQLST)
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      * VRS002 - PARAMETROS FILAM38 (FILA DO TIPO 38) E ARQEST (LISTA
      *          DE ARQUIVOS DA ESTATISTICA DE FILE DO CICP0307); A
      *          LISTAGEM PASSOU A 17 LINHAS
      * VRS003 - PARAMETROS BASINF/BASSUP/BASMIN/BASPIS (FAIXA DO
      *          ALERTA SAZONAL DE TAXA DE TRANSACOES DO CICP0307,
      *          TSQ CICP0307_BASCFG); A LISTAGEM PASSOU A 21 LINHAS
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
           03  W-VALOR-9-4             PIC  9(004).
           03  FILLER                  PIC  X(044).
      *
      ***  REGISTRO DA CICP0307_ARQLST (NOME + ATIVO S/N) - MESMO
      ***  LAYOUT DO GDA-ARQLST-REC DO CICP0307
      *
       01  W-ARQLST-REC.
           03  W-ARQLST-NM             PIC  X(008).
           03  W-ARQLST-ATIVO          PIC  X(001).
       77  W-ACHOU-ARQ                 PIC  X(001) VALUE 'N'.
           88  ACHOU-ARQ                            VALUE 'S'.
       77  W-FIM-ARQ                   PIC  X(001) VALUE 'N'.
           88  FIM-ARQ                              VALUE 'S'.
      *
      ***  REGISTRO DA CICP0307_CNXLIM (NM + LIMITE) - MESMO LAYOUT
      ***  DO GDA-CNXLIM-REC DE LA
      *
           88  FIM-CNX                              VALUE 'S'.
      *
      ***  CATALOGO DOS PARAMETROS SIMPLES (TSQ + ITEM + TAMANHO +
      ***  DEFAULT) - CNXLIM E ARQEST SAO TRATADOS A PARTE POR SEREM
      ***  MULTI-ITEM COM CHAVE PROPRIA
      *
       01  W-CATALOGO.
           03  FILLER  PIC X(082) VALUE
               'FILAM36 CICP0307_FILCFG 060048QQE.CIC.ESTATISTICA     '.
           03  FILLER  PIC X(082) VALUE
               'FILAM37 CICP0307_FILCFG 070048QQE.CIC.ESTATISTICA     '.
           03  FILLER  PIC X(082) VALUE
               'FILAM38 CICP0307_FILCFG 080048QQE.CIC.ESTATISTICA     '.
           03  FILLER  PIC X(082) VALUE
               'BASINF  CICP0307_BASCFG 010004N0060                   '.
           03  FILLER  PIC X(082) VALUE
               'BASSUP  CICP0307_BASCFG 020004N0200                   '.
           03  FILLER  PIC X(082) VALUE
               'BASMIN  CICP0307_BASCFG 030004N0005                   '.
           03  FILLER  PIC X(082) VALUE
               'BASPIS  CICP0307_BASCFG 040004N0010                   '.
       01  W-CATALOGO-RED REDEFINES W-CATALOGO.
           03  W-CAT-ENTRADA OCCURS 21 TIMES INDEXED BY W-IDX-CAT.
              05  W-CAT-PARAM          PIC  X(008).
              05  W-CAT-TSQ            PIC  X(016).
              05  W-CAT-ITEM           PIC  9(002).
          03  LK-SC0C-CODRET           PIC  9(002).
          03  LK-SC0C-MSGRET           PIC  X(060).
      ***     ACAO 'L': UMA LINHA POR PARAMETRO, PARAM(8)+VALOR(48)
          03  LK-SC0C-LINHAS OCCURS 21 TIMES.
             05  LK-SC0C-LIN-PARAM     PIC  X(008).
             05  LK-SC0C-LIN-VALOR     PIC  X(048).


           EVALUATE TRUE
              WHEN LK-SC0C-LISTAR
      *          A LISTAGEM PREENCHE AS 21 LINHAS - COMMAREA CURTO
      *          SERIA SOBRESCRITO ALEM DO QUE O CHAMADOR ALOCOU
                 IF EIBCALEN LESS LENGTH OF DFHCOMMAREA
                    MOVE 7 TO LK-SC0C-CODRET

           PERFORM 110000-LISTA-UM-PARAMETRO
                   VARYING W-IDX-CAT FROM 1 BY 1
                   UNTIL W-IDX-CAT GREATER 21

           MOVE 'Parametros efetivos listados' TO LK-SC0C-MSGRET.

      *----------------------------------------------------------------*
           IF LK-SC0C-PARAM EQUAL 'CNXLIM'
              PERFORM 400000-ATUALIZA-CNXLIM
           ELSE
           IF LK-SC0C-PARAM EQUAL 'ARQEST'
              PERFORM 500000-ATUALIZA-ARQEST
           ELSE
              MOVE 'N' TO W-ACHOU-PARAM
              PERFORM 210000-PROCURA-PARAMETRO
                      VARYING W-IDX-CAT FROM 1 BY 1
                      UNTIL W-IDX-CAT GREATER 21
                         OR ACHOU-PARAM

              IF NOT ACHOU-PARAM
                 MOVE 1 TO LK-SC0C-CODRET
                 MOVE 'Parametro desconhecido' TO LK-SC0C-MSGRET
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
           MOVE W-CAT-DEFAULT(W-IDX-CAT) TO W-VALOR-LIDO

           PERFORM VARYING W-IDX-SEED FROM 1 BY 1
                   UNTIL W-IDX-SEED GREATER 21
              IF W-CAT-TSQ(W-IDX-SEED)
                    EQUAL W-CAT-TSQ(W-IDX-CAT)
                 AND W-CAT-ITEM(W-IDX-SEED) EQUAL W-ITEM
              ADD 1 TO W-ITEM
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       500000-ATUALIZA-ARQEST.
      *----------------------------------------------------------------*
      * CICP0307_ARQLST TEM UM ITEM POR ARQUIVO (NM(8)+ATIVO(1)):
      * PROCURA O ARQUIVO; ACHOU = REGRAVA O ITEM, NAO ACHOU = APPEND.
      * DESLIGAR A COLETA E GRAVAR ATIVO 'N' - O ITEM NAO E REMOVIDO
      *----------------------------------------------------------------*
           IF LK-SC0C-VALOR(1:8) EQUAL SPACES
              MOVE 6 TO LK-SC0C-CODRET
              MOVE 'Informe o arquivo em LK-SC0C-VALOR(1:8)'
                   TO LK-SC0C-MSGRET
           ELSE
           IF LK-SC0C-VALOR(9:1) NOT EQUAL 'S' AND 'N'
              MOVE 3 TO LK-SC0C-CODRET
              MOVE 'Ativo (posicao 9 do valor) deve ser S ou N'
                   TO LK-SC0C-MSGRET
           ELSE
              MOVE 'N' TO W-ACHOU-ARQ
              MOVE 'N' TO W-FIM-ARQ
              MOVE 1   TO W-ITEM

              PERFORM 510000-PROCURA-ARQ
                      UNTIL ACHOU-ARQ
                         OR FIM-ARQ

              MOVE LK-SC0C-VALOR(1:8) TO W-ARQLST-NM
              MOVE LK-SC0C-VALOR(9:1) TO W-ARQLST-ATIVO

              IF ACHOU-ARQ
                 EXEC CICS WRITEQ TS QUEUE ( 'CICP0307_ARQLST' )
                           FROM   ( W-ARQLST-REC          )
                           LENGTH ( LENGTH OF W-ARQLST-REC )
                           ITEM   ( W-ITEM                )
                           REWRITE
                           RESP   ( W-EIBRESP             )
                 END-EXEC
              ELSE
                 EXEC CICS WRITEQ TS QUEUE ( 'CICP0307_ARQLST' )
                           FROM   ( W-ARQLST-REC          )
                           LENGTH ( LENGTH OF W-ARQLST-REC )
                           RESP   ( W-EIBRESP             )
                 END-EXEC
              END-IF

              IF W-EIBRESP NOT EQUAL ZEROS
                 MOVE 5 TO LK-SC0C-CODRET
                 MOVE 'Erro ao gravar CICP0307_ARQLST'
                      TO LK-SC0C-MSGRET
              ELSE
                 MOVE 'Arquivo da estatistica de FILE atualizado'
                      TO LK-SC0C-MSGRET
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       510000-PROCURA-ARQ.
      *----------------------------------------------------------------*
           MOVE LENGTH OF W-ARQLST-REC TO W-LEN

           EXEC CICS READQ TS QUEUE ( 'CICP0307_ARQLST'     )
                     INTO   ( W-ARQLST-REC          )
                     LENGTH ( W-LEN                 )
                     ITEM   ( W-ITEM                )
                     RESP   ( W-EIBRESP             )
           END-EXEC

           IF W-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO W-FIM-ARQ
           ELSE
           IF W-ARQLST-NM EQUAL LK-SC0C-VALOR(1:8)
              MOVE 'S' TO W-ACHOU-ARQ
           ELSE
              ADD 1 TO W-ITEM
           END-IF
           END-IF.
