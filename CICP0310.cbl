      * OBJETIVO  : CONSULTA ONLINE (TRANSACAO SC0Q) AO ULTIMO
      *             SNAPSHOT DE ESTATISTICAS COLETADO PELO CICP0307
      *             (ETTC_DRIA_TRAN/ETTC_CICS/ETTC_CLS_TRAN/
      *             ETTC_CNXO_CICS/ETTC_BLOC_CTL_TRAN/ETTC_ARQ_CICS),
      *             LENDO AS TSQS GRAVADAS POR CICP0307 EM 710000-
      *             GRAVA-SNAPSHOT-TS, SEM PRECISAR IR AO DB2 - UM
      *             OPERADOR FORNECE O TIPO E A CHAVE DESEJADOS VIA
      *             COMMAREA (TERMINAL OU Z/OS CONNECT, NO MESMO
      *             ESTILO COMMAREA DO VSRSMAIN/VSRS9999)
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      * VRS002 - ANEL DE SNAPSHOTS: O CICP0307 PASSOU A GUARDAR AS
      *          IDADE (0 = MAIS RECENTE, 1 = COLETA ANTERIOR, ...)
      *          PARA RESPONDER "COMO ESTAVA HA X MINUTOS" - CHAMADOR
      *          ANTIGO (SEM O CAMPO) RECEBE SEMPRE A MAIS RECENTE
      * VRS003 - TIPO '38' (ETTC_ARQ_CICS - ESTATISTICA DE FILE POR
      *          ARQUIVO, TSQ C307ARQ- + NOME DO ARQUIVO)
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
           COPY CICK0033.
       01  CICK0035-BOOK.
           COPY CICK0035.
       01  CICK0038-BOOK.
           COPY CICK0038.
      *----------------------------------------------------------------*
      *   MESMA CONVENCAO DE NOME DE TSQ MONTADA PELO CICP0307 EM
      *   700000-PUT-FILA-MQ/710000-GRAVA-SNAPSHOT-TS - MANTER
          03  LK-SC0Q-TIPO             PIC  X(002).
      ***     '15'=TRANSACTION '30'=CICS '31'=TRANCLASS
      ***     '33'=CONNECTION  '35'=TCB POOL (DISPATCHER)
      ***     '38'=FILE (ARQUIVO DA LISTA CICP0307_ARQLST)
          03  LK-SC0Q-CHAVE            PIC  X(008).
      ***     CHAVE ALINHADA A ESQUERDA: NM-TRAN(4)/NM-CICS(8)/
      ***     NM-CLS-TRAN(8)/NM-CNXO(4)/NM-BLOC-CTL-TRF(2)/
      ***     NM-ARQ(8)
          03  LK-SC0Q-CODRET           PIC  9(002).
      ***     0=OK 1=TIPO INVALIDO 2=SNAPSHOT NAO ENCONTRADO
          03  LK-SC0Q-MSGRET           PIC  X(060).
          03  LK-SC0Q-DADOS            PIC  X(200).
      ***     DADOS DO BOOK CICKxxxx CORRESPONDENTE AO TIPO PEDIDO,
      ***     NOS MESMOS LAYOUTS DE copybooks/CICK0015/0030/0031/
      ***     0033/0035/0038.CPY - CALLER REDEFINE CONFORME O TIPO
          03  LK-SC0Q-IDADE            PIC  9(002).
      ***     OPCIONAL (EIBCALEN CURTO = 0): 0 = COLETA MAIS
      ***     RECENTE, 1 = ANTERIOR, ... ATE O TAMANHO DO ANEL - 1
              WHEN '35'
                 MOVE 'C307TCB-'        TO GDA-NM-TS
                 MOVE LK-SC0Q-CHAVE(1:2) TO GDA-NM-TS(9:2)
              WHEN '38'
                 MOVE 'C307ARQ-'        TO GDA-NM-TS
                 MOVE LK-SC0Q-CHAVE(1:8) TO GDA-NM-TS(9:8)
              WHEN OTHER
                 MOVE 1 TO LK-SC0Q-CODRET
                 MOVE 'Tipo invalido - use 15/30/31/33/35/38'
                      TO LK-SC0Q-MSGRET
           END-EVALUATE.

                 MOVE CICK0035-BOOK TO LK-SC0Q-DADOS
              END-IF
           END-IF.
      *
           IF LK-SC0Q-TIPO EQUAL '38'
              EXEC CICS READQ TS QUEUE ( GDA-NM-TS            )
                        INTO   ( CICK0038-BOOK         )
                        LENGTH ( LENGTH OF CICK0038-BOOK )
                        ITEM   ( GDA-ITEM               )
                        RESP   ( W-EIBRESP              )
              END-EXEC
              IF W-EIBRESP EQUAL ZEROS
                 MOVE CICK0038-BOOK TO LK-SC0Q-DADOS
              END-IF
           END-IF.
      *
           IF W-EIBRESP EQUAL ZEROS
              MOVE 'Snapshot localizado com sucesso' TO LK-SC0Q-MSGRET
