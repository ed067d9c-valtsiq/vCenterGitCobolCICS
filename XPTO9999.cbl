      ***          SVC 'TICKET')
      ***     32 = TICKET AINDA EM EXECUCAO
      ***     36 = TICKET DESCONHECIDO
      ***     40 = CONSUMIDOR SEM DIREITO AO SERVICO (NAO REGISTRADO,
      ***          INATIVO, TIPO DE CREDENCIAL OU GRUPO+SERVICO NAO
      ***          LIBERADO - O MOTIVO VAI EM RESP-MENSAGEM)
      ***     44 = SERVICO DESLIGADO (DATA DE SUNSET NO XPTOSRV1
      ***          ATINGIDA - O SUBSTITUTO VAI EM RESP-MENSAGEM)
      ***   SERVICO DEPRECIADO (APOS A DATA DE DEPRECIACAO E ANTES DO
      ***   SUNSET) CONTINUA ATENDIDO: COD-RET 00 COM O AVISO EM
      ***   RESP-MENSAGEM (NO ASSINCRONO, COD-RET 28 COM O AVISO EM
      ***   RESP-DADOS 33:60, APOS O TICKET)
           05        RQ02-AREA-RESP.
             10      RQ02-RESP-COD-RET       PIC  9(0002).
             10      RQ02-RESP-MENSAGEM      PIC  X(0060).
           03 WK-SRV-PROGRAMA           PIC  X(0008).
           03 WK-SRV-ATIVO              PIC  X(0001).
              88 WK-SRV-ATIVO-SIM                VALUE 'S'.
      ***  CANARIO: SEGUNDA VERSAO DO PROGRAMA DE NEGOCIO RECEBE
      ***  CANARIO-PCT POR CENTO DAS CHAMADAS (SO DOS CONSUMIDORES
      ***  LISTADOS, SE HOUVER LISTA); PCT ZERO/PROGRAMA EM BRANCO =
      ***  SEM CANARIO
           03 WK-SRV-CANARIO-PROGRAMA   PIC  X(0008).
           03 WK-SRV-CANARIO-PCT        PIC  9(0003).
           03 WK-SRV-CANARIO-CONSUMIDORES.
              05 WK-SRV-CANARIO-CONS    PIC  X(0003) OCCURS 5 TIMES.
      ***  CICLO DE VIDA (AAAAMMDD, BRANCO = SEM DATA): A PARTIR DA
      ***  DEPRECIACAO A CHAMADA E ATENDIDA COM AVISO; A PARTIR DO
      ***  SUNSET E RECUSADA (COD-RET 44) APONTANDO O SUBSTITUTO
           03 WK-SRV-DT-DEPRECACAO      PIC  X(0008).
           03 WK-SRV-DT-SUNSET          PIC  X(0008).
           03 WK-SRV-SUBST-GRUPO        PIC  X(0003).
           03 WK-SRV-SUBST-SERVICO      PIC  X(0006).
       77  WK-EIBRESP-SRV              PIC S9(9) COMP-5 SYNC.
       01  WK-CICLO-VIDA               PIC  X(0001) VALUE 'N'.
           88 SERVICO-NORMAL                    VALUE 'N'.
           88 SERVICO-DEPRECIADO                VALUE 'D'.
           88 SERVICO-DESLIGADO                 VALUE 'S'.
       01  WK-AVISO-CICLO              PIC  X(0060) VALUE SPACES.
       77  WK-PTR-AVISO                PIC S9(004) COMP VALUE +1.
      *----------------------------------------------------------------*
      ***  QUEM AINDA CHAMA SERVICO DEPRECIADO/DESLIGADO: CONTADOR DO
      ***  DIA POR GRUPO+SERVICO+CONSUMIDOR NO VSAM XPTODEP1, COM AS
      ***  DATAS DO CICLO E O SUBSTITUTO VIGENTES - MATERIA-PRIMA DO
      ***  RELATORIO SEMANAL XPTOBTC3 (MANTER SINCRONIZADO COM ELE);
      ***  FALHA NA GRAVACAO NUNCA DERRUBA A CHAMADA
      *
       01  WK-DEP-REC.
           03 WK-DEP-CHAVE.
              05 WK-DEP-GRUPO           PIC  X(0003).
              05 WK-DEP-SERVICO         PIC  X(0006).
              05 WK-DEP-CONSUMIDOR      PIC  X(0003).
              05 WK-DEP-DATA            PIC  X(0008).
           03 WK-DEP-QT-ATENDIDAS       PIC  9(0009).
           03 WK-DEP-QT-RECUSADAS       PIC  9(0009).
           03 WK-DEP-ULT-HORA           PIC  X(0008).
           03 WK-DEP-EQUIPE             PIC  X(0008).
           03 WK-DEP-DT-DEPRECACAO      PIC  X(0008).
           03 WK-DEP-DT-SUNSET          PIC  X(0008).
           03 WK-DEP-SUBST-GRUPO        PIC  X(0003).
           03 WK-DEP-SUBST-SERVICO      PIC  X(0006).
       77  WK-EIBRESP-DEP              PIC S9(9) COMP-5 SYNC.
      ***  VERSAO QUE ATENDEU A CHAMADA ('P' PRINCIPAL, 'C' CANARIO)
      ***  E SORTEIO DETERMINISTICO PELO NUMERO DA TASK (RESTO DE
      ***  EIBTASKN / 100 MENOR QUE O PCT = CANARIO)
       01  WK-PGM-ROTEADO              PIC  X(0008) VALUE SPACES.
       01  WK-VERSAO-ROTEADA           PIC  X(0001) VALUE 'P'.
           88 ROTEOU-CANARIO                    VALUE 'C'.
           88 ROTEOU-PRINCIPAL                  VALUE 'P'.
       01  WK-CANARIO-ELEGIVEL         PIC  X(0001) VALUE 'N'.
           88 CANARIO-ELEGIVEL                  VALUE 'S'.
       77  WK-IDX-CAN                  PIC S9(004) COMP VALUE +0.
       77  WK-CAN-QUOCIENTE            PIC  9(0007) VALUE ZEROS.
       77  WK-CAN-SORTEIO              PIC  9(0003) VALUE ZEROS.
       77  WK-CAN-TASKN                PIC  9(0007) VALUE ZEROS.
       77  WK-EIBRESP-LNK              PIC S9(9) COMP-5 SYNC.
       01  WK-TRACE-ROTEIO             PIC  X(050) VALUE SPACES.
      *----------------------------------------------------------------*
           03 WK-TMG-HORA              PIC  X(0008).
           03 WK-TMG-ELAPSED-MS        PIC  9(0009).
           03 WK-TMG-COD-RET           PIC  9(0002).
           03 WK-TMG-VERSAO            PIC  X(0001).
           03 WK-TMG-PROGRAMA          PIC  X(0008).
      *----------------------------------------------------------------*
      ***  PROTECAO DE REPLAY (IDEMPOTENCIA): O DRIVER SAFRA REENTREGA
      ***  EM TIMEOUT E UM RQ02-REQU-MSG-ID REPETIDO ERA SIMPLESMENTE
              'ALERTA CONSUMIDOR ACIMA DO LIMITE = '.
           03 WK-ATH-CONS              PIC  X(003).
      *----------------------------------------------------------------*
      ***  REGISTRO DE CONSUMIDORES (VSAM XPTOCNS1, MANTIDO PELO
      ***  XPTOCNSM): QUEM PODE CHAMAR O QUE. ANTES DELE QUALQUER
      ***  CONSUMIDOR CHAMAVA QUALQUER GRUPO+SERVICO ATIVO - BASTAVA
      ***  TROCAR O CODIGO DO SERVICO. O CONSUMIDOR PRECISA ESTAR
      ***  ATIVO, COM O TIPO DE CREDENCIAL PERMITIDO (LISTA EM BRANCO
      ***  = QUALQUER) E O GRUPO+SERVICO LIBERADO (SERVICO '*' = TODO
      ***  O GRUPO); SENAO COD-RET 40. O MODO VEM DO PRMVSA01
      ***  (XPTO9999/CNSMODO): 'A' = APLICA (DEFAULT), 'M' = SO
      ***  MONITORA (NEGATIVA VAI PARA A TRILHA MAS A CHAMADA SEGUE) -
      ***  PARA A CARGA INICIAL DO REGISTRO.
      ***  MESMO LAYOUT DO XPTOCNSM - MANTER SINCRONIZADO
      *
       01  WK-CNS-REC.
           03 WK-CNS-CONSUMIDOR        PIC  X(0003).
           03 WK-CNS-EQUIPE            PIC  X(0008).
           03 WK-CNS-SITUACAO          PIC  X(0001).
              88 WK-CNS-ATIVO                  VALUE 'A'.
              88 WK-CNS-INATIVO                VALUE 'I'.
           03 WK-CNS-TIPOS-CRED.
              05 WK-CNS-TP-CRE         PIC  X(0003) OCCURS 5 TIMES.
           03 WK-CNS-QT-SERVICOS       PIC  9(0002).
           03 WK-CNS-LIBERADO          OCCURS 40 TIMES.
              05 WK-CNS-LIB-GRUPO      PIC  X(0003).
              05 WK-CNS-LIB-SERVICO    PIC  X(0006).
       77  WK-EIBRESP-CNS              PIC S9(9) COMP-5 SYNC.
       77  WK-IDX-CNS                  PIC S9(004) COMP VALUE +0.
       01  WK-DIREITO                  PIC  X(001) VALUE 'S'.
           88 CONSUMIDOR-AUTORIZADO             VALUE 'S'.
           88 CONSUMIDOR-NEGADO                 VALUE 'N'.
       01  WK-ACHOU-CNS                PIC  X(001) VALUE 'N'.
           88 ACHOU-CNS                         VALUE 'S'.
       01  WK-MODO-DIREITO             PIC  X(001) VALUE 'A'.
           88 DIREITO-SO-MONITORA               VALUE 'M'.
       01  WK-MOTIVO-NEGADO            PIC  X(040) VALUE SPACES.
      ***  SONDAGEM: NEGATIVAS DO CONSUMIDOR NO DIA (VSAM XPTONEG1,
      ***  UM REGISTRO POR CONSUMIDOR, ZERADO NA VIRADA DO DIA). A
      ***  CADA MULTIPLO DO LIMITE (PRMVSA01 XPTO9999/NEGLIM, DEFAULT
      ***  5) UM 'ALERTA' VAI PARA A CSTA
       01  WK-NEG-REC.
           03 WK-NEG-CONSUMIDOR        PIC  X(0003).
           03 WK-NEG-DATA              PIC  X(0008).
           03 WK-NEG-QT                PIC  9(0009).
           03 WK-NEG-ULT-GRUPO         PIC  X(0003).
           03 WK-NEG-ULT-SERVICO       PIC  X(0006).
       77  WK-EIBRESP-NEG              PIC S9(9) COMP-5 SYNC.
       01  WK-LIMITE-NEG               PIC  9(006) VALUE 5.
       01  WK-NEG-QUOCIENTE            PIC  9(009) VALUE ZEROS.
       01  WK-NEG-RESTO                PIC  9(006) VALUE ZEROS.
       01  WK-ALERTA-NEG.
           03 WK-ANG-TRAN              PIC  X(004).
           03 FILLER                   PIC  X(001) VALUE SPACE.
           03 WK-ANG-DATA              PIC  X(010).
           03 FILLER                   PIC  X(001) VALUE SPACE.
           03 WK-ANG-HORA              PIC  X(008).
           03 FILLER                   PIC  X(001) VALUE SPACE.
           03 FILLER                   PIC  X(039) VALUE
              'ALERTA CONSUMIDOR SONDANDO SERVICOS = '.
           03 WK-ANG-CONS              PIC  X(003).
           03 FILLER                   PIC  X(011) VALUE
              ' NEGATIVAS='.
           03 WK-ANG-QT                PIC  9(009).
           03 FILLER                   PIC  X(008) VALUE
              ' ULTIMO='.
           03 WK-ANG-GRUPO             PIC  X(003).
           03 FILLER                   PIC  X(001) VALUE '/'.
           03 WK-ANG-SERVICO           PIC  X(006).
      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
                 MOVE SPACES TO RQ02-RESP-DADOS
                 MOVE RQ02-RESP-MENSAGEM(1:50) TO WK-TRACE-ROTEIO
                 PERFORM 110000-GRAVA-TRACE-ROTEIO
              ELSE
                 PERFORM 080000-CONFERE-DIREITO-CONSUMIDOR
              END-IF

              IF CONSUMIDOR-THROTTLED
                 CONTINUE
              ELSE
              IF CONSUMIDOR-NEGADO
                 MOVE 40 TO RQ02-RESP-COD-RET
                 MOVE SPACES TO RQ02-RESP-MENSAGEM
                 STRING 'CONSUMIDOR SEM DIREITO - ' DELIMITED BY SIZE
                        WK-MOTIVO-NEGADO          DELIMITED BY SIZE
                        INTO RQ02-RESP-MENSAGEM
                 END-STRING
                 MOVE SPACES TO RQ02-RESP-DADOS
              ELSE
                 PERFORM 100000-ROTEIA-SERVICO

                    PERFORM 045000-GUARDA-RESPOSTA
                 END-IF
              END-IF
              END-IF
           END-IF

           MOVE DRVWRQ02 TO DFHCOMMAREA(1:LENGTH OF DRVWRQ02)
           END-EXEC
           .

      *----------------------------------------------------------------*
       080000-CONFERE-DIREITO-CONSUMIDOR.
      *----------------------------------------------------------------*
      * CONSUMIDOR X GRUPO+SERVICO NO REGISTRO XPTOCNS1. A CONSULTA DE
      * TICKET (XPT/TICKET) E LIVRE - O TICKET SO EXISTE SE O PEDIDO
      * ASSINCRONO JA PASSOU POR AQUI. REGISTRO INDISPONIVEL NAO
      * DERRUBA O ROTEAMENTO (MESMA REGRA DO XPTOTHR1) - FICA NA
      * TRILHA. TODA NEGATIVA VAI PARA A TRILHA E CONTA COMO SONDAGEM
      *----------------------------------------------------------------*
           MOVE 'S'    TO WK-DIREITO
           MOVE SPACES TO WK-MOTIVO-NEGADO

           IF RQ02-REQU-CD-GRP-SVC EQUAL 'XPT'
                 AND RQ02-REQU-CD-SVC EQUAL 'TICKET'
              CONTINUE
           ELSE
              MOVE SPACES      TO WK-PRM-PARAMETRO
              MOVE 'CNSMODO'   TO WK-PRM-PARAMETRO
              MOVE 'A'         TO WK-PRM-DEFAULT

              CALL WK-PGM-PRMLER01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-PRM-PROGRAMA
                                          WK-PRM-PARAMETRO
                                          WK-PRM-DEFAULT
                                          WK-PRM-VALOR
                                          WK-PRM-ORIGEM

              MOVE WK-PRM-VALOR(1:1) TO WK-MODO-DIREITO

              MOVE RQ02-REQU-CD-APLI-CONS TO WK-CNS-CONSUMIDOR

              EXEC CICS READ FILE('XPTOCNS1')
                             RIDFLD(WK-CNS-CONSUMIDOR)
                             KEYLENGTH(3)
                             INTO(WK-CNS-REC)
                             RESP(WK-EIBRESP-CNS)
              END-EXEC

              IF WK-EIBRESP-CNS EQUAL DFHRESP(NOTFND)
                 MOVE 'CONSUMIDOR NAO REGISTRADO'
                      TO WK-MOTIVO-NEGADO
              ELSE
              IF WK-EIBRESP-CNS NOT EQUAL ZEROS
                 MOVE 'REGISTRO XPTOCNS1 INDISPONIVEL - LIBERADO'
                      TO WK-TRACE-ROTEIO
                 PERFORM 089000-TRACE-DIREITO
              ELSE
              IF NOT WK-CNS-ATIVO
                 MOVE 'CONSUMIDOR INATIVO' TO WK-MOTIVO-NEGADO
              ELSE
                 PERFORM 082000-CONFERE-CREDENCIAL
                 IF WK-MOTIVO-NEGADO EQUAL SPACES
                    PERFORM 084000-CONFERE-SERVICO
                 END-IF
              END-IF
              END-IF
              END-IF

              IF WK-MOTIVO-NEGADO NOT EQUAL SPACES
                 IF DIREITO-SO-MONITORA
                    MOVE SPACES TO WK-TRACE-ROTEIO
                    STRING 'MONITORADO - ' DELIMITED BY SIZE
                           WK-MOTIVO-NEGADO DELIMITED BY SIZE
                           INTO WK-TRACE-ROTEIO
                    END-STRING
                 ELSE
                    MOVE 'N' TO WK-DIREITO
                    MOVE SPACES TO WK-TRACE-ROTEIO
                    STRING 'NEGADO - ' DELIMITED BY SIZE
                           WK-MOTIVO-NEGADO DELIMITED BY SIZE
                           INTO WK-TRACE-ROTEIO
                    END-STRING
                 END-IF
                 PERFORM 089000-TRACE-DIREITO
                 PERFORM 086000-CONTA-NEGATIVA
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       082000-CONFERE-CREDENCIAL.
      *----------------------------------------------------------------*
           IF WK-CNS-TIPOS-CRED EQUAL SPACES
              CONTINUE
           ELSE
              MOVE 'N' TO WK-ACHOU-CNS
              PERFORM 083000-PROCURA-TIPO-CRED
                      VARYING WK-IDX-CNS FROM 1 BY 1
                      UNTIL WK-IDX-CNS GREATER 5
                         OR ACHOU-CNS
              IF NOT ACHOU-CNS
                 MOVE 'TIPO DE CREDENCIAL NAO PERMITIDO'
                      TO WK-MOTIVO-NEGADO
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       083000-PROCURA-TIPO-CRED.
      *----------------------------------------------------------------*
           IF WK-CNS-TP-CRE(WK-IDX-CNS) NOT EQUAL SPACES
                 AND WK-CNS-TP-CRE(WK-IDX-CNS)
                     EQUAL RQ02-CRED-ID-TP-CRE
              MOVE 'S' TO WK-ACHOU-CNS
           END-IF
           .

      *----------------------------------------------------------------*
       084000-CONFERE-SERVICO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ACHOU-CNS

           IF WK-CNS-QT-SERVICOS NUMERIC
              PERFORM 085000-PROCURA-SERVICO
                      VARYING WK-IDX-CNS FROM 1 BY 1
                      UNTIL WK-IDX-CNS GREATER WK-CNS-QT-SERVICOS
                         OR WK-IDX-CNS GREATER 40
                         OR ACHOU-CNS
           END-IF

           IF NOT ACHOU-CNS
              MOVE 'SERVICO NAO LIBERADO AO CONSUMIDOR'
                   TO WK-MOTIVO-NEGADO
           END-IF
           .

      *----------------------------------------------------------------*
       085000-PROCURA-SERVICO.
      *----------------------------------------------------------------*
           IF WK-CNS-LIB-GRUPO(WK-IDX-CNS) EQUAL RQ02-REQU-CD-GRP-SVC
              IF WK-CNS-LIB-SERVICO(WK-IDX-CNS) EQUAL '*'
                    OR WK-CNS-LIB-SERVICO(WK-IDX-CNS)
                       EQUAL RQ02-REQU-CD-SVC
                 MOVE 'S' TO WK-ACHOU-CNS
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       086000-CONTA-NEGATIVA.
      *----------------------------------------------------------------*
      * CONTADOR DO DIA POR CONSUMIDOR (MESMA MECANICA DO 060000);
      * ARQUIVO INDISPONIVEL = SEM CONTAGEM, A NEGATIVA JA ESTA NA
      * TRILHA
      *----------------------------------------------------------------*
           MOVE SPACES      TO WK-PRM-PARAMETRO
           MOVE 'NEGLIM'    TO WK-PRM-PARAMETRO
           MOVE '000005'    TO WK-PRM-DEFAULT

           CALL WK-PGM-PRMLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-PRM-PROGRAMA
                                       WK-PRM-PARAMETRO
                                       WK-PRM-DEFAULT
                                       WK-PRM-VALOR
                                       WK-PRM-ORIGEM

           IF WK-PRM-VALOR(1:6) NUMERIC
              AND WK-PRM-VALOR(1:6) NOT EQUAL '000000'
              MOVE WK-PRM-VALOR(1:6) TO WK-LIMITE-NEG
           END-IF

           MOVE RQ02-REQU-CD-APLI-CONS TO WK-NEG-CONSUMIDOR

           EXEC CICS READ FILE('XPTONEG1')
                          RIDFLD(WK-NEG-CONSUMIDOR)
                          KEYLENGTH(3)
                          INTO(WK-NEG-REC)
                          UPDATE
                          RESP(WK-EIBRESP-NEG)
           END-EXEC

           IF WK-EIBRESP-NEG EQUAL DFHRESP(NOTFND)
              MOVE WK-DATA-YMD          TO WK-NEG-DATA
              MOVE 1                    TO WK-NEG-QT
              MOVE RQ02-REQU-CD-GRP-SVC TO WK-NEG-ULT-GRUPO
              MOVE RQ02-REQU-CD-SVC     TO WK-NEG-ULT-SERVICO

              EXEC CICS WRITE FILE('XPTONEG1')
                         RIDFLD(WK-NEG-CONSUMIDOR)
                         KEYLENGTH(3)
                         LENGTH(LENGTH OF WK-NEG-REC)
                         FROM(WK-NEG-REC)
                         RESP(WK-EIBRESP-NEG)
              END-EXEC
           ELSE
           IF WK-EIBRESP-NEG EQUAL ZEROS
              IF WK-NEG-DATA NOT EQUAL WK-DATA-YMD
                 MOVE WK-DATA-YMD TO WK-NEG-DATA
                 MOVE ZEROS       TO WK-NEG-QT
              END-IF
              ADD 1 TO WK-NEG-QT
              MOVE RQ02-REQU-CD-GRP-SVC TO WK-NEG-ULT-GRUPO
              MOVE RQ02-REQU-CD-SVC     TO WK-NEG-ULT-SERVICO

              EXEC CICS REWRITE FILE('XPTONEG1')
                        FROM(WK-NEG-REC)
                        LENGTH(LENGTH OF WK-NEG-REC)
                        NOHANDLE
              END-EXEC
           ELSE
              MOVE ZEROS TO WK-NEG-QT
           END-IF
           END-IF

           IF WK-NEG-QT GREATER ZEROS
              DIVIDE WK-NEG-QT BY WK-LIMITE-NEG
                     GIVING WK-NEG-QUOCIENTE
                     REMAINDER WK-NEG-RESTO
              IF WK-NEG-RESTO EQUAL ZEROS
                 PERFORM 087000-ALERTA-SONDAGEM
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       087000-ALERTA-SONDAGEM.
      *----------------------------------------------------------------*
           MOVE RQ02-REQU-CD-TRANS     TO WK-ANG-TRAN
           MOVE WK-DATA                TO WK-ANG-DATA
           MOVE WK-HORA                TO WK-ANG-HORA
           MOVE RQ02-REQU-CD-APLI-CONS TO WK-ANG-CONS
           MOVE WK-NEG-QT              TO WK-ANG-QT
           MOVE RQ02-REQU-CD-GRP-SVC   TO WK-ANG-GRUPO
           MOVE RQ02-REQU-CD-SVC       TO WK-ANG-SERVICO

           EXEC CICS WRITEQ TD QUEUE('CSTA')
                          FROM(WK-ALERTA-NEG)
                          LENGTH(LENGTH OF WK-ALERTA-NEG)
                          NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       089000-TRACE-DIREITO.
      *----------------------------------------------------------------*
      * MESMA LINHA DO TRACE DE ROTEAMENTO: GRUPO+SERVICO PEDIDO, SEM
      * PROGRAMA (NAO HOUVE ROTEAMENTO)
      *----------------------------------------------------------------*
           MOVE RQ02-REQU-CD-GRP-SVC TO WK-SRV-GRUPO
           MOVE RQ02-REQU-CD-SVC     TO WK-SRV-SERVICO
           MOVE SPACES               TO WK-SRV-PROGRAMA
           PERFORM 110000-GRAVA-TRACE-ROTEIO
           .

      *----------------------------------------------------------------*
       100000-ROTEIA-SERVICO.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       105000-ROTEIA-SINCRONO.
      *----------------------------------------------------------------*
      *    REGISTRO GRAVADO ANTES DOS CAMPOS NOVOS VEM MAIS CURTO - O
      *    RESTO DA AREA FICA EM BRANCO (SEM CANARIO, SEM CICLO)
           MOVE SPACES               TO WK-SRV-REC
           MOVE RQ02-REQU-CD-GRP-SVC TO WK-SRV-GRUPO
           MOVE RQ02-REQU-CD-SVC     TO WK-SRV-SERVICO

           END-EXEC

           MOVE SPACES TO RQ02-RESP-DADOS
           MOVE 'N'    TO WK-CICLO-VIDA

           IF WK-EIBRESP-SRV EQUAL ZEROS
                 AND WK-SRV-ATIVO-SIM
              PERFORM 106000-CONFERE-CICLO-VIDA
           END-IF

           IF WK-EIBRESP-SRV NOT EQUAL ZEROS
                 OR NOT WK-SRV-ATIVO-SIM
              MOVE RQ02-RESP-MENSAGEM(1:50) TO WK-TRACE-ROTEIO
              PERFORM 110000-GRAVA-TRACE-ROTEIO
           ELSE
           IF SERVICO-DESLIGADO
              PERFORM 106500-RECUSA-DESLIGADO
           ELSE
              PERFORM 107000-ESCOLHE-VERSAO

              EXEC CICS ASKTIME
                        ABSTIME ( WK-ABS-ANTES )
                        NOHANDLE
              END-EXEC

              EXEC CICS LINK PROGRAM  ( WK-PGM-ROTEADO )
                             COMMAREA ( RQ02-AREA-NEG )
                             LENGTH   ( LENGTH OF RQ02-AREA-NEG )
                             RESP     ( WK-EIBRESP-LNK )
              END-EXEC

      *       CANARIO INDISPONIVEL (NAO INSTALADO/DESABILITADO OU
      *       REGIAO REMOTA FORA) - A CHAMADA VOLTA PARA O PRINCIPAL
              IF ROTEOU-CANARIO
                 AND (WK-EIBRESP-LNK EQUAL DFHRESP(PGMIDERR)
                   OR WK-EIBRESP-LNK EQUAL DFHRESP(SYSIDERR))
                 MOVE SPACES TO WK-TRACE-ROTEIO
                 STRING 'CANARIO '       DELIMITED BY SIZE
                        WK-PGM-ROTEADO   DELIMITED BY SIZE
                        ' INDISPONIVEL - VOLTA AO PRINCIPAL'
                                         DELIMITED BY SIZE
                        INTO WK-TRACE-ROTEIO
                 END-STRING
                 PERFORM 110000-GRAVA-TRACE-ROTEIO
                 MOVE WK-SRV-PROGRAMA TO WK-PGM-ROTEADO
                 MOVE 'P'             TO WK-VERSAO-ROTEADA

                 EXEC CICS LINK PROGRAM  ( WK-PGM-ROTEADO )
                                COMMAREA ( RQ02-AREA-NEG )
                                LENGTH   ( LENGTH OF RQ02-AREA-NEG )
                                RESP     ( WK-EIBRESP-LNK )
                 END-EXEC
              END-IF

              EXEC CICS ASKTIME
                        ABSTIME ( WK-ABS-DEPOIS )
                        NOHANDLE
              END-EXEC

      *       DAQUI EM DIANTE O TRACE MOSTRA O PROGRAMA QUE ATENDEU
              MOVE WK-PGM-ROTEADO TO WK-SRV-PROGRAMA

              IF WK-EIBRESP-LNK NOT EQUAL ZEROS
                 MOVE 08 TO RQ02-RESP-COD-RET
                 MOVE 'ERRO NO LINK AO PROGRAMA DE NEGOCIO'
      *          A AREA DE NEGOCIO ATUALIZADA PELO PROGRAMA DE
      *          NEGOCIO E A PROPRIA RESPOSTA
                 MOVE RQ02-AREA-NEG TO RQ02-RESP-DADOS
                 IF SERVICO-DEPRECIADO
                    MOVE WK-AVISO-CICLO TO RQ02-RESP-MENSAGEM
                 END-IF
                 MOVE RQ02-RESP-MENSAGEM(1:50) TO WK-TRACE-ROTEIO
                 PERFORM 110000-GRAVA-TRACE-ROTEIO
              END-IF

              PERFORM 120000-GRAVA-TEMPO-SERVICO
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       106000-CONFERE-CICLO-VIDA.
      *----------------------------------------------------------------*
      * DATA DO SUNSET ATINGIDA = DESLIGADO; SENAO DATA DA DEPRECIACAO
      * ATINGIDA = DEPRECIADO (ATENDE COM O AVISO MONTADO AQUI). DATA
      * EM BRANCO OU NAO NUMERICA NAO VALE. TODA CHAMADA A SERVICO
      * DEPRECIADO OU DESLIGADO E CONTADA NO XPTODEP1
      *----------------------------------------------------------------*
           MOVE 'N'    TO WK-CICLO-VIDA
           MOVE SPACES TO WK-AVISO-CICLO

           IF WK-SRV-DT-SUNSET NUMERIC
                 AND WK-SRV-DT-SUNSET NOT GREATER WK-DATA-YMD
              MOVE 'S' TO WK-CICLO-VIDA
              MOVE 1   TO WK-PTR-AVISO
              STRING 'SERVICO DESLIGADO EM ' DELIMITED BY SIZE
                     WK-SRV-DT-SUNSET        DELIMITED BY SIZE
                     INTO WK-AVISO-CICLO
                     WITH POINTER WK-PTR-AVISO
              END-STRING
           ELSE
           IF WK-SRV-DT-DEPRECACAO NUMERIC
                 AND WK-SRV-DT-DEPRECACAO NOT GREATER WK-DATA-YMD
              MOVE 'D' TO WK-CICLO-VIDA
              MOVE 1   TO WK-PTR-AVISO
              STRING 'EXECUTADO - DEPRECIADO' DELIMITED BY SIZE
                     INTO WK-AVISO-CICLO
                     WITH POINTER WK-PTR-AVISO
              END-STRING
              IF WK-SRV-DT-SUNSET NUMERIC
                 STRING ', DESLIGA EM '  DELIMITED BY SIZE
                        WK-SRV-DT-SUNSET DELIMITED BY SIZE
                        INTO WK-AVISO-CICLO
                        WITH POINTER WK-PTR-AVISO
                 END-STRING
              END-IF
           END-IF
           END-IF

           IF NOT SERVICO-NORMAL
              IF WK-SRV-SUBST-GRUPO NOT EQUAL SPACES
                 STRING ' - USE '            DELIMITED BY SIZE
                        WK-SRV-SUBST-GRUPO   DELIMITED BY SIZE
                        '/'                  DELIMITED BY SIZE
                        WK-SRV-SUBST-SERVICO DELIMITED BY SIZE
                        INTO WK-AVISO-CICLO
                        WITH POINTER WK-PTR-AVISO
                 END-STRING
              END-IF

              PERFORM 106800-REGISTRA-USO-CICLO
           END-IF
           .

      *----------------------------------------------------------------*
       106500-RECUSA-DESLIGADO.
      *----------------------------------------------------------------*
           MOVE 44             TO RQ02-RESP-COD-RET
           MOVE WK-AVISO-CICLO TO RQ02-RESP-MENSAGEM
           MOVE RQ02-RESP-MENSAGEM(1:50) TO WK-TRACE-ROTEIO
           PERFORM 110000-GRAVA-TRACE-ROTEIO
           .

      *----------------------------------------------------------------*
       106800-REGISTRA-USO-CICLO.
      *----------------------------------------------------------------*
      * CONTADOR DO DIA POR GRUPO+SERVICO+CONSUMIDOR (MESMA MECANICA
      * DO 086000); DATAS E SUBSTITUTO SEMPRE OS VIGENTES NO REGISTRO.
      * A EQUIPE DONA DO CONSUMIDOR VEM DO XPTOCNS1 JA LIDO NO 080000
      *----------------------------------------------------------------*
           MOVE RQ02-REQU-CD-GRP-SVC   TO WK-DEP-GRUPO
           MOVE RQ02-REQU-CD-SVC       TO WK-DEP-SERVICO
           MOVE RQ02-REQU-CD-APLI-CONS TO WK-DEP-CONSUMIDOR
           MOVE WK-DATA-YMD            TO WK-DEP-DATA

           EXEC CICS READ FILE('XPTODEP1')
                          RIDFLD(WK-DEP-CHAVE)
                          KEYLENGTH(20)
                          INTO(WK-DEP-REC)
                          UPDATE
                          RESP(WK-EIBRESP-DEP)
           END-EXEC

           IF WK-EIBRESP-DEP EQUAL DFHRESP(NOTFND)
              MOVE ZEROS TO WK-DEP-QT-ATENDIDAS
                            WK-DEP-QT-RECUSADAS
           END-IF

           IF SERVICO-DESLIGADO
              ADD 1 TO WK-DEP-QT-RECUSADAS
           ELSE
              ADD 1 TO WK-DEP-QT-ATENDIDAS
           END-IF

           MOVE WK-HORA              TO WK-DEP-ULT-HORA
           MOVE WK-SRV-DT-DEPRECACAO TO WK-DEP-DT-DEPRECACAO
           MOVE WK-SRV-DT-SUNSET     TO WK-DEP-DT-SUNSET
           MOVE WK-SRV-SUBST-GRUPO   TO WK-DEP-SUBST-GRUPO
           MOVE WK-SRV-SUBST-SERVICO TO WK-DEP-SUBST-SERVICO

           IF WK-EIBRESP-CNS EQUAL ZEROS
                 AND WK-CNS-CONSUMIDOR EQUAL RQ02-REQU-CD-APLI-CONS
              MOVE WK-CNS-EQUIPE     TO WK-DEP-EQUIPE
           ELSE
              MOVE SPACES            TO WK-DEP-EQUIPE
           END-IF

           IF WK-EIBRESP-DEP EQUAL DFHRESP(NOTFND)
              EXEC CICS WRITE FILE('XPTODEP1')
                         RIDFLD(WK-DEP-CHAVE)
                         KEYLENGTH(20)
                         LENGTH(LENGTH OF WK-DEP-REC)
                         FROM(WK-DEP-REC)
                         RESP(WK-EIBRESP-DEP)
              END-EXEC
           ELSE
           IF WK-EIBRESP-DEP EQUAL ZEROS
              EXEC CICS REWRITE FILE('XPTODEP1')
                        FROM(WK-DEP-REC)
                        LENGTH(LENGTH OF WK-DEP-REC)
                        NOHANDLE
              END-EXEC
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       107000-ESCOLHE-VERSAO.
      *----------------------------------------------------------------*
      * PRINCIPAL POR DEFAULT; CANARIO SO COM PROGRAMA E PCT
      * PREENCHIDOS, CONSUMIDOR NA LISTA (LISTA EM BRANCO = TODOS) E
      * TASK SORTEADA NA FAIXA DO PCT
      *----------------------------------------------------------------*
           MOVE 'P' TO WK-VERSAO-ROTEADA
           MOVE 'N' TO WK-CANARIO-ELEGIVEL

           IF WK-SRV-CANARIO-PROGRAMA NOT EQUAL SPACES
              AND WK-SRV-CANARIO-PCT NUMERIC
              AND WK-SRV-CANARIO-PCT GREATER ZEROS
              IF WK-SRV-CANARIO-CONSUMIDORES EQUAL SPACES
                 MOVE 'S' TO WK-CANARIO-ELEGIVEL
              ELSE
                 PERFORM 107500-PROCURA-CONS-CANARIO
                         VARYING WK-IDX-CAN FROM 1 BY 1
                         UNTIL WK-IDX-CAN GREATER 5
                            OR CANARIO-ELEGIVEL
              END-IF
           END-IF

           IF CANARIO-ELEGIVEL
              MOVE EIBTASKN TO WK-CAN-TASKN
              DIVIDE WK-CAN-TASKN BY 100
                     GIVING WK-CAN-QUOCIENTE
                     REMAINDER WK-CAN-SORTEIO
              IF WK-CAN-SORTEIO LESS WK-SRV-CANARIO-PCT
                 MOVE 'C' TO WK-VERSAO-ROTEADA
              END-IF
           END-IF

           IF ROTEOU-CANARIO
              MOVE WK-SRV-CANARIO-PROGRAMA TO WK-PGM-ROTEADO
           ELSE
              MOVE WK-SRV-PROGRAMA         TO WK-PGM-ROTEADO
           END-IF
           .

      *----------------------------------------------------------------*
       107500-PROCURA-CONS-CANARIO.
      *----------------------------------------------------------------*
           IF WK-SRV-CANARIO-CONS(WK-IDX-CAN) NOT EQUAL SPACES
              AND WK-SRV-CANARIO-CONS(WK-IDX-CAN)
                  EQUAL RQ02-REQU-CD-APLI-CONS
              MOVE 'S' TO WK-CANARIO-ELEGIVEL
           END-IF
           .

      *----------------------------------------------------------------*
      * COM STATUS 'P' E DISPARA A TASK EXECUTORA (XASY/XPTOASY1);
      * O TICKET VOLTA NOS 32 PRIMEIROS BYTES DA RESPOSTA
      *----------------------------------------------------------------*
           MOVE SPACES               TO WK-SRV-REC
           MOVE RQ02-REQU-CD-GRP-SVC TO WK-SRV-GRUPO
           MOVE RQ02-REQU-CD-SVC     TO WK-SRV-SERVICO

           END-EXEC

           MOVE SPACES TO RQ02-RESP-DADOS
           MOVE 'N'    TO WK-CICLO-VIDA

           IF WK-EIBRESP-SRV EQUAL ZEROS
                 AND WK-SRV-ATIVO-SIM
              PERFORM 106000-CONFERE-CICLO-VIDA
           END-IF

           IF WK-EIBRESP-SRV NOT EQUAL ZEROS
                 OR NOT WK-SRV-ATIVO-SIM
              MOVE RQ02-RESP-MENSAGEM(1:50) TO WK-TRACE-ROTEIO
              PERFORM 110000-GRAVA-TRACE-ROTEIO
           ELSE
           IF SERVICO-DESLIGADO
              PERFORM 106500-RECUSA-DESLIGADO
           ELSE
      *       TICKET: APPLID + AAAAMMDD + HHMMSS + TASK - UNICO POR
      *       REGIAO/DIA/TASK, CONSULTAVEL POR QUALQUER CHAMADOR
              EXEC CICS ASSIGN APPLID(WK-APPLID) NOHANDLE
                 MOVE 'ACEITO PARA EXECUCAO ASSINCRONA - POLL COM XP
      -               'T/TICKET' TO RQ02-RESP-MENSAGEM
                 MOVE WK-TICKET TO RQ02-RESP-DADOS(1:32)
                 IF SERVICO-DEPRECIADO
                    MOVE WK-AVISO-CICLO TO RQ02-RESP-DADOS(33:60)
                 END-IF
                 MOVE RQ02-RESP-MENSAGEM(1:50) TO WK-TRACE-ROTEIO
                 PERFORM 110000-GRAVA-TRACE-ROTEIO
              END-IF
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
           COMPUTE WK-TMG-ELAPSED-MS
                   = WK-ABS-DEPOIS - WK-ABS-ANTES
           MOVE RQ02-RESP-COD-RET    TO WK-TMG-COD-RET
           MOVE WK-VERSAO-ROTEADA    TO WK-TMG-VERSAO
           MOVE WK-PGM-ROTEADO       TO WK-TMG-PROGRAMA

           EXEC CICS WRITE
                FILE      ( 'XPTOTMG1' )
