      *             NAO E ENCAMINHADO AO PLANTAO; QUANDO A JANELA
      *             FECHA, O TOTAL SUPRIMIDO E REPORTADO NA PROPRIA
      *             CSTA E A JANELA FICA MARCADA COMO REPORTADA
      *             RECONHECIMENTO E RE-ESCALONAMENTO: TODO ALERTA
      *             ENCAMINHADO GANHA UM ID (AAAAMMDDHHMMSS+SEQ) E UM
      *             REGISTRO ABERTO NO VSAM ALRVSA01; O ID VIAJA NA
      *             MENSAGEM MQ (' ALRID=' APOS OS 200 BYTES DA LINHA)
      *             E O PLANTAO RECONHECE PELA TRANSACAO ALR1
      *             (ALRACK01). A CADA DRENO, ALERTA AINDA ABERTO HA
      *             MAIS DE N MINUTOS DESDE O ULTIMO ENVIO (PRMVSA01
      *             CSTARPT/ESCMIN, DEFAULT 15, ZERO = DESLIGADO) E
      *             REENVIADO AO PROXIMO NIVEL DA ESCALA DE PLANTAO
      *             (VSAM ESCVSA01, MANTIDO PELO ESCMNT01, POR CLASSE
      *             E FAIXA HORARIA) - A JANELA DE SUPRESSAO DA
      *             CLASSE TAMBEM SEGURA O RE-ESCALONAMENTO
      *             CATALOGO DE CLASSES DE ALERTA (VSAM ACLVSA01,
      *             MANTIDO PELO ACLMNT01): CLASSE + CODIGO DA
      *             MENSAGEM (PRIMEIRO TOKEN APOS 'ALERTA', PULANDO O
      *             '-') DAO SEVERIDADE, EQUIPE DONA, DESCRICAO E
      *             RUNBOOK; A MENSAGEM MQ LEVA ' SEV=' E ' DONO=' APOS
      *             O ALRID. CLASSE/CODIGO FORA DO CATALOGO ENTRA NA
      *             LISTA DE PENDENTES (TS QUEUE('CSTA_SEMCAT'),
      *             CONSULTADA PELO ACLMNT01) E A PRIMEIRA OCORRENCIA
      *             E AVISADA NA PROPRIA CSTA
      *             TRILHA DE AUDITORIA: AS LINHAS DE MANUTENCAO E
      *             ACESSO (PRMMNT01, OPRMNT01, ACCM1MNT, OPRAUT01,
      *             OPRREC01)
      *             TAMBEM SAO GRAVADAS NO VSAM CSTHST01 (CHAVE =
      *             INSTANTE DO DRENO + TAREFA + SEQUENCIA) - AS TS
      *             QUEUES SOMEM NO RECICLO DA REGIAO, A TRILHA NAO;
      *             E ELA QUE O RELATORIO DE SEGREGACAO DE FUNCOES
      *             (AUDBTC01) LE EM BATCH
      * USO       : TRANSACAO ONLINE, DISPARADA A INTERVALOS PELA
      *             OPERACAO (OU POR UM START PERIODICO), SEM
      *             COMMAREA DE ENTRADA
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      * VRS002 - JANELAS DE SUPRESSAO DE MANUTENCAO PROGRAMADA
      * VRS003 - REGISTRO DO ALERTA (ALRVSA01), RECONHECIMENTO E
      *          RE-ESCALONAMENTO PELA ESCALA DE PLANTAO (ESCVSA01)
      * VRS004 - CATALOGO DE CLASSES DE ALERTA (ACLVSA01): SEVERIDADE
      *          E DONO NA MENSAGEM ENCAMINHADA, LISTA DE PENDENTES
      * VRS005 - TRILHA DE AUDITORIA DURAVEL (CSTHST01) PARA AS LINHAS
      *          DE MANUTENCAO E ACESSO
      * VRS006 - REVOGACOES DA RECERTIFICACAO DE ACESSOS (OPRREC01)
      *          TAMBEM VAO PARA A TRILHA CSTHST01
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
           03  FILLER                  PIC  X(008) VALUE ' MOTIVO='.
           03  W-LJN-MOTIVO            PIC  X(040).
      *
      ***  REGISTRO DURAVEL DO ALERTA ENCAMINHADO (VSAM ALRVSA01, CHAVE
      ***  = ID) - MESMO LAYOUT DO ALRACK01 (RECONHECIMENTO) E DO
      ***  ALRBTC01 (RELATORIO MENSAL) - MANTER OS TRES SINCRONIZADOS.
      ***  OS CARIMBOS ABS-* SAO O ABSTIME DO CICS (MILISSEGUNDOS),
      ***  BASE DAS CONTAS DE MINUTOS
      *
       01  W-ALR-REC.
           03  W-ALR-CHAVE.
               05  W-ALR-ID.
                   07  W-ALR-ID-INSTANTE  PIC  X(014).
                   07  W-ALR-ID-SEQ       PIC  9(002).
           03  W-ALR-CLASSE            PIC  X(008).
           03  W-ALR-SITUACAO          PIC  X(001).
      ***      'A' = ABERTO, AGUARDANDO RECONHECIMENTO
      ***      'R' = RECONHECIDO PELO PLANTAO (ALRACK01)
           03  W-ALR-ABERTURA          PIC  X(014).
           03  W-ALR-ABS-ABERTURA      PIC S9(015) COMP-3.
           03  W-ALR-NIVEL             PIC  9(002).
           03  W-ALR-DESTINO           PIC  X(008).
           03  W-ALR-ABS-ENVIO         PIC S9(015) COMP-3.
           03  W-ALR-QT-ENVIOS         PIC  9(003).
           03  W-ALR-RECONHECIDO-EM    PIC  X(014).
           03  W-ALR-ABS-RECONHEC      PIC S9(015) COMP-3.
           03  W-ALR-USUARIO-RECONHEC  PIC  X(008).
           03  W-ALR-COMENTARIO        PIC  X(060).
           03  W-ALR-TEXTO             PIC  X(200).
      ***  CLASSIFICACAO PELO CATALOGO ACLVSA01 NO ENCAMINHAMENTO
      ***  (SEVERIDADE '0' / EQUIPE 'PENDENTE' = FORA DO CATALOGO)
           03  W-ALR-CODIGO            PIC  X(008).
           03  W-ALR-SEVERIDADE        PIC  X(001).
           03  W-ALR-EQUIPE            PIC  X(008).
       77  W-EIBRESP-ALR               PIC S9(9) COMP-5 SYNC.
       77  W-ALR-GRAVADO               PIC  X(001) VALUE 'N'.
           88  ALR-PENDENTE                      VALUE 'N'.
           88  ALR-GRAVADO                       VALUE 'S'.
       77  W-SEQ-ALERTA                PIC  9(003) VALUE ZEROS.
       77  W-ULT-INSTANTE              PIC  X(014) VALUE SPACES.
       77  W-INSTANTE                  PIC  X(014) VALUE SPACES.
       77  W-ABS-ALERTA                PIC S9(015) COMP-3 VALUE +0.
      *
      ***  CATALOGO DE CLASSES DE ALERTA (VSAM ACLVSA01, MANTIDO PELO
      ***  ACLMNT01 - MANTER O LAYOUT SINCRONIZADO COM ELE, O OPSREL01
      ***  E O ALRACK01): CHAVE CLASSE + CODIGO (BRANCO = QUALQUER
      ***  CODIGO DA CLASSE). SEVERIDADE 1=CRITICA 2=ALTA 3=MEDIA
      ***  4=BAIXA
      *
       01  W-ACL-REC.
           03  W-ACL-CHAVE.
               05  W-ACL-CLASSE        PIC  X(008).
               05  W-ACL-CODIGO        PIC  X(008).
           03  W-ACL-SEVERIDADE        PIC  X(001).
           03  W-ACL-EQUIPE            PIC  X(008).
           03  W-ACL-DESCRICAO         PIC  X(060).
           03  W-ACL-RUNBOOK           PIC  X(234).
           03  W-ACL-REGISTRADOR       PIC  X(008).
       77  W-EIBRESP-ACL               PIC S9(9) COMP-5 SYNC.
       77  W-COD-MENSAGEM              PIC  X(008) VALUE SPACES.
       77  W-TOKEN-1                   PIC  X(008) VALUE SPACES.
       77  W-TOKEN-2                   PIC  X(008) VALUE SPACES.
       77  W-SEVERIDADE                PIC  X(001) VALUE SPACE.
       77  W-EQUIPE                    PIC  X(008) VALUE SPACES.
       77  W-QT-SEM-CATALOGO           PIC S9(009) COMP VALUE ZEROS.
      *
      ***  LISTA DE PENDENTES DO CATALOGO (TS QUEUE('CSTA_SEMCAT'), UM
      ***  ITEM POR CLASSE+CODIGO NAO CATALOGADO - LIDA PELO ACLMNT01
      ***  ACAO 'P'; MANTER O LAYOUT SINCRONIZADO)
      *
       01  W-SCT-REC.
           03  W-SCT-CLASSE            PIC  X(008).
           03  W-SCT-CODIGO            PIC  X(008).
           03  W-SCT-PRIMEIRA          PIC  X(014).
           03  W-SCT-ULTIMA            PIC  X(014).
           03  W-SCT-QT                PIC  9(007).
       77  W-SCT-LEN                   PIC S9(004) COMP VALUE 51.
       77  W-SCT-ITEM                  PIC S9(004) COMP VALUE ZEROS.
       77  W-EIBRESP-SCT               PIC S9(9) COMP-5 SYNC.
       77  W-FIM-SCT                   PIC  X(001) VALUE 'N'.
           88  FIM-SCT                           VALUE 'S'.
       77  W-ACHOU-SCT                 PIC  X(001) VALUE 'N'.
           88  ACHOU-SCT                         VALUE 'S'.
       01  W-LINHA-SEMCAT.
           03  FILLER                  PIC  X(034)
                           VALUE 'CSTARPT CLASSE FORA DO CATALOGO: '.
           03  W-LSC-CLASSE            PIC  X(008).
           03  FILLER                  PIC  X(008) VALUE ' CODIGO='.
           03  W-LSC-CODIGO            PIC  X(008).
           03  FILLER                  PIC  X(026)
                           VALUE ' - CADASTRAR NO ACLMNT01'.
      *
      ***  ESCALA DE PLANTAO (VSAM ESCVSA01, MANTIDO PELO ESCMNT01 -
      ***  MANTER O LAYOUT SINCRONIZADO): CHAVE CLASSE+NIVEL+INICIO
      ***  DA FAIXA HHMM; FAIXA COM INICIO MAIOR QUE O FIM ATRAVESSA A
      ***  MEIA-NOITE; CLASSE '*' = ESCALA PADRAO DAS CLASSES SEM
      ***  ESCALA PROPRIA
      *
       01  W-ESC-REC.
           03  W-ESC-CHAVE.
               05  W-ESC-CLASSE        PIC  X(008).
               05  W-ESC-NIVEL         PIC  9(002).
               05  W-ESC-INICIO        PIC  X(004).
           03  W-ESC-FIM               PIC  X(004).
           03  W-ESC-OPERADOR          PIC  X(008).
           03  W-ESC-CONTATO           PIC  X(040).
           03  W-ESC-REGISTRADOR       PIC  X(008).
       77  W-EIBRESP-ESC               PIC S9(9) COMP-5 SYNC.
       77  W-FIM-ESCALA                PIC  X(001) VALUE 'N'.
           88  FIM-ESCALA                        VALUE 'S'.
       77  W-ACHOU-PLANTAO             PIC  X(001) VALUE 'N'.
           88  ACHOU-PLANTAO                     VALUE 'S'.
       77  W-CLASSE-PLANTAO            PIC  X(008) VALUE SPACES.
       77  W-NIVEL-ALVO                PIC  9(002) VALUE ZEROS.
       77  W-HHMM                      PIC  X(004) VALUE SPACES.
      *
      ***  RE-ESCALONAMENTO: MINUTOS SEM RECONHECIMENTO (PRMVSA01 VIA
      ***  PRMLER01) E IDADE MAXIMA DO ALERTA AINDA PERSEGUIDO - ALERTA
      ***  ABERTO HA MAIS DE W-DIAS-ESCALA DIAS SAI DA VARREDURA E FICA
      ***  NO RELATORIO MENSAL COMO NAO RECONHECIDO
      *
       77  W-PGM-PRMLER01              PIC  X(008) VALUE 'PRMLER01'.
       01  W-PRM-PROGRAMA              PIC  X(008) VALUE 'CSTARPT'.
       01  W-PRM-PARAMETRO             PIC  X(008) VALUE 'ESCMIN'.
       01  W-PRM-DEFAULT               PIC  X(048) VALUE '15'.
       01  W-PRM-VALOR                 PIC  X(048) VALUE SPACES.
       01  W-PRM-ORIGEM                PIC  X(001) VALUE SPACE.
       77  W-MIN-ESCALA                PIC  9(003) VALUE 15.
       77  W-DIAS-ESCALA               PIC  9(003) VALUE 7.
       77  W-ABS-CORTE                 PIC S9(015) COMP-3 VALUE +0.
       77  W-MS-SEM-RECONHEC           PIC S9(015) COMP-3 VALUE +0.
       77  W-FIM-ALERTAS               PIC  X(001) VALUE 'N'.
           88  FIM-ALERTAS                       VALUE 'S'.
       77  W-QT-ESCALADOS              PIC S9(009) COMP VALUE ZEROS.
      *
      ***  LINHA DE RE-ESCALONAMENTO ENVIADA PELA MESMA PONTE MQ
      ***  (200 BYTES, COMO A LINHA ORIGINAL, E O MESMO ' ALRID=')
      *
       01  W-LINHA-ESCALA.
           03  FILLER                  PIC  X(028)
                           VALUE 'CSTARPT ESCALONAMENTO NIVEL='.
           03  W-LES-NIVEL             PIC  9(002).
           03  FILLER                  PIC  X(006) VALUE ' PARA '.
           03  W-LES-OPERADOR          PIC  X(008).
           03  FILLER                  PIC  X(001) VALUE SPACE.
           03  W-LES-CONTATO           PIC  X(040).
           03  FILLER                  PIC  X(011) VALUE ' ABERTO EM '.
           03  W-LES-ABERTURA          PIC  X(014).
           03  FILLER                  PIC  X(007) VALUE ' ENVIO='.
           03  W-LES-ENVIO             PIC  9(003).
           03  FILLER                  PIC  X(009) VALUE ' ALERTA: '.
           03  W-LES-TEXTO             PIC  X(071).
      *
      ***  TRILHA DE AUDITORIA (VSAM CSTHST01, LIDO PELO AUDBTC01 -
      ***  MANTER O LAYOUT SINCRONIZADO): A LINHA DE 200 BYTES COMO
      ***  VEIO DA CSTA, CHAVEADA PELO INSTANTE DO DRENO + TAREFA +
      ***  SEQUENCIA NO DRENO. SO AS LINHAS CUJO PRIMEIRO TOKEN ESTA
      ***  NA LISTA ABAIXO ENTRAM NA TRILHA
      *
       01  W-TRL-REC.
           03  W-TRL-CHAVE.
               05  W-TRL-INSTANTE      PIC  X(014).
               05  W-TRL-TASKN         PIC  9(007).
               05  W-TRL-SEQ           PIC  9(005).
           03  W-TRL-LINHA             PIC  X(200).
       77  W-EIBRESP-TRL               PIC S9(9) COMP-5 SYNC.
       77  W-QT-TRILHA                 PIC S9(009) COMP VALUE ZEROS.
       77  W-ORIGEM-LINHA              PIC  X(009) VALUE SPACES.
           88  LINHA-DE-AUDITORIA                VALUE 'PRMMNT01 '
                                                       'OPRMNT01 '
                                                       'ACCM1MNT '
                                                       'OPRAUT01 '
                                                       'OPRREC01 '.
      *
      ***  PARAMETROS ROTINA MQSP9011 - FAZ PUT EM FILA MQ
      *
       COPY MQSK9011.
           03  FILLER                   PIC  X(012)
                           VALUE ' SUPRIMIDOS='.
           03  W-RES-SUPRIMIDOS         PIC  9(009).
           03  FILLER                   PIC  X(011)
                           VALUE ' ESCALADOS='.
           03  W-RES-ESCALADOS          PIC  9(009).
           03  FILLER                   PIC  X(010)
                           VALUE ' SEM-CAT='.
           03  W-RES-SEM-CATALOGO       PIC  9(009).
           03  FILLER                   PIC  X(008)
                           VALUE ' TRILHA='.
           03  W-RES-TRILHA             PIC  9(009).
      *----------------------------------------------------------------*

      ******************************************************************
      *----------------------------------------------------------------*

           PERFORM 050000-CARREGA-JANELAS
           PERFORM 080000-LE-PARAMETROS

           MOVE SPACES TO W-REGISTRO-CSTA
           MOVE 200    TO W-LEN
           PERFORM 100000-DRENA-CSTA
              UNTIL W-EIBRESP NOT EQUAL ZEROS.

           IF W-MIN-ESCALA GREATER ZEROS
              PERFORM 700000-REESCALONA-ALERTAS
           END-IF

           PERFORM 900000-EMITE-RESUMO.

           EXEC CICS RETURN
      *       JANELA DE MANUTENCAO ATIVA PARA A CLASSE: O ALERTA FICA
      *       GRAVADO (ACIMA) MAS NAO ACORDA O PLANTAO
              PERFORM 250000-VERIFICA-SUPRESSAO
              PERFORM 270000-CONSULTA-CATALOGO
              IF ALERTA-SUPRIMIDO
                 ADD 1 TO W-QT-SUPRIMIDOS
                 PERFORM 260000-CONTA-NA-JANELA
              ELSE
                 PERFORM 450000-REGISTRA-ALERTA
                 PERFORM 400000-ENCAMINHA-MQ
              END-IF
           ELSE
              ADD 1 TO W-QT-INFO
              MOVE 'CSTA_INFO'       TO W-NOME-TSQ
              PERFORM 300000-GRAVA-CLASSE
           END-IF

           MOVE W-REGISTRO-CSTA(1:9) TO W-ORIGEM-LINHA
           IF LINHA-DE-AUDITORIA
              PERFORM 350000-GRAVA-TRILHA
           END-IF.

      *----------------------------------------------------------------*
                     NOHANDLE
           END-EXEC.

      *----------------------------------------------------------------*
       350000-GRAVA-TRILHA.
      *----------------------------------------------------------------*
      * COPIA DURAVEL DA LINHA DE AUDITORIA - A LINHA JA ESTA NA TS
      * QUEUE DA CLASSE; CSTHST01 INDISPONIVEL NAO PARA O DRENO, SO
      * NAO CONTA NO RESUMO (TRILHA= MENOR QUE O ESPERADO)
      *----------------------------------------------------------------*
           MOVE W-AGORA              TO W-TRL-INSTANTE
           MOVE EIBTASKN             TO W-TRL-TASKN
           MOVE W-QT-DRENADOS        TO W-TRL-SEQ
           MOVE W-REGISTRO-CSTA      TO W-TRL-LINHA

           EXEC CICS WRITE FILE('CSTHST01')
                RIDFLD   ( W-TRL-CHAVE )
                KEYLENGTH( LENGTH OF W-TRL-CHAVE )
                FROM     ( W-TRL-REC )
                LENGTH   ( LENGTH OF W-TRL-REC )
                RESP     ( W-EIBRESP-TRL )
           END-EXEC

           IF W-EIBRESP-TRL EQUAL ZEROS
              ADD 1 TO W-QT-TRILHA
           END-IF.

      *----------------------------------------------------------------*
       400000-ENCAMINHA-MQ.
      *----------------------------------------------------------------*
      * PUT DO ALERTA NA FILA DA PONTE DE OPERACAO VIA MQSP9011
      * (MESMA ROTINA DE PUT USADA PELO CICP0307) - FALHA NO PUT NAO
      * PERDE O ALERTA: ELE JA ESTA ARQUIVADO NA CSTA_ALERTA, SO
      * CONTA COMO FALHA DE ENCAMINHAMENTO NO RESUMO.
      * A MENSAGEM E A LINHA DE 200 BYTES SEGUIDA DE ' ALRID=' E DO ID
      * DO ALERTA (BRANCO SE O ALRVSA01 ESTAVA INDISPONIVEL), ' SEV=' E
      * ' DONO=' DO CATALOGO - QUEM SO LE OS 200 PRIMEIROS BYTES
      * CONTINUA FUNCIONANDO
      *----------------------------------------------------------------*
           MOVE  0                   TO K9011-IND-DESTINO
           MOVE  0                   TO K9011-VLR-PRIORIDADE
           MOVE  1                   TO K9011-FORMAT
           MOVE 'MQM'                TO K9011-USERIDENTIFIER
           MOVE W-FILA-OPERACAO      TO K9011-FILA-DESTINO
           MOVE SPACES               TO K9011-DADOS
           MOVE W-REGISTRO-CSTA      TO K9011-DADOS(1:200)
           MOVE ' ALRID='            TO K9011-DADOS(201:7)
           MOVE W-ALR-ID             TO K9011-DADOS(208:16)
           MOVE ' SEV='              TO K9011-DADOS(224:5)
           MOVE W-ALR-SEVERIDADE     TO K9011-DADOS(229:1)
           MOVE ' DONO='             TO K9011-DADOS(230:6)
           MOVE W-ALR-EQUIPE         TO K9011-DADOS(236:8)
           MOVE 243                  TO K9011-TAM-DADOS
           MOVE SPACES               TO K9011-RET-CODE

           EXEC CICS LINK PROGRAM    ( MQSP9011             )
           MOVE W-QT-INFO       TO W-RES-INFO
           MOVE W-QT-MQ-FALHAS  TO W-RES-MQ-FALHAS
           MOVE W-QT-SUPRIMIDOS TO W-RES-SUPRIMIDOS
           MOVE W-QT-ESCALADOS  TO W-RES-ESCALADOS
           MOVE W-QT-SEM-CATALOGO TO W-RES-SEM-CATALOGO
           MOVE W-QT-TRILHA     TO W-RES-TRILHA

           EXEC CICS WRITEQ TD QUEUE ( 'CSTA'               )
                     FROM   ( W-RESUMO-CSTA         )
                INTO W-CLASSE-ALERTA
           END-UNSTRING

           PERFORM 251000-PROCURA-JANELA.

      *----------------------------------------------------------------*
       251000-PROCURA-JANELA.
      *----------------------------------------------------------------*
      * W-CLASSE-ALERTA JA PREENCHIDA (PELO DRENO OU PELO REGISTRO DO
      * ALERTA NO RE-ESCALONAMENTO)
      *----------------------------------------------------------------*
           MOVE 'N'    TO W-SUPRIMIDO
           MOVE SPACES TO W-JANELA-ALVO

           PERFORM 255000-TESTA-JANELA
                   VARYING W-IDX-JAN FROM 1 BY 1
                   UNTIL W-IDX-JAN GREATER W-QT-JANELAS
           IF W-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO W-FIM-JANELAS
           END-IF.

      *----------------------------------------------------------------*
       080000-LE-PARAMETROS.
      *----------------------------------------------------------------*
      * MINUTOS SEM RECONHECIMENTO ANTES DE REENVIAR AO PROXIMO NIVEL
      * DA ESCALA (PRMVSA01 CSTARPT/ESCMIN); VALOR NAO NUMERICO FICA
      * NO DEFAULT, ZERO DESLIGA O RE-ESCALONAMENTO
      *----------------------------------------------------------------*
           MOVE SPACES TO W-PRM-VALOR

           CALL W-PGM-PRMLER01 USING DFHEIBLK
                                      DFHCOMMAREA
                                      W-PRM-PROGRAMA
                                      W-PRM-PARAMETRO
                                      W-PRM-DEFAULT
                                      W-PRM-VALOR
                                      W-PRM-ORIGEM

           IF W-PRM-VALOR(1:3) NUMERIC
              MOVE W-PRM-VALOR(1:3) TO W-MIN-ESCALA
           ELSE
           IF W-PRM-VALOR(1:2) NUMERIC
              AND W-PRM-VALOR(3:1) EQUAL SPACE
              MOVE W-PRM-VALOR(1:2) TO W-MIN-ESCALA
           ELSE
           IF W-PRM-VALOR(1:1) NUMERIC
              AND W-PRM-VALOR(2:1) EQUAL SPACE
              MOVE W-PRM-VALOR(1:1) TO W-MIN-ESCALA
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       450000-REGISTRA-ALERTA.
      *----------------------------------------------------------------*
      * ABRE O REGISTRO DO ALERTA ENCAMINHADO. ID = INSTANTE DO
      * ENCAMINHAMENTO + SEQUENCIA DENTRO DO SEGUNDO (DUPREC DE UM
      * DRENO CONCORRENTE SO AVANCA A SEQUENCIA); ALRVSA01
      * INDISPONIVEL = ALERTA ENCAMINHADO SEM ID, COMO ANTES
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( W-ABS-ALERTA )
                NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( W-ABS-ALERTA )
                YYYYMMDD ( W-DATA-YMD )
                TIME     ( W-HORA )
                NOHANDLE
           END-EXEC

           MOVE W-DATA-YMD TO W-INSTANTE(1:8)
           MOVE W-HORA     TO W-INSTANTE(9:6)

           IF W-INSTANTE EQUAL W-ULT-INSTANTE
              ADD 1 TO W-SEQ-ALERTA
           ELSE
              MOVE W-INSTANTE TO W-ULT-INSTANTE
              MOVE 1          TO W-SEQ-ALERTA
           END-IF

           MOVE W-INSTANTE        TO W-ALR-ID-INSTANTE
           MOVE W-CLASSE-ALERTA   TO W-ALR-CLASSE
           MOVE 'A'               TO W-ALR-SITUACAO
           MOVE W-INSTANTE        TO W-ALR-ABERTURA
           MOVE W-ABS-ALERTA      TO W-ALR-ABS-ABERTURA
                                     W-ALR-ABS-ENVIO
           MOVE ZEROS             TO W-ALR-NIVEL
                                     W-ALR-ABS-RECONHEC
           MOVE 1                 TO W-ALR-QT-ENVIOS
           MOVE SPACES            TO W-ALR-DESTINO
                                     W-ALR-RECONHECIDO-EM
                                     W-ALR-USUARIO-RECONHEC
                                     W-ALR-COMENTARIO
           MOVE W-REGISTRO-CSTA   TO W-ALR-TEXTO
           MOVE W-COD-MENSAGEM    TO W-ALR-CODIGO
           MOVE W-SEVERIDADE      TO W-ALR-SEVERIDADE
           MOVE W-EQUIPE          TO W-ALR-EQUIPE

           MOVE 'N' TO W-ALR-GRAVADO
           PERFORM 455000-GRAVA-ALERTA
                   UNTIL NOT ALR-PENDENTE
                      OR W-SEQ-ALERTA GREATER 99

           IF NOT ALR-GRAVADO
              MOVE SPACES TO W-ALR-ID
           END-IF.

      *----------------------------------------------------------------*
       455000-GRAVA-ALERTA.
      *----------------------------------------------------------------*
           MOVE W-SEQ-ALERTA TO W-ALR-ID-SEQ

           EXEC CICS WRITE FILE('ALRVSA01')
                RIDFLD   ( W-ALR-CHAVE )
                KEYLENGTH( 16 )
                LENGTH   ( LENGTH OF W-ALR-REC )
                FROM     ( W-ALR-REC )
                RESP     ( W-EIBRESP-ALR )
           END-EXEC

           IF W-EIBRESP-ALR EQUAL DFHRESP(DUPREC)
                 OR W-EIBRESP-ALR EQUAL DFHRESP(DUPKEY)
              ADD 1 TO W-SEQ-ALERTA
           ELSE
           IF W-EIBRESP-ALR EQUAL ZEROS
              MOVE 'S' TO W-ALR-GRAVADO
           ELSE
              MOVE 'F' TO W-ALR-GRAVADO
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       700000-REESCALONA-ALERTAS.
      *----------------------------------------------------------------*
      * VARRE OS ALERTAS DOS ULTIMOS W-DIAS-ESCALA DIAS (A CHAVE
      * COMECA PELO INSTANTE DE ABERTURA) E REENVIA OS AINDA ABERTOS
      * CUJO ULTIMO ENVIO PASSOU DE W-MIN-ESCALA MINUTOS
      *----------------------------------------------------------------*
           COMPUTE W-ABS-CORTE = W-ABSTIME
                               - W-DIAS-ESCALA * 86400000

           EXEC CICS FORMATTIME
                ABSTIME  ( W-ABS-CORTE )
                YYYYMMDD ( W-DATA-YMD )
                TIME     ( W-HORA )
                NOHANDLE
           END-EXEC

           MOVE LOW-VALUES TO W-ALR-CHAVE
           MOVE W-DATA-YMD TO W-ALR-ID-INSTANTE(1:8)
           MOVE W-HORA     TO W-ALR-ID-INSTANTE(9:6)
           MOVE W-AGORA(9:4) TO W-HHMM
           MOVE 'N'        TO W-FIM-ALERTAS

           EXEC CICS STARTBR FILE('ALRVSA01')
                RIDFLD   ( W-ALR-CHAVE )
                KEYLENGTH( 16 )
                GTEQ
                RESP     ( W-EIBRESP-ALR )
           END-EXEC

           IF W-EIBRESP-ALR EQUAL ZEROS
              PERFORM 710000-VERIFICA-ALERTA
                      UNTIL FIM-ALERTAS

              EXEC CICS ENDBR FILE('ALRVSA01')
                   NOHANDLE
              END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       710000-VERIFICA-ALERTA.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('ALRVSA01')
                RIDFLD   ( W-ALR-CHAVE )
                KEYLENGTH( 16 )
                INTO     ( W-ALR-REC )
                RESP     ( W-EIBRESP-ALR )
           END-EXEC

           IF W-EIBRESP-ALR NOT EQUAL ZEROS
              MOVE 'S' TO W-FIM-ALERTAS
           ELSE
           IF W-ALR-SITUACAO EQUAL 'A'
              COMPUTE W-MS-SEM-RECONHEC = W-ABSTIME - W-ALR-ABS-ENVIO
              IF W-MS-SEM-RECONHEC NOT LESS W-MIN-ESCALA * 60000
                 MOVE W-ALR-CLASSE TO W-CLASSE-ALERTA
                 PERFORM 251000-PROCURA-JANELA
                 IF NOT ALERTA-SUPRIMIDO
                    PERFORM 720000-ESCALONA-ALERTA
                 END-IF
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       720000-ESCALONA-ALERTA.
      *----------------------------------------------------------------*
      * MESMA TECNICA DO 620000: ENDBR, RELEITURA COM UPDATE E NOVO
      * STARTBR NA MESMA CHAVE - O PROXIMO READNEXT RELE ESTE ALERTA,
      * QUE JA NAO SE QUALIFICA (ENVIO = AGORA). PROXIMO NIVEL DA
      * ESCALA; SEM PROXIMO NIVEL, REPETE O ULTIMO; SEM ESCALA
      * NENHUMA, REENVIA SO PELA PONTE DE OPERACAO
      *----------------------------------------------------------------*
           EXEC CICS ENDBR FILE('ALRVSA01')
                NOHANDLE
           END-EXEC

           EXEC CICS READ FILE('ALRVSA01')
                RIDFLD   ( W-ALR-CHAVE )
                KEYLENGTH( 16 )
                INTO     ( W-ALR-REC )
                UPDATE
                RESP     ( W-EIBRESP-ALR )
           END-EXEC

           IF W-EIBRESP-ALR EQUAL ZEROS
              AND W-ALR-SITUACAO EQUAL 'A'
              COMPUTE W-NIVEL-ALVO = W-ALR-NIVEL + 1
              PERFORM 730000-PROCURA-PLANTAO
              IF NOT ACHOU-PLANTAO
                 AND W-ALR-NIVEL GREATER ZEROS
                 MOVE W-ALR-NIVEL TO W-NIVEL-ALVO
                 PERFORM 730000-PROCURA-PLANTAO
              END-IF

              IF ACHOU-PLANTAO
                 MOVE W-NIVEL-ALVO   TO W-ALR-NIVEL
                 MOVE W-ESC-OPERADOR TO W-ALR-DESTINO
              ELSE
                 MOVE SPACES         TO W-ESC-OPERADOR
                                        W-ESC-CONTATO
              END-IF

              MOVE W-ABSTIME TO W-ALR-ABS-ENVIO
              IF W-ALR-QT-ENVIOS LESS 999
                 ADD 1 TO W-ALR-QT-ENVIOS
              END-IF

              EXEC CICS REWRITE FILE('ALRVSA01')
                   FROM   ( W-ALR-REC )
                   LENGTH ( LENGTH OF W-ALR-REC )
                   RESP   ( W-EIBRESP-ALR )
              END-EXEC

              IF W-EIBRESP-ALR EQUAL ZEROS
                 ADD 1 TO W-QT-ESCALADOS
                 MOVE W-ALR-NIVEL        TO W-LES-NIVEL
                 MOVE W-ALR-DESTINO      TO W-LES-OPERADOR
                 MOVE W-ESC-CONTATO      TO W-LES-CONTATO
                 MOVE W-ALR-ABERTURA     TO W-LES-ABERTURA
                 MOVE W-ALR-QT-ENVIOS    TO W-LES-ENVIO
                 MOVE W-ALR-TEXTO        TO W-LES-TEXTO
                 MOVE W-LINHA-ESCALA     TO W-REGISTRO-CSTA
                 PERFORM 400000-ENCAMINHA-MQ
              END-IF
           ELSE
              EXEC CICS UNLOCK FILE('ALRVSA01')
                   NOHANDLE
              END-EXEC
           END-IF

           EXEC CICS STARTBR FILE('ALRVSA01')
                RIDFLD   ( W-ALR-CHAVE )
                KEYLENGTH( 16 )
                GTEQ
                RESP     ( W-EIBRESP-ALR )
           END-EXEC

           IF W-EIBRESP-ALR NOT EQUAL ZEROS
              MOVE 'S' TO W-FIM-ALERTAS
           END-IF.

      *----------------------------------------------------------------*
       730000-PROCURA-PLANTAO.
      *----------------------------------------------------------------*
      * ESCALA PROPRIA DA CLASSE; SEM ELA, A ESCALA PADRAO '*'
      *----------------------------------------------------------------*
           MOVE 'N'          TO W-ACHOU-PLANTAO
           MOVE W-ALR-CLASSE TO W-CLASSE-PLANTAO
           PERFORM 740000-LE-ESCALA

           IF NOT ACHOU-PLANTAO
              MOVE '*'       TO W-CLASSE-PLANTAO
              PERFORM 740000-LE-ESCALA
           END-IF.

      *----------------------------------------------------------------*
       740000-LE-ESCALA.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES       TO W-ESC-CHAVE
           MOVE W-CLASSE-PLANTAO TO W-ESC-CLASSE
           MOVE W-NIVEL-ALVO     TO W-ESC-NIVEL
           MOVE 'N'              TO W-FIM-ESCALA

           EXEC CICS STARTBR FILE('ESCVSA01')
                RIDFLD   ( W-ESC-CHAVE )
                KEYLENGTH( 14 )
                GTEQ
                RESP     ( W-EIBRESP-ESC )
           END-EXEC

           IF W-EIBRESP-ESC EQUAL ZEROS
              PERFORM 745000-TESTA-FAIXA
                      UNTIL FIM-ESCALA

              EXEC CICS ENDBR FILE('ESCVSA01')
                   NOHANDLE
              END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       745000-TESTA-FAIXA.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('ESCVSA01')
                RIDFLD   ( W-ESC-CHAVE )
                KEYLENGTH( 14 )
                INTO     ( W-ESC-REC )
                RESP     ( W-EIBRESP-ESC )
           END-EXEC

           IF W-EIBRESP-ESC NOT EQUAL ZEROS
              OR W-ESC-CLASSE NOT EQUAL W-CLASSE-PLANTAO
              OR W-ESC-NIVEL NOT EQUAL W-NIVEL-ALVO
              MOVE 'S' TO W-FIM-ESCALA
           ELSE
           IF (W-ESC-INICIO NOT GREATER W-ESC-FIM
                 AND W-HHMM NOT LESS W-ESC-INICIO
                 AND W-HHMM NOT GREATER W-ESC-FIM)
              OR (W-ESC-INICIO GREATER W-ESC-FIM
                 AND (W-HHMM NOT LESS W-ESC-INICIO
                   OR W-HHMM NOT GREATER W-ESC-FIM))
              MOVE 'S' TO W-ACHOU-PLANTAO
              MOVE 'S' TO W-FIM-ESCALA
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       270000-CONSULTA-CATALOGO.
      *----------------------------------------------------------------*
      * CODIGO DA MENSAGEM = PRIMEIRO TOKEN APOS O 'ALERTA' (O '-' DE
      * SEPARACAO DO CICP0307/CICP0312 E PULADO). PROCURA CLASSE +
      * CODIGO E, SEM ELE, A ENTRADA GERAL DA CLASSE (CODIGO BRANCO);
      * ACLVSA01 INDISPONIVEL = TRATADO COMO FORA DO CATALOGO
      *----------------------------------------------------------------*
           MOVE SPACES TO W-TOKEN-1
                          W-TOKEN-2
                          W-COD-MENSAGEM

           UNSTRING W-REGISTRO-CSTA(33:168) DELIMITED BY ALL ' '
                INTO W-TOKEN-1 W-TOKEN-2
           END-UNSTRING

           IF W-TOKEN-1 EQUAL '-'
              MOVE W-TOKEN-2 TO W-COD-MENSAGEM
           ELSE
              MOVE W-TOKEN-1 TO W-COD-MENSAGEM
           END-IF

           MOVE W-CLASSE-ALERTA TO W-ACL-CLASSE
           MOVE W-COD-MENSAGEM  TO W-ACL-CODIGO
           PERFORM 275000-LE-CATALOGO

           IF W-EIBRESP-ACL NOT EQUAL ZEROS
              MOVE SPACES TO W-ACL-CODIGO
              PERFORM 275000-LE-CATALOGO
           END-IF

           IF W-EIBRESP-ACL EQUAL ZEROS
              MOVE W-ACL-SEVERIDADE TO W-SEVERIDADE
              MOVE W-ACL-EQUIPE     TO W-EQUIPE
           ELSE
              MOVE '0'              TO W-SEVERIDADE
              MOVE 'PENDENTE'       TO W-EQUIPE
              ADD 1 TO W-QT-SEM-CATALOGO
              PERFORM 280000-ANOTA-PENDENTE
           END-IF.

      *----------------------------------------------------------------*
       275000-LE-CATALOGO.
      *----------------------------------------------------------------*
           EXEC CICS READ FILE('ACLVSA01')
                RIDFLD   ( W-ACL-CHAVE )
                KEYLENGTH( 16 )
                INTO     ( W-ACL-REC )
                RESP     ( W-EIBRESP-ACL )
           END-EXEC.

      *----------------------------------------------------------------*
       280000-ANOTA-PENDENTE.
      *----------------------------------------------------------------*
      * UM ITEM POR CLASSE+CODIGO: JA ANOTADO SO SOMA A OCORRENCIA;
      * NOVO ENTRA NA LISTA E E AVISADO NA CSTA (INFORMATIVO, LIDO NO
      * PROXIMO DRENO)
      *----------------------------------------------------------------*
           MOVE 'N' TO W-ACHOU-SCT
           MOVE 'N' TO W-FIM-SCT
           MOVE 1   TO W-SCT-ITEM

           PERFORM 285000-PROCURA-PENDENTE
                   UNTIL FIM-SCT
                      OR ACHOU-SCT

           IF ACHOU-SCT
              MOVE W-AGORA TO W-SCT-ULTIMA
              IF W-SCT-QT LESS 9999999
                 ADD 1 TO W-SCT-QT
              END-IF

              EXEC CICS WRITEQ TS QUEUE ( 'CSTA_SEMCAT' )
                        FROM   ( W-SCT-REC             )
                        LENGTH ( LENGTH OF W-SCT-REC   )
                        ITEM   ( W-SCT-ITEM            )
                        REWRITE
                        NOHANDLE
              END-EXEC
           ELSE
              MOVE W-CLASSE-ALERTA TO W-SCT-CLASSE
              MOVE W-COD-MENSAGEM  TO W-SCT-CODIGO
              MOVE W-AGORA         TO W-SCT-PRIMEIRA
                                      W-SCT-ULTIMA
              MOVE 1               TO W-SCT-QT

              EXEC CICS WRITEQ TS QUEUE ( 'CSTA_SEMCAT' )
                        FROM   ( W-SCT-REC             )
                        LENGTH ( LENGTH OF W-SCT-REC   )
                        NOHANDLE
              END-EXEC

              MOVE W-CLASSE-ALERTA TO W-LSC-CLASSE
              MOVE W-COD-MENSAGEM  TO W-LSC-CODIGO

              EXEC CICS WRITEQ TD QUEUE ( 'CSTA'               )
                        FROM   ( W-LINHA-SEMCAT        )
                        LENGTH ( LENGTH OF W-LINHA-SEMCAT )
                        NOHANDLE
              END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       285000-PROCURA-PENDENTE.
      *----------------------------------------------------------------*
           MOVE LENGTH OF W-SCT-REC TO W-SCT-LEN

           EXEC CICS READQ TS QUEUE ( 'CSTA_SEMCAT' )
                     INTO   ( W-SCT-REC             )
                     LENGTH ( W-SCT-LEN             )
                     ITEM   ( W-SCT-ITEM            )
                     RESP   ( W-EIBRESP-SCT         )
           END-EXEC

           IF W-EIBRESP-SCT NOT EQUAL ZEROS
              MOVE 'S' TO W-FIM-SCT
           ELSE
           IF W-SCT-CLASSE EQUAL W-CLASSE-ALERTA
              AND W-SCT-CODIGO EQUAL W-COD-MENSAGEM
              MOVE 'S' TO W-ACHOU-SCT
           ELSE
              ADD 1 TO W-SCT-ITEM
           END-IF
           END-IF.
