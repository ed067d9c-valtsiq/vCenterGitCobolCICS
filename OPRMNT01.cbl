      *                        mesma OPRAUT01 - quem concede acesso
      *                        tambem precisa constar do perfil (a
      *                        carga inicial dos perfis entra por
      *                        IDCAMS, uma unica vez).
      *                        Toda gravacao efetivada sai numa linha
      *                        informativa na CSTA (operador, usuario
      *                        e programa do perfil, acoes/situacao
      *                        antes e depois) - o CSTARPT a guarda na
      *                        trilha CSTHST01, lida pelo relatorio de
      *                        segregacao de funcoes AUDBTC01.
      *                        Commarea completo (chamador novo) traz
      *                        o GESTOR do usuario - quem recertifica
      *                        o perfil na campanha OPRBTC01/OPRREC01
      *                        - e a consulta devolve gestor e data
      *                        do ULTIMO USO (gravada pelo OPRAUT01);
      *                        commarea antigo continua valido, com o
      *                        gestor preservado na alteracao
      * DSnames .............. B090290.OPRVSA01 (definir RECUPERAVEL)
      *                        B090290.MSGVSA01 (textos de retorno,
      *                        via MSGLER01)
      * Transacao CICS  ...... OPR1
      *
      ******************************************************************
             05 WK-OPR-PROGRAMA      PIC X(008).
          03 WK-OPR-ACOES            PIC X(016).
          03 WK-OPR-SITUACAO         PIC X(001).
      *   gestor e ultimo uso acrescidos ao final do registro - perfil
      *   anterior a eles fica com os dois em branco
          03 WK-OPR-GESTOR           PIC X(008).
          03 WK-OPR-ULT-USO          PIC X(008).

      *----------------------------------------------------------------*
      *   AUTORIZACAO DO PROPRIO MANTENEDOR (OPRAUT01)
       01 WK-AUT-USUARIO             PIC X(008) VALUE SPACES.
       01 WK-AUT-AUTORIZADO          PIC X(001) VALUE 'N'.
       01 WK-AUT-RETORNO             PIC X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *   CATALOGO DE MENSAGENS (ROTINA COMUM MSGLER01) - MESMO LAYOUT
      *   DE LK-MSG-AREA DE LA
      *----------------------------------------------------------------*
       77 WK-PGM-MSGLER01            PIC X(008) VALUE 'MSGLER01'.
       01 WK-MSG-AREA.
          05 WK-MSGA-SUBSISTEMA      PIC X(008) VALUE 'OPRMNT01'.
          05 WK-MSGA-CODRET          PIC 9(004) VALUE ZEROS.
          05 WK-MSGA-IDIOMA          PIC X(002) VALUE SPACES.
          05 WK-MSGA-COMPLEMENTO     PIC X(040) VALUE SPACES.
          05 WK-MSGA-TEXTO           PIC X(060) VALUE SPACES.
          05 WK-MSGA-ORIGEM          PIC X(001) VALUE SPACE.

       77 WK-EIBRESP                 PIC S9(9) COMP-5 SYNC.
       77 WK-EIBRESP2                PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *   LINHA INFORMATIVA NA CSTA POR PERFIL GRAVADO - MESMO
      *   CARIMBO DO PRMMNT01 (PROGRAMA + AAAAMMDD + HH:MM:SS), SEM O
      *   TEXTO 'ALERTA'. ANT/NOV = ACOES (16) + SITUACAO (1)
      *----------------------------------------------------------------*
       01 WK-LINHA-PERFIL.
          03 FILLER                  PIC X(009) VALUE 'OPRMNT01 '.
          03 WK-LPF-DATA             PIC X(008).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-LPF-HORA             PIC X(008).
          03 FILLER                  PIC X(008) VALUE ' PERFIL '.
          03 WK-LPF-ACAO             PIC X(001).
          03 FILLER                  PIC X(001) VALUE SPACE.
          03 WK-LPF-ALVO             PIC X(008).
          03 FILLER                  PIC X(001) VALUE '/'.
          03 WK-LPF-PROGRAMA         PIC X(008).
          03 FILLER                  PIC X(005) VALUE ' USU='.
          03 WK-LPF-USUARIO          PIC X(008).
          03 FILLER                  PIC X(005) VALUE ' ANT='.
          03 WK-LPF-ANTES            PIC X(017).
          03 FILLER                  PIC X(005) VALUE ' NOV='.
          03 WK-LPF-DEPOIS           PIC X(017).
       77 WK-ABSTIME-PRF             PIC S9(15) COMP-3 VALUE +0.
       01 WK-OPR-ANTES               PIC X(017) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
          03  LK-OPR-SITUACAO    PIC  X(0001).
          03  LK-OPR-CODRET      PIC  9(0002).
          03  LK-OPR-MSGRET      PIC  X(0060).
      *   so no commarea completo (EIBCALEN curto = chamador antigo)
          03  LK-OPR-GESTOR      PIC  X(0008).
          03  LK-OPR-ULT-USO     PIC  X(0008).

      ******************************************************************
      *    P R O C E D U R E S
              END-IF
           END-IF

           PERFORM 950000-MENSAGEM-CATALOGO

           EXEC CICS RETURN
           END-EXEC
           .
       100000-INCLUIR-PERFIL.
      *----------------------------------------------------------------*
           MOVE LK-OPR-ACOES TO WK-OPR-ACOES
           MOVE SPACES       TO WK-OPR-GESTOR
                                WK-OPR-ULT-USO
           IF EIBCALEN NOT LESS LENGTH OF DFHCOMMAREA
              MOVE LK-OPR-GESTOR TO WK-OPR-GESTOR
           END-IF

           IF LK-OPR-SITUACAO EQUAL 'A' OR 'I'
              MOVE LK-OPR-SITUACAO TO WK-OPR-SITUACAO
           ELSE
              MOVE 'Perfil incluido com sucesso'
                   TO LK-OPR-MSGRET
              MOVE SPACES TO WK-OPR-ANTES
              PERFORM 910000-ANOTA-PERFIL
           END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       200000-ALTERAR-PERFIL.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-OPR-GESTOR
                          WK-OPR-ULT-USO

           EXEC CICS READ FILE('OPRVSA01')
                           RIDFLD(WK-OPR-CHAVE)
                           KEYLENGTH(16)
              MOVE 'Perfil nao encontrado para alteracao'
                   TO LK-OPR-MSGRET
           ELSE
              MOVE WK-OPR-REC(17:17) TO WK-OPR-ANTES
              MOVE LK-OPR-ACOES TO WK-OPR-ACOES
              IF LK-OPR-SITUACAO EQUAL 'A' OR 'I'
                 MOVE LK-OPR-SITUACAO TO WK-OPR-SITUACAO
              END-IF
              IF EIBCALEN NOT LESS LENGTH OF DFHCOMMAREA
                 AND LK-OPR-GESTOR NOT EQUAL SPACES
                 MOVE LK-OPR-GESTOR TO WK-OPR-GESTOR
              END-IF

              EXEC CICS REWRITE FILE('OPRVSA01')
                             FROM(WK-OPR-REC)
              ELSE
                 MOVE 'Perfil alterado com sucesso'
                      TO LK-OPR-MSGRET
                 PERFORM 910000-ANOTA-PERFIL
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       300000-DELETAR-PERFIL.
      *----------------------------------------------------------------*
      * A IMAGEM ANTERIOR E LIDA ANTES DA EXCLUSAO SO PARA A LINHA DA
      * CSTA - PERFIL AUSENTE CONTINUA RESPONDIDO PELO PROPRIO DELETE
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-OPR-ANTES

           EXEC CICS READ FILE('OPRVSA01')
                           RIDFLD(WK-OPR-CHAVE)
                           KEYLENGTH(16)
                           INTO(WK-OPR-REC)
                           RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP EQUAL ZEROS
              MOVE WK-OPR-REC(17:17) TO WK-OPR-ANTES
           END-IF

           EXEC CICS DELETE FILE('OPRVSA01')
                            RIDFLD(WK-OPR-CHAVE)
                            KEYLENGTH(16)
           ELSE
              MOVE 'Perfil excluido com sucesso'
                   TO LK-OPR-MSGRET
              MOVE SPACES TO WK-OPR-ACOES
                             WK-OPR-SITUACAO
              PERFORM 910000-ANOTA-PERFIL
           END-IF
           .

      *----------------------------------------------------------------*
       400000-CONSULTAR-PERFIL.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-OPR-GESTOR
                          WK-OPR-ULT-USO

           EXEC CICS READ FILE('OPRVSA01')
                           RIDFLD(WK-OPR-CHAVE)
                           KEYLENGTH(16)
           ELSE
              MOVE WK-OPR-ACOES    TO LK-OPR-ACOES
              MOVE WK-OPR-SITUACAO TO LK-OPR-SITUACAO
              IF EIBCALEN NOT LESS LENGTH OF DFHCOMMAREA
                 MOVE WK-OPR-GESTOR  TO LK-OPR-GESTOR
                 MOVE WK-OPR-ULT-USO TO LK-OPR-ULT-USO
              END-IF
              MOVE 'Perfil consultado com sucesso'
                   TO LK-OPR-MSGRET
           END-IF
           .

      *----------------------------------------------------------------*
       910000-ANOTA-PERFIL.
      *----------------------------------------------------------------*
      * UMA LINHA INFORMATIVA NA CSTA POR PERFIL GRAVADO - QUEM
      * CONCEDEU, A QUEM, EM QUE PROGRAMA, ANTES E DEPOIS; O OPERADOR
      * VEM DO PERFIL APURADO NO 050000
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABSTIME-PRF )
                NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME-PRF )
                YYYYMMDD ( WK-LPF-DATA )
                TIME     ( WK-LPF-HORA )
                TIMESEP
                NOHANDLE
           END-EXEC

           MOVE LK-OPR-ACAO       TO WK-LPF-ACAO
           MOVE WK-OPR-USUARIO    TO WK-LPF-ALVO
           MOVE WK-OPR-PROGRAMA   TO WK-LPF-PROGRAMA
           MOVE WK-AUT-USUARIO    TO WK-LPF-USUARIO
           MOVE WK-OPR-ANTES      TO WK-LPF-ANTES
           MOVE WK-OPR-REC(17:17) TO WK-LPF-DEPOIS

           EXEC CICS WRITEQ TD QUEUE ( 'CSTA'               )
                     FROM   ( WK-LINHA-PERFIL       )
                     LENGTH ( LENGTH OF WK-LINHA-PERFIL )
                     NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       950000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * TEXTO DE RETORNO PELO CATALOGO (MSGLER01), COMO NOS DEMAIS
      * SERVICOS - O TEXTO MONTADO ACIMA E O DEFAULT
      *----------------------------------------------------------------*
           MOVE LK-OPR-CODRET TO WK-MSGA-CODRET
           MOVE SPACES        TO WK-MSGA-IDIOMA
                                 WK-MSGA-COMPLEMENTO
           MOVE LK-OPR-MSGRET TO WK-MSGA-TEXTO

           CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                       DFHCOMMAREA
                                       WK-MSG-AREA

           MOVE WK-MSGA-TEXTO TO LK-OPR-MSGRET
           .
