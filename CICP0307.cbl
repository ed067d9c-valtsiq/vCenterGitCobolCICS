      * OBSERVACAO: O GET NESTA FILA EH FEITO PELA ROTINA BATCH
      *             PCICD308, PROGRAMA CICP0308
      *----------------------------------------------------------------
      * VRS006 - EVENTO DE ALTERACAO DE LIMITE (MXT, DSA, EDSA, POOL
      *          DB2): VALOR ANTERIOR NA TSQ CICP0307_LIMANT, EVENTO
      *          NO VSAM CICLIM01 E LINHA INFORMATIVA NA CSTA
      * VRS005 - ALERTA SAZONAL DE TAXA DE TRANSACOES: DIFERENCA DE
      *          QT-TRAN-EXE POR MINUTO CONTRA O PERFIL APPLID+DIA DA
      *          SEMANA+HORA DO VSAM CICBAS01 (CICBTC05), FAIXA DA TSQ
      *          CICP0307_BASCFG, FERIADOS VIA CALLER01
      * VRS004 - COLETA DE ESTATISTICA DE FILE PARA A LISTA DE ARQUIVOS
      *          DA TSQ CICP0307_ARQLST (TIPO 38 - ETTC_ARQ_CICS,
      *          SNAPSHOT C307ARQ- E HISTORICO VSAM CICARQ01)
      * VRS003 - MANUTENCAO ONLINE DA JANELA DE COLETA (CICP0309) E
      *          ALERTA CONFIGURAVEL DE PICO NO ALLOCATE DE CONNECTION
      * VRS002 F9471854 16/07/2019 - TRANSFERE CALCULO DE QT-TRAN-MNTO
               05  GDA-HSTMIN-HORA      PIC  X(008).
           03  GDA-HSTMIN-BOOK          PIC  X(142).
       77  GDA-EIBRESP-HST              PIC S9(9) COMP-5 SYNC.
      *
      ***  LISTA DE ARQUIVOS CUJA ESTATISTICA DE FILE E COLETADA -
      ***  TSQ CICP0307_ARQLST, UM ITEM POR ARQUIVO (NOME(8) + ATIVO
      ***  S/N), MANTIDA PELO CONSOLE SC0C (CICP0317, PARAMETRO
      ***  ARQEST); TSQ AUSENTE = NENHUM ARQUIVO COLETADO
      *
       77  GDA-NM-TS-ARQLST             PIC  X(016)
                                        VALUE 'CICP0307_ARQLST'.
       77  GDA-ITEM-ARQLST              PIC S9(004) COMP VALUE 1.
       77  GDA-LEN-ARQLST               PIC S9(004) COMP VALUE 9.
       77  GDA-EIBRESP-ARQ              PIC S9(9) COMP-5 SYNC.
       77  GDA-EIBRESP-ARQ2             PIC S9(9) COMP-5 SYNC.
       77  GDA-NR-POOL-LSR              PIC S9(008) COMP VALUE +0.
       01  GDA-ARQLST-REC.
           03  GDA-ARQLST-NM            PIC  X(008).
           03  GDA-ARQLST-ATIVO         PIC  X(001).
      *
      ***  HISTORICO DURAVEL DA ESTATISTICA DE FILE (VSAM CICARQ01,
      ***  REGISTRO = CHAVE APPLID+DATA(AAAA.MM.DD)+ARQUIVO+HORA
      ***  SEGUIDA DO BOOK CICK0038 INTEGRAL) - MESMA IDEIA DO
      ***  CICHST01; A CHAVE AGRUPA CADA ARQUIVO DO DIA EM ORDEM
      ***  CRONOLOGICA PARA O RELATORIO DIARIO CICBTC04
      *
       01  GDA-HSTARQ-REC.
           03  GDA-HSTARQ-CHAVE.
               05  GDA-HSTARQ-APPLID    PIC  X(008).
               05  GDA-HSTARQ-DATA      PIC  X(010).
               05  GDA-HSTARQ-ARQ       PIC  X(008).
               05  GDA-HSTARQ-HORA      PIC  X(008).
           03  GDA-HSTARQ-BOOK          PIC  X(080).
       77  GDA-ENVDIA-LEN               PIC S9(004) COMP VALUE 19.
       77  GDA-EIBRESP-ENV              PIC S9(9) COMP-5 SYNC.
       77  TOTAL-AUX                   PIC S9(018) COMP VALUE +0.
                                        VALUE 'QE.CIC.ESTATISTICA'.
       77  GDA-FILA-M37                 PIC  X(048)
                                        VALUE 'QE.CIC.ESTATISTICA'.
       77  GDA-FILA-M38                 PIC  X(048)
                                        VALUE 'QE.CIC.ESTATISTICA'.
      *
      ***  GERACAO DE LAYOUT EMITIDA POR TIPO DE MENSAGEM ('A' =
      ***  LAYOUT ANTERIOR, SEM O CAMPO VS-LAYOUT; 'N' = LAYOUT NOVO
      ***  VERSIONADO), CONFIGURAVEL VIA TSQ CICP0307_VERCFG (ITENS
      ***  NA MESMA ORDEM DA FILCFG: 15/30/31/33/35/36/37/38) - E O
      ***  QUE PERMITE CICP0307 E O LOADER CICP0308 SUBIREM DE LAYOUT
      ***  EM JANELAS SEPARADAS
      *
       77  GDA-NM-TS-VERCFG             PIC  X(015)
                                        VALUE 'CICP0307_VERCFG'.
       77  GDA-VER-M35                  PIC  X(001) VALUE 'A'.
       77  GDA-VER-M36                  PIC  X(001) VALUE 'A'.
       77  GDA-VER-M37                  PIC  X(001) VALUE 'A'.
       77  GDA-VER-M38                  PIC  X(001) VALUE 'A'.
       77  GDA-LEN-VERCFG               PIC S9(4) COMP VALUE 1.
       77  GDA-ITEM-VERCFG              PIC S9(4) COMP VALUE 1.
      *
               VALUE ' CORRID: '.
           03  GDA-ALERTA-DSA-CORRID    PIC  X(032).
      *
      ***  ALERTA SAZONAL DE TAXA DE TRANSACOES: A TAXA POR MINUTO
      ***  (DIFERENCA DE QT-TRAN-EXE ENTRE PASSADAS) E COMPARADA COM
      ***  O PERFIL APPLID+DIA DA SEMANA+HORA DO VSAM CICBAS01,
      ***  GERADO SEMANALMENTE PELO CICBTC05 A PARTIR DO CICHSTH1.
      ***  FAIXA NA TSQ CICP0307_BASCFG (4 DIGITOS POR ITEM; AUSENTE/
      ***  NAO-NUMERICO MANTEM O DEFAULT): ITEM 1 = PCT INFERIOR,
      ***  ITEM 2 = PCT SUPERIOR, ITEM 3 = MINUTOS CONSECUTIVOS FORA
      ***  DA FAIXA PARA ALERTAR, ITEM 4 = PISO DO PERFIL (TRANSACOES
      ***  POR MINUTO) ABAIXO DO QUAL A HORA NAO E AVALIADA
      *
       77  GDA-NM-TS-BASCFG             PIC  X(016)
                                        VALUE 'CICP0307_BASCFG'.
       77  GDA-LEN-BASCFG               PIC S9(004) COMP VALUE 4.
       77  GDA-ITEM-BASCFG              PIC S9(004) COMP VALUE 1.
       01  GDA-BASCFG-REC               PIC  9(004).
       77  GDA-BAS-PCT-INF              PIC  9(004) VALUE 60.
       77  GDA-BAS-PCT-SUP              PIC  9(004) VALUE 200.
       77  GDA-BAS-QT-MIN               PIC  9(004) VALUE 5.
       77  GDA-BAS-PISO                 PIC  9(004) VALUE 10.
      *
      ***  ESTADO ENTRE PASSADAS (TSQ CICP0307_SAZ, ITEM 1): DATA DA
      ***  ULTIMA PASSADA E SE ELA E FERIADO (CALLER01, AVALIADO UMA
      ***  VEZ POR DIA), QT-TRAN-EXE E HORA DA PASSADA ANTERIOR E AS
      ***  SEQUENCIAS DE MINUTOS ABAIXO/ACIMA DA FAIXA
      *
       77  GDA-NM-TS-SAZ                PIC  X(016)
                                        VALUE 'CICP0307_SAZ'.
       77  GDA-LEN-SAZ                  PIC S9(004) COMP VALUE 27.
       77  GDA-EIBRESP-SAZ              PIC S9(9) COMP-5 SYNC.
       01  GDA-SAZ-REC.
           03  GDA-SAZ-DATA             PIC  X(010).
           03  GDA-SAZ-FERIADO          PIC  X(001).
               88  GDA-SAZ-DIA-FERIADO               VALUE 'S'.
           03  GDA-SAZ-QT-TRAN          PIC S9(018) COMP.
           03  GDA-SAZ-SEGUNDOS         PIC S9(009) COMP.
           03  GDA-SAZ-SEQ-BAIXA        PIC S9(004) COMP.
           03  GDA-SAZ-SEQ-ALTA         PIC S9(004) COMP.
       77  GDA-SAZ-INTERVALO            PIC S9(009) COMP VALUE +0.
       77  GDA-SAZ-DELTA                PIC S9(018) COMP VALUE +0.
       77  GDA-SAZ-TAXA                 PIC S9(009)V99 COMP-3
                                        VALUE +0.
       77  GDA-SAZ-LIM-INF              PIC S9(009)V99 COMP-3
                                        VALUE +0.
       77  GDA-SAZ-LIM-SUP              PIC S9(009)V99 COMP-3
                                        VALUE +0.
       77  GDA-SAZ-MAX-INTERVALO        PIC S9(009) COMP VALUE 600.
       77  GDA-DIA-SEMANA               PIC S9(008) COMP VALUE +0.
      *
      ***  PERFIL SAZONAL - MESMO LAYOUT GRAVADO PELO CICBTC05 (DIA
      ***  0=DOMINGO ... 6=SABADO, COMO O FORMATTIME DAYOFWEEK)
      *
       01  GDA-BAS-REC.
           03  GDA-BAS-CHAVE.
               05  GDA-BAS-APPLID       PIC  X(008).
               05  GDA-BAS-DIA          PIC  9(001).
               05  GDA-BAS-HH           PIC  X(002).
           03  GDA-BAS-TRAN-MIN         PIC S9(007)V99 COMP-3.
           03  GDA-BAS-QT-AMOSTRAS      PIC S9(004) COMP.
           03  GDA-BAS-DT-GERACAO       PIC  X(010).
           03  GDA-BAS-QT-SEMANAS       PIC  9(002).
       77  GDA-EIBRESP-BAS              PIC S9(9) COMP-5 SYNC.
       77  GDA-LEN-BAS                  PIC S9(004) COMP VALUE 30.
      *
      ***  ULTIMO VALOR VISTO DOS LIMITES DA REGIAO (TSQ
      ***  CICP0307_LIMANT, ITEM 1) - A PASSADA QUE ENCONTRA UM VALOR
      ***  DIFERENTE GRAVA O EVENTO DE ALTERACAO
      *
       77  GDA-NM-TS-LIMANT             PIC  X(016)
                                        VALUE 'CICP0307_LIMANT'.
       77  GDA-LEN-LIMANT               PIC S9(004) COMP VALUE 16.
       77  GDA-EIBRESP-LIM              PIC S9(9) COMP-5 SYNC.
       01  GDA-LIMANT-REC.
           03  GDA-LIMANT-MXT           PIC S9(009) COMP.
           03  GDA-LIMANT-DSA           PIC S9(009) COMP.
           03  GDA-LIMANT-EDSA          PIC S9(009) COMP.
           03  GDA-LIMANT-DB2           PIC S9(009) COMP.
       77  GDA-LIM-OPERADOR-OK          PIC  X(001) VALUE 'N'.
      *
      ***  EVENTO DE ALTERACAO DE LIMITE (VSAM CICLIM01, CHAVE
      ***  APPLID+DATA(AAAA.MM.DD)+HORA+LIMITE) - LIDO PELA CONSULTA
      ***  SC0L (CICP0319) E PELO RELATORIO MENSAL CICBTC07. USUARIO
      ***  E TERMINAL SAO OS DA TAREFA CEMT/CECI ATIVA NA REGIAO NO
      ***  MINUTO DA DETECCAO (INQUIRE TASK); SEM NENHUMA, 'N/D'
      *
       01  GDA-EVTLIM-REC.
           03  GDA-EVTLIM-CHAVE.
               05  GDA-EVTLIM-APPLID    PIC  X(008).
               05  GDA-EVTLIM-DATA      PIC  X(010).
               05  GDA-EVTLIM-HORA      PIC  X(008).
               05  GDA-EVTLIM-TIPO      PIC  X(004).
           03  GDA-EVTLIM-VLR-ANT       PIC S9(009) COMP.
           03  GDA-EVTLIM-VLR-NOVO      PIC S9(009) COMP.
           03  GDA-EVTLIM-USUARIO       PIC  X(008).
           03  GDA-EVTLIM-TERMINAL      PIC  X(004).
           03  GDA-EVTLIM-TRAN          PIC  X(004).
      *
      ***  BUSCA DA TAREFA DE OPERADOR (INQUIRE TASK LIST)
      *
       77  GDA-QT-TASKS                 PIC S9(008) COMP VALUE +0.
       77  GDA-INQ-TRAN                 PIC  X(004) VALUE SPACES.
       77  GDA-INQ-USUARIO              PIC  X(008) VALUE SPACES.
       77  GDA-INQ-FACILITY             PIC  X(004) VALUE SPACES.
      *
      ***  LINHA INFORMATIVA GRAVADA NA TD QUEUE('CSTA') PARA CADA
      ***  LIMITE ALTERADO (NAO E ALERTA - O ROTEADOR CSTARPT ARQUIVA
      ***  NA CSTA_INFO)
      *
       01  GDA-INFO-LIM.
           03  GDA-INFO-LIM-TRAN        PIC  X(004).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  GDA-INFO-LIM-DATA        PIC  X(010).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  GDA-INFO-LIM-HORA        PIC  X(008).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  FILLER                   PIC  X(024)
               VALUE 'INFO - LIMITE ALTERADO. '.
           03  GDA-INFO-LIM-TIPO        PIC  X(004).
           03  FILLER                   PIC  X(004) VALUE ' DE '.
           03  GDA-INFO-LIM-ANT         PIC  ZZZZZZZZ9.
           03  FILLER                   PIC  X(006) VALUE ' PARA '.
           03  GDA-INFO-LIM-NOVO        PIC  ZZZZZZZZ9.
           03  FILLER                   PIC  X(010) VALUE ' USUARIO: '.
           03  GDA-INFO-LIM-USUARIO     PIC  X(008).
           03  FILLER                   PIC  X(007) VALUE ' TERM: '.
           03  GDA-INFO-LIM-TERMINAL    PIC  X(004).
           03  FILLER                   PIC  X(010)
               VALUE ' CORRID: '.
           03  GDA-INFO-LIM-CORRID      PIC  X(032).
      *
      ***  CALENDARIO COMUM DE DIAS UTEIS (SUBPROGRAMA CALLER01,
      ***  CHAMADO POR CALL COM DFHEIBLK E DFHCOMMAREA A FRENTE)
      *
       77  GDA-PGM-CALLER01             PIC  X(008) VALUE 'CALLER01'.
       01  GDA-CAL-MODO                 PIC  X(001) VALUE 'U'.
       01  GDA-CAL-DATA                 PIC  X(008) VALUE SPACES.
       01  GDA-CAL-RESULT               PIC  X(008) VALUE SPACES.
       01  GDA-CAL-ORIGEM               PIC  X(001) VALUE SPACE.
      *
      ***  MENSAGEM DE ALERTA GRAVADA NA TD QUEUE('CSTA') QUANDO A
      ***  TAXA DE TRANSACOES FICA FORA DA FAIXA DO PERFIL SAZONAL
      ***  PELO NUMERO CONFIGURADO DE MINUTOS CONSECUTIVOS
      *
       01  GDA-ALERTA-SAZ.
           03  GDA-ALERTA-SAZ-TRAN      PIC  X(004).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  GDA-ALERTA-SAZ-DATA      PIC  X(010).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  GDA-ALERTA-SAZ-HORA      PIC  X(008).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  GDA-ALERTA-SAZ-TXT       PIC  X(030)
               VALUE 'ALERTA - TAXA DE TRANSACOES '.
           03  GDA-ALERTA-SAZ-SENTIDO   PIC  X(006).
           03  FILLER                   PIC  X(012)
               VALUE ' DO PERFIL. '.
           03  GDA-ALERTA-SAZ-TAXA      PIC  ZZZZZZ9.
           03  FILLER                   PIC  X(014)
               VALUE ' TX/MIN, BASE '.
           03  GDA-ALERTA-SAZ-BASE      PIC  ZZZZZZ9.
           03  FILLER                   PIC  X(008) VALUE ' FAIXA: '.
           03  GDA-ALERTA-SAZ-INF       PIC  ZZZ9.
           03  FILLER                   PIC  X(001) VALUE '-'.
           03  GDA-ALERTA-SAZ-SUP       PIC  ZZZ9.
           03  FILLER                   PIC  X(005) VALUE '% POR'.
           03  GDA-ALERTA-SAZ-MIN       PIC  ZZZ9.
           03  FILLER                   PIC  X(004) VALUE ' MIN'.
           03  FILLER                   PIC  X(010)
               VALUE ' CORRID: '.
           03  GDA-ALERTA-SAZ-CORRID    PIC  X(032).
      *
      ***  Variaveis connection
      *
       77  CONNECTION-NAME             PIC  X(004) VALUE SPACES.
       01  CICK0037-BOOK.
       COPY CICK0037.
      *
      ***  ESTATISTICA DE FILE (DFHA17DS + POOL LSR DFHA08DS) DOS
      ***  ARQUIVOS DA CICP0307_ARQLST - TIPO 38 DO PIPELINE ETTC
      *
       01  CICK0038-BOOK.
       COPY CICK0038.
      *
      ***  LOTE DAS MENSAGENS DESTA PASSADA, USADO SO QUANDO
      ***  GDA-LOTE-MQ-SIM (VIDE 700000-PUT-FILA-MQ/700200-FLUSH-
      ***  LOTE-MQ); CADA ITEM GUARDA O MESMO BOOK QUE IRIA SOZINHO
      *
       COPY DFHSMSDS.
      *
      *** FILE
      *
       COPY DFHA17DS.
      *
      *** LSR POOL
      *
       COPY DFHA08DS.
      *
      *** SEM COMMAREA (TAREFA INICIADA POR START) - SO PARA O CALL
      *** DO CALLER01, QUE RECEBE DFHEIBLK E DFHCOMMAREA A FRENTE
      *
       01  DFHCOMMAREA                  PIC  X(001).
      *
      *** LISTA DE TAREFAS DA REGIAO (INQUIRE TASK LIST)
      *
       01  GDA-LISTA-TASKS.
           03  GDA-TASK-NUM             PIC S9(007) COMP-3
                                        OCCURS 9999 TIMES.
      *
      *********************
       PROCEDURE  DIVISION.
      *********************
              PERFORM 001100-COLETA-STORAGE
              MOVE 'COLETA-STORAGE      ' TO GDA-CKPT-ESTAGIO
              PERFORM 050000-GRAVA-CHECKPOINT
      *
              PERFORM 001200-COLETA-ARQUIVOS
              MOVE 'COLETA-ARQUIVOS     ' TO GDA-CKPT-ESTAGIO
              PERFORM 050000-GRAVA-CHECKPOINT
      *
              PERFORM 200000-GRAVA-ETTC-CICS
              MOVE 'GRAVA-ETTC-CICS     ' TO GDA-CKPT-ESTAGIO
              MOVE GDA-ALTCFG-REC TO GDA-PCT-DSA
           END-IF.
      *
      ***  FAIXA DO ALERTA SAZONAL (ITENS 1 A 4 DA CICP0307_BASCFG);
      ***  AUSENTE/NAO-NUMERICO MANTEM OS DEFAULTS (60% / 200% /
      ***  5 MINUTOS / PISO DE 10 TRANSACOES POR MINUTO)
      *
           MOVE 1 TO GDA-ITEM-BASCFG.
           MOVE 4 TO GDA-LEN-BASCFG.
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-BASCFG  )
                     INTO   ( GDA-BASCFG-REC     )
                     LENGTH ( GDA-LEN-BASCFG     )
                     ITEM   ( GDA-ITEM-BASCFG     )
                     NOHANDLE
           END-EXEC.
      *
           IF EIBRESP EQUAL ZEROS
              AND GDA-BASCFG-REC NUMERIC
              AND GDA-BASCFG-REC GREATER ZEROS
              MOVE GDA-BASCFG-REC TO GDA-BAS-PCT-INF
           END-IF.
      *
           MOVE 2 TO GDA-ITEM-BASCFG.
           MOVE 4 TO GDA-LEN-BASCFG.
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-BASCFG  )
                     INTO   ( GDA-BASCFG-REC     )
                     LENGTH ( GDA-LEN-BASCFG     )
                     ITEM   ( GDA-ITEM-BASCFG     )
                     NOHANDLE
           END-EXEC.
      *
           IF EIBRESP EQUAL ZEROS
              AND GDA-BASCFG-REC NUMERIC
              AND GDA-BASCFG-REC GREATER ZEROS
              MOVE GDA-BASCFG-REC TO GDA-BAS-PCT-SUP
           END-IF.
      *
           MOVE 3 TO GDA-ITEM-BASCFG.
           MOVE 4 TO GDA-LEN-BASCFG.
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-BASCFG  )
                     INTO   ( GDA-BASCFG-REC     )
                     LENGTH ( GDA-LEN-BASCFG     )
                     ITEM   ( GDA-ITEM-BASCFG     )
                     NOHANDLE
           END-EXEC.
      *
           IF EIBRESP EQUAL ZEROS
              AND GDA-BASCFG-REC NUMERIC
              AND GDA-BASCFG-REC GREATER ZEROS
              MOVE GDA-BASCFG-REC TO GDA-BAS-QT-MIN
           END-IF.
      *
           MOVE 4 TO GDA-ITEM-BASCFG.
           MOVE 4 TO GDA-LEN-BASCFG.
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-BASCFG  )
                     INTO   ( GDA-BASCFG-REC     )
                     LENGTH ( GDA-LEN-BASCFG     )
                     ITEM   ( GDA-ITEM-BASCFG     )
                     NOHANDLE
           END-EXEC.
      *
           IF EIBRESP EQUAL ZEROS
              AND GDA-BASCFG-REC NUMERIC
              MOVE GDA-BASCFG-REC TO GDA-BAS-PISO
           END-IF.
      *
      ***  FILA MQ DE DESTINO POR TIPO DE MENSAGEM, CONFIGURAVEL VIA
      ***  TSQ (ITEM 1=TIPO 15, 2=TIPO 30, 3=TIPO 31, 4=TIPO 33,
      ***  5=TIPO 35, 6=TIPO 36, 7=TIPO 37, 8=TIPO 38); SENAO
      ***  PRESENTE (OU ITEM AUSENTE), MANTEM O DEFAULT
      ***  QE.CIC.ESTATISTICA PARA AQUELE TIPO
      *
           MOVE 1 TO GDA-ITEM-FILCFG.
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-FILCFG   )
                     ITEM   ( GDA-ITEM-FILCFG      )
                     NOHANDLE
           END-EXEC.
      *
           MOVE 8 TO GDA-ITEM-FILCFG.
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-FILCFG   )
                     INTO   ( GDA-FILA-M38        )
                     LENGTH ( GDA-LEN-FILCFG       )
                     ITEM   ( GDA-ITEM-FILCFG      )
                     NOHANDLE
           END-EXEC.
      *
      ***  GERACAO DE LAYOUT POR TIPO (TSQ CICP0307_VERCFG, MESMA
      ***  ORDEM DE ITENS DA FILCFG); AUSENTE = 'A' (LAYOUT ANTERIOR)
                     ITEM   ( GDA-ITEM-VERCFG      )
                     NOHANDLE
           END-EXEC.
           MOVE 8 TO GDA-ITEM-VERCFG.
           MOVE 1 TO GDA-LEN-VERCFG.
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-VERCFG   )
                     INTO   ( GDA-VER-M38         )
                     LENGTH ( GDA-LEN-VERCFG       )
                     ITEM   ( GDA-ITEM-VERCFG      )
                     NOHANDLE
           END-EXEC.
      *
      ***  RESTAURA (OU NAO) O CALCULO ONLINE DA TAXA POR MINUTO,
      ***  CONFORME TSQ CICP0307_MNTO; SE AUSENTE, MANTEM O DEFAULT
           MOVE XMGTDT       TO GDA-XMGTDT.
      *
           PERFORM 503000-ALERTA-MXT.
      *
           PERFORM 505000-ALERTA-SAZONAL.
      *
       000199-FIM.
           EXIT.
       001199-FIM.
           EXIT.
      *
      *---------------------------------
       001200-COLETA-ARQUIVOS  SECTION.
      *---------------------------------
      *
      ***  PERCORRE A CICP0307_ARQLST E COLETA A ESTATISTICA DE FILE
      ***  DE CADA ARQUIVO ATIVO; TSQ AUSENTE OU VAZIA = NADA A
      ***  COLETAR NESTA PASSADA
      *
           MOVE 1 TO GDA-ITEM-ARQLST.
           MOVE LENGTH OF GDA-ARQLST-REC TO GDA-LEN-ARQLST.
      *
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-ARQLST     )
                     INTO   ( GDA-ARQLST-REC       )
                     LENGTH ( GDA-LEN-ARQLST       )
                     ITEM   ( GDA-ITEM-ARQLST      )
                     RESP   ( GDA-EIBRESP-ARQ      )
           END-EXEC.
      *
           PERFORM UNTIL GDA-EIBRESP-ARQ NOT EQUAL ZEROS
              IF GDA-ARQLST-ATIVO EQUAL 'S'
                 AND GDA-ARQLST-NM NOT EQUAL SPACES
                 PERFORM 001210-COLETA-UM-ARQUIVO
              END-IF
      *
              ADD 1 TO GDA-ITEM-ARQLST
              MOVE LENGTH OF GDA-ARQLST-REC TO GDA-LEN-ARQLST
              EXEC CICS READQ TS QUEUE ( GDA-NM-TS-ARQLST     )
                        INTO   ( GDA-ARQLST-REC       )
                        LENGTH ( GDA-LEN-ARQLST       )
                        ITEM   ( GDA-ITEM-ARQLST      )
                        RESP   ( GDA-EIBRESP-ARQ      )
              END-EXEC
           END-PERFORM.
      *
       001299-FIM.
           EXIT.
      *
      *-----------------------------------
       001210-COLETA-UM-ARQUIVO  SECTION.
      *-----------------------------------
      *
      ***  ARQUIVO CADASTRADO MAS NAO DEFINIDO/INSTALADO NESTA
      ***  REGIAO SO E REGISTRADO (999035) - OS DEMAIS ARQUIVOS DA
      ***  LISTA E O RESTO DA PASSADA SEGUEM NORMALMENTE
      *
           EXEC CICS COLLECT STATISTICS FILE ( GDA-ARQLST-NM )
                SET  ( ADDRESS OF DFHA17DS )
                RESP ( GDA-EIBRESP-ARQ2    )
           END-EXEC.
      *
           IF GDA-EIBRESP-ARQ2 NOT EQUAL ZEROS
              PERFORM 999035-ERRO-035
              GO TO 001219-FIM
           END-IF.
      *
           INITIALIZE CICK0038-BOOK
              REPLACING NUMERIC BY ZEROS
                   ALPHANUMERIC BY SPACES.
      *
           MOVE A17DSRD                   TO K0038-QT-LEIT
           MOVE A17DSWRU                  TO K0038-QT-GRAV-ATLZ
           MOVE A17DSWRA                  TO K0038-QT-GRAV-INCL
           MOVE A17DSBR                   TO K0038-QT-BROWSE
           MOVE A17DSDEL                  TO K0038-QT-EXCL
           MOVE A17DSXCP                  TO K0038-QT-EXCP
           MOVE A17DSTSW                  TO K0038-QT-ESP-STRG
           MOVE A17DSHSW                  TO K0038-MAX-ESP-STRG
           MOVE A17POOL                   TO GDA-NR-POOL-LSR
           MOVE GDA-NR-POOL-LSR           TO K0038-NR-POOL-LSR.
      *
      ***  ARQUIVO EM LSR: BUSCAS ATENDIDAS NO BUFFER X LEITURAS
      ***  FISICAS DO POOL, BASE DA TAXA DE ACERTO DO RELATORIO -
      ***  ARQUIVO NSR (POOL ZERO) SEGUE COM OS DOIS ZERADOS
      *
           IF GDA-NR-POOL-LSR GREATER ZEROS
              EXEC CICS COLLECT STATISTICS LSRPOOL ( GDA-NR-POOL-LSR )
                   SET  ( ADDRESS OF DFHA08DS )
                   RESP ( GDA-EIBRESP-ARQ2    )
              END-EXEC
              IF GDA-EIBRESP-ARQ2 EQUAL ZEROS
                 MOVE A08BKFND            TO K0038-QT-ACER-BUF-LSR
                 MOVE A08BKRDS            TO K0038-QT-LEIT-BUF-LSR
              END-IF
           END-IF.
      *
           PERFORM 202000-GRAVA-ETTC-ARQUIVO.
      *
       001219-FIM.
           EXIT.
      *
      *--------------------------------
       200000-GRAVA-ETTC-CICS  SECTION.
      *--------------------------------
           MOVE GDA-SMSDSATOTAL           TO K0030-QT-TTL-DSA-LIM
           MOVE GDA-SMSEDSALIMIT          TO K0030-QT-EDSA-LIM
           MOVE GDA-SMSEDSATOTAL          TO K0030-QT-TTL-EDSA-LIM.
      *
           PERFORM 506000-EVENTO-LIMITES.
      *
           MOVE 30                        TO K0030-CD-MSG
           MOVE K0030-CD-MSG              TO GDA-CD-TIP-MSG-MQ.
       201099-FIM.
           EXIT.
      *
      *-------------------------------------
       202000-GRAVA-ETTC-ARQUIVO  SECTION.
      *-------------------------------------
      *
      ***  TIPO 38 - ESTATISTICA DE FILE DE UM ARQUIVO DA LISTA
      ***  (CONTADORES JA MONTADOS POR 001210-COLETA-UM-ARQUIVO)
      *
           MOVE GDA-APPLID                TO K0038-NM-CICS
           MOVE GDA-ARQLST-NM             TO K0038-NM-ARQ
           MOVE GDA-DATA                  TO K0038-DT-CLA
           MOVE GDA-HORA                  TO K0038-HR-CLA.
      *
           MOVE 38                        TO K0038-CD-MSG
           MOVE K0038-CD-MSG              TO GDA-CD-TIP-MSG-MQ.
           PERFORM 700000-PUT-FILA-MQ.
      *
       202099-FIM.
           EXIT.
      *
      *----------------------------------
       500000-GRAVA-CONNECTION  SECTION.
      *----------------------------------
       504199-SAI.
           EXIT.
      *
      *-------------------------------------
       505000-ALERTA-SAZONAL  SECTION.
      *-------------------------------------
      *
      ***  NOTIFICA NA HORA (VIA TD QUEUE CSTA) QUANDO A TAXA DE
      ***  TRANSACOES POR MINUTO FICA ABAIXO OU ACIMA DA FAIXA DO
      ***  PERFIL SAZONAL (CICBAS01) POR GDA-BAS-QT-MIN PASSADAS
      ***  SEGUIDAS - A QUEDA SILENCIOSA (CANAL FORA DO AR) NAO BATE
      ***  EM NENHUM LIMITE FIXO. O ALERTA SAI UMA VEZ, QUANDO A
      ***  SEQUENCIA ATINGE O NUMERO CONFIGURADO; FERIADO (CALVSA01
      ***  VIA CALLER01), HORA SEM PERFIL OU PERFIL ABAIXO DO PISO
      ***  NAO SAO AVALIADOS
      *
           MOVE 27 TO GDA-LEN-SAZ.
      *
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-SAZ        )
                     INTO   ( GDA-SAZ-REC           )
                     LENGTH ( GDA-LEN-SAZ           )
                     ITEM   ( GDA-SNAP-ITEM1        )
                     RESP   ( GDA-EIBRESP-SAZ       )
           END-EXEC.
      *
           IF GDA-EIBRESP-SAZ NOT EQUAL ZEROS
              EXEC CICS DELETEQ TS QUEUE ( GDA-NM-TS-SAZ )
                        NOHANDLE
              END-EXEC
              PERFORM 505100-INICIA-DIA
              PERFORM 505300-REBASE-SAZONAL
      *
              EXEC CICS WRITEQ TS QUEUE ( GDA-NM-TS-SAZ        )
                        FROM   ( GDA-SAZ-REC           )
                        LENGTH ( LENGTH OF GDA-SAZ-REC )
                        NOHANDLE
              END-EXEC
              GO TO 505099-SAI
           END-IF.
      *
      ***  VIRADA DE DATA: AVALIA O FERIADO DO NOVO DIA; A PRIMEIRA
      ***  PASSADA DO DIA SO SERVE DE BASE
      *
           IF GDA-SAZ-DATA NOT EQUAL GDA-DATA
              PERFORM 505100-INICIA-DIA
              PERFORM 505300-REBASE-SAZONAL
              GO TO 505090-GRAVA-ESTADO
           END-IF.
      *
      ***  INTERVALO ENTRE AS PASSADAS EM MINUTOS; COLETA PARADA POR
      ***  MAIS DE GDA-SAZ-MAX-INTERVALO SEGUNDOS (OU HORA VOLTANDO)
      ***  SO REFAZ A BASE
      *
           COMPUTE GDA-SAZ-INTERVALO =
                   HR-CLA-ATU-EM-SS - GDA-SAZ-SEGUNDOS
              ON SIZE ERROR MOVE 0 TO GDA-SAZ-INTERVALO
           END-COMPUTE.
      *
           IF GDA-SAZ-INTERVALO NOT GREATER ZEROS
              OR GDA-SAZ-INTERVALO GREATER GDA-SAZ-MAX-INTERVALO
              MOVE ZEROS TO GDA-SAZ-SEQ-BAIXA
                            GDA-SAZ-SEQ-ALTA
              PERFORM 505300-REBASE-SAZONAL
              GO TO 505090-GRAVA-ESTADO
           END-IF.
      *
           COMPUTE GDA-SAZ-INTERVALO ROUNDED = GDA-SAZ-INTERVALO / 60.
           IF GDA-SAZ-INTERVALO LESS 1
              MOVE 1 TO GDA-SAZ-INTERVALO
           END-IF.
      *
      ***  CONTADOR MENOR QUE O DA PASSADA ANTERIOR = CICS REINICIADO
      ***  ENTRE AS DUAS; O MOVIMENTO E O VALOR CORRENTE
      *
           IF TOTAL-AUX NOT LESS GDA-SAZ-QT-TRAN
              COMPUTE GDA-SAZ-DELTA = TOTAL-AUX - GDA-SAZ-QT-TRAN
           ELSE
              MOVE TOTAL-AUX TO GDA-SAZ-DELTA
           END-IF.
      *
           COMPUTE GDA-SAZ-TAXA ROUNDED =
                   GDA-SAZ-DELTA / GDA-SAZ-INTERVALO
              ON SIZE ERROR MOVE 0 TO GDA-SAZ-TAXA
           END-COMPUTE.
      *
           PERFORM 505300-REBASE-SAZONAL.
      *
           IF GDA-SAZ-DIA-FERIADO
              MOVE ZEROS TO GDA-SAZ-SEQ-BAIXA
                            GDA-SAZ-SEQ-ALTA
              GO TO 505090-GRAVA-ESTADO
           END-IF.
      *
      ***  PERFIL DO APPLID PARA O DIA DA SEMANA E A HORA CORRENTES
      *
           EXEC CICS FORMATTIME
                     ABSTIME     ( GDA-TIMESTAMP  )
                     DAYOFWEEK   ( GDA-DIA-SEMANA )
                     NOHANDLE
           END-EXEC.
      *
           MOVE GDA-APPLID     TO GDA-BAS-APPLID.
           MOVE GDA-DIA-SEMANA TO GDA-BAS-DIA.
           MOVE GDA-HORA(1:2)  TO GDA-BAS-HH.
      *
           MOVE LENGTH OF GDA-BAS-REC TO GDA-LEN-BAS.
      *
           EXEC CICS READ FILE   ( 'CICBAS01'           )
                          INTO   ( GDA-BAS-REC          )
                          RIDFLD ( GDA-BAS-CHAVE        )
                          LENGTH ( GDA-LEN-BAS          )
                          RESP   ( GDA-EIBRESP-BAS      )
           END-EXEC.
      *
           IF GDA-EIBRESP-BAS NOT EQUAL ZEROS
              OR GDA-BAS-TRAN-MIN LESS GDA-BAS-PISO
              MOVE ZEROS TO GDA-SAZ-SEQ-BAIXA
                            GDA-SAZ-SEQ-ALTA
              GO TO 505090-GRAVA-ESTADO
           END-IF.
      *
           COMPUTE GDA-SAZ-LIM-INF ROUNDED =
                   GDA-BAS-TRAN-MIN * GDA-BAS-PCT-INF / 100.
           COMPUTE GDA-SAZ-LIM-SUP ROUNDED =
                   GDA-BAS-TRAN-MIN * GDA-BAS-PCT-SUP / 100.
      *
           IF GDA-SAZ-TAXA LESS GDA-SAZ-LIM-INF
              ADD 1 TO GDA-SAZ-SEQ-BAIXA
              MOVE ZEROS TO GDA-SAZ-SEQ-ALTA
              IF GDA-SAZ-SEQ-BAIXA EQUAL GDA-BAS-QT-MIN
                 MOVE 'ABAIXO' TO GDA-ALERTA-SAZ-SENTIDO
                 MOVE GDA-SAZ-SEQ-BAIXA TO GDA-ALERTA-SAZ-MIN
                 PERFORM 505200-EMITE-ALERTA-SAZ
              END-IF
           ELSE
              IF GDA-SAZ-TAXA GREATER GDA-SAZ-LIM-SUP
                 ADD 1 TO GDA-SAZ-SEQ-ALTA
                 MOVE ZEROS TO GDA-SAZ-SEQ-BAIXA
                 IF GDA-SAZ-SEQ-ALTA EQUAL GDA-BAS-QT-MIN
                    MOVE 'ACIMA ' TO GDA-ALERTA-SAZ-SENTIDO
                    MOVE GDA-SAZ-SEQ-ALTA TO GDA-ALERTA-SAZ-MIN
                    PERFORM 505200-EMITE-ALERTA-SAZ
                 END-IF
              ELSE
                 MOVE ZEROS TO GDA-SAZ-SEQ-BAIXA
                               GDA-SAZ-SEQ-ALTA
              END-IF
           END-IF.
      *
       505090-GRAVA-ESTADO.
      *
           EXEC CICS WRITEQ TS QUEUE ( GDA-NM-TS-SAZ        )
                     FROM   ( GDA-SAZ-REC           )
                     LENGTH ( LENGTH OF GDA-SAZ-REC )
                     ITEM   ( GDA-SNAP-ITEM1        )
                     REWRITE
                     NOHANDLE
           END-EXEC.
      *
       505099-SAI.
           EXIT.
      *
      *-------------------------------------
       505100-INICIA-DIA  SECTION.
      *-------------------------------------
      *
      ***  NOVO DIA: ZERA AS SEQUENCIAS E PERGUNTA AO CALENDARIO
      ***  COMUM SE A DATA E DIA UTIL - SO CONTA COMO FERIADO O DIA
      ***  NAO UTIL DE SEGUNDA A SEXTA (SABADO E DOMINGO TEM PERFIL
      ***  PROPRIO). CALENDARIO INDISPONIVEL = DIA UTIL (FAIL-OPEN
      ***  DO CALLER01), O ALERTA CONTINUA VALENDO
      *
           MOVE GDA-DATA TO GDA-SAZ-DATA.
           MOVE 'N'      TO GDA-SAZ-FERIADO.
           MOVE ZEROS    TO GDA-SAZ-SEQ-BAIXA
                            GDA-SAZ-SEQ-ALTA.
      *
           EXEC CICS FORMATTIME
                     ABSTIME     ( GDA-TIMESTAMP  )
                     DAYOFWEEK   ( GDA-DIA-SEMANA )
                     NOHANDLE
           END-EXEC.
      *
           IF GDA-DIA-SEMANA GREATER ZEROS
              AND GDA-DIA-SEMANA LESS 6
              MOVE 'U'            TO GDA-CAL-MODO
              MOVE GDA-DATA-CHAVE TO GDA-CAL-DATA
              CALL GDA-PGM-CALLER01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          GDA-CAL-MODO
                                          GDA-CAL-DATA
                                          GDA-CAL-RESULT
                                          GDA-CAL-ORIGEM
              IF GDA-CAL-RESULT(1:1) EQUAL 'N'
                 MOVE 'S' TO GDA-SAZ-FERIADO
              END-IF
           END-IF.
      *
       505199-SAI.
           EXIT.
      *
      *-------------------------------------
       505200-EMITE-ALERTA-SAZ  SECTION.
      *-------------------------------------
      *
           MOVE EIBTRNID        TO GDA-ALERTA-SAZ-TRAN.
           MOVE GDA-DATA        TO GDA-ALERTA-SAZ-DATA.
           MOVE GDA-HORA        TO GDA-ALERTA-SAZ-HORA.
           MOVE GDA-SAZ-TAXA    TO GDA-ALERTA-SAZ-TAXA.
           MOVE GDA-BAS-TRAN-MIN TO GDA-ALERTA-SAZ-BASE.
           MOVE GDA-BAS-PCT-INF TO GDA-ALERTA-SAZ-INF.
           MOVE GDA-BAS-PCT-SUP TO GDA-ALERTA-SAZ-SUP.
           MOVE WK-CORR-MSG-ID  TO GDA-ALERTA-SAZ-CORRID.
      *
           EXEC CICS WRITEQ TD QUEUE   ( 'CSTA' )
                           FROM    ( GDA-ALERTA-SAZ )
                           LENGTH  ( LENGTH OF GDA-ALERTA-SAZ )
                           NOHANDLE
           END-EXEC.
      *
       505299-SAI.
           EXIT.
      *
      *-------------------------------------
       505300-REBASE-SAZONAL  SECTION.
      *-------------------------------------
      *
      ***  A PASSADA CORRENTE VIRA BASE DA PROXIMA DIFERENCA
      *
           MOVE TOTAL-AUX        TO GDA-SAZ-QT-TRAN.
           MOVE HR-CLA-ATU-EM-SS TO GDA-SAZ-SEGUNDOS.
      *
       505399-SAI.
           EXIT.
      *
      *-------------------------------------
       506000-EVENTO-LIMITES  SECTION.
      *-------------------------------------
      *
      ***  COMPARA OS LIMITES DESTA PASSADA (MXT, DSA, EDSA E POOL DE
      ***  THREADS DB2, JA MONTADOS NO CICK0030) COM OS DA PASSADA
      ***  ANTERIOR E GRAVA UM EVENTO POR LIMITE ALTERADO - UM CEMT
      ***  SET SYSTEM NO PICO APARECE NA HORA, NAO SO NO RELATORIO
      ***  DE CAPACIDADE. A PRIMEIRA PASSADA DA REGIAO (TSQ AUSENTE)
      ***  SO GUARDA OS VALORES
      *
           MOVE 16  TO GDA-LEN-LIMANT.
           MOVE 'N' TO GDA-LIM-OPERADOR-OK.
      *
           EXEC CICS READQ TS QUEUE ( GDA-NM-TS-LIMANT     )
                     INTO   ( GDA-LIMANT-REC        )
                     LENGTH ( GDA-LEN-LIMANT        )
                     ITEM   ( GDA-SNAP-ITEM1        )
                     RESP   ( GDA-EIBRESP-LIM       )
           END-EXEC.
      *
           IF GDA-EIBRESP-LIM NOT EQUAL ZEROS
              EXEC CICS DELETEQ TS QUEUE ( GDA-NM-TS-LIMANT )
                        NOHANDLE
              END-EXEC
              MOVE K0030-LIM-MAX-TRAN      TO GDA-LIMANT-MXT
              MOVE K0030-QT-DSA-LIM        TO GDA-LIMANT-DSA
              MOVE K0030-QT-EDSA-LIM       TO GDA-LIMANT-EDSA
              MOVE K0030-LIM-TRAN-DB2-POOL TO GDA-LIMANT-DB2
      *
              EXEC CICS WRITEQ TS QUEUE ( GDA-NM-TS-LIMANT     )
                        FROM   ( GDA-LIMANT-REC        )
                        LENGTH ( LENGTH OF GDA-LIMANT-REC )
                        NOHANDLE
              END-EXEC
              GO TO 506099-SAI
           END-IF.
      *
           IF K0030-LIM-MAX-TRAN      EQUAL GDA-LIMANT-MXT
              AND K0030-QT-DSA-LIM    EQUAL GDA-LIMANT-DSA
              AND K0030-QT-EDSA-LIM   EQUAL GDA-LIMANT-EDSA
              AND K0030-LIM-TRAN-DB2-POOL EQUAL GDA-LIMANT-DB2
              GO TO 506099-SAI
           END-IF.
      *
           IF K0030-LIM-MAX-TRAN NOT EQUAL GDA-LIMANT-MXT
              MOVE 'MXT '                  TO GDA-EVTLIM-TIPO
              MOVE GDA-LIMANT-MXT          TO GDA-EVTLIM-VLR-ANT
              MOVE K0030-LIM-MAX-TRAN      TO GDA-EVTLIM-VLR-NOVO
              PERFORM 506100-GRAVA-EVENTO-LIMITE
           END-IF.
      *
           IF K0030-QT-DSA-LIM NOT EQUAL GDA-LIMANT-DSA
              MOVE 'DSA '                  TO GDA-EVTLIM-TIPO
              MOVE GDA-LIMANT-DSA          TO GDA-EVTLIM-VLR-ANT
              MOVE K0030-QT-DSA-LIM        TO GDA-EVTLIM-VLR-NOVO
              PERFORM 506100-GRAVA-EVENTO-LIMITE
           END-IF.
      *
           IF K0030-QT-EDSA-LIM NOT EQUAL GDA-LIMANT-EDSA
              MOVE 'EDSA'                  TO GDA-EVTLIM-TIPO
              MOVE GDA-LIMANT-EDSA         TO GDA-EVTLIM-VLR-ANT
              MOVE K0030-QT-EDSA-LIM       TO GDA-EVTLIM-VLR-NOVO
              PERFORM 506100-GRAVA-EVENTO-LIMITE
           END-IF.
      *
           IF K0030-LIM-TRAN-DB2-POOL NOT EQUAL GDA-LIMANT-DB2
              MOVE 'DB2 '                  TO GDA-EVTLIM-TIPO
              MOVE GDA-LIMANT-DB2          TO GDA-EVTLIM-VLR-ANT
              MOVE K0030-LIM-TRAN-DB2-POOL TO GDA-EVTLIM-VLR-NOVO
              PERFORM 506100-GRAVA-EVENTO-LIMITE
           END-IF.
      *
           MOVE K0030-LIM-MAX-TRAN      TO GDA-LIMANT-MXT.
           MOVE K0030-QT-DSA-LIM        TO GDA-LIMANT-DSA.
           MOVE K0030-QT-EDSA-LIM       TO GDA-LIMANT-EDSA.
           MOVE K0030-LIM-TRAN-DB2-POOL TO GDA-LIMANT-DB2.
      *
           EXEC CICS WRITEQ TS QUEUE ( GDA-NM-TS-LIMANT     )
                     FROM   ( GDA-LIMANT-REC        )
                     LENGTH ( LENGTH OF GDA-LIMANT-REC )
                     ITEM   ( GDA-SNAP-ITEM1        )
                     REWRITE
                     NOHANDLE
           END-EXEC.
      *
       506099-SAI.
           EXIT.
      *
      *-------------------------------------
       506100-GRAVA-EVENTO-LIMITE  SECTION.
      *-------------------------------------
      *
      ***  GRAVA O EVENTO NO CICLIM01 (FALHA NAO ATRAPALHA A COLETA,
      ***  MESMO TRATAMENTO DO CICHST01) E A LINHA INFORMATIVA NA CSTA
      *
           IF GDA-LIM-OPERADOR-OK NOT EQUAL 'S'
              PERFORM 506200-IDENTIFICA-OPERADOR
              MOVE 'S' TO GDA-LIM-OPERADOR-OK
           END-IF.
      *
           MOVE GDA-APPLID       TO GDA-EVTLIM-APPLID.
           MOVE GDA-DATA-CHAVE   TO GDA-EVTLIM-DATA.
           MOVE GDA-HORA         TO GDA-EVTLIM-HORA.
      *
           EXEC CICS WRITE
                FILE      ( 'CICLIM01' )
                RIDFLD    ( GDA-EVTLIM-CHAVE )
                KEYLENGTH ( LENGTH OF GDA-EVTLIM-CHAVE )
                LENGTH    ( LENGTH OF GDA-EVTLIM-REC )
                FROM      ( GDA-EVTLIM-REC )
                RESP      ( GDA-EIBRESP-LIM )
           END-EXEC.
      *
           MOVE EIBTRNID            TO GDA-INFO-LIM-TRAN.
           MOVE GDA-DATA            TO GDA-INFO-LIM-DATA.
           MOVE GDA-HORA            TO GDA-INFO-LIM-HORA.
           MOVE GDA-EVTLIM-TIPO     TO GDA-INFO-LIM-TIPO.
           MOVE GDA-EVTLIM-VLR-ANT  TO GDA-INFO-LIM-ANT.
           MOVE GDA-EVTLIM-VLR-NOVO TO GDA-INFO-LIM-NOVO.
           MOVE GDA-EVTLIM-USUARIO  TO GDA-INFO-LIM-USUARIO.
           MOVE GDA-EVTLIM-TERMINAL TO GDA-INFO-LIM-TERMINAL.
           MOVE WK-CORR-MSG-ID      TO GDA-INFO-LIM-CORRID.
      *
           EXEC CICS WRITEQ TD QUEUE   ( 'CSTA' )
                           FROM    ( GDA-INFO-LIM )
                           LENGTH  ( LENGTH OF GDA-INFO-LIM )
                           NOHANDLE
           END-EXEC.
      *
       506199-SAI.
           EXIT.
      *
      *-------------------------------------
       506200-IDENTIFICA-OPERADOR  SECTION.
      *-------------------------------------
      *
      ***  AS ESTATISTICAS NAO DIZEM QUEM ALTEROU O LIMITE; A MELHOR
      ***  PISTA E UMA TAREFA CEMT/CECI AINDA ATIVA NA REGIAO NESTE
      ***  MINUTO (O CEMT EM TELA CHEIA E CONVERSACIONAL). A PRIMEIRA
      ***  ENCONTRADA FORNECE USUARIO E TERMINAL; SEM NENHUMA, 'N/D'
      *
           MOVE 'N/D'   TO GDA-EVTLIM-USUARIO.
           MOVE 'N/D'   TO GDA-EVTLIM-TERMINAL.
           MOVE SPACES  TO GDA-EVTLIM-TRAN.
      *
           EXEC CICS INQUIRE TASK LIST
                     LISTSIZE ( GDA-QT-TASKS )
                     SET      ( ADDRESS OF GDA-LISTA-TASKS )
                     NOHANDLE
           END-EXEC.
      *
           IF EIBRESP NOT EQUAL ZEROS
              GO TO 506299-SAI
           END-IF.
      *
           IF GDA-QT-TASKS GREATER 9999
              MOVE 9999 TO GDA-QT-TASKS
           END-IF.
      *
           MOVE 1 TO GDA-I.
           PERFORM WITH TEST BEFORE UNTIL GDA-I > GDA-QT-TASKS
              MOVE SPACES TO GDA-INQ-TRAN
              EXEC CICS INQUIRE TASK ( GDA-TASK-NUM(GDA-I) )
                        TRANSACTION  ( GDA-INQ-TRAN     )
                        USERID       ( GDA-INQ-USUARIO  )
                        FACILITY     ( GDA-INQ-FACILITY )
                        NOHANDLE
              END-EXEC
              IF EIBRESP EQUAL ZEROS
                 AND (GDA-INQ-TRAN EQUAL 'CEMT'
                   OR GDA-INQ-TRAN EQUAL 'CECI')
                 MOVE GDA-INQ-USUARIO  TO GDA-EVTLIM-USUARIO
                 MOVE GDA-INQ-FACILITY TO GDA-EVTLIM-TERMINAL
                 MOVE GDA-INQ-TRAN     TO GDA-EVTLIM-TRAN
                 MOVE GDA-QT-TASKS     TO GDA-I
              END-IF
              ADD 1 TO GDA-I
           END-PERFORM.
      *
       506299-SAI.
           EXIT.
      *
      *----------------------------------
       600000-GRAVA-TRANSACTION  SECTION.
      *----------------------------------
                   END-IF
                   MOVE 'C307DSP-'               TO GDA-NM-TS-SNAP
                   MOVE K0037-NM-CICS TO GDA-NM-TS-SNAP(9:8)
              WHEN 38
      ***          Dados da tabela ETTC_ARQ_CICS
                   MOVE GDA-FILA-M38             TO K9011-FILA-DESTINO
                   MOVE '02' TO K0038-VS-LAYOUT
                   MOVE LENGTH OF CICK0038-BOOK TO K9011-TAM-DADOS
                   MOVE CICK0038-BOOK           TO K9011-DADOS
      ***          MODO DE TRANSICAO: 'A' EMITE O LAYOUT
      ***          ANTERIOR (SEM O VS-LAYOUT DO FIM)
                   IF GDA-VER-M38 NOT EQUAL 'N'
                      SUBTRACT 2 FROM K9011-TAM-DADOS
                   END-IF
                   MOVE 'C307ARQ-'               TO GDA-NM-TS-SNAP
                   MOVE K0038-NM-ARQ  TO GDA-NM-TS-SNAP(9:8)
           END-EVALUATE.
      *
           PERFORM 710000-GRAVA-SNAPSHOT-TS.
              PERFORM 730000-GRAVA-HISTORICO-MINUTO
           END-IF.
      *
           IF GDA-CD-TIP-MSG-MQ EQUAL 38
              PERFORM 740000-GRAVA-HISTORICO-ARQ
           END-IF.
      *
      ***  OS TIPOS NOVOS 36/37/38 NAO ENTRAM NO LOTE: O ENVELOPE E
      ***  A TABELA GDA-TAB-LOTE-MQ FORAM DIMENSIONADOS PARA OS 5
      ***  TIPOS ORIGINAIS (5 X 146 + 1 = 731 BYTES, LIMITE DO
      ***  K9011-DADOS) - 36/37/38 SEGUEM SEMPRE NO PUT AVULSO
      ***  ABAIXO (O 38 AINDA PODE SAIR VARIAS VEZES POR PASSADA,
      ***  UMA POR ARQUIVO DA LISTA)
      *
           IF GDA-LOTE-MQ-SIM
              AND GDA-CD-TIP-MSG-MQ NOT EQUAL 36
              AND GDA-CD-TIP-MSG-MQ NOT EQUAL 37
              AND GDA-CD-TIP-MSG-MQ NOT EQUAL 38
              PERFORM 700100-ACUMULA-LOTE-MQ
              GO TO 700099-SAI
           END-IF.
       730099-SAI.
           EXIT.
      *
      *-------------------------------------
       740000-GRAVA-HISTORICO-ARQ  SECTION.
      *-------------------------------------
      *
      ***  ACUMULA O BOOK CICK0038 DE CADA ARQUIVO NO VSAM CICARQ01,
      ***  MESMO TRATAMENTO DO CICHST01 EM 730000: FALHA (ARQUIVO
      ***  FECHADO, DUPLICATA DE RERUN) NAO ATRAPALHA A COLETA
      *
           MOVE K0038-NM-CICS  TO GDA-HSTARQ-APPLID.
           MOVE GDA-DATA-CHAVE TO GDA-HSTARQ-DATA.
           MOVE K0038-NM-ARQ   TO GDA-HSTARQ-ARQ.
           MOVE K0038-HR-CLA   TO GDA-HSTARQ-HORA.
           MOVE CICK0038-BOOK  TO GDA-HSTARQ-BOOK.
      *
           EXEC CICS WRITE
                FILE      ( 'CICARQ01' )
                RIDFLD    ( GDA-HSTARQ-CHAVE )
                KEYLENGTH ( LENGTH OF GDA-HSTARQ-CHAVE )
                LENGTH    ( LENGTH OF GDA-HSTARQ-REC )
                FROM      ( GDA-HSTARQ-REC )
                RESP      ( GDA-EIBRESP-HST )
           END-EXEC.
      *
       740099-SAI.
           EXIT.
      *
      *-------------------------------------
       720000-GRAVA-DEADLETTER  SECTION.
      *-------------------------------------
           PERFORM 900000-GRAVA-ERRO-SYSOUT
           PERFORM 720000-GRAVA-DEADLETTER
           GO TO 999000-FINALIZAR-PROGRAMA.
      *
       999035-ERRO-035.
      ***  NAO ABORTA A PASSADA (MESMO DESENHO DO 999026): QUEM CHAMA
      ***  (001210-COLETA-UM-ARQUIVO) SO PULA O ARQUIVO
      *
           MOVE GDA-EIBRESP-ARQ2 TO GDA-EIBRESP
           MOVE EIBRESP2         TO GDA-EIBRESP2
      *
           STRING '035 Erro COLLECT STATISTICS FILE. Arquivo: '
                  GDA-ARQLST-NM
                  ' Eibresp: ' GDA-EIBRESP ' Eibresp2: ' GDA-EIBRESP2
               DELIMITED BY SIZE INTO GDA-TX-ERRO-LIVRE
           END-STRING
      *
           PERFORM 900000-GRAVA-ERRO-SYSOUT.
      *
      *-----------------------------------
       999000-FINALIZAR-PROGRAMA  SECTION.
