       CBL CICS('COBOL3') APOST
      *===============================================================*
      * PROGRAMA  : CICP0319
      * SISTEMA   : CIC - CICS
      * LINGUAGEM : COBOL
      * AMBIENTE  : ONLINE
      * OBJETIVO  : CONSULTA ONLINE (TRANSACAO SC0L) AOS EVENTOS DE
      *             ALTERACAO DE LIMITE DA REGIAO (MXT, DSA, EDSA E
      *             POOL DE THREADS DB2) GRAVADOS PELO CICP0307 NO
      *             VSAM CICLIM01 - QUEM MUDOU O QUE E QUANDO, SEM
      *             ESPERAR O RELATORIO MENSAL (CICBTC07). COMMAREA
      *             NO MESMO ESTILO DO CICP0310, COM CONTINUACAO PELA
      *             CHAVE DO PROXIMO EVENTO
      *----------------------------------------------------------------
      * VRS001 - IMPLANTACAO
      *===============================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICP0319.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *   EVENTO DE ALTERACAO DE LIMITE - MESMO LAYOUT DE GDA-EVTLIM-
      *   REC DO CICP0307 (GRAVADOR) - MANTER SINCRONIZADOS
      *----------------------------------------------------------------*
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
       77  GDA-LEN-EVTLIM               PIC S9(004) COMP VALUE 54.
      *----------------------------------------------------------------*
       77  GDA-APPLID                  PIC  X(008) VALUE SPACES.
       77  GDA-FIM-BROWSE              PIC  X(001) VALUE 'N'.
       77  GDA-IX                      PIC S9(004) COMP VALUE ZEROS.
       77  W-EIBRESP                   PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03  LK-SC0L-APPLID           PIC  X(008).
      ***     EM BRANCO = APPLID DESTA PROPRIA REGIAO
          03  LK-SC0L-DATA-INI         PIC  X(010).
      ***     AAAA.MM.DD - PRIMEIRO DIA DA CONSULTA (BRANCO = TODOS)
          03  LK-SC0L-HORA-INI         PIC  X(008).
      ***     HH:MM:SS - CONTINUACAO (PREENCHER COM LK-SC0L-PROX-HORA)
          03  LK-SC0L-TIPO             PIC  X(004).
      ***     FILTRO: 'MXT ' 'DSA ' 'EDSA' 'DB2 ' (BRANCO = TODOS)
          03  LK-SC0L-CODRET           PIC  9(002).
      ***     0=OK 1=HA MAIS EVENTOS (USAR PROX-DATA/PROX-HORA)
      ***     2=NENHUM EVENTO 3=ARQUIVO INDISPONIVEL 4=TIPO INVALIDO
          03  LK-SC0L-MSGRET           PIC  X(060).
          03  LK-SC0L-QT-LINHAS        PIC  9(002).
          03  LK-SC0L-LINHA            OCCURS 15 TIMES.
              05  LK-SC0L-LIN-DATA     PIC  X(010).
              05  LK-SC0L-LIN-HORA     PIC  X(008).
              05  LK-SC0L-LIN-TIPO     PIC  X(004).
              05  LK-SC0L-LIN-ANT      PIC  9(009).
              05  LK-SC0L-LIN-NOVO     PIC  9(009).
              05  LK-SC0L-LIN-USUARIO  PIC  X(008).
              05  LK-SC0L-LIN-TERMINAL PIC  X(004).
              05  LK-SC0L-LIN-TRAN     PIC  X(004).
          03  LK-SC0L-PROX-DATA        PIC  X(010).
          03  LK-SC0L-PROX-HORA        PIC  X(008).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*

           MOVE ZEROS   TO LK-SC0L-CODRET
           MOVE SPACES  TO LK-SC0L-MSGRET
           MOVE ZEROS   TO LK-SC0L-QT-LINHAS
           MOVE SPACES  TO LK-SC0L-PROX-DATA
           MOVE SPACES  TO LK-SC0L-PROX-HORA
           MOVE ZEROS   TO GDA-IX

           PERFORM 100000-VALIDA-ENTRADA

           IF LK-SC0L-CODRET EQUAL ZEROS
              PERFORM 200000-CONSULTA-EVENTOS
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       100000-VALIDA-ENTRADA.
      *----------------------------------------------------------------*
      ***  SEM APPLID INFORMADO -> EVENTOS DESTA PROPRIA REGIAO, COMO
      ***  NO CICP0310
      *
           IF LK-SC0L-APPLID EQUAL SPACES
              EXEC CICS ASSIGN APPLID(GDA-APPLID) NOHANDLE END-EXEC
              MOVE GDA-APPLID TO LK-SC0L-APPLID
           END-IF.
      *
           IF LK-SC0L-TIPO NOT EQUAL SPACES
              AND LK-SC0L-TIPO NOT EQUAL 'MXT '
              AND LK-SC0L-TIPO NOT EQUAL 'DSA '
              AND LK-SC0L-TIPO NOT EQUAL 'EDSA'
              AND LK-SC0L-TIPO NOT EQUAL 'DB2 '
              MOVE 4 TO LK-SC0L-CODRET
              MOVE 'Tipo invalido - use MXT/DSA/EDSA/DB2 ou branco'
                   TO LK-SC0L-MSGRET
           END-IF.

      *----------------------------------------------------------------*
       200000-CONSULTA-EVENTOS.
      *----------------------------------------------------------------*
      ***  POSICIONA NO APPLID + DATA/HORA INICIAL (GTEQ) E DEVOLVE ATE
      ***  15 EVENTOS EM ORDEM CRONOLOGICA; O 16o EVENTO DO APPLID, SE
      ***  HOUVER, VIRA A CHAVE DE CONTINUACAO
      *
           MOVE LOW-VALUES        TO GDA-EVTLIM-CHAVE
           MOVE LK-SC0L-APPLID    TO GDA-EVTLIM-APPLID
           IF LK-SC0L-DATA-INI NOT EQUAL SPACES
              MOVE LK-SC0L-DATA-INI TO GDA-EVTLIM-DATA
              IF LK-SC0L-HORA-INI NOT EQUAL SPACES
                 MOVE LK-SC0L-HORA-INI TO GDA-EVTLIM-HORA
              END-IF
           END-IF

           EXEC CICS STARTBR FILE('CICLIM01')
                RIDFLD   ( GDA-EVTLIM-CHAVE )
                KEYLENGTH( LENGTH OF GDA-EVTLIM-CHAVE )
                GTEQ
                RESP     ( W-EIBRESP )
           END-EXEC

           IF W-EIBRESP EQUAL DFHRESP(NOTFND)
              MOVE 2 TO LK-SC0L-CODRET
              MOVE 'Nenhum evento de alteracao de limite registrado'
                   TO LK-SC0L-MSGRET
           ELSE
           IF W-EIBRESP NOT EQUAL ZEROS
              MOVE 3 TO LK-SC0L-CODRET
              MOVE 'Arquivo CICLIM01 indisponivel'
                   TO LK-SC0L-MSGRET
           ELSE
              MOVE 'N' TO GDA-FIM-BROWSE
              PERFORM 210000-LE-EVENTO
                 UNTIL GDA-FIM-BROWSE EQUAL 'S'

              EXEC CICS ENDBR FILE('CICLIM01')
                   RESP ( W-EIBRESP )
              END-EXEC

              MOVE GDA-IX TO LK-SC0L-QT-LINHAS
              IF LK-SC0L-CODRET EQUAL ZEROS
                 IF GDA-IX EQUAL ZEROS
                    MOVE 2 TO LK-SC0L-CODRET
                    MOVE 'Nenhum evento de alteracao de limite regis
      -                  'trado' TO LK-SC0L-MSGRET
                 ELSE
                    MOVE 'Eventos localizados com sucesso'
                         TO LK-SC0L-MSGRET
                 END-IF
              END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       210000-LE-EVENTO.
      *----------------------------------------------------------------*
           MOVE LENGTH OF GDA-EVTLIM-REC TO GDA-LEN-EVTLIM

           EXEC CICS READNEXT FILE('CICLIM01')
                RIDFLD   ( GDA-EVTLIM-CHAVE )
                KEYLENGTH( LENGTH OF GDA-EVTLIM-CHAVE )
                INTO     ( GDA-EVTLIM-REC )
                LENGTH   ( GDA-LEN-EVTLIM )
                RESP     ( W-EIBRESP )
           END-EXEC

           IF W-EIBRESP NOT EQUAL ZEROS
              OR GDA-EVTLIM-APPLID NOT EQUAL LK-SC0L-APPLID
              MOVE 'S' TO GDA-FIM-BROWSE
           ELSE
           IF LK-SC0L-TIPO NOT EQUAL SPACES
              AND GDA-EVTLIM-TIPO NOT EQUAL LK-SC0L-TIPO
              CONTINUE
           ELSE
           IF GDA-IX NOT LESS 15
              MOVE 1 TO LK-SC0L-CODRET
              MOVE 'Ha mais eventos - continue por PROX-DATA/HORA'
                   TO LK-SC0L-MSGRET
              MOVE GDA-EVTLIM-DATA TO LK-SC0L-PROX-DATA
              MOVE GDA-EVTLIM-HORA TO LK-SC0L-PROX-HORA
              MOVE 'S' TO GDA-FIM-BROWSE
           ELSE
              ADD 1 TO GDA-IX
              MOVE GDA-EVTLIM-DATA     TO LK-SC0L-LIN-DATA(GDA-IX)
              MOVE GDA-EVTLIM-HORA     TO LK-SC0L-LIN-HORA(GDA-IX)
              MOVE GDA-EVTLIM-TIPO     TO LK-SC0L-LIN-TIPO(GDA-IX)
              MOVE GDA-EVTLIM-VLR-ANT  TO LK-SC0L-LIN-ANT(GDA-IX)
              MOVE GDA-EVTLIM-VLR-NOVO TO LK-SC0L-LIN-NOVO(GDA-IX)
              MOVE GDA-EVTLIM-USUARIO  TO LK-SC0L-LIN-USUARIO(GDA-IX)
              MOVE GDA-EVTLIM-TERMINAL TO LK-SC0L-LIN-TERMINAL(GDA-IX)
              MOVE GDA-EVTLIM-TRAN     TO LK-SC0L-LIN-TRAN(GDA-IX)
           END-IF
           END-IF
           END-IF.
