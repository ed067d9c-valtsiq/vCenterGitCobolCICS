      *                        manutencao do shop por um FILE CLOSED
      *                        seria pior que o risco - mesma filosofia
      *                        de degradacao do CEPFXA01/ACCFCH01
      *                        Autorizacao concedida grava a data no
      *                        ULTIMO USO do perfil (so na primeira do
      *                        dia - uma regravacao por perfil por
      *                        dia), vista pelo gestor na campanha de
      *                        recertificacao (OPRBTC01/OPRREC01); a
      *                        falha dessa gravacao nao muda a
      *                        resposta
      * DSnames .............. B090290.OPRVSA01 (perfis; regrava so o
      *                        ultimo uso)
      * Chamado por .......... CEPCICS3/CEPCICS8/CEPCICS9/CEPCICSB,
      *                        CIEBIN03, CIEBIN06, CIEBIN07, ACCM1MNT,
      *                        ACCCTAMN, PRMMNT01, CICP0309, CICP0317,
      *                        OPRMNT01, OPRREC01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPRAUT01.
           03 WK-OPR-SITUACAO           PIC X(001).
              88 WK-OPR-ATIVO                    VALUE 'A'.
              88 WK-OPR-INATIVO                  VALUE 'I'.
      ***  GESTOR DO USUARIO (QUEM RECERTIFICA O PERFIL) E DATA DO
      ***  ULTIMO USO AAAAMMDD - ACRESCIDOS AO FINAL DO REGISTRO;
      ***  PERFIL ANTERIOR A ELES FICA COM OS DOIS EM BRANCO
           03 WK-OPR-GESTOR             PIC X(008).
           03 WK-OPR-ULT-USO            PIC X(008).

       01  WK-LINHA-NEGADA.
           03 FILLER                    PIC X(009) VALUE 'OPRAUT01 '.
           03 WK-NEG-ACAO               PIC X(001).

       77  WK-ABSTIME                   PIC S9(15) COMP-3 VALUE +0.
       77  WK-ABSTIME-USO               PIC S9(15) COMP-3 VALUE +0.
       77  WK-DATA-USO                  PIC X(008) VALUE SPACES.
       77  WK-IDX-ACAO                  PIC S9(4) COMP VALUE +0.
       77  WK-ACAO-NA-LISTA             PIC X(001) VALUE 'N'.
           88 ACAO-NA-LISTA                       VALUE 'S'.

           IF ACAO-NA-LISTA
              MOVE 'S'  TO LK-OPR-AUT-AUTORIZADO
              PERFORM 500000-ANOTA-ULTIMO-USO
           ELSE
              MOVE '01' TO LK-OPR-AUT-RETORNO
           END-IF
                     NOHANDLE
           END-EXEC
           .

      *----------------------------------------------------------------*
       500000-ANOTA-ULTIMO-USO.
      *----------------------------------------------------------------*
      * ULTIMO USO DO PERFIL PARA A RECERTIFICACAO - SO REGRAVA QUANDO
      * A DATA MUDA; QUALQUER FALHA E IGNORADA (A AUTORIZACAO JA FOI
      * DADA E NAO DEPENDE DISTO)
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME ( WK-ABSTIME-USO )
                NOHANDLE
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  ( WK-ABSTIME-USO )
                YYYYMMDD ( WK-DATA-USO )
                NOHANDLE
           END-EXEC

           IF WK-OPR-ULT-USO NOT EQUAL WK-DATA-USO
              EXEC CICS READ FILE('OPRVSA01')
                             RIDFLD(WK-OPR-CHAVE)
                             KEYLENGTH(16)
                             INTO(WK-OPR-REC)
                             UPDATE
                             RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP EQUAL DFHRESP(NORMAL)
                 MOVE WK-DATA-USO TO WK-OPR-ULT-USO
                 EXEC CICS REWRITE FILE('OPRVSA01')
                                FROM(WK-OPR-REC)
                                LENGTH(LENGTH OF WK-OPR-REC)
                                RESP(WK-EIBRESP)
                 END-EXEC
              END-IF
           END-IF
           .
