      *    CODIGO IBGE DO MUNICIPIO (TABELA CEPMUN01) - PREENCHIDO
      *    NA CARGA/MANUTENCAO; BRANCO EM REGISTRO LEGADO
           05 WK-CEPV0001-IBGE              PIC  X(007).
      *    COORDENADAS GEOGRAFICAS DO CEP EM GRAUS DECIMAIS
      *    (WGS84) - BRANCO = SEM COORDENADA (REGISTRO LEGADO OU
      *    EXTRATO SEM A COLUNA); TESTAR NUMERIC ANTES DE USAR
           05 WK-CEPV0001-COORDENADAS.
              07 WK-CEPV0001-LATITUDE       PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.
              07 WK-CEPV0001-LONGITUDE      PIC S9(003)V9(006)
                 SIGN LEADING SEPARATE.

       FD  CEPREL01
           RECORDING MODE IS F.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO CEPREL01 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'CEPREL01'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'CEPBTC02'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-UF                   PIC  9(009) VALUE ZEROS.
                 MOVE 'N' TO WK-REL-OK
              ELSE
                 ADD 1 TO WK-REL-QT-LINHAS
                 PERFORM 982000-GUARDA-LINHA
              END-IF
           END-IF.


           MOVE WK-REL-CAB1 TO WK-CEPREL01-REC
           WRITE WK-CEPREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-CEPREL01-REC
           WRITE WK-CEPREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-CEPREL01-REC
           WRITE WK-CEPREL01-REC
           PERFORM 982000-GUARDA-LINHA

           MOVE 3 TO WK-REL-QT-LINHAS.

      *----------------------------------------------------------------*
       982000-GUARDA-LINHA.
      *----------------------------------------------------------------*
      * A LINHA RECEM-IMPRESSA VAI TAMBEM PARA O REPOSITORIO DE
      * RELATORIOS - NO CICLO DO RUNHST01 DESTA EXECUCAO
      *----------------------------------------------------------------*
           MOVE 'L'             TO WK-RELREG-MODO
           MOVE WK-RUNREG-CICLO TO WK-RELREG-CICLO
           MOVE WK-CEPREL01-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE WK-QT-UF-DISTINTAS TO WK-RUNREG-QT-SAIDA
           MOVE WK-QT-SEM-UF     TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO       TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
