      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. PRMVAL01
      * Tipo    .............. Subprograma (CALL), sem comandos CICS -
      *                        mesma tecnica da CEPNRM01, utilizavel
      *                        tanto pelo batch quanto pelos programas
      *                        CICS
      * Finalidade ........... validacao de um valor de parametro do
      *                        "PRMVSA01" contra a regra cadastrada
      *                        no "PRMDEF01" (definicao por programa+
      *                        parametro) - o valor e texto livre
      *                        X(48) e hoje '1O00' no MAXMS do
      *                        PRBMON01 ou uma fila com erro de
      *                        digitacao so aparecem quando o PRMLER01
      *                        serve o valor e o consumidor cai no
      *                        default ou quebra. A rotina NAO le
      *                        arquivo: o chamador le a definicao (CICS
      *                        READ ou READ batch) e passa o registro.
      *                        Tipos de regra (DEF-TIPO):
      *                          'N' numerico - so digitos, ate 9,
      *                              entre MINIMO e MAXIMO quando
      *                              informados
      *                          'H' horario HHMMSS valido, entre
      *                              MINIMO e MAXIMO (mesma forma
      *                              HHMMSS, alinhada a direita)
      *                          'S' indicador S/N
      *                          'Q' nome de fila - letras
      *                              maiusculas, digitos e . _ # @ $,
      *                              sem branco no meio, tamanho ate
      *                              MAXIMO quando informado
      *                          'L' lista - um dos VALORES
      *                        VALORES (lista separada por ',', sem
      *                        brancos) informado em qualquer tipo
      *                        restringe o valor a um dos itens; valor
      *                        em branco nunca atende uma regra
      * Chamado por .......... PRMMNT01 / PRMBTC02 / PRMBTC03
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRMVAL01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WK-CARACTERES-FILA       PIC X(041) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789._#@$'.
       01  WK-BRANCOS-FILA          PIC X(041) VALUE SPACES.

       01  WK-TEXTO                 PIC X(048) VALUE SPACES.
       01  WK-ITEM-LISTA            PIC X(048) VALUE SPACES.
       01  WK-NUMERO-X              PIC X(009) JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WK-NUMERO                REDEFINES WK-NUMERO-X
                                    PIC 9(009).
       01  WK-VALOR-NUM             PIC 9(009) VALUE ZEROS.
       01  WK-LIMITE-NUM            PIC 9(009) VALUE ZEROS.
       01  WK-HORARIO               PIC 9(006) VALUE ZEROS.
       01  FILLER                   REDEFINES WK-HORARIO.
           05 WK-HOR-HH             PIC 9(002).
           05 WK-HOR-MM             PIC 9(002).
           05 WK-HOR-SS             PIC 9(002).
       01  WK-ACHOU-ITEM            PIC X(001) VALUE 'N'.
           88 ACHOU-ITEM                       VALUE 'S'.
       77  WK-TAM                   PIC S9(004) COMP VALUE +0.
       77  WK-PTR-LISTA             PIC S9(004) COMP VALUE +0.
       77  WK-QT-BRANCOS            PIC S9(004) COMP VALUE +0.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
      *   REGISTRO DO PRMDEF01 COMO LIDO PELO CHAMADOR - MESMO LAYOUT
      *   DE PRMMNT01/PRMBTC02/PRMBTC03 - MANTER SINCRONIZADO.
      *   MINIMO/MAXIMO: NUMERICOS COM ZEROS A ESQUERDA OU EM BRANCO
      *   (SEM LIMITE)
      *----------------------------------------------------------------*
       01  LK-PRMVAL01-DEF.
           05 LK-DEF-CHAVE.
              10 LK-DEF-PROGRAMA    PIC X(008).
              10 LK-DEF-PARAMETRO   PIC X(008).
           05 LK-DEF-TIPO           PIC X(001).
              88 LK-DEF-NUMERICO             VALUE 'N'.
              88 LK-DEF-HORARIO              VALUE 'H'.
              88 LK-DEF-SIM-NAO              VALUE 'S'.
              88 LK-DEF-FILA                 VALUE 'Q'.
              88 LK-DEF-LISTA                VALUE 'L'.
           05 LK-DEF-MINIMO         PIC X(009).
           05 LK-DEF-MINIMO-N       REDEFINES LK-DEF-MINIMO
                                    PIC 9(009).
           05 LK-DEF-MAXIMO         PIC X(009).
           05 LK-DEF-MAXIMO-N       REDEFINES LK-DEF-MAXIMO
                                    PIC 9(009).
           05 LK-DEF-VALORES        PIC X(048).
           05 LK-DEF-DESCRICAO      PIC X(040).
           05 LK-DEF-DONO           PIC X(008).
           05 FILLER                PIC X(019).
      *----------------------------------------------------------------*
      *   VALOR A VALIDAR E RESPOSTA: 'S' ATENDE A REGRA, 'N' NAO
      *   ATENDE (MOTIVO EM TEXTO CURTO PARA A MSGRET OU O RELATORIO)
      *----------------------------------------------------------------*
       01  LK-PRMVAL01-VALOR        PIC X(048).
       01  LK-PRMVAL01-RESULTADO    PIC X(001).
           88  LK-PRMVAL01-VALIDO   VALUE 'S'.
           88  LK-PRMVAL01-INVALIDO VALUE 'N'.
       01  LK-PRMVAL01-MOTIVO       PIC X(040).

       PROCEDURE DIVISION USING LK-PRMVAL01-DEF
                                 LK-PRMVAL01-VALOR
                                 LK-PRMVAL01-RESULTADO
                                 LK-PRMVAL01-MOTIVO.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'    TO LK-PRMVAL01-RESULTADO
           MOVE SPACES TO LK-PRMVAL01-MOTIVO

           PERFORM 050000-CALCULA-TAMANHO

           IF WK-TAM EQUAL ZEROS
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'valor em branco' TO LK-PRMVAL01-MOTIVO
           ELSE
           IF (LK-DEF-MINIMO NOT EQUAL SPACES
                 AND LK-DEF-MINIMO NOT NUMERIC)
              OR (LK-DEF-MAXIMO NOT EQUAL SPACES
                 AND LK-DEF-MAXIMO NOT NUMERIC)
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'definicao com limite invalido'
                   TO LK-PRMVAL01-MOTIVO
           ELSE
              EVALUATE TRUE
                 WHEN LK-DEF-NUMERICO
                    PERFORM 100000-VALIDA-NUMERICO
                 WHEN LK-DEF-HORARIO
                    PERFORM 200000-VALIDA-HORARIO
                 WHEN LK-DEF-SIM-NAO
                    PERFORM 300000-VALIDA-SIM-NAO
                 WHEN LK-DEF-FILA
                    PERFORM 400000-VALIDA-FILA
                 WHEN LK-DEF-LISTA
                    IF LK-DEF-VALORES EQUAL SPACES
                       MOVE 'N' TO LK-PRMVAL01-RESULTADO
                       MOVE 'definicao de lista sem valores'
                            TO LK-PRMVAL01-MOTIVO
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO LK-PRMVAL01-RESULTADO
                    MOVE 'definicao com tipo desconhecido'
                         TO LK-PRMVAL01-MOTIVO
              END-EVALUATE

              IF LK-PRMVAL01-VALIDO
                 AND LK-DEF-VALORES NOT EQUAL SPACES
                 PERFORM 500000-VALIDA-LISTA
              END-IF
           END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------*
       050000-CALCULA-TAMANHO.
      *----------------------------------------------------------------*
      * POSICAO DO ULTIMO BYTE NAO-BRANCO DO VALOR (ZERO = EM BRANCO)
      *----------------------------------------------------------------*
           MOVE 48 TO WK-TAM

           PERFORM 055000-RECUA-BRANCO
                   UNTIL WK-TAM EQUAL ZEROS
                      OR LK-PRMVAL01-VALOR(WK-TAM:1) NOT EQUAL SPACE.

      *----------------------------------------------------------------*
       055000-RECUA-BRANCO.
      *----------------------------------------------------------------*
           SUBTRACT 1 FROM WK-TAM.

      *----------------------------------------------------------------*
       100000-VALIDA-NUMERICO.
      *----------------------------------------------------------------*
      * SO DIGITOS, A PARTIR DA PRIMEIRA POSICAO, ATE 9 - '1O00' E
      * ' 1000' NAO PASSAM
      *----------------------------------------------------------------*
           IF WK-TAM GREATER 9
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'numerico com mais de 9 digitos'
                   TO LK-PRMVAL01-MOTIVO
           ELSE
           IF LK-PRMVAL01-VALOR(1:WK-TAM) NOT NUMERIC
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'valor nao numerico' TO LK-PRMVAL01-MOTIVO
           ELSE
              MOVE LK-PRMVAL01-VALOR(1:WK-TAM) TO WK-NUMERO-X
              INSPECT WK-NUMERO-X REPLACING LEADING SPACE BY ZERO
              MOVE WK-NUMERO TO WK-VALOR-NUM
              PERFORM 600000-VALIDA-FAIXA
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       200000-VALIDA-HORARIO.
      *----------------------------------------------------------------*
           IF WK-TAM NOT EQUAL 6
              OR LK-PRMVAL01-VALOR(1:6) NOT NUMERIC
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'horario invalido - use HHMMSS'
                   TO LK-PRMVAL01-MOTIVO
           ELSE
              MOVE LK-PRMVAL01-VALOR(1:6) TO WK-HORARIO
              IF WK-HOR-HH GREATER 23
                 OR WK-HOR-MM GREATER 59
                 OR WK-HOR-SS GREATER 59
                 MOVE 'N' TO LK-PRMVAL01-RESULTADO
                 MOVE 'horario invalido - use HHMMSS'
                      TO LK-PRMVAL01-MOTIVO
              ELSE
                 MOVE WK-HORARIO TO WK-VALOR-NUM
                 PERFORM 600000-VALIDA-FAIXA
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       300000-VALIDA-SIM-NAO.
      *----------------------------------------------------------------*
           IF WK-TAM NOT EQUAL 1
              OR (LK-PRMVAL01-VALOR(1:1) NOT EQUAL 'S'
                 AND LK-PRMVAL01-VALOR(1:1) NOT EQUAL 'N')
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'indicador invalido - use S ou N'
                   TO LK-PRMVAL01-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       400000-VALIDA-FILA.
      *----------------------------------------------------------------*
      * BRANCO NO MEIO OU CARACTERE FORA DO CONJUNTO DE NOME DE FILA
      * (MINUSCULA, ACENTO, PONTUACAO) REPROVA; MAXIMO, QUANDO
      * INFORMADO, E O TAMANHO MAXIMO DO NOME (4 PARA FILA TD)
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-QT-BRANCOS
           INSPECT LK-PRMVAL01-VALOR(1:WK-TAM)
                   TALLYING WK-QT-BRANCOS FOR ALL SPACE

           MOVE SPACES TO WK-TEXTO
           MOVE LK-PRMVAL01-VALOR(1:WK-TAM) TO WK-TEXTO
           INSPECT WK-TEXTO
                   CONVERTING WK-CARACTERES-FILA TO WK-BRANCOS-FILA

           IF WK-QT-BRANCOS GREATER ZEROS
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'nome de fila com branco' TO LK-PRMVAL01-MOTIVO
           ELSE
           IF WK-TEXTO NOT EQUAL SPACES
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'nome de fila com caractere invalido'
                   TO LK-PRMVAL01-MOTIVO
           ELSE
           IF LK-DEF-MAXIMO NOT EQUAL SPACES
              AND WK-TAM GREATER LK-DEF-MAXIMO-N
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'nome de fila maior que o maximo'
                   TO LK-PRMVAL01-MOTIVO
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       500000-VALIDA-LISTA.
      *----------------------------------------------------------------*
      * O VALOR PRECISA SER IGUAL A UM DOS ITENS DE VALORES
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ACHOU-ITEM
           MOVE 1   TO WK-PTR-LISTA

           PERFORM 510000-COMPARA-ITEM
                   UNTIL ACHOU-ITEM
                      OR WK-PTR-LISTA GREATER 48

           IF NOT ACHOU-ITEM
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'valor fora da lista permitida'
                   TO LK-PRMVAL01-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
       510000-COMPARA-ITEM.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-ITEM-LISTA
           UNSTRING LK-DEF-VALORES DELIMITED BY ','
                INTO WK-ITEM-LISTA
                WITH POINTER WK-PTR-LISTA
           END-UNSTRING

           IF WK-ITEM-LISTA NOT EQUAL SPACES
              AND WK-ITEM-LISTA EQUAL LK-PRMVAL01-VALOR
              MOVE 'S' TO WK-ACHOU-ITEM
           END-IF.

      *----------------------------------------------------------------*
       600000-VALIDA-FAIXA.
      *----------------------------------------------------------------*
           IF LK-DEF-MINIMO NOT EQUAL SPACES
              AND WK-VALOR-NUM LESS LK-DEF-MINIMO-N
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'valor abaixo do minimo' TO LK-PRMVAL01-MOTIVO
           ELSE
           IF LK-DEF-MAXIMO NOT EQUAL SPACES
              AND WK-VALOR-NUM GREATER LK-DEF-MAXIMO-N
              MOVE 'N' TO LK-PRMVAL01-RESULTADO
              MOVE 'valor acima do maximo' TO LK-PRMVAL01-MOTIVO
           END-IF
           END-IF.
