       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPCICSE
      * Tipo    .............. Online
      * Finalidade ........... pesquisa de MUNICIPIO por nome
      *                        aproximado na tabela de referencia
      *                        "CEPMUN01" (carga CEPBTC05): recebe UF
      *                        + nome de cidade parcial, abreviado ou
      *                        com erro de digitacao e devolve os
      *                        municipios OFICIAIS candidatos com o
      *                        codigo IBGE - o canal web/mobile monta
      *                        um seletor de cidade ANTES da pesquisa
      *                        reversa do CEPCICS4, que exige UF e
      *                        cidade exatas. Linha de APELIDO do
      *                        CEPMUN01 ('STO ANDRE' -> 'SANTO ANDRE')
      *                        responde pelo nome oficial, e o mesmo
      *                        municipio achado por mais de uma linha
      *                        sai uma vez so, com o melhor casamento.
      *                        O nome digitado e normalizado pela
      *                        CEPNRM01 modo 'C' (a mesma forma da
      *                        chave) e cada municipio ATIVO da UF e
      *                        classificado:
      *                          E = nome exato (oficial ou apelido)
      *                          P = cada palavra digitada casa, na
      *                              ordem, com o inicio abreviado de
      *                              uma palavra do nome - mesma
      *                              inicial e letras na sequencia
      *                              ('S J RIO PRETO', 'STA BARBARA',
      *                              'SANTO AND')
      *                          A = grafia parecida - ate 1 letra
      *                              trocada/faltando/sobrando em
      *                              nome de 5 a 8 letras, ate 2 a
      *                              partir de 9 (nome de ate 4 letras
      *                              nao entra na aproximacao)
      *                        a resposta sai em ordem E, P, A e, em
      *                        cada classe, alfabetica; ate 10
      *                        municipios, com a quantidade total de
      *                        candidatos (acima de 10 o canal pede
      *                        para o usuario digitar mais)
      *                        LK-MUN-CODRET: 00=achou 04=nenhum
      *                        municipio 08=UF invalida ou cidade em
      *                        branco 12=CEPMUN01 indisponivel
      * DSnames .............. B090290.CEPMUN01
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Transacao CICS  ...... KEPE
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPCICSE.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

       01 WORKING-ALL-FILLS.
      *----------------------------------------------------------------*
      *   MESMO LAYOUT DO CEPMUN01 CONSULTADO PELO CEPCICS3 E GRAVADO
      *   PELO CEPBTC05 - MANTER SINCRONIZADO
      *----------------------------------------------------------------*
          03 WK-MUN-REC.
             05 WK-MUN-CHAVE.
                07 WK-MUN-UF                  PIC  X(002).
                07 WK-MUN-CIDADE              PIC  X(030).
             05 WK-MUN-OFICIAL                PIC  X(030).
             05 WK-MUN-IBGE                   PIC  X(007).
             05 WK-MUN-ATIVO                  PIC  X(001).
                88 WK-MUN-ATIVO-SIM                   VALUE 'S'.
          03 WK-BROWSE-KEY.
             05 WK-BROWSE-UF                  PIC  X(002).
             05 WK-BROWSE-CIDADE              PIC  X(030).
          03 WK-FIM-BROWSE                    PIC  X(001) VALUE 'N'.
             88 FIM-BROWSE                              VALUE 'S'.
          03 WK-VAL-UF                        PIC  X(002).
             88 WK-UF-OFICIAL VALUE 'AC' 'AL' 'AP' 'AM' 'BA' 'CE'
                                    'DF' 'ES' 'GO' 'MA' 'MT' 'MS'
                                    'MG' 'PA' 'PB' 'PR' 'PE' 'PI'
                                    'RJ' 'RN' 'RS' 'RO' 'RR' 'SC'
                                    'SP' 'SE' 'TO'.
      *----------------------------------------------------------------*
      *   NOME DIGITADO NORMALIZADO (CEPNRM01 MODO 'C') E QUEBRADO EM
      *   PALAVRAS; O NOME DE CADA LINHA DO CEPMUN01 E QUEBRADO DO
      *   MESMO JEITO PARA O CASAMENTO POR ABREVIACAO
      *----------------------------------------------------------------*
          03 WK-PGM-CEPNRM01                  PIC  X(008)
                                              VALUE 'CEPNRM01'.
          03 WK-CEPNRM01-MODO                 PIC  X(001) VALUE 'C'.
          03 WK-ARG-CIDADE                    PIC  X(030).
          03 WK-LEN-ARG                       PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-LEN-NOME                      PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-QT-PAL-ARG                    PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-QT-PAL-NOME                   PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-TAB-PAL-ARG.
             05 WK-PAL-ARG                    PIC  X(030)
                                              OCCURS 8 TIMES.
          03 WK-TAB-LEN-ARG.
             05 WK-LEN-PAL-ARG                PIC S9(004) COMP
                                              OCCURS 8 TIMES.
          03 WK-TAB-PAL-NOME.
             05 WK-PAL-NOME                   PIC  X(030)
                                              OCCURS 8 TIMES.
          03 WK-TAB-LEN-NOME.
             05 WK-LEN-PAL-NOME               PIC S9(004) COMP
                                              OCCURS 8 TIMES.
          03 WK-IDX-PAL                       PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-IDX-PAL-ARG                   PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-IDX-PAL-NOME                  PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-POS-ARG                       PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-POS-NOME                      PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-PAL-CASOU                     PIC  X(001) VALUE 'N'.
             88 PALAVRA-CASOU                           VALUE 'S'.
          03 WK-CLASSE                        PIC  X(001) VALUE SPACE.
             88 CLASSE-EXATO                            VALUE 'E'.
             88 CLASSE-ABREVIADO                        VALUE 'P'.
             88 CLASSE-APROXIMADO                       VALUE 'A'.
             88 SEM-CLASSE                              VALUE SPACE.
      *----------------------------------------------------------------*
      *   DISTANCIA DE EDICAO (LETRAS TROCADAS/FALTANDO/SOBRANDO)
      *   ENTRE O NOME DIGITADO E O DA LINHA, CALCULADA LINHA A LINHA
      *   DA MATRIZ (SO A LINHA ANTERIOR E A ATUAL); POSICAO 1 DE
      *   CADA LINHA = COLUNA ZERO DA MATRIZ
      *----------------------------------------------------------------*
          03 WK-LIMITE-DIST                   PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-DIF-LEN                       PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-DIST-ANT-TAB.
             05 WK-DIST-ANT                   PIC S9(004) COMP
                                              OCCURS 31 TIMES.
          03 WK-DIST-ATU-TAB.
             05 WK-DIST-ATU                   PIC S9(004) COMP
                                              OCCURS 31 TIMES.
          03 WK-DIST-I                        PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-DIST-J                        PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-DIST-CUSTO                    PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-DIST-MIN                      PIC S9(004) COMP
                                              VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CANDIDATOS DISTINTOS POR NOME OFICIAL, COM A MELHOR CLASSE
      *   ENTRE AS LINHAS (OFICIAL/APELIDOS) QUE O ACHARAM
      *----------------------------------------------------------------*
          03 WK-QT-CAND                       PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-QT-FORA                       PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-TAB-CAND.
             05 WK-CAND                       OCCURS 50 TIMES.
                07 WK-CAND-OFICIAL            PIC  X(030).
                07 WK-CAND-IBGE               PIC  X(007).
                07 WK-CAND-CLASSE             PIC  X(001).
          03 WK-IDX-CAND                      PIC S9(004) COMP
                                              VALUE ZEROS.
          03 WK-ACHOU-CAND                    PIC  X(001) VALUE 'N'.
             88 ACHOU-CAND                              VALUE 'S'.
          03 WK-CLASSE-SAIDA                  PIC  X(001) VALUE SPACE.
          03 WK-QT-SAIDA                      PIC S9(004) COMP
                                              VALUE ZEROS.
      *----------------------------------------------------------------*
      *   MESMA ROTINA DE APOIO VSRSARLN USADA PELO CEPCICS4 PARA
      *   CALCULAR TAMANHO EFETIVO DE CAMPO (MODO 'L')
      *----------------------------------------------------------------*
          03 WK-PGM-VSRSARLN                  PIC  X(008)
                                              VALUE 'VSRSARLN'.
          03 WK-VSRSARLN-MODO                 PIC  X(001) VALUE 'L'.
          03 WK-VSRSARLN-RESULTADO            PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
          03 WK-EIBRESP                       PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03 LK-MUN-UF            PIC  X(002).
          03 LK-MUN-CIDADE        PIC  X(030).
          03 LK-MUN-CODRET        PIC  9(002).
      *   TOTAL DE MUNICIPIOS CANDIDATOS (PODE PASSAR DOS 10 DEVOLVIDOS)
          03 LK-MUN-QT-TOTAL      PIC  9(003).
          03 LK-MUN-QT-ACHADOS    PIC  9(002).
          03 LK-MUN-ACHADO OCCURS 10 TIMES.
             05 LK-MUN-OFICIAL    PIC  X(030).
             05 LK-MUN-IBGE       PIC  X(007).
      *   E = NOME EXATO  P = ABREVIADO/PARCIAL  A = GRAFIA PARECIDA
             05 LK-MUN-CLASSE     PIC  X(001).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*

           MOVE ZEROS  TO LK-MUN-CODRET
                          LK-MUN-QT-TOTAL
                          LK-MUN-QT-ACHADOS
           PERFORM 050000-LIMPA-ACHADO
                   VARYING WK-QT-SAIDA FROM 1 BY 1
                   UNTIL WK-QT-SAIDA GREATER 10
           MOVE ZEROS  TO WK-QT-SAIDA

           MOVE LK-MUN-UF     TO WK-VAL-UF
           MOVE LK-MUN-CIDADE TO WK-ARG-CIDADE
           CALL WK-PGM-CEPNRM01 USING WK-CEPNRM01-MODO
                                       WK-ARG-CIDADE

           IF NOT WK-UF-OFICIAL
                 OR WK-ARG-CIDADE EQUAL SPACES
              MOVE 08 TO LK-MUN-CODRET
           ELSE
              PERFORM 100000-PREPARA-ARGUMENTO

              MOVE LK-MUN-UF   TO WK-BROWSE-UF
              MOVE LOW-VALUES  TO WK-BROWSE-CIDADE

              EXEC CICS STARTBR FILE('CEPMUN01')
                                RIDFLD(WK-BROWSE-KEY)
                                KEYLENGTH(32)
                                GTEQ
                                RESP(WK-EIBRESP)
              END-EXEC

              IF WK-EIBRESP EQUAL ZEROS
                 PERFORM 200000-LE-MUNICIPIO
                         UNTIL FIM-BROWSE

                 EXEC CICS ENDBR FILE('CEPMUN01')
                 END-EXEC
              ELSE
              IF WK-EIBRESP NOT EQUAL DFHRESP(NOTFND)
                 MOVE 12 TO LK-MUN-CODRET
              END-IF
              END-IF

              IF LK-MUN-CODRET EQUAL ZEROS
                 PERFORM 400000-DEVOLVE-CANDIDATOS
              END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       050000-LIMPA-ACHADO.
      *----------------------------------------------------------------*
           MOVE SPACES TO LK-MUN-OFICIAL(WK-QT-SAIDA)
                          LK-MUN-IBGE(WK-QT-SAIDA)
                          LK-MUN-CLASSE(WK-QT-SAIDA).

      *----------------------------------------------------------------*
       100000-PREPARA-ARGUMENTO.
      *----------------------------------------------------------------*
      * TAMANHO, PALAVRAS E TOLERANCIA DA APROXIMACAO DO NOME DIGITADO
      *----------------------------------------------------------------*
           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                       WK-ARG-CIDADE
                                       LENGTH OF WK-ARG-CIDADE
                                       WK-VSRSARLN-RESULTADO
           MOVE WK-VSRSARLN-RESULTADO TO WK-LEN-ARG

           MOVE SPACES TO WK-TAB-PAL-ARG
           PERFORM 110000-ZERA-LEN-ARG
                   VARYING WK-IDX-PAL FROM 1 BY 1
                   UNTIL WK-IDX-PAL GREATER 8

           UNSTRING WK-ARG-CIDADE DELIMITED BY ALL SPACE
                    INTO WK-PAL-ARG(1) COUNT IN WK-LEN-PAL-ARG(1)
                         WK-PAL-ARG(2) COUNT IN WK-LEN-PAL-ARG(2)
                         WK-PAL-ARG(3) COUNT IN WK-LEN-PAL-ARG(3)
                         WK-PAL-ARG(4) COUNT IN WK-LEN-PAL-ARG(4)
                         WK-PAL-ARG(5) COUNT IN WK-LEN-PAL-ARG(5)
                         WK-PAL-ARG(6) COUNT IN WK-LEN-PAL-ARG(6)
                         WK-PAL-ARG(7) COUNT IN WK-LEN-PAL-ARG(7)
                         WK-PAL-ARG(8) COUNT IN WK-LEN-PAL-ARG(8)
           END-UNSTRING

           MOVE ZEROS TO WK-QT-PAL-ARG
           PERFORM 120000-CONTA-PAL-ARG
                   VARYING WK-IDX-PAL FROM 1 BY 1
                   UNTIL WK-IDX-PAL GREATER 8
                      OR WK-LEN-PAL-ARG(WK-IDX-PAL) EQUAL ZEROS

           IF WK-LEN-ARG LESS 5
              MOVE ZEROS TO WK-LIMITE-DIST
           ELSE
           IF WK-LEN-ARG LESS 9
              MOVE 1     TO WK-LIMITE-DIST
           ELSE
              MOVE 2     TO WK-LIMITE-DIST
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       110000-ZERA-LEN-ARG.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-LEN-PAL-ARG(WK-IDX-PAL).

      *----------------------------------------------------------------*
       120000-CONTA-PAL-ARG.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-PAL-ARG.

      *----------------------------------------------------------------*
       200000-LE-MUNICIPIO.
      *----------------------------------------------------------------*
           EXEC CICS READNEXT FILE('CEPMUN01')
                              INTO(WK-MUN-REC)
                              RIDFLD(WK-BROWSE-KEY)
                              KEYLENGTH(32)
                              RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
           IF WK-MUN-UF NOT EQUAL LK-MUN-UF
      *       PASSOU DA UF PEDIDA - FIM DA PESQUISA
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
           IF WK-MUN-ATIVO-SIM
              PERFORM 210000-CLASSIFICA-MUNICIPIO
              IF NOT SEM-CLASSE
                 PERFORM 300000-GUARDA-CANDIDATO
              END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       210000-CLASSIFICA-MUNICIPIO.
      *----------------------------------------------------------------*
           MOVE SPACE TO WK-CLASSE

           IF WK-MUN-CIDADE EQUAL WK-ARG-CIDADE
              MOVE 'E' TO WK-CLASSE
           ELSE
              PERFORM 220000-CASA-ABREVIACAO
              IF SEM-CLASSE AND WK-LIMITE-DIST GREATER ZEROS
                 PERFORM 250000-CASA-APROXIMACAO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       220000-CASA-ABREVIACAO.
      *----------------------------------------------------------------*
      * CADA PALAVRA DIGITADA, NA ORDEM, PRECISA CASAR COM ALGUMA
      * PALAVRA SEGUINTE DO NOME (PALAVRAS DO NOME PODEM SER PULADAS:
      * 'DO', 'DE', 'DA' E AFINS NAO PRECISAM SER DIGITADOS)
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-TAB-PAL-NOME
           PERFORM 225000-ZERA-LEN-NOME
                   VARYING WK-IDX-PAL FROM 1 BY 1
                   UNTIL WK-IDX-PAL GREATER 8

           UNSTRING WK-MUN-CIDADE DELIMITED BY ALL SPACE
                    INTO WK-PAL-NOME(1) COUNT IN WK-LEN-PAL-NOME(1)
                         WK-PAL-NOME(2) COUNT IN WK-LEN-PAL-NOME(2)
                         WK-PAL-NOME(3) COUNT IN WK-LEN-PAL-NOME(3)
                         WK-PAL-NOME(4) COUNT IN WK-LEN-PAL-NOME(4)
                         WK-PAL-NOME(5) COUNT IN WK-LEN-PAL-NOME(5)
                         WK-PAL-NOME(6) COUNT IN WK-LEN-PAL-NOME(6)
                         WK-PAL-NOME(7) COUNT IN WK-LEN-PAL-NOME(7)
                         WK-PAL-NOME(8) COUNT IN WK-LEN-PAL-NOME(8)
           END-UNSTRING

           MOVE ZEROS TO WK-QT-PAL-NOME
           PERFORM 226000-CONTA-PAL-NOME
                   VARYING WK-IDX-PAL FROM 1 BY 1
                   UNTIL WK-IDX-PAL GREATER 8
                      OR WK-LEN-PAL-NOME(WK-IDX-PAL) EQUAL ZEROS

           MOVE 1 TO WK-IDX-PAL-ARG
           MOVE 1 TO WK-IDX-PAL-NOME

           PERFORM 230000-CASA-PALAVRA
                   UNTIL WK-IDX-PAL-ARG GREATER WK-QT-PAL-ARG
                      OR WK-IDX-PAL-NOME GREATER WK-QT-PAL-NOME

           IF WK-IDX-PAL-ARG GREATER WK-QT-PAL-ARG
              MOVE 'P' TO WK-CLASSE
           END-IF.

      *----------------------------------------------------------------*
       225000-ZERA-LEN-NOME.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-LEN-PAL-NOME(WK-IDX-PAL).

      *----------------------------------------------------------------*
       226000-CONTA-PAL-NOME.
      *----------------------------------------------------------------*
           ADD 1 TO WK-QT-PAL-NOME.

      *----------------------------------------------------------------*
       230000-CASA-PALAVRA.
      *----------------------------------------------------------------*
      * A PALAVRA DIGITADA CASA SE TEM A MESMA INICIAL DA PALAVRA DO
      * NOME E AS DEMAIS LETRAS APARECEM NELA NA MESMA SEQUENCIA
      * (STA = SANTA, S = SAO, AND = ANDRE)
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-PAL-CASOU

           IF WK-PAL-ARG(WK-IDX-PAL-ARG)(1:1)
                 EQUAL WK-PAL-NOME(WK-IDX-PAL-NOME)(1:1)
              MOVE 2 TO WK-POS-ARG
              MOVE 1 TO WK-POS-NOME
              PERFORM 235000-AVANCA-LETRA
                      UNTIL WK-POS-ARG
                               GREATER WK-LEN-PAL-ARG(WK-IDX-PAL-ARG)
                         OR WK-POS-NOME
                               NOT LESS WK-LEN-PAL-NOME(WK-IDX-PAL-NOME)
              IF WK-POS-ARG GREATER WK-LEN-PAL-ARG(WK-IDX-PAL-ARG)
                 MOVE 'S' TO WK-PAL-CASOU
              END-IF
           END-IF

           IF PALAVRA-CASOU
              ADD 1 TO WK-IDX-PAL-ARG
           END-IF
           ADD 1 TO WK-IDX-PAL-NOME.

      *----------------------------------------------------------------*
       235000-AVANCA-LETRA.
      *----------------------------------------------------------------*
           ADD 1 TO WK-POS-NOME

           IF WK-PAL-NOME(WK-IDX-PAL-NOME)(WK-POS-NOME:1)
                 EQUAL WK-PAL-ARG(WK-IDX-PAL-ARG)(WK-POS-ARG:1)
              ADD 1 TO WK-POS-ARG
           END-IF.

      *----------------------------------------------------------------*
       250000-CASA-APROXIMACAO.
      *----------------------------------------------------------------*
      * DISTANCIA DE EDICAO DO NOME INTEIRO, SO QUANDO A DIFERENCA DE
      * TAMANHO AINDA CABE NA TOLERANCIA
      *----------------------------------------------------------------*
           CALL WK-PGM-VSRSARLN USING WK-VSRSARLN-MODO
                                       WK-MUN-CIDADE
                                       LENGTH OF WK-MUN-CIDADE
                                       WK-VSRSARLN-RESULTADO
           MOVE WK-VSRSARLN-RESULTADO TO WK-LEN-NOME

           COMPUTE WK-DIF-LEN = WK-LEN-NOME - WK-LEN-ARG
           IF WK-DIF-LEN LESS ZEROS
              COMPUTE WK-DIF-LEN = WK-DIF-LEN * -1
           END-IF

           IF WK-DIF-LEN NOT GREATER WK-LIMITE-DIST
              PERFORM 255000-INICIA-DISTANCIA
                      VARYING WK-DIST-J FROM 0 BY 1
                      UNTIL WK-DIST-J GREATER WK-LEN-NOME

              PERFORM 260000-LINHA-DISTANCIA
                      VARYING WK-DIST-I FROM 1 BY 1
                      UNTIL WK-DIST-I GREATER WK-LEN-ARG

              IF WK-DIST-ANT(WK-LEN-NOME + 1)
                    NOT GREATER WK-LIMITE-DIST
                 MOVE 'A' TO WK-CLASSE
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       255000-INICIA-DISTANCIA.
      *----------------------------------------------------------------*
           MOVE WK-DIST-J TO WK-DIST-ANT(WK-DIST-J + 1).

      *----------------------------------------------------------------*
       260000-LINHA-DISTANCIA.
      *----------------------------------------------------------------*
           MOVE WK-DIST-I TO WK-DIST-ATU(1)

           PERFORM 265000-CELULA-DISTANCIA
                   VARYING WK-DIST-J FROM 1 BY 1
                   UNTIL WK-DIST-J GREATER WK-LEN-NOME

           MOVE WK-DIST-ATU-TAB TO WK-DIST-ANT-TAB.

      *----------------------------------------------------------------*
       265000-CELULA-DISTANCIA.
      *----------------------------------------------------------------*
           IF WK-ARG-CIDADE(WK-DIST-I:1)
                 EQUAL WK-MUN-CIDADE(WK-DIST-J:1)
              MOVE ZEROS TO WK-DIST-CUSTO
           ELSE
              MOVE 1     TO WK-DIST-CUSTO
           END-IF

      *    SUBSTITUICAO
           COMPUTE WK-DIST-MIN = WK-DIST-ANT(WK-DIST-J) + WK-DIST-CUSTO
      *    LETRA SOBRANDO NO DIGITADO
           IF WK-DIST-ANT(WK-DIST-J + 1) + 1 LESS WK-DIST-MIN
              COMPUTE WK-DIST-MIN = WK-DIST-ANT(WK-DIST-J + 1) + 1
           END-IF
      *    LETRA FALTANDO NO DIGITADO
           IF WK-DIST-ATU(WK-DIST-J) + 1 LESS WK-DIST-MIN
              COMPUTE WK-DIST-MIN = WK-DIST-ATU(WK-DIST-J) + 1
           END-IF

           MOVE WK-DIST-MIN TO WK-DIST-ATU(WK-DIST-J + 1).

      *----------------------------------------------------------------*
       300000-GUARDA-CANDIDATO.
      *----------------------------------------------------------------*
      * UM MUNICIPIO POR NOME OFICIAL - APELIDO E OFICIAL QUE CASAM
      * JUNTOS FICAM COM A MELHOR CLASSE (E ANTES DE P ANTES DE A)
      *----------------------------------------------------------------*
           MOVE 'N' TO WK-ACHOU-CAND

           PERFORM 310000-PROCURA-CANDIDATO
                   VARYING WK-IDX-CAND FROM 1 BY 1
                   UNTIL WK-IDX-CAND GREATER WK-QT-CAND
                      OR ACHOU-CAND

           IF ACHOU-CAND
              SUBTRACT 1 FROM WK-IDX-CAND
              IF CLASSE-EXATO
                    OR (CLASSE-ABREVIADO
                        AND WK-CAND-CLASSE(WK-IDX-CAND) EQUAL 'A')
                 MOVE WK-CLASSE TO WK-CAND-CLASSE(WK-IDX-CAND)
              END-IF
           ELSE
           IF WK-QT-CAND EQUAL 50
              ADD 1 TO WK-QT-FORA
           ELSE
              ADD 1 TO WK-QT-CAND
              MOVE WK-MUN-OFICIAL TO WK-CAND-OFICIAL(WK-QT-CAND)
              MOVE WK-MUN-IBGE    TO WK-CAND-IBGE(WK-QT-CAND)
              MOVE WK-CLASSE      TO WK-CAND-CLASSE(WK-QT-CAND)
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       310000-PROCURA-CANDIDATO.
      *----------------------------------------------------------------*
           IF WK-CAND-OFICIAL(WK-IDX-CAND) EQUAL WK-MUN-OFICIAL
              MOVE 'S' TO WK-ACHOU-CAND
           END-IF.

      *----------------------------------------------------------------*
       400000-DEVOLVE-CANDIDATOS.
      *----------------------------------------------------------------*
      * TRES PASSADAS NA TABELA (E, P, A) - DENTRO DE CADA CLASSE A
      * ORDEM E A DO BROWSE, ALFABETICA PELA CHAVE
      *----------------------------------------------------------------*
           COMPUTE LK-MUN-QT-TOTAL = WK-QT-CAND + WK-QT-FORA

           MOVE 'E' TO WK-CLASSE-SAIDA
           PERFORM 410000-COPIA-CANDIDATO
                   VARYING WK-IDX-CAND FROM 1 BY 1
                   UNTIL WK-IDX-CAND GREATER WK-QT-CAND
                      OR WK-QT-SAIDA EQUAL 10
           MOVE 'P' TO WK-CLASSE-SAIDA
           PERFORM 410000-COPIA-CANDIDATO
                   VARYING WK-IDX-CAND FROM 1 BY 1
                   UNTIL WK-IDX-CAND GREATER WK-QT-CAND
                      OR WK-QT-SAIDA EQUAL 10
           MOVE 'A' TO WK-CLASSE-SAIDA
           PERFORM 410000-COPIA-CANDIDATO
                   VARYING WK-IDX-CAND FROM 1 BY 1
                   UNTIL WK-IDX-CAND GREATER WK-QT-CAND
                      OR WK-QT-SAIDA EQUAL 10

           MOVE WK-QT-SAIDA TO LK-MUN-QT-ACHADOS

           IF WK-QT-SAIDA EQUAL ZEROS
              MOVE 04 TO LK-MUN-CODRET
           END-IF.

      *----------------------------------------------------------------*
       410000-COPIA-CANDIDATO.
      *----------------------------------------------------------------*
           IF WK-CAND-CLASSE(WK-IDX-CAND) EQUAL WK-CLASSE-SAIDA
              ADD 1 TO WK-QT-SAIDA
              MOVE WK-CAND-OFICIAL(WK-IDX-CAND)
                   TO LK-MUN-OFICIAL(WK-QT-SAIDA)
              MOVE WK-CAND-IBGE(WK-IDX-CAND)
                   TO LK-MUN-IBGE(WK-QT-SAIDA)
              MOVE WK-CAND-CLASSE(WK-IDX-CAND)
                   TO LK-MUN-CLASSE(WK-QT-SAIDA)
           END-IF.
