       CBL CICS('COBOL3') APOST
      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. CEP
      * Programa.............. CEPFRT01
      * Tipo    .............. Subprograma (CALL) - mesma tecnica do
      *                        PRMLER01: o chamador passa DFHEIBLK e
      *                        DFHCOMMAREA como os dois primeiros
      *                        parametros do CALL, antes da area
      *                        LK-FRT-AREA
      * Finalidade ........... resolucao da ZONA DE FRETE de um CEP:
      *                        o VSAM "CEPZON01" (mantido pelo
      *                        CEPCICSB) mapeia faixas de prefixo de
      *                        CEP (5 digitos) para a zona de entrega
      *                          C = capital
      *                          I = interior
      *                          R = remota/fluvial
      *                        e para os niveis de servico de
      *                        transportadora oferecidos ali (ate 5,
      *                        cada um com o prazo em dias uteis). A
      *                        chave do arquivo e o PREFIXO FINAL da
      *                        faixa: como as faixas nao se sobrepoem
      *                        (o CEPCICSB garante), um READ GTEQ pelo
      *                        prefixo do CEP cai na unica faixa
      *                        candidata - basta conferir o prefixo
      *                        inicial. LK-FRT-RETORNO:
      *                          00 = zona resolvida
      *                          01 = CEP fora de qualquer faixa ativa
      *                          02 = CEPZON01 indisponivel
      *                          09 = CEP nao numerico
      * DSnames .............. B090290.CEPZON01
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Chamado por .......... CEPCICSA, CEPAPI01
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPFRT01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       DATA           DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      ***  MESMO LAYOUT DO VSAM "CEPZON01" MANTIDO PELO CEPCICSB -
      ***  MANTER OS DOIS SINCRONIZADOS
       01  WK-ZON-REC.
           03 WK-ZON-CHAVE.
              05 WK-ZON-FIM             PIC X(005).
           03 WK-ZON-INI                PIC X(005).
           03 WK-ZON-ZONA               PIC X(001).
           03 WK-ZON-QT-SERV            PIC 9(001).
           03 WK-ZON-SERVICO OCCURS 5 TIMES.
              05 WK-ZON-SRV-CODIGO      PIC X(008).
              05 WK-ZON-SRV-PRAZO       PIC 9(002).
           03 WK-ZON-ATIVO              PIC X(001).
              88 WK-ZON-ATIVO-SIM                 VALUE 'S'.
              88 WK-ZON-ATIVO-NAO                 VALUE 'N'.
       77  WK-EIBRESP                   PIC S9(9) COMP-5 SYNC.
       77  WK-IDX                       PIC 9(001) VALUE ZEROS.

       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  LK-FRT-AREA.
           03 LK-FRT-CEP                PIC X(008).
           03 LK-FRT-RETORNO            PIC X(002).
           03 LK-FRT-ZONA               PIC X(001).
           03 LK-FRT-QT-SERV            PIC 9(001).
           03 LK-FRT-SERVICO OCCURS 5 TIMES.
              05 LK-FRT-SRV-CODIGO      PIC X(008).
              05 LK-FRT-SRV-PRAZO       PIC 9(002).

       PROCEDURE DIVISION USING LK-FRT-AREA.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*
           MOVE '01'   TO LK-FRT-RETORNO
           MOVE SPACE  TO LK-FRT-ZONA
           MOVE ZEROS  TO LK-FRT-QT-SERV
           PERFORM 200000-LIMPA-SERVICO
                   VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX GREATER 5

           IF LK-FRT-CEP NOT NUMERIC
              MOVE '09' TO LK-FRT-RETORNO
           ELSE
              PERFORM 100000-LE-ZONA
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------*
       100000-LE-ZONA.
      *----------------------------------------------------------------*
      * A PRIMEIRA FAIXA CUJO PREFIXO FINAL NAO E MENOR QUE O PREFIXO
      * DO CEP E A UNICA QUE PODE CONTE-LO - FAIXA DESATIVADA OU QUE
      * COMECA DEPOIS DO PREFIXO = CEP SEM ZONA CADASTRADA
      *----------------------------------------------------------------*
           MOVE SPACES          TO WK-ZON-REC
           MOVE LK-FRT-CEP(1:5) TO WK-ZON-FIM

           EXEC CICS READ FILE('CEPZON01')
                          RIDFLD(WK-ZON-CHAVE)
                          KEYLENGTH(5)
                          GTEQ
                          INTO(WK-ZON-REC)
                          RESP(WK-EIBRESP)
           END-EXEC

           EVALUATE TRUE
              WHEN WK-EIBRESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN WK-EIBRESP NOT EQUAL ZEROS
                 MOVE '02' TO LK-FRT-RETORNO
              WHEN WK-ZON-ATIVO-SIM
                   AND LK-FRT-CEP(1:5) NOT LESS WK-ZON-INI
                 MOVE '00'           TO LK-FRT-RETORNO
                 MOVE WK-ZON-ZONA    TO LK-FRT-ZONA
                 MOVE WK-ZON-QT-SERV TO LK-FRT-QT-SERV
                 PERFORM 210000-COPIA-SERVICO
                         VARYING WK-IDX FROM 1 BY 1
                         UNTIL WK-IDX GREATER 5
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
       200000-LIMPA-SERVICO.
      *----------------------------------------------------------------*
           MOVE SPACES TO LK-FRT-SRV-CODIGO(WK-IDX)
           MOVE ZEROS  TO LK-FRT-SRV-PRAZO(WK-IDX)
           .

      *----------------------------------------------------------------*
       210000-COPIA-SERVICO.
      *----------------------------------------------------------------*
           IF WK-IDX GREATER WK-ZON-QT-SERV
              MOVE SPACES TO LK-FRT-SRV-CODIGO(WK-IDX)
              MOVE ZEROS  TO LK-FRT-SRV-PRAZO(WK-IDX)
           ELSE
              MOVE WK-ZON-SRV-CODIGO(WK-IDX)
                   TO LK-FRT-SRV-CODIGO(WK-IDX)
              MOVE WK-ZON-SRV-PRAZO(WK-IDX)
                   TO LK-FRT-SRV-PRAZO(WK-IDX)
           END-IF
           .
