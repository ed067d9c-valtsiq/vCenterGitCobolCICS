       CBL CICS('COBOL3') APOST
      *-------------------------------------------------------------  *
      *
      *  MODULE NAME = CTLGINQ2
      *
      *  DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -
      *                     Catalog Manager Program - PRICE HISTORY
      *
      *  TRANSACTION NAME = ktlh
      *
      *  FUNCTION =
      *  consulta online do historico de precos de um item, gravado
      *  pelo CTLGBTC4 no VSAM CTLPRC01 (uma entrada por mudanca de
      *  custo detectada na trilha CTLGLOG1). Entrada (posicional,
      *  apos o transid):
      *    ktlh iii   - historico do item iii
      *  Saida: ate 15 mudancas, da mais recente para a mais antiga
      *  (browse para tras pela chave), com data/hora em que o custo
      *  novo foi visto pela primeira vez, custo anterior, custo novo
      *  e variacao percentual - mesma tela do CTLGINQ1
      *
      *-------------------------------------------------------------  *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLGINQ2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * MESMO LAYOUT DE WK-CTLPRC01-REC GRAVADO PELO CTLGBTC4 NO VSAM
      * 'CTLPRC01' - MANTER OS DOIS SINCRONIZADOS
      *----------------------------------------------------------------*
       01  WK-PRC-REC.
           03 WK-PRC-KEY.
              05 WK-PRC-ITEMID             PIC X(008).
              05 WK-PRC-DATE               PIC S9(7) COMP-3.
              05 WK-PRC-TIME               PIC S9(7) COMP-3.
           03 WK-PRC-CUSTO-ANT             PIC X(007).
           03 WK-PRC-CUSTO-NOVO            PIC X(007).
           03 WK-PRC-VALOR-ANT             PIC 9(005)V99.
           03 WK-PRC-VALOR-NOVO            PIC 9(005)V99.
           03 WK-PRC-PERCENTUAL            PIC S9(005)V99.
           03 WK-PRC-DESCRICAO             PIC X(041).
           03 WK-PRC-CORRID                PIC X(032).

       01  WK-BROWSE-KEY.
           03 WK-BRW-ITEMID                PIC X(008).
           03 WK-BRW-DATA-HORA             PIC X(008).

       01  WK-REC-ENTRADA.
           03 FILLER                       PIC X(005).
           03 WK-REC-ITEM                  PIC X(003).
           03 FILLER                       PIC X(072).

       01  WK-QT-ACHADOS                   PIC 9(002) VALUE ZEROS.
       01  WK-FIM-BROWSE                   PIC X(001) VALUE 'N'.
           88 FIM-BROWSE                               VALUE 'S'.

      *----------------------------------------------------------------*
      *   TELA DE RESPOSTA (80 COLUNAS POR LINHA, ESTILO CEPCICS2)
      *----------------------------------------------------------------*
       01  WK-SEN-TELA.
           03 FILLER                       PIC X(080)
                                           VALUE ALL '-'.
           03 WK-SEN-MSG                   PIC X(080).
           03 WK-SEN-LIN-OCR OCCURS 15 TIMES.
              05 FILLER                    PIC X(005) VALUE 'Item '.
              05 WK-SEN-ITEM               PIC X(008).
              05 FILLER                    PIC X(006) VALUE ' data='.
              05 WK-SEN-DATA               PIC 9(007).
              05 FILLER                    PIC X(006) VALUE ' hora='.
              05 WK-SEN-HORA               PIC 9(007).
              05 FILLER                    PIC X(004) VALUE ' de='.
              05 WK-SEN-CUSTO-ANT          PIC X(007).
              05 FILLER                    PIC X(006) VALUE ' para='.
              05 WK-SEN-CUSTO-NOVO         PIC X(007).
              05 FILLER                    PIC X(005) VALUE ' var='.
              05 WK-SEN-PERC               PIC -ZZZZ9.99.
              05 FILLER                    PIC X(001) VALUE '%'.
              05 FILLER                    PIC X(002) VALUE SPACES.
           03 FILLER                       PIC X(080)
                                           VALUE ALL '-'.

       01  WK-IDX-LIN                      PIC 9(002) VALUE ZEROS.
       77  WK-EIBRESP                      PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *    L I N K A G E   S E C T I O N
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA             PIC X(1).

      *----------------------------------------------------------------*
      *P R O C E D U R E S
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
      *----------------------------------------------------------------*

           MOVE SPACES TO WK-REC-ENTRADA

           EXEC CICS RECEIVE
                INTO   ( WK-REC-ENTRADA )
                LENGTH ( LENGTH OF WK-REC-ENTRADA )
                RESP   ( WK-EIBRESP )
           END-EXEC

           PERFORM 050000-LIMPA-TELA

           IF WK-REC-ITEM NOT NUMERIC
              MOVE 'Informe: ktlh iii (item de 3 digitos)'
                   TO WK-SEN-MSG
           ELSE
              PERFORM 200000-PESQUISAR
              IF WK-QT-ACHADOS EQUAL ZEROS
                 MOVE 'Nenhuma mudanca de preco registrada para o item'
                      TO WK-SEN-MSG
              ELSE
                 MOVE 'Historico de precos - mais recente primeiro'
                      TO WK-SEN-MSG
              END-IF
           END-IF

           EXEC CICS SEND
                FROM   ( WK-SEN-TELA )
                LENGTH ( LENGTH OF WK-SEN-TELA )
                RESP   ( WK-EIBRESP )
                ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

      *----------------------------------------------------------------*
       050000-LIMPA-TELA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-MSG
           PERFORM 060000-LIMPA-LINHA
                   VARYING WK-IDX-LIN FROM 1 BY 1
                   UNTIL WK-IDX-LIN GREATER 15.

      *----------------------------------------------------------------*
       060000-LIMPA-LINHA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-SEN-ITEM(WK-IDX-LIN)
                          WK-SEN-CUSTO-ANT(WK-IDX-LIN)
                          WK-SEN-CUSTO-NOVO(WK-IDX-LIN)
           MOVE ZEROS  TO WK-SEN-DATA(WK-IDX-LIN)
                          WK-SEN-HORA(WK-IDX-LIN)
                          WK-SEN-PERC(WK-IDX-LIN).

      *----------------------------------------------------------------*
       200000-PESQUISAR.
      *----------------------------------------------------------------*
      * O BROWSE COMECA NO FIM DO ITEM (DATA/HORA EM HIGH-VALUES) E
      * ANDA PARA TRAS; ITEM SEM SUCESSOR NO ARQUIVO DA NOTFND NO
      * STARTBR E O BROWSE PARTE DO FIM DO ARQUIVO
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-QT-ACHADOS
           MOVE 'N'   TO WK-FIM-BROWSE

           MOVE SPACES            TO WK-BRW-ITEMID
           MOVE WK-REC-ITEM       TO WK-BRW-ITEMID(1:3)
           MOVE HIGH-VALUES       TO WK-BRW-DATA-HORA

           EXEC CICS STARTBR FILE('CTLPRC01')
                             RIDFLD(WK-BROWSE-KEY)
                             KEYLENGTH(16)
                             GTEQ
                             RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP EQUAL DFHRESP(NOTFND)
              MOVE HIGH-VALUES TO WK-BROWSE-KEY
              EXEC CICS STARTBR FILE('CTLPRC01')
                                RIDFLD(WK-BROWSE-KEY)
                                KEYLENGTH(16)
                                GTEQ
                                RESP(WK-EIBRESP)
              END-EXEC
           END-IF

           IF WK-EIBRESP EQUAL ZEROS
              PERFORM 300000-LER-MUDANCA
                      UNTIL FIM-BROWSE
                         OR WK-QT-ACHADOS EQUAL 15

              EXEC CICS ENDBR FILE('CTLPRC01')
                   NOHANDLE
              END-EXEC
           END-IF.

      *----------------------------------------------------------------*
       300000-LER-MUDANCA.
      *----------------------------------------------------------------*
           EXEC CICS READPREV FILE('CTLPRC01')
                             INTO(WK-PRC-REC)
                             RIDFLD(WK-BROWSE-KEY)
                             KEYLENGTH(16)
                             RESP(WK-EIBRESP)
           END-EXEC

           IF WK-EIBRESP NOT EQUAL ZEROS
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
           IF WK-PRC-ITEMID(1:3) GREATER WK-REC-ITEM
      *       PRIMEIRO REGISTRO DO ITEM SEGUINTE - IGNORA
              CONTINUE
           ELSE
           IF WK-PRC-ITEMID(1:3) LESS WK-REC-ITEM
      *       PASSOU DO ITEM PEDIDO - FIM DA PESQUISA
              MOVE 'S' TO WK-FIM-BROWSE
           ELSE
              ADD 1 TO WK-QT-ACHADOS
              MOVE WK-PRC-ITEMID     TO WK-SEN-ITEM(WK-QT-ACHADOS)
              MOVE WK-PRC-DATE       TO WK-SEN-DATA(WK-QT-ACHADOS)
              MOVE WK-PRC-TIME       TO WK-SEN-HORA(WK-QT-ACHADOS)
              MOVE WK-PRC-CUSTO-ANT  TO WK-SEN-CUSTO-ANT(WK-QT-ACHADOS)
              MOVE WK-PRC-CUSTO-NOVO
                   TO WK-SEN-CUSTO-NOVO(WK-QT-ACHADOS)
              MOVE WK-PRC-PERCENTUAL TO WK-SEN-PERC(WK-QT-ACHADOS)
           END-IF
           END-IF
           END-IF.
