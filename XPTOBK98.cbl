             10   codigoGrupoServico                  PIC  X(0003).
             10   codigoServico                       PIC  X(0006).
             10   messageId                           PIC  X(0032).
      ***   IDIOMA DE respostaMensagem ('PT', 'EN'...; BRANCO = 'PT')
             10   codigoIdioma                        PIC  X(0002).
             10   FILLER                              PIC  X(0030).
           05   controle.
             10   tamanhoAreaNegocio                  PIC  9(0006).
             10   indicadorAssincrono                 PIC  X(0001).
      ***     08 ERRO NO LINK  12 CREDENCIAL DESCONHECIDA
      ***     16 TAMANHO DA AREA DE NEGOCIO INVALIDO
      ***     20 CONTEUDO DA CREDENCIAL INVALIDO
      ***   respostaMensagem SAI DO CATALOGO DE MENSAGENS (ROTINA
      ***   COMUM MSGLER01, SUBSISTEMA XPTOBK98) NO codigoIdioma
      ***   PEDIDO - O TEXTO MONTADO AQUI E O DEFAULT E O DETALHE
      ***   (CRITICA DA CREDENCIAL, MENSAGEM DO DRIVER) VAI NO '&'
           05   resposta.
             10   respostaCodigoRetorno               PIC  9(0002).
             10   respostaMensagem                    PIC  X(0060).
          03 WK-MSG-CSSL-TAM-MSGID     PIC  X(032).
       01 WK-MSG-CSSL-TAM-DESC         PIC  X(040)
              VALUE 'XPTOBK98 TAMANHOAREANEGOCIO EXCEDE MSGID'.
      ***   CATALOGO DE MENSAGENS (ROTINA COMUM MSGLER01) - MESMO
      ***   LAYOUT DE LK-MSG-AREA DE LA
       77 WK-PGM-MSGLER01              PIC  X(008) VALUE 'MSGLER01'.
       01 WK-MSG-AREA.
          03 WK-MSGA-SUBSISTEMA        PIC  X(008) VALUE 'XPTOBK98'.
          03 WK-MSGA-CODRET            PIC  9(004) VALUE ZEROS.
          03 WK-MSGA-IDIOMA            PIC  X(002) VALUE SPACES.
          03 WK-MSGA-COMPLEMENTO       PIC  X(040) VALUE SPACES.
          03 WK-MSGA-TEXTO             PIC  X(060) VALUE SPACES.
          03 WK-MSGA-ORIGEM            PIC  X(001) VALUE SPACE.
      *----------------------------------------------------------------*

      ******************************************************************

              MOVE 20 TO respostaCodigoRetorno
              MOVE WK-CRED-CRITICA TO respostaMensagem
              MOVE WK-CRED-CRITICA TO WK-MSGA-COMPLEMENTO
              MOVE SPACES TO respostaDados
              PERFORM 900000-DEVOLVE-RESPOSTA

      ***  ENGOLIDA
           MOVE RQ02-RESP-COD-RET  TO respostaCodigoRetorno
           MOVE RQ02-RESP-MENSAGEM TO respostaMensagem
           MOVE RQ02-RESP-MENSAGEM TO WK-MSGA-COMPLEMENTO
           MOVE RQ02-RESP-DADOS    TO respostaDados
           PERFORM 900000-DEVOLVE-RESPOSTA

      * DEVOLVE O Book-API COMPLETO (COM A SECAO resposta) NO
      * DFHCOMMAREA - SO QUANDO O CHAMADOR ALOCOU O BOOK INTEIRO
      * (CONTRATO DO z/OS CONNECT); COMMAREA MENOR NAO E SOBRESCRITO
      * ALEM DO QUE FOI ALOCADO. respostaMensagem PASSA ANTES PELO
      * CATALOGO DE MENSAGENS
      *----------------------------------------------------------------*
           IF EIBCALEN NOT LESS LENGTH OF Book-API
              MOVE respostaCodigoRetorno TO WK-MSGA-CODRET
              MOVE codigoIdioma          TO WK-MSGA-IDIOMA
              MOVE respostaMensagem      TO WK-MSGA-TEXTO

              CALL WK-PGM-MSGLER01 USING DFHEIBLK
                                          DFHCOMMAREA
                                          WK-MSG-AREA

              MOVE WK-MSGA-TEXTO         TO respostaMensagem
              MOVE Book-API TO DFHCOMMAREA(1:LENGTH OF Book-API)
           END-IF
           .
