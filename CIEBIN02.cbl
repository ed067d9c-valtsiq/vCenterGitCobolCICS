      * autorizacao decide por codigo em vez de raspar o texto
      * 'Codigo BIN nao registrado'. Chamador antigo de 100 bytes
      * continua recebendo exatamente o comportamento original
      *
      * BIN de 8 digitos (ISO/IEC 7812): as bandeiras passaram a
      * dividir um prefixo de 6 digitos entre emissores. O CIELOBIN
      * tem chave de 8 bytes no fim do registro (w-bin-ini8, KEYS(8
      * 130)); faixa de 6 digitos fica com os 6 digitos e dois
      * brancos e continua valendo como faixa de cobertura. Chamador
      * que mande o commarea completo com lk-bin-pedido8 numerico e
      * resolvido nos 8 digitos - a faixa MAIS ESPECIFICA vence
      * (faixa de 8 digitos antes da de 6 que a cobre) e recebe os
      * limites de 8 digitos e o nivel da faixa casada. Pedido de 6
      * digitos (inclusive todo chamador antigo) so enxerga faixas de
      * 6 digitos, exatamente como antes
      *
      * Uso das faixas: cada pesquisa que casa faixa grava um registro
      * curto (faixa casada + data + hora) na TD queue 'BIN2', sem
      * RESP e sem leitura de VSAM - nao ha fila de lock numa faixa
      * quente e falha na fila nunca muda a resposta. O CIEBTC05
      * consolida o extrato da fila em contagem diaria por faixa no
      * VSAM CIEHIT01 e o CIEBTC06 emite as faixas sem uso
      *
      * Lista de bloqueio de compliance (VSAM CIEBLQ01, mantido pelo
      * CIEBIN06 sob OPRAUT01 e dupla custodia): faixa casada cujo
      * inicio, ou cujo w-bin-pais, esteja na lista ativa e vigente
      * hoje sai com indicador de bloqueio ('S'), motivo (SA=sancao
      * FR=fraude BO=boletim da bandeira) e o tipo da entrada que
      * bloqueou (F=faixa P=pais) no commarea completo - lista
      * ilegivel responde 'I' (indeterminado) e a frente de
      * autorizacao decide. Cada pesquisa bloqueada soma 1 no VSAM
      * CIEBLH01 (entrada da lista + mes) para o relatorio mensal de
      * compliance do CIEBTC08; falha na contagem nunca muda a
      * resposta
      *
      * Roteamento (VSAM CIEROT01, mantido pelo CIEBIN07 sob OPRAUT01
      * e dupla custodia, historico no CIEROH01): faixa casada com
      * marca sai, no commarea completo, com a rede de processamento,
      * a entidade liquidante, a prioridade e a rede/liquidante de
      * contingencia da regra mais especifica ativa - chave marca +
      * produto + classe do pais (D=076 domestico I=internacional) +
      * inicio da faixa; tenta primeiro com a faixa e depois sem
      * ela, e em cada uma produto+classe, produto+'*', '*'+classe e
      * '*'+'*'. Sem regra responde 'N'; tabela ilegivel 'I'
      *
      * Texto de retorno (opcional, commarea completo): o chamador
      * manda o idioma em lk-bin-idioma ('PT', 'EN'...; branco = 'PT')
      * e recebe em lk-bin-msgret o texto do codret no catalogo de
      * mensagens (rotina comum MSGLER01, subsistema CIEBIN02) - sem
      * texto cadastrado saem 'Faixa localizada' / 'Codigo BIN nao
      * registrado'. O texto legado em w-bin-data nao muda
      *****************************************************************
       identification division.
       program-id.    ciebin02.
          03  w-bin-marca        PIC  x(0010) VALUE SPACES.
          03  w-bin-produto      PIC  x(0001) VALUE SPACES.
          03  w-bin-pais         PIC  x(0003) VALUE SPACES.
      *   chave do cluster (8 digitos) e fim da faixa em 8 digitos -
      *   faixa de 6 digitos grava os 6 digitos seguidos de brancos;
      *   w-bin-code/w-bin-range-fim acima repetem os 6 primeiros
          03  w-bin-ini8         PIC  x(0008) VALUE SPACES.
          03  w-bin-ini8-red REDEFINES w-bin-ini8.
             05  w-bin-ini8-pref  PIC  x(0006).
             05  w-bin-ini8-ext   PIC  x(0002).
                88 w-bin-faixa-6           VALUE SPACES.
          03  w-bin-fim8         PIC  x(0008) VALUE SPACES.

      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
          88 achou-faixa                           VALUE 'S'.
       01 w-fim-faixa                  PIC  x(001) VALUE 'N'.
          88 fim-faixa                             VALUE 'S'.
      *   BIN pedido na forma da chave: 8 digitos, ou 6 digitos e
      *   dois brancos quando o chamador so mandou 6
       01 w-bin-code-pedido            PIC  x(0008).
       01 w-bin-pedido-red REDEFINES w-bin-code-pedido.
          03 w-pedido-pref             PIC  x(0006).
          03 w-pedido-ext              PIC  x(0002).
             88 pedido-6-digitos                   VALUE SPACES.
       01 w-bin-code-browse            PIC  x(0008).
       01 w-match                      PIC  x(0001) VALUE 'N'.
       01 w-faixa-ini                  PIC  x(0008) VALUE SPACES.
       01 w-faixa-fim                  PIC  x(0008) VALUE SPACES.
      *   faixa de 8 digitos do prefixo pedido ja decidida na
      *   varredura para tras (achou ou provou que nao ha) - dai em
      *   diante so a faixa de 6 digitos de cobertura interessa
       01 w-nivel8-decidido            PIC  x(0001) VALUE 'N'.
          88 nivel8-decidido                       VALUE 'S'.
      *----------------------------------------------------------------*
      *   data corrente para a resolucao de vigencia
      *----------------------------------------------------------------*
          03 w-mis-prim-hora           PIC  x(0008).
          03 w-mis-ult-data            PIC  x(0008).
          03 w-mis-ult-hora            PIC  x(0008).
      *   chave do cluster (KEYS(8 47)): BIN pedido em 8 digitos, ou
      *   6 digitos e dois brancos
          03 w-mis-bin8                PIC  x(0008).
       01 w-eibresp-mis                PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   uso da faixa casada (TD queue 'BIN2', extrapartition) -
      *   mesmo layout lido pelo CIEBTC05, manter sincronizados
      *----------------------------------------------------------------*
       01 w-hit-td.
          03 w-hit-ini8                PIC  x(0008).
          03 w-hit-data                PIC  x(0008).
          03 w-hit-hora                PIC  x(0008).
       01 w-vigente                    PIC  x(0001) VALUE 'S'.
          88 faixa-vigente                         VALUE 'S'.
      *----------------------------------------------------------------*
      *   lista de bloqueio (VSAM CIEBLQ01, chave tipo + valor) -
      *   mesmo layout gravado pelo CIEBIN06, manter sincronizados
      *----------------------------------------------------------------*
       01 w-blq-rec.
          03 w-blq-chave.
             05 w-blq-tipo             pic x(0001).
             05 w-blq-valor            pic x(0008).
          03 w-blq-motivo              pic x(0002).
          03 w-blq-boletim             pic x(0020).
          03 w-blq-eff-de              pic x(0008).
          03 w-blq-eff-ate             pic x(0008).
          03 w-blq-situacao            pic x(0001).
             88 w-blq-ativo                        VALUE 'A'.
          03 w-blq-usuario             pic x(0008).
          03 w-blq-dt-manut            pic x(0014).
          03 filler                    pic x(0010).
       01 w-eibresp-blq                PIC S9(9) COMP-5 SYNC.
      *   S = bloqueado  N = livre  I = lista ilegivel (indeterminado)
       01 w-bloqueio                   pic x(0001) value 'N'.
          88 bloqueado                             value 'S'.
       01 w-bloq-motivo                pic x(0002) value spaces.
       01 w-bloq-tipo                  pic x(0001) value spaces.
       01 w-bloq-valor                 pic x(0008) value spaces.
      *----------------------------------------------------------------*
      *   contagem mensal de pesquisas bloqueadas (VSAM CIEBLH01,
      *   chave mes + entrada da lista) - mesmo layout lido pelo
      *   CIEBTC08; mesma mecanica de inclusao concorrente do
      *   CIEMIS01
      *----------------------------------------------------------------*
       01 w-blh-rec.
          03 w-blh-chave.
             05 w-blh-mes              pic x(0006).
             05 w-blh-tipo             pic x(0001).
             05 w-blh-valor            pic x(0008).
          03 w-blh-motivo              pic x(0002).
          03 w-blh-qt                  pic 9(0009).
          03 w-blh-prim-data           pic x(0008).
          03 w-blh-prim-hora           pic x(0008).
          03 w-blh-ult-data            pic x(0008).
          03 w-blh-ult-hora            pic x(0008).
          03 w-blh-ult-bin             pic x(0008).
          03 filler                    pic x(0014).
       01 w-eibresp-blh                PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   tabela de roteamento (VSAM CIEROT01, chave marca + produto
      *   + classe + faixa) - mesmo layout gravado pelo CIEBIN07,
      *   manter sincronizados
      *----------------------------------------------------------------*
       01 w-rot-rec.
          03 w-rot-chave.
             05 w-rot-marca            pic x(0010).
             05 w-rot-produto          pic x(0001).
             05 w-rot-classe           pic x(0001).
             05 w-rot-faixa            pic x(0008).
          03 w-rot-rede                pic x(0008).
          03 w-rot-liquidante          pic x(0008).
          03 w-rot-prioridade          pic 9(0002).
          03 w-rot-rede-fb             pic x(0008).
          03 w-rot-liq-fb              pic x(0008).
          03 w-rot-situacao            pic x(0001).
             88 w-rot-ativo                        VALUE 'A'.
          03 w-rot-usuario             pic x(0008).
          03 w-rot-dt-manut            pic x(0014).
          03 filler                    pic x(0013).
       01 w-eibresp-rot                PIC S9(9) COMP-5 SYNC.
      *   S = regra achada  N = sem regra  I = tabela ilegivel
       01 w-rot-achou                  pic x(0001) value 'N'.
          88 rota-achada                           value 'S'.
      *   D = domestico (pais 076)  I = internacional  branco = sem
      *   pais no registro (so regras com classe '*')
       01 w-rot-classe-bin             pic x(0001) value spaces.
      *   ordem de tentativa de produto/classe: P/C = os da faixa
      *   casada, '*' = regra generica
       01 w-rot-padroes                pic x(0008) value 'PCP**C**'.
       01 w-rot-padroes-red redefines w-rot-padroes.
          03 w-rot-padrao occurs 4 times.
             05 w-rot-pad-produto      pic x(0001).
             05 w-rot-pad-classe       pic x(0001).
       01 w-rot-tentativa              pic 9(0002) value zeros.
       01 w-rot-idx                    pic 9(0002) value zeros.

      *----------------------------------------------------------------*
      *   cache em memoria das faixas ativas - TS QUEUE
          03 w-hdr-versao              pic x(0002).
          03 w-hdr-qt-entradas         pic 9(0005).
          03 w-hdr-qt-blocos           pic 9(0003).
      *   limites na forma da chave (8 digitos, ou 6 digitos e dois
      *   brancos na faixa de 6)
       01 w-cache-bloco.
          03 w-blk-entrada occurs 200 times.
             05 w-blk-ini              pic x(0008).
             05 w-blk-fim              pic x(0008).
             05 w-blk-descricao        pic x(0087).
             05 filler                 pic x(0001).
             05 w-blk-eff-de           pic x(0008).
             05 w-blk-marca            pic x(0010).
             05 w-blk-produto          pic x(0001).
             05 w-blk-pais             pic x(0003).
      *   faixa de 6 digitos de cobertura ja tomada - no pedido de 8
      *   digitos a varredura segue procurando a de 8, que vence
       01 w-cache-achou6               pic x(0001) value 'N'.
          88 cache-achou6                          value 'S'.
       01 w-cache-estado               pic x(0001) value 'I'.
          88 cache-indisponivel                    value 'I'.
          88 cache-achou                           value 'A'.
       01 w-qt-bloco-atu               pic 9(0003) value zeros.
       01 w-qt-restantes               pic 9(0005) value zeros.
       01 w-eibresp-ts                 PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *   catalogo de mensagens (rotina comum MSGLER01) - mesmo layout
      *   de LK-MSG-AREA de la
      *----------------------------------------------------------------*
       77 w-pgm-msgler01               pic x(0008) value 'MSGLER01'.
       01 w-msg-area.
          03 w-msga-subsistema         pic x(0008) value 'CIEBIN02'.
          03 w-msga-codret             pic 9(0004) value zeros.
          03 w-msga-idioma             pic x(0002) value spaces.
          03 w-msga-complemento        pic x(0040) value spaces.
          03 w-msga-texto              pic x(0060) value spaces.
          03 w-msga-origem             pic x(0001) value space.
      *----------------------------------------------------------------*

      ******************************************************************
             05 lk-bin-marca                   pic x(010).
             05 lk-bin-produto                 pic x(001).
             05 lk-bin-pais                    pic x(003).
      *   BIN de 8 digitos (opcional, commarea completo): pedido com 8
      *   digitos numericos e resolvido em 8 digitos; branco = os 6
      *   de w-bin-code, como sempre. Na resposta, limites da faixa
      *   casada em 8 digitos e o nivel ('6' ou '8') que decidiu
          03 lk-bin-8dig.
             05 lk-bin-pedido8                 pic x(008).
             05 lk-bin-faixa-ini8              pic x(008).
             05 lk-bin-faixa-fim8              pic x(008).
             05 lk-bin-digitos                 pic x(001).
      *   lista de bloqueio de compliance (opcional, commarea
      *   completo): S = faixa ou pais na lista, N = livre, I = lista
      *   ilegivel; motivo SA/FR/BO e tipo da entrada (F/P) so com S
          03 lk-bin-bloqueio.
             05 lk-bin-bloqueado               pic x(001).
             05 lk-bin-bloq-motivo             pic x(002).
             05 lk-bin-bloq-tipo               pic x(001).
      *   roteamento (opcional, commarea completo): S = regra achada,
      *   N = sem regra para a faixa, I = tabela ilegivel; destino,
      *   prioridade (01 = mais alta) e contingencia so com S
          03 lk-bin-roteamento.
             05 lk-bin-rot-achou               pic x(001).
             05 lk-bin-rot-rede                pic x(008).
             05 lk-bin-rot-liquidante          pic x(008).
             05 lk-bin-rot-prioridade          pic 9(002).
             05 lk-bin-rot-rede-fb             pic x(008).
             05 lk-bin-rot-liq-fb              pic x(008).
      *   texto de retorno (opcional, commarea completo): idioma
      *   pedido e o texto do codret, pelo catalogo de mensagens
          03 lk-bin-mensagem.
             05 lk-bin-idioma                  pic x(002).
             05 lk-bin-msgret                  pic x(060).

      ******************************************************************
      *    P R O C E D U R E S
                          w-bin-marca
                          w-bin-produto
                          w-bin-pais
                          w-bin-ini8
                          w-bin-fim8

           perform 050000-MONTA-DATA

           move spaces     to w-bin-code-pedido
           move w-bin-code to w-pedido-pref
           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-mensagem
                 - length of lk-bin-roteamento
                 - length of lk-bin-bloqueio
              if lk-bin-pedido8 numeric
                 move lk-bin-pedido8 to w-bin-code-pedido
                 move w-pedido-pref  to w-bin-code
              end-if
           end-if

           perform 100000-CONSULTA-CACHE

                 perform 150000-PESQUISA-VSAM
           end-evaluate

           move 'N'    to w-bloqueio
           move spaces to w-bloq-motivo
                          w-bloq-tipo
           if w-match not equal 'N'
              perform 520000-REGISTRA-USO
              perform 530000-CONFERE-BLOQUEIO
           end-if

      *    roteamento so para quem manda o commarea completo - o
      *    chamador antigo nao paga a leitura do CIEROT01
           move 'N'    to w-rot-achou
           move spaces to w-rot-rec
           if w-match not equal 'N'
              and eibcalen not less length of dfhcommarea
                    - length of lk-bin-mensagem
              perform 560000-ROTEIA-FAIXA
           end-if

           move w-commarea to lk-area-antiga

      *    resposta estruturada em dois degraus, como nos commareas
      *    recebendo codret/match/faixa; os atributos so saem no
      *    commarea completo
           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-mensagem
                 - length of lk-bin-roteamento
                 - length of lk-bin-bloqueio
                 - length of lk-bin-8dig
                 - length of lk-bin-marca
                 - length of lk-bin-produto
                 - length of lk-bin-pais
              move w-match     to lk-bin-match
              move w-faixa-ini(1:6) to lk-bin-faixa-ini
              move w-faixa-fim(1:6) to lk-bin-faixa-fim
              if w-match equal 'N'
                 move 4 to lk-bin-codret
              else
           end-if

           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-mensagem
                 - length of lk-bin-roteamento
                 - length of lk-bin-bloqueio
                 - length of lk-bin-8dig
              if w-match equal 'N'
                 move spaces to lk-bin-marca
                                lk-bin-produto
              end-if
           end-if

           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-mensagem
                 - length of lk-bin-roteamento
                 - length of lk-bin-bloqueio
              if w-match equal 'N'
                 move spaces to lk-bin-faixa-ini8
                                lk-bin-faixa-fim8
                                lk-bin-digitos
              else
                 move w-faixa-ini to lk-bin-faixa-ini8
                 move w-faixa-fim to lk-bin-faixa-fim8
                 if w-bin-faixa-6
                    move '6' to lk-bin-digitos
                 else
                    move '8' to lk-bin-digitos
                 end-if
              end-if
           end-if

           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-mensagem
                 - length of lk-bin-roteamento
              move w-bloqueio    to lk-bin-bloqueado
              move w-bloq-motivo to lk-bin-bloq-motivo
              move w-bloq-tipo   to lk-bin-bloq-tipo
           end-if

           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-mensagem
              move w-rot-achou to lk-bin-rot-achou
              if rota-achada
                 move w-rot-rede       to lk-bin-rot-rede
                 move w-rot-liquidante to lk-bin-rot-liquidante
                 move w-rot-prioridade to lk-bin-rot-prioridade
                 move w-rot-rede-fb    to lk-bin-rot-rede-fb
                 move w-rot-liq-fb     to lk-bin-rot-liq-fb
              else
                 move spaces to lk-bin-rot-rede
                                lk-bin-rot-liquidante
                                lk-bin-rot-rede-fb
                                lk-bin-rot-liq-fb
                 move zeros  to lk-bin-rot-prioridade
              end-if
           end-if

           if eibcalen not less length of dfhcommarea
              perform 600000-MENSAGEM-CATALOGO
           end-if

           exec cics return
           end-exec

           end-exec

           if w-eibresp-ts equal zeros
              and w-hdr-versao equal 'V4'
              and w-hdr-qt-blocos greater zeros
              move 'M'               to w-cache-estado
              move 'N'               to w-cache-achou6
              move w-hdr-qt-entradas to w-qt-restantes
              move zeros             to w-idx-bloco

                      until w-idx-bloco not less w-hdr-qt-blocos
                         or cache-achou
                         or cache-indisponivel

      *       pedido de 8 digitos sem faixa de 8 que o cubra fica com
      *       a faixa de 6 digitos de cobertura
              if cache-sem-faixa and cache-achou6
                 move 'A' to w-cache-estado
              end-if
           end-if
           .


      *----------------------------------------------------------------*
       120000-VARRE-ENTRADA.
      *----------------------------------------------------------------*
      * faixa de 8 digitos que cubra o pedido de 8 digitos decide na
      * hora (a mais especifica); faixa de 6 digitos que cubra o
      * prefixo pedido fica tomada e a varredura segue atras da de 8 -
      * no pedido de 6 digitos so a faixa de 6 conta, como sempre
      *----------------------------------------------------------------*
           add 1 to w-idx-entrada

           if (w-blk-eff-de(w-idx-entrada) equal spaces
                 or w-blk-eff-de(w-idx-entrada)
                    not greater w-data-hoje)
              and (w-blk-eff-ate(w-idx-entrada) equal spaces
                 or w-blk-eff-ate(w-idx-entrada)
                    not less w-data-hoje)
              if w-blk-ini(w-idx-entrada)(7:2) equal spaces
                 if not cache-achou6
                    and w-pedido-pref
                       not less w-blk-ini(w-idx-entrada)(1:6)
                    and w-pedido-pref
                       not greater w-blk-fim(w-idx-entrada)(1:6)
                    move 'S' to w-cache-achou6
                    perform 125000-TOMA-ENTRADA
                    if pedido-6-digitos
                       move 'A' to w-cache-estado
                    end-if
                 end-if
              else
                 if not pedido-6-digitos
                    and w-bin-code-pedido
                       not less w-blk-ini(w-idx-entrada)
                    and w-bin-code-pedido
                       not greater w-blk-fim(w-idx-entrada)
                    perform 125000-TOMA-ENTRADA
                    move 'A' to w-cache-estado
                 end-if
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       125000-TOMA-ENTRADA.
      *----------------------------------------------------------------*
           move w-blk-ini(w-idx-entrada)       to w-bin-ini8
                                                  w-faixa-ini
           move w-blk-fim(w-idx-entrada)       to w-bin-fim8
                                                  w-faixa-fim
           move w-bin-ini8-pref                to w-bin-code
           move w-blk-fim(w-idx-entrada)(1:6)  to w-bin-range-fim
           move w-blk-descricao(w-idx-entrada) to w-bin-descricao
           move 'A' to w-bin-status
           move w-blk-marca(w-idx-entrada)     to w-bin-marca
           move w-blk-produto(w-idx-entrada)   to w-bin-produto
           move w-blk-pais(w-idx-entrada)      to w-bin-pais

           if w-faixa-ini equal w-bin-code-pedido
              move 'E' to w-match
           else
              move 'F' to w-match
           end-if
           .

      *----------------------------------------------------------------*
       150000-PESQUISA-VSAM.
      *----------------------------------------------------------------*
      *    chave exata na forma do pedido: 8 digitos so casam faixa de
      *    8 digitos, 6 digitos + brancos so casam faixa de 6
           move w-bin-code-pedido to w-bin-code-browse

           exec cics read file('CIELOBIN')
                          ridfld(w-bin-code-browse)
                          keylength(8)
                          into(w-commarea)
                          resp(w-eibresp)
           end-exec

           if w-eibresp equal zeros
              move 'E'             to w-match
              move w-bin-ini8      to w-faixa-ini
              move w-bin-fim8      to w-faixa-fim
           end-if

           if w-eibresp not equal zeros
      *    Nao achou pelo codigo exato; tenta localizar uma faixa      *
      *    cujo registro-inicio seja menor ou igual ao codigo pedido   *
      *    (browse GTEQ seguido de READPREV para achar o inicio da     *
      *    faixa, com o fim da faixa gravado em w-bin-fim8)            *
      *----------------------------------------------------------------*
              perform 200000-PESQUISAR-FAIXA

              if achou-faixa
                 move 'F'             to w-match
                 move w-bin-ini8      to w-faixa-ini
                 move w-bin-fim8      to w-faixa-fim
              else
                 move 'Codigo BIN nao registrado       '
                      to w-bin-data
      *----------------------------------------------------------------*
       200000-PESQUISAR-FAIXA.
      *----------------------------------------------------------------*
           move 'N'               to w-achou-faixa
           move 'N'               to w-fim-faixa
           move w-bin-code-pedido to w-bin-code-browse
      *    pedido de 6 digitos nao enxerga faixa de 8
           if pedido-6-digitos
              move 'S' to w-nivel8-decidido
           else
              move 'N' to w-nivel8-decidido
           end-if

           exec cics startbr file('CIELOBIN')
                             ridfld(w-bin-code-browse)
                             keylength(8)
                             gteq
                             resp(w-eibresp)
           end-exec

              exec cics startbr file('CIELOBIN')
                                ridfld(w-bin-code-browse)
                                keylength(8)
                                gteq
                                resp(w-eibresp)
              end-exec
              exec cics readnext file('CIELOBIN')
                                 into(w-commarea)
                                 ridfld(w-bin-code-browse)
                                 keylength(8)
                                 resp(w-eibresp)
              end-exec
           end-if
      *----------------------------------------------------------------*
       210000-RECUA-FAIXA.
      *----------------------------------------------------------------*
      *    recua ate decidir a faixa que cobre o codigo pedido -       *
      *    registro desativado ou fora de vigencia e tombstone e nao   *
      *    decide nada. Na ordem da chave as faixas de 8 digitos de um *
      *    prefixo vem logo depois da faixa de 6 digitos do proprio    *
      *    prefixo ('nnnnnn  ' < 'nnnnnn00'), entao recuando:          *
      *    1. a primeira faixa de 8 digitos ativa DO PREFIXO PEDIDO    *
      *       decide o nivel 8 (cobre = achou, a mais especifica);     *
      *       prefixo menor ou faixa de 6 encerra o nivel 8 sem achar  *
      *    2. a primeira faixa de 6 digitos ativa decide a cobertura - *
      *       faixas de um mesmo nivel sao disjuntas por invariante    *
      *       mantido pelo CIEBIN03, como antes                        *
      *----------------------------------------------------------------*
      *    registro legado de 100 bytes nao sobrescreve a cauda -
      *    limpa vigencia/atributos antes de cada leitura para o
           exec cics readprev file('CIELOBIN')
                          into(w-commarea)
                          ridfld(w-bin-code-browse)
                          keylength(8)
                          resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 'S' to w-fim-faixa
           else
           if w-bin-ini8 greater than w-bin-code-pedido
      *       releitura do registro que estabeleceu a posicao
              continue
           else
           if not w-bin-faixa-6
              if nivel8-decidido
                 continue
              else
              if w-bin-ini8-pref not equal w-pedido-pref
                 move 'S' to w-nivel8-decidido
              else
                 perform 055000-CONFERE-VIGENCIA
              if w-bin-inativo or not faixa-vigente
                 continue
              else
                 move 'S' to w-nivel8-decidido
                 if w-bin-fim8 not less than w-bin-code-pedido
                    move 'S' to w-achou-faixa
                    move 'S' to w-fim-faixa
                 end-if
              end-if
              end-if
              end-if
           else
              move 'S' to w-nivel8-decidido
              perform 055000-CONFERE-VIGENCIA
           if w-bin-inativo or not faixa-vigente
              continue
           else
              move 'S' to w-fim-faixa
              if w-bin-range-fim not less than w-pedido-pref
                 move 'S' to w-achou-faixa
              end-if
           end-if
           end-if
           end-if
           end-if
           .

      *----------------------------------------------------------------*
      * resolvida relendo com UPDATE; qualquer falha e ignorada, a
      * resposta de autorizacao segue normal
      *----------------------------------------------------------------*
           move w-pedido-pref     to w-mis-bin
           move w-bin-code-pedido to w-mis-bin8

           exec cics read file('CIEMIS01')
                           ridfld(w-mis-bin8)
                           keylength(8)
                           into(w-mis-rec)
                           update
                           resp(w-eibresp-mis)
           end-exec

           if w-eibresp-mis equal dfhresp(notfnd)
              move w-pedido-pref     to w-mis-bin
              move w-bin-code-pedido to w-mis-bin8
              move 1                 to w-mis-qt
              move w-data-hoje       to w-mis-prim-data
              move w-hora-agora      to w-mis-prim-hora
              move w-hora-agora      to w-mis-ult-hora

              exec cics write file('CIEMIS01')
                         ridfld(w-mis-bin8)
                         keylength(8)
                         length(length of w-mis-rec)
                         from(w-mis-rec)
                         resp(w-eibresp-mis)
              if w-eibresp-mis equal dfhresp(duprec)
      *          outra task incluiu primeiro - rele e soma
                 exec cics read file('CIEMIS01')
                                 ridfld(w-mis-bin8)
                                 keylength(8)
                                 into(w-mis-rec)
                                 update
                                 resp(w-eibresp-mis)
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       520000-REGISTRA-USO.
      *----------------------------------------------------------------*
      * faixa casada (chave de 8 bytes) + data/hora da pesquisa para a
      * contagem diaria do CIEBTC05 - nohandle: fila indisponivel so
      * perde a contagem, a resposta de autorizacao segue normal
      *----------------------------------------------------------------*
           move w-faixa-ini  to w-hit-ini8
           move w-data-hoje  to w-hit-data
           move w-hora-agora to w-hit-hora

           exec cics writeq td queue('BIN2')
                          from(w-hit-td)
                          length(length of w-hit-td)
                          nohandle
           end-exec
           .

      *----------------------------------------------------------------*
       530000-CONFERE-BLOQUEIO.
      *----------------------------------------------------------------*
      * a faixa casada (chave de 8 bytes) decide antes do pais - e a
      * entrada mais especifica; entrada inativa ou fora de vigencia
      * hoje nao bloqueia. Lista ilegivel responde 'I' sem contar
      *----------------------------------------------------------------*
           move spaces      to w-blq-rec
           move 'F'         to w-blq-tipo
           move w-faixa-ini to w-blq-valor
           perform 535000-LE-BLOQUEIO

           if not bloqueado
              and w-bloqueio not equal 'I'
              and w-bin-pais not equal spaces
              move spaces     to w-blq-rec
              move 'P'        to w-blq-tipo
              move w-bin-pais to w-blq-valor
              perform 535000-LE-BLOQUEIO
           end-if

           if bloqueado
              perform 540000-CONTA-BLOQUEIO
           end-if
           .

      *----------------------------------------------------------------*
       535000-LE-BLOQUEIO.
      *----------------------------------------------------------------*
           move w-blq-tipo  to w-bloq-tipo
           move w-blq-valor to w-bloq-valor

           exec cics read file('CIEBLQ01')
                           ridfld(w-blq-chave)
                           keylength(9)
                           into(w-blq-rec)
                           resp(w-eibresp-blq)
           end-exec

           if w-eibresp-blq equal zeros
              if w-blq-ativo
                 and (w-blq-eff-de equal spaces
                    or w-blq-eff-de not greater w-data-hoje)
                 and (w-blq-eff-ate equal spaces
                    or w-blq-eff-ate not less w-data-hoje)
                 move 'S'          to w-bloqueio
                 move w-blq-motivo to w-bloq-motivo
              end-if
           else
           if w-eibresp-blq not equal dfhresp(notfnd)
              move 'I' to w-bloqueio
           end-if
           end-if

           if not bloqueado
              move spaces to w-bloq-tipo
           end-if
           .

      *----------------------------------------------------------------*
       540000-CONTA-BLOQUEIO.
      *----------------------------------------------------------------*
      * soma 1 na entrada da lista que bloqueou, no mes corrente -
      * mesma corrida de inclusao simultanea do 500000; qualquer
      * falha e ignorada, a resposta de autorizacao segue normal
      *----------------------------------------------------------------*
           move w-data-hoje(1:6) to w-blh-mes
           move w-bloq-tipo      to w-blh-tipo
           move w-bloq-valor     to w-blh-valor

           exec cics read file('CIEBLH01')
                           ridfld(w-blh-chave)
                           keylength(15)
                           into(w-blh-rec)
                           update
                           resp(w-eibresp-blh)
           end-exec

           if w-eibresp-blh equal dfhresp(notfnd)
              move spaces            to w-blh-rec
              move w-data-hoje(1:6)  to w-blh-mes
              move w-bloq-tipo       to w-blh-tipo
              move w-bloq-valor      to w-blh-valor
              move w-bloq-motivo     to w-blh-motivo
              move 1                 to w-blh-qt
              move w-data-hoje       to w-blh-prim-data
              move w-hora-agora      to w-blh-prim-hora
              move w-data-hoje       to w-blh-ult-data
              move w-hora-agora      to w-blh-ult-hora
              move w-bin-code-pedido to w-blh-ult-bin

              exec cics write file('CIEBLH01')
                         ridfld(w-blh-chave)
                         keylength(15)
                         length(length of w-blh-rec)
                         from(w-blh-rec)
                         resp(w-eibresp-blh)
              end-exec

              if w-eibresp-blh equal dfhresp(duprec)
      *          outra task incluiu primeiro - rele e soma
                 exec cics read file('CIEBLH01')
                                 ridfld(w-blh-chave)
                                 keylength(15)
                                 into(w-blh-rec)
                                 update
                                 resp(w-eibresp-blh)
                 end-exec

                 if w-eibresp-blh equal zeros
                    perform 545000-SOMA-BLOQUEIO
                 end-if
              end-if
           else
           if w-eibresp-blh equal zeros
              perform 545000-SOMA-BLOQUEIO
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       545000-SOMA-BLOQUEIO.
      *----------------------------------------------------------------*
           add 1 to w-blh-qt
           move w-bloq-motivo     to w-blh-motivo
           move w-data-hoje       to w-blh-ult-data
           move w-hora-agora      to w-blh-ult-hora
           move w-bin-code-pedido to w-blh-ult-bin

           exec cics rewrite file('CIEBLH01')
                     from(w-blh-rec)
                     length(length of w-blh-rec)
                     nohandle
           end-exec
           .

      *----------------------------------------------------------------*
       560000-ROTEIA-FAIXA.
      *----------------------------------------------------------------*
      * da regra mais especifica para a mais generica: tentativas 1-4
      * com o inicio da faixa casada, 5-8 com faixa em branco; em
      * cada bloco a ordem de w-rot-padroes. Faixa de registro legado
      * sem marca nao tem roteamento
      *----------------------------------------------------------------*
           if w-bin-marca equal spaces
              continue
           else
              if w-bin-pais equal spaces
                 move spaces to w-rot-classe-bin
              else
              if w-bin-pais equal '076'
                 move 'D' to w-rot-classe-bin
              else
                 move 'I' to w-rot-classe-bin
              end-if
              end-if

              perform 565000-TENTA-REGRA
                      varying w-rot-tentativa from 1 by 1
                        until w-rot-tentativa greater 8
                           or w-rot-achou not equal 'N'
           end-if

           if not rota-achada
              move spaces to w-rot-rec
           end-if
           .

      *----------------------------------------------------------------*
       565000-TENTA-REGRA.
      *----------------------------------------------------------------*
      * regra inativa e ignorada (cai na seguinte); resposta de
      * leitura diferente de NOTFND encerra com 'I'
      *----------------------------------------------------------------*
           if w-rot-tentativa greater 4
              compute w-rot-idx = w-rot-tentativa - 4
           else
              move w-rot-tentativa to w-rot-idx
           end-if

           move spaces      to w-rot-rec
           move w-bin-marca to w-rot-marca

           if w-rot-pad-produto(w-rot-idx) equal '*'
              move '*' to w-rot-produto
           else
              move w-bin-produto to w-rot-produto
           end-if

           if w-rot-pad-classe(w-rot-idx) equal '*'
              move '*' to w-rot-classe
           else
              move w-rot-classe-bin to w-rot-classe
           end-if

           if w-rot-tentativa not greater 4
              move w-faixa-ini to w-rot-faixa
           end-if

      *    produto ou classe desconhecidos so casam com regra '*'
           if w-rot-produto equal spaces
              or w-rot-classe equal spaces
              continue
           else
              exec cics read file('CIEROT01')
                              ridfld(w-rot-chave)
                              keylength(20)
                              into(w-rot-rec)
                              resp(w-eibresp-rot)
              end-exec

              if w-eibresp-rot equal zeros
                 if w-rot-ativo
                    move 'S' to w-rot-achou
                 end-if
              else
              if w-eibresp-rot not equal dfhresp(notfnd)
                 move 'I' to w-rot-achou
              end-if
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       600000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * texto do codret (00 achou / 04 nao registrado) pelo catalogo
      * de mensagens, no idioma pedido - o texto abaixo e o default
      *----------------------------------------------------------------*
           move lk-bin-codret to w-msga-codret
           move lk-bin-idioma to w-msga-idioma
           move spaces        to w-msga-complemento
           if w-match equal 'N'
              move 'Codigo BIN nao registrado' to w-msga-texto
           else
              move 'Faixa localizada'          to w-msga-texto
           end-if

           call w-pgm-msgler01 using dfheiblk
                                      dfhcommarea
                                      w-msg-area

           move w-msga-texto to lk-bin-msgret
           .
