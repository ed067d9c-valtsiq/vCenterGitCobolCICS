      *                        antes/depois com data/hora e origem no
      *                        VSAM "CIEHST01" (exigencia de
      *                        compliance das bandeiras), consultavel
      *                        em ordem cronologica pelo CIEBIN04.
      *                        Faixa de 8 digitos (ISO/IEC 7812):
      *                        commarea com lk-bin-faixa8 preenchido
      *                        mantem a faixa de 8 digitos com esse
      *                        inicio (chave de 8 bytes do cluster);
      *                        inicio e fim tem o MESMO prefixo de 6,
      *                        que tambem vai em lk-bin-code. Faixas
      *                        so nao podem se sobrepor dentro do
      *                        mesmo nivel: a de 8 digitos aninhada
      *                        numa de 6 e justamente o caso de uso
      *                        (a mais especifica vence no CIEBIN02)
      * DSnames .............. B090290.CIELOBIN
      *                        B090290.CIEHST01 (historico de
      *                        manutencao)
          03  w-bin-marca        PIC  x(0010) VALUE SPACES.
          03  w-bin-produto      PIC  x(0001) VALUE SPACES.
          03  w-bin-pais         PIC  x(0003) VALUE SPACES.
      *   chave do cluster (KEYS(8 130)): inicio da faixa em 8
      *   digitos, ou os 6 digitos e dois brancos na faixa de 6; fim
      *   da faixa na mesma forma
          03  w-bin-ini8         PIC  x(0008) VALUE SPACES.
          03  w-bin-fim8         PIC  x(0008) VALUE SPACES.

       01 w-kep0td-rec.
          03 w-kep0td-rec-cpy       pic x(130).

      *----------------------------------------------------------------*
      *   historico duravel de manutencao no VSAM "CIEHST01" (chave
      *   BIN + data/hora + task): imagem antes/depois, acao, origem
      *   (transacao/terminal/applid) e operador - mesma mecanica do
      *   CEPHST01 no lado CEP; o browse cronologico e do CIEBIN04
      *   (BIN4)
      *----------------------------------------------------------------*
       01 w-hst-rec.
          03 w-hst-chave.
             05 w-hst-applid        pic x(0008).
          03 w-hst-img-antes        pic x(0130).
          03 w-hst-img-depois       pic x(0130).
      *   cauda de 8 digitos do registro (w-bin-ini8 + w-bin-fim8)
      *   antes/depois - registro antigo do historico vem sem ela
          03 w-hst-ext-antes        pic x(0016).
          03 w-hst-ext-depois       pic x(0016).
      *   operador apurado pelo OPRAUT01 - registro anterior a ele
      *   vem sem este campo
          03 w-hst-usuario          pic x(0008).
       01 w-img-antes               pic x(0146) VALUE LOW-VALUES.
       01 w-data-corrente           pic x(0010) VALUE SPACES.
      * data em aaaa.mm.dd para a chave do historico - ordena
      * cronologicamente no VSAM, ao contrario de dd.mm.aaaa
          03  w-viz-marca        PIC  x(0010).
          03  w-viz-produto      PIC  x(0001).
          03  w-viz-pais         PIC  x(0003).
          03  w-viz-ini8         PIC  x(0008).
          03  w-viz-ini8-red REDEFINES w-viz-ini8.
             05  w-viz-ini8-pref  PIC  x(0006).
             05  w-viz-ini8-ext   PIC  x(0002).
                88 w-viz-faixa-6           VALUE SPACES.
          03  w-viz-fim8         PIC  x(0008).
      *   candidato na forma da chave - o nivel (6 ou 8 digitos) sai
      *   dos dois ultimos bytes do inicio
       01 w-cand-ini                  PIC  x(0008).
       01 w-cand-ini-red REDEFINES w-cand-ini.
          03 w-cand-ini-pref          PIC  x(0006).
          03 w-cand-ini-ext           PIC  x(0002).
             88 cand-faixa-6                     VALUE SPACES.
       01 w-cand-fim                  PIC  x(0008).
       01 w-cand-eff-de               PIC  x(0008) VALUE SPACES.
       01 w-cand-eff-ate              PIC  x(0008) VALUE SPACES.
       01 w-cand-marca                PIC  x(0010) VALUE SPACES.
       01 w-cand-pais                 PIC  x(0003) VALUE SPACES.
       01 w-cruzam                    PIC  x(0001) VALUE 'S'.
          88 janelas-cruzam                       VALUE 'S'.
       01 w-browse-key                PIC  x(0008).
       01 w-sobrepoe                  PIC  x(0001) VALUE 'N'.
          88 sobrepoe                            VALUE 'S'.
       01 w-fim-frente                PIC  x(0001) VALUE 'N'.
       01 w-img-ok                   pic x(0001) value 'S'.
          88 imagem-divergente                  value 'N'.

      *----------------------------------------------------------------*
      *   faixa de 8 digitos pedida (branco = faixa de 6 digitos de
      *   lk-bin-code/lk-bin-data, como sempre)
      *----------------------------------------------------------------*
       01 w-cand-code8               pic x(0008) value spaces.
       01 w-cand-fim8                pic x(0008) value spaces.
       01 w-faixa-8                  pic x(0001) value 'N'.
          88 faixa-8-digitos                    value 'S'.

       01 w-apr-msg-pend.
          03 filler                  pic x(032) value
             'Acao sensivel - pendente ticket '.
      *   registro atual, alteracao/desativacao respondem codret 25
      *   em vez de sobrescrever
          03  lk-bin-img-ant     PIC  x(0124).
      *   forma compacta (commarea de tamanho exato ate lk-bin-pais +
      *   16 - a imagem que a dupla custodia guarda e o APRMNT01
      *   reenvia): a faixa de 8 digitos vem logo apos os atributos,
      *   no lugar da imagem lida
          03  lk-bin-img-red REDEFINES lk-bin-img-ant.
             05  lk-bin-code8-cpt PIC  x(0008).
             05  lk-bin-fim8-cpt  PIC  x(0008).
             05  filler           PIC  x(0108).
      *   faixa de 8 digitos (opcional, commarea completo): inicio e
      *   fim com 8 digitos e o mesmo prefixo de 6; na desativacao so
      *   o inicio conta; branco = faixa de 6 digitos
          03  lk-bin-faixa8.
             05  lk-bin-code8    PIC  x(0008).
             05  lk-bin-fim8     PIC  x(0008).

      ******************************************************************
      *    P R O C E D U R E S
           perform 050000-MONTA-CARIMBO
           perform 060000-CAPTURA-VIGENCIA
           perform 062000-CAPTURA-IMAGEM
           perform 064000-CAPTURA-FAIXA-8
           perform 055000-AUTORIZA-OPERADOR
           perform 056000-CONTROLE-4-OLHOS

              end-if
              move dfhcommarea(1:w-apr-tamanho)
                   to w-apr-imagem(1:w-apr-tamanho)
      *       faixa de 8 digitos: a imagem vai na forma compacta, com
      *       a faixa dentro dos 256 bytes guardados - aprovacao de
      *       uma faixa nao serve para outra do mesmo prefixo, e o
      *       replay do APRMNT01 reaplica a faixa de 8 digitos
              if faixa-8-digitos
                 compute w-apr-tamanho = length of dfhcommarea
                                       - length of lk-bin-img-ant
                 move spaces to w-apr-imagem
                 move dfhcommarea(1:w-apr-tamanho - 16)
                      to w-apr-imagem(1:w-apr-tamanho - 16)
                 move w-cand-code8
                      to w-apr-imagem(w-apr-tamanho - 15:8)
                 move w-cand-fim8
                      to w-apr-imagem(w-apr-tamanho - 7:8)
              end-if
              move lk-bin-acao to w-apr-acao

              call w-pgm-aprgat01 using dfheiblk
      *    atributos, que vieram depois) - mesma tecnica de tier do
      *    CEPCICS3/CEPCICS4
           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-faixa8
                 - length of lk-bin-img-ant
                 - length of lk-bin-marca
                 - length of lk-bin-produto

      *    atributos chegam com ou sem a imagem lida atras
           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-faixa8
                 - length of lk-bin-img-ant
              move lk-bin-marca to w-cand-marca
              move lk-bin-pais  to w-cand-pais
           move spaces to w-img-lida

           if eibcalen not less length of dfhcommarea
                 - length of lk-bin-faixa8
              if lk-bin-img-ant not equal spaces
                    and lk-bin-img-ant not equal low-values
                 move lk-bin-img-ant to w-img-lida
           end-if
           .

      *----------------------------------------------------------------*
       064000-CAPTURA-FAIXA-8.
      *----------------------------------------------------------------*
      * faixa de 8 digitos no commarea completo ou na forma compacta
      * da dupla custodia; monta a chave e o fim do candidato na forma
      * gravada no cluster - faixa de 6 digitos fica com dois brancos
      *----------------------------------------------------------------*
           move 'N'    to w-faixa-8
           move spaces to w-cand-code8
                          w-cand-fim8

           if eibcalen not less length of dfhcommarea
              move lk-bin-code8 to w-cand-code8
              move lk-bin-fim8  to w-cand-fim8
           else
           if eibcalen equal length of dfhcommarea
                 - length of lk-bin-img-ant
              move lk-bin-code8-cpt to w-cand-code8
              move lk-bin-fim8-cpt  to w-cand-fim8
           end-if
           end-if

           if w-cand-code8 not equal spaces
              move 'S' to w-faixa-8
              if w-cand-code8 not numeric
                    or w-cand-code8(1:6) not equal lk-bin-code
                 move 10 to lk-bin-codret
                 move 'Faixa 8 digitos invalida - inicio nao confere'
                      to lk-bin-msgret
              else
              if not lk-bin-desativa
                 and (w-cand-fim8 not numeric
                    or w-cand-fim8 less w-cand-code8
                    or w-cand-fim8(1:6) not equal w-cand-code8(1:6))
                 move 10 to lk-bin-codret
                 move 'Faixa 8 digitos invalida - fim fora do prefixo'
                      to lk-bin-msgret
              end-if
              end-if
           end-if

           if faixa-8-digitos
              move w-cand-code8 to w-cand-ini
              move w-cand-fim8  to w-cand-fim
           else
              move spaces           to w-cand-ini
                                       w-cand-fim
              move lk-bin-code      to w-cand-ini(1:6)
              move lk-bin-data(1:6) to w-cand-fim(1:6)
           end-if
           .

      *----------------------------------------------------------------*
       215000-CONFERE-IMAGEM.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           move lk-bin-code   to w-bin-code
           move lk-bin-data   to w-bin-data
           move w-cand-fim(1:6) to w-bin-range-fim
           move w-cand-ini     to w-bin-ini8
           move w-cand-fim     to w-bin-fim8
           move w-cand-eff-de  to w-bin-eff-de
           move w-cand-eff-ate to w-bin-eff-ate
           move w-cand-marca   to w-bin-marca
           move w-cand-pais    to w-bin-pais

           exec cics write file('CIELOBIN')
                            ridfld(w-bin-ini8)
                            keylength(8)
                            length(length of w-commarea)
                            from(w-commarea)
                            resp(w-eibresp)
      *----------------------------------------------------------------*
       210000-REGRAVAR-BIN.
      *----------------------------------------------------------------*
           move w-cand-ini to w-bin-ini8

           exec cics read file('CIELOBIN')
                           ridfld(w-bin-ini8)
                           keylength(8)
                           into(w-commarea)
                           update
                           resp(w-eibresp)
           else
              move w-commarea  to w-img-antes
              move lk-bin-data to w-bin-data
              move w-cand-fim(1:6) to w-bin-range-fim
              move w-cand-fim     to w-bin-fim8
              move w-cand-eff-de  to w-bin-eff-de
              move w-cand-eff-ate to w-bin-eff-ate
              move w-cand-marca   to w-bin-marca
      * frente: primeira faixa ativa (que nao seja o proprio registro
      * em alteracao) com inicio dentro de [candidato, range-fim];
      * tras: primeira faixa ativa anterior cujo range-fim alcanca o
      * inicio do candidato. So faixas do MESMO nivel do candidato
      * contam (6 ou 8 digitos) - w-cand-ini/w-cand-fim ja vem na
      * forma da chave do 064000
      *----------------------------------------------------------------*
           move 'N'              to w-sobrepoe
           move 'N'              to w-fim-frente
           move 'N'              to w-fim-tras
      *    faixas cuja janela de vigencia nao cruza a do candidato
      *    podem conviver no mesmo espaco de BIN (e assim que a faixa
      *    futura da bandeira entra antes da data de ativacao)

           exec cics startbr file('CIELOBIN')
                             ridfld(w-browse-key)
                             keylength(8)
                             gteq
                             resp(w-eibresp-br)
           end-exec

              exec cics startbr file('CIELOBIN')
                                ridfld(w-browse-key)
                                keylength(8)
                                gteq
                                resp(w-eibresp-br)
              end-exec

                 exec cics startbr file('CIELOBIN')
                                   ridfld(w-browse-key)
                                   keylength(8)
                                   gteq
                                   resp(w-eibresp-br)
                 end-exec
                 exec cics readnext file('CIELOBIN')
                                    into(w-viz-rec)
                                    ridfld(w-browse-key)
                                    keylength(8)
                                    resp(w-eibresp-br)
                 end-exec
              end-if
           exec cics readnext file('CIELOBIN')
                              into(w-viz-rec)
                              ridfld(w-browse-key)
                              keylength(8)
                              resp(w-eibresp-br)
           end-exec

           if w-eibresp-br not equal zeros
              move 'S' to w-fim-frente
           else
           if w-viz-ini8 greater than w-cand-fim
              move 'S' to w-fim-frente
           else
           if w-viz-ini8 equal w-cand-ini
      *       a propria chave nao conta: em alteracao e o registro
      *       sendo trocado, em inclusao o WRITE responde DUPREC com
      *       o codret 1 de sempre
              continue
           else
           if (w-viz-faixa-6 and not cand-faixa-6)
                 or (cand-faixa-6 and not w-viz-faixa-6)
      *       faixa do outro nivel nao conflita - aninhar e permitido
              continue
           else
           if w-viz-ativo
              perform 430000-CONFERE-JANELAS
              if janelas-cruzam
           end-if
           end-if
           end-if
           end-if
           .

      *----------------------------------------------------------------*
           exec cics readprev file('CIELOBIN')
                              into(w-viz-rec)
                              ridfld(w-browse-key)
                              keylength(8)
                              resp(w-eibresp-br)
           end-exec

           if w-eibresp-br not equal zeros
              move 'S' to w-fim-tras
           else
           if w-viz-ini8 not less than w-cand-ini
      *       faixas a partir do candidato ja foram tratadas na ida
              continue
           else
           if not cand-faixa-6
                 and (w-viz-faixa-6
                    or w-viz-ini8-pref not equal w-cand-ini-pref)
      *       faixa de 8 digitos nao sai do proprio prefixo: chegou na
      *       faixa de 6 ou no prefixo anterior, nada mais a conferir
              move 'S' to w-fim-tras
           else
           if cand-faixa-6 and not w-viz-faixa-6
              continue
           else
           if w-viz-ativo
              perform 430000-CONFERE-JANELAS
              if janelas-cruzam
                 if w-viz-fim8 not less than w-cand-ini
                    move 'S' to w-sobrepoe
                 end-if
      *          primeiro ativo anterior NA MESMA JANELA decide
           end-if
           end-if
           end-if
           end-if
           .

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       300000-DESATIVAR-BIN.
      *----------------------------------------------------------------*
           move w-cand-ini to w-bin-ini8

           exec cics read file('CIELOBIN')
                           ridfld(w-bin-ini8)
                           keylength(8)
                           into(w-commarea)
                           update
                           resp(w-eibresp)
           move eibtrnid         to w-hst-trnid
           move eibtrmid         to w-hst-termid
           move w-applid         to w-hst-applid
           move w-img-antes(1:130)   to w-hst-img-antes
           move w-img-antes(131:16)  to w-hst-ext-antes
           move w-commarea(1:130)    to w-hst-img-depois
           move w-commarea(131:16)   to w-hst-ext-depois
           move w-aut-usuario        to w-hst-usuario

           exec cics write
                file      ( 'CIEHST01' )
