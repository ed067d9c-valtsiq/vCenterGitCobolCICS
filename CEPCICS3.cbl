      *                        (ponte MQSP9011; nome da fila no
      *                        PRMVSA01, parametro FILAEVT) - falha na
      *                        publicacao nao desfaz a manutencao
      *                        lk-coordenadas (opcional) grava a
      *                        latitude/longitude do CEP e mantem o
      *                        indice espacial CEPGEO01 usado pela
      *                        pesquisa de proximidade (CEPCICSC) -
      *                        sem coordenada valida no commarea, o
      *                        registro conserva a que ja tinha
      *                        cada manutencao efetivada tambem
      *                        substitui a entrada do CEP no cache de
      *                        CEPs mais pesquisados do CEPCICS1 (TS
      *                        CEPCICS1CACHE, via LINK ao CEPCICSD)
      * DSnames .............. B090290.CEPVSA01
      *                        B090290.CEPHST01 (historico de
      *                        manutencao - imagem antes/depois de
      *                        cada acao e o operador que a fez,
      *                        consultavel pelo CEPCICS6)
      *                        B090290.CEPFXA01 (faixas de prefixo de
      *                        CEP por UF, mantidas pelo CEPCICS8 -
      *                        valida a coerencia geografica antes de
      *                        incluir/reativar)
      *                        B090290.CEPGEO01 (indice espacial -
      *                        celula de latitude/longitude + CEP)
      * JOB def cluster ...... B090290.LIB.JCL(CEPDFCLU)
      * Transacao CICS  ...... KEP0
      *
      *    codigo IBGE do municipio (tabela CEPMUN01) - branco em
      *    registro legado
             05 wk-cepv0001-ibge              PIC  X(007).
      *    coordenadas geograficas do CEP em graus decimais
      *    (WGS84) - branco = sem coordenada (registro legado ou
      *    extrato sem a coluna); testar numeric antes de usar
             05 wk-cepv0001-coordenadas.
                07 wk-cepv0001-latitude       pic s9(003)v9(006)
                   sign leading separate.
                07 wk-cepv0001-longitude      pic s9(003)v9(006)
                   sign leading separate.
          03 filler  pic x(009) value         '---------'.
          03 wk-kep0td-rec.
             05 wk-kep0td-rec-cpy             pic  x(130).
             05 wk-hst-corr                   pic  x(050).
             05 wk-hst-img-antes              pic  x(130).
             05 wk-hst-img-depois             pic  x(130).
      *      coordenadas antes/depois (acrescidas ao final do registro
      *      - historico anterior a elas fica com os dois em branco)
             05 wk-hst-geo-antes              pic  x(020).
             05 wk-hst-geo-depois             pic  x(020).
      *      operador apurado pelo OPRAUT01 (acrescido ao final do
      *      registro - historico anterior a ele fica em branco;
      *      carga batch grava o nome do programa)
             05 wk-hst-usuario                pic  x(008).
          03 wk-img-antes                     pic  x(130).
          03 wk-geo-antes                     pic  x(020).
      *----------------------------------------------------------------*
      *   area de resposta montada antes de devolver ao chamador -
      *   o 090000 copia so ate o tamanho do commarea recebido
          03 wk-tem-faixa                     pic  x(001) value 'N'.
          03 wk-achou-faixa                   pic  x(001) value 'N'.
             88 achou-faixa                             value 'S'.
      *----------------------------------------------------------------*
      *   coordenadas opcionais (commarea completo) e entrada do
      *   indice espacial "CEPGEO01": a chave e a celula de 0,02 grau
      *   (cerca de 2 km) que contem o ponto - (lat + 90) x 50 e
      *   (long + 180) x 50 - seguida do CEP; o CEPCICSC varre as
      *   celulas em volta do ponto pesquisado. mesmo layout do
      *   CEPBTC01/CEPCICSC - manter sincronizado
      *----------------------------------------------------------------*
          03 wk-coordenadas.
             05 wk-latitude                   pic s9(003)v9(006)
                sign leading separate.
             05 wk-longitude                  pic s9(003)v9(006)
                sign leading separate.
          03 wk-tem-coord                     pic  x(001) value 'N'.
             88 tem-coordenada                          value 'S'.
          03 wk-geo-velho.
             05 wk-geo-velho-lat              pic s9(003)v9(006)
                sign leading separate.
             05 wk-geo-velho-lon              pic s9(003)v9(006)
                sign leading separate.
          03 wk-geo-rec.
             05 wk-geo-chave.
                07 wk-geo-cel-lat             pic  9(004).
                07 wk-geo-cel-lon             pic  9(005).
                07 wk-geo-cep                 pic  x(008).
             05 wk-geo-latitude               pic s9(003)v9(006)
                sign leading separate.
             05 wk-geo-longitude              pic s9(003)v9(006)
                sign leading separate.

      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
          03 wk-eibresp                       pic s9(8) comp sync.
          03 wk-eibresp2                      pic s9(8) comp sync.
          03 wk-eibresp-hst                   pic s9(8) comp sync.
          03 wk-eibresp-geo                   pic s9(8) comp sync.
          03 wk-eibresp-cch                   pic s9(8) comp sync.
      *----------------------------------------------------------------*
      *   correlacao padrao do shop - CEPCICS3 e acionado por LINK com
      *   commarea propria, sem MSG-ID de chamador externo, entao gera
      * alterado por outro usuario' em vez de sobrescrever em
      * silencio a mudanca do outro
          03 lk-imagem-lida       pic  x(130).
      * lk-coordenadas (opcional, por tamanho de commarea): latitude
      * e longitude em graus decimais no formato do registro - sinal
      * + 3 inteiros + 6 decimais, sem ponto (ex. -023550520); so
      * valem nas acoes de inclusao/alteracao e so quando as duas
      * vierem numericas e dentro da faixa (lat +-90, long +-180) -
      * caso contrario o registro fica com as coordenadas que tinha
          03 lk-coordenadas.
             05 lk-latitude       pic  x(010).
             05 lk-lat-num  redefines lk-latitude
                                  pic s9(003)v9(006)
                                  sign leading separate.
             05 lk-longitude      pic  x(010).
             05 lk-lon-num  redefines lk-longitude
                                  pic s9(003)v9(006)
                                  sign leading separate.

      ******************************************************************
      *    P R O C E D U R E S
           perform 050000-MONTA-CORRELACAO
           perform 060000-CAPTURA-NUMERACAO
           perform 062000-CAPTURA-IMAGEM
           perform 063000-CAPTURA-COORDENADAS
      *    a resposta nunca ultrapassa o commarea recebido - chamador
      *    de 101 bytes (anterior a faixa de numeracao) continua
      *    atendido, como no lado de entrada (060000); calculada
      *    o sucessor, que veio depois) - mesma tecnica de tier do
      *    CEPCICS4 com LK-NUMERO
           if eibcalen not less
                 length of dfhcommarea - length of lk-coordenadas
                 - length of lk-imagem-lida - length of lk-sucessor
              if lk-num-ini numeric and lk-num-fim numeric
                 move lk-num-ini to wk-num-ini
                 move lk-num-fim to wk-num-fim
      *    proprio CEP (sucessor igual ao codigo viraria laco na
      *    resolucao do CEPCICS1)
           if eibcalen not less
                 length of dfhcommarea - length of lk-coordenadas
                 - length of lk-imagem-lida
              if lk-sucessor numeric
                    and lk-sucessor not equal lk-cep
                 move lk-sucessor to wk-sucessor
      *----------------------------------------------------------------*
       062000-CAPTURA-IMAGEM.
      *----------------------------------------------------------------*
      * a imagem lida so chega a partir do commarea com imagem; em
      * branco/low-values (chamador que nao consulta antes, cargas,
      * CECI) a conferencia fica desligada - comportamento anterior
      *----------------------------------------------------------------*
           move 'N'    to wk-tem-imagem
           move spaces to wk-imagem-lida

           if eibcalen not less
                 length of dfhcommarea - length of lk-coordenadas
              if lk-imagem-lida not equal spaces
                    and lk-imagem-lida not equal low-values
                 move lk-imagem-lida to wk-imagem-lida
           end-if
           .

      *----------------------------------------------------------------*
       063000-CAPTURA-COORDENADAS.
      *----------------------------------------------------------------*
      * coordenadas so no commarea completo; par que nao venha todo
      * numerico ou fora da faixa e' ignorado sem rejeitar (mesma
      * filosofia da numeracao) - o registro conserva as que tinha
      *----------------------------------------------------------------*
           move 'N'    to wk-tem-coord
           move spaces to wk-coordenadas

           if eibcalen not less length of dfhcommarea
              if lk-lat-num numeric and lk-lon-num numeric
                 if lk-lat-num not less -90
                       and lk-lat-num not greater 90
                       and lk-lon-num not less -180
                       and lk-lon-num not greater 180
                    move lk-lat-num to wk-latitude
                    move lk-lon-num to wk-longitude
                    move 'S' to wk-tem-coord
                 end-if
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       115000-CONFERE-IMAGEM.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           move 'S' to wk-imagem-ok

      * a imagem do commarea cobre os 130 bytes originais do registro
      * (as coordenadas ficaram de fora dela)
           if tem-imagem-lida
                 and wk-cepv0001-rec(1:130) not equal wk-imagem-lida
              move 'N' to wk-imagem-ok

              exec cics unlock
      * low-values; se a chave ja existir, 110000-REATIVAR-CEP troca
      * pela imagem lida do VSAM
           move low-value      to wk-img-antes
                                  wk-geo-antes
           move lk-cep         to wk-cepv0001-code
           move lk-uf          to wk-cepv0001-uf
           move lk-cidade      to wk-cepv0001-cidade
           move wk-paridade    to wk-cepv0001-paridade
           move spaces         to wk-cepv0001-sucessor
           set  wk-cepv0001-ativo-sim to true
           if tem-coordenada
              move wk-coordenadas to wk-cepv0001-coordenadas
           else
              move spaces         to wk-cepv0001-coordenadas
           end-if

           exec cics write
                file      ( 'CEPVSA01' )
              move 'I' to wk-hst-acao
              perform 900000-GRAVA-HISTORICO
              perform 910000-PUBLICA-EVENTO
              perform 920000-ATUALIZA-INDICE-GEO
              perform 930000-ATUALIZA-CACHE
           end-if
           end-if
           .
      * rejeitar como duplicado, seguindo a mesma logica de
      * CIEBIN03's 200000-ALTERAR-BIN
      *----------------------------------------------------------------*
      *    registro anterior as coordenadas chega curto e nao cobre
      *    o final da area - limpa antes de ler
           move spaces to wk-cepv0001-coordenadas

           exec cics read
                file      ( 'CEPVSA01' )
                ridfld    ( wk-cepv0001-code )
              continue
           else
              move wk-cepv0001-rec to wk-img-antes
              move wk-cepv0001-coordenadas to wk-geo-antes
              move lk-uf          to wk-cepv0001-uf
              move lk-cidade      to wk-cepv0001-cidade
              move lk-bairro      to wk-cepv0001-bairro
      *       tambem limpa um encadeamento antigo
              move spaces         to wk-cepv0001-sucessor
              set  wk-cepv0001-ativo-sim to true
              if tem-coordenada
                 move wk-coordenadas to wk-cepv0001-coordenadas
              end-if

              exec cics rewrite
                   file      ( 'CEPVSA01' )
              move 'R' to wk-hst-acao
              perform 900000-GRAVA-HISTORICO
              perform 910000-PUBLICA-EVENTO
              perform 920000-ATUALIZA-INDICE-GEO
              perform 930000-ATUALIZA-CACHE
           end-if
           end-if
           .
      *----------------------------------------------------------------*
           move lk-cep to wk-cepv0001-code

      *    registro anterior as coordenadas chega curto e nao cobre
      *    o final da area - limpa antes de ler
           move spaces to wk-cepv0001-coordenadas

           exec cics read
                file      ( 'CEPVSA01' )
                ridfld    ( wk-cepv0001-code )
              continue
           else
              move wk-cepv0001-rec to wk-img-antes
              move wk-cepv0001-coordenadas to wk-geo-antes
              move lk-uf          to wk-cepv0001-uf
              move lk-cidade      to wk-cepv0001-cidade
              move lk-bairro      to wk-cepv0001-bairro
      *       tambem limpa um encadeamento antigo
              move spaces         to wk-cepv0001-sucessor
              set  wk-cepv0001-ativo-sim to true
              if tem-coordenada
                 move wk-coordenadas to wk-cepv0001-coordenadas
              end-if

              exec cics rewrite
                   file      ( 'CEPVSA01' )
              move 'A' to wk-hst-acao
              perform 900000-GRAVA-HISTORICO
              perform 910000-PUBLICA-EVENTO
              perform 920000-ATUALIZA-INDICE-GEO
              perform 930000-ATUALIZA-CACHE
           end-if
           end-if
           .
      *----------------------------------------------------------------*
           move lk-cep to wk-cepv0001-code

      *    registro anterior as coordenadas chega curto e nao cobre
      *    o final da area - limpa antes de ler
           move spaces to wk-cepv0001-coordenadas

           exec cics read
                file      ( 'CEPVSA01' )
                ridfld    ( wk-cepv0001-code )
              continue
           else
              move wk-cepv0001-rec to wk-img-antes
              move wk-cepv0001-coordenadas to wk-geo-antes
              set  wk-cepv0001-ativo-nao to true
      *       encadeamento de substituicao (opcional) - o CEPCICS1
      *       segue este campo quando o CEP desativado for pesquisado
              move 'D' to wk-hst-acao
              perform 900000-GRAVA-HISTORICO
              perform 910000-PUBLICA-EVENTO
              perform 920000-ATUALIZA-INDICE-GEO
              perform 930000-ATUALIZA-CACHE
           end-if
           end-if
           .
           move wk-correlacao    to wk-hst-corr
           move wk-img-antes     to wk-hst-img-antes
           move wk-cepv0001-rec  to wk-hst-img-depois
           move wk-geo-antes     to wk-hst-geo-antes
           move wk-cepv0001-coordenadas
                                 to wk-hst-geo-depois
           move wk-aut-usuario   to wk-hst-usuario

           exec cics write
                file      ( 'CEPHST01' )
              end-exec
           end-if
           .

      *----------------------------------------------------------------*
       920000-ATUALIZA-INDICE-GEO.
      *----------------------------------------------------------------*
      * tira do CEPGEO01 a entrada da coordenada anterior e grava a da
      * atual (so para CEP ativo com coordenada) - CEP desativado sai
      * do indice. falha aqui nao desfaz a manutencao: a pesquisa de
      * proximidade confere cada candidato contra o CEPVSA01, entao
      * uma entrada perdida ou sobrando so afeta aquele CEP
      *----------------------------------------------------------------*
           move wk-geo-antes to wk-geo-velho

           if wk-geo-velho-lat numeric and wk-geo-velho-lon numeric
              compute wk-geo-cel-lat = (wk-geo-velho-lat + 90) * 50
              compute wk-geo-cel-lon = (wk-geo-velho-lon + 180) * 50
              move wk-cepv0001-code to wk-geo-cep

              exec cics delete
                   file      ( 'CEPGEO01' )
                   ridfld    ( wk-geo-chave )
                   keylength ( length of wk-geo-chave )
                   resp      ( wk-eibresp-geo )
              end-exec
           end-if

           if wk-cepv0001-ativo-sim
                 and wk-cepv0001-latitude numeric
                 and wk-cepv0001-longitude numeric
              compute wk-geo-cel-lat =
                      (wk-cepv0001-latitude + 90) * 50
              compute wk-geo-cel-lon =
                      (wk-cepv0001-longitude + 180) * 50
              move wk-cepv0001-code      to wk-geo-cep
              move wk-cepv0001-latitude  to wk-geo-latitude
              move wk-cepv0001-longitude to wk-geo-longitude

              exec cics write
                   file      ( 'CEPGEO01' )
                   ridfld    ( wk-geo-chave )
                   keylength ( length of wk-geo-chave )
                   length    ( length of wk-geo-rec )
                   from      ( wk-geo-rec )
                   resp      ( wk-eibresp-geo )
              end-exec

              if wk-eibresp-geo not equal zeros
                    and wk-eibresp-geo not equal dfhresp(duprec)
                 move spaces to wk-kep0td-rec
                 move wk-cepv0001-rec to wk-kep0td-rec-cpy
                 move 'Falha ao gravar indice CEPGEO01'
                      to wk-kep0td-rec-msg

                 exec cics writeq
                      td queue ( 'KEP0' )
                      from     ( wk-kep0td-rec )
                      length   ( length of wk-kep0td-rec )
                      nohandle
                 end-exec
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       930000-ATUALIZA-CACHE.
      *----------------------------------------------------------------*
      * leva o registro como ficou ao cache de CEPs mais pesquisados
      * do CEPCICS1 (TS CEPCICS1CACHE, via CEPCICSD) - CEP fora do
      * cache nao muda nada; falha aqui nao desfaz a manutencao, so
      * registra a ocorrencia na KEP0 (o cache volta a refletir o
      * VSAM na proxima KEPD)
      *----------------------------------------------------------------*
           exec cics link program  ( 'CEPCICSD' )
                          commarea ( wk-cepv0001-rec )
                          length   ( length of wk-cepv0001-rec )
                          resp     ( wk-eibresp-cch )
           end-exec

           if wk-eibresp-cch not equal zeros
              move spaces to wk-kep0td-rec
              move wk-cepv0001-rec to wk-kep0td-rec-cpy
              move 'Falha ao atualizar cache CEP'
                   to wk-kep0td-rec-msg

              exec cics writeq
                   td queue ( 'KEP0' )
                   from     ( wk-kep0td-rec )
                   length   ( length of wk-kep0td-rec )
                   nohandle
              end-exec
           end-if
           .
