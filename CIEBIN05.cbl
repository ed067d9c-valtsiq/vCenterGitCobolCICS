      *                                        placeholder cai no VSAM)
      *                          itens 2..n  = blocos de ate 200
      *                                        faixas (ini, fim,
      *                                        descricao) - versao
      *                                        V4: limites na forma
      *                                        da chave de 8 digitos
      *                                        (faixa de 6 digitos
      *                                        com dois brancos)
      *                        tabela com mais faixas que a capacidade
      *                        derruba o cache (DELETEQ + aviso na
      *                        CSTA) - o CIEBIN02 volta ao VSAM, que
          03  w-bin-marca        pic x(0010).
          03  w-bin-produto      pic x(0001).
          03  w-bin-pais         pic x(0003).
      *   chave do cluster (8 digitos; faixa de 6 = 6 digitos e dois
      *   brancos) e fim da faixa na mesma forma
          03  w-bin-ini8         pic x(0008).
          03  w-bin-fim8         pic x(0008).

      *----------------------------------------------------------------*
      *   cabecalho e bloco do cache - mesmo layout lido pelo CIEBIN02
          03 w-hdr-qt-blocos       pic 9(0003).
       01 w-cache-bloco.
          03 w-blk-entrada occurs 200 times.
             05 w-blk-ini          pic x(0008).
             05 w-blk-fim          pic x(0008).
             05 w-blk-descricao    pic x(0087).
             05 filler             pic x(0001).
             05 w-blk-eff-de       pic x(0008).
       01 w-qt-entradas            pic 9(0005) value zeros.
       01 w-qt-blocos              pic 9(0003) value zeros.
       01 w-idx-bloco              pic 9(0003) value zeros.
       01 w-browse-key             pic x(0008).
       01 w-fim-browse             pic x(0001) value 'N'.
          88 fim-browse                        value 'S'.
       01 w-estourou               pic x(0001) value 'N'.

      *    placeholder: leitor que chegar durante a reconstrucao ve
      *    qt-blocos 0 e cai no VSAM
      *    versao V3 = entradas com vigencia e atributos; V4 = limites
      *    de 8 digitos; leitor antigo ignora e cai no VSAM
           move 'V4'  to w-hdr-versao
           move zeros to w-hdr-qt-entradas
           move zeros to w-hdr-qt-blocos


           exec cics startbr file('CIELOBIN')
                             ridfld(w-browse-key)
                             keylength(8)
                             gteq
                             resp(w-eibresp)
           end-exec
           exec cics readnext file('CIELOBIN')
                              into(w-bin-rec)
                              ridfld(w-browse-key)
                              keylength(8)
                              resp(w-eibresp)
           end-exec

              else
                 add 1 to w-qt-entradas
                 add 1 to w-idx-bloco
                 move w-bin-ini8      to w-blk-ini(w-idx-bloco)
                 move w-bin-fim8      to w-blk-fim(w-idx-bloco)
                 move w-bin-descricao to w-blk-descricao(w-idx-bloco)
      *          faixa futura/expirada tambem entra - quem resolve a
      *          vigencia e o CIEBIN02, com a data do momento da
