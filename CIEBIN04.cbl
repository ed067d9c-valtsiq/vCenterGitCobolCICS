      *                        com data/hora e origem) - recebe o BIN
      *                        pela commarea e devolve as entradas em
      *                        ordem cronologica de chave, mesma
      *                        mecanica do CEPCICS6 no lado CEP.
      *                        O BIN pedido e o prefixo de 6 digitos:
      *                        as faixas de 8 digitos do prefixo
      *                        entram junto, e quem manda o commarea
      *                        completo recebe tambem a cauda de 8
      *                        digitos (inicio+fim) antes/depois de
      *                        cada entrada para distingui-las
      * DSnames .............. B090290.CIEHST01
      * Transacao CICS  ...... BIN4
      *
          03 w-hst-origem           pic x(0016).
          03 w-hst-img-antes        pic x(0130).
          03 w-hst-img-depois       pic x(0130).
          03 w-hst-ext-antes        pic x(0016).
          03 w-hst-ext-depois       pic x(0016).
          03 w-hst-usuario          pic x(0008).
       01 w-browse-key.
          03 w-browse-bin           pic x(0006).
          03 filler                 pic x(0025).
             05 lk-hst-origem       pic x(0016).
             05 lk-hst-img-antes    pic x(0130).
             05 lk-hst-img-depois   pic x(0130).
      *   cauda de 8 digitos de cada entrada (opcional, por tamanho
      *   de commarea) - branco na faixa de 6 digitos antiga
          03 lk-hst-ext occurs 10 times.
             05 lk-hst-ext-antes    pic x(0016).
             05 lk-hst-ext-depois   pic x(0016).

      ******************************************************************
      *    P R O C E D U R E S
      *----------------------------------------------------------------*
       200000-LER-HISTORICO.
      *----------------------------------------------------------------*
      *    registro do historico anterior a cauda de 8 digitos (ou
      *    ao operador) nao sobrescreve essa parte da area
           move spaces to w-hst-ext-antes
                          w-hst-ext-depois
                          w-hst-usuario
           exec cics readnext file('CIEHST01')
                             into(w-hst-rec)
                             ridfld(w-browse-key)
                   to lk-hst-img-antes(w-qt-achados)
              move w-hst-img-depois
                   to lk-hst-img-depois(w-qt-achados)
              if eibcalen not less length of dfhcommarea
                 move w-hst-ext-antes
                      to lk-hst-ext-antes(w-qt-achados)
                 move w-hst-ext-depois
                      to lk-hst-ext-depois(w-qt-achados)
              end-if
           end-if.
