       CBL CICS('COBOL3') APOST
      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBIN06
      * Tipo    .............. Online
      * Finalidade ........... manutencao (inclusao/alteracao/
      *                        desativacao/consulta) da lista de
      *                        bloqueio de compliance no VSAM
      *                        "CIEBLQ01" - paises emissores e faixas
      *                        de BIN que devem ser recusados
      *                        (sancoes, quadrilha de fraude, boletim
      *                        de bandeira). Cada entrada tem motivo
      *                        (SA=sancao FR=fraude BO=boletim da
      *                        bandeira), o boletim/documento de
      *                        origem e vigencia (AAAAMMDD, branco =
      *                        sem limite). Entrada de faixa usa o
      *                        inicio da faixa do CIELOBIN na forma da
      *                        chave (8 digitos, ou 6 digitos e dois
      *                        brancos); entrada de pais usa o codigo
      *                        ISO-3166 numerico de w-bin-pais.
      *                        Operador pelo OPRAUT01 (programa
      *                        CIEBIN06, acoes I/A/D/C) e dupla
      *                        custodia pelo APRGAT01 (PRMVSA01
      *                        CIEBIN06/ACOES4OL = IAD): nenhuma
      *                        entrada entra ou sai da lista pelo
      *                        enter de um unico operador. O CIEBIN02
      *                        consulta a lista a cada faixa casada
      *                        e devolve o indicador de bloqueio
      * DSnames .............. B090290.CIEBLQ01
      * Transacao CICS  ...... BIN6
      *
      *****************************************************************
       identification division.
       program-id.    ciebin06.
       environment    division.
       configuration  section.
       data           division.
       working-storage section.
      *----------------------------------------------------------------*
      *   mesmo layout do VSAM "CIEBLQ01" lido pelo CIEBIN02 e pelo
      *   CIEBTC08 - manter sincronizados. chave = tipo + valor
      *----------------------------------------------------------------*
       01 w-blq-rec.
          03 w-blq-chave.
             05 w-blq-tipo          pic x(0001).
                88 w-blq-faixa                  VALUE 'F'.
                88 w-blq-pais                   VALUE 'P'.
             05 w-blq-valor         pic x(0008).
          03 w-blq-motivo           pic x(0002).
          03 w-blq-boletim          pic x(0020).
          03 w-blq-eff-de           pic x(0008).
          03 w-blq-eff-ate          pic x(0008).
          03 w-blq-situacao         pic x(0001).
             88 w-blq-ativo                     VALUE 'A'.
             88 w-blq-inativo                   VALUE 'I'.
          03 w-blq-usuario          pic x(0008).
          03 w-blq-dt-manut         pic x(0014).
          03 filler                 pic x(0010).

       01 w-kep0td-rec.
          03 w-kep0td-rec-cpy       pic x(130).
          03 w-kep0td-rec-msg       pic x(060).

       01 w-timestamp               pic s9(015) comp-3 VALUE +0.
       01 w-data-hoje               pic x(0008) VALUE SPACES.
       01 w-hora-agora              pic x(0008) VALUE SPACES.
       01 w-agora                   pic x(0014) VALUE SPACES.

      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
       01 w-eibresp                   PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   autorizacao de operador (rotina comum OPRAUT01, perfil no
      *   VSAM OPRVSA01) - a negativa ja sai logada na fila CSTA pela
      *   propria rotina, com usuario, terminal e acao tentada
      *----------------------------------------------------------------*
       77 w-pgm-opraut01            pic x(008) value 'OPRAUT01'.
       01 w-aut-programa            pic x(008) value 'CIEBIN06'.
       01 w-aut-acao                pic x(001) value space.
       01 w-aut-usuario             pic x(008) value spaces.
       01 w-aut-autorizado          pic x(001) value 'N'.
       01 w-aut-retorno             pic x(002) value spaces.
      *----------------------------------------------------------------*
      *   dupla custodia (rotina comum APRGAT01): acao listada no
      *   PRMVSA01 (CIEBIN06/ACOES4OL) so executa depois de aprovada
      *   por um SEGUNDO operador no APRMNT01 - o pedido fica no
      *   APRVSA01 chaveado pela imagem do commarea
      *----------------------------------------------------------------*
       77 w-pgm-aprgat01             pic x(008) value 'APRGAT01'.
       01 w-apr-programa             pic x(008) value 'CIEBIN06'.
       01 w-apr-acao                 pic x(001) value space.
       01 w-apr-imagem               pic x(256) value spaces.
       01 w-apr-tamanho              pic s9(4) comp value +0.
       01 w-apr-resultado            pic x(001) value space.
       01 w-apr-hash                 pic 9(009) value zeros.

       01 w-apr-msg-pend.
          03 filler                  pic x(032) value
             'Acao sensivel - pendente ticket '.
          03 w-apr-msg-hash          pic 9(009).

      *----------------------------------------------------------------*

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       linkage section.

       01 dfhcommarea.
          03  lk-blq-acao        PIC  x(0001).
             88 lk-blq-inclui             VALUE 'I'.
             88 lk-blq-altera             VALUE 'A'.
             88 lk-blq-desativa           VALUE 'D'.
             88 lk-blq-consulta           VALUE 'C'.
      *   F = faixa (valor = inicio da faixa na forma da chave do
      *   CIELOBIN)  P = pais emissor (valor = ISO numerico, 3 dig.)
          03  lk-blq-tipo        PIC  x(0001).
          03  lk-blq-valor       PIC  x(0008).
          03  lk-blq-motivo      PIC  x(0002).
          03  lk-blq-boletim     PIC  x(0020).
          03  lk-blq-eff-de      PIC  x(0008).
          03  lk-blq-eff-ate     PIC  x(0008).
          03  lk-blq-codret      PIC  9(0002).
          03  lk-blq-msgret      PIC  x(0060).
      *   devolvidos na consulta e depois de cada acao efetivada
          03  lk-blq-situacao    PIC  x(0001).
          03  lk-blq-usuario     PIC  x(0008).
          03  lk-blq-dt-manut    PIC  x(0014).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       procedure division.

      *----------------------------------------------------------------*
       mainline section.
      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*

           move zeros   to lk-blq-codret
           move spaces  to lk-blq-msgret

           perform 050000-MONTA-CARIMBO
           perform 060000-VALIDA-PEDIDO
           perform 055000-AUTORIZA-OPERADOR
           perform 056000-CONTROLE-4-OLHOS

           evaluate true
              when lk-blq-codret not equal zeros
                 continue
              when lk-blq-inclui
                 perform 100000-INCLUIR-BLOQUEIO
              when lk-blq-altera
                 perform 200000-ALTERAR-BLOQUEIO
              when lk-blq-desativa
                 perform 300000-DESATIVAR-BLOQUEIO
              when lk-blq-consulta
                 perform 400000-CONSULTAR-BLOQUEIO
           end-evaluate

           exec cics return
           end-exec
           .

      *----------------------------------------------------------------*
       050000-MONTA-CARIMBO.
      *----------------------------------------------------------------*
           exec cics asktime
                abstime ( w-timestamp )
                nohandle
           end-exec

           exec cics formattime
                abstime  ( w-timestamp )
                yyyymmdd ( w-data-hoje )
                time     ( w-hora-agora )
                nohandle
           end-exec

           move spaces       to w-agora
           move w-data-hoje  to w-agora(1:8)
           move w-hora-agora to w-agora(9:6)
           .

      *----------------------------------------------------------------*
       055000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * perfil de operador (OPRVSA01 via OPRAUT01) - a negativa ja
      * sai logada na fila CSTA pela propria rotina, com usuario,
      * terminal e acao tentada
      *----------------------------------------------------------------*
           if lk-blq-codret not equal zeros
              continue
           else
              move lk-blq-acao to w-aut-acao
              call w-pgm-opraut01 using dfheiblk
                                        dfhcommarea
                                        w-aut-programa
                                        w-aut-acao
                                        w-aut-usuario
                                        w-aut-autorizado
                                        w-aut-retorno

              if w-aut-autorizado not equal 'S'
                 move 90 to lk-blq-codret
                 move 'Operador sem autorizacao para esta acao'
                      to lk-blq-msgret
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       056000-CONTROLE-4-OLHOS.
      *----------------------------------------------------------------*
      * dupla custodia: o APRGAT01 decide se a acao e sensivel (lista
      * PRMVSA01 CIEBIN06/ACOES4OL), se ja existe aprovacao com esta
      * MESMA imagem (o replay do APRMNT01 entra por aqui e passa) ou
      * se o pedido vira pendencia; APRVSA01 indisponivel RECUSA a
      * acao sensivel - dupla custodia sem arquivo nao existe
      *----------------------------------------------------------------*
           if lk-blq-codret not equal zeros
              continue
           else
              move spaces   to w-apr-imagem
              move eibcalen to w-apr-tamanho
              if w-apr-tamanho greater 256
                 move 256 to w-apr-tamanho
              end-if
              move dfhcommarea(1:w-apr-tamanho)
                   to w-apr-imagem(1:w-apr-tamanho)
              move lk-blq-acao to w-apr-acao

              call w-pgm-aprgat01 using dfheiblk
                                        dfhcommarea
                                        w-apr-programa
                                        w-apr-acao
                                        w-aut-usuario
                                        w-apr-imagem
                                        w-apr-tamanho
                                        w-apr-resultado
                                        w-apr-hash

              evaluate w-apr-resultado
                 when 'L'
                 when 'A'
                    continue
                 when 'P'
                 when 'J'
                    move w-apr-hash     to w-apr-msg-hash
                    move 91             to lk-blq-codret
                    move w-apr-msg-pend to lk-blq-msgret
                 when other
                    move 93 to lk-blq-codret
                    move 'Acao sensivel recusada - APRVSA01 indispon
      -                  'ivel' to lk-blq-msgret
              end-evaluate
           end-if
           .

      *----------------------------------------------------------------*
       060000-VALIDA-PEDIDO.
      *----------------------------------------------------------------*
      * chave valida para toda acao; motivo, boletim e vigencia so na
      * inclusao/alteracao - o pedido invalido nao chega a virar
      * pendencia de dupla custodia
      *----------------------------------------------------------------*
           move spaces to lk-blq-situacao
                          lk-blq-usuario
                          lk-blq-dt-manut

           if not (lk-blq-inclui or lk-blq-altera
                   or lk-blq-desativa or lk-blq-consulta)
              move 99 to lk-blq-codret
              move 'Acao invalida - use I/A/D/C' to lk-blq-msgret
           else
           if lk-blq-tipo equal 'F'
              if lk-blq-valor(1:6) not numeric
                 or (lk-blq-valor(7:2) not equal spaces
                     and lk-blq-valor(7:2) not numeric)
                 move 11 to lk-blq-codret
                 move 'Faixa invalida - use 6 ou 8 digitos'
                      to lk-blq-msgret
              end-if
           else
           if lk-blq-tipo equal 'P'
              if lk-blq-valor(1:3) not numeric
                 or lk-blq-valor(4:5) not equal spaces
                 move 12 to lk-blq-codret
                 move 'Pais invalido - use o codigo ISO numerico'
                      to lk-blq-msgret
              end-if
           else
              move 13 to lk-blq-codret
              move 'Tipo invalido - use F (faixa) ou P (pais)'
                   to lk-blq-msgret
           end-if
           end-if
           end-if

           if lk-blq-codret equal zeros
              and (lk-blq-inclui or lk-blq-altera)
              if lk-blq-motivo not equal 'SA' and 'FR' and 'BO'
                 move 14 to lk-blq-codret
                 move 'Motivo invalido - use SA/FR/BO'
                      to lk-blq-msgret
              else
              if lk-blq-boletim equal spaces
                 move 15 to lk-blq-codret
                 move 'Informe o boletim/documento de origem'
                      to lk-blq-msgret
              else
              if (lk-blq-eff-de not equal spaces
                    and lk-blq-eff-de not numeric)
                 or (lk-blq-eff-ate not equal spaces
                    and lk-blq-eff-ate not numeric)
                 move 8 to lk-blq-codret
                 move 'Vigencia invalida - use AAAAMMDD ou branco'
                      to lk-blq-msgret
              else
              if lk-blq-eff-de not equal spaces
                 and lk-blq-eff-ate not equal spaces
                 and lk-blq-eff-de greater lk-blq-eff-ate
                 move 8 to lk-blq-codret
                 move 'Vigencia invalida - inicio apos o fim'
                      to lk-blq-msgret
              end-if
              end-if
              end-if
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       100000-INCLUIR-BLOQUEIO.
      *----------------------------------------------------------------*
           move spaces         to w-blq-rec
           move lk-blq-tipo    to w-blq-tipo
           move lk-blq-valor   to w-blq-valor
           perform 150000-MOVE-ATRIBUTOS
           move 'A'            to w-blq-situacao

           exec cics write file('CIEBLQ01')
                            ridfld(w-blq-chave)
                            keylength(9)
                            length(length of w-blq-rec)
                            from(w-blq-rec)
                            resp(w-eibresp)
           end-exec

           if w-eibresp equal dfhresp(duprec)
              move 1 to lk-blq-codret
              move 'Entrada ja cadastrada - use alteracao'
                   to lk-blq-msgret
           else
           if w-eibresp not equal zeros
              move 2 to lk-blq-codret
              move 'Erro ao incluir na lista de bloqueio'
                   to lk-blq-msgret
           else
              move 'Entrada incluida na lista de bloqueio'
                   to lk-blq-msgret
              perform 160000-DEVOLVE-SITUACAO
           end-if
           end-if

           perform 900000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
       150000-MOVE-ATRIBUTOS.
      *----------------------------------------------------------------*
           move lk-blq-motivo  to w-blq-motivo
           move lk-blq-boletim to w-blq-boletim
           move lk-blq-eff-de  to w-blq-eff-de
           move lk-blq-eff-ate to w-blq-eff-ate
           move w-aut-usuario  to w-blq-usuario
           move w-agora        to w-blq-dt-manut
           .

      *----------------------------------------------------------------*
       160000-DEVOLVE-SITUACAO.
      *----------------------------------------------------------------*
           move w-blq-situacao to lk-blq-situacao
           move w-blq-usuario  to lk-blq-usuario
           move w-blq-dt-manut to lk-blq-dt-manut
           .

      *----------------------------------------------------------------*
       200000-ALTERAR-BLOQUEIO.
      *----------------------------------------------------------------*
      * alteracao de entrada inativa tambem a reativa - e assim que
      * uma sancao suspensa volta a valer
      *----------------------------------------------------------------*
           move lk-blq-tipo    to w-blq-tipo
           move lk-blq-valor   to w-blq-valor

           exec cics read file('CIEBLQ01')
                           ridfld(w-blq-chave)
                           keylength(9)
                           into(w-blq-rec)
                           update
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 3 to lk-blq-codret
              move 'Entrada nao encontrada para alteracao'
                   to lk-blq-msgret
           else
              perform 150000-MOVE-ATRIBUTOS
              move 'A' to w-blq-situacao

              exec cics rewrite file('CIEBLQ01')
                             from(w-blq-rec)
                             length(length of w-blq-rec)
                             resp(w-eibresp)
              end-exec

              if w-eibresp not equal zeros
                 move 4 to lk-blq-codret
                 move 'Erro ao alterar a lista de bloqueio'
                      to lk-blq-msgret
              else
                 move 'Entrada alterada na lista de bloqueio'
                      to lk-blq-msgret
                 perform 160000-DEVOLVE-SITUACAO
              end-if
           end-if

           perform 900000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
       300000-DESATIVAR-BLOQUEIO.
      *----------------------------------------------------------------*
      * a entrada fica no arquivo como inativa - o relatorio mensal
      * do CIEBTC08 ainda precisa do motivo e do boletim dela
      *----------------------------------------------------------------*
           move lk-blq-tipo    to w-blq-tipo
           move lk-blq-valor   to w-blq-valor

           exec cics read file('CIEBLQ01')
                           ridfld(w-blq-chave)
                           keylength(9)
                           into(w-blq-rec)
                           update
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 5 to lk-blq-codret
              move 'Entrada nao encontrada para desativacao'
                   to lk-blq-msgret
           else
              move 'I'           to w-blq-situacao
              move w-aut-usuario to w-blq-usuario
              move w-agora       to w-blq-dt-manut

              exec cics rewrite file('CIEBLQ01')
                             from(w-blq-rec)
                             length(length of w-blq-rec)
                             resp(w-eibresp)
              end-exec

              if w-eibresp not equal zeros
                 move 6 to lk-blq-codret
                 move 'Erro ao desativar na lista de bloqueio'
                      to lk-blq-msgret
              else
                 move 'Entrada desativada na lista de bloqueio'
                      to lk-blq-msgret
                 perform 160000-DEVOLVE-SITUACAO
              end-if
           end-if

           perform 900000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
       400000-CONSULTAR-BLOQUEIO.
      *----------------------------------------------------------------*
           move lk-blq-tipo    to w-blq-tipo
           move lk-blq-valor   to w-blq-valor

           exec cics read file('CIEBLQ01')
                           ridfld(w-blq-chave)
                           keylength(9)
                           into(w-blq-rec)
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 3 to lk-blq-codret
              move 'Entrada nao encontrada' to lk-blq-msgret
           else
              move w-blq-motivo   to lk-blq-motivo
              move w-blq-boletim  to lk-blq-boletim
              move w-blq-eff-de   to lk-blq-eff-de
              move w-blq-eff-ate  to lk-blq-eff-ate
              perform 160000-DEVOLVE-SITUACAO
           end-if
           .

      *----------------------------------------------------------------*
       900000-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
      * mesma fila de auditoria transiente do CIEBIN03 (TD BIN3) -
      * registro da lista no lugar da imagem do CIELOBIN
      *----------------------------------------------------------------*
           move spaces         to w-kep0td-rec
           move w-blq-rec      to w-kep0td-rec-cpy
           move lk-blq-msgret  to w-kep0td-rec-msg

           exec cics writeq td queue('BIN3')
                          from(w-kep0td-rec)
                          length(length of w-kep0td-rec)
                          resp(w-eibresp)
           end-exec.
