       CBL CICS('COBOL3') APOST
      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBIN07
      * Tipo    .............. Online
      * Finalidade ........... manutencao (inclusao/alteracao/
      *                        desativacao/consulta) da tabela de
      *                        roteamento no VSAM "CIEROT01": para a
      *                        marca + produto + classe de pais do
      *                        emissor (+ faixa, opcional) da faixa
      *                        casada, a rede de processamento, a
      *                        entidade liquidante, a prioridade e a
      *                        rede/liquidante de contingencia que o
      *                        CIEBIN02 devolve na resposta
      *                        estruturada - troca de roteamento vira
      *                        troca de dado, sem release na frente
      *                        de autorizacao.
      *                        Chave: marca (ex.: VISA/MASTERCARD);
      *                        produto C/D/P ou '*' = qualquer; classe
      *                        D = domestico (pais 076) I =
      *                        internacional ou '*' = qualquer; faixa
      *                        = inicio da faixa do CIELOBIN na forma
      *                        da chave, branco = qualquer faixa. A
      *                        regra mais especifica vence no CIEBIN02.
      *                        Operador pelo OPRAUT01 (programa
      *                        CIEBIN07, acoes I/A/D/C), dupla
      *                        custodia pelo APRGAT01 (PRMVSA01
      *                        CIEBIN07/ACOES4OL) e cada acao
      *                        efetivada grava imagem antes/depois no
      *                        VSAM "CIEROH01", consultavel pelo
      *                        CIEBIN08 - mesma mecanica do CIEHST01
      * DSnames .............. B090290.CIEROT01
      *                        B090290.CIEROH01 (historico de
      *                        manutencao)
      * Transacao CICS  ...... BIN7
      *
      *****************************************************************
       identification division.
       program-id.    ciebin07.
       environment    division.
       configuration  section.
       data           division.
       working-storage section.
      *----------------------------------------------------------------*
      *   mesmo layout do VSAM "CIEROT01" lido pelo CIEBIN02 - manter
      *   sincronizados
      *----------------------------------------------------------------*
       01 w-rot-rec.
          03 w-rot-chave.
             05 w-rot-marca         pic x(0010).
             05 w-rot-produto       pic x(0001).
             05 w-rot-classe        pic x(0001).
             05 w-rot-faixa         pic x(0008).
          03 w-rot-rede             pic x(0008).
          03 w-rot-liquidante       pic x(0008).
          03 w-rot-prioridade       pic 9(0002).
          03 w-rot-rede-fb          pic x(0008).
          03 w-rot-liq-fb           pic x(0008).
          03 w-rot-situacao         pic x(0001).
             88 w-rot-ativo                     VALUE 'A'.
             88 w-rot-inativo                   VALUE 'I'.
          03 w-rot-usuario          pic x(0008).
          03 w-rot-dt-manut         pic x(0014).
          03 filler                 pic x(0013).

      *----------------------------------------------------------------*
      *   historico duravel de manutencao no VSAM "CIEROH01" (chave
      *   regra + data/hora + task): imagem antes/depois, acao,
      *   origem e usuario - mesmo layout lido pelo CIEBIN08
      *----------------------------------------------------------------*
       01 w-roh-rec.
          03 w-roh-chave.
             05 w-roh-regra         pic x(0020).
             05 w-roh-data          pic x(0010).
             05 w-roh-hora          pic x(0008).
             05 w-roh-tasknum       pic 9(0007).
          03 w-roh-acao             pic x(0001).
          03 w-roh-origem.
             05 w-roh-trnid         pic x(0004).
             05 w-roh-termid        pic x(0004).
             05 w-roh-applid        pic x(0008).
          03 w-roh-usuario          pic x(0008).
          03 w-roh-img-antes        pic x(0090).
          03 w-roh-img-depois       pic x(0090).
       01 w-img-antes               pic x(0090) VALUE LOW-VALUES.
       01 w-eibresp-roh             PIC S9(9) COMP-5 SYNC.

       01 w-kep0td-rec.
          03 w-kep0td-rec-cpy       pic x(130).
          03 w-kep0td-rec-msg       pic x(060).

       01 w-timestamp               pic s9(015) comp-3 VALUE +0.
       01 w-data-hoje               pic x(0008) VALUE SPACES.
      * data em aaaa.mm.dd para a chave do historico - ordena
      * cronologicamente no VSAM
       01 w-data-chave              pic x(0010) VALUE SPACES.
       01 w-hora-agora              pic x(0008) VALUE SPACES.
       01 w-agora                   pic x(0014) VALUE SPACES.
       01 w-applid                  pic x(0008) VALUE SPACES.

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
       01 w-aut-programa            pic x(008) value 'CIEBIN07'.
       01 w-aut-acao                pic x(001) value space.
       01 w-aut-usuario             pic x(008) value spaces.
       01 w-aut-autorizado          pic x(001) value 'N'.
       01 w-aut-retorno             pic x(002) value spaces.
      *----------------------------------------------------------------*
      *   dupla custodia (rotina comum APRGAT01): acao listada no
      *   PRMVSA01 (CIEBIN07/ACOES4OL) so executa depois de aprovada
      *   por um SEGUNDO operador no APRMNT01 - o pedido fica no
      *   APRVSA01 chaveado pela imagem do commarea
      *----------------------------------------------------------------*
       77 w-pgm-aprgat01             pic x(008) value 'APRGAT01'.
       01 w-apr-programa             pic x(008) value 'CIEBIN07'.
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
          03  lk-rot-acao        PIC  x(0001).
             88 lk-rot-inclui             VALUE 'I'.
             88 lk-rot-altera             VALUE 'A'.
             88 lk-rot-desativa           VALUE 'D'.
             88 lk-rot-consulta           VALUE 'C'.
          03  lk-rot-chave.
             05  lk-rot-marca    PIC  x(0010).
             05  lk-rot-produto  PIC  x(0001).
             05  lk-rot-classe   PIC  x(0001).
             05  lk-rot-faixa    PIC  x(0008).
      *   destino: rede de processamento e entidade liquidante,
      *   prioridade 01-99 (01 = mais alta) e contingencia opcional
          03  lk-rot-rede        PIC  x(0008).
          03  lk-rot-liquidante  PIC  x(0008).
          03  lk-rot-prioridade  PIC  9(0002).
          03  lk-rot-rede-fb     PIC  x(0008).
          03  lk-rot-liq-fb      PIC  x(0008).
          03  lk-rot-codret      PIC  9(0002).
          03  lk-rot-msgret      PIC  x(0060).
      *   devolvidos na consulta e depois de cada acao efetivada
          03  lk-rot-situacao    PIC  x(0001).
          03  lk-rot-usuario     PIC  x(0008).
          03  lk-rot-dt-manut    PIC  x(0014).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       procedure division.

      *----------------------------------------------------------------*
       mainline section.
      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*

           move zeros   to lk-rot-codret
           move spaces  to lk-rot-msgret

           perform 050000-MONTA-CARIMBO
           perform 060000-VALIDA-PEDIDO
           perform 055000-AUTORIZA-OPERADOR
           perform 056000-CONTROLE-4-OLHOS

           evaluate true
              when lk-rot-codret not equal zeros
                 continue
              when lk-rot-inclui
                 perform 100000-INCLUIR-REGRA
              when lk-rot-altera
                 perform 200000-ALTERAR-REGRA
              when lk-rot-desativa
                 perform 300000-DESATIVAR-REGRA
              when lk-rot-consulta
                 perform 400000-CONSULTAR-REGRA
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
                timesep  ( ':' )
                nohandle
           end-exec

           exec cics formattime
                abstime  ( w-timestamp )
                yyyymmdd ( w-data-chave )
                datesep  ( '.' )
                nohandle
           end-exec

           move spaces            to w-agora
           move w-data-hoje       to w-agora(1:8)
           move w-hora-agora(1:2) to w-agora(9:2)
           move w-hora-agora(4:2) to w-agora(11:2)
           move w-hora-agora(7:2) to w-agora(13:2)

           exec cics assign applid(w-applid) nohandle
           end-exec
           .

      *----------------------------------------------------------------*
       055000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
      * perfil de operador (OPRVSA01 via OPRAUT01) - a negativa ja
      * sai logada na fila CSTA pela propria rotina, com usuario,
      * terminal e acao tentada
      *----------------------------------------------------------------*
           if lk-rot-codret not equal zeros
              continue
           else
              move lk-rot-acao to w-aut-acao
              call w-pgm-opraut01 using dfheiblk
                                        dfhcommarea
                                        w-aut-programa
                                        w-aut-acao
                                        w-aut-usuario
                                        w-aut-autorizado
                                        w-aut-retorno

              if w-aut-autorizado not equal 'S'
                 move 90 to lk-rot-codret
                 move 'Operador sem autorizacao para esta acao'
                      to lk-rot-msgret
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       056000-CONTROLE-4-OLHOS.
      *----------------------------------------------------------------*
      * dupla custodia: o APRGAT01 decide se a acao e sensivel (lista
      * PRMVSA01 CIEBIN07/ACOES4OL), se ja existe aprovacao com esta
      * MESMA imagem (o replay do APRMNT01 entra por aqui e passa) ou
      * se o pedido vira pendencia; APRVSA01 indisponivel RECUSA a
      * acao sensivel - dupla custodia sem arquivo nao existe
      *----------------------------------------------------------------*
           if lk-rot-codret not equal zeros
              continue
           else
              move spaces   to w-apr-imagem
              move eibcalen to w-apr-tamanho
              if w-apr-tamanho greater 256
                 move 256 to w-apr-tamanho
              end-if
              move dfhcommarea(1:w-apr-tamanho)
                   to w-apr-imagem(1:w-apr-tamanho)
              move lk-rot-acao to w-apr-acao

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
                    move 91             to lk-rot-codret
                    move w-apr-msg-pend to lk-rot-msgret
                 when other
                    move 93 to lk-rot-codret
                    move 'Acao sensivel recusada - APRVSA01 indispon
      -                  'ivel' to lk-rot-msgret
              end-evaluate
           end-if
           .

      *----------------------------------------------------------------*
       060000-VALIDA-PEDIDO.
      *----------------------------------------------------------------*
      * chave valida para toda acao; destino so na inclusao/
      * alteracao - o pedido invalido nao chega a virar pendencia de
      * dupla custodia
      *----------------------------------------------------------------*
           move spaces to lk-rot-situacao
                          lk-rot-usuario
                          lk-rot-dt-manut

           if not (lk-rot-inclui or lk-rot-altera
                   or lk-rot-desativa or lk-rot-consulta)
              move 99 to lk-rot-codret
              move 'Acao invalida - use I/A/D/C' to lk-rot-msgret
           else
           if lk-rot-marca equal spaces
              move 11 to lk-rot-codret
              move 'Informe a marca' to lk-rot-msgret
           else
           if lk-rot-produto not equal 'C' and 'D' and 'P' and '*'
              move 12 to lk-rot-codret
              move 'Produto invalido - use C/D/P ou *'
                   to lk-rot-msgret
           else
           if lk-rot-classe not equal 'D' and 'I' and '*'
              move 13 to lk-rot-codret
              move 'Classe de pais invalida - use D/I ou *'
                   to lk-rot-msgret
           else
           if lk-rot-faixa not equal spaces
              and (lk-rot-faixa(1:6) not numeric
                 or (lk-rot-faixa(7:2) not equal spaces
                     and lk-rot-faixa(7:2) not numeric))
              move 14 to lk-rot-codret
              move 'Faixa invalida - use 6 ou 8 digitos ou branco'
                   to lk-rot-msgret
           end-if
           end-if
           end-if
           end-if
           end-if

           if lk-rot-codret equal zeros
              and (lk-rot-inclui or lk-rot-altera)
              if lk-rot-rede equal spaces
                 or lk-rot-liquidante equal spaces
                 move 15 to lk-rot-codret
                 move 'Informe a rede e a entidade liquidante'
                      to lk-rot-msgret
              else
              if lk-rot-prioridade not numeric
                 or lk-rot-prioridade equal zeros
                 move 16 to lk-rot-codret
                 move 'Prioridade invalida - use 01 a 99'
                      to lk-rot-msgret
              else
              if (lk-rot-rede-fb equal spaces
                    and lk-rot-liq-fb not equal spaces)
                 or (lk-rot-rede-fb not equal spaces
                    and lk-rot-liq-fb equal spaces)
                 move 17 to lk-rot-codret
                 move 'Contingencia exige rede E liquidante'
                      to lk-rot-msgret
              end-if
              end-if
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       100000-INCLUIR-REGRA.
      *----------------------------------------------------------------*
           move spaces         to w-rot-rec
           move lk-rot-chave   to w-rot-chave
           perform 150000-MOVE-DESTINO
           move 'A'            to w-rot-situacao

           exec cics write file('CIEROT01')
                            ridfld(w-rot-chave)
                            keylength(20)
                            length(length of w-rot-rec)
                            from(w-rot-rec)
                            resp(w-eibresp)
           end-exec

           if w-eibresp equal dfhresp(duprec)
              move 1 to lk-rot-codret
              move 'Regra ja cadastrada - use alteracao'
                   to lk-rot-msgret
           else
           if w-eibresp not equal zeros
              move 2 to lk-rot-codret
              move 'Erro ao incluir regra de roteamento'
                   to lk-rot-msgret
           else
              move 'Regra de roteamento incluida' to lk-rot-msgret
              move low-values to w-img-antes
              move 'I'        to w-roh-acao
              perform 950000-GRAVA-HISTORICO
              perform 160000-DEVOLVE-SITUACAO
           end-if
           end-if

           perform 900000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
       150000-MOVE-DESTINO.
      *----------------------------------------------------------------*
           move lk-rot-rede       to w-rot-rede
           move lk-rot-liquidante to w-rot-liquidante
           move lk-rot-prioridade to w-rot-prioridade
           move lk-rot-rede-fb    to w-rot-rede-fb
           move lk-rot-liq-fb     to w-rot-liq-fb
           move w-aut-usuario     to w-rot-usuario
           move w-agora           to w-rot-dt-manut
           .

      *----------------------------------------------------------------*
       160000-DEVOLVE-SITUACAO.
      *----------------------------------------------------------------*
           move w-rot-situacao to lk-rot-situacao
           move w-rot-usuario  to lk-rot-usuario
           move w-rot-dt-manut to lk-rot-dt-manut
           .

      *----------------------------------------------------------------*
       200000-ALTERAR-REGRA.
      *----------------------------------------------------------------*
      * alteracao de regra inativa tambem a reativa
      *----------------------------------------------------------------*
           move lk-rot-chave to w-rot-chave

           exec cics read file('CIEROT01')
                           ridfld(w-rot-chave)
                           keylength(20)
                           into(w-rot-rec)
                           update
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 3 to lk-rot-codret
              move 'Regra nao encontrada para alteracao'
                   to lk-rot-msgret
           else
              move w-rot-rec to w-img-antes
              perform 150000-MOVE-DESTINO
              move 'A' to w-rot-situacao

              exec cics rewrite file('CIEROT01')
                             from(w-rot-rec)
                             length(length of w-rot-rec)
                             resp(w-eibresp)
              end-exec

              if w-eibresp not equal zeros
                 move 4 to lk-rot-codret
                 move 'Erro ao alterar regra de roteamento'
                      to lk-rot-msgret
              else
                 move 'Regra de roteamento alterada' to lk-rot-msgret
                 move 'A' to w-roh-acao
                 perform 950000-GRAVA-HISTORICO
                 perform 160000-DEVOLVE-SITUACAO
              end-if
           end-if

           perform 900000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
       300000-DESATIVAR-REGRA.
      *----------------------------------------------------------------*
      * a regra fica no arquivo como inativa - o CIEBIN02 passa para
      * a regra menos especifica seguinte
      *----------------------------------------------------------------*
           move lk-rot-chave to w-rot-chave

           exec cics read file('CIEROT01')
                           ridfld(w-rot-chave)
                           keylength(20)
                           into(w-rot-rec)
                           update
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 5 to lk-rot-codret
              move 'Regra nao encontrada para desativacao'
                   to lk-rot-msgret
           else
              move w-rot-rec     to w-img-antes
              move 'I'           to w-rot-situacao
              move w-aut-usuario to w-rot-usuario
              move w-agora       to w-rot-dt-manut

              exec cics rewrite file('CIEROT01')
                             from(w-rot-rec)
                             length(length of w-rot-rec)
                             resp(w-eibresp)
              end-exec

              if w-eibresp not equal zeros
                 move 6 to lk-rot-codret
                 move 'Erro ao desativar regra de roteamento'
                      to lk-rot-msgret
              else
                 move 'Regra de roteamento desativada'
                      to lk-rot-msgret
                 move 'D' to w-roh-acao
                 perform 950000-GRAVA-HISTORICO
                 perform 160000-DEVOLVE-SITUACAO
              end-if
           end-if

           perform 900000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
       400000-CONSULTAR-REGRA.
      *----------------------------------------------------------------*
           move lk-rot-chave to w-rot-chave

           exec cics read file('CIEROT01')
                           ridfld(w-rot-chave)
                           keylength(20)
                           into(w-rot-rec)
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 3 to lk-rot-codret
              move 'Regra nao encontrada' to lk-rot-msgret
           else
              move w-rot-rede       to lk-rot-rede
              move w-rot-liquidante to lk-rot-liquidante
              move w-rot-prioridade to lk-rot-prioridade
              move w-rot-rede-fb    to lk-rot-rede-fb
              move w-rot-liq-fb     to lk-rot-liq-fb
              perform 160000-DEVOLVE-SITUACAO
           end-if
           .

      *----------------------------------------------------------------*
       950000-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
      * grava a imagem antes/depois da acao recem-efetivada no VSAM
      * "CIEROH01" - uma falha aqui nao desfaz a manutencao ja feita
      * no CIEROT01; registra a ocorrencia na TD BIN3 para
      * investigacao
      *----------------------------------------------------------------*
           move w-rot-chave      to w-roh-regra
           move w-data-chave     to w-roh-data
           move w-hora-agora     to w-roh-hora
           move eibtaskn         to w-roh-tasknum
           move eibtrnid         to w-roh-trnid
           move eibtrmid         to w-roh-termid
           move w-applid         to w-roh-applid
           move w-aut-usuario    to w-roh-usuario
           move w-img-antes      to w-roh-img-antes
           move w-rot-rec        to w-roh-img-depois

           exec cics write
                file      ( 'CIEROH01' )
                ridfld    ( w-roh-chave )
                keylength ( length of w-roh-chave )
                length    ( length of w-roh-rec )
                from      ( w-roh-rec )
                resp      ( w-eibresp-roh )
           end-exec

           if w-eibresp-roh not equal zeros
              move spaces    to w-kep0td-rec
              move w-rot-rec to w-kep0td-rec-cpy
              move 'Falha ao gravar historico CIEROH01'
                   to w-kep0td-rec-msg

              exec cics writeq td queue('BIN3')
                             from(w-kep0td-rec)
                             length(length of w-kep0td-rec)
                             nohandle
              end-exec
           end-if
           .

      *----------------------------------------------------------------*
       900000-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
      * mesma fila de auditoria transiente do CIEBIN03 (TD BIN3) -
      * regra de roteamento no lugar da imagem do CIELOBIN
      *----------------------------------------------------------------*
           move spaces         to w-kep0td-rec
           move w-rot-rec      to w-kep0td-rec-cpy
           move lk-rot-msgret  to w-kep0td-rec-msg

           exec cics writeq td queue('BIN3')
                          from(w-kep0td-rec)
                          length(length of w-kep0td-rec)
                          resp(w-eibresp)
           end-exec.
