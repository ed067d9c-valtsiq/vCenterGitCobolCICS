      *                        um mes fechado e recusada (codret 21);
      *                        a acao 'R' reabre, e tanto fechamento
      *                        quanto reabertura ficam registrados com
      *                        usuario e data/hora (no registro de
      *                        trava e numa linha informativa na CSTA,
      *                        guardada pelo CSTARPT na trilha
      *                        CSTHST01 - o registro de trava so tem
      *                        o ultimo estado).
      *                        AJUSTE (acao 'J'): correcao de um mes
      *                        SEM sobrescrever o valor original -
      *                        grava um lancamento no razao de ajustes
      *                        VSAM "ACCAJU01" (chave CODUSU+ANO+MES+
      *                        sequencia) com valor com sinal, motivo
      *                        da lista mantida no PRMVSA01 (programa
      *                        ACCM1MNT, parametro 'MAJ'+motivo, via
      *                        PRMMNT01), observacao, usuario e
      *                        data/hora; PROD0001 e ACCBTC01 servem o
      *                        original mais os ajustes. Ajuste em mes
      *                        fechado continua exigindo a reabertura
      *                        (codret 21).
      *                        TOTAIS DE CONTROLE: cada inclusao/
      *                        alteracao do ACCM1VSA vira movimento
      *                        (origem ACCM1MNT, execucao = data +
      *                        numero da tarefa) no razao "ACCTOT01",
      *                        mesmo layout do TOTREG01 batch; falha
      *                        no razao nao desfaz a manutencao - sai
      *                        na mensagem/trilha ACM1 e a quebra
      *                        aparece no balanceamento do ACCBTC12
      * DSnames .............. B090290.ACCM1VSA
      *                        B090290.ACCFCH01 (trava de fechamento)
      *                        B090290.ACCAJU01 (razao de ajustes)
      *                        B090290.ACCTOT01 (razao de totais)
      *                        B090290.PRMVSA01 (motivos, PRMLER01)
      * Transacao CICS  ...... ACM1
      *
      *****************************************************************
       01 w-abstime                 pic s9(015) comp-3 value +0.
       01 w-data-agora              pic x(0010) value spaces.
       01 w-hora-agora              pic x(0008) value spaces.
      *----------------------------------------------------------------*
      *   linha informativa na CSTA por fechamento/reabertura - mesmo
      *   carimbo do PRMMNT01 (programa + aaaammdd + hh:mm:ss), sem o
      *   texto 'ALERTA'
      *----------------------------------------------------------------*
       01 w-linha-fechamento.
          03 filler                 pic x(0009) value 'ACCM1MNT '.
          03 w-lfc-data             pic x(0008).
          03 filler                 pic x(0001) value space.
          03 w-lfc-hora             pic x(0008).
          03 filler                 pic x(0012) value ' FECHAMENTO '.
          03 w-lfc-acao             pic x(0001).
          03 filler                 pic x(0001) value space.
          03 w-lfc-codusu           pic x(0003).
          03 filler                 pic x(0001) value '/'.
          03 w-lfc-ano              pic x(0004).
          03 filler                 pic x(0001) value '/'.
          03 w-lfc-mes              pic x(0002).
          03 filler                 pic x(0005) value ' USU='.
          03 w-lfc-usuario          pic x(0008).

      *----------------------------------------------------------------*
      *   razao de ajustes - mesmo layout lido pelo PROD0001/ACCBTC01
      *   no VSAM "ACCAJU01", manter sincronizado
      *----------------------------------------------------------------*
       01 w-aju-rec.
          03 w-aju-chave.
             05 w-aju-codusu        pic x(0003).
             05 w-aju-ano           pic x(0004).
             05 w-aju-mes           pic x(0002).
             05 w-aju-seq           pic 9(0003).
          03 w-aju-valor            pic s9(012) sign leading separate.
          03 w-aju-motivo           pic x(0003).
          03 w-aju-obs              pic x(0040).
          03 w-aju-val-original     pic x(0012).
          03 w-aju-usuario          pic x(0008).
          03 w-aju-data             pic x(0010).
          03 w-aju-hora             pic x(0008).
          03 filler                 pic x(0020).
       01 w-aju-browse-key.
          03 w-aju-brw-prefixo      pic x(0009).
          03 w-aju-brw-seq          pic 9(0003).
       01 w-aju-fim                 pic x(0001) value 'N'.
          88 fim-ajustes                        value 'S'.
       01 w-aju-ult-seq             pic 9(0003) value zeros.
       01 w-aju-soma                pic s9(013) value zeros.
       01 w-aju-val-num             pic 9(0012) value zeros.
       01 w-aju-resultado           pic s9(013) value zeros.

      *----------------------------------------------------------------*
      *   razao de totais de controle - mesmo layout gravado pelo
      *   TOTREG01 e lido pelo ACCBTC12 no VSAM "ACCTOT01", manter
      *   sincronizado ('T' saldo do ano+mes, 'M' movimento)
      *----------------------------------------------------------------*
       01 w-tot-rec.
          03 w-tot-chave.
             05 w-tot-ano           pic x(0004).
             05 w-tot-mes           pic x(0002).
             05 w-tot-tipo          pic x(0001).
             05 w-tot-origem        pic x(0008).
             05 w-tot-run-id        pic x(0016).
          03 w-tot-dados.
             05 w-tot-qt-reg        pic s9(009) sign leading separate.
             05 w-tot-soma          pic s9(015) sign leading separate.
             05 w-tot-qt-mov        pic 9(0009).
             05 w-tot-data          pic x(0008).
             05 w-tot-hora          pic x(0006).
             05 w-tot-usuario       pic x(0008).
             05 filler              pic x(0003).
          03 filler                 pic x(0029).
       01 w-tot-run-id-mnt.
          03 w-tot-run-data         pic x(0008).
          03 filler                 pic x(0001) value 'T'.
          03 w-tot-run-taskn        pic 9(0007).
       01 w-tot-delta-qt            pic s9(009) value zeros.
       01 w-tot-delta-soma          pic s9(015) value zeros.
       01 w-tot-val-num             pic 9(0012) value zeros.
       01 w-tot-falha               pic x(0001) value 'N'.
          88 razao-falhou                       value 'S'.
       01 w-eibresp-tot             PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
       01 w-aut-usuario             pic x(008) value spaces.
       01 w-aut-autorizado          pic x(001) value 'N'.
       01 w-aut-retorno             pic x(002) value spaces.
      *----------------------------------------------------------------*
      *   lista de motivos de ajuste (PRMVSA01 via PRMLER01, programa
      *   ACCM1MNT, parametro 'MAJ'+motivo, valor = descricao)
      *----------------------------------------------------------------*
       77 w-pgm-prmler01            pic x(008) value 'PRMLER01'.
       01 w-prm-programa            pic x(008) value 'ACCM1MNT'.
       01 w-prm-parametro           pic x(008) value spaces.
       01 w-prm-default             pic x(048) value spaces.
       01 w-prm-valor               pic x(048) value spaces.
       01 w-prm-origem              pic x(001) value space.


      ******************************************************************
             88 lk-acc-altera                   value 'A'.
             88 lk-acc-fecha                    value 'F'.
             88 lk-acc-reabre                   value 'R'.
             88 lk-acc-ajusta                   value 'J'.
          03 lk-acc-codusu          pic x(0003).
          03 lk-acc-ano             pic x(0004).
          03 lk-acc-meses occurs 12 times.
      *   presente e diferente do registro atual, a alteracao
      *   responde codret 24 em vez de sobrescrever
          03 lk-acc-img-ant         pic x(0180).
      *   ajuste da acao 'J' (opcional, por tamanho de commarea):
      *   valor com sinal, motivo da lista ACCM1MNT/MAJxxx e
      *   observacao; devolve a sequencia gravada no ACCAJU01 e o
      *   valor do mes ja ajustado
          03 lk-acc-ajuste.
             05 lk-acc-aju-valor    pic s9(012) sign leading separate.
             05 lk-acc-aju-motivo   pic x(0003).
             05 lk-acc-aju-obs      pic x(0040).
             05 lk-acc-aju-seq      pic 9(0003).
             05 lk-acc-aju-final    pic x(0012).

      ******************************************************************
      *    P R O C E D U R E S
                    perform 300000-FECHAR-MES
                 when lk-acc-reabre
                    perform 400000-REABRIR-MES
                 when lk-acc-ajusta
                    perform 600000-AJUSTAR-MES
                 when other
                    move 99 to lk-acc-codret
                    move 'Acao invalida - use I/A/F/R/J'
                         to lk-acc-msgret
              end-evaluate
           end-if

           perform 900000-GRAVA-AUDITORIA

           if (lk-acc-fecha or lk-acc-reabre)
              and lk-acc-codret equal zeros
              perform 910000-ANOTA-FECHAMENTO
           end-if

           exec cics return
           end-exec
           .
              move 'Erro ao incluir ACCM1VSA' to lk-acc-msgret
           else
              move 'Ano incluido com sucesso' to lk-acc-msgret
              perform 700000-REGISTRA-TOTAIS
              if razao-falhou
                 move 'Ano incluido - razao de totais nao atualizado'
                      to lk-acc-msgret
              end-if
           end-if
           end-if
           .
      *    que o operador leu (quando informados) precisam ser os
      *    que ainda estao gravados
           if eibcalen not less length of dfhcommarea
                 - length of lk-acc-ajuste
                 and lk-acc-img-ant not equal spaces
                 and lk-acc-img-ant not equal low-values
                 and lk-acc-img-ant not equal w-accm1-rec(8:180)
                 move 'Erro ao alterar ACCM1VSA' to lk-acc-msgret
              else
                 move 'Ano alterado com sucesso' to lk-acc-msgret
                 perform 700000-REGISTRA-TOTAIS
                 if razao-falhou
                    move 'Ano alterado - razao de totais nao atualizado'
                         to lk-acc-msgret
                 end-if
              end-if
           end-if
           end-if
      *----------------------------------------------------------------*
           if eibcalen less length of dfhcommarea
                 - length of lk-acc-img-ant
                 - length of lk-acc-ajuste
              move 22 to lk-acc-codret
              move 'Informe o mes alvo (commarea completo)'
                   to lk-acc-msgret
           move lk-acc-val(w-idx-mes) to w-accm1-val(w-idx-mes)
           .

      *----------------------------------------------------------------*
       600000-AJUSTAR-MES.
      *----------------------------------------------------------------*
      * o valor original do mes fica como esta no ACCM1VSA; a correcao
      * vira um lancamento com sinal no razao ACCAJU01 (sequencia por
      * CODUSU+ANO+MES) - quem consulta (PROD0001/ACCBTC01) soma os
      * lancamentos ao original e marca o extrato como ajustado
      *----------------------------------------------------------------*
           perform 350000-VALIDA-MES-ALVO
           if lk-acc-codret equal zeros
              perform 610000-VALIDA-AJUSTE
           end-if
           if lk-acc-codret equal zeros
              perform 620000-CONFERE-MES-AJUSTE
           end-if
           if lk-acc-codret equal zeros
              perform 630000-SOMA-AJUSTES
           end-if
           if lk-acc-codret equal zeros
              perform 640000-GRAVA-AJUSTE
           end-if
           .

      *----------------------------------------------------------------*
       610000-VALIDA-AJUSTE.
      *----------------------------------------------------------------*
           if eibcalen less length of dfhcommarea
              move 25 to lk-acc-codret
              move 'Informe valor e motivo do ajuste'
                   to lk-acc-msgret
           else
              move zeros  to lk-acc-aju-seq
              move spaces to lk-acc-aju-final
           if lk-acc-aju-valor not numeric
                 or lk-acc-aju-valor equal zeros
              move 26 to lk-acc-codret
              move 'Valor do ajuste invalido ou zero'
                   to lk-acc-msgret
           else
              move 'MAJ'             to w-prm-parametro
              move lk-acc-aju-motivo to w-prm-parametro(4:3)
              call w-pgm-prmler01 using dfheiblk
                                        dfhcommarea
                                        w-prm-programa
                                        w-prm-parametro
                                        w-prm-default
                                        w-prm-valor
                                        w-prm-origem
              if lk-acc-aju-motivo equal spaces
                    or w-prm-origem equal 'D'
                 move 27 to lk-acc-codret
                 move 'Motivo de ajuste nao cadastrado'
                      to lk-acc-msgret
              end-if
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       620000-CONFERE-MES-AJUSTE.
      *----------------------------------------------------------------*
      * mes fechado pelo financeiro nao recebe ajuste sem reabertura;
      * o mes precisa ter valor original gravado no ACCM1VSA
      *----------------------------------------------------------------*
           move lk-acc-mes-alvo to w-idx-mes
           move lk-acc-codusu   to w-fch-codusu
           move lk-acc-ano      to w-fch-ano
           move lk-acc-mes-alvo to w-fch-mes

           exec cics read file('ACCFCH01')
                           ridfld(w-fch-chave)
                           keylength(9)
                           into(w-fch-rec)
                           resp(w-eibresp-fch)
           end-exec

           if w-eibresp-fch equal zeros
              and w-fch-fechado
              move 21 to lk-acc-codret
              move 'Mes fechado pelo financeiro - use reabertura (R)'
                   to lk-acc-msgret
           else
              exec cics read file('ACCM1VSA')
                              ridfld(w-accm1-chave)
                              keylength(7)
                              into(w-accm1-rec)
                              resp(w-eibresp)
              end-exec

              if w-eibresp not equal zeros
                 move 3 to lk-acc-codret
                 move 'CODUSU+ANO nao encontrado para ajuste'
                      to lk-acc-msgret
              else
              if w-accm1-mes(w-idx-mes)
                    not equal w-rotulo-mes(w-idx-mes)
                 or w-accm1-val(w-idx-mes) not numeric
                 move 28 to lk-acc-codret
                 move 'Mes sem valor original gravado - use alteracao'
                      to lk-acc-msgret
              else
                 move w-accm1-val(w-idx-mes) to w-aju-val-num
              end-if
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       630000-SOMA-AJUSTES.
      *----------------------------------------------------------------*
      * soma os lancamentos ja existentes do mes e acha a ultima
      * sequencia (browse pela chave parcial CODUSU+ANO+MES)
      *----------------------------------------------------------------*
           move zeros to w-aju-soma
           move zeros to w-aju-ult-seq
           move 'N'   to w-aju-fim
           move lk-acc-codusu   to w-aju-brw-prefixo(1:3)
           move lk-acc-ano      to w-aju-brw-prefixo(4:4)
           move lk-acc-mes-alvo to w-aju-brw-prefixo(8:2)
           move zeros           to w-aju-brw-seq

           exec cics startbr file('ACCAJU01')
                             ridfld(w-aju-browse-key)
                             keylength(12)
                             gteq
                             resp(w-eibresp)
           end-exec

           if w-eibresp equal zeros
              perform 635000-LE-AJUSTE
                      until fim-ajustes

              exec cics endbr file('ACCAJU01')
                   nohandle
              end-exec
           else
           if w-eibresp not equal dfhresp(notfnd)
              move 24 to lk-acc-codret
              move 'Erro ao ler razao de ajustes' to lk-acc-msgret
           end-if
           end-if

           if lk-acc-codret equal zeros
              compute w-aju-resultado = w-aju-val-num
                                      + w-aju-soma
                                      + lk-acc-aju-valor
              if w-aju-ult-seq equal 999
                 move 29 to lk-acc-codret
                 move 'Limite de ajustes do mes atingido'
                      to lk-acc-msgret
              else
              if w-aju-resultado less zeros
                 move 29 to lk-acc-codret
                 move 'Ajuste deixaria o valor do mes negativo'
                      to lk-acc-msgret
              else
              if w-aju-resultado greater 999999999999
                 move 29 to lk-acc-codret
                 move 'Ajuste estoura o valor do mes (12 digitos)'
                      to lk-acc-msgret
              end-if
              end-if
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       635000-LE-AJUSTE.
      *----------------------------------------------------------------*
           exec cics readnext file('ACCAJU01')
                              into(w-aju-rec)
                              ridfld(w-aju-browse-key)
                              keylength(12)
                              resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              or w-aju-codusu not equal lk-acc-codusu
              or w-aju-ano    not equal lk-acc-ano
              or w-aju-mes    not equal lk-acc-mes-alvo
              move 'S' to w-aju-fim
           else
              add w-aju-valor to w-aju-soma
              move w-aju-seq  to w-aju-ult-seq
           end-if
           .

      *----------------------------------------------------------------*
       640000-GRAVA-AJUSTE.
      *----------------------------------------------------------------*
           move spaces                 to w-aju-rec
           move lk-acc-codusu          to w-aju-codusu
           move lk-acc-ano             to w-aju-ano
           move lk-acc-mes-alvo        to w-aju-mes
           compute w-aju-seq = w-aju-ult-seq + 1
           move lk-acc-aju-valor       to w-aju-valor
           move lk-acc-aju-motivo      to w-aju-motivo
           move lk-acc-aju-obs         to w-aju-obs
           move w-accm1-val(w-idx-mes) to w-aju-val-original
           move w-userid               to w-aju-usuario
           move w-data-agora           to w-aju-data
           move w-hora-agora           to w-aju-hora

           exec cics write file('ACCAJU01')
                            ridfld(w-aju-chave)
                            keylength(12)
                            length(length of w-aju-rec)
                            from(w-aju-rec)
                            resp(w-eibresp)
           end-exec

           if w-eibresp equal dfhresp(duprec)
              move 24 to lk-acc-codret
              move 'Ajuste concorrente no mesmo mes - repita'
                   to lk-acc-msgret
           else
           if w-eibresp not equal zeros
              move 24 to lk-acc-codret
              move 'Erro ao gravar razao de ajustes' to lk-acc-msgret
           else
              move w-aju-seq       to lk-acc-aju-seq
              move w-aju-resultado to w-aju-val-num
              move w-aju-val-num   to lk-acc-aju-final
              move 'Ajuste gravado com sucesso' to lk-acc-msgret
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       700000-REGISTRA-TOTAIS.
      *----------------------------------------------------------------*
      * diferenca mes a mes entre a imagem anterior (w-rec-atual -
      * spaces na inclusao) e a gravada (w-accm1-rec): mes presente =
      * rotulo preenchido, valor nao numerico conta zero - mesma
      * regra do TOTREG01 e do balanceamento ACCBTC12
      *----------------------------------------------------------------*
           move 'N'                to w-tot-falha
           move w-data-agora(1:4)  to w-tot-run-data(1:4)
           move w-data-agora(6:2)  to w-tot-run-data(5:2)
           move w-data-agora(9:2)  to w-tot-run-data(7:2)
           move eibtaskn           to w-tot-run-taskn

           perform 710000-DIFERENCA-MES
                   varying w-idx-mes from 1 by 1
                   until w-idx-mes greater 12
           .

      *----------------------------------------------------------------*
       710000-DIFERENCA-MES.
      *----------------------------------------------------------------*
           move zeros to w-tot-delta-qt
                         w-tot-delta-soma

           if w-atu-mes(w-idx-mes) not equal spaces
              subtract 1 from w-tot-delta-qt
              if w-atu-val(w-idx-mes) numeric
                 move w-atu-val(w-idx-mes) to w-tot-val-num
                 subtract w-tot-val-num from w-tot-delta-soma
              end-if
           end-if

           if w-accm1-mes(w-idx-mes) not equal spaces
              add 1 to w-tot-delta-qt
              if w-accm1-val(w-idx-mes) numeric
                 move w-accm1-val(w-idx-mes) to w-tot-val-num
                 add w-tot-val-num to w-tot-delta-soma
              end-if
           end-if

           if w-tot-delta-qt not equal zeros
                 or w-tot-delta-soma not equal zeros
              move lk-acc-ano       to w-tot-ano
              move w-idx-mes        to w-tot-mes
              move 'T'              to w-tot-tipo
              move spaces           to w-tot-origem
                                       w-tot-run-id
              perform 720000-ACUMULA-CHAVE

              move lk-acc-ano       to w-tot-ano
              move w-idx-mes        to w-tot-mes
              move 'M'              to w-tot-tipo
              move 'ACCM1MNT'       to w-tot-origem
              move w-tot-run-id-mnt to w-tot-run-id
              perform 720000-ACUMULA-CHAVE
           end-if
           .

      *----------------------------------------------------------------*
       720000-ACUMULA-CHAVE.
      *----------------------------------------------------------------*
           exec cics read file('ACCTOT01')
                           ridfld(w-tot-chave)
                           keylength(31)
                           into(w-tot-rec)
                           update
                           resp(w-eibresp-tot)
           end-exec

           if w-eibresp-tot equal zeros
              add w-tot-delta-qt   to w-tot-qt-reg
              add w-tot-delta-soma to w-tot-soma
              add 1                to w-tot-qt-mov
              move w-tot-run-data  to w-tot-data
              move w-hora-agora(1:2) to w-tot-hora(1:2)
              move w-hora-agora(4:2) to w-tot-hora(3:2)
              move w-hora-agora(7:2) to w-tot-hora(5:2)
              move w-userid        to w-tot-usuario

              exec cics rewrite file('ACCTOT01')
                             from(w-tot-rec)
                             length(length of w-tot-rec)
                             resp(w-eibresp-tot)
              end-exec
           else
           if w-eibresp-tot equal dfhresp(notfnd)
              move spaces          to w-tot-dados
              move w-tot-delta-qt  to w-tot-qt-reg
              move w-tot-delta-soma to w-tot-soma
              move 1               to w-tot-qt-mov
              move w-tot-run-data  to w-tot-data
              move w-hora-agora(1:2) to w-tot-hora(1:2)
              move w-hora-agora(4:2) to w-tot-hora(3:2)
              move w-hora-agora(7:2) to w-tot-hora(5:2)
              move w-userid        to w-tot-usuario

              exec cics write file('ACCTOT01')
                              ridfld(w-tot-chave)
                              keylength(31)
                              length(length of w-tot-rec)
                              from(w-tot-rec)
                              resp(w-eibresp-tot)
              end-exec
           end-if
           end-if

           if w-eibresp-tot not equal zeros
              move 'S' to w-tot-falha
           end-if
           .

      *----------------------------------------------------------------*
       900000-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           move spaces           to w-aud-rec
           move w-accm1-rec(1:100) to w-aud-rec-cpy
           if lk-acc-fecha or lk-acc-reabre or lk-acc-ajusta
      *       nas acoes de fechamento/ajuste a chave/mes alvo e o
      *       usuario substituem a copia de registro (que nao se
      *       aplica)
              move spaces          to w-aud-rec-cpy
              move lk-acc-codusu   to w-aud-rec-cpy(1:3)
              move lk-acc-ano      to w-aud-rec-cpy(4:4)
              if eibcalen not less length of dfhcommarea
                    - length of lk-acc-img-ant
                    - length of lk-acc-ajuste
                 move lk-acc-mes-alvo to w-aud-rec-cpy(8:2)
              end-if
              move w-userid        to w-aud-rec-cpy(11:8)
              move w-data-agora    to w-aud-rec-cpy(20:10)
              move w-hora-agora    to w-aud-rec-cpy(31:8)
      *       no ajuste: sequencia gravada, motivo e valor com sinal
              if lk-acc-ajusta
                    and eibcalen not less length of dfhcommarea
                 if lk-acc-codret equal zeros
                    move w-aju-seq      to w-aud-rec-cpy(40:3)
                 end-if
                 move lk-acc-aju-motivo to w-aud-rec-cpy(44:3)
                 move lk-acc-aju-valor  to w-aud-rec-cpy(48:13)
              end-if
           end-if
           move lk-acc-msgret    to w-aud-rec-msg

                          resp(w-eibresp)
           end-exec
           .

      *----------------------------------------------------------------*
       910000-ANOTA-FECHAMENTO.
      *----------------------------------------------------------------*
      * o ACCFCH01 guarda so o ultimo estado do mes; a sequencia de
      * fechamentos e reaberturas fica na trilha da CSTA, que o
      * relatorio de segregacao de funcoes (AUDBTC01) cruza com os
      * ajustes do ACCAJU01
      *----------------------------------------------------------------*
           move w-data-agora(1:4) to w-lfc-data(1:4)
           move w-data-agora(6:2) to w-lfc-data(5:2)
           move w-data-agora(9:2) to w-lfc-data(7:2)
           move w-hora-agora      to w-lfc-hora
           move lk-acc-acao       to w-lfc-acao
           move lk-acc-codusu     to w-lfc-codusu
           move lk-acc-ano        to w-lfc-ano
           move lk-acc-mes-alvo   to w-lfc-mes
           move w-userid          to w-lfc-usuario

           exec cics writeq td queue('CSTA')
                          from(w-linha-fechamento)
                          length(length of w-linha-fechamento)
                          nohandle
           end-exec
           .
