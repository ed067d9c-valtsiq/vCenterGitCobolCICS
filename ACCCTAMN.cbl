       CBL CICS('COBOL3') APOST
      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. ACCCTAMN
      * Tipo    .............. Online
      * Finalidade ........... manutencao do cadastro de contas
      *                        "ACCCTA01" (chave CODUSU) - titular,
      *                        agencia, tipo de conta, situacao e
      *                        datas de abertura/encerramento. Ate
      *                        aqui o CODUSU era so uma chave solta no
      *                        ACCM1VSA: ninguem sabia de quem era a
      *                        conta nem se ela ainda existia. A carga
      *                        diaria do sistema central e o ACCBTC08;
      *                        esta transacao cobre inclusao/acerto
      *                        manual e o bloqueio operacional. Acoes
      *                        no estilo acao/codret/msgret do
      *                        ACCSEGMN:
      *                          I incluir (nasce ABERTA, abertura
      *                            AAAAMMDD obrigatoria)
      *                          A alterar (titular/agencia/tipo/
      *                            abertura)
      *                          B bloquear (so conta aberta)
      *                          L liberar bloqueio (so bloqueada)
      *                          E encerrar (aberta ou bloqueada;
      *                            data de encerramento em branco =
      *                            hoje)
      *                          R reabrir (so encerrada)
      *                          C consultar
      *                        Situacao: A aberta  B bloqueada
      *                                  E encerrada
      *                        Consumidores: ACCBTC02 (rejeita valor
      *                        de conta desconhecida/encerrada),
      *                        ACCBTC01 (encerrada nao gera extrato),
      *                        PROD0001 e ACCM1INQ (titular e
      *                        situacao na resposta).
      *                        Toda acao gera linha de auditoria na TD
      *                        ACM1 com usuario/terminal/acao
      * DSnames .............. B090290.ACCCTA01
      * Transacao CICS  ...... ACT1
      *
      *****************************************************************
       identification division.
       program-id.    accctamn.
       environment    division.
       configuration  section.
       data           division.
       working-storage section.
      *----------------------------------------------------------------*
      *   mesmo layout gravado pelo ACCBTC08 e lido por ACCBTC01/
      *   ACCBTC02/PROD0001/ACCM1INQ - manter sincronizado
      *----------------------------------------------------------------*
       01 w-acccta-rec.
          05 w-acccta-codusu        pic x(0003).
          05 w-acccta-titular       pic x(0040).
          05 w-acccta-agencia       pic x(0004).
          05 w-acccta-tipo          pic x(0002).
          05 w-acccta-situacao      pic x(0001).
             88 w-acccta-aberta               value 'A'.
             88 w-acccta-bloqueada            value 'B'.
             88 w-acccta-encerrada            value 'E'.
          05 w-acccta-dt-abertura   pic x(0008).
          05 w-acccta-dt-encerra    pic x(0008).
          05 w-acccta-manut-data    pic x(0010).
          05 w-acccta-manut-hora    pic x(0008).
          05 w-acccta-origem        pic x(0008).
          05 filler                 pic x(0008).

       01 w-aud-rec.
          03 w-aud-codusu           pic x(0003).
          03 filler                 pic x(0001) value space.
          03 w-aud-userid           pic x(0008).
          03 filler                 pic x(0001) value space.
          03 w-aud-termid           pic x(0004).
          03 filler                 pic x(0001) value space.
          03 w-aud-acao             pic x(0001).
          03 filler                 pic x(0001) value space.
          03 w-aud-msg              pic x(0060).

       01 w-userid                  pic x(0008) value spaces.
       01 w-abstime                 pic s9(015) comp-3 value +0.
       01 w-data-agora              pic x(0010) value spaces.
       01 w-hora-agora              pic x(0008) value spaces.
       01 w-data-ymd                pic x(0008) value spaces.

      *----------------------------------------------------------------*
      *   critica de data AAAAMMDD (abertura/encerramento)
      *----------------------------------------------------------------*
       01 w-data-critica            pic x(0008) value spaces.
       01 w-data-critica-r redefines w-data-critica.
          05 w-dc-ano               pic 9(0004).
          05 w-dc-mes               pic 9(0002).
          05 w-dc-dia               pic 9(0002).
       01 w-data-ok                 pic x(0001) value 'S'.
          88 data-ok                          value 'S'.

      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
       01 w-eibresp                 PIC S9(9) COMP-5 SYNC.
       01 w-eibresp2                PIC S9(9) COMP-5 SYNC.
      *----------------------------------------------------------------*
      *   autorizacao de operador (rotina comum OPRAUT01, perfil no
      *   VSAM OPRVSA01) - a negativa ja sai logada na fila CSTA pela
      *   propria rotina, com usuario, terminal e acao tentada
      *----------------------------------------------------------------*
       77 w-pgm-opraut01            pic x(008) value 'OPRAUT01'.
       01 w-aut-programa            pic x(008) value 'ACCCTAMN'.
       01 w-aut-acao                pic x(001) value space.
       01 w-aut-usuario             pic x(008) value spaces.
       01 w-aut-autorizado          pic x(001) value 'N'.
       01 w-aut-retorno             pic x(002) value spaces.


      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       linkage section.

       01 dfhcommarea.
          03 lk-cta-acao            pic x(0001).
             88 lk-cta-inclui                 value 'I'.
             88 lk-cta-altera                 value 'A'.
             88 lk-cta-bloqueia               value 'B'.
             88 lk-cta-libera                 value 'L'.
             88 lk-cta-encerra                value 'E'.
             88 lk-cta-reabre                 value 'R'.
             88 lk-cta-consulta               value 'C'.
          03 lk-cta-codusu          pic x(0003).
          03 lk-cta-titular         pic x(0040).
          03 lk-cta-agencia         pic x(0004).
      *   CC corrente  PP poupanca  PG pagamento
          03 lk-cta-tipo            pic x(0002).
      *   datas AAAAMMDD
          03 lk-cta-dt-abertura     pic x(0008).
          03 lk-cta-dt-encerra      pic x(0008).
          03 lk-cta-codret          pic 9(0002).
          03 lk-cta-msgret          pic x(0060).
      *   devolvido por todas as acoes bem sucedidas
          03 lk-cta-situacao        pic x(0001).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       procedure division.

      *----------------------------------------------------------------*
       mainline section.
      *----------------------------------------------------------------*

           move zeros   to lk-cta-codret
           move spaces  to lk-cta-msgret

           perform 040000-MONTA-CARIMBO
           perform 030000-AUTORIZA-OPERADOR

           if lk-cta-codret equal zeros
              perform 050000-VALIDAR-ENTRADA
           end-if

           if lk-cta-codret not equal zeros
              continue
           else
              evaluate true
                 when lk-cta-inclui
                    perform 100000-INCLUIR
                 when lk-cta-altera
                    perform 200000-ALTERAR
                 when lk-cta-bloqueia
                    perform 300000-MUDAR-SITUACAO
                 when lk-cta-libera
                    perform 300000-MUDAR-SITUACAO
                 when lk-cta-encerra
                    perform 300000-MUDAR-SITUACAO
                 when lk-cta-reabre
                    perform 300000-MUDAR-SITUACAO
                 when lk-cta-consulta
                    perform 400000-CONSULTAR
                 when other
                    move 99 to lk-cta-codret
                    move 'Acao invalida - use I/A/B/L/E/R/C'
                         to lk-cta-msgret
              end-evaluate
           end-if

           perform 900000-GRAVA-AUDITORIA

           exec cics return
           end-exec
           .

      *----------------------------------------------------------------*
       030000-AUTORIZA-OPERADOR.
      *----------------------------------------------------------------*
           move lk-cta-acao to w-aut-acao
           call w-pgm-opraut01 using dfheiblk
                                     dfhcommarea
                                     w-aut-programa
                                     w-aut-acao
                                     w-aut-usuario
                                     w-aut-autorizado
                                     w-aut-retorno

           if w-aut-autorizado not equal 'S'
              move 90 to lk-cta-codret
              move 'Operador sem autorizacao para esta acao'
                   to lk-cta-msgret
           end-if
           .

      *----------------------------------------------------------------*
       040000-MONTA-CARIMBO.
      *----------------------------------------------------------------*
           exec cics asktime
                abstime ( w-abstime )
                nohandle
           end-exec

           exec cics formattime
                abstime  ( w-abstime )
                yyyymmdd ( w-data-agora )
                datesep  ( '.' )
                time     ( w-hora-agora )
                timesep  ( ':' )
                nohandle
           end-exec

      *    mesma data sem separador, para o encerramento em branco
           exec cics formattime
                abstime  ( w-abstime )
                yyyymmdd ( w-data-ymd )
                nohandle
           end-exec

           exec cics assign userid(w-userid) nohandle
           end-exec
           .

      *----------------------------------------------------------------*
       050000-VALIDAR-ENTRADA.
      *----------------------------------------------------------------*
      * CODUSU sempre; titular e tipo na inclusao/alteracao; datas,
      * quando informadas, AAAAMMDD validas e encerramento nao
      * anterior a abertura
      *----------------------------------------------------------------*
           if lk-cta-codusu equal spaces
              move 11 to lk-cta-codret
              move 'CODUSU obrigatorio' to lk-cta-msgret
           else
           if (lk-cta-inclui or lk-cta-altera)
                 and lk-cta-titular equal spaces
              move 12 to lk-cta-codret
              move 'Titular obrigatorio' to lk-cta-msgret
           else
           if (lk-cta-inclui or lk-cta-altera)
                 and lk-cta-tipo not equal 'CC'
                 and lk-cta-tipo not equal 'PP'
                 and lk-cta-tipo not equal 'PG'
              move 13 to lk-cta-codret
              move 'Tipo de conta invalido - use CC/PP/PG'
                   to lk-cta-msgret
           else
           if lk-cta-inclui and lk-cta-dt-abertura equal spaces
              move 14 to lk-cta-codret
              move 'Data de abertura obrigatoria na inclusao'
                   to lk-cta-msgret
           else
              if lk-cta-dt-abertura not equal spaces
                 move lk-cta-dt-abertura to w-data-critica
                 perform 060000-CRITICA-DATA
                 if not data-ok
                    move 14 to lk-cta-codret
                    move 'Data de abertura invalida - use AAAAMMDD'
                         to lk-cta-msgret
                 end-if
              end-if

              if lk-cta-codret equal zeros
                    and lk-cta-encerra
                    and lk-cta-dt-encerra not equal spaces
                 move lk-cta-dt-encerra to w-data-critica
                 perform 060000-CRITICA-DATA
                 if not data-ok
                    move 15 to lk-cta-codret
                    move 'Encerramento invalido - use AAAAMMDD'
                         to lk-cta-msgret
                 end-if
              end-if
           end-if
           end-if
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       060000-CRITICA-DATA.
      *----------------------------------------------------------------*
           move 'S' to w-data-ok

           if w-data-critica not numeric
              move 'N' to w-data-ok
           else
           if w-dc-mes less 1 or w-dc-mes greater 12
                 or w-dc-dia less 1 or w-dc-dia greater 31
                 or w-dc-ano less 1900
              move 'N' to w-data-ok
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       100000-INCLUIR.
      *----------------------------------------------------------------*
           move spaces              to w-acccta-rec
           move lk-cta-codusu       to w-acccta-codusu
           move lk-cta-titular      to w-acccta-titular
           move lk-cta-agencia      to w-acccta-agencia
           move lk-cta-tipo         to w-acccta-tipo
           move lk-cta-dt-abertura  to w-acccta-dt-abertura
           set  w-acccta-aberta     to true
           perform 150000-CARIMBA-REGISTRO

           exec cics write file('ACCCTA01')
                            ridfld(w-acccta-codusu)
                            keylength(3)
                            length(length of w-acccta-rec)
                            from(w-acccta-rec)
                            resp(w-eibresp)
                            resp2(w-eibresp2)
           end-exec

           if w-eibresp equal dfhresp(duprec)
                 or w-eibresp equal dfhresp(dupkey)
              move 1 to lk-cta-codret
              move 'Conta ja cadastrada - use alteracao'
                   to lk-cta-msgret
           else
           if w-eibresp not equal zeros
              move 2 to lk-cta-codret
              move 'Erro ao incluir conta' to lk-cta-msgret
           else
              move w-acccta-situacao to lk-cta-situacao
              move 'Conta incluida com sucesso' to lk-cta-msgret
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       150000-CARIMBA-REGISTRO.
      *----------------------------------------------------------------*
           move w-data-agora to w-acccta-manut-data
           move w-hora-agora to w-acccta-manut-hora
           move w-userid     to w-acccta-origem
           .

      *----------------------------------------------------------------*
       200000-ALTERAR.
      *----------------------------------------------------------------*
      * acerto cadastral - a situacao so muda pelas acoes proprias
      *----------------------------------------------------------------*
           move lk-cta-codusu to w-acccta-codusu

           exec cics read file('ACCCTA01')
                           ridfld(w-acccta-codusu)
                           keylength(3)
                           into(w-acccta-rec)
                           update
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 3 to lk-cta-codret
              move 'Conta nao encontrada para alteracao'
                   to lk-cta-msgret
           else
              move lk-cta-titular to w-acccta-titular
              move lk-cta-agencia to w-acccta-agencia
              move lk-cta-tipo    to w-acccta-tipo
              if lk-cta-dt-abertura not equal spaces
                 move lk-cta-dt-abertura to w-acccta-dt-abertura
              end-if
              perform 150000-CARIMBA-REGISTRO

              exec cics rewrite file('ACCCTA01')
                             from(w-acccta-rec)
                             length(length of w-acccta-rec)
                             resp(w-eibresp)
              end-exec

              if w-eibresp not equal zeros
                 move 4 to lk-cta-codret
                 move 'Erro ao alterar conta' to lk-cta-msgret
              else
                 move w-acccta-situacao to lk-cta-situacao
                 move 'Conta alterada com sucesso' to lk-cta-msgret
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       300000-MUDAR-SITUACAO.
      *----------------------------------------------------------------*
      * transicoes permitidas: A->B (bloquear), B->A (liberar),
      * A/B->E (encerrar), E->A (reabrir, limpa o encerramento)
      *----------------------------------------------------------------*
           move lk-cta-codusu to w-acccta-codusu

           exec cics read file('ACCCTA01')
                           ridfld(w-acccta-codusu)
                           keylength(3)
                           into(w-acccta-rec)
                           update
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 3 to lk-cta-codret
              move 'Conta nao encontrada' to lk-cta-msgret
           else
           if (lk-cta-bloqueia and not w-acccta-aberta)
                 or (lk-cta-libera and not w-acccta-bloqueada)
                 or (lk-cta-encerra and w-acccta-encerrada)
                 or (lk-cta-reabre and not w-acccta-encerrada)
              exec cics unlock file('ACCCTA01')
                        nohandle
              end-exec
              move w-acccta-situacao to lk-cta-situacao
              move 5 to lk-cta-codret
              move 'Transicao de situacao nao permitida'
                   to lk-cta-msgret
           else
           if lk-cta-encerra
                 and lk-cta-dt-encerra not equal spaces
                 and lk-cta-dt-encerra less w-acccta-dt-abertura
              exec cics unlock file('ACCCTA01')
                        nohandle
              end-exec
              move w-acccta-situacao to lk-cta-situacao
              move 15 to lk-cta-codret
              move 'Encerramento anterior a abertura'
                   to lk-cta-msgret
           else
              evaluate true
                 when lk-cta-bloqueia
                    set w-acccta-bloqueada to true
                 when lk-cta-libera
                    set w-acccta-aberta    to true
                 when lk-cta-encerra
                    set w-acccta-encerrada to true
                    if lk-cta-dt-encerra equal spaces
                       move w-data-ymd        to w-acccta-dt-encerra
                    else
                       move lk-cta-dt-encerra to w-acccta-dt-encerra
                    end-if
                 when lk-cta-reabre
                    set w-acccta-aberta    to true
                    move spaces            to w-acccta-dt-encerra
              end-evaluate
              perform 150000-CARIMBA-REGISTRO

              exec cics rewrite file('ACCCTA01')
                             from(w-acccta-rec)
                             length(length of w-acccta-rec)
                             resp(w-eibresp)
              end-exec

              if w-eibresp not equal zeros
                 move 4 to lk-cta-codret
                 move 'Erro ao gravar conta' to lk-cta-msgret
              else
                 move w-acccta-situacao to lk-cta-situacao
                 evaluate true
                    when lk-cta-bloqueia
                       move 'Conta bloqueada com sucesso'
                            to lk-cta-msgret
                    when lk-cta-libera
                       move 'Bloqueio da conta liberado'
                            to lk-cta-msgret
                    when lk-cta-encerra
                       move 'Conta encerrada com sucesso'
                            to lk-cta-msgret
                    when lk-cta-reabre
                       move 'Conta reaberta com sucesso'
                            to lk-cta-msgret
                 end-evaluate
              end-if
           end-if
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       400000-CONSULTAR.
      *----------------------------------------------------------------*
           move lk-cta-codusu to w-acccta-codusu

           exec cics read file('ACCCTA01')
                           ridfld(w-acccta-codusu)
                           keylength(3)
                           into(w-acccta-rec)
                           resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              move 3 to lk-cta-codret
              move 'Conta nao cadastrada' to lk-cta-msgret
           else
              move w-acccta-titular     to lk-cta-titular
              move w-acccta-agencia     to lk-cta-agencia
              move w-acccta-tipo        to lk-cta-tipo
              move w-acccta-dt-abertura to lk-cta-dt-abertura
              move w-acccta-dt-encerra  to lk-cta-dt-encerra
              move w-acccta-situacao    to lk-cta-situacao
              move 'Conta consultada com sucesso' to lk-cta-msgret
           end-if
           .

      *----------------------------------------------------------------*
       900000-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           move lk-cta-codusu to w-aud-codusu
           move w-userid      to w-aud-userid
           move eibtrmid      to w-aud-termid
           move lk-cta-acao   to w-aud-acao
           move lk-cta-msgret to w-aud-msg

           exec cics writeq td queue('ACM1')
                          from(w-aud-rec)
                          length(length of w-aud-rec)
                          resp(w-eibresp)
           end-exec
           .
