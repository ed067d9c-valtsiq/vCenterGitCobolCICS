      *     com alerta na TD CSTA; sucesso zera o contador. N e a
      *     duracao do bloqueio vem do PRMVSA01 (PROD0001/MAXFALHA,
      *     default 5; PROD0001/BLOQSEG, default 900 segundos)
      *   - ultimo uso: a data e o canal (ACC-SEG-01-TRAN) do ultimo
      *     acesso aceito ficam na propria credencial - regravada no
      *     maximo uma vez por dia/canal, NOHANDLE: falha aqui nunca
      *     derruba a consulta. Base do relatorio mensal de
      *     credenciais dormentes ACCBTC11
      * DSnames: B090290.ACCM1VSA / B090290.ACCSEG01
      *
      * Totais calculados: as duas formas de resposta devolvem, por
      * chamada rejeitada pela seguranca nao conta. O relatorio
      * mensal e o ACCBTC04. Falha na medicao nunca derruba a
      * consulta.
      *
      * Cadastro de contas (VSAM "ACCCTA01", ACCCTAMN/ACCBTC08): com a
      * credencial aceita, as duas formas devolvem o titular e a
      * situacao da conta (A aberta, B bloqueada, E encerrada; branco
      * = conta sem cadastro) - a situacao sai sempre no byte livre
      * do ACCM1-TOTAIS (forma unitaria de 400 bytes); o bloco
      * completo (titular, agencia, tipo, situacao, abertura,
      * encerramento - WK-COMMAREA-CONTA, 63 bytes) e devolvido logo
      * depois da commarea quando o chamador manda o EIBCALEN
      * aumentado desse tamanho (400+63 ou lote+63). Conta
      * encerrada/sem cadastro NAO muda o CODRET: o valor historico
      * continua consultavel
      *
      * Razao de ajustes (VSAM "ACCAJU01", gravado pelo ACCM1MNT acao
      * 'J'): o valor de um mes corrigido NAO e sobrescrito no
      * ACCM1VSA - aqui o valor servido e o original mais a soma dos
      * lancamentos do mes (chave CODUSU+ANO+MES+sequencia), e os
      * totais ja saem sobre o valor ajustado. O ano com ajuste e
      * marcado: ACCM1-AJUSTADO ('S'/'N') no ACCM1-TOTAIS da forma
      * unitaria; no multi-ano um flag por ano (WK-COMMAREA-AJUSTE,
      * 5 bytes) devolvido depois do bloco de conta quando o
      * EIBCALEN vem como lote+63+5
      *
      * Texto de retorno: o MSGRET das duas formas sai do catalogo de
      * mensagens (rotina comum MSGLER01, subsistema PROD0001, chave
      * codret+idioma) - o texto montado aqui e o default. O idioma
      * vem nos 2 primeiros bytes de ACC-SEG-01-BR15 ('PT', 'EN'...;
      * branco = 'PT'). O ACC-SEG-01-MEN1 da seguranca nao passa
      * pelo catalogo
      *****************************************************************
       identification division.
       program-id.    prod0001.
         05        ACCM1-TOTAIS REDEFINES ACCM1-FILLER.
           10      ACCM1-TOTAL-ANUAL  PIC 9(014).
           10      ACCM1-QT-MESES-VAL PIC 9(002).
           10      ACCM1-SITUACAO     PIC X(001).
           10      ACCM1-AJUSTADO     PIC X(001).
           10      FILLER             PIC X(014).
      *
         05        ACCM1-CODRET       PIC 9(002) value zeroes.
         05        ACCM1-MSGRET       PIC X(079) value spaces.
          05 accm1l-codret             PIC 9(002).
          05 accm1l-msgret             PIC X(079).

      *----------------------------------------------------------------*
      *   BLOCO OPCIONAL DO CADASTRO DE CONTAS, DEVOLVIDO DEPOIS DA
      *   COMMAREA (UNITARIA OU LOTE) QUANDO O EIBCALEN O INCLUI
      *----------------------------------------------------------------*
       01 wk-commarea-conta.
          05 accm1c-titular            PIC X(040).
          05 accm1c-agencia            PIC X(004).
          05 accm1c-tipo               PIC X(002).
          05 accm1c-situacao           PIC X(001).
          05 accm1c-dt-abertura        PIC X(008).
          05 accm1c-dt-encerra         PIC X(008).

      *   mesmo layout mantido pelo ACCCTAMN/ACCBTC08 - manter
      *   sincronizado
       01 wk-acccta-rec.
          05 wk-acccta-codusu          PIC X(003).
          05 wk-acccta-titular         PIC X(040).
          05 wk-acccta-agencia         PIC X(004).
          05 wk-acccta-tipo            PIC X(002).
          05 wk-acccta-situacao        PIC X(001).
          05 wk-acccta-dt-abertura     PIC X(008).
          05 wk-acccta-dt-encerra      PIC X(008).
          05 wk-acccta-manut-data      PIC X(010).
          05 wk-acccta-manut-hora      PIC X(008).
          05 wk-acccta-origem          PIC X(008).
          05 filler                    PIC X(008).
       01 w-eibresp-cta                PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *   BLOCO OPCIONAL DE MARCA DE AJUSTE POR ANO (MULTI-ANO),
      *   DEVOLVIDO DEPOIS DO BLOCO DE CONTA
      *----------------------------------------------------------------*
       01 wk-commarea-ajuste.
          05 accm1a-ajustado           PIC X(001) OCCURS 5 TIMES.

      *   razao de ajustes - mesmo layout gravado pelo ACCM1MNT no
      *   VSAM "ACCAJU01", manter sincronizado
       01 wk-aju-rec.
          05 wk-aju-chave.
             10 wk-aju-codusu          PIC X(003).
             10 wk-aju-ano             PIC X(004).
             10 wk-aju-mes             PIC X(002).
             10 wk-aju-seq             PIC 9(003).
          05 wk-aju-valor              PIC S9(012)
                                       SIGN LEADING SEPARATE.
          05 wk-aju-motivo             PIC X(003).
          05 wk-aju-obs                PIC X(040).
          05 wk-aju-val-original       PIC X(012).
          05 wk-aju-usuario            PIC X(008).
          05 wk-aju-data               PIC X(010).
          05 wk-aju-hora               PIC X(008).
          05 filler                    PIC X(020).
       01 wk-aju-browse-key.
          05 wk-aju-brw-prefixo        PIC X(007).
          05 filler                    PIC X(005).
       01 wk-aju-somas.
          05 wk-aju-soma-mes           PIC S9(013) OCCURS 12 TIMES.
       01 wk-aju-resultado             PIC S9(013) VALUE ZEROS.
       01 wk-idx-aju                   PIC 9(002) VALUE ZEROS.
       01 wk-ajustado                  PIC X(001) VALUE 'N'.
          88 ano-ajustado                          VALUE 'S'.
       01 wk-fim-ajustes               PIC X(001) VALUE 'N'.
          88 fim-ajustes                           VALUE 'S'.
       01 w-eibresp-aju                PIC S9(9) COMP-5 SYNC.

      *----------------------------------------------------------------*
      *   VISAO COM OCCURS DO REGISTRO LIDO, PARA COPIAR OS 12 PARES
      *   MES/VALOR EM LACO NO MODO MULTI-ANO
          05 wk-seg-nome               PIC X(010).
          05 wk-seg-chav               PIC X(014).
          05 wk-seg-opca               PIC X(004).
          05 filler                    PIC X(027).
      *   idioma do texto de retorno - ACC-SEG-01-BR15(1:2)
          05 wk-seg-idioma             PIC X(002).
          05 filler                    PIC X(013).
          05 wk-seg-reto               PIC 9(003).
          05 wk-seg-men1               PIC X(020).

          05 wk-accseg-validade        PIC X(008).
          05 wk-accseg-falhas          PIC 9(003).
          05 wk-accseg-bloq-ate        PIC S9(015) COMP-3.
      *   uso: data AAAAMMDD e canal (transacao do envelope) do ultimo
      *   acesso aceito; inclusao AAAAMMDD gravada pelo ACCSEGMN
      *   (spaces = credencial anterior a este controle)
          05 wk-accseg-ult-uso-data    PIC X(008).
          05 wk-accseg-ult-uso-canal   PIC X(004).
          05 wk-accseg-criacao         PIC X(008).

       01 wk-seg-ok                    PIC X(001) VALUE 'N'.
          88 seguranca-ok                        VALUE 'S'.
       01 wk-prm-default               PIC X(048) VALUE SPACES.
       01 wk-prm-valor                 PIC X(048) VALUE SPACES.
       01 wk-prm-origem                PIC X(001) VALUE SPACE.
      *   catalogo de mensagens (rotina comum MSGLER01) - mesmo
      *   layout de LK-MSG-AREA de la
       77 wk-pgm-msgler01              PIC X(008) VALUE 'MSGLER01'.
       01 wk-msg-area.
          05 wk-msga-subsistema        PIC X(008) VALUE 'PROD0001'.
          05 wk-msga-codret            PIC 9(004) VALUE ZEROS.
          05 wk-msga-idioma            PIC X(002) VALUE SPACES.
          05 wk-msga-complemento       PIC X(040) VALUE SPACES.
          05 wk-msga-texto             PIC X(060) VALUE SPACES.
          05 wk-msga-origem            PIC X(001) VALUE SPACE.
      *   alerta de bloqueio na TD CSTA - carimbo TRAN+DATA+HORA e o
      *   texto 'ALERTA' em seguida, formato que o CSTARPT classifica
      *   como critico
      ******************************************************************
       linkage section.

       01 dfhcommarea                         pic x(1267).

      ******************************************************************
      *    P R O C E D U R E S
           perform 040000-MONTA-ANOMES

           if eibcalen equal length of wk-commarea-lote
              or eibcalen equal length of wk-commarea-lote
                              + length of wk-commarea-conta
              or eibcalen equal length of wk-commarea-lote
                              + length of wk-commarea-conta
                              + length of wk-commarea-ajuste
              perform 400000-PESQUISA-MULTI-ANO
           else
              perform 100000-PESQUISA-UNITARIA
           move spaces to wk-accseg-validade
           move zeros  to wk-accseg-falhas
           move +0     to wk-accseg-bloq-ate
           move spaces to wk-accseg-ult-uso-data
                          wk-accseg-ult-uso-canal
                          wk-accseg-criacao

      *    leitura com UPDATE: o proprio registro carrega o contador
      *    de falhas consecutivas e o prazo de bloqueio
                    move zeros to wk-accseg-falhas
                    move 'S'   to wk-seg-mudou
                 end-if
      *          ultimo uso: so regrava na troca de dia ou de canal
                 if wk-accseg-ult-uso-data  not equal wk-data-ymd
                    or wk-accseg-ult-uso-canal not equal wk-seg-tran
                    move wk-data-ymd to wk-accseg-ult-uso-data
                    move wk-seg-tran to wk-accseg-ult-uso-canal
                    move 'S'         to wk-seg-mudou
                 end-if
      *          aviso de rotacao: validade a menos de 30 dias
                 if wk-accseg-validade not equal spaces
                    and wk-accseg-validade not greater wk-data-aviso
           end-if
           .

      *----------------------------------------------------------------*
       060000-LE-CONTA.
      *----------------------------------------------------------------*
      * titular/situacao do CODUSU (wk-acccta-codusu preparado pelo
      * chamador) para wk-commarea-conta; sem cadastro ou arquivo
      * indisponivel = bloco em branco, a consulta segue
      *----------------------------------------------------------------*
           move spaces to wk-commarea-conta

           exec cics read file('ACCCTA01')
                           ridfld(wk-acccta-codusu)
                           keylength(3)
                           into(wk-acccta-rec)
                           resp(w-eibresp-cta)
           end-exec

           if w-eibresp-cta equal zeros
              move wk-acccta-titular     to accm1c-titular
              move wk-acccta-agencia     to accm1c-agencia
              move wk-acccta-tipo        to accm1c-tipo
              move wk-acccta-situacao    to accm1c-situacao
              move wk-acccta-dt-abertura to accm1c-dt-abertura
              move wk-acccta-dt-encerra  to accm1c-dt-encerra
           end-if
           .

      *----------------------------------------------------------------*
       070000-MENSAGEM-CATALOGO.
      *----------------------------------------------------------------*
      * texto de retorno pelo catalogo (MSGLER01): o chamador poe o
      * codret e o texto default em wk-msga-codret/wk-msga-texto e
      * recebe em wk-msga-texto o texto a devolver, no idioma do
      * envelope
      *----------------------------------------------------------------*
           move wk-seg-idioma to wk-msga-idioma
           move spaces        to wk-msga-complemento

           call wk-pgm-msgler01 using dfheiblk
                                       dfhcommarea
                                       wk-msg-area
           .

      *----------------------------------------------------------------*
       100000-PESQUISA-UNITARIA.
      *----------------------------------------------------------------*
                              accm1-val10 accm1-val11 accm1-val12
              move 9 to accm1-codret
              move 'Credencial rejeitada' to accm1-msgret
              move accm1-codret to wk-msga-codret
              move accm1-msgret to wk-msga-texto
              perform 070000-MENSAGEM-CATALOGO
              move wk-msga-texto to accm1-msgret
              move wk-commarea-out
                   to dfhcommarea(1:length of wk-commarea-out)
           else
              move 1  to accm1-codret
              move 'Usuario/ano nao encontrado' to accm1-msgret
           else
              perform 170000-APLICA-AJUSTES
              move wk-accm1v-mes01 to accm1-mes01
              move wk-accm1v-val01 to accm1-val01
              move wk-accm1v-mes02 to accm1-mes02
           if w-eibresp not equal zeros
              move zeros to accm1-total-anual
              move zeros to accm1-qt-meses-val
              move 'N'   to accm1-ajustado
           else
              move wk-ajustado to accm1-ajustado
           end-if

           if w-eibresp equal zeros
           move accm1-codusu to wk-mtr-codusu
           perform 045000-METRA-CONSULTA

           move accm1-codusu    to wk-acccta-codusu
           perform 060000-LE-CONTA
           move accm1c-situacao to accm1-situacao

           move accm1-codret to wk-msga-codret
           move accm1-msgret to wk-msga-texto
           perform 070000-MENSAGEM-CATALOGO
           move wk-msga-texto to accm1-msgret

           move wk-commarea-out
                to dfhcommarea(1:length of wk-commarea-out)

           if eibcalen not less length of wk-commarea-out
                              + length of wk-commarea-conta
              move wk-commarea-conta
                   to dfhcommarea(length of wk-commarea-out + 1:
                                  length of wk-commarea-conta)
           end-if
           .

      *----------------------------------------------------------------*
           end-evaluate
           .

      *----------------------------------------------------------------*
       170000-APLICA-AJUSTES.
      *----------------------------------------------------------------*
      * soma ao valor original de cada mes os lancamentos do razao
      * ACCAJU01 do CODUSU+ANO recem-lido (browse pela chave parcial)
      * e devolve o registro ja ajustado em wk-accm1vsa-rec; razao
      * indisponivel serve o original, como nas demais leituras
      * opcionais deste programa
      *----------------------------------------------------------------*
           move 'N'              to wk-ajustado
           move 'N'              to wk-fim-ajustes
           initialize wk-aju-somas
           move wk-accm1v-chave  to wk-aju-brw-prefixo
           move low-values       to wk-aju-browse-key(8:5)

           exec cics startbr file('ACCAJU01')
                             ridfld(wk-aju-browse-key)
                             keylength(12)
                             gteq
                             resp(w-eibresp-aju)
           end-exec

           if w-eibresp-aju equal zeros
              perform 175000-LE-AJUSTE
                      until fim-ajustes

              exec cics endbr file('ACCAJU01')
                   nohandle
              end-exec
           end-if

           if ano-ajustado
              move wk-accm1vsa-rec to wk-rec-meses
              perform 178000-AJUSTA-MES
                      varying wk-idx-aju from 1 by 1
                      until wk-idx-aju greater 12
              move wk-rec-meses    to wk-accm1vsa-rec
           end-if
           .

      *----------------------------------------------------------------*
       175000-LE-AJUSTE.
      *----------------------------------------------------------------*
           exec cics readnext file('ACCAJU01')
                              into(wk-aju-rec)
                              ridfld(wk-aju-browse-key)
                              keylength(12)
                              resp(w-eibresp-aju)
           end-exec

           if w-eibresp-aju not equal zeros
              or wk-aju-codusu not equal wk-accm1v-codusu
              or wk-aju-ano    not equal wk-accm1v-ano
              move 'S' to wk-fim-ajustes
           else
           if wk-aju-mes numeric
                 and wk-aju-mes not less '01'
                 and wk-aju-mes not greater '12'
                 and wk-aju-valor numeric
              move wk-aju-mes   to wk-idx-aju
              add  wk-aju-valor to wk-aju-soma-mes(wk-idx-aju)
              move 'S'          to wk-ajustado
           end-if
           end-if
           .

      *----------------------------------------------------------------*
       178000-AJUSTA-MES.
      *----------------------------------------------------------------*
      * so mes com valor original valido recebe o ajuste; resultado
      * fora de 0..999999999999 (nao aceito pelo ACCM1MNT) fica com o
      * original
      *----------------------------------------------------------------*
           if wk-aju-soma-mes(wk-idx-aju) not equal zeros
              and wk-rec-mes(wk-idx-aju)
                    equal wk-rotulo-mes(wk-idx-aju)
              and wk-rec-val(wk-idx-aju) numeric
              move wk-rec-val(wk-idx-aju) to wk-val-num
              compute wk-aju-resultado = wk-val-num
                                       + wk-aju-soma-mes(wk-idx-aju)
              if wk-aju-resultado not less zeros
                 and wk-aju-resultado not greater 999999999999
                 move wk-aju-resultado to wk-val-num
                 move wk-val-num       to wk-rec-val(wk-idx-aju)
              end-if
           end-if
           .

      *----------------------------------------------------------------*
       400000-PESQUISA-MULTI-ANO.
      *----------------------------------------------------------------*

           move zeros  to accm1l-qt
                          wk-qt-achados
           move all 'N' to wk-commarea-ajuste
           move spaces to accm1l-msgret
           move 'N'    to wk-falha-geral

           if not seguranca-ok
              move 9 to accm1l-codret
              move 'Credencial rejeitada' to accm1l-msgret
              move accm1l-codret to wk-msga-codret
              move accm1l-msgret to wk-msga-texto
              perform 070000-MENSAGEM-CATALOGO
              move wk-msga-texto to accm1l-msgret
              move wk-commarea-lote
                   to dfhcommarea(1:length of wk-commarea-lote)
           else
              end-if
           end-if

           move accm1l-codret to wk-msga-codret
           move accm1l-msgret to wk-msga-texto
           perform 070000-MENSAGEM-CATALOGO
           move wk-msga-texto to accm1l-msgret

           move wk-commarea-lote
                to dfhcommarea(1:length of wk-commarea-lote)

           if eibcalen not less length of wk-commarea-lote
                              + length of wk-commarea-conta
              move accm1l-codusu to wk-acccta-codusu
              perform 060000-LE-CONTA
              move wk-commarea-conta
                   to dfhcommarea(length of wk-commarea-lote + 1:
                                  length of wk-commarea-conta)
           end-if
           if eibcalen equal length of wk-commarea-lote
                           + length of wk-commarea-conta
                           + length of wk-commarea-ajuste
              move wk-commarea-ajuste
                   to dfhcommarea(length of wk-commarea-lote
                                + length of wk-commarea-conta + 1:
                                  length of wk-commarea-ajuste)
           end-if
           end-if
           .

           if w-eibresp equal zeros
              move 'S' to accm1l-achou(wk-idx-ano)
              add 1 to wk-qt-achados
              perform 170000-APLICA-AJUSTES
              move wk-ajustado to accm1a-ajustado(wk-idx-ano)
              perform 150000-TOTALIZA-ANO
              move wk-tot-anual    to accm1l-total-anual(wk-idx-ano)
              move wk-qt-meses-val
