      ******************************************************************
      * Valter Siqueira - Systems
      * Laboratoratório de uso particular
      * ----------------------------------------------------------------
      * Sistema .............. COMUM
      * Programa.............. OPRBTC01
      * Tipo    .............. Batch (semestral / sob demanda)
      * Finalidade ........... CAMPANHA DE RECERTIFICACAO dos perfis
      *                        de operador "OPRVSA01" - a auditoria
      *                        quer, periodicamente, o "de acordo" do
      *                        gestor de cada usuario sobre cada
      *                        acesso que ele tem.
      *                        MODO=ABRIR: grava o cabecalho da
      *                        campanha no "OPRREC01" e um item
      *                        PENDENTE por perfil ATIVO (gestor,
      *                        acoes, ultimo uso gravado pelo
      *                        OPRAUT01), e emite a lista por gestor,
      *                        com dias sem uso e marca DORMENTE (sem
      *                        uso ha DIAS= dias ou nunca usado) para
      *                        orientar a decisao. O gestor confirma
      *                        ou revoga cada item na transacao OPR2
      *                        (OPRREC01) ate o prazo.
      *                        MODO=FECHAR (so depois do prazo): todo
      *                        item ainda pendente EXPIRA - o perfil
      *                        fica INATIVO no OPRVSA01, o item vira
      *                        'E' e sai uma linha de auditoria no
      *                        layout da linha PERFIL do OPRMNT01
      *                        (acao 'E', operador OPRBTC01) no
      *                        OPRAUD01 - e emite o relatorio de
      *                        encerramento: confirmados, revogados e
      *                        expirados, com o detalhe dos revogados
      *                        e expirados. A campanha so fica
      *                        FECHADA sem falha; com falha o FECHAR
      *                        pode ser repetido (item ja expirado nao
      *                        e refeito).
      *                        O FECHAR atualiza o OPRVSA01: rodar com
      *                        o arquivo fechado no CICS (passo FECHAR
      *                        do VSRSBTC3 antes, REABRIR depois).
      *                        Parametros (cartao OPRPRM01):
      *                          MODO=ABRIR ou MODO=FECHAR (obrig.)
      *                          CAMPANHA=xxxxxxxx         (obrig.)
      *                          PRAZO=AAAAMMDD  limite das decisoes
      *                                          no ABRIR (default
      *                                          hoje mais 30 dias)
      *                          DIAS=nnnnn      dias sem uso para a
      *                                          marca DORMENTE (90)
      *                        RC 4 com falha ao expirar ou campanha
      *                        sem itens; 8 com erro de gravacao; 12
      *                        com parametro invalido, campanha
      *                        inexistente/repetida/no prazo ou falha
      *                        de open.
      * DSnames .............. B090290.OPRVSA01 (perfis; I-O no
      *                        FECHAR)
      *                        B090290.OPRREC01 (campanhas e itens,
      *                        chave campanha+usuario+programa, 100
      *                        bytes)
      *                        B090290.OPRPRM01 (parametros)
      *                        B090290.OPRREL01 (relatorio impresso)
      *                        B090290.OPRAUD01 (auditoria das
      *                        expiracoes)
      *                        SORTWK (work do SORT por gestor)
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPRBTC01.
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
           SELECT OPRVSA01   ASSIGN TO OPRVSA01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-OPR-CHAVE
                  FILE STATUS  IS WK-FS-OPRVSA01.

           SELECT OPTIONAL OPRREC01 ASSIGN TO OPRREC01
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS WK-REC-CHAVE
                  FILE STATUS  IS WK-FS-OPRREC01.

           SELECT OPRPRM01   ASSIGN TO OPRPRM01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-OPRPRM01.

           SELECT OPRREL01   ASSIGN TO OPRREL01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-OPRREL01.

           SELECT OPRAUD01   ASSIGN TO OPRAUD01
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WK-FS-OPRAUD01.

           SELECT SORTWK     ASSIGN TO SORTWK.

       DATA           DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *   PERFIS DE OPERADOR - MESMO LAYOUT DO OPRMNT01/OPRAUT01,
      *   MANTER SINCRONIZADO
      *----------------------------------------------------------------*
       FD  OPRVSA01.
       01  WK-OPRVSA01-REC.
           05 WK-OPR-CHAVE.
              10 WK-OPR-USUARIO             PIC  X(008).
              10 WK-OPR-PROGRAMA            PIC  X(008).
           05 WK-OPR-ACOES                  PIC  X(016).
           05 WK-OPR-SITUACAO               PIC  X(001).
              88 WK-OPR-ATIVO                          VALUE 'A'.
           05 WK-OPR-GESTOR                 PIC  X(008).
           05 WK-OPR-ULT-USO                PIC  X(008).

      *----------------------------------------------------------------*
      *   CAMPANHAS E ITENS - MESMO LAYOUT DO OPRREC01, MANTER
      *   SINCRONIZADO. CABECALHO: USUARIO E PROGRAMA EM BRANCO,
      *   SITUACAO A (ABERTA) / F (FECHADA), DT-DECISAO = ABERTURA
      *   E DEPOIS FECHAMENTO
      *----------------------------------------------------------------*
       FD  OPRREC01.
       01  WK-OPRREC01-REC.
           05 WK-REC-CHAVE.
              10 WK-REC-CAMPANHA            PIC  X(008).
              10 WK-REC-USUARIO             PIC  X(008).
              10 WK-REC-PROGRAMA            PIC  X(008).
           05 WK-REC-GESTOR                 PIC  X(008).
           05 WK-REC-ACOES                  PIC  X(016).
           05 WK-REC-ULT-USO                PIC  X(008).
           05 WK-REC-SITUACAO               PIC  X(001).
              88 WK-REC-PENDENTE                       VALUE 'P'.
              88 WK-REC-CONFIRMADO                     VALUE 'C'.
              88 WK-REC-REVOGADO                       VALUE 'R'.
              88 WK-REC-EXPIRADO                       VALUE 'E'.
              88 WK-REC-ABERTA                         VALUE 'A'.
           05 WK-REC-DECISOR                PIC  X(008).
           05 WK-REC-DT-DECISAO             PIC  X(014).
           05 WK-REC-PRAZO                  PIC  X(008).
           05 FILLER                        PIC  X(013).

       FD  OPRPRM01
           RECORDING MODE IS F.
       01  WK-OPRPRM01-REC                PIC  X(080).

       FD  OPRREL01
           RECORDING MODE IS F.
       01  WK-OPRREL01-REC                PIC  X(133).

      *----------------------------------------------------------------*
      *   MESMO LAYOUT DA LINHA PERFIL DO OPRMNT01 NA CSTA (ANT/NOV =
      *   ACOES + SITUACAO)
      *----------------------------------------------------------------*
       FD  OPRAUD01
           RECORDING MODE IS F.
       01  WK-OPRAUD01-REC.
           05 WK-AUD-ORIGEM                 PIC  X(009).
           05 WK-AUD-DATA                   PIC  X(008).
           05 FILLER                        PIC  X(001).
           05 WK-AUD-HORA                   PIC  X(008).
           05 WK-AUD-TIPO                   PIC  X(008).
           05 WK-AUD-ACAO                   PIC  X(001).
           05 FILLER                        PIC  X(001).
           05 WK-AUD-ALVO                   PIC  X(008).
           05 WK-AUD-BARRA                  PIC  X(001).
           05 WK-AUD-PROGRAMA               PIC  X(008).
           05 WK-AUD-ROT-USU                PIC  X(005).
           05 WK-AUD-USUARIO                PIC  X(008).
           05 WK-AUD-ROT-ANT                PIC  X(005).
           05 WK-AUD-ANTES                  PIC  X(017).
           05 WK-AUD-ROT-NOV                PIC  X(005).
           05 WK-AUD-DEPOIS                 PIC  X(017).

      *----------------------------------------------------------------*
      *   UM PERFIL ATIVO - ORDEM GESTOR + USUARIO + PROGRAMA
      *----------------------------------------------------------------*
       SD  SORTWK.
       01  SRT-REC.
           05 SRT-CHAVE.
              10 SRT-GESTOR                 PIC  X(008).
              10 SRT-USUARIO                PIC  X(008).
              10 SRT-PROGRAMA               PIC  X(008).
           05 SRT-ACOES                     PIC  X(016).
           05 SRT-ULT-USO                   PIC  X(008).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01 WK-FS-OPRVSA01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-ARQUIVO                    PIC  X(001) VALUE 'N'.
           88 FIM-ARQUIVO                               VALUE 'S'.

       01 WK-FS-OPRREC01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-CAMPANHA                   PIC  X(001) VALUE 'N'.
           88 FIM-CAMPANHA                              VALUE 'S'.

       01 WK-FS-OPRPRM01                    PIC  X(002) VALUE '00'.
       01 WK-FIM-PARM                       PIC  X(001) VALUE 'N'.
           88 FIM-PARM                                  VALUE 'S'.

       01 WK-FS-OPRAUD01                    PIC  X(002) VALUE '00'.
       01 WK-AUDITORIA-OK                   PIC  X(001) VALUE 'N'.
           88 AUDITORIA-OK                              VALUE 'S'.

       01 WK-FIM-SORT                       PIC  X(001) VALUE 'N'.
           88 FIM-SORT                                  VALUE 'S'.

       01 WK-ARQUIVOS-ABERTOS               PIC  X(001) VALUE 'N'.
           88 ARQUIVOS-ABERTOS                          VALUE 'S'.

      *----------------------------------------------------------------*
      *   CONDICAO DE TERMINO GRADUADA PARA O SCHEDULER:
      *   0 = LIMPO   4 = FALHA AO EXPIRAR / CAMPANHA SEM ITENS
      *   8 = ERRO DE LEITURA/GRAVACAO   12 = PARAMETRO INVALIDO,
      *   CAMPANHA INEXISTENTE/REPETIDA/NO PRAZO OU FALHA DE OPEN
      *----------------------------------------------------------------*
       01 WK-RETORNO                        PIC  9(002) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   HISTORICO COMUM DE EXECUCAO (VSAM RUNHST01, VIA RUNREG01):
      *   INICIO/FIM/CONTADORES/CONDITION CODE CONSULTAVEIS PELO
      *   RUNINQ01 SEM CACADA NO JES; DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RUNREG01                   PIC  X(008) VALUE
                                            'RUNREG01'.
       01 WK-RUNREG-AREA.
          05 WK-RUNREG-MODO                 PIC  X(001) VALUE 'I'.
          05 WK-RUNREG-PROGRAMA             PIC  X(008) VALUE
                                            'OPRBTC01'.
          05 WK-RUNREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RUNREG-QT-ENTRADA           PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-SAIDA             PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-QT-REJEIT            PIC  9(009) VALUE ZEROS.
          05 WK-RUNREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RUNREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   REPOSITORIO DE RELATORIOS (VSAM RELDIR01/RELLIN01, VIA
      *   RELREG01): CADA LINHA IMPRESSA NO OPRREL01 VAI TAMBEM PARA A
      *   CONSULTA ONLINE REL1 (RELINQ01); DD AUSENTE SO GERA AVISO
      *----------------------------------------------------------------*
       01 WK-PGM-RELREG01                   PIC  X(008) VALUE
                                            'RELREG01'.
       01 WK-RELREG-AREA.
          05 WK-RELREG-MODO                 PIC  X(001) VALUE 'L'.
          05 WK-RELREG-RELATORIO            PIC  X(008) VALUE
                                            'OPRREL01'.
          05 WK-RELREG-PROGRAMA             PIC  X(008) VALUE
                                            'OPRBTC01'.
          05 WK-RELREG-CICLO                PIC  X(008) VALUE SPACES.
          05 WK-RELREG-EXECUCAO             PIC  9(003) VALUE ZEROS.
          05 WK-RELREG-COND-CODE            PIC  9(002) VALUE ZEROS.
          05 WK-RELREG-LINHA                PIC  X(133) VALUE SPACES.
          05 WK-RELREG-RETORNO              PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETROS DE EXECUCAO (CARTAO OPRPRM01, UMA PALAVRA-CHAVE
      *   POR LINHA)
      *----------------------------------------------------------------*
       01 WK-MODO                           PIC  X(006) VALUE SPACES.
           88 MODO-ABRIR                                VALUE 'ABRIR '.
           88 MODO-FECHAR                               VALUE 'FECHAR'.
       01 WK-CAMPANHA                       PIC  X(008) VALUE SPACES.
       01 WK-PRAZO                          PIC  X(008) VALUE SPACES.
       01 WK-PRAZO-NUM REDEFINES WK-PRAZO   PIC  9(008).
       01 WK-DIAS-SEM-USO                   PIC  9(005) VALUE 90.

      *----------------------------------------------------------------*
      *   DATAS (AAAAMMDD): ULTIMO USO ANTERIOR AO CORTE = DORMENTE
      *----------------------------------------------------------------*
       01 WK-DATA-HOJE                      PIC  9(008) VALUE ZEROS.
       01 WK-HOJE-X REDEFINES WK-DATA-HOJE  PIC  X(008).
       01 WK-HOJE-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-DIAS-INTEIRO                   PIC  9(007) VALUE ZEROS.
       01 WK-CORTE-AAAAMMDD                 PIC  9(008) VALUE ZEROS.
       01 WK-CORTE-X REDEFINES WK-CORTE-AAAAMMDD
                                            PIC  X(008).
       01 WK-DATA-VALIDA                    PIC  X(001) VALUE 'S'.
           88 DATA-VALIDA                               VALUE 'S'.
       01 WK-DATA-TESTE                     PIC  X(008) VALUE SPACES.
       01 WK-DATA-REF                       PIC  X(008) VALUE SPACES.
       01 WK-DATA-REF-NUM REDEFINES WK-DATA-REF
                                            PIC  9(008).
       01 WK-DIAS-REF                       PIC  9(007) VALUE ZEROS.
       01 WK-AGORA.
          05 WK-AGORA-DATA                  PIC  X(008).
          05 WK-AGORA-HORA                  PIC  X(006).
       01 WK-HORA-AUD.
          05 WK-HORA-AUD-HH                 PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE ':'.
          05 WK-HORA-AUD-MM                 PIC  X(002).
          05 FILLER                         PIC  X(001) VALUE ':'.
          05 WK-HORA-AUD-SS                 PIC  X(002).

      *----------------------------------------------------------------*
      *   CABECALHO DA CAMPANHA GUARDADO PARA A REGRAVACAO FINAL
      *----------------------------------------------------------------*
       01 WK-CABECALHO                      PIC  X(100) VALUE SPACES.
       01 WK-ANTES                          PIC  X(017) VALUE SPACES.
       01 WK-EXPIRACAO-OK                   PIC  X(001) VALUE 'N'.
           88 EXPIRACAO-OK                              VALUE 'S'.

      *----------------------------------------------------------------*
      *   QUEBRA POR GESTOR NA LISTA DO ABRIR
      *----------------------------------------------------------------*
       01 WK-GESTOR-ANT                     PIC  X(008) VALUE
                                            HIGH-VALUES.
       01 WK-GESTOR-IMP                     PIC  X(008) VALUE SPACES.
       01 WK-QT-GESTOR-ITENS                PIC  9(007) VALUE ZEROS.
       01 WK-QT-GESTOR-DORMENTES            PIC  9(007) VALUE ZEROS.

       01 WK-CONTADORES.
          05 WK-QT-LIDOS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-INATIVOS                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-ITENS                    PIC  9(009) VALUE ZEROS.
          05 WK-QT-DORMENTES                PIC  9(009) VALUE ZEROS.
          05 WK-QT-GESTORES                 PIC  9(009) VALUE ZEROS.
          05 WK-QT-SEM-GESTOR               PIC  9(009) VALUE ZEROS.
          05 WK-QT-CONFIRMADOS              PIC  9(009) VALUE ZEROS.
          05 WK-QT-REVOGADOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-EXPIRADOS                PIC  9(009) VALUE ZEROS.
          05 WK-QT-FALHA-EXPIRA             PIC  9(009) VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RELATORIO IMPRESSO (DD OPRREL01, 133 BYTES COM CONTROLE DE
      *   CARRO NA COLUNA 1) - DD AUSENTE DEGRADA PARA O SYSOUT, COM
      *   AVISO
      *----------------------------------------------------------------*
       01 WK-FS-OPRREL01                    PIC  X(002) VALUE '00'.
       01 WK-REL-OK                         PIC  X(001) VALUE 'S'.
           88 REL-OK                                    VALUE 'S'.
       01 WK-REL-QT-LINHAS                  PIC  9(002) VALUE 99.
       01 WK-REL-PAGINA                     PIC  9(003) VALUE ZEROS.
       01 WK-REL-HORA-SYS                   PIC  9(008) VALUE ZEROS.
       01 WK-REL-DETALHE                    PIC  X(132) VALUE SPACES.
       01 WK-REL-CAB1.
          05 FILLER           PIC X(001) VALUE '1'.
          05 FILLER           PIC X(052) VALUE
             'OPRBTC01 - RECERTIFICACAO DE PERFIS DO OPRVSA01     '.
          05 FILLER           PIC X(006) VALUE 'DATA: '.
          05 WK-CAB1-DATA     PIC  9(008).
          05 FILLER           PIC X(007) VALUE ' HORA: '.
          05 WK-CAB1-HORA     PIC  9(008).
          05 FILLER           PIC X(006) VALUE ' PAG: '.
          05 WK-CAB1-PAG      PIC  ZZ9.
          05 FILLER           PIC X(042) VALUE SPACES.
       01 WK-REL-CAB2.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(010) VALUE 'CAMPANHA: '.
          05 WK-CAB2-CAMPANHA PIC X(008).
          05 FILLER           PIC X(009) VALUE '  PRAZO: '.
          05 WK-CAB2-PRAZO    PIC X(008).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-CAB2-MODO     PIC X(095).
       01 WK-REL-CAB3.
          05 FILLER           PIC X(001) VALUE SPACE.
          05 FILLER           PIC X(040) VALUE
             'GESTOR   USUARIO  PROGRAMA ACOES       '.
          05 FILLER           PIC X(092) VALUE
             '     ULT USO   DIAS S/USO  SITUACAO'.

       01 WK-LINHA-DETALHE.
          05 WK-DET-GESTOR    PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-USUARIO   PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-PROGRAMA  PIC X(008).
          05 FILLER           PIC X(001) VALUE SPACE.
          05 WK-DET-ACOES     PIC X(016).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-ULT-USO   PIC X(008).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-DIAS      PIC X(010).
          05 FILLER           PIC X(002) VALUE SPACES.
          05 WK-DET-SITUACAO  PIC X(040).
          05 FILLER           PIC X(025) VALUE SPACES.

       01 WK-LINHA-GESTOR.
          05 FILLER           PIC X(009) VALUE SPACES.
          05 FILLER           PIC X(010) VALUE 'GESTOR    '.
          05 WK-GES-GESTOR    PIC X(008).
          05 FILLER           PIC X(010) VALUE ' - ITENS: '.
          05 WK-GES-ITENS     PIC ZZZ,ZZ9.
          05 FILLER           PIC X(014) VALUE '  DORMENTES: '.
          05 WK-GES-DORMENTES PIC ZZZ,ZZ9.
          05 FILLER           PIC X(067) VALUE SPACES.

       01 WK-DIAS-EDT         PIC ZZZZZZ9.

       01 WK-RELATORIO.
          05 FILLER           PIC X(033) VALUE
             'OPRBTC01 - RECERTIFICACAO      '.
          05 FILLER           PIC X(020) VALUE
             'PERFIS LIDOS........'.
          05 WK-REL-LIDOS     PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'CONFIRMADOS.........'.
          05 WK-REL-CONFIRMADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'REVOGADOS...........'.
          05 WK-REL-REVOGADOS PIC ZZZ,ZZZ,ZZ9.
          05 FILLER           PIC X(020) VALUE
             'EXPIRADOS...........'.
          05 WK-REL-EXPIRADOS PIC ZZZ,ZZZ,ZZ9.

      *   LINHA DA SECAO DE TOTAIS DO RELATORIO IMPRESSO - UM
      *   CONTADOR POR LINHA
       01 WK-REL-TOTAL.
          05 FILLER            PIC X(005) VALUE SPACES.
          05 WK-REL-TOT-ROTULO PIC X(020).
          05 FILLER            PIC X(002) VALUE SPACES.
          05 WK-REL-TOT-VALOR  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL.
      *----------------------------------------------------------------*
           PERFORM 005000-REGISTRA-INICIO
           ACCEPT WK-DATA-HOJE    FROM DATE YYYYMMDD
           ACCEPT WK-REL-HORA-SYS FROM TIME
           MOVE WK-HOJE-X              TO WK-AGORA-DATA
           MOVE WK-REL-HORA-SYS(1:6)   TO WK-AGORA-HORA

           PERFORM 050000-LER-PARAMETROS
           PERFORM 070000-VALIDA-PARAMETROS

           IF WK-RETORNO LESS 12
              PERFORM 100000-ABRIR-ARQUIVOS
           END-IF

           IF WK-RETORNO LESS 12
              IF MODO-ABRIR
                 PERFORM 200000-ABRIR-CAMPANHA
              ELSE
                 PERFORM 500000-FECHAR-CAMPANHA
              END-IF
           END-IF

           PERFORM 900000-FECHAR-ARQUIVOS
           PERFORM 950000-EMITIR-RESUMO

           IF WK-RETORNO LESS 4
              AND (WK-QT-FALHA-EXPIRA GREATER ZEROS
                   OR (MODO-ABRIR AND WK-QT-ITENS EQUAL ZEROS))
              MOVE 4 TO WK-RETORNO
           END-IF
           PERFORM 955000-REGISTRA-FIM
           MOVE WK-RETORNO TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
       050000-LER-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT OPRPRM01

           IF WK-FS-OPRPRM01 EQUAL '00'
              PERFORM 060000-LER-CARTAO
                      UNTIL FIM-PARM
              CLOSE OPRPRM01
           END-IF

           DISPLAY 'OPRBTC01 - MODO=' WK-MODO
                   ' CAMPANHA=' WK-CAMPANHA
                   ' PRAZO=' WK-PRAZO
                   ' DIAS=' WK-DIAS-SEM-USO.

      *----------------------------------------------------------------*
       060000-LER-CARTAO.
      *----------------------------------------------------------------*
           READ OPRPRM01

           IF WK-FS-OPRPRM01 NOT EQUAL '00'
              MOVE 'S' TO WK-FIM-PARM
           ELSE
           IF WK-OPRPRM01-REC(1:1) EQUAL '*'
              CONTINUE
           ELSE
           IF WK-OPRPRM01-REC(1:5) EQUAL 'MODO='
              MOVE WK-OPRPRM01-REC(6:6) TO WK-MODO
           ELSE
           IF WK-OPRPRM01-REC(1:9) EQUAL 'CAMPANHA='
              MOVE WK-OPRPRM01-REC(10:8) TO WK-CAMPANHA
           ELSE
           IF WK-OPRPRM01-REC(1:6) EQUAL 'PRAZO='
              MOVE WK-OPRPRM01-REC(7:8) TO WK-PRAZO
           ELSE
           IF WK-OPRPRM01-REC(1:5) EQUAL 'DIAS='
              AND WK-OPRPRM01-REC(6:5) NUMERIC
              MOVE WK-OPRPRM01-REC(6:5) TO WK-DIAS-SEM-USO
           ELSE
           IF WK-OPRPRM01-REC NOT EQUAL SPACES
              DISPLAY 'OPRBTC01 - PARAMETRO DESCONHECIDO: '
                      WK-OPRPRM01-REC(1:20)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       070000-VALIDA-PARAMETROS.
      *----------------------------------------------------------------*
      * SEM MODO OU CAMPANHA NAO HA O QUE FAZER; PRAZO AUSENTE NO
      * ABRIR = HOJE MAIS 30 DIAS, E PRAZO JA VENCIDO NAO ABRE
      *----------------------------------------------------------------*
           COMPUTE WK-HOJE-INTEIRO =
                   FUNCTION INTEGER-OF-DATE ( WK-DATA-HOJE )
           COMPUTE WK-DIAS-INTEIRO = WK-HOJE-INTEIRO - WK-DIAS-SEM-USO
           COMPUTE WK-CORTE-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )

           IF NOT MODO-ABRIR
              AND NOT MODO-FECHAR
              DISPLAY 'OPRBTC01 - CARTAO MODO= AUSENTE OU INVALIDO'
              MOVE 12 TO WK-RETORNO
           ELSE
           IF WK-CAMPANHA EQUAL SPACES
              DISPLAY 'OPRBTC01 - CARTAO CAMPANHA= AUSENTE'
              MOVE 12 TO WK-RETORNO
           ELSE
           IF MODO-ABRIR
              IF WK-PRAZO EQUAL SPACES
                 COMPUTE WK-DIAS-INTEIRO = WK-HOJE-INTEIRO + 30
                 COMPUTE WK-PRAZO-NUM =
                         FUNCTION DATE-OF-INTEGER ( WK-DIAS-INTEIRO )
              END-IF
              MOVE WK-PRAZO TO WK-DATA-TESTE
              PERFORM 075000-VALIDA-DATA
              IF NOT DATA-VALIDA
                 OR WK-PRAZO NOT GREATER WK-HOJE-X
                 DISPLAY 'OPRBTC01 - PRAZO INVALIDO OU VENCIDO: '
                         WK-PRAZO
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       075000-VALIDA-DATA.
      *----------------------------------------------------------------*
           IF WK-DATA-TESTE NOT NUMERIC
              OR WK-DATA-TESTE(5:2) LESS '01'
              OR WK-DATA-TESTE(5:2) GREATER '12'
              OR WK-DATA-TESTE(7:2) LESS '01'
              OR WK-DATA-TESTE(7:2) GREATER '31'
              MOVE 'N' TO WK-DATA-VALIDA
           END-IF.

      *----------------------------------------------------------------*
       100000-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF MODO-ABRIR
              OPEN INPUT OPRVSA01
           ELSE
              OPEN I-O OPRVSA01
           END-IF

           IF WK-FS-OPRVSA01 NOT EQUAL '00'
              DISPLAY 'OPRBTC01 - ERRO AO ABRIR OPRVSA01 FS='
                      WK-FS-OPRVSA01
              MOVE 12  TO WK-RETORNO
           ELSE
      *       CLUSTER RECEM-DEFINIDO (PRIMEIRA CAMPANHA) ABRE VAZIO
              OPEN I-O OPRREC01
              IF WK-FS-OPRREC01 NOT EQUAL '00'
                 AND WK-FS-OPRREC01 NOT EQUAL '05'
                 DISPLAY 'OPRBTC01 - ERRO AO ABRIR OPRREC01 FS='
                         WK-FS-OPRREC01
                 CLOSE OPRVSA01
                 MOVE 12  TO WK-RETORNO
              ELSE
                 MOVE 'S' TO WK-ARQUIVOS-ABERTOS
              END-IF
           END-IF

      *    SEM TRILHA DE AUDITORIA NAO HA EXPIRACAO
           IF ARQUIVOS-ABERTOS
              AND MODO-FECHAR
              OPEN OUTPUT OPRAUD01
              IF WK-FS-OPRAUD01 EQUAL '00'
                 MOVE 'S' TO WK-AUDITORIA-OK
              ELSE
                 DISPLAY 'OPRBTC01 - ERRO AO ABRIR OPRAUD01 FS='
                         WK-FS-OPRAUD01
                         ' - CAMPANHA NAO FECHADA'
                 MOVE 12 TO WK-RETORNO
              END-IF
           END-IF

           OPEN OUTPUT OPRREL01
           IF WK-FS-OPRREL01 NOT EQUAL '00'
              DISPLAY 'OPRBTC01 - ERRO AO ABRIR OPRREL01 FS='
                      WK-FS-OPRREL01
                      ' - RELATORIO SO NO SYSOUT'
              MOVE 'N' TO WK-REL-OK
           END-IF

           MOVE WK-CAMPANHA TO WK-CAB2-CAMPANHA
           IF MODO-ABRIR
              MOVE 'ABERTURA - ITENS PENDENTES POR GESTOR'
                   TO WK-CAB2-MODO
           ELSE
              MOVE 'ENCERRAMENTO - REVOGADOS E EXPIRADOS'
                   TO WK-CAB2-MODO
           END-IF.

      *----------------------------------------------------------------*
       200000-ABRIR-CAMPANHA.
      *----------------------------------------------------------------*
      * CAMPANHA REPETIDA NAO E REABERTA - O ESTADO DAS DECISOES JA
      * TOMADAS SERIA PERDIDO
      *----------------------------------------------------------------*
           MOVE SPACES      TO WK-OPRREC01-REC
           MOVE WK-CAMPANHA TO WK-REC-CAMPANHA

           READ OPRREC01 KEY IS WK-REC-CHAVE

           IF WK-FS-OPRREC01 EQUAL '00'
              DISPLAY 'OPRBTC01 - CAMPANHA ' WK-CAMPANHA
                      ' JA EXISTE - NADA FEITO'
              MOVE 12 TO WK-RETORNO
           ELSE
              MOVE SPACES      TO WK-OPRREC01-REC
              MOVE WK-CAMPANHA TO WK-REC-CAMPANHA
              MOVE 'A'         TO WK-REC-SITUACAO
              MOVE 'OPRBTC01'  TO WK-REC-DECISOR
              MOVE WK-AGORA    TO WK-REC-DT-DECISAO
              MOVE WK-PRAZO    TO WK-REC-PRAZO

              WRITE WK-OPRREC01-REC

              IF WK-FS-OPRREC01 NOT EQUAL '00'
                 DISPLAY 'OPRBTC01 - ERRO AO GRAVAR CABECALHO FS='
                         WK-FS-OPRREC01
                 MOVE 12 TO WK-RETORNO
              ELSE
                 MOVE WK-PRAZO TO WK-CAB2-PRAZO
                 SORT SORTWK
                      ON ASCENDING KEY SRT-CHAVE
                      INPUT  PROCEDURE 210000-SELECIONA-PERFIS
                      OUTPUT PROCEDURE 300000-GRAVA-ITENS
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       210000-SELECIONA-PERFIS.
      *----------------------------------------------------------------*
           PERFORM 220000-LER-OPRVSA01
           PERFORM 230000-LIBERA-PERFIL
                   UNTIL FIM-ARQUIVO.

      *----------------------------------------------------------------*
       220000-LER-OPRVSA01.
      *----------------------------------------------------------------*
           READ OPRVSA01 NEXT RECORD

           EVALUATE WK-FS-OPRVSA01
              WHEN '00'
              WHEN '04'
                 ADD 1 TO WK-QT-LIDOS
              WHEN '10'
                 MOVE 'S' TO WK-FIM-ARQUIVO
              WHEN OTHER
                 DISPLAY 'OPRBTC01 - ERRO DE LEITURA OPRVSA01 FS='
                         WK-FS-OPRVSA01
                 MOVE 'S' TO WK-FIM-ARQUIVO
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       230000-LIBERA-PERFIL.
      *----------------------------------------------------------------*
      * PERFIL GRAVADO ANTES DO GESTOR/ULTIMO USO (REGISTRO CURTO) VEM
      * COM ESSES CAMPOS EM BRANCO OU LIXO - SO VALE O QUE FOR DATA
      *----------------------------------------------------------------*
           IF NOT WK-OPR-ATIVO
              ADD 1 TO WK-QT-INATIVOS
           ELSE
              MOVE SPACES          TO SRT-REC
              MOVE WK-OPR-GESTOR   TO SRT-GESTOR
              MOVE WK-OPR-USUARIO  TO SRT-USUARIO
              MOVE WK-OPR-PROGRAMA TO SRT-PROGRAMA
              MOVE WK-OPR-ACOES    TO SRT-ACOES
              IF WK-OPR-ULT-USO NUMERIC
                 MOVE WK-OPR-ULT-USO TO SRT-ULT-USO
              END-IF
              RELEASE SRT-REC
           END-IF

           PERFORM 220000-LER-OPRVSA01.

      *----------------------------------------------------------------*
       300000-GRAVA-ITENS.
      *----------------------------------------------------------------*
           PERFORM 310000-RETORNA-PERFIL
           PERFORM 320000-GRAVA-ITEM
                   UNTIL FIM-SORT

           IF WK-QT-GESTOR-ITENS GREATER ZEROS
              PERFORM 340000-TOTAL-GESTOR
           END-IF.

      *----------------------------------------------------------------*
       310000-RETORNA-PERFIL.
      *----------------------------------------------------------------*
           RETURN SORTWK
               AT END MOVE 'S' TO WK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
       320000-GRAVA-ITEM.
      *----------------------------------------------------------------*
           IF SRT-GESTOR NOT EQUAL WK-GESTOR-ANT
              IF WK-QT-GESTOR-ITENS GREATER ZEROS
                 PERFORM 340000-TOTAL-GESTOR
              END-IF
              MOVE SRT-GESTOR TO WK-GESTOR-ANT
              ADD 1 TO WK-QT-GESTORES
           END-IF

           MOVE SPACES       TO WK-OPRREC01-REC
           MOVE WK-CAMPANHA  TO WK-REC-CAMPANHA
           MOVE SRT-USUARIO  TO WK-REC-USUARIO
           MOVE SRT-PROGRAMA TO WK-REC-PROGRAMA
           MOVE SRT-GESTOR   TO WK-REC-GESTOR
           MOVE SRT-ACOES    TO WK-REC-ACOES
           MOVE SRT-ULT-USO  TO WK-REC-ULT-USO
           MOVE 'P'          TO WK-REC-SITUACAO
           MOVE WK-PRAZO     TO WK-REC-PRAZO

           WRITE WK-OPRREC01-REC

           IF WK-FS-OPRREC01 NOT EQUAL '00'
              DISPLAY 'OPRBTC01 - ERRO AO GRAVAR ITEM FS='
                      WK-FS-OPRREC01 ' USUARIO=' SRT-USUARIO
                      ' PROGRAMA=' SRT-PROGRAMA
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           ELSE
              ADD 1 TO WK-QT-ITENS
                       WK-QT-GESTOR-ITENS
              IF SRT-GESTOR EQUAL SPACES
                 ADD 1 TO WK-QT-SEM-GESTOR
              END-IF
              PERFORM 330000-IMPRIME-PENDENTE
           END-IF

           PERFORM 310000-RETORNA-PERFIL.

      *----------------------------------------------------------------*
       330000-IMPRIME-PENDENTE.
      *----------------------------------------------------------------*
      * NUNCA USADO OU SEM USO DESDE O CORTE = DORMENTE - CANDIDATO
      * NATURAL A REVOGACAO
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-DET-SITUACAO
           MOVE WK-REC-ULT-USO TO WK-DATA-REF
           PERFORM 700000-DIAS-SEM-USO

           IF WK-DATA-REF EQUAL SPACES
              OR WK-DATA-REF LESS WK-CORTE-X
              MOVE 'PENDENTE - DORMENTE' TO WK-DET-SITUACAO
              ADD 1 TO WK-QT-DORMENTES
                       WK-QT-GESTOR-DORMENTES
           ELSE
              MOVE 'PENDENTE'            TO WK-DET-SITUACAO
           END-IF

           PERFORM 710000-MONTA-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       340000-TOTAL-GESTOR.
      *----------------------------------------------------------------*
           IF WK-GESTOR-ANT EQUAL SPACES
              MOVE '*SEMGES*'       TO WK-GES-GESTOR
           ELSE
              MOVE WK-GESTOR-ANT    TO WK-GES-GESTOR
           END-IF
           MOVE WK-QT-GESTOR-ITENS     TO WK-GES-ITENS
           MOVE WK-QT-GESTOR-DORMENTES TO WK-GES-DORMENTES

           MOVE WK-LINHA-GESTOR TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA
           MOVE SPACES          TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE ZEROS TO WK-QT-GESTOR-ITENS
                         WK-QT-GESTOR-DORMENTES.

      *----------------------------------------------------------------*
       500000-FECHAR-CAMPANHA.
      *----------------------------------------------------------------*
      * SO CAMPANHA ABERTA E COM O PRAZO VENCIDO - O GESTOR AINDA
      * DECIDE NO PROPRIO DIA DO PRAZO
      *----------------------------------------------------------------*
           MOVE SPACES      TO WK-OPRREC01-REC
           MOVE WK-CAMPANHA TO WK-REC-CAMPANHA

           READ OPRREC01 KEY IS WK-REC-CHAVE

           IF WK-FS-OPRREC01 NOT EQUAL '00'
              DISPLAY 'OPRBTC01 - CAMPANHA ' WK-CAMPANHA
                      ' NAO ENCONTRADA FS=' WK-FS-OPRREC01
              MOVE 12 TO WK-RETORNO
           ELSE
           IF NOT WK-REC-ABERTA
              DISPLAY 'OPRBTC01 - CAMPANHA ' WK-CAMPANHA
                      ' JA FECHADA - NADA FEITO'
              MOVE 12 TO WK-RETORNO
           ELSE
           IF WK-REC-PRAZO NOT LESS WK-HOJE-X
              DISPLAY 'OPRBTC01 - CAMPANHA ' WK-CAMPANHA
                      ' NO PRAZO ATE ' WK-REC-PRAZO ' - NADA FEITO'
              MOVE 12 TO WK-RETORNO
           ELSE
              MOVE WK-OPRREC01-REC TO WK-CABECALHO
              MOVE WK-REC-PRAZO    TO WK-CAB2-PRAZO

              START OPRREC01 KEY GREATER WK-REC-CHAVE
              IF WK-FS-OPRREC01 NOT EQUAL '00'
                 MOVE 'S' TO WK-FIM-CAMPANHA
              ELSE
                 PERFORM 510000-LER-ITEM
              END-IF
              PERFORM 520000-ENCERRA-ITEM
                      UNTIL FIM-CAMPANHA

              PERFORM 600000-MARCA-FECHADA
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
       510000-LER-ITEM.
      *----------------------------------------------------------------*
           READ OPRREC01 NEXT RECORD

           EVALUATE WK-FS-OPRREC01
              WHEN '00'
              WHEN '04'
                 IF WK-REC-CAMPANHA NOT EQUAL WK-CAMPANHA
                    MOVE 'S' TO WK-FIM-CAMPANHA
                 ELSE
                    ADD 1 TO WK-QT-ITENS
                 END-IF
              WHEN '10'
                 MOVE 'S' TO WK-FIM-CAMPANHA
              WHEN OTHER
                 DISPLAY 'OPRBTC01 - ERRO DE LEITURA OPRREC01 FS='
                         WK-FS-OPRREC01
                 MOVE 'S' TO WK-FIM-CAMPANHA
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       520000-ENCERRA-ITEM.
      *----------------------------------------------------------------*
           MOVE SPACES TO WK-DET-SITUACAO

           EVALUATE TRUE
              WHEN WK-REC-CONFIRMADO
                 ADD 1 TO WK-QT-CONFIRMADOS
              WHEN WK-REC-REVOGADO
                 ADD 1 TO WK-QT-REVOGADOS
                 STRING 'REVOGADO POR ' WK-REC-DECISOR
                        ' EM ' WK-REC-DT-DECISAO(1:8)
                        DELIMITED BY SIZE INTO WK-DET-SITUACAO
              WHEN WK-REC-EXPIRADO
                 ADD 1 TO WK-QT-EXPIRADOS
                 STRING 'EXPIRADO EM ' WK-REC-DT-DECISAO(1:8)
                        DELIMITED BY SIZE INTO WK-DET-SITUACAO
              WHEN WK-REC-PENDENTE
                 PERFORM 530000-EXPIRA-ITEM
           END-EVALUATE

           IF WK-DET-SITUACAO NOT EQUAL SPACES
              MOVE WK-REC-ULT-USO TO WK-DATA-REF
              PERFORM 700000-DIAS-SEM-USO
              PERFORM 710000-MONTA-DETALHE
              PERFORM 980000-IMPRIME-LINHA
           END-IF

           PERFORM 510000-LER-ITEM.

      *----------------------------------------------------------------*
       530000-EXPIRA-ITEM.
      *----------------------------------------------------------------*
      * PRIMEIRO O PERFIL, DEPOIS O ITEM: FALHA NO PERFIL DEIXA O ITEM
      * PENDENTE PARA O PROXIMO FECHAR. PERFIL JA EXCLUIDO OU JA
      * INATIVO SO EXPIRA O ITEM
      *----------------------------------------------------------------*
           MOVE 'N'             TO WK-EXPIRACAO-OK
           MOVE WK-REC-USUARIO  TO WK-OPR-USUARIO
           MOVE WK-REC-PROGRAMA TO WK-OPR-PROGRAMA

           READ OPRVSA01 KEY IS WK-OPR-CHAVE

           EVALUATE WK-FS-OPRVSA01
              WHEN '00'
              WHEN '04'
                 IF WK-OPR-ATIVO
                    MOVE WK-OPRVSA01-REC(17:17) TO WK-ANTES
                    MOVE 'I' TO WK-OPR-SITUACAO
                    REWRITE WK-OPRVSA01-REC
                    IF WK-FS-OPRVSA01 EQUAL '00'
                       MOVE 'S' TO WK-EXPIRACAO-OK
                       PERFORM 540000-GRAVA-AUDITORIA
                    END-IF
                 ELSE
                    MOVE 'S' TO WK-EXPIRACAO-OK
                 END-IF
              WHEN '23'
                 MOVE 'S' TO WK-EXPIRACAO-OK
           END-EVALUATE

           IF EXPIRACAO-OK
              MOVE 'E'        TO WK-REC-SITUACAO
              MOVE 'OPRBTC01' TO WK-REC-DECISOR
              MOVE WK-AGORA   TO WK-REC-DT-DECISAO
              REWRITE WK-OPRREC01-REC
              IF WK-FS-OPRREC01 NOT EQUAL '00'
                 MOVE 'N' TO WK-EXPIRACAO-OK
              END-IF
           END-IF

           IF EXPIRACAO-OK
              ADD 1 TO WK-QT-EXPIRADOS
              STRING 'EXPIRADO EM ' WK-AGORA-DATA
                     DELIMITED BY SIZE INTO WK-DET-SITUACAO
           ELSE
              ADD 1 TO WK-QT-FALHA-EXPIRA
              MOVE 'FALHA AO EXPIRAR - CONTINUA PENDENTE'
                   TO WK-DET-SITUACAO
              DISPLAY 'OPRBTC01 - FALHA AO EXPIRAR USUARIO='
                      WK-REC-USUARIO ' PROGRAMA=' WK-REC-PROGRAMA
                      ' FS=' WK-FS-OPRVSA01 '/' WK-FS-OPRREC01
           END-IF.

      *----------------------------------------------------------------*
       540000-GRAVA-AUDITORIA.
      *----------------------------------------------------------------*
           MOVE WK-REL-HORA-SYS(1:2) TO WK-HORA-AUD-HH
           MOVE WK-REL-HORA-SYS(3:2) TO WK-HORA-AUD-MM
           MOVE WK-REL-HORA-SYS(5:2) TO WK-HORA-AUD-SS

           MOVE SPACES                 TO WK-OPRAUD01-REC
           MOVE 'OPRBTC01 '            TO WK-AUD-ORIGEM
           MOVE WK-AGORA-DATA          TO WK-AUD-DATA
           MOVE WK-HORA-AUD            TO WK-AUD-HORA
           MOVE ' PERFIL '             TO WK-AUD-TIPO
           MOVE 'E'                    TO WK-AUD-ACAO
           MOVE WK-OPR-USUARIO         TO WK-AUD-ALVO
           MOVE '/'                    TO WK-AUD-BARRA
           MOVE WK-OPR-PROGRAMA        TO WK-AUD-PROGRAMA
           MOVE ' USU='                TO WK-AUD-ROT-USU
           MOVE 'OPRBTC01'             TO WK-AUD-USUARIO
           MOVE ' ANT='                TO WK-AUD-ROT-ANT
           MOVE WK-ANTES               TO WK-AUD-ANTES
           MOVE ' NOV='                TO WK-AUD-ROT-NOV
           MOVE WK-OPRVSA01-REC(17:17) TO WK-AUD-DEPOIS

           WRITE WK-OPRAUD01-REC

           IF WK-FS-OPRAUD01 NOT EQUAL '00'
              DISPLAY 'OPRBTC01 - ERRO AO GRAVAR OPRAUD01 FS='
                      WK-FS-OPRAUD01 ' USUARIO=' WK-OPR-USUARIO
              IF WK-RETORNO LESS 8
                 MOVE 8 TO WK-RETORNO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       600000-MARCA-FECHADA.
      *----------------------------------------------------------------*
      * COM ITEM AINDA PENDENTE (FALHA AO EXPIRAR) OU ERRO DE LEITURA
      * A CAMPANHA CONTINUA ABERTA PARA UM NOVO FECHAR
      *----------------------------------------------------------------*
           IF WK-QT-FALHA-EXPIRA GREATER ZEROS
              OR WK-RETORNO NOT LESS 8
              DISPLAY 'OPRBTC01 - CAMPANHA ' WK-CAMPANHA
                      ' CONTINUA ABERTA - REPETIR O FECHAR'
           ELSE
              MOVE WK-CABECALHO TO WK-OPRREC01-REC
              MOVE 'F'          TO WK-REC-SITUACAO
              MOVE WK-AGORA     TO WK-REC-DT-DECISAO

              REWRITE WK-OPRREC01-REC

              IF WK-FS-OPRREC01 NOT EQUAL '00'
                 DISPLAY 'OPRBTC01 - ERRO AO FECHAR CAMPANHA FS='
                         WK-FS-OPRREC01
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 DISPLAY 'OPRBTC01 - CAMPANHA ' WK-CAMPANHA
                         ' FECHADA'
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       700000-DIAS-SEM-USO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WK-DIAS-REF

           IF WK-DATA-REF NUMERIC
              AND WK-DATA-REF(5:2) NOT LESS '01'
              AND WK-DATA-REF(5:2) NOT GREATER '12'
              AND WK-DATA-REF(7:2) NOT LESS '01'
              AND WK-DATA-REF(7:2) NOT GREATER '31'
              AND WK-DATA-REF NOT GREATER WK-HOJE-X
              COMPUTE WK-DIAS-REF = WK-HOJE-INTEIRO
                      - FUNCTION INTEGER-OF-DATE ( WK-DATA-REF-NUM )
           ELSE
              MOVE SPACES TO WK-DATA-REF
           END-IF.

      *----------------------------------------------------------------*
       710000-MONTA-DETALHE.
      *----------------------------------------------------------------*
           IF WK-REC-GESTOR EQUAL SPACES
              MOVE '*SEMGES*'      TO WK-DET-GESTOR
           ELSE
              MOVE WK-REC-GESTOR   TO WK-DET-GESTOR
           END-IF
           MOVE WK-REC-USUARIO     TO WK-DET-USUARIO
           MOVE WK-REC-PROGRAMA    TO WK-DET-PROGRAMA
           MOVE WK-REC-ACOES       TO WK-DET-ACOES

           IF WK-DATA-REF EQUAL SPACES
              MOVE 'NUNCA'         TO WK-DET-ULT-USO
              MOVE SPACES          TO WK-DET-DIAS
           ELSE
              MOVE WK-DATA-REF     TO WK-DET-ULT-USO
              MOVE WK-DIAS-REF     TO WK-DIAS-EDT
              MOVE WK-DIAS-EDT     TO WK-DET-DIAS
           END-IF

           MOVE WK-LINHA-DETALHE   TO WK-REL-DETALHE.

      *----------------------------------------------------------------*
       900000-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------*
           IF ARQUIVOS-ABERTOS
              CLOSE OPRVSA01
                    OPRREC01
           END-IF
           IF AUDITORIA-OK
              CLOSE OPRAUD01
           END-IF.

      *----------------------------------------------------------------*
       950000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WK-QT-LIDOS       TO WK-REL-LIDOS
           MOVE WK-QT-CONFIRMADOS TO WK-REL-CONFIRMADOS
           MOVE WK-QT-REVOGADOS   TO WK-REL-REVOGADOS
           MOVE WK-QT-EXPIRADOS   TO WK-REL-EXPIRADOS

           DISPLAY WK-RELATORIO

           MOVE SPACES TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           IF MODO-ABRIR
              PERFORM 960000-TOTAIS-ABERTURA
           ELSE
              PERFORM 970000-TOTAIS-ENCERRAMENTO
           END-IF

           IF REL-OK
              CLOSE OPRREL01
           END-IF.

      *----------------------------------------------------------------*
       960000-TOTAIS-ABERTURA.
      *----------------------------------------------------------------*
           MOVE 'PERFIS LIDOS........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-LIDOS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'INATIVOS (FORA).....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-INATIVOS         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ITENS PENDENTES.....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ITENS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'DORMENTES...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-DORMENTES        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'GESTORES............' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-GESTORES         TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'ITENS SEM GESTOR....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-SEM-GESTOR       TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       970000-TOTAIS-ENCERRAMENTO.
      *----------------------------------------------------------------*
           MOVE 'ITENS DA CAMPANHA...' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-ITENS            TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'CONFIRMADOS.........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-CONFIRMADOS      TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'REVOGADOS...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-REVOGADOS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'EXPIRADOS...........' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-EXPIRADOS        TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA

           MOVE 'FALHA AO EXPIRAR....' TO WK-REL-TOT-ROTULO
           MOVE WK-QT-FALHA-EXPIRA     TO WK-REL-TOT-VALOR
           MOVE WK-REL-TOTAL           TO WK-REL-DETALHE
           PERFORM 980000-IMPRIME-LINHA.

      *----------------------------------------------------------------*
       980000-IMPRIME-LINHA.
      *----------------------------------------------------------------*
      * UMA LINHA DE DETALHE NO RELATORIO IMPRESSO - SALTO DE PAGINA
      * COM CABECALHOS A CADA 60 LINHAS; SEM OPRREL01 A LINHA VAI
      * PARA O SYSOUT
      *----------------------------------------------------------------*
           IF REL-OK
              IF WK-REL-QT-LINHAS GREATER 59
                 PERFORM 981000-NOVA-PAGINA
              END-IF

              MOVE SPACES         TO WK-OPRREL01-REC
              MOVE SPACE          TO WK-OPRREL01-REC(1:1)
              MOVE WK-REL-DETALHE TO WK-OPRREL01-REC(2:132)

              WRITE WK-OPRREL01-REC

              IF WK-FS-OPRREL01 NOT EQUAL '00'
                 DISPLAY 'OPRBTC01 - ERRO AO GRAVAR OPRREL01 FS='
                         WK-FS-OPRREL01
                 MOVE 'N' TO WK-REL-OK
                 IF WK-RETORNO LESS 8
                    MOVE 8 TO WK-RETORNO
                 END-IF
              ELSE
                 ADD 1 TO WK-REL-QT-LINHAS
                 PERFORM 982000-GUARDA-LINHA
              END-IF
           ELSE
              DISPLAY WK-REL-DETALHE
           END-IF.

      *----------------------------------------------------------------*
       981000-NOVA-PAGINA.
      *----------------------------------------------------------------*
           ADD 1                TO WK-REL-PAGINA
           MOVE WK-DATA-HOJE    TO WK-CAB1-DATA
           MOVE WK-REL-HORA-SYS TO WK-CAB1-HORA
           MOVE WK-REL-PAGINA   TO WK-CAB1-PAG

           MOVE WK-REL-CAB1 TO WK-OPRREL01-REC
           WRITE WK-OPRREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB2 TO WK-OPRREL01-REC
           WRITE WK-OPRREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE WK-REL-CAB3 TO WK-OPRREL01-REC
           WRITE WK-OPRREL01-REC
           PERFORM 982000-GUARDA-LINHA
           MOVE SPACES      TO WK-OPRREL01-REC
           WRITE WK-OPRREL01-REC
           PERFORM 982000-GUARDA-LINHA

           MOVE 4 TO WK-REL-QT-LINHAS.

      *----------------------------------------------------------------*
       982000-GUARDA-LINHA.
      *----------------------------------------------------------------*
      * A LINHA RECEM-IMPRESSA VAI TAMBEM PARA O REPOSITORIO DE
      * RELATORIOS - NO CICLO DO RUNHST01 DESTA EXECUCAO
      *----------------------------------------------------------------*
           MOVE 'L'             TO WK-RELREG-MODO
           MOVE WK-RUNREG-CICLO TO WK-RELREG-CICLO
           MOVE WK-OPRREL01-REC TO WK-RELREG-LINHA
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.

      *----------------------------------------------------------------*
       005000-REGISTRA-INICIO.
      *----------------------------------------------------------------*
           MOVE 'I' TO WK-RUNREG-MODO
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA.

      *----------------------------------------------------------------*
       955000-REGISTRA-FIM.
      *----------------------------------------------------------------*
           MOVE 'F'               TO WK-RUNREG-MODO
           MOVE WK-QT-LIDOS       TO WK-RUNREG-QT-ENTRADA
           IF MODO-ABRIR
              MOVE WK-QT-ITENS       TO WK-RUNREG-QT-SAIDA
           ELSE
              MOVE WK-QT-EXPIRADOS   TO WK-RUNREG-QT-SAIDA
              MOVE WK-QT-ITENS       TO WK-RUNREG-QT-ENTRADA
           END-IF
           MOVE WK-QT-FALHA-EXPIRA TO WK-RUNREG-QT-REJEIT
           MOVE WK-RETORNO        TO WK-RUNREG-COND-CODE
           CALL WK-PGM-RUNREG01 USING WK-RUNREG-AREA

      *    FECHA A EXECUCAO NO REPOSITORIO COM PAGINAS/LINHAS E O
      *    MESMO CONDITION CODE DO RUNHST01
           MOVE 'F'              TO WK-RELREG-MODO
           MOVE WK-RETORNO       TO WK-RELREG-COND-CODE
           CALL WK-PGM-RELREG01 USING WK-RELREG-AREA.
