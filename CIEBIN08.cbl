       CBL CICS('COBOL3') APOST
      *****************************************************************
      * PoT para Tivit / Cielo
      * ----------------------------------------------------------------
      * Programa.............. CIEBIN08
      * Tipo    .............. Online
      * Finalidade ........... consulta do historico de manutencao de
      *                        uma regra de roteamento no VSAM
      *                        "CIEROH01" (imagens antes/depois
      *                        gravadas pelo CIEBIN07 a cada inclusao/
      *                        alteracao/desativacao, com data/hora,
      *                        origem e usuario) - recebe a chave da
      *                        regra pela commarea e devolve as
      *                        entradas em ordem cronologica de chave,
      *                        mesma mecanica do CIEBIN04
      * DSnames .............. B090290.CIEROH01
      * Transacao CICS  ...... BIN8
      *
      *****************************************************************
       identification division.
       program-id.    ciebin08.
       environment    division.
       configuration  section.
       data           division.
       working-storage section.
      *----------------------------------------------------------------*
      *   mesmo layout de w-roh-rec gravado pelo CIEBIN07 no VSAM
      *   "CIEROH01" - manter os dois sincronizados
      *----------------------------------------------------------------*
       01 w-roh-rec.
          03 w-roh-chave.
             05 w-roh-regra         pic x(0020).
             05 w-roh-data          pic x(0010).
             05 w-roh-hora          pic x(0008).
             05 w-roh-tasknum       pic 9(0007).
          03 w-roh-acao             pic x(0001).
          03 w-roh-origem           pic x(0016).
          03 w-roh-usuario          pic x(0008).
          03 w-roh-img-antes        pic x(0090).
          03 w-roh-img-depois       pic x(0090).
       01 w-browse-key.
          03 w-browse-regra         pic x(0020).
          03 filler                 pic x(0025).
       01 w-qt-achados              pic 9(0002) VALUE ZEROS.
       01 w-fim-browse              pic x(0001) VALUE 'N'.
          88 fim-browse                         VALUE 'S'.
      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
      *----------------------------------------------------------------*
       01 w-eibresp                 PIC S9(9) COMP-5 SYNC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       linkage section.

       01 dfhcommarea.
      *   marca + produto + classe + faixa, como no CIEBIN07
          03 lk-regra               pic x(0020).
          03 lk-qt-achados          pic 9(0002).
          03 lk-roh-ocr occurs 10 times.
             05 lk-roh-data         pic x(0010).
             05 lk-roh-hora         pic x(0008).
             05 lk-roh-acao         pic x(0001).
             05 lk-roh-origem       pic x(0016).
             05 lk-roh-usuario      pic x(0008).
             05 lk-roh-img-antes    pic x(0090).
             05 lk-roh-img-depois   pic x(0090).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       procedure division.

      *----------------------------------------------------------------*
       mainline section.
      *----------------------------------------------------------------*

           move zeros     to w-qt-achados
           move lk-regra  to w-browse-regra
           move low-value to w-browse-key(21:25)

           exec cics startbr file('CIEROH01')
                             ridfld(w-browse-key)
                             keylength(45)
                             gteq
                             resp(w-eibresp)
           end-exec

           if w-eibresp equal zeros
              perform 200000-LER-HISTORICO
                      until fim-browse
                         or w-qt-achados equal 10

              exec cics endbr file('CIEROH01')
              end-exec
           end-if

           move w-qt-achados to lk-qt-achados

           exec cics return
           end-exec
           .

      *----------------------------------------------------------------*
       200000-LER-HISTORICO.
      *----------------------------------------------------------------*
           exec cics readnext file('CIEROH01')
                             into(w-roh-rec)
                             ridfld(w-browse-key)
                             keylength(45)
                             resp(w-eibresp)
           end-exec

           if w-eibresp not equal zeros
              or w-roh-regra not equal lk-regra
              move 'S' to w-fim-browse
           else
              add 1 to w-qt-achados
              move w-roh-data
                   to lk-roh-data(w-qt-achados)
              move w-roh-hora
                   to lk-roh-hora(w-qt-achados)
              move w-roh-acao
                   to lk-roh-acao(w-qt-achados)
              move w-roh-origem
                   to lk-roh-origem(w-qt-achados)
              move w-roh-usuario
                   to lk-roh-usuario(w-qt-achados)
              move w-roh-img-antes
                   to lk-roh-img-antes(w-qt-achados)
              move w-roh-img-depois
                   to lk-roh-img-depois(w-qt-achados)
           end-if.
