      *                            o contador de falhas
      *                        Toda acao gera linha de auditoria na TD
      *                        ACM1 com usuario/terminal
      *                        A inclusao grava a data de criacao da
      *                        credencial; data e canal do ultimo uso
      *                        sao mantidos pelo PROD0001 (relatorio
      *                        de dormentes ACCBTC11) e preservados
      *                        aqui em toda regravacao
      * DSnames .............. B090290.ACCSEG01
      * Transacao CICS  ...... ACS1
      *
          05 w-accseg-validade      pic x(0008).
          05 w-accseg-falhas        pic 9(0003).
          05 w-accseg-bloq-ate      pic s9(0015) comp-3.
          05 w-accseg-ult-uso-data  pic x(0008).
          05 w-accseg-ult-uso-canal pic x(0004).
          05 w-accseg-criacao       pic x(0008).

       01 w-aud-rec.
          03 w-aud-usua             pic x(0003).
          03 w-aud-msg              pic x(0060).

       01 w-userid                  pic x(0008) value spaces.
       01 w-abstime                 pic s9(0015) comp-3 value +0.
       01 w-data-ymd                pic x(0008) value spaces.

      *----------------------------------------------------------------*
      *   GENERIC WORK VARIABLES                                       *
           set  w-accseg-ativo-sim to true
           move zeros           to w-accseg-falhas
           move zeros           to w-accseg-bloq-ate
           move spaces          to w-accseg-ult-uso-data
                                   w-accseg-ult-uso-canal

           exec cics asktime
                abstime ( w-abstime )
                nohandle
           end-exec
           exec cics formattime
                abstime  ( w-abstime )
                yyyymmdd ( w-data-ymd )
                nohandle
           end-exec
           move w-data-ymd      to w-accseg-criacao

           exec cics write file('ACCSEG01')
                            ridfld(w-accseg-usua)
           move spaces to w-accseg-validade
           move zeros  to w-accseg-falhas
           move +0     to w-accseg-bloq-ate
           move spaces to w-accseg-ult-uso-data
                          w-accseg-ult-uso-canal
                          w-accseg-criacao

           exec cics read file('ACCSEG01')
                           ridfld(w-accseg-usua)
           move spaces to w-accseg-validade
           move zeros  to w-accseg-falhas
           move +0     to w-accseg-bloq-ate
           move spaces to w-accseg-ult-uso-data
                          w-accseg-ult-uso-canal
                          w-accseg-criacao

           exec cics read file('ACCSEG01')
                           ridfld(w-accseg-usua)
           move spaces to w-accseg-validade
           move zeros  to w-accseg-falhas
           move +0     to w-accseg-bloq-ate
           move spaces to w-accseg-ult-uso-data
                          w-accseg-ult-uso-canal
                          w-accseg-criacao

           exec cics read file('ACCSEG01')
                           ridfld(w-accseg-usua)
           move spaces to w-accseg-validade
           move zeros  to w-accseg-falhas
           move +0     to w-accseg-bloq-ate
           move spaces to w-accseg-ult-uso-data
                          w-accseg-ult-uso-canal
                          w-accseg-criacao

           exec cics read file('ACCSEG01')
                           ridfld(w-accseg-usua)
