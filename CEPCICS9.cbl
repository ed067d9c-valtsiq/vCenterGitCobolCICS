      *    CODIGO IBGE DO MUNICIPIO (TABELA CEPMUN01) - BRANCO EM
      *    REGISTRO LEGADO
             05 WK-CEPV0001-IBGE            PIC  X(007).
      *    COORDENADAS GEOGRAFICAS DO CEP EM GRAUS DECIMAIS
      *    (WGS84) - BRANCO = SEM COORDENADA (REGISTRO LEGADO OU
      *    EXTRATO SEM A COLUNA); TESTAR NUMERIC ANTES DE USAR
             05 WK-CEPV0001-COORDENADAS.
                07 WK-CEPV0001-LATITUDE     PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
                07 WK-CEPV0001-LONGITUDE    PIC S9(003)V9(006)
                   SIGN LEADING SEPARATE.
      *----------------------------------------------------------------*
      *   COMMAREA DO CEPCICS3 (MESMO LAYOUT DO DFHCOMMAREA DE LA -
      *   MANTER OS DOIS SINCRONIZADOS)
