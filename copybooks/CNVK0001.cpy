      *----------------------------------------------------------------*
      *   TABELAS DE CONVERSAO ASCII/LATIN-1 -> EBCDIC IBM-037 PARA
      *   OS LOADERS DE ARQUIVO DELIMITADO (CEPBTC01/ACCBTC02/CEPBTC08).
      *   A FONTE E A FAIXA CONTIGUA X'20'-X'FF' (224 BYTES); O ALVO
      *   TRAZ O BYTE IBM-037 CORRESPONDENTE, OU X'3F' (SUB) PARA
      *   CARACTERE SEM EQUIVALENTE - DEPOIS DA CONVERSAO, QUALQUER
