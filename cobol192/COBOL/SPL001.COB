      * IMPRIME OU REIMPRIME, MOSTRA NA    *
      * TELA E PURGA. O RELATORIO PURGADO  *
      * SO E MARCADO (SITUACAO P); O       *
      * ARQUIVO FISICO E APAGADO NA FAXINA *
      * MENSAL DOS ARQUIVOS DE LOG         *
      * (CEP081).                          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
