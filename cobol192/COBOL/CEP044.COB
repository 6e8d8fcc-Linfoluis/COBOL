      * VERIFICADOR NOTURNO DE INTEGRIDADE *
      * ENTRE ARQUIVOS: ALMOX X PRODUTO,   *
      * LOTES X SALDO DO PERECIVEL,        *
      * SERIES EM ESTOQUE X ALMOX DO       *
      * PRODUTO SERIADO,                   *
      * SITUACAO X QUANTIDADES DO PEDIDO   *
      * DE COMPRA, VRESTOQ X QUANT*PRECMD, *
      * OCA003 (MESES X TOTAIS E X OCA013) *
       COPY PRODUSEL.BOK.
       COPY ALMOXSEL.BOK.
       COPY LOTESEL.BOK.
       COPY SERSEL.BOK.
       COPY PEDSEL.BOK.
       COPY AMIGSEL.BOK.
       COPY CONTSEL.BOK.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY LOTE.BOK.
       COPY SERIE.BOK.
       COPY PEDCMP.BOK.
       COPY ARQAMIG.BOK.
       COPY CONTATO.BOK.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERROL     PIC X(02) VALUE "00".
       77 ST-ERROSR    PIC X(02) VALUE "00".
       77 ST-ERROP     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERRO13    PIC X(02) VALUE "00".
       77 W-SOMA       PIC 9(06)V9 VALUE ZEROS.
       77 W-SOMALOTE   PIC 9(06)V9 VALUE ZEROS.
       77 IND          PIC 9(02) VALUE ZEROS.
      *
      * SERIES EM ESTOQUE DO PRODUTO POR ALMOXARIFADO (0 A 9)
      *
       77 W-TEMSER     PIC X(01) VALUE "N".
       77 W-ISA        PIC 9(02) VALUE ZEROS.
       01 TAB-SERALM.
          03 TSA-QTDE  PIC 9(05) OCCURS 10 TIMES.
       01 W-CHVSER.
          03 W-CS-CODPRO PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE "/".
          03 W-CS-ALMOX  PIC 9(01) VALUE ZEROS.
       01 W-ESP        PIC 9(10)V99 VALUE ZEROS.
       01 W-SOMAM1     PIC 9(09)V99 VALUE ZEROS.
       01 W-SOMAM2     PIC 9(09)V99 VALUE ZEROS.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
      *
      * 1) SOMA DOS ALMOXARIFADOS X CADASTRO E VRESTOQ X
      *    QUANT*PRECMD, LOTES X SALDO DO PERECIVEL E SERIES EM
      *    ESTOQUE X SALDO DE CADA ALMOX DO SERIADO
      *
       CHK-PROD.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              GO TO CHK-PED.
           OPEN INPUT ALMOX
           OPEN INPUT LOTE
           OPEN INPUT SERIE
           IF ST-ERROSR = "00"
              MOVE "S" TO W-TEMSER
           ELSE
              MOVE "N" TO W-TEMSER.
       CHK-PROD1.
           READ PRODUTO NEXT
           IF ST-ERRO NOT = "00"
                 MOVE W-SOMALOTE TO DET14
                 MOVE QUANT     TO DET15
                 PERFORM GRV-EXCECAO THRU GRV-EXCECAO-FIM.
           IF SERIADO = "S"
              PERFORM CONFERE-SERIE THRU CONFERE-SERIE-FIM.
           GO TO CHK-PROD1.
       CHK-PROD-FIM.
           CLOSE PRODUTO ALMOX LOTE
           IF W-TEMSER = "S"
              CLOSE SERIE.
      *
      * 2) PEDIDOS DE COMPRA: SITUACAO X QUANTIDADES
      *
       SOMAR-LOTE-FIM.
           EXIT.
      *
      * CONTA AS SERIES EM ESTOQUE DO PRODUTO POR ALMOXARIFADO E
      * CONFERE CADA ALMOX; SERIE EM ALMOX SEM SALDO CADASTRADO
      * SAI CONTRA ZERO
      *
       CONFERE-SERIE.
           MOVE ZEROS TO TAB-SERALM
           IF W-TEMSER NOT = "S"
              GO TO CONFERE-SERIE2.
           MOVE CODPRO     TO SER-CODPRO
           MOVE LOW-VALUES TO SER-NUMERO
           START SERIE KEY IS NOT LESS SER-CHAVE
                 INVALID KEY GO TO CONFERE-SERIE2.
       CONFERE-SERIE1.
           READ SERIE NEXT
           IF ST-ERROSR NOT = "00"
              GO TO CONFERE-SERIE2.
           IF SER-CODPRO NOT = CODPRO
              GO TO CONFERE-SERIE2.
           IF SER-ESTOQUE
              COMPUTE W-ISA = SER-ALMOX + 1
              ADD 1 TO TSA-QTDE (W-ISA).
           GO TO CONFERE-SERIE1.
       CONFERE-SERIE2.
           MOVE CODPRO TO ALMOX-CODPRO
           MOVE ZEROS  TO ALMOX-NUMERO
           START ALMOX KEY IS NOT LESS ALMOX-CHAVE
                 INVALID KEY GO TO CONFERE-SERIE4.
       CONFERE-SERIE3.
           READ ALMOX NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONFERE-SERIE4.
           IF ALMOX-CODPRO NOT = CODPRO
              GO TO CONFERE-SERIE4.
           COMPUTE W-ISA = ALMOX-NUMERO + 1
           IF TSA-QTDE (W-ISA) NOT = ALMOX-QUANT
              MOVE ALMOX-NUMERO     TO W-CS-ALMOX
              MOVE TSA-QTDE (W-ISA) TO DET14
              MOVE ALMOX-QUANT      TO DET15
              PERFORM GRV-SERIE THRU GRV-SERIE-FIM.
           MOVE ZEROS TO TSA-QTDE (W-ISA)
           GO TO CONFERE-SERIE3.
       CONFERE-SERIE4.
           MOVE ZEROS TO W-ISA.
       CONFERE-SERIE5.
           ADD 1 TO W-ISA
           IF W-ISA > 10
              GO TO CONFERE-SERIE-FIM.
           IF TSA-QTDE (W-ISA) NOT = ZEROS
              COMPUTE W-CS-ALMOX = W-ISA - 1
              MOVE TSA-QTDE (W-ISA) TO DET14
              MOVE ZEROS            TO DET15
              PERFORM GRV-SERIE THRU GRV-SERIE-FIM.
           GO TO CONFERE-SERIE5.
       CONFERE-SERIE-FIM.
           EXIT.
      *
       GRV-SERIE.
           MOVE "SERIE"   TO DET11
           MOVE CODPRO    TO W-CS-CODPRO
           MOVE W-CHVSER  TO DET12
           MOVE "SERIES X ALMOX-QUANT" TO DET13
           PERFORM GRV-EXCECAO THRU GRV-EXCECAO-FIM.
       GRV-SERIE-FIM.
           EXIT.
      *
      *************************************************
      * ABRE UM NOVO SPOOL PARA ESTE RELATORIO:       *
      * DESCOBRE O PROXIMO NUMERO NO SPOOLDIR.DAT,    *
