       77 W-TEMITEM    PIC X(01) VALUE "N".
       77 W-ITENS      PIC 9(04) VALUE ZEROS.
       77 W-FORMS      PIC 9(04) VALUE ZEROS.
       01 W-PRCITEM    PIC 9(06)V999 VALUE ZEROS.
       01 W-VALITEM    PIC 9(10)V99 VALUE ZEROS.
       01 W-VALTOT     PIC 9(11)V99 VALUE ZEROS.
       01 DATA-EQ.
       01 CAB3.
          03 FILLER     PIC X(13) VALUE "CONTATO    : ".
          03 CAB31      PIC X(30) VALUE SPACES.
          03 FILLER     PIC X(15) VALUE "PRAZO D.UTEIS: ".
          03 CAB32      PIC ZZ9   VALUE ZEROS.
       01 CAB4.
          03 FILLER     PIC X(08) VALUE "PEDIDO".
          03 FILLER     PIC X(12) VALUE "DATA".
          03 FILLER     PIC X(08) VALUE "CODIGO".
          03 FILLER     PIC X(16) VALUE "DESCRICAO".
          03 FILLER     PIC X(04) VALUE "UN".
          03 FILLER     PIC X(08) VALUE "  QUANT".
          03 FILLER     PIC X(10) VALUE " PRECO UN".
          03 FILLER     PIC X(11) VALUE "      VALOR".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET15     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET16     PIC X(14) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET17     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET18     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1A     PIC ZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET19     PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 DET-TOT.
          03 FILLER    PIC X(20) VALUE "ITENS DO PEDIDO : ".
          03 DTOT1     PIC ZZZ9  VALUE ZEROS.
              MOVE "*PRODUTO SEM CADASTRO*" TO DESCR
              MOVE SPACES TO UNID
              MOVE ZEROS  TO PRECMD.
           MOVE ZEROS TO W-VALITEM W-PRCITEM
      *    PRECO ACORDADO NO PEDIDO; NA FALTA, TABELA DO FORNECEDOR
      *    E, POR ULTIMO, O PRECO MEDIO DO PRODUTO
           IF PED-PRECO NOT = ZEROS
              MOVE PED-PRECO TO W-PRCITEM
              GO TO ROT-LINHA1.
           IF W-TEMPRF = "S"
              MOVE PED-CODPRO TO PRF-CODPRO
              MOVE PED-FORN   TO PRF-FORN
              READ PRECFOR
              IF ST-ERROF2 = "00"
                 MOVE PRF-CUSTO TO W-PRCITEM.
           IF W-PRCITEM = ZEROS
              MOVE PRECMD TO W-PRCITEM.
       ROT-LINHA1.
           COMPUTE W-VALITEM = PED-QTDPED * W-PRCITEM
           MOVE PED-NUMERO TO DET11
           MOVE PED-DIA    TO DET12
           MOVE PED-MES    TO DET13
           MOVE DESCR      TO DET16
           MOVE UNID       TO DET17
           MOVE PED-QTDPED TO DET18
           MOVE W-PRCITEM  TO DET1A
           MOVE W-VALITEM  TO DET19
      *    FORNECEDOR QUE VENDE EM OUTRA UNIDADE: QUANTIDADE E PRECO
      *    SAEM NA UNIDADE DELE (O VALOR E O MESMO)
           IF PED-FATOR NOT = ZEROS
              MOVE PED-UNCOMPRA TO DET17
              COMPUTE DET18 ROUNDED = PED-QTDPED / PED-FATOR
              COMPUTE DET1A ROUNDED = W-PRCITEM * PED-FATOR.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-ITENS
           ADD W-VALITEM TO W-VALTOT.
