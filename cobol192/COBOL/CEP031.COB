      * CUSTO AUTOMATICAMENTE; AQUI DA     *
      * PARA CONSULTAR AS FONTES DE UM     *
      * PRODUTO E ACERTAR NA MAO.          *
      * O CODIGO DO ITEM NO FORNECEDOR E   *
      * O QUE LIGA A LINHA DA NF-E AO      *
      * PRODUTO NA IMPORTACAO CEP046 - NAO *
      * PODE REPETIR NO MESMO FORNECEDOR.  *
      * UNIDADE DE COMPRA E FATOR: QUANTAS *
      * UNIDADES DE ESTOQUE (UNID) VEM EM  *
      * CADA UNIDADE DO FORNECEDOR (CAIXA, *
      * FARDO...). FATOR ZERO = COMPRA NA  *
      * PROPRIA UNIDADE DE ESTOQUE.        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
       77 W-CODOK      PIC X(01) VALUE "S".
       01 W-REGPRF     PIC X(57) VALUE SPACES.
       01 W-REGPRFX REDEFINES W-REGPRF.
          03 W-RP-CHAVE   PIC X(10).
          03 FILLER       PIC X(17).
          03 W-RP-CODITEM PIC X(20).
       01 DET1.
          03 DET11     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO PRF-CODPRO PRF-FORN PRF-CUSTO PRF-DATA.
                MOVE SPACES TO PRF-CODITEM PRF-UNCOMPRA.
                MOVE ZEROS  TO PRF-FATOR.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "PRECO POR PRODUTO E FORNECEDOR"
                DISPLAY (03, 01) "CODIGO DO PRODUTO      : "
                DISPLAY (04, 01) "DESCRICAO              : "
                DISPLAY (13, 01) "FORNECEDOR             : "
                DISPLAY (14, 01) "ULTIMO CUSTO           : "
                DISPLAY (15, 01) "DATA (DDMMAAAA)        : "
                DISPLAY (16, 01) "COD. ITEM NO FORNEC.   : "
                DISPLAY (17, 01) "UNIDADE DE COMPRA      : "
                DISPLAY (18, 01) "FATOR (UN. ESTOQUE)    : ".
       INC-002.
                ACCEPT  (03, 27) PRF-CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 27) DESCR
                DISPLAY (18, 40) "UN. ESTOQUE : "
                DISPLAY (18, 54) UNID
                PERFORM LISTA-PRECOS THRU LISTA-PRECOS-FIM.
       INC-003.
                ACCEPT (13, 27) PRF-FORN
                      DISPLAY (15, 27) PRF-DIA
                      DISPLAY (15, 29) PRF-MES
                      DISPLAY (15, 31) PRF-ANO
                      DISPLAY (16, 27) PRF-CODITEM
                      DISPLAY (17, 27) PRF-UNCOMPRA
                      DISPLAY (18, 27) PRF-FATOR
                      MOVE "*** PRECO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   DISPLAY (15, 30) PRF-MES
                   DISPLAY (15, 32) "/"
                   DISPLAY (15, 33) PRF-ANO.
       INC-006.
                ACCEPT (16, 27) PRF-CODITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PRF-CODITEM NOT = SPACES
                   PERFORM ROT-CODDUP THRU ROT-CODDUP-FIM
                   IF W-CODOK NOT = "S"
                      MOVE "*** CODIGO JA USADO EM OUTRO PRODUTO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006.
      *
      * UNIDADE DE COMPRA E FATOR DE CONVERSAO (AMBOS OU NENHUM)
      *
       INC-007.
                ACCEPT (17, 27) PRF-UNCOMPRA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PRF-UNCOMPRA = SPACES
                   MOVE ZEROS TO PRF-FATOR
                   DISPLAY (18, 27) PRF-FATOR
                   GO TO INC-009.
       INC-008.
                ACCEPT (18, 27) PRF-FATOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PRF-FATOR = ZEROS
                   MOVE "*** INFORME O FATOR DA UNIDADE DE COMPRA ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       LISTA-PRECOS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * O CODIGO DO ITEM NAO PODE APONTAR DOIS PRODUTOS DO MESMO
      * FORNECEDOR. A VARREDURA PERDE O REGISTRO EM TELA, QUE E
      * GUARDADO E DEVOLVIDO NO FIM.
      *-------------------------------------------------------------
       ROT-CODDUP.
                MOVE "S" TO W-CODOK
                MOVE REGPRF TO W-REGPRF
                MOVE ZEROS TO PRF-CODPRO PRF-FORN
                START PRECFOR KEY IS NOT LESS PRF-CHAVE
                      INVALID KEY GO TO ROT-CODDUP2.
       ROT-CODDUP1.
                READ PRECFOR NEXT
                IF ST-ERROF2 NOT = "00"
                   GO TO ROT-CODDUP2.
                IF PRF-CHAVE = W-RP-CHAVE
                   GO TO ROT-CODDUP1.
                IF PRF-FORN = W-REGPRF(7:4)
                   IF PRF-CODITEM = W-RP-CODITEM
                      MOVE "N" TO W-CODOK
                      GO TO ROT-CODDUP2.
                GO TO ROT-CODDUP1.
       ROT-CODDUP2.
                MOVE W-REGPRF TO REGPRF.
       ROT-CODDUP-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
