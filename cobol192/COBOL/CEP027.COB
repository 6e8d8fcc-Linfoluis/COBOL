      * RESERVA POR PRODUTO/ALMOXARIFADO.  *
      * A QUANTIDADE RESERVADA SAI DO      *
      * SALDO DISPONIVEL DO CEP009/CEP002. *
      * AS RESERVAS DE PEDIDO DE VENDA     *
      * (CEP070) SO SAO CONSULTADAS AQUI.  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
      *
      * RESERVA DE PEDIDO DE VENDA (RESERVADO POR "PEDVEN" + NUMERO)
      * SO MUDA PELO PROPRIO PEDIDO: CANCELAMENTO NO CEP070 OU
      * ENTREGA NO CEP071
      *
                IF RES-SOLIC(1:6) = "PEDVEN"
                   MOVE
                   "*** RESERVA DE PEDIDO DE VENDA: USE O CEP070 ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-005.
      *
