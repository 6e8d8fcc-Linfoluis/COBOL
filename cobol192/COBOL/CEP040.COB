      * DE PRODUTO (GRUPO.DAT), NO MESMO   *
      * MOLDE DO TIPO DE AMIGO (PROG186X). *
      * O CADASTRO DE PRODUTO (CEP001)     *
      * VALIDA O GRUPO POR AQUI. A MARGEM  *
      * DE VENDA DO GRUPO SUGERE O PRECO   *
      * NO PEDIDO DE VENDA (CEP070).       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO GRU-COD GRU-MARKUP
                MOVE SPACES TO GRU-DESC.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "CADASTRO DE GRUPOS DE PRODUTO"
                DISPLAY (04, 01) "CODIGO             : "
                DISPLAY (05, 01) "DESCRICAO          : "
                DISPLAY (06, 01) "MARGEM DE VENDA (%): ".
       INC-002.
                ACCEPT  (04, 21) GRU-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF ST-ERROG NOT = "23"
                   IF ST-ERROG = "00"
                      DISPLAY (05, 21) GRU-DESC
                      DISPLAY (06, 21) GRU-MARKUP
                      MOVE "*** GRUPO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                ACCEPT (05, 21) GRU-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-004.
                ACCEPT (06, 21) GRU-MARKUP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
