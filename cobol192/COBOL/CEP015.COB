      **************************************
      * MANUTENCAO DO CADASTRO DE          *
      * FORNECEDORES (FORNEC.DAT)          *
      * O CNPJ E CONFERIDO PELOS DIGITOS   *
      * VERIFICADORES E NAO PODE REPETIR   *
      * (A IMPORTACAO DE NF-E CEP046 ACHA  *
      * O FORNECEDOR POR ELE).             *
      * A CONDICAO DE PAGAMENTO GERA AS    *
      * PARCELAS DO CONTAS A PAGAR NO      *
      * RECEBIMENTO (CEP025).              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
      * CONFERENCIA DO CNPJ: DIGITOS VERIFICADORES (MODULO 11) E
      * DUPLICIDADE NO CADASTRO
      *
       01 W-CNPJ       PIC 9(14) VALUE ZEROS.
       01 W-CNPJX REDEFINES W-CNPJ.
          03 W-CNPJD   PIC 9(01) OCCURS 14 TIMES.
       01 TABPESOS.
          03 FILLER    PIC X(13) VALUE "6543298765432".
       01 TABPESOSX REDEFINES TABPESOS.
          03 TP-PESO   PIC 9(01) OCCURS 13 TIMES.
       77 W-CI         PIC 9(02) VALUE ZEROS.
       77 W-CINI       PIC 9(02) VALUE ZEROS.
       77 W-CP         PIC 9(02) VALUE ZEROS.
       77 W-CFIM       PIC 9(02) VALUE ZEROS.
       77 W-CSOMA      PIC 9(04) VALUE ZEROS.
       77 W-CRESTO     PIC 9(02) VALUE ZEROS.
       77 W-CQUOC      PIC 9(04) VALUE ZEROS.
       77 W-CDV        PIC 9(01) VALUE ZEROS.
       77 W-CNPJOK     PIC X(01) VALUE "S".
       01 W-REGFORN    PIC X(89) VALUE SPACES.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO FORN-CODIGO FORN-PRAZO FORN-CNPJ
                               FORN-PARCELAS FORN-DIAS1 FORN-INTERV
                MOVE SPACES TO FORN-NOME FORN-CONTATO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 18) "CADASTRO DE FORNECEDORES"
                DISPLAY (04, 01) "CODIGO             : "
                DISPLAY (05, 01) "NOME               : "
                DISPLAY (06, 01) "CONTATO            : "
                DISPLAY (07, 01) "PRAZO ENT.(D.UTEIS): "
                DISPLAY (08, 01) "CNPJ (SO DIGITOS)  : "
                DISPLAY (10, 01) "CONDICAO DE PAGAMENTO"
                DISPLAY (11, 01) "PARCELAS           : "
                DISPLAY (12, 01) "1A PARCELA (DIAS)  : "
                DISPLAY (13, 01) "INTERVALO (DIAS)   : ".
       INC-002.
                ACCEPT  (04, 21) FORN-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                      DISPLAY (05, 22) FORN-NOME
                      DISPLAY (06, 22) FORN-CONTATO
                      DISPLAY (07, 22) FORN-PRAZO
                      DISPLAY (08, 22) FORN-CNPJ
                      DISPLAY (11, 22) FORN-PARCELAS
                      DISPLAY (12, 22) FORN-DIAS1
                      DISPLAY (13, 22) FORN-INTERV
                      MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                ACCEPT (07, 21) FORN-PRAZO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT (08, 21) FORN-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF FORN-CNPJ = ZEROS
                   GO TO INC-006-FIM.
                PERFORM ROT-CNPJ THRU ROT-CNPJ-FIM
                IF W-CNPJOK NOT = "S"
                   MOVE "*** CNPJ INVALIDO (DIGITO VERIFICADOR) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                PERFORM ROT-CNPJDUP THRU ROT-CNPJDUP-FIM
                IF W-CNPJOK NOT = "S"
                   MOVE "*** CNPJ JA USADO POR OUTRO FORNECEDOR ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-006-FIM.
      *
      * CONDICAO DE PAGAMENTO (PARCELAS ZERADAS = A VISTA)
      *
       INC-007.
                ACCEPT (11, 21) FORN-PARCELAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF FORN-PARCELAS = ZEROS
                   MOVE ZEROS TO FORN-DIAS1 FORN-INTERV
                   DISPLAY (12, 22) FORN-DIAS1
                   DISPLAY (13, 22) FORN-INTERV
                   GO TO INC-009-FIM.
       INC-008.
                ACCEPT (12, 21) FORN-DIAS1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF FORN-PARCELAS = 1
                   MOVE ZEROS TO FORN-INTERV
                   DISPLAY (13, 22) FORN-INTERV
                   GO TO INC-009-FIM.
       INC-009.
                ACCEPT (13, 21) FORN-INTERV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF FORN-INTERV = ZEROS
                   MOVE "*** INTERVALO ENTRE PARCELAS INVALIDO ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-009-FIM.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       ROT-TRILHA-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CONFERE OS DOIS DIGITOS VERIFICADORES DO CNPJ (MODULO 11,
      * PESOS 5..2/9..2 PARA O PRIMEIRO E 6..2/9..2 PARA O SEGUNDO)
      *-------------------------------------------------------------
       ROT-CNPJ.
                MOVE "S" TO W-CNPJOK
                MOVE FORN-CNPJ TO W-CNPJ
                MOVE 12 TO W-CFIM
                MOVE 2  TO W-CINI.
       ROT-CNPJ1.
                MOVE ZEROS TO W-CSOMA
                MOVE 1 TO W-CI.
       ROT-CNPJ2.
                COMPUTE W-CP = W-CINI + W-CI - 1
                COMPUTE W-CSOMA = W-CSOMA
                        + (W-CNPJD(W-CI) * TP-PESO(W-CP))
                ADD 1 TO W-CI
                IF W-CI NOT > W-CFIM
                   GO TO ROT-CNPJ2.
                DIVIDE W-CSOMA BY 11 GIVING W-CQUOC REMAINDER W-CRESTO
                IF W-CRESTO < 2
                   MOVE 0 TO W-CDV
                ELSE
                   COMPUTE W-CDV = 11 - W-CRESTO.
                IF W-CDV NOT = W-CNPJD(W-CFIM + 1)
                   MOVE "N" TO W-CNPJOK
                   GO TO ROT-CNPJ-FIM.
                IF W-CFIM = 12
                   MOVE 13 TO W-CFIM
                   MOVE 1  TO W-CINI
                   GO TO ROT-CNPJ1.
       ROT-CNPJ-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * O MESMO CNPJ NAO PODE ESTAR EM OUTRO FORNECEDOR. A
      * VARREDURA PERDE A POSICAO DO REGISTRO EM TELA, POR ISSO ELE
      * E GUARDADO E DEVOLVIDO NO FIM.
      *-------------------------------------------------------------
       ROT-CNPJDUP.
                MOVE "S" TO W-CNPJOK
                MOVE REGFORN TO W-REGFORN
                MOVE FORN-CNPJ TO W-CNPJ
                MOVE ZEROS TO FORN-CODIGO
                START FORNEC KEY IS NOT LESS FORN-CODIGO
                      INVALID KEY GO TO ROT-CNPJDUP2.
       ROT-CNPJDUP1.
                READ FORNEC NEXT
                IF ST-ERRON NOT = "00"
                   GO TO ROT-CNPJDUP2.
                IF FORN-CNPJ = W-CNPJ
                   IF FORN-CODIGO NOT = W-REGFORN(1:4)
                      MOVE "N" TO W-CNPJOK
                      GO TO ROT-CNPJDUP2.
                GO TO ROT-CNPJDUP1.
       ROT-CNPJDUP2.
                MOVE W-REGFORN TO REGFORN.
       ROT-CNPJDUP-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
