       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP050.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * PRECO ACORDADO DO PEDIDO DE COMPRA *
      * O CEP007 TRAZ O PRECO DA TABELA DO *
      * FORNECEDOR (PRECFOR); AQUI O       *
      * COMPRADOR DIGITA OU CORRIGE O      *
      * PRECO NEGOCIADO (ORIGEM D) DE      *
      * PEDIDO AINDA NAO FECHADO. O PRECO  *
      * E CONFRONTADO COM O CUSTO DA NOTA  *
      * NO RECEBIMENTO (CEP006/CEP025) E   *
      * NO RELATORIO DE VARIACAO (CEP051). *
      * A ALTERACAO VAI PARA A TRILHA.     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY FORNSEL.BOK.
       COPY PEDSEL.BOK.
       COPY PRFSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY FORNEC.BOK.
       COPY PEDCMP.BOK.
       COPY PRECFOR.BOK.
       COPY AUDTRLH.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERROP     PIC X(02) VALUE "00".
       77 ST-ERROF2    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-TEMPRF     PIC X(01) VALUE "N".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-PRCTAB     PIC 9(06)V999 VALUE ZEROS.
       01 W-PRECO      PIC 9(06)V999 VALUE ZEROS.
       01 W-VALPED     PIC 9(10)V99 VALUE ZEROS.
       01 W-VALED      PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01 W-DESCTRLH.
          03 FILLER    PIC X(14) VALUE "PRECO ACORDADO".
          03 FILLER    PIC X(01) VALUE SPACES.
          03 W-DTPRC   PIC ZZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(05) VALUE SPACES.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
          03 DH-DIA    PIC 9(02).
          03 DH-HH     PIC 9(02).
          03 DH-MM     PIC 9(02).
          03 DH-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 TIME-ATU.
          03 TA-HH     PIC 9(02).
          03 TA-MM     PIC 9(02).
          03 TA-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O PEDCMP
           IF ST-ERROP NOT = "00"
              MOVE "*** SEM PEDIDOS DE COMPRA (CEP007) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT FORNEC
           IF ST-ERRON NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FORNEC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP4.
           OPEN INPUT PRECFOR
           IF ST-ERROF2 = "00"
              MOVE "S" TO W-TEMPRF
           ELSE
              MOVE "N" TO W-TEMPRF.
       INC-OP5.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
           MOVE ZEROS TO W-PRCTAB W-PRECO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PRECO ACORDADO DO PEDIDO DE COMPRA"
           DISPLAY (04, 01) "N DO PEDIDO            : "
           DISPLAY (05, 01) "PRODUTO                : "
           DISPLAY (06, 01) "FORNECEDOR             : "
           DISPLAY (07, 01) "QUANTIDADE PEDIDA      : "
           DISPLAY (08, 01) "QUANTIDADE RECEBIDA    : "
           DISPLAY (09, 01) "SITUACAO               : "
           DISPLAY (11, 01) "PRECO DE TABELA        : "
           DISPLAY (12, 01) "PRECO ATUAL DO PEDIDO  : "
           DISPLAY (13, 01) "ORIGEM (T=TAB D=DIGIT.): "
           DISPLAY (15, 01) "PRECO ACORDADO         : "
           DISPLAY (16, 01) "VALOR DO PEDIDO        : ".
       INC-002.
           ACCEPT  (04, 27) PED-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           READ PEDCMP
           IF ST-ERROP NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF PED-FECHADO
              MOVE "*** PEDIDO JA FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF PED-REJEITADO
              MOVE "*** PEDIDO REJEITADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE PED-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*PRODUTO SEM CADASTRO*" TO DESCR
              MOVE ZEROS TO PRECMD.
           MOVE PED-FORN TO FORN-CODIGO
           READ FORNEC
           IF ST-ERRON NOT = "00"
              MOVE "*SEM CADASTRO*" TO FORN-NOME.
           MOVE ZEROS TO W-PRCTAB
           IF W-TEMPRF = "S"
              MOVE PED-CODPRO TO PRF-CODPRO
              MOVE PED-FORN   TO PRF-FORN
              READ PRECFOR
              IF ST-ERROF2 = "00"
                 MOVE PRF-CUSTO TO W-PRCTAB.
           DISPLAY (05, 27) DESCR
           DISPLAY (06, 27) FORN-NOME
           DISPLAY (07, 27) PED-QTDPED
           DISPLAY (08, 27) PED-QTDREC
           DISPLAY (09, 27) PED-SITUACAO
           DISPLAY (11, 27) W-PRCTAB
           DISPLAY (12, 27) PED-PRECO
           DISPLAY (13, 27) PED-ORIGPRC
      *
      *    SUGERE O PRECO ATUAL; SEM PRECO, O DA TABELA
      *
           MOVE PED-PRECO TO W-PRECO
           IF W-PRECO = ZEROS
              MOVE W-PRCTAB TO W-PRECO.
       INC-003.
           ACCEPT  (15, 27) W-PRECO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           IF W-PRECO = ZEROS
              MOVE "*** INFORME O PRECO ACORDADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           COMPUTE W-VALPED = PED-QTDPED * W-PRECO
           MOVE W-VALPED TO W-VALED
           DISPLAY (16, 27) W-VALED.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       GRV-PRC.
           MOVE W-PRECO TO PED-PRECO
           MOVE "D"     TO PED-ORIGPRC
           REWRITE REGPED
           IF ST-ERROP NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDCMP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A" TO TRLH-OPER
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           MOVE "*** PRECO DO PEDIDO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PEDCMP PRODUTO FORNEC ARQTRLH
           IF W-TEMPRF = "S"
              CLOSE PRECFOR.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE TRILHA DE AUDITORIA *
      **********************
      *
       ROT-TRILHA.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO     TO TRLH-ANO
           MOVE DH-MES     TO TRLH-MES
           MOVE DH-DIA     TO TRLH-DIA
           MOVE TA-HH      TO TRLH-HH
           MOVE TA-MM      TO TRLH-MM
           MOVE TA-SS      TO TRLH-SS
           MOVE "CEP050"   TO TRLH-PROG
           MOVE PED-NUMERO TO TRLH-CHAVE
           MOVE PED-PRECO  TO W-DTPRC
           MOVE W-DESCTRLH TO TRLH-DESCR
           MOVE W-LOGIN    TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
