       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP069.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * MANUTENCAO DO CADASTRO DE          *
      * CLIENTES (CLIENTE.DAT)             *
      * O CNPJ E CONFERIDO PELOS DIGITOS   *
      * VERIFICADORES E NAO PODE REPETIR,  *
      * COMO NO FORNECEDOR (CEP015).       *
      * CLIENTE BLOQUEADO (B) NAO RECEBE   *
      * PEDIDO DE VENDA NOVO (CEP070).     *
      * CLIENTE COM PEDIDO NAO E EXCLUIDO. *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLISEL.BOK.
       COPY PVSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTE.BOK.
       COPY PEDVEN.BOK.
       COPY AUDTRLH.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROCL    PIC X(02) VALUE "00".
       77 ST-ERROPV    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-TEMPV      PIC X(01) VALUE "N".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
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
       01 W-REGCLI     PIC X(186) VALUE SPACES.
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
       INC-OP0.
           OPEN I-O CLIENTE
           IF ST-ERROCL NOT = "00"
               IF ST-ERROCL = "30"
                      OPEN OUTPUT CLIENTE
                      CLOSE CLIENTE
                      MOVE "*** ARQUIVO CLIENTE SENDO CRIADO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      * SEM PEDVEN.DAT AINDA NAO HA PEDIDO QUE IMPECA A EXCLUSAO
      *
       INC-OP0B.
           OPEN INPUT PEDVEN
           IF ST-ERROPV = "00"
              MOVE "S" TO W-TEMPV
           ELSE
              MOVE "N" TO W-TEMPV.
       INC-OP0C.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP0C
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO CLI-CODIGO CLI-CNPJ CLI-CEP
                MOVE SPACES TO CLI-NOME CLI-ENDERECO CLI-BAIRRO
                               CLI-CIDADE CLI-UF CLI-FONE CLI-CONTATO
                MOVE "A"    TO CLI-SITUACAO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 20) "CADASTRO DE CLIENTES"
                DISPLAY (04, 01) "CODIGO             : "
                DISPLAY (05, 01) "NOME               : "
                DISPLAY (06, 01) "CNPJ (SO DIGITOS)  : "
                DISPLAY (07, 01) "ENDERECO           : "
                DISPLAY (08, 01) "BAIRRO             : "
                DISPLAY (09, 01) "CIDADE             : "
                DISPLAY (10, 01) "UF                 : "
                DISPLAY (11, 01) "CEP                : "
                DISPLAY (12, 01) "TELEFONE           : "
                DISPLAY (13, 01) "CONTATO            : "
                DISPLAY (14, 01) "SITUACAO           : "
                DISPLAY (14, 25) "(A=ATIVO  B=BLOQUEADO)".
       INC-002.
                ACCEPT  (04, 21) CLI-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CLIENTE
                   IF W-TEMPV = "S"
                      CLOSE PEDVEN
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF CLI-CODIGO = 0
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CLI01.
                MOVE 0 TO W-SEL
                READ CLIENTE
                IF ST-ERROCL NOT = "23"
                   IF ST-ERROCL = "00"
                      DISPLAY (05, 22) CLI-NOME
                      DISPLAY (06, 22) CLI-CNPJ
                      DISPLAY (07, 22) CLI-ENDERECO
                      DISPLAY (08, 22) CLI-BAIRRO
                      DISPLAY (09, 22) CLI-CIDADE
                      DISPLAY (10, 22) CLI-UF
                      DISPLAY (11, 22) CLI-CEP
                      DISPLAY (12, 22) CLI-FONE
                      DISPLAY (13, 22) CLI-CONTATO
                      DISPLAY (14, 22) CLI-SITUACAO
                      MOVE "*** CLIENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CLIENTE"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 21) CLI-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CLI-NOME = SPACES
                   MOVE "*** NOME INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 21) CLI-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CLI-CNPJ = ZEROS
                   GO TO INC-004-FIM.
                PERFORM ROT-CNPJ THRU ROT-CNPJ-FIM
                IF W-CNPJOK NOT = "S"
                   MOVE "*** CNPJ INVALIDO (DIGITO VERIFICADOR) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM ROT-CNPJDUP THRU ROT-CNPJDUP-FIM
                IF W-CNPJOK NOT = "S"
                   MOVE "*** CNPJ JA USADO POR OUTRO CLIENTE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004-FIM.
       INC-005.
                ACCEPT (07, 21) CLI-ENDERECO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT (08, 21) CLI-BAIRRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT (09, 21) CLI-CIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT (10, 21) CLI-UF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT (11, 21) CLI-CEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
       INC-010.
                ACCEPT (12, 21) CLI-FONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT (13, 21) CLI-CONTATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
       INC-012.
                ACCEPT (14, 21) CLI-SITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF CLI-SITUACAO = "a" MOVE "A" TO CLI-SITUACAO.
                IF CLI-SITUACAO = "b" MOVE "B" TO CLI-SITUACAO.
                IF CLI-SITUACAO NOT = "A" AND "B"
                   MOVE "*** SITUACAO: A=ATIVO  B=BLOQUEADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
                DISPLAY (14, 22) CLI-SITUACAO.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCLI
                IF ST-ERROCL = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROCL = "22"
                      MOVE "*** CLIENTE JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CLIENTE"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
      *
      * EXCLUSAO E FUNCAO DE SUPERVISOR (PERFIL 3)
      *
                IF LK-PERFIL NOT = 3
                   MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
      *
      * NAO SE EXCLUI CLIENTE QUE TENHA PEDIDO DE VENDA (QUALQUER
      * SITUACAO): O PEDIDO E O RELATORIO DE VENDAS CEP072 PRECISAM
      * DO NOME. PARA TIRAR DE USO, BLOQUEAR (B).
      *
       EXC-VF1.
                IF W-TEMPV NOT = "S"
                   GO TO EXC-DL1.
                MOVE CLI-CODIGO TO PVC-CLIENTE
                START PEDVEN KEY IS EQUAL PVC-CLIENTE
                      INVALID KEY GO TO EXC-DL1.
                MOVE "*** CLIENTE COM PEDIDO - USE BLOQUEIO (B) ***"
                                                                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
       EXC-DL1.
                DELETE CLIENTE RECORD
                IF ST-ERROCL = "00"
                   MOVE "E" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCLI
                IF ST-ERROCL = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CLIENTE"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQTRLH
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
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
                MOVE DH-ANO      TO TRLH-ANO
                MOVE DH-MES      TO TRLH-MES
                MOVE DH-DIA      TO TRLH-DIA
                MOVE TA-HH       TO TRLH-HH
                MOVE TA-MM       TO TRLH-MM
                MOVE TA-SS       TO TRLH-SS
                MOVE "CEP069"    TO TRLH-PROG
                MOVE CLI-CODIGO  TO TRLH-CHAVE
                MOVE CLI-NOME    TO TRLH-DESCR
                MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CONFERE OS DOIS DIGITOS VERIFICADORES DO CNPJ (MODULO 11,
      * PESOS 5..2/9..2 PARA O PRIMEIRO E 6..2/9..2 PARA O SEGUNDO)
      *-------------------------------------------------------------
       ROT-CNPJ.
                MOVE "S" TO W-CNPJOK
                MOVE CLI-CNPJ TO W-CNPJ
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
      * O MESMO CNPJ NAO PODE ESTAR EM OUTRO CLIENTE. A VARREDURA
      * PERDE A POSICAO DO REGISTRO EM TELA, POR ISSO ELE E GUARDADO
      * E DEVOLVIDO NO FIM.
      *-------------------------------------------------------------
       ROT-CNPJDUP.
                MOVE "S" TO W-CNPJOK
                MOVE REGCLI TO W-REGCLI
                MOVE CLI-CNPJ TO W-CNPJ
                MOVE ZEROS TO CLI-CODIGO
                START CLIENTE KEY IS NOT LESS CLI-CODIGO
                      INVALID KEY GO TO ROT-CNPJDUP2.
       ROT-CNPJDUP1.
                READ CLIENTE NEXT
                IF ST-ERROCL NOT = "00"
                   GO TO ROT-CNPJDUP2.
                IF CLI-CNPJ = W-CNPJ
                   IF CLI-CODIGO NOT = W-REGCLI(1:6)
                      MOVE "N" TO W-CNPJOK
                      GO TO ROT-CNPJDUP2.
                GO TO ROT-CNPJDUP1.
       ROT-CNPJDUP2.
                MOVE W-REGCLI TO REGCLI.
       ROT-CNPJDUP-FIM.
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
