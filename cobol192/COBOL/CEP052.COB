       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP052.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * MANUTENCAO DA ESTRUTURA DE KIT     *
      * (LISTA DE MATERIAIS - ESTRUT.DAT): *
      * PARA CADA KIT, OS COMPONENTES E A  *
      * QUANTIDADE DE CADA UM QUE ENTRA EM *
      * UMA UNIDADE DO KIT. O KIT E O      *
      * COMPONENTE SAO PRODUTOS COMUNS DO  *
      * CADASTRO (CEP001). A MONTAGEM E A  *
      * DESMONTAGEM FICAM NO CEP053.       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY ESTSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY ESTRUT.BOK.
       COPY AUDTRLH.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROK     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
       77 W-KIT        PIC 9(06) VALUE ZEROS.
       77 W-COMP       PIC 9(06) VALUE ZEROS.
       77 W-CICLO      PIC X(01) VALUE "N".
       01 W-REGEST     PIC X(20) VALUE SPACES.
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET13     PIC ZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC X(02) VALUE SPACES.
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
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP0A.
           OPEN I-O ESTRUT
           IF ST-ERROK NOT = "00"
               IF ST-ERROK = "30"
                      OPEN OUTPUT ESTRUT
                      CLOSE ESTRUT
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ESTRUT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0B.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP0B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO EST-KIT EST-COMP EST-QUANT W-KIT W-COMP.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "ESTRUTURA DE KIT (LISTA DE MATERIAIS)"
                DISPLAY (03, 01) "CODIGO DO KIT          : "
                DISPLAY (04, 01) "DESCRICAO              : "
                DISPLAY (14, 01) "COMPONENTE             : "
                DISPLAY (15, 01) "QUANTIDADE POR KIT     : ".
       INC-002.
                ACCEPT  (03, 27) W-KIT
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-KIT = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-KIT TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 27) DESCR
                PERFORM LISTA-COMP THRU LISTA-COMP-FIM.
       INC-003.
                MOVE W-KIT TO EST-KIT
                ACCEPT (14, 27) W-COMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-COMP = ZEROS
                   MOVE "*** COMPONENTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-COMP = W-KIT
                   MOVE "*** O KIT NAO PODE SER SEU COMPONENTE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-COMP TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (14, 34) DESCR
                DISPLAY (15, 40) UNID
                PERFORM ROT-CICLO THRU ROT-CICLO-FIM
                IF W-CICLO = "S"
                   MOVE "*** COMPONENTE JA USA ESTE KIT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-EST01.
                MOVE 0 TO W-SEL
                MOVE W-KIT  TO EST-KIT
                MOVE W-COMP TO EST-COMP
                READ ESTRUT
                IF ST-ERROK NOT = "23"
                   IF ST-ERROK = "00"
                      DISPLAY (15, 27) EST-QUANT
                      MOVE "*** COMPONENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. ESTRUT"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT (15, 27) EST-QUANT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF EST-QUANT = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGEST
                IF ST-ERROK = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-PROX.
                IF ST-ERROK = "22"
                      MOVE "*** COMPONENTE JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-PROX
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTRUT"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * DEPOIS DE CADA GRAVACAO A TELA FICA NO MESMO KIT, PRONTA
      * PARA O PROXIMO COMPONENTE
      *
       INC-PROX.
                DISPLAY (14, 27) LIMPA
                DISPLAY (15, 27) LIMPA
                MOVE ZEROS TO W-COMP EST-QUANT
                PERFORM LISTA-COMP THRU LISTA-COMP-FIM
                GO TO INC-003.
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
                   GO TO INC-PROX.
                IF W-ACT = 03
                   GO TO INC-004.
      *
       EXC-OPC.
      *
      * EXCLUSAO E FUNCAO DE SUPERVISOR (PERFIL 3)
      *
                IF LK-PERFIL NOT = 3
                   MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ESTRUT RECORD
                IF ST-ERROK = "00"
                   MOVE "E" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEST
                IF ST-ERROK = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTRUT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * LISTA OS COMPONENTES JA CADASTRADOS DO KIT (ATE 7 LINHAS).
      * A LEITURA DO CADASTRO PERDE O PRODUTO EM TELA; O REGISTRO
      * DA ESTRUTURA E GUARDADO E DEVOLVIDO NO FIM.
      *-------------------------------------------------------------
       LISTA-COMP.
                MOVE REGEST TO W-REGEST
                MOVE 6 TO W-LINTELA
                DISPLAY (06, 01)
                   "COMP.   DESCRICAO                       QTD/KIT UN"
                DISPLAY (07, 01) LIMPA
                DISPLAY (08, 01) LIMPA
                DISPLAY (09, 01) LIMPA
                DISPLAY (10, 01) LIMPA
                DISPLAY (11, 01) LIMPA
                DISPLAY (12, 01) LIMPA
                DISPLAY (13, 01) LIMPA
                MOVE W-KIT TO EST-KIT
                MOVE ZEROS TO EST-COMP
                START ESTRUT KEY IS NOT LESS EST-CHAVE
                      INVALID KEY GO TO LISTA-COMP2.
       LISTA-COMP1.
                READ ESTRUT NEXT
                IF ST-ERROK NOT = "00"
                   GO TO LISTA-COMP2.
                IF EST-KIT NOT = W-KIT
                   GO TO LISTA-COMP2.
                MOVE EST-COMP TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*SEM CADASTRO*" TO DESCR
                   MOVE SPACES TO UNID.
                MOVE EST-COMP  TO DET11
                MOVE DESCR     TO DET12
                MOVE EST-QUANT TO DET13
                MOVE UNID      TO DET14
                ADD 1 TO W-LINTELA
                IF W-LINTELA > 13
                   GO TO LISTA-COMP2.
                DISPLAY (W-LINTELA, 01) DET1
                GO TO LISTA-COMP1.
       LISTA-COMP2.
                MOVE W-REGEST TO REGEST.
       LISTA-COMP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * O COMPONENTE NAO PODE SER UM KIT QUE JA LEVA ESTE KIT NA
      * PROPRIA ESTRUTURA (A MONTAGEM DE UM EXIGIRIA O OUTRO)
      *-------------------------------------------------------------
       ROT-CICLO.
                MOVE "N" TO W-CICLO
                MOVE W-COMP TO EST-KIT
                MOVE W-KIT  TO EST-COMP
                READ ESTRUT
                IF ST-ERROK = "00"
                   MOVE "S" TO W-CICLO.
                MOVE W-KIT  TO EST-KIT
                MOVE W-COMP TO EST-COMP.
       ROT-CICLO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE PRODUTO ESTRUT ARQTRLH
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
                MOVE DH-ANO    TO TRLH-ANO
                MOVE DH-MES    TO TRLH-MES
                MOVE DH-DIA    TO TRLH-DIA
                MOVE TA-HH     TO TRLH-HH
                MOVE TA-MM     TO TRLH-MM
                MOVE TA-SS     TO TRLH-SS
                MOVE "CEP052"  TO TRLH-PROG
                MOVE EST-CHAVE TO TRLH-CHAVE
                MOVE DESCR     TO TRLH-DESCR
                MOVE W-LOGIN   TO TRLH-OPERADOR
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
