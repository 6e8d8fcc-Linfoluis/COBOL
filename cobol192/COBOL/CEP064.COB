       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP064.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * NIVEIS MINIMO E MAXIMO DO PRODUTO  *
      * POR ALMOXARIFADO (NIVALM.DAT).     *
      * BASE DA SUGESTAO NOTURNA DE        *
      * TRANSFERENCIA ENTRE ALMOXARIFADOS  *
      * (CEP065). NAO MOVIMENTA ESTOQUE.   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY ALMOXSEL.BOK.
       COPY NIVSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY NIVALM.BOK.
       COPY AUDTRLH.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRONV    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
       77 W-CODPRO     PIC 9(06) VALUE ZEROS.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       01 W-REGNIV     PIC X(19) VALUE SPACES.
       01 DET1.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET11     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DET12     PIC ZZ.ZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET13     PIC ZZ.ZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET14     PIC ZZ.ZZ9,9 VALUE ZEROS.
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
           OPEN INPUT ALMOX
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30"
                      OPEN OUTPUT ALMOX
                      CLOSE ALMOX
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0B.
           OPEN I-O NIVALM
           IF ST-ERRONV NOT = "00"
               IF ST-ERRONV = "30"
                      OPEN OUTPUT NIVALM
                      CLOSE NIVALM
                      GO TO INC-OP0B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO NIVALM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP0C
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-CODPRO W-ALMOX NIV-MINIMO NIV-MAXIMO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 12)
                     "NIVEIS MINIMO / MAXIMO POR ALMOXARIFADO"
                DISPLAY (03, 01) "CODIGO DO PRODUTO      : "
                DISPLAY (04, 01) "DESCRICAO              : "
                DISPLAY (05, 01) "N DE ALMOXARIFADO      : "
                DISPLAY (06, 01) "SALDO NESTE ALMOX.     : "
                DISPLAY (17, 01) "NIVEL MINIMO           : "
                DISPLAY (18, 01) "NIVEL MAXIMO           : "
                DISPLAY (19, 01) "(MAXIMO ZERO = ALMOX NAO CEDE SALDO)".
       INC-002.
                ACCEPT  (03, 27) W-CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-CODPRO = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CODPRO TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 27) DESCR
                PERFORM LISTA-NIV THRU LISTA-NIV-FIM.
       INC-002B.
                ACCEPT (05, 27) W-ALMOX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-CODPRO TO ALMOX-CODPRO
                MOVE W-ALMOX  TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 NOT = "00"
                   MOVE ZEROS TO ALMOX-QUANT.
                DISPLAY (06, 27) ALMOX-QUANT.
       LER-NIV01.
                MOVE 0 TO W-SEL
                MOVE W-CODPRO TO NIV-CODPRO
                MOVE W-ALMOX  TO NIV-ALMOX
                READ NIVALM
                IF ST-ERRONV NOT = "23"
                   IF ST-ERRONV = "00"
                      DISPLAY (17, 27) NIV-MINIMO
                      DISPLAY (18, 27) NIV-MAXIMO
                      MOVE "*** NIVEIS JA CADASTRADOS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. NIVALM"    TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO NIV-MINIMO NIV-MAXIMO.
       INC-003.
                ACCEPT (17, 27) NIV-MINIMO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-PROX.
       INC-004.
                ACCEPT (18, 27) NIV-MAXIMO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF NIV-MAXIMO NOT = 0 AND NIV-MAXIMO < NIV-MINIMO
                   MOVE "*** MAXIMO MENOR QUE O MINIMO ***" TO MENS
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
                   GO TO INC-PROX.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGNIV
                IF ST-ERRONV = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-PROX.
                IF ST-ERRONV = "22"
                      MOVE "*** NIVEIS JA EXISTEM ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-PROX
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO NIVALM"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * DEPOIS DE CADA GRAVACAO A TELA FICA NO MESMO PRODUTO, PRONTA
      * PARA O PROXIMO ALMOXARIFADO
      *
       INC-PROX.
                DISPLAY (05, 27) LIMPA
                DISPLAY (06, 27) LIMPA
                DISPLAY (17, 27) LIMPA
                DISPLAY (18, 27) LIMPA
                MOVE ZEROS TO W-ALMOX NIV-MINIMO NIV-MAXIMO
                PERFORM LISTA-NIV THRU LISTA-NIV-FIM
                GO TO INC-002B.
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
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE NIVALM RECORD
                IF ST-ERRONV = "00"
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
                REWRITE REGNIV
                IF ST-ERRONV = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO NIVALM"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * LISTA OS NIVEIS JA CADASTRADOS DO PRODUTO (UM ALMOXARIFADO
      * POR LINHA, ATE 9 LINHAS) COM O SALDO ATUAL DE CADA UM.
      * O REGISTRO EM TELA E GUARDADO E DEVOLVIDO NO FIM.
      *-------------------------------------------------------------
       LISTA-NIV.
                MOVE REGNIV TO W-REGNIV
                MOVE 7 TO W-LINTELA
                DISPLAY (07, 01)
                     "ALMOX      MINIMO     MAXIMO      SALDO"
                DISPLAY (08, 01) LIMPA
                DISPLAY (09, 01) LIMPA
                DISPLAY (10, 01) LIMPA
                DISPLAY (11, 01) LIMPA
                DISPLAY (12, 01) LIMPA
                DISPLAY (13, 01) LIMPA
                DISPLAY (14, 01) LIMPA
                DISPLAY (15, 01) LIMPA
                DISPLAY (16, 01) LIMPA
                MOVE W-CODPRO TO NIV-CODPRO
                MOVE ZEROS    TO NIV-ALMOX
                START NIVALM KEY IS NOT LESS NIV-CHAVE
                      INVALID KEY GO TO LISTA-NIV2.
       LISTA-NIV1.
                READ NIVALM NEXT
                IF ST-ERRONV NOT = "00"
                   GO TO LISTA-NIV2.
                IF NIV-CODPRO NOT = W-CODPRO
                   GO TO LISTA-NIV2.
                IF W-LINTELA NOT < 16
                   GO TO LISTA-NIV2.
                MOVE NIV-CODPRO TO ALMOX-CODPRO
                MOVE NIV-ALMOX  TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 NOT = "00"
                   MOVE ZEROS TO ALMOX-QUANT.
                MOVE NIV-ALMOX   TO DET11
                MOVE NIV-MINIMO  TO DET12
                MOVE NIV-MAXIMO  TO DET13
                MOVE ALMOX-QUANT TO DET14
                ADD 1 TO W-LINTELA
                DISPLAY (W-LINTELA, 01) DET1
                GO TO LISTA-NIV1.
       LISTA-NIV2.
                MOVE W-REGNIV TO REGNIV.
       LISTA-NIV-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE PRODUTO ALMOX NIVALM ARQTRLH
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
                MOVE "CEP064"  TO TRLH-PROG
                MOVE NIV-CHAVE TO TRLH-CHAVE
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
