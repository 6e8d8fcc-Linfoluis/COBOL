       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP055.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CADASTRO DOS ENDERECOS DE          *
      * ARMAZENAGEM (RUA / PRATELEIRA /    *
      * NIVEL) DE CADA ALMOXARIFADO -      *
      * ENDERECO.DAT. O SALDO DE CADA      *
      * PRODUTO POR ENDERECO FICA NO       *
      * PRODEND.DAT (CEP056).              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ENDSEL.BOK.
       COPY PENDSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ENDERECO.BOK.
       COPY PRODEND.BOK.
       COPY AUDTRLH.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROEN    PIC X(02) VALUE "00".
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       77 W-OCUPADO    PIC X(01) VALUE "N".
       01 W-REGEND     PIC X(27) VALUE SPACES.
       01 DET1.
          03 DET11     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE "-".
          03 DET12     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE "-".
          03 DET13     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DET14     PIC X(20) VALUE SPACES.
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
           OPEN I-O ENDERECO
           IF ST-ERROEN NOT = "00"
               IF ST-ERROEN = "30"
                      OPEN OUTPUT ENDERECO
                      CLOSE ENDERECO
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ENDERECO"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0A.
           OPEN I-O PRODEND
           IF ST-ERROPD NOT = "00"
               IF ST-ERROPD = "30"
                      OPEN OUTPUT PRODEND
                      CLOSE PRODEND
                      GO TO INC-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PRODEND" TO MENS
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
                MOVE ZEROS  TO W-ALMOX END-ALMOX.
                MOVE SPACES TO END-COD END-DESCR.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "ENDERECOS DE ARMAZENAGEM"
                DISPLAY (03, 01) "N DE ALMOXARIFADO      : "
                DISPLAY (15, 01) "RUA / PRATEL. / NIVEL  : "
                DISPLAY (16, 01) "DESCRICAO              : ".
       INC-002.
                ACCEPT  (03, 27) W-ALMOX
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                PERFORM LISTA-END THRU LISTA-END-FIM.
       INC-003.
                MOVE W-ALMOX TO END-ALMOX
                ACCEPT (15, 27) END-RUA
                ACCEPT (15, 30) END-PRAT
                ACCEPT (15, 33) END-NIVEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF END-COD = SPACES
                   MOVE "*** ENDERECO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-END01.
                MOVE 0 TO W-SEL
                READ ENDERECO
                IF ST-ERROEN NOT = "23"
                   IF ST-ERROEN = "00"
                      DISPLAY (16, 27) END-DESCR
                      MOVE "*** ENDERECO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. ENDERECO"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE SPACES TO END-DESCR.
       INC-004.
                ACCEPT (16, 27) END-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
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
                WRITE REGEND
                IF ST-ERROEN = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-PROX.
                IF ST-ERROEN = "22"
                      MOVE "*** ENDERECO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-PROX
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ENDERECO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * DEPOIS DE CADA GRAVACAO A TELA FICA NO MESMO ALMOXARIFADO,
      * PRONTA PARA O PROXIMO ENDERECO
      *
       INC-PROX.
                DISPLAY (15, 27) LIMPA
                DISPLAY (16, 27) LIMPA
                MOVE SPACES TO END-COD END-DESCR
                PERFORM LISTA-END THRU LISTA-END-FIM
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
      * EXCLUSAO E FUNCAO DE SUPERVISOR (PERFIL 3). ENDERECO COM
      * SALDO DE PRODUTO NAO PODE SER EXCLUIDO (ESVAZIAR PELO CEP056)
      *
                IF LK-PERFIL NOT = 3
                   MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
                PERFORM ROT-OCUPADO THRU ROT-OCUPADO-FIM
                IF W-OCUPADO = "S"
                   MOVE "*** ENDERECO COM SALDO - NAO EXCLUIR ***"
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
                DELETE ENDERECO RECORD
                IF ST-ERROEN = "00"
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
                REWRITE REGEND
                IF ST-ERROEN = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PROX.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ENDERECO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * LISTA OS ENDERECOS JA CADASTRADOS DO ALMOXARIFADO (ATE 8
      * LINHAS). O REGISTRO EM TELA E GUARDADO E DEVOLVIDO NO FIM.
      *-------------------------------------------------------------
       LISTA-END.
                MOVE REGEND TO W-REGEND
                MOVE 5 TO W-LINTELA
                DISPLAY (05, 01) "ENDERECO    DESCRICAO"
                DISPLAY (06, 01) LIMPA
                DISPLAY (07, 01) LIMPA
                DISPLAY (08, 01) LIMPA
                DISPLAY (09, 01) LIMPA
                DISPLAY (10, 01) LIMPA
                DISPLAY (11, 01) LIMPA
                DISPLAY (12, 01) LIMPA
                DISPLAY (13, 01) LIMPA
                MOVE W-ALMOX TO END-ALMOX
                MOVE SPACES  TO END-COD
                START ENDERECO KEY IS NOT LESS END-CHAVE
                      INVALID KEY GO TO LISTA-END2.
       LISTA-END1.
                READ ENDERECO NEXT
                IF ST-ERROEN NOT = "00"
                   GO TO LISTA-END2.
                IF END-ALMOX NOT = W-ALMOX
                   GO TO LISTA-END2.
                MOVE END-RUA   TO DET11
                MOVE END-PRAT  TO DET12
                MOVE END-NIVEL TO DET13
                MOVE END-DESCR TO DET14
                ADD 1 TO W-LINTELA
                IF W-LINTELA > 13
                   GO TO LISTA-END2.
                DISPLAY (W-LINTELA, 01) DET1
                GO TO LISTA-END1.
       LISTA-END2.
                MOVE W-REGEND TO REGEND.
       LISTA-END-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * VERIFICA SE ALGUM PRODUTO AINDA TEM SALDO NO ENDERECO
      *-------------------------------------------------------------
       ROT-OCUPADO.
                MOVE "N" TO W-OCUPADO
                MOVE END-ALMOX TO PEN-ALMOX
                MOVE END-COD   TO PEN-ENDER
                MOVE ZEROS     TO PEN-CODPRO
                START PRODEND KEY IS NOT LESS PEN-CHAVE
                      INVALID KEY GO TO ROT-OCUPADO-FIM.
       ROT-OCUPADO1.
                READ PRODEND NEXT
                IF ST-ERROPD NOT = "00"
                   GO TO ROT-OCUPADO-FIM.
                IF PEN-ALMOX NOT = END-ALMOX OR PEN-ENDER NOT = END-COD
                   GO TO ROT-OCUPADO-FIM.
                IF PEN-QUANT NOT = ZEROS
                   MOVE "S" TO W-OCUPADO
                   GO TO ROT-OCUPADO-FIM.
                GO TO ROT-OCUPADO1.
       ROT-OCUPADO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ENDERECO PRODEND ARQTRLH
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
                MOVE "CEP055"  TO TRLH-PROG
                MOVE END-CHAVE TO TRLH-CHAVE
                MOVE END-DESCR TO TRLH-DESCR
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
