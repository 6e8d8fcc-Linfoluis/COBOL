       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCM032.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * QUANTIDADES DOS DIRECIONADORES DE  *
      * RATEIO POR CENTRO E MES            *
      * (DIRQTD.DAT): QUADRO DE PESSOAL,   *
      * M2, KWH... APOS CADA GRAVACAO      *
      * MOSTRA O TOTAL DO DIRECIONADOR NO  *
      * MES. O OCPG90 TRANSFORMA ESSAS     *
      * QUANTIDADES NOS PERCENTUAIS DAS    *
      * ORIGENS DE RATEIO QUE USAM O       *
      * DIRECIONADOR.                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERRO
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
       COPY DIRSEL.BOK.
       COPY DQTSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA001.BOK.
       COPY DIRECIO.BOK.
       COPY DIRQTD.BOK.
       COPY AUDTRLH.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRODI    PIC X(02) VALUE "00".
       77 ST-ERRODQ    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       COPY EMPRESA.BOK.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-SOMAQTD    PIC 9(11)V99 VALUE ZEROS.
       01 W-SOMAQTD-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-CHVSAVE    PIC X(10) VALUE SPACES.
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
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD.
       INC-OP0.
           OPEN INPUT OCA001
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRE OS CENTROS PRIMEIRO (OCM001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT DIRECIO
           IF ST-ERRODI NOT = "00"
              MOVE "*** CADASTRE OS DIRECIONADORES (OCM031) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OCA001
              GO TO ROT-FIMP.
       INC-OP0B.
           OPEN I-O DIRQTD
           IF ST-ERRODQ NOT = "00"
               IF ST-ERRODQ = "30"
                      OPEN OUTPUT DIRQTD
                      CLOSE DIRQTD
                      MOVE "*** ARQUIVO DIRQTD SENDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DIRQTD" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
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
      *
      * DIRECIONADOR E MES FICAM NA TELA PARA A DIGITACAO SEGUIDA
      * DOS CENTROS
      *
           MOVE DH-ANO TO DQT-ANO
           MOVE DH-MES TO DQT-MES
           MOVE ZEROS  TO DQT-DIRECIO.
       INC-001.
                MOVE ZEROS  TO DQT-CENTRO DQT-QTD.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "QUANTIDADES DOS DIRECIONADORES"
                DISPLAY (04, 01) "DIRECIONADOR       : "
                DISPLAY (05, 01) "MES/ANO            :   /"
                DISPLAY (06, 01) "CENTRO DE CUSTO    : "
                DISPLAY (07, 01) "QUANTIDADE         : "
                DISPLAY (09, 01) "TOTAL DO MES       : ".
       INC-002.
                ACCEPT  (04, 21) DQT-DIRECIO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE OCA001 DIRECIO DIRQTD
                   GO TO ROT-FIM.
                IF DQT-DIRECIO = 0
                   MOVE "*** DIRECIONADOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DQT-DIRECIO TO DIR-COD
                READ DIRECIO
                IF ST-ERRODI NOT = "00"
                   MOVE "*** DIRECIONADOR NAO CADASTRADO (OCM031) ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 25) DIR-DESC
                DISPLAY (07, 36) DIR-UNID.
       INC-002A.
                ACCEPT  (05, 21) DQT-MES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                ACCEPT  (05, 24) DQT-ANO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF DQT-MES = ZEROS OR DQT-MES > 12 OR DQT-ANO = ZEROS
                   MOVE "*** MES/ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-003.
                ACCEPT  (06, 21) DQT-CENTRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF DQT-CENTRO = 0
                   MOVE "*** CENTRO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE DQT-CENTRO TO OCC00101
                READ OCA001
                IF ST-ERRO NOT = "00"
                   MOVE "*** CENTRO NAO CADASTRADO (OCM001) ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 25) OCC00102.
       LER-DQT01.
                MOVE 0 TO W-SEL
                READ DIRQTD
                IF ST-ERRODQ NOT = "23"
                   IF ST-ERRODQ = "00"
                      DISPLAY (07, 21) DQT-QTD
                      MOVE "*** QUANTIDADE JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. DIRQTD"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT (07, 21) DQT-QTD WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
      *
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
                WRITE REGDQT
                IF ST-ERRODQ = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      PERFORM ROT-SOMA THRU ROT-SOMA-FIM
                      GO TO INC-001.
                IF ST-ERRODQ = "22"
                      MOVE "*** QUANTIDADE JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DIRQTD"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * SOMA AS QUANTIDADES DO DIRECIONADOR NO MES (A CHAVE E
      * GUARDADA E REPOSTA POR CAUSA DO REPOSICIONAMENTO)
      *-------------------------------------------------------------
       ROT-SOMA.
                MOVE DQT-CHAVE TO W-CHVSAVE
                MOVE ZEROS TO W-SOMAQTD
                MOVE ZEROS TO DQT-CENTRO
                START DIRQTD KEY IS NOT LESS DQT-CHAVE
                      INVALID KEY GO TO ROT-SOMA2.
       ROT-SOMA1.
                READ DIRQTD NEXT
                IF ST-ERRODQ NOT = "00"
                   GO TO ROT-SOMA2.
                IF DQT-CHAVE (1:8) NOT = W-CHVSAVE (1:8)
                   GO TO ROT-SOMA2.
                ADD DQT-QTD TO W-SOMAQTD
                GO TO ROT-SOMA1.
       ROT-SOMA2.
                MOVE W-SOMAQTD TO W-SOMAQTD-ED
                DISPLAY (09, 21) W-SOMAQTD-ED
                MOVE W-CHVSAVE TO DQT-CHAVE
                MOVE "*** DADOS GRAVADOS *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-SOMA-FIM.
                EXIT.
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
                   GO TO INC-004.
      *
       EXC-OPC.
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
       EXC-DL1.
                DELETE DIRQTD RECORD
                IF ST-ERRODQ = "00"
                   MOVE "E" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   PERFORM ROT-SOMA THRU ROT-SOMA-FIM
                   GO TO INC-001.
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
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDQT
                IF ST-ERRODQ = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   PERFORM ROT-SOMA THRU ROT-SOMA-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DIRQTD"   TO MENS
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
                MOVE DH-ANO    TO TRLH-ANO
                MOVE DH-MES    TO TRLH-MES
                MOVE DH-DIA    TO TRLH-DIA
                MOVE TA-HH     TO TRLH-HH
                MOVE TA-MM     TO TRLH-MM
                MOVE TA-SS     TO TRLH-SS
                MOVE "OCM032"  TO TRLH-PROG
                MOVE DQT-CHAVE TO TRLH-CHAVE
                MOVE DIR-DESC  TO TRLH-DESCR
                MOVE W-LOGIN  TO TRLH-OPERADOR
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
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: NOMES    *
      * DOS ARQUIVOS DE CENTRO DE CUSTO DA EMPRESA    *
      *************************************************
      *
       ROT-EMPRESA.
           MOVE LK-EMPRESA TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA001  TO W-OCA001.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
