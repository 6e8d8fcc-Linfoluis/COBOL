       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG206X.
       AUTHOR. DEBORAH PELICER.
      **************************************
      * MANUTENCAO DE DOMICILIOS DOS AMIGOS*
      * (DOMIC.DAT/DOMMEM.DAT): CONFIRMA O *
      * DOMICILIO SUGERIDO PELO PROG205X,  *
      * ACERTA NOME E ENDERECO DE ENVIO,   *
      * INCLUI OU RETIRA MEMBROS E DESCARTA*
      * A SUGESTAO. CODIGO ZERO TRAZ O     *
      * PROXIMO DOMICILIO AINDA SUGERIDO.  *
      * SO O CONFIRMADO VALE NA MALA       *
      * DIRETA (PROG197X/199X/201X).       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY DOMSEL.BOK.
       COPY DMMSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY DOMIC.BOK.
       COPY DOMMEM.BOK.
       COPY AUDTRLH.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRODO    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-ULTVISTO   PIC 9(05) VALUE ZEROS.
       77 W-MEMBROS    PIC 9(03) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       01 W-APELIDO    PIC X(12) VALUE SPACES.
       01 W-SITDESC    PIC X(12) VALUE SPACES.
       01 W-TRLDESC.
          03 WT-TEXTO  PIC X(18) VALUE SPACES.
          03 WT-APEL   PIC X(12) VALUE SPACES.
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
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (PERFIL 3 =
      * SUPERVISOR, UNICO QUE DESFAZ DOMICILIO JA CONFIRMADO)
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
           OPEN INPUT ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AMIGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN I-O DOMIC
           IF ST-ERRODO NOT = "00"
               IF ST-ERRODO = "30"
                      OPEN OUTPUT DOMIC
                      CLOSE DOMIC
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DOMIC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQAMIG
                      GO TO ROT-FIMP.
       INC-OP3.
           OPEN I-O DOMMEM
           IF ST-ERRODM NOT = "00"
               IF ST-ERRODM = "30"
                      OPEN OUTPUT DOMMEM
                      CLOSE DOMMEM
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DOMMEM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQAMIG DOMIC
                      GO TO ROT-FIMP.
       INC-OP4.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP4
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ESCOLHA DO DOMICILIO                  *
      *****************************************
      *
       INC-001.
                MOVE ZEROS  TO W-CODIGO
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "MANUTENCAO DE DOMICILIOS"
                DISPLAY (03, 01) "CODIGO (0 = PROXIMO SUGERIDO)"
                DISPLAY (04, 01) "CODIGO DO DOMICILIO    : "
                DISPLAY (05, 01) "NOME PARA ENVIO        : "
                DISPLAY (06, 01) "LOGRADOURO / NUMERO    : "
                DISPLAY (07, 01) "COMPLEMENTO            : "
                DISPLAY (08, 01) "BAIRRO                 : "
                DISPLAY (09, 01) "CIDADE                 : "
                DISPLAY (10, 01) "CEP / UF               : "
                DISPLAY (11, 01) "SITUACAO               : ".
       INC-002.
                ACCEPT  (04, 27) W-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-CODIGO = ZEROS
                   GO TO INC-PROX.
                MOVE W-CODIGO TO DOM-CODIGO
                READ DOMIC
                IF ST-ERRODO = "00"
                   GO TO INC-MOSTRA.
                IF ST-ERRODO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQ. DOMIC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO NOV-001.
      *
      * PROXIMO DOMICILIO AINDA SUGERIDO, DEPOIS DO ULTIMO VISTO
      *
       INC-PROX.
                MOVE W-ULTVISTO TO DOM-CODIGO
                START DOMIC KEY IS GREATER THAN DOM-CODIGO
                      INVALID KEY GO TO INC-PROX2.
       INC-PROX1.
                READ DOMIC NEXT
                IF ST-ERRODO NOT = "00"
                   GO TO INC-PROX2.
                IF NOT DOM-SUGERIDO
                   GO TO INC-PROX1.
                GO TO INC-MOSTRA.
       INC-PROX2.
                IF W-ULTVISTO NOT = ZEROS
                   MOVE ZEROS TO W-ULTVISTO
                   GO TO INC-PROX.
                MOVE "*** NENHUM DOMICILIO A CONFIRMAR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-002.
      *
       INC-MOSTRA.
                MOVE DOM-CODIGO TO W-CODIGO W-ULTVISTO
                PERFORM ROT-MOSTRA THRU ROT-MOSTRA-FIM.
      *
      *****************************************
      * ACOES SOBRE O DOMICILIO EXIBIDO       *
      *****************************************
      *
       ACE-001.
                MOVE SPACES TO W-ACAO
                DISPLAY (22, 01)
                "C=CONFIRMA  A=ALTERA  I=INCLUI  R=RETIRA  D=DESCARTA"
                DISPLAY (23, 12) "ACAO : "
                ACCEPT  (23, 19) W-ACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACAO = "c" MOVE "C" TO W-ACAO.
                IF W-ACAO = "a" MOVE "A" TO W-ACAO.
                IF W-ACAO = "i" MOVE "I" TO W-ACAO.
                IF W-ACAO = "r" MOVE "R" TO W-ACAO.
                IF W-ACAO = "d" MOVE "D" TO W-ACAO.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACAO = "C"
                   GO TO CNF-OPC.
                IF W-ACAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO ALT-003.
                IF W-ACAO = "I"
                   GO TO MEM-INC.
                IF W-ACAO = "R"
                   GO TO MEM-RET.
                IF W-ACAO = "D"
                   GO TO EXC-OPC.
                MOVE "*** DIGITE C, A, I, R OU D ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
      *
      * DOMICILIO NOVO, MONTADO A MAO (ENDERECOS QUE A SUGESTAO NAO
      * JUNTOU POR DIFERENCA DE GRAFIA); JA NASCE CONFIRMADO
      *
       NOV-001.
                DISPLAY (23, 40) "INCLUIR NOVO (S/N) : ".
                ACCEPT (23, 61) W-OPCAO
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DOMICILIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE SPACES TO REGDOM
                MOVE W-CODIGO TO DOM-CODIGO
                MOVE ZEROS TO DOM-CEP
                MOVE "C" TO DOM-SIT
                MOVE 0 TO W-SEL.
      *
      *****************************************
      * NOME E ENDERECO DE ENVIO              *
      *****************************************
      *
       ALT-003.
                ACCEPT (05, 27) DOM-NOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF DOM-NOME = SPACES
                   MOVE "*** INFORME O NOME PARA ENVIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-003.
       ALT-004.
                ACCEPT (06, 27) DOM-LOGRADOURO WITH UPDATE
                ACCEPT (06, 59) DOM-NUMERO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ALT-003.
                IF DOM-LOGRADOURO = SPACES
                   MOVE "*** INFORME O LOGRADOURO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-004.
       ALT-005.
                ACCEPT (07, 27) DOM-COMPL WITH UPDATE
                ACCEPT (08, 27) DOM-BAIRRO WITH UPDATE
                ACCEPT (09, 27) DOM-CIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ALT-004.
       ALT-006.
                ACCEPT (10, 27) DOM-CEP WITH UPDATE
                ACCEPT (10, 38) DOM-UF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ALT-005.
                IF DOM-CEP = ZEROS
                   MOVE "*** CEP INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-006.
       ALT-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ALT-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       NOV-WR1.
                WRITE REGDOM
                IF ST-ERRODO = "00" OR "02"
                   MOVE "I" TO TRLH-OPER
                   MOVE DOM-NOME TO W-TRLDESC
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** DOMICILIO INCLUIDO - INCLUA OS MEMBROS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MOSTRA.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DOMIC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-RW1.
                REWRITE REGDOM
                IF ST-ERRODO = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   MOVE DOM-NOME TO W-TRLDESC
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** DOMICILIO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MOSTRA.
                MOVE "ERRO NA ALTERACAO DO DOMICILIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * CONFIRMACAO DO DOMICILIO SUGERIDO     *
      *****************************************
      *
       CNF-OPC.
                IF DOM-CONFIRMADO
                   MOVE "*** DOMICILIO JA CONFIRMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-MEMBROS < 2
                   MOVE "*** DOMICILIO PRECISA DE DOIS MEMBROS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (23, 40) "CONFIRMAR (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DOMICILIO NAO CONFIRMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE "C" TO DOM-SIT
                REWRITE REGDOM
                IF ST-ERRODO = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   MOVE "CONFIRMADO" TO W-TRLDESC
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** DOMICILIO CONFIRMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO DOMICILIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * INCLUSAO E RETIRADA DE MEMBROS        *
      *****************************************
      *
       MEM-INC.
                MOVE SPACES TO W-APELIDO
                DISPLAY (23, 40) "APELIDO A INCLUIR : ".
                ACCEPT (23, 60) W-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-APELIDO = SPACES
                   GO TO INC-MOSTRA.
                MOVE W-APELIDO TO APELIDO
                READ ARQAMIG
                IF ST-ERRO NOT = "00"
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MOSTRA.
                MOVE W-APELIDO TO DMM-APELIDO
                READ DOMMEM
                IF ST-ERRODM = "00"
                   MOVE "*** AMIGO JA ESTA EM OUTRO DOMICILIO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MOSTRA.
                MOVE W-APELIDO  TO DMM-APELIDO
                MOVE DOM-CODIGO TO DMM-DOM
                WRITE REGDMM
                IF ST-ERRODM NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DOMMEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A" TO TRLH-OPER
                MOVE "INCLUIU MEMBRO" TO WT-TEXTO
                MOVE W-APELIDO TO WT-APEL
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                GO TO INC-MOSTRA.
      *
       MEM-RET.
                MOVE SPACES TO W-APELIDO
                DISPLAY (23, 40) "APELIDO A RETIRAR : ".
                ACCEPT (23, 60) W-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-APELIDO = SPACES
                   GO TO INC-MOSTRA.
                MOVE W-APELIDO TO DMM-APELIDO
                READ DOMMEM
                IF ST-ERRODM NOT = "00" OR DMM-DOM NOT = DOM-CODIGO
                   MOVE "*** AMIGO NAO E MEMBRO DESTE DOMICILIO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MOSTRA.
                DELETE DOMMEM RECORD
                IF ST-ERRODM NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO MEMBRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A" TO TRLH-OPER
                MOVE "RETIROU MEMBRO" TO WT-TEXTO
                MOVE W-APELIDO TO WT-APEL
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                GO TO INC-MOSTRA.
      *
      *****************************************
      * DESCARTE: APAGA OS VINCULOS E O       *
      * DOMICILIO. CONFIRMADO, SO SUPERVISOR  *
      *****************************************
      *
       EXC-OPC.
                IF DOM-CONFIRMADO AND LK-PERFIL NOT = 3
                   MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       EXC-OPC1.
                DISPLAY (23, 40) "DESCARTAR (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DOMICILIO MANTIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
                MOVE DOM-CODIGO TO DMM-DOM
                START DOMMEM KEY IS NOT LESS DMM-DOM
                      INVALID KEY GO TO EXC-DL1.
       EXC-MEM.
                READ DOMMEM NEXT
                IF ST-ERRODM NOT = "00"
                   GO TO EXC-DL1.
                IF DMM-DOM NOT = DOM-CODIGO
                   GO TO EXC-DL1.
                DELETE DOMMEM RECORD
                GO TO EXC-MEM.
       EXC-DL1.
                DELETE DOMIC RECORD
                IF ST-ERRODO = "00"
                   MOVE "E" TO TRLH-OPER
                   MOVE DOM-NOME TO W-TRLDESC
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** DOMICILIO DESCARTADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO DOMICILIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQAMIG DOMIC DOMMEM ARQTRLH
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * EXIBE O DOMICILIO CORRENTE E ATE SETE MEMBROS (LINHAS 14 A
      * 20); W-MEMBROS FICA COM O TOTAL DE MEMBROS
      *-------------------------------------------------------------
       ROT-MOSTRA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "MANUTENCAO DE DOMICILIOS"
           DISPLAY (04, 01) "CODIGO DO DOMICILIO    : "
           DISPLAY (05, 01) "NOME PARA ENVIO        : "
           DISPLAY (06, 01) "LOGRADOURO / NUMERO    : "
           DISPLAY (07, 01) "COMPLEMENTO            : "
           DISPLAY (08, 01) "BAIRRO                 : "
           DISPLAY (09, 01) "CIDADE                 : "
           DISPLAY (10, 01) "CEP / UF               : "
           DISPLAY (11, 01) "SITUACAO               : "
           DISPLAY (04, 27) DOM-CODIGO
           DISPLAY (05, 27) DOM-NOME
           DISPLAY (06, 27) DOM-LOGRADOURO
           DISPLAY (06, 59) DOM-NUMERO
           DISPLAY (07, 27) DOM-COMPL
           DISPLAY (08, 27) DOM-BAIRRO
           DISPLAY (09, 27) DOM-CIDADE
           DISPLAY (10, 27) DOM-CEP
           DISPLAY (10, 38) DOM-UF
           IF DOM-CONFIRMADO
              MOVE "CONFIRMADO" TO W-SITDESC
           ELSE
              MOVE "SUGERIDO"   TO W-SITDESC.
           DISPLAY (11, 27) W-SITDESC
           DISPLAY (13, 01) "MEMBROS:"
           MOVE ZEROS TO W-MEMBROS
           MOVE 13 TO W-LIN
           MOVE DOM-CODIGO TO DMM-DOM
           START DOMMEM KEY IS NOT LESS DMM-DOM
                 INVALID KEY GO TO ROT-MOSTRA2.
       ROT-MOSTRA1.
           READ DOMMEM NEXT
           IF ST-ERRODM NOT = "00"
              GO TO ROT-MOSTRA2.
           IF DMM-DOM NOT = DOM-CODIGO
              GO TO ROT-MOSTRA2.
           ADD 1 TO W-MEMBROS
           IF W-LIN NOT < 20
              GO TO ROT-MOSTRA1.
           ADD 1 TO W-LIN
           MOVE DMM-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO NOME.
           DISPLAY (W-LIN, 05) DMM-APELIDO
           DISPLAY (W-LIN, 19) NOME
           GO TO ROT-MOSTRA1.
       ROT-MOSTRA2.
           IF W-MEMBROS > 7
              DISPLAY (21, 05) "... TOTAL DE MEMBROS: "
              DISPLAY (21, 27) W-MEMBROS.
       ROT-MOSTRA-FIM.
           EXIT.
      *
      *************************************************
      * TRILHA DE AUDITORIA: UM REGISTRO POR OPERACAO *
      *************************************************
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
           MOVE "PROG206X" TO TRLH-PROG
           MOVE DOM-CODIGO TO TRLH-CHAVE
           MOVE W-TRLDESC  TO TRLH-DESCR
           MOVE W-LOGIN    TO TRLH-OPERADOR
           WRITE REGTRLH
           MOVE SPACES TO W-TRLDESC.
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
