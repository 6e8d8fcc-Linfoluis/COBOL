       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG205X.
       AUTHOR. DEBORAH PELICER.
      **************************************
      * SUGESTAO DE DOMICILIOS: AMIGOS COM *
      * O MESMO CEP + LOGRADOURO + NUMERO  *
      * NO CADASTRO VIRAM UM DOMICILIO     *
      * SUGERIDO (DOMIC.DAT/DOMMEM.DAT),   *
      * EM NOME DO PRIMEIRO DELES, PARA    *
      * CONFIRMACAO NO PROG206X. AMIGO QUE *
      * JA ESTA EM DOMICILIO (SUGERIDO OU  *
      * CONFIRMADO) NAO ENTRA DE NOVO.     *
      * IMPRIME A LISTA DO QUE FOI SUGERIDO*
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
      * ARQUIVO DE TRABALHO: AMIGOS ORDENADOS PELO ENDERECO
      *
       SELECT DOMTRAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-CHAVE
                    FILE STATUS  IS ST-ERROW.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY DOMIC.BOK.
       COPY DOMMEM.BOK.
       COPY AUDTRLH.BOK.
      *
       FD  DOMTRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DOMTRAB.DAT".
       01  REGTRB.
                03 TRB-CHAVE.
                   05 TRB-ENDCHAVE.
                      07 TRB-CEP        PIC 9(08).
                      07 TRB-LOGRADOURO PIC X(30).
                      07 TRB-NUMERO     PIC X(06).
                   05 TRB-APELIDO       PIC X(12).
                03 TRB-NOME             PIC X(30).
                03 TRB-COMPL            PIC X(10).
                03 TRB-BAIRRO           PIC X(20).
                03 TRB-CIDADE           PIC X(20).
                03 TRB-UF               PIC X(02).
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRODO    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-CRIADO     PIC X(01) VALUE "N".
       77 W-ULTDOM     PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-SEMEND     PIC 9(05) VALUE ZEROS.
       77 W-JADOM      PIC 9(05) VALUE ZEROS.
       77 W-NOVOS      PIC 9(05) VALUE ZEROS.
       77 W-MEMBROS    PIC 9(05) VALUE ZEROS.
       01 W-ENDCHAVE   PIC X(44) VALUE SPACES.
      *
      * PRIMEIRO AMIGO DO ENDERECO CORRENTE: SO VIRA DOMICILIO
      * QUANDO APARECE O SEGUNDO
      *
       01 W-PRIMEIRO.
          03 WP-CEP        PIC 9(08).
          03 WP-LOGRADOURO PIC X(30).
          03 WP-NUMERO     PIC X(06).
          03 WP-APELIDO    PIC X(12).
          03 WP-NOME       PIC X(30).
          03 WP-COMPL      PIC X(10).
          03 WP-BAIRRO     PIC X(20).
          03 WP-CIDADE     PIC X(20).
          03 WP-UF         PIC X(02).
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
       01 CAB1.
          03 CAB11      PIC X(44) VALUE
              "DOMICILIOS SUGERIDOS (CONFIRMAR NO PROG206X)".
          03 FILLER     PIC X(07) VALUE "DATA : ".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(05) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE ", ".
          03 DET13     PIC X(06) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC 9(08) VALUE ZEROS.
       01 DET2.
          03 FILLER    PIC X(07) VALUE SPACES.
          03 DET21     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET22     PIC X(30) VALUE SPACES.
       01 DET-VAZIO.
          03 FILLER    PIC X(44) VALUE
              "NENHUM DOMICILIO NOVO A SUGERIR".
       01 DET-FIM.
          03 FILLER    PIC X(30) VALUE "DOMICILIOS SUGERIDOS        : ".
          03 DFTOT     PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (USADA NA
      * TRILHA DE AUDITORIA)
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
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "SUGESTAO DE DOMICILIOS DOS AMIGOS"
           DISPLAY (04, 01) "AMIGOS COM MESMO CEP, LOGRADOURO E NUMERO"
           DISPLAY (05, 01) "VIRAM DOMICILIO SUGERIDO, A CONFIRMAR NA"
           DISPLAY (06, 01) "MANUTENCAO DE DOMICILIOS (PROG206X)."
           DISPLAY (08, 01) "CONFIRMA A SUGESTAO (S/N) : ".
       INC-002.
           ACCEPT  (08, 29) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-OPCAO = "n" OR "N"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
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
                      CLOSE ARQAMIG DOMIC DOMMEM
                      GO TO ROT-FIMP.
       INC-OP5.
           OPEN OUTPUT DOMTRAB
           IF ST-ERROW NOT = "00"
              MOVE "ERRO NA ABERTURA DO DOMTRAB.DAT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAMIG DOMIC DOMMEM ARQTRLH
              GO TO ROT-FIMP.
      *
      * ULTIMO CODIGO DE DOMICILIO JA USADO
      *
       INC-ULT.
           MOVE ZEROS TO W-ULTDOM DOM-CODIGO
           START DOMIC KEY IS NOT LESS DOM-CODIGO
                 INVALID KEY GO TO CAR-LER.
       INC-ULT1.
           READ DOMIC NEXT
           IF ST-ERRODO NOT = "00"
              GO TO CAR-LER.
           MOVE DOM-CODIGO TO W-ULTDOM
           GO TO INC-ULT1.
      *
      *****************************************
      * CARGA DO TRABALHO: AMIGOS COM ENDERECO*
      * QUE AINDA NAO ESTAO EM DOMICILIO      *
      *****************************************
      *
       CAR-LER.
           READ ARQAMIG NEXT
           IF ST-ERRO NOT = "00"
              GO TO CAR-FIM.
           ADD 1 TO W-LIDOS
           IF END-LOGRADOURO = SPACES OR END-CEP = ZEROS
              ADD 1 TO W-SEMEND
              GO TO CAR-LER.
           MOVE APELIDO TO DMM-APELIDO
           READ DOMMEM
           IF ST-ERRODM = "00"
              ADD 1 TO W-JADOM
              GO TO CAR-LER.
           MOVE END-CEP        TO TRB-CEP
           MOVE END-LOGRADOURO TO TRB-LOGRADOURO
           MOVE END-NUMERO     TO TRB-NUMERO
           MOVE APELIDO        TO TRB-APELIDO
           MOVE NOME           TO TRB-NOME
           MOVE END-COMPL      TO TRB-COMPL
           MOVE END-BAIRRO     TO TRB-BAIRRO
           MOVE END-CIDADE     TO TRB-CIDADE
           MOVE UNID_FEDERACAO TO TRB-UF
           WRITE REGTRB
           GO TO CAR-LER.
       CAR-FIM.
           CLOSE DOMTRAB
           OPEN INPUT DOMTRAB
           IF ST-ERROW NOT = "00"
              MOVE "ERRO NA ABERTURA DO DOMTRAB.DAT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-DIA TO CAB13
           MOVE DH-MES TO CAB14
           MOVE DH-ANO TO CAB15
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE SPACES TO W-ENDCHAVE.
      *
      *****************************************
      * AGRUPAMENTO: ENDERECO COM DOIS OU MAIS*
      * AMIGOS VIRA DOMICILIO SUGERIDO        *
      *****************************************
      *
       GRP-LER.
           READ DOMTRAB NEXT
           IF ST-ERROW NOT = "00"
              GO TO GRP-FIM.
           IF TRB-ENDCHAVE NOT = W-ENDCHAVE
              MOVE TRB-ENDCHAVE TO W-ENDCHAVE
              MOVE REGTRB       TO W-PRIMEIRO
              MOVE "N"          TO W-CRIADO
              GO TO GRP-LER.
           IF W-CRIADO = "N"
              PERFORM CRIA-DOMIC THRU CRIA-DOMIC-FIM
              MOVE "S" TO W-CRIADO.
           MOVE TRB-APELIDO TO DMM-APELIDO DET21
           MOVE TRB-NOME    TO DET22
           PERFORM GRAVA-MEMBRO THRU GRAVA-MEMBRO-FIM
           GO TO GRP-LER.
       GRP-FIM.
           IF W-NOVOS = ZEROS
              WRITE REGIMP FROM DET-VAZIO BEFORE ADVANCING 1 LINE
           ELSE
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE
              MOVE W-NOVOS TO DFTOT
              WRITE REGIMP FROM DET-FIM BEFORE ADVANCING 1 LINE.
           CLOSE ARQIMP
           DISPLAY (12, 01) "AMIGOS LIDOS              : " W-LIDOS
           DISPLAY (13, 01) "SEM ENDERECO (FORA)       : " W-SEMEND
           DISPLAY (14, 01) "JA EM DOMICILIO           : " W-JADOM
           DISPLAY (15, 01) "DOMICILIOS SUGERIDOS      : " W-NOVOS
           DISPLAY (16, 01) "AMIGOS NOS NOVOS DOMICIL. : " W-MEMBROS
           MOVE "*** SUGESTAO DE DOMICILIOS CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE DOMTRAB
           GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * NOVO DOMICILIO SUGERIDO A PARTIR DO PRIMEIRO AMIGO DO
      * ENDERECO, QUE TAMBEM VIRA O PRIMEIRO MEMBRO
      *-------------------------------------------------------------
       CRIA-DOMIC.
           ADD 1 TO W-ULTDOM
           MOVE SPACES        TO REGDOM
           MOVE W-ULTDOM      TO DOM-CODIGO
           MOVE WP-NOME       TO DOM-NOME
           MOVE WP-LOGRADOURO TO DOM-LOGRADOURO
           MOVE WP-NUMERO     TO DOM-NUMERO
           MOVE WP-COMPL      TO DOM-COMPL
           MOVE WP-BAIRRO     TO DOM-BAIRRO
           MOVE WP-CIDADE     TO DOM-CIDADE
           MOVE WP-CEP        TO DOM-CEP
           MOVE WP-UF         TO DOM-UF
           MOVE "S"           TO DOM-SIT
           WRITE REGDOM
           IF ST-ERRODO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DOMIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-NOVOS
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           MOVE DOM-CODIGO    TO DET11
           MOVE DOM-LOGRADOURO TO DET12
           MOVE DOM-NUMERO    TO DET13
           MOVE DOM-CEP       TO DET14
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           MOVE WP-APELIDO TO DMM-APELIDO DET21
           MOVE WP-NOME    TO DET22
           PERFORM GRAVA-MEMBRO THRU GRAVA-MEMBRO-FIM.
       CRIA-DOMIC-FIM.
           EXIT.
      *
       GRAVA-MEMBRO.
           MOVE W-ULTDOM TO DMM-DOM
           WRITE REGDMM
           IF ST-ERRODM NOT = "00"
              GO TO GRAVA-MEMBRO-FIM.
           ADD 1 TO W-MEMBROS
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE.
       GRAVA-MEMBRO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQAMIG DOMIC DOMMEM ARQTRLH.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *************************************************
      * TRILHA DE AUDITORIA: UM REGISTRO POR DOMICILIO*
      * SUGERIDO                                      *
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
           MOVE "PROG205X" TO TRLH-PROG
           MOVE "I"        TO TRLH-OPER
           MOVE DOM-CODIGO TO TRLH-CHAVE
           MOVE DOM-NOME   TO TRLH-DESCR
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
