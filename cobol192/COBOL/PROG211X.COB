       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG211X.
       AUTHOR. DEBORAH PELICER.
      **************************************
      * CONFERENCIA DOS ENDERECOS DOS      *
      * AMIGOS CONTRA A BASE DE CEP        *
      * (CEPLOG.DAT): LISTA QUEM TEM CEP   *
      * QUE NAO CONSTA DA BASE E QUEM TEM  *
      * CIDADE OU UF DIGITADA DIFERENTE DA *
      * DO CEP. AMIGO SEM CEP (SEM         *
      * ENDERECO) NAO E CONFERIDO.         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY CLGSEL.BOK.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY CEPLOG.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROCL    PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-CIDADE     PIC X(20) VALUE SPACES.
       77 W-UF         PIC X(02) VALUE SPACES.
       77 W-DIVCID     PIC X(01) VALUE "N".
       77 W-DIVUF      PIC X(01) VALUE "N".
      *
      * CONTADORES DA CONFERENCIA
      *
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-SEMCEP     PIC 9(05) VALUE ZEROS.
       77 W-CONFERE    PIC 9(05) VALUE ZEROS.
       77 W-DESCONH    PIC 9(05) VALUE ZEROS.
       77 W-DIVERGE    PIC 9(05) VALUE ZEROS.
       01 W-CEP        PIC 9(08) VALUE ZEROS.
       01 W-CEPR REDEFINES W-CEP.
          03 W-CEP5    PIC 9(05).
          03 W-CEP3    PIC 9(03).
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
          03 DH-DIA    PIC 9(02).
          03 DH-HH     PIC 9(02).
          03 DH-MM     PIC 9(02).
          03 DH-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 CAB1.
          03 FILLER     PIC X(44) VALUE
              "CONFERENCIA DE ENDERECOS X BASE DE CEP".
          03 FILLER     PIC X(07) VALUE "DATA : ".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB3.
          03 FILLER     PIC X(13) VALUE "APELIDO".
          03 FILLER     PIC X(10) VALUE "CEP".
          03 FILLER     PIC X(21) VALUE "CIDADE".
          03 FILLER     PIC X(03) VALUE "UF".
          03 FILLER     PIC X(33) VALUE "OCORRENCIA".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(05) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "-".
          03 DET13     PIC 9(03) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC X(33) VALUE SPACES.
       01 DET2.
          03 FILLER    PIC X(14) VALUE SPACES.
          03 FILLER    PIC X(09) VALUE "NA BASE: ".
          03 DET24     PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET25     PIC X(02) VALUE SPACES.
       01 DET-VAZIO.
          03 FILLER    PIC X(44) VALUE
              "NENHUMA DIVERGENCIA ENCONTRADA".
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "AMIGOS LIDOS                : ".
          03 DFTOT1    PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "SEM CEP (NAO CONFERIDOS)    : ".
          03 DFTOT2    PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM3.
          03 FILLER    PIC X(30) VALUE "CONFEREM COM A BASE         : ".
          03 DFTOT3    PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM4.
          03 FILLER    PIC X(30) VALUE "CEP FORA DA BASE            : ".
          03 DFTOT4    PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM5.
          03 FILLER    PIC X(30) VALUE "CIDADE/UF DIVERGENTE        : ".
          03 DFTOT5    PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU
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
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CONFERENCIA DE ENDERECOS X BASE DE CEP"
           DISPLAY (04, 01) "LISTA OS AMIGOS COM CEP FORA DA BASE DOS"
           DISPLAY (05, 01) "CORREIOS OU COM CIDADE/UF DIFERENTE DA DO"
           DISPLAY (06, 01) "CEP. A BASE E CARREGADA PELO PROG210X.".
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "PROCESSAR (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-OPCAO = "n" OR "N"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP1.
           OPEN INPUT ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AMIGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT CEPLOG
           IF ST-ERROCL NOT = "00"
              MOVE "*** BASE DE CEP NAO CARREGADA (PROG210X) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAMIG
              GO TO ROT-FIMP.
       INC-OP3.
           MOVE DH-DIA    TO CAB13
           MOVE DH-MES    TO CAB14
           MOVE DH-ANO    TO CAB15
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
      *
      *****************************************
      * CADA AMIGO COM CEP E PROCURADO NA     *
      * BASE; CIDADE E UF SAO COMPARADAS EM   *
      * MAIUSCULAS                            *
      *****************************************
      *
       LER-AMIGO.
           READ ARQAMIG NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-AMIGO-FIM.
           ADD 1 TO W-LIDOS
           IF END-CEP = ZEROS
              ADD 1 TO W-SEMCEP
              GO TO LER-AMIGO.
           MOVE END-CEP        TO W-CEP
           MOVE END-CIDADE     TO W-CIDADE
           MOVE UNID_FEDERACAO TO W-UF
           INSPECT W-CIDADE CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT W-UF     CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE APELIDO        TO DET11
           MOVE W-CEP5         TO DET12
           MOVE W-CEP3         TO DET13
           MOVE END-CIDADE     TO DET14
           MOVE UNID_FEDERACAO TO DET15
           MOVE END-CEP        TO CLG-CEP
           READ CEPLOG
           IF ST-ERROCL NOT = "00"
              ADD 1 TO W-DESCONH
              MOVE "CEP NAO CONSTA DA BASE" TO DET16
              WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
              GO TO LER-AMIGO.
           MOVE "N" TO W-DIVCID W-DIVUF
           IF W-CIDADE NOT = CLG-CIDADE
              MOVE "S" TO W-DIVCID.
           IF W-UF NOT = CLG-UF
              MOVE "S" TO W-DIVUF.
           IF W-DIVCID = "N" AND W-DIVUF = "N"
              ADD 1 TO W-CONFERE
              GO TO LER-AMIGO.
           ADD 1 TO W-DIVERGE
           IF W-DIVCID = "S" AND W-DIVUF = "S"
              MOVE "CIDADE E UF DIFERENTES DO CEP" TO DET16
           ELSE
              IF W-DIVCID = "S"
                 MOVE "CIDADE DIFERENTE DA DO CEP" TO DET16
              ELSE
                 MOVE "UF DIFERENTE DA DO CEP" TO DET16.
           MOVE CLG-CIDADE TO DET24
           MOVE CLG-UF     TO DET25
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           GO TO LER-AMIGO.
       LER-AMIGO-FIM.
           IF W-DESCONH = ZEROS AND W-DIVERGE = ZEROS
              WRITE REGIMP FROM DET-VAZIO BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-LIDOS   TO DFTOT1
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           MOVE W-SEMCEP  TO DFTOT2
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           MOVE W-CONFERE TO DFTOT3
           WRITE REGIMP FROM DET-FIM3 BEFORE ADVANCING 1 LINE
           MOVE W-DESCONH TO DFTOT4
           WRITE REGIMP FROM DET-FIM4 BEFORE ADVANCING 1 LINE
           MOVE W-DIVERGE TO DFTOT5
           WRITE REGIMP FROM DET-FIM5 BEFORE ADVANCING 1 LINE
           CLOSE ARQIMP
           DISPLAY (12, 01) "AMIGOS LIDOS         : " W-LIDOS
           DISPLAY (13, 01) "SEM CEP              : " W-SEMCEP
           DISPLAY (14, 01) "CONFEREM COM A BASE  : " W-CONFERE
           DISPLAY (15, 01) "CEP FORA DA BASE     : " W-DESCONH
           DISPLAY (16, 01) "CIDADE/UF DIVERGENTE : " W-DIVERGE
           MOVE "*** CONFERENCIA DE ENDERECOS CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQAMIG CEPLOG.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
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
