       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG210X.
       AUTHOR. DEBORAH PELICER.
      **************************************
      * CARGA DA BASE DE CEP (CEPLOG.DAT)  *
      * A PARTIR DO ARQUIVO TEXTO DOS      *
      * CORREIOS, UMA LINHA POR CEP:       *
      *   CEP;LOGRADOURO;BAIRRO;CIDADE;UF  *
      * (CEP COM OU SEM O HIFEN). PODE SER *
      * RODADO A CADA ATUALIZACAO DOS      *
      * CORREIOS: CEP NOVO E INCLUIDO, CEP *
      * EXISTENTE E REGRAVADO COM OS DADOS *
      * DO ARQUIVO. LINHAS REJEITADAS SAEM *
      * NA IMPRESSORA COM O MOTIVO.        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLGSEL.BOK.
       SELECT ARQCORR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROX.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY CEPLOG.BOK.
      *
       FD  ARQCORR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQCORR.
       01  REGCORR              PIC X(120).
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROCL    PIC X(02) VALUE "00".
       77 ST-ERROX     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ARQCORR    PIC X(40) VALUE "CEPBASE.TXT".
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-DTCARGA    PIC 9(08) VALUE ZEROS.
      *
      * CONTADORES DA CARGA
      *
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-NOVOS      PIC 9(07) VALUE ZEROS.
       77 W-ALTERADOS  PIC 9(07) VALUE ZEROS.
       77 W-IGUAIS     PIC 9(07) VALUE ZEROS.
       77 W-REJEITADOS PIC 9(07) VALUE ZEROS.
      *
      * CAMPOS DA LINHA DOS CORREIOS
      *
       01 C-CEPX        PIC X(09) VALUE SPACES.
       01 C-LOGRADOURO  PIC X(30) VALUE SPACES.
       01 C-BAIRRO      PIC X(20) VALUE SPACES.
       01 C-CIDADE      PIC X(20) VALUE SPACES.
       01 C-UF          PIC X(02) VALUE SPACES.
       01 C-CEP8X       PIC X(08) VALUE SPACES.
       01 C-CEP8 REDEFINES C-CEP8X PIC 9(08).
       01 W-SALVACLG    PIC X(100) VALUE SPACES.
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
              "CARGA DA BASE DE CEP - LINHAS REJEITADAS".
          03 FILLER     PIC X(07) VALUE "DATA : ".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(10) VALUE "ARQUIVO : ".
          03 CAB21      PIC X(40) VALUE SPACES.
       01 CAB3.
          03 FILLER     PIC X(09) VALUE "LINHA".
          03 FILLER     PIC X(31) VALUE "MOTIVO".
          03 FILLER     PIC X(40) VALUE "INICIO DA LINHA".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC ZZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(40) VALUE SPACES.
       01 DET-VAZIO.
          03 FILLER    PIC X(44) VALUE
              "NENHUMA LINHA REJEITADA".
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "LINHAS LIDAS                : ".
          03 DFTOT1    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "CEP INCLUIDOS               : ".
          03 DFTOT2    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM3.
          03 FILLER    PIC X(30) VALUE "CEP ATUALIZADOS             : ".
          03 DFTOT3    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM4.
          03 FILLER    PIC X(30) VALUE "CEP SEM ALTERACAO           : ".
          03 DFTOT4    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM5.
          03 FILLER    PIC X(30) VALUE "LINHAS REJEITADAS           : ".
          03 DFTOT5    PIC ZZZZZZ9 VALUE ZEROS.
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
           MOVE DATAHORA-ATU(1:8) TO W-DTCARGA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "CARGA DA BASE DE CEP DOS CORREIOS"
           DISPLAY (04, 01) "ARQUIVO DOS CORREIOS     : "
           DISPLAY (06, 01) "FORMATO: CEP;LOGRADOURO;BAIRRO;CIDADE;UF"
           DISPLAY (07, 01) "CEP JA CADASTRADO E REGRAVADO COM OS DADOS"
           DISPLAY (08, 01) "DO ARQUIVO (ATUALIZACAO PERIODICA).".
       INC-002.
           ACCEPT  (04, 28) W-ARQCORR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ARQCORR = SPACES
              MOVE "*** INFORME O NOME DO ARQUIVO DOS CORREIOS ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "PROCESSAR (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-002.
           IF W-OPCAO = "n" OR "N"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP1.
           OPEN INPUT ARQCORR
           IF ST-ERROX NOT = "00"
              MOVE "*** ARQUIVO DOS CORREIOS NAO ENCONTRADO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-OP2.
           OPEN I-O CEPLOG
           IF ST-ERROCL NOT = "00"
              IF ST-ERROCL = "30"
                     OPEN OUTPUT CEPLOG
                     CLOSE CEPLOG
                     MOVE "*** ARQUIVO CEPLOG SENDO CRIADO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO INC-OP2
                  ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CEPLOG" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     CLOSE ARQCORR
                     GO TO ROT-FIMP.
       INC-OP3.
           MOVE DH-DIA    TO CAB13
           MOVE DH-MES    TO CAB14
           MOVE DH-ANO    TO CAB15
           MOVE W-ARQCORR TO CAB21
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           DISPLAY (12, 01) "PROCESSANDO...".
      *
      *****************************************
      * UMA LINHA POR CEP: INCLUI O CEP NOVO  *
      * OU REGRAVA O EXISTENTE QUANDO ALGUM   *
      * DADO MUDOU NA BASE DOS CORREIOS       *
      *****************************************
      *
       LER-CORR.
           READ ARQCORR
           IF ST-ERROX NOT = "00"
              GO TO LER-CORR-FIM.
           ADD 1 TO W-LIDOS
           IF REGCORR = SPACES
              GO TO LER-CORR.
           MOVE SPACES TO C-CEPX C-LOGRADOURO C-BAIRRO C-CIDADE C-UF
           UNSTRING REGCORR DELIMITED BY ";"
               INTO C-CEPX C-LOGRADOURO C-BAIRRO C-CIDADE C-UF.
      *
      * CEP NO FORMATO 99999-999 OU 99999999
      *
           IF C-CEPX(6:1) = "-"
              MOVE C-CEPX(1:5) TO C-CEP8X(1:5)
              MOVE C-CEPX(7:3) TO C-CEP8X(6:3)
           ELSE
              MOVE C-CEPX(1:8) TO C-CEP8X.
           IF C-CEP8X NOT NUMERIC OR C-CEP8 = ZEROS
              MOVE "CEP INVALIDO" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO LER-CORR.
           IF C-CIDADE = SPACES
              MOVE "CIDADE EM BRANCO" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO LER-CORR.
           INSPECT C-UF CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF C-UF(1:1) NOT ALPHABETIC OR C-UF(2:1) NOT ALPHABETIC
                                       OR C-UF(1:1) = SPACE
                                       OR C-UF(2:1) = SPACE
              MOVE "UF INVALIDA" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO LER-CORR.
       GRV-CLG.
           MOVE C-CEP8 TO CLG-CEP
           READ CEPLOG
           IF ST-ERROCL = "23"
              GO TO GRV-CLG-NOVO.
           IF ST-ERROCL NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CEPLOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CORR-FIM.
           MOVE REGCLG TO W-SALVACLG
           MOVE C-LOGRADOURO TO CLG-LOGRADOURO
           MOVE C-BAIRRO     TO CLG-BAIRRO
           MOVE C-CIDADE     TO CLG-CIDADE
           MOVE C-UF         TO CLG-UF
           IF REGCLG = W-SALVACLG
              ADD 1 TO W-IGUAIS
              GO TO LER-CORR.
           MOVE W-DTCARGA    TO CLG-DTCARGA
           REWRITE REGCLG
           IF ST-ERROCL NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CEPLOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CORR-FIM.
           ADD 1 TO W-ALTERADOS
           GO TO LER-CORR.
       GRV-CLG-NOVO.
           MOVE SPACES       TO REGCLG
           MOVE C-CEP8       TO CLG-CEP
           MOVE C-LOGRADOURO TO CLG-LOGRADOURO
           MOVE C-BAIRRO     TO CLG-BAIRRO
           MOVE C-CIDADE     TO CLG-CIDADE
           MOVE C-UF         TO CLG-UF
           MOVE W-DTCARGA    TO CLG-DTCARGA
           WRITE REGCLG
           IF ST-ERROCL NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CEPLOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CORR-FIM.
           ADD 1 TO W-NOVOS
           GO TO LER-CORR.
       LER-CORR-FIM.
           IF W-REJEITADOS = ZEROS
              WRITE REGIMP FROM DET-VAZIO BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-LIDOS      TO DFTOT1
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           MOVE W-NOVOS      TO DFTOT2
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           MOVE W-ALTERADOS  TO DFTOT3
           WRITE REGIMP FROM DET-FIM3 BEFORE ADVANCING 1 LINE
           MOVE W-IGUAIS     TO DFTOT4
           WRITE REGIMP FROM DET-FIM4 BEFORE ADVANCING 1 LINE
           MOVE W-REJEITADOS TO DFTOT5
           WRITE REGIMP FROM DET-FIM5 BEFORE ADVANCING 1 LINE
           CLOSE ARQIMP
           DISPLAY (12, 01) "LINHAS LIDAS      : " W-LIDOS
           DISPLAY (13, 01) "CEP INCLUIDOS     : " W-NOVOS
           DISPLAY (14, 01) "CEP ATUALIZADOS   : " W-ALTERADOS
           DISPLAY (15, 01) "CEP SEM ALTERACAO : " W-IGUAIS
           DISPLAY (16, 01) "LINHAS REJEITADAS : " W-REJEITADOS
           MOVE "*** CARGA DA BASE DE CEP CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQCORR CEPLOG.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * LINHA REJEITADA: NUMERO, MOTIVO E INICIO DA LINHA
      *-------------------------------------------------------------
       ROT-REJEITA.
           ADD 1 TO W-REJEITADOS
           MOVE W-LIDOS        TO DET11
           MOVE W-MOTIVO       TO DET12
           MOVE REGCORR(1:40)  TO DET13
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE.
       ROT-REJEITA-FIM.
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
