       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG208X.
       AUTHOR. DEBORAH PELICER.
      **************************************
      * COMPROMISSOS EM ATRASO: COMPARA O  *
      * QUE CADA AMIGO PROMETEU (PROMESSA) *
      * COM O QUE CONTRIBUIU (CONTRIB) DO  *
      * MES DE INICIO ATE O MES DE         *
      * REFERENCIA E LISTA QUEM ESTA EM    *
      * FALTA (PARCELAS E VALOR). OPCIONAL-*
      * MENTE GRAVA UM CONTATO DE COBRANCA *
      * NO AMICONT.DAT COM DATA DE RETORNO,*
      * PARA SAIR NA LISTA DO PROG188X     *
      * (QUEM TEM NAO_MALA OU NAO_FONE NAO *
      * RECEBE CONTATO).                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY PRMSEL.BOK.
       COPY CTBSEL.BOK.
       COPY CONTSEL.BOK.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY PROMESSA.BOK.
       COPY CONTRIB.BOK.
       COPY CONTATO.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROPM    PIC X(02) VALUE "00".
       77 ST-ERROCB    PIC X(02) VALUE "00".
       77 ST-ERRO4     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-GERACONT   PIC X(01) VALUE "N".
       77 W-TEMCTB     PIC X(01) VALUE "N".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-MESINI     PIC 9(06) VALUE ZEROS.
       77 W-MESFIM     PIC 9(06) VALUE ZEROS.
       77 W-MESREF     PIC 9(06) VALUE ZEROS.
       77 W-MESCTB     PIC 9(06) VALUE ZEROS.
       77 W-PARCELAS   PIC 9(04) VALUE ZEROS.
       77 W-ATRPARC    PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(07)V99 VALUE ZEROS.
       77 W-DEVIDO     PIC 9(09)V99 VALUE ZEROS.
       77 W-PAGO       PIC 9(09)V99 VALUE ZEROS.
       77 W-ATRASO     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTATR     PIC 9(09)V99 VALUE ZEROS.
       77 W-VALED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-EMATRASO   PIC 9(05) VALUE ZEROS.
       77 W-CONTATOS   PIC 9(05) VALUE ZEROS.
       77 W-SUPRIM     PIC 9(05) VALUE ZEROS.
       01 W-REF.
          03 W-REF-ANO PIC 9(04) VALUE ZEROS.
          03 W-REF-MES PIC 9(02) VALUE ZEROS.
       01 W-PROX.
          03 W-PROX-ANO PIC 9(04) VALUE ZEROS.
          03 W-PROX-MES PIC 9(02) VALUE ZEROS.
          03 W-PROX-DIA PIC 9(02) VALUE ZEROS.
       COPY CALEND.BOK.
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
              "COMPROMISSOS DE CONTRIBUICAO EM ATRASO".
          03 FILLER     PIC X(07) VALUE "DATA : ".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(22) VALUE "MES DE REFERENCIA  : ".
          03 CAB21      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB22      PIC 9(04) VALUE ZEROS.
       01 CAB3.
          03 FILLER     PIC X(14) VALUE "APELIDO".
          03 FILLER     PIC X(27) VALUE "NOME".
          03 FILLER     PIC X(03) VALUE "F".
          03 FILLER     PIC X(06) VALUE "PARC.".
          03 FILLER     PIC X(16) VALUE "   VALOR ATRASO".
          03 FILLER     PIC X(04) VALUE "TIPO".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC X(25) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET13     PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC ZZZ9  VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET15     PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DET16     PIC X(01) VALUE SPACES.
       01 DET-VAZIO.
          03 FILLER    PIC X(44) VALUE
              "NENHUM COMPROMISSO EM ATRASO".
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "AMIGOS EM ATRASO            : ".
          03 DFTOT1    PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "VALOR TOTAL EM ATRASO       : ".
          03 DFTOT2    PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01 DET-FIM3.
          03 FILLER    PIC X(30) VALUE "CONTATOS DE COBRANCA GRAVADO: ".
          03 DFTOT3    PIC ZZZZ9 VALUE ZEROS.
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
           MOVE DH-ANO TO W-REF-ANO W-PROX-ANO
           MOVE DH-MES TO W-REF-MES W-PROX-MES
           MOVE DH-DIA TO W-PROX-DIA
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "COMPROMISSOS DE CONTRIBUICAO EM ATRASO"
           DISPLAY (04, 01) "MES DE REFERENCIA (MMAAAA) : "
           DISPLAY (05, 01) "GERAR CONTATO DE COBRANCA  : "
           DISPLAY (06, 01) "RETORNO EM (DDMMAAAA)      : "
           DISPLAY (08, 01) "AMIGO COM NAO_MALA OU NAO_FONE NAO RECEBE"
           DISPLAY (09, 01) "CONTATO. O RETORNO SAI NO PROG188X.".
       INC-002.
           ACCEPT  (04, 30) W-REF-MES WITH UPDATE
           ACCEPT  (04, 32) W-REF-ANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-REF-ANO = ZEROS OR W-REF-MES = ZEROS
                                OR W-REF-MES > 12
              MOVE "*** MES DE REFERENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           MOVE "N" TO W-GERACONT
           ACCEPT  (05, 30) W-GERACONT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-002.
           IF W-GERACONT = "s" MOVE "S" TO W-GERACONT.
           IF W-GERACONT = "n" MOVE "N" TO W-GERACONT.
           IF W-GERACONT NOT = "S" AND "N"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF W-GERACONT = "N"
              GO TO INC-OPC.
       INC-004.
           ACCEPT (06, 30) W-PROX-DIA WITH UPDATE
           ACCEPT (06, 32) W-PROX-MES WITH UPDATE
           ACCEPT (06, 34) W-PROX-ANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-003.
           IF W-PROX-ANO = ZEROS OR W-PROX-MES = ZEROS
                                 OR W-PROX-MES > 12
                                 OR W-PROX-DIA = ZEROS
                                 OR W-PROX-DIA > 31
              MOVE "*** DATA DE RETORNO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
      *
      * RETORNO EM FERIADO OU FIM DE SEMANA VAI PARA O PROXIMO DIA
      * UTIL (CALENDARIO DO CAL001)
      *
           MOVE "P"    TO CAL-FUNCAO
           MOVE W-PROX TO CAL-DATA1
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO NOT = "00"
              MOVE "*** DATA DE RETORNO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           IF CAL-DIAS NOT = ZEROS
              MOVE CAL-DATA2 TO W-PROX
              DISPLAY (06, 30) W-PROX-DIA
              DISPLAY (06, 32) W-PROX-MES
              DISPLAY (06, 34) W-PROX-ANO
              MOVE "*** RETORNO PASSADO PARA O PROXIMO DIA UTIL ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "PROCESSAR (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-003.
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
           OPEN INPUT PROMESSA
           IF ST-ERROPM NOT = "00"
              MOVE "*** NENHUM COMPROMISSO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAMIG
              GO TO ROT-FIMP.
      *
      * SEM O LIVRO DE CONTRIBUICOES TODO COMPROMISSO VENCIDO
      * ESTA EM ATRASO
      *
       INC-OP3.
           OPEN INPUT CONTRIB
           IF ST-ERROCB = "00"
              MOVE "S" TO W-TEMCTB
           ELSE
              MOVE "N" TO W-TEMCTB.
       INC-OP4.
           IF W-GERACONT = "N"
              GO TO INC-OP5.
           OPEN I-O CONTATO
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                     OPEN OUTPUT CONTATO
                     CLOSE CONTATO
                     GO TO INC-OP4
                  ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTATO"
                                                               TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     MOVE "N" TO W-GERACONT
                     GO TO ROT-FIM.
       INC-OP5.
           MOVE DH-DIA    TO CAB13
           MOVE DH-MES    TO CAB14
           MOVE DH-ANO    TO CAB15
           MOVE W-REF-MES TO CAB21
           MOVE W-REF-ANO TO CAB22
           COMPUTE W-MESREF = W-REF-ANO * 12 + W-REF-MES
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
      *
      *****************************************
      * UM COMPROMISSO POR AMIGO: PARCELAS    *
      * VENCIDAS ATE A REFERENCIA CONTRA O    *
      * TOTAL CONTRIBUIDO NO MESMO PERIODO    *
      *****************************************
      *
       LER-PRM.
           READ PROMESSA NEXT
           IF ST-ERROPM NOT = "00"
              GO TO LER-PRM-FIM.
           ADD 1 TO W-LIDOS
           IF PRM-VALOR = ZEROS
              GO TO LER-PRM.
           COMPUTE W-MESINI = PRM-INI-ANO * 12 + PRM-INI-MES
           IF W-MESINI > W-MESREF
              GO TO LER-PRM.
           MOVE W-MESREF TO W-MESFIM
           IF PRM-FIM NOT = ZEROS
              COMPUTE W-MESFIM = PRM-FIM-ANO * 12 + PRM-FIM-MES
              IF W-MESFIM > W-MESREF
                 MOVE W-MESREF TO W-MESFIM.
           IF PRM-ANUAL
              COMPUTE W-PARCELAS = (W-MESFIM - W-MESINI) / 12 + 1
           ELSE
              COMPUTE W-PARCELAS = W-MESFIM - W-MESINI + 1.
           COMPUTE W-DEVIDO = W-PARCELAS * PRM-VALOR
           PERFORM SOMA-CTB THRU SOMA-CTB-FIM
           IF W-PAGO NOT < W-DEVIDO
              GO TO LER-PRM.
           COMPUTE W-ATRASO = W-DEVIDO - W-PAGO
           DIVIDE W-ATRASO BY PRM-VALOR GIVING W-ATRPARC
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              ADD 1 TO W-ATRPARC.
           ADD 1        TO W-EMATRASO
           ADD W-ATRASO TO W-TOTATR
           MOVE PRM-APELIDO TO APELIDO DET11
           READ ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME NAO_MALA NAO_FONE.
           MOVE NOME       TO DET12
           MOVE PRM-FREQ   TO DET13
           MOVE W-ATRPARC  TO DET14
           MOVE W-ATRASO   TO DET15
           MOVE PRM-TIPO   TO DET16
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           IF W-GERACONT = "S"
              PERFORM GRV-CONTATO THRU GRV-CONTATO-FIM.
           GO TO LER-PRM.
       LER-PRM-FIM.
           IF W-EMATRASO = ZEROS
              WRITE REGIMP FROM DET-VAZIO BEFORE ADVANCING 1 LINE
           ELSE
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE
              MOVE W-EMATRASO TO DFTOT1
              WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
              MOVE W-TOTATR   TO DFTOT2
              WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
              IF W-GERACONT = "S"
                 MOVE W-CONTATOS TO DFTOT3
                 WRITE REGIMP FROM DET-FIM3 BEFORE ADVANCING 1 LINE.
           CLOSE ARQIMP
           MOVE W-TOTATR TO W-VALED
           DISPLAY (12, 01) "COMPROMISSOS LIDOS        : " W-LIDOS
           DISPLAY (13, 01) "AMIGOS EM ATRASO          : " W-EMATRASO
           DISPLAY (14, 01) "VALOR TOTAL EM ATRASO     : " W-VALED
           DISPLAY (15, 01) "CONTATOS DE COBRANCA      : " W-CONTATOS
           DISPLAY (16, 01) "SUPRIMIDOS (NAO MALA/FONE): " W-SUPRIM
           MOVE "*** RELATORIO DE ATRASOS CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * TOTAL CONTRIBUIDO PELO AMIGO DO MES DE INICIO DO
      * COMPROMISSO ATE O ULTIMO MES COBRADO
      *-------------------------------------------------------------
       SOMA-CTB.
           MOVE ZEROS TO W-PAGO
           IF W-TEMCTB = "N"
              GO TO SOMA-CTB-FIM.
           MOVE PRM-APELIDO TO CTB-APELIDO
           MOVE PRM-INI-ANO TO CTB-ANO
           MOVE PRM-INI-MES TO CTB-MES
           MOVE 01          TO CTB-DIA
           MOVE ZEROS       TO CTB-SEQ
           START CONTRIB KEY IS NOT LESS CTB-CHAVE
                 INVALID KEY GO TO SOMA-CTB-FIM.
       SOMA-CTB1.
           READ CONTRIB NEXT
           IF ST-ERROCB NOT = "00"
              GO TO SOMA-CTB-FIM.
           IF CTB-APELIDO NOT = PRM-APELIDO
              GO TO SOMA-CTB-FIM.
           COMPUTE W-MESCTB = CTB-ANO * 12 + CTB-MES
           IF W-MESCTB > W-MESFIM
              GO TO SOMA-CTB-FIM.
           ADD CTB-VALOR TO W-PAGO
           GO TO SOMA-CTB1.
       SOMA-CTB-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CONTATO DE COBRANCA (TIPO C) COM DATA DE RETORNO
      *-------------------------------------------------------------
       GRV-CONTATO.
           IF NAO_MALA = "S" OR NAO_FONE = "S"
              ADD 1 TO W-SUPRIM
              GO TO GRV-CONTATO-FIM.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           ACCEPT TIME-ATU FROM TIME
           MOVE PRM-APELIDO TO CONT-APELIDO
           MOVE DH-ANO      TO CONT-ANO
           MOVE DH-MES      TO CONT-MES
           MOVE DH-DIA      TO CONT-DIA
           MOVE TA-HH       TO CONT-HH
           MOVE TA-MM       TO CONT-MM
           MOVE TA-SS       TO CONT-SS
           MOVE "C"         TO CONT-TIPO
           MOVE W-ATRASO    TO W-VALED
           MOVE SPACES      TO CONT-OBS
           STRING "COBRANCA: "          DELIMITED BY SIZE
                  W-ATRPARC             DELIMITED BY SIZE
                  " PARCELA(S) EM ATRASO R$ " DELIMITED BY SIZE
                  W-VALED               DELIMITED BY SIZE
             INTO CONT-OBS
           MOVE W-PROX      TO CONT-PROXDATA.
       GRV-CONTATO1.
           WRITE REGCONTATO
           IF ST-ERRO4 = "22"
              ADD 1 TO CONT-SS
              GO TO GRV-CONTATO1.
           IF ST-ERRO4 = "00" OR "02"
              ADD 1 TO W-CONTATOS.
       GRV-CONTATO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQAMIG PROMESSA
           IF W-TEMCTB = "S"
              CLOSE CONTRIB.
           IF W-GERACONT = "S"
              CLOSE CONTATO.
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
