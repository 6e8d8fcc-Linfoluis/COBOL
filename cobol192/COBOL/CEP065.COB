       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP065.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * REPOSICAO ENTRE ALMOXARIFADOS      *
      * (JANELA NOTURNA, ANTES DO CEP007): *
      * PARA CADA PRODUTO COM NIVEIS NO    *
      * NIVALM.DAT, O ALMOX ACIMA DO       *
      * MAXIMO CEDE O EXCESSO AO ALMOX     *
      * ABAIXO DO MINIMO (ATE O MAXIMO     *
      * DELE). AS SUGESTOES VAO PARA A     *
      * PLANILHA TRFSUG.DAT, EFETIVADA     *
      * PELO CEP008; A FALTA QUE SOBRA VAI *
      * PARA O REPALM.DAT E SO ELA ENTRA   *
      * NA EXTRACAO DE COMPRA (CEP007).    *
      * SALDO DO ALMOX = ALMOX-QUANT MENOS *
      * AS RESERVAS ATIVAS (CEP027).       *
      * PLANILHA IMPRESSA NO SPOOL.        *
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
       COPY RESSEL.BOK.
       COPY TSGSEL.BOK.
       COPY RPASEL.BOK.
      *
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY NIVALM.BOK.
       COPY RESERVA.BOK.
       COPY TRFSUG.BOK.
       COPY REPALM.BOK.
      *
       COPY SPOOL.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRONV    PIC X(02) VALUE "00".
       77 ST-ERRORS    PIC X(02) VALUE "00".
       77 ST-ERROTS    PIC X(02) VALUE "00".
       77 ST-ERRORA    PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-TEMRES     PIC X(01) VALUE "N".
       77 W-CODANT     PIC 9(06) VALUE ZEROS.
       77 W-ULTSUG     PIC 9(06) VALUE ZEROS.
       77 W-QTDLIN     PIC 9(05) VALUE ZEROS.
       77 W-QTDCMP     PIC 9(05) VALUE ZEROS.
       77 W-QTDEXC     PIC 9(05) VALUE ZEROS.
       77 W-TEMMIN     PIC X(01) VALUE "N".
       77 W-IA         PIC 9(02) VALUE ZEROS.
       77 W-IR         PIC 9(02) VALUE ZEROS.
       77 W-ID         PIC 9(02) VALUE ZEROS.
       77 W-INTEIRO    PIC 9(06) VALUE ZEROS.
       01 W-QTDSUG     PIC 9(05)V9 VALUE ZEROS.
       01 W-FALTAPRD   PIC 9(06)V9 VALUE ZEROS.
       01 W-TRFPRD     PIC 9(06)V9 VALUE ZEROS.
      *
      * SITUACAO DO PRODUTO EM CADA ALMOXARIFADO (0 A 9 = OCORRENCIA
      * 1 A 10): TEM NIVEL (1/0), MINIMO, MAXIMO, SALDO DISPONIVEL,
      * EXCESSO A CEDER E FALTA A RECEBER
      *
       01 TAB-NIV.
          03 TN-ALMOX OCCURS 10 TIMES.
             05 TN-TEM    PIC 9(01).
             05 TN-MIN    PIC 9(05)V9.
             05 TN-MAX    PIC 9(05)V9.
             05 TN-DISP   PIC S9(06)V9.
             05 TN-SOBRA  PIC 9(06)V9.
             05 TN-FALTA  PIC 9(06)V9.
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 CAB1.
          03 CAB11      PIC X(45) VALUE
              "SUGESTAO DE TRANSFERENCIA ENTRE ALMOXARIFADOS".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(15) VALUE "SUGEST. CODPRO ".
          03 FILLER     PIC X(31) VALUE "DESCRICAO".
          03 FILLER     PIC X(10) VALUE "ORIG DEST".
          03 FILLER     PIC X(08) VALUE "QUANTID.".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DET15     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET16     PIC ZZ.ZZ9,9 VALUE ZEROS.
       01 DET2.
          03 FILLER    PIC X(08) VALUE "COMPRA".
          03 DET21     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET22     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(13) VALUE "FALTA LIQUIDA".
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET23     PIC ZZZ.ZZ9,9 VALUE ZEROS.
       01 DET-LIMPO.
          03 FILLER    PIC X(44) VALUE
              "NENHUM ALMOXARIFADO ABAIXO DO MINIMO".
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "TRANSFERENCIAS SUGERIDAS    : ".
          03 DFTOT1    PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "PRODUTOS COM FALTA P/ COMPRA: ".
          03 DFTOT2    PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 OU DO
      * SEQUENCIADOR DA JANELA NOTURNA (VAI PARA O SPOOL)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE-DIA TO CAB13
           MOVE HOJE-MES TO CAB14
           MOVE HOJE-ANO TO CAB15
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       INC-OP1.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT ALMOX
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30"
                      OPEN OUTPUT ALMOX
                      CLOSE ALMOX
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE PRODUTO
                      GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT NIVALM
           IF ST-ERRONV NOT = "00"
               IF ST-ERRONV = "30"
                      OPEN OUTPUT NIVALM
                      CLOSE NIVALM
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO NIVALM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE PRODUTO ALMOX
                      GO TO ROT-FIM.
       INC-OP4.
           OPEN INPUT RESERVA
           IF ST-ERRORS = "00"
              MOVE "S" TO W-TEMRES
           ELSE
              MOVE "N" TO W-TEMRES.
       INC-OP5.
           OPEN I-O TRFSUG
           IF ST-ERROTS NOT = "00"
               IF ST-ERROTS = "30"
                      OPEN OUTPUT TRFSUG
                      CLOSE TRFSUG
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRFSUG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1.
      *
      * A FALTA LIQUIDA E REFEITA INTEIRA A CADA RODADA
      *
       INC-OP6.
           OPEN OUTPUT REPALM
           IF ST-ERRORA NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REPALM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TRFSUG
              GO TO ROT-FIM1.
      *
      * AS SUGESTOES AINDA PENDENTES DA RODADA ANTERIOR SAEM DA
      * PLANILHA (O SALDO DE HOJE AS REFAZ); AS EFETIVADAS FICAM.
      * A NUMERACAO CONTINUA DO MAIOR NUMERO JA USADO.
      *
       LIMPA-SUG.
           MOVE ZEROS TO W-ULTSUG TSG-NUMERO
           START TRFSUG KEY IS NOT LESS TSG-NUMERO
                 INVALID KEY GO TO VARRER-NIV.
       LIMPA-SUG1.
           READ TRFSUG NEXT
           IF ST-ERROTS NOT = "00"
              GO TO VARRER-NIV.
           MOVE TSG-NUMERO TO W-ULTSUG
           IF TSG-PENDENTE
              DELETE TRFSUG RECORD
              ADD 1 TO W-QTDEXC.
           GO TO LIMPA-SUG1.
      *
      * NIVALM EM ORDEM DE CODPRO + ALMOX: CARREGA OS NIVEIS DE UM
      * PRODUTO NA TABELA E CALCULA NA QUEBRA DE CODPRO
      *
       VARRER-NIV.
           MOVE ZEROS TO W-CODANT TAB-NIV
           MOVE ZEROS TO NIV-CODPRO NIV-ALMOX
           START NIVALM KEY IS NOT LESS NIV-CHAVE
                 INVALID KEY GO TO ROT-TOTAIS.
       LER-NIV.
           READ NIVALM NEXT
           IF ST-ERRONV NOT = "00"
              IF W-CODANT NOT = ZEROS
                 PERFORM CALC-PROD THRU CALC-PROD-FIM
                 GO TO ROT-TOTAIS
              ELSE
                 GO TO ROT-TOTAIS.
           IF NIV-CODPRO NOT = W-CODANT
              PERFORM TROCA-PROD THRU TROCA-PROD-FIM.
           COMPUTE W-IA = NIV-ALMOX + 1
           MOVE 1          TO TN-TEM (W-IA)
           MOVE NIV-MINIMO TO TN-MIN (W-IA)
           MOVE NIV-MAXIMO TO TN-MAX (W-IA)
           GO TO LER-NIV.
      *
       TROCA-PROD.
           IF W-CODANT NOT = ZEROS
              PERFORM CALC-PROD THRU CALC-PROD-FIM.
           MOVE NIV-CODPRO TO W-CODANT
           MOVE ZEROS      TO TAB-NIV.
       TROCA-PROD-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CALCULO DE UM PRODUTO (W-CODANT): SALDO DISPONIVEL POR
      * ALMOX, EXCESSO E FALTA, TRANSFERENCIAS E FALTA LIQUIDA.
      * PRODUTO BLOQUEADO OU DESCONTINUADO NAO E REPOSTO.
      *-------------------------------------------------------------
       CALC-PROD.
           MOVE W-CODANT TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              GO TO CALC-PROD-FIM.
           IF PROD-BLOQUEADO OR PROD-DESCONT
              GO TO CALC-PROD-FIM.
           MOVE ZEROS TO W-FALTAPRD W-TRFPRD
           MOVE "N"   TO W-TEMMIN
           PERFORM CARGA-SALDO THRU CARGA-SALDO-FIM
           PERFORM CARGA-RESERVA THRU CARGA-RESERVA-FIM
           MOVE ZEROS TO W-IA.
       CALC-PROD1.
           ADD 1 TO W-IA
           IF W-IA > 10
              GO TO CALC-PROD2.
           MOVE ZEROS TO TN-SOBRA (W-IA) TN-FALTA (W-IA)
           IF TN-TEM (W-IA) = 0
              GO TO CALC-PROD1.
           IF TN-MIN (W-IA) > 0
              MOVE "S" TO W-TEMMIN.
           IF TN-MAX (W-IA) > 0 AND TN-DISP (W-IA) > TN-MAX (W-IA)
              COMPUTE TN-SOBRA (W-IA) = TN-DISP (W-IA) - TN-MAX (W-IA).
           IF TN-MIN (W-IA) > 0 AND TN-DISP (W-IA) < TN-MIN (W-IA)
              IF TN-MAX (W-IA) > 0
                 COMPUTE TN-FALTA (W-IA) =
                         TN-MAX (W-IA) - TN-DISP (W-IA)
              ELSE
                 COMPUTE TN-FALTA (W-IA) =
                         TN-MIN (W-IA) - TN-DISP (W-IA).
      *
      * SERIADO ANDA EM UNIDADES INTEIRAS: EXCESSO PARA BAIXO,
      * FALTA PARA CIMA
      *
           IF SERIADO = "S"
              MOVE TN-SOBRA (W-IA) TO W-INTEIRO
              MOVE W-INTEIRO       TO TN-SOBRA (W-IA)
              MOVE TN-FALTA (W-IA) TO W-INTEIRO
              IF W-INTEIRO < TN-FALTA (W-IA)
                 ADD 1 TO W-INTEIRO.
           IF SERIADO = "S"
              MOVE W-INTEIRO       TO TN-FALTA (W-IA).
           GO TO CALC-PROD1.
       CALC-PROD2.
           MOVE ZEROS TO W-IR.
       CALC-PROD3.
           ADD 1 TO W-IR
           IF W-IR > 10
              GO TO CALC-PROD4.
           IF TN-FALTA (W-IR) > 0
              PERFORM CEDE-SALDO THRU CEDE-SALDO-FIM.
           ADD TN-FALTA (W-IR) TO W-FALTAPRD
           GO TO CALC-PROD3.
      *
      * SO PRODUTO COM MINIMO EM ALGUM ALMOX GANHA FALTA LIQUIDA; OS
      * DEMAIS CONTINUAM PELO PTOREPO NO CEP007
      *
       CALC-PROD4.
           IF W-TEMMIN NOT = "S"
              GO TO CALC-PROD-FIM.
           MOVE CODPRO     TO RPA-CODPRO
           MOVE W-FALTAPRD TO RPA-FALTA
           MOVE W-TRFPRD   TO RPA-TRANSF
           MOVE HOJE-ANO   TO RPA-ANO
           MOVE HOJE-MES   TO RPA-MES
           MOVE HOJE-DIA   TO RPA-DIA
           WRITE REGRPA
           IF ST-ERRORA NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO REPALM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-FALTAPRD = ZEROS
              GO TO CALC-PROD-FIM.
           MOVE CODPRO     TO DET21
           MOVE DESCR      TO DET22
           MOVE W-FALTAPRD TO DET23
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDCMP.
       CALC-PROD-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * O ALMOX W-IR RECEBE DOS ALMOX COM EXCESSO, EM ORDEM DE
      * NUMERO, ATE COBRIR A FALTA OU ACABAR O EXCESSO
      *-------------------------------------------------------------
       CEDE-SALDO.
           MOVE ZEROS TO W-ID.
       CEDE-SALDO1.
           ADD 1 TO W-ID
           IF W-ID > 10 OR TN-FALTA (W-IR) = ZEROS
              GO TO CEDE-SALDO-FIM.
           IF W-ID = W-IR OR TN-SOBRA (W-ID) = ZEROS
              GO TO CEDE-SALDO1.
           IF TN-SOBRA (W-ID) < TN-FALTA (W-IR)
              MOVE TN-SOBRA (W-ID) TO W-QTDSUG
           ELSE
              MOVE TN-FALTA (W-IR) TO W-QTDSUG.
           SUBTRACT W-QTDSUG FROM TN-SOBRA (W-ID)
           SUBTRACT W-QTDSUG FROM TN-FALTA (W-IR)
           ADD W-QTDSUG TO W-TRFPRD
           PERFORM GRV-SUGESTAO THRU GRV-SUGESTAO-FIM
           GO TO CEDE-SALDO1.
       CEDE-SALDO-FIM.
           EXIT.
      *
       GRV-SUGESTAO.
           ADD 1 TO W-ULTSUG
           MOVE W-ULTSUG  TO TSG-NUMERO
           MOVE HOJE-ANO  TO TSG-GER-ANO
           MOVE HOJE-MES  TO TSG-GER-MES
           MOVE HOJE-DIA  TO TSG-GER-DIA
           MOVE CODPRO    TO TSG-CODPRO
           COMPUTE TSG-ORIGEM  = W-ID - 1
           COMPUTE TSG-DESTINO = W-IR - 1
           MOVE W-QTDSUG  TO TSG-QUANT
           MOVE "P"       TO TSG-SITUACAO
           MOVE ZEROS     TO TSG-QTDEFET TSG-DTEFET
           MOVE SPACES    TO TSG-OPERADOR
           WRITE REGTSG
           IF ST-ERROTS NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO TRFSUG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRV-SUGESTAO-FIM.
           MOVE TSG-NUMERO  TO DET11
           MOVE CODPRO      TO DET12
           MOVE DESCR       TO DET13
           MOVE TSG-ORIGEM  TO DET14
           MOVE TSG-DESTINO TO DET15
           MOVE TSG-QUANT   TO DET16
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDLIN.
       GRV-SUGESTAO-FIM.
           EXIT.
      *
      * SALDO DE CADA ALMOX DO PRODUTO (SEM REGISTRO = ZERO)
      *
       CARGA-SALDO.
           MOVE CODPRO TO ALMOX-CODPRO
           MOVE ZEROS  TO ALMOX-NUMERO
           START ALMOX KEY IS NOT LESS ALMOX-CHAVE
                 INVALID KEY GO TO CARGA-SALDO-FIM.
       CARGA-SALDO1.
           READ ALMOX NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-SALDO-FIM.
           IF ALMOX-CODPRO NOT = CODPRO
              GO TO CARGA-SALDO-FIM.
           COMPUTE W-IA = ALMOX-NUMERO + 1
           MOVE ALMOX-QUANT TO TN-DISP (W-IA)
           GO TO CARGA-SALDO1.
       CARGA-SALDO-FIM.
           EXIT.
      *
      * RESERVAS ATIVAS DO PRODUTO SAEM DO SALDO DE CADA ALMOX
      * (CEP027 / RESERVA.DAT)
      *
       CARGA-RESERVA.
           IF W-TEMRES NOT = "S"
              GO TO CARGA-RESERVA-FIM.
           MOVE CODPRO TO RES-CODPRO
           MOVE ZEROS  TO RES-ALMOX RES-SEQ
           START RESERVA KEY IS NOT LESS RES-CHAVE
                 INVALID KEY GO TO CARGA-RESERVA-FIM.
       CARGA-RESERVA1.
           READ RESERVA NEXT
           IF ST-ERRORS NOT = "00"
              GO TO CARGA-RESERVA-FIM.
           IF RES-CODPRO NOT = CODPRO
              GO TO CARGA-RESERVA-FIM.
           IF RES-ATIVA
              COMPUTE W-IA = RES-ALMOX + 1
              SUBTRACT RES-QUANT FROM TN-DISP (W-IA).
           GO TO CARGA-RESERVA1.
       CARGA-RESERVA-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           IF W-QTDLIN = ZEROS AND W-QTDCMP = ZEROS
              WRITE REGIMP FROM DET-LIMPO BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-QTDLIN TO DFTOT1
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           MOVE W-QTDCMP TO DFTOT2
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           DISPLAY "SUGESTOES PENDENTES ANTERIORES REMOVIDAS: " W-QTDEXC
           DISPLAY "TRANSFERENCIAS SUGERIDAS (TRFSUG): " W-QTDLIN
           DISPLAY "PRODUTOS COM FALTA PARA COMPRA   : " W-QTDCMP
           CLOSE TRFSUG REPALM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM1.
           CLOSE PRODUTO ALMOX NIVALM
           IF W-TEMRES = "S"
              CLOSE RESERVA.
       ROT-FIM.
           CLOSE ARQIMP.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *************************************************
      * ABRE UM NOVO SPOOL PARA ESTE RELATORIO:       *
      * DESCOBRE O PROXIMO NUMERO NO SPOOLDIR.DAT,    *
      * REGISTRA A ENTRADA E MONTA O NOME DO ARQUIVO  *
      * SPL<NNNNNN>.TXT QUE O FD ARQIMP VAI USAR.     *
      *************************************************
      *
       ROT-SPOOL.
           OPEN I-O SPOOLDIR
           IF ST-ERROS2 NOT = "00"
              IF ST-ERROS2 = "30"
                 OPEN OUTPUT SPOOLDIR
                 CLOSE SPOOLDIR
                 OPEN I-O SPOOLDIR.
           MOVE ZEROS TO W-ULTSPL SPL-ID
           START SPOOLDIR KEY IS NOT LESS SPL-ID
                 INVALID KEY GO TO ROT-SPOOL2.
       ROT-SPOOL1.
           READ SPOOLDIR NEXT
           IF ST-ERROS2 = "00"
              MOVE SPL-ID TO W-ULTSPL
              GO TO ROT-SPOOL1.
       ROT-SPOOL2.
           COMPUTE SPL-ID = W-ULTSPL + 1
           MOVE "CEP065" TO SPL-RELAT
           ACCEPT W-SPLDATA FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           MOVE W-SPLDATA TO SPL-DATA
           MOVE W-SPLHMS  TO SPL-HORA
           MOVE LK-LOGIN  TO SPL-OPERADOR
           MOVE SPACES    TO W-SPOOLARQ
           STRING "SPL" SPL-ID ".TXT" DELIMITED BY SIZE
             INTO W-SPOOLARQ
           MOVE W-SPOOLARQ TO SPL-ARQ
           MOVE "D" TO SPL-SIT
           WRITE REGSPL
           CLOSE SPOOLDIR.
       ROT-SPOOL-FIM.
           EXIT.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY MENS.
       ROT-MENS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
