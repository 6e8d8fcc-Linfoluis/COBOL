       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCPG90.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CALCULO DOS PERCENTUAIS DE RATEIO  *
      * POR DIRECIONADOR: PARA CADA ORIGEM *
      * DO RATDRV.DAT COM DIRECIONADOR,    *
      * TRANSFORMA AS QUANTIDADES DO MES   *
      * (DIRQTD.DAT) DOS DESTINOS DO       *
      * RATEIO.DAT EM PERCENTUAIS, COM 2   *
      * DECIMAIS; A SOBRA PARA 100 FICA NO *
      * DESTINO DE MAIOR QUANTIDADE. A     *
      * ORIGEM GUARDA O MES USADO, QUE O   *
      * OCPG85 CONFERE ANTES DE RATEAR.    *
      * ORIGEM SEM QUANTIDADE NO MES FICA  *
      * COM OS PERCENTUAIS ANTERIORES.     *
      * PELA JANELA NOTURNA ("*JOBSEQ*")   *
      * USA O MES ANTERIOR; PELO MENU O    *
      * OPERADOR ESCOLHE O MES/ANO. A      *
      * TABELA DO CALCULO SAI NO SPOOL.    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       COPY RDVSEL.BOK.
       COPY RATSEL.BOK.
       COPY DQTSEL.BOK.
       COPY DIRSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY RATDRV.BOK.
       COPY RATEIO.BOK.
       COPY DIRQTD.BOK.
       COPY DIRECIO.BOK.
       COPY AUDTRLH.BOK.
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
       77 ST-ERRORD    PIC X(02) VALUE "00".
       77 ST-ERROR1    PIC X(02) VALUE "00".
       77 ST-ERRODQ    PIC X(02) VALUE "00".
       77 ST-ERRODI    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-TEMDQT     PIC X(01) VALUE "N".
       77 W-TEMDIR     PIC X(01) VALUE "N".
       77 W-MAIS20     PIC X(01) VALUE "N".
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-MAIOR      PIC 9(02) VALUE ZEROS.
       77 W-QTDEST     PIC 9(02) VALUE ZEROS.
       77 W-CALCULADAS PIC 9(03) VALUE ZEROS.
       77 W-MANTIDAS   PIC 9(03) VALUE ZEROS.
       01 W-QTDTOT     PIC 9(11)V99 VALUE ZEROS.
       01 W-SOMAPCT    PIC 9(05)V99 VALUE ZEROS.
       01 W-RESTO      PIC S9(03)V99 VALUE ZEROS.
      *
      * MES DAS QUANTIDADES USADAS NO CALCULO
      *
       01 W-MESREF.
          03 W-ANOREF  PIC 9(04) VALUE ZEROS.
          03 W-MESCALC PIC 9(02) VALUE ZEROS.
      *
      * DESTINOS DA ORIGEM CORRENTE (ATE 20, COMO NO OCPG85)
      *
       01 TAB-DEST.
          03 TD-LINHA OCCURS 20 TIMES.
             05 TD-CENTRO  PIC 9(02).
             05 TD-QTD     PIC 9(09)V99.
             05 TD-PCT     PIC 9(03)V99.
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
          03 CAB11      PIC X(40) VALUE
              "RATEIO POR DIRECIONADOR - QTDES DE".
          03 CAB12      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB13      PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB16      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(12) VALUE "  DESTINO".
          03 FILLER     PIC X(20) VALUE "          QUANTIDADE".
          03 FILLER     PIC X(12) VALUE "     PCT".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET-ORIG.
          03 FILLER    PIC X(07) VALUE "ORIGEM ".
          03 DETO1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(16) VALUE " DIRECIONADOR ".
          03 DETO2     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETO3     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETO4     PIC X(06) VALUE SPACES.
       01 DET1.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DET11     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(06) VALUE SPACES.
          03 DET12     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET13     PIC ZZ9,99 VALUE ZEROS.
       01 DET-TOTO.
          03 FILLER    PIC X(12) VALUE "  TOTAL".
          03 DETT1     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DETT2     PIC ZZ9,99 VALUE ZEROS.
       01 DET-SEMQ.
          03 FILLER    PIC X(50) VALUE
              "  SEM QUANTIDADES NO MES - PERCENTUAIS MANTIDOS".
       01 DET-SEMD.
          03 FILLER    PIC X(50) VALUE
              "  SEM DESTINOS NO RATEIO (OCM026)".
       01 DET-M20.
          03 FILLER    PIC X(50) VALUE
              "  MAIS DE 20 DESTINOS - PERCENTUAIS MANTIDOS".
       01 DET-TOT1.
          03 FILLER    PIC X(30) VALUE "ORIGENS CALCULADAS          : ".
          03 DT1       PIC ZZ9   VALUE ZEROS.
       01 DET-TOT2.
          03 FILLER    PIC X(30) VALUE "ORIGENS MANTIDAS            : ".
          03 DT2       PIC ZZ9   VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU OU DO
      * SEQUENCIADOR DA JANELA NOTURNA (*JOBSEQ* RODA SEM PERGUNTAS)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           MOVE LK-LOGIN TO W-LOGIN
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-ANO TO W-ANOREF CAB16
           MOVE DH-MES TO W-MESCALC CAB15
           MOVE DH-DIA TO CAB14
           IF W-MESCALC = 1
              MOVE 12 TO W-MESCALC
              SUBTRACT 1 FROM W-ANOREF
           ELSE
              SUBTRACT 1 FROM W-MESCALC.
      *
      * O PADRAO E O MES ANTERIOR, O ULTIMO COM QUANTIDADES
      * FECHADAS
      *
       INC-MES.
           IF W-LOGIN = "*JOBSEQ*"
              GO TO INC-OP1.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "CALCULO DO RATEIO POR DIRECIONADOR"
           DISPLAY (08, 05) "MES DAS QUANTIDADES:   /"
           ACCEPT  (08, 25) W-MESCALC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           ACCEPT  (08, 28) W-ANOREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-MES.
           IF W-MESCALC = ZEROS OR W-MESCALC > 12 OR W-ANOREF = ZEROS
              MOVE "*** MES/ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MES.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CALCULAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-MES.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP1.
           OPEN I-O RATDRV
           IF ST-ERRORD NOT = "00"
              MOVE "*** SEM ORIGENS POR DIRECIONADOR (OCM026) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN I-O RATEIO
           IF ST-ERROR1 NOT = "00"
              MOVE "*** SEM TABELA DE RATEIO (OCM026) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RATDRV
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE RATDRV RATEIO
                      GO TO ROT-FIMP.
      *
      * SEM DIRQTD.DAT TODAS AS ORIGENS FICAM SEM QUANTIDADE
      *
           OPEN INPUT DIRQTD
           IF ST-ERRODQ = "00"
              MOVE "S" TO W-TEMDQT.
           OPEN INPUT DIRECIO
           IF ST-ERRODI = "00"
              MOVE "S" TO W-TEMDIR.
       INC-OP4.
           MOVE W-MESCALC TO CAB12
           MOVE W-ANOREF  TO CAB13
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
      *
      * VARRE AS ORIGENS EM ORDEM DE CENTRO
      *
       LER-RDV.
           MOVE ZEROS TO RDV-ORIGEM
           START RATDRV KEY IS NOT LESS RDV-ORIGEM
                 INVALID KEY GO TO ROT-TOTAIS.
       LER-RDV1.
           READ RATDRV NEXT
           IF ST-ERRORD NOT = "00"
              GO TO ROT-TOTAIS.
           IF RDV-DIRECIO = ZEROS
              GO TO LER-RDV1.
           PERFORM TRATA-ORIGEM THRU TRATA-ORIGEM-FIM
           GO TO LER-RDV1.
      *
      *-------------------------------------------------------------
      * UMA ORIGEM: CARREGA OS DESTINOS E AS QUANTIDADES, CALCULA
      * OS PERCENTUAIS, REGRAVA O RATEIO.DAT E MARCA O MES NA ORIGEM
      *-------------------------------------------------------------
       TRATA-ORIGEM.
           MOVE RDV-ORIGEM  TO DETO1
           MOVE RDV-DIRECIO TO DETO2
           MOVE SPACES TO DETO3 DETO4
           IF W-TEMDIR = "S"
              MOVE RDV-DIRECIO TO DIR-COD
              READ DIRECIO
              IF ST-ERRODI = "00"
                 MOVE DIR-DESC TO DETO3
                 MOVE DIR-UNID TO DETO4.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-ORIG BEFORE ADVANCING 1 LINE
           PERFORM CARGA-DEST THRU CARGA-DEST-FIM
           IF W-QTDEST = ZEROS
              WRITE REGIMP FROM DET-SEMD BEFORE ADVANCING 1 LINE
              ADD 1 TO W-MANTIDAS
              GO TO TRATA-ORIGEM-FIM.
           IF W-MAIS20 = "S"
              WRITE REGIMP FROM DET-M20 BEFORE ADVANCING 1 LINE
              ADD 1 TO W-MANTIDAS
              GO TO TRATA-ORIGEM-FIM.
           IF W-QTDTOT = ZEROS
              WRITE REGIMP FROM DET-SEMQ BEFORE ADVANCING 1 LINE
              ADD 1 TO W-MANTIDAS
              GO TO TRATA-ORIGEM-FIM.
           PERFORM CALC-PCT THRU CALC-PCT-FIM
           PERFORM GRAVA-PCT THRU GRAVA-PCT-FIM
      *
      * A ORIGEM PASSA A VALER PARA O OCPG85 COM ESTE MES
      *
           MOVE W-ANOREF   TO RDV-ANO
           MOVE W-MESCALC  TO RDV-MES
           MOVE W-QTDTOT   TO RDV-QTDTOT
           REWRITE REGRDV
           IF ST-ERRORD NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO RATDRV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "A" TO TRLH-OPER
           MOVE REGRDV TO TRLH-CHAVE
           MOVE "PERCENTUAIS POR DIRECIONADOR" TO TRLH-DESCR
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           MOVE W-QTDTOT  TO DETT1
           MOVE W-SOMAPCT TO DETT2
           WRITE REGIMP FROM DET-TOTO BEFORE ADVANCING 1 LINE
           ADD 1 TO W-CALCULADAS.
       TRATA-ORIGEM-FIM.
           EXIT.
      *
      * DESTINOS DA ORIGEM NO RATEIO.DAT (A CHAVE E ORIGEM+DESTINO)
      * E A QUANTIDADE DE CADA UM NO MES (SEM REGISTRO = ZERO)
      *
       CARGA-DEST.
           MOVE ZEROS TO W-QTDEST W-QTDTOT W-MAIOR
           MOVE "N" TO W-MAIS20
           MOVE RDV-ORIGEM TO RAT-ORIGEM
           MOVE ZEROS TO RAT-DESTINO
           START RATEIO KEY IS NOT LESS RAT-CHAVE
                 INVALID KEY GO TO CARGA-DEST-FIM.
       CARGA-DEST1.
           READ RATEIO NEXT
           IF ST-ERROR1 NOT = "00"
              GO TO CARGA-DEST-FIM.
           IF RAT-ORIGEM NOT = RDV-ORIGEM
              GO TO CARGA-DEST-FIM.
           IF W-QTDEST = 20
              MOVE "S" TO W-MAIS20
              GO TO CARGA-DEST-FIM.
           ADD 1 TO W-QTDEST
           MOVE RAT-DESTINO TO TD-CENTRO(W-QTDEST)
           MOVE ZEROS       TO TD-QTD(W-QTDEST) TD-PCT(W-QTDEST)
           IF W-TEMDQT = "S"
              MOVE RDV-DIRECIO TO DQT-DIRECIO
              MOVE W-ANOREF    TO DQT-ANO
              MOVE W-MESCALC   TO DQT-MES
              MOVE RAT-DESTINO TO DQT-CENTRO
              READ DIRQTD
              IF ST-ERRODQ = "00"
                 MOVE DQT-QTD TO TD-QTD(W-QTDEST).
           ADD TD-QTD(W-QTDEST) TO W-QTDTOT
           IF W-MAIOR = ZEROS
              MOVE W-QTDEST TO W-MAIOR
           ELSE
           IF TD-QTD(W-QTDEST) > TD-QTD(W-MAIOR)
              MOVE W-QTDEST TO W-MAIOR.
           GO TO CARGA-DEST1.
       CARGA-DEST-FIM.
           EXIT.
      *
      * PERCENTUAL = QUANTIDADE / TOTAL, ARREDONDADO; A DIFERENCA DO
      * ARREDONDAMENTO PARA 100 VAI PARA O DESTINO DE MAIOR QUANTIDADE
      *
       CALC-PCT.
           MOVE ZEROS TO W-SOMAPCT IND.
       CALC-PCT1.
           ADD 1 TO IND
           IF IND > W-QTDEST
              GO TO CALC-PCT2.
           COMPUTE TD-PCT(IND) ROUNDED =
                   TD-QTD(IND) * 100 / W-QTDTOT
           ADD TD-PCT(IND) TO W-SOMAPCT
           GO TO CALC-PCT1.
       CALC-PCT2.
           COMPUTE W-RESTO = 100 - W-SOMAPCT
           IF W-RESTO NOT = ZEROS
              COMPUTE TD-PCT(W-MAIOR) = TD-PCT(W-MAIOR) + W-RESTO
              MOVE 100 TO W-SOMAPCT.
       CALC-PCT-FIM.
           EXIT.
      *
      * REGRAVA O PERCENTUAL DE CADA DESTINO E IMPRIME A LINHA
      *
       GRAVA-PCT.
           MOVE ZEROS TO IND.
       GRAVA-PCT1.
           ADD 1 TO IND
           IF IND > W-QTDEST
              GO TO GRAVA-PCT-FIM.
           MOVE RDV-ORIGEM     TO RAT-ORIGEM
           MOVE TD-CENTRO(IND) TO RAT-DESTINO
           READ RATEIO
           IF ST-ERROR1 = "00"
              MOVE TD-PCT(IND) TO RAT-PCT
              REWRITE REGRAT
              IF ST-ERROR1 NOT = "00"
                 MOVE "ERRO NA REGRAVACAO DO ARQUIVO RATEIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE TD-CENTRO(IND) TO DET11
           MOVE TD-QTD(IND)    TO DET12
           MOVE TD-PCT(IND)    TO DET13
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           GO TO GRAVA-PCT1.
       GRAVA-PCT-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-CALCULADAS TO DT1
           MOVE W-MANTIDAS   TO DT2
           WRITE REGIMP FROM DET-TOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT2 BEFORE ADVANCING 1 LINE
           CLOSE RATDRV RATEIO ARQTRLH
           IF W-TEMDQT = "S"
              CLOSE DIRQTD.
           IF W-TEMDIR = "S"
              CLOSE DIRECIO.
           IF W-LOGIN = "*JOBSEQ*"
              DISPLAY DET-TOT1
              DISPLAY DET-TOT2
              GO TO ROT-FIM.
           DISPLAY (10, 05) DET-TOT1
           DISPLAY (11, 05) DET-TOT2
           MOVE "*** CALCULO CONCLUIDO - TABELA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
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
           MOVE "OCPG90" TO SPL-RELAT
           ACCEPT W-SPLDATA FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           MOVE W-SPLDATA TO SPL-DATA
           MOVE W-SPLHMS  TO SPL-HORA
           MOVE W-LOGIN   TO SPL-OPERADOR
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
      **********************
      * ROTINA DE TRILHA DE AUDITORIA *
      **********************
      *
       ROT-TRILHA.
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO   TO TRLH-ANO
           MOVE DH-MES   TO TRLH-MES
           MOVE DH-DIA   TO TRLH-DIA
           MOVE TA-HH    TO TRLH-HH
           MOVE TA-MM    TO TRLH-MM
           MOVE TA-SS    TO TRLH-SS
           MOVE "OCPG90" TO TRLH-PROG
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
           IF W-LOGIN = "*JOBSEQ*"
              DISPLAY MENS
              GO TO ROT-MENS-FIM.
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
