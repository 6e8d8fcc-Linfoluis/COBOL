       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP075.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * NAO CONFORMIDADES COM RESPOSTA DO  *
      * FORNECEDOR EM ATRASO: SITUACAO A   *
      * (ABERTA) COM O PRAZO DE RESPOSTA   *
      * JA VENCIDO, NA ORDEM DO FORNECEDOR *
      * (CHAVE ALTERNATIVA DO NCONF.DAT),  *
      * COM OS DIAS DE ATRASO E A DATA DA  *
      * NOTIFICACAO (CEP074). SAI NO SPOOL.*
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY NCFSEL.BOK.
       COPY FORNSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY NCONF.BOK.
       COPY FORNEC.BOK.
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
       77 ST-ERRONC    PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 W-TEMFOR     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 W-QTDATR     PIC 9(05) VALUE ZEROS.
       77 W-QTDSNOT    PIC 9(05) VALUE ZEROS.
       77 W-FORNS      PIC 9(05) VALUE ZEROS.
       77 W-FORNATU    PIC 9(04) VALUE ZEROS.
       01 W-ATRASO     PIC S9(05) VALUE ZEROS.
       01 W-A          PIC S9(9).
       01 W-Y          PIC S9(9).
       01 W-M          PIC S9(9).
       01 JUL-SAI      PIC S9(9).
       01 JUL-HOJE     PIC S9(9).
       01 W-DTCALC.
          03 W-DC-ANO  PIC 9(04).
          03 W-DC-MES  PIC 9(02).
          03 W-DC-DIA  PIC 9(02).
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-T REDEFINES W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-T REDEFINES W-DTAUX.
          03 W-DA-ANO  PIC 9(04).
          03 W-DA-MES  PIC 9(02).
          03 W-DA-DIA  PIC 9(02).
       01 W-DTED.
          03 W-DE-DIA  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-MES  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-ANO  PIC 9(04) VALUE ZEROS.
       01 CAB1.
          03 FILLER    PIC X(40) VALUE
              "NAO CONFORMIDADES - RESPOSTA EM ATRASO".
          03 FILLER    PIC X(07) VALUE "DATA : ".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(05) VALUE "PAG. ".
          03 CAB17     PIC ZZ9   VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(07) VALUE "N.C.".
          03 FILLER    PIC X(24) VALUE "FORNECEDOR".
          03 FILLER    PIC X(07) VALUE "PRODUT".
          03 FILLER    PIC X(04) VALUE "DEF".
          03 FILLER    PIC X(11) VALUE "PRAZO".
          03 FILLER    PIC X(07) VALUE "  DIAS".
          03 FILLER    PIC X(11) VALUE "NOTIFICADA".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(18) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET15     PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET16     PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET17     PIC ZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET18     PIC X(10) VALUE SPACES.
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "N.C. COM RESPOSTA EM ATRASO : ".
          03 DFIM1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "FORNECEDORES ENVOLVIDOS     : ".
          03 DFIM2     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM3.
          03 FILLER    PIC X(30) VALUE "SEM NOTIFICACAO IMPRESSA    : ".
          03 DFIM3     PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (USADA NO
      * REGISTRO DO SPOOL - QUEM PEDIU O RELATORIO)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HJ-DIA TO CAB13
           MOVE W-HJ-MES TO CAB14
           MOVE W-HJ-ANO TO CAB15
           MOVE W-HJ-ANO TO W-DC-ANO
           MOVE W-HJ-MES TO W-DC-MES
           MOVE W-HJ-DIA TO W-DC-DIA
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           MOVE JUL-SAI TO JUL-HOJE
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "NAO CONFORMIDADES - RESPOSTA EM ATRASO".
       INC-OP1.
           OPEN INPUT NCONF
           IF ST-ERRONC NOT = "00"
              MOVE "*** NENHUMA NAO CONFORMIDADE REGISTRADA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFOR.
       INC-OP3.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM
           MOVE ZEROS TO NC-FORN
           START NCONF KEY IS NOT LESS NC-FORN
                 INVALID KEY GO TO IMP-TOTAL.
      *
      * N.C. NA ORDEM DO FORNECEDOR; SO AS ABERTAS COM PRAZO VENCIDO
      *
       LER-NC.
           READ NCONF NEXT
           IF ST-ERRONC NOT = "00"
              GO TO IMP-TOTAL.
           IF NOT NC-ABERTA
              GO TO LER-NC.
           IF NC-PRAZO NOT < W-HOJE
              GO TO LER-NC.
           IF NC-FORN NOT = W-FORNATU
              ADD 1 TO W-FORNS
              MOVE NC-FORN TO W-FORNATU
              PERFORM ACHA-FORN THRU ACHA-FORN-FIM.
           MOVE NC-PR-ANO TO W-DC-ANO
           MOVE NC-PR-MES TO W-DC-MES
           MOVE NC-PR-DIA TO W-DC-DIA
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           COMPUTE W-ATRASO = JUL-HOJE - JUL-SAI
           ADD 1 TO W-QTDATR
           MOVE NC-NUMERO  TO DET11
           MOVE NC-FORN    TO DET12
           MOVE FORN-NOME  TO DET13
           MOVE NC-CODPRO  TO DET14
           MOVE NC-DEFEITO TO DET15
           MOVE NC-PRAZO   TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DTED     TO DET16
           MOVE W-ATRASO   TO DET17
           IF NC-DTNOTIF = ZEROS
              ADD 1 TO W-QTDSNOT
              MOVE "NAO" TO DET18
           ELSE
              MOVE NC-DTNOTIF TO W-DTAUX
              PERFORM EDITA-DATA THRU EDITA-DATA-FIM
              MOVE W-DTED TO DET18.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO CONLIN
           IF CONLIN NOT < 50
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING PAGE
              PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
           GO TO LER-NC.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-QTDATR  TO DFIM1
           MOVE W-FORNS   TO DFIM2
           MOVE W-QTDSNOT TO DFIM3
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM3 BEFORE ADVANCING 1 LINE
           DISPLAY (08, 01) DET-FIM1
           DISPLAY (09, 01) DET-FIM2
           DISPLAY (10, 01) DET-FIM3
           IF W-QTDATR = ZEROS
              MOVE "*** NENHUMA RESPOSTA EM ATRASO ***" TO MENS
           ELSE
              MOVE "*** RELATORIO GRAVADO NO SPOOL ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE NCONF ARQIMP
           IF W-TEMFOR = "S"
              CLOSE FORNEC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * NOME DO FORNECEDOR DA QUEBRA
      *-------------------------------------------------------------
       ACHA-FORN.
           MOVE SPACES TO FORN-NOME
           IF W-TEMFOR = "S"
              MOVE NC-FORN TO FORN-CODIGO
              READ FORNEC
              IF ST-ERRON NOT = "00"
                 MOVE "*SEM CADASTRO*" TO FORN-NOME.
       ACHA-FORN-FIM.
           EXIT.
      *
       EDITA-DATA.
           MOVE W-DA-DIA TO W-DE-DIA
           MOVE W-DA-MES TO W-DE-MES
           MOVE W-DA-ANO TO W-DE-ANO.
       EDITA-DATA-FIM.
           EXIT.
      *
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO CAB17
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO CONLIN.
       ROT-CABEC-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DATA W-DTCALC EM NUMERO DE DIA JULIANO (JUL-SAI)
      *-------------------------------------------------------------
       CALC-JULIANO.
           COMPUTE W-A = (14 - W-DC-MES) / 12
           COMPUTE W-Y = W-DC-ANO + 4800 - W-A
           COMPUTE W-M = W-DC-MES + (12 * W-A) - 3
           COMPUTE JUL-SAI = W-DC-DIA + ((153 * W-M) + 2) / 5
                   + (365 * W-Y) + (W-Y / 4) - (W-Y / 100)
                   + (W-Y / 400) - 32045.
       CALC-JULIANO-FIM.
           EXIT.
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
           MOVE "CEP075" TO SPL-RELAT
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
              DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
