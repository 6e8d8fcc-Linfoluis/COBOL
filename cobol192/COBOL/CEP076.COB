       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP076.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * INDICE ANUAL DE QUALIDADE POR      *
      * FORNECEDOR: QUANTIDADE REJEITADA   *
      * (NAO CONFORMIDADES ABERTAS NO ANO, *
      * NCONF.DAT) SOBRE A QUANTIDADE      *
      * RECEBIDA NO ANO (ENTRADAS E DO     *
      * KARDEX: MESES JA ARQUIVADOS NOS    *
      * MOVEST<AAAAMM>.DAT DO CEP037 E O   *
      * RESTO NO MOVEST.DAT). O FORNECEDOR *
      * DA ENTRADA E O DO PEDIDO BAIXADO   *
      * (MOV-PEDIDO); SEM PEDIDO, O DO     *
      * CADASTRO DO PRODUTO. SAI NO SPOOL. *
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
       COPY PEDSEL.BOK.
       COPY PRODUSEL.BOK.
       COPY MOVSEL.BOK.
       SELECT ARQMARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
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
       COPY PEDCMP.BOK.
       COPY PRODUTO.BOK.
       COPY MOVEST.BOK.
      *
      * ARQUIVO DE MES FECHADO DO KARDEX (MOVEST<AAAAMM>.DAT,
      * GRAVADO PELO CEP037)
      *
       FD  ARQMARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQMARC.
       01  REGARC       PIC X(60).
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
       77 ST-ERROP     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERROA     PIC X(02) VALUE "00".
       77 W-TEMFOR     PIC X(01) VALUE "N".
       77 W-TEMPED     PIC X(01) VALUE "N".
       77 W-TEMMOV     PIC X(01) VALUE "N".
       77 W-ARQMARC    PIC X(40) VALUE SPACES.
       01 W-ARCAM.
          03 W-ARC-ANO PIC 9(04) VALUE ZEROS.
          03 W-ARC-MES PIC 9(02) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-FORN       PIC 9(04) VALUE ZEROS.
       77 W-QTDNC      PIC 9(05) VALUE ZEROS.
       77 W-QTDABE     PIC 9(05) VALUE ZEROS.
       77 W-QTDENT     PIC 9(07) VALUE ZEROS.
       01 W-TOTREC     PIC 9(09)V9 VALUE ZEROS.
       01 W-TOTREJ     PIC 9(09)V9 VALUE ZEROS.
       01 W-IMPREC     PIC 9(09)V9 VALUE ZEROS.
       01 W-IMPREJ     PIC 9(09)V9 VALUE ZEROS.
       01 W-PERC       PIC 9(05)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-T REDEFINES W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
      *
      * ACUMULADORES POR FORNECEDOR (ATE 200 FORNECEDORES COM
      * ENTRADA OU NAO CONFORMIDADE NO ANO)
      *
       77 W-QTDF       PIC 9(03) VALUE ZEROS.
       77 IND          PIC 9(03) VALUE ZEROS.
       77 W-IDX        PIC 9(03) VALUE ZEROS.
       01 TAB-FORN.
          03 TF-LINHA OCCURS 200 TIMES.
             05 TF-FORN     PIC 9(04).
             05 TF-RECEB    PIC 9(08)V9.
             05 TF-REJEIT   PIC 9(08)V9.
             05 TF-QTDNC    PIC 9(04).
             05 TF-ABERTA   PIC 9(04).
       01 CAB1.
          03 FILLER    PIC X(32) VALUE
              "INDICE DE QUALIDADE - FORNECEDOR".
          03 FILLER    PIC X(06) VALUE " ANO: ".
          03 CAB11     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 FILLER    PIC X(07) VALUE "DATA : ".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(09) VALUE SPACES.
          03 FILLER    PIC X(05) VALUE "PAG. ".
          03 CAB17     PIC ZZ9   VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(05) VALUE "FORN".
          03 FILLER    PIC X(21) VALUE "NOME".
          03 FILLER    PIC X(12) VALUE "   RECEBIDO".
          03 FILLER    PIC X(12) VALUE "  REJEITADO".
          03 FILLER    PIC X(10) VALUE "   % REJ.".
          03 FILLER    PIC X(06) VALUE "  N.C.".
          03 FILLER    PIC X(08) VALUE "  ABERT.".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC ZZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC ZZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET15     PIC ZZZZ9,99 VALUE ZEROS.
          03 DET15A    PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET17     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "ENTRADAS CONSIDERADAS       : ".
          03 DFIM1     PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "NAO CONFORMIDADES NO ANO    : ".
          03 DFIM2     PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-OBS.
          03 FILLER    PIC X(50) VALUE
              "* = REJEICAO SEM ENTRADA DO FORNECEDOR NO ANO".
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
           MOVE W-HJ-ANO TO W-ANO.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "INDICE ANUAL DE QUALIDADE POR FORNECEDOR"
           DISPLAY (05, 01) "ANO DE REFERENCIA         : ".
       INC-002.
           ACCEPT  (05, 29) W-ANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ANO < 1990 OR W-ANO > W-HJ-ANO
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-OP1.
           OPEN INPUT NCONF
           IF ST-ERRONC NOT = "00"
              MOVE "*** NENHUMA NAO CONFORMIDADE REGISTRADA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE NCONF
              GO TO ROT-FIMP.
      *
      * FORNECEDORES, PEDIDOS E KARDEX VIVO SAO OPCIONAIS
      *
       INC-OP3.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFOR.
           OPEN INPUT PEDCMP
           IF ST-ERROP = "00"
              MOVE "S" TO W-TEMPED.
           OPEN INPUT MOVEST
           IF ST-ERROM = "00"
              MOVE "S" TO W-TEMMOV.
           DISPLAY (07, 01) "*** APURANDO - AGUARDE ***".
      *
      * REJEITADO: N.C. ABERTAS NO ANO
      *
       SOMA-NC.
           MOVE ZEROS TO NC-NUMERO
           START NCONF KEY IS NOT LESS NC-NUMERO
                 INVALID KEY GO TO SOMA-ARC.
       SOMA-NC1.
           READ NCONF NEXT
           IF ST-ERRONC NOT = "00"
              GO TO SOMA-ARC.
           IF NC-AB-ANO NOT = W-ANO
              GO TO SOMA-NC1.
           MOVE NC-FORN TO W-FORN
           PERFORM ACHA-SLOT THRU ACHA-SLOT-FIM
           IF W-IDX = ZEROS
              GO TO SOMA-NC1.
           ADD NC-QUANT TO TF-REJEIT(W-IDX) W-TOTREJ
           ADD 1 TO TF-QTDNC(W-IDX) W-QTDNC
           IF NOT NC-FECHADA
              ADD 1 TO TF-ABERTA(W-IDX) W-QTDABE.
           GO TO SOMA-NC1.
      *
      * RECEBIDO: MESES DO ANO JA ARQUIVADOS PELO CEP037 (ATE O MES
      * ANTERIOR AO CORRENTE), DEPOIS O MOVEST.DAT
      *
       SOMA-ARC.
           MOVE W-ANO TO W-ARC-ANO
           MOVE 01    TO W-ARC-MES.
       SOMA-ARC1.
           IF W-ARC-MES > 12
              GO TO SOMA-MOV.
           IF W-ARC-ANO = W-HJ-ANO AND W-ARC-MES NOT < W-HJ-MES
              GO TO SOMA-MOV.
           MOVE SPACES TO W-ARQMARC
           STRING "MOVEST" W-ARCAM ".DAT" DELIMITED BY SIZE
             INTO W-ARQMARC
           OPEN INPUT ARQMARC
           IF ST-ERROA = "00"
              PERFORM SOMA-ARC2 THRU SOMA-ARC2-FIM
              CLOSE ARQMARC.
           ADD 1 TO W-ARC-MES
           GO TO SOMA-ARC1.
      *
       SOMA-ARC2.
           READ ARQMARC
           IF ST-ERROA NOT = "00"
              GO TO SOMA-ARC2-FIM.
           MOVE REGARC TO REGMOV
           IF MOV-ENTRADA AND MOV-ANO = W-ANO
              PERFORM SOMA-ENT THRU SOMA-ENT-FIM.
           GO TO SOMA-ARC2.
       SOMA-ARC2-FIM.
           EXIT.
      *
       SOMA-MOV.
           IF W-TEMMOV NOT = "S"
              GO TO IMPRIMIR.
           MOVE ZEROS TO MOV-CHAVE
           START MOVEST KEY IS NOT LESS MOV-CHAVE
                 INVALID KEY GO TO IMPRIMIR.
       SOMA-MOV1.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO IMPRIMIR.
           IF MOV-ENTRADA AND MOV-ANO = W-ANO
              PERFORM SOMA-ENT THRU SOMA-ENT-FIM.
           GO TO SOMA-MOV1.
      *
      *-------------------------------------------------------------
      * ENTRADA DO ANO NO FORNECEDOR DO PEDIDO (OU DO PRODUTO)
      *-------------------------------------------------------------
       SOMA-ENT.
           MOVE ZEROS TO W-FORN
           IF MOV-PEDIDO NOT = ZEROS AND W-TEMPED = "S"
              MOVE MOV-PEDIDO TO PED-NUMERO
              READ PEDCMP
              IF ST-ERROP = "00"
                 MOVE PED-FORN TO W-FORN.
           IF W-FORN = ZEROS
              MOVE MOV-CODPRO TO CODPRO
              READ PRODUTO
              IF ST-ERRO = "00"
                 MOVE CODFORN TO W-FORN.
           IF W-FORN = ZEROS
              GO TO SOMA-ENT-FIM.
           PERFORM ACHA-SLOT THRU ACHA-SLOT-FIM
           IF W-IDX = ZEROS
              GO TO SOMA-ENT-FIM.
           ADD MOV-QUANT TO TF-RECEB(W-IDX) W-TOTREC
           ADD 1 TO W-QTDENT.
       SOMA-ENT-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * SLOT DO FORNECEDOR W-FORN NA TABELA
      *-------------------------------------------------------------
       ACHA-SLOT.
           MOVE ZEROS TO W-IDX
           MOVE 1 TO IND.
       ACHA-SLOT1.
           IF IND > W-QTDF
              GO TO ACHA-SLOT2.
           IF TF-FORN(IND) = W-FORN
              MOVE IND TO W-IDX
              GO TO ACHA-SLOT-FIM.
           ADD 1 TO IND
           GO TO ACHA-SLOT1.
       ACHA-SLOT2.
           IF W-QTDF < 200
              ADD 1 TO W-QTDF
              MOVE W-QTDF TO W-IDX
              MOVE W-FORN TO TF-FORN(W-IDX)
              MOVE ZEROS  TO TF-RECEB(W-IDX) TF-REJEIT(W-IDX)
                             TF-QTDNC(W-IDX) TF-ABERTA(W-IDX).
       ACHA-SLOT-FIM.
           EXIT.
      *
       IMPRIMIR.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-ANO    TO CAB11
           MOVE W-HJ-DIA TO CAB13
           MOVE W-HJ-MES TO CAB14
           MOVE W-HJ-ANO TO CAB15
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM
           IF W-QTDF = ZEROS
              GO TO IMPRIMIR-FIM.
           MOVE 1 TO IND.
       IMPRIMIR-LOOP.
           MOVE SPACES TO DET12
           IF W-TEMFOR = "S"
              MOVE TF-FORN(IND) TO FORN-CODIGO
              READ FORNEC
              IF ST-ERRON = "00"
                 MOVE FORN-NOME TO DET12
              ELSE
                 MOVE "*SEM CADASTRO*" TO DET12.
           MOVE TF-FORN(IND)   TO DET11
           MOVE TF-RECEB(IND)  TO W-IMPREC
           MOVE TF-REJEIT(IND) TO W-IMPREJ
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           MOVE TF-QTDNC(IND)  TO DET16
           MOVE TF-ABERTA(IND) TO DET17
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO CONLIN
           IF CONLIN NOT < 50
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING PAGE
              PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
           ADD 1 TO IND
           IF IND NOT > W-QTDF
              GO TO IMPRIMIR-LOOP.
       IMPRIMIR-FIM.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS         TO DET11
           MOVE "TOTAL GERAL" TO DET12
           MOVE W-TOTREC      TO W-IMPREC
           MOVE W-TOTREJ      TO W-IMPREJ
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           MOVE W-QTDNC       TO DET16
           MOVE W-QTDABE      TO DET17
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 2 LINES
           MOVE W-QTDENT TO DFIM1
           MOVE W-QTDNC  TO DFIM2
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-OBS BEFORE ADVANCING 1 LINE
           DISPLAY (08, 01) DET-FIM1
           DISPLAY (09, 01) DET-FIM2
           MOVE "*** RELATORIO GRAVADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE NCONF PRODUTO ARQIMP
           IF W-TEMFOR = "S"
              CLOSE FORNEC.
           IF W-TEMPED = "S"
              CLOSE PEDCMP.
           IF W-TEMMOV = "S"
              CLOSE MOVEST.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * % REJEITADO SOBRE O RECEBIDO (* = REJEICAO SEM ENTRADA)
      *-------------------------------------------------------------
       CALC-PERC.
           MOVE ZEROS TO W-PERC
           MOVE SPACE TO DET15A
           IF W-IMPREC NOT = ZEROS
              COMPUTE W-PERC ROUNDED = W-IMPREJ * 100 / W-IMPREC
                      ON SIZE ERROR MOVE ZEROS TO W-PERC
           ELSE
              IF W-IMPREJ NOT = ZEROS
                 MOVE "*" TO DET15A.
           MOVE W-IMPREC TO DET13
           MOVE W-IMPREJ TO DET14
           MOVE W-PERC   TO DET15.
       CALC-PERC-FIM.
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
           MOVE "CEP076" TO SPL-RELAT
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
