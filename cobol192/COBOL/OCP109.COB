       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCP109.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CONSOLIDADO DAS EMPRESAS (FILIAIS) *
      * DO CENTRO DE CUSTO: SOMA O OCA013  *
      * DE CADA EMPRESA POR CENTRO E O     *
      * OCA003 POR CENTRO E CONTA (ANUAL   *
      * OU DE UM MES), COM A DESCRICAO DA  *
      * CONTA NO PLANCTA E TOTAL GERAL.    *
      * ENTRAM AS EMPRESAS DO OPERADOR     *
      * (OPERADOR.DAT); O SUPERVISOR VE    *
      * TODAS AS CADASTRADAS NO PARAMET.   *
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
           SELECT OCA013 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK01301
              FILE STATUS   IS ST-ERRO2.
      *
           SELECT OCA003 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK00301
              FILE STATUS   IS ST-ERRO3
              ALTERNATE RECORD KEY IS OCK00302 = OCC00302 OCC00301
                        WITH DUPLICATES.
      *
           SELECT ARQIMP ASSIGN TO PRINTER.
       COPY CTASEL.BOK.
       COPY OPERSEL.BOK.
       COPY PARASEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA001.BOK.
       COPY OCA013.BOK.
       COPY OCA003.BOK.
       COPY PLANCTA.BOK.
       COPY OPERADOR.BOK.
       COPY PARAMET.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROCT    PIC X(02) VALUE "00".
       77 ST-ERROO     PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       COPY EMPRESA.BOK.
       77 W-TEMCTA     PIC X(01) VALUE "N".
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       01 W-SOLIC      PIC X(15) VALUE SPACES.
       01 W-CCINI      PIC 9(02) VALUE ZEROS.
       01 W-CCFIM      PIC 9(02) VALUE 99.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-CC         PIC 9(02) VALUE ZEROS.
       77 W-CTA        PIC 9(02) VALUE ZEROS.
       77 W-EMP        PIC 9(02) VALUE ZEROS.
       77 W-QTDEMP     PIC 9(02) VALUE ZEROS.
       77 W-QTDCC      PIC 9(03) VALUE ZEROS.
       01 W-VALOR      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTGER     PIC 9(13)V99 VALUE ZEROS.
      *
      * EMPRESA DA LISTA DO OPERADOR EM FORMATO NUMERICO
      *
       01 W-EMPSEL.
          03 W-EMPCOD  PIC 9(02) VALUE ZEROS.
       01 W-EMPSELX REDEFINES W-EMPSEL PIC X(02).
      *
      * EMPRESAS QUE ENTRAM NO CONSOLIDADO (S), PELO PROPRIO CODIGO
      *
       01 TAB-EMP.
          03 TE-EMP OCCURS 99 TIMES.
             05 TE-ENTRA   PIC X(01).
             05 TE-NOME    PIC X(40).
      *
      * ACUMULADOS DE TODAS AS EMPRESAS, INDEXADOS PELO CODIGO DO
      * CENTRO (01 A 99) E DA CONTA (01 A 99)
      *
       01 TAB-CONS.
          03 TC-CC OCCURS 99 TIMES.
             05 TC-TEM     PIC X(01).
             05 TC-NOME    PIC X(20).
             05 TC-TOTAL   PIC 9(11)V99.
             05 TC-CTA     PIC 9(11)V99 OCCURS 99 TIMES.
       01 DATA-EQ.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
          03 DIA-EQ    PIC 99.
       01 CAB1.
          03 CAB11      PIC X(20) VALUE "ACOTECNICA S/A I.C.".
          03 CAB12      PIC X(24) VALUE "CONSOLIDADO DAS EMPRESAS".
          03 CAB13      PIC X(07) VALUE "DATA : ".
          03 CAB14      PIC X(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC X(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB16      PIC X(04) VALUE ZEROS.
          03 FILLER     PIC X(08) VALUE "   PAG. ".
          03 CAB17      PIC ZZ9   VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(14) VALUE "SOLICITANTE : ".
          03 CAB21      PIC X(15) VALUE SPACES.
          03 FILLER     PIC X(12) VALUE "  PERIODO : ".
          03 CAB22      PIC X(06) VALUE "ANUAL".
          03 FILLER     PIC X(10) VALUE "EMPRESAS: ".
          03 CAB24      PIC Z9    VALUE ZEROS.
          03 FILLER     PIC X(11) VALUE SPACES.
          03 CAB23      PIC X(06) VALUE "OCP109".
       01 CAB2-MES.
          03 FILLER     PIC X(04) VALUE "MES ".
          03 CAB2M      PIC 9(02) VALUE ZEROS.
       01 CAB3.
          03 FILLER     PIC X(06) VALUE "CC".
          03 FILLER     PIC X(06) VALUE "CONTA".
          03 FILLER     PIC X(52) VALUE "DENOMINACAO / DESCRICAO".
          03 FILLER     PIC X(16) VALUE "   VALOR".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DETCC.
          03 DETC1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(10) VALUE SPACES.
          03 DETC2     PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(17) VALUE SPACES.
          03 FILLER    PIC X(15) VALUE "TOTAL CENTRO  ".
          03 DETC3     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 DETCTA.
          03 FILLER    PIC X(06) VALUE SPACES.
          03 DETT1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DETT2     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(24) VALUE SPACES.
          03 DETT3     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 DETEMP.
          03 FILLER    PIC X(08) VALUE "EMPRESA ".
          03 DETE1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 DETE2     PIC X(40) VALUE SPACES.
       01 DETFIM.
          03 FILLER    PIC X(20) VALUE "TOTAL GERAL".
          03 FILLER    PIC X(06) VALUE "CC : ".
          03 DETF1     PIC ZZ9   VALUE ZEROS.
          03 FILLER    PIC X(34) VALUE SPACES.
          03 DETF2     PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       COPY ACESSO.BOK.
      *
      * OPERADOR COM A EMPRESA DA VEZ, PARA O OCACES LER A LISTA DE
      * CENTROS (OPERCC) DAQUELA EMPRESA
      *
       01 W-OPERACE.
          03 W-OA-LOGIN   PIC X(08).
          03 W-OA-PERFIL  PIC 9(01).
          03 W-OA-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (EMPRESAS DO
      * LOGIN E CENTROS LIBERADOS NO OPERCC.DAT - OCACES)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM
           ACCEPT DATA-EQ FROM DATE YYYYMMDD
           MOVE DIA-EQ TO CAB14
           MOVE MES-EQ TO CAB15
           MOVE ANO-EQ TO CAB16
           MOVE LK-LOGIN  TO W-OA-LOGIN
           MOVE LK-PERFIL TO W-OA-PERFIL.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CONSOLIDADO DAS EMPRESAS - CENTRO DE CUSTO"
           DISPLAY (04, 01) "MES (00 = ANUAL)        : "
           DISPLAY (05, 01) "CENTRO DE CUSTO INICIAL : "
           DISPLAY (06, 01) "CENTRO DE CUSTO FINAL   : "
           DISPLAY (07, 01) "SOLICITANTE             : ".
       INC-002.
           ACCEPT  (04, 28) W-MES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-MES > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT  (05, 28) W-CCINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-002.
       INC-004.
           ACCEPT  (06, 28) W-CCFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-CCFIM = ZEROS
              MOVE 99 TO W-CCFIM.
           IF W-CCFIM < W-CCINI
              MOVE "*** FAIXA DE CENTROS INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-005.
           ACCEPT  (07, 28) W-SOLIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           MOVE W-SOLIC TO CAB21
           IF W-MES NOT = ZEROS
              MOVE W-MES TO CAB2M
              MOVE CAB2-MES TO CAB22.
      *
      *************************************************
      * EMPRESAS DO CONSOLIDADO: AS DA LISTA DO LOGIN *
      * (OPERADOR.DAT, EM BRANCO = SO A 01) OU, PARA O*
      * SUPERVISOR, TODAS AS CADASTRADAS NO PARAMET   *
      *************************************************
      *
       INC-OP1.
           MOVE ZEROS TO W-EMP W-QTDEMP.
       INC-OP1A.
           ADD 1 TO W-EMP
           IF W-EMP > 99
              GO TO INC-OP2.
           MOVE "N" TO TE-ENTRA(W-EMP)
           MOVE SPACES TO TE-NOME(W-EMP)
           IF LK-PERFIL NOT = 3
              GO TO INC-OP1A.
           MOVE W-EMP TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           IF EMP-EXISTE = "S"
              MOVE "S" TO TE-ENTRA(W-EMP)
              MOVE EMP-NOME TO TE-NOME(W-EMP)
              ADD 1 TO W-QTDEMP.
           GO TO INC-OP1A.
       INC-OP2.
           IF LK-PERFIL = 3
              GO TO INC-OP4.
           MOVE "S" TO TE-ENTRA(01)
           OPEN INPUT OPERADOR
           IF ST-ERROO NOT = "00"
              GO TO INC-OP3B.
           MOVE LK-LOGIN TO OPER-LOGIN
           READ OPERADOR
           IF ST-ERROO NOT = "00"
              MOVE SPACES TO OPER-EMPRESAS.
           CLOSE OPERADOR
           IF OPER-EMPRESAS = SPACES
              GO TO INC-OP3B.
           MOVE "N" TO TE-ENTRA(01)
           MOVE ZEROS TO IND.
       INC-OP3.
           ADD 1 TO IND
           IF IND > 10
              GO TO INC-OP3B.
           IF OPER-EMP(IND) NOT NUMERIC OR OPER-EMP(IND) = "00"
              GO TO INC-OP3.
           MOVE OPER-EMP(IND) TO W-EMPSELX
           MOVE W-EMPCOD TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           IF EMP-EXISTE = "S"
              MOVE "S" TO TE-ENTRA(W-EMPCOD).
           GO TO INC-OP3.
       INC-OP3B.
           MOVE ZEROS TO W-EMP.
       INC-OP3C.
           ADD 1 TO W-EMP
           IF W-EMP > 99
              GO TO INC-OP4.
           IF TE-ENTRA(W-EMP) NOT = "S"
              GO TO INC-OP3C.
           MOVE W-EMP TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-NOME TO TE-NOME(W-EMP)
           ADD 1 TO W-QTDEMP
           GO TO INC-OP3C.
       INC-OP4.
           IF W-QTDEMP = ZEROS
              MOVE "*** NENHUMA EMPRESA PARA CONSOLIDAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE W-QTDEMP TO CAB24
           MOVE "S" TO W-TEMCTA
           OPEN INPUT PLANCTA
           IF ST-ERROCT NOT = "00"
              MOVE "N" TO W-TEMCTA.
           MOVE ZEROS TO W-CC.
       INC-OP5.
           ADD 1 TO W-CC
           IF W-CC > 99
              GO TO INC-OP6.
           MOVE "N"    TO TC-TEM(W-CC)
           MOVE SPACES TO TC-NOME(W-CC)
           MOVE ZEROS  TO TC-TOTAL(W-CC)
           MOVE ZEROS  TO W-CTA.
       INC-OP5A.
           ADD 1 TO W-CTA
           IF W-CTA > 99
              GO TO INC-OP5.
           MOVE ZEROS TO TC-CTA(W-CC, W-CTA)
           GO TO INC-OP5A.
       INC-OP6.
           MOVE ZEROS TO W-EMP.
      *
      *************************************************
      * UMA EMPRESA DE CADA VEZ: ABRE OS ARQUIVOS DELA*
      * E SOMA NA TABELA DO CONSOLIDADO               *
      *************************************************
      *
       SOMA-EMP.
           ADD 1 TO W-EMP
           IF W-EMP > 99
              GO TO IMPRIME.
           IF TE-ENTRA(W-EMP) NOT = "S"
              GO TO SOMA-EMP.
           MOVE W-EMP TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA001 TO W-OCA001
           MOVE EMP-OCA003 TO W-OCA003
           MOVE EMP-OCA013 TO W-OCA013
           MOVE W-EMP    TO W-OA-EMPRESA
           MOVE "C"      TO ACE-FUNCAO
           MOVE "OCP109" TO ACE-PROG
           CALL "OCACES" USING W-OPERACE ACE-PARM
           PERFORM SOMA-013 THRU SOMA-013-FIM
           PERFORM SOMA-003 THRU SOMA-003-FIM
           GO TO SOMA-EMP.
      *
      * SINTETICO DA EMPRESA (OCA013), COM A DENOMINACAO DO CENTRO
      * TIRADA DA PRIMEIRA EMPRESA QUE O TIVER NO OCA001
      *
       SOMA-013.
           OPEN INPUT OCA013
           IF ST-ERRO2 NOT = "00"
              GO TO SOMA-013-FIM.
           OPEN INPUT OCA001
           MOVE W-CCINI TO OCC01301
           START OCA013 KEY IS NOT LESS OCK01301
                 INVALID KEY GO TO SOMA-013B.
       SOMA-013A.
           READ OCA013 NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SOMA-013B.
           IF OCC01301 > W-CCFIM
              GO TO SOMA-013B.
           IF OCC01301 = ZEROS
              GO TO SOMA-013A.
      *
      * OPERADOR COM LISTA DE CENTROS (OPERCC) SO VE OS LIBERADOS
      *
           IF ACE-RESTRITO = "S"
              IF ACE-LIB(OCC01301) NOT = "S"
                 GO TO SOMA-013A.
           MOVE OCC01301 TO W-CC
           MOVE "S" TO TC-TEM(W-CC)
           IF W-MES = ZEROS
              ADD OCC01304 TO TC-TOTAL(W-CC)
           ELSE
              ADD OCC01302(W-MES) TO TC-TOTAL(W-CC).
           IF TC-NOME(W-CC) NOT = SPACES
              GO TO SOMA-013A.
           MOVE W-CC TO OCC00101
           READ OCA001
           IF ST-ERRO = "00"
              MOVE OCC00102 TO TC-NOME(W-CC).
           GO TO SOMA-013A.
       SOMA-013B.
           CLOSE OCA013 OCA001.
       SOMA-013-FIM.
           EXIT.
      *
      * DETALHE CENTRO X CONTA DA EMPRESA (OCA003), LIDO PELA CHAVE
      * ALTERNATIVA OCK00302
      *
       SOMA-003.
           OPEN INPUT OCA003
           IF ST-ERRO3 NOT = "00"
              GO TO SOMA-003-FIM.
           MOVE ZEROS TO OCC00302 OCC00301
           START OCA003 KEY IS NOT LESS OCK00302
                 INVALID KEY GO TO SOMA-003B.
       SOMA-003A.
           READ OCA003 NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO SOMA-003B.
           IF OCC00301 < W-CCINI OR OCC00301 > W-CCFIM
              GO TO SOMA-003A.
           IF OCC00301 = ZEROS OR OCC00302 = ZEROS
              GO TO SOMA-003A.
           IF ACE-RESTRITO = "S"
              IF ACE-LIB(OCC00301) NOT = "S"
                 GO TO SOMA-003A.
           IF W-MES = ZEROS
              MOVE OCC00305 TO W-VALOR
           ELSE
              MOVE OCC00303(W-MES) TO W-VALOR.
           MOVE OCC00301 TO W-CC
           MOVE "S" TO TC-TEM(W-CC)
           ADD W-VALOR TO TC-CTA(W-CC, OCC00302)
           GO TO SOMA-003A.
       SOMA-003B.
           CLOSE OCA003.
       SOMA-003-FIM.
           EXIT.
      *
      *************************************************
      * IMPRESSAO: CENTRO COM O TOTAL DO SINTETICO E  *
      * AS CONTAS DO DETALHE, TOTAL GERAL E EMPRESAS  *
      *************************************************
      *
       IMPRIME.
           OPEN OUTPUT ARQIMP
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM
           MOVE ZEROS TO W-CC W-QTDCC W-TOTGER.
       IMPRIME1.
           ADD 1 TO W-CC
           IF W-CC > 99
              GO TO IMPRIME3.
           IF TC-TEM(W-CC) NOT = "S"
              GO TO IMPRIME1.
           ADD 1 TO W-QTDCC
           ADD TC-TOTAL(W-CC) TO W-TOTGER
           MOVE W-CC           TO DETC1
           MOVE TC-NOME(W-CC)  TO DETC2
           MOVE TC-TOTAL(W-CC) TO DETC3
           WRITE REGIMP FROM DETCC BEFORE ADVANCING 1 LINE
           ADD 1 TO CONLIN
           PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM
           MOVE ZEROS TO W-CTA.
       IMPRIME2.
           ADD 1 TO W-CTA
           IF W-CTA > 99
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE
              ADD 1 TO CONLIN
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM
              GO TO IMPRIME1.
           IF TC-CTA(W-CC, W-CTA) = ZEROS
              GO TO IMPRIME2.
           MOVE SPACES TO CTA-DESC
           IF W-TEMCTA = "S"
              MOVE W-CTA TO CTA-COD
              READ PLANCTA
              IF ST-ERROCT NOT = "00"
                 MOVE SPACES TO CTA-DESC.
           MOVE W-CTA    TO DETT1
           MOVE CTA-DESC TO DETT2
           MOVE TC-CTA(W-CC, W-CTA) TO DETT3
           WRITE REGIMP FROM DETCTA BEFORE ADVANCING 1 LINE
           ADD 1 TO CONLIN
           PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM
           GO TO IMPRIME2.
       IMPRIME3.
           MOVE W-QTDCC  TO DETF1
           MOVE W-TOTGER TO DETF2
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DETFIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           ADD 3 TO CONLIN
           MOVE ZEROS TO W-EMP.
       IMPRIME4.
           ADD 1 TO W-EMP
           IF W-EMP > 99
              GO TO ROT-FIM1.
           IF TE-ENTRA(W-EMP) NOT = "S"
              GO TO IMPRIME4.
           PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM
           MOVE W-EMP          TO DETE1
           MOVE TE-NOME(W-EMP) TO DETE2
           WRITE REGIMP FROM DETEMP BEFORE ADVANCING 1 LINE
           ADD 1 TO CONLIN
           GO TO IMPRIME4.
      *
       ROT-QUEBRA.
           IF CONLIN < 55
              GO TO ROT-QUEBRA-FIM.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING PAGE
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
       ROT-QUEBRA-FIM.
           EXIT.
      *
       ROT-CABEC.
           MOVE 1 TO CONLIN
           ADD  1 TO CONPAG
           MOVE CONPAG TO CAB17
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       ROT-CABEC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM1.
           CLOSE ARQIMP
           IF W-TEMCTA = "S"
              CLOSE PLANCTA.
           MOVE "*** CONSOLIDADO DAS EMPRESAS IMPRESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *
      *************************************************
      * PARAMETROS GERAIS DO SISTEMA (PARAMET.DAT):   *
      * NOME DA EMPRESA DO CABECALHO. SEM O ARQUIVO   *
      * OU O PARAMETRO, FICA O VALOR PADRAO DE SEMPRE *
      *************************************************
      *
       ROT-PARAMET.
           OPEN INPUT PARAMET
           IF ST-ERROW NOT = "00"
              GO TO ROT-PARAMET-FIM.
           MOVE "EMPRESA" TO PAR-NOME
           READ PARAMET
           IF ST-ERROW = "00"
              MOVE PAR-VALOR TO CAB11.
           CLOSE PARAMET.
       ROT-PARAMET-FIM.
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
       ROT-MENS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
