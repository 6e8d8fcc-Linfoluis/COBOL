       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP057.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CONFRONTO ENDERECOS X ALMOXARIFADO:*
      * 1) ENDERECOS COM SALDO DE PRODUTO  *
      *    QUE NAO TEM MAIS SALDO NO ALMOX *
      *    (SEM REGISTRO OU ZERADO);       *
      * 2) PRODUTOS COM SALDO NO ALMOX SEM *
      *    NENHUM ENDERECO COM SALDO.      *
      * SAI NO SPOOL.                      *
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
       COPY PENDSEL.BOK.
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
       COPY PRODEND.BOK.
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
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-ESCOLHA    PIC X(01) VALUE SPACES.
       77 W-NUM        PIC 9(01) VALUE ZEROS.
       77 W-NUMFIM     PIC 9(01) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-QTDSOBRA   PIC 9(05) VALUE ZEROS.
       77 W-QTDSEMEND  PIC 9(05) VALUE ZEROS.
       01 W-DATA.
          03 W-DT-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DT-MES  PIC 9(02) VALUE ZEROS.
          03 W-DT-DIA  PIC 9(02) VALUE ZEROS.
       01 W-ENDIMP.
          03 W-EI-RUA   PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EI-PRAT  PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EI-NIVEL PIC X(02) VALUE SPACES.
       01 CAB1.
          03 FILLER    PIC X(36) VALUE
              "ENDERECOS X SALDO DO ALMOXARIFADO".
          03 FILLER    PIC X(12) VALUE "EMISSAO  : ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(52) VALUE
              "1) ENDERECOS COM SALDO DE PRODUTO SEM SALDO NO ALMOX".
       01 CAB3.
          03 FILLER    PIC X(13) VALUE "AL ENDERECO".
          03 FILLER    PIC X(39) VALUE "CODIGO  DESCRICAO".
          03 FILLER    PIC X(09) VALUE " QTD END.".
          03 FILLER    PIC X(14) VALUE "  SITUACAO".
       01 CAB4.
          03 FILLER    PIC X(50) VALUE
              "2) PRODUTOS COM SALDO NO ALMOX SEM ENDERECO".
       01 CAB5.
          03 FILLER    PIC X(03) VALUE "AL".
          03 FILLER    PIC X(40) VALUE "CODIGO  DESCRICAO".
          03 FILLER    PIC X(04) VALUE "UN".
          03 FILLER    PIC X(12) VALUE " SALDO ALMOX".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC X(08) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET13     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET16     PIC X(12) VALUE SPACES.
       01 DET2.
          03 DET21     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET22     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET23     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET24     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DET25     PIC ZZZZ9,9 VALUE ZEROS.
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "ENDERECOS SEM SALDO NO ALMOX: ".
          03 DFIM1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "ITENS COM SALDO SEM ENDERECO: ".
          03 DFIM2     PIC ZZZZ9 VALUE ZEROS.
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
           ACCEPT W-DATA FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "ENDERECOS X SALDO DO ALMOXARIFADO"
           DISPLAY (04, 01) "ALMOXARIFADO (0 A 9 OU T=TODOS): ".
       INC-002.
           ACCEPT  (04, 35) W-ESCOLHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ESCOLHA = "T" OR "t"
              MOVE 0 TO W-NUM
              MOVE 9 TO W-NUMFIM
           ELSE
              IF W-ESCOLHA NOT NUMERIC
                 MOVE "*** DIGITE 0 A 9 OU T=TODOS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-002
              ELSE
                 MOVE W-ESCOLHA TO W-NUM
                 MOVE W-NUM     TO W-NUMFIM.
       INC-OP1.
           OPEN INPUT PRODEND
           IF ST-ERROPD NOT = "00"
              MOVE "*** SEM ENDERECOS CADASTRADOS (CEP056) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODEND
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT ALMOX
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODEND PRODUTO
              GO TO ROT-FIMP.
       INC-OP4.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-DT-DIA TO CAB12
           MOVE W-DT-MES TO CAB13
           MOVE W-DT-ANO TO CAB14
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-QTDSOBRA W-QTDSEMEND
           MOVE W-NUM  TO PEN-ALMOX
           MOVE SPACES TO PEN-ENDER
           MOVE ZEROS  TO PEN-CODPRO
           START PRODEND KEY IS NOT LESS PEN-CHAVE
                 INVALID KEY GO TO PARTE2.
      *
      * PARTE 1: ENDERECOS NA ORDEM FISICA; SO OS QUE TEM SALDO
      *
       LER-END.
           READ PRODEND NEXT
           IF ST-ERROPD NOT = "00"
              GO TO PARTE2.
           IF PEN-ALMOX > W-NUMFIM
              GO TO PARTE2.
           IF PEN-QUANT = ZEROS
              GO TO LER-END.
           MOVE SPACES TO DET16
           MOVE PEN-CODPRO TO ALMOX-CODPRO
           MOVE PEN-ALMOX  TO ALMOX-NUMERO
           READ ALMOX
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM ALMOX"    TO DET16
           ELSE
              IF ALMOX-QUANT = ZEROS
                 MOVE "ALMOX ZERADO" TO DET16.
           IF DET16 = SPACES
              GO TO LER-END.
           MOVE PEN-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR.
           MOVE PEN-RUA    TO W-EI-RUA
           MOVE PEN-PRAT   TO W-EI-PRAT
           MOVE PEN-NIVEL  TO W-EI-NIVEL
           MOVE PEN-ALMOX  TO DET11
           MOVE W-ENDIMP   TO DET12
           MOVE PEN-CODPRO TO DET13
           MOVE DESCR      TO DET14
           MOVE PEN-QUANT  TO DET15
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDSOBRA
           GO TO LER-END.
      *
      * PARTE 2: SALDO DO ALMOX SEM NENHUM ENDERECO COM SALDO
      *
       PARTE2.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB5 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO ALMOX-CODPRO ALMOX-NUMERO
           START ALMOX KEY IS NOT LESS ALMOX-CHAVE
                 INVALID KEY GO TO IMP-TOTAL.
       LER-ALMOX.
           READ ALMOX NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO IMP-TOTAL.
           IF ALMOX-NUMERO < W-NUM OR ALMOX-NUMERO > W-NUMFIM
              GO TO LER-ALMOX.
           IF ALMOX-QUANT = ZEROS
              GO TO LER-ALMOX.
           PERFORM ROT-TEMEND THRU ROT-TEMEND-FIM
           IF W-ACHOU = "S"
              GO TO LER-ALMOX.
           MOVE ALMOX-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR
              MOVE SPACES TO UNID.
           MOVE ALMOX-NUMERO TO DET21
           MOVE ALMOX-CODPRO TO DET22
           MOVE DESCR        TO DET23
           MOVE UNID         TO DET24
           MOVE ALMOX-QUANT  TO DET25
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDSEMEND
           GO TO LER-ALMOX.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-QTDSOBRA  TO DFIM1
           MOVE W-QTDSEMEND TO DFIM2
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           DISPLAY (10, 01) DET-FIM1
           DISPLAY (11, 01) DET-FIM2
           MOVE "*** RELATORIO GRAVADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PRODEND PRODUTO ALMOX ARQIMP.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * O ITEM TEM ALGUM ENDERECO COM SALDO NESTE ALMOXARIFADO?
      * (CHAVE ALTERNATIVA PEN-CODPRO)
      *-------------------------------------------------------------
       ROT-TEMEND.
           MOVE "N" TO W-ACHOU
           MOVE ALMOX-CODPRO TO PEN-CODPRO
           START PRODEND KEY IS NOT LESS PEN-CODPRO
                 INVALID KEY GO TO ROT-TEMEND-FIM.
       ROT-TEMEND1.
           READ PRODEND NEXT
           IF ST-ERROPD NOT = "00"
              GO TO ROT-TEMEND-FIM.
           IF PEN-CODPRO NOT = ALMOX-CODPRO
              GO TO ROT-TEMEND-FIM.
           IF PEN-ALMOX = ALMOX-NUMERO AND PEN-QUANT NOT = ZEROS
              MOVE "S" TO W-ACHOU
              GO TO ROT-TEMEND-FIM.
           GO TO ROT-TEMEND1.
       ROT-TEMEND-FIM.
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
           MOVE "CEP057" TO SPL-RELAT
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
