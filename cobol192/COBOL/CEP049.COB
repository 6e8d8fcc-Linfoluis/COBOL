       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP049.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CONTAS A PAGAR EM ABERTO POR       *
      * FORNECEDOR, POR FAIXA DE ATRASO    *
      * NA DATA BASE INFORMADA:            *
      *   A VENCER, 1-30, 31-60 E MAIS DE  *
      *   60 DIAS DE ATRASO                *
      * SALDO DO TITULO = VALOR - PAGO -   *
      * DESCONTO + JUROS (PAGAR.DAT).      *
      * OPCIONALMENTE LISTA OS TITULOS DE  *
      * CADA FORNECEDOR. SAI NO SPOOL.     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PAGSEL.BOK.
       COPY FORNSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PAGAR.BOK.
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
       77 ST-ERROPG    PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 W-TEMFORN    PIC X(01) VALUE "N".
       77 W-DETALHE    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-FAIXA      PIC 9(01) VALUE ZEROS.
       77 IND          PIC 9(01) VALUE ZEROS.
       77 W-FORNANT    PIC 9(04) VALUE ZEROS.
       77 W-TITF       PIC 9(04) VALUE ZEROS.
       77 W-TITULOS    PIC 9(05) VALUE ZEROS.
       01 W-SALDO      PIC S9(09)V99 VALUE ZEROS.
       01 W-DIAS       PIC S9(05) VALUE ZEROS.
       01 W-DTBASE.
          03 W-DB-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DB-MES  PIC 9(02) VALUE ZEROS.
          03 W-DB-DIA  PIC 9(02) VALUE ZEROS.
      *
      * DIA JULIANO (CADA DIVISAO EM UM PASSO PARA TRUNCAR)
      *
       01 W-DTJUL.
          03 W-DJ-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DJ-MES  PIC 9(02) VALUE ZEROS.
          03 W-DJ-DIA  PIC 9(02) VALUE ZEROS.
       01 W-A          PIC S9(9).
       01 W-Y          PIC S9(9).
       01 W-M          PIC S9(9).
       01 W-T          PIC S9(9).
       01 JUL-DATA     PIC S9(9).
       01 JUL-BASE     PIC S9(9).
      *
      * FAIXAS: 1 = A VENCER, 2 = 1-30, 3 = 31-60, 4 = MAIS DE 60,
      * 5 = TOTAL EM ABERTO
      *
       01 TAB-FORN.
          03 TF-VAL    PIC S9(11)V99 OCCURS 5 TIMES.
       01 TAB-GERAL.
          03 TT-VAL    PIC S9(11)V99 OCCURS 5 TIMES.
       01 CAB1.
          03 FILLER    PIC X(36) VALUE
              "CONTAS A PAGAR EM ABERTO - ATRASO".
          03 FILLER    PIC X(12) VALUE "DATA BASE: ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(22) VALUE "FORN NOME".
          03 FILLER    PIC X(11) VALUE "  A VENCER".
          03 FILLER    PIC X(11) VALUE "    1 A 30".
          03 FILLER    PIC X(11) VALUE "   31 A 60".
          03 FILLER    PIC X(11) VALUE "  MAIS 60".
          03 FILLER    PIC X(11) VALUE "      TOTAL".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(17) VALUE SPACES.
          03 DET13     PIC ZZZZZZ9,99- OCCURS 5 TIMES.
       01 DET2.
          03 FILLER    PIC X(07) VALUE "  NOTA ".
          03 DET21     PIC 9(09) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET22     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE "  VENC ".
          03 DET23     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET24     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET25     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE "  DIAS ".
          03 DET26     PIC ZZZZ9- VALUE ZEROS.
          03 FILLER    PIC X(08) VALUE "  SALDO ".
          03 DET27     PIC ZZZZZZ9,99- VALUE ZEROS.
       01 DET-TOT.
          03 FILLER    PIC X(22) VALUE "TOTAL GERAL".
          03 DTOT1     PIC ZZZZZZ9,99- OCCURS 5 TIMES.
       01 DET-QTD.
          03 FILLER    PIC X(30) VALUE "TITULOS EM ABERTO           : ".
          03 DQTD      PIC ZZZZ9 VALUE ZEROS.
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
           ACCEPT W-DTBASE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CONTAS A PAGAR EM ABERTO POR ATRASO"
           DISPLAY (04, 01) "DATA BASE (AAAAMMDD)      : "
           DISPLAY (05, 01) "LISTAR OS TITULOS (S/N)   : ".
       INC-002.
           ACCEPT  (04, 29) W-DTBASE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-DB-ANO = ZEROS OR W-DB-MES = ZEROS OR W-DB-MES > 12
              OR W-DB-DIA = ZEROS OR W-DB-DIA > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT  (05, 29) W-DETALHE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-002.
           IF W-DETALHE = "s"
              MOVE "S" TO W-DETALHE.
           IF W-DETALHE NOT = "S"
              MOVE "N" TO W-DETALHE.
           MOVE W-DTBASE TO W-DTJUL
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           MOVE JUL-DATA TO JUL-BASE.
       INC-OP1.
           OPEN INPUT PAGAR
           IF ST-ERROPG NOT = "00"
              MOVE "*** SEM TITULOS A PAGAR (CEP025) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFORN
           ELSE
              MOVE "N" TO W-TEMFORN.
       INC-OP3.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-DB-DIA TO CAB12
           MOVE W-DB-MES TO CAB13
           MOVE W-DB-ANO TO CAB14
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO TAB-FORN TAB-GERAL W-FORNANT W-TITF
                         W-TITULOS.
      *
      * PAGAR.DAT VEM NA ORDEM DE FORNECEDOR + NOTA + PARCELA:
      * QUEBRA POR FORNECEDOR NA PROPRIA LEITURA
      *
       LER-TIT.
           READ PAGAR NEXT
           IF ST-ERROPG NOT = "00"
              PERFORM IMP-FORN THRU IMP-FORN-FIM
              GO TO IMP-TOTAL.
           IF PAG-QUITADO
              GO TO LER-TIT.
           COMPUTE W-SALDO = PAG-VALOR - PAG-VLPAGO - PAG-DESCONTO
                           + PAG-JUROS
           IF W-SALDO NOT > ZEROS
              GO TO LER-TIT.
           IF PAG-FORN NOT = W-FORNANT
              PERFORM IMP-FORN THRU IMP-FORN-FIM
              MOVE PAG-FORN TO W-FORNANT.
           MOVE PAG-VENCTO TO W-DTJUL
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           COMPUTE W-DIAS = JUL-BASE - JUL-DATA
           IF W-DIAS NOT > ZEROS
              MOVE 1 TO W-FAIXA
           ELSE
              IF W-DIAS NOT > 30
                 MOVE 2 TO W-FAIXA
              ELSE
                 IF W-DIAS NOT > 60
                    MOVE 3 TO W-FAIXA
                 ELSE
                    MOVE 4 TO W-FAIXA.
           ADD W-SALDO TO TF-VAL(W-FAIXA) TT-VAL(W-FAIXA)
                          TF-VAL(5) TT-VAL(5)
           ADD 1 TO W-TITF W-TITULOS
           IF W-DETALHE NOT = "S"
              GO TO LER-TIT.
      *
      * LISTAGEM DOS TITULOS: SAEM ANTES DA LINHA DO FORNECEDOR
      *
           MOVE PAG-NUMERO TO DET21
           MOVE PAG-PARC   TO DET22
           MOVE PAG-VC-DIA TO DET23
           MOVE PAG-VC-MES TO DET24
           MOVE PAG-VC-ANO TO DET25
           MOVE W-DIAS     TO DET26
           MOVE W-SALDO    TO DET27
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           GO TO LER-TIT.
      *
      *-------------------------------------------------------------
      * LINHA DO FORNECEDOR QUE ACABOU DE SER LIDO
      *-------------------------------------------------------------
       IMP-FORN.
           IF W-TITF = ZEROS
              GO TO IMP-FORN-FIM.
           MOVE W-FORNANT TO DET11
           MOVE "*SEM CADASTRO*" TO DET12
           IF W-TEMFORN = "S"
              MOVE W-FORNANT TO FORN-CODIGO
              READ FORNEC
              IF ST-ERRON = "00"
                 MOVE FORN-NOME TO DET12.
           MOVE ZEROS TO IND.
       IMP-FORN1.
           ADD 1 TO IND
           IF IND > 5
              GO TO IMP-FORN2.
           MOVE TF-VAL(IND) TO DET13(IND)
           MOVE ZEROS TO TF-VAL(IND)
           GO TO IMP-FORN1.
       IMP-FORN2.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           IF W-DETALHE = "S"
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE.
           MOVE ZEROS TO W-TITF.
       IMP-FORN-FIM.
           EXIT.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO IND.
       IMP-TOTAL1.
           ADD 1 TO IND
           IF IND > 5
              GO TO IMP-TOTAL2.
           MOVE TT-VAL(IND) TO DTOT1(IND)
           GO TO IMP-TOTAL1.
       IMP-TOTAL2.
           WRITE REGIMP FROM DET-TOT BEFORE ADVANCING 1 LINE
           MOVE W-TITULOS TO DQTD
           WRITE REGIMP FROM DET-QTD BEFORE ADVANCING 1 LINE
           DISPLAY (10, 01) DET-QTD
           MOVE "*** RELATORIO GRAVADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PAGAR ARQIMP
           IF W-TEMFORN = "S"
              CLOSE FORNEC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * DIA JULIANO DE W-DTJUL EM JUL-DATA
      *-------------------------------------------------------------
       CALC-JULIANO.
           COMPUTE W-A = (14 - W-DJ-MES) / 12
           COMPUTE W-Y = W-DJ-ANO + 4800 - W-A
           COMPUTE W-M = W-DJ-MES + (12 * W-A) - 3
           COMPUTE W-T = ((153 * W-M) + 2) / 5
           COMPUTE JUL-DATA = W-DJ-DIA + W-T + (365 * W-Y) - 32045
           COMPUTE W-T = W-Y / 4
           ADD W-T TO JUL-DATA
           COMPUTE W-T = W-Y / 100
           SUBTRACT W-T FROM JUL-DATA
           COMPUTE W-T = W-Y / 400
           ADD W-T TO JUL-DATA.
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
           MOVE "CEP049" TO SPL-RELAT
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
