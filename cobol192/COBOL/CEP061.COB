       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP061.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * EMPRESTIMOS DE FERRAMENTAS EM      *
      * ATRASO POR FUNCIONARIO, NA DATA    *
      * BASE INFORMADA (PADRAO = HOJE):    *
      * EMPRESTIMO EM ABERTO COM A         *
      * DEVOLUCAO PREVISTA JA VENCIDA      *
      * (EMPREST.DAT, PELA MATRICULA).     *
      * LISTA DIARIA. SAI NO SPOOL.        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY EMPSEL.BOK.
       COPY PRODUSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY EMPREST.BOK.
       COPY PRODUTO.BOK.
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
       77 ST-ERROEP    PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-TEMPRO     PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-MATANT     PIC 9(06) VALUE ZEROS.
       77 W-ITENSF     PIC 9(04) VALUE ZEROS.
       77 W-ITENS      PIC 9(05) VALUE ZEROS.
       77 W-FUNCS      PIC 9(05) VALUE ZEROS.
       01 W-PEND       PIC 9(05)V9 VALUE ZEROS.
       01 W-PENDF      PIC 9(07)V9 VALUE ZEROS.
       01 W-DIAS       PIC S9(05) VALUE ZEROS.
       01 W-DTBASE.
          03 W-DB-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DB-MES  PIC 9(02) VALUE ZEROS.
          03 W-DB-DIA  PIC 9(02) VALUE ZEROS.
       01 W-DTBASE-N REDEFINES W-DTBASE PIC 9(08).
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
       01 CAB1.
          03 FILLER    PIC X(36) VALUE
              "EMPRESTIMOS EM ATRASO - FUNCIONARIO".
          03 FILLER    PIC X(12) VALUE "DATA BASE: ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(07) VALUE "EMPR.".
          03 FILLER    PIC X(07) VALUE "CODIGO".
          03 FILLER    PIC X(23) VALUE "DESCRICAO".
          03 FILLER    PIC X(03) VALUE "AL".
          03 FILLER    PIC X(09) VALUE "PENDENTE".
          03 FILLER    PIC X(11) VALUE "RETIRADA".
          03 FILLER    PIC X(11) VALUE "PREVISTA".
          03 FILLER    PIC X(05) VALUE "DIAS".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET-FUNC.
          03 FILLER    PIC X(11) VALUE "MATRICULA ".
          03 DETF1     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 DETF2     PIC X(30) VALUE SPACES.
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(22) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET16     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET17     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET18     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET19     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET1A     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET1B     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1C     PIC ZZZZ9 VALUE ZEROS.
       01 DET-SUB.
          03 FILLER    PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(20) VALUE "ITENS EM ATRASO   : ".
          03 DSUB1     PIC ZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(14) VALUE "  PENDENTE : ".
          03 DSUB2     PIC ZZZZZZ9,9 VALUE ZEROS.
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "FUNCIONARIOS COM ATRASO     : ".
          03 DFIM1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "EMPRESTIMOS EM ATRASO       : ".
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
           ACCEPT W-DTBASE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "EMPRESTIMOS EM ATRASO POR FUNCIONARIO"
           DISPLAY (04, 01) "DATA BASE (AAAAMMDD)      : ".
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
           MOVE W-DTBASE TO W-DTJUL
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           MOVE JUL-DATA TO JUL-BASE.
       INC-OP1.
           OPEN INPUT EMPREST
           IF ST-ERROEP NOT = "00"
              MOVE "*** SEM EMPRESTIMOS REGISTRADOS (CEP060) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPRO
           ELSE
              MOVE "N" TO W-TEMPRO.
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
           MOVE ZEROS TO W-MATANT W-ITENSF W-ITENS W-FUNCS W-PENDF
           MOVE ZEROS TO EMP-MATRIC
           START EMPREST KEY IS NOT LESS EMP-MATRIC
                 INVALID KEY GO TO IMP-TOTAL.
      *
      * LEITURA PELA CHAVE2 (MATRICULA): QUEBRA POR FUNCIONARIO NA
      * PROPRIA LEITURA
      *
       LER-EMP.
           READ EMPREST NEXT
           IF ST-ERROEP NOT = "00"
              PERFORM IMP-FUNC THRU IMP-FUNC-FIM
              GO TO IMP-TOTAL.
           IF NOT EMP-ABERTO
              GO TO LER-EMP.
           IF EMP-DTPREV NOT < W-DTBASE-N
              GO TO LER-EMP.
           COMPUTE W-PEND = EMP-QUANT - EMP-QTDDEV - EMP-QTDBX
           IF W-PEND = ZEROS
              GO TO LER-EMP.
           IF EMP-MATRIC NOT = W-MATANT
              PERFORM IMP-FUNC THRU IMP-FUNC-FIM
              MOVE EMP-MATRIC TO W-MATANT DETF1
              MOVE EMP-NOME   TO DETF2
              WRITE REGIMP FROM DET-FUNC BEFORE ADVANCING 1 LINE
              ADD 1 TO W-FUNCS.
           MOVE EMP-DTPREV TO W-DTJUL
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           COMPUTE W-DIAS = JUL-BASE - JUL-DATA
           MOVE "*SEM CADASTRO*" TO DET13
           IF W-TEMPRO = "S"
              MOVE EMP-CODPRO TO CODPRO
              READ PRODUTO
              IF ST-ERRO = "00"
                 MOVE DESCR TO DET13.
           MOVE EMP-NUMERO  TO DET11
           MOVE EMP-CODPRO  TO DET12
           MOVE EMP-ALMOX   TO DET14
           MOVE W-PEND      TO DET15
           MOVE EMP-SAI-DIA TO DET16
           MOVE EMP-SAI-MES TO DET17
           MOVE EMP-SAI-ANO TO DET18
           MOVE EMP-PRV-DIA TO DET19
           MOVE EMP-PRV-MES TO DET1A
           MOVE EMP-PRV-ANO TO DET1B
           MOVE W-DIAS      TO DET1C
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-ITENSF W-ITENS
           ADD W-PEND TO W-PENDF
           GO TO LER-EMP.
      *
      *-------------------------------------------------------------
      * SUBTOTAL DO FUNCIONARIO QUE ACABOU DE SER LIDO
      *-------------------------------------------------------------
       IMP-FUNC.
           IF W-ITENSF = ZEROS
              GO TO IMP-FUNC-FIM.
           MOVE W-ITENSF TO DSUB1
           MOVE W-PENDF  TO DSUB2
           WRITE REGIMP FROM DET-SUB BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-ITENSF W-PENDF.
       IMP-FUNC-FIM.
           EXIT.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-FUNCS TO DFIM1
           MOVE W-ITENS TO DFIM2
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
           CLOSE EMPREST ARQIMP
           IF W-TEMPRO = "S"
              CLOSE PRODUTO.
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
           MOVE "CEP061" TO SPL-RELAT
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
