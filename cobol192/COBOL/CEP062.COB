       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP062.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * EXTRATO DE EMPRESTIMOS DO          *
      * FUNCIONARIO (EMPREST.DAT, PELA     *
      * MATRICULA): TODOS OS EMPRESTIMOS,  *
      * ABERTOS E FECHADOS, COM O QUE FOI  *
      * DEVOLVIDO E O QUE FOI BAIXADO COMO *
      * AVARIADO/PERDIDO. SEM PENDENCIA    *
      * SAI O NADA CONSTA PARA O VISTO DO  *
      * RH NO DESLIGAMENTO. SAI NO SPOOL.  *
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
       77 W-MATRIC     PIC 9(06) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-EMPS       PIC 9(04) VALUE ZEROS.
       77 W-ABERTOS    PIC 9(04) VALUE ZEROS.
       77 W-ATRASOS    PIC 9(04) VALUE ZEROS.
       01 W-PEND       PIC 9(05)V9 VALUE ZEROS.
       01 W-TOTPEND    PIC 9(07)V9 VALUE ZEROS.
       01 W-TOTBX      PIC 9(07)V9 VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-T REDEFINES W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
       01 CAB1.
          03 FILLER    PIC X(38) VALUE
              "EXTRATO DE EMPRESTIMOS DO FUNCIONARIO".
          03 FILLER    PIC X(10) VALUE " EMISSAO: ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB-FUNC.
          03 FILLER    PIC X(11) VALUE "MATRICULA ".
          03 CABF1     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 CABF2     PIC X(30) VALUE SPACES.
       01 CAB2.
          03 FILLER    PIC X(07) VALUE "EMPR.".
          03 FILLER    PIC X(07) VALUE "CODIGO".
          03 FILLER    PIC X(19) VALUE "DESCRICAO".
          03 FILLER    PIC X(08) VALUE " RETIRAD".
          03 FILLER    PIC X(08) VALUE " DEVOLV.".
          03 FILLER    PIC X(08) VALUE " BAIXADO".
          03 FILLER    PIC X(08) VALUE " PENDENT".
          03 FILLER    PIC X(11) VALUE " PREVISTA".
          03 FILLER    PIC X(04) VALUE "SIT.".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(18) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET19     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET1A     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1B     PIC X(08) VALUE SPACES.
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "EMPRESTIMOS REGISTRADOS     : ".
          03 DFIM1     PIC ZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "EMPRESTIMOS EM ABERTO       : ".
          03 DFIM2     PIC ZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(16) VALUE "   EM ATRASO : ".
          03 DFIM2A    PIC ZZZ9 VALUE ZEROS.
       01 DET-FIM3.
          03 FILLER    PIC X(30) VALUE "QUANTIDADE PENDENTE         : ".
          03 DFIM3     PIC ZZZZZZ9,9 VALUE ZEROS.
       01 DET-FIM4.
          03 FILLER    PIC X(30) VALUE "BAIXADO POR AVARIA/PERDA    : ".
          03 DFIM4     PIC ZZZZZZ9,9 VALUE ZEROS.
       01 DET-NADA     PIC X(60) VALUE
              "*** NADA CONSTA - SEM FERRAMENTA PENDENTE ***".
       01 DET-PEND     PIC X(60) VALUE
              "*** EXISTEM EMPRESTIMOS PENDENTES DE DEVOLUCAO ***".
       01 DET-VISTO.
          03 FILLER    PIC X(40) VALUE
              "VISTO ALMOXARIFADO: ________________".
          03 FILLER    PIC X(30) VALUE
              "VISTO RH: ________________".
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
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "EXTRATO DE EMPRESTIMOS DO FUNCIONARIO"
           DISPLAY (04, 01) "MATRICULA                 : ".
       INC-OP1.
           OPEN INPUT EMPREST
           IF ST-ERROEP NOT = "00"
              MOVE "*** SEM EMPRESTIMOS REGISTRADOS (CEP060) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-002.
           ACCEPT  (04, 29) W-MATRIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE EMPREST
              GO TO ROT-FIMP.
           IF W-MATRIC = ZEROS
              MOVE "*** MATRICULA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE W-MATRIC TO EMP-MATRIC
           START EMPREST KEY IS EQUAL EMP-MATRIC
                 INVALID KEY
                 MOVE "*** MATRICULA SEM EMPRESTIMO REGISTRADO ***"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-002.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPRO
           ELSE
              MOVE "N" TO W-TEMPRO.
       INC-OP3.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-HJ-DIA TO CAB12
           MOVE W-HJ-MES TO CAB13
           MOVE W-HJ-ANO TO CAB14
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-EMPS W-ABERTOS W-ATRASOS W-TOTPEND W-TOTBX
           MOVE SPACES TO W-NOME.
       LER-EMP.
           READ EMPREST NEXT
           IF ST-ERROEP NOT = "00"
              GO TO IMP-TOTAL.
           IF EMP-MATRIC NOT = W-MATRIC
              GO TO IMP-TOTAL.
           IF W-EMPS = ZEROS
              MOVE W-MATRIC TO CABF1
              MOVE EMP-NOME TO CABF2 W-NOME
              WRITE REGIMP FROM CAB-FUNC BEFORE ADVANCING 1 LINE
              WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
              WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
              WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
           ADD 1 TO W-EMPS
           COMPUTE W-PEND = EMP-QUANT - EMP-QTDDEV - EMP-QTDBX
           MOVE "*SEM CADASTRO*" TO DET13
           IF W-TEMPRO = "S"
              MOVE EMP-CODPRO TO CODPRO
              READ PRODUTO
              IF ST-ERRO = "00"
                 MOVE DESCR TO DET13.
           MOVE EMP-NUMERO  TO DET11
           MOVE EMP-CODPRO  TO DET12
           MOVE EMP-QUANT   TO DET14
           MOVE EMP-QTDDEV  TO DET15
           MOVE EMP-QTDBX   TO DET16
           MOVE W-PEND      TO DET17
           MOVE EMP-PRV-DIA TO DET18
           MOVE EMP-PRV-MES TO DET19
           MOVE EMP-PRV-ANO TO DET1A
           ADD EMP-QTDBX TO W-TOTBX
           IF EMP-ABERTO
              ADD 1 TO W-ABERTOS
              ADD W-PEND TO W-TOTPEND
              IF EMP-DTPREV < W-HOJE
                 ADD 1 TO W-ATRASOS
                 MOVE "ATRASADO" TO DET1B
              ELSE
                 MOVE "ABERTO" TO DET1B
           ELSE
              MOVE "FECHADO" TO DET1B.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           GO TO LER-EMP.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-EMPS    TO DFIM1
           MOVE W-ABERTOS TO DFIM2
           MOVE W-ATRASOS TO DFIM2A
           MOVE W-TOTPEND TO DFIM3
           MOVE W-TOTBX   TO DFIM4
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM4 BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           IF W-ABERTOS = ZEROS
              WRITE REGIMP FROM DET-NADA BEFORE ADVANCING 1 LINE
           ELSE
              WRITE REGIMP FROM DET-PEND BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-VISTO BEFORE ADVANCING 1 LINE
           DISPLAY (06, 01) W-NOME
           DISPLAY (10, 01) DET-FIM1
           DISPLAY (11, 01) DET-FIM2
           IF W-ABERTOS = ZEROS
              DISPLAY (13, 01) DET-NADA
           ELSE
              DISPLAY (13, 01) DET-PEND.
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
           MOVE "CEP062" TO SPL-RELAT
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
