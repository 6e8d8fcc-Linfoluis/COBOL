       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP054.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * ONDE E USADO: PARA CADA COMPONENTE *
      * (OU SO O INFORMADO), OS KITS QUE O *
      * LEVAM NA ESTRUTURA (ESTRUT.DAT),   *
      * COM A QUANTIDADE POR KIT E O SALDO *
      * ATUAL DO KIT. LE PELA CHAVE DO     *
      * COMPONENTE. SAI NO SPOOL.          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY ESTSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY ESTRUT.BOK.
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
       77 ST-ERROK     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-COMP       PIC 9(06) VALUE ZEROS.
       77 W-COMPANT    PIC 9(06) VALUE ZEROS.
       77 W-QTDCOMP    PIC 9(05) VALUE ZEROS.
       77 W-QTDLIG     PIC 9(05) VALUE ZEROS.
       01 W-DATA.
          03 W-DT-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DT-MES  PIC 9(02) VALUE ZEROS.
          03 W-DT-DIA  PIC 9(02) VALUE ZEROS.
       01 CAB1.
          03 FILLER    PIC X(36) VALUE
              "ONDE E USADO - COMPONENTES DE KIT".
          03 FILLER    PIC X(12) VALUE "EMISSAO  : ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(11) VALUE "      KIT".
          03 FILLER    PIC X(32) VALUE "DESCRICAO".
          03 FILLER    PIC X(13) VALUE "      QTD/KIT".
          03 FILLER    PIC X(14) VALUE "     SALDO KIT".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 FILLER    PIC X(12) VALUE "COMPONENTE: ".
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(02) VALUE SPACES.
       01 DET2.
          03 FILLER    PIC X(05) VALUE SPACES.
          03 DET21     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET22     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET23     PIC ZZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET24     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DET25     PIC ZZZZ9,9 VALUE ZEROS.
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "COMPONENTES LISTADOS        : ".
          03 DFIM1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "KITS QUE USAM (LIGACOES)    : ".
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
           DISPLAY (01, 15) "ONDE E USADO - COMPONENTES DE KIT"
           DISPLAY (04, 01) "COMPONENTE (0 = TODOS)    : ".
       INC-002.
           ACCEPT  (04, 29) W-COMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN INPUT ESTRUT
           IF ST-ERROK NOT = "00"
              MOVE "*** SEM ESTRUTURA DE KIT (CEP052) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ESTRUT
              GO TO ROT-FIMP.
       INC-OP3.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-DT-DIA TO CAB12
           MOVE W-DT-MES TO CAB13
           MOVE W-DT-ANO TO CAB14
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-COMPANT W-QTDCOMP W-QTDLIG
           MOVE W-COMP TO EST-COMP
           START ESTRUT KEY IS NOT LESS EST-COMP
                 INVALID KEY GO TO IMP-TOTAL.
      *
      * PELA CHAVE DO COMPONENTE AS LIGACOES VEM AGRUPADAS: QUEBRA
      * POR COMPONENTE NA PROPRIA LEITURA
      *
       LER-EST.
           READ ESTRUT NEXT
           IF ST-ERROK NOT = "00"
              GO TO IMP-TOTAL.
           IF W-COMP NOT = ZEROS AND EST-COMP NOT = W-COMP
              GO TO IMP-TOTAL.
           IF EST-COMP NOT = W-COMPANT
              PERFORM IMP-COMP THRU IMP-COMP-FIM.
           MOVE EST-KIT TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR
              MOVE SPACES TO UNID
              MOVE ZEROS  TO QUANT.
           MOVE EST-KIT   TO DET21
           MOVE DESCR     TO DET22
           MOVE EST-QUANT TO DET23
           MOVE DET13     TO DET24
           MOVE QUANT     TO DET25
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDLIG
           GO TO LER-EST.
      *
      *-------------------------------------------------------------
      * CABECALHO DO COMPONENTE QUE COMECA
      *-------------------------------------------------------------
       IMP-COMP.
           IF W-COMPANT NOT = ZEROS
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE.
           MOVE EST-COMP TO W-COMPANT CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR
              MOVE SPACES TO UNID.
           MOVE EST-COMP TO DET11
           MOVE DESCR    TO DET12
           MOVE UNID     TO DET13
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDCOMP.
       IMP-COMP-FIM.
           EXIT.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-QTDCOMP TO DFIM1
           MOVE W-QTDLIG  TO DFIM2
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
           CLOSE ESTRUT PRODUTO ARQIMP.
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
           MOVE "CEP054" TO SPL-RELAT
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
