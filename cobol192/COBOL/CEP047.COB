       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP047.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * APURACAO MENSAL DE ICMS/IPI DAS    *
      * NOTAS DE ENTRADA (NFCAB/NFITEM):   *
      * TOTAIS POR FORNECEDOR E POR CFOP,  *
      * SEPARANDO O IMPOSTO RECUPERAVEL    *
      * (CREDITO) DO QUE FOI PARA O CUSTO. *
      * SO NOTAS EFETIVADAS, PELA DATA DA  *
      * NOTA. OS MESMOS CREDITOS SAEM NA   *
      * EXPORTACAO CONTABIL (CEP043).      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FORNSEL.BOK.
       COPY NFCABSEL.BOK.
       COPY NFITSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY FORNEC.BOK.
       COPY NFCAB.BOK.
       COPY NFITEM.BOK.
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
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERRONF    PIC X(02) VALUE "00".
       77 ST-ERRONI    PIC X(02) VALUE "00".
       77 W-TEMFORN    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-QTDCF      PIC 9(02) VALUE ZEROS.
       77 W-FORNANT    PIC 9(04) VALUE ZEROS.
       77 W-NOTAS      PIC 9(04) VALUE ZEROS.
       77 W-NOTASF     PIC 9(04) VALUE ZEROS.
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-T REDEFINES W-ANOMES.
          03 W-AM-ANO  PIC 9(04).
          03 W-AM-MES  PIC 9(02).
      *
      * MES DA NOTA PARA O CREDITO: O DA EFETIVACAO (CEP025), OU O
      * DA EMISSAO NAS NOTAS GRAVADAS ANTES DESSE CAMPO
      *
       01 W-NFENT.
          03 W-NE-ANO  PIC 9(04).
          03 W-NE-MES  PIC 9(02).
       01 DATA-EQ.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
          03 DIA-EQ    PIC 99.
      *
      * ACUMULADORES: 1 = ICMS COM CREDITO, 2 = IPI COM CREDITO,
      * 3 = ICMS SEM CREDITO (CUSTO), 4 = IPI SEM CREDITO (CUSTO)
      *
       01 TAB-FORN.
          03 TF-VAL    PIC 9(11)V99 OCCURS 4 TIMES.
       01 TAB-GERAL.
          03 TT-VAL    PIC 9(11)V99 OCCURS 4 TIMES.
       01 TAB-CFOP.
          03 TC-LINHA OCCURS 60 TIMES.
             05 TC-CFOP   PIC 9(04).
             05 TC-VAL    PIC 9(11)V99 OCCURS 4 TIMES.
       01 CAB1.
          03 FILLER    PIC X(42) VALUE
              "APURACAO DE ICMS/IPI DAS NOTAS DE ENTRADA".
          03 FILLER    PIC X(09) VALUE "ANO/MES: ".
          03 CAB12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(08) VALUE "  DATA: ".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(26) VALUE "FORN NOME".
          03 FILLER    PIC X(12) VALUE "  ICMS CRED.".
          03 FILLER    PIC X(12) VALUE "   IPI CRED.".
          03 FILLER    PIC X(12) VALUE " ICMS CUSTO ".
          03 FILLER    PIC X(12) VALUE "  IPI CUSTO ".
          03 FILLER    PIC X(06) VALUE " NOTAS".
       01 CAB3.
          03 FILLER    PIC X(26) VALUE "CFOP".
          03 FILLER    PIC X(12) VALUE "  ICMS CRED.".
          03 FILLER    PIC X(12) VALUE "   IPI CRED.".
          03 FILLER    PIC X(12) VALUE " ICMS CUSTO ".
          03 FILLER    PIC X(12) VALUE "  IPI CUSTO ".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET17     PIC ZZZ9 VALUE ZEROS.
       01 DET-TOT.
          03 FILLER    PIC X(26) VALUE "TOTAL DO MES".
          03 DTOT1     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTOT2     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTOT3     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTOT4     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DTOT5     PIC ZZZ9 VALUE ZEROS.
       01 DET-CRED.
          03 FILLER    PIC X(30) VALUE "CREDITO A RECUPERAR NO MES  : ".
          03 DCRED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
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
           ACCEPT DATA-EQ FROM DATE YYYYMMDD
           MOVE DIA-EQ TO CAB13
           MOVE MES-EQ TO CAB14
           MOVE ANO-EQ TO CAB15.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "APURACAO MENSAL DE ICMS/IPI A RECUPERAR"
           DISPLAY (04, 01) "MES DAS NOTAS (AAAAMM) : ".
       INC-002.
           ACCEPT  (04, 27) W-ANOMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-AM-ANO = ZEROS OR W-AM-MES = ZEROS OR W-AM-MES > 12
              MOVE "*** ANO/MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-OP1.
           OPEN INPUT NFCAB
           IF ST-ERRONF NOT = "00"
              MOVE "*** SEM NOTAS RECEBIDAS (CEP025) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT NFITEM
           IF ST-ERRONI NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO NFITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE NFCAB
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFORN
           ELSE
              MOVE "N" TO W-TEMFORN.
       INC-OP4.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-ANOMES TO CAB12
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO TAB-FORN TAB-GERAL W-QTDCF W-FORNANT
                         W-NOTAS W-NOTASF.
      *
      * NFCAB VEM NA ORDEM DE FORNECEDOR + NOTA: QUEBRA POR
      * FORNECEDOR NA PROPRIA LEITURA
      *
       LER-NOTA.
           READ NFCAB NEXT
           IF ST-ERRONF NOT = "00"
              PERFORM IMP-FORN THRU IMP-FORN-FIM
              GO TO IMP-TOTAL.
           MOVE NFC-ANO TO W-NE-ANO
           MOVE NFC-MES TO W-NE-MES
           IF NFC-DTENTRADA NUMERIC AND NFC-DTENTRADA NOT = ZEROS
              MOVE NFC-ENT-ANO TO W-NE-ANO
              MOVE NFC-ENT-MES TO W-NE-MES.
           IF W-NE-ANO NOT = W-AM-ANO OR W-NE-MES NOT = W-AM-MES
              GO TO LER-NOTA.
           IF NFC-PENDENTE
              GO TO LER-NOTA.
           IF NFC-FORN NOT = W-FORNANT
              PERFORM IMP-FORN THRU IMP-FORN-FIM
              MOVE NFC-FORN TO W-FORNANT.
           ADD 1 TO W-NOTASF W-NOTAS
           MOVE NFC-FORN   TO NFI-FORN
           MOVE NFC-NUMERO TO NFI-NUMERO
           MOVE ZEROS      TO NFI-SEQ
           START NFITEM KEY IS NOT LESS NFI-CHAVE
                 INVALID KEY GO TO LER-NOTA.
       LER-ITEM.
           READ NFITEM NEXT
           IF ST-ERRONI NOT = "00"
              GO TO LER-NOTA.
           IF NFI-FORN NOT = NFC-FORN OR NFI-NUMERO NOT = NFC-NUMERO
              GO TO LER-NOTA.
           PERFORM ACHA-CFOP THRU ACHA-CFOP-FIM
           IF NFI-ICMS-CREDITA
              ADD NFI-ICMS-VALOR TO TF-VAL(1) TT-VAL(1)
              IF W-IDX NOT = ZEROS
                 ADD NFI-ICMS-VALOR TO TC-VAL(W-IDX, 1).
           IF NFI-IPI-CREDITA
              ADD NFI-IPI-VALOR TO TF-VAL(2) TT-VAL(2)
              IF W-IDX NOT = ZEROS
                 ADD NFI-IPI-VALOR TO TC-VAL(W-IDX, 2).
           IF NOT NFI-ICMS-CREDITA
              ADD NFI-ICMS-VALOR TO TF-VAL(3) TT-VAL(3)
              IF W-IDX NOT = ZEROS
                 ADD NFI-ICMS-VALOR TO TC-VAL(W-IDX, 3).
           IF NOT NFI-IPI-CREDITA
              ADD NFI-IPI-VALOR TO TF-VAL(4) TT-VAL(4)
              IF W-IDX NOT = ZEROS
                 ADD NFI-IPI-VALOR TO TC-VAL(W-IDX, 4).
           GO TO LER-ITEM.
      *
      *-------------------------------------------------------------
      * POSICAO DO CFOP DA LINHA NA TABELA (ABRE SE FOR NOVO)
      *-------------------------------------------------------------
       ACHA-CFOP.
           MOVE ZEROS TO W-IDX IND.
       ACHA-CFOP1.
           ADD 1 TO IND
           IF IND > W-QTDCF
              GO TO ACHA-CFOP2.
           IF TC-CFOP(IND) = NFI-CFOP
              MOVE IND TO W-IDX
              GO TO ACHA-CFOP-FIM.
           GO TO ACHA-CFOP1.
       ACHA-CFOP2.
           IF W-QTDCF < 60
              ADD 1 TO W-QTDCF
              MOVE W-QTDCF  TO W-IDX
              MOVE NFI-CFOP TO TC-CFOP(W-IDX)
              MOVE ZEROS    TO TC-VAL(W-IDX, 1) TC-VAL(W-IDX, 2)
                               TC-VAL(W-IDX, 3) TC-VAL(W-IDX, 4).
       ACHA-CFOP-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LINHA DO FORNECEDOR QUE ACABOU DE SER LIDO
      *-------------------------------------------------------------
       IMP-FORN.
           IF W-NOTASF = ZEROS
              GO TO IMP-FORN-FIM.
           MOVE W-FORNANT TO DET11
           MOVE "*SEM CADASTRO*" TO DET12
           IF W-TEMFORN = "S"
              MOVE W-FORNANT TO FORN-CODIGO
              READ FORNEC
              IF ST-ERRON = "00"
                 MOVE FORN-NOME TO DET12.
           MOVE TF-VAL(1) TO DET13
           MOVE TF-VAL(2) TO DET14
           MOVE TF-VAL(3) TO DET15
           MOVE TF-VAL(4) TO DET16
           MOVE W-NOTASF  TO DET17
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO TAB-FORN W-NOTASF.
       IMP-FORN-FIM.
           EXIT.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE TT-VAL(1) TO DTOT1
           MOVE TT-VAL(2) TO DTOT2
           MOVE TT-VAL(3) TO DTOT3
           MOVE TT-VAL(4) TO DTOT4
           MOVE W-NOTAS   TO DTOT5
           WRITE REGIMP FROM DET-TOT BEFORE ADVANCING 1 LINE
      *
      * QUEBRA POR CFOP
      *
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO IND.
       IMP-CFOP.
           ADD 1 TO IND
           IF IND > W-QTDCF
              GO TO IMP-CFOP2.
           MOVE TC-CFOP(IND)   TO DET11
           MOVE SPACES         TO DET12
           IF TC-CFOP(IND) = ZEROS
              MOVE "SEM CFOP" TO DET12.
           MOVE TC-VAL(IND, 1) TO DET13
           MOVE TC-VAL(IND, 2) TO DET14
           MOVE TC-VAL(IND, 3) TO DET15
           MOVE TC-VAL(IND, 4) TO DET16
           MOVE ZEROS          TO DET17
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           GO TO IMP-CFOP.
       IMP-CFOP2.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           COMPUTE DCRED = TT-VAL(1) + TT-VAL(2)
           WRITE REGIMP FROM DET-CRED BEFORE ADVANCING 1 LINE
           DISPLAY (10, 01) DET-CRED
           MOVE "*** APURACAO GRAVADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE NFCAB NFITEM ARQIMP
           IF W-TEMFORN = "S"
              CLOSE FORNEC.
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
           MOVE "CEP047" TO SPL-RELAT
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
