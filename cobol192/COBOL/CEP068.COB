       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP068.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * ESTOQUE PELO PRECO MEDIO X PEPS,   *
      * POR PRODUTO E RESUMO POR GRUPO:    *
      * QUANTIDADE, VALOR MEDIO (VRESTOQ), *
      * VALOR DAS CAMADAS PEPS (CAMADA.DAT)*
      * E O CUSTO DA MERCADORIA BAIXADA NO *
      * MES INFORMADO NOS DOIS METODOS     *
      * (SAIDAS DO CAMCON.DAT). AS CAMADAS *
      * SAO AS DA ULTIMA RODADA DO CEP067. *
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
       COPY GRUSEL.BOK.
       COPY CAMSEL.BOK.
       COPY CCNSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY GRUPO.BOK.
       COPY CAMADA.BOK.
       COPY CAMCON.BOK.
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
       77 ST-ERROG     PIC X(02) VALUE "00".
       77 ST-ERROCM    PIC X(02) VALUE "00".
       77 ST-ERROCN    PIC X(02) VALUE "00".
       77 W-TEMGRU     PIC X(01) VALUE "N".
       77 W-TEMCCN     PIC X(01) VALUE "N".
       77 W-GRUSEL     PIC 9(02) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-PRODS      PIC 9(05) VALUE ZEROS.
       77 W-DIFQ       PIC 9(05) VALUE ZEROS.
       01 IND2         PIC 9(03) VALUE ZEROS.
       01 W-MESREF.
          03 W-REF-ANO PIC 9(04) VALUE ZEROS.
          03 W-REF-MES PIC 9(02) VALUE ZEROS.
       01 W-QTDCAM     PIC 9(07)V9 VALUE ZEROS.
       01 W-VLPEPS     PIC 9(10)V99 VALUE ZEROS.
       01 W-CMVMED     PIC 9(09)V99 VALUE ZEROS.
       01 W-CMVPEPS    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTQTD     PIC 9(08)V9 VALUE ZEROS.
       01 W-TOTMED     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTPEPS    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCMVM    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCMVP    PIC 9(09)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-T REDEFINES W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
      *
      * RESUMO POR GRUPO/FAMILIA (POSICAO 100 = PRODUTOS SEM GRUPO)
      *
       01 TAB-GRUPO.
          03 TG-LINHA OCCURS 100 TIMES.
             05 TG-QTDE    PIC 9(08)V9   VALUE ZEROS.
             05 TG-VLMED   PIC 9(10)V99  VALUE ZEROS.
             05 TG-VLPEPS  PIC 9(10)V99  VALUE ZEROS.
             05 TG-CMVMED  PIC 9(09)V99  VALUE ZEROS.
             05 TG-CMVPEPS PIC 9(09)V99  VALUE ZEROS.
       01 CAB1.
          03 FILLER    PIC X(38) VALUE
              "ESTOQUE - PRECO MEDIO X PEPS".
          03 FILLER    PIC X(10) VALUE " EMISSAO: ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB1A.
          03 FILLER    PIC X(26) VALUE "CUSTO DAS SAIDAS DO MES : ".
          03 CAB1A1    PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB1A2    PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(11) VALUE "    GRUPO: ".
          03 CAB1A3    PIC X(05) VALUE SPACES.
       01 CAB2.
          03 FILLER    PIC X(07) VALUE "CODIGO".
          03 FILLER    PIC X(16) VALUE "DESCRICAO".
          03 FILLER    PIC X(03) VALUE "GR".
          03 FILLER    PIC X(08) VALUE "  QUANT.".
          03 FILLER    PIC X(12) VALUE " VALOR MEDIO".
          03 FILLER    PIC X(12) VALUE "  VALOR PEPS".
          03 FILLER    PIC X(11) VALUE " CMV MEDIO".
          03 FILLER    PIC X(11) VALUE "   CMV PEPS".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(15) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC ZZZZZZ9,99 VALUE ZEROS.
          03 DET19     PIC X(01) VALUE SPACES.
       01 CAB3.
          03 FILLER    PIC X(30) VALUE "RESUMO POR GRUPO DE PRODUTO".
       01 DETG.
          03 DETG1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETG2     PIC X(17) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETG3     PIC ZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETG4     PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETG5     PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETG6     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETG7     PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "PRODUTOS LISTADOS           : ".
          03 DFIM1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "(*) CAMADAS <> QUANT.PRODUTO: ".
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
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HJ-ANO TO W-REF-ANO
           MOVE W-HJ-MES TO W-REF-MES.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "ESTOQUE - PRECO MEDIO X PEPS"
           DISPLAY (04, 01) "GRUPO DE PRODUTO (0=TODOS): "
           DISPLAY (05, 01) "MES DO CUSTO DAS SAIDAS   :   /".
       INC-002.
           ACCEPT  (04, 30) W-GRUSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
       INC-003.
           ACCEPT  (05, 29) W-REF-MES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-002.
           IF W-REF-MES < 01 OR W-REF-MES > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           ACCEPT  (05, 32) W-REF-ANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-003.
           IF W-REF-ANO < 1990 OR W-REF-ANO > W-HJ-ANO
              OR (W-REF-ANO = W-HJ-ANO AND W-REF-MES > W-HJ-MES)
              MOVE "*** MES/ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
       INC-OP1.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT CAMADA
           IF ST-ERROCM NOT = "00"
              MOVE "*** CAMADAS PEPS AINDA NAO GERADAS (CEP067) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODUTO
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT CAMCON
           IF ST-ERROCN = "00"
              MOVE "S" TO W-TEMCCN
           ELSE
              MOVE "N" TO W-TEMCCN.
           OPEN INPUT ARQGRUPO
           IF ST-ERROG = "00"
              MOVE "S" TO W-TEMGRU
           ELSE
              MOVE "N" TO W-TEMGRU.
       INC-OP4.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-HJ-DIA  TO CAB12
           MOVE W-HJ-MES  TO CAB13
           MOVE W-HJ-ANO  TO CAB14
           MOVE W-REF-MES TO CAB1A1
           MOVE W-REF-ANO TO CAB1A2
           IF W-GRUSEL = ZEROS
              MOVE "TODOS" TO CAB1A3
           ELSE
              MOVE W-GRUSEL TO CAB1A3.
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB1A BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-PRODS W-DIFQ.
       LER-PRODUTO.
           READ PRODUTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMP-TOTAL.
           IF W-GRUSEL NOT = ZEROS
              IF GRUPO NOT = W-GRUSEL
                 GO TO LER-PRODUTO.
           PERFORM SOMA-CAMADA THRU SOMA-CAMADA-FIM
           PERFORM SOMA-CMV THRU SOMA-CMV-FIM
           IF QUANT = ZEROS AND VRESTOQ = ZEROS AND W-VLPEPS = ZEROS
                    AND W-CMVMED = ZEROS AND W-CMVPEPS = ZEROS
              GO TO LER-PRODUTO.
           ADD 1 TO W-PRODS
           MOVE CODPRO    TO DET11
           MOVE DESCR     TO DET12
           MOVE GRUPO     TO DET13
           MOVE QUANT     TO DET14
           MOVE VRESTOQ   TO DET15
           MOVE W-VLPEPS  TO DET16
           MOVE W-CMVMED  TO DET17
           MOVE W-CMVPEPS TO DET18
           IF W-QTDCAM NOT = QUANT
              ADD 1 TO W-DIFQ
              MOVE "*" TO DET19
           ELSE
              MOVE SPACES TO DET19.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           IF GRUPO = ZEROS
              MOVE 100 TO IND2
           ELSE
              MOVE GRUPO TO IND2.
           ADD QUANT     TO TG-QTDE(IND2)    W-TOTQTD
           ADD VRESTOQ   TO TG-VLMED(IND2)   W-TOTMED
           ADD W-VLPEPS  TO TG-VLPEPS(IND2)  W-TOTPEPS
           ADD W-CMVMED  TO TG-CMVMED(IND2)  W-TOTCMVM
           ADD W-CMVPEPS TO TG-CMVPEPS(IND2) W-TOTCMVP
           GO TO LER-PRODUTO.
      *
      *-------------------------------------------------------------
      * SALDO E VALOR DAS CAMADAS EM ABERTO DO PRODUTO
      *-------------------------------------------------------------
       SOMA-CAMADA.
           MOVE ZEROS  TO W-QTDCAM W-VLPEPS
           MOVE CODPRO TO CAM-CODPRO
           MOVE ZEROS  TO CAM-DATA CAM-HORA CAM-SEQ
           START CAMADA KEY IS NOT LESS CAM-CHAVE
                 INVALID KEY GO TO SOMA-CAMADA-FIM.
       SOMA-CAMADA1.
           READ CAMADA NEXT
           IF ST-ERROCM NOT = "00"
              GO TO SOMA-CAMADA-FIM.
           IF CAM-CODPRO NOT = CODPRO
              GO TO SOMA-CAMADA-FIM.
           ADD CAM-SALDO TO W-QTDCAM
           COMPUTE W-VLPEPS ROUNDED = W-VLPEPS + (CAM-SALDO * CAM-CUSTO)
           GO TO SOMA-CAMADA1.
       SOMA-CAMADA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CUSTO DAS SAIDAS (S) DO PRODUTO NO MES, NOS DOIS METODOS
      *-------------------------------------------------------------
       SOMA-CMV.
           MOVE ZEROS TO W-CMVMED W-CMVPEPS
           IF W-TEMCCN NOT = "S"
              GO TO SOMA-CMV-FIM.
           MOVE CODPRO    TO CCN-CODPRO
           MOVE W-REF-ANO TO CCN-ANO
           MOVE W-REF-MES TO CCN-MES
           MOVE ZEROS     TO CCN-DIA CCN-HORA CCN-SEQ
           START CAMCON KEY IS NOT LESS CCN-CHAVE
                 INVALID KEY GO TO SOMA-CMV-FIM.
       SOMA-CMV1.
           READ CAMCON NEXT
           IF ST-ERROCN NOT = "00"
              GO TO SOMA-CMV-FIM.
           IF CCN-CODPRO NOT = CODPRO OR CCN-ANO NOT = W-REF-ANO
                                      OR CCN-MES NOT = W-REF-MES
              GO TO SOMA-CMV-FIM.
           IF CCN-TIPO = "S"
              ADD CCN-VLMEDIO TO W-CMVMED
              ADD CCN-VLPEPS  TO W-CMVPEPS.
           GO TO SOMA-CMV1.
       SOMA-CMV-FIM.
           EXIT.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS        TO DETG1
           MOVE "TOTAL GERAL" TO DETG2
           MOVE W-TOTQTD     TO DETG3
           MOVE W-TOTMED     TO DETG4
           MOVE W-TOTPEPS    TO DETG5
           MOVE W-TOTCMVM    TO DETG6
           MOVE W-TOTCMVP    TO DETG7
           WRITE REGIMP FROM DETG BEFORE ADVANCING 1 LINE
           MOVE W-PRODS TO DFIM1
           MOVE W-DIFQ  TO DFIM2
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE.
      *
      * QUEBRA POR GRUPO/FAMILIA (SO OS GRUPOS COM VALOR)
      *
       IMP-GRUPOS.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE 1 TO IND2.
       IMP-GRUPOS1.
           IF TG-QTDE(IND2) = ZEROS AND TG-VLMED(IND2) = ZEROS
                                    AND TG-VLPEPS(IND2) = ZEROS
                                    AND TG-CMVMED(IND2) = ZEROS
                                    AND TG-CMVPEPS(IND2) = ZEROS
              GO TO IMP-GRUPOS2.
           IF IND2 = 100
              MOVE ZEROS TO DETG1
              MOVE "SEM GRUPO" TO DETG2
           ELSE
              MOVE IND2 TO DETG1
              MOVE SPACES TO DETG2
              IF W-TEMGRU = "S"
                 MOVE IND2 TO GRU-COD
                 READ ARQGRUPO
                 IF ST-ERROG = "00"
                    MOVE GRU-DESC TO DETG2
                 ELSE
                    MOVE "*SEM CADASTRO*" TO DETG2.
           MOVE TG-QTDE(IND2)    TO DETG3
           MOVE TG-VLMED(IND2)   TO DETG4
           MOVE TG-VLPEPS(IND2)  TO DETG5
           MOVE TG-CMVMED(IND2)  TO DETG6
           MOVE TG-CMVPEPS(IND2) TO DETG7
           WRITE REGIMP FROM DETG BEFORE ADVANCING 1 LINE.
       IMP-GRUPOS2.
           ADD 1 TO IND2
           IF IND2 NOT > 100
              GO TO IMP-GRUPOS1.
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
           CLOSE PRODUTO CAMADA ARQIMP
           IF W-TEMCCN = "S"
              CLOSE CAMCON.
           IF W-TEMGRU = "S"
              CLOSE ARQGRUPO.
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
           MOVE "CEP068" TO SPL-RELAT
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
