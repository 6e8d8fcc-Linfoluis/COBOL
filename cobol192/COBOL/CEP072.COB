       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP072.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * VENDAS DO MES POR CLIENTE E RESUMO *
      * POR GRUPO, COM MARGEM BRUTA:       *
      * VENDA (QUANT. X PRECO DO PEDIDO)   *
      * MENOS O CUSTO MEDIO NA SAIDA       *
      * (PVI-CUSTO, GRAVADO PELO CEP071).  *
      * CONTAM OS ITENS ENTREGUES NO MES,  *
      * PELA DATA DA ENTREGA DO ITEM. O    *
      * GRUPO E O DO PRODUTO NA ENTREGA.   *
      * SAI NO SPOOL.                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PVSEL.BOK.
       COPY PVISEL.BOK.
       COPY CLISEL.BOK.
       COPY GRUSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PEDVEN.BOK.
       COPY PVITEM.BOK.
       COPY CLIENTE.BOK.
       COPY GRUPO.BOK.
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
       77 ST-ERROPV    PIC X(02) VALUE "00".
       77 ST-ERROPI    PIC X(02) VALUE "00".
       77 ST-ERROCL    PIC X(02) VALUE "00".
       77 ST-ERROG     PIC X(02) VALUE "00".
       77 W-TEMCLI     PIC X(01) VALUE "N".
       77 W-TEMGRU     PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-CLIS       PIC 9(05) VALUE ZEROS.
       77 W-ITENS      PIC 9(06) VALUE ZEROS.
       77 W-CLIATU     PIC 9(06) VALUE ZEROS.
       01 IND2         PIC 9(03) VALUE ZEROS.
       01 W-MESREF.
          03 W-REF-ANO PIC 9(04) VALUE ZEROS.
          03 W-REF-MES PIC 9(02) VALUE ZEROS.
       01 W-DTENT      PIC 9(08) VALUE ZEROS.
       01 W-DTENT-T REDEFINES W-DTENT.
          03 W-DE-ANO  PIC 9(04).
          03 W-DE-MES  PIC 9(02).
          03 W-DE-DIA  PIC 9(02).
       01 W-VLVENDA    PIC 9(09)V99 VALUE ZEROS.
       01 W-VLCUSTO    PIC 9(09)V99 VALUE ZEROS.
       01 W-CVENDA     PIC 9(10)V99 VALUE ZEROS.
       01 W-CCUSTO     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTVENDA   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCUSTO   PIC 9(10)V99 VALUE ZEROS.
       01 W-IMPVENDA   PIC 9(10)V99 VALUE ZEROS.
       01 W-IMPCUSTO   PIC 9(10)V99 VALUE ZEROS.
       01 W-MARGEM     PIC S9(10)V99 VALUE ZEROS.
       01 W-PERC       PIC S9(03)V99 VALUE ZEROS.
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
             05 TG-VENDA   PIC 9(10)V99  VALUE ZEROS.
             05 TG-CUSTO   PIC 9(10)V99  VALUE ZEROS.
       01 CAB1.
          03 FILLER    PIC X(38) VALUE
              "VENDAS POR CLIENTE/GRUPO - MARGEM".
          03 FILLER    PIC X(10) VALUE " EMISSAO: ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB1A.
          03 FILLER    PIC X(26) VALUE "ITENS ENTREGUES NO MES  : ".
          03 CAB1A1    PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB1A2    PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(07) VALUE "CODIGO".
          03 FILLER    PIC X(26) VALUE "CLIENTE".
          03 FILLER    PIC X(12) VALUE "      VENDA".
          03 FILLER    PIC X(12) VALUE "  CUSTO MED.".
          03 FILLER    PIC X(13) VALUE "       MARGEM".
          03 FILLER    PIC X(08) VALUE "      %".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(25) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC -ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC -ZZ9,99 VALUE ZEROS.
       01 CAB3.
          03 FILLER    PIC X(30) VALUE "RESUMO POR GRUPO DE PRODUTO".
       01 CAB4.
          03 FILLER    PIC X(07) VALUE "GRUPO".
          03 FILLER    PIC X(26) VALUE "DESCRICAO".
          03 FILLER    PIC X(12) VALUE "      VENDA".
          03 FILLER    PIC X(12) VALUE "  CUSTO MED.".
          03 FILLER    PIC X(13) VALUE "       MARGEM".
          03 FILLER    PIC X(08) VALUE "      %".
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "CLIENTES LISTADOS           : ".
          03 DFIM1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "ITENS ENTREGUES NO MES      : ".
          03 DFIM2     PIC ZZZZZ9 VALUE ZEROS.
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
           DISPLAY (01, 15) "VENDAS POR CLIENTE/GRUPO - MARGEM BRUTA"
           DISPLAY (05, 01) "MES DAS ENTREGAS          :   /".
       INC-003.
           ACCEPT  (05, 29) W-REF-MES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
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
           OPEN INPUT PEDVEN
           IF ST-ERROPV NOT = "00"
              MOVE "*** NENHUM PEDIDO DE VENDA (CEP070) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PVITEM
           IF ST-ERROPI NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PVITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDVEN
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT CLIENTE
           IF ST-ERROCL = "00"
              MOVE "S" TO W-TEMCLI
           ELSE
              MOVE "N" TO W-TEMCLI.
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
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB1A BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-CLIS W-ITENS W-CLIATU W-CVENDA W-CCUSTO
      *
      * PEDIDOS NA ORDEM DO CLIENTE (CHAVE ALTERNATIVA), COM QUEBRA
      * POR CLIENTE; O PEDIDO CANCELADO DEPOIS DE UMA ENTREGA
      * PARCIAL CONTA OS ITENS QUE JA SAIRAM
      *
           MOVE ZEROS TO PVC-CLIENTE
           START PEDVEN KEY IS NOT LESS PVC-CLIENTE
                 INVALID KEY GO TO IMP-TOTAL.
       LER-PEDIDO.
           READ PEDVEN NEXT
           IF ST-ERROPV NOT = "00"
              PERFORM QUEBRA-CLI THRU QUEBRA-CLI-FIM
              GO TO IMP-TOTAL.
           IF PVC-DIGITADO
              GO TO LER-PEDIDO.
           IF PVC-CLIENTE NOT = W-CLIATU
              PERFORM QUEBRA-CLI THRU QUEBRA-CLI-FIM
              MOVE PVC-CLIENTE TO W-CLIATU.
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           GO TO LER-PEDIDO.
      *
      *-------------------------------------------------------------
      * ITENS DO PEDIDO ENTREGUES NO MES: VENDA E CUSTO NO CLIENTE
      * E NO GRUPO GRAVADO NA ENTREGA
      *-------------------------------------------------------------
       SOMA-ITENS.
           MOVE PVC-NUMERO TO PVI-NUMERO
           MOVE ZEROS      TO PVI-ITEM
           START PVITEM KEY IS NOT LESS PVI-CHAVE
                 INVALID KEY GO TO SOMA-ITENS-FIM.
       SOMA-ITENS1.
           READ PVITEM NEXT
           IF ST-ERROPI NOT = "00"
              GO TO SOMA-ITENS-FIM.
           IF PVI-NUMERO NOT = PVC-NUMERO
              GO TO SOMA-ITENS-FIM.
           IF NOT PVI-ENTREGUE
              GO TO SOMA-ITENS1.
           MOVE PVI-DTENT TO W-DTENT
           IF W-DE-ANO NOT = W-REF-ANO OR W-DE-MES NOT = W-REF-MES
              GO TO SOMA-ITENS1.
           ADD 1 TO W-ITENS
           COMPUTE W-VLVENDA ROUNDED = PVI-QUANT * PVI-PRECO
           COMPUTE W-VLCUSTO ROUNDED = PVI-QUANT * PVI-CUSTO
           IF PVI-GRUPO = ZEROS
              MOVE 100 TO IND2
           ELSE
              MOVE PVI-GRUPO TO IND2.
           ADD W-VLVENDA TO W-CVENDA TG-VENDA(IND2) W-TOTVENDA
           ADD W-VLCUSTO TO W-CCUSTO TG-CUSTO(IND2) W-TOTCUSTO
           GO TO SOMA-ITENS1.
       SOMA-ITENS-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LINHA DO CLIENTE ANTERIOR (SO SE TEVE ENTREGA NO MES)
      *-------------------------------------------------------------
       QUEBRA-CLI.
           IF W-CVENDA = ZEROS AND W-CCUSTO = ZEROS
              GO TO QUEBRA-CLI-FIM.
           ADD 1 TO W-CLIS
           MOVE W-CLIATU TO DET11
           MOVE SPACES   TO DET12
           IF W-TEMCLI = "S"
              MOVE W-CLIATU TO CLI-CODIGO
              READ CLIENTE
              IF ST-ERROCL = "00"
                 MOVE CLI-NOME TO DET12
              ELSE
                 MOVE "*SEM CADASTRO*" TO DET12.
           MOVE W-CVENDA TO W-IMPVENDA
           MOVE W-CCUSTO TO W-IMPCUSTO
           PERFORM CALC-MARGEM THRU CALC-MARGEM-FIM
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-CVENDA W-CCUSTO.
       QUEBRA-CLI-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * MARGEM BRUTA = VENDA - CUSTO MEDIO; % SOBRE A VENDA
      *-------------------------------------------------------------
       CALC-MARGEM.
           COMPUTE W-MARGEM = W-IMPVENDA - W-IMPCUSTO
           MOVE ZEROS TO W-PERC
           IF W-IMPVENDA NOT = ZEROS
              COMPUTE W-PERC ROUNDED = W-MARGEM * 100 / W-IMPVENDA
                      ON SIZE ERROR MOVE ZEROS TO W-PERC.
           MOVE W-IMPVENDA TO DET13
           MOVE W-IMPCUSTO TO DET14
           MOVE W-MARGEM   TO DET15
           MOVE W-PERC     TO DET16.
       CALC-MARGEM-FIM.
           EXIT.
      *
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS         TO DET11
           MOVE "TOTAL GERAL" TO DET12
           MOVE W-TOTVENDA    TO W-IMPVENDA
           MOVE W-TOTCUSTO    TO W-IMPCUSTO
           PERFORM CALC-MARGEM THRU CALC-MARGEM-FIM
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           MOVE W-CLIS  TO DFIM1
           MOVE W-ITENS TO DFIM2
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE.
      *
      * QUEBRA POR GRUPO/FAMILIA (SO OS GRUPOS COM VENDA)
      *
       IMP-GRUPOS.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE 1 TO IND2.
       IMP-GRUPOS1.
           IF TG-VENDA(IND2) = ZEROS AND TG-CUSTO(IND2) = ZEROS
              GO TO IMP-GRUPOS2.
           IF IND2 = 100
              MOVE ZEROS TO DET11
              MOVE "SEM GRUPO" TO DET12
           ELSE
              MOVE IND2 TO DET11
              MOVE SPACES TO DET12
              IF W-TEMGRU = "S"
                 MOVE IND2 TO GRU-COD
                 READ ARQGRUPO
                 IF ST-ERROG = "00"
                    MOVE GRU-DESC TO DET12
                 ELSE
                    MOVE "*SEM CADASTRO*" TO DET12.
           MOVE TG-VENDA(IND2) TO W-IMPVENDA
           MOVE TG-CUSTO(IND2) TO W-IMPCUSTO
           PERFORM CALC-MARGEM THRU CALC-MARGEM-FIM
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE.
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
           CLOSE PEDVEN PVITEM ARQIMP
           IF W-TEMCLI = "S"
              CLOSE CLIENTE.
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
           MOVE "CEP072" TO SPL-RELAT
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
