       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP051.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * VARIACAO DE PRECO DE COMPRA DO MES *
      * PEDIDOS COM PRECO ACORDADO CUJO    *
      * ULTIMO RECEBIMENTO CAIU NO MES     *
      * INFORMADO: PRECO DO PEDIDO X CUSTO *
      * MEDIO DAS NOTAS (PED-VLREC /       *
      * PED-QTDREC) E O IMPACTO EM VALOR   *
      * (RECEBIDO - QTDE X PRECO ACORDADO; *
      * POSITIVO = PAGOU MAIS QUE O        *
      * COMBINADO). LISTA POR FORNECEDOR E *
      * RESUME POR PRODUTO. SAI NO SPOOL.  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PEDSEL.BOK.
       COPY FORNSEL.BOK.
       COPY PRODUSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PEDCMP.BOK.
       COPY FORNEC.BOK.
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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERROP     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-TEMITEM    PIC X(01) VALUE "N".
       77 W-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77 W-FORAPRD    PIC 9(05) VALUE ZEROS.
       77 IND          PIC 9(03) VALUE ZEROS.
       77 W-QTDPRD     PIC 9(03) VALUE ZEROS.
       01 W-MESREF.
          03 W-MR-ANO  PIC 9(04) VALUE ZEROS.
          03 W-MR-MES  PIC 9(02) VALUE ZEROS.
       01 W-DTHOJE.
          03 W-DH-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DH-MES  PIC 9(02) VALUE ZEROS.
          03 W-DH-DIA  PIC 9(02) VALUE ZEROS.
       01 W-PRCMED     PIC 9(06)V999 VALUE ZEROS.
       01 W-DIFUNI     PIC S9(06)V999 VALUE ZEROS.
       01 W-VLACORD    PIC 9(10)V99 VALUE ZEROS.
       01 W-IMPACTO    PIC S9(10)V99 VALUE ZEROS.
       01 W-PCT        PIC S9(05)V9 VALUE ZEROS.
      *
      * ACUMULADORES DO FORNECEDOR CORRENTE E GERAIS
      *
       01 W-FVLACORD   PIC 9(11)V99 VALUE ZEROS.
       01 W-FVLREC     PIC 9(11)V99 VALUE ZEROS.
       01 W-FIMPACTO   PIC S9(11)V99 VALUE ZEROS.
       01 W-TVLACORD   PIC 9(11)V99 VALUE ZEROS.
       01 W-TVLREC     PIC 9(11)V99 VALUE ZEROS.
       01 W-TIMPACTO   PIC S9(11)V99 VALUE ZEROS.
      *
      * RESUMO POR PRODUTO (ACUMULADO NA PASSAGEM POR FORNECEDOR E
      * IMPRESSO NA ORDEM DO CADASTRO DE PRODUTOS)
      *
       01 TAB-PRD.
          03 TP-ITEM OCCURS 500 TIMES.
             05 TP-COD      PIC 9(06).
             05 TP-QTD      PIC 9(07)V9.
             05 TP-VLACORD  PIC 9(11)V99.
             05 TP-VLREC    PIC 9(11)V99.
       01 CAB1.
          03 FILLER    PIC X(40) VALUE
              "VARIACAO DE PRECO DE COMPRA".
          03 FILLER    PIC X(16) VALUE "MES DE RECEBTO: ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(14) VALUE "FORNECEDOR : ".
          03 CAB21     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 CAB22     PIC X(30) VALUE SPACES.
       01 CAB3.
          03 FILLER    PIC X(14) VALUE "PEDIDO PRODUTO".
          03 FILLER    PIC X(15) VALUE " DESCRICAO".
          03 FILLER    PIC X(08) VALUE "  QTDE".
          03 FILLER    PIC X(10) VALUE " PR.PEDIDO".
          03 FILLER    PIC X(10) VALUE "  PR.MEDIO".
          03 FILLER    PIC X(11) VALUE "  DIF.UNIT".
          03 FILLER    PIC X(11) VALUE "    IMPACTO".
       01 CAB4.
          03 FILLER    PIC X(40) VALUE
              "RESUMO POR PRODUTO".
       01 CAB5.
          03 FILLER    PIC X(24) VALUE "PRODUTO DESCRICAO".
          03 FILLER    PIC X(09) VALUE "     QTDE".
          03 FILLER    PIC X(13) VALUE "  VL.ACORDADO".
          03 FILLER    PIC X(13) VALUE "   VL.NOTAS".
          03 FILLER    PIC X(13) VALUE "      IMPACTO".
          03 FILLER    PIC X(07) VALUE "      %".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(14) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC ZZZZ9,999- VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC ZZZZZZ9,99- VALUE ZEROS.
       01 DET-FORN.
          03 FILLER    PIC X(18) VALUE "  TOTAL FORNECEDOR".
          03 FILLER    PIC X(11) VALUE " ACORDADO: ".
          03 DTF1      PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(08) VALUE " NOTAS: ".
          03 DTF2      PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTF3      PIC ZZZZZZZZ9,99- VALUE ZEROS.
       01 DET2.
          03 DET21     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET22     PIC X(16) VALUE SPACES.
          03 DET23     PIC ZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET24     PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET25     PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET26     PIC ZZZZZZZZ9,99- VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET27     PIC ZZZ9,9- VALUE ZEROS.
       01 DET-TOT.
          03 FILLER    PIC X(18) VALUE "TOTAL GERAL".
          03 FILLER    PIC X(11) VALUE " ACORDADO: ".
          03 DTOT1     PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(08) VALUE " NOTAS: ".
          03 DTOT2     PIC ZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTOT3     PIC ZZZZZZZZ9,99- VALUE ZEROS.
       01 DET-QTD.
          03 FILLER    PIC X(30) VALUE "PEDIDOS ANALISADOS          : ".
          03 DQTD      PIC ZZZZ9 VALUE ZEROS.
       01 DET-FORA.
          03 FILLER    PIC X(30) VALUE "PRODUTOS FORA DO RESUMO     : ".
          03 DFORA     PIC ZZZZ9 VALUE ZEROS.
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
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DH-ANO TO W-MR-ANO
           MOVE W-DH-MES TO W-MR-MES.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "VARIACAO DE PRECO DE COMPRA"
           DISPLAY (04, 01) "MES DE RECEBIMENTO (AAAAMM) : ".
       INC-002.
           ACCEPT  (04, 31) W-MESREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-MR-ANO = ZEROS OR W-MR-MES = ZEROS OR W-MR-MES > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-OP1.
           OPEN INPUT PEDCMP
           IF ST-ERROP NOT = "00"
              MOVE "*** SEM PEDIDOS DE COMPRA (CEP007) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDCMP
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT FORNEC
           IF ST-ERRON NOT = "00"
              MOVE "*** CADASTRE OS FORNECEDORES (CEP015) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDCMP PRODUTO
              GO TO ROT-FIMP.
       INC-OP4.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-MR-MES TO CAB12
           MOVE W-MR-ANO TO CAB13
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO TAB-PRD W-QTDPRD W-PEDIDOS W-FORAPRD
                         W-TVLACORD W-TVLREC W-TIMPACTO.
      *
      * UM BLOCO POR FORNECEDOR COM PEDIDO RECEBIDO NO MES
      *
       VARRER-FORN.
           MOVE ZEROS TO FORN-CODIGO
           START FORNEC KEY IS NOT LESS FORN-CODIGO
                 INVALID KEY GO TO IMP-PRODUTOS.
       LER-FORN.
           READ FORNEC NEXT
           IF ST-ERRON NOT = "00"
              GO TO IMP-PRODUTOS.
           PERFORM BLOCO-FORN THRU BLOCO-FORN-FIM
           GO TO LER-FORN.
      *
      *-------------------------------------------------------------
      * PEDIDOS DO FORNECEDOR CORRENTE: CABECALHO SO QUANDO HA PELO
      * MENOS UM PEDIDO DO MES, SUBTOTAL NO FIM DO BLOCO
      *-------------------------------------------------------------
       BLOCO-FORN.
           MOVE "N"   TO W-TEMITEM
           MOVE ZEROS TO W-FVLACORD W-FVLREC W-FIMPACTO
           MOVE ZEROS TO PED-NUMERO
           START PEDCMP KEY IS NOT LESS PED-NUMERO
                 INVALID KEY GO TO BLOCO-FORN-FIM.
       BLOCO-FORN1.
           READ PEDCMP NEXT
           IF ST-ERROP NOT = "00"
              GO TO BLOCO-FORN2.
           IF PED-FORN NOT = FORN-CODIGO
              GO TO BLOCO-FORN1.
           IF PED-PRECO = ZEROS OR PED-QTDREC = ZEROS
              GO TO BLOCO-FORN1.
           IF PED-UR-ANO NOT = W-MR-ANO OR PED-UR-MES NOT = W-MR-MES
              GO TO BLOCO-FORN1.
           IF W-TEMITEM = "N"
              MOVE FORN-CODIGO TO CAB21
              MOVE FORN-NOME   TO CAB22
              WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
              MOVE "S" TO W-TEMITEM.
           PERFORM ROT-LINHA THRU ROT-LINHA-FIM
           GO TO BLOCO-FORN1.
       BLOCO-FORN2.
           IF W-TEMITEM = "N"
              GO TO BLOCO-FORN-FIM.
           MOVE W-FVLACORD TO DTF1
           MOVE W-FVLREC   TO DTF2
           MOVE W-FIMPACTO TO DTF3
           WRITE REGIMP FROM DET-FORN BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE.
       BLOCO-FORN-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LINHA DO PEDIDO: PRECO MEDIO DAS NOTAS, DIFERENCA UNITARIA
      * E IMPACTO; ACUMULA NO FORNECEDOR, NO GERAL E NO PRODUTO
      *-------------------------------------------------------------
       ROT-LINHA.
           MOVE PED-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR.
           COMPUTE W-PRCMED ROUNDED = PED-VLREC / PED-QTDREC
           COMPUTE W-DIFUNI = W-PRCMED - PED-PRECO
           COMPUTE W-VLACORD ROUNDED = PED-QTDREC * PED-PRECO
           COMPUTE W-IMPACTO = PED-VLREC - W-VLACORD
           MOVE PED-NUMERO TO DET11
           MOVE PED-CODPRO TO DET12
           MOVE DESCR      TO DET13
           MOVE PED-QTDREC TO DET14
           MOVE PED-PRECO  TO DET15
           MOVE W-PRCMED   TO DET16
           MOVE W-DIFUNI   TO DET17
           MOVE W-IMPACTO  TO DET18
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-PEDIDOS
           ADD W-VLACORD TO W-FVLACORD W-TVLACORD
           ADD PED-VLREC TO W-FVLREC W-TVLREC
           ADD W-IMPACTO TO W-FIMPACTO W-TIMPACTO
           MOVE ZEROS TO IND.
       ROT-LINHA1.
           ADD 1 TO IND
           IF IND > W-QTDPRD
              GO TO ROT-LINHA2.
           IF TP-COD(IND) NOT = PED-CODPRO
              GO TO ROT-LINHA1.
           GO TO ROT-LINHA3.
       ROT-LINHA2.
           IF W-QTDPRD NOT < 500
              ADD 1 TO W-FORAPRD
              GO TO ROT-LINHA-FIM.
           ADD 1 TO W-QTDPRD
           MOVE W-QTDPRD   TO IND
           MOVE PED-CODPRO TO TP-COD(IND).
       ROT-LINHA3.
           ADD PED-QTDREC TO TP-QTD(IND)
           ADD W-VLACORD  TO TP-VLACORD(IND)
           ADD PED-VLREC  TO TP-VLREC(IND).
       ROT-LINHA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * RESUMO POR PRODUTO, NA ORDEM DO CADASTRO (PRODUTO.DAT)
      *-------------------------------------------------------------
       IMP-PRODUTOS.
           MOVE W-TVLACORD TO DTOT1
           MOVE W-TVLREC   TO DTOT2
           MOVE W-TIMPACTO TO DTOT3
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT BEFORE ADVANCING 1 LINE
           IF W-QTDPRD = ZEROS
              GO TO IMP-FIM.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB5 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO CODPRO
           START PRODUTO KEY IS NOT LESS CODPRO
                 INVALID KEY GO TO IMP-FIM.
       IMP-PRODUTOS1.
           READ PRODUTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMP-FIM.
           MOVE ZEROS TO IND.
       IMP-PRODUTOS2.
           ADD 1 TO IND
           IF IND > W-QTDPRD
              GO TO IMP-PRODUTOS1.
           IF TP-COD(IND) NOT = CODPRO
              GO TO IMP-PRODUTOS2.
           COMPUTE W-IMPACTO = TP-VLREC(IND) - TP-VLACORD(IND)
           MOVE ZEROS TO W-PCT
           IF TP-VLACORD(IND) NOT = ZEROS
              COMPUTE W-PCT ROUNDED =
                      W-IMPACTO * 100 / TP-VLACORD(IND).
           MOVE CODPRO            TO DET21
           MOVE DESCR             TO DET22
           MOVE TP-QTD(IND)       TO DET23
           MOVE TP-VLACORD(IND)   TO DET24
           MOVE TP-VLREC(IND)     TO DET25
           MOVE W-IMPACTO         TO DET26
           MOVE W-PCT             TO DET27
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           GO TO IMP-PRODUTOS1.
       IMP-FIM.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-PEDIDOS TO DQTD
           WRITE REGIMP FROM DET-QTD BEFORE ADVANCING 1 LINE
           IF W-FORAPRD NOT = ZEROS
              MOVE W-FORAPRD TO DFORA
              WRITE REGIMP FROM DET-FORA BEFORE ADVANCING 1 LINE.
           DISPLAY (10, 01) DET-QTD
           MOVE "*** RELATORIO GRAVADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PEDCMP PRODUTO FORNEC ARQIMP.
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
           MOVE "CEP051" TO SPL-RELAT
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
