      **************************************
      * RELATORIO DE PRODUTOS ABAIXO DO    *
      * PONTO DE REPOSICAO (ESTOQUE BAIXO) *
      * E, QUANDO HA NIVEIS POR ALMOX      *
      * (NIVALM.DAT / CEP064), DOS ALMOX   *
      * ABAIXO DO MINIMO                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY RESSEL.BOK.
       COPY ALMOXSEL.BOK.
       COPY NIVSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY RESERVA.BOK.
       COPY ALMOX.BOK.
       COPY NIVALM.BOK.
      *
       COPY SPOOL.BOK.
      *
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 W-TOTAL      PIC 9(05) VALUE ZEROS.
      *
      * SEGUNDA PARTE: ALMOXARIFADOS ABAIXO DO MINIMO (NIVALM.DAT)
      *
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRONV    PIC X(02) VALUE "00".
       77 W-TEMNIV     PIC X(01) VALUE "N".
       77 W-TOTAL2     PIC 9(05) VALUE ZEROS.
       01 DATA-EQ.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
          03 FILLER    PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(30) VALUE "TOTAL DE PRODUTOS EM FALTA : ".
          03 DFTOT     PIC ZZZZ9 VALUE ZEROS.
       01 CAB3.
          03 CAB31      PIC X(60) VALUE
              "ALMOXARIFADOS ABAIXO DO MINIMO".
          03 CAB33      PIC X(07) VALUE "DATA : ".
          03 CAB34      PIC X(10).
       01 CAB4.
          03 FILLER     PIC X(08) VALUE "CODIGO".
          03 FILLER     PIC X(32) VALUE "DESCRICAO".
          03 FILLER     PIC X(05) VALUE "ALM".
          03 FILLER     PIC X(12) VALUE "DISPONIVEL".
          03 FILLER     PIC X(10) VALUE "MINIMO".
          03 FILLER     PIC X(07) VALUE "MAXIMO".
       01 DET2.
          03 DET21     PIC X(08) VALUE SPACES.
          03 DET22     PIC X(32) VALUE SPACES.
          03 DET23     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET24     PIC -ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET25     PIC ZZZZ9,9  VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET26     PIC ZZZZ9,9  VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(30) VALUE "TOTAL DE ALMOX. EM FALTA    : ".
          03 DFTOT2    PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (USADA NO
      * REGISTRO DO SPOOL - QUEM PEDIU O RELATORIO)
           MOVE DIA-EQ TO DIA-FOR
           MOVE MES-EQ TO MES-FOR
           MOVE ANO-EQ TO ANO-FOR
           MOVE DATA-FOR TO CAB14 CAB34.
       INC-OP1.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-TEMRES
           ELSE
              MOVE "N" TO W-TEMRES.
      *
      * NIVEIS POR ALMOXARIFADO SAO OPCIONAIS: SEM NIVALM.DAT (OU
      * SEM ALMOX.DAT) O RELATORIO SAI SO COM A PRIMEIRA PARTE
      *
       INC-OP1C.
           OPEN INPUT NIVALM
           IF ST-ERRONV NOT = "00"
              MOVE "N" TO W-TEMNIV
              GO TO INC-OP2.
           OPEN INPUT ALMOX
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMNIV
           ELSE
              MOVE "N" TO W-TEMNIV
              CLOSE NIVALM.
       INC-OP2.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP.
           GO TO SOMA-RESERVAS1.
       SOMA-RESERVAS-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * SOMA AS RESERVAS ATIVAS DO PRODUTO SO NO ALMOXARIFADO DO
      * NIVEL EM MAOS (NIV-ALMOX)
      *-------------------------------------------------------------
       SOMA-RESALM.
           MOVE ZEROS TO W-RESERV
           IF W-TEMRES NOT = "S"
              GO TO SOMA-RESALM-FIM.
           MOVE NIV-CODPRO TO RES-CODPRO
           MOVE NIV-ALMOX  TO RES-ALMOX
           MOVE ZEROS      TO RES-SEQ
           START RESERVA KEY IS NOT LESS RES-CHAVE
                 INVALID KEY GO TO SOMA-RESALM-FIM.
       SOMA-RESALM1.
           READ RESERVA NEXT
           IF ST-ERRORS NOT = "00"
              GO TO SOMA-RESALM-FIM.
           IF RES-CODPRO NOT = NIV-CODPRO OR RES-ALMOX NOT = NIV-ALMOX
              GO TO SOMA-RESALM-FIM.
           IF RES-ATIVA
              ADD RES-QUANT TO W-RESERV.
           GO TO SOMA-RESALM1.
       SOMA-RESALM-FIM.
           EXIT.
      *
       ROT-MONTAR.
           MOVE CODPRO TO DET11
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       ROT-CABEC-FIM.
           EXIT.
      *
       ROT-MONTAR2.
           MOVE CODPRO      TO DET21
           MOVE DESCR       TO DET22
           MOVE NIV-ALMOX   TO DET23
           MOVE W-LIVRE     TO DET24
           MOVE NIV-MINIMO  TO DET25
           MOVE NIV-MAXIMO  TO DET26
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-TOTAL2
           ADD 1 TO CONLIN
           IF CONLIN < 50
              GO TO ROT-MONTAR2-FIM.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING PAGE
           PERFORM ROT-CABEC2 THRU ROT-CABEC2-FIM.
       ROT-MONTAR2-FIM.
           EXIT.
      *
       ROT-CABEC2.
           MOVE 1 TO CONLIN
           ADD  1 TO CONPAG
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       ROT-CABEC2-FIM.
           EXIT.
      *
       NOV-SOL.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-TOTAL TO DFTOT
           WRITE REGIMP FROM DET-FIM BEFORE ADVANCING 1 LINE.
      *
      *-------------------------------------------------------------
      * SEGUNDA PARTE: CADA ALMOX COM MINIMO CADASTRADO CUJO SALDO
      * LIVRE (ALMOX-QUANT MENOS AS RESERVAS ATIVAS DAQUELE ALMOX)
      * ESTA ABAIXO DO MINIMO. A TRANSFERENCIA SUGERIDA SAI DO
      * CEP065 NA JANELA NOTURNA
      *-------------------------------------------------------------
       NIV-SOL.
           IF W-TEMNIV NOT = "S"
              GO TO ROT-FIM.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING PAGE
           PERFORM ROT-CABEC2 THRU ROT-CABEC2-FIM
           MOVE ZEROS TO NIV-CODPRO NIV-ALMOX
           START NIVALM KEY IS NOT LESS NIV-CHAVE
                 INVALID KEY GO TO NIV-SOL2.
       NIV-SOL1.
           READ NIVALM NEXT
           IF ST-ERRONV NOT = "00"
              GO TO NIV-SOL2.
           IF NIV-MINIMO = ZEROS
              GO TO NIV-SOL1.
           MOVE NIV-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              GO TO NIV-SOL1.
           IF PROD-DESCONT
              GO TO NIV-SOL1.
           MOVE NIV-CODPRO TO ALMOX-CODPRO
           MOVE NIV-ALMOX  TO ALMOX-NUMERO
           READ ALMOX
           IF ST-ERRO2 NOT = "00"
              MOVE ZEROS TO ALMOX-QUANT.
           PERFORM SOMA-RESALM THRU SOMA-RESALM-FIM
           COMPUTE W-LIVRE = ALMOX-QUANT - W-RESERV
           IF W-LIVRE < NIV-MINIMO
              PERFORM ROT-MONTAR2 THRU ROT-MONTAR2-FIM.
           GO TO NIV-SOL1.
       NIV-SOL2.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-TOTAL2 TO DFTOT2
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE.
       ROT-FIM.
           CLOSE PRODUTO ARQIMP
           IF W-TEMRES = "S"
              CLOSE RESERVA.
           IF W-TEMNIV = "S"
              CLOSE NIVALM ALMOX.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
