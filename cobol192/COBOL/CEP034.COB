      * (FORN-PRAZO), O PERCENTUAL DE      *
      * PEDIDOS ENTREGUES COMPLETOS E OS   *
      * ABERTOS JA ALEM DA PROMESSA.       *
      * PEDIDO COM DATA CONFIRMADA PELO    *
      * FORNECEDOR (CEP078) TAMBEM E MEDIDO*
      * CONTRA ELA: SEGUNDA LINHA COM OS   *
      * RECEBIDOS, OS ENTREGUES DEPOIS DA  *
      * DATA CONFIRMADA, O DESVIO MEDIO EM *
      * DIAS E OS ABERTOS JA VENCIDOS.     *
      * PRAZOS E DESVIOS CONTADOS EM DIAS  *
      * UTEIS (CALENDARIO DO CAL001).      *
      * PEDIDO CANCELADO PELO FORNECEDOR   *
      * (CORTE TOTAL SEM RECEBIMENTO) FICA *
      * DE FORA.                           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-MEDIA      PIC 9(04) VALUE ZEROS.
       77 W-PCTCOM     PIC 9(03) VALUE ZEROS.
       77 W-TOTPED     PIC 9(04) VALUE ZEROS.
       77 W-DESV       PIC S9(05) VALUE ZEROS.
       77 W-DESVMED    PIC S9(04) VALUE ZEROS.
       77 W-DIAS       PIC S9(05) VALUE ZEROS.
       01 W-DTINI      PIC 9(08) VALUE ZEROS.
       01 W-DTFIM      PIC 9(08) VALUE ZEROS.
       01 W-DTREC      PIC 9(08) VALUE ZEROS.
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 HOJE-N REDEFINES HOJE PIC 9(08).
       COPY CALEND.BOK.
      *
      * ACUMULADORES POR FORNECEDOR (CHAVE = CODIGO 0001-9999,
      * ATE 200 FORNECEDORES DISTINTOS COM PEDIDO)
             05 TF-ATRAS    PIC 9(04).
             05 TF-SOMLEAD  PIC 9(07).
             05 TF-NLEAD    PIC 9(04).
             05 TF-NCONF    PIC 9(04).
             05 TF-ATRCF    PIC 9(04).
             05 TF-SOMDESV  PIC S9(07).
             05 TF-ABCF     PIC 9(04).
       01 CAB1.
          03 CAB11      PIC X(40) VALUE
              "DESEMPENHO DE FORNECEDORES (DIAS UTEIS)".
          03 CAB12      PIC X(07) VALUE "DATA : ".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 DET17     PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET18     PIC ZZZZZ9 VALUE ZEROS.
       01 DET2.
          03 FILLER    PIC X(06) VALUE SPACES.
          03 FILLER    PIC X(11) VALUE "CONFIRMADO:".
          03 FILLER    PIC X(06) VALUE " REC. ".
          03 DET21     PIC ZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(14) VALUE "  APOS A DATA ".
          03 DET22     PIC ZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(15) VALUE "  DESVIO MEDIO ".
          03 DET23     PIC -ZZ9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE " D".
          03 FILLER    PIC X(10) VALUE "  VENCID. ".
          03 DET24     PIC ZZZ9 VALUE ZEROS.
       01 DET-OBS.
          03 FILLER    PIC X(40) VALUE
              "DESVIO = DIAS UTEIS DA DATA CONFIRMADA".
          03 FILLER    PIC X(40) VALUE
              " ATE A 1A ENTRADA (+ = ATRASO)".
       01 DET-FIM.
          03 FILLER    PIC X(30) VALUE "PEDIDOS CONSIDERADOS        : ".
          03 DFTOT     PIC ZZZZ9 VALUE ZEROS.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE-DIA TO CAB13
           MOVE HOJE-MES TO CAB14
           MOVE HOJE-ANO TO CAB15.
       INC-OP1.
           OPEN INPUT PEDCMP
           IF ST-ERROP NOT = "00"
              GO TO LER-PED.
           IF PED-FORN = ZEROS
              GO TO LER-PED.
           IF PED-FECHADO AND PED-QTDREC = ZEROS
              GO TO LER-PED.
           PERFORM ACHA-SLOT THRU ACHA-SLOT-FIM
           IF W-IDX = ZEROS
              GO TO LER-PED.
              PERFORM CALC-LEAD THRU CALC-LEAD-FIM
              IF W-LEADOK = "S"
                 ADD W-LEAD TO TF-SOMLEAD(W-IDX)
                 ADD 1 TO TF-NLEAD(W-IDX)
                 PERFORM CALC-CONF THRU CALC-CONF-FIM.
           IF PED-PARCIAL
              ADD 1 TO TF-PARC(W-IDX)
              PERFORM CALC-LEAD THRU CALC-LEAD-FIM
              IF W-LEADOK = "S"
                 ADD W-LEAD TO TF-SOMLEAD(W-IDX)
                 ADD 1 TO TF-NLEAD(W-IDX)
                 PERFORM CALC-CONF THRU CALC-CONF-FIM.
           IF PED-ABERTO OR PED-PARCIAL
              PERFORM VENC-CONF THRU VENC-CONF-FIM.
           IF PED-ABERTO
              MOVE PED-DATA TO W-DTINI
              MOVE HOJE-N   TO W-DTFIM
              PERFORM CALC-DIAS THRU CALC-DIAS-FIM
              MOVE W-DIAS TO W-IDADE
              MOVE PED-FORN TO FORN-CODIGO
              READ FORNEC
              IF ST-ERRON = "00"
           GO TO LER-PED.
      *
      *-------------------------------------------------------------
      * ENTRADA CONTRA A DATA CONFIRMADA PELO FORNECEDOR (W-DTREC
      * VEM DO CALC-LEAD), EM DIAS UTEIS; DESVIO POSITIVO =
      * ENTREGOU DEPOIS
      *-------------------------------------------------------------
       CALC-CONF.
           IF PED-CONFIRM = ZEROS
              GO TO CALC-CONF-FIM.
           MOVE PED-CONFIRM TO W-DTINI
           MOVE W-DTREC     TO W-DTFIM
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-DIAS TO W-DESV
           ADD 1 TO TF-NCONF(W-IDX)
           ADD W-DESV TO TF-SOMDESV(W-IDX)
           IF W-DESV > ZEROS
              ADD 1 TO TF-ATRCF(W-IDX).
       CALC-CONF-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * SALDO EM ABERTO COM DATA CONFIRMADA JA VENCIDA
      *-------------------------------------------------------------
       VENC-CONF.
           IF PED-CONFIRM = ZEROS
              GO TO VENC-CONF-FIM.
           IF PED-CONFIRM < HOJE
              ADD 1 TO TF-ABCF(W-IDX).
       VENC-CONF-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * SLOT DO FORNECEDOR DO PEDIDO CORRENTE NA TABELA
      *-------------------------------------------------------------
       ACHA-SLOT.
                 MOVE PED-FORN TO TF-FORN(W-IDX)
                 MOVE ZEROS TO TF-PED(W-IDX) TF-COMPL(W-IDX)
                               TF-PARC(W-IDX) TF-ATRAS(W-IDX)
                               TF-SOMLEAD(W-IDX) TF-NLEAD(W-IDX)
                               TF-NCONF(W-IDX) TF-ATRCF(W-IDX)
                               TF-SOMDESV(W-IDX) TF-ABCF(W-IDX).
       ACHA-SLOT-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PRAZO REAL DO PEDIDO CORRENTE, EM DIAS UTEIS: DA DATA DO
      * PEDIDO ATE A PRIMEIRA ENTRADA QUE O REFERENCIA NO MOVEST
      * (MOV-PEDIDO);
      * PEDIDOS ANTIGOS SEM A REFERENCIA USAM A PRIMEIRA ENTRADA DO
      * PRODUTO NA DATA DO PEDIDO OU DEPOIS
      *-------------------------------------------------------------
              PERFORM CALC-LEAD-ARC THRU CALC-LEAD-ARC-FIM.
           IF W-ACHOU = "N"
              GO TO CALC-LEAD-FIM.
           MOVE MOV-DATA TO W-DTREC
           MOVE PED-DATA TO W-DTINI
           MOVE W-DTREC  TO W-DTFIM
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-DIAS TO W-LEAD
           IF W-LEAD < ZEROS
              MOVE ZEROS TO W-LEAD.
           MOVE "S" TO W-LEADOK.
           MOVE TF-ATRAS(IND) TO DET18
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO CONLIN
           IF TF-NCONF(IND) NOT = ZEROS OR TF-ABCF(IND) NOT = ZEROS
              PERFORM ROT-DET2 THRU ROT-DET2-FIM.
           IF CONLIN NOT < 50
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING PAGE
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-TOTPED TO DFTOT
           WRITE REGIMP FROM DET-FIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-OBS BEFORE ADVANCING 1 LINE
           MOVE "*** RELATORIO DE DESEMPENHO IMPRESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * SEGUNDA LINHA DO FORNECEDOR: DESEMPENHO CONTRA A DATA
      * CONFIRMADA NOS PEDIDOS QUE TEM CONFIRMACAO
      *-------------------------------------------------------------
       ROT-DET2.
           MOVE ZEROS TO W-DESVMED
           IF TF-NCONF(IND) NOT = ZEROS
              COMPUTE W-DESVMED ROUNDED =
                      TF-SOMDESV(IND) / TF-NCONF(IND).
           MOVE TF-NCONF(IND) TO DET21
           MOVE TF-ATRCF(IND) TO DET22
           MOVE W-DESVMED     TO DET23
           MOVE TF-ABCF(IND)  TO DET24
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           ADD 1 TO CONLIN.
       ROT-DET2-FIM.
           EXIT.
      *
       ROT-CABEC.
           MOVE 1 TO CONLIN
           EXIT.
      *
      *-------------------------------------------------------------
      * DIAS UTEIS DE W-DTINI (INCLUSIVE) A W-DTFIM (EXCLUSIVE) PELO
      * CALENDARIO DO CAL001; NEGATIVO SE W-DTFIM FOR ANTERIOR
      *-------------------------------------------------------------
       CALC-DIAS.
           MOVE "D"     TO CAL-FUNCAO
           MOVE W-DTINI TO CAL-DATA1
           MOVE W-DTFIM TO CAL-DATA2
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO = "00"
              MOVE CAL-DIAS TO W-DIAS
           ELSE
              MOVE ZEROS    TO W-DIAS.
       CALC-DIAS-FIM.
           EXIT.
      *
       ROT-MENS.
