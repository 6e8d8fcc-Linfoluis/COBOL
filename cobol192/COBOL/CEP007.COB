      **************************************
      * EXTRACAO DE PRODUTOS ABAIXO DO     *
      * PONTO DE REPOSICAO PARA COMPRA,    *
      * AGRUPADA POR FORNECEDOR (CODFORN). *
      * PRODUTO COM NIVEIS POR ALMOX SO    *
      * COMPRA A FALTA LIQUIDA DEIXADA     *
      * PELAS TRANSFERENCIAS DO CEP065     *
      * (REPALM.DAT)                       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY MOVSEL.BOK.
       COPY PARASEL.BOK.
       COPY PRFSEL.BOK.
       COPY RPASEL.BOK.
       SELECT ARQMARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       COPY MOVEST.BOK.
       COPY PARAMET.BOK.
       COPY PRECFOR.BOK.
       COPY REPALM.BOK.
      *
      * ARQUIVO DE MES FECHADO DO KARDEX (MOVEST<AAAAMM>.DAT,
      * GRAVADO PELO CEP037 COM A IMAGEM BRUTA DO REGMOV)
       77 W-TEMMOV     PIC X(01) VALUE "N".
       77 ST-ERROF2    PIC X(02) VALUE "00".
       77 W-TEMPRF     PIC X(01) VALUE "N".
       77 ST-ERRORA    PIC X(02) VALUE "00".
       77 W-TEMRPA     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-TEMSEC     PIC X(01) VALUE "N".
       01 CMP-SUGER    PIC ZZZZ9,9.
       01 CMP-PRECO    PIC ZZZZ9,999.
       01 CMP-AVISO    PIC X(01).
       01 CMP-UNCMP    PIC X(02).
       01 CMP-QTDCMP   PIC ZZZZ9.
      *
      * PRECIFICACAO PELO PRECFOR.DAT: ULTIMO CUSTO DO FORNECEDOR DA
      * SECAO E AVISO (*) QUANDO OUTRA FONTE RECENTE E MAIS BARATA
       01 W-MENOR      PIC 9(06)V999 VALUE ZEROS.
       01 W-FORNBAR    PIC 9(04) VALUE ZEROS.
      *
      * UNIDADE DE COMPRA DO FORNECEDOR DA SECAO (PRECFOR): A
      * SUGESTAO E ARREDONDADA PARA CIMA EM UNIDADES INTEIRAS DELA
      *
       01 W-UNCMP      PIC X(02) VALUE SPACES.
       01 W-FATOR      PIC 9(05)V999 VALUE ZEROS.
       01 W-QTDCMP     PIC 9(06) VALUE ZEROS.
      *
      * CALCULO DA SUGESTAO DE COMPRA: DEMANDA MEDIA MENSAL DAS
      * SAIDAS DOS ULTIMOS W-NMESES (PARAMETRO MESES-DEMANDA),
      * COBRINDO O PRAZO DO FORNECEDOR MAIS A MARGEM DE SEGURANCA
       01 W-DEMMES     PIC 9(06)V99 VALUE ZEROS.
       01 W-SUGERE     PIC 9(06)V9 VALUE ZEROS.
       01 W-MINIMO     PIC 9(06)V9 VALUE ZEROS.
      *
      * O PRAZO DO FORNECEDOR (FORN-PRAZO) E EM DIAS UTEIS: A
      * DEMANDA DIARIA DIVIDE A MENSAL PELA MEDIA DE DIAS UTEIS
      * POR MES DA JANELA (CALENDARIO DO CAL001)
      *
       77 W-DUJAN      PIC S9(05) VALUE ZEROS.
       77 W-DUMES      PIC 9(02)V99 VALUE 22.
       01 W-DTJAN.
          03 W-DJ-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DJ-MES  PIC 9(02) VALUE ZEROS.
          03 W-DJ-DIA  PIC 9(02) VALUE 01.
       01 W-DTJAN-N REDEFINES W-DTJAN PIC 9(08).
       01 W-DTMES.
          03 W-DM-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DM-MES  PIC 9(02) VALUE ZEROS.
          03 W-DM-DIA  PIC 9(02) VALUE 01.
       01 W-DTMES-N REDEFINES W-DTMES PIC 9(08).
       COPY CALEND.BOK.
      *
      * QUANTIDADE A REPOR DO ITEM: PTOREPO - QUANT, OU A FALTA
      * LIQUIDA DO REPALM.DAT QUANDO O PRODUTO TEM NIVEIS POR ALMOX
      *
       01 W-AREPOR     PIC 9(06)V9 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ANO-EQ TO W-CT-ANO
           MOVE MES-EQ TO W-CT-MES
           PERFORM VOLTA-MES THRU VOLTA-MES-FIM W-NMESES TIMES.
           PERFORM CALC-DUMES THRU CALC-DUMES-FIM.
      *
       INC-OP1.
           OPEN INPUT PRODUTO
              MOVE "S" TO W-TEMMOV
           ELSE
              MOVE "N" TO W-TEMMOV.
       INC-OP2C.
           OPEN INPUT REPALM
           IF ST-ERRORA = "00"
              MOVE "S" TO W-TEMRPA
           ELSE
              MOVE "N" TO W-TEMRPA.
       INC-OP3.
           OPEN I-O PEDCMP
           IF ST-ERROP NOT = "00"
       CAB-CMP.
           MOVE
           "FORN;CODPRO;DESCR;UNID;QUANT;PTOREPO;AREPOR;DEMMES;PRZ;SU
      -    "G;PRECO;AV;UNCMP;QTDCMP"                         TO REGCMP
           WRITE REGCMP
           PERFORM ACHAR-ULTPED THRU ACHAR-ULTPED-FIM
           PERFORM CARGA-DEMANDA THRU CARGA-DEMANDA-FIM.
           READ PRODUTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRER-PROD-FIM.
           PERFORM CALC-AREPOR THRU CALC-AREPOR-FIM
           IF W-AREPOR = ZEROS
              GO TO VARRER-PROD1.
           IF PROD-BLOQUEADO OR PROD-DESCONT
              GO TO VARRER-PROD1.
       GRAVA-ITEM.
           PERFORM CALC-SUGESTAO THRU CALC-SUGESTAO-FIM
           PERFORM CALC-PRECO THRU CALC-PRECO-FIM
           PERFORM ARRED-COMPRA THRU ARRED-COMPRA-FIM
           MOVE W-FORNATU TO CMP-FORN
           MOVE CODPRO   TO CMP-CODPRO
           MOVE QUANT    TO CMP-QUANT
           MOVE PTOREPO  TO CMP-PTOREPO
           MOVE W-AREPOR TO CMP-AREPOR
           MOVE W-DEMMES TO CMP-DEMMES
           MOVE W-PRAZO  TO CMP-PRAZO
           MOVE W-SUGERE TO CMP-SUGER
           MOVE W-PRECO  TO CMP-PRECO
           MOVE W-UNCMP  TO CMP-UNCMP
           MOVE W-QTDCMP TO CMP-QTDCMP
           STRING CMP-FORN     DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CMP-CODPRO   DELIMITED BY SIZE
                  CMP-PRECO    DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CMP-AVISO    DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CMP-UNCMP    DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CMP-QTDCMP   DELIMITED BY SIZE
             INTO REGCMP
           WRITE REGCMP
           ADD 1 TO W-CONT
           EXIT.
      *
      *-------------------------------------------------------------
      * FORNECEDOR QUE VENDE EM OUTRA UNIDADE (CAIXA, FARDO...):
      * A SUGESTAO SOBE PARA O PROXIMO MULTIPLO INTEIRO DO FATOR
      *-------------------------------------------------------------
       ARRED-COMPRA.
           IF W-FATOR = ZEROS
              COMPUTE W-QTDCMP ROUNDED = W-SUGERE
              GO TO ARRED-COMPRA-FIM.
           COMPUTE W-QTDCMP = W-SUGERE / W-FATOR
           IF (W-QTDCMP * W-FATOR) < W-SUGERE
              ADD 1 TO W-QTDCMP.
           COMPUTE W-SUGERE ROUNDED = W-QTDCMP * W-FATOR.
       ARRED-COMPRA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CARGA DA DEMANDA DA JANELA: SAIDAS POR PRODUTO DOS MESES
      * ARQUIVADOS (MOVEST<AAAAMM>.DAT) E DO MOVEST VIVO, NUMA SO
      * PASSADA - A SUGESTAO DEPOIS SO CONSULTA A TABELA
      *-------------------------------------------------------------
      * SUGESTAO DE COMPRA DO ITEM CORRENTE: DEMANDA MEDIA MENSAL
      * DAS SAIDAS DA JANELA (TABELA CARGA-DEMANDA), CONSUMO DO
      * PRAZO DE ENTREGA (DIAS UTEIS) COM MARGEM DE SEGURANCA, MAIS A
      * RECOMPOSICAO DO PONTO DE REPOSICAO. NUNCA MENOS QUE O
      * A REPOR DO ITEM (W-AREPOR).
      *-------------------------------------------------------------
       CALC-SUGESTAO.
           MOVE ZEROS TO W-DEMTOT W-DEMMES W-SUGERE
           MOVE W-AREPOR TO W-MINIMO
           IF W-QTDD NOT = ZEROS
              PERFORM VARYING IND3 FROM 1 BY 1 UNTIL IND3 > W-QTDD
                 IF TD-CODPRO(IND3) = CODPRO
              END-PERFORM.
           COMPUTE W-DEMMES ROUNDED = W-DEMTOT / W-NMESES
           COMPUTE W-SUGERE ROUNDED =
                   ((W-DEMMES / W-DUMES) * W-PRAZO)
                   * (1 + (W-PCTSEG / 100))
                   + W-MINIMO
           IF W-SUGERE < W-MINIMO
      * QUANDO OUTRO FORNECEDOR TEM CUSTO RECENTE MENOR
      *-------------------------------------------------------------
       CALC-PRECO.
           MOVE ZEROS  TO W-PRECO W-MENOR W-FORNBAR W-FATOR
           MOVE SPACES TO CMP-AVISO W-UNCMP
           IF W-TEMPRF NOT = "S"
              GO TO CALC-PRECO-FIM.
           MOVE CODPRO TO PRF-CODPRO
           IF PRF-CODPRO NOT = CODPRO
              GO TO CALC-PRECO2.
           IF PRF-FORN = W-FORNATU
              MOVE PRF-CUSTO    TO W-PRECO
              MOVE PRF-UNCOMPRA TO W-UNCMP
              MOVE PRF-FATOR    TO W-FATOR.
           IF W-MENOR = ZEROS OR PRF-CUSTO < W-MENOR
              MOVE PRF-CUSTO TO W-MENOR
              MOVE PRF-FORN  TO W-FORNBAR.
           EXIT.
      *
      *-------------------------------------------------------------
      * QUANTO FALTA REPOR DO PRODUTO CORRENTE. COM REGISTRO NO
      * REPALM.DAT (NIVEIS POR ALMOX, CEP065) VALE A FALTA LIQUIDA
      * DEPOIS DAS TRANSFERENCIAS, MESMO COM O TOTAL ACIMA DO
      * PTOREPO; SEM REGISTRO, O CLASSICO PTOREPO - QUANT
      *-------------------------------------------------------------
       CALC-AREPOR.
           MOVE ZEROS TO W-AREPOR
           IF W-TEMRPA NOT = "S"
              GO TO CALC-AREPOR1.
           MOVE CODPRO TO RPA-CODPRO
           READ REPALM
           IF ST-ERRORA = "00"
              MOVE RPA-FALTA TO W-AREPOR
              GO TO CALC-AREPOR-FIM.
       CALC-AREPOR1.
           IF QUANT < PTOREPO
              COMPUTE W-AREPOR = PTOREPO - QUANT.
       CALC-AREPOR-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * MEDIA DE DIAS UTEIS POR MES NOS W-NMESES FECHADOS DA JANELA
      * (DO DIA 1 DO MES DE CORTE AO DIA 1 DO MES CORRENTE). SEM
      * CALENDARIO VALIDO FICA A MEDIA DE 22 DIAS UTEIS
      *-------------------------------------------------------------
       CALC-DUMES.
           MOVE W-CT-ANO TO W-DJ-ANO
           MOVE W-CT-MES TO W-DJ-MES
           MOVE ANO-EQ   TO W-DM-ANO
           MOVE MES-EQ   TO W-DM-MES
           MOVE "D"       TO CAL-FUNCAO
           MOVE W-DTJAN-N TO CAL-DATA1
           MOVE W-DTMES-N TO CAL-DATA2
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO NOT = "00"
              GO TO CALC-DUMES-FIM.
           MOVE CAL-DIAS TO W-DUJAN
           IF W-DUJAN NOT > ZEROS
              GO TO CALC-DUMES-FIM.
           COMPUTE W-DUMES ROUNDED = W-DUJAN / W-NMESES.
       CALC-DUMES-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * RECUA O MES DE CORTE EM UM MES
      *-------------------------------------------------------------
       VOLTA-MES.
           MOVE DIA-EQ    TO PED-DIA
           MOVE SPACES    TO PED-APROV PED-OBS
           MOVE W-CCALM   TO PED-CCUSTO
           MOVE W-PRECO   TO PED-PRECO
           MOVE SPACES    TO PED-ORIGPRC
           IF W-PRECO NOT = ZEROS
              MOVE "T"    TO PED-ORIGPRC.
           MOVE ZEROS     TO PED-VLREC PED-ULTREC
           MOVE W-UNCMP   TO PED-UNCOMPRA
           MOVE W-FATOR   TO PED-FATOR
           MOVE ZEROS     TO PED-ENVIO PED-CONFIRM
                             PED-QTDCONF PED-QTDCORTE
           MOVE "A"       TO PED-SITUACAO
           IF W-LIMITE NOT = ZEROS
              IF W-PRECO NOT = ZEROS
              CLOSE MOVEST.
           IF W-TEMPRF = "S"
              CLOSE PRECFOR.
           IF W-TEMRPA = "S"
              CLOSE REPALM.
           DISPLAY "PEDIDOS DE COMPRA GERADOS: " W-PEDNOVOS
           IF W-PEDAPRO NOT = ZEROS
              DISPLAY "AGUARDANDO APROVACAO (CEP032): " W-PEDAPRO.
