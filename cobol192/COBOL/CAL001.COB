       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL001.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CALENDARIO DE DIAS UTEIS: DIZ SE A *
      * DATA E DIA UTIL, ROLA A DATA PARA  *
      * O PROXIMO DIA UTIL E CONTA OS DIAS *
      * UTEIS ENTRE DUAS DATAS. FERIADOS   *
      * DO FERIADO.DAT (CEP080), LIDOS NA  *
      * PRIMEIRA CHAMADA. USADO PELOS      *
      * PRAZOS DE COMPRA (CEP007, CEP016,  *
      * CEP034), VALIDADE DE LOTE (CEP017),*
      * RETORNO DE CONTATO (PROG188X,      *
      * PROG208X), PELO SEQUENCIADOR       *
      * (JOBSEQ, REGRA T) E PELA FAXINA    *
      * DOS ARQUIVOS DE LOG (CEP081, DATA  *
      * DE CORTE). VER CALEND.BOK.         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FERSEL.BOK.
       COPY PARASEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY FERIADO.BOK.
       COPY PARAMET.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROH     PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 W-CARREGADO  PIC X(01) VALUE "N".
       77 W-SABUTIL    PIC X(01) VALUE "N".
       77 W-UTIL       PIC X(01) VALUE "N".
       77 W-SINAL      PIC X(01) VALUE "+".
       77 W-QTF        PIC 9(04) VALUE ZEROS.
       77 IF1          PIC 9(04) VALUE ZEROS.
       77 W-CONTA      PIC S9(05) VALUE ZEROS.
       77 W-SEMANA     PIC 9(01) VALUE ZEROS.
      *
      * FERIADOS NA ORDEM DA CHAVE: OS DE DATA FIXA (ANO 0000)
      * PRIMEIRO, DEPOIS OS DE ANO CHEIO
      *
       01 TAB-FERIADO.
          03 TF-DATA   PIC 9(08) OCCURS 1000 TIMES.
      *
      * DATA DE TRABALHO E NUMERO JULIANO (DIA CONTINUO)
      *
       01 W-DT.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DT-N REDEFINES W-DT PIC 9(08).
       01 W-DTFIXA.
          03 FILLER    PIC 9(04) VALUE ZEROS.
          03 W-DF-MES  PIC 9(02) VALUE ZEROS.
          03 W-DF-DIA  PIC 9(02) VALUE ZEROS.
       01 W-DTFIXA-N REDEFINES W-DTFIXA PIC 9(08).
       01 W-A          PIC S9(9) VALUE ZEROS.
       01 W-B          PIC S9(9) VALUE ZEROS.
       01 W-C          PIC S9(9) VALUE ZEROS.
       01 W-D          PIC S9(9) VALUE ZEROS.
       01 W-E          PIC S9(9) VALUE ZEROS.
       01 W-M          PIC S9(9) VALUE ZEROS.
       01 W-Y          PIC S9(9) VALUE ZEROS.
       01 W-T          PIC S9(9) VALUE ZEROS.
       01 W-T2         PIC S9(9) VALUE ZEROS.
       01 JUL-DT       PIC S9(9) VALUE ZEROS.
       01 JUL-1        PIC S9(9) VALUE ZEROS.
       01 JUL-2        PIC S9(9) VALUE ZEROS.
       01 JUL-CORR     PIC S9(9) VALUE ZEROS.
      *
      * DIAS DE CADA MES (FEVEREIRO AJUSTADO EM ANO BISSEXTO)
      *
       01 TABMESES.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABMESESX REDEFINES TABMESES.
          03 TM-DIAS   PIC 9(02) OCCURS 12 TIMES.
       77 W-DIASMES    PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-RESTO1     PIC 9(04) VALUE ZEROS.
       77 W-RESTO2     PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
      * AREA DE TROCA COM O CHAMADOR
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY CALEND.BOK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CAL-PARM.
       INICIO.
           MOVE "00" TO CAL-RETORNO
           IF CAL-FUNCAO = "R"
              MOVE "N" TO W-CARREGADO
              GO TO ROT-FIMP.
           IF W-CARREGADO NOT = "S"
              PERFORM CARREGA THRU CARREGA-FIM.
           MOVE CAL-DATA1 TO W-DT-N
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF CAL-RETORNO NOT = "00"
              GO TO ROT-FIMP.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           MOVE JUL-DT TO JUL-1
           IF CAL-FUNCAO = "U"
              GO TO FUNCAO-U.
           IF CAL-FUNCAO = "P"
              GO TO FUNCAO-P.
           IF CAL-FUNCAO = "D"
              GO TO FUNCAO-D.
           IF CAL-FUNCAO = "C"
              GO TO FUNCAO-C.
           MOVE "02" TO CAL-RETORNO
           GO TO ROT-FIMP.
      *
      *-------------------------------------------------------------
      * U: A DATA E DIA UTIL?
      *-------------------------------------------------------------
       FUNCAO-U.
           MOVE JUL-1 TO JUL-CORR
           PERFORM VER-UTIL THRU VER-UTIL-FIM
           MOVE W-UTIL TO CAL-UTIL
           GO TO ROT-FIMP.
      *
      *-------------------------------------------------------------
      * P: ROLA PARA O PRIMEIRO DIA UTIL A PARTIR DA DATA
      *-------------------------------------------------------------
       FUNCAO-P.
           MOVE JUL-1 TO JUL-CORR
           MOVE ZEROS TO CAL-DIAS.
       FUNCAO-P1.
           PERFORM VER-UTIL THRU VER-UTIL-FIM
           IF W-UTIL = "S"
              GO TO FUNCAO-P2.
           ADD 1 TO JUL-CORR
           ADD 1 TO CAL-DIAS
           GO TO FUNCAO-P1.
       FUNCAO-P2.
           MOVE "S" TO CAL-UTIL
           MOVE JUL-CORR TO JUL-DT
           PERFORM CALC-DATA THRU CALC-DATA-FIM
           MOVE W-DT-N TO CAL-DATA2
           GO TO ROT-FIMP.
      *
      *-------------------------------------------------------------
      * D: DIAS UTEIS DE DATA1 (INCLUSIVE) ATE DATA2 (EXCLUSIVE).
      * DATA2 ANTERIOR: CONTA DE DATA2 ATE DATA1 COM SINAL NEGATIVO
      *-------------------------------------------------------------
       FUNCAO-D.
           MOVE CAL-DATA2 TO W-DT-N
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF CAL-RETORNO NOT = "00"
              GO TO ROT-FIMP.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
           MOVE JUL-DT TO JUL-2
           MOVE "+" TO W-SINAL
           IF JUL-2 < JUL-1
              MOVE "-" TO W-SINAL
              MOVE JUL-1 TO JUL-CORR
              MOVE JUL-2 TO JUL-1
              MOVE JUL-CORR TO JUL-2.
           MOVE ZEROS TO W-CONTA
           MOVE JUL-1 TO JUL-CORR.
       FUNCAO-D1.
           IF JUL-CORR NOT < JUL-2
              GO TO FUNCAO-D2.
           PERFORM VER-UTIL THRU VER-UTIL-FIM
           IF W-UTIL = "S"
              ADD 1 TO W-CONTA.
           ADD 1 TO JUL-CORR
           GO TO FUNCAO-D1.
       FUNCAO-D2.
           IF W-SINAL = "-"
              COMPUTE CAL-DIAS = 0 - W-CONTA
           ELSE
              MOVE W-CONTA TO CAL-DIAS.
           GO TO ROT-FIMP.
      *
      *-------------------------------------------------------------
      * C: DATA1 MAIS CAL-DIAS DIAS CORRIDOS (NEGATIVO VOLTA)
      *-------------------------------------------------------------
       FUNCAO-C.
           COMPUTE JUL-DT = JUL-1 + CAL-DIAS
           PERFORM CALC-DATA THRU CALC-DATA-FIM
           MOVE W-DT-N TO CAL-DATA2
           GO TO ROT-FIMP.
      *
      *-------------------------------------------------------------
      * O DIA JUL-CORR E UTIL? SEMANA PELO RESTO DO JULIANO POR 7
      * (0 = SEGUNDA ... 5 = SABADO, 6 = DOMINGO); DEPOIS O FERIADO
      * PELA DATA CHEIA E PELA DATA FIXA (ANO 0000)
      *-------------------------------------------------------------
       VER-UTIL.
           MOVE "N" TO W-UTIL
           DIVIDE JUL-CORR BY 7 GIVING W-T REMAINDER W-T2
           MOVE W-T2 TO W-SEMANA
           IF W-SEMANA = 6
              GO TO VER-UTIL-FIM.
           IF W-SEMANA = 5 AND W-SABUTIL NOT = "S"
              GO TO VER-UTIL-FIM.
           MOVE JUL-CORR TO JUL-DT
           PERFORM CALC-DATA THRU CALC-DATA-FIM
           MOVE W-DT-MES TO W-DF-MES
           MOVE W-DT-DIA TO W-DF-DIA
           MOVE ZEROS TO IF1.
       VER-UTIL1.
           ADD 1 TO IF1
           IF IF1 > W-QTF
              MOVE "S" TO W-UTIL
              GO TO VER-UTIL-FIM.
           IF TF-DATA(IF1) = W-DT-N OR TF-DATA(IF1) = W-DTFIXA-N
              GO TO VER-UTIL-FIM.
           IF TF-DATA(IF1) > W-DT-N
              MOVE "S" TO W-UTIL
              GO TO VER-UTIL-FIM.
           GO TO VER-UTIL1.
       VER-UTIL-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CARGA DO FERIADO.DAT E DO PARAMETRO SABADO-UTIL
      *-------------------------------------------------------------
       CARREGA.
           MOVE "S" TO W-CARREGADO
           MOVE "N" TO W-SABUTIL
           MOVE ZEROS TO W-QTF
           OPEN INPUT PARAMET
           IF ST-ERROW = "00"
              MOVE "SABADO-UTIL" TO PAR-NOME
              READ PARAMET
              IF ST-ERROW = "00"
                 IF PAR-VALOR(1:1) = "S" OR "s"
                    MOVE "S" TO W-SABUTIL
                 END-IF
              END-IF
              CLOSE PARAMET.
           OPEN INPUT FERIADO
           IF ST-ERROH NOT = "00"
              GO TO CARREGA-FIM.
       CARREGA1.
           READ FERIADO NEXT
           IF ST-ERROH NOT = "00"
              GO TO CARREGA2.
           IF W-QTF = 1000
              GO TO CARREGA2.
           ADD 1 TO W-QTF
           MOVE FER-DATA TO TF-DATA(W-QTF)
           GO TO CARREGA1.
       CARREGA2.
           CLOSE FERIADO.
       CARREGA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DATA EM W-DT EXISTE NO CALENDARIO?
      *-------------------------------------------------------------
       VALIDA-DATA.
           IF W-DT-N NOT NUMERIC
              MOVE "01" TO CAL-RETORNO
              GO TO VALIDA-DATA-FIM.
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                               OR W-DT-DIA < 1
              MOVE "01" TO CAL-RETORNO
              GO TO VALIDA-DATA-FIM.
           MOVE TM-DIAS(W-DT-MES) TO W-DIASMES
           IF W-DT-MES = 2
              DIVIDE W-DT-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
              DIVIDE W-DT-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO1
              DIVIDE W-DT-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO2
              IF W-RESTO = ZEROS
                 IF W-RESTO1 NOT = ZEROS OR W-RESTO2 = ZEROS
                    MOVE 29 TO W-DIASMES.
           IF W-DT-DIA > W-DIASMES
              MOVE "01" TO CAL-RETORNO.
       VALIDA-DATA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * NUMERO JULIANO (DIA CONTINUO) DE W-DT. UMA DIVISAO POR
      * COMPUTE PARA O TRUNCAMENTO SAIR CERTO EM CADA PASSO
      *-------------------------------------------------------------
       CALC-JULIANO.
           COMPUTE W-A = (14 - W-DT-MES) / 12
           COMPUTE W-Y = W-DT-ANO + 4800 - W-A
           COMPUTE W-M = W-DT-MES + (12 * W-A) - 3
           COMPUTE W-T = ((153 * W-M) + 2) / 5
           COMPUTE JUL-DT = W-DT-DIA + W-T + (365 * W-Y) - 32045
           COMPUTE W-T = W-Y / 4
           ADD W-T TO JUL-DT
           COMPUTE W-T = W-Y / 100
           SUBTRACT W-T FROM JUL-DT
           COMPUTE W-T = W-Y / 400
           ADD W-T TO JUL-DT.
       CALC-JULIANO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DATA (W-DT) DO NUMERO JULIANO JUL-DT - CONTA INVERSA
      *-------------------------------------------------------------
       CALC-DATA.
           COMPUTE W-A = JUL-DT + 32044
           COMPUTE W-B = ((4 * W-A) + 3) / 146097
           COMPUTE W-T = (146097 * W-B) / 4
           COMPUTE W-C = W-A - W-T
           COMPUTE W-D = ((4 * W-C) + 3) / 1461
           COMPUTE W-T = (1461 * W-D) / 4
           COMPUTE W-E = W-C - W-T
           COMPUTE W-M = ((5 * W-E) + 2) / 153
           COMPUTE W-T = ((153 * W-M) + 2) / 5
           COMPUTE W-DT-DIA = W-E - W-T + 1
           COMPUTE W-T2 = W-M / 10
           COMPUTE W-DT-MES = W-M + 3 - (12 * W-T2)
           COMPUTE W-DT-ANO = (100 * W-B) + W-D - 4800 + W-T2.
       CALC-DATA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
