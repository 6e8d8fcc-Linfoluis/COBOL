       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 W-TOTAL      PIC 9(05) VALUE ZEROS.
       01 W-IDADE      PIC S9(05) VALUE ZEROS.
       01 W-SALDO      PIC 9(05)V9 VALUE ZEROS.
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 HOJE-N REDEFINES HOJE PIC 9(08).
       COPY CALEND.BOK.
       01 CAB1.
          03 CAB11      PIC X(40) VALUE
              "PEDIDOS DE COMPRA EM ABERTO POR IDADE".
          03 CAB25      PIC X(09) VALUE "  PEDIDO".
          03 CAB26      PIC X(09) VALUE "RECEBIDO".
          03 CAB27      PIC X(11) VALUE "DATA".
          03 CAB28      PIC X(06) VALUE "D.UT.".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE-DIA TO CAB13
           MOVE HOJE-MES TO CAB14
           MOVE HOJE-ANO TO CAB15.
       INC-OP1.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DESCR.
           PERFORM CALC-IDADE THRU CALC-IDADE-FIM
           MOVE PED-NUMERO TO DET11
           MOVE PED-CODPRO TO DET12
           MOVE DESCR      TO DET13
           STOP RUN.
      *
      *-------------------------------------------------------------
      * IDADE DO PEDIDO EM DIAS UTEIS (CALENDARIO DO CAL001), DO DIA
      * DO PEDIDO ATE ONTEM
      *-------------------------------------------------------------
       CALC-IDADE.
           MOVE "D"      TO CAL-FUNCAO
           MOVE PED-DATA TO CAL-DATA1
           MOVE HOJE-N   TO CAL-DATA2
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO = "00"
              MOVE CAL-DIAS TO W-IDADE
           ELSE
              MOVE ZEROS    TO W-IDADE.
       CALC-IDADE-FIM.
           EXIT.
      *
       ROT-MENS.
