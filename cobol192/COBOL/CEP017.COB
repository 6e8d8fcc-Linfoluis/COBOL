       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * RELATORIO DE LOTES A VENCER NOS    *
      * PROXIMOS N DIAS UTEIS (LOTE.DAT)   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 W-TOTAL      PIC 9(05) VALUE ZEROS.
       77 W-NDIAS      PIC 9(03) VALUE 30.
       01 W-RESTAM     PIC S9(05) VALUE ZEROS.
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 HOJE-N REDEFINES HOJE PIC 9(08).
       COPY CALEND.BOK.
       01 CAB1.
          03 CAB11      PIC X(40) VALUE
              "LOTES A VENCER (CONTROLE DE VALIDADE)".
          03 CAB23      PIC X(12) VALUE "LOTE".
          03 CAB24      PIC X(12) VALUE "VALIDADE".
          03 CAB25      PIC X(10) VALUE "   SALDO".
          03 CAB26      PIC X(10) VALUE "D.UTEIS".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE-DIA TO CAB13
           MOVE HOJE-MES TO CAB14
           MOVE HOJE-ANO TO CAB15.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "RELATORIO DE LOTES A VENCER"
           DISPLAY (04, 01) "VENCIMENTO EM ATE (DIAS UTEIS) : ".
       INC-002.
           ACCEPT  (04, 35) W-NDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
                 GO TO ROT-FIM.
           IF LOTE-QUANT = ZEROS
              GO TO LER-LOTE.
           PERFORM CALC-RESTAM THRU CALC-RESTAM-FIM
           IF W-RESTAM > W-NDIAS
              GO TO LER-LOTE.
           PERFORM ROT-MONTAR THRU ROT-MONTAR-FIM
           STOP RUN.
      *
      *-------------------------------------------------------------
      * DIAS UTEIS DE HOJE ATE A VALIDADE DO LOTE CORRENTE
      * (CALENDARIO DO CAL001); NEGATIVO = JA VENCIDO
      *-------------------------------------------------------------
       CALC-RESTAM.
           MOVE "D"           TO CAL-FUNCAO
           MOVE HOJE-N        TO CAL-DATA1
           MOVE LOTE-VALIDADE TO CAL-DATA2
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO = "00"
              MOVE CAL-DIAS TO W-RESTAM
           ELSE
              MOVE ZEROS    TO W-RESTAM.
       CALC-RESTAM-FIM.
           EXIT.
      *
       ROT-MENS.
