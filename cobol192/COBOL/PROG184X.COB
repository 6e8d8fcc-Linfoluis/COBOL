          03 W-PROX-ANO PIC 9(04) VALUE ZEROS.
          03 W-PROX-MES PIC 9(02) VALUE ZEROS.
          03 W-PROX-DIA PIC 9(02) VALUE ZEROS.
       COPY CALEND.BOK.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
                   MOVE "*** DATA DE RETORNO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
      * RETORNO EM FERIADO OU FIM DE SEMANA VAI PARA O PROXIMO DIA
      * UTIL (CALENDARIO DO CAL001)
      *
                MOVE "P"    TO CAL-FUNCAO
                MOVE W-PROX TO CAL-DATA1
                CALL "CAL001" USING CAL-PARM
                IF CAL-RETORNO NOT = "00"
                   MOVE "*** DATA DE RETORNO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF CAL-DIAS NOT = ZEROS
                   MOVE CAL-DATA2 TO W-PROX
                   DISPLAY (11, 27) W-PROX-DIA
                   DISPLAY (11, 29) W-PROX-MES
                   DISPLAY (11, 31) W-PROX-ANO
                   MOVE
                     "*** RETORNO PASSADO PARA O PROXIMO DIA UTIL ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
