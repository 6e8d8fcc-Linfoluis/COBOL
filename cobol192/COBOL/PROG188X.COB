      * LISTA DIARIA DE RETORNOS VENCIDOS  *
      * (PROXIMO CONTATO AGENDADO NO       *
      * AMICONT.DAT QUE JA CHEGOU/PASSOU)  *
      * RETORNO MARCADO PARA FERIADO OU    *
      * FIM DE SEMANA VALE NO PROXIMO DIA  *
      * UTIL (CALENDARIO DO CAL001).       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 HOJE-N REDEFINES HOJE PIC 9(08).
       01 W-RETORNO    PIC 9(08) VALUE ZEROS.
       COPY CALEND.BOK.
      *
      * TABELA COM O ULTIMO CONTATO DE CADA AMIGO (O ARQUIVO E
      * GRAVADO EM ORDEM CRONOLOGICA, ENTAO O ULTIMO REGISTRO LIDO
       IMPRIMIR-LOOP.
           IF TU-PROXDATA(IND) = ZEROS
              GO TO IMPRIMIR-PROX.
           MOVE TU-PROXDATA(IND) TO W-RETORNO
           MOVE "P"       TO CAL-FUNCAO
           MOVE W-RETORNO TO CAL-DATA1
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO = "00"
              MOVE CAL-DATA2 TO W-RETORNO.
           IF W-RETORNO > HOJE-N
              GO TO IMPRIMIR-PROX.
           IF W-TEMAMI = "S"
              MOVE TU-APELIDO(IND) TO APELIDO
                    ADD 1 TO W-SUPRIM
                    GO TO IMPRIMIR-PROX.
           MOVE TU-APELIDO(IND) TO DET11
           MOVE W-RETORNO (7:2) TO DET12
           MOVE W-RETORNO (5:2) TO DET13
           MOVE W-RETORNO (1:4) TO DET14
           MOVE TU-OBS(IND)     TO DET15
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           DISPLAY DET11 " " DET12 "/" DET13 "/" DET14
