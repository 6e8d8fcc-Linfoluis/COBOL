      * RODAR DE NOVO. ESTORNO E FUNCAO DE *
      * SUPERVISOR E RESPEITA O PERIODO    *
      * FECHADO (OCM027).                  *
      * O ESTORNO GRAVA NO LANCCC.DAT A    *
      * SAIDA DO DESTINO E A VOLTA A       *
      * ORIGEM (DOCUMENTO ET+SEQ DO TRACE).*
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY RTRSEL.BOK.
       COPY PERSEL.BOK.
       COPY AUDSEL.BOK.
       COPY LCCSEL.BOK.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       COPY RATTRC.BOK.
       COPY PERIODO.BOK.
       COPY AUDTRLH.BOK.
       COPY LANCCC.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       77 W-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 W-ESTORN     PIC 9(05) VALUE ZEROS.
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       77 W-RATTRC     PIC X(40) VALUE "RATTRC.DAT".
       COPY EMPRESA.BOK.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       01 W-VLLANC1    PIC S9(09)V99 VALUE ZEROS.
       01 W-VLLANC2    PIC S9(09)V99 VALUE ZEROS.
       01 W-DOCEST.
          03 FILLER    PIC X(02) VALUE "ET".
          03 W-DOCEST1 PIC 9(06) VALUE ZEROS.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP3B.
           IF W-MODO NOT = "E"
              GO TO INC-OP4.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OP3B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           PERFORM ACHAR-ULTLCC THRU ACHAR-ULTLCC-FIM.
       INC-OP4.
           IF W-MODO = "E"
              MOVE "ESTORNO"   TO CAB12
           SUBTRACT RT-VAL1 FROM OCC00303(RT-MESREF)
           SUBTRACT RT-VAL2 FROM OCC00304(RT-MESREF)
           PERFORM ROT-TOTANUAL THRU ROT-TOTANUAL-FIM
           REWRITE REGOCA003
           COMPUTE W-VLLANC1 = ZEROS - RT-VAL1
           COMPUTE W-VLLANC2 = ZEROS - RT-VAL2
           MOVE "ESTORNO DE RATEIO - SAI DO DESTINO" TO LCC-HIST
           PERFORM LANC-ESTORNO THRU LANC-ESTORNO-FIM.
       ROT-ESTORNA2.
           MOVE RT-ORIGEM TO OCC00301
           READ OCA003
           ADD RT-VAL1 TO OCC00303(RT-MESREF)
           ADD RT-VAL2 TO OCC00304(RT-MESREF)
           PERFORM ROT-TOTANUAL THRU ROT-TOTANUAL-FIM
           REWRITE REGOCA003
           MOVE RT-VAL1 TO W-VLLANC1
           MOVE RT-VAL2 TO W-VLLANC2
           MOVE "ESTORNO DE RATEIO - VOLTA A ORIGEM" TO LCC-HIST
           PERFORM LANC-ESTORNO THRU LANC-ESTORNO-FIM.
       ROT-ESTORNA3.
           MOVE "E" TO RT-SITUACAO
           REWRITE REGRT
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM.
       ROT-ESTORNA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LANCAMENTOS DO ESTORNO NO CENTRO QUE ESTA NA AREA DO
      * OCA003 (W-VLLANC1 NA SERIE D, W-VLLANC2 NA SERIE C)
      *-------------------------------------------------------------
       LANC-ESTORNO.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE OCC00301  TO LCC-CENTRO
           MOVE DH-ANO    TO LCC-ANO
           MOVE RT-MESREF TO LCC-MESREF
           MOVE OCC00302  TO LCC-CONTA
           MOVE DH-ANO    TO LCC-DTANO
           MOVE DH-MES    TO LCC-DTMES
           MOVE DH-DIA    TO LCC-DTDIA
           MOVE RT-SEQ    TO W-DOCEST1
           MOVE W-DOCEST  TO LCC-DOCTO
           MOVE "OCPG87"  TO LCC-PROG
           MOVE W-LOGIN   TO LCC-OPERADOR
           IF W-VLLANC1 NOT = ZEROS
              MOVE "D"       TO LCC-DC
              MOVE W-VLLANC1 TO LCC-VALOR
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
           IF W-VLLANC2 NOT = ZEROS
              MOVE "C"       TO LCC-DC
              MOVE W-VLLANC2 TO LCC-VALOR
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
       LANC-ESTORNO-FIM.
           EXIT.
      *
       GRAVA-LANC.
           ADD 1 TO W-ULTLCC
           MOVE W-ULTLCC TO LCC-SEQ
           WRITE REGLCC
           IF ST-ERROLC = "22"
              GO TO GRAVA-LANC.
           IF ST-ERROLC NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO LANCCC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LANC-FIM.
           EXIT.
      *
       ACHAR-ULTLCC.
           MOVE ZEROS TO W-ULTLCC LCC-SEQ
           START LANCCC KEY IS NOT LESS LCC-SEQ
                 INVALID KEY GO TO ACHAR-ULTLCC-FIM.
       ACHAR-ULTLCC1.
           READ LANCCC NEXT
           IF ST-ERROLC NOT = "00"
              GO TO ACHAR-ULTLCC-FIM.
           MOVE LCC-SEQ TO W-ULTLCC
           GO TO ACHAR-ULTLCC1.
       ACHAR-ULTLCC-FIM.
           EXIT.
      *
       ROT-TOTANUAL.
           MOVE ZEROS TO OCC00305 OCC00306
      **********************
      *
       ROT-FIM.
           CLOSE RATTRC OCA003 ARQTRLH ARQIMP
           IF W-MODO = "E"
              CLOSE LANCCC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: NOMES    *
      * DOS ARQUIVOS DE CENTRO DE CUSTO DA EMPRESA    *
      *************************************************
      *
       ROT-EMPRESA.
           MOVE LK-EMPRESA TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-PERIODO TO W-PERIODO
           MOVE EMP-LANCCC  TO W-LANCCC
           MOVE EMP-RATTRC  TO W-RATTRC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
