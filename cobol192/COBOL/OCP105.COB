       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       77 W-OCA023     PIC X(40) VALUE "OCA023.DAT".
       77 W-OCA023V    PIC X(40) VALUE "OCA023V.DAT".
       COPY EMPRESA.BOK.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 W-CENTROS    PIC 9(03) VALUE ZEROS.
          03 FILLER    PIC X(30) VALUE "CENTROS COMPARADOS          : ".
          03 DFTOT     PIC ZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (EMPRESA
      * ESCOLHIDA NO LOGIN)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           ACCEPT DATA-EQ FROM DATE YYYYMMDD
           MOVE DIA-EQ TO CAB13
           MOVE MES-EQ TO CAB14
           DISPLAY MENS.
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
           MOVE EMP-OCA001  TO W-OCA001
           MOVE EMP-OCA013  TO W-OCA013
           MOVE EMP-OCA023  TO W-OCA023
           MOVE EMP-OCA023V TO W-OCA023V.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
