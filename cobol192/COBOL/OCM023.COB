       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA023     PIC X(40) VALUE "OCA023.DAT".
       COPY EMPRESA.BOK.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
                   DISPLAY (23, 12) LIMPA.
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
           MOVE EMP-OCA023  TO W-OCA023.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
