       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OCA023     PIC X(40) VALUE "OCA023.DAT".
       77 W-OCA023V    PIC X(40) VALUE "OCA023V.DAT".
       COPY EMPRESA.BOK.
       77 W-ULTVER     PIC 9(02) VALUE ZEROS.
       77 W-NOVAVER    PIC 9(02) VALUE ZEROS.
       77 W-CENTROS    PIC 9(03) VALUE ZEROS.
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
           MOVE EMP-OCA023  TO W-OCA023
           MOVE EMP-OCA023V TO W-OCA023V.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
