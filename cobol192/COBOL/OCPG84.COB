       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       COPY EMPRESA.BOK.
       77 W-ARQ3ANT    PIC X(40) VALUE SPACES.
       77 W-ARQ13ANT   PIC X(40) VALUE SPACES.
       77 W-ANOFECH    PIC 9(04) VALUE ZEROS.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           MOVE LK-LOGIN TO W-LOGIN
           ACCEPT DATA-EQ FROM DATE YYYYMMDD
           MOVE ANO-EQ TO W-ANOFECH.
      *
       INC-003.
           MOVE SPACES TO W-ARQ3ANT W-ARQ13ANT
           STRING EMP-PREFIXO DELIMITED BY SPACE
                  "OCA003" DELIMITED BY SIZE
                  W-ANOFECH DELIMITED BY SIZE
                  ".DAT"   DELIMITED BY SIZE
             INTO W-ARQ3ANT
           STRING EMP-PREFIXO DELIMITED BY SPACE
                  "OCA013" DELIMITED BY SIZE
                  W-ANOFECH DELIMITED BY SIZE
                  ".DAT"   DELIMITED BY SIZE
             INTO W-ARQ13ANT.
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
           MOVE EMP-OCA013  TO W-OCA013.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
