       77 MENS         PIC X(50) VALUE SPACES.
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       COPY EMPRESA.BOK.
       77 W-ARQANT     PIC X(40) VALUE SPACES.
       77 W-ANOANT     PIC 9(04) VALUE ZEROS.
       77 W-MODO       PIC X(01) VALUE "A".
          03 DETG1     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETG2     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       COPY ACESSO.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (LIMITA OS
      * CENTROS AOS LIBERADOS NO OPERCC.DAT - OCACES)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           ACCEPT DATA-EQ FROM DATE YYYYMMDD
           MOVE DIA-EQ TO CAB14
           MOVE MES-EQ TO CAB15
           MOVE ANO-EQ TO CAB16
           COMPUTE W-ANOANT = ANO-EQ - 1
           MOVE "C"      TO ACE-FUNCAO
           MOVE "OCP103" TO ACE-PROG
           CALL "OCACES" USING LK-OPERADOR ACE-PARM.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "COMPARATIVO ANO X ANO - CENTRO DE CUSTO"
      *
       INC-OP1.
           MOVE SPACES TO W-ARQANT
           STRING EMP-PREFIXO DELIMITED BY SPACE
                  "OCA013" DELIMITED BY SIZE
                  W-ANOANT DELIMITED BY SIZE
                  ".DAT"   DELIMITED BY SIZE
             INTO W-ARQANT
              GO TO ROT-FIM1.
           IF OCC01301 > W-CCFIM
              GO TO ROT-FIM1.
      *
      * OPERADOR COM LISTA DE CENTROS (OPERCC) SO VE OS LIBERADOS
      *
           IF ACE-RESTRITO = "S"
              IF OCC01301 = ZEROS
                 GO TO LER-A013
              ELSE
                 IF ACE-LIB(OCC01301) NOT = "S"
                    GO TO LER-A013.
           PERFORM TRATA-CC THRU TRATA-CC-FIM
           GO TO LER-A013.
      *
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
           MOVE EMP-OCA001  TO W-OCA001
           MOVE EMP-OCA013  TO W-OCA013
           IF EMP-NOME NOT = SPACES
              MOVE EMP-NOME TO CAB11.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
