       77 MENS         PIC X(50) VALUE SPACES.
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       COPY EMPRESA.BOK.
       77 W-ARQ13ANT   PIC X(40) VALUE SPACES.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       01 DET-FIM.
          03 FILLER    PIC X(30) VALUE "CENTROS LISTADOS            : ".
          03 DFTOT     PIC ZZZ9 VALUE ZEROS.
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
           MOVE "C"      TO ACE-FUNCAO
           MOVE "OCP106" TO ACE-PROG
           CALL "OCACES" USING LK-OPERADOR ACE-PARM.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "TENDENCIA PLURIANUAL (OCA013)"
           IF IND > W-QTDANOS
              GO TO CARREGAR-ATU.
           MOVE SPACES TO W-ARQ13ANT
           STRING EMP-PREFIXO DELIMITED BY SPACE
                  "OCA013" W-ANOCOL ".DAT" DELIMITED BY SIZE
             INTO W-ARQ13ANT
           OPEN INPUT ARQANT13
           IF ST-ERRO6 = "00"
       IMPRIMIR1.
           IF TD-TEM(IND2) NOT = "S"
              GO TO IMPRIMIR2.
      *
      * OPERADOR COM LISTA DE CENTROS (OPERCC) SO VE OS LIBERADOS
      *
           IF ACE-LIB(IND2) NOT = "S"
              GO TO IMPRIMIR2.
           MOVE IND2 TO OCC00101
           READ OCA001
           IF ST-ERRO NOT = "00"
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
           MOVE EMP-OCA013  TO W-OCA013.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
