       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       77 W-OCA023     PIC X(40) VALUE "OCA023.DAT".
       77 W-OCA023V    PIC X(40) VALUE "OCA023V.DAT".
       COPY EMPRESA.BOK.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       01 W-SOLIC      PIC X(15) VALUE SPACES.
              "SALDO (ORCADO-REAL-COMPROM.)  ".
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DETS2     PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
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
           MOVE "C"      TO ACE-FUNCAO
           MOVE "OCP102" TO ACE-PROG
           CALL "OCACES" USING LK-OPERADOR ACE-PARM.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "ORCADO X REALIZADO POR CENTRO DE CUSTO"
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
           IF W-SALDOPED = ZEROS
              GO TO CALC-COMPROM1.
           MOVE ZEROS TO W-VALPED
           IF PED-PRECO NOT = ZEROS
              COMPUTE W-VALPED = W-SALDOPED * PED-PRECO.
           IF W-VALPED = ZEROS AND W-TEMPRF = "S"
              MOVE PED-CODPRO TO PRF-CODPRO
              MOVE PED-FORN   TO PRF-FORN
              READ PRECFOR
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
           MOVE EMP-OCA023  TO W-OCA023
           MOVE EMP-OCA023V TO W-OCA023V
           IF EMP-NOME NOT = SPACES
              MOVE EMP-NOME TO CAB11.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
