       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       77 W-OCA023     PIC X(40) VALUE "OCA023.DAT".
       COPY EMPRESA.BOK.
       77 W-PCTLIM     PIC 9(03) VALUE 10.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-MESCRUZ    PIC 9(02) VALUE ZEROS.
       01 DET-FIM.
          03 FILLER    PIC X(30) VALUE "CENTROS EM ALERTA           : ".
          03 DFTOT     PIC ZZ9 VALUE ZEROS.
       COPY ACESSO.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 OU DO
      * SEQUENCIADOR DA JANELA NOTURNA (VAI PARA O SPOOL E LIMITA OS
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
           MOVE HOJE-DIA TO CAB13
           MOVE HOJE-MES TO CAB14
           MOVE HOJE-ANO TO CAB15
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           MOVE "C"      TO ACE-FUNCAO
           MOVE "OCP107" TO ACE-PROG
           CALL "OCACES" USING LK-OPERADOR ACE-PARM.
       INC-OP1.
           OPEN INPUT OCA013
           IF ST-ERRO2 NOT = "00"
           READ OCA013 NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-TOTAIS.
      *
      * OPERADOR COM LISTA DE CENTROS (OPERCC) SO VE OS LIBERADOS
      *
           IF ACE-RESTRITO = "S"
              IF OCC01301 = ZEROS
                 GO TO LER-A013
              ELSE
                 IF ACE-LIB(OCC01301) NOT = "S"
                    GO TO LER-A013.
           MOVE OCC01301 TO OCC02301
           READ OCA023
           IF ST-ERRO3 NOT = "00"
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
           MOVE EMP-OCA023  TO W-OCA023.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
