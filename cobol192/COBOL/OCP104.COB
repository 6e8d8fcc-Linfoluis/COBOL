      * PARA USAR DURANTE A REUNIAO.       *
      * CENTRO PODE SER LOCALIZADO PELA    *
      * DENOMINACAO (CHAVE OCC00102).      *
      * DO MES DETALHADO DESCE AOS         *
      * LANCAMENTOS (LANCCC.DAT) QUE FORMAM*
      * OS SLOTS, COM A SOMA CONFERIDA     *
      * CONTRA O OCA003.                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                        WITH DUPLICATES.
      *
       COPY CTASEL.BOK.
       COPY LCCSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY OCA013.BOK.
       COPY OCA003.BOK.
       COPY PLANCTA.BOK.
       COPY LANCCC.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       COPY EMPRESA.BOK.
       77 W-CENTRO     PIC 9(02) VALUE ZEROS.
       77 W-MESDET     PIC 9(02) VALUE ZEROS.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-LINPOS     PIC 9(02) VALUE ZEROS.
       77 W-LINDISP    PIC 9(02) VALUE ZEROS.
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       01 W-BUSCA      PIC X(40) VALUE SPACES.
       01 W-DTHOJE.
          03 W-DH-ANO  PIC 9(04).
          03 W-DH-MES  PIC 9(02).
          03 W-DH-DIA  PIC 9(02).
       01 W-TOTLD      PIC S9(09)V99 VALUE ZEROS.
       01 W-TOTLC      PIC S9(09)V99 VALUE ZEROS.
       01 W-VL-ED      PIC ZZZ.ZZZ.ZZ9,99-.
       01 W-DTLANC.
          03 W-DL-DIA  PIC 99.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DL-MES  PIC 99.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DL-ANO  PIC 9(04).
       01 W-V1-ED      PIC ZZZZZZ9,99.
       01 W-V2-ED      PIC ZZZZZZ9,99.
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
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           MOVE "C"      TO ACE-FUNCAO
           MOVE "OCP104" TO ACE-PROG
           CALL "OCACES" USING LK-OPERADOR ACE-PARM.
      *
       INC-OP1.
           OPEN INPUT OCA001
              MOVE "*** CENTRO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      * CENTRO FORA DA LISTA DO OPERADOR (OPERCC): RECUSADO E
      * REGISTRADO NA TRILHA
      *
           IF ACE-LIB(W-CENTRO) NOT = "S"
              MOVE "R"      TO ACE-FUNCAO
              MOVE W-CENTRO TO ACE-CENTRO
              CALL "OCACES" USING LK-OPERADOR ACE-PARM
              MOVE "*** CENTRO NAO LIBERADO PARA O OPERADOR ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE W-CENTRO TO OCC01301
           READ OCA013
           IF ST-ERRO2 NOT = "00"
       DETALHAR-FIM1.
           IF W-LINDISP = ZEROS
              MOVE "*** SEM DETALHE PARA ESTE CENTRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ACCEPT W-ACT FROM ESCAPE KEY
              GO TO DETALHAR-FIM.
      *
      * DO MES DETALHADO, MERGULHO NOS LANCAMENTOS DO LANCCC.DAT
      *
       DETALHAR-LANC.
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 01) "VER OS LANCAMENTOS DO MES (S/N) : "
           ACCEPT  (21, 36) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO DETALHAR-FIM.
           IF W-OPCAO = "N" OR "n"
              GO TO DETALHAR-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DETALHAR-LANC.
           PERFORM LISTA-LANC THRU LISTA-LANC-FIM.
       DETALHAR-FIM.
      *
      * RELE O SINTETICO DO CENTRO (O MERGULHO MEXEU NAS AREAS)
           EXIT.
      *
      *-------------------------------------------------------------
      * LANCAMENTOS DO CENTRO NO MES DETALHADO, PELA CHAVE
      * ALTERNATIVA CENTRO+ANO+MES DO LANCCC.DAT (EXERCICIO = ANO
      * CORRENTE, O MESMO DOS SLOTS DO OCA003). NO FIM, A SOMA DE
      * CADA SERIE E MOSTRADA AO LADO DO SLOT.
      *-------------------------------------------------------------
       LISTA-LANC.
           OPEN INPUT LANCCC
           IF ST-ERROLC NOT = "00"
              MOVE "*** SEM LANCAMENTOS (LANCCC.DAT) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ACCEPT W-ACT FROM ESCAPE KEY
              GO TO LISTA-LANC-FIM.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TOTLD W-TOTLC W-LINDISP
           PERFORM LISTA-CABEC THRU LISTA-CABEC-FIM
           MOVE W-CENTRO TO LCC-CENTRO
           MOVE W-DH-ANO TO LCC-ANO
           MOVE W-MESDET TO LCC-MESREF
           START LANCCC KEY IS NOT LESS LCC-CHAVE2
                 INVALID KEY GO TO LISTA-LANC3.
       LISTA-LANC1.
           READ LANCCC NEXT
           IF ST-ERROLC NOT = "00"
              GO TO LISTA-LANC3.
           IF LCC-CENTRO NOT = W-CENTRO OR LCC-ANO NOT = W-DH-ANO
                                         OR LCC-MESREF NOT = W-MESDET
              GO TO LISTA-LANC3.
           IF LCC-DEBITO
              ADD LCC-VALOR TO W-TOTLD
           ELSE
              ADD LCC-VALOR TO W-TOTLC.
           ADD 1 TO W-LINDISP
           COMPUTE W-LINPOS = W-LINDISP + 3
           MOVE LCC-DTDIA TO W-DL-DIA
           MOVE LCC-DTMES TO W-DL-MES
           MOVE LCC-DTANO TO W-DL-ANO
           MOVE LCC-VALOR TO W-VL-ED
           DISPLAY (W-LINPOS, 01) W-DTLANC
           DISPLAY (W-LINPOS, 12) LCC-DOCTO
           DISPLAY (W-LINPOS, 23) LCC-HIST(1:28)
           DISPLAY (W-LINPOS, 52) LCC-DC
           DISPLAY (W-LINPOS, 54) W-VL-ED
           DISPLAY (W-LINPOS, 70) LCC-PROG
           IF W-LINDISP < 15
              GO TO LISTA-LANC1.
           MOVE "*** MAIS LANCAMENTOS - ESC=SAIR ENTER=CONTINUA ***"
                                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO LISTA-LANC4.
           MOVE ZEROS TO W-LINDISP
           PERFORM LISTA-CABEC THRU LISTA-CABEC-FIM
           GO TO LISTA-LANC1.
      *
      * SOMA DOS LANCAMENTOS X SLOT DO OCA003
      *
       LISTA-LANC3.
           MOVE W-CENTRO TO OCC00301
           READ OCA003
           IF ST-ERRO3 NOT = "00"
              MOVE ZEROS TO OCC00303(W-MESDET) OCC00304(W-MESDET).
           MOVE W-TOTLD TO W-VL-ED
           DISPLAY (19, 01) "SOMA LANCAMENTOS  D:"
           DISPLAY (19, 22) W-VL-ED
           MOVE W-TOTLC TO W-VL-ED
           DISPLAY (19, 40) "C:"
           DISPLAY (19, 43) W-VL-ED
           MOVE OCC00303(W-MESDET) TO W-VL-ED
           DISPLAY (20, 01) "SLOT DO OCA003    D:"
           DISPLAY (20, 22) W-VL-ED
           MOVE OCC00304(W-MESDET) TO W-VL-ED
           DISPLAY (20, 40) "C:"
           DISPLAY (20, 43) W-VL-ED
           IF W-TOTLD NOT = OCC00303(W-MESDET)
              OR W-TOTLC NOT = OCC00304(W-MESDET)
              MOVE "*** SLOT DIFERE DOS LANCAMENTOS (OCPG88) ***"
                                                             TO MENS
           ELSE
              MOVE "*** FIM DOS LANCAMENTOS - ENTER=VOLTA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY.
       LISTA-LANC4.
           CLOSE LANCCC.
       LISTA-LANC-FIM.
           EXIT.
      *
       LISTA-CABEC.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "LANCAMENTOS DO CENTRO"
           DISPLAY (01, 32) W-CENTRO
           DISPLAY (01, 36) "MES"
           DISPLAY (01, 40) W-MESDET
           DISPLAY (01, 42) "/"
           DISPLAY (01, 43) W-DH-ANO
           DISPLAY (03, 01) "DATA       DOCUMENTO  HISTORICO"
           DISPLAY (03, 52) "D/C"
           DISPLAY (03, 64) "VALOR"
           DISPLAY (03, 70) "PROGRAMA".
       LISTA-CABEC-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LOCALIZA O CENTRO PELA DENOMINACAO (CHAVE ALTERNATIVA
      * OCC00102), NO ESTILO DA CONSULTA POR NOME PROG185X
      *-------------------------------------------------------------
           READ OCA001 NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-DENOM3.
           IF ACE-RESTRITO = "S"
              IF OCC00101 = ZEROS
                 GO TO BUSCA-DENOM2
              ELSE
                 IF ACE-LIB(OCC00101) NOT = "S"
                    GO TO BUSCA-DENOM2.
           ADD 1 TO W-LINDISP
           COMPUTE W-LINPOS = W-LINDISP + 2
           DISPLAY (W-LINPOS, 01) OCC00101
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
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-LANCCC  TO W-LANCCC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
