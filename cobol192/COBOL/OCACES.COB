       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCACES.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CENTROS DE CUSTO LIBERADOS AO      *
      * OPERADOR (OPERCC.DAT, MANTIDO NO   *
      * OPER001). CHAMADO PELAS TELAS E    *
      * RELATORIOS DE CENTRO DE CUSTO:     *
      * FUNCAO C DEVOLVE A TABELA DE       *
      * CENTROS LIBERADOS (ACESSO.BOK) E   *
      * FUNCAO R GRAVA NA TRILHA A RECUSA  *
      * DE UM CENTRO FORA DA LISTA.        *
      * SUPERVISOR (PERFIL 3) E OPERADOR   *
      * SEM LISTA VEEM TODOS OS CENTROS.   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERRO
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
       COPY OPCSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA001.BOK.
       COPY OPERCC.BOK.
       COPY AUDTRLH.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROU     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OPERCC     PIC X(40) VALUE "OPERCC.DAT".
       COPY EMPRESA.BOK.
       77 W-TEMGRP     PIC X(01) VALUE "N".
       77 W-CC         PIC 9(02) VALUE ZEROS.
       77 W-SOBE       PIC 9(02) VALUE ZEROS.
       77 W-NIVEL      PIC 9(02) VALUE ZEROS.
      *
      * G = CENTRO LIBERADO COM TUDO O QUE ESTA ABAIXO DELE; TAB-PAI
      * GUARDA O OCC00103 DE CADA CENTRO PARA SUBIR A HIERARQUIA
      *
       01 TAB-HIER.
          03 TAB-CC OCCURS 99 TIMES.
             05 TAB-GRP   PIC X(01).
             05 TAB-PAI   PIC 9(02).
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
          03 DH-DIA    PIC 9(02).
          03 DH-HH     PIC 9(02).
          03 DH-MM     PIC 9(02).
          03 DH-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 TIME-ATU.
          03 TA-HH     PIC 9(02).
          03 TA-MM     PIC 9(02).
          03 TA-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR E AREA DE TROCA COM O CHAMADOR
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
       COPY ACESSO.BOK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR ACE-PARM.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           IF ACE-RECUSA
              GO TO ROT-RECUSA.
      *
      *************************************************
      * CARGA DA TABELA: TUDO LIBERADO PARA O         *
      * SUPERVISOR, PARA QUEM NAO TEM LISTA E QUANDO  *
      * O OPERCC.DAT AINDA NAO EXISTE                 *
      *************************************************
      *
       CARGA.
           MOVE ALL "S" TO ACE-TABLIB
           MOVE "N" TO ACE-RESTRITO W-TEMGRP
           IF LK-PERFIL = 3
              GO TO ROT-FIMP.
           OPEN INPUT OPERCC
           IF ST-ERROU NOT = "00"
              GO TO ROT-FIMP.
           MOVE ALL "N" TO ACE-TABLIB
           MOVE ZEROS TO W-CC.
       CARGA0.
           ADD 1 TO W-CC
           IF W-CC NOT > 99
              MOVE SPACE TO TAB-GRP(W-CC)
              MOVE ZEROS TO TAB-PAI(W-CC)
              GO TO CARGA0.
           MOVE LK-LOGIN TO OPC-LOGIN
           MOVE ZEROS    TO OPC-CC
           START OPERCC KEY IS NOT LESS OPC-CHAVE
                 INVALID KEY GO TO CARGA2.
       CARGA1.
           READ OPERCC NEXT
           IF ST-ERROU NOT = "00"
              GO TO CARGA2.
           IF OPC-LOGIN NOT = LK-LOGIN
              GO TO CARGA2.
           IF OPC-CC = ZEROS
              GO TO CARGA1.
           MOVE "S" TO ACE-RESTRITO ACE-LIB(OPC-CC)
           IF OPC-GRUPO
              MOVE "G" TO TAB-GRP(OPC-CC)
              MOVE "S" TO W-TEMGRP.
           GO TO CARGA1.
       CARGA2.
           CLOSE OPERCC
           IF ACE-RESTRITO = "N"
              MOVE ALL "S" TO ACE-TABLIB
              GO TO ROT-FIMP.
           IF W-TEMGRP = "N"
              GO TO ROT-FIMP.
      *
      * HA GRUPOS NA LISTA: CADA CENTRO AINDA NAO LIBERADO SOBE A
      * HIERARQUIA (OCC00103, ATE 20 NIVEIS) PROCURANDO UM ANCESTRAL
      * MARCADO COM G
      *
           OPEN INPUT OCA001
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE ZEROS TO OCC00101
           START OCA001 KEY IS NOT LESS OCK00101
                 INVALID KEY GO TO CARGA4.
       CARGA3.
           READ OCA001 NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA4.
           IF OCC00101 NOT = ZEROS
              MOVE OCC00103 TO TAB-PAI(OCC00101).
           GO TO CARGA3.
       CARGA4.
           CLOSE OCA001
           MOVE ZEROS TO W-CC.
       CARGA5.
           ADD 1 TO W-CC
           IF W-CC > 99
              GO TO ROT-FIMP.
           IF ACE-LIB(W-CC) = "S"
              GO TO CARGA5.
           MOVE TAB-PAI(W-CC) TO W-SOBE
           MOVE ZEROS TO W-NIVEL.
       CARGA6.
           IF W-SOBE = ZEROS OR W-NIVEL > 20
              GO TO CARGA5.
           IF TAB-GRP(W-SOBE) = "G"
              MOVE "S" TO ACE-LIB(W-CC)
              GO TO CARGA5.
           MOVE TAB-PAI(W-SOBE) TO W-SOBE
           ADD 1 TO W-NIVEL
           GO TO CARGA6.
      *
      *************************************************
      * RECUSA: CENTRO FORA DA LISTA PEDIDO NA TELA   *
      * VAI PARA A TRILHA DE AUDITORIA (OPERACAO R)   *
      *************************************************
      *
       ROT-RECUSA.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO ROT-RECUSA
                   ELSE
                      GO TO ROT-FIMP.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO     TO TRLH-ANO
           MOVE DH-MES     TO TRLH-MES
           MOVE DH-DIA     TO TRLH-DIA
           MOVE TA-HH      TO TRLH-HH
           MOVE TA-MM      TO TRLH-MM
           MOVE TA-SS      TO TRLH-SS
           MOVE ACE-PROG   TO TRLH-PROG
           MOVE "R"        TO TRLH-OPER
           MOVE ACE-CENTRO TO TRLH-CHAVE
           MOVE "CENTRO FORA DA LISTA (OPERCC)" TO TRLH-DESCR
           MOVE LK-LOGIN   TO TRLH-OPERADOR
           WRITE REGTRLH
           CLOSE ARQTRLH.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
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
           MOVE EMP-OPERCC  TO W-OPERCC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
