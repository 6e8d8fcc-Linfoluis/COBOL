       01 LIMPA        PIC X(50) VALUE SPACES.
       01 W-SOLIC      PIC X(15) VALUE SPACES.
       01 W-OCA001     PIC X(40) VALUE "OCA001.DAT                    ".
       COPY EMPRESA.BOK.
       01 CONLIN       PIC 9(03) VALUE ZEROS.
       01 CONPAG       PIC 9(03) VALUE ZEROS.
       01 W-EMPRESA    PIC X(20) VALUE "ACOTECNICA S/A I.C.".
          03 CAB17      PIC X(09) VALUE "   PAG.: ".
          03 CAB18      PIC ZZ9   VALUE ZEROS.
       01 CAB2.
          03 CAB21      PIC X(14) VALUE "SOLICITANTE : ".
          03 CAB22      PIC X(15) VALUE SPACES.
          03 CAB23      PIC X(05) VALUE SPACES.
          03 CAB24      PIC X(40) VALUE "ORDEM DE CODIGO".
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DETGRP3   PIC X(19) VALUE "CENTROS LISTADOS : ".
          03 DETGRP4   PIC ZZZZ9.
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
      *
      ******************
      * ROTINA DE TELA *
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM
           ACCEPT DATA-EQ  FROM DATE YYYYMMDD
           PERFORM INVNOR
           MOVE DATA-N  TO DATA-EQ
           ACCEPT W-PARM FROM COMMAND-LINE
      *
      * CHAMADO PELO MENU001: EMPRESA E CENTROS DO OPERADOR. NA
      * EXECUCAO DESATENDIDA NAO HA OPERADOR - MATRIZ, SEM RESTRICAO
      *
           MOVE "N" TO ACE-RESTRITO
           IF W-PARM = SPACES OR LOW-VALUES
              MOVE LK-EMPRESA TO EMP-CODIGO
              PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
              MOVE "C"      TO ACE-FUNCAO
              MOVE "OCP101" TO ACE-PROG
              CALL "OCACES" USING LK-OPERADOR ACE-PARM
              DISPLAY  OCT101
           ELSE
              MOVE "S" TO W-UNATEND
              MOVE 01  TO EMP-CODIGO
              PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
              PERFORM ROT-PARM THRU ROT-PARM-FIM
              GO TO INC-OP1.
       INC-ORD.
               ACCEPT W-ACT FROM ESCAPE KEY
               IF W-ACT = 02
                      GO TO INC-ORD.
      *
      * FAIXA DE UM SO CENTRO, FORA DA LISTA DO OPERADOR (OPERCC):
      * RECUSADA E REGISTRADA NA TRILHA
      *
           IF OCW10101 = 1 AND ACE-RESTRITO = "S"
              AND W-CCINI = W-CCFIM AND W-CCINI NOT = ZEROS
              IF ACE-LIB(W-CCINI) NOT = "S"
                 MOVE "R"     TO ACE-FUNCAO
                 MOVE W-CCINI TO ACE-CENTRO
                 CALL "OCACES" USING LK-OPERADOR ACE-PARM
                 MOVE "*** CENTRO NAO LIBERADO PARA O OPERADOR ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-FAIXA.
           IF OCW10101 NOT = 1
               ACCEPT T-DCINI
               ACCEPT W-ACT FROM ESCAPE KEY
                 MOVE "*** FIM DA FAIXA SELECIONADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NOV-SOL.
      *
      * OPERADOR COM LISTA DE CENTROS (OPERCC) SO VE OS LIBERADOS
      *
       INC-RD4.
           IF ACE-RESTRITO = "S"
              IF OCC00101 = ZEROS
                 GO TO INC-RD2
              ELSE
                 IF ACE-LIB(OCC00101) NOT = "S"
                    GO TO INC-RD2.
       ROT-MONTAR.
           ADD 1 TO W-TOTREG
           IF W-DESTINO = "D"
       ROT-PARAMET-FIM.
           EXIT.
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: NOME DO  *
      * ARQUIVO DE CENTRO DE CUSTO E DO CABECALHO     *
      *************************************************
      *
       ROT-EMPRESA.
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA001  TO W-OCA001
           IF EMP-NOME NOT = SPACES
              MOVE EMP-NOME TO W-EMPRESA
              MOVE EMP-NOME TO CAB11.
       ROT-EMPRESA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
