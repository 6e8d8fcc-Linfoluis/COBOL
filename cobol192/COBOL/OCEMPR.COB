       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCEMPR.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * EMPRESA (FILIAL) DO SUBSISTEMA DE  *
      * CENTRO DE CUSTO: A PARTIR DO       *
      * CODIGO ESCOLHIDO NO LOGIN DEVOLVE  *
      * O NOME DA EMPRESA (PARAMET) E OS   *
      * NOMES DOS ARQUIVOS DELA (EMPRESA   *
      * 01 = ARQUIVOS DE SEMPRE; NN =      *
      * PREFIXO FNN). VER EMPRESA.BOK.     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PARASEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PARAMET.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROW     PIC X(02) VALUE "00".
       01 W-PARFIL.
          03 FILLER    PIC X(08) VALUE "EMPRESA-".
          03 W-PARCOD  PIC 9(02) VALUE ZEROS.
       01 W-PREFIXO.
          03 FILLER    PIC X(01) VALUE "F".
          03 W-PRECOD  PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      * AREA DE TROCA COM O CHAMADOR
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY EMPRESA.BOK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING EMP-PARM.
       INICIO.
      *
      * CODIGO AUSENTE OU INVALIDO (CHAMADOR SEM EMPRESA, COMO O
      * SEQUENCIADOR NOTURNO) VALE COMO MATRIZ
      *
           IF EMP-CODIGO NOT NUMERIC
              MOVE 01 TO EMP-CODIGO.
           IF EMP-CODIGO = ZEROS
              MOVE 01 TO EMP-CODIGO.
           MOVE SPACES TO EMP-NOME EMP-PREFIXO
           MOVE "S" TO EMP-EXISTE
           IF EMP-CODIGO NOT = 01
              MOVE "N" TO EMP-EXISTE
              MOVE EMP-CODIGO TO W-PRECOD
              MOVE W-PREFIXO  TO EMP-PREFIXO.
      *
      * NOME DA EMPRESA: EMPRESA-NN PARA A FILIAL (A EXISTENCIA DO
      * PARAMETRO CADASTRA A FILIAL), EMPRESA PARA A MATRIZ
      *
       LER-PARAMET.
           OPEN INPUT PARAMET
           IF ST-ERROW NOT = "00"
              GO TO MONTA-NOMES.
           IF EMP-CODIGO NOT = 01
              MOVE EMP-CODIGO TO W-PARCOD
              MOVE W-PARFIL TO PAR-NOME
              READ PARAMET
              IF ST-ERROW = "00"
                 MOVE "S" TO EMP-EXISTE
                 MOVE PAR-VALOR TO EMP-NOME.
           IF EMP-NOME = SPACES
              MOVE "EMPRESA" TO PAR-NOME
              READ PARAMET
              IF ST-ERROW = "00"
                 MOVE PAR-VALOR TO EMP-NOME.
           CLOSE PARAMET.
      *
       MONTA-NOMES.
           MOVE SPACES TO EMP-OCA001 EMP-OCA003 EMP-OCA013 EMP-OCA023
                          EMP-OCA023V EMP-PERIODO EMP-LANCCC
                          EMP-RECORR EMP-RATTRC EMP-PREVCC EMP-OPERCC
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "OCA001.DAT" DELIMITED BY SIZE
             INTO EMP-OCA001
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "OCA003.DAT" DELIMITED BY SIZE
             INTO EMP-OCA003
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "OCA013.DAT" DELIMITED BY SIZE
             INTO EMP-OCA013
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "OCA023.DAT" DELIMITED BY SIZE
             INTO EMP-OCA023
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "OCA023V.DAT" DELIMITED BY SIZE
             INTO EMP-OCA023V
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "PERIODO.DAT" DELIMITED BY SIZE
             INTO EMP-PERIODO
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "LANCCC.DAT" DELIMITED BY SIZE
             INTO EMP-LANCCC
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "RECORR.DAT" DELIMITED BY SIZE
             INTO EMP-RECORR
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "RATTRC.DAT" DELIMITED BY SIZE
             INTO EMP-RATTRC
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "PREVCC.DAT" DELIMITED BY SIZE
             INTO EMP-PREVCC
           STRING EMP-PREFIXO  DELIMITED BY SPACE
                  "OPERCC.DAT" DELIMITED BY SIZE
             INTO EMP-OPERCC.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
