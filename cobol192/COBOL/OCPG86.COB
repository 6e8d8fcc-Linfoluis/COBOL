      * EXPORTADO PELO PACOTE CONTABIL.    *
      * LAYOUT DA LINHA:                   *
      *   CENTRO;CONTA;MES;VALOR;D/C       *
      *   [;DOCUMENTO;HISTORICO]           *
      *   (D ACUMULA NA SERIE OCC00303,    *
      *    C NA SERIE OCC00304)            *
      * CADA LINHA APLICADA GRAVA O SEU    *
      * LANCAMENTO NO LANCCC.DAT (SEM      *
      * DOCUMENTO, VAI O NUMERO DA LINHA). *
      * CENTRO VALIDADO NO OCA001, MES NO  *
      * PERIODO W-MESINI/W-MESFIM COMO NO  *
      * OCPG83. LINHA RUIM VAI PARA        *
      *
       COPY PERSEL.BOK.
       COPY CTASEL.BOK.
       COPY LCCSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       COPY PERIODO.BOK.
       COPY PLANCTA.BOK.
       COPY LANCCC.BOK.
      *
       FD  ARQREJ
           LABEL RECORD IS STANDARD
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       COPY EMPRESA.BOK.
       01 W-MESINI     PIC 9(02) VALUE 01.
       01 W-MESFIM     PIC 9(02) VALUE 12.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 ST-ERROCT    PIC X(02) VALUE "00".
       77 W-TEMCTA     PIC X(01) VALUE "N".
       01 W-ANOPER     PIC 9(04) VALUE ZEROS.
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       01 TAB-FECH.
          03 W-FECH    PIC X(01) OCCURS 12 TIMES.
       01 W-DTHOJE.
       01 C-MES-X      PIC X(02) VALUE SPACES.
       01 C-VALOR-X    PIC X(16) VALUE SPACES.
       01 C-DC         PIC X(01) VALUE SPACES.
       01 C-DOCTO      PIC X(10) VALUE SPACES.
       01 C-HIST       PIC X(40) VALUE SPACES.
       01 W-DOCLIN.
          03 FILLER    PIC X(05) VALUE "LINHA".
          03 W-DOCLIN1 PIC 9(05) VALUE ZEROS.
       01 W-CENTRO     PIC 9(02) VALUE ZEROS.
       01 W-MES        PIC 9(02) VALUE ZEROS.
      *
           03 FILLER      PIC X(21) VALUE "LINHAS REJEITADAS  :".
           03 W-TOTLIN4A  PIC ZZZZ9.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (EMPRESA
      * ESCOLHIDA NO LOGIN)
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
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DH-ANO TO W-ANOPER
           PERFORM ROT-PERLOCK THRU ROT-PERLOCK-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCSV OCA001
                      GO TO ROT-FIM1.
       INC-OP3B.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OP3B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCSV OCA001 OCA003
                      GO TO ROT-FIM1.
           PERFORM ACHAR-ULTLCC THRU ACHAR-ULTLCC-FIM.
       INC-OP4.
           OPEN OUTPUT ARQREJ.
      *
      *-------------------------------------------------------------
       TRATA-LINHA.
           MOVE SPACES TO C-CENTRO-X C-CONTA-X C-MES-X C-VALOR-X C-DC
                          C-DOCTO C-HIST
           UNSTRING REGCSV DELIMITED BY ";"
               INTO C-CENTRO-X C-CONTA-X C-MES-X C-VALOR-X C-DC
                    C-DOCTO C-HIST.
           IF C-CENTRO-X NOT NUMERIC
              MOVE "CENTRO NAO NUMERICO" TO REJ-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              MOVE "ERRO NA GRAVACAO DO OCA003" TO REJ-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-LINHA-FIM.
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           ADD 1 TO W-CONTAPL.
       TRATA-LINHA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LANCAMENTO DA LINHA APLICADA (LANCCC.DAT)
      *-------------------------------------------------------------
       GRAVA-LANC.
           MOVE W-CENTRO  TO LCC-CENTRO
           MOVE W-ANOPER  TO LCC-ANO
           MOVE W-MES     TO LCC-MESREF
           MOVE C-CONTA-X TO LCC-CONTA
           MOVE C-DC      TO LCC-DC
           MOVE W-VALOR   TO LCC-VALOR
           MOVE W-DH-ANO  TO LCC-DTANO
           MOVE W-DH-MES  TO LCC-DTMES
           MOVE W-DH-DIA  TO LCC-DTDIA
           MOVE C-DOCTO   TO LCC-DOCTO
           IF C-DOCTO = SPACES
              MOVE W-CONTLIDOS TO W-DOCLIN1
              MOVE W-DOCLIN TO LCC-DOCTO.
           MOVE C-HIST    TO LCC-HIST
           IF C-HIST = SPACES
              MOVE "CARGA CONTABIL (CONTAB.CSV)" TO LCC-HIST.
           MOVE "OCPG86"  TO LCC-PROG
           MOVE SPACES    TO LCC-OPERADOR.
       GRAVA-LANC1.
           ADD 1 TO W-ULTLCC
           MOVE W-ULTLCC TO LCC-SEQ
           WRITE REGLCC
           IF ST-ERROLC = "22"
              GO TO GRAVA-LANC1.
           IF ST-ERROLC NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO LANCCC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LANC-FIM.
           EXIT.
      *
       ACHAR-ULTLCC.
           MOVE ZEROS TO W-ULTLCC LCC-SEQ
           START LANCCC KEY IS NOT LESS LCC-SEQ
                 INVALID KEY GO TO ACHAR-ULTLCC-FIM.
       ACHAR-ULTLCC1.
           READ LANCCC NEXT
           IF ST-ERROLC NOT = "00"
              GO TO ACHAR-ULTLCC-FIM.
           MOVE LCC-SEQ TO W-ULTLCC
           GO TO ACHAR-ULTLCC1.
       ACHAR-ULTLCC-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CONVERTE W-NUMIN (FORMATO DE TELA) EM W-NUMVAL. ACEITA
      * ESPACOS E PONTO DE MILHAR; A VIRGULA INICIA OS DECIMAIS
      * (TRES CASAS NO MAXIMO). QUALQUER OUTRO CARACTERE INVALIDA.
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
           MOVE "*** CARGA CONTABIL CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE ARQCSV OCA001 OCA003 ARQREJ LANCCC
           IF W-TEMCTA = "S"
              CLOSE PLANCTA.
       ROT-FIM1.
           DISPLAY (23, 13) MENS.
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
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-PERIODO TO W-PERIODO
           MOVE EMP-LANCCC  TO W-LANCCC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
