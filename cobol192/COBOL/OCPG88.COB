       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCPG88.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CONFERENCIA DO DETALHE MENSAL      *
      * (OCA003) CONTRA OS LANCAMENTOS     *
      * (LANCCC.DAT) DO EXERCICIO: SOMA OS *
      * LANCAMENTOS POR CENTRO/MES/SERIE   *
      * (D = OCC00303, C = OCC00304) E     *
      * APONTA NO SPOOL TODO SLOT QUE NAO  *
      * BATE COM A SOMA, E TODO CENTRO COM *
      * LANCAMENTO SEM REGISTRO NO OCA003. *
      * NA PRIMEIRA RODADA (SEM O REGISTRO *
      * DE CONTROLE, SEQUENCIA ZERO) A     *
      * DIFERENCA DE CADA SLOT VIRA UM     *
      * LANCAMENTO DE ABERTURA - O SALDO   *
      * QUE JA ESTAVA NO OCA003 ANTES DOS  *
      * LANCAMENTOS EXISTIREM. RODA PELO   *
      * MENU OU NA JANELA NOTURNA.         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OCA003 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK00301
              FILE STATUS   IS ST-ERRO3
              ALTERNATE RECORD KEY IS OCK00302 = OCC00302 OCC00301
                        WITH DUPLICATES.
      *
       COPY LCCSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA003.BOK.
       COPY LANCCC.BOK.
       COPY SPOOL.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       COPY EMPRESA.BOK.
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       77 W-IMPLANTA   PIC X(01) VALUE "N".
       77 IND          PIC 9(02) VALUE ZEROS.
       77 IND2         PIC 9(02) VALUE ZEROS.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-SLOTS      PIC 9(05) VALUE ZEROS.
       77 W-DIVERG     PIC 9(05) VALUE ZEROS.
       77 W-IMPLANT    PIC 9(05) VALUE ZEROS.
       77 W-FORATAB    PIC 9(05) VALUE ZEROS.
       01 W-ANOPER     PIC 9(04) VALUE ZEROS.
       01 W-SLOT       PIC S9(09)V99 VALUE ZEROS.
       01 W-SOMA       PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFER      PIC S9(09)V99 VALUE ZEROS.
       01 W-SERIE      PIC X(01) VALUE SPACES.
      *
      * SOMA DOS LANCAMENTOS DO EXERCICIO POR CENTRO (1 A 99) E MES,
      * UMA COLUNA POR SERIE. TS-TEMLC = CENTRO COM LANCAMENTO,
      * TS-TEMOC = CENTRO COM REGISTRO NO OCA003.
      *
       01 TAB-SOMA.
          03 TS-CENTRO OCCURS 99 TIMES.
             05 TS-TEMLC    PIC X(01).
             05 TS-TEMOC    PIC X(01).
             05 TS-MES OCCURS 12 TIMES.
                07 TS-D     PIC S9(09)V99.
                07 TS-C     PIC S9(09)V99.
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 CAB1.
          03 CAB11      PIC X(45) VALUE
              "CONFERENCIA OCA003 X LANCAMENTOS - EXERC.".
          03 CAB12      PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(19) VALUE "CC CTA MES S".
          03 FILLER     PIC X(17) VALUE "    SLOT OCA003".
          03 FILLER     PIC X(17) VALUE "   SOMA LANCTOS".
          03 FILLER     PIC X(17) VALUE "      DIFERENCA".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET15     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET16     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET17     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC X(09) VALUE SPACES.
       01 DET-LIMPO.
          03 FILLER    PIC X(44) VALUE
              "TODOS OS SLOTS BATEM COM OS LANCAMENTOS".
       01 DET-FIM1.
          03 FILLER    PIC X(30) VALUE "LANCAMENTOS DO EXERCICIO    : ".
          03 DFTOT1    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(30) VALUE "SLOTS CONFERIDOS            : ".
          03 DFTOT2    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM3.
          03 FILLER    PIC X(30) VALUE "SLOTS DIVERGENTES           : ".
          03 DFTOT3    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM4.
          03 FILLER    PIC X(30) VALUE "LANCAMENTOS DE ABERTURA     : ".
          03 DFTOT4    PIC ZZZZZZ9 VALUE ZEROS.
       01 DET-FIM5.
          03 FILLER    PIC X(30) VALUE "LANCTOS CENTRO/MES INVALIDO : ".
          03 DFTOT5    PIC ZZZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU OU DO
      * SEQUENCIADOR DA JANELA NOTURNA (VAI PARA O SPOOL)
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
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE-ANO TO W-ANOPER CAB12 CAB15
           MOVE HOJE-DIA TO CAB13
           MOVE HOJE-MES TO CAB14
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       INC-OP1.
           OPEN INPUT OCA003
           IF ST-ERRO3 NOT = "00"
              MOVE "*** SEM DETALHE MENSAL (OCA003) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE MENS TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE
              GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE OCA003
                      GO TO ROT-FIM.
      *
      * SEM O REGISTRO DE CONTROLE, ESTA E A IMPLANTACAO
      *
       INC-CTRL.
           MOVE ZEROS TO LCC-SEQ
           READ LANCCC
           IF ST-ERROLC = "00"
              MOVE "N" TO W-IMPLANTA
           ELSE
              MOVE "S" TO W-IMPLANTA.
           PERFORM ZERA-TAB THRU ZERA-TAB-FIM.
      *
      * SOMA OS LANCAMENTOS DO EXERCICIO (A VARREDURA TAMBEM ACHA O
      * ULTIMO NUMERO, PARA OS LANCAMENTOS DE ABERTURA)
      *
       SOMA-LANC.
           MOVE 1 TO LCC-SEQ
           START LANCCC KEY IS NOT LESS LCC-SEQ
                 INVALID KEY GO TO CONFERE.
       SOMA-LANC1.
           READ LANCCC NEXT
           IF ST-ERROLC NOT = "00"
              GO TO CONFERE.
           MOVE LCC-SEQ TO W-ULTLCC
           IF LCC-ANO NOT = W-ANOPER
              GO TO SOMA-LANC1.
           ADD 1 TO W-LIDOS
           IF LCC-CENTRO = ZEROS OR LCC-MESREF = ZEROS
                                 OR LCC-MESREF > 12
              ADD 1 TO W-FORATAB
              GO TO SOMA-LANC1.
           MOVE "S" TO TS-TEMLC(LCC-CENTRO)
           IF LCC-DEBITO
              ADD LCC-VALOR TO TS-D(LCC-CENTRO, LCC-MESREF)
           ELSE
              ADD LCC-VALOR TO TS-C(LCC-CENTRO, LCC-MESREF).
           GO TO SOMA-LANC1.
      *
      * CADA SLOT DO OCA003 CONTRA A SOMA DOS SEUS LANCAMENTOS
      *
       CONFERE.
           MOVE ZEROS TO OCC00301
           START OCA003 KEY IS NOT LESS OCK00301
                 INVALID KEY GO TO SEM-DETALHE.
       CONFERE1.
           READ OCA003 NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO SEM-DETALHE.
           IF OCC00301 = ZEROS
              GO TO CONFERE1.
           MOVE OCC00301 TO IND
           MOVE "S" TO TS-TEMOC(IND)
           MOVE ZEROS TO IND2.
       CONFERE2.
           ADD 1 TO IND2
           IF IND2 > 12
              GO TO CONFERE1.
           MOVE "D" TO W-SERIE
           MOVE OCC00303(IND2) TO W-SLOT
           MOVE TS-D(IND, IND2) TO W-SOMA
           PERFORM CONFERE-SLOT THRU CONFERE-SLOT-FIM
           MOVE "C" TO W-SERIE
           MOVE OCC00304(IND2) TO W-SLOT
           MOVE TS-C(IND, IND2) TO W-SOMA
           PERFORM CONFERE-SLOT THRU CONFERE-SLOT-FIM
           GO TO CONFERE2.
      *
       CONFERE-SLOT.
           ADD 1 TO W-SLOTS
           IF W-SLOT = W-SOMA
              GO TO CONFERE-SLOT-FIM.
           COMPUTE W-DIFER = W-SLOT - W-SOMA
           MOVE OCC00301 TO DET11
           MOVE OCC00302 TO DET12
           MOVE IND2     TO DET13
           MOVE W-SERIE  TO DET14
           MOVE W-SLOT   TO DET15
           MOVE W-SOMA   TO DET16
           MOVE W-DIFER  TO DET17
           IF W-IMPLANTA = "S"
              MOVE "ABERTURA" TO DET18
              PERFORM GRAVA-ABERT THRU GRAVA-ABERT-FIM
           ELSE
              MOVE "DIVERGE" TO DET18
              ADD 1 TO W-DIVERG.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE.
       CONFERE-SLOT-FIM.
           EXIT.
      *
      * LANCAMENTO DE ABERTURA: O QUE O SLOT JA TINHA ANTES DOS
      * LANCAMENTOS EXISTIREM
      *
       GRAVA-ABERT.
           MOVE OCC00301 TO LCC-CENTRO
           MOVE W-ANOPER TO LCC-ANO
           MOVE IND2     TO LCC-MESREF
           MOVE OCC00302 TO LCC-CONTA
           MOVE W-SERIE  TO LCC-DC
           MOVE W-DIFER  TO LCC-VALOR
           MOVE HOJE     TO LCC-DATA
           MOVE "ABERTURA" TO LCC-DOCTO
           MOVE "SALDO ANTERIOR A IMPLANTACAO DOS LANCTOS" TO LCC-HIST
           MOVE "OCPG88" TO LCC-PROG
           MOVE LK-LOGIN TO LCC-OPERADOR.
       GRAVA-ABERT1.
           ADD 1 TO W-ULTLCC
           MOVE W-ULTLCC TO LCC-SEQ
           WRITE REGLCC
           IF ST-ERROLC = "22"
              GO TO GRAVA-ABERT1.
           IF ST-ERROLC NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO LANCCC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-ABERT-FIM.
           ADD 1 TO W-IMPLANT.
       GRAVA-ABERT-FIM.
           EXIT.
      *
      * CENTRO COM LANCAMENTO NO EXERCICIO MAS SEM REGISTRO NO OCA003
      * (SLOT CONSIDERADO ZERO)
      *
       SEM-DETALHE.
           MOVE ZEROS TO IND.
       SEM-DETALHE1.
           ADD 1 TO IND
           IF IND > 99
              GO TO ROT-CTRL.
           IF TS-TEMLC(IND) NOT = "S" OR TS-TEMOC(IND) = "S"
              GO TO SEM-DETALHE1.
           MOVE ZEROS TO IND2.
       SEM-DETALHE2.
           ADD 1 TO IND2
           IF IND2 > 12
              GO TO SEM-DETALHE1.
           MOVE "D" TO W-SERIE
           MOVE TS-D(IND, IND2) TO W-SOMA
           PERFORM SEM-DET-LINHA THRU SEM-DET-LINHA-FIM
           MOVE "C" TO W-SERIE
           MOVE TS-C(IND, IND2) TO W-SOMA
           PERFORM SEM-DET-LINHA THRU SEM-DET-LINHA-FIM
           GO TO SEM-DETALHE2.
      *
       SEM-DET-LINHA.
           IF W-SOMA = ZEROS
              GO TO SEM-DET-LINHA-FIM.
           ADD 1 TO W-DIVERG
           COMPUTE W-DIFER = ZEROS - W-SOMA
           MOVE IND      TO DET11
           MOVE ZEROS    TO DET12
           MOVE IND2     TO DET13
           MOVE W-SERIE  TO DET14
           MOVE ZEROS    TO DET15
           MOVE W-SOMA   TO DET16
           MOVE W-DIFER  TO DET17
           MOVE "SEM OCA3" TO DET18
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE.
       SEM-DET-LINHA-FIM.
           EXIT.
      *
      * NA IMPLANTACAO, GRAVA O REGISTRO DE CONTROLE (SEQUENCIA
      * ZERO) PARA AS PROXIMAS RODADAS SO CONFERIREM
      *
       ROT-CTRL.
           IF W-IMPLANTA NOT = "S"
              GO TO ROT-TOTAIS.
           MOVE ZEROS    TO LCC-SEQ LCC-CENTRO LCC-MESREF LCC-CONTA
                            LCC-VALOR
           MOVE W-ANOPER TO LCC-ANO
           MOVE SPACES   TO LCC-DC
           MOVE HOJE     TO LCC-DATA
           MOVE "CONTROLE" TO LCC-DOCTO
           MOVE "IMPLANTACAO DOS LANCAMENTOS CONCLUIDA" TO LCC-HIST
           MOVE "OCPG88" TO LCC-PROG
           MOVE LK-LOGIN TO LCC-OPERADOR
           WRITE REGLCC.
      *
       ROT-TOTAIS.
           IF W-DIVERG = ZEROS AND W-IMPLANT = ZEROS
              WRITE REGIMP FROM DET-LIMPO BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-LIDOS   TO DFTOT1
           MOVE W-SLOTS   TO DFTOT2
           MOVE W-DIVERG  TO DFTOT3
           MOVE W-IMPLANT TO DFTOT4
           MOVE W-FORATAB TO DFTOT5
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM5 BEFORE ADVANCING 1 LINE
           DISPLAY DET-FIM1
           DISPLAY DET-FIM3
           DISPLAY DET-FIM4
           CLOSE OCA003 LANCCC.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQIMP.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
       ZERA-TAB.
           MOVE ZEROS TO IND.
       ZERA-TAB1.
           ADD 1 TO IND
           IF IND > 99
              GO TO ZERA-TAB-FIM.
           MOVE "N" TO TS-TEMLC(IND) TS-TEMOC(IND)
           MOVE ZEROS TO IND2.
       ZERA-TAB2.
           ADD 1 TO IND2
           IF IND2 > 12
              GO TO ZERA-TAB1.
           MOVE ZEROS TO TS-D(IND, IND2) TS-C(IND, IND2)
           GO TO ZERA-TAB2.
       ZERA-TAB-FIM.
           EXIT.
      *
      *************************************************
      * ABRE UM NOVO SPOOL PARA ESTE RELATORIO:       *
      * DESCOBRE O PROXIMO NUMERO NO SPOOLDIR.DAT,    *
      * REGISTRA A ENTRADA E MONTA O NOME DO ARQUIVO  *
      * SPL<NNNNNN>.TXT QUE O FD ARQIMP VAI USAR.     *
      *************************************************
      *
       ROT-SPOOL.
           OPEN I-O SPOOLDIR
           IF ST-ERROS2 NOT = "00"
              IF ST-ERROS2 = "30"
                 OPEN OUTPUT SPOOLDIR
                 CLOSE SPOOLDIR
                 OPEN I-O SPOOLDIR.
           MOVE ZEROS TO W-ULTSPL SPL-ID
           START SPOOLDIR KEY IS NOT LESS SPL-ID
                 INVALID KEY GO TO ROT-SPOOL2.
       ROT-SPOOL1.
           READ SPOOLDIR NEXT
           IF ST-ERROS2 = "00"
              MOVE SPL-ID TO W-ULTSPL
              GO TO ROT-SPOOL1.
       ROT-SPOOL2.
           COMPUTE SPL-ID = W-ULTSPL + 1
           MOVE "OCPG88" TO SPL-RELAT
           ACCEPT W-SPLDATA FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           MOVE W-SPLDATA TO SPL-DATA
           MOVE W-SPLHMS  TO SPL-HORA
           MOVE LK-LOGIN  TO SPL-OPERADOR
           MOVE SPACES    TO W-SPOOLARQ
           STRING "SPL" SPL-ID ".TXT" DELIMITED BY SIZE
             INTO W-SPOOLARQ
           MOVE W-SPOOLARQ TO SPL-ARQ
           MOVE "D" TO SPL-SIT
           WRITE REGSPL
           CLOSE SPOOLDIR.
       ROT-SPOOL-FIM.
           EXIT.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
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
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-LANCCC  TO W-LANCCC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
