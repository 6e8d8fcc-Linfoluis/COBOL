       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCPG89.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * BATCH DOS LANCAMENTOS RECORRENTES: *
      * LANCA NO SLOT DO MES (OCA003) CADA *
      * MODELO DO RECORR.DAT EM VIGOR NO   *
      * MES, COM O LANCAMENTO CORRESPON-   *
      * DENTE NO LANCCC.DAT (DOCUMENTO     *
      * "RECORR"+NUMERO). MODELO JA        *
      * LANCADO NO MES NAO E LANCADO DE    *
      * NOVO, ENTAO PODE RODAR TODA NOITE. *
      * MES FECHADO NO PERIODO.DAT NAO E   *
      * MEXIDO. APLICA O REAJUSTE ANUAL    *
      * DO MODELO QUANDO CHEGA O MES DELE. *
      * PELA JANELA NOTURNA ("*JOBSEQ*")   *
      * LANCA O MES CORRENTE; PELO MENU O  *
      * OPERADOR ESCOLHE O MES DO ANO.     *
      * O RELATORIO SAI NO SPOOL.          *
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
       COPY RECSEL.BOK.
       COPY LCCSEL.BOK.
       COPY PERSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA003.BOK.
       COPY RECORR.BOK.
       COPY LANCCC.BOK.
       COPY PERIODO.BOK.
       COPY AUDTRLH.BOK.
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
       77 ST-ERRORC    PIC X(02) VALUE "00".
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 ST-ERROPE    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       77 W-RECORR     PIC X(40) VALUE "RECORR.DAT".
       COPY EMPRESA.BOK.
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-JALANC     PIC X(01) VALUE "N".
       77 W-REAJUST    PIC X(01) VALUE "N".
       77 W-LANCADOS   PIC 9(05) VALUE ZEROS.
       77 W-REPETIDOS  PIC 9(05) VALUE ZEROS.
       77 W-RECUSADOS  PIC 9(05) VALUE ZEROS.
       01 W-TOTD       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTC       PIC 9(09)V99 VALUE ZEROS.
       01 W-VLMES      PIC 9(07)V99 VALUE ZEROS.
       01 W-NOVO       PIC 9(08)V99 VALUE ZEROS.
      *
      * MES A LANCAR, NO MESMO FORMATO AAAAMM DE REC-MESINI/MESFIM
      *
       01 W-MESREF.
          03 W-ANOPER  PIC 9(04) VALUE ZEROS.
          03 W-MESLAN  PIC 9(02) VALUE ZEROS.
       01 W-DOCREC.
          03 FILLER    PIC X(06) VALUE "RECORR".
          03 W-DOCREC1 PIC 9(04) VALUE ZEROS.
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
       01 CAB1.
          03 CAB11      PIC X(40) VALUE
              "LANCAMENTOS RECORRENTES - MES".
          03 CAB12      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB13      PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(06) VALUE SPACES.
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB16      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(16) VALUE "MOD.  CC CTA S".
          03 FILLER     PIC X(17) VALUE "          VALOR".
          03 FILLER     PIC X(23) VALUE "HISTORICO".
          03 FILLER     PIC X(20) VALUE "SITUACAO".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET15     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET16     PIC X(22) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC X(20) VALUE SPACES.
       01 DET-FECH.
          03 FILLER    PIC X(50) VALUE
              "MES FECHADO NO PERIODO.DAT (OCM027) - NADA LANCADO".
       01 DET-TOT1.
          03 FILLER    PIC X(30) VALUE "MODELOS LANCADOS            : ".
          03 DT1       PIC ZZZZ9 VALUE ZEROS.
       01 DET-TOT2.
          03 FILLER    PIC X(30) VALUE "JA LANCADOS NO MES          : ".
          03 DT2       PIC ZZZZ9 VALUE ZEROS.
       01 DET-TOT3.
          03 FILLER    PIC X(30) VALUE "RECUSADOS                   : ".
          03 DT3       PIC ZZZZ9 VALUE ZEROS.
       01 DET-TOT4.
          03 FILLER    PIC X(30) VALUE "TOTAL LANCADO SERIE 1 (D)   : ".
          03 DT4       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 DET-TOT5.
          03 FILLER    PIC X(30) VALUE "TOTAL LANCADO SERIE 2 (C)   : ".
          03 DT5       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU OU DO
      * SEQUENCIADOR DA JANELA NOTURNA (*JOBSEQ* RODA SEM PERGUNTAS)
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
           MOVE LK-LOGIN TO W-LOGIN
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-ANO TO W-ANOPER CAB16
           MOVE DH-MES TO W-MESLAN CAB15
           MOVE DH-DIA TO CAB14.
      *
      * O OCA003 SO GUARDA O ANO CORRENTE: PELA TELA ESCOLHE-SE O
      * MES (PARA LANCAR UM MES ESQUECIDO), O ANO E SEMPRE O ATUAL
      *
       INC-MES.
           IF W-LOGIN = "*JOBSEQ*"
              GO TO INC-PER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "LANCAMENTOS RECORRENTES DO DETALHE"
           DISPLAY (08, 05) "MES A LANCAR      :    /"
           DISPLAY (08, 29) W-ANOPER
           ACCEPT  (08, 25) W-MESLAN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-MESLAN = ZEROS OR W-MESLAN > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MES.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "LANCAR O MES (S/N) : ".
           ACCEPT (23, 61) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-MES.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-PER.
           MOVE W-MESLAN TO CAB12
           MOVE W-ANOPER TO CAB13
           MOVE W-MESLAN TO W-DOCREC1
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           OPEN INPUT PERIODO
           IF ST-ERROPE = "00"
              MOVE W-ANOPER TO PER-ANO
              MOVE W-MESLAN TO PER-MES
              READ PERIODO
              IF ST-ERROPE = "00" AND PER-FECHADO
                 CLOSE PERIODO
                 WRITE REGIMP FROM DET-FECH BEFORE ADVANCING 1 LINE
                 MOVE "*** MES FECHADO - NADA LANCADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 CLOSE PERIODO.
       INC-OP1.
           OPEN I-O RECORR
           IF ST-ERRORC NOT = "00"
              MOVE "*** SEM LANCAMENTOS RECORRENTES (OCM030) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE MENS TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE
              GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O OCA003
           IF ST-ERRO3 NOT = "00"
               IF ST-ERRO3 = "30"
                      OPEN OUTPUT OCA003
                      CLOSE OCA003
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO OCA003" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE RECORR
                      GO TO ROT-FIM.
       INC-OP3.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE RECORR OCA003
                      GO TO ROT-FIM.
           PERFORM ACHAR-ULTLCC THRU ACHAR-ULTLCC-FIM.
       INC-OP4.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP4
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE RECORR OCA003 LANCCC
                      GO TO ROT-FIM.
      *
      * VARRE OS MODELOS EM ORDEM DE NUMERO
      *
       LER-REC.
           MOVE ZEROS TO REC-NUMERO
           START RECORR KEY IS NOT LESS REC-NUMERO
                 INVALID KEY GO TO ROT-TOTAIS.
       LER-REC1.
           READ RECORR NEXT
           IF ST-ERRORC NOT = "00"
              GO TO ROT-TOTAIS.
           IF REC-MESINI > W-MESREF
              GO TO LER-REC1.
           IF REC-MESFIM NOT = ZEROS AND REC-MESFIM < W-MESREF
              GO TO LER-REC1.
           PERFORM TRATA-REC THRU TRATA-REC-FIM
           GO TO LER-REC1.
      *
      *-------------------------------------------------------------
      * UM MODELO EM VIGOR NO MES: CONFERE SE JA FOI LANCADO,
      * REAJUSTA SE FOR A VEZ E SOMA O VALOR NO SLOT
      *-------------------------------------------------------------
       TRATA-REC.
           MOVE REC-NUMERO  TO DET11 W-DOCREC1
           MOVE REC-CENTRO  TO DET12
           MOVE REC-CONTA   TO DET13
           MOVE REC-DC      TO DET14
           MOVE REC-HIST    TO DET16
           PERFORM VER-LANC THRU VER-LANC-FIM
           IF W-JALANC = "S"
              MOVE REC-VALOR TO DET15
              MOVE "JA LANCADO NO MES" TO DET17
              ADD 1 TO W-REPETIDOS
              GO TO TRATA-REC-IMP.
      *
      * REAJUSTE ANUAL: NO PRIMEIRO MES A PARTIR DO MES DO REAJUSTE
      * EM ANO POSTERIOR AO DO ULTIMO REAJUSTE. MES ANTERIOR AO DO
      * REAJUSTE LANCADO DEPOIS DELE USA O VALOR ANTIGO.
      *
           MOVE "N" TO W-REAJUST
           IF REC-PCTREAJ NOT = ZEROS AND REC-MESREAJ NOT = ZEROS
              IF W-ANOPER > REC-ANOREAJ AND W-MESLAN NOT < REC-MESREAJ
                 COMPUTE REC-VALOR ROUNDED =
                         REC-VALOR * (100 + REC-PCTREAJ) / 100
                 MOVE W-ANOPER TO REC-ANOREAJ
                 REWRITE REGREC
                 MOVE "A" TO TRLH-OPER
                 MOVE REC-NUMERO TO TRLH-CHAVE
                 MOVE "REAJUSTE ANUAL DO MODELO" TO TRLH-DESCR
                 PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                 MOVE "S" TO W-REAJUST.
           MOVE REC-VALOR TO W-VLMES
           IF REC-PCTREAJ NOT = ZEROS AND REC-MESREAJ NOT = ZEROS
              IF W-ANOPER = REC-ANOREAJ AND W-MESLAN < REC-MESREAJ
                                        AND REC-ANOREAJ > REC-INIANO
                 COMPUTE W-VLMES ROUNDED =
                         REC-VALOR * 100 / (100 + REC-PCTREAJ).
           MOVE W-VLMES TO DET15
      *
      * O DETALHE DO CENTRO: CRIADO NA CONTA DO MODELO SE NAO
      * EXISTIR (COMO NO RATEIO); EM OUTRA CONTA, RECUSA
      *
           MOVE REC-CENTRO TO OCC00301
           READ OCA003
           IF ST-ERRO3 NOT = "00"
              PERFORM CRIA-DETALHE THRU CRIA-DETALHE-FIM
              IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO NO DETALHE" TO DET17
                 ADD 1 TO W-RECUSADOS
                 GO TO TRATA-REC-IMP.
           IF OCC00302 NOT = REC-CONTA
              MOVE "CONTA DIFERE OCA003" TO DET17
              ADD 1 TO W-RECUSADOS
              GO TO TRATA-REC-IMP.
           IF REC-DEBITO
              COMPUTE W-NOVO = OCC00303(W-MESLAN) + W-VLMES
           ELSE
              COMPUTE W-NOVO = OCC00304(W-MESLAN) + W-VLMES.
           IF W-NOVO > 9999999,99
              MOVE "ESTOURO DO SLOT" TO DET17
              ADD 1 TO W-RECUSADOS
              GO TO TRATA-REC-IMP.
           IF REC-DEBITO
              MOVE W-NOVO TO OCC00303(W-MESLAN)
              ADD W-VLMES TO W-TOTD
           ELSE
              MOVE W-NOVO TO OCC00304(W-MESLAN)
              ADD W-VLMES TO W-TOTC.
           PERFORM SOMA-ANO THRU SOMA-ANO-FIM
           REWRITE REGOCA003
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA REGRAVACAO" TO DET17
              ADD 1 TO W-RECUSADOS
              GO TO TRATA-REC-IMP.
           MOVE "A" TO TRLH-OPER
           MOVE OCC00301 TO TRLH-CHAVE
           MOVE "LANCAMENTO RECORRENTE" TO TRLH-DESCR
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           ADD 1 TO W-LANCADOS
           IF W-REAJUST = "S"
              MOVE "LANCADO/REAJUSTADO" TO DET17
           ELSE
              MOVE "LANCADO" TO DET17.
       TRATA-REC-IMP.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE.
       TRATA-REC-FIM.
           EXIT.
      *
      * O MODELO JA TEM LANCAMENTO DESTE PROGRAMA NO MES?
      *
       VER-LANC.
           MOVE "N" TO W-JALANC
           MOVE REC-CENTRO TO LCC-CENTRO
           MOVE W-ANOPER   TO LCC-ANO
           MOVE W-MESLAN   TO LCC-MESREF
           START LANCCC KEY IS NOT LESS LCC-CHAVE2
                 INVALID KEY GO TO VER-LANC-FIM.
       VER-LANC1.
           READ LANCCC NEXT
           IF ST-ERROLC NOT = "00"
              GO TO VER-LANC-FIM.
           IF LCC-CENTRO NOT = REC-CENTRO OR LCC-ANO NOT = W-ANOPER
                                          OR LCC-MESREF NOT = W-MESLAN
              GO TO VER-LANC-FIM.
           IF LCC-DOCTO = W-DOCREC AND LCC-PROG = "OCPG89"
              MOVE "S" TO W-JALANC
              GO TO VER-LANC-FIM.
           GO TO VER-LANC1.
       VER-LANC-FIM.
           EXIT.
      *
       CRIA-DETALHE.
           MOVE REC-CENTRO TO OCC00301
           MOVE REC-CONTA  TO OCC00302
           MOVE ZEROS TO OCC00305 OCC00306 OCC00307 OCC00308
           MOVE ZEROS TO IND.
       CRIA-DETALHE1.
           ADD 1 TO IND
           IF IND NOT > 12
              MOVE ZEROS TO OCC00303(IND) OCC00304(IND)
              GO TO CRIA-DETALHE1.
           WRITE REGOCA003
           IF ST-ERRO3 = "00"
              MOVE "I" TO TRLH-OPER
              MOVE OCC00301 TO TRLH-CHAVE
              MOVE "DETALHE CRIADO PELO RECORRENTE" TO TRLH-DESCR
              PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM.
       CRIA-DETALHE-FIM.
           EXIT.
      *
      * TOTAIS ANUAIS RECALCULADOS COMO NO OCM003
      *
       SOMA-ANO.
           MOVE ZEROS TO OCC00305 OCC00306 IND.
       SOMA-ANO1.
           ADD 1 TO IND
           IF IND > 12
              GO TO SOMA-ANO-FIM.
           ADD OCC00303(IND) TO OCC00305
           ADD OCC00304(IND) TO OCC00306
           GO TO SOMA-ANO1.
       SOMA-ANO-FIM.
           EXIT.
      *
       GRAVA-LANC.
           MOVE REC-CENTRO TO LCC-CENTRO
           MOVE W-ANOPER   TO LCC-ANO
           MOVE W-MESLAN   TO LCC-MESREF
           MOVE REC-CONTA  TO LCC-CONTA
           MOVE REC-DC     TO LCC-DC
           MOVE W-VLMES    TO LCC-VALOR
           MOVE DH-ANO     TO LCC-DTANO
           MOVE DH-MES     TO LCC-DTMES
           MOVE DH-DIA     TO LCC-DTDIA
           MOVE W-DOCREC   TO LCC-DOCTO
           MOVE REC-HIST   TO LCC-HIST
           MOVE "OCPG89"   TO LCC-PROG
           MOVE W-LOGIN    TO LCC-OPERADOR.
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
       ROT-TOTAIS.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-LANCADOS  TO DT1
           MOVE W-REPETIDOS TO DT2
           MOVE W-RECUSADOS TO DT3
           MOVE W-TOTD      TO DT4
           MOVE W-TOTC      TO DT5
           WRITE REGIMP FROM DET-TOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT5 BEFORE ADVANCING 1 LINE
           CLOSE RECORR OCA003 LANCCC ARQTRLH
           IF W-LOGIN = "*JOBSEQ*"
              DISPLAY DET-TOT1
              DISPLAY DET-TOT3
              GO TO ROT-FIM.
           DISPLAY (10, 05) DET-TOT1
           DISPLAY (11, 05) DET-TOT2
           DISPLAY (12, 05) DET-TOT3
           MOVE "*** LANCAMENTOS RECORRENTES CONCLUIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
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
           MOVE "OCPG89" TO SPL-RELAT
           ACCEPT W-SPLDATA FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           MOVE W-SPLDATA TO SPL-DATA
           MOVE W-SPLHMS  TO SPL-HORA
           MOVE W-LOGIN   TO SPL-OPERADOR
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
      **********************
      * ROTINA DE TRILHA DE AUDITORIA *
      **********************
      *
       ROT-TRILHA.
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO   TO TRLH-ANO
           MOVE DH-MES   TO TRLH-MES
           MOVE DH-DIA   TO TRLH-DIA
           MOVE TA-HH    TO TRLH-HH
           MOVE TA-MM    TO TRLH-MM
           MOVE TA-SS    TO TRLH-SS
           MOVE "OCPG89" TO TRLH-PROG
           MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           IF W-LOGIN = "*JOBSEQ*"
              DISPLAY MENS
              GO TO ROT-MENS-FIM.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
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
           MOVE EMP-PERIODO TO W-PERIODO
           MOVE EMP-LANCCC  TO W-LANCCC
           MOVE EMP-RECORR  TO W-RECORR.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
