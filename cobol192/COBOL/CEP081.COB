       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP081.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * FAXINA MENSAL DOS ARQUIVOS DE LOG: *
      * OS REGISTROS MAIS VELHOS QUE A     *
      * RETENCAO (PARAMETROS RETENCAO-* DO *
      * PARAMET.DAT, EM DIAS) SAEM PARA O  *
      * ARQUIVO DO MES <BASE><AAAAMM>.EXT: *
      *   HISTPRE.DAT  -> HISTPRE<AM>.DAT  *
      *   TRANSF.LOG   -> TRANSF<AM>.LOG   *
      *   JORNAL.DAT   -> JORNAL<AM>.DAT   *
      *   (SO SITUACAO C E T - ENTRADA I   *
      *   PENDENTE NUNCA E MEXIDA)         *
      *   JOBJORN.DAT  -> JOBJORN<AM>.DAT  *
      *   BKPVERIF.LOG -> BKPVERIF<AM>.LOG *
      *   OCPG86.REJ / PRODUTO.REJ (PELA   *
      *   DATA DO ARQUIVO) -> OCPG86<AM>.  *
      *   REJ / PRODUTO<AM>.REJ, E O       *
      *   ARQUIVO E APAGADO                *
      *   SPOOLDIR.DAT (ENTRADAS P) ->     *
      *   SPOOLDIR<AM>.DAT                 *
      * E APAGA DO DISCO O SPL<NNNNNN>.TXT *
      * DE TODA ENTRADA PURGADA (P) PELO   *
      * SPL001. OS SEQUENCIAIS SAO         *
      * REGRAVADOS PELO CEP081.TMP; OS     *
      * INDEXADOS PERDEM OS REGISTROS POR  *
      * DELETE. RESUMO NO SPOOL: POR       *
      * ARQUIVO, REGISTROS ARQUIVADOS E    *
      * BYTES LIBERADOS. PASSO U (ULTIMO   *
      * DIA DO MES) DO JOBSEQ; PELO MENU   *
      * PEDE CONFIRMACAO.                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PARASEL.BOK.
       COPY HISTSEL.BOK.
       COPY TRANSEL.BOK.
       COPY JRNSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT JOBJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JORN-CHAVE
                    FILE STATUS  IS ST-ERROD.
       SELECT ARQVLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROV.
       SELECT ARQR86 ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROR8.
       SELECT ARQR23 ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROR2.
       SELECT ARQTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROT.
       SELECT ARQAHP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQATR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQAJR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQAJB ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQAVL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQAR8 ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQAR2 ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQASP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PARAMET.BOK.
      *
       COPY HISTPRE.BOK.
      *
       COPY TRANSF.BOK.
      *
       COPY JORNAL.BOK.
      *
       COPY SPOOL.BOK.
      *
       FD  JOBJORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "JOBJORN.DAT".
       01  REGJORN.
                03 JORN-CHAVE.
                   05 JORN-DATA      PIC 9(08).
                   05 JORN-STEP      PIC 9(02).
                03 JORN-PROG         PIC X(08).
                03 JORN-HINI         PIC 9(06).
                03 JORN-HFIM         PIC 9(06).
                03 JORN-SIT          PIC X(01).
      *
       FD  ARQVLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BKPVERIF.LOG".
       01  REGVLOG.
           03 VLOG-DATA   PIC 9(08).
           03 FILLER      PIC X(45).
      *
       FD  ARQR86
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OCPG86.REJ".
       01  REGR86       PIC X(80).
      *
       FD  ARQR23
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRODUTO.REJ".
       01  REGR23       PIC X(120).
      *
      * AREA DE PASSAGEM DOS SEQUENCIAIS (O MAIOR REGISTRO CABE)
      *
       FD  ARQTMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CEP081.TMP".
       01  REGTMP       PIC X(120).
      *
      * ARQUIVOS DO MES - UM FD POR TAMANHO DE REGISTRO, TODOS COM
      * O NOME MONTADO EM W-ARQARC
      *
       FD  ARQAHP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGAHP       PIC X(65).
      *
       FD  ARQATR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGATR       PIC X(28).
      *
       FD  ARQAJR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGAJR       PIC X(67).
      *
       FD  ARQAJB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGAJB       PIC X(31).
      *
       FD  ARQAVL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGAVL       PIC X(53).
      *
       FD  ARQAR8
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGAR8       PIC X(80).
      *
       FD  ARQAR2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGAR2       PIC X(120).
      *
       FD  ARQASP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQARC.
       01  REGASP       PIC X(51).
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROF     PIC X(02) VALUE "00".
       77 ST-ERROJ2    PIC X(02) VALUE "00".
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 ST-ERROD     PIC X(02) VALUE "00".
       77 ST-ERROV     PIC X(02) VALUE "00".
       77 ST-ERROR8    PIC X(02) VALUE "00".
       77 ST-ERROR2    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROA     PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-LOTE       PIC X(01) VALUE "N".
      *
      * RETENCAO EM DIAS POR TIPO DE ARQUIVO (PADRAO QUANDO O
      * PARAMETRO NAO EXISTE, NAO E NUMERICO OU E ZERO)
      *
       77 W-RETHIS     PIC 9(04) VALUE 730.
       77 W-RETTRF     PIC 9(04) VALUE 365.
       77 W-RETJRN     PIC 9(04) VALUE 90.
       77 W-RETJOB     PIC 9(04) VALUE 180.
       77 W-RETVLG     PIC 9(04) VALUE 365.
       77 W-RETREJ     PIC 9(04) VALUE 30.
       77 W-RETSPL     PIC 9(04) VALUE 90.
       77 W-PARNOME    PIC X(20) VALUE SPACES.
       77 W-PARDIAS    PIC 9(04) VALUE ZEROS.
       77 W-DIAS       PIC 9(04) VALUE ZEROS.
      *
      * ARQUIVO EM TRATAMENTO E SEUS CONTADORES
      *
       77 W-NOMEARQ    PIC X(12) VALUE SPACES.
       77 W-ARQARC     PIC X(40) VALUE SPACES.
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-QTARQ      PIC 9(06) VALUE ZEROS.
       77 W-QTFICA     PIC 9(06) VALUE ZEROS.
       77 W-BYTES      PIC 9(11) VALUE ZEROS.
       77 W-TOTARQ     PIC 9(06) VALUE ZEROS.
       77 W-TOTBYT     PIC 9(11) VALUE ZEROS.
       77 W-ULTID      PIC 9(06) VALUE ZEROS.
       77 W-QTSPL      PIC 9(06) VALUE ZEROS.
       77 W-BYTSPL     PIC 9(11) VALUE ZEROS.
       01 W-CORTE      PIC 9(08) VALUE ZEROS.
       01 W-CORTE-T REDEFINES W-CORTE.
          03 W-CT-ANO  PIC 9(04).
          03 W-CT-MES  PIC 9(02).
          03 W-CT-DIA  PIC 9(02).
       01 W-DTREG.
          03 W-DR-ANO  PIC 9(04).
          03 W-DR-MES  PIC 9(02).
          03 W-DR-DIA  PIC 9(02).
       01 W-DTREG-N REDEFINES W-DTREG PIC 9(08).
      *
      * ARQUIVO FISICO (REJEITOS E SPOOL): EXISTENCIA, TAMANHO E
      * DATA, PELA ROTINA DE BIBLIOTECA CBL_CHECK_FILE_EXIST
      *
       77 W-ARQFIS     PIC X(40) VALUE SPACES.
       77 W-EXISTE     PIC X(01) VALUE "N".
       77 W-TAMARQ     PIC 9(11) VALUE ZEROS.
       01 W-DTARQ      PIC 9(08) VALUE ZEROS.
       01 W-DETARQ.
          03 W-DET-TAM  PIC X(08) COMP-X.
          03 W-DET-DIA  PIC X(01) COMP-X.
          03 W-DET-MES  PIC X(01) COMP-X.
          03 W-DET-ANO  PIC X(02) COMP-X.
          03 W-DET-HORA PIC X(04).
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 HOJE-N REDEFINES HOJE PIC 9(08).
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 CAB1.
          03 CAB11      PIC X(40) VALUE
              "FAXINA DOS ARQUIVOS DE LOG".
          03 CAB12      PIC X(07) VALUE "DATA : ".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(13) VALUE "ARQUIVO".
          03 FILLER     PIC X(05) VALUE "DIAS ".
          03 FILLER     PIC X(11) VALUE "CORTE".
          03 FILLER     PIC X(08) VALUE "ARQUIV.".
          03 FILLER     PIC X(08) VALUE "MANTID.".
          03 FILLER     PIC X(15) VALUE "  BYTES LIBER. ".
          03 FILLER     PIC X(18) VALUE "ARQUIVO DO MES".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET-ARQ.
          03 DETA1     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETA2     PIC ZZZZ  VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETA3.
             05 DETA3D PIC 99    VALUE ZEROS.
             05 FILLER PIC X(01) VALUE "/".
             05 DETA3M PIC 99    VALUE ZEROS.
             05 FILLER PIC X(01) VALUE "/".
             05 DETA3A PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETA4     PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETA5     PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETA6     PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETA7     PIC X(18) VALUE SPACES.
       01 DET-TOT.
          03 FILLER    PIC X(29) VALUE "TOTAL".
          03 DETT1     PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER    PIC X(09) VALUE SPACES.
          03 DETT2     PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       01 DET-OBS.
          03 DETO1     PIC X(80) VALUE
             "INDEXADOS (JORNAL, JOBJORN, SPOOLDIR): ESPACO P/ REUSO".
       COPY CALEND.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU003 OU DO
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
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE-DIA TO CAB13
           MOVE HOJE-MES TO CAB14
           MOVE HOJE-ANO TO CAB15
           MOVE HOJE-N(1:6) TO W-ANOMES
           MOVE ZEROS TO W-TOTARQ W-TOTBYT
           MOVE "N" TO W-LOTE
           IF LK-LOGIN = "*JOBSEQ*"
              MOVE "S" TO W-LOTE
              GO TO INC-OP1.
      *
      * PELO MENU: EXPLICA E PEDE CONFIRMACAO
      *
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "FAXINA DOS ARQUIVOS DE LOG"
           DISPLAY (04, 01)
              "ARQUIVA OS REGISTROS MAIS VELHOS QUE A RETENCAO"
           DISPLAY (05, 01)
              "(PARAMETROS RETENCAO-*) E APAGA OS SPOOLS PURGADOS."
           DISPLAY (06, 01)
              "RODAR COM O SISTEMA PARADO (SEM OUTROS USUARIOS)."
           MOVE "N" TO W-OPCAO
           DISPLAY (08, 01) "CONFIRMA A FAXINA (S/N) :".
       INC-002.
           ACCEPT  (08, 27) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
           IF W-OPCAO = "N"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY (10, 01) "FAXINA EM ANDAMENTO ...".
      *
       INC-OP1.
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
      *
      * 1) HISTORICO DE PRECO (HISTPRE.DAT), PELA DATA DO REGISTRO
      *
       FAX-HIS.
           MOVE "HISTPRE.DAT" TO W-NOMEARQ
           MOVE W-RETHIS TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           OPEN INPUT HISTPRE
           IF ST-ERRO3 NOT = "00"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-TRF.
           STRING "HISTPRE" W-ANOMES ".DAT" DELIMITED BY SIZE
             INTO W-ARQARC
           OPEN OUTPUT ARQTMP.
       FAX-HIS1.
           READ HISTPRE
           IF ST-ERRO3 NOT = "00"
              GO TO FAX-HIS2.
           MOVE HIST-DATA TO W-DTREG
           IF W-DTREG-N < W-CORTE
              PERFORM ABRE-AHP THRU ABRE-AHP-FIM
              WRITE REGAHP FROM REGHISTPRE
              ADD 1 TO W-QTARQ
           ELSE
              WRITE REGTMP FROM REGHISTPRE
              ADD 1 TO W-QTFICA.
           GO TO FAX-HIS1.
       FAX-HIS2.
           CLOSE HISTPRE ARQTMP
           IF W-ABERTO = "S"
              CLOSE ARQAHP.
           IF W-QTARQ = ZEROS
              GO TO FAX-HIS4.
           OPEN INPUT ARQTMP
           OPEN OUTPUT HISTPRE.
       FAX-HIS3.
           READ ARQTMP
           IF ST-ERROT = "00"
              WRITE REGHISTPRE FROM REGTMP
              GO TO FAX-HIS3.
           CLOSE ARQTMP HISTPRE
           COMPUTE W-BYTES = W-QTARQ * 65.
       FAX-HIS4.
           PERFORM APAGA-TMP THRU APAGA-TMP-FIM
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
      * 2) TRANSFERENCIAS ENTRE ALMOXARIFADOS (TRANSF.LOG)
      *
       FAX-TRF.
           MOVE "TRANSF.LOG" TO W-NOMEARQ
           MOVE W-RETTRF TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           OPEN INPUT ARQTRF
           IF ST-ERROF NOT = "00"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-JRN.
           STRING "TRANSF" W-ANOMES ".LOG" DELIMITED BY SIZE
             INTO W-ARQARC
           OPEN OUTPUT ARQTMP.
       FAX-TRF1.
           READ ARQTRF
           IF ST-ERROF NOT = "00"
              GO TO FAX-TRF2.
           MOVE TRF-ANO TO W-DR-ANO
           MOVE TRF-MES TO W-DR-MES
           MOVE TRF-DIA TO W-DR-DIA
           IF W-DTREG-N < W-CORTE
              PERFORM ABRE-ATR THRU ABRE-ATR-FIM
              WRITE REGATR FROM REGTRF
              ADD 1 TO W-QTARQ
           ELSE
              WRITE REGTMP FROM REGTRF
              ADD 1 TO W-QTFICA.
           GO TO FAX-TRF1.
       FAX-TRF2.
           CLOSE ARQTRF ARQTMP
           IF W-ABERTO = "S"
              CLOSE ARQATR.
           IF W-QTARQ = ZEROS
              GO TO FAX-TRF4.
           OPEN INPUT ARQTMP
           OPEN OUTPUT ARQTRF.
       FAX-TRF3.
           READ ARQTMP
           IF ST-ERROT = "00"
              WRITE REGTRF FROM REGTMP
              GO TO FAX-TRF3.
           CLOSE ARQTMP ARQTRF
           COMPUTE W-BYTES = W-QTARQ * 28.
       FAX-TRF4.
           PERFORM APAGA-TMP THRU APAGA-TMP-FIM
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
      * 3) JORNAL DE LANCAMENTOS: SO C (COMPLETO) E T (TRATADO).
      * ENTRADA I (PENDENTE DE RECUPERACAO PELO CEP042) NAO E
      * MEXIDA, QUALQUER QUE SEJA A DATA. A ULTIMA ENTRADA FICA
      * SEMPRE - E DELA QUE OS PROGRAMAS TIRAM O PROXIMO NUMERO.
      *
       FAX-JRN.
           MOVE "JORNAL.DAT" TO W-NOMEARQ
           MOVE W-RETJRN TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           OPEN I-O JORNAL
           IF ST-ERROJ2 NOT = "00"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-JOB.
           STRING "JORNAL" W-ANOMES ".DAT" DELIMITED BY SIZE
             INTO W-ARQARC
           MOVE ZEROS TO W-ULTID JRN-ID
           START JORNAL KEY IS NOT LESS JRN-ID
                 INVALID KEY GO TO FAX-JRN4.
       FAX-JRN1.
           READ JORNAL NEXT
           IF ST-ERROJ2 NOT = "00"
              GO TO FAX-JRN2.
           MOVE JRN-ID TO W-ULTID
           GO TO FAX-JRN1.
       FAX-JRN2.
           MOVE ZEROS TO JRN-ID
           START JORNAL KEY IS NOT LESS JRN-ID
                 INVALID KEY GO TO FAX-JRN4.
       FAX-JRN3.
           READ JORNAL NEXT
           IF ST-ERROJ2 NOT = "00"
              GO TO FAX-JRN4.
           MOVE JRN-DATA TO W-DTREG
           IF JRN-ID = W-ULTID OR W-DTREG-N NOT < W-CORTE
              ADD 1 TO W-QTFICA
              GO TO FAX-JRN3.
           IF NOT JRN-COMPLETO AND NOT JRN-TRATADO
              ADD 1 TO W-QTFICA
              GO TO FAX-JRN3.
           PERFORM ABRE-AJR THRU ABRE-AJR-FIM
           WRITE REGAJR FROM REGJRN
           DELETE JORNAL RECORD
           ADD 1 TO W-QTARQ
           GO TO FAX-JRN3.
       FAX-JRN4.
           CLOSE JORNAL
           IF W-ABERTO = "S"
              CLOSE ARQAJR.
           COMPUTE W-BYTES = W-QTARQ * 67
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
      * 4) DIARIO DA JANELA NOTURNA (JOBJORN.DAT). O JOBSEQ FECHA O
      * DIARIO ENQUANTO O PASSO RODA; A RODADA DE HOJE NUNCA CAI
      * ANTES DO CORTE.
      *
       FAX-JOB.
           MOVE "JOBJORN.DAT" TO W-NOMEARQ
           MOVE W-RETJOB TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           OPEN I-O JOBJORN
           IF ST-ERROD NOT = "00"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-VLG.
           STRING "JOBJORN" W-ANOMES ".DAT" DELIMITED BY SIZE
             INTO W-ARQARC
           MOVE ZEROS TO JORN-DATA JORN-STEP
           START JOBJORN KEY IS NOT LESS JORN-CHAVE
                 INVALID KEY GO TO FAX-JOB2.
       FAX-JOB1.
           READ JOBJORN NEXT
           IF ST-ERROD NOT = "00"
              GO TO FAX-JOB2.
           IF JORN-DATA NOT < W-CORTE
              ADD 1 TO W-QTFICA
              GO TO FAX-JOB1.
           PERFORM ABRE-AJB THRU ABRE-AJB-FIM
           WRITE REGAJB FROM REGJORN
           DELETE JOBJORN RECORD
           ADD 1 TO W-QTARQ
           GO TO FAX-JOB1.
       FAX-JOB2.
           CLOSE JOBJORN
           IF W-ABERTO = "S"
              CLOSE ARQAJB.
           COMPUTE W-BYTES = W-QTARQ * 31
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
      * 5) CONFERENCIA DAS COPIAS (BKPVERIF.LOG)
      *
       FAX-VLG.
           MOVE "BKPVERIF.LOG" TO W-NOMEARQ
           MOVE W-RETVLG TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           OPEN INPUT ARQVLOG
           IF ST-ERROV NOT = "00"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-R86.
           STRING "BKPVERIF" W-ANOMES ".LOG" DELIMITED BY SIZE
             INTO W-ARQARC
           OPEN OUTPUT ARQTMP.
       FAX-VLG1.
           READ ARQVLOG
           IF ST-ERROV NOT = "00"
              GO TO FAX-VLG2.
           IF VLOG-DATA < W-CORTE
              PERFORM ABRE-AVL THRU ABRE-AVL-FIM
              WRITE REGAVL FROM REGVLOG
              ADD 1 TO W-QTARQ
           ELSE
              WRITE REGTMP FROM REGVLOG
              ADD 1 TO W-QTFICA.
           GO TO FAX-VLG1.
       FAX-VLG2.
           CLOSE ARQVLOG ARQTMP
           IF W-ABERTO = "S"
              CLOSE ARQAVL.
           IF W-QTARQ = ZEROS
              GO TO FAX-VLG4.
           OPEN INPUT ARQTMP
           OPEN OUTPUT ARQVLOG.
       FAX-VLG3.
           READ ARQTMP
           IF ST-ERROT = "00"
              WRITE REGVLOG FROM REGTMP
              GO TO FAX-VLG3.
           CLOSE ARQTMP ARQVLOG
           COMPUTE W-BYTES = W-QTARQ * 53.
       FAX-VLG4.
           PERFORM APAGA-TMP THRU APAGA-TMP-FIM
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
      * 6) REJEITOS DAS CARGAS. AS LINHAS NAO TEM DATA: VALE A DATA
      * DO ARQUIVO. VENCIDO, VAI INTEIRO PARA O ARQUIVO DO MES E O
      * .REJ E APAGADO (O CEP045 PASSA A MOSTRAR ZERO REJEITADAS).
      *
       FAX-R86.
           MOVE "OCPG86.REJ" TO W-NOMEARQ
           MOVE W-RETREJ TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           MOVE "OCPG86.REJ" TO W-ARQFIS
           PERFORM VER-ARQFIS THRU VER-ARQFIS-FIM
           IF W-EXISTE NOT = "S"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-R23.
           OPEN INPUT ARQR86
           IF ST-ERROR8 NOT = "00"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-R23.
           STRING "OCPG86" W-ANOMES ".REJ" DELIMITED BY SIZE
             INTO W-ARQARC.
       FAX-R861.
           READ ARQR86
           IF ST-ERROR8 NOT = "00"
              GO TO FAX-R862.
           IF W-DTARQ < W-CORTE
              PERFORM ABRE-AR8 THRU ABRE-AR8-FIM
              WRITE REGAR8 FROM REGR86
              ADD 1 TO W-QTARQ
           ELSE
              ADD 1 TO W-QTFICA.
           GO TO FAX-R861.
       FAX-R862.
           CLOSE ARQR86
           IF W-ABERTO = "S"
              CLOSE ARQAR8.
           IF W-DTARQ < W-CORTE
              PERFORM APAGA-ARQFIS THRU APAGA-ARQFIS-FIM.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
       FAX-R23.
           MOVE "PRODUTO.REJ" TO W-NOMEARQ
           MOVE W-RETREJ TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           MOVE "PRODUTO.REJ" TO W-ARQFIS
           PERFORM VER-ARQFIS THRU VER-ARQFIS-FIM
           IF W-EXISTE NOT = "S"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-SPL.
           OPEN INPUT ARQR23
           IF ST-ERROR2 NOT = "00"
              PERFORM IMP-LINHA THRU IMP-LINHA-FIM
              GO TO FAX-SPL.
           STRING "PRODUTO" W-ANOMES ".REJ" DELIMITED BY SIZE
             INTO W-ARQARC.
       FAX-R231.
           READ ARQR23
           IF ST-ERROR2 NOT = "00"
              GO TO FAX-R232.
           IF W-DTARQ < W-CORTE
              PERFORM ABRE-AR2 THRU ABRE-AR2-FIM
              WRITE REGAR2 FROM REGR23
              ADD 1 TO W-QTARQ
           ELSE
              ADD 1 TO W-QTFICA.
           GO TO FAX-R231.
       FAX-R232.
           CLOSE ARQR23
           IF W-ABERTO = "S"
              CLOSE ARQAR2.
           IF W-DTARQ < W-CORTE
              PERFORM APAGA-ARQFIS THRU APAGA-ARQFIS-FIM.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
      * 7) SPOOL: TODA ENTRADA PURGADA (P) TEM O SPL<NNNNNN>.TXT
      * APAGADO DO DISCO; A ENTRADA P MAIS VELHA QUE A RETENCAO SAI
      * DO DIRETORIO. ENTRADA D NAO E MEXIDA - A DESTE RELATORIO,
      * GRAVADA NO INICIO, FICA COMO A ULTIMA E A NUMERACAO DO
      * SPOOL CONTINUA.
      *
       FAX-SPL.
           MOVE "SPOOLDIR.DAT" TO W-NOMEARQ
           MOVE W-RETSPL TO W-DIAS
           PERFORM INI-ARQ THRU INI-ARQ-FIM
           MOVE ZEROS TO W-QTSPL W-BYTSPL
           OPEN I-O SPOOLDIR
           IF ST-ERROS2 NOT = "00"
              GO TO FAX-SPL3.
           STRING "SPOOLDIR" W-ANOMES ".DAT" DELIMITED BY SIZE
             INTO W-ARQARC
           MOVE ZEROS TO SPL-ID
           START SPOOLDIR KEY IS NOT LESS SPL-ID
                 INVALID KEY GO TO FAX-SPL2.
       FAX-SPL1.
           READ SPOOLDIR NEXT
           IF ST-ERROS2 NOT = "00"
              GO TO FAX-SPL2.
           IF NOT SPL-PURGADO
              ADD 1 TO W-QTFICA
              GO TO FAX-SPL1.
           MOVE SPACES  TO W-ARQFIS
           MOVE SPL-ARQ TO W-ARQFIS
           PERFORM VER-ARQFIS THRU VER-ARQFIS-FIM
           IF W-EXISTE = "S"
              CALL "CBL_DELETE_FILE" USING W-ARQFIS
              IF RETURN-CODE = ZEROS
                 ADD 1 TO W-QTSPL
                 ADD W-TAMARQ TO W-BYTSPL.
           IF SPL-DATA NOT < W-CORTE
              ADD 1 TO W-QTFICA
              GO TO FAX-SPL1.
           PERFORM ABRE-ASP THRU ABRE-ASP-FIM
           WRITE REGASP FROM REGSPL
           DELETE SPOOLDIR RECORD
           ADD 1 TO W-QTARQ
           GO TO FAX-SPL1.
       FAX-SPL2.
           CLOSE SPOOLDIR
           IF W-ABERTO = "S"
              CLOSE ARQASP.
       FAX-SPL3.
           COMPUTE W-BYTES = W-QTARQ * 51
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM
           MOVE "SPL*.TXT"  TO W-NOMEARQ
           MOVE ZEROS       TO W-DIAS W-CORTE W-QTFICA
           MOVE W-QTSPL     TO W-QTARQ
           MOVE W-BYTSPL    TO W-BYTES
           MOVE "(APAGADOS)" TO W-ARQARC
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
      *
      * TOTAL GERAL
      *
       FAX-FIM.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-TOTARQ TO DETT1
           MOVE W-TOTBYT TO DETT2
           WRITE REGIMP FROM DET-TOT BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-OBS BEFORE ADVANCING 1 LINE
           IF W-LOTE = "S"
              DISPLAY DET-TOT
              GO TO ROT-FIM.
           DISPLAY (12, 01) DET-TOT
           MOVE "*** FAXINA CONCLUIDA - RESUMO NO SPOOL ***" TO MENS
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
      *-------------------------------------------------------------
      * RETENCAO DE CADA TIPO DE ARQUIVO PELO PARAMET.DAT
      *-------------------------------------------------------------
       ROT-PARAMET.
           OPEN INPUT PARAMET
           IF ST-ERROW NOT = "00"
              GO TO ROT-PARAMET-FIM.
           MOVE "RETENCAO-HISTPRE" TO W-PARNOME
           MOVE W-RETHIS TO W-DIAS
           PERFORM LE-RETENCAO THRU LE-RETENCAO-FIM
           MOVE W-DIAS TO W-RETHIS
           MOVE "RETENCAO-TRANSF" TO W-PARNOME
           MOVE W-RETTRF TO W-DIAS
           PERFORM LE-RETENCAO THRU LE-RETENCAO-FIM
           MOVE W-DIAS TO W-RETTRF
           MOVE "RETENCAO-JORNAL" TO W-PARNOME
           MOVE W-RETJRN TO W-DIAS
           PERFORM LE-RETENCAO THRU LE-RETENCAO-FIM
           MOVE W-DIAS TO W-RETJRN
           MOVE "RETENCAO-JOBJORN" TO W-PARNOME
           MOVE W-RETJOB TO W-DIAS
           PERFORM LE-RETENCAO THRU LE-RETENCAO-FIM
           MOVE W-DIAS TO W-RETJOB
           MOVE "RETENCAO-BKPVERIF" TO W-PARNOME
           MOVE W-RETVLG TO W-DIAS
           PERFORM LE-RETENCAO THRU LE-RETENCAO-FIM
           MOVE W-DIAS TO W-RETVLG
           MOVE "RETENCAO-REJEITOS" TO W-PARNOME
           MOVE W-RETREJ TO W-DIAS
           PERFORM LE-RETENCAO THRU LE-RETENCAO-FIM
           MOVE W-DIAS TO W-RETREJ
           MOVE "RETENCAO-SPOOL" TO W-PARNOME
           MOVE W-RETSPL TO W-DIAS
           PERFORM LE-RETENCAO THRU LE-RETENCAO-FIM
           MOVE W-DIAS TO W-RETSPL
           CLOSE PARAMET.
       ROT-PARAMET-FIM.
           EXIT.
      *
      * VALOR DE 1 A 4 DIGITOS NO INICIO DO PAR-VALOR; ZERO, BRANCO
      * OU TEXTO MANTEM O PADRAO QUE ESTA EM W-DIAS
      *
       LE-RETENCAO.
           MOVE W-PARNOME TO PAR-NOME
           READ PARAMET
           IF ST-ERROW NOT = "00"
              GO TO LE-RETENCAO-FIM.
           MOVE ZEROS TO W-PARDIAS
           IF PAR-VALOR(1:4) NUMERIC
              MOVE PAR-VALOR(1:4) TO W-PARDIAS
           ELSE
              IF PAR-VALOR(1:3) NUMERIC
                 MOVE PAR-VALOR(1:3) TO W-PARDIAS
              ELSE
                 IF PAR-VALOR(1:2) NUMERIC
                    MOVE PAR-VALOR(1:2) TO W-PARDIAS
                 ELSE
                    IF PAR-VALOR(1:1) NUMERIC
                       MOVE PAR-VALOR(1:1) TO W-PARDIAS.
           IF W-PARDIAS NOT = ZEROS
              MOVE W-PARDIAS TO W-DIAS.
       LE-RETENCAO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PREPARA O ARQUIVO DA VEZ: ZERA OS CONTADORES E CALCULA A
      * DATA DE CORTE (HOJE MENOS W-DIAS DIAS CORRIDOS, PELO
      * CAL001). SEM DATA DE CORTE VALIDA NADA E ARQUIVADO.
      *-------------------------------------------------------------
       INI-ARQ.
           MOVE ZEROS  TO W-QTARQ W-QTFICA W-BYTES W-CORTE
           MOVE SPACES TO W-ARQARC
           MOVE "N"    TO W-ABERTO
           MOVE "C"    TO CAL-FUNCAO
           MOVE HOJE-N TO CAL-DATA1
           COMPUTE CAL-DIAS = 0 - W-DIAS
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO = "00"
              MOVE CAL-DATA2 TO W-CORTE.
       INI-ARQ-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * UMA LINHA DO RESUMO POR ARQUIVO (E NA TELA DO LOTE)
      *-------------------------------------------------------------
       IMP-LINHA.
           MOVE W-NOMEARQ TO DETA1
           MOVE W-DIAS    TO DETA2
           IF W-CORTE = ZEROS
              MOVE SPACES TO DETA3
           ELSE
              MOVE W-CT-DIA TO DETA3D
              MOVE W-CT-MES TO DETA3M
              MOVE W-CT-ANO TO DETA3A.
           MOVE W-QTARQ   TO DETA4
           MOVE W-QTFICA  TO DETA5
           MOVE W-BYTES   TO DETA6
           IF W-QTARQ = ZEROS
              MOVE SPACES TO DETA7
           ELSE
              MOVE W-ARQARC TO DETA7.
           WRITE REGIMP FROM DET-ARQ BEFORE ADVANCING 1 LINE
           IF W-LOTE = "S"
              DISPLAY DET-ARQ.
           ADD W-QTARQ TO W-TOTARQ
           ADD W-BYTES TO W-TOTBYT.
       IMP-LINHA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * ARQUIVO FISICO W-ARQFIS EXISTE? TAMANHO E DATA (AAAAMMDD)
      *-------------------------------------------------------------
       VER-ARQFIS.
           MOVE "N" TO W-EXISTE
           MOVE ZEROS TO W-TAMARQ W-DTARQ
           CALL "CBL_CHECK_FILE_EXIST" USING W-ARQFIS W-DETARQ
           IF RETURN-CODE NOT = ZEROS
              GO TO VER-ARQFIS-FIM.
           MOVE "S" TO W-EXISTE
           MOVE W-DET-TAM TO W-TAMARQ
           COMPUTE W-DTARQ = (W-DET-ANO * 10000) + (W-DET-MES * 100)
                           + W-DET-DIA.
       VER-ARQFIS-FIM.
           EXIT.
      *
      * APAGA O REJEITO VENCIDO; O TAMANHO DELE E O ESPACO LIBERADO
      *
       APAGA-ARQFIS.
           CALL "CBL_DELETE_FILE" USING W-ARQFIS
           IF RETURN-CODE = ZEROS
              MOVE W-TAMARQ TO W-BYTES.
       APAGA-ARQFIS-FIM.
           EXIT.
      *
      * A AREA DE PASSAGEM SO E APAGADA DEPOIS DO SEQUENCIAL
      * REGRAVADO (NUMA QUEDA NO MEIO, O CEP081.TMP TEM O QUE FICA)
      *
       APAGA-TMP.
           MOVE "CEP081.TMP" TO W-ARQFIS
           CALL "CBL_DELETE_FILE" USING W-ARQFIS.
       APAGA-TMP-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * ABRE O ARQUIVO DO MES NO PRIMEIRO REGISTRO VENCIDO (SEM
      * NADA A ARQUIVAR NAO CRIA ARQUIVO VAZIO). JA EXISTINDO DE
      * OUTRA RODADA NO MES, ACRESCENTA NO FIM.
      *-------------------------------------------------------------
       ABRE-AHP.
           IF W-ABERTO = "S"
              GO TO ABRE-AHP-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQAHP
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQAHP.
       ABRE-AHP-FIM.
           EXIT.
      *
       ABRE-ATR.
           IF W-ABERTO = "S"
              GO TO ABRE-ATR-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQATR
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQATR.
       ABRE-ATR-FIM.
           EXIT.
      *
       ABRE-AJR.
           IF W-ABERTO = "S"
              GO TO ABRE-AJR-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQAJR
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQAJR.
       ABRE-AJR-FIM.
           EXIT.
      *
       ABRE-AJB.
           IF W-ABERTO = "S"
              GO TO ABRE-AJB-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQAJB
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQAJB.
       ABRE-AJB-FIM.
           EXIT.
      *
       ABRE-AVL.
           IF W-ABERTO = "S"
              GO TO ABRE-AVL-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQAVL
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQAVL.
       ABRE-AVL-FIM.
           EXIT.
      *
       ABRE-AR8.
           IF W-ABERTO = "S"
              GO TO ABRE-AR8-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQAR8
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQAR8.
       ABRE-AR8-FIM.
           EXIT.
      *
       ABRE-AR2.
           IF W-ABERTO = "S"
              GO TO ABRE-AR2-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQAR2
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQAR2.
       ABRE-AR2-FIM.
           EXIT.
      *
       ABRE-ASP.
           IF W-ABERTO = "S"
              GO TO ABRE-ASP-FIM.
           MOVE "S" TO W-ABERTO
           OPEN EXTEND ARQASP
           IF ST-ERROA NOT = "00"
              OPEN OUTPUT ARQASP.
       ABRE-ASP-FIM.
           EXIT.
      *
      *************************************************
      * ABRE UM NOVO SPOOL PARA ESTE RELATORIO:       *
      * DESCOBRE O PROXIMO NUMERO NO SPOOLDIR.DAT,    *
      * REGISTRA A ENTRADA E MONTA O NOME DO ARQUIVO  *
      * SPL<NNNNNN>.TXT QUE O FD ARQIMP VAI USAR.     *
      * A IMPRESSAO FISICA PASSA A SER PELO SPL001.   *
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
           MOVE "CEP081" TO SPL-RELAT
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
           DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
