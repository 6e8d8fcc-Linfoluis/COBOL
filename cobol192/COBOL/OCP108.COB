       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCP108.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * PROJECAO DE FECHAMENTO DO ANO POR  *
      * CENTRO DE CUSTO: REALIZADO DO      *
      * OCA013 ATE O MES DE CORTE MAIS OS  *
      * MESES QUE FALTAM, ESTIMADOS PELO   *
      * METODO ESCOLHIDO NA RODADA:        *
      *   1 = SALDO DO ORCAMENTO (OCA023)  *
      *   2 = MEDIA DOS ULTIMOS N MESES    *
      *   3 = MESMOS MESES DO ANO ANTERIOR *
      *       (OCA013<AAAA>.DAT, OCPG84)   *
      * CONTRA O ORCADO ANUAL, COM O       *
      * ESTOURO (+) OU A ECONOMIA (-)      *
      * ESPERADOS E SUBTOTAL POR GRUPO DA  *
      * HIERARQUIA (OCC00103). A PROJECAO  *
      * PODE SER GRAVADA COMO VERSAO       *
      * NUMERADA (PREVCC.DAT) E COMPARADA  *
      * NAS RODADAS DOS MESES SEGUINTES.   *
      * SERIE 1, COMO O OCP102/OCP107.     *
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
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERRO
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
           SELECT OCA013 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK01301
              FILE STATUS   IS ST-ERRO2.
      *
           SELECT OCA023 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK02301
              FILE STATUS   IS ST-ERRO3.
      *
           SELECT ARQANT13 ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS  IS ST-ERRO6.
      *
       COPY PRVSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA001.BOK.
       COPY OCA013.BOK.
       COPY OCA023.BOK.
      *
      * IMAGEM BRUTA DO SINTETICO DE UM EXERCICIO FECHADO, COMO O
      * OCPG84 GRAVOU (MESMO TAMANHO DO OCR013)
      *
       FD  ARQANT13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQ13ANT.
       01  REGANT13     PIC X(262).
      *
       COPY PREVCC.BOK.
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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERRO6     PIC X(02) VALUE "00".
       77 ST-ERROPJ    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       77 W-OCA023     PIC X(40) VALUE "OCA023.DAT".
       77 W-PREVCC     PIC X(40) VALUE "PREVCC.DAT".
       COPY EMPRESA.BOK.
       77 W-ARQ13ANT   PIC X(40) VALUE SPACES.
       77 W-TEMORC     PIC X(01) VALUE "N".
       77 W-ABRORC     PIC X(01) VALUE "N".
       77 W-TEMPRV     PIC X(01) VALUE "N".
       77 W-GRAVAR     PIC X(01) VALUE "N".
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-CC         PIC 9(02) VALUE ZEROS.
       77 W-GRUPO      PIC 9(02) VALUE ZEROS.
       77 W-MESINI     PIC 9(02) VALUE ZEROS.
       77 W-NOGRUPO    PIC 9(03) VALUE ZEROS.
       77 W-CENTROS    PIC 9(03) VALUE ZEROS.
       77 W-ULTVER     PIC 9(03) VALUE ZEROS.
       77 W-NOVAVER    PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS DA RODADA
      *
       01 W-EXERC      PIC 9(04) VALUE ZEROS.
       01 W-ANOANT     PIC 9(04) VALUE ZEROS.
       01 W-CORTE      PIC 9(02) VALUE ZEROS.
       01 W-METODO     PIC 9(01) VALUE 1.
       01 W-NMESES     PIC 9(02) VALUE 3.
       01 W-CCINI      PIC 9(02) VALUE ZEROS.
       01 W-CCFIM      PIC 9(02) VALUE 99.
       01 W-VERCMP     PIC 9(03) VALUE ZEROS.
       01 W-DESCR      PIC X(30) VALUE SPACES.
      *
      * VALORES DE TRABALHO
      *
       01 W-SOMAN      PIC 9(10)V99 VALUE ZEROS.
       01 W-MEDIA      PIC 9(07)V99 VALUE ZEROS.
       01 W-DIF        PIC S9(10)V99 VALUE ZEROS.
       01 W-PCT        PIC S9(05)V99 VALUE ZEROS.
       01 W-PROJ       PIC 9(10)V99 VALUE ZEROS.
       01 W-ORCREF     PIC 9(11)V99 VALUE ZEROS.
       01 W-GRP-REAL   PIC 9(11)V99 VALUE ZEROS.
       01 W-GRP-REST   PIC 9(11)V99 VALUE ZEROS.
       01 W-GRP-ORC    PIC 9(11)V99 VALUE ZEROS.
       01 W-GRP-CMP    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-REAL   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-REST   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ORC    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-CMP    PIC 9(11)V99 VALUE ZEROS.
      *
      * MESES DO ANO ANTERIOR (METODO 3), PELO CODIGO DO CENTRO
      *
       01 TAB-ANT.
          03 TA-CC OCCURS 99 TIMES.
             05 TA-MES     PIC 9(07)V99 OCCURS 12 TIMES.
      *
      * PROJECAO DE CADA CENTRO (01 A 99): GRUPO, REALIZADO ATE O
      * CORTE, ESTIMADO DEPOIS, ORCADO ANUAL, OS DOZE MESES COMO
      * PROJETADOS E O TOTAL DA VERSAO COMPARADA
      *
       01 TAB-PROJ.
          03 TP-CC OCCURS 99 TIMES.
             05 TP-TEM     PIC X(01).
             05 TP-GRUPO   PIC 9(02).
             05 TP-NOME    PIC X(12).
             05 TP-REAL    PIC 9(09)V99.
             05 TP-REST    PIC 9(09)V99.
             05 TP-ORC     PIC 9(09)V99.
             05 TP-TEMCMP  PIC X(01).
             05 TP-CMP     PIC 9(09)V99.
             05 TP-MES     PIC 9(07)V99 OCCURS 12 TIMES.
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
       01 TAB-METODO-LIT.
          03 FILLER    PIC X(24) VALUE "SALDO DO ORCAMENTO      ".
          03 FILLER    PIC X(24) VALUE "MEDIA DOS ULTIMOS MESES ".
          03 FILLER    PIC X(24) VALUE "MESMOS MESES ANO ANTER. ".
       01 TAB-METODO REDEFINES TAB-METODO-LIT.
          03 W-NOMEMET PIC X(24) OCCURS 3 TIMES.
       01 CAB1.
          03 CAB11      PIC X(34) VALUE
              "PROJECAO DE FECHAMENTO DO ANO".
          03 CAB12      PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(10) VALUE SPACES.
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(18) VALUE "REALIZADO ATE MES ".
          03 CAB21      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(11) VALUE "  METODO: ".
          03 CAB22      PIC X(24) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 CAB23      PIC X(10) VALUE SPACES.
       01 CAB3.
          03 FILLER     PIC X(16) VALUE "CC DENOMINACAO".
          03 FILLER     PIC X(10) VALUE " REALIZADO".
          03 FILLER     PIC X(10) VALUE "  RESTANTE".
          03 FILLER     PIC X(10) VALUE " PROJETADO".
          03 FILLER     PIC X(10) VALUE "  ORCADO".
          03 FILLER     PIC X(11) VALUE " ESTOURO(+)".
          03 FILLER     PIC X(05) VALUE "  PCT".
          03 FILLER     PIC X(08) VALUE " SITUAC.".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET-GRP.
          03 FILLER    PIC X(06) VALUE "GRUPO ".
          03 DETG1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 DETG2     PIC X(40) VALUE SPACES.
       01 DET1.
          03 DET11     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC ZZZZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC ZZZZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC -ZZZZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC -ZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET19     PIC X(08) VALUE SPACES.
       01 DET-CMP.
          03 FILLER    PIC X(07) VALUE SPACES.
          03 FILLER    PIC X(08) VALUE "VERSAO ".
          03 DETC1     PIC 9(03) VALUE ZEROS.
          03 FILLER    PIC X(13) VALUE " PROJETOU    ".
          03 DETC2     PIC ZZZZZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(14) VALUE "   MUDANCA   ".
          03 DETC3     PIC -ZZZZZZZZ9 VALUE ZEROS.
       01 DET-VER.
          03 FILLER    PIC X(18) VALUE "COMPARADA A VERSAO".
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DETV1     PIC 9(03) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE " DE ".
          03 DETV2     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DETV3     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DETV4     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DETV5     PIC X(30) VALUE SPACES.
       01 DET-GRAV.
          03 FILLER    PIC X(26) VALUE "PROJECAO GRAVADA: VERSAO ".
          03 DETN1     PIC 9(03) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DETN2     PIC X(30) VALUE SPACES.
       01 DET-FIM.
          03 FILLER    PIC X(30) VALUE "CENTROS PROJETADOS          : ".
          03 DFTOT     PIC ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (SO QUEM OPERA,
      * PERFIL 2 OU MAIS, GRAVA A PROJECAO COMO VERSAO)
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
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-DIA TO CAB13
           MOVE DH-MES TO CAB14
           MOVE DH-ANO TO CAB15
           MOVE DH-ANO TO W-EXERC CAB12
           COMPUTE W-ANOANT = DH-ANO - 1
           COMPUTE W-CORTE  = DH-MES - 1.
      *
      * O OCA013 E O ANO CORRENTE; O CORTE PADRAO E O MES ANTERIOR
      * (O ULTIMO JA CONSOLIDADO PELO OCPG83)
      *
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PROJECAO DE FECHAMENTO DO ANO"
           DISPLAY (04, 01) "REALIZADO ATE O MES (00 A 12)  : "
           DISPLAY (05, 01) "METODO (1=ORC 2=MEDIA 3=ANO ANT): "
           DISPLAY (06, 01) "MESES DA MEDIA (METODO 2)      : "
           DISPLAY (07, 01) "CENTRO DE CUSTO INICIAL        : "
           DISPLAY (08, 01) "CENTRO DE CUSTO FINAL          : "
           DISPLAY (09, 01) "COMPARAR COM VERSAO (0=NAO)    : ".
       INC-002.
           ACCEPT  (04, 36) W-CORTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-CORTE > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT  (05, 36) W-METODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-002.
           IF W-METODO = ZEROS OR W-METODO > 3
              MOVE "*** METODO INVALIDO (1 A 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF W-METODO NOT = 2
              MOVE ZEROS TO W-NMESES
              DISPLAY (06, 36) W-NMESES
              GO TO INC-005.
       INC-004.
           ACCEPT  (06, 36) W-NMESES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-NMESES = ZEROS OR W-NMESES > W-CORTE
              MOVE "*** DE 1 ATE O MES DE CORTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
       INC-005.
           ACCEPT  (07, 36) W-CCINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
       INC-006.
           ACCEPT  (08, 36) W-CCFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-005.
           IF W-CCFIM = ZEROS
              MOVE 99 TO W-CCFIM.
           IF W-CCFIM < W-CCINI
              MOVE "*** FAIXA DE CENTROS INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-005.
       INC-007.
           ACCEPT  (09, 36) W-VERCMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-006.
      *
      * GRAVAR A PROJECAO COMO VERSAO: SO PARA PERFIL DE OPERACAO
      *
       INC-008.
           MOVE "N" TO W-GRAVAR
           IF LK-PERFIL < 2
              GO TO INC-OPC.
           DISPLAY (11, 01) "GRAVAR COMO VERSAO (S/N)       : "
           MOVE "N" TO W-OPCAO
           ACCEPT  (11, 36) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-007.
           IF W-OPCAO = "N" OR "n"
              GO TO INC-OPC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-008.
           MOVE "S" TO W-GRAVAR.
       INC-009.
           DISPLAY (12, 01) "DESCRICAO DA VERSAO            : "
           ACCEPT  (12, 36) W-DESCR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-008.
           IF W-DESCR = SPACES
              MOVE "*** INFORME A DESCRICAO DA VERSAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-009.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "PROJETAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-007.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP1.
           OPEN INPUT OCA001
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OCA001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT OCA013
           IF ST-ERRO2 NOT = "00"
              MOVE "*** SINTETICO NAO MONTADO (OCPG83) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OCA001
              GO TO ROT-FIMP.
      *
      * SEM ORCAMENTO O METODO 1 NAO TEM COMO RODAR; NOS OUTROS A
      * COLUNA DO ORCADO FICA ZERADA
      *
       INC-OP3.
           OPEN INPUT OCA023
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-ABRORC
           ELSE
              IF W-METODO = 1
                 MOVE "*** SEM ORCAMENTO DIGITADO (OCM023) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE OCA001 OCA013
                 GO TO ROT-FIMP.
      *
      * METODO 3: O SINTETICO DO ANO ANTERIOR, DO FECHAMENTO OCPG84
      *
       INC-OP4.
           MOVE ZEROS TO TAB-ANT TAB-PROJ
           IF W-METODO NOT = 3
              GO TO INC-OP5.
           MOVE SPACES TO W-ARQ13ANT
           STRING EMP-PREFIXO DELIMITED BY SPACE
                  "OCA013" W-ANOANT ".DAT" DELIMITED BY SIZE
             INTO W-ARQ13ANT
           OPEN INPUT ARQANT13
           IF ST-ERRO6 NOT = "00"
              MOVE "*** ANO ANTERIOR NAO FECHADO (OCPG84) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OCA001 OCA013
              IF W-ABRORC = "S"
                 CLOSE OCA023
                 GO TO ROT-FIMP
              ELSE
                 GO TO ROT-FIMP.
       CARREGA-ANT.
           READ ARQANT13
           IF ST-ERRO6 NOT = "00"
              CLOSE ARQANT13
              GO TO INC-OP5.
           MOVE REGANT13 TO OCR013
           IF OCC01301 = ZEROS
              GO TO CARREGA-ANT.
           MOVE OCC01301 TO W-CC
           MOVE ZEROS TO IND.
       CARREGA-ANT1.
           ADD 1 TO IND
           IF IND > 12
              GO TO CARREGA-ANT.
           MOVE OCC01302(IND) TO TA-MES(W-CC, IND)
           GO TO CARREGA-ANT1.
      *
      * VERSOES: ABERTAS PARA COMPARAR E/OU GRAVAR
      *
       INC-OP5.
           IF W-VERCMP = ZEROS AND W-GRAVAR = "N"
              GO TO INC-OP6.
           OPEN I-O PREVCC
           IF ST-ERROPJ NOT = "00"
               IF ST-ERROPJ = "30"
                      OPEN OUTPUT PREVCC
                      CLOSE PREVCC
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PREVCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO W-TEMPRV
           IF W-VERCMP = ZEROS
              GO TO INC-OP6.
           MOVE W-VERCMP TO PRV-VERSAO
           MOVE ZEROS    TO PRV-CENTRO
           READ PREVCC
           IF ST-ERROPJ NOT = "00"
              MOVE "*** VERSAO DE PROJECAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-VERCMP
              GO TO INC-OP6.
           MOVE PRV-VERSAO TO DETV1
           MOVE PRV-DIA    TO DETV2
           MOVE PRV-MES    TO DETV3
           MOVE PRV-ANO    TO DETV4
           MOVE PRV-DESCR  TO DETV5.
       CARREGA-CMP.
           READ PREVCC NEXT
           IF ST-ERROPJ NOT = "00"
              GO TO INC-OP6.
           IF PRV-VERSAO NOT = W-VERCMP
              GO TO INC-OP6.
           IF PRV-CENTRO = ZEROS
              GO TO CARREGA-CMP.
           MOVE "S"       TO TP-TEMCMP(PRV-CENTRO)
           MOVE PRV-TOTAL TO TP-CMP(PRV-CENTRO)
           GO TO CARREGA-CMP.
      *
       INC-OP6.
           MOVE W-CORTE TO CAB21
           MOVE W-NOMEMET(W-METODO) TO CAB22
           MOVE SPACES TO CAB23
           IF W-METODO = 2
              MOVE "N=" TO CAB23(1:2)
              MOVE W-NMESES TO CAB23(3:2).
           IF W-METODO = 3
              MOVE W-ANOANT TO CAB23(1:4).
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           IF W-VERCMP NOT = ZEROS
              WRITE REGIMP FROM DET-VER BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
      *
      * PRIMEIRA PASSADA: PROJETA OS CENTROS DA FAIXA NA TABELA
      *
       POSICIONAR.
           MOVE W-CCINI TO OCC01301
           START OCA013 KEY IS NOT LESS OCK01301
                 INVALID KEY GO TO IMPRIMIR.
       LER-A013.
           READ OCA013 NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO IMPRIMIR.
           IF OCC01301 > W-CCFIM
              GO TO IMPRIMIR.
           IF OCC01301 = ZEROS
              GO TO LER-A013.
           PERFORM PROJETA-CC THRU PROJETA-CC-FIM
           GO TO LER-A013.
      *
      *-------------------------------------------------------------
      * PROJETA UM CENTRO: MES A MES, REALIZADO ATE O CORTE E
      * ESTIMADO PELO METODO DEPOIS DELE
      *-------------------------------------------------------------
       PROJETA-CC.
           MOVE OCC01301 TO W-CC
           MOVE "S" TO TP-TEM(W-CC)
           MOVE OCC01301 TO OCC00101
           READ OCA001
           IF ST-ERRO = "00"
              MOVE OCC00102 TO TP-NOME(W-CC)
              MOVE OCC00103 TO TP-GRUPO(W-CC)
           ELSE
              MOVE SPACES TO TP-NOME(W-CC)
              MOVE ZEROS  TO TP-GRUPO(W-CC).
           MOVE "N" TO W-TEMORC
           IF W-ABRORC = "S"
              MOVE OCC01301 TO OCC02301
              READ OCA023
              IF ST-ERRO3 = "00"
                 MOVE "S" TO W-TEMORC.
      *
      * MEDIA DOS ULTIMOS N MESES ATE O CORTE (METODO 2)
      *
           MOVE ZEROS TO W-MEDIA W-SOMAN
           IF W-METODO = 2
              COMPUTE W-MESINI = W-CORTE - W-NMESES + 1
              MOVE W-MESINI TO IND
              PERFORM SOMA-N THRU SOMA-N-FIM
              COMPUTE W-MEDIA ROUNDED = W-SOMAN / W-NMESES.
           MOVE ZEROS TO IND.
       PROJETA-CC1.
           ADD 1 TO IND
           IF IND > 12
              GO TO PROJETA-CC-FIM.
           IF W-TEMORC = "S"
              ADD OCC02302(IND) TO TP-ORC(W-CC).
           IF IND NOT > W-CORTE
              MOVE OCC01302(IND) TO TP-MES(W-CC, IND)
              ADD OCC01302(IND) TO TP-REAL(W-CC)
              GO TO PROJETA-CC1.
           MOVE ZEROS TO TP-MES(W-CC, IND)
           IF W-METODO = 1 AND W-TEMORC = "S"
              MOVE OCC02302(IND) TO TP-MES(W-CC, IND).
           IF W-METODO = 2
              MOVE W-MEDIA TO TP-MES(W-CC, IND).
           IF W-METODO = 3
              MOVE TA-MES(W-CC, IND) TO TP-MES(W-CC, IND).
           ADD TP-MES(W-CC, IND) TO TP-REST(W-CC)
           GO TO PROJETA-CC1.
       PROJETA-CC-FIM.
           EXIT.
      *
       SOMA-N.
           IF IND > W-CORTE
              GO TO SOMA-N-FIM.
           ADD OCC01302(IND) TO W-SOMAN
           ADD 1 TO IND
           GO TO SOMA-N.
       SOMA-N-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * SEGUNDA PASSADA: IMPRIME GRUPO A GRUPO DA HIERARQUIA
      * (OCC00103; 00 = CENTROS SEM GRUPO), COM SUBTOTAL
      *-------------------------------------------------------------
       IMPRIMIR.
           MOVE ZEROS TO W-GRUPO.
       IMPRIMIR1.
           MOVE ZEROS TO W-NOGRUPO W-GRP-REAL W-GRP-REST W-GRP-ORC
                         W-GRP-CMP
           MOVE ZEROS TO W-CC.
       IMPRIMIR2.
           ADD 1 TO W-CC
           IF W-CC > 99
              GO TO IMPRIMIR3.
           IF TP-TEM(W-CC) NOT = "S" OR TP-GRUPO(W-CC) NOT = W-GRUPO
              GO TO IMPRIMIR2.
           IF W-NOGRUPO = ZEROS
              PERFORM ROT-GRUPO THRU ROT-GRUPO-FIM.
           ADD 1 TO W-NOGRUPO W-CENTROS
           PERFORM ROT-LINHA THRU ROT-LINHA-FIM
           GO TO IMPRIMIR2.
       IMPRIMIR3.
           IF W-NOGRUPO NOT = ZEROS
              PERFORM ROT-SUBGRP THRU ROT-SUBGRP-FIM.
           IF W-GRUPO = 99
              GO TO ROT-TOTAIS.
           ADD 1 TO W-GRUPO
           GO TO IMPRIMIR1.
      *
       ROT-GRUPO.
           MOVE W-GRUPO TO DETG1
           IF W-GRUPO = ZEROS
              MOVE "CENTROS SEM GRUPO" TO DETG2
           ELSE
              MOVE W-GRUPO TO OCC00101
              READ OCA001
              IF ST-ERRO = "00"
                 MOVE OCC00102 TO DETG2
              ELSE
                 MOVE SPACES TO DETG2.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-GRP BEFORE ADVANCING 1 LINE.
       ROT-GRUPO-FIM.
           EXIT.
      *
       ROT-LINHA.
           COMPUTE W-PROJ = TP-REAL(W-CC) + TP-REST(W-CC)
           MOVE W-CC          TO DET11
           MOVE TP-NOME(W-CC) TO DET12
           MOVE TP-REAL(W-CC) TO DET13
           MOVE TP-REST(W-CC) TO DET14
           MOVE W-PROJ        TO DET15
           MOVE TP-ORC(W-CC)  TO DET16
           MOVE TP-ORC(W-CC)  TO W-ORCREF
           PERFORM ROT-SITUACAO THRU ROT-SITUACAO-FIM
           PERFORM ROT-PCT THRU ROT-PCT-FIM
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD TP-REAL(W-CC) TO W-GRP-REAL
           ADD TP-REST(W-CC) TO W-GRP-REST
           ADD TP-ORC(W-CC)  TO W-GRP-ORC
           IF W-VERCMP NOT = ZEROS
              MOVE ZEROS TO DETC2
              IF TP-TEMCMP(W-CC) = "S"
                 MOVE TP-CMP(W-CC) TO DETC2
                 ADD TP-CMP(W-CC) TO W-GRP-CMP.
           IF W-VERCMP NOT = ZEROS
              MOVE W-VERCMP TO DETC1
              COMPUTE W-DIF = W-PROJ - TP-CMP(W-CC)
              MOVE W-DIF TO DETC3
              WRITE REGIMP FROM DET-CMP BEFORE ADVANCING 1 LINE.
       ROT-LINHA-FIM.
           EXIT.
      *
      * ESTOURO (+) OU ECONOMIA (-) DO PROJETADO CONTRA O ORCADO
      *
       ROT-SITUACAO.
           COMPUTE W-DIF = W-PROJ - W-ORCREF
           MOVE W-DIF TO DET17
           MOVE ZEROS TO DET18
           MOVE SPACES TO DET19.
       ROT-SITUACAO1.
           IF W-ORCREF = ZEROS
              MOVE "S/ORC." TO DET19
              GO TO ROT-SITUACAO-FIM.
           IF W-DIF > ZEROS
              MOVE "ESTOURO" TO DET19
           ELSE
           IF W-DIF < ZEROS
              MOVE "ECONOMIA" TO DET19.
       ROT-SITUACAO-FIM.
           EXIT.
      *
       ROT-SUBGRP.
           COMPUTE W-PROJ = W-GRP-REAL + W-GRP-REST
           MOVE ZEROS         TO DET11
           MOVE "SUBTOTAL"    TO DET12
           MOVE W-GRP-REAL    TO DET13
           MOVE W-GRP-REST    TO DET14
           MOVE W-PROJ        TO DET15
           MOVE W-GRP-ORC     TO DET16
           MOVE W-GRP-ORC     TO W-ORCREF
           PERFORM ROT-SITUACAO THRU ROT-SITUACAO-FIM
           PERFORM ROT-PCT THRU ROT-PCT-FIM
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           IF W-VERCMP NOT = ZEROS
              MOVE W-VERCMP  TO DETC1
              MOVE W-GRP-CMP TO DETC2
              COMPUTE W-DIF = W-PROJ - W-GRP-CMP
              MOVE W-DIF TO DETC3
              WRITE REGIMP FROM DET-CMP BEFORE ADVANCING 1 LINE.
           ADD W-GRP-REAL TO W-TOT-REAL
           ADD W-GRP-REST TO W-TOT-REST
           ADD W-GRP-ORC  TO W-TOT-ORC
           ADD W-GRP-CMP  TO W-TOT-CMP.
       ROT-SUBGRP-FIM.
           EXIT.
      *
      * PERCENTUAL DO ESTOURO/ECONOMIA SOBRE O ORCADO (ZERO
      * QUANDO NAO HA ORCAMENTO)
      *
       ROT-PCT.
           IF W-ORCREF = ZEROS
              GO TO ROT-PCT-FIM.
           COMPUTE W-PCT ROUNDED = (W-DIF * 100) / W-ORCREF
           MOVE W-PCT TO DET18.
       ROT-PCT-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           COMPUTE W-PROJ = W-TOT-REAL + W-TOT-REST
           MOVE ZEROS         TO DET11
           MOVE "TOTAL GERAL" TO DET12
           MOVE W-TOT-REAL    TO DET13
           MOVE W-TOT-REST    TO DET14
           MOVE W-PROJ        TO DET15
           MOVE W-TOT-ORC     TO DET16
           MOVE W-TOT-ORC     TO W-ORCREF
           PERFORM ROT-SITUACAO THRU ROT-SITUACAO-FIM
           PERFORM ROT-PCT THRU ROT-PCT-FIM
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           IF W-VERCMP NOT = ZEROS
              MOVE W-VERCMP  TO DETC1
              MOVE W-TOT-CMP TO DETC2
              COMPUTE W-DIF = W-PROJ - W-TOT-CMP
              MOVE W-DIF TO DETC3
              WRITE REGIMP FROM DET-CMP BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-CENTROS TO DFTOT
           WRITE REGIMP FROM DET-FIM BEFORE ADVANCING 1 LINE
           IF W-GRAVAR = "S"
              PERFORM GRAVA-VERSAO THRU GRAVA-VERSAO-FIM.
           MOVE "*** PROJECAO DE FECHAMENTO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * GRAVA A PROJECAO COMO A PROXIMA VERSAO: CABECALHO (CENTRO
      * 00) E UM REGISTRO POR CENTRO PROJETADO
      *-------------------------------------------------------------
       GRAVA-VERSAO.
           MOVE ZEROS TO W-ULTVER PRV-VERSAO PRV-CENTRO
           START PREVCC KEY IS NOT LESS PRV-CHAVE
                 INVALID KEY GO TO GRAVA-VERSAO2.
       GRAVA-VERSAO1.
           READ PREVCC NEXT
           IF ST-ERROPJ NOT = "00"
              GO TO GRAVA-VERSAO2.
           MOVE PRV-VERSAO TO W-ULTVER
           GO TO GRAVA-VERSAO1.
       GRAVA-VERSAO2.
           IF W-ULTVER = 999
              MOVE "*** LIMITE DE VERSOES ATINGIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-VERSAO-FIM.
           COMPUTE W-NOVAVER = W-ULTVER + 1
           MOVE ZEROS     TO REGPRV
           MOVE W-NOVAVER TO PRV-VERSAO
           MOVE ZEROS     TO PRV-CENTRO
           MOVE DH-ANO    TO PRV-ANO
           MOVE DH-MES    TO PRV-MES
           MOVE DH-DIA    TO PRV-DIA
           MOVE W-EXERC   TO PRV-EXERC
           MOVE W-CORTE   TO PRV-CORTE
           MOVE W-METODO  TO PRV-METODO
           MOVE W-NMESES  TO PRV-NMESES
           MOVE W-DESCR   TO PRV-DESCR
           MOVE W-LOGIN   TO PRV-OPERADOR
           MOVE W-TOT-REAL TO PRV-REAL
           COMPUTE PRV-TOTAL = W-TOT-REAL + W-TOT-REST
           MOVE W-TOT-ORC TO PRV-ORCADO
           WRITE REGPRV
           IF ST-ERROPJ NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PREVCC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-VERSAO-FIM.
           MOVE ZEROS TO W-CC.
       GRAVA-VERSAO3.
           ADD 1 TO W-CC
           IF W-CC > 99
              GO TO GRAVA-VERSAO5.
           IF TP-TEM(W-CC) NOT = "S"
              GO TO GRAVA-VERSAO3.
           MOVE W-CC TO PRV-CENTRO
           MOVE TP-REAL(W-CC) TO PRV-REAL
           COMPUTE PRV-TOTAL = TP-REAL(W-CC) + TP-REST(W-CC)
           MOVE TP-ORC(W-CC)  TO PRV-ORCADO
           MOVE ZEROS TO IND.
       GRAVA-VERSAO4.
           ADD 1 TO IND
           IF IND NOT > 12
              MOVE TP-MES(W-CC, IND) TO PRV-VALMES(IND)
              GO TO GRAVA-VERSAO4.
           WRITE REGPRV
           GO TO GRAVA-VERSAO3.
       GRAVA-VERSAO5.
           MOVE W-NOVAVER TO DETN1
           MOVE W-DESCR   TO DETN2
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-GRAV BEFORE ADVANCING 1 LINE
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM.
       GRAVA-VERSAO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE OCA001 OCA013 ARQIMP
           IF W-ABRORC = "S"
              CLOSE OCA023.
           IF W-TEMPRV = "S"
              CLOSE PREVCC.
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
           MOVE "OCP108" TO SPL-RELAT
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
           OPEN EXTEND ARQTRLH
           IF ST-ERROT = "30"
              OPEN OUTPUT ARQTRLH.
           IF ST-ERROT NOT = "00"
              GO TO ROT-TRILHA-FIM.
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO    TO TRLH-ANO
           MOVE DH-MES    TO TRLH-MES
           MOVE DH-DIA    TO TRLH-DIA
           MOVE TA-HH     TO TRLH-HH
           MOVE TA-MM     TO TRLH-MM
           MOVE TA-SS     TO TRLH-SS
           MOVE "OCP108"  TO TRLH-PROG
           MOVE "I"       TO TRLH-OPER
           MOVE W-NOVAVER TO TRLH-CHAVE
           MOVE W-DESCR   TO TRLH-DESCR
           MOVE W-LOGIN   TO TRLH-OPERADOR
           WRITE REGTRLH
           CLOSE ARQTRLH.
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
           MOVE EMP-OCA001  TO W-OCA001
           MOVE EMP-OCA013  TO W-OCA013
           MOVE EMP-OCA023  TO W-OCA023
           MOVE EMP-PREVCC  TO W-PREVCC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
