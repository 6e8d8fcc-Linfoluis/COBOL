       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKP003.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * ROLL-FORWARD DEPOIS DA RESTAURACAO *
      * DE UMA GERACAO (BKP002 MODO F):    *
      * REAPLICA, NA ORDEM EM QUE FORAM    *
      * FEITOS, OS MOVIMENTOS DO MOVEST    *
      * (LIDOS PELA CHAVE DATA+HORA) E AS  *
      * ALTERACOES DE CADASTRO DA TRILHA   *
      * (TRILHA.LOG) POSTERIORES AO PONTO  *
      * DA COPIA (BKPONTO.BKN) SOBRE OS    *
      * ARQUIVOS RESTAURADOS - ALMOX,      *
      * PRODUTO (QUANT/PRECMD/VRESTOQ) E   *
      * LOTE. O CUSTO DA ENTRADA VEM DO    *
      * CUSENT.DAT E O NUMERO DO LOTE DO   *
      * JORNAL.DAT. PARA NO PRIMEIRO       *
      * MOVIMENTO QUE NAO DA PARA APLICAR, *
      * IMPRIME O MOTIVO E GUARDA O PONTO  *
      * DE PARADA NO ROLLFWD.DAT PARA A    *
      * RETOMADA (REPETINDO, PULANDO OU    *
      * FORCANDO O MOVIMENTO). NO FIM RODA *
      * A CONCILIACAO CEP011 EM MODO       *
      * RELATORIO.                         *
      * O QUE A TRILHA NAO PERMITE REFAZER *
      * (DEMAIS CAMPOS DO CEP001, REAJUSTE *
      * DE PRECO DO CEP022/CEP023, PRECO   *
      * MEDIO DO KIT MONTADO) SAI COMO     *
      * PENDENCIA NO RELATORIO.            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY ALMOXSEL.BOK.
       COPY LOTESEL.BOK.
       COPY MOVSEL.BOK.
       COPY CENSEL.BOK.
       COPY JRNSEL.BOK.
       COPY AUDSEL.BOK.
           SELECT BKPONTO ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROB.
           SELECT BKPCTRL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROK.
           SELECT ARQRF ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROR.
           SELECT ARQMARC ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROA.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY LOTE.BOK.
       COPY MOVEST.BOK.
       COPY CUSENT.BOK.
       COPY JORNAL.BOK.
       COPY AUDTRLH.BOK.
      *
      * PONTO DA COPIA GRAVADO PELO BKP001 EM CADA GERACAO
      *
       FD  BKPONTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQPONTO.
       01  REGPNT.
           03  PNT-DATA       PIC 9(08).
           03  PNT-HORA       PIC 9(06).
       FD  BKPCTRL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BKPCTRL.DAT".
       01  REGCTRL.
           03  CTRL-ULTGER    PIC 9(01).
           03  CTRL-MAXGER    PIC 9(01).
           03  CTRL-DATA      PIC 9(08).
      *
      * CONTROLE DO ROLL-FORWARD: GERACAO, PONTO E ARQUIVOS DA
      * RODADA, SITUACAO (P = PARADO, C = CONCLUIDO), CHAVE DO
      * MOVIMENTO ONDE PAROU E QUANTOS REGISTROS DA TRILHA JA
      * TINHAM SIDO CONSUMIDOS
      *
       FD  ARQRF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ROLLFWD.DAT".
       01  REGRF.
           03  RF-GER         PIC 9(01).
           03  RF-PONTO       PIC 9(14).
           03  RF-RPRODU      PIC X(01).
           03  RF-RALMOX      PIC X(01).
           03  RF-RLOTE       PIC X(01).
           03  RF-SIT         PIC X(01).
               88 RF-PARADO     VALUE "P".
               88 RF-CONCLUIDO  VALUE "C".
           03  RF-PARADA      PIC X(22).
           03  RF-QTTRLH      PIC 9(07).
           03  RF-DATA        PIC 9(08).
           03  RF-HORA        PIC 9(06).
           03  RF-OPERADOR    PIC X(08).
      *
      * ARQUIVO DE MES FECHADO DO KARDEX (CEP037): SE O MES DO PONTO
      * JA FOI ARQUIVADO, PARTE DO MOVIMENTO NAO ESTA MAIS NO MOVEST
      *
       FD  ARQMARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQMARC.
       01  REGARC       PIC X(60).
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERROL     PIC X(02) VALUE "00".
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERROCE    PIC X(02) VALUE "00".
       77 ST-ERROJ2    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROB     PIC X(02) VALUE "00".
       77 ST-ERROK     PIC X(02) VALUE "00".
       77 ST-ERROR     PIC X(02) VALUE "00".
       77 ST-ERROA     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-GER        PIC 9(01) VALUE ZEROS.
       77 W-ARQPONTO   PIC X(40) VALUE SPACES.
       77 W-ARQMARC    PIC X(40) VALUE SPACES.
       77 W-RPRODU     PIC X(01) VALUE "S".
       77 W-RALMOX     PIC X(01) VALUE "S".
       77 W-RLOTE      PIC X(01) VALUE "N".
       77 W-RETOMA     PIC X(01) VALUE "N".
       77 W-PARADA     PIC X(22) VALUE SPACES.
       77 W-PULANDO    PIC X(01) VALUE "N".
       77 W-FORCAR     PIC X(01) VALUE "N".
       77 W-PAROU      PIC X(01) VALUE "N".
       77 W-TEMCEN     PIC X(01) VALUE "N".
       77 W-TEMJRN     PIC X(01) VALUE "N".
       77 W-TEMTRL     PIC X(01) VALUE "N".
       77 W-TRLPEND    PIC X(01) VALUE "N".
       77 W-QTTRLH     PIC 9(07) VALUE ZEROS.
       77 W-PULATRL    PIC 9(07) VALUE ZEROS.
       77 W-DHMOV      PIC 9(14) VALUE ZEROS.
       77 W-FIMDH      PIC 9(14) VALUE 99999999999999.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-APLIC      PIC 9(06) VALUE ZEROS.
       77 W-IGNOR      PIC 9(06) VALUE ZEROS.
       77 W-CADAST     PIC 9(06) VALUE ZEROS.
       77 W-PEND       PIC 9(06) VALUE ZEROS.
      *
      * EFEITO DO MOVIMENTO CORRENTE
      *   W-EFALM : N = NAO MEXE NO ALMOX, D = SOMA W-DELTA,
      *             X = GRAVA A QUANTIDADE DO MOVIMENTO (AJUSTE DA
      *                 TELA CEP003, QUE GUARDA O SALDO E NAO A
      *                 DIFERENCA)
      *   W-MODOPRO: S = QUANT DO PRODUTO = SOMA DOS ALMOXARIFADOS
      *             (COMO FAZEM OS PROGRAMAS DE MOVIMENTO),
      *             D = QUANT + W-DELTA (AJUSTE DO CEP001/CEP011, OU
      *                 ALMOX NAO RESTAURADO)
      *   W-LOTEOP : E = SOMA NO LOTE, N = LOTE NOVO, S = BAIXA,
      *             Z = ZERA (LOTE VENCIDO DO CEP036), F = FORCADO
      *             SEM LOTE, ESPACO = SEM LOTE
      *
       77 W-EFALM      PIC X(01) VALUE SPACES.
       77 W-MODOPRO    PIC X(01) VALUE SPACES.
       77 W-LOTEOP     PIC X(01) VALUE SPACES.
       77 W-ACHOUALM   PIC X(01) VALUE SPACES.
       77 W-TEMPRO     PIC X(01) VALUE SPACES.
       77 W-PEREC      PIC X(01) VALUE SPACES.
       77 W-TEMCUSTO   PIC X(01) VALUE SPACES.
       77 W-ACHOU      PIC X(01) VALUE SPACES.
       77 W-LOTENUM    PIC X(10) VALUE SPACES.
       77 W-LTCOD      PIC 9(06) VALUE ZEROS.
       77 W-DELTA      PIC S9(05)V9 VALUE ZEROS.
       77 W-NOVOALM    PIC S9(06)V9 VALUE ZEROS.
       77 W-NOVOQT     PIC S9(06)V9 VALUE ZEROS.
       77 W-SOMA       PIC 9(05)V9 VALUE ZEROS.
       77 W-MSG        PIC X(30) VALUE SPACES.
       77 W-TRLDESCR   PIC X(30) VALUE SPACES.
      *
      * LANCAMENTOS DO JORNAL COM LOTE POSTERIORES AO PONTO: O
      * MOVIMENTO NAO GUARDA O LOTE, O JORNAL SIM. CADA ENTRADA E
      * USADA UMA VEZ, NA ORDEM
      *
       77 W-QTJ        PIC 9(04) VALUE ZEROS.
       77 IJ           PIC 9(04) VALUE ZEROS.
       01 TAB-JORNAL.
          03 TJ-ITEM OCCURS 3000 TIMES.
             05 TJ-CODPRO  PIC 9(06).
             05 TJ-ALMOX   PIC 9(01).
             05 TJ-TIPO    PIC X(01).
             05 TJ-QUANT   PIC 9(05)V9.
             05 TJ-LOTE    PIC X(10).
             05 TJ-USADO   PIC X(01).
       01 W-PONTO.
          03 W-PDATA.
             05 W-PANO     PIC 9(04).
             05 W-PMES     PIC 9(02).
             05 W-PDIA     PIC 9(02).
          03 W-PHORA.
             05 W-PHH      PIC 9(02).
             05 W-PMM      PIC 9(02).
             05 W-PSS      PIC 9(02).
       01 W-PONTO-N REDEFINES W-PONTO PIC 9(14).
       01 W-PDATA-N        PIC 9(08) VALUE ZEROS.
       01 W-PHORA-N        PIC 9(06) VALUE ZEROS.
       01 W-DHTRL.
          03 W-DHT-DATA    PIC 9(08).
          03 W-DHT-HORA    PIC 9(06).
       01 W-DHTRL-N REDEFINES W-DHTRL PIC 9(14).
       01 W-DHJRN.
          03 W-DHJ-DATA    PIC 9(08).
          03 W-DHJ-HORA    PIC 9(06).
       01 W-DHJRN-N REDEFINES W-DHJRN PIC 9(14).
       01 DATA-EQ.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
          03 DIA-EQ    PIC 99.
       01 DATA-EQ-N REDEFINES DATA-EQ PIC 9(08).
       01 TIME-ATU.
          03 TA-HH     PIC 9(02).
          03 TA-MM     PIC 9(02).
          03 TA-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 TIME-ATU-R REDEFINES TIME-ATU.
          03 TA-HMS    PIC 9(06).
          03 FILLER    PIC 9(02).
      *
      * IDENTIFICACAO PASSADA A CONCILIACAO CEP011: COM O LOGIN DO
      * SEQUENCIADOR ELE RODA DIRETO EM MODO RELATORIO
      *
       01 W-OPERLOTE.
          03 OPL-LOGIN  PIC X(08) VALUE "*JOBSEQ*".
          03 OPL-PERFIL PIC 9(01) VALUE 2.
      *
       01 CAB1.
          03 CAB11      PIC X(44) VALUE
              "ROLL-FORWARD APOS RESTAURACAO DE COPIA".
          03 CAB12      PIC X(07) VALUE "DATA : ".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(08) VALUE "GERACAO ".
          03 CAB21      PIC 9(01) VALUE ZEROS.
          03 FILLER     PIC X(19) VALUE "   PONTO DA COPIA: ".
          03 CAB22      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB23      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB24      PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 CAB25      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 CAB26      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 CAB27      PIC 99    VALUE ZEROS.
       01 CAB3.
          03 FILLER     PIC X(30) VALUE
              "ARQUIVOS RESTAURADOS: PRODUTO=".
          03 CAB31      PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(08) VALUE "  ALMOX=".
          03 CAB32      PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(07) VALUE "  LOTE=".
          03 CAB33      PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 CAB34      PIC X(30) VALUE SPACES.
       01 CAB4.
          03 FILLER     PIC X(20) VALUE "DATA       HORA".
          03 FILLER     PIC X(09) VALUE "PROGRAMA".
          03 FILLER     PIC X(02) VALUE "T".
          03 FILLER     PIC X(16) VALUE "CHAVE".
          03 FILLER     PIC X(30) VALUE "OCORRENCIA".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET-OCOR.
          03 DO-DIA     PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 DO-MES     PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 DO-ANO     PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DO-HH      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 DO-MM      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 DO-SS      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DO-PROG    PIC X(08) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DO-TIPO    PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DO-CHAVE   PIC X(15) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DO-MSG     PIC X(30) VALUE SPACES.
       01 DET-MOV.
          03 FILLER     PIC X(12) VALUE "   MOVIMENTO".
          03 FILLER     PIC X(08) VALUE ": ALMOX ".
          03 DM-ALMOX   PIC 9(01) VALUE ZEROS.
          03 FILLER     PIC X(08) VALUE "  QUANT ".
          03 DM-QUANT   PIC -ZZZZ9,9 VALUE ZEROS.
          03 FILLER     PIC X(06) VALUE "  SEQ ".
          03 DM-SEQ     PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(09) VALUE "  MOTIVO ".
          03 DM-MOTIVO  PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(07) VALUE "  LOTE ".
          03 DM-LOTE    PIC X(10) VALUE SPACES.
       01 DET-TOT1.
          03 FILLER    PIC X(30) VALUE "MOVIMENTOS LIDOS DO MOVEST  : ".
          03 DT1       PIC ZZZZZ9 VALUE ZEROS.
       01 DET-TOT2.
          03 FILLER    PIC X(30) VALUE "MOVIMENTOS REAPLICADOS      : ".
          03 DT2       PIC ZZZZZ9 VALUE ZEROS.
       01 DET-TOT3.
          03 FILLER    PIC X(30) VALUE "SEM EFEITO (B/Q)            : ".
          03 DT3       PIC ZZZZZ9 VALUE ZEROS.
       01 DET-TOT4.
          03 FILLER    PIC X(30) VALUE "ALTERACOES DE CADASTRO      : ".
          03 DT4       PIC ZZZZZ9 VALUE ZEROS.
       01 DET-TOT5.
          03 FILLER    PIC X(30) VALUE "PENDENCIAS A CONFERIR       : ".
          03 DT5       PIC ZZZZZ9 VALUE ZEROS.
       01 DET-FIM1.
          03 FILLER    PIC X(60) VALUE
              "ROLL-FORWARD CONCLUIDO - SEGUE A CONCILIACAO CEP011".
       01 DET-FIM2.
          03 FILLER    PIC X(60) VALUE
              "ROLL-FORWARD PARADO NO MOVIMENTO ACIMA: CORRIGIR".
       01 DET-FIM3.
          03 FILLER    PIC X(60) VALUE
              "A CAUSA E RETOMAR PELO BKP002 MODO F (R/P/F)".
       01 DET-FIM4.
          03 FILLER    PIC X(60) VALUE
              "MOVIMENTO DA PARADA ANTERIOR NAO ACHADO NO MOVEST".
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO BKP002
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT DATA-EQ FROM DATE YYYYMMDD
           MOVE DIA-EQ TO CAB13
           MOVE MES-EQ TO CAB14
           MOVE ANO-EQ TO CAB15.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF LK-PERFIL NOT = 3
              MOVE "*** ROLL-FORWARD E FUNCAO DO SUPERVISOR ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "ROLL-FORWARD APOS RESTAURACAO"
           DISPLAY (03, 01)
              "REAPLICA O MOVEST E A TRILHA POSTERIORES AO PONTO DA"
           DISPLAY (04, 01)
              "COPIA. NINGUEM PODE ESTAR MEXENDO NO ESTOQUE AGORA.".
      *
      * RODADA ANTERIOR PARADA: OFERECE A RETOMADA DO PONTO ONDE
      * PAROU, COM A MESMA GERACAO, PONTO E ARQUIVOS
      *
       INC-RF.
           MOVE "N" TO W-RETOMA
           OPEN INPUT ARQRF
           IF ST-ERROR NOT = "00"
              GO TO INC-GER.
           READ ARQRF
           IF ST-ERROR NOT = "00"
              CLOSE ARQRF
              GO TO INC-GER.
           CLOSE ARQRF
           IF NOT RF-PARADO
              GO TO INC-GER.
           MOVE RF-GER    TO W-GER
           MOVE RF-PONTO  TO W-PONTO-N
           MOVE RF-RPRODU TO W-RPRODU
           MOVE RF-RALMOX TO W-RALMOX
           MOVE RF-RLOTE  TO W-RLOTE
           MOVE RF-PARADA TO W-PARADA
           MOVE RF-QTTRLH TO W-PULATRL
           DISPLAY (06, 05) "HA ROLL-FORWARD PARADO - GERACAO "
           DISPLAY (06, 38) W-GER
           DISPLAY (07, 05)
              "R=RETOMA REPETINDO O MOVIMENTO QUE PAROU"
           DISPLAY (08, 05)
              "P=RETOMA PULANDO O MOVIMENTO QUE PAROU"
           DISPLAY (09, 05)
              "F=RETOMA FORCANDO (SEM A PERNA DE LOTE/CUSTO)"
           DISPLAY (10, 05) "N=NOVO ROLL-FORWARD           OPCAO :".
       INC-RF1.
           MOVE "R" TO W-RETOMA
           ACCEPT  (10, 43) W-RETOMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-RETOMA = "r" MOVE "R" TO W-RETOMA.
           IF W-RETOMA = "p" MOVE "P" TO W-RETOMA.
           IF W-RETOMA = "f" MOVE "F" TO W-RETOMA.
           IF W-RETOMA = "n" MOVE "N" TO W-RETOMA.
           IF W-RETOMA NOT = "R" AND "P" AND "F" AND "N"
              MOVE "*** DIGITE R, P, F OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-RF1.
           IF W-RETOMA NOT = "N"
              MOVE "S" TO W-PULANDO
              GO TO INC-CONF.
           MOVE ZEROS TO W-PULATRL
           MOVE "S" TO W-RPRODU W-RALMOX
           MOVE "N" TO W-RLOTE
           DISPLAY (06, 01) LIMPA
           DISPLAY (07, 01) LIMPA
           DISPLAY (08, 01) LIMPA
           DISPLAY (09, 01) LIMPA
           DISPLAY (10, 01) LIMPA.
      *
      * GERACAO RESTAURADA E PONTO DA COPIA (SUGERIDO PELO BKPONTO
      * DA GERACAO; NA FALTA DELE, A DATA DO BKPCTRL SE FOR A ULTIMA
      * GERACAO GRAVADA)
      *
       INC-GER.
           DISPLAY (06, 05) "GERACAO RESTAURADA (1 A 9) :"
           ACCEPT  (06, 35) W-GER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-GER = ZEROS
              MOVE "*** GERACAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-GER.
           MOVE ZEROS TO W-PONTO-N
           MOVE SPACES TO W-ARQPONTO
           STRING "BKPONTO.BK" W-GER DELIMITED BY SIZE
             INTO W-ARQPONTO
           OPEN INPUT BKPONTO
           IF ST-ERROB = "00"
              READ BKPONTO
              IF ST-ERROB = "00"
                 MOVE PNT-DATA TO W-PDATA
                 MOVE PNT-HORA TO W-PHORA
              END-IF
              CLOSE BKPONTO
              GO TO INC-PONTO.
           OPEN INPUT BKPCTRL
           IF ST-ERROK = "00"
              READ BKPCTRL
              IF ST-ERROK = "00"
                 IF CTRL-ULTGER = W-GER
                    MOVE CTRL-DATA TO W-PDATA
              END-IF
              END-IF
              CLOSE BKPCTRL.
       INC-PONTO.
           MOVE W-PDATA TO W-PDATA-N
           MOVE W-PHORA TO W-PHORA-N
           DISPLAY (07, 05) "PONTO DA COPIA  AAAAMMDD     :"
           DISPLAY (08, 05) "                HHMMSS       :"
           ACCEPT  (07, 37) W-PDATA-N WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-GER.
           ACCEPT  (08, 37) W-PHORA-N WITH UPDATE
           MOVE W-PDATA-N TO W-PDATA
           MOVE W-PHORA-N TO W-PHORA
           IF W-PDATA-N = ZEROS
              OR W-PMES < 01 OR W-PMES > 12
              OR W-PDIA < 01 OR W-PDIA > 31
              OR W-PHH > 23 OR W-PMM > 59 OR W-PSS > 59
              MOVE "*** PONTO DA COPIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-PONTO.
       INC-ARQ.
           DISPLAY (10, 05) "ARQUIVOS RESTAURADOS  PRODUTO (S/N) :"
           DISPLAY (11, 05) "                      ALMOX   (S/N) :"
           DISPLAY (12, 05) "                      LOTE    (S/N) :".
       INC-ARQ1.
           ACCEPT  (10, 43) W-RPRODU WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-PONTO.
           IF W-RPRODU = "s" MOVE "S" TO W-RPRODU.
           IF W-RPRODU = "n" MOVE "N" TO W-RPRODU.
           IF W-RPRODU NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ARQ1.
       INC-ARQ2.
           ACCEPT  (11, 43) W-RALMOX WITH UPDATE
           IF W-RALMOX = "s" MOVE "S" TO W-RALMOX.
           IF W-RALMOX = "n" MOVE "N" TO W-RALMOX.
           IF W-RALMOX NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ARQ2.
       INC-ARQ3.
           ACCEPT  (12, 43) W-RLOTE WITH UPDATE
           IF W-RLOTE = "s" MOVE "S" TO W-RLOTE.
           IF W-RLOTE = "n" MOVE "N" TO W-RLOTE.
           IF W-RLOTE NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ARQ3.
           IF W-RPRODU = "N" AND W-RALMOX = "N" AND W-RLOTE = "N"
              MOVE "*** NENHUM ARQUIVO RESTAURADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ARQ1.
       INC-CONF.
           DISPLAY (14, 05) "PONTO: "
           DISPLAY (14, 12) W-PDATA
           DISPLAY (14, 21) W-PHORA
           DISPLAY (15, 05) "CONFIRMA O ROLL-FORWARD (S/N) :".
       INC-CONF1.
           MOVE "N" TO W-OPCAO
           ACCEPT  (15, 37) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CONF1.
      *
      * MES DO PONTO JA ARQUIVADO PELO CEP037: O MOVIMENTO DELE
      * SAIU DO MOVEST VIVO E O ROLL-FORWARD NAO TEM COMO SEGUIR
      *
       INC-ARC.
           MOVE SPACES TO W-ARQMARC
           STRING "MOVEST" W-PANO W-PMES ".DAT" DELIMITED BY SIZE
             INTO W-ARQMARC
           OPEN INPUT ARQMARC
           IF ST-ERROA = "00"
              CLOSE ARQMARC
              MOVE "*** MES DO PONTO JA ARQUIVADO (CEP037) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN INPUT MOVEST
           IF ST-ERROM NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MOVEST" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MOVEST
              GO TO ROT-FIMP.
       INC-OP3.
           IF W-RALMOX = "S"
              OPEN I-O ALMOX
              IF ST-ERRO2 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE MOVEST PRODUTO
                 GO TO ROT-FIMP.
       INC-OP4.
           IF W-RLOTE = "S"
              OPEN I-O LOTE
              IF ST-ERROL NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO LOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE MOVEST PRODUTO
                 IF W-RALMOX = "S"
                    CLOSE ALMOX
                 END-IF
                 GO TO ROT-FIMP.
       INC-OP5.
           MOVE "N" TO W-TEMCEN W-TEMJRN W-TEMTRL
           OPEN INPUT CUSENT
           IF ST-ERROCE = "00"
              MOVE "S" TO W-TEMCEN.
           IF W-RLOTE = "S"
              OPEN INPUT JORNAL
              IF ST-ERROJ2 = "00"
                 MOVE "S" TO W-TEMJRN.
           OPEN INPUT ARQTRLH
           IF ST-ERROT = "00"
              MOVE "S" TO W-TEMTRL.
       INC-OP6.
           MOVE W-GER   TO CAB21
           MOVE W-PDIA  TO CAB22
           MOVE W-PMES  TO CAB23
           MOVE W-PANO  TO CAB24
           MOVE W-PHH   TO CAB25
           MOVE W-PMM   TO CAB26
           MOVE W-PSS   TO CAB27
           MOVE W-RPRODU TO CAB31
           MOVE W-RALMOX TO CAB32
           MOVE W-RLOTE  TO CAB33
           IF W-RETOMA = "R"
              MOVE "RETOMADA REPETINDO A PARADA" TO CAB34.
           IF W-RETOMA = "P"
              MOVE "RETOMADA PULANDO A PARADA" TO CAB34.
           IF W-RETOMA = "F"
              MOVE "RETOMADA FORCANDO A PARADA" TO CAB34.
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           DISPLAY (17, 05) "REAPLICANDO ...".
      *
      * LOTES DO JORNAL A PARTIR DO PONTO
      *
       CARGA-JORNAL.
           MOVE ZEROS TO W-QTJ
           IF W-TEMJRN NOT = "S"
              GO TO INC-POSIC.
       CARGA-JORNAL1.
           READ JORNAL NEXT
           IF ST-ERROJ2 NOT = "00"
              GO TO INC-POSIC.
           IF JRN-LOTE = SPACES
              GO TO CARGA-JORNAL1.
           IF JRN-TIPO NOT = "E" AND NOT = "S"
              GO TO CARGA-JORNAL1.
           MOVE JRN-DATA TO W-DHJ-DATA
           MOVE JRN-HORA TO W-DHJ-HORA
           IF W-DHJRN-N < W-PONTO-N
              GO TO CARGA-JORNAL1.
           IF W-QTJ = 3000
              MOVE "*** JORNAL COM LOTES DEMAIS PARA A TABELA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTJ
           MOVE JRN-CODPRO TO TJ-CODPRO(W-QTJ)
           MOVE JRN-ALMOX  TO TJ-ALMOX(W-QTJ)
           MOVE JRN-TIPO   TO TJ-TIPO(W-QTJ)
           MOVE JRN-QUANT  TO TJ-QUANT(W-QTJ)
           MOVE JRN-LOTE   TO TJ-LOTE(W-QTJ)
           MOVE "N"        TO TJ-USADO(W-QTJ)
           GO TO CARGA-JORNAL1.
      *
      * POSICIONA O MOVEST NO PONTO PELA CHAVE DATA+HORA E LE O
      * PRIMEIRO REGISTRO DE CADA LADO
      *
       INC-POSIC.
           MOVE W-FIMDH TO W-DHMOV
           MOVE W-PONTO-N TO MOV-DATAHORA
           START MOVEST KEY IS NOT LESS MOV-DATAHORA
                 INVALID KEY GO TO INC-POSIC1.
           PERFORM LER-MOV THRU LER-MOV-FIM.
       INC-POSIC1.
           MOVE ZEROS TO W-QTTRLH
           MOVE W-FIMDH TO W-DHTRL-N
           MOVE "N" TO W-TRLPEND
           IF W-TEMTRL = "S"
              PERFORM PULA-TRL THRU PULA-TRL-FIM
              PERFORM LER-TRL THRU LER-TRL-FIM.
      *
      *-------------------------------------------------------------
      * CICLO: DOS DOIS LADOS, O REGISTRO MAIS ANTIGO PRIMEIRO. NO
      * MESMO SEGUNDO A TRILHA VAI ANTES (O CEP001 GRAVA A TRILHA DA
      * INCLUSAO ANTES DO MOVIMENTO DO SALDO INICIAL)
      *-------------------------------------------------------------
       ROT-CICLO.
           IF W-DHMOV = W-FIMDH AND W-DHTRL-N = W-FIMDH
              GO TO ROT-CONCLUI.
           IF W-DHTRL-N NOT > W-DHMOV
              PERFORM TRATA-TRL THRU TRATA-TRL-FIM
              PERFORM LER-TRL THRU LER-TRL-FIM
              GO TO ROT-CICLO.
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           IF W-PAROU = "S"
              GO TO ROT-PARADA.
           PERFORM LER-MOV THRU LER-MOV-FIM
           GO TO ROT-CICLO.
      *
       LER-MOV.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              MOVE W-FIMDH TO W-DHMOV
           ELSE
              MOVE MOV-DATAHORA TO W-DHMOV.
       LER-MOV-FIM.
           EXIT.
      *
      * NA RETOMADA, OS REGISTROS DA TRILHA JA CONSUMIDOS NA RODADA
      * ANTERIOR SAO SO CONTADOS
      *
       PULA-TRL.
           IF W-QTTRLH NOT < W-PULATRL
              GO TO PULA-TRL-FIM.
           READ ARQTRLH
           IF ST-ERROT NOT = "00"
              GO TO PULA-TRL-FIM.
           ADD 1 TO W-QTTRLH
           GO TO PULA-TRL.
       PULA-TRL-FIM.
           EXIT.
      *
      * PROXIMO REGISTRO DA TRILHA QUE INTERESSA: DEPOIS DO PONTO E
      * DE UM PROGRAMA CUJA ALTERACAO SE REFAZ OU SE LISTA
      *
       LER-TRL.
           MOVE "N" TO W-TRLPEND
           MOVE W-FIMDH TO W-DHTRL-N
           IF W-TEMTRL NOT = "S"
              GO TO LER-TRL-FIM.
       LER-TRL1.
           READ ARQTRLH
           IF ST-ERROT NOT = "00"
              MOVE W-FIMDH TO W-DHTRL-N
              GO TO LER-TRL-FIM.
           ADD 1 TO W-QTTRLH
           IF TRLH-DATA NOT NUMERIC OR TRLH-HORA NOT NUMERIC
              GO TO LER-TRL1.
           MOVE TRLH-DATA TO W-DHT-DATA
           MOVE TRLH-HORA TO W-DHT-HORA
           IF W-DHTRL-N < W-PONTO-N
              GO TO LER-TRL1.
           IF W-RPRODU = "S"
              IF TRLH-PROG = "CEP001" OR "CEP022" OR "CEP023"
                 MOVE "S" TO W-TRLPEND
                 GO TO LER-TRL-FIM.
           IF W-RLOTE = "S" AND TRLH-PROG = "CEP041"
              MOVE "S" TO W-TRLPEND
              GO TO LER-TRL-FIM.
           GO TO LER-TRL1.
       LER-TRL-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * REAPLICA UMA ALTERACAO DE CADASTRO DA TRILHA. A TRILHA SO
      * GUARDA CHAVE E DESCRICAO: O RESTO SAI COMO PENDENCIA
      *-------------------------------------------------------------
       TRATA-TRL.
           MOVE TRLH-DIA  TO DO-DIA
           MOVE TRLH-MES  TO DO-MES
           MOVE TRLH-ANO  TO DO-ANO
           MOVE TRLH-HH   TO DO-HH
           MOVE TRLH-MM   TO DO-MM
           MOVE TRLH-SS   TO DO-SS
           MOVE TRLH-PROG TO DO-PROG
           MOVE TRLH-OPER TO DO-TIPO
           MOVE TRLH-CHAVE TO DO-CHAVE
           IF TRLH-PROG = "CEP041"
              GO TO TRATA-TRL-LOTE.
           IF TRLH-PROG NOT = "CEP001"
              MOVE "PRECO ALTERADO - REDIGITAR" TO W-MSG
              GO TO TRATA-TRL-PEND.
           IF TRLH-CHAVE(1:6) NOT NUMERIC
              MOVE "CHAVE DA TRILHA INVALIDA" TO W-MSG
              GO TO TRATA-TRL-PEND.
           MOVE TRLH-CHAVE(1:6) TO CODPRO
           MOVE TRLH-DESCR TO W-TRLDESCR
           READ PRODUTO
           IF TRLH-INCLUSAO
              GO TO TRATA-TRL-INC.
           IF TRLH-EXCLUSAO
              GO TO TRATA-TRL-EXC.
           IF ST-ERRO NOT = "00"
              MOVE "ALTERACAO SEM O PRODUTO" TO W-MSG
              GO TO TRATA-TRL-PEND.
           MOVE W-TRLDESCR TO DESCR
           REWRITE REGPRO
           ADD 1 TO W-CADAST
           MOVE "DESCRICAO REAPLICADA-CONFERIR" TO W-MSG
           GO TO TRATA-TRL-PEND.
       TRATA-TRL-INC.
           IF ST-ERRO = "00"
              MOVE "INCLUSAO: PRODUTO JA EXISTIA" TO W-MSG
              GO TO TRATA-TRL-PEND.
           MOVE SPACES TO REGPRO
           MOVE TRLH-CHAVE(1:6) TO CODPRO
           MOVE W-TRLDESCR TO DESCR
           MOVE ZEROS TO QUANT PRECMD VRESTOQ ALMOXARIFADO PTOREPO
                         CODFORN GRUPO
           MOVE "A" TO SITUACAO
           WRITE REGPRO
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PRODUTO" TO W-MSG
              GO TO TRATA-TRL-PEND.
           ADD 1 TO W-CADAST
           MOVE "INCLUIDO SO CODIGO/DESCRICAO" TO W-MSG
           GO TO TRATA-TRL-PEND.
       TRATA-TRL-EXC.
           IF ST-ERRO NOT = "00"
              GO TO TRATA-TRL-FIM.
           IF QUANT NOT = ZEROS
              MOVE "EXCLUSAO NAO FEITA: TEM SALDO" TO W-MSG
              GO TO TRATA-TRL-PEND.
           DELETE PRODUTO RECORD
           ADD 1 TO W-CADAST
           GO TO TRATA-TRL-FIM.
      *
      * CEP041: A CHAVE DO LOTE CHEGA NA TRILHA SEM O ULTIMO
      * CARACTER DO NUMERO - PROCURA PELO COMECO
      *
       TRATA-TRL-LOTE.
           IF TRLH-CHAVE(1:6) NOT NUMERIC
              MOVE "CHAVE DA TRILHA INVALIDA" TO W-MSG
              GO TO TRATA-TRL-PEND.
           MOVE TRLH-CHAVE(1:6) TO W-LTCOD
           MOVE W-LTCOD TO LOTE-CODPRO
           MOVE TRLH-CHAVE(7:9) TO LOTE-NUMERO
           READ LOTE
           IF ST-ERROL = "00"
              GO TO TRATA-TRL-LOTE1.
           START LOTE KEY IS NOT LESS LOTE-CHAVE
                 INVALID KEY GO TO TRATA-TRL-LOTE0.
           READ LOTE NEXT
           IF ST-ERROL = "00"
              IF LOTE-CODPRO = W-LTCOD
                 IF LOTE-NUMERO(1:9) = TRLH-CHAVE(7:9)
                    GO TO TRATA-TRL-LOTE1.
       TRATA-TRL-LOTE0.
           MOVE "LOTE NAO ACHADO" TO W-MSG
           GO TO TRATA-TRL-PEND.
       TRATA-TRL-LOTE1.
           IF TRLH-DESCR = "LOTE REJEITADO PELA QUALIDADE"
              MOVE "R" TO LOTE-SITUACAO
           ELSE
              MOVE "L" TO LOTE-SITUACAO.
           REWRITE REGLOTE
           ADD 1 TO W-CADAST
           GO TO TRATA-TRL-FIM.
       TRATA-TRL-PEND.
           MOVE W-MSG TO DO-MSG
           WRITE REGIMP FROM DET-OCOR BEFORE ADVANCING 1 LINE
           ADD 1 TO W-PEND.
       TRATA-TRL-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * REAPLICA UM MOVIMENTO. PRIMEIRO CONFERE TUDO (PRODUTO,
      * ALMOXARIFADO, CUSTO, LOTE) E SO DEPOIS GRAVA, PARA QUE A
      * PARADA NAO DEIXE O MOVIMENTO PELA METADE
      *-------------------------------------------------------------
       TRATA-MOV.
           MOVE "N" TO W-FORCAR
           IF W-PULANDO NOT = "S"
              GO TO TM-010.
           IF MOV-CHAVE NOT = W-PARADA
              PERFORM SIMULA-LOTE THRU SIMULA-LOTE-FIM
              GO TO TRATA-MOV-FIM.
           MOVE "N" TO W-PULANDO
           IF W-RETOMA = "P"
              ADD 1 TO W-LIDOS
              MOVE "PULADO PELO OPERADOR" TO W-MSG
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
              GO TO TRATA-MOV-FIM.
           IF W-RETOMA = "F"
              MOVE "S" TO W-FORCAR.
       TM-010.
           ADD 1 TO W-LIDOS
           MOVE SPACES TO W-LOTENUM
           IF MOV-SALDOINI OR MOV-QUALIDADE
              ADD 1 TO W-IGNOR
              GO TO TRATA-MOV-FIM.
           MOVE "D" TO W-EFALM
           MOVE "S" TO W-MODOPRO
           MOVE MOV-QUANT TO W-DELTA
           IF MOV-TIPO = "S" OR "F" OR "D" OR "C" OR "L"
              COMPUTE W-DELTA = 0 - MOV-QUANT.
           IF MOV-AJUSTE
              IF MOV-PROG = "CEP001" OR "CEP011"
                 MOVE "N" TO W-EFALM
                 MOVE "D" TO W-MODOPRO
              ELSE
                 IF MOV-PROG = "CEP003"
                    MOVE "X" TO W-EFALM.
           IF W-RALMOX NOT = "S"
              IF W-EFALM = "X" AND W-RPRODU = "S"
                 MOVE "AJUSTE CEP003 EXIGE ALMOX" TO W-MSG
                 GO TO TM-FALHA
              ELSE
                 MOVE "N" TO W-EFALM
                 MOVE "D" TO W-MODOPRO.
      *
      * PRODUTO
      *
           MOVE MOV-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPRO
              MOVE PERECIVEL TO W-PEREC
           ELSE
              MOVE "N" TO W-TEMPRO W-PEREC
              IF W-RPRODU = "S" OR W-RLOTE = "S"
                 MOVE "PRODUTO INEXISTENTE" TO W-MSG
                 GO TO TM-FALHA.
      *
      * ALMOXARIFADO
      *
       TM-020.
           IF W-EFALM = "N"
              GO TO TM-030.
           MOVE MOV-CODPRO TO ALMOX-CODPRO
           MOVE MOV-ALMOX  TO ALMOX-NUMERO
           READ ALMOX
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ACHOUALM
           ELSE
              MOVE "N" TO W-ACHOUALM.
           IF W-EFALM = "X"
              MOVE MOV-QUANT TO W-NOVOALM
              IF W-NOVOALM < ZEROS
                 MOVE "SALDO DO ALMOX. FICA NEGATIVO" TO W-MSG
                 GO TO TM-FALHA
              ELSE
                 GO TO TM-030.
           IF W-ACHOUALM = "S"
              COMPUTE W-NOVOALM = ALMOX-QUANT + W-DELTA
              IF W-NOVOALM < ZEROS
                 IF MOV-PROG = "CEP036"
                    MOVE ZEROS TO W-NOVOALM
                 ELSE
                    MOVE "SALDO DO ALMOX. FICA NEGATIVO" TO W-MSG
                    GO TO TM-FALHA.
           IF W-ACHOUALM = "N"
              IF W-DELTA < ZEROS
                 IF MOV-PROG = "CEP036"
                    MOVE "N" TO W-EFALM
                 ELSE
                    MOVE "ALMOXARIFADO SEM REGISTRO" TO W-MSG
                    GO TO TM-FALHA
              ELSE
                 MOVE W-DELTA TO W-NOVOALM.
      *
      * SALDO E CUSTO DO PRODUTO
      *
       TM-030.
           MOVE "N" TO W-TEMCUSTO
           IF W-RPRODU NOT = "S"
              GO TO TM-040.
           IF W-MODOPRO = "D"
              COMPUTE W-NOVOQT = QUANT + W-DELTA
              IF W-NOVOQT < ZEROS
                 MOVE "SALDO DO PRODUTO FICA NEGATIVO" TO W-MSG
                 GO TO TM-FALHA.
           IF NOT MOV-ENTRADA OR W-FORCAR = "S"
              GO TO TM-040.
           IF W-TEMCEN = "S"
              MOVE MOV-CHAVE TO CEN-CHAVE
              READ CUSENT
              IF ST-ERROCE = "00"
                 MOVE "S" TO W-TEMCUSTO.
           IF W-TEMCUSTO = "N"
              MOVE "ENTRADA SEM CUSTO NO CUSENT" TO W-MSG
              GO TO TM-FALHA.
      *
      * LOTE DO PERECIVEL: ENTRADA E SAIDA PELO JORNAL, BAIXA DE
      * VENCIDO (CEP036) PELO LOTE VENCIDO DE MESMO SALDO
      *
       TM-040.
           MOVE SPACE TO W-LOTEOP
           IF W-RLOTE NOT = "S" OR W-PEREC NOT = "S"
              GO TO TM-050.
           IF NOT MOV-ENTRADA AND NOT MOV-SAIDA AND NOT MOV-DEVOLUCAO
              GO TO TM-050.
           IF W-FORCAR = "S"
              MOVE "F" TO W-LOTEOP
              GO TO TM-050.
           IF MOV-DEVOLUCAO
              MOVE "DEVOLUCAO DE PERECIVEL S/LOTE" TO W-MSG
              GO TO TM-FALHA.
           IF MOV-SAIDA AND MOV-PROG = "CEP036"
              PERFORM ACHAR-VENCIDO THRU ACHAR-VENCIDO-FIM
              IF W-ACHOU = "N"
                 MOVE "LOTE VENCIDO NAO ACHADO" TO W-MSG
                 GO TO TM-FALHA
              ELSE
                 MOVE "Z" TO W-LOTEOP
                 GO TO TM-050.
           PERFORM ACHAR-JORNAL THRU ACHAR-JORNAL-FIM
           IF W-ACHOU = "N"
              MOVE "LOTE NAO ACHADO NO JORNAL" TO W-MSG
              GO TO TM-FALHA.
           MOVE MOV-CODPRO TO LOTE-CODPRO
           MOVE W-LOTENUM  TO LOTE-NUMERO
           READ LOTE
           IF MOV-ENTRADA
              IF ST-ERROL = "00"
                 MOVE "E" TO W-LOTEOP
              ELSE
                 MOVE "N" TO W-LOTEOP
           ELSE
              IF ST-ERROL NOT = "00"
                 MOVE "SALDO DO LOTE INSUFICIENTE" TO W-MSG
                 GO TO TM-FALHA
              ELSE
                 IF LOTE-QUANT < MOV-QUANT
                    MOVE "SALDO DO LOTE INSUFICIENTE" TO W-MSG
                    GO TO TM-FALHA
                 ELSE
                    MOVE "S" TO W-LOTEOP.
      *
      * TUDO CONFERIDO: GRAVA ALMOX, PRODUTO E LOTE
      *
       TM-050.
           IF W-EFALM = "N"
              GO TO TM-060.
           MOVE MOV-CODPRO TO ALMOX-CODPRO
           MOVE MOV-ALMOX  TO ALMOX-NUMERO
           MOVE W-NOVOALM  TO ALMOX-QUANT
           IF W-ACHOUALM = "S"
              REWRITE REGALMOX
           ELSE
              WRITE REGALMOX.
           IF ST-ERRO2 NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ALMOX" TO W-MSG
              GO TO TM-FALHA.
       TM-060.
           IF W-RPRODU NOT = "S"
              GO TO TM-070.
           IF W-MODOPRO = "S"
              PERFORM SOMAR-ALMOX THRU SOMAR-ALMOX-FIM
              MOVE W-SOMA TO W-NOVOQT.
           IF W-TEMCUSTO = "S"
              IF CEN-CUSTO NOT = ZEROS
                 COMPUTE PRECMD ROUNDED =
                         ((QUANT * PRECMD)
                          + (MOV-QUANT * CEN-CUSTO))
                         / (QUANT + MOV-QUANT).
           MOVE W-NOVOQT TO QUANT
           COMPUTE VRESTOQ = QUANT * PRECMD
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PRODUTO" TO W-MSG
              GO TO TM-FALHA.
           IF MOV-ENTRADA AND W-FORCAR = "S"
              MOVE "ENTRADA SEM REFAZER O PRECO" TO W-MSG
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
           IF MOV-MNT-ENTRADA AND MOV-MOTIVO = "M"
              MOVE "PRECO MEDIO DO KIT NAO REFEITO" TO W-MSG
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
       TM-070.
           IF W-LOTEOP = SPACE
              GO TO TM-080.
           IF W-LOTEOP = "F"
              MOVE "APLICADO SEM A PERNA DE LOTE" TO W-MSG
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
              GO TO TM-080.
           IF W-LOTEOP = "N"
              MOVE MOV-CODPRO TO LOTE-CODPRO
              MOVE W-LOTENUM  TO LOTE-NUMERO
              MOVE ZEROS      TO LOTE-VALIDADE
              MOVE MOV-QUANT  TO LOTE-QUANT
              MOVE MOV-ALMOX  TO LOTE-ALMOX
              MOVE "Q"        TO LOTE-SITUACAO
              WRITE REGLOTE
           ELSE
              IF W-LOTEOP = "E"
                 ADD MOV-QUANT TO LOTE-QUANT
                 MOVE "Q" TO LOTE-SITUACAO
                 REWRITE REGLOTE
              ELSE
                 IF W-LOTEOP = "S"
                    SUBTRACT MOV-QUANT FROM LOTE-QUANT
                    REWRITE REGLOTE
                 ELSE
                    MOVE ZEROS TO LOTE-QUANT
                    REWRITE REGLOTE.
           IF ST-ERROL NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO LOTE" TO W-MSG
              GO TO TM-FALHA.
           IF W-LOTEOP = "N"
              MOVE "LOTE CRIADO SEM VALIDADE" TO W-MSG
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
       TM-080.
           ADD 1 TO W-APLIC
           GO TO TRATA-MOV-FIM.
       TM-FALHA.
           PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
           SUBTRACT 1 FROM W-PEND
           MOVE "S" TO W-PAROU.
       TRATA-MOV-FIM.
           EXIT.
      *
      * OCORRENCIA DE UM MOVIMENTO: LINHA DO MOVIMENTO MAIS A LINHA
      * DE DETALHE
      *
       GRAVA-OCOR.
           MOVE MOV-DIA    TO DO-DIA
           MOVE MOV-MES    TO DO-MES
           MOVE MOV-ANO    TO DO-ANO
           MOVE MOV-HH     TO DO-HH
           MOVE MOV-MM     TO DO-MM
           MOVE MOV-SS     TO DO-SS
           MOVE MOV-PROG   TO DO-PROG
           MOVE MOV-TIPO   TO DO-TIPO
           MOVE MOV-CODPRO TO DO-CHAVE
           MOVE W-MSG      TO DO-MSG
           MOVE MOV-ALMOX  TO DM-ALMOX
           MOVE MOV-QUANT  TO DM-QUANT
           MOVE MOV-SEQ    TO DM-SEQ
           MOVE MOV-MOTIVO TO DM-MOTIVO
           MOVE W-LOTENUM  TO DM-LOTE
           WRITE REGIMP FROM DET-OCOR BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-MOV BEFORE ADVANCING 1 LINE
           ADD 1 TO W-PEND.
       GRAVA-OCOR-FIM.
           EXIT.
      *
      * PRIMEIRO LANCAMENTO AINDA NAO USADO DO JORNAL QUE BATE COM
      * O MOVIMENTO (PRODUTO, ALMOXARIFADO, TIPO E QUANTIDADE)
      *
       ACHAR-JORNAL.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO IJ.
       ACHAR-JORNAL1.
           ADD 1 TO IJ
           IF IJ > W-QTJ
              GO TO ACHAR-JORNAL-FIM.
           IF TJ-USADO(IJ) = "S"
              GO TO ACHAR-JORNAL1.
           IF TJ-CODPRO(IJ) NOT = MOV-CODPRO
              OR TJ-ALMOX(IJ) NOT = MOV-ALMOX
              OR TJ-TIPO(IJ) NOT = MOV-TIPO
              OR TJ-QUANT(IJ) NOT = MOV-QUANT
              GO TO ACHAR-JORNAL1.
           MOVE "S" TO TJ-USADO(IJ) W-ACHOU
           MOVE TJ-LOTE(IJ) TO W-LOTENUM.
       ACHAR-JORNAL-FIM.
           EXIT.
      *
      * NA RETOMADA, OS MOVIMENTOS JA REAPLICADOS SO GASTAM OS SEUS
      * LANCAMENTOS DO JORNAL
      *
       SIMULA-LOTE.
           IF W-RLOTE NOT = "S"
              GO TO SIMULA-LOTE-FIM.
           IF NOT MOV-ENTRADA AND NOT MOV-SAIDA
              GO TO SIMULA-LOTE-FIM.
           IF MOV-PROG = "CEP036"
              GO TO SIMULA-LOTE-FIM.
           MOVE MOV-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO = "00"
              IF PERECIVEL = "S"
                 PERFORM ACHAR-JORNAL THRU ACHAR-JORNAL-FIM.
       SIMULA-LOTE-FIM.
           EXIT.
      *
      * LOTE QUE O CEP036 ZEROU: DO PRODUTO E ALMOXARIFADO DO
      * MOVIMENTO, VENCIDO NA DATA DELE E COM O SALDO BAIXADO
      *
       ACHAR-VENCIDO.
           MOVE "N" TO W-ACHOU
           MOVE MOV-CODPRO TO LOTE-CODPRO
           MOVE SPACES     TO LOTE-NUMERO
           START LOTE KEY IS NOT LESS LOTE-CHAVE
                 INVALID KEY GO TO ACHAR-VENCIDO-FIM.
       ACHAR-VENCIDO1.
           READ LOTE NEXT
           IF ST-ERROL NOT = "00"
              GO TO ACHAR-VENCIDO-FIM.
           IF LOTE-CODPRO NOT = MOV-CODPRO
              GO TO ACHAR-VENCIDO-FIM.
           IF LOTE-ALMOX NOT = MOV-ALMOX
              OR LOTE-QUANT NOT = MOV-QUANT
              OR LOTE-VALIDADE NOT < MOV-DATA
              GO TO ACHAR-VENCIDO1.
           MOVE "S" TO W-ACHOU
           MOVE LOTE-NUMERO TO W-LOTENUM.
       ACHAR-VENCIDO-FIM.
           EXIT.
      *
       SOMAR-ALMOX.
           MOVE ZEROS TO W-SOMA
           MOVE CODPRO TO ALMOX-CODPRO
           MOVE ZEROS  TO ALMOX-NUMERO
           START ALMOX KEY IS NOT LESS ALMOX-CHAVE
                 INVALID KEY GO TO SOMAR-ALMOX-FIM.
       SOMAR-ALMOX1.
           READ ALMOX NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SOMAR-ALMOX-FIM.
           IF ALMOX-CODPRO NOT = CODPRO
              GO TO SOMAR-ALMOX-FIM.
           ADD ALMOX-QUANT TO W-SOMA
           GO TO SOMAR-ALMOX1.
       SOMAR-ALMOX-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PARADA: GUARDA ONDE PAROU PARA A RETOMADA. O REGISTRO DA
      * TRILHA LIDO ADIANTADO AINDA NAO FOI TRATADO E NAO CONTA
      *-------------------------------------------------------------
       ROT-PARADA.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM3 BEFORE ADVANCING 1 LINE
           MOVE MOV-CHAVE TO W-PARADA
           IF W-TRLPEND = "S"
              SUBTRACT 1 FROM W-QTTRLH.
           MOVE "P" TO RF-SIT
           PERFORM GRAVA-RF THRU GRAVA-RF-FIM
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
           MOVE "ROLL-FORWARD PARADO" TO TRLH-DESCR
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           DISPLAY (17, 05) "PARADO NO MOVIMENTO DO PRODUTO "
           DISPLAY (17, 37) MOV-CODPRO
           DISPLAY (18, 05) W-MSG
           MOVE "*** ROLL-FORWARD PARADO - VER O RELATORIO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMP.
      *
       ROT-CONCLUI.
           IF W-PULANDO = "S"
              WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
              WRITE REGIMP FROM DET-FIM4 BEFORE ADVANCING 1 LINE
              PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
              MOVE "*** PARADA ANTERIOR NAO ACHADA NO MOVEST ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           MOVE SPACES TO W-PARADA
           MOVE "C" TO RF-SIT
           PERFORM GRAVA-RF THRU GRAVA-RF-FIM
           PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
           MOVE "ROLL-FORWARD CONCLUIDO" TO TRLH-DESCR
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
      *
      * CONCILIACAO: CONFERE O CADASTRO CONTRA A SOMA DOS
      * ALMOXARIFADOS DEPOIS DE TUDO REAPLICADO
      *
           CALL "CEP011" USING W-OPERLOTE
           MOVE "*** ROLL-FORWARD CONCLUIDO - VER CEP011 ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMP.
      *
       ROT-TOTAIS.
           MOVE W-LIDOS  TO DT1
           MOVE W-APLIC  TO DT2
           MOVE W-IGNOR  TO DT3
           MOVE W-CADAST TO DT4
           MOVE W-PEND   TO DT5
           WRITE REGIMP FROM DET-TOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT5 BEFORE ADVANCING 1 LINE
           DISPLAY (19, 05) DET-TOT2
           DISPLAY (20, 05) DET-TOT5
           CLOSE MOVEST PRODUTO CUSENT JORNAL ARQTRLH ARQIMP
           IF W-RALMOX = "S"
              CLOSE ALMOX.
           IF W-RLOTE = "S"
              CLOSE LOTE.
       ROT-TOTAIS-FIM.
           EXIT.
      *
       GRAVA-RF.
           MOVE W-GER     TO RF-GER
           MOVE W-PONTO-N TO RF-PONTO
           MOVE W-RPRODU  TO RF-RPRODU
           MOVE W-RALMOX  TO RF-RALMOX
           MOVE W-RLOTE   TO RF-RLOTE
           MOVE W-PARADA  TO RF-PARADA
           MOVE W-QTTRLH  TO RF-QTTRLH
           MOVE DATA-EQ-N TO RF-DATA
           ACCEPT TIME-ATU FROM TIME
           MOVE TA-HMS    TO RF-HORA
           MOVE W-LOGIN   TO RF-OPERADOR
           OPEN OUTPUT ARQRF
           WRITE REGRF
           CLOSE ARQRF.
       GRAVA-RF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE MOVEST PRODUTO ALMOX LOTE CUSENT JORNAL ARQTRLH
                 ARQIMP.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE TRILHA DE AUDITORIA *
      **********************
      *
       ROT-TRILHA.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
              IF ST-ERROT = "30"
                 OPEN OUTPUT ARQTRLH
                 CLOSE ARQTRLH
                 OPEN EXTEND ARQTRLH.
           ACCEPT TIME-ATU FROM TIME
           MOVE ANO-EQ   TO TRLH-ANO
           MOVE MES-EQ   TO TRLH-MES
           MOVE DIA-EQ   TO TRLH-DIA
           MOVE TA-HH    TO TRLH-HH
           MOVE TA-MM    TO TRLH-MM
           MOVE TA-SS    TO TRLH-SS
           MOVE "BKP003" TO TRLH-PROG
           MOVE "A"      TO TRLH-OPER
           MOVE "MOVEST" TO TRLH-CHAVE
           MOVE W-LOGIN  TO TRLH-OPERADOR
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
      *---------------------*** FIM DE PROGRAMA ***--------------------*
