       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP066.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * POSICAO DE ESTOQUE EM DATA PASSADA *
      * RECONSTITUIDA DO KARDEX, POR       *
      * PRODUTO E ALMOXARIFADO. PARTE DO   *
      * SALDO INICIAL (TIPO B) DO CEP037 E *
      * REPASSA O MOVIMENTO ATE A DATA:    *
      * MES JA ARQUIVADO E LIDO DO         *
      * MOVEST<AAAAMM>.DAT (QUE TRAZ O B   *
      * DO INICIO DO MES), MES ABERTO DO   *
      * MOVEST.DAT. VALORIZADA PELO PRECMD *
      * EM VIGOR NA DATA (HISTPRE.DAT: O   *
      * PRIMEIRO HISTORICO GRAVADO DEPOIS  *
      * DA DATA GUARDA O PRECO ANTERIOR A  *
      * MUDANCA; SEM HISTORICO DEPOIS DA   *
      * DATA, VALE O PRECMD ATUAL).        *
      * NO ULTIMO DIA DO MES CONFERE COM A *
      * FOTOGRAFIA DO FECHAMENTO DO CEP018 *
      * (POSMES/POSALM). SAI NO SPOOL.     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY MOVSEL.BOK.
       COPY HISTSEL.BOK.
       COPY POSMSEL.BOK.
       COPY POSASEL.BOK.
       SELECT ARQMARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROC.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY MOVEST.BOK.
       COPY HISTPRE.BOK.
       COPY POSMES.BOK.
       COPY POSALM.BOK.
      *
      * ARQUIVO DE MES FECHADO DO KARDEX (MOVEST<AAAAMM>.DAT,
      * GRAVADO PELO CEP037 COM A IMAGEM BRUTA DO REGMOV)
      *
       FD  ARQMARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQMARC.
       01  REGARC       PIC X(60).
      *
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
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROS     PIC X(02) VALUE "00".
       77 ST-ERROA     PIC X(02) VALUE "00".
       77 ST-ERROC     PIC X(02) VALUE "00".
       77 W-ARQMARC    PIC X(40) VALUE SPACES.
       77 W-TEMARC     PIC X(01) VALUE "N".
       77 W-TEMPRO     PIC X(01) VALUE "N".
       77 W-TEMPOS     PIC X(01) VALUE "N".
       77 W-TEMPAL     PIC X(01) VALUE "N".
       77 W-CONTROLE   PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 IND          PIC 9(04) VALUE ZEROS.
       77 W-IA         PIC 9(02) VALUE ZEROS.
       77 W-QTDPRE     PIC 9(04) VALUE ZEROS.
       77 W-QTDDIV     PIC 9(04) VALUE ZEROS.
       77 W-DIVERG     PIC 9(05) VALUE ZEROS.
       77 W-LINHAS     PIC 9(05) VALUE ZEROS.
       77 W-CODANT     PIC 9(06) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-ALM        PIC 9(01) VALUE ZEROS.
       01 W-DELTA      PIC S9(06)V9 VALUE ZEROS.
       01 W-QTDPRO     PIC S9(06)V9 VALUE ZEROS.
       01 W-VALOR      PIC S9(10)V99 VALUE ZEROS.
       01 W-PRECO      PIC 9(06)V999 VALUE ZEROS.
       01 W-TOTQTD     PIC S9(08)V9 VALUE ZEROS.
       01 W-TOTVAL     PIC S9(11)V99 VALUE ZEROS.
       01 W-FOTQTD     PIC S9(08)V9 VALUE ZEROS.
       01 W-FOTVAL     PIC S9(11)V99 VALUE ZEROS.
       01 W-DIFVAL     PIC S9(11)V99 VALUE ZEROS.
       01 W-FOTO       PIC S9(06)V9 VALUE ZEROS.
       01 W-DESCR      PIC X(30) VALUE SPACES.
       01 W-DIVALM     PIC X(03) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-T REDEFINES W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
       01 W-DATAPOS.
          03 W-POS-ANO PIC 9(04) VALUE ZEROS.
          03 W-POS-MES PIC 9(02) VALUE ZEROS.
          03 W-POS-DIA PIC 9(02) VALUE ZEROS.
       01 W-DATAPOS-N REDEFINES W-DATAPOS PIC 9(08).
      *
      * DATA DO HISTORICO DE PRECO MAIS ANTIGO QUE FICOU NO HISTPRE
      * (O ANTERIOR AO CORTE DE RETENCAO O CEP081 ARQUIVA)
      *
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       01 W-HISINI     PIC 9(08) VALUE ZEROS.
       01 W-HISINI-T REDEFINES W-HISINI.
          03 W-HI-ANO  PIC 9(04).
          03 W-HI-MES  PIC 9(02).
          03 W-HI-DIA  PIC 9(02).
       01 W-HISFOR.
          03 W-HF-DIA  PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 W-HF-MES  PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 W-HF-ANO  PIC 9(04).
       01 W-ANOMES.
          03 W-AM-ANO  PIC 9(04) VALUE ZEROS.
          03 W-AM-MES  PIC 9(02) VALUE ZEROS.
      *
      * ULTIMO DIA DE CADA MES (FEVEREIRO CORRIGIDO NO BISSEXTO)
      *
       01 TAB-DIAS-LIT PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS REDEFINES TAB-DIAS-LIT.
          03 TD-ULTDIA PIC 9(02) OCCURS 12 TIMES.
      *
      * SALDO DO PRODUTO EM LEITURA, UMA POSICAO POR ALMOX (0 A 9)
      *
       01 TAB-ALM.
          03 TA-LINHA OCCURS 10 TIMES.
             05 TA-QUANT    PIC S9(06)V9.
             05 TA-VISTO    PIC X(01).
      *
      * PRECO EM VIGOR NA DATA PARA OS PRODUTOS QUE MUDARAM DE
      * PRECO DEPOIS DELA (PRIMEIRO HISTORICO POSTERIOR)
      *
       01 TAB-PRE.
          03 TP-LINHA OCCURS 5000 TIMES.
             05 TP-CODPRO   PIC 9(06).
             05 TP-PRECMD   PIC 9(06)V999.
      *
      * DIVERGENCIAS DA CONFERENCIA COM POSMES/POSALM
      *
       01 TAB-DIV.
          03 TV-LINHA OCCURS 200 TIMES.
             05 TV-CODPRO   PIC 9(06).
             05 TV-ALMOX    PIC X(03).
             05 TV-KARDEX   PIC S9(06)V9.
             05 TV-FOTO     PIC S9(06)V9.
       01 CAB1.
          03 FILLER    PIC X(26) VALUE "POSICAO DE ESTOQUE EM ".
          03 CAB11     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(14) VALUE SPACES.
          03 FILLER    PIC X(09) VALUE "EMISSAO: ".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB16     PIC 9(04) VALUE ZEROS.
       01 CAB-FONTE.
          03 FILLER    PIC X(36) VALUE
              "RECONSTITUIDA DO KARDEX - FONTE: ".
          03 CABF1     PIC X(20) VALUE SPACES.
       01 CAB2.
          03 FILLER    PIC X(07) VALUE "CODIGO".
          03 FILLER    PIC X(26) VALUE "DESCRICAO".
          03 FILLER    PIC X(04) VALUE "ALM".
          03 FILLER    PIC X(11) VALUE "      QTDE".
          03 FILLER    PIC X(11) VALUE "   PRECMD".
          03 FILLER    PIC X(13) VALUE "        VALOR".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(25) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET14     PIC -ZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       01 DET-TOT.
          03 FILLER    PIC X(30) VALUE "TOTAL DA POSICAO            : ".
          03 FILLER    PIC X(05) VALUE "QTDE ".
          03 DTOT1     PIC -ZZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE " VALOR ".
          03 DTOT2     PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 DET-LIN.
          03 FILLER    PIC X(30) VALUE "LINHAS PRODUTO/ALMOX        : ".
          03 DLIN1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-VAZIO    PIC X(60) VALUE
              "*** SEM MOVIMENTO NO KARDEX ATE A DATA PEDIDA ***".
       01 CAB-CTL.
          03 FILLER    PIC X(43) VALUE
              "CONFERENCIA COM A FOTOGRAFIA DO FECHAMENTO ".
          03 CABC1     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CABC2     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(17) VALUE " (POSMES/POSALM)".
       01 DET-DIV.
          03 FILLER    PIC X(13) VALUE "DIVERGENCIA: ".
          03 DDIV1     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE " ALMOX ".
          03 DDIV2     PIC X(03) VALUE SPACES.
          03 FILLER    PIC X(08) VALUE " KARDEX ".
          03 DDIV3     PIC -ZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(12) VALUE " FOTOGRAFIA ".
          03 DDIV4     PIC -ZZZZZ9,9 VALUE ZEROS.
       01 DET-CTL1.
          03 FILLER    PIC X(30) VALUE "KARDEX RECONSTITUIDO        : ".
          03 FILLER    PIC X(05) VALUE "QTDE ".
          03 DCTL11    PIC -ZZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE " VALOR ".
          03 DCTL12    PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 DET-CTL2.
          03 FILLER    PIC X(30) VALUE "FOTOGRAFIA POSMES           : ".
          03 FILLER    PIC X(05) VALUE "QTDE ".
          03 DCTL21    PIC -ZZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE " VALOR ".
          03 DCTL22    PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 DET-CTL3.
          03 FILLER    PIC X(30) VALUE "DIFERENCA DE VALOR          : ".
          03 FILLER    PIC X(16) VALUE SPACES.
          03 DCTL31    PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 DET-CTL4.
          03 FILLER    PIC X(30) VALUE "DIVERGENCIAS DE QUANTIDADE  : ".
          03 DCTL41    PIC ZZZZ9 VALUE ZEROS.
       01 DET-CONFERE  PIC X(60) VALUE
              "*** POSICAO RECONSTITUIDA CONFERE COM POSMES/POSALM ***".
       01 DET-NCONFERE PIC X(60) VALUE
              "*** POSICAO RECONSTITUIDA NAO CONFERE - VER ACIMA ***".
       01 DET-SEMFOTO  PIC X(60) VALUE
              "*** SEM FOTOGRAFIA DO MES EM POSMES/POSALM ***".
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (USADA NO
      * REGISTRO DO SPOOL - QUEM PEDIU O RELATORIO)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
           MOVE ZEROS TO W-DATAPOS-N
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "POSICAO DE ESTOQUE EM DATA PASSADA"
           DISPLAY (04, 01) "DATA DA POSICAO (DDMMAAAA): ".
       INC-002.
           ACCEPT (04, 29) W-POS-DIA
           ACCEPT (04, 31) W-POS-MES
           ACCEPT (04, 33) W-POS-ANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-POS-ANO = ZEROS OR W-POS-MES = ZEROS
                                OR W-POS-MES > 12
                                OR W-POS-DIA = ZEROS
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE TD-ULTDIA(W-POS-MES) TO W-ULTDIA
           IF W-POS-MES = 02
              PERFORM ROT-BISSEXTO THRU ROT-BISSEXTO-FIM.
           IF W-POS-DIA > W-ULTDIA
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF W-DATAPOS-N > W-HOJE
              MOVE "*** DATA POSTERIOR A HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      * DATA ANTERIOR AO HISTORICO MAIS ANTIGO DO HISTPRE: A MUDANCA
      * DE PRECO POSTERIOR A ELA PODE TER IDO PARA O ARQUIVO MORTO
      * HISTPRE<AAAAMM>.DAT DO CEP081 E O PRECO SAIRIA ERRADO. SO
      * SEGUE SE O OPERADOR CONFIRMAR (OU RESTAURAR OS ARQUIVOS)
      *
       INC-HIS.
           MOVE ZEROS TO W-HISINI
           OPEN INPUT HISTPRE
           IF ST-ERRO3 NOT = "00"
              GO TO INC-HIS2.
           READ HISTPRE
           IF ST-ERRO3 = "00"
              MOVE HIST-DATA TO W-HISINI.
           CLOSE HISTPRE
           IF W-HISINI = ZEROS OR W-DATAPOS-N NOT < W-HISINI
              GO TO INC-HIS2.
           MOVE W-HI-DIA TO W-HF-DIA
           MOVE W-HI-MES TO W-HF-MES
           MOVE W-HI-ANO TO W-HF-ANO
           DISPLAY (06, 01) "HISTORICO DE PRECOS SO DESDE"
           DISPLAY (06, 30) W-HISFOR
           DISPLAY (07, 01) "O ANTERIOR FOI ARQUIVADO (CEP081) EM"
           DISPLAY (07, 38) "HISTPRE<AAAAMM>.DAT."
           DISPLAY (08, 01) "RESTAURE-O PARA O PRECO SAIR CORRETO".
       INC-HIS1.
           DISPLAY (10, 01) "CONTINUA COM O HISTPRE ATUAL (S/N): "
           ACCEPT (10, 37) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-OPCAO = "N"
              GO TO INC-001.
           IF W-OPCAO NOT = "S"
              MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-HIS1.
       INC-HIS2.
           MOVE W-POS-ANO TO W-AM-ANO
           MOVE W-POS-MES TO W-AM-MES.
      *
      * MES DA DATA JA ARQUIVADO PELO CEP037: O ARQUIVO DO MES TRAZ
      * O SALDO INICIAL (B) E TODO O MOVIMENTO DELE. SENAO O MOVEST
      * VIVO TRAZ O B DO ULTIMO ARQUIVAMENTO E O QUE VEIO DEPOIS
      *
       INC-ARC.
           MOVE "N" TO W-TEMARC
           MOVE SPACES TO W-ARQMARC
           STRING "MOVEST" W-ANOMES ".DAT" DELIMITED BY SIZE
             INTO W-ARQMARC
           OPEN INPUT ARQMARC
           IF ST-ERROC = "00"
              MOVE "S" TO W-TEMARC
              GO TO INC-OP2.
       INC-OP1.
           OPEN INPUT MOVEST
           IF ST-ERROM NOT = "00"
              MOVE "*** SEM MOVIMENTACAO REGISTRADA (MOVEST) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPRO
           ELSE
              MOVE "N" TO W-TEMPRO.
       INC-OP3.
           MOVE ZEROS TO W-QTDPRE
           OPEN INPUT HISTPRE
           IF ST-ERRO3 = "00"
              PERFORM CARGA-PRECO THRU CARGA-PRECO-FIM
              CLOSE HISTPRE.
      *
      * CONFERENCIA SO NO ULTIMO DIA DO MES E SE O CEP018 FOTOGRAFOU
      * AQUELE MES
      *
       INC-OP4.
           MOVE "N" TO W-CONTROLE W-TEMPOS W-TEMPAL
           IF W-POS-DIA NOT = W-ULTDIA
              GO TO INC-OP5.
           OPEN INPUT POSMES
           IF ST-ERROS NOT = "00"
              GO TO INC-OP5.
           MOVE "S" TO W-TEMPOS
           OPEN INPUT POSALM
           IF ST-ERROA = "00"
              MOVE "S" TO W-TEMPAL.
           MOVE W-POS-ANO TO POS-ANO
           MOVE W-POS-MES TO POS-MES
           MOVE ZEROS     TO POS-CODPRO
           START POSMES KEY IS NOT LESS POS-CHAVE
                 INVALID KEY GO TO INC-OP5.
           READ POSMES NEXT
           IF ST-ERROS = "00" AND POS-ANO = W-POS-ANO
                              AND POS-MES = W-POS-MES
              MOVE "S" TO W-CONTROLE.
       INC-OP5.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-POS-DIA TO CAB11
           MOVE W-POS-MES TO CAB12
           MOVE W-POS-ANO TO CAB13
           MOVE W-HJ-DIA  TO CAB14
           MOVE W-HJ-MES  TO CAB15
           MOVE W-HJ-ANO  TO CAB16
           IF W-TEMARC = "S"
              MOVE W-ARQMARC TO CABF1
           ELSE
              MOVE "MOVEST.DAT" TO CABF1.
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB-FONTE BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-CODANT W-TOTQTD W-TOTVAL W-LINHAS
                         W-QTDDIV W-DIVERG.
      *
      * REPASSA O KARDEX EM ORDEM DE PRODUTO (O ARQUIVO DO MES FOI
      * GRAVADO NA ORDEM DA CHAVE DO MOVEST), QUEBRANDO POR PRODUTO
      *
       LER-FONTE.
           IF W-TEMARC = "S"
              GO TO LER-ARC.
       LER-MOVEST.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO FIM-FONTE.
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-MOVEST.
       LER-ARC.
           READ ARQMARC
           IF ST-ERROC NOT = "00"
              GO TO FIM-FONTE.
           MOVE REGARC TO REGMOV
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-ARC.
       FIM-FONTE.
           IF W-CODANT NOT = ZEROS
              PERFORM FECHA-PROD THRU FECHA-PROD-FIM.
           GO TO IMP-TOTAL.
      *
      *-------------------------------------------------------------
      * APLICA UM MOVIMENTO ATE A DATA NO SALDO DO ALMOX (MESMA
      * REGRA DE SINAL DO CEP037/CEP010)
      *-------------------------------------------------------------
       TRATA-MOV.
           IF MOV-CODPRO NOT = W-CODANT
              IF W-CODANT NOT = ZEROS
                 PERFORM FECHA-PROD THRU FECHA-PROD-FIM
                 PERFORM LIMPA-ALM THRU LIMPA-ALM-FIM
                 MOVE MOV-CODPRO TO W-CODANT
              ELSE
                 PERFORM LIMPA-ALM THRU LIMPA-ALM-FIM
                 MOVE MOV-CODPRO TO W-CODANT.
           IF MOV-DATA > W-DATAPOS
              GO TO TRATA-MOV-FIM.
           MOVE ZEROS TO W-DELTA
           IF MOV-ENTRADA OR MOV-TRF-ENTRADA OR MOV-AJUSTE
                          OR MOV-SALDOINI OR MOV-MNT-ENTRADA
                          OR MOV-EMP-RETORNO
              MOVE MOV-QUANT TO W-DELTA.
           IF MOV-SAIDA OR MOV-TRF-SAIDA OR MOV-DEVOLUCAO
                        OR MOV-MNT-SAIDA OR MOV-EMP-SAIDA
              COMPUTE W-DELTA = 0 - MOV-QUANT.
           COMPUTE W-IA = MOV-ALMOX + 1
           ADD W-DELTA TO TA-QUANT(W-IA).
       TRATA-MOV-FIM.
           EXIT.
      *
       LIMPA-ALM.
           MOVE 1 TO W-IA.
       LIMPA-ALM1.
           MOVE ZEROS TO TA-QUANT(W-IA)
           MOVE "N"   TO TA-VISTO(W-IA)
           ADD 1 TO W-IA
           IF W-IA NOT > 10
              GO TO LIMPA-ALM1.
       LIMPA-ALM-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * FIM DO PRODUTO: UMA LINHA POR ALMOX COM SALDO, VALORIZADA
      * PELO PRECO EM VIGOR NA DATA; NO FECHAMENTO DE MES CONFERE
      * COM POSALM (POR ALMOX) E POSMES (TOTAL DO PRODUTO)
      *-------------------------------------------------------------
       FECHA-PROD.
           MOVE "*SEM CADASTRO*" TO W-DESCR
           MOVE ZEROS TO PRECMD
           IF W-TEMPRO = "S"
              MOVE W-CODANT TO CODPRO
              READ PRODUTO
              IF ST-ERRO = "00"
                 MOVE DESCR TO W-DESCR
              ELSE
                 MOVE ZEROS TO PRECMD.
           MOVE PRECMD TO W-PRECO
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           MOVE ZEROS TO W-QTDPRO
           MOVE 1 TO W-IA.
       FECHA-PROD1.
           IF TA-QUANT(W-IA) = ZEROS
              GO TO FECHA-PROD2.
           COMPUTE W-VALOR ROUNDED = TA-QUANT(W-IA) * W-PRECO
           MOVE W-CODANT       TO DET11
           MOVE W-DESCR        TO DET12
           COMPUTE DET13 = W-IA - 1
           MOVE TA-QUANT(W-IA) TO DET14
           MOVE W-PRECO        TO DET15
           MOVE W-VALOR        TO DET16
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-LINHAS
           ADD TA-QUANT(W-IA) TO W-QTDPRO W-TOTQTD
           ADD W-VALOR TO W-TOTVAL.
       FECHA-PROD2.
           ADD 1 TO W-IA
           IF W-IA NOT > 10
              GO TO FECHA-PROD1.
           IF W-CONTROLE = "S"
              PERFORM CONF-PROD THRU CONF-PROD-FIM.
       FECHA-PROD-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PRECO EM VIGOR NA DATA: SE O PRODUTO MUDOU DE PRECO DEPOIS
      * DELA, VALE O PRECO ANTERIOR A PRIMEIRA MUDANCA
      *-------------------------------------------------------------
       BUSCA-PRECO.
           MOVE 1 TO IND.
       BUSCA-PRECO1.
           IF IND > W-QTDPRE
              GO TO BUSCA-PRECO-FIM.
           IF TP-CODPRO(IND) = W-CODANT
              MOVE TP-PRECMD(IND) TO W-PRECO
              GO TO BUSCA-PRECO-FIM.
           ADD 1 TO IND
           GO TO BUSCA-PRECO1.
       BUSCA-PRECO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CARGA DO HISTPRE (SEQUENCIAL, EM ORDEM DE GRAVACAO): FICA O
      * PRIMEIRO HISTORICO DE CADA PRODUTO DATADO DEPOIS DA POSICAO
      *-------------------------------------------------------------
       CARGA-PRECO.
           READ HISTPRE
           IF ST-ERRO3 NOT = "00"
              GO TO CARGA-PRECO-FIM.
           IF HIST-DATA NOT > W-DATAPOS
              GO TO CARGA-PRECO.
           MOVE 1 TO IND.
       CARGA-PRECO1.
           IF IND > W-QTDPRE
              GO TO CARGA-PRECO2.
           IF TP-CODPRO(IND) = HIST-CODPRO
              GO TO CARGA-PRECO.
           ADD 1 TO IND
           GO TO CARGA-PRECO1.
       CARGA-PRECO2.
           IF W-QTDPRE < 5000
              ADD 1 TO W-QTDPRE
              MOVE HIST-CODPRO TO TP-CODPRO(W-QTDPRE)
              MOVE HIST-PRECMD TO TP-PRECMD(W-QTDPRE).
           GO TO CARGA-PRECO.
       CARGA-PRECO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CONFERENCIA DO PRODUTO COM A FOTOGRAFIA DO FECHAMENTO
      *-------------------------------------------------------------
       CONF-PROD.
           IF W-TEMPAL NOT = "S"
              GO TO CONF-PROD3.
           MOVE W-POS-ANO TO PAL-ANO
           MOVE W-POS-MES TO PAL-MES
           MOVE W-CODANT  TO PAL-CODPRO
           MOVE ZEROS     TO PAL-ALMOX
           START POSALM KEY IS NOT LESS PAL-CHAVE
                 INVALID KEY GO TO CONF-PROD2.
       CONF-PROD1.
           READ POSALM NEXT
           IF ST-ERROA NOT = "00"
              GO TO CONF-PROD2.
           IF PAL-ANO NOT = W-POS-ANO OR PAL-MES NOT = W-POS-MES
                                      OR PAL-CODPRO NOT = W-CODANT
              GO TO CONF-PROD2.
           COMPUTE W-IA = PAL-ALMOX + 1
           MOVE "S" TO TA-VISTO(W-IA)
           IF PAL-QUANT NOT = TA-QUANT(W-IA)
              MOVE PAL-ALMOX TO W-DIVALM
              MOVE PAL-QUANT TO W-FOTO
              MOVE TA-QUANT(W-IA) TO W-DELTA
              PERFORM GRV-DIVERG THRU GRV-DIVERG-FIM.
           GO TO CONF-PROD1.
      *
      * SALDO NO KARDEX EM ALMOX QUE A FOTOGRAFIA NAO TEM
      *
       CONF-PROD2.
           MOVE 1 TO W-IA.
       CONF-PROD2A.
           IF TA-VISTO(W-IA) = "N" AND TA-QUANT(W-IA) NOT = ZEROS
              COMPUTE W-ALM = W-IA - 1
              MOVE W-ALM TO W-DIVALM
              MOVE ZEROS TO W-FOTO
              MOVE TA-QUANT(W-IA) TO W-DELTA
              PERFORM GRV-DIVERG THRU GRV-DIVERG-FIM.
           ADD 1 TO W-IA
           IF W-IA NOT > 10
              GO TO CONF-PROD2A.
       CONF-PROD3.
           MOVE W-POS-ANO TO POS-ANO
           MOVE W-POS-MES TO POS-MES
           MOVE W-CODANT  TO POS-CODPRO
           READ POSMES
           IF ST-ERROS = "00"
              MOVE POS-QUANT TO W-FOTO
           ELSE
              MOVE ZEROS TO W-FOTO.
           IF W-FOTO NOT = W-QTDPRO
              MOVE "TOT" TO W-DIVALM
              MOVE W-QTDPRO TO W-DELTA
              PERFORM GRV-DIVERG THRU GRV-DIVERG-FIM.
       CONF-PROD-FIM.
           EXIT.
      *
       GRV-DIVERG.
           ADD 1 TO W-DIVERG
           IF W-QTDDIV NOT < 200
              GO TO GRV-DIVERG-FIM.
           ADD 1 TO W-QTDDIV
           MOVE W-CODANT TO TV-CODPRO(W-QTDDIV)
           MOVE W-DIVALM TO TV-ALMOX(W-QTDDIV)
           MOVE W-DELTA  TO TV-KARDEX(W-QTDDIV)
           MOVE W-FOTO   TO TV-FOTO(W-QTDDIV).
       GRV-DIVERG-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * TOTAIS DA POSICAO E LINHA DE CONTROLE DO FECHAMENTO
      *-------------------------------------------------------------
       IMP-TOTAL.
           IF W-LINHAS = ZEROS
              WRITE REGIMP FROM DET-VAZIO BEFORE ADVANCING 1 LINE.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-TOTQTD TO DTOT1
           MOVE W-TOTVAL TO DTOT2
           MOVE W-LINHAS TO DLIN1
           WRITE REGIMP FROM DET-TOT BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-LIN BEFORE ADVANCING 1 LINE
           DISPLAY (08, 01) DET-TOT
           DISPLAY (09, 01) DET-LIN
           IF W-POS-DIA NOT = W-ULTDIA
              GO TO IMP-FIM.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-POS-MES TO CABC1
           MOVE W-POS-ANO TO CABC2
           WRITE REGIMP FROM CAB-CTL BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           IF W-CONTROLE NOT = "S"
              WRITE REGIMP FROM DET-SEMFOTO BEFORE ADVANCING 1 LINE
              DISPLAY (11, 01) DET-SEMFOTO
              GO TO IMP-FIM.
           PERFORM SOMA-FOTO THRU SOMA-FOTO-FIM
           IF W-QTDDIV = ZEROS
              GO TO IMP-CTL.
           MOVE 1 TO IND.
       IMP-DIV.
           MOVE TV-CODPRO(IND) TO DDIV1
           MOVE TV-ALMOX(IND)  TO DDIV2
           MOVE TV-KARDEX(IND) TO DDIV3
           MOVE TV-FOTO(IND)   TO DDIV4
           WRITE REGIMP FROM DET-DIV BEFORE ADVANCING 1 LINE
           ADD 1 TO IND
           IF IND NOT > W-QTDDIV
              GO TO IMP-DIV.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       IMP-CTL.
           COMPUTE W-DIFVAL = W-TOTVAL - W-FOTVAL
           MOVE W-TOTQTD TO DCTL11
           MOVE W-TOTVAL TO DCTL12
           MOVE W-FOTQTD TO DCTL21
           MOVE W-FOTVAL TO DCTL22
           MOVE W-DIFVAL TO DCTL31
           MOVE W-DIVERG TO DCTL41
           WRITE REGIMP FROM DET-CTL1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-CTL2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-CTL3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-CTL4 BEFORE ADVANCING 1 LINE
           IF W-DIVERG = ZEROS AND W-TOTQTD = W-FOTQTD
              WRITE REGIMP FROM DET-CONFERE BEFORE ADVANCING 1 LINE
              DISPLAY (11, 01) DET-CONFERE
           ELSE
              WRITE REGIMP FROM DET-NCONFERE BEFORE ADVANCING 1 LINE
              DISPLAY (11, 01) DET-NCONFERE.
       IMP-FIM.
           MOVE "*** RELATORIO GRAVADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQIMP
           IF W-TEMARC = "S"
              CLOSE ARQMARC
           ELSE
              CLOSE MOVEST.
           IF W-TEMPRO = "S"
              CLOSE PRODUTO.
           IF W-TEMPOS = "S"
              CLOSE POSMES.
           IF W-TEMPAL = "S"
              CLOSE POSALM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * TOTAL DA FOTOGRAFIA DO MES (POSMES), PARA A LINHA DE CONTROLE
      *-------------------------------------------------------------
       SOMA-FOTO.
           MOVE ZEROS TO W-FOTQTD W-FOTVAL
           MOVE W-POS-ANO TO POS-ANO
           MOVE W-POS-MES TO POS-MES
           MOVE ZEROS     TO POS-CODPRO
           START POSMES KEY IS NOT LESS POS-CHAVE
                 INVALID KEY GO TO SOMA-FOTO-FIM.
       SOMA-FOTO1.
           READ POSMES NEXT
           IF ST-ERROS NOT = "00"
              GO TO SOMA-FOTO-FIM.
           IF POS-ANO NOT = W-POS-ANO OR POS-MES NOT = W-POS-MES
              GO TO SOMA-FOTO-FIM.
           ADD POS-QUANT   TO W-FOTQTD
           ADD POS-VRESTOQ TO W-FOTVAL
           GO TO SOMA-FOTO1.
       SOMA-FOTO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * FEVEREIRO DE ANO BISSEXTO TEM 29 DIAS
      *-------------------------------------------------------------
       ROT-BISSEXTO.
           DIVIDE W-POS-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              GO TO ROT-BISSEXTO-FIM.
           MOVE 29 TO W-ULTDIA
           DIVIDE W-POS-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              GO TO ROT-BISSEXTO-FIM.
           DIVIDE W-POS-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              MOVE 28 TO W-ULTDIA.
       ROT-BISSEXTO-FIM.
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
           MOVE "CEP066" TO SPL-RELAT
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
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
