       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP067.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CAMADAS DE CUSTO PEPS (JANELA      *
      * NOTURNA): AVALIACAO PARALELA AO    *
      * PRECO MEDIO PARA A REVISAO FISCAL. *
      * LE O MOVEST GRAVADO DESDE A ULTIMA *
      * RODADA (CONTROLE NO PROPRIO        *
      * CAMADA.DAT) E, POR PRODUTO, EM     *
      * ORDEM DE DATA:                     *
      *   E/B/M/A+ ABREM CAMADA (ENTRADA   *
      *   AO CUSTO DO CUSENT.DAT, O RESTO  *
      *   AO PRECMD EM VIGOR);             *
      *   S/F/D/C/A- CONSOMEM AS MAIS      *
      *   ANTIGAS E GRAVAM A BAIXA NOS DOIS*
      *   METODOS EM CAMCON.DAT;           *
      *   T DEVOLVE AS FATIAS DA F DA      *
      *   MESMA TRANSFERENCIA.             *
      * Q (QUALIDADE) E L/R (EMPRESTIMO DE *
      * FERRAMENTA, QUE CONTINUA NOSSA)    *
      * NAO MEXEM EM CAMADA. O SALDO       *
      * INICIAL (B) SO CONTA NA PRIMEIRA   *
      * RODADA. PRECMD EM VIGOR = O DO     *
      * PRIMEIRO HISTPRE POSTERIOR AO      *
      * MOVIMENTO, SENAO O ATUAL.          *
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
       COPY CENSEL.BOK.
       COPY CAMSEL.BOK.
       COPY CCNSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY MOVEST.BOK.
       COPY HISTPRE.BOK.
       COPY CUSENT.BOK.
       COPY CAMADA.BOK.
       COPY CAMCON.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROCE    PIC X(02) VALUE "00".
       77 ST-ERROCM    PIC X(02) VALUE "00".
       77 ST-ERROCN    PIC X(02) VALUE "00".
       77 W-TEMCEN     PIC X(01) VALUE "N".
       77 W-PRIMEIRA   PIC X(01) VALUE "N".
       77 W-GUARDA     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 IND          PIC 9(04) VALUE ZEROS.
       77 W-QTDHIS     PIC 9(04) VALUE ZEROS.
       77 W-HISEXC     PIC 9(06) VALUE ZEROS.
       77 W-QTDFAT     PIC 9(02) VALUE ZEROS.
       77 W-FATCOD     PIC 9(06) VALUE ZEROS.
       77 W-PRDCOD     PIC 9(06) VALUE ZEROS.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-PROCES     PIC 9(07) VALUE ZEROS.
       77 W-ABERTAS    PIC 9(07) VALUE ZEROS.
       77 W-BAIXAS     PIC 9(07) VALUE ZEROS.
       01 W-FATQTD     PIC 9(05)V9 VALUE ZEROS.
       01 W-QTD        PIC 9(05)V9 VALUE ZEROS.
       01 W-FALTA      PIC 9(05)V9 VALUE ZEROS.
       01 W-TIRA       PIC 9(05)V9 VALUE ZEROS.
       01 W-SEMCAM     PIC 9(05)V9 VALUE ZEROS.
       01 W-TOTSEM     PIC 9(08)V9 VALUE ZEROS.
       01 W-CUSTO      PIC 9(06)V999 VALUE ZEROS.
       01 W-PRECO      PIC 9(06)V999 VALUE ZEROS.
       01 W-PRDPRE     PIC 9(06)V999 VALUE ZEROS.
       01 W-VLPEPS     PIC 9(09)V99 VALUE ZEROS.
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 W-AGORA.
          03 W-AGR-HMS PIC 9(06).
          03 FILLER    PIC 9(02).
      *
      * JANELA DESTA RODADA: DEPOIS DO CONTROLE ATE O INICIO DELA
      *
       01 W-ULTPROC.
          03 W-ULT-DATA PIC 9(08) VALUE ZEROS.
          03 W-ULT-HORA PIC 9(06) VALUE ZEROS.
       01 W-LIMITE.
          03 W-LIM-DATA PIC 9(08) VALUE ZEROS.
          03 W-LIM-HORA PIC 9(06) VALUE ZEROS.
       01 W-MOVTS.
          03 W-MT-DATA PIC X(08) VALUE SPACES.
          03 W-MT-HORA PIC X(06) VALUE SPACES.
       01 W-HISTS.
          03 W-HT-DATA PIC X(08) VALUE SPACES.
          03 W-HT-HORA PIC X(06) VALUE SPACES.
      *
      * MUDANCAS DE PRECO POSTERIORES AO ULTIMO PROCESSAMENTO, NA
      * ORDEM DO HISTPRE (O PRECMD GRAVADO E O QUE VALIA ANTES)
      *
       01 TAB-HIS.
          03 TH-LINHA OCCURS 5000 TIMES.
             05 TH-CODPRO   PIC 9(06).
             05 TH-DTHORA   PIC X(14).
             05 TH-PRECMD   PIC 9(06)V999.
      *
      * FATIAS CONSUMIDAS PELA TRANSFERENCIA DE SAIDA (F), QUE A
      * ENTRADA (T) DA MESMA TRANSFERENCIA DEVOLVE
      *
       01 TAB-FAT.
          03 TF-LINHA OCCURS 50 TIMES.
             05 TF-CHAVE    PIC X(22).
             05 TF-TIPO     PIC X(01).
             05 TF-ALMOX    PIC 9(01).
             05 TF-QTDORI   PIC 9(05)V9.
             05 TF-QTDE     PIC 9(05)V9.
             05 TF-CUSTO    PIC 9(06)V999.
       01 W-TOT1.
          03 FILLER    PIC X(30) VALUE "MOVIMENTOS LIDOS            : ".
          03 WT1       PIC ZZZZZZ9 VALUE ZEROS.
       01 W-TOT2.
          03 FILLER    PIC X(30) VALUE "PROCESSADOS NESTA RODADA    : ".
          03 WT2       PIC ZZZZZZ9 VALUE ZEROS.
       01 W-TOT3.
          03 FILLER    PIC X(30) VALUE "CAMADAS ABERTAS             : ".
          03 WT3       PIC ZZZZZZ9 VALUE ZEROS.
       01 W-TOT4.
          03 FILLER    PIC X(30) VALUE "BAIXAS AVALIADAS (CAMCON)   : ".
          03 WT4       PIC ZZZZZZ9 VALUE ZEROS.
       01 W-TOT5.
          03 FILLER    PIC X(30) VALUE "BAIXADO SEM CAMADA (QUANT.) : ".
          03 WT5       PIC ZZZZZZ9,9 VALUE ZEROS.
       01 W-TOT6.
          03 FILLER    PIC X(30) VALUE "HISTPRE ALEM DA TABELA      : ".
          03 WT6       PIC ZZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU OU DO
      * SEQUENCIADOR DA JANELA NOTURNA
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           MOVE HOJE      TO W-LIM-DATA
           MOVE W-AGR-HMS TO W-LIM-HORA.
       INC-OP1.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT MOVEST
           IF ST-ERROM NOT = "00"
              MOVE "*** SEM MOVIMENTACAO REGISTRADA (MOVEST) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODUTO
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT CUSENT
           IF ST-ERROCE = "00"
              MOVE "S" TO W-TEMCEN
           ELSE
              MOVE "N" TO W-TEMCEN.
       INC-OP4.
           OPEN I-O CAMADA
           IF ST-ERROCM NOT = "00"
               IF ST-ERROCM = "30"
                      OPEN OUTPUT CAMADA
                      CLOSE CAMADA
                      GO TO INC-OP4
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CAMADA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1.
       INC-OP5.
           OPEN I-O CAMCON
           IF ST-ERROCN NOT = "00"
               IF ST-ERROCN = "30"
                      OPEN OUTPUT CAMCON
                      CLOSE CAMCON
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CAMCON" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CAMADA
                      GO TO ROT-FIM1.
      *
      * SEM REGISTRO DE CONTROLE E A PRIMEIRA RODADA: O MOVEST
      * INTEIRO ENTRA, A PARTIR DO SALDO INICIAL (B) DO CEP037
      *
       LER-CTL.
           MOVE ZEROS TO CTL-CHAVE
           READ CAMADA
           IF ST-ERROCM = "00"
              MOVE CTL-ULTDATA TO W-ULT-DATA
              MOVE CTL-ULTHORA TO W-ULT-HORA
              MOVE "N" TO W-PRIMEIRA
           ELSE
              MOVE ZEROS TO W-ULT-DATA W-ULT-HORA
              MOVE "S" TO W-PRIMEIRA.
       INC-OP6.
           MOVE ZEROS TO W-QTDHIS W-HISEXC
           OPEN INPUT HISTPRE
           IF ST-ERRO3 = "00"
              PERFORM CARGA-HIST THRU CARGA-HIST-FIM
              CLOSE HISTPRE.
           MOVE ZEROS TO W-QTDFAT W-FATCOD W-FATQTD W-PRDCOD.
      *
      * MOVEST NA ORDEM DA CHAVE: CADA PRODUTO EM ORDEM DE DATA
      *
       LER-MOVEST.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO GRAVA-CTL.
           ADD 1 TO W-LIDOS
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-MOVEST.
      *
      *-------------------------------------------------------------
      * UM MOVIMENTO DA JANELA: ABRE, CONSOME OU DEVOLVE CAMADA
      *-------------------------------------------------------------
       TRATA-MOV.
           MOVE MOV-DATA TO W-MT-DATA
           MOVE MOV-HORA TO W-MT-HORA
           IF W-MOVTS NOT > W-ULTPROC OR W-MOVTS > W-LIMITE
              GO TO TRATA-MOV-FIM.
           IF MOV-SALDOINI AND W-PRIMEIRA = "N"
              GO TO TRATA-MOV-FIM.
           IF MOV-QUALIDADE OR MOV-EMP-SAIDA OR MOV-EMP-RETORNO
              GO TO TRATA-MOV-FIM.
           ADD 1 TO W-PROCES
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           MOVE "N" TO W-GUARDA
           IF MOV-ENTRADA
              MOVE W-PRECO TO W-CUSTO
              IF W-TEMCEN = "S"
                 MOVE MOV-CHAVE TO CEN-CHAVE
                 READ CUSENT
                 IF ST-ERROCE = "00"
                    MOVE CEN-CUSTO TO W-CUSTO.
           IF MOV-ENTRADA
              MOVE MOV-QUANT TO W-QTD
              PERFORM ABRE-CAMADA THRU ABRE-CAMADA-FIM
              GO TO TRATA-MOV-FIM.
           IF MOV-SALDOINI OR MOV-MNT-ENTRADA
                           OR (MOV-AJUSTE AND MOV-QUANT NOT < ZEROS)
              MOVE W-PRECO   TO W-CUSTO
              MOVE MOV-QUANT TO W-QTD
              PERFORM ABRE-CAMADA THRU ABRE-CAMADA-FIM
              GO TO TRATA-MOV-FIM.
           IF MOV-TRF-ENTRADA
              IF W-FATCOD = MOV-CODPRO AND W-FATQTD = MOV-QUANT
                 PERFORM REABRE-FAT THRU REABRE-FAT-FIM
                 GO TO TRATA-MOV-FIM
              ELSE
                 MOVE W-PRECO   TO W-CUSTO
                 MOVE MOV-QUANT TO W-QTD
                 PERFORM ABRE-CAMADA THRU ABRE-CAMADA-FIM
                 GO TO TRATA-MOV-FIM.
           IF MOV-TRF-SAIDA
              MOVE "S"        TO W-GUARDA
              MOVE ZEROS      TO W-QTDFAT
              MOVE MOV-CODPRO TO W-FATCOD
              MOVE MOV-QUANT  TO W-FATQTD.
           IF MOV-AJUSTE
              COMPUTE W-QTD = 0 - MOV-QUANT
           ELSE
              MOVE MOV-QUANT TO W-QTD.
           PERFORM CONSOME THRU CONSOME-FIM.
       TRATA-MOV-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CAMADA NOVA COM A CHAVE DO MOVIMENTO (JA EXISTENTE = MESMO
      * MOVIMENTO JA PROCESSADO, FICA COMO ESTA)
      *-------------------------------------------------------------
       ABRE-CAMADA.
           IF MOV-QUANT NOT > ZEROS
              GO TO ABRE-CAMADA-FIM.
           MOVE MOV-CHAVE TO CAM-CHAVE
           MOVE MOV-TIPO  TO CAM-TIPO
           MOVE MOV-ALMOX TO CAM-ALMOX
           MOVE W-QTD     TO CAM-QTDORI CAM-SALDO
           MOVE W-CUSTO   TO CAM-CUSTO
           WRITE REGCAM
           IF ST-ERROCM = "00"
              ADD 1 TO W-ABERTAS.
       ABRE-CAMADA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CONSOME W-QTD DAS CAMADAS MAIS ANTIGAS DO PRODUTO. CAMADA
      * ESGOTADA SAI DO ARQUIVO; O QUE FALTAR SEM CAMADA E AVALIADO
      * PELO PRECMD EM VIGOR. A BAIXA VAI PARA O CAMCON NOS DOIS
      * METODOS
      *-------------------------------------------------------------
       CONSOME.
           MOVE W-QTD  TO W-FALTA
           MOVE ZEROS  TO W-VLPEPS W-SEMCAM.
       CONSOME1.
           IF W-FALTA = ZEROS
              GO TO CONSOME3.
           MOVE MOV-CODPRO TO CAM-CODPRO
           MOVE ZEROS      TO CAM-DATA CAM-HORA CAM-SEQ
           START CAMADA KEY IS NOT LESS CAM-CHAVE
                 INVALID KEY GO TO CONSOME2.
           READ CAMADA NEXT
           IF ST-ERROCM NOT = "00"
              GO TO CONSOME2.
           IF CAM-CODPRO NOT = MOV-CODPRO
              GO TO CONSOME2.
           IF CAM-SALDO > W-FALTA
              MOVE W-FALTA TO W-TIRA
           ELSE
              MOVE CAM-SALDO TO W-TIRA.
           COMPUTE W-VLPEPS ROUNDED = W-VLPEPS + (W-TIRA * CAM-CUSTO)
           IF W-GUARDA = "S" AND W-QTDFAT < 50
              ADD 1 TO W-QTDFAT
              MOVE CAM-CHAVE  TO TF-CHAVE(W-QTDFAT)
              MOVE CAM-TIPO   TO TF-TIPO(W-QTDFAT)
              MOVE CAM-ALMOX  TO TF-ALMOX(W-QTDFAT)
              MOVE CAM-QTDORI TO TF-QTDORI(W-QTDFAT)
              MOVE W-TIRA     TO TF-QTDE(W-QTDFAT)
              MOVE CAM-CUSTO  TO TF-CUSTO(W-QTDFAT).
           SUBTRACT W-TIRA FROM CAM-SALDO W-FALTA
           IF CAM-SALDO = ZEROS
              DELETE CAMADA RECORD
           ELSE
              REWRITE REGCAM.
           GO TO CONSOME1.
       CONSOME2.
           MOVE W-FALTA TO W-SEMCAM
           ADD W-FALTA TO W-TOTSEM
           COMPUTE W-VLPEPS ROUNDED = W-VLPEPS + (W-FALTA * W-PRECO)
           MOVE ZEROS TO W-FALTA.
       CONSOME3.
           MOVE MOV-CHAVE TO CCN-CHAVE
           MOVE MOV-TIPO  TO CCN-TIPO
           MOVE W-QTD     TO CCN-QUANT
           MOVE W-VLPEPS  TO CCN-VLPEPS
           COMPUTE CCN-VLMEDIO ROUNDED = W-QTD * W-PRECO
           MOVE W-SEMCAM  TO CCN-SEMCAM
           WRITE REGCCN
           IF ST-ERROCN = "22"
              REWRITE REGCCN.
           ADD 1 TO W-BAIXAS.
       CONSOME-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * ENTRADA DA TRANSFERENCIA: AS FATIAS QUE A SAIDA CONSUMIU
      * VOLTAM COM A CHAVE (DATA) E O CUSTO DA CAMADA DE ORIGEM
      *-------------------------------------------------------------
       REABRE-FAT.
           MOVE ZEROS TO IND.
       REABRE-FAT1.
           ADD 1 TO IND
           IF IND > W-QTDFAT
              GO TO REABRE-FAT2.
           MOVE TF-CHAVE(IND) TO CAM-CHAVE
           READ CAMADA
           IF ST-ERROCM = "00"
              ADD TF-QTDE(IND) TO CAM-SALDO
              REWRITE REGCAM
              GO TO REABRE-FAT1.
           MOVE TF-CHAVE(IND)  TO CAM-CHAVE
           MOVE TF-TIPO(IND)   TO CAM-TIPO
           MOVE TF-ALMOX(IND)  TO CAM-ALMOX
           MOVE TF-QTDORI(IND) TO CAM-QTDORI
           MOVE TF-QTDE(IND)   TO CAM-SALDO
           MOVE TF-CUSTO(IND)  TO CAM-CUSTO
           WRITE REGCAM
           GO TO REABRE-FAT1.
       REABRE-FAT2.
           MOVE ZEROS TO W-QTDFAT W-FATCOD W-FATQTD.
       REABRE-FAT-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PRECMD EM VIGOR NO MOMENTO DO MOVIMENTO: O DO PRIMEIRO
      * HISTORICO DO PRODUTO GRAVADO DEPOIS DELE, SENAO O ATUAL
      *-------------------------------------------------------------
       BUSCA-PRECO.
           MOVE 1 TO IND.
       BUSCA-PRECO1.
           IF IND > W-QTDHIS
              GO TO BUSCA-PRECO2.
           IF TH-CODPRO(IND) = MOV-CODPRO AND TH-DTHORA(IND) > W-MOVTS
              MOVE TH-PRECMD(IND) TO W-PRECO
              GO TO BUSCA-PRECO-FIM.
           ADD 1 TO IND
           GO TO BUSCA-PRECO1.
       BUSCA-PRECO2.
           IF MOV-CODPRO NOT = W-PRDCOD
              MOVE MOV-CODPRO TO W-PRDCOD CODPRO
              READ PRODUTO
              IF ST-ERRO = "00"
                 MOVE PRECMD TO W-PRDPRE
              ELSE
                 MOVE ZEROS TO W-PRDPRE.
           MOVE W-PRDPRE TO W-PRECO.
       BUSCA-PRECO-FIM.
           EXIT.
      *
       CARGA-HIST.
           READ HISTPRE
           IF ST-ERRO3 NOT = "00"
              GO TO CARGA-HIST-FIM.
           MOVE HIST-DATA TO W-HT-DATA
           MOVE HIST-HORA TO W-HT-HORA
           IF W-HISTS NOT > W-ULTPROC
              GO TO CARGA-HIST.
           IF W-QTDHIS NOT < 5000
              ADD 1 TO W-HISEXC
              GO TO CARGA-HIST.
           ADD 1 TO W-QTDHIS
           MOVE HIST-CODPRO TO TH-CODPRO(W-QTDHIS)
           MOVE W-HISTS     TO TH-DTHORA(W-QTDHIS)
           MOVE HIST-PRECMD TO TH-PRECMD(W-QTDHIS)
           GO TO CARGA-HIST.
       CARGA-HIST-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * A PROXIMA RODADA COMECA DEPOIS DO INICIO DESTA
      *-------------------------------------------------------------
       GRAVA-CTL.
           MOVE SPACES     TO REGCAM-CTL
           MOVE ZEROS      TO CTL-CHAVE
           MOVE W-LIM-DATA TO CTL-ULTDATA
           MOVE W-LIM-HORA TO CTL-ULTHORA
           WRITE REGCAM-CTL
           IF ST-ERROCM = "22"
              REWRITE REGCAM-CTL.
       ROT-TOTAIS.
           MOVE W-LIDOS   TO WT1
           MOVE W-PROCES  TO WT2
           MOVE W-ABERTAS TO WT3
           MOVE W-BAIXAS  TO WT4
           MOVE W-TOTSEM  TO WT5
           MOVE W-HISEXC  TO WT6
           DISPLAY W-TOT1
           DISPLAY W-TOT2
           DISPLAY W-TOT3
           DISPLAY W-TOT4
           DISPLAY W-TOT5
           IF W-HISEXC NOT = ZEROS
              DISPLAY W-TOT6.
           MOVE "*** CAMADAS PEPS ATUALIZADAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE CAMADA CAMCON.
       ROT-FIM1.
           CLOSE PRODUTO MOVEST
           IF W-TEMCEN = "S"
              CLOSE CUSENT.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY MENS.
       ROT-MENS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
