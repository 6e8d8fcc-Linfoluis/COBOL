       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP073.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * IMPORTACAO DO ARQUIVO DO COLETOR   *
      * DE CODIGO DE BARRAS NA CONTAGEM DE *
      * INVENTARIO (NO LUGAR DA DIGITACAO  *
      * ITEM A ITEM DO CEP013). UMA LINHA  *
      * POR LEITURA, CAMPOS SEPARADOS POR  *
      * PONTO-E-VIRGULA:                   *
      *   CODIGO;ALMOX;QUANTIDADE;CONTADOR *
      * CODIGO = CODBARRA (CHAVE3) OU O    *
      * CODPRO; QUANTIDADE COM VIRGULA     *
      * DECIMAL. LEITURAS DO MESMO ITEM    *
      * SAO SOMADAS. SO A CONTAGEM ABERTA  *
      * (SITUACAO A, CEP012/CEP035) RECEBE *
      * A QUANTIDADE E PASSA A C. O RESTO  *
      * VAI PARA O RELATORIO DE EXCECOES   *
      * NO SPOOL, EM TRES PARTES:          *
      *   1 CODIGO DESCONHECIDO/INVALIDO   *
      *   2 LIDO SEM CONTAGEM ABERTA       *
      *   3 ABERTO E NAO LIDO              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY CONTGSEL.BOK.
       COPY COLSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQCOLET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROX.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY CONTAG.BOK.
       COPY COLETA.BOK.
       COPY AUDTRLH.BOK.
      *
       COPY SPOOL.BOK.
      *
       FD  ARQCOLET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQCOL.
       01  REGCOLET             PIC X(80).
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROC     PIC X(02) VALUE "00".
       77 ST-ERROCO    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROX     PIC X(02) VALUE "00".
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQCOL     PIC X(40) VALUE "COLETOR.TXT".
       77 W-PRIMEIRA   PIC X(01) VALUE "S".
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-OCORR      PIC 9(05) VALUE ZEROS.
      *
      * CONTADORES DA IMPORTACAO
      *
       77 W-LINHA      PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-REJ        PIC 9(05) VALUE ZEROS.
       77 W-ITENS      PIC 9(05) VALUE ZEROS.
       77 W-APLIC      PIC 9(05) VALUE ZEROS.
       77 W-SEMABE     PIC 9(05) VALUE ZEROS.
       77 W-NAOLID     PIC 9(05) VALUE ZEROS.
      *
      * CAMPOS DESMEMBRADOS DA LINHA DO COLETOR
      *
       01 C-CODIGO     PIC X(13) VALUE SPACES.
       01 C-ALMOX      PIC X(02) VALUE SPACES.
       01 C-QUANT-X    PIC X(16) VALUE SPACES.
       01 C-CONTADOR   PIC X(10) VALUE SPACES.
       01 W-QTDLIDA    PIC 9(05)V9 VALUE ZEROS.
      *
      * CODIGO LIDO TRATADO COMO CODPRO (ATE SEIS DIGITOS)
      *
       01 W-CODOK      PIC X(01) VALUE "N".
       01 W-CODNUM     PIC 9(06) VALUE ZEROS.
       77 W-CI         PIC 9(02) VALUE ZEROS.
       77 W-NDIG       PIC 9(02) VALUE ZEROS.
      *
      * CONVERSAO DE NUMERO EM FORMATO DE TELA (ESPACOS, PONTO DE
      * MILHAR E VIRGULA DECIMAL) PARA VALOR INTERNO
      *
       01 W-NUMIN      PIC X(16) VALUE SPACES.
       01 W-NUMVAL     PIC 9(10)V999 VALUE ZEROS.
       01 W-NUMOK      PIC X(01) VALUE "N".
       77 W-NI         PIC 9(02) VALUE ZEROS.
       77 W-NDEC       PIC 9(01) VALUE ZEROS.
       77 W-EMDEC      PIC X(01) VALUE "N".
       77 W-TEMDIG     PIC X(01) VALUE "N".
       01 W-DIGITO     PIC X(01) VALUE SPACES.
       01 W-DIGNUM     PIC 9(01) VALUE ZEROS.
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
      *
      * RELATORIO DE EXCECOES
      *
       01 CAB1.
          03 FILLER    PIC X(40) VALUE
              "IMPORTACAO DO COLETOR - EXCECOES".
          03 FILLER    PIC X(07) VALUE "DATA : ".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(09) VALUE "ARQUIVO: ".
          03 CAB21     PIC X(40) VALUE SPACES.
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 CAB-SEC1     PIC X(60) VALUE
              "1. CODIGOS NAO ENCONTRADOS E LINHAS INVALIDAS".
       01 CAB-COL1.
          03 FILLER    PIC X(40) VALUE
              "LINHA  CODIGO LIDO   AL QUANTIDADE CONTA".
          03 FILLER    PIC X(40) VALUE
              "DOR   MOTIVO                            ".
       01 DETA.
          03 DA1       PIC ZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DA2       PIC X(13) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA3       PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA4       PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA5       PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA6       PIC X(30) VALUE SPACES.
       01 CAB-SEC2     PIC X(60) VALUE
              "2. ITENS LIDOS SEM CONTAGEM ABERTA (CEP012/CEP035)".
       01 CAB-COL2.
          03 FILLER    PIC X(40) VALUE
              "CODIGO DESCRICAO            AL QTD.LIDA ".
          03 FILLER    PIC X(40) VALUE
              "LEIT. CONTADOR   MOTIVO                 ".
       01 DETB.
          03 DB1       PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DB2       PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DB3       PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DB4       PIC ZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DB5       PIC ZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DB6       PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DB7       PIC X(24) VALUE SPACES.
       01 CAB-SEC3     PIC X(60) VALUE
              "3. CONTAGENS ABERTAS NAO LIDAS PELO COLETOR".
       01 CAB-COL3.
          03 FILLER    PIC X(40) VALUE
              "CODIGO DESCRICAO                      AL".
          03 FILLER    PIC X(40) VALUE
              " QTD.LIVRO  ABERTA EM                   ".
       01 DETC.
          03 DC1       PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DC2       PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DC3       PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DC4       PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DC5       PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DC6       PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DC7       PIC 9(04) VALUE ZEROS.
       01 DET-NADA     PIC X(30) VALUE "   NENHUMA OCORRENCIA".
       01 W-TOT1.
          03 FILLER    PIC X(30) VALUE "LINHAS LIDAS DO COLETOR     : ".
          03 WT1       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT2.
          03 FILLER    PIC X(30) VALUE "LINHAS REJEITADAS (PARTE 1) : ".
          03 WT2       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT3.
          03 FILLER    PIC X(30) VALUE "ITENS DISTINTOS LIDOS       : ".
          03 WT3       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT4.
          03 FILLER    PIC X(30) VALUE "CONTAGENS ATUALIZADAS (C)   : ".
          03 WT4       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT5.
          03 FILLER    PIC X(30) VALUE "LIDOS SEM CONTAGEM (PARTE 2): ".
          03 WT5       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT6.
          03 FILLER    PIC X(30) VALUE "ABERTOS NAO LIDOS (PARTE 3) : ".
          03 WT6       PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (VAI PARA A
      * TRILHA E PARA O SPOOL)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "IMPORTACAO DO COLETOR DE CONTAGEM"
           DISPLAY (01, 70) W-LOGIN
           DISPLAY (04, 01) "ARQUIVO DO COLETOR     : ".
       INC-002.
           ACCEPT  (04, 27) W-ARQCOL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ARQCOL = SPACES
              MOVE "*** INFORME O NOME DO ARQUIVO DO COLETOR ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           OPEN INPUT ARQCOLET
           IF ST-ERROX NOT = "00"
              MOVE "*** ARQUIVO DO COLETOR NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           CLOSE ARQCOLET.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (06, 01) "CONFIRMA A IMPORTACAO (S/N) : "
           ACCEPT (06, 31) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** IMPORTACAO NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP0.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O CONTAGEM
           IF ST-ERROC NOT = "00"
              MOVE "*** NAO HA CONTAGEM CONGELADA (CEP012) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODUTO
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE PRODUTO CONTAGEM
                      GO TO ROT-FIMP.
      *
      * A AREA DE LEITURAS E REFEITA A CADA IMPORTACAO
      *
       INC-OP3.
           OPEN OUTPUT COLETA
           CLOSE COLETA
           OPEN I-O COLETA
           IF ST-ERROCO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO COLETA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODUTO CONTAGEM ARQTRLH
              GO TO ROT-FIMP.
           OPEN INPUT ARQCOLET
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-DIA   TO CAB13
           MOVE DH-MES   TO CAB14
           MOVE DH-ANO   TO CAB15
           MOVE W-ARQCOL TO CAB21
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 2 LINES
           WRITE REGIMP FROM CAB-SEC1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB-COL1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-LINHA W-LIDOS W-REJ W-ITENS W-APLIC
                         W-SEMABE W-NAOLID W-OCORR
           MOVE "S" TO W-PRIMEIRA.
      *
      *************************************************
      * 1A PASSADA: LE O COLETOR, RESOLVE O CODIGO E  *
      * SOMA AS LEITURAS POR ITEM NO COLETA.DAT       *
      *************************************************
      *
       LER-COLETOR.
           MOVE SPACES TO REGCOLET
           READ ARQCOLET
           IF ST-ERROX NOT = "00"
              GO TO FIM-COLETOR.
           ADD 1 TO W-LINHA
      *
      * O COLETOR PODE GRAVAR UMA LINHA DE TITULO (CODIGO;...)
      *
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              IF REGCOLET(1:3) = "COD"
                 GO TO LER-COLETOR.
           IF REGCOLET = SPACES
              GO TO LER-COLETOR.
           ADD 1 TO W-LIDOS
           PERFORM TRATA-LINHA THRU TRATA-LINHA-FIM
           GO TO LER-COLETOR.
      *
       FIM-COLETOR.
           CLOSE ARQCOLET
           IF W-OCORR = ZEROS
              WRITE REGIMP FROM DET-NADA BEFORE ADVANCING 1 LINE.
      *
      *************************************************
      * 2A PASSADA: CADA ITEM LIDO SO ATUALIZA A      *
      * CONTAGEM ABERTA (A); O RESTO VAI NA PARTE 2   *
      *************************************************
      *
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB-SEC2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB-COL2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-OCORR COL-CODPRO COL-ALMOX
           START COLETA KEY IS NOT LESS COL-CHAVE
                 INVALID KEY GO TO FIM-APLICA.
       LER-COLETA.
           READ COLETA NEXT
           IF ST-ERROCO NOT = "00"
              GO TO FIM-APLICA.
           ADD 1 TO W-ITENS
           PERFORM APLICA-ITEM THRU APLICA-ITEM-FIM
           GO TO LER-COLETA.
      *
       FIM-APLICA.
           IF W-OCORR = ZEROS
              WRITE REGIMP FROM DET-NADA BEFORE ADVANCING 1 LINE.
      *
      *************************************************
      * 3A PASSADA: CONTAGEM QUE CONTINUA ABERTA NAO  *
      * FOI LIDA PELO COLETOR (PARTE 3)               *
      *************************************************
      *
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB-SEC3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB-COL3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-OCORR CTG-CODPRO CTG-ALMOX
           START CONTAGEM KEY IS NOT LESS CTG-CHAVE
                 INVALID KEY GO TO ROT-TOTAIS.
       LER-ABERTA.
           READ CONTAGEM NEXT
           IF ST-ERROC NOT = "00"
              GO TO ROT-TOTAIS.
           IF NOT CTG-ABERTA
              GO TO LER-ABERTA.
           ADD 1 TO W-NAOLID W-OCORR
           MOVE CTG-CODPRO TO CODPRO DC1
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR.
           MOVE DESCR         TO DC2
           MOVE CTG-ALMOX     TO DC3
           MOVE CTG-QTDLIVRO  TO DC4
           MOVE CTG-DIA       TO DC5
           MOVE CTG-MES       TO DC6
           MOVE CTG-ANO       TO DC7
           WRITE REGIMP FROM DETC BEFORE ADVANCING 1 LINE
           GO TO LER-ABERTA.
      *
      *-------------------------------------------------------------
      * DESMEMBRA E VALIDA UMA LINHA DO COLETOR E SOMA A LEITURA
      * NO ITEM (CODPRO + ALMOX) DO COLETA.DAT
      *-------------------------------------------------------------
       TRATA-LINHA.
           MOVE SPACES TO C-CODIGO C-ALMOX C-QUANT-X C-CONTADOR
           UNSTRING REGCOLET DELIMITED BY ";"
               INTO C-CODIGO C-ALMOX C-QUANT-X C-CONTADOR.
           IF C-CODIGO = SPACES
              MOVE "CODIGO EM BRANCO" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-LINHA-FIM.
           PERFORM ACHA-PRODUTO THRU ACHA-PRODUTO-FIM
           IF W-ACHOU NOT = "S"
              MOVE "CODIGO NAO CADASTRADO" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-LINHA-FIM.
           IF C-ALMOX(1:1) NOT NUMERIC OR C-ALMOX(2:1) NOT = SPACE
              MOVE "ALMOXARIFADO INVALIDO" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-LINHA-FIM.
           MOVE C-QUANT-X TO W-NUMIN
           PERFORM ROT-NUM THRU ROT-NUM-FIM
           IF W-NUMOK NOT = "S"
              MOVE "QUANTIDADE INVALIDA" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-LINHA-FIM.
           IF W-NUMVAL > 99999,9
              MOVE "QUANTIDADE FORA DA FAIXA" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-LINHA-FIM.
           MOVE W-NUMVAL TO W-QTDLIDA
           MOVE CODPRO     TO COL-CODPRO
           MOVE C-ALMOX(1:1) TO COL-ALMOX
           READ COLETA
           IF ST-ERROCO = "00"
              ADD W-QTDLIDA TO COL-QUANT
              ADD 1 TO COL-LEITURAS
              MOVE C-CONTADOR TO COL-CONTADOR
              REWRITE REGCOL
           ELSE
              MOVE W-QTDLIDA  TO COL-QUANT
              MOVE 1          TO COL-LEITURAS
              MOVE C-CONTADOR TO COL-CONTADOR
              WRITE REGCOL.
           IF ST-ERROCO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO COLETA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       TRATA-LINHA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PRODUTO DO CODIGO LIDO: PRIMEIRO O CODIGO DE BARRAS PELA
      * CHAVE3, DEPOIS O PROPRIO CODPRO (ATE SEIS DIGITOS)
      *-------------------------------------------------------------
       ACHA-PRODUTO.
           MOVE "N" TO W-ACHOU
           MOVE C-CODIGO TO CODBARRA
           READ PRODUTO KEY IS CHAVE3
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU
              GO TO ACHA-PRODUTO-FIM.
           MOVE "S"   TO W-CODOK
           MOVE ZEROS TO W-CODNUM W-NDIG
           MOVE 1     TO W-CI.
       ACHA-PRODUTO1.
           IF W-CI > 13
              GO TO ACHA-PRODUTO2.
           MOVE C-CODIGO(W-CI:1) TO W-DIGITO
           IF W-DIGITO = SPACE
              GO TO ACHA-PRODUTO2.
           IF W-DIGITO NOT NUMERIC
              MOVE "N" TO W-CODOK
              GO TO ACHA-PRODUTO2.
           ADD 1 TO W-NDIG
           IF W-NDIG > 6
              MOVE "N" TO W-CODOK
              GO TO ACHA-PRODUTO2.
           MOVE W-DIGITO TO W-DIGNUM
           COMPUTE W-CODNUM = (W-CODNUM * 10) + W-DIGNUM
           ADD 1 TO W-CI
           GO TO ACHA-PRODUTO1.
       ACHA-PRODUTO2.
           IF W-CODOK NOT = "S" OR W-CODNUM = ZEROS
              GO TO ACHA-PRODUTO-FIM.
           IF W-CI < 14
              IF C-CODIGO(W-CI:) NOT = SPACES
                 GO TO ACHA-PRODUTO-FIM.
           MOVE W-CODNUM TO CODPRO
           READ PRODUTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU.
       ACHA-PRODUTO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * ITEM LIDO: SO A CONTAGEM ABERTA (A) RECEBE A QUANTIDADE
      * SOMADA E PASSA A CONTADA (C), COMO NA DIGITACAO DO CEP013
      *-------------------------------------------------------------
       APLICA-ITEM.
           MOVE COL-CODPRO TO CODPRO CTG-CODPRO
           MOVE COL-ALMOX  TO CTG-ALMOX
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR.
           READ CONTAGEM
           IF ST-ERROC NOT = "00"
              MOVE "ITEM NAO ABERTO P/ CONTAGEM" TO W-MOTIVO
              GO TO APLICA-ITEM-EXC.
           IF CTG-CONTADA
              MOVE "JA CONTADO (CEP013)" TO W-MOTIVO
              GO TO APLICA-ITEM-EXC.
           IF NOT CTG-ABERTA
              MOVE "CONTAGEM JA EFETIVADA" TO W-MOTIVO
              GO TO APLICA-ITEM-EXC.
           IF COL-QUANT > 99999,9
              MOVE "SOMA ACIMA DE 99999,9" TO W-MOTIVO
              GO TO APLICA-ITEM-EXC.
           MOVE COL-QUANT TO CTG-QTDFISICA
           MOVE "C"       TO CTG-SITUACAO
           REWRITE REGCONTAG
           IF ST-ERROC NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CONTAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-APLIC
           MOVE "A" TO TRLH-OPER
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           GO TO APLICA-ITEM-FIM.
       APLICA-ITEM-EXC.
           ADD 1 TO W-SEMABE W-OCORR
           MOVE COL-CODPRO    TO DB1
           MOVE DESCR         TO DB2
           MOVE COL-ALMOX     TO DB3
           MOVE COL-QUANT     TO DB4
           MOVE COL-LEITURAS  TO DB5
           MOVE COL-CONTADOR  TO DB6
           MOVE W-MOTIVO      TO DB7
           WRITE REGIMP FROM DETB BEFORE ADVANCING 1 LINE.
       APLICA-ITEM-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CONVERTE W-NUMIN (FORMATO DE TELA) EM W-NUMVAL. ACEITA
      * ESPACOS E PONTO DE MILHAR; A VIRGULA INICIA OS DECIMAIS
      * (TRES CASAS NO MAXIMO). QUALQUER OUTRO CARACTERE INVALIDA.
      *-------------------------------------------------------------
       ROT-NUM.
           MOVE "S"   TO W-NUMOK
           MOVE "N"   TO W-EMDEC W-TEMDIG
           MOVE ZEROS TO W-NUMVAL W-NDEC
           MOVE 1     TO W-NI.
       ROT-NUM1.
           IF W-NI > 16
              GO TO ROT-NUM2.
           MOVE W-NUMIN(W-NI:1) TO W-DIGITO
           IF W-DIGITO = SPACE OR "."
              ADD 1 TO W-NI
              GO TO ROT-NUM1.
           IF W-DIGITO = ","
              IF W-EMDEC = "S"
                 MOVE "N" TO W-NUMOK
                 GO TO ROT-NUM-FIM
              ELSE
                 MOVE "S" TO W-EMDEC
                 ADD 1 TO W-NI
                 GO TO ROT-NUM1.
           IF W-DIGITO NOT NUMERIC
              MOVE "N" TO W-NUMOK
              GO TO ROT-NUM-FIM.
           MOVE "S" TO W-TEMDIG
           MOVE W-DIGITO TO W-DIGNUM
           IF W-EMDEC = "N"
              COMPUTE W-NUMVAL = (W-NUMVAL * 10) + W-DIGNUM
           ELSE
              IF W-NDEC < 3
                 ADD 1 TO W-NDEC
                 IF W-NDEC = 1
                    COMPUTE W-NUMVAL = W-NUMVAL
                                     + (W-DIGNUM * 0,1)
                 ELSE
                    IF W-NDEC = 2
                       COMPUTE W-NUMVAL = W-NUMVAL
                                        + (W-DIGNUM * 0,01)
                    ELSE
                       COMPUTE W-NUMVAL = W-NUMVAL
                                        + (W-DIGNUM * 0,001).
           ADD 1 TO W-NI
           GO TO ROT-NUM1.
       ROT-NUM2.
           IF W-TEMDIG NOT = "S"
              MOVE "N" TO W-NUMOK.
       ROT-NUM-FIM.
           EXIT.
      *
      *****************************
      * LINHA RECUSADA: PARTE 1   *
      *****************************
      *
       ROT-REJEITA.
           ADD 1 TO W-REJ W-OCORR
           MOVE W-LINHA    TO DA1
           MOVE C-CODIGO   TO DA2
           MOVE C-ALMOX    TO DA3
           MOVE C-QUANT-X  TO DA4
           MOVE C-CONTADOR TO DA5
           MOVE W-MOTIVO   TO DA6
           WRITE REGIMP FROM DETA BEFORE ADVANCING 1 LINE.
       ROT-REJEITA-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-LIDOS  TO WT1
           MOVE W-REJ    TO WT2
           MOVE W-ITENS  TO WT3
           MOVE W-APLIC  TO WT4
           MOVE W-SEMABE TO WT5
           MOVE W-NAOLID TO WT6
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT5 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT6 BEFORE ADVANCING 1 LINE
           DISPLAY (10, 01) W-TOT1
           DISPLAY (11, 01) W-TOT2
           DISPLAY (12, 01) W-TOT3
           DISPLAY (13, 01) W-TOT4
           DISPLAY (14, 01) W-TOT5
           DISPLAY (15, 01) W-TOT6
           MOVE "*** IMPORTACAO CONCLUIDA - EXCECOES NO SPOOL ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PRODUTO CONTAGEM COLETA ARQTRLH ARQIMP.
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
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO    TO TRLH-ANO
           MOVE DH-MES    TO TRLH-MES
           MOVE DH-DIA    TO TRLH-DIA
           MOVE TA-HH     TO TRLH-HH
           MOVE TA-MM     TO TRLH-MM
           MOVE TA-SS     TO TRLH-SS
           MOVE "CEP073"  TO TRLH-PROG
           MOVE CTG-CHAVE TO TRLH-CHAVE
           MOVE DESCR     TO TRLH-DESCR
           MOVE W-LOGIN   TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
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
           MOVE "CEP073" TO SPL-RELAT
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
