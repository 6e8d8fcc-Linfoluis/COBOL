       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP078.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * IMPORTACAO DA CONFIRMACAO DE       *
      * PEDIDO DEVOLVIDA PELO FORNECEDOR   *
      * (RESPOSTA AO CSV DO CEP077). UMA   *
      * LINHA POR PEDIDO, CAMPOS SEPARADOS *
      * POR PONTO-E-VIRGULA:               *
      *   PEDIDO;QUANTIDADE;DATA           *
      * QUANTIDADE CONFIRMADA NA UNIDADE   *
      * DO FORNECEDOR (A MESMA DO ARQUIVO  *
      * ENVIADO), VIRGULA DECIMAL; DATA    *
      * PROMETIDA EM DD/MM/AAAA. GRAVA NO  *
      * PEDCMP A DATA PROMETIDA E A        *
      * QUANTIDADE CONFIRMADA; O QUE FICAR *
      * ABAIXO DO SALDO A RECEBER E CORTE  *
      * (SAI DE PED-QTDPED). PEDIDO        *
      * DESCONHECIDO, DE OUTRO FORNECEDOR, *
      * FECHADO, REJEITADO OU AGUARDANDO   *
      * APROVACAO E RECUSADO. O RESULTADO  *
      * DE CADA LINHA VAI PARA O SPOOL.    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FORNSEL.BOK.
       COPY PEDSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQCONF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROX.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY FORNEC.BOK.
       COPY PEDCMP.BOK.
       COPY AUDTRLH.BOK.
      *
       COPY SPOOL.BOK.
      *
       FD  ARQCONF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQCNF.
       01  REGCONF              PIC X(80).
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERROP     PIC X(02) VALUE "00".
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
       77 W-FORNSEL    PIC 9(04) VALUE ZEROS.
       77 W-ARQCNF     PIC X(40) VALUE SPACES.
       77 W-MOTIVO     PIC X(24) VALUE SPACES.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       01 W-NOMEARQ.
          03 FILLER    PIC X(03) VALUE "CNF".
          03 W-NA-FORN PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE ".CSV".
      *
      * CONTADORES DA IMPORTACAO
      *
       77 W-LINHA      PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-CONFIR     PIC 9(05) VALUE ZEROS.
       77 W-CORTES     PIC 9(05) VALUE ZEROS.
       77 W-REJ        PIC 9(05) VALUE ZEROS.
      *
      * CAMPOS DESMEMBRADOS DA LINHA DA CONFIRMACAO
      *
       01 C-PEDIDO     PIC X(10) VALUE SPACES.
       01 C-QUANT-X    PIC X(16) VALUE SPACES.
       01 C-DATA.
          03 C-DIA     PIC X(02).
          03 C-BAR1    PIC X(01).
          03 C-MES     PIC X(02).
          03 C-BAR2    PIC X(01).
          03 C-ANO     PIC X(04).
          03 C-RESTO   PIC X(06).
       01 W-PROMESSA.
          03 W-PR-ANO  PIC 9(04).
          03 W-PR-MES  PIC 9(02).
          03 W-PR-DIA  PIC 9(02).
       01 W-SALDO      PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDCF      PIC 9(05)V9 VALUE ZEROS.
       01 W-CORTE      PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDAUX     PIC 9(10)V999 VALUE ZEROS.
      *
      * ULTIMO DIA DE CADA MES (FEVEREIRO CORRIGIDO NO BISSEXTO)
      *
       01 TAB-DIAS-LIT PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS REDEFINES TAB-DIAS-LIT.
          03 TD-ULTDIA PIC 9(02) OCCURS 12 TIMES.
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
      * RELATORIO DA IMPORTACAO
      *
       01 CAB1.
          03 FILLER    PIC X(40) VALUE
              "CONFIRMACAO DE PEDIDOS DO FORNECEDOR".
          03 FILLER    PIC X(07) VALUE "DATA : ".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(13) VALUE "FORNECEDOR : ".
          03 CAB21     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 CAB22     PIC X(30) VALUE SPACES.
       01 CAB3.
          03 FILLER    PIC X(13) VALUE "ARQUIVO    : ".
          03 CAB31     PIC X(40) VALUE SPACES.
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 CAB4.
          03 FILLER    PIC X(40) VALUE
              "LINHA PEDIDO     QTD.LIDA   DATA LIDA  ".
          03 FILLER    PIC X(40) VALUE
              "  SALDO   CORTE RESULTADO               ".
       01 DETA.
          03 DA1       PIC ZZZZ9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA2       PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA3       PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA4       PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA5       PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA6       PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DA7       PIC X(24) VALUE SPACES.
       01 W-TOT1.
          03 FILLER    PIC X(30) VALUE "LINHAS LIDAS DO ARQUIVO     : ".
          03 WT1       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT2.
          03 FILLER    PIC X(30) VALUE "PEDIDOS CONFIRMADOS         : ".
          03 WT2       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT3.
          03 FILLER    PIC X(30) VALUE "DESTES, COM CORTE           : ".
          03 WT3       PIC ZZZZ9 VALUE ZEROS.
       01 W-TOT4.
          03 FILLER    PIC X(30) VALUE "LINHAS RECUSADAS            : ".
          03 WT4       PIC ZZZZ9 VALUE ZEROS.
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
       INC-OP1.
           OPEN I-O PEDCMP
           IF ST-ERROP NOT = "00"
              MOVE "*** SEM PEDIDOS DE COMPRA (CEP007) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT FORNEC
           IF ST-ERRON NOT = "00"
              MOVE "*** CADASTRE OS FORNECEDORES (CEP015) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDCMP
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE PEDCMP FORNEC
                      GO TO ROT-FIMP.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CONFIRMACAO DE PEDIDOS DO FORNECEDOR"
           DISPLAY (01, 70) W-LOGIN
           DISPLAY (04, 01) "FORNECEDOR             : "
           DISPLAY (05, 01) "ARQUIVO DE CONFIRMACAO : ".
       INC-002.
           ACCEPT  (04, 27) W-FORNSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE W-FORNSEL TO FORN-CODIGO
           READ FORNEC
           IF ST-ERRON NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY (04, 33) FORN-NOME
           MOVE W-FORNSEL TO W-NA-FORN
           MOVE W-NOMEARQ TO W-ARQCNF.
       INC-003.
           ACCEPT  (05, 27) W-ARQCNF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-002.
           IF W-ARQCNF = SPACES
              MOVE "*** INFORME O NOME DO ARQUIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           OPEN INPUT ARQCONF
           IF ST-ERROX NOT = "00"
              MOVE "*** ARQUIVO DE CONFIRMACAO NAO ENCONTRADO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           CLOSE ARQCONF.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (07, 01) "CONFIRMA A IMPORTACAO (S/N) : "
           ACCEPT (07, 31) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** IMPORTACAO NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP4.
           OPEN INPUT ARQCONF
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-DIA      TO CAB13
           MOVE DH-MES      TO CAB14
           MOVE DH-ANO      TO CAB15
           MOVE FORN-CODIGO TO CAB21
           MOVE FORN-NOME   TO CAB22
           MOVE W-ARQCNF    TO CAB31
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-LINHA W-LIDOS W-CONFIR W-CORTES W-REJ.
      *
       LER-CONF.
           MOVE SPACES TO REGCONF
           READ ARQCONF
           IF ST-ERROX NOT = "00"
              GO TO ROT-TOTAIS.
           ADD 1 TO W-LINHA
           IF REGCONF = SPACES
              GO TO LER-CONF.
      *
      * LINHA DE TITULO (PEDIDO;...) NAO COMECA POR DIGITO
      *
           IF W-LINHA = 1
              IF REGCONF(1:1) NOT NUMERIC
                                  AND REGCONF(1:1) NOT = SPACE
                 GO TO LER-CONF.
           ADD 1 TO W-LIDOS
           PERFORM TRATA-LINHA THRU TRATA-LINHA-FIM
           GO TO LER-CONF.
      *
      *-------------------------------------------------------------
      * DESMEMBRA E VALIDA UMA LINHA; CONFIRMACAO ACEITA GRAVA A
      * PROMESSA E O CORTE NO PEDIDO
      *-------------------------------------------------------------
       TRATA-LINHA.
           MOVE SPACES TO C-PEDIDO C-QUANT-X C-DATA
           MOVE ZEROS  TO W-SALDO W-CORTE
           UNSTRING REGCONF DELIMITED BY ";"
               INTO C-PEDIDO C-QUANT-X C-DATA.
           MOVE C-PEDIDO TO W-NUMIN
           PERFORM ROT-NUM THRU ROT-NUM-FIM
           IF W-NUMOK NOT = "S" OR W-EMDEC = "S"
                                OR W-NUMVAL = ZEROS
                                OR W-NUMVAL > 999999
              MOVE "NUMERO DE PEDIDO INVALIDO" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           MOVE W-NUMVAL TO PED-NUMERO
           READ PEDCMP
           IF ST-ERROP NOT = "00"
              MOVE "PEDIDO NAO CADASTRADO" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           IF PED-FORN NOT = W-FORNSEL
              MOVE "PEDIDO DE OUTRO FORNEC." TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           IF PED-FECHADO
              MOVE "PEDIDO JA FECHADO" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           IF PED-REJEITADO
              MOVE "PEDIDO REJEITADO" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           IF PED-EM-APROV
              MOVE "PEDIDO SEM APROVACAO" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           COMPUTE W-SALDO = PED-QTDPED - PED-QTDREC
      *
      *    QUANTIDADE NA UNIDADE DO FORNECEDOR -> UNIDADE DE ESTOQUE
      *
           MOVE C-QUANT-X TO W-NUMIN
           PERFORM ROT-NUM THRU ROT-NUM-FIM
           IF W-NUMOK NOT = "S"
              MOVE "QUANTIDADE INVALIDA" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           MOVE W-NUMVAL TO W-QTDAUX
           IF PED-FATOR NOT = ZEROS
              COMPUTE W-QTDAUX ROUNDED = W-NUMVAL * PED-FATOR.
           IF W-QTDAUX > 99999,9
              MOVE "QUANTIDADE FORA DA FAIXA" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           MOVE W-QTDAUX TO W-QTDCF
      *
      *    DATA PROMETIDA DD/MM/AAAA, NAO ANTERIOR AO PEDIDO
      *
           IF C-DIA NOT NUMERIC OR C-MES NOT NUMERIC
                                OR C-ANO NOT NUMERIC
                                OR C-BAR1 NOT = "/"
                                OR C-BAR2 NOT = "/"
                                OR C-RESTO NOT = SPACES
              MOVE "DATA PROMETIDA INVALIDA" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           MOVE C-ANO TO W-PR-ANO
           MOVE C-MES TO W-PR-MES
           MOVE C-DIA TO W-PR-DIA
           IF W-PR-ANO = ZEROS OR W-PR-MES = ZEROS
                               OR W-PR-MES > 12
                               OR W-PR-DIA = ZEROS
              MOVE "DATA PROMETIDA INVALIDA" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           MOVE TD-ULTDIA(W-PR-MES) TO W-ULTDIA
           IF W-PR-MES = 02
              PERFORM ROT-BISSEXTO THRU ROT-BISSEXTO-FIM.
           IF W-PR-DIA > W-ULTDIA
              MOVE "DATA PROMETIDA INVALIDA" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
           IF W-PROMESSA < PED-DATA
              MOVE "PROMESSA ANTES DO PEDIDO" TO W-MOTIVO
              GO TO TRATA-LINHA-REJ.
      *
      *    CONFIRMOU MENOS QUE O SALDO: A DIFERENCA E CORTE E SAI DO
      *    PEDIDO. CORTE TOTAL SEM NADA RECEBIDO FECHA O PEDIDO COMO
      *    CANCELADO; COM RECEBIMENTO, O PEDIDO FICA ATENDIDO (F)
      *
           MOVE "CONFIRMADO" TO W-MOTIVO
           IF W-QTDCF < W-SALDO
              COMPUTE W-CORTE = W-SALDO - W-QTDCF
              SUBTRACT W-CORTE FROM PED-QTDPED
              ADD W-CORTE TO PED-QTDCORTE
              ADD 1 TO W-CORTES
              MOVE "CONFIRMADO COM CORTE" TO W-MOTIVO
              IF PED-QTDREC NOT < PED-QTDPED
                 MOVE "F" TO PED-SITUACAO
                 IF PED-QTDREC = ZEROS
                    MOVE "CANCELADO PELO FORNECEDOR" TO PED-OBS
                    MOVE "PEDIDO CANCELADO (CORTE)" TO W-MOTIVO.
           IF W-QTDCF > W-SALDO
              MOVE "ACIMA DO SALDO-SEM CORTE" TO W-MOTIVO.
           MOVE W-QTDCF    TO PED-QTDCONF
           MOVE W-PROMESSA TO PED-CONFIRM
           REWRITE REGPED
           IF ST-ERROP NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDCMP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-CONFIR
           MOVE "A" TO TRLH-OPER
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           PERFORM ROT-DETALHE THRU ROT-DETALHE-FIM
           GO TO TRATA-LINHA-FIM.
       TRATA-LINHA-REJ.
           ADD 1 TO W-REJ
           PERFORM ROT-DETALHE THRU ROT-DETALHE-FIM.
       TRATA-LINHA-FIM.
           EXIT.
      *
       ROT-DETALHE.
           MOVE W-LINHA   TO DA1
           MOVE C-PEDIDO  TO DA2
           MOVE C-QUANT-X TO DA3
           MOVE C-DATA    TO DA4
           MOVE W-SALDO   TO DA5
           MOVE W-CORTE   TO DA6
           MOVE W-MOTIVO  TO DA7
           WRITE REGIMP FROM DETA BEFORE ADVANCING 1 LINE.
       ROT-DETALHE-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * FEVEREIRO DE ANO BISSEXTO TEM 29 DIAS
      *-------------------------------------------------------------
       ROT-BISSEXTO.
           DIVIDE W-PR-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              GO TO ROT-BISSEXTO-FIM.
           MOVE 29 TO W-ULTDIA
           DIVIDE W-PR-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              GO TO ROT-BISSEXTO-FIM.
           DIVIDE W-PR-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
              MOVE 28 TO W-ULTDIA.
       ROT-BISSEXTO-FIM.
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
       ROT-TOTAIS.
           CLOSE ARQCONF
           MOVE W-LIDOS  TO WT1
           MOVE W-CONFIR TO WT2
           MOVE W-CORTES TO WT3
           MOVE W-REJ    TO WT4
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT4 BEFORE ADVANCING 1 LINE
           DISPLAY (10, 01) W-TOT1
           DISPLAY (11, 01) W-TOT2
           DISPLAY (12, 01) W-TOT3
           DISPLAY (13, 01) W-TOT4
           MOVE "*** IMPORTACAO CONCLUIDA - RESULTADO NO SPOOL ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE ARQIMP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PEDCMP FORNEC ARQTRLH.
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
           MOVE DH-ANO     TO TRLH-ANO
           MOVE DH-MES     TO TRLH-MES
           MOVE DH-DIA     TO TRLH-DIA
           MOVE TA-HH      TO TRLH-HH
           MOVE TA-MM      TO TRLH-MM
           MOVE TA-SS      TO TRLH-SS
           MOVE "CEP078"   TO TRLH-PROG
           MOVE PED-NUMERO TO TRLH-CHAVE
           MOVE W-MOTIVO   TO TRLH-DESCR
           MOVE W-LOGIN    TO TRLH-OPERADOR
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
           MOVE "CEP078" TO SPL-RELAT
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
