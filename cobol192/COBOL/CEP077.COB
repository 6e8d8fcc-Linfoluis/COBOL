       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP077.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * PEDIDO DE COMPRA ELETRONICO: GERA  *
      * O ARQUIVO CSV DE UM FORNECEDOR COM *
      * AS LINHAS EM ABERTO DO PEDCMP      *
      * (SITUACAO A OU P) E MARCA CADA     *
      * PEDIDO COMO ENVIADO (PED-ENVIO).   *
      * QUANTIDADE (SALDO A RECEBER) E     *
      * PRECO SAEM NA UNIDADE DO           *
      * FORNECEDOR, COMO NO CEP033. UMA    *
      * LINHA POR PEDIDO:                  *
      *   PEDIDO;DATA;CODIGO;CODIGO NO     *
      *   FORNECEDOR;DESCRICAO;UN;QUANT;   *
      *   PRECO                            *
      * A CONFIRMACAO VOLTA PELO CEP078.   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY FORNSEL.BOK.
       COPY PEDSEL.BOK.
       COPY PRFSEL.BOK.
       COPY AUDSEL.BOK.
       SELECT ARQCSV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROX.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY FORNEC.BOK.
       COPY PEDCMP.BOK.
       COPY PRECFOR.BOK.
       COPY AUDTRLH.BOK.
      *
       FD  ARQCSV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQCSV.
       01  REGCSV               PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERROP     PIC X(02) VALUE "00".
       77 ST-ERROF2    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROX     PIC X(02) VALUE "00".
       77 W-TEMPRF     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-FORNSEL    PIC 9(04) VALUE ZEROS.
       77 W-NOVOS      PIC X(01) VALUE "S".
       77 W-ARQCSV     PIC X(40) VALUE SPACES.
       77 W-LINHAS     PIC 9(05) VALUE ZEROS.
       77 W-REENV      PIC 9(05) VALUE ZEROS.
       01 W-SALDO      PIC 9(05)V9 VALUE ZEROS.
       01 W-PRCITEM    PIC 9(06)V999 VALUE ZEROS.
       01 W-CODITEM    PIC X(20) VALUE SPACES.
       01 W-UNCSV      PIC X(02) VALUE SPACES.
       01 CSV-DATA.
          03 CSV-DIA   PIC 99.
          03 FILLER    PIC X(01) VALUE "/".
          03 CSV-MES   PIC 99.
          03 FILLER    PIC X(01) VALUE "/".
          03 CSV-ANO   PIC 9(04).
       01 CSV-QUANT    PIC ZZZZ9,9.
       01 CSV-PRECO    PIC ZZZZZ9,999.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
          03 DH-DIA    PIC 9(02).
          03 DH-HH     PIC 9(02).
          03 DH-MM     PIC 9(02).
          03 DH-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 DATA-EQ.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
          03 DIA-EQ    PIC 99.
       01 TIME-ATU.
          03 TA-HH     PIC 9(02).
          03 TA-MM     PIC 9(02).
          03 TA-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 W-NOMEARQ.
          03 FILLER    PIC X(03) VALUE "PED".
          03 W-NA-FORN PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE ".CSV".
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (VAI PARA A
      * TRILHA DE AUDITORIA)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT DATA-EQ FROM DATE YYYYMMDD.
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
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDCMP
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT FORNEC
           IF ST-ERRON NOT = "00"
              MOVE "*** CADASTRE OS FORNECEDORES (CEP015) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDCMP PRODUTO
              GO TO ROT-FIMP.
       INC-OP4.
           OPEN INPUT PRECFOR
           IF ST-ERROF2 = "00"
              MOVE "S" TO W-TEMPRF
           ELSE
              MOVE "N" TO W-TEMPRF.
       INC-OP5.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
           MOVE ZEROS TO W-FORNSEL
           MOVE "S"   TO W-NOVOS
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "ENVIO ELETRONICO DE PEDIDOS DE COMPRA"
           DISPLAY (01, 70) W-LOGIN
           DISPLAY (04, 01) "FORNECEDOR             : "
           DISPLAY (05, 01) "SO NAO ENVIADOS (S/N)  : "
           DISPLAY (06, 01) "ARQUIVO A GERAR        : ".
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
           MOVE W-NOMEARQ TO W-ARQCSV.
      *
      *    S = SO AS LINHAS AINDA NAO ENVIADAS; N = REENVIA TODAS AS
      *    LINHAS EM ABERTO DO FORNECEDOR
      *
       INC-003.
           ACCEPT  (05, 27) W-NOVOS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-002.
           INSPECT W-NOVOS CONVERTING "sn" TO "SN"
           IF W-NOVOS NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           ACCEPT  (06, 27) W-ARQCSV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-ARQCSV = SPACES
              MOVE "*** INFORME O NOME DO ARQUIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (08, 01) "CONFIRMA A GERACAO (S/N) : "
           ACCEPT (08, 28) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ARQUIVO NAO GERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-OP6.
           OPEN OUTPUT ARQCSV
           IF ST-ERROX NOT = "00"
              MOVE "ERRO NA CRIACAO DO ARQUIVO CSV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           MOVE "PEDIDO;DATA;CODIGO;CODFORN;DESCRICAO;UN;QUANT;PRECO"
                                                        TO REGCSV
           WRITE REGCSV
           MOVE ZEROS TO W-LINHAS W-REENV PED-NUMERO
           START PEDCMP KEY IS NOT LESS PED-NUMERO
                 INVALID KEY GO TO FIM-CSV.
      *
      * PEDIDOS EM ABERTO DO FORNECEDOR (A OU P)
      *
       LER-PED.
           READ PEDCMP NEXT
           IF ST-ERROP NOT = "00"
              GO TO FIM-CSV.
           IF PED-FORN NOT = W-FORNSEL
              GO TO LER-PED.
           IF NOT PED-ABERTO AND NOT PED-PARCIAL
              GO TO LER-PED.
           IF PED-ENVIO NOT = ZEROS
              IF W-NOVOS = "S"
                 GO TO LER-PED
              ELSE
                 ADD 1 TO W-REENV.
           PERFORM ROT-LINHA THRU ROT-LINHA-FIM
           MOVE ANO-EQ TO PED-EV-ANO
           MOVE MES-EQ TO PED-EV-MES
           MOVE DIA-EQ TO PED-EV-DIA
           REWRITE REGPED
           IF ST-ERROP NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDCMP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIM-CSV.
           MOVE "A" TO TRLH-OPER
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           GO TO LER-PED.
      *
       FIM-CSV.
           CLOSE ARQCSV
           DISPLAY (10, 01) "LINHAS GERADAS NO ARQUIVO : "
           DISPLAY (10, 29) W-LINHAS
           DISPLAY (11, 01) "DESTAS, REENVIADAS        : "
           DISPLAY (11, 29) W-REENV
           IF W-LINHAS = ZEROS
              MOVE "*** NENHUM PEDIDO EM ABERTO A ENVIAR ***" TO MENS
           ELSE
              MOVE "*** ARQUIVO GERADO - PEDIDOS MARCADOS ENVIADOS ***"
                                                              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *-------------------------------------------------------------
      * LINHA CSV DO PEDIDO CORRENTE: SALDO A RECEBER E PRECO NA
      * UNIDADE DO FORNECEDOR (PRECO DO PEDIDO; NA FALTA, TABELA
      * DO FORNECEDOR E, POR ULTIMO, O PRECO MEDIO DO PRODUTO)
      *-------------------------------------------------------------
       ROT-LINHA.
           MOVE PED-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*PRODUTO SEM CADASTRO*" TO DESCR
              MOVE SPACES TO UNID
              MOVE ZEROS  TO PRECMD.
           MOVE SPACES TO W-CODITEM
           MOVE ZEROS  TO W-PRCITEM
           IF W-TEMPRF = "S"
              MOVE PED-CODPRO TO PRF-CODPRO
              MOVE PED-FORN   TO PRF-FORN
              READ PRECFOR
              IF ST-ERROF2 = "00"
                 MOVE PRF-CODITEM TO W-CODITEM
                 MOVE PRF-CUSTO   TO W-PRCITEM.
           IF PED-PRECO NOT = ZEROS
              MOVE PED-PRECO TO W-PRCITEM.
           IF W-PRCITEM = ZEROS
              MOVE PRECMD TO W-PRCITEM.
           COMPUTE W-SALDO = PED-QTDPED - PED-QTDREC
           MOVE UNID      TO W-UNCSV
           MOVE W-SALDO   TO CSV-QUANT
           MOVE W-PRCITEM TO CSV-PRECO
           IF PED-FATOR NOT = ZEROS
              MOVE PED-UNCOMPRA TO W-UNCSV
              COMPUTE CSV-QUANT ROUNDED = W-SALDO / PED-FATOR
              COMPUTE CSV-PRECO ROUNDED = W-PRCITEM * PED-FATOR.
           MOVE PED-DIA TO CSV-DIA
           MOVE PED-MES TO CSV-MES
           MOVE PED-ANO TO CSV-ANO
           MOVE SPACES TO REGCSV
           STRING PED-NUMERO   DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CSV-DATA     DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  PED-CODPRO   DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  W-CODITEM    DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  DESCR        DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  W-UNCSV      DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CSV-QUANT    DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  CSV-PRECO    DELIMITED BY SIZE
             INTO REGCSV
           WRITE REGCSV
           ADD 1 TO W-LINHAS.
       ROT-LINHA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PEDCMP PRODUTO FORNEC ARQTRLH
           IF W-TEMPRF = "S"
              CLOSE PRECFOR.
           DISPLAY (01, 01) ERASE.
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
           MOVE "CEP077"   TO TRLH-PROG
           MOVE PED-NUMERO TO TRLH-CHAVE
           MOVE "PEDIDO ENVIADO EM ARQUIVO CSV" TO TRLH-DESCR
           MOVE W-LOGIN    TO TRLH-OPERADOR
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
