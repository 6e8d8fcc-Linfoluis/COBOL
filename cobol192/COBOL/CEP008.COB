       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * TRANSFERENCIA DE ESTOQUE ENTRE      *
      * ALMOXARIFADOS (CODPRO). AVULSA OU   *
      * PELO NUMERO DA SUGESTAO DA PLANILHA *
      * NOTURNA (TRFSUG.DAT / CEP065)       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY TRANSEL.BOK.
       COPY MOVSEL.BOK.
       COPY JRNSEL.BOK.
       COPY SERSEL.BOK.
       COPY SMVSEL.BOK.
       COPY TSGSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY TRANSF.BOK.
       COPY MOVEST.BOK.
       COPY JORNAL.BOK.
       COPY SERIE.BOK.
       COPY SERMOV.BOK.
       COPY TRFSUG.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-QTDTRF     PIC 9(05)V9 VALUE ZEROS.
       77 W-SALDO-ORI  PIC 9(05)V9 VALUE ZEROS.
       77 W-SOMA       PIC 9(05)V9 VALUE ZEROS.
      *
      * SUGESTAO DA PLANILHA SENDO EFETIVADA (ZERO = AVULSA)
      *
       77 ST-ERROTS    PIC X(02) VALUE "00".
       77 W-NUMSUG     PIC 9(06) VALUE ZEROS.
      *
      * NUMEROS DE SERIE TRANSFERIDOS (PRODUTO SERIADO): UM POR
      * UNIDADE, ATE 99 UNIDADES POR TRANSFERENCIA
      *
       77 ST-ERROSR    PIC X(02) VALUE "00".
       77 ST-ERROSM    PIC X(02) VALUE "00".
       77 W-QTDSER     PIC 9(02) VALUE ZEROS.
       77 W-ISER       PIC 9(02) VALUE ZEROS.
       77 W-JSER       PIC 9(02) VALUE ZEROS.
       77 W-SERNUM     PIC X(20) VALUE SPACES.
       77 W-SERMODO    PIC X(01) VALUE "S".
       77 W-SERESC     PIC X(01) VALUE "N".
       77 W-SERALM     PIC 9(01) VALUE ZEROS.
       77 W-SERLIN     PIC 9(02) VALUE 14.
       01 TAB-SER.
          03 TS-SERIE  PIC X(20) OCCURS 99 TIMES.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
                      MOVE "ERRO NA ABERTURA DO ARQUIVO JORNAL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPSR.
           OPEN I-O SERIE
           IF ST-ERROSR NOT = "00"
               IF ST-ERROSR = "30"
                      OPEN OUTPUT SERIE
                      CLOSE SERIE
                      GO TO INC-OPSR
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO SERIE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPSM.
           OPEN I-O SERMOV
           IF ST-ERROSM NOT = "00"
               IF ST-ERROSM = "30"
                      OPEN OUTPUT SERMOV
                      CLOSE SERMOV
                      GO TO INC-OPSM
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO SERMOV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPTS.
           OPEN I-O TRFSUG
           IF ST-ERROTS NOT = "00"
               IF ST-ERROTS = "30"
                      OPEN OUTPUT TRFSUG
                      CLOSE TRFSUG
                      GO TO INC-OPTS
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRFSUG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO CODPRO ALMOX-NUMERO W-NUMSUG
                MOVE ZEROS  TO W-ORIGEM W-DESTINO W-QTDTRF W-SALDO-ORI
                MOVE SPACES TO TAB-SER
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 10) "TRANSFERENCIA DE ESTOQUE ENTRE ALMOX."
                DISPLAY (03, 01) "SUGESTAO N. (0=AVULSA) : "
                DISPLAY (04, 01) "CODIGO DO PRODUTO      : "
                DISPLAY (05, 01) "DESCRICAO              : "
                DISPLAY (07, 01) "ALMOXARIFADO DE ORIGEM : "
                DISPLAY (08, 01) "SALDO ATUAL NA ORIGEM  : "
                DISPLAY (10, 01) "ALMOXARIFADO DE DESTINO: "
                DISPLAY (12, 01) "QUANTIDADE A TRANSFERIR: ".
      *
      * SUGESTAO PENDENTE DA PLANILHA: PRODUTO, ORIGEM, DESTINO E
      * QUANTIDADE VEM PRONTOS; O OPERADOR SO CONFIRMA OU CORRIGE
      * A QUANTIDADE. ZERO = TRANSFERENCIA AVULSA
      *
       INC-001A.
                ACCEPT  (03, 27) W-NUMSUG
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE PRODUTO ALMOX ARQTRLH ARQTRF MOVEST
                   GO TO ROT-FIM.
                IF W-NUMSUG = ZEROS
                   GO TO INC-002.
                MOVE W-NUMSUG TO TSG-NUMERO
                READ TRFSUG
                IF ST-ERROTS NOT = "00"
                   MOVE "*** SUGESTAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
                IF NOT TSG-PENDENTE
                   MOVE "*** SUGESTAO JA EFETIVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
                MOVE TSG-CODPRO TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
                DISPLAY (04, 27) CODPRO
                DISPLAY (05, 27) DESCR
                MOVE TSG-ORIGEM TO W-ORIGEM
                MOVE CODPRO     TO ALMOX-CODPRO
                MOVE W-ORIGEM   TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** ORIGEM SEM SALDO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
                MOVE ALMOX-QUANT TO W-SALDO-ORI
                MOVE TSG-DESTINO TO W-DESTINO
                MOVE TSG-QUANT   TO W-QTDTRF
                DISPLAY (07, 27) W-ORIGEM
                DISPLAY (08, 27) W-SALDO-ORI
                DISPLAY (10, 27) W-DESTINO
                GO TO INC-005.
       INC-002.
                ACCEPT  (04, 27) CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-001A.
                IF CODPRO = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                IF W-NUMSUG NOT = ZEROS
                   ACCEPT (12, 27) W-QTDTRF WITH UPDATE
                ELSE
                   ACCEPT (12, 27) W-QTDTRF.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-NUMSUG NOT = ZEROS
                      GO TO INC-001
                   ELSE
                      GO TO INC-004.
                IF W-QTDTRF = ZEROS OR W-QTDTRF > W-SALDO-ORI
                   MOVE "*** QUANTIDADE INVALIDA/SEM SALDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF SERIADO = "S"
                   MOVE W-QTDTRF TO W-QTDSER
                   IF W-QTDSER NOT = W-QTDTRF
                      MOVE "*** SERIADO: QUANTIDADE INTEIRA ATE 99 ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005.
      *
      * PRODUTO SERIADO: A SERIE DE CADA UNIDADE TRANSFERIDA, EM
      * ESTOQUE NO ALMOXARIFADO DE ORIGEM
      *
       INC-006.
                IF SERIADO NOT = "S"
                   GO TO INC-OPC.
                MOVE W-ORIGEM TO W-SERALM
                PERFORM ROT-CAPSER THRU ROT-CAPSER-FIM
                IF W-SERESC = "S"
                   GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF SERIADO = "S"
                      GO TO INC-006
                   ELSE
                      GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-DESTINO TO MOV-ALMOX
                MOVE W-QTDTRF  TO MOV-QUANT
                MOVE SPACE     TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
                PERFORM ROT-GRVSER THRU ROT-GRVSER-FIM.
       GRV-TRANSF.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                COMPUTE VRESTOQ = QUANT * PRECMD
                REWRITE REGPRO
                PERFORM ROT-JRNFIM THRU ROT-JRNFIM-FIM
                PERFORM GRV-SUGEFET THRU GRV-SUGEFET-FIM
                MOVE "*** TRANSFERENCIA DE ESTOQUE EFETUADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      **********************
      *
       ROT-FIM.
                CLOSE ARQTRLH ARQTRF JORNAL SERIE SERMOV TRFSUG
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
       ROT-TRILHA-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * BAIXA NA PLANILHA A SUGESTAO EFETIVADA, COM A QUANTIDADE
      * REALMENTE TRANSFERIDA, A DATA E O OPERADOR
      *-------------------------------------------------------------
       GRV-SUGEFET.
                IF W-NUMSUG = ZEROS
                   GO TO GRV-SUGEFET-FIM.
                MOVE W-NUMSUG TO TSG-NUMERO
                READ TRFSUG
                IF ST-ERROTS NOT = "00"
                   GO TO GRV-SUGEFET-FIM.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                MOVE "E"      TO TSG-SITUACAO
                MOVE W-QTDTRF TO TSG-QTDEFET
                MOVE DH-ANO   TO TSG-EFE-ANO
                MOVE DH-MES   TO TSG-EFE-MES
                MOVE DH-DIA   TO TSG-EFE-DIA
                MOVE W-LOGIN  TO TSG-OPERADOR
                REWRITE REGTSG
                IF ST-ERROTS NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO TRFSUG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-SUGEFET-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * PASSA AS SERIES TRANSFERIDAS PARA O ALMOXARIFADO DE DESTINO:
      * EVENTO F NA ORIGEM E T NO DESTINO, COMO NO MOVEST
      *-------------------------------------------------------------
       ROT-GRVSER.
                IF SERIADO NOT = "S"
                   GO TO ROT-GRVSER-FIM.
                MOVE 1 TO W-ISER.
       ROT-GRVSER1.
                IF W-ISER > W-QTDSER
                   GO TO ROT-GRVSER-FIM.
                MOVE CODPRO            TO SER-CODPRO
                MOVE TS-SERIE (W-ISER) TO SER-NUMERO
                READ SERIE
                IF ST-ERROSR NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO SERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-GRVSER2.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                MOVE W-DESTINO    TO SER-ALMOX
                MOVE DH-ANO       TO SER-ULT-ANO
                MOVE DH-MES       TO SER-ULT-MES
                MOVE DH-DIA       TO SER-ULT-DIA
                REWRITE REGSER
                IF ST-ERROSR NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE ZEROS        TO SMV-FORN SMV-NOTA SMV-PEDIDO
                                     SMV-REQUIS SMV-CCUSTO
                MOVE SPACE        TO SMV-MOTIVO
                MOVE "F"          TO SMV-TIPO
                MOVE W-ORIGEM     TO SMV-ALMOX
                PERFORM ROT-SERMOV THRU ROT-SERMOV-FIM
                MOVE "T"          TO SMV-TIPO
                MOVE W-DESTINO    TO SMV-ALMOX
                PERFORM ROT-SERMOV THRU ROT-SERMOV-FIM.
       ROT-GRVSER2.
                ADD 1 TO W-ISER
                GO TO ROT-GRVSER1.
       ROT-GRVSER-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CAPTURA UM NUMERO DE SERIE POR UNIDADE (W-QTDSER) NA LINHA
      * W-SERLIN. ESC NA PRIMEIRA UNIDADE VOLTA AO CAMPO ANTERIOR
      * (W-SERESC = S); NAS OUTRAS, VOLTA UMA UNIDADE. W-SERMODO
      * E = SERIE NOVA (NAO PODE ESTAR EM ESTOQUE); S = SERIE JA
      * EM ESTOQUE NO ALMOXARIFADO W-SERALM
      *-------------------------------------------------------------
       ROT-CAPSER.
                MOVE "N" TO W-SERESC
                MOVE 1 TO W-ISER
                DISPLAY (W-SERLIN, 01) "N. DE SERIE            : ".
       ROT-CAPSER1.
                DISPLAY (W-SERLIN, 50) "UNIDADE "
                DISPLAY (W-SERLIN, 58) W-ISER
                DISPLAY (W-SERLIN, 61) "DE "
                DISPLAY (W-SERLIN, 64) W-QTDSER
                MOVE TS-SERIE (W-ISER) TO W-SERNUM
                ACCEPT (W-SERLIN, 27) W-SERNUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-ISER = 1
                      MOVE "S" TO W-SERESC
                      GO TO ROT-CAPSER-FIM
                   ELSE
                      SUBTRACT 1 FROM W-ISER
                      GO TO ROT-CAPSER1.
                IF W-SERNUM = SPACES
                   MOVE "*** INFORME O NUMERO DE SERIE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-CAPSER1.
                MOVE 1 TO W-JSER.
       ROT-CAPSER2.
                IF W-JSER < W-ISER
                   IF TS-SERIE (W-JSER) = W-SERNUM
                      MOVE "*** SERIE REPETIDA NESTE LANCAMENTO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1
                   ELSE
                      ADD 1 TO W-JSER
                      GO TO ROT-CAPSER2.
                MOVE CODPRO   TO SER-CODPRO
                MOVE W-SERNUM TO SER-NUMERO
                READ SERIE
                IF W-SERMODO = "E"
                   IF ST-ERROSR = "00" AND SER-ESTOQUE
                      MOVE "*** SERIE JA CONSTA EM ESTOQUE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                IF W-SERMODO = "S"
                   IF ST-ERROSR NOT = "00"
                      MOVE "*** SERIE NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                IF W-SERMODO = "S"
                   IF NOT SER-ESTOQUE
                      MOVE "*** SERIE NAO ESTA EM ESTOQUE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                IF W-SERMODO = "S"
                   IF SER-ALMOX NOT = W-SERALM
                      MOVE "*** SERIE ESTA EM OUTRO ALMOXARIFADO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                MOVE W-SERNUM TO TS-SERIE (W-ISER)
                IF W-ISER < W-QTDSER
                   ADD 1 TO W-ISER
                   GO TO ROT-CAPSER1.
       ROT-CAPSER-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA O EVENTO DA UNIDADE NO SERMOV. O CHAMADOR PREPARA
      * SER-CHAVE, SMV-TIPO/ALMOX E AS REFERENCIAS DO EVENTO
      *-------------------------------------------------------------
       ROT-SERMOV.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE SER-CODPRO TO SMV-CODPRO
                MOVE SER-NUMERO TO SMV-NUMERO
                MOVE DH-ANO   TO SMV-ANO
                MOVE DH-MES   TO SMV-MES
                MOVE DH-DIA   TO SMV-DIA
                MOVE TA-HH    TO SMV-HH
                MOVE TA-MM    TO SMV-MM
                MOVE TA-SS    TO SMV-SS
                MOVE ZEROS    TO SMV-SEQ
                MOVE "CEP008" TO SMV-PROG
                MOVE W-LOGIN  TO SMV-OPERADOR.
       ROT-SERMOV1.
                WRITE REGSMV
                IF ST-ERROSM = "22"
                   ADD 1 TO SMV-SEQ
                   GO TO ROT-SERMOV1.
                IF ST-ERROSM NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SERMOV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-SERMOV-FIM.
                EXIT.
      *
      ***********************************
      * ROTINA DE GRAVACAO DO MOVIMENTO *
      * DE ESTOQUE (KARDEX / MOVEST)    *
