       COPY PRFSEL.BOK.
       COPY JRNSEL.BOK.
       COPY TRVSEL.BOK.
       COPY PARASEL.BOK.
       COPY ENDSEL.BOK.
       COPY PENDSEL.BOK.
       COPY SERSEL.BOK.
       COPY SMVSEL.BOK.
       COPY CENSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY PRECFOR.BOK.
       COPY JORNAL.BOK.
       COPY TRAVA.BOK.
       COPY PARAMET.BOK.
       COPY ENDERECO.BOK.
       COPY PRODEND.BOK.
       COPY SERIE.BOK.
       COPY SERMOV.BOK.
       COPY CUSENT.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 MASC1        PIC ZZZ.ZZ9,99.
       77 ST-ERROJ2    PIC X(02) VALUE "00".
       77 W-JRNID      PIC 9(06) VALUE ZEROS.
       77 ST-ERROTV    PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 W-TOLPRC     PIC 9(03) VALUE 5.
       77 W-DIFPRC     PIC 9(11)V9 VALUE ZEROS.
       77 W-TRAVOU     PIC X(01) VALUE "N".
       01 W-TRVNOVA    PIC X(23) VALUE SPACES.
       01 W-TRVCHAVE   PIC X(23) VALUE SPACES.
       77 W-NUMPED     PIC 9(06) VALUE ZEROS.
       77 W-SALDOPED   PIC 9(05)V9 VALUE ZEROS.
       77 W-CUSTO      PIC 9(06)V999 VALUE ZEROS.
      *
      * QUANTIDADE E CUSTO COMO VIERAM NA NOTA (UNIDADE DE COMPRA
      * DO FORNECEDOR) E O FATOR QUE CONVERTE PARA UNID DO PRODUTO
      *
       77 W-QTDNF      PIC 9(05)V9 VALUE ZEROS.
       77 W-CUSTONF    PIC 9(06)V999 VALUE ZEROS.
       77 W-UNCMP      PIC X(02) VALUE SPACES.
       77 W-FATOR      PIC 9(05)V999 VALUE ZEROS.
       77 W-LOTENUM    PIC X(10) VALUE SPACES.
       01 W-LOTEVAL.
          03 W-LV-ANO  PIC 9(04) VALUE ZEROS.
          03 W-LV-MES  PIC 9(02) VALUE ZEROS.
          03 W-LV-DIA  PIC 9(02) VALUE ZEROS.
      *
      * ENDERECO DE GUARDA DENTRO DO ALMOXARIFADO (CEP055/CEP056)
      *
       77 ST-ERROEN    PIC X(02) VALUE "00".
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 W-TEMEND     PIC X(01) VALUE "N".
       77 W-SUGEND     PIC X(06) VALUE SPACES.
       01 W-ENDGRD.
          03 W-EG-RUA   PIC X(02) VALUE SPACES.
          03 W-EG-PRAT  PIC X(02) VALUE SPACES.
          03 W-EG-NIVEL PIC X(02) VALUE SPACES.
      *
      * NUMEROS DE SERIE DO RECEBIMENTO (PRODUTO SERIADO): UM POR
      * UNIDADE, ATE 99 UNIDADES POR LANCAMENTO
      *
       77 ST-ERROSR    PIC X(02) VALUE "00".
       77 ST-ERROSM    PIC X(02) VALUE "00".
       77 ST-ERROCE    PIC X(02) VALUE "00".
       77 W-QTDSER     PIC 9(02) VALUE ZEROS.
       77 W-ISER       PIC 9(02) VALUE ZEROS.
       77 W-JSER       PIC 9(02) VALUE ZEROS.
       77 W-SERNUM     PIC X(20) VALUE SPACES.
       77 W-SERMODO    PIC X(01) VALUE "E".
       77 W-SERESC     PIC X(01) VALUE "N".
       77 W-SERALM     PIC 9(01) VALUE ZEROS.
       77 W-SERLIN     PIC 9(02) VALUE 19.
       77 W-SEREXI     PIC X(01) VALUE "N".
       01 TAB-SER.
          03 TS-SERIE  PIC X(20) OCCURS 99 TIMES.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
       01 OLD-DESCR    PIC X(30) VALUE SPACES.
       01 OLD-PRECMD   PIC 9(06)V999 VALUE ZEROS.
       01 OLD-QUANT    PIC 9(05)V9   VALUE ZEROS.
       COPY PESQUISA.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRAVA" TO MENS
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
       INC-OPCE.
           OPEN I-O CUSENT
           IF ST-ERROCE NOT = "00"
               IF ST-ERROCE = "30"
                      OPEN OUTPUT CUSENT
                      CLOSE CUSENT
                      GO TO INC-OPCE
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CUSENT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * COM OS ARQUIVOS DE ENDERECOS PRESENTES, O RECEBIMENTO PEDE O
      * ENDERECO DE GUARDA; SEM ELES SEGUE COMO SEMPRE
      *
       INC-OPEN.
           MOVE "N" TO W-TEMEND
           OPEN INPUT ENDERECO
           IF ST-ERROEN NOT = "00"
              GO TO INC-OPPR.
           OPEN I-O PRODEND
           IF ST-ERROPD = "00"
              MOVE "S" TO W-TEMEND
           ELSE
              CLOSE ENDERECO.
       INC-OPPR.
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM.
       INC-001.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                MOVE ZEROS  TO W-RECBTO W-NUMPED W-SALDOPED
                               W-CUSTO W-LOTEVAL.
                MOVE ZEROS  TO W-QTDNF W-CUSTONF W-FATOR.
                MOVE SPACES TO W-LOTENUM W-UNCMP W-ENDGRD TAB-SER.
                MOVE ZEROS  TO ALMOX-NUMERO ALMOX-QUANT.
                MOVE SPACES TO CODBARRA.
                DISPLAY (01, 01) ERASE.
                DISPLAY (13, 01) "N DO PEDIDO (0=SEM)    : "
                DISPLAY (14, 01) "SALDO EM ABERTO PEDIDO : "
                DISPLAY (15, 01) "LOTE (SE PERECIVEL)    : "
                DISPLAY (16, 01) "VALIDADE (DDMMAAAA)    : "
                IF W-TEMEND = "S"
                   DISPLAY (17, 01) "ENDERECO DE GUARDA     : ".
                DISPLAY (04, 45) "F4=LISTA DE PRODUTOS".
       INC-002.
                ACCEPT  (04, 27) CODBARRA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
      *
      * F4: PRODUTO ESCOLHIDO NA LISTA, LIDO PELO CODIGO
      *
                IF W-ACT = 05
                   MOVE "PRODUTO " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002
                   ELSE
                      MOVE PSQ-NUMERO TO CODPRO
                      GO TO LER-PRODUTO00.
                IF CODBARRA = SPACES
                   MOVE "*** CODIGO DE BARRAS INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PRODUTO00.
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 27) CODBARRA
                GO TO LER-PRODUTO02.
       LER-PRODUTO01.
                READ PRODUTO KEY IS CHAVE3
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PRODUTO02.
                IF PROD-BLOQUEADO
                   MOVE "*** PRODUTO BLOQUEADO - NAO RECEBER ***"
                                                                TO MENS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF W-NUMPED = ZEROS
                   GO TO INC-002D.
                MOVE W-NUMPED TO PED-NUMERO
                READ PEDCMP
                IF ST-ERROP NOT = "00"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002C.
                COMPUTE W-SALDOPED = PED-QTDPED - PED-QTDREC
                DISPLAY (14, 27) W-SALDOPED
                IF PED-PRECO NOT = ZEROS
                   DISPLAY (13, 40) "PRECO ACORDADO : "
                   DISPLAY (13, 57) PED-PRECO.
       INC-002D.
                PERFORM ROT-FATOR THRU ROT-FATOR-FIM.
       INC-003.
                ACCEPT (10, 27) W-QTDNF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002C.
                IF W-FATOR = ZEROS
                   MOVE W-QTDNF TO W-RECBTO
                ELSE
                   COMPUTE W-RECBTO ROUNDED = W-QTDNF * W-FATOR
                   DISPLAY (10, 50) "= "
                   DISPLAY (10, 52) W-RECBTO
                   DISPLAY (10, 60) UNID.
                IF W-RECBTO = ZEROS
                   MOVE "*** QUANTIDADE RECEBIDA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF SERIADO = "S"
                   MOVE W-RECBTO TO W-QTDSER
                   IF W-QTDSER NOT = W-RECBTO
                      MOVE "*** SERIADO: QUANTIDADE INTEIRA ATE 99 ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                IF W-NUMPED NOT = ZEROS
                   IF W-RECBTO > W-SALDOPED
                      MOVE "* ATENCAO: RECEBIMENTO MAIOR QUE O PEDIDO *"
      * O PRECO MEDIO ATUAL (RECEBIMENTO SEM NOTA)
      *
       INC-003B.
                ACCEPT (12, 27) W-CUSTONF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-FATOR = ZEROS
                   MOVE W-CUSTONF TO W-CUSTO
                ELSE
                   COMPUTE W-CUSTO ROUNDED = W-CUSTONF / W-FATOR
                   DISPLAY (12, 50) "= "
                   DISPLAY (12, 52) W-CUSTO
                   DISPLAY (12, 63) UNID.
                IF W-NUMPED NOT = ZEROS
                   PERFORM ROT-TOLPRC THRU ROT-TOLPRC-FIM.
      *
      * PRODUTO PERECIVEL EXIGE LOTE E DATA DE VALIDADE
      *
       INC-003C.
                IF PERECIVEL NOT = "S"
                   GO TO INC-003E.
                ACCEPT (15, 27) W-LOTENUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003B.
                   MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003D.
      *
      * ENDERECO DE GUARDA: SUGERE O ENDERECO DO PRODUTO NESTE
      * ALMOXARIFADO. EM BRANCO = RECEBIDO SEM ENDERECO (APARECE NO
      * CEP057 ATE SER ENDERECADO PELO CEP056)
      *
       INC-003E.
                IF W-TEMEND NOT = "S"
                   GO TO INC-003G.
                PERFORM ROT-SUGEND THRU ROT-SUGEND-FIM
                MOVE W-SUGEND TO W-ENDGRD.
       INC-003F.
                ACCEPT (17, 27) W-EG-RUA WITH UPDATE
                ACCEPT (17, 30) W-EG-PRAT WITH UPDATE
                ACCEPT (17, 33) W-EG-NIVEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF PERECIVEL = "S"
                      GO TO INC-003D
                   ELSE
                      GO TO INC-003B.
                IF W-ENDGRD = SPACES
                   GO TO INC-003G.
                MOVE ALMOX-NUMERO TO END-ALMOX
                MOVE W-ENDGRD     TO END-COD
                READ ENDERECO
                IF ST-ERROEN NOT = "00"
                   MOVE "*** ENDERECO NAO CADASTRADO (CEP055) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003F.
                DISPLAY (17, 40) END-DESCR.
      *
      * PRODUTO SERIADO: UM NUMERO DE SERIE POR UNIDADE RECEBIDA
      *
       INC-003G.
                IF SERIADO NOT = "S"
                   GO TO INC-OPC.
                PERFORM ROT-CAPSER THRU ROT-CAPSER-FIM
                IF W-SERESC = "S"
                   IF W-TEMEND = "S"
                      GO TO INC-003F
                   ELSE
                   IF PERECIVEL = "S"
                      GO TO INC-003D
                   ELSE
                      GO TO INC-003B.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF SERIADO = "S"
                      GO TO INC-003G
                   ELSE
                   IF W-TEMEND = "S"
                      GO TO INC-003F
                   ELSE
                   IF PERECIVEL = "S"
                      GO TO INC-003D
                   ELSE
                PERFORM ROT-BAIXAPED THRU ROT-BAIXAPED-FIM
                PERFORM ROT-PRECFOR THRU ROT-PRECFOR-FIM
                PERFORM ROT-GRVLOTE THRU ROT-GRVLOTE-FIM
                PERFORM ROT-GRVEND THRU ROT-GRVEND-FIM
                PERFORM ROT-GRVSER THRU ROT-GRVSER-FIM
                MOVE "E"          TO MOV-TIPO
                MOVE ALMOX-NUMERO TO MOV-ALMOX
                MOVE W-RECBTO     TO MOV-QUANT
                MOVE SPACE        TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
                PERFORM ROT-GRVCUSTO THRU ROT-GRVCUSTO-FIM.
      *
      * RECALCULA QUANT/VRESTOQ DO PRODUTO SOMANDO TODOS OS ALMOXARIFADOS
      *
       ROT-FIM.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                CLOSE PRODUTO ALMOX HISTPRE ARQTRLH MOVEST PEDCMP
                      LOTE PRECFOR JORNAL TRAVA SERIE SERMOV CUSENT
                IF W-TEMEND = "S"
                   CLOSE ENDERECO PRODEND.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT.
      *
      *-------------------------------------------------------------
      * PRIMEIRO ENDERECO DO PRODUTO NO ALMOXARIFADO DO RECEBIMENTO
      * (CHAVE ALTERNATIVA PEN-CODPRO); SEM NENHUM, FICA EM BRANCO
      *-------------------------------------------------------------
       ROT-SUGEND.
                MOVE SPACES TO W-SUGEND
                MOVE CODPRO TO PEN-CODPRO
                START PRODEND KEY IS NOT LESS PEN-CODPRO
                      INVALID KEY GO TO ROT-SUGEND-FIM.
       ROT-SUGEND1.
                READ PRODEND NEXT
                IF ST-ERROPD NOT = "00"
                   GO TO ROT-SUGEND-FIM.
                IF PEN-CODPRO NOT = CODPRO
                   GO TO ROT-SUGEND-FIM.
                IF PEN-ALMOX NOT = ALMOX-NUMERO
                   GO TO ROT-SUGEND1.
                MOVE PEN-ENDER TO W-SUGEND.
       ROT-SUGEND-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * SOMA O RECEBIDO NO ENDERECO DE GUARDA (CRIA O SALDO DO
      * PRODUTO NO ENDERECO NA PRIMEIRA GUARDA)
      *-------------------------------------------------------------
       ROT-GRVEND.
                IF W-TEMEND NOT = "S" OR W-ENDGRD = SPACES
                   GO TO ROT-GRVEND-FIM.
                MOVE ALMOX-NUMERO TO PEN-ALMOX
                MOVE W-ENDGRD     TO PEN-ENDER
                MOVE CODPRO       TO PEN-CODPRO
                READ PRODEND
                IF ST-ERROPD = "00"
                   ADD W-RECBTO TO PEN-QUANT
                   REWRITE REGPEN
                ELSE
                   MOVE W-RECBTO TO PEN-QUANT
                   WRITE REGPEN.
                IF ST-ERROPD NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRODEND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-GRVEND-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA A ENTRADA DAS SERIES RECEBIDAS: CADA UNIDADE FICA
      * EM ESTOQUE NO ALMOXARIFADO DO RECEBIMENTO, COM O EVENTO E
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
                MOVE "N" TO W-SEREXI
                READ SERIE
                IF ST-ERROSR = "00"
                   MOVE "S" TO W-SEREXI.
                MOVE ALMOX-NUMERO TO SER-ALMOX
                MOVE "E"          TO SER-SITUACAO
                MOVE DH-ANO       TO SER-ENT-ANO SER-ULT-ANO
                MOVE DH-MES       TO SER-ENT-MES SER-ULT-MES
                MOVE DH-DIA       TO SER-ENT-DIA SER-ULT-DIA
                IF W-NUMPED NOT = ZEROS
                   MOVE PED-FORN  TO SER-FORN
                ELSE
                   MOVE CODFORN   TO SER-FORN.
                MOVE ZEROS        TO SER-NOTA
                MOVE W-NUMPED     TO SER-PEDIDO
                IF W-SEREXI = "S"
                   REWRITE REGSER
                ELSE
                   WRITE REGSER.
                IF ST-ERROSR NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE "E"          TO SMV-TIPO
                MOVE ALMOX-NUMERO TO SMV-ALMOX
                MOVE SER-FORN     TO SMV-FORN
                MOVE ZEROS        TO SMV-NOTA SMV-REQUIS SMV-CCUSTO
                MOVE W-NUMPED     TO SMV-PEDIDO
                MOVE SPACE        TO SMV-MOTIVO
                PERFORM ROT-SERMOV THRU ROT-SERMOV-FIM
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
                MOVE "CEP006" TO SMV-PROG
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
      *-------------------------------------------------------------
      * ATUALIZA A TABELA DE PRECO POR FORNECEDOR COM O ULTIMO
      * CUSTO DA NOTA (FORNECEDOR DO PEDIDO, OU O DO CADASTRO DO
      * PRODUTO NO RECEBIMENTO SEM PEDIDO)
                   MOVE DH-ANO  TO PRF-ANO
                   MOVE DH-MES  TO PRF-MES
                   MOVE DH-DIA  TO PRF-DIA
                   MOVE SPACES  TO PRF-CODITEM
                   MOVE SPACES  TO PRF-UNCOMPRA
                   MOVE ZEROS   TO PRF-FATOR
                   WRITE REGPRF.
                IF ST-ERROF2 NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRECFOR" TO MENS
                IF W-NUMPED = ZEROS
                   GO TO ROT-BAIXAPED-FIM.
                COMPUTE PED-QTDREC = PED-QTDREC + W-RECBTO
                IF W-CUSTO NOT = ZEROS
                   COMPUTE PED-VLREC = PED-VLREC + (W-RECBTO * W-CUSTO)
                ELSE
                   COMPUTE PED-VLREC = PED-VLREC
                                     + (W-RECBTO * PED-PRECO).
                ACCEPT PED-ULTREC FROM DATE YYYYMMDD
                IF PED-QTDREC NOT < PED-QTDPED
                   MOVE "F" TO PED-SITUACAO
                ELSE
       ROT-BAIXAPED-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CONFRONTA O CUSTO DA NOTA COM O PRECO ACORDADO NO PEDIDO E
      * AVISA QUANDO A DIFERENCA PASSA DA TOLERANCIA (TOL-PRECO, EM
      * PERCENTUAL). SO AVISO: O RECEBIMENTO CONTINUA NORMALMENTE
      *-------------------------------------------------------------
       ROT-TOLPRC.
                IF W-CUSTO = ZEROS OR PED-PRECO = ZEROS
                   GO TO ROT-TOLPRC-FIM.
                IF W-CUSTO > PED-PRECO
                   COMPUTE W-DIFPRC ROUNDED =
                           (W-CUSTO - PED-PRECO) * 100 / PED-PRECO
                ELSE
                   COMPUTE W-DIFPRC ROUNDED =
                           (PED-PRECO - W-CUSTO) * 100 / PED-PRECO.
                IF W-DIFPRC > W-TOLPRC
                   MOVE "* ATENCAO: CUSTO FORA DO PRECO DO PEDIDO *"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-TOLPRC-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * UNIDADE DE COMPRA DO FORNECEDOR: A DO PEDIDO OU, SEM ELA, A
      * DO PRECFOR (FORNECEDOR DO PEDIDO OU DO CADASTRO DO PRODUTO).
      * COM FATOR, QUANTIDADE E CUSTO SAO DIGITADOS COMO NA NOTA
      *-------------------------------------------------------------
       ROT-FATOR.
                MOVE ZEROS  TO W-FATOR
                MOVE SPACES TO W-UNCMP
                IF W-NUMPED NOT = ZEROS
                   IF PED-FATOR NOT = ZEROS
                      MOVE PED-UNCOMPRA TO W-UNCMP
                      MOVE PED-FATOR    TO W-FATOR
                      GO TO ROT-FATOR1.
                IF W-NUMPED NOT = ZEROS
                   MOVE PED-FORN TO PRF-FORN
                ELSE
                   MOVE CODFORN  TO PRF-FORN.
                IF PRF-FORN = ZEROS
                   GO TO ROT-FATOR-FIM.
                MOVE CODPRO TO PRF-CODPRO
                READ PRECFOR
                IF ST-ERROF2 NOT = "00"
                   GO TO ROT-FATOR-FIM.
                IF PRF-FATOR = ZEROS
                   GO TO ROT-FATOR-FIM.
                MOVE PRF-UNCOMPRA TO W-UNCMP
                MOVE PRF-FATOR    TO W-FATOR.
       ROT-FATOR1.
                DISPLAY (10, 40) "EM "
                DISPLAY (10, 43) W-UNCMP
                DISPLAY (12, 40) "POR "
                DISPLAY (12, 44) W-UNCMP.
       ROT-FATOR-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * TOLERANCIA DE PRECO NO RECEBIMENTO (TOL-PRECO, PADRAO 5%)
      *-------------------------------------------------------------
       ROT-PARAMET.
                OPEN INPUT PARAMET
                IF ST-ERROW NOT = "00"
                   GO TO ROT-PARAMET-FIM.
                MOVE "TOL-PRECO" TO PAR-NOME
                READ PARAMET
                IF ST-ERROW = "00"
                   IF PAR-VALOR(1:3) NUMERIC
                      MOVE PAR-VALOR(1:3) TO W-TOLPRC.
                CLOSE PARAMET.
       ROT-PARAMET-FIM.
                EXIT.
      *
      ***********************************
      * ROTINA DE GRAVACAO DO MOVIMENTO *
      * DE ESTOQUE (KARDEX / MOVEST)    *
       ROT-MOVEST-FIM.
                EXIT.
      *
      ***********************************
      * CUSTO UNITARIO DA ENTRADA PARA  *
      * A CAMADA PEPS (CUSENT / CEP067) *
      ***********************************
      *
       ROT-GRVCUSTO.
                IF ST-ERROM NOT = "00" AND NOT = "02"
                   GO TO ROT-GRVCUSTO-FIM.
                MOVE MOV-CHAVE TO CEN-CHAVE
                IF W-CUSTO = ZEROS
                   MOVE PRECMD TO CEN-CUSTO
                ELSE
                   MOVE W-CUSTO TO CEN-CUSTO.
                WRITE REGCEN
                IF ST-ERROCE = "22"
                   REWRITE REGCEN.
       ROT-GRVCUSTO-FIM.
                EXIT.
      *
      *
      *************************************************
      * TRAVA DO REGISTRO EM EDICAO (TRAVA.DAT): A    *
