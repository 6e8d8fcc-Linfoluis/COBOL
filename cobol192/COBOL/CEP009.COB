       COPY MOTSEL.BOK.
       COPY JRNSEL.BOK.
       COPY TRVSEL.BOK.
       COPY PENDSEL.BOK.
       COPY SERSEL.BOK.
       COPY SMVSEL.BOK.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
       COPY MOTIVO.BOK.
       COPY JORNAL.BOK.
       COPY TRAVA.BOK.
       COPY PRODEND.BOK.
       COPY SERIE.BOK.
       COPY SERMOV.BOK.
       COPY OCA001.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
          03 W-SV-ANO  PIC 9(04) VALUE ZEROS.
          03 W-SV-MES  PIC 9(02) VALUE ZEROS.
          03 W-SV-DIA  PIC 9(02) VALUE ZEROS.
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 W-TEMEND     PIC X(01) VALUE "N".
       77 W-NUMEND     PIC 9(03) VALUE ZEROS.
       77 W-COLEND     PIC 9(02) VALUE ZEROS.
       77 W-PRIEND     PIC X(06) VALUE SPACES.
       77 W-SUGEND     PIC X(06) VALUE SPACES.
       01 W-ENDSEP.
          03 W-ES-RUA   PIC X(02) VALUE SPACES.
          03 W-ES-PRAT  PIC X(02) VALUE SPACES.
          03 W-ES-NIVEL PIC X(02) VALUE SPACES.
       01 DETEND.
          03 DE-RUA    PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE "-".
          03 DE-PRAT   PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE "-".
          03 DE-NIVEL  PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DE-QUANT  PIC ZZZZ9,9 VALUE ZEROS.
      *
      * NUMEROS DE SERIE DA SAIDA (PRODUTO SERIADO): UM POR
      * UNIDADE, ATE 99 UNIDADES POR LANCAMENTO
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
       77 W-SERLIN     PIC 9(02) VALUE 22.
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
              MOVE "S" TO W-TEMMOT
           ELSE
              MOVE "N" TO W-TEMMOT.
      *
      * COM O ARQUIVO DE ENDERECOS (CEP056) PRESENTE, A TELA MOSTRA
      * ONDE O PRODUTO ESTA GUARDADO E BAIXA O ENDERECO DE SEPARACAO
      *
       INC-OP0J.
           OPEN I-O PRODEND
           IF ST-ERROPD = "00"
              MOVE "S" TO W-TEMEND
           ELSE
              MOVE "N" TO W-TEMEND.
       INC-OP0I.
           OPEN I-O JORNAL
           IF ST-ERROJ2 NOT = "00"
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
       INC-001.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                MOVE ZEROS  TO W-SAIDA W-NOVAQT CODPRO
                               W-NUMREQ W-SALREQ W-CCUSTO.
                MOVE ZEROS  TO ALMOX-NUMERO ALMOX-QUANT.
                MOVE SPACES TO CODBARRA W-MOTIVO W-LOTENUM
                               W-SUGLOTE W-ENDSEP W-SUGEND TAB-SER.
                MOVE ZEROS  TO W-NUMEND.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "SAIDA DE ESTOQUE (BAIXA DE PRODUTO)"
                DISPLAY (04, 01) "CODIGO DE BARRAS       : "
                DISPLAY (17, 01) "LOTE A BAIXAR          : "
                DISPLAY (18, 01) "N DA REQUISICAO (0=SEM): "
                DISPLAY (19, 01) "SALDO DA REQUISICAO    : "
                DISPLAY (20, 01) "CENTRO DE CUSTO (0=SEM): "
                DISPLAY (21, 01) "ENDERECO DE SEPARACAO  : "
                DISPLAY (04, 45) "F4=LISTA DE PRODUTOS"
                DISPLAY (11, 55) "F4=LISTA"
                IF W-TEMCC = "S"
                   DISPLAY (20, 45) "F4=LISTA".
       INC-002.
                ACCEPT  (04, 27) CODBARRA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   PERFORM PSQ-PRODUTO THRU PSQ-PRODUTO-FIM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002
                   ELSE
                      GO TO LER-PRODUTO02.
                IF CODBARRA = SPACES
                   GO TO INC-002A.
       LER-PRODUTO01.
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-002.
                IF W-ACT = 05
                   PERFORM PSQ-PRODUTO THRU PSQ-PRODUTO-FIM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002A.
                IF CODPRO = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM SOMA-RESERVAS THRU SOMA-RESERVAS-FIM
                COMPUTE W-DISP = ALMOX-QUANT - W-RESERV
                MOVE W-DISP TO W-DISP-ED
                DISPLAY (09, 52) W-DISP-ED
                PERFORM ROT-ENDSEP THRU ROT-ENDSEP-FIM.
       INC-004.
                ACCEPT (10, 27) W-SAIDA
                ACCEPT W-ACT FROM ESCAPE KEY
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF SERIADO = "S"
                   MOVE W-SAIDA TO W-QTDSER
                   IF W-QTDSER NOT = W-SAIDA
                      MOVE "*** SERIADO: QUANTIDADE INTEIRA ATE 99 ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
       INC-005.
                ACCEPT (11, 27) W-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-ACT = 05
                   MOVE "MOTIVO  " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   PERFORM ROT-REPINTA THRU ROT-REPINTA-FIM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-005
                   ELSE
                      MOVE PSQ-CODIGO TO W-MOTIVO
                      DISPLAY (11, 27) W-MOTIVO.
                IF W-MOTIVO NOT < "a" AND NOT > "z"
                   INSPECT W-MOTIVO CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      GO TO INC-005R
                   ELSE
                      GO TO INC-005.
                IF W-ACT = 05
                   MOVE "OCA001  " TO PSQ-TABELA
                   MOVE W-OCA001 TO PSQ-ARQUIVO
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   PERFORM ROT-REPINTA THRU ROT-REPINTA-FIM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-005C
                   ELSE
                      MOVE PSQ-NUMERO TO W-CCUSTO
                      DISPLAY (20, 27) W-CCUSTO.
                IF W-CCUSTO = ZEROS
                   GO TO INC-006.
                MOVE W-CCUSTO TO OCC00101
      *
       INC-006.
                IF PERECIVEL NOT = "S"
                   GO TO INC-007.
                PERFORM ROT-FEFO THRU ROT-FEFO-FIM
                IF W-SUGLOTE = SPACES
                   MOVE "*** PRODUTO SEM LOTE COM SALDO ***" TO MENS
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006A.
      *
      * PRODUTO ENDERECADO NO ALMOXARIFADO: SUGERE O PRIMEIRO
      * ENDERECO QUE ATENDE A SAIDA INTEIRA E EXIGE UM ENDERECO COM
      * SALDO SUFICIENTE (SAIDA MAIOR QUE O ENDERECO = DUAS SAIDAS)
      *
       INC-007.
                PERFORM ROT-ENDSEP THRU ROT-ENDSEP-FIM
                IF W-NUMEND = ZEROS
                   MOVE SPACES TO W-ENDSEP
                   GO TO INC-008.
                MOVE W-SUGEND TO W-ENDSEP.
       INC-007A.
                ACCEPT (21, 27) W-ES-RUA WITH UPDATE
                ACCEPT (21, 30) W-ES-PRAT WITH UPDATE
                ACCEPT (21, 33) W-ES-NIVEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF PERECIVEL = "S"
                      GO TO INC-006A
                   ELSE
                      GO TO INC-005C.
                MOVE ALMOX-NUMERO TO PEN-ALMOX
                MOVE W-ENDSEP     TO PEN-ENDER
                MOVE CODPRO       TO PEN-CODPRO
                READ PRODEND
                IF ST-ERROPD NOT = "00"
                   MOVE "*** PRODUTO NAO ESTA NESTE ENDERECO ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007A.
                IF PEN-QUANT < W-SAIDA
                   MOVE "*** ENDERECO SEM SALDO PARA ESTA SAIDA ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007A.
      *
      * PRODUTO SERIADO: EXIGE A SERIE DE CADA UNIDADE QUE SAI, EM
      * ESTOQUE NESTE ALMOXARIFADO
      *
       INC-008.
                IF SERIADO NOT = "S"
                   GO TO INC-OPC.
                MOVE ALMOX-NUMERO TO W-SERALM
                PERFORM ROT-CAPSER THRU ROT-CAPSER-FIM
                IF W-SERESC = "S"
                   IF W-NUMEND NOT = ZEROS
                      GO TO INC-007A
                   ELSE
                   IF PERECIVEL = "S"
                      GO TO INC-006A
                   ELSE
                      GO TO INC-005C.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF SERIADO = "S"
                      GO TO INC-008
                   ELSE
                   IF W-NUMEND NOT = ZEROS
                      GO TO INC-007A
                   ELSE
                   IF PERECIVEL = "S"
                      GO TO INC-006A
                   ELSE
                MOVE W-MOTIVO     TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
                PERFORM ROT-BXLOTE THRU ROT-BXLOTE-FIM
                PERFORM ROT-BXREQ THRU ROT-BXREQ-FIM
                PERFORM ROT-BXEND THRU ROT-BXEND-FIM
                PERFORM ROT-GRVSER THRU ROT-GRVSER-FIM.
      *
      * RECALCULA QUANT/VRESTOQ DO PRODUTO SOMANDO TODOS OS ALMOXARIFADOS
      *
       ROT-FIM.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                CLOSE PRODUTO ALMOX HISTPRE ARQTRLH MOVEST LOTE
                      JORNAL TRAVA SERIE SERMOV
                IF W-TEMRES = "S"
                   CLOSE RESERVA.
                IF W-TEMREQ = "S"
                   CLOSE OCA001.
                IF W-TEMMOT = "S"
                   CLOSE MOTIVO.
                IF W-TEMEND = "S"
                   CLOSE PRODEND.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT.
      *
      *-------------------------------------------------------------
      * BAIXA AS SERIES DA SAIDA: CADA UNIDADE SAI DO ESTOQUE COM O
      * EVENTO S (CENTRO DE CUSTO, REQUISICAO E MOTIVO DA SAIDA)
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
                MOVE "S"          TO SER-SITUACAO
                MOVE DH-ANO       TO SER-ULT-ANO
                MOVE DH-MES       TO SER-ULT-MES
                MOVE DH-DIA       TO SER-ULT-DIA
                REWRITE REGSER
                IF ST-ERROSR NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE "S"          TO SMV-TIPO
                MOVE ALMOX-NUMERO TO SMV-ALMOX
                MOVE ZEROS        TO SMV-FORN SMV-NOTA SMV-PEDIDO
                MOVE W-NUMREQ     TO SMV-REQUIS
                MOVE W-CCUSTO     TO SMV-CCUSTO
                MOVE W-MOTIVO     TO SMV-MOTIVO
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
                MOVE "CEP009" TO SMV-PROG
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
      * SOMA AS RESERVAS ATIVAS DO PRODUTO NO ALMOXARIFADO ESCOLHIDO
      * (CEP027 / RESERVA.DAT)
      *-------------------------------------------------------------
                EXIT.
      *
      *-------------------------------------------------------------
      * ENDERECOS DO PRODUTO COM SALDO NO ALMOXARIFADO ESCOLHIDO
      * (ATE 4 NA LINHA 13, PELA CHAVE ALTERNATIVA PEN-CODPRO). A
      * SUGESTAO E O PRIMEIRO QUE ATENDE A SAIDA INTEIRA OU, SEM
      * ELE, O PRIMEIRO COM SALDO
      *-------------------------------------------------------------
       ROT-ENDSEP.
                MOVE ZEROS  TO W-NUMEND
                MOVE SPACES TO W-SUGEND W-PRIEND
                MOVE 12 TO W-COLEND
                IF W-TEMEND NOT = "S"
                   GO TO ROT-ENDSEP-FIM.
                DISPLAY (13, 01) LIMPA
                DISPLAY (13, 31) LIMPA
                MOVE CODPRO TO PEN-CODPRO
                START PRODEND KEY IS NOT LESS PEN-CODPRO
                      INVALID KEY GO TO ROT-ENDSEP2.
       ROT-ENDSEP1.
                READ PRODEND NEXT
                IF ST-ERROPD NOT = "00"
                   GO TO ROT-ENDSEP2.
                IF PEN-CODPRO NOT = CODPRO
                   GO TO ROT-ENDSEP2.
                IF PEN-ALMOX NOT = ALMOX-NUMERO OR PEN-QUANT = ZEROS
                   GO TO ROT-ENDSEP1.
                ADD 1 TO W-NUMEND
                IF W-PRIEND = SPACES
                   MOVE PEN-ENDER TO W-PRIEND.
                IF W-SUGEND = SPACES AND W-SAIDA NOT = ZEROS
                   IF PEN-QUANT NOT < W-SAIDA
                      MOVE PEN-ENDER TO W-SUGEND.
                IF W-COLEND > 63
                   GO TO ROT-ENDSEP1.
                IF W-NUMEND = 1
                   DISPLAY (13, 01) "ENDERECOS:".
                MOVE PEN-RUA   TO DE-RUA
                MOVE PEN-PRAT  TO DE-PRAT
                MOVE PEN-NIVEL TO DE-NIVEL
                MOVE PEN-QUANT TO DE-QUANT
                DISPLAY (13, W-COLEND) DETEND
                ADD 17 TO W-COLEND
                GO TO ROT-ENDSEP1.
       ROT-ENDSEP2.
                IF W-SUGEND = SPACES
                   MOVE W-PRIEND TO W-SUGEND.
       ROT-ENDSEP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * PESQUISA DE PRODUTO (F4 NO CODIGO DE BARRAS OU NO CODIGO):
      * O ESCOLHIDO VAI PARA CODPRO, LIDO PELA CHAVE PRINCIPAL
      *-------------------------------------------------------------
       PSQ-PRODUTO.
                MOVE "PRODUTO " TO PSQ-TABELA
                MOVE 12 TO PSQ-LINHA
                CALL "PSQ001" USING PSQ-PARM
                PERFORM ROT-REPINTA THRU ROT-REPINTA-FIM
                IF PSQ-RETORNO = "00"
                   MOVE PSQ-NUMERO TO CODPRO
                   DISPLAY (05, 27) CODPRO.
       PSQ-PRODUTO-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * REPINTA O QUE A JANELA DE PESQUISA (LINHAS 12 A 22, COLUNA
      * 41 EM DIANTE) APAGOU
      *-------------------------------------------------------------
       ROT-REPINTA.
                DISPLAY (14, 01)
                     "MOTIVO: C=CONSUMO P=PERDA V=VENDA S=SUCATA"
                IF W-TEMCC = "S"
                   DISPLAY (20, 45) "F4=LISTA".
                IF W-SAIDA NOT = ZEROS
                   PERFORM ROT-ENDSEP THRU ROT-ENDSEP-FIM.
       ROT-REPINTA-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * BAIXA A SAIDA DO ENDERECO DE SEPARACAO INFORMADO
      *-------------------------------------------------------------
       ROT-BXEND.
                IF W-TEMEND NOT = "S" OR W-ENDSEP = SPACES
                   GO TO ROT-BXEND-FIM.
                MOVE ALMOX-NUMERO TO PEN-ALMOX
                MOVE W-ENDSEP     TO PEN-ENDER
                MOVE CODPRO       TO PEN-CODPRO
                READ PRODEND
                IF ST-ERROPD NOT = "00"
                   GO TO ROT-BXEND-FIM.
                IF PEN-QUANT < W-SAIDA
                   MOVE ZEROS TO PEN-QUANT
                ELSE
                   SUBTRACT W-SAIDA FROM PEN-QUANT.
                REWRITE REGPEN
                IF ST-ERROPD NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRODEND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-BXEND-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * LOCALIZA O LOTE COM SALDO DE VALIDADE MAIS ANTIGA (FEFO)
      *-------------------------------------------------------------
       ROT-FEFO.
