      * GRAVANDO MOVIMENTO PROPRIO TIPO D  *
      * (O KARDEX CEP010 MOSTRA DEVOLUCAO  *
      * COMO DEVOLUCAO, NAO COMO CONSUMO). *
      * CADA DEVOLUCAO ABRE A NAO          *
      * CONFORMIDADE DO FORNECEDOR         *
      * (NCONF.DAT, SEGUE NO CEP074), SALVO*
      * LOTE JA REJEITADO NO CEP041, QUE JA*
      * TEM A SUA.                         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY MOVSEL.BOK.
       COPY PEDSEL.BOK.
       COPY LOTESEL.BOK.
       COPY SERSEL.BOK.
       COPY SMVSEL.BOK.
       COPY NCFSEL.BOK.
       COPY FORNSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY MOVEST.BOK.
       COPY PEDCMP.BOK.
       COPY LOTE.BOK.
       COPY SERIE.BOK.
       COPY SERMOV.BOK.
       COPY NCONF.BOK.
       COPY FORNEC.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
       77 W-QTORIG     PIC 9(05)V9 VALUE ZEROS.
      *
      * NUMEROS DE SERIE DEVOLVIDOS (PRODUTO SERIADO): UM POR
      * UNIDADE, ATE 99 UNIDADES POR DEVOLUCAO
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
       77 W-SERLIN     PIC 9(02) VALUE 13.
       01 TAB-SER.
          03 TS-SERIE  PIC X(20) OCCURS 99 TIMES.
      *
      * NAO CONFORMIDADE ABERTA NA DEVOLUCAO (FORNECEDOR SUGERIDO
      * PELO PEDIDO DA ENTRADA OU PELO CADASTRO DO PRODUTO)
      *
       77 ST-ERRONC    PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 W-TEMFOR     PIC X(01) VALUE "N".
       77 W-NCEXIST    PIC X(01) VALUE "N".
       77 W-NUMNC      PIC 9(06) VALUE ZEROS.
       77 W-PEDENT     PIC 9(06) VALUE ZEROS.
       77 W-NCFORN     PIC 9(04) VALUE ZEROS.
       77 W-NCPED      PIC 9(06) VALUE ZEROS.
       77 W-NCDEF      PIC X(01) VALUE SPACES.
          88 W-NCDEF-OK   VALUE "Q" "A" "V" "E" "D" "O".
       77 W-NCDESCR    PIC X(50) VALUE SPACES.
       77 W-NCACAO     PIC X(50) VALUE SPACES.
       01 W-NCPRAZO.
          03 W-NCP-ANO PIC 9(04) VALUE ZEROS.
          03 W-NCP-MES PIC 9(02) VALUE ZEROS.
          03 W-NCP-DIA PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      *
      * CHAVE DO MOVIMENTO DE ENTRADA A ESTORNAR
      *
       01 W-MOVDATA.
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LOTE" TO MENS
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
       INC-OPNC.
           OPEN I-O NCONF
           IF ST-ERRONC NOT = "00"
               IF ST-ERRONC = "30"
                      OPEN OUTPUT NCONF
                      CLOSE NCONF
                      GO TO INC-OPNC
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO NCONF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * SEM O CADASTRO DE FORNECEDORES O CODIGO E ACEITO SEM CONFERIR
      *
       INC-OPFO.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFOR.
       INC-001.
                MOVE ZEROS  TO CODPRO W-DEVOL W-NUMPED W-MOVDATA
                               W-MOVHORA W-MOVSEQ
                MOVE SPACES TO W-LOTENUM TAB-SER.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "DEVOLUCAO AO FORNECEDOR"
                DISPLAY (03, 01) "CODIGO DO PRODUTO      : "
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
                MOVE MOV-QUANT TO W-QTORIG
                MOVE MOV-PEDIDO TO W-PEDENT
                MOVE MOV-ALMOX TO ALMOX-NUMERO
                DISPLAY (17, 01) "QUANTIDADE DA ENTRADA      : "
                DISPLAY (17, 31) W-QTORIG
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF SERIADO = "S"
                   MOVE W-DEVOL TO W-QTDSER
                   IF W-QTDSER NOT = W-DEVOL
                      MOVE "*** SERIADO: QUANTIDADE INTEIRA ATE 99 ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
      *
      * PEDIDO DE COMPRA: A DEVOLUCAO REABRE O SALDO RECEBIDO
      *
      *
       INC-006.
                IF PERECIVEL NOT = "S"
                   GO TO INC-007.
                DISPLAY (22, 01) "LOTE A DEVOLVER            : "
                ACCEPT (22, 31) W-LOTENUM
                ACCEPT W-ACT FROM ESCAPE KEY
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *
      * PRODUTO SERIADO: INFORMA A SERIE DE CADA UNIDADE DEVOLVIDA,
      * EM ESTOQUE NO ALMOXARIFADO DA ENTRADA
      *
       INC-007.
                IF SERIADO NOT = "S"
                   GO TO INC-OPC.
                MOVE ALMOX-NUMERO TO W-SERALM
                PERFORM ROT-CAPSER THRU ROT-CAPSER-FIM
                IF W-SERESC = "S"
                   IF PERECIVEL = "S"
                      GO TO INC-006
                   ELSE
                      GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF SERIADO = "S"
                      GO TO INC-007
                   ELSE
                   IF PERECIVEL = "S"
                      GO TO INC-006
                   ELSE
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      * NAO CONFORMIDADE DO FORNECEDOR. LOTE REJEITADO NO CEP041 JA
      * TEM A SUA E NAO ABRE OUTRA (O ATRASO E O INDICE DE QUALIDADE
      * CONTARIAM O MESMO PROBLEMA DUAS VEZES)
      *
       INC-NC0.
                PERFORM ACHA-NCLOTE THRU ACHA-NCLOTE-FIM
                IF W-NCEXIST = "S"
                   GO TO ALT-RW1.
                PERFORM ACHA-FORN THRU ACHA-FORN-FIM
                MOVE SPACES TO W-NCDEF W-NCDESCR W-NCACAO
                MOVE ZEROS  TO W-NCPRAZO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "NAO CONFORMIDADE DO FORNECEDOR"
                DISPLAY (03, 01) "PRODUTO                : "
                DISPLAY (03, 27) CODPRO
                DISPLAY (03, 34) DESCR
                DISPLAY (04, 01) "LOTE DEVOLVIDO         : "
                DISPLAY (04, 27) W-LOTENUM
                DISPLAY (05, 01) "QUANTIDADE DEVOLVIDA   : "
                DISPLAY (05, 27) W-DEVOL
                DISPLAY (07, 01) "FORNECEDOR             : "
                DISPLAY (09, 01) "TIPO DE DEFEITO        : "
                DISPLAY (10, 03)
                   "Q=FORA DE ESPECIFICACAO  A=AVARIA  V=VALIDADE"
                DISPLAY (11, 03)
                   "E=EMBALAGEM/ROTULO  D=DIVERGENCIA  O=OUTROS"
                DISPLAY (13, 01) "DESCRICAO DO PROBLEMA  : "
                DISPLAY (15, 01) "ACAO CORRETIVA EXIGIDA : "
                DISPLAY (17, 01) "PRAZO P/RESPOSTA (DDMMAAAA) : ".
       INC-NC1.
                ACCEPT (07, 27) W-NCFORN WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE "* DEVOLUCAO NAO EFETIVADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-NCFORN = ZEROS
                   MOVE "*** INFORME O FORNECEDOR DA ENTRADA ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NC1.
                IF W-TEMFOR = "S"
                   MOVE W-NCFORN TO FORN-CODIGO
                   READ FORNEC
                   IF ST-ERRON NOT = "00"
                      MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-NC1
                   ELSE
                      DISPLAY (07, 34) FORN-NOME.
       INC-NC2.
                ACCEPT (09, 27) W-NCDEF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-NC1.
                INSPECT W-NCDEF CONVERTING "qavedo" TO "QAVEDO".
                IF NOT W-NCDEF-OK
                   MOVE "*** TIPO DE DEFEITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NC2.
       INC-NC3.
                ACCEPT (13, 27) W-NCDESCR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-NC2.
                IF W-NCDESCR = SPACES
                   MOVE "*** DESCREVA O PROBLEMA ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NC3.
       INC-NC4.
                ACCEPT (15, 27) W-NCACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-NC3.
                IF W-NCACAO = SPACES
                   MOVE "*** INFORME A ACAO CORRETIVA EXIGIDA ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NC4.
       INC-NC5.
                ACCEPT (17, 31) W-NCP-DIA
                ACCEPT (17, 33) W-NCP-MES
                ACCEPT (17, 35) W-NCP-ANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-NC4.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-NCP-DIA < 1 OR > 31 OR W-NCP-MES < 1 OR > 12
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NC5.
                IF W-NCPRAZO < W-HOJE
                   MOVE "*** PRAZO ANTERIOR A DATA DE HOJE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NC5.
       INC-NC6.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-NC5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DEVOLUCAO NAO EFETIVADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NC6.
      *
      * EFETIVACAO DA DEVOLUCAO
      *
       ALT-RW1.
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                PERFORM ROT-REABRE THRU ROT-REABRE-FIM
                PERFORM ROT-BXLOTE THRU ROT-BXLOTE-FIM
                PERFORM ROT-GRVSER THRU ROT-GRVSER-FIM
                MOVE "D"          TO MOV-TIPO
                MOVE ALMOX-NUMERO TO MOV-ALMOX
                MOVE W-DEVOL      TO MOV-QUANT
                MOVE SPACE        TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
                PERFORM GRV-NC THRU GRV-NC-FIM.
      *
      * RECALCULA QUANT/VRESTOQ DO PRODUTO SOMANDO TODOS OS ALMOXARIFADOS
      *
                COMPUTE VRESTOQ = QUANT * PRECMD
                REWRITE REGPRO
                IF ST-ERRO = "00" OR "02"
                   DISPLAY (21, 01) "NAO CONFORMIDADE N.        : "
                   DISPLAY (21, 31) W-NUMNC
                   MOVE "*** DEVOLUCAO AO FORNECEDOR EFETIVADA ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       ROT-BXLOTE-FIM.
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
                MOVE "CEP028" TO SMV-PROG
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
      * AS SERIES DEVOLVIDAS SAEM DO ESTOQUE COM O EVENTO D
      * (FORNECEDOR E PEDIDO DO RECEBIMENTO ORIGINAL)
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
                MOVE "D"          TO SER-SITUACAO
                MOVE DH-ANO       TO SER-ULT-ANO
                MOVE DH-MES       TO SER-ULT-MES
                MOVE DH-DIA       TO SER-ULT-DIA
                REWRITE REGSER
                IF ST-ERROSR NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE "D"          TO SMV-TIPO
                MOVE ALMOX-NUMERO TO SMV-ALMOX
                MOVE SER-FORN     TO SMV-FORN
                MOVE SER-NOTA     TO SMV-NOTA
                MOVE W-NUMPED     TO SMV-PEDIDO
                MOVE ZEROS        TO SMV-REQUIS SMV-CCUSTO
                MOVE SPACE        TO SMV-MOTIVO
                PERFORM ROT-SERMOV THRU ROT-SERMOV-FIM.
       ROT-GRVSER2.
                ADD 1 TO W-ISER
                GO TO ROT-GRVSER1.
       ROT-GRVSER-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * LOTE JA REJEITADO PELA QUALIDADE (CEP041): PROCURA A NAO
      * CONFORMIDADE ABERTA NA REJEICAO DESTE PRODUTO/LOTE
      *-------------------------------------------------------------
       ACHA-NCLOTE.
                MOVE "N" TO W-NCEXIST
                MOVE ZEROS TO W-NUMNC
                IF PERECIVEL NOT = "S" OR W-LOTENUM = SPACES
                   GO TO ACHA-NCLOTE-FIM.
                MOVE ZEROS TO NC-NUMERO
                START NCONF KEY IS NOT LESS NC-NUMERO
                      INVALID KEY GO TO ACHA-NCLOTE-FIM.
       ACHA-NCLOTE1.
                READ NCONF NEXT
                IF ST-ERRONC NOT = "00"
                   GO TO ACHA-NCLOTE-FIM.
                IF NC-CODPRO NOT = CODPRO OR NC-LOTE NOT = W-LOTENUM
                   GO TO ACHA-NCLOTE1.
                IF NOT NC-REJEICAO
                   GO TO ACHA-NCLOTE1.
                MOVE "S" TO W-NCEXIST
                MOVE NC-NUMERO TO W-NUMNC.
       ACHA-NCLOTE-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * FORNECEDOR SUGERIDO: O DO PEDIDO DE COMPRA INFORMADO OU O DO
      * PEDIDO QUE A ENTRADA BAIXOU; SEM PEDIDO, O DO CADASTRO DO
      * PRODUTO
      *-------------------------------------------------------------
       ACHA-FORN.
                MOVE CODFORN TO W-NCFORN
                MOVE W-NUMPED TO W-NCPED
                IF W-NCPED = ZEROS
                   MOVE W-PEDENT TO W-NCPED.
                IF W-NCPED = ZEROS
                   GO TO ACHA-FORN-FIM.
                MOVE W-NCPED TO PED-NUMERO
                READ PEDCMP
                IF ST-ERROP = "00" AND PED-FORN NOT = ZEROS
                   MOVE PED-FORN TO W-NCFORN.
       ACHA-FORN-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA A NAO CONFORMIDADE DA DEVOLUCAO NO PROXIMO NUMERO LIVRE
      *-------------------------------------------------------------
       GRV-NC.
                IF W-NCEXIST = "S"
                   GO TO GRV-NC-FIM.
                MOVE ZEROS TO W-NUMNC NC-NUMERO
                START NCONF KEY IS NOT LESS NC-NUMERO
                      INVALID KEY GO TO GRV-NC2.
       GRV-NC1.
                READ NCONF NEXT
                IF ST-ERRONC NOT = "00"
                   GO TO GRV-NC2.
                MOVE NC-NUMERO TO W-NUMNC
                GO TO GRV-NC1.
       GRV-NC2.
                ADD 1 TO W-NUMNC
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                MOVE W-NUMNC      TO NC-NUMERO
                MOVE W-NCFORN     TO NC-FORN
                MOVE CODPRO       TO NC-CODPRO
                MOVE W-LOTENUM    TO NC-LOTE
                MOVE W-DEVOL      TO NC-QUANT
                MOVE ALMOX-NUMERO TO NC-ALMOX
                MOVE W-NCPED      TO NC-PEDIDO
                MOVE "D"          TO NC-ORIGEM
                MOVE W-NCDEF      TO NC-DEFEITO
                MOVE W-NCDESCR    TO NC-DESCR
                MOVE W-NCACAO     TO NC-ACAO
                MOVE W-NCPRAZO    TO NC-PRAZO
                MOVE "A"          TO NC-SITUACAO
                MOVE DH-ANO       TO NC-AB-ANO
                MOVE DH-MES       TO NC-AB-MES
                MOVE DH-DIA       TO NC-AB-DIA
                MOVE W-LOGIN      TO NC-OPERADOR
                MOVE "CEP028"     TO NC-PROG
                MOVE ZEROS        TO NC-DTNOTIF NC-DTRESP NC-DTFECH
                MOVE SPACES       TO NC-RESPOSTA NC-OPERFECH.
       GRV-NC3.
                WRITE REGNC
                IF ST-ERRONC = "22"
                   ADD 1 TO NC-NUMERO
                   GO TO GRV-NC3.
                IF ST-ERRONC NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO NCONF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE NC-NUMERO TO W-NUMNC.
       GRV-NC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE PRODUTO ALMOX HISTPRE ARQTRLH MOVEST PEDCMP
                      LOTE SERIE SERMOV NCONF
                IF W-TEMFOR = "S"
                   CLOSE FORNEC.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
