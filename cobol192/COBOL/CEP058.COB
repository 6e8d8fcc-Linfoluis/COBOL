       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP058.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * LISTA DE SEPARACAO CONSOLIDADA:    *
      * JUNTA AS REQUISICOES APROVADAS DE  *
      * UM ALMOXARIFADO NUMA LISTA SO, NA  *
      * ORDEM DOS ENDERECOS. O DISPONIVEL  *
      * E O SALDO DO ALMOX MENOS AS        *
      * RESERVAS ATIVAS; PERECIVEL SAI POR *
      * LOTE, NA ORDEM DE VALIDADE (FEFO). *
      * A LISTA FICA NO SEPARA.DAT ATE A   *
      * BAIXA NO CEP059 E SAI NO SPOOL.    *
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
       COPY REQSEL.BOK.
       COPY RESSEL.BOK.
       COPY LOTESEL.BOK.
       COPY PENDSEL.BOK.
       COPY SEPSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY REQUIS.BOK.
       COPY RESERVA.BOK.
       COPY LOTE.BOK.
       COPY PRODEND.BOK.
       COPY SEPARA.BOK.
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
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRORQ    PIC X(02) VALUE "00".
       77 ST-ERRORS    PIC X(02) VALUE "00".
       77 ST-ERROL     PIC X(02) VALUE "00".
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 ST-ERROSE    PIC X(02) VALUE "00".
       77 W-TEMRES     PIC X(01) VALUE "N".
       77 W-TEMLOTE    PIC X(01) VALUE "N".
       77 W-TEMEND     PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       77 W-LISTA      PIC 9(06) VALUE ZEROS.
       77 W-ULTLISTA   PIC 9(06) VALUE ZEROS.
       77 W-ABERTA     PIC 9(06) VALUE ZEROS.
       77 W-SALREQ     PIC 9(05)V9 VALUE ZEROS.
       77 W-RESERV     PIC 9(06)V9 VALUE ZEROS.
       01 W-DISP       PIC S9(06)V9 VALUE ZEROS.
       01 W-LIVRE      PIC S9(06)V9 VALUE ZEROS.
       77 W-APEGAR     PIC 9(05)V9 VALUE ZEROS.
       77 W-RESTA      PIC 9(05)V9 VALUE ZEROS.
       77 W-PARTE      PIC 9(05)V9 VALUE ZEROS.
       77 W-SEPARADO   PIC 9(05)V9 VALUE ZEROS.
       77 W-ALOCADO    PIC 9(06)V9 VALUE ZEROS.
       77 W-LIVLOTE    PIC 9(05)V9 VALUE ZEROS.
       77 W-TIPLIN     PIC X(01) VALUE SPACES.
       77 W-LOTLIN     PIC X(10) VALUE SPACES.
       01 W-ENDLIN     PIC X(06) VALUE SPACES.
       01 W-ENDPRO     PIC X(06) VALUE SPACES.
       77 W-SUGLOTE    PIC X(10) VALUE SPACES.
       01 W-SUGVAL.
          03 W-SV-ANO  PIC 9(04) VALUE ZEROS.
          03 W-SV-MES  PIC 9(02) VALUE ZEROS.
          03 W-SV-DIA  PIC 9(02) VALUE ZEROS.
       77 W-QTDREQ     PIC 9(05) VALUE ZEROS.
       77 W-QTDLIN     PIC 9(05) VALUE ZEROS.
       77 W-QTDFALTA   PIC 9(05) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-NUMPRO     PIC 9(03) VALUE ZEROS.
      *
      * QUANTO DE CADA PRODUTO JA FOI PARA A LISTA EM GERACAO (O
      * DISPONIVEL DA REQUISICAO SEGUINTE DESCONTA ESTE VALOR)
      *
       01 TAB-ALOC.
          03 TA-ITEM OCCURS 500 TIMES.
             05 TA-CODPRO  PIC 9(06).
             05 TA-QUANT   PIC 9(06)V9.
       01 W-DATA.
          03 W-DT-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DT-MES  PIC 9(02) VALUE ZEROS.
          03 W-DT-DIA  PIC 9(02) VALUE ZEROS.
       01 W-ENDIMP.
          03 W-EI-RUA   PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EI-PRAT  PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EI-NIVEL PIC X(02) VALUE SPACES.
       01 CAB1.
          03 FILLER    PIC X(22) VALUE "LISTA DE SEPARACAO N. ".
          03 CAB11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(10) VALUE "   ALMOX: ".
          03 CAB12     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(14) VALUE "     EMISSAO: ".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(17) VALUE "ENDERECO  CODIGO".
          03 FILLER    PIC X(26) VALUE "DESCRICAO".
          03 FILLER    PIC X(14) VALUE "UN LOTE".
          03 FILLER    PIC X(13) VALUE "REQUIS.  QTD.".
          03 FILLER    PIC X(10) VALUE "SEPARADO".
       01 CAB3.
          03 FILLER    PIC X(40) VALUE
              "FALTAS - SEM DISPONIVEL NO ALMOXARIFADO".
       01 CAB4.
          03 FILLER    PIC X(22) VALUE "REQUIS.  DEPARTAMENTO".
          03 FILLER    PIC X(35) VALUE "CODIGO  DESCRICAO".
          03 FILLER    PIC X(07) VALUE "  FALTA".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC X(08) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(22) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET18     PIC X(10) VALUE SPACES.
       01 DET2.
          03 DET21     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET22     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET23     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET24     PIC X(27) VALUE SPACES.
          03 DET25     PIC ZZZZ9,9 VALUE ZEROS.
       01 DET-FIM1.
          03 FILLER    PIC X(20) VALUE "LINHAS A SEPARAR  : ".
          03 DFIM1     PIC ZZZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(20) VALUE "REQUIS. COM FALTA : ".
          03 DFIM2     PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (GRAVADA NA
      * LISTA E NO REGISTRO DO SPOOL)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
      *
       INC-LOGIN.
           IF LK-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN INPUT REQUIS
           IF ST-ERRORQ NOT = "00"
              MOVE "*** SEM REQUISICOES CADASTRADAS (CEP029) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQUIS
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT ALMOX
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQUIS PRODUTO
              GO TO ROT-FIMP.
       INC-OP4.
           OPEN I-O SEPARA
           IF ST-ERROSE NOT = "00"
               IF ST-ERROSE = "30"
                      OPEN OUTPUT SEPARA
                      CLOSE SEPARA
                      GO TO INC-OP4
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO SEPARA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE REQUIS PRODUTO ALMOX
                      GO TO ROT-FIMP.
      *
      * RESERVAS, LOTES E ENDERECOS SAO OPCIONAIS: SEM RESERVAS TUDO
      * ESTA LIVRE, SEM ENDERECOS A LISTA SAI SEM LOCALIZACAO E SEM
      * LOTES O PERECIVEL VAI TODO PARA AS FALTAS
      *
       INC-OP5.
           OPEN INPUT RESERVA
           IF ST-ERRORS = "00"
              MOVE "S" TO W-TEMRES
           ELSE
              MOVE "N" TO W-TEMRES.
           OPEN INPUT LOTE
           IF ST-ERROL = "00"
              MOVE "S" TO W-TEMLOTE
           ELSE
              MOVE "N" TO W-TEMLOTE.
           OPEN INPUT PRODEND
           IF ST-ERROPD = "00"
              MOVE "S" TO W-TEMEND
           ELSE
              MOVE "N" TO W-TEMEND.
       INC-001.
           MOVE ZEROS TO W-ALMOX W-LISTA W-QTDREQ W-QTDLIN W-QTDFALTA
                         W-NUMPRO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "LISTA DE SEPARACAO DE REQUISICOES"
           DISPLAY (04, 01) "N DE ALMOXARIFADO      : ".
       INC-002.
           ACCEPT  (04, 27) W-ALMOX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           PERFORM ROT-ABERTA THRU ROT-ABERTA-FIM
           IF W-ABERTA = ZEROS
              GO TO INC-003.
      *
      * UMA LISTA POR ALMOXARIFADO DE CADA VEZ: COM LISTA EM ABERTO
      * SO DA PARA REIMPRIMIR (A BAIXA OU O CANCELAMENTO E NO CEP059)
      *
           DISPLAY (06, 01) "LISTA EM ABERTO        : "
           DISPLAY (06, 27) W-ABERTA.
       INC-002A.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "REIMPRIMIR (S/N) : ".
           ACCEPT (23, 59) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "* BAIXAR OU CANCELAR A LISTA NO CEP059 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002A.
           MOVE W-ABERTA TO W-LISTA
           GO TO IMP-LISTA.
       INC-003.
           COMPUTE W-LISTA = W-ULTLISTA + 1
           DISPLAY (06, 01) "NOVA LISTA             : "
           DISPLAY (06, 27) W-LISTA.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GERAR A LISTA (S/N) : ".
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           DISPLAY (23, 40) LIMPA.
      *
      *************************************************
      * GERACAO: REQUISICOES APROVADAS DO ALMOX, NA   *
      * ORDEM DE NUMERO (A MAIS ANTIGA TEM PRIORIDADE *
      * NO DISPONIVEL). CADA UMA E DIVIDIDA PELOS     *
      * ENDERECOS OU LOTES; O QUE NAO TEM DISPONIVEL  *
      * VIRA UMA LINHA DE FALTA.                      *
      *************************************************
      *
       GERA.
           MOVE ZEROS TO REQ-NUMERO
           START REQUIS KEY IS NOT LESS REQ-NUMERO
                 INVALID KEY GO TO GERA-FIM.
       GERA1.
           READ REQUIS NEXT
           IF ST-ERRORQ NOT = "00"
              GO TO GERA-FIM.
           IF NOT REQ-APROVADA OR REQ-ALMOX NOT = W-ALMOX
              GO TO GERA1.
           IF REQ-QTDATE NOT < REQ-QTDSOL
              GO TO GERA1.
           COMPUTE W-SALREQ = REQ-QTDSOL - REQ-QTDATE
           ADD 1 TO W-QTDREQ
           MOVE ZEROS TO W-SEPARADO W-IND
           MOVE REQ-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              GO TO GERA-FALTA.
           PERFORM ROT-DISPON THRU ROT-DISPON-FIM
           IF W-APEGAR = ZEROS
              GO TO GERA-FALTA.
           MOVE W-APEGAR TO W-RESTA
           IF PERECIVEL = "S"
              PERFORM ROT-PORLOTE THRU ROT-PORLOTE-FIM
           ELSE
              PERFORM ROT-POREND THRU ROT-POREND-FIM.
           ADD W-SEPARADO TO TA-QUANT(W-IND).
       GERA-FALTA.
           IF W-SEPARADO NOT < W-SALREQ
              GO TO GERA1.
           COMPUTE W-PARTE = W-SALREQ - W-SEPARADO
           MOVE HIGH-VALUES TO W-ENDLIN W-LOTLIN
           MOVE "F" TO W-TIPLIN
           PERFORM ROT-GRVLIN THRU ROT-GRVLIN-FIM
           ADD 1 TO W-QTDFALTA
           GO TO GERA1.
       GERA-FIM.
           IF W-QTDREQ = ZEROS
              MOVE "*** NENHUMA REQUISICAO APROVADA NESTE ALMOX ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      **********************
      * IMPRESSAO DA LISTA *
      **********************
      *
       IMP-LISTA.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           MOVE ZEROS    TO W-QTDLIN W-QTDFALTA
           MOVE W-LISTA  TO CAB11
           MOVE W-ALMOX  TO CAB12
           MOVE W-DT-DIA TO CAB13
           MOVE W-DT-MES TO CAB14
           MOVE W-DT-ANO TO CAB15
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-LISTA     TO SEP-LISTA
           MOVE LOW-VALUES  TO SEP-ENDER SEP-LOTE
           MOVE ZEROS       TO SEP-CODPRO SEP-REQUIS
           START SEPARA KEY IS NOT LESS SEP-CHAVE
                 INVALID KEY GO TO IMP-FALTA.
       IMP-LISTA1.
           READ SEPARA NEXT
           IF ST-ERROSE NOT = "00"
              GO TO IMP-FALTA.
           IF SEP-LISTA NOT = W-LISTA
              GO TO IMP-FALTA.
           IF NOT SEP-SEPARAR
              GO TO IMP-LISTA1.
           IF SEP-ENDER = HIGH-VALUES
              MOVE "SEM END." TO DET11
           ELSE
              MOVE SEP-RUA   TO W-EI-RUA
              MOVE SEP-PRAT  TO W-EI-PRAT
              MOVE SEP-NIVEL TO W-EI-NIVEL
              MOVE W-ENDIMP  TO DET11.
           MOVE SEP-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR
              MOVE SPACES TO UNID.
           MOVE SEP-CODPRO TO DET12
           MOVE DESCR      TO DET13
           MOVE UNID       TO DET14
           MOVE SEP-LOTE   TO DET15
           MOVE SEP-REQUIS TO DET16
           MOVE SEP-QTDSUG TO DET17
           IF SEP-BAIXADA
              MOVE "BAIXADO"    TO DET18
           ELSE
              IF SEP-CANCELADA
                 MOVE "CANCELADO"  TO DET18
              ELSE
                 MOVE "[________]" TO DET18.
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDLIN
           GO TO IMP-LISTA1.
       IMP-FALTA.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-LISTA     TO SEP-LISTA
           MOVE HIGH-VALUES TO SEP-ENDER
           MOVE ZEROS       TO SEP-CODPRO SEP-REQUIS
           MOVE LOW-VALUES  TO SEP-LOTE
           START SEPARA KEY IS NOT LESS SEP-CHAVE
                 INVALID KEY GO TO IMP-TOTAL.
       IMP-FALTA1.
           READ SEPARA NEXT
           IF ST-ERROSE NOT = "00"
              GO TO IMP-TOTAL.
           IF SEP-LISTA NOT = W-LISTA
              GO TO IMP-TOTAL.
           IF NOT SEP-FALTA
              GO TO IMP-FALTA1.
           MOVE SEP-REQUIS TO REQ-NUMERO
           READ REQUIS
           IF ST-ERRORQ NOT = "00"
              MOVE SPACES TO REQ-DEPTO.
           MOVE SEP-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO DESCR.
           MOVE SEP-REQUIS TO DET21
           MOVE REQ-DEPTO  TO DET22
           MOVE SEP-CODPRO TO DET23
           MOVE DESCR      TO DET24
           MOVE SEP-QTDSUG TO DET25
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE
           ADD 1 TO W-QTDFALTA
           GO TO IMP-FALTA1.
       IMP-TOTAL.
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-QTDLIN   TO DFIM1
           MOVE W-QTDFALTA TO DFIM2
           WRITE REGIMP FROM DET-FIM1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-FIM2 BEFORE ADVANCING 1 LINE
           CLOSE ARQIMP
           DISPLAY (10, 01) DET-FIM1
           DISPLAY (11, 01) DET-FIM2
           MOVE "*** RELATORIO GRAVADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE REQUIS PRODUTO ALMOX SEPARA
           IF W-TEMRES = "S"
              CLOSE RESERVA.
           IF W-TEMLOTE = "S"
              CLOSE LOTE.
           IF W-TEMEND = "S"
              CLOSE PRODEND.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * PROCURA LISTA EM ABERTO DO ALMOXARIFADO (LINHA A SEPARAR
      * AINDA NAO BAIXADA) E O ULTIMO NUMERO DE LISTA USADO
      *-------------------------------------------------------------
       ROT-ABERTA.
           MOVE ZEROS TO W-ABERTA W-ULTLISTA
           MOVE LOW-VALUES TO SEP-CHAVE
           START SEPARA KEY IS NOT LESS SEP-CHAVE
                 INVALID KEY GO TO ROT-ABERTA-FIM.
       ROT-ABERTA1.
           READ SEPARA NEXT
           IF ST-ERROSE NOT = "00"
              GO TO ROT-ABERTA-FIM.
           MOVE SEP-LISTA TO W-ULTLISTA
           IF SEP-ALMOX = W-ALMOX AND SEP-SEPARAR AND SEP-ABERTA
              IF W-ABERTA = ZEROS
                 MOVE SEP-LISTA TO W-ABERTA.
           GO TO ROT-ABERTA1.
       ROT-ABERTA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DISPONIVEL PARA A REQUISICAO: SALDO DO ALMOX MENOS RESERVAS
      * ATIVAS MENOS O QUE A LISTA JA SEPAROU DO MESMO PRODUTO,
      * LIMITADO AO SALDO DA REQUISICAO
      *-------------------------------------------------------------
       ROT-DISPON.
           MOVE ZEROS TO W-APEGAR
           MOVE CODPRO  TO ALMOX-CODPRO
           MOVE W-ALMOX TO ALMOX-NUMERO
           READ ALMOX
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-DISPON-FIM.
           PERFORM SOMA-RESERVAS THRU SOMA-RESERVAS-FIM
           PERFORM ROT-TABPRO THRU ROT-TABPRO-FIM
           IF W-IND = ZEROS
              GO TO ROT-DISPON-FIM.
           COMPUTE W-DISP = ALMOX-QUANT - W-RESERV - TA-QUANT(W-IND)
           IF W-DISP NOT > ZEROS
              GO TO ROT-DISPON-FIM.
           IF W-DISP < W-SALREQ
              MOVE W-DISP   TO W-APEGAR
           ELSE
              MOVE W-SALREQ TO W-APEGAR.
       ROT-DISPON-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * POSICAO DO PRODUTO NA TABELA DO JA SEPARADO (INCLUI SE NAO
      * HOUVER; TABELA CHEIA DEVOLVE W-IND ZERO = SEM DISPONIVEL)
      *-------------------------------------------------------------
       ROT-TABPRO.
           MOVE 1 TO W-IND.
       ROT-TABPRO1.
           IF W-IND > W-NUMPRO
              GO TO ROT-TABPRO2.
           IF TA-CODPRO(W-IND) = CODPRO
              GO TO ROT-TABPRO-FIM.
           ADD 1 TO W-IND
           GO TO ROT-TABPRO1.
       ROT-TABPRO2.
           IF W-NUMPRO NOT < 500
              MOVE ZEROS TO W-IND
              GO TO ROT-TABPRO-FIM.
           ADD 1 TO W-NUMPRO
           MOVE W-NUMPRO TO W-IND
           MOVE CODPRO   TO TA-CODPRO(W-IND)
           MOVE ZEROS    TO TA-QUANT(W-IND).
       ROT-TABPRO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PRODUTO NAO PERECIVEL: DIVIDE PELOS ENDERECOS COM SALDO NO
      * ALMOX (CHAVE ALTERNATIVA PEN-CODPRO), DESCONTANDO O QUE A
      * LISTA JA TIROU DE CADA UM. O QUE SOBRAR (ENDERECO SEM SALDO
      * OU PRODUTO NAO ENDERECADO) SAI SEM ENDERECO
      *-------------------------------------------------------------
       ROT-POREND.
           MOVE SPACES TO W-LOTLIN
           MOVE "S" TO W-TIPLIN
           IF W-TEMEND NOT = "S"
              GO TO ROT-POREND2.
           MOVE CODPRO TO PEN-CODPRO
           START PRODEND KEY IS NOT LESS PEN-CODPRO
                 INVALID KEY GO TO ROT-POREND2.
       ROT-POREND1.
           IF W-RESTA = ZEROS
              GO TO ROT-POREND-FIM.
           READ PRODEND NEXT
           IF ST-ERROPD NOT = "00"
              GO TO ROT-POREND2.
           IF PEN-CODPRO NOT = CODPRO
              GO TO ROT-POREND2.
           IF PEN-ALMOX NOT = W-ALMOX OR PEN-QUANT = ZEROS
              GO TO ROT-POREND1.
           MOVE PEN-ENDER TO W-ENDLIN
           PERFORM ROT-ALOCADO THRU ROT-ALOCADO-FIM
           COMPUTE W-LIVRE = PEN-QUANT - W-ALOCADO
           IF W-LIVRE NOT > ZEROS
              GO TO ROT-POREND1.
           IF W-LIVRE < W-RESTA
              MOVE W-LIVRE TO W-PARTE
           ELSE
              MOVE W-RESTA TO W-PARTE.
           PERFORM ROT-GRVLIN THRU ROT-GRVLIN-FIM
           SUBTRACT W-PARTE FROM W-RESTA
           ADD W-PARTE TO W-SEPARADO
           GO TO ROT-POREND1.
       ROT-POREND2.
           IF W-RESTA = ZEROS
              GO TO ROT-POREND-FIM.
           MOVE HIGH-VALUES TO W-ENDLIN
           MOVE W-RESTA TO W-PARTE
           PERFORM ROT-GRVLIN THRU ROT-GRVLIN-FIM
           ADD W-RESTA TO W-SEPARADO
           MOVE ZEROS TO W-RESTA.
       ROT-POREND-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PRODUTO PERECIVEL: DIVIDE PELOS LOTES LIBERADOS DO ALMOX NA
      * ORDEM DE VALIDADE (FEFO). A LOCALIZACAO E O PRIMEIRO
      * ENDERECO COM SALDO (O ENDERECO NAO GUARDA LOTE). SEM LOTE
      * COM SALDO O RESTO FICA COMO FALTA
      *-------------------------------------------------------------
       ROT-PORLOTE.
           MOVE "S" TO W-TIPLIN
           PERFORM ROT-PRIEND THRU ROT-PRIEND-FIM
           IF W-TEMLOTE NOT = "S"
              GO TO ROT-PORLOTE-FIM.
       ROT-PORLOTE1.
           IF W-RESTA = ZEROS
              GO TO ROT-PORLOTE-FIM.
           PERFORM ROT-FEFO THRU ROT-FEFO-FIM
           IF W-SUGLOTE = SPACES
              GO TO ROT-PORLOTE-FIM.
           IF W-LIVLOTE < W-RESTA
              MOVE W-LIVLOTE TO W-PARTE
           ELSE
              MOVE W-RESTA   TO W-PARTE.
           MOVE W-ENDPRO  TO W-ENDLIN
           MOVE W-SUGLOTE TO W-LOTLIN
           PERFORM ROT-GRVLIN THRU ROT-GRVLIN-FIM
           SUBTRACT W-PARTE FROM W-RESTA
           ADD W-PARTE TO W-SEPARADO
           GO TO ROT-PORLOTE1.
       ROT-PORLOTE-FIM.
           EXIT.
      *
       ROT-PRIEND.
           MOVE HIGH-VALUES TO W-ENDPRO
           IF W-TEMEND NOT = "S"
              GO TO ROT-PRIEND-FIM.
           MOVE CODPRO TO PEN-CODPRO
           START PRODEND KEY IS NOT LESS PEN-CODPRO
                 INVALID KEY GO TO ROT-PRIEND-FIM.
       ROT-PRIEND1.
           READ PRODEND NEXT
           IF ST-ERROPD NOT = "00"
              GO TO ROT-PRIEND-FIM.
           IF PEN-CODPRO NOT = CODPRO
              GO TO ROT-PRIEND-FIM.
           IF PEN-ALMOX NOT = W-ALMOX OR PEN-QUANT = ZEROS
              GO TO ROT-PRIEND1.
           MOVE PEN-ENDER TO W-ENDPRO.
       ROT-PRIEND-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LOTE LIBERADO DO ALMOX COM SALDO LIVRE (SALDO MENOS O QUE A
      * LISTA JA TIROU DELE) E VALIDADE MAIS ANTIGA
      *-------------------------------------------------------------
       ROT-FEFO.
           MOVE SPACES TO W-SUGLOTE
           MOVE ZEROS  TO W-LIVLOTE
           MOVE 9999   TO W-SV-ANO
           MOVE 12     TO W-SV-MES
           MOVE 31     TO W-SV-DIA
           MOVE CODPRO TO LOTE-CODPRO
           MOVE LOW-VALUES TO LOTE-NUMERO
           START LOTE KEY IS NOT LESS LOTE-CHAVE
                 INVALID KEY GO TO ROT-FEFO-FIM.
       ROT-FEFO1.
           READ LOTE NEXT
           IF ST-ERROL NOT = "00"
              GO TO ROT-FEFO-FIM.
           IF LOTE-CODPRO NOT = CODPRO
              GO TO ROT-FEFO-FIM.
           IF LOTE-QUARENT OR LOTE-REJEITADO
              GO TO ROT-FEFO1.
           IF LOTE-ALMOX NOT = W-ALMOX OR LOTE-QUANT = ZEROS
              GO TO ROT-FEFO1.
           IF LOTE-VALIDADE NOT < W-SUGVAL
              GO TO ROT-FEFO1.
           MOVE W-ENDPRO    TO W-ENDLIN
           MOVE LOTE-NUMERO TO W-LOTLIN
           PERFORM ROT-ALOCADO THRU ROT-ALOCADO-FIM
           COMPUTE W-LIVRE = LOTE-QUANT - W-ALOCADO
           IF W-LIVRE NOT > ZEROS
              GO TO ROT-FEFO1.
           MOVE LOTE-NUMERO   TO W-SUGLOTE
           MOVE LOTE-VALIDADE TO W-SUGVAL
           MOVE W-LIVRE       TO W-LIVLOTE
           GO TO ROT-FEFO1.
       ROT-FEFO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * SOMA O QUE A LISTA JA TIROU DE UM ENDERECO/LOTE DO PRODUTO
      * (W-ENDLIN + CODPRO + W-LOTLIN, TODAS AS REQUISICOES)
      *-------------------------------------------------------------
       ROT-ALOCADO.
           MOVE ZEROS    TO W-ALOCADO
           MOVE W-LISTA  TO SEP-LISTA
           MOVE W-ENDLIN TO SEP-ENDER
           MOVE CODPRO   TO SEP-CODPRO
           MOVE W-LOTLIN TO SEP-LOTE
           MOVE ZEROS    TO SEP-REQUIS
           START SEPARA KEY IS NOT LESS SEP-CHAVE
                 INVALID KEY GO TO ROT-ALOCADO-FIM.
       ROT-ALOCADO1.
           READ SEPARA NEXT
           IF ST-ERROSE NOT = "00"
              GO TO ROT-ALOCADO-FIM.
           IF SEP-LISTA NOT = W-LISTA OR SEP-ENDER NOT = W-ENDLIN
              GO TO ROT-ALOCADO-FIM.
           IF SEP-CODPRO NOT = CODPRO OR SEP-LOTE NOT = W-LOTLIN
              GO TO ROT-ALOCADO-FIM.
           IF SEP-SEPARAR
              ADD SEP-QTDSUG TO W-ALOCADO.
           GO TO ROT-ALOCADO1.
       ROT-ALOCADO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA UMA LINHA DA LISTA (W-TIPLIN S = A SEPARAR, F = FALTA;
      * A FALTA E SO INFORMATIVA E JA NASCE BAIXADA)
      *-------------------------------------------------------------
       ROT-GRVLIN.
           MOVE W-LISTA    TO SEP-LISTA
           MOVE W-ENDLIN   TO SEP-ENDER
           MOVE CODPRO     TO SEP-CODPRO
           MOVE W-LOTLIN   TO SEP-LOTE
           MOVE REQ-NUMERO TO SEP-REQUIS
           MOVE W-ALMOX    TO SEP-ALMOX
           MOVE W-TIPLIN   TO SEP-TIPO
           MOVE W-PARTE    TO SEP-QTDSUG
           MOVE ZEROS      TO SEP-QTDSEP SEP-CCUSTO
           IF W-TIPLIN = "F"
              MOVE "C" TO SEP-SITUACAO
           ELSE
              MOVE "A" TO SEP-SITUACAO.
           MOVE W-DATA     TO SEP-DATA
           MOVE LK-LOGIN   TO SEP-OPERADOR
           WRITE REGSEP
           IF ST-ERROSE NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO SEPARA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-GRVLIN-FIM.
           IF W-TIPLIN = "S"
              ADD 1 TO W-QTDLIN.
       ROT-GRVLIN-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * SOMA AS RESERVAS ATIVAS DO PRODUTO NO ALMOXARIFADO DA LISTA
      * (CEP027 / RESERVA.DAT)
      *-------------------------------------------------------------
       SOMA-RESERVAS.
           MOVE ZEROS TO W-RESERV
           IF W-TEMRES NOT = "S"
              GO TO SOMA-RESERVAS-FIM.
           MOVE CODPRO TO RES-CODPRO
           MOVE ZEROS  TO RES-ALMOX RES-SEQ
           START RESERVA KEY IS NOT LESS RES-CHAVE
                 INVALID KEY GO TO SOMA-RESERVAS-FIM.
       SOMA-RESERVAS1.
           READ RESERVA NEXT
           IF ST-ERRORS NOT = "00"
              GO TO SOMA-RESERVAS-FIM.
           IF RES-CODPRO NOT = CODPRO
              GO TO SOMA-RESERVAS-FIM.
           IF RES-ALMOX = W-ALMOX AND RES-ATIVA
              ADD RES-QUANT TO W-RESERV.
           GO TO SOMA-RESERVAS1.
       SOMA-RESERVAS-FIM.
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
           MOVE "CEP058" TO SPL-RELAT
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
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
