       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP063.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * CONSULTA DE NUMERO DE SERIE: VIDA  *
      * DA UNIDADE SERIALIZADA (SERIE.DAT) *
      * - SITUACAO, ALMOXARIFADO, NOTA,    *
      * FORNECEDOR E PEDIDO DA ENTRADA - E *
      * TODOS OS EVENTOS DO SERMOV.DAT     *
      * (ENTRADA, SAIDA COM REQUISICAO E   *
      * CENTRO DE CUSTO, TRANSFERENCIAS E  *
      * DEVOLUCAO AO FORNECEDOR), EM TELA. *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY SERSEL.BOK.
       COPY SMVSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY SERIE.BOK.
       COPY SERMOV.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROSR    PIC X(02) VALUE "00".
       77 ST-ERROSM    PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TEMSMV     PIC X(01) VALUE "N".
       77 W-SERNUM     PIC X(20) VALUE SPACES.
       77 W-LINDISP    PIC 9(02) VALUE ZEROS.
       77 W-LINLMP     PIC 9(02) VALUE ZEROS.
       77 W-TOTEVT     PIC 9(05) VALUE ZEROS.
       77 W-SITDES     PIC X(20) VALUE SPACES.
       01 W-DTENT.
          03 W-DE-DIA  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-MES  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-ANO  PIC 9(04) VALUE ZEROS.
       01 W-DTULT.
          03 W-DU-DIA  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DU-MES  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DU-ANO  PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 CAB21      PIC X(11) VALUE "DATA".
          03 CAB22      PIC X(06) VALUE "HORA".
          03 CAB23      PIC X(04) VALUE "T A".
          03 CAB24      PIC X(05) VALUE "FORN".
          03 CAB25      PIC X(10) VALUE "NOTA".
          03 CAB26      PIC X(07) VALUE "PEDIDO".
          03 CAB27      PIC X(07) VALUE "REQUIS".
          03 CAB28      PIC X(05) VALUE "CC M".
          03 CAB29      PIC X(09) VALUE "PROGRAMA".
          03 CAB2A      PIC X(08) VALUE "OPERADOR".
       01 DET1.
          03 DET11     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET13     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE ":".
          03 DET15     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET19     PIC 9(09) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1A     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1B     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1C     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1D     PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET1E     PIC X(08) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET1F     PIC X(08) VALUE SPACES.
       01 DET-FIM.
          03 FILLER    PIC X(30) VALUE "EVENTOS DA UNIDADE          : ".
          03 DFTOT     PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU002
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
           IF LK-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT SERIE
           IF ST-ERROSR NOT = "00"
              MOVE "*** NENHUMA SERIE REGISTRADA (SERIE) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODUTO
              GO TO ROT-FIMP.
      *
      * SEM O SERMOV A CONSULTA MOSTRA SO A SITUACAO DA UNIDADE
      *
       INC-OP3.
           OPEN INPUT SERMOV
           IF ST-ERROSM = "00"
              MOVE "S" TO W-TEMSMV
           ELSE
              MOVE "N" TO W-TEMSMV.
       INC-001.
                MOVE ZEROS  TO CODPRO W-TOTEVT
                MOVE SPACES TO W-SERNUM.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "CONSULTA DE NUMERO DE SERIE"
                DISPLAY (03, 01) "CODIGO DO PRODUTO      : "
                DISPLAY (04, 01) "DESCRICAO              : "
                DISPLAY (05, 01) "NUMERO DE SERIE        : ".
       INC-002.
                ACCEPT  (03, 27) CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF CODPRO = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PRODUTO01.
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 27) DESCR
                IF SERIADO NOT = "S"
                   MOVE "*** PRODUTO NAO E SERIADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-003.
                ACCEPT  (05, 27) W-SERNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-SERNUM = SPACES
                   MOVE "*** INFORME O NUMERO DE SERIE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE CODPRO   TO SER-CODPRO
                MOVE W-SERNUM TO SER-NUMERO
                READ SERIE
                IF ST-ERROSR NOT = "00"
                   MOVE "*** SERIE NAO CADASTRADA P/ESTE PRODUTO ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      * SITUACAO ATUAL E ENTRADA DA UNIDADE
      *
       MOSTRA-SERIE.
                MOVE SPACES TO W-SITDES
                IF SER-ESTOQUE
                   MOVE "EM ESTOQUE" TO W-SITDES.
                IF SER-BAIXADA
                   MOVE "BAIXADA (SAIDA)" TO W-SITDES.
                IF SER-DEVOLVIDA
                   MOVE "DEVOLVIDA AO FORN." TO W-SITDES.
                MOVE SER-ENT-DIA TO W-DE-DIA
                MOVE SER-ENT-MES TO W-DE-MES
                MOVE SER-ENT-ANO TO W-DE-ANO
                MOVE SER-ULT-DIA TO W-DU-DIA
                MOVE SER-ULT-MES TO W-DU-MES
                MOVE SER-ULT-ANO TO W-DU-ANO
                DISPLAY (07, 01) "SITUACAO               : "
                DISPLAY (07, 27) SER-SITUACAO
                DISPLAY (07, 29) W-SITDES
                DISPLAY (07, 52) "ALMOXARIFADO : "
                DISPLAY (07, 67) SER-ALMOX
                DISPLAY (08, 01) "ENTRADA EM             : "
                DISPLAY (08, 27) W-DTENT
                DISPLAY (08, 40) "NOTA : "
                DISPLAY (08, 47) SER-NOTA
                DISPLAY (08, 58) "FORNECEDOR : "
                DISPLAY (08, 71) SER-FORN
                DISPLAY (09, 01) "PEDIDO DE COMPRA       : "
                DISPLAY (09, 27) SER-PEDIDO
                DISPLAY (09, 40) "ULTIMO EVENTO : "
                DISPLAY (09, 56) W-DTULT
                DISPLAY (11, 01) CAB2
                MOVE ZEROS TO W-LINDISP
                IF W-TEMSMV NOT = "S"
                   GO TO FIM-LISTA.
      *
      * EVENTOS DA UNIDADE NA ORDEM DA CHAVE (DATA E HORA)
      *
       POSICIONAR.
           MOVE SER-CODPRO TO SMV-CODPRO
           MOVE SER-NUMERO TO SMV-NUMERO
           MOVE ZEROS      TO SMV-DATA SMV-HORA SMV-SEQ
           START SERMOV KEY IS NOT LESS SMV-CHAVE
                 INVALID KEY GO TO FIM-LISTA.
       LER-SERMOV.
           READ SERMOV NEXT
           IF ST-ERROSM NOT = "00"
              GO TO FIM-LISTA.
           IF SMV-CODPRO NOT = SER-CODPRO
              OR SMV-NUMERO NOT = SER-NUMERO
              GO TO FIM-LISTA.
           ADD 1 TO W-TOTEVT
           PERFORM ROT-MONTAR THRU ROT-MONTAR-FIM
           IF W-ACT = 02
              GO TO FIM-LISTA.
           GO TO LER-SERMOV.
      *
       ROT-MONTAR.
           MOVE ZEROS TO W-ACT
           MOVE SMV-DIA      TO DET11
           MOVE SMV-MES      TO DET12
           MOVE SMV-ANO      TO DET13
           MOVE SMV-HH       TO DET14
           MOVE SMV-MM       TO DET15
           MOVE SMV-TIPO     TO DET16
           MOVE SMV-ALMOX    TO DET17
           MOVE SMV-FORN     TO DET18
           MOVE SMV-NOTA     TO DET19
           MOVE SMV-PEDIDO   TO DET1A
           MOVE SMV-REQUIS   TO DET1B
           MOVE SMV-CCUSTO   TO DET1C
           MOVE SMV-MOTIVO   TO DET1D
           MOVE SMV-PROG     TO DET1E
           MOVE SMV-OPERADOR TO DET1F
           ADD 1 TO W-LINDISP
           DISPLAY (W-LINDISP + 11, 01) DET1
           IF W-LINDISP < 10
              GO TO ROT-MONTAR-FIM.
           MOVE "*** MAIS EVENTOS - ESC=SAIR  ENTER=CONTINUA ***"
                                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-MONTAR-FIM.
           MOVE ZEROS TO W-LINDISP
           PERFORM ROT-LIMPALIN THRU ROT-LIMPALIN-FIM.
       ROT-MONTAR-FIM.
           EXIT.
      *
      * LIMPA AS LINHAS DE EVENTOS (12 A 21) PARA A PROXIMA PAGINA
      *
       ROT-LIMPALIN.
           MOVE 12 TO W-LINLMP.
       ROT-LIMPALIN1.
           DISPLAY (W-LINLMP, 01) LIMPA
           DISPLAY (W-LINLMP, 51) LIMPA
           ADD 1 TO W-LINLMP
           IF W-LINLMP < 22
              GO TO ROT-LIMPALIN1.
       ROT-LIMPALIN-FIM.
           EXIT.
      *
       FIM-LISTA.
           MOVE W-TOTEVT TO DFTOT
           DISPLAY (22, 01) DET-FIM
           DISPLAY (22, 40) "E=ENT S=SAI F/T=TRANSF D=DEVOL"
           MOVE "*** FIM DA CONSULTA - ENTER=OUTRA SERIE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PRODUTO SERIE
           IF W-TEMSMV = "S"
              CLOSE SERMOV.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
