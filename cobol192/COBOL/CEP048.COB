       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP048.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * BAIXA DE TITULOS DO CONTAS A PAGAR *
      * (PAGAR.DAT, GERADO PELO CEP025):   *
      * DATA, VALOR PAGO, DESCONTO E       *
      * JUROS. PAGAMENTO PARCIAL DEIXA O   *
      * TITULO ABERTO COM O SALDO.         *
      * OPCIONALMENTE O VALOR PAGO E       *
      * LANCADO NO DETALHE OCA003 DO       *
      * CENTRO INFORMADO, NO SLOT DO MES   *
      * DO PAGAMENTO (SERIE OCC00303),     *
      * DESDE QUE O MES ESTEJA ABERTO NO   *
      * PERIODO.DAT. REGISTRO NOVO DE      *
      * CENTRO LEVA A CONTA DO PARAMETRO   *
      * CONTA-PAGAMENTO (PADRAO 01).       *
      * O VALOR LANCADO NO OCA003 GRAVA O  *
      * SEU LANCAMENTO NO LANCCC.DAT       *
      * (DOCUMENTO = NUMERO DA NOTA).      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PAGSEL.BOK.
       COPY FORNSEL.BOK.
      *
           SELECT OCA003 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK00301
              FILE STATUS   IS ST-ERRO3
              ALTERNATE RECORD KEY IS OCK00302 = OCC00302 OCC00301
                        WITH DUPLICATES.
      *
       COPY PARASEL.BOK.
       COPY AUDSEL.BOK.
       COPY PERSEL.BOK.
       COPY LCCSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PAGAR.BOK.
       COPY FORNEC.BOK.
       COPY OCA003.BOK.
       COPY PARAMET.BOK.
       COPY AUDTRLH.BOK.
       COPY PERIODO.BOK.
       COPY LANCCC.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROPG    PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROPE    PIC X(02) VALUE "00".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       77 W-TEMFORN    PIC X(01) VALUE "N".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-CONTA-PAD  PIC 9(02) VALUE 01.
       77 W-CC         PIC 9(02) VALUE ZEROS.
       77 W-ANOPER     PIC 9(04) VALUE ZEROS.
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       01 W-HISTPAG.
          03 FILLER    PIC X(23) VALUE "PAGAMENTO A FORNECEDOR ".
          03 W-HP-FORN PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE " PARC. ".
          03 W-HP-PARC PIC 9(02) VALUE ZEROS.
       01 W-DTPAG.
          03 W-PG-ANO  PIC 9(04) VALUE ZEROS.
          03 W-PG-MES  PIC 9(02) VALUE ZEROS.
          03 W-PG-DIA  PIC 9(02) VALUE ZEROS.
       01 W-VLPG       PIC 9(09)V99 VALUE ZEROS.
       01 W-DESC       PIC 9(07)V99 VALUE ZEROS.
       01 W-JUR        PIC 9(07)V99 VALUE ZEROS.
       01 W-SALDO      PIC S9(09)V99 VALUE ZEROS.
       01 W-NOVOSALDO  PIC S9(09)V99 VALUE ZEROS.
       01 MASC1        PIC ZZZ.ZZZ.ZZ9,99.
       01 MASC2        PIC ZZZ.ZZZ.ZZ9,99-.
       01 W-DATAED.
          03 W-DE-DIA  PIC 99.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-MES  PIC 99.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-ANO  PIC 9(04).
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
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU001)
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
       INC-OP0.
           OPEN I-O PAGAR
           IF ST-ERROPG NOT = "00"
              MOVE "*** SEM TITULOS A PAGAR (CEP025) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFORN
           ELSE
              MOVE "N" TO W-TEMFORN.
       INC-OP0B.
           OPEN I-O OCA003
           IF ST-ERRO3 NOT = "00"
               IF ST-ERRO3 = "30"
                      OPEN OUTPUT OCA003
                      CLOSE OCA003
                      GO TO INC-OP0B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO OCA003" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP0C
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0D.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OP0D
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           PERFORM ACHAR-ULTLCC THRU ACHAR-ULTLCC-FIM
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM.
      *
      * IDENTIFICACAO DO TITULO
      *
       INC-001.
                MOVE ZEROS TO PAG-FORN PAG-NUMERO PAG-PARC
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 18) "BAIXA DE TITULOS A PAGAR"
                DISPLAY (01, 70) W-LOGIN
                DISPLAY (04, 01) "FORNECEDOR         : "
                DISPLAY (05, 01) "NUMERO DA NOTA     : "
                DISPLAY (06, 01) "PARCELA            : ".
       INC-002.
                ACCEPT  (04, 21) PAG-FORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF PAG-FORN = ZEROS
                   MOVE "*** FORNECEDOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-TEMFORN = "S"
                   MOVE PAG-FORN TO FORN-CODIGO
                   READ FORNEC
                   IF ST-ERRON = "00"
                      DISPLAY (04, 27) FORN-NOME
                   ELSE
                      DISPLAY (04, 27) "*** SEM CADASTRO ***".
       INC-003.
                ACCEPT  (05, 21) PAG-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
       INC-004.
                ACCEPT  (06, 21) PAG-PARC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-003.
                READ PAGAR
                IF ST-ERROPG NOT = "00"
                   MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM MOSTRA-TIT THRU MOSTRA-TIT-FIM
                IF PAG-QUITADO
                   MOVE "*** TITULO JA QUITADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      * DADOS DO PAGAMENTO (PADRAO: HOJE, SALDO INTEIRO)
      *
       PAG-001.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                MOVE DH-ANO TO W-PG-ANO W-ANOPER
                MOVE DH-MES TO W-PG-MES
                MOVE DH-DIA TO W-PG-DIA
                MOVE ZEROS  TO W-DESC W-JUR W-CC
                MOVE W-SALDO TO W-VLPG
                DISPLAY (15, 01) "DATA DO PAGAMENTO  : "
                DISPLAY (15, 32) "(AAAAMMDD)"
                DISPLAY (16, 01) "VALOR PAGO         : "
                DISPLAY (17, 01) "DESCONTO           : "
                DISPLAY (18, 01) "JUROS / MULTA      : "
                DISPLAY (19, 01) "CENTRO DE CUSTO    : "
                DISPLAY (19, 32) "(00 = NAO LANCAR NO OCA003)".
       PAG-002.
                ACCEPT  (15, 21) W-DTPAG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-PG-ANO = ZEROS OR W-PG-MES = ZEROS
                   OR W-PG-MES > 12 OR W-PG-DIA = ZEROS
                   OR W-PG-DIA > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-002.
       PAG-003.
                ACCEPT  (16, 21) W-VLPG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PAG-002.
       PAG-004.
                ACCEPT  (17, 21) W-DESC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PAG-003.
       PAG-005.
                ACCEPT  (18, 21) W-JUR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PAG-004.
                IF W-VLPG = ZEROS AND W-DESC = ZEROS
                   MOVE "*** INFORME O VALOR PAGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-003.
                COMPUTE W-NOVOSALDO = W-SALDO - W-VLPG - W-DESC
                                    + W-JUR
                IF W-NOVOSALDO < ZEROS
                   MOVE "*** PAGAMENTO MAIOR QUE O SALDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-003.
                MOVE W-NOVOSALDO TO MASC2
                DISPLAY (13, 40) "SALDO APOS A BAIXA: "
                DISPLAY (13, 60) MASC2.
      *
      * LANCAMENTO NO CENTRO DE CUSTO: SO EM MES ABERTO
      *
       PAG-006.
                ACCEPT  (19, 21) W-CC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PAG-005.
                IF W-CC = ZEROS OR W-VLPG = ZEROS
                   GO TO INC-OPC.
                IF W-PG-ANO NOT = W-ANOPER
                   MOVE "*** PAGAMENTO FORA DO EXERCICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-002.
                PERFORM ROT-PERLOCK THRU ROT-PERLOCK-FIM
                IF ST-ERROPE = "00"
                   IF PER-FECHADO
                      MOVE "*** PERIODO FECHADO (OCM027) ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE ZEROS TO W-CC
                      GO TO PAG-006.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA A BAIXA (S/N) : ".
                ACCEPT (23, 65) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PAG-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* BAIXA RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      * GRAVA A BAIXA NO TITULO E, SE PEDIDO, O LANCAMENTO NO OCA003
      *
       GRV-001.
                ADD W-VLPG TO PAG-VLPAGO
                ADD W-DESC TO PAG-DESCONTO
                ADD W-JUR  TO PAG-JUROS
                MOVE W-DTPAG TO PAG-DTPAGTO
                IF W-NOVOSALDO = ZEROS
                   MOVE "Q" TO PAG-SITUACAO.
                IF W-CC NOT = ZEROS
                   MOVE W-CC TO PAG-CCUSTO.
                MOVE W-LOGIN TO PAG-OPERADOR
                REWRITE REGPAG
                IF ST-ERROPG NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A" TO TRLH-OPER
                MOVE PAG-CHAVE TO TRLH-CHAVE
                MOVE "BAIXA DE TITULO A PAGAR" TO TRLH-DESCR
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                IF W-CC = ZEROS OR W-VLPG = ZEROS
                   GO TO GRV-FIM.
       GRV-002.
                MOVE W-CC TO OCC00301
                READ OCA003
                IF ST-ERRO3 NOT = "00"
                   MOVE W-CC TO OCC00301
                   MOVE W-CONTA-PAD TO OCC00302
                   PERFORM ZERA-MESES THRU ZERA-MESES-FIM
                   MOVE ZEROS TO OCC00305 OCC00306 OCC00307 OCC00308
                   WRITE REGOCA003
                   MOVE W-CC TO OCC00301
                   READ OCA003
                   IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO OCA003" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO GRV-FIM.
                ADD W-VLPG TO OCC00303(W-PG-MES)
                PERFORM ROT-TOTANUAL THRU ROT-TOTANUAL-FIM
                REWRITE REGOCA003
                IF ST-ERRO3 NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO OCA003" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-FIM.
                MOVE "A" TO TRLH-OPER
                MOVE OCC00301 TO TRLH-CHAVE
                MOVE "PAGAMENTO A FORNECEDOR" TO TRLH-DESCR
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
       GRV-FIM.
                MOVE "*** BAIXA GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *-------------------------------------------------------------
      * MOSTRA O TITULO LIDO E CALCULA O SALDO EM ABERTO
      *-------------------------------------------------------------
       MOSTRA-TIT.
                COMPUTE W-SALDO = PAG-VALOR - PAG-VLPAGO
                                - PAG-DESCONTO + PAG-JUROS
                MOVE PAG-EM-DIA TO W-DE-DIA
                MOVE PAG-EM-MES TO W-DE-MES
                MOVE PAG-EM-ANO TO W-DE-ANO
                DISPLAY (08, 01) "EMISSAO DA NOTA    : "
                DISPLAY (08, 22) W-DATAED
                MOVE PAG-VC-DIA TO W-DE-DIA
                MOVE PAG-VC-MES TO W-DE-MES
                MOVE PAG-VC-ANO TO W-DE-ANO
                DISPLAY (09, 01) "VENCIMENTO         : "
                DISPLAY (09, 22) W-DATAED
                MOVE PAG-VALOR TO MASC1
                DISPLAY (10, 01) "VALOR DO TITULO    : "
                DISPLAY (10, 22) MASC1
                MOVE PAG-VLPAGO TO MASC1
                DISPLAY (11, 01) "JA PAGO            : "
                DISPLAY (11, 22) MASC1
                MOVE PAG-DESCONTO TO MASC1
                DISPLAY (12, 01) "DESCONTOS          : "
                DISPLAY (12, 22) MASC1
                MOVE PAG-JUROS TO MASC1
                DISPLAY (12, 40) "JUROS: "
                DISPLAY (12, 47) MASC1
                MOVE W-SALDO TO MASC2
                DISPLAY (13, 01) "SALDO EM ABERTO    : "
                DISPLAY (13, 22) MASC2.
       MOSTRA-TIT-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * LANCAMENTO DO PAGAMENTO NO LANCCC.DAT (SERIE D, MES DO
      * PAGAMENTO)
      *-------------------------------------------------------------
       GRAVA-LANC.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                MOVE W-CC       TO LCC-CENTRO
                MOVE W-PG-ANO   TO LCC-ANO
                MOVE W-PG-MES   TO LCC-MESREF
                MOVE OCC00302   TO LCC-CONTA
                MOVE "D"        TO LCC-DC
                MOVE W-VLPG     TO LCC-VALOR
                MOVE DH-ANO     TO LCC-DTANO
                MOVE DH-MES     TO LCC-DTMES
                MOVE DH-DIA     TO LCC-DTDIA
                MOVE PAG-NUMERO TO LCC-DOCTO
                MOVE PAG-FORN   TO W-HP-FORN
                MOVE PAG-PARC   TO W-HP-PARC
                MOVE W-HISTPAG  TO LCC-HIST
                MOVE "CEP048"   TO LCC-PROG
                MOVE W-LOGIN    TO LCC-OPERADOR.
       GRAVA-LANC1.
                ADD 1 TO W-ULTLCC
                MOVE W-ULTLCC TO LCC-SEQ
                WRITE REGLCC
                IF ST-ERROLC = "22"
                   GO TO GRAVA-LANC1.
                IF ST-ERROLC NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO LANCCC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LANC-FIM.
                EXIT.
      *
       ACHAR-ULTLCC.
                MOVE ZEROS TO W-ULTLCC LCC-SEQ
                START LANCCC KEY IS NOT LESS LCC-SEQ
                      INVALID KEY GO TO ACHAR-ULTLCC-FIM.
       ACHAR-ULTLCC1.
                READ LANCCC NEXT
                IF ST-ERROLC NOT = "00"
                   GO TO ACHAR-ULTLCC-FIM.
                MOVE LCC-SEQ TO W-ULTLCC
                GO TO ACHAR-ULTLCC1.
       ACHAR-ULTLCC-FIM.
                EXIT.
      *
       ZERA-MESES.
                MOVE ZEROS TO IND.
       ZERA-MESES1.
                ADD 1 TO IND
                IF IND > 12
                   GO TO ZERA-MESES-FIM.
                MOVE ZEROS TO OCC00303(IND) OCC00304(IND)
                GO TO ZERA-MESES1.
       ZERA-MESES-FIM.
                EXIT.
      *
       ROT-TOTANUAL.
                MOVE ZEROS TO OCC00305 OCC00306 IND.
       ROT-TOTANUAL1.
                ADD 1 TO IND
                IF IND > 12
                   GO TO ROT-TOTANUAL-FIM.
                ADD OCC00303(IND) TO OCC00305
                ADD OCC00304(IND) TO OCC00306
                GO TO ROT-TOTANUAL1.
       ROT-TOTANUAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE PAGAR OCA003 ARQTRLH LANCCC
                IF W-TEMFORN = "S"
                   CLOSE FORNEC.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      *************************************************
      * CONTA DO DETALHE OCA003 QUANDO O REGISTRO DO  *
      * CENTRO PRECISA SER CRIADO: PARAMETRO          *
      * CONTA-PAGAMENTO, PADRAO 01                    *
      *************************************************
      *
       ROT-PARAMET.
                OPEN INPUT PARAMET
                IF ST-ERROW NOT = "00"
                   GO TO ROT-PARAMET-FIM.
                MOVE "CONTA-PAGAMENTO" TO PAR-NOME
                READ PARAMET
                IF ST-ERROW = "00"
                   IF PAR-VALOR(1:2) NUMERIC
                      MOVE PAR-VALOR(1:2) TO W-CONTA-PAD.
                CLOSE PARAMET.
       ROT-PARAMET-FIM.
                EXIT.
      *
      *************************************************
      * SITUACAO DO MES DO PAGAMENTO NO PERIODO.DAT   *
      * (SEM O ARQUIVO OU O REGISTRO, O MES ESTA      *
      * ABERTO)                                       *
      *************************************************
      *
       ROT-PERLOCK.
                MOVE "99" TO ST-ERROPE
                OPEN INPUT PERIODO
                IF ST-ERROPE NOT = "00"
                   GO TO ROT-PERLOCK-FIM.
                MOVE W-PG-ANO TO PER-ANO
                MOVE W-PG-MES TO PER-MES
                READ PERIODO
                CLOSE PERIODO.
       ROT-PERLOCK-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE TRILHA DE AUDITORIA *
      **********************
      *
       ROT-TRILHA.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE DH-ANO   TO TRLH-ANO
                MOVE DH-MES   TO TRLH-MES
                MOVE DH-DIA   TO TRLH-DIA
                MOVE TA-HH    TO TRLH-HH
                MOVE TA-MM    TO TRLH-MM
                MOVE TA-SS    TO TRLH-SS
                MOVE "CEP048" TO TRLH-PROG
                MOVE W-LOGIN  TO TRLH-OPERADOR
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
