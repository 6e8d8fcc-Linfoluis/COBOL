       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP053.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * ORDEM DE MONTAGEM / DESMONTAGEM DE *
      * KIT PELA ESTRUTURA (ESTRUT.DAT).   *
      * MONTAGEM: OS COMPONENTES SAEM DO   *
      * ALMOXARIFADO (MOVEST TIPO C) E O   *
      * KIT ENTRA NO MESMO ALMOXARIFADO    *
      * (TIPO M), COM O PRECO MEDIO        *
      * REFEITO PELO CUSTO DOS COMPONENTES *
      * (SOMA DE PRECMD X QUANTIDADE POR   *
      * KIT). DESMONTAGEM: O KIT SAI (C) E *
      * OS COMPONENTES VOLTAM (M) PELO     *
      * PRECO MEDIO QUE JA TEM.            *
      * ITEM PERECIVEL FICA DE FORA (O     *
      * LOTE E BAIXADO SO PELO CEP009).    *
      * ITEM SERIADO TAMBEM (A SERIE DE    *
      * CADA UNIDADE E EXIGIDA NO CEP009). *
      * CADA ORDEM VAI PARA O MONTAG.LOG.  *
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
       COPY HISTSEL.BOK.
       COPY AUDSEL.BOK.
       COPY MOVSEL.BOK.
       COPY JRNSEL.BOK.
       COPY ESTSEL.BOK.
       COPY MNTSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY HISTPRE.BOK.
       COPY AUDTRLH.BOK.
       COPY MOVEST.BOK.
       COPY JORNAL.BOK.
       COPY ESTRUT.BOK.
       COPY MONTAG.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERROK     PIC X(02) VALUE "00".
       77 ST-ERROMN    PIC X(02) VALUE "00".
       77 ST-ERROJ2    PIC X(02) VALUE "00".
       77 W-JRNID      PIC 9(06) VALUE ZEROS.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPER       PIC X(01) VALUE SPACES.
       77 W-KIT        PIC 9(06) VALUE ZEROS.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       77 W-SALDOKIT   PIC 9(05)V9 VALUE ZEROS.
       77 W-QTDKIT     PIC 9(05)V9 VALUE ZEROS.
       77 W-CUSTOKIT   PIC 9(06)V999 VALUE ZEROS.
       77 W-QTDMOV     PIC 9(05)V9 VALUE ZEROS.
       77 W-TIPOMOV    PIC X(01) VALUE SPACES.
       77 W-SOMA       PIC 9(05)V9 VALUE ZEROS.
       77 W-FALTA      PIC X(01) VALUE "N".
       77 W-ERRCOMP    PIC X(01) VALUE "N".
       77 W-QTDC       PIC 9(02) VALUE ZEROS.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
       01 W-VALKIT     PIC 9(09)V999 VALUE ZEROS.
      *
      * COMPONENTES DO KIT EM TELA (ATE 30; SO OS 10 PRIMEIROS
      * APARECEM NA LISTA, MAS TODOS SAO CONFERIDOS E BAIXADOS)
      *
       01 TAB-COMP.
          03 TC-LINHA OCCURS 30 TIMES.
             05 TC-CODPRO  PIC 9(06).
             05 TC-QTDKIT  PIC 9(05)V999.
             05 TC-QTDTOT  PIC 9(07)V9.
             05 TC-SALDO   PIC 9(05)V9.
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC ZZZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DET14     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC X(06) VALUE SPACES.
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
       01 OLD-DESCR    PIC X(30) VALUE SPACES.
       01 OLD-PRECMD   PIC 9(06)V999 VALUE ZEROS.
       01 OLD-QUANT    PIC 9(05)V9   VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
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
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O ALMOX
           IF ST-ERRO2 NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP1A.
           OPEN INPUT ESTRUT
           IF ST-ERROK NOT = "00"
               MOVE "*** CADASTRE A ESTRUTURA DOS KITS (CEP052) ***"
                                                                TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP2.
           OPEN EXTEND HISTPRE
           IF ST-ERRO3 NOT = "00"
               IF ST-ERRO3 = "30"
                      OPEN OUTPUT HISTPRE
                      CLOSE HISTPRE
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO HISTPRE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
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
                      GO TO ROT-FIM.
       INC-OP4.
           OPEN I-O MOVEST
           IF ST-ERROM NOT = "00"
               IF ST-ERROM = "30"
                      OPEN OUTPUT MOVEST
                      CLOSE MOVEST
                      GO TO INC-OP4
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO MOVEST" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP5.
           OPEN I-O JORNAL
           IF ST-ERROJ2 NOT = "00"
               IF ST-ERROJ2 = "30"
                      OPEN OUTPUT JORNAL
                      CLOSE JORNAL
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO JORNAL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP6.
           OPEN EXTEND ARQMNT
           IF ST-ERROMN NOT = "00"
               IF ST-ERROMN = "30"
                      OPEN OUTPUT ARQMNT
                      CLOSE ARQMNT
                      GO TO INC-OP6
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. MONTAG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-KIT W-ALMOX W-SALDOKIT W-QTDKIT
                               W-CUSTOKIT W-QTDC
                MOVE SPACES TO W-OPER
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "MONTAGEM / DESMONTAGEM DE KIT"
                DISPLAY (03, 01) "OPERACAO (M/D)         : "
                DISPLAY (04, 01) "CODIGO DO KIT          : "
                DISPLAY (05, 01) "DESCRICAO              : "
                DISPLAY (06, 01) "ALMOXARIFADO           : "
                DISPLAY (07, 01) "SALDO DO KIT NO ALMOX. : "
                DISPLAY (08, 01) "QUANTIDADE DE KITS     : "
                DISPLAY (09, 01) "CUSTO UNIT. DO KIT     : "
                DISPLAY (03, 40) "M=MONTAGEM  D=DESMONTAGEM".
       INC-002.
                ACCEPT  (03, 27) W-OPER
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPER = "m"
                   MOVE "M" TO W-OPER.
                IF W-OPER = "d"
                   MOVE "D" TO W-OPER.
                IF W-OPER NOT = "M" AND "D"
                   MOVE "*** OPERACAO INVALIDA (M/D) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (04, 27) W-KIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-KIT = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-KIT TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (05, 27) DESCR
                IF PERECIVEL = "S"
                   MOVE "*** KIT PERECIVEL - CONTROLE POR LOTE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF SERIADO = "S"
                   MOVE "*** KIT SERIADO - CONTROLE POR SERIE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-OPER = "M" AND NOT PROD-ATIVO
                   MOVE "*** KIT BLOQUEADO/DESCONTINUADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                PERFORM CARREGA-COMP THRU CARREGA-COMP-FIM
                IF W-QTDC = ZEROS
                   MOVE "*** KIT SEM ESTRUTURA (CEP052) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-ERRCOMP = "S"
                   MOVE "*** KIT COM MAIS DE 30 COMPONENTES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 27) W-ALMOX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-KIT   TO ALMOX-CODPRO
                MOVE W-ALMOX TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 = "00"
                   MOVE ALMOX-QUANT TO W-SALDOKIT
                ELSE
                   MOVE ZEROS TO W-SALDOKIT.
                DISPLAY (07, 27) W-SALDOKIT
                IF W-OPER = "D" AND W-SALDOKIT = ZEROS
                   MOVE "*** KIT SEM SALDO NESTE ALMOX. ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (08, 27) W-QTDKIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-QTDKIT = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-OPER = "D" AND W-QTDKIT > W-SALDOKIT
                   MOVE "*** QUANTIDADE MAIOR QUE O SALDO DO KIT ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                PERFORM CONFERE-COMP THRU CONFERE-COMP-FIM
                DISPLAY (09, 27) W-CUSTOKIT
                IF W-ERRCOMP = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-FALTA = "S"
                   MOVE "*** SALDO INSUFICIENTE DE COMPONENTE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-OPER = "D"
                   GO TO DESMONTA.
      *
      *-------------------------------------------------------------
      * MONTAGEM: BAIXA CADA COMPONENTE E DA ENTRADA NO KIT
      *-------------------------------------------------------------
       MONTA.
                MOVE 1 TO IND.
       MONTA-001.
                MOVE TC-CODPRO(IND) TO CODPRO
                MOVE TC-QTDTOT(IND) TO W-QTDMOV
                MOVE "C" TO W-TIPOMOV
                PERFORM ROT-LEG THRU ROT-LEG-FIM
                ADD 1 TO IND
                IF IND NOT > W-QTDC
                   GO TO MONTA-001.
                MOVE W-KIT    TO CODPRO
                MOVE W-QTDKIT TO W-QTDMOV
                MOVE "M" TO W-TIPOMOV
                PERFORM ROT-LEG THRU ROT-LEG-FIM
                MOVE "*** MONTAGEM EFETUADA ***" TO MENS
                GO TO GRV-MONTAG.
      *
      *-------------------------------------------------------------
      * DESMONTAGEM: BAIXA O KIT E DEVOLVE OS COMPONENTES
      *-------------------------------------------------------------
       DESMONTA.
                MOVE W-KIT    TO CODPRO
                MOVE W-QTDKIT TO W-QTDMOV
                MOVE "C" TO W-TIPOMOV
                PERFORM ROT-LEG THRU ROT-LEG-FIM
                MOVE 1 TO IND.
       DESMONTA-001.
                MOVE TC-CODPRO(IND) TO CODPRO
                MOVE TC-QTDTOT(IND) TO W-QTDMOV
                MOVE "M" TO W-TIPOMOV
                PERFORM ROT-LEG THRU ROT-LEG-FIM
                ADD 1 TO IND
                IF IND NOT > W-QTDC
                   GO TO DESMONTA-001.
                MOVE "*** DESMONTAGEM EFETUADA ***" TO MENS.
       GRV-MONTAG.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE DH-ANO     TO MNT-ANO
                MOVE DH-MES     TO MNT-MES
                MOVE DH-DIA     TO MNT-DIA
                MOVE TA-HH      TO MNT-HH
                MOVE TA-MM      TO MNT-MM
                MOVE TA-SS      TO MNT-SS
                MOVE W-OPER     TO MNT-OPER
                MOVE W-KIT      TO MNT-KIT
                MOVE W-ALMOX    TO MNT-ALMOX
                MOVE W-QTDKIT   TO MNT-QUANT
                MOVE W-CUSTOKIT TO MNT-CUSTO
                MOVE W-LOGIN    TO MNT-OPERADOR
                WRITE REGMNT
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *-------------------------------------------------------------
      * CARREGA OS COMPONENTES DO KIT DA ESTRUTURA
      *-------------------------------------------------------------
       CARREGA-COMP.
                MOVE ZEROS TO W-QTDC
                MOVE "N" TO W-ERRCOMP
                MOVE W-KIT TO EST-KIT
                MOVE ZEROS TO EST-COMP
                START ESTRUT KEY IS NOT LESS EST-CHAVE
                      INVALID KEY GO TO CARREGA-COMP-FIM.
       CARREGA-COMP1.
                READ ESTRUT NEXT
                IF ST-ERROK NOT = "00"
                   GO TO CARREGA-COMP-FIM.
                IF EST-KIT NOT = W-KIT
                   GO TO CARREGA-COMP-FIM.
                IF W-QTDC = 30
                   MOVE "S" TO W-ERRCOMP
                   GO TO CARREGA-COMP-FIM.
                ADD 1 TO W-QTDC
                MOVE EST-COMP  TO TC-CODPRO(W-QTDC)
                MOVE EST-QUANT TO TC-QTDKIT(W-QTDC)
                GO TO CARREGA-COMP1.
       CARREGA-COMP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * QUANTIDADE TOTAL E SALDO DE CADA COMPONENTE NO ALMOXARIFADO;
      * CUSTO DO KIT = SOMA DO PRECO MEDIO X QUANTIDADE POR KIT
      *-------------------------------------------------------------
       CONFERE-COMP.
                MOVE "N" TO W-FALTA W-ERRCOMP
                MOVE ZEROS TO W-VALKIT
                DISPLAY (11, 01)
           "COMP.   DESCRICAO                       NECESSARIO  SALDO"
                MOVE SPACES TO DET1
                MOVE 12 TO W-LINTELA.
       CONFERE-COMP0.
                DISPLAY (W-LINTELA, 01) DET1
                ADD 1 TO W-LINTELA
                IF W-LINTELA < 22
                   GO TO CONFERE-COMP0.
                MOVE 11 TO W-LINTELA
                MOVE 1 TO IND.
       CONFERE-COMP1.
                MOVE TC-CODPRO(IND) TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
                   MOVE "S" TO W-ERRCOMP
                   GO TO CONFERE-COMP-FIM.
                IF PERECIVEL = "S"
                   MOVE "*** COMPONENTE PERECIVEL - USAR O CEP009 ***"
                                                                TO MENS
                   MOVE "S" TO W-ERRCOMP
                   GO TO CONFERE-COMP-FIM.
                IF SERIADO = "S"
                   MOVE "*** COMPONENTE SERIADO - USAR O CEP009 ***"
                                                                TO MENS
                   MOVE "S" TO W-ERRCOMP
                   GO TO CONFERE-COMP-FIM.
                COMPUTE TC-QTDTOT(IND) ROUNDED =
                        W-QTDKIT * TC-QTDKIT(IND)
                IF TC-QTDTOT(IND) > 99999,9
                   MOVE "*** QUANTIDADE DE COMPONENTE EXCESSIVA ***"
                                                                TO MENS
                   MOVE "S" TO W-ERRCOMP
                   GO TO CONFERE-COMP-FIM.
                COMPUTE W-VALKIT = W-VALKIT + PRECMD * TC-QTDKIT(IND)
                MOVE TC-CODPRO(IND) TO ALMOX-CODPRO
                MOVE W-ALMOX        TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 = "00"
                   MOVE ALMOX-QUANT TO TC-SALDO(IND)
                ELSE
                   MOVE ZEROS TO TC-SALDO(IND).
                MOVE SPACES TO DET15
                IF W-OPER = "M" AND TC-QTDTOT(IND) > TC-SALDO(IND)
                   MOVE "S" TO W-FALTA
                   MOVE "FALTA" TO DET15.
                MOVE TC-CODPRO(IND) TO DET11
                MOVE DESCR          TO DET12
                MOVE TC-QTDTOT(IND) TO DET13
                MOVE TC-SALDO(IND)  TO DET14
                ADD 1 TO W-LINTELA
                IF W-LINTELA < 22
                   DISPLAY (W-LINTELA, 01) DET1.
                ADD 1 TO IND
                IF IND NOT > W-QTDC
                   GO TO CONFERE-COMP1.
                COMPUTE W-CUSTOKIT ROUNDED = W-VALKIT.
       CONFERE-COMP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * UMA PERNA DA ORDEM: ENTRADA (M) OU SAIDA (C) DE W-QTDMOV DO
      * PRODUTO CODPRO NO ALMOXARIFADO W-ALMOX, COM HISTPRE, TRILHA,
      * MOVEST, JORNAL E O CADASTRO REALINHADO PELA SOMA DOS ALMOX.
      * NA ENTRADA DO KIT MONTADO O PRECO MEDIO E REFEITO PELO
      * CUSTO DOS COMPONENTES.
      *-------------------------------------------------------------
       ROT-LEG.
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO PRODUTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-LEG-FIM.
                MOVE DESCR  TO OLD-DESCR
                MOVE PRECMD TO OLD-PRECMD
                MOVE QUANT  TO OLD-QUANT
                PERFORM ROT-JRNINI THRU ROT-JRNINI-FIM
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE CODPRO      TO HIST-CODPRO
                MOVE OLD-DESCR   TO HIST-DESCR
                MOVE OLD-PRECMD  TO HIST-PRECMD
                MOVE OLD-QUANT   TO HIST-QUANT
                MOVE DH-ANO      TO HIST-ANO
                MOVE DH-MES      TO HIST-MES
                MOVE DH-DIA      TO HIST-DIA
                MOVE TA-HH       TO HIST-HH
                MOVE TA-MM       TO HIST-MM
                MOVE TA-SS       TO HIST-SS
                WRITE REGHISTPRE
                IF W-TIPOMOV = "M" AND W-OPER = "M"
                   IF W-CUSTOKIT NOT = ZEROS
                      COMPUTE PRECMD ROUNDED =
                              ((OLD-QUANT * OLD-PRECMD)
                               + (W-QTDMOV * W-CUSTOKIT))
                              / (OLD-QUANT + W-QTDMOV).
                MOVE CODPRO  TO ALMOX-CODPRO
                MOVE W-ALMOX TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 = "00"
                   IF W-TIPOMOV = "M"
                      COMPUTE ALMOX-QUANT = ALMOX-QUANT + W-QTDMOV
                      MOVE "A" TO TRLH-OPER
                      REWRITE REGALMOX
                   ELSE
                      COMPUTE ALMOX-QUANT = ALMOX-QUANT - W-QTDMOV
                      MOVE "A" TO TRLH-OPER
                      REWRITE REGALMOX
                ELSE
                   MOVE W-QTDMOV TO ALMOX-QUANT
                   MOVE "I" TO TRLH-OPER
                   WRITE REGALMOX.
                IF ST-ERRO2 NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ALMOX" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-LEG-FIM.
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                MOVE W-TIPOMOV TO MOV-TIPO
                MOVE W-ALMOX   TO MOV-ALMOX
                MOVE W-QTDMOV  TO MOV-QUANT
                MOVE W-OPER    TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM.
      *
      * RECALCULA QUANT/VRESTOQ DO PRODUTO SOMANDO OS ALMOXARIFADOS
      *
       ROT-LEG1.
                MOVE ZEROS TO W-SOMA
                MOVE CODPRO TO ALMOX-CODPRO
                MOVE ZEROS  TO ALMOX-NUMERO
                START ALMOX KEY IS NOT LESS ALMOX-CHAVE
                      INVALID KEY GO TO ROT-LEG3.
       ROT-LEG2.
                READ ALMOX NEXT
                IF ST-ERRO2 NOT = "00"
                   GO TO ROT-LEG3.
                IF ALMOX-CODPRO NOT = CODPRO
                   GO TO ROT-LEG3.
                ADD ALMOX-QUANT TO W-SOMA
                GO TO ROT-LEG2.
       ROT-LEG3.
                MOVE W-SOMA TO QUANT
                COMPUTE VRESTOQ = QUANT * PRECMD
                REWRITE REGPRO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRODUTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-LEG-FIM.
                PERFORM ROT-JRNFIM THRU ROT-JRNFIM-FIM.
       ROT-LEG-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE PRODUTO ALMOX ESTRUT HISTPRE ARQTRLH MOVEST
                      JORNAL ARQMNT
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
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
                MOVE DH-ANO      TO TRLH-ANO
                MOVE DH-MES      TO TRLH-MES
                MOVE DH-DIA      TO TRLH-DIA
                MOVE TA-HH       TO TRLH-HH
                MOVE TA-MM       TO TRLH-MM
                MOVE TA-SS       TO TRLH-SS
                MOVE "CEP053"    TO TRLH-PROG
                MOVE ALMOX-CHAVE TO TRLH-CHAVE
                MOVE DESCR       TO TRLH-DESCR
                MOVE W-LOGIN     TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
                EXIT.
      *
      ***********************************
      * ROTINA DE GRAVACAO DO MOVIMENTO *
      * DE ESTOQUE (KARDEX / MOVEST)    *
      ***********************************
      *
       ROT-MOVEST.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE CODPRO   TO MOV-CODPRO
                MOVE DH-ANO   TO MOV-ANO
                MOVE DH-MES   TO MOV-MES
                MOVE DH-DIA   TO MOV-DIA
                MOVE TA-HH    TO MOV-HH
                MOVE TA-MM    TO MOV-MM
                MOVE TA-SS    TO MOV-SS
                MOVE ZEROS    TO MOV-SEQ MOV-REQUIS MOV-CCUSTO
                              MOV-PEDIDO
                MOVE "CEP053" TO MOV-PROG.
       ROT-MOVEST1.
                WRITE REGMOV
                IF ST-ERROM = "22"
                   ADD 1 TO MOV-SEQ
                   GO TO ROT-MOVEST1.
                IF ST-ERROM NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-MOVEST-FIM.
                EXIT.
      *
      ***********************************
      * JORNAL DE LANCAMENTO: INTENCAO  *
      * ANTES DE POSTAR, COMPLETO AO    *
      * FIM (RECUPERACAO PELO CEP042)   *
      ***********************************
      *
       ROT-JRNINI.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE ZEROS TO W-JRNID JRN-ID
                START JORNAL KEY IS NOT LESS JRN-ID
                      INVALID KEY GO TO ROT-JRNINI2.
       ROT-JRNINI1.
                READ JORNAL NEXT
                IF ST-ERROJ2 = "00"
                   MOVE JRN-ID TO W-JRNID
                   GO TO ROT-JRNINI1.
       ROT-JRNINI2.
                COMPUTE JRN-ID = W-JRNID + 1
                MOVE JRN-ID    TO W-JRNID
                MOVE "CEP053"  TO JRN-PROG
                MOVE CODPRO    TO JRN-CODPRO
                MOVE W-ALMOX   TO JRN-ALMOX
                MOVE DH-ANO    TO JRN-ANO
                MOVE DH-MES    TO JRN-MES
                MOVE DH-DIA    TO JRN-DIA
                MOVE TA-HH     TO JRN-HH
                MOVE TA-MM     TO JRN-MM
                MOVE TA-SS     TO JRN-SS
                MOVE W-TIPOMOV TO JRN-TIPO
                MOVE W-QTDMOV  TO JRN-QUANT
                MOVE ZEROS     TO JRN-PEDIDO
                MOVE SPACES    TO JRN-LOTE
                MOVE "I"       TO JRN-SITUACAO
                MOVE W-LOGIN   TO JRN-OPERADOR
                WRITE REGJRN.
       ROT-JRNINI-FIM.
                EXIT.
      *
       ROT-JRNFIM.
                IF W-JRNID = ZEROS
                   GO TO ROT-JRNFIM-FIM.
                MOVE W-JRNID TO JRN-ID
                READ JORNAL
                IF ST-ERROJ2 = "00"
                   MOVE "C" TO JRN-SITUACAO
                   REWRITE REGJRN.
       ROT-JRNFIM-FIM.
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
