       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP060.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * EMPRESTIMO DE FERRAMENTAS E        *
      * EQUIPAMENTOS (ITEM RETORNAVEL DO   *
      * CADASTRO DE PRODUTO).              *
      * RETIRADA: REGISTRA FUNCIONARIO,    *
      * CENTRO DE CUSTO, DEVOLUCAO         *
      * PREVISTA E QUANTIDADE, QUE SAI DO  *
      * ALMOXARIFADO (MOVEST TIPO L).      *
      * DEVOLUCAO: O ITEM VOLTA (TIPO R);  *
      * A PARTE AVARIADA/PERDIDA VOLTA NO  *
      * R E SAI NUMA SAIDA NORMAL (TIPO S) *
      * COM O MOTIVO (MOTIVO.DAT) E O      *
      * CENTRO DE CUSTO DO EMPRESTIMO.     *
      * ITEM PERECIVEL FICA DE FORA (O     *
      * LOTE E BAIXADO SO PELO CEP009).    *
      * ITEM SERIADO TAMBEM (A SERIE DE    *
      * CADA UNIDADE E EXIGIDA NO CEP009). *
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
       COPY EMPSEL.BOK.
       COPY RESSEL.BOK.
       COPY MOTSEL.BOK.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERROC1
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
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
       COPY EMPREST.BOK.
       COPY RESERVA.BOK.
       COPY MOTIVO.BOK.
       COPY OCA001.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERROJ2    PIC X(02) VALUE "00".
       77 ST-ERROEP    PIC X(02) VALUE "00".
       77 ST-ERRORS    PIC X(02) VALUE "00".
       77 ST-ERROMT    PIC X(02) VALUE "00".
       77 ST-ERROC1    PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-TEMRES     PIC X(01) VALUE "N".
       77 W-TEMMOT     PIC X(01) VALUE "N".
       77 W-TEMCC      PIC X(01) VALUE "N".
       77 W-JRNID      PIC 9(06) VALUE ZEROS.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPER       PIC X(01) VALUE SPACES.
       77 W-MATRIC     PIC 9(06) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-CCUSTO     PIC 9(02) VALUE ZEROS.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       77 W-RESERV     PIC 9(06)V9 VALUE ZEROS.
       77 W-DISP       PIC S9(06)V9 VALUE ZEROS.
       77 W-QTDEMP     PIC 9(05)V9 VALUE ZEROS.
       77 W-NUMEMP     PIC 9(06) VALUE ZEROS.
       77 W-ULTEMP     PIC 9(06) VALUE ZEROS.
       77 W-PEND       PIC 9(05)V9 VALUE ZEROS.
       77 W-QTDDEV     PIC 9(05)V9 VALUE ZEROS.
       77 W-QTDBX      PIC 9(05)V9 VALUE ZEROS.
       77 W-SOMADEV    PIC 9(06)V9 VALUE ZEROS.
       77 W-MOTIVO     PIC X(01) VALUE SPACES.
       77 W-QTDMOV     PIC 9(05)V9 VALUE ZEROS.
       77 W-TIPOMOV    PIC X(01) VALUE SPACES.
       77 W-MOTMOV     PIC X(01) VALUE SPACES.
       77 W-SOMA       PIC 9(05)V9 VALUE ZEROS.
       77 W-ERRLEG     PIC X(01) VALUE "N".
       77 W-ABERTOS    PIC 9(03) VALUE ZEROS.
       77 W-ATRASOS    PIC 9(03) VALUE ZEROS.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DTPREV     PIC 9(08) VALUE ZEROS.
       01 W-DTPREV-T REDEFINES W-DTPREV.
          03 W-DP-ANO  PIC 9(04).
          03 W-DP-MES  PIC 9(02).
          03 W-DP-DIA  PIC 9(02).
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(22) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET16     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET17     PIC 99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 DET18     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET19     PIC X(08) VALUE SPACES.
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
           OPEN I-O EMPREST
           IF ST-ERROEP NOT = "00"
               IF ST-ERROEP = "30"
                      OPEN OUTPUT EMPREST
                      CLOSE EMPREST
                      GO TO INC-OP6
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO EMPREST" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * RESERVAS, MOTIVOS E CENTROS DE CUSTO SAO OPCIONAIS, COMO
      * NA SAIDA AVULSA (CEP009)
      *
       INC-OP7.
           OPEN INPUT RESERVA
           IF ST-ERRORS = "00"
              MOVE "S" TO W-TEMRES
           ELSE
              MOVE "N" TO W-TEMRES.
           OPEN INPUT MOTIVO
           IF ST-ERROMT = "00"
              MOVE "S" TO W-TEMMOT
           ELSE
              MOVE "N" TO W-TEMMOT.
           OPEN INPUT OCA001
           IF ST-ERROC1 = "00"
              MOVE "S" TO W-TEMCC
           ELSE
              MOVE "N" TO W-TEMCC.
       INC-001.
                MOVE ZEROS  TO W-MATRIC W-CCUSTO W-ALMOX W-QTDEMP
                               W-NUMEMP W-PEND W-QTDDEV W-QTDBX
                               W-DTPREV
                MOVE SPACES TO W-OPER W-NOME W-MOTIVO
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15)
                        "EMPRESTIMO DE FERRAMENTAS E EQUIPAMENTOS"
                DISPLAY (03, 01) "OPERACAO (R/D)         : "
                DISPLAY (03, 40) "R=RETIRADA  D=DEVOLUCAO".
       INC-002.
                ACCEPT  (03, 27) W-OPER
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPER = "r"
                   MOVE "R" TO W-OPER.
                IF W-OPER = "d"
                   MOVE "D" TO W-OPER.
                IF W-OPER NOT = "R" AND "D"
                   MOVE "*** OPERACAO INVALIDA (R/D) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 01) "MATRICULA              : "
                IF W-OPER = "D"
                   GO TO DEV-001.
                DISPLAY (06, 01) "NOME DO FUNCIONARIO    : "
                DISPLAY (07, 01) "CENTRO DE CUSTO        : "
                DISPLAY (08, 01) "CODIGO DO PRODUTO      : "
                DISPLAY (09, 01) "DESCRICAO              : "
                DISPLAY (10, 01) "ALMOXARIFADO           : "
                DISPLAY (11, 01) "DISPONIVEL NO ALMOX.   : "
                DISPLAY (12, 01) "QUANTIDADE EMPRESTADA  : "
                DISPLAY (13, 01) "DEVOLUCAO PREVISTA     : "
                DISPLAY (13, 40) "(AAAAMMDD)".
      *
      *-------------------------------------------------------------
      * RETIRADA
      *-------------------------------------------------------------
       INC-003.
                ACCEPT (05, 27) W-MATRIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-MATRIC = ZEROS
                   MOVE "*** MATRICULA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      * O NOME VEM DO ULTIMO EMPRESTIMO DA MATRICULA, SE HOUVER
      *
                PERFORM CONTA-EMP THRU CONTA-EMP-FIM
                DISPLAY (05, 36) "EM ABERTO: " W-ABERTOS
                                 "  ATRASADOS: " W-ATRASOS.
       INC-004.
                ACCEPT (06, 27) W-NOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-NOME = SPACES
                   MOVE "*** NOME DO FUNCIONARIO OBRIGATORIO ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 27) W-CCUSTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-TEMCC = "S" AND W-CCUSTO NOT = ZEROS
                   MOVE W-CCUSTO TO OCC00101
                   READ OCA001
                   IF ST-ERROC1 NOT = "00"
                      MOVE "*** CENTRO NAO CADASTRADO (OCM001) ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005
                   ELSE
                      DISPLAY (07, 31) OCC00102.
       INC-006.
                ACCEPT (08, 27) CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CODPRO = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                DISPLAY (09, 27) DESCR
                IF RETORNAVEL NOT = "S"
                   MOVE "*** ITEM NAO RETORNAVEL - USAR O CEP009 ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF PERECIVEL = "S"
                   MOVE "*** ITEM PERECIVEL - CONTROLE POR LOTE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF SERIADO = "S"
                   MOVE "*** ITEM SERIADO - CONTROLE POR SERIE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                MOVE ALMOXARIFADO TO W-ALMOX
                ACCEPT (10, 27) W-ALMOX WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE CODPRO  TO ALMOX-CODPRO
                MOVE W-ALMOX TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** PRODUTO SEM SALDO NESTE ALMOX. ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                PERFORM SOMA-RESERVAS THRU SOMA-RESERVAS-FIM
                COMPUTE W-DISP = ALMOX-QUANT - W-RESERV
                IF W-DISP < ZEROS
                   MOVE ZEROS TO W-DISP.
                DISPLAY (11, 27) W-DISP
                IF W-DISP = ZEROS
                   MOVE "*** SEM SALDO DISPONIVEL NESTE ALMOX. ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (12, 27) W-QTDEMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-QTDEMP = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF W-QTDEMP > W-DISP
                   MOVE "*** QUANTIDADE MAIOR QUE O DISPONIVEL ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                IF W-DTPREV = ZEROS
                   MOVE W-HOJE TO W-DTPREV.
                ACCEPT (13, 27) W-DTPREV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-DP-ANO = ZEROS OR W-DP-MES = ZEROS OR W-DP-MES > 12
                   OR W-DP-DIA = ZEROS OR W-DP-DIA > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF W-DTPREV < W-HOJE
                   MOVE "*** DEVOLUCAO PREVISTA JA PASSOU ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      * SAIDA DO ALMOXARIFADO (L) E GRAVACAO DO EMPRESTIMO
      *
       RET-001.
                MOVE W-QTDEMP TO W-QTDMOV
                MOVE "L"      TO W-TIPOMOV
                MOVE SPACE    TO W-MOTMOV
                PERFORM ROT-LEG THRU ROT-LEG-FIM
                IF W-ERRLEG = "S"
                   GO TO INC-001.
                MOVE ZEROS TO W-ULTEMP EMP-NUMERO
                START EMPREST KEY IS NOT LESS EMP-NUMERO
                      INVALID KEY GO TO RET-003.
       RET-002.
                READ EMPREST NEXT
                IF ST-ERROEP = "00"
                   MOVE EMP-NUMERO TO W-ULTEMP
                   GO TO RET-002.
       RET-003.
                COMPUTE EMP-NUMERO = W-ULTEMP + 1
                MOVE W-MATRIC   TO EMP-MATRIC
                MOVE W-NOME     TO EMP-NOME
                MOVE CODPRO     TO EMP-CODPRO
                MOVE W-ALMOX    TO EMP-ALMOX
                MOVE W-QTDEMP   TO EMP-QUANT
                MOVE ZEROS      TO EMP-QTDDEV EMP-QTDBX EMP-DTDEV
                MOVE W-CCUSTO   TO EMP-CCUSTO
                MOVE W-HOJE     TO EMP-DTSAI
                MOVE W-DTPREV   TO EMP-DTPREV
                MOVE "A"        TO EMP-SITUACAO
                MOVE W-LOGIN    TO EMP-OPERADOR
                WRITE REGEMP
                IF ST-ERROEP NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO EMPREST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE EMP-NUMERO TO W-NUMEMP
                DISPLAY (15, 01) "EMPRESTIMO NUMERO      : " W-NUMEMP
                MOVE "*** EMPRESTIMO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *-------------------------------------------------------------
      * DEVOLUCAO: LISTA OS EMPRESTIMOS EM ABERTO DA MATRICULA
      *-------------------------------------------------------------
       DEV-001.
                ACCEPT (05, 27) W-MATRIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-MATRIC = ZEROS
                   MOVE "*** MATRICULA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-001.
                PERFORM LISTA-EMP THRU LISTA-EMP-FIM
                IF W-ABERTOS = ZEROS
                   MOVE "*** FUNCIONARIO SEM EMPRESTIMO EM ABERTO ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-001.
                DISPLAY (05, 36) W-NOME
                DISPLAY (17, 01) "NUMERO DO EMPRESTIMO   : "
                DISPLAY (18, 01) "QUANTIDADE DEVOLVIDA   : "
                DISPLAY (19, 01) "AVARIADA / PERDIDA     : "
                DISPLAY (20, 01) "MOTIVO DA BAIXA        : ".
       DEV-002.
                ACCEPT (17, 27) W-NUMEMP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEV-001.
                MOVE W-NUMEMP TO EMP-NUMERO
                READ EMPREST
                IF ST-ERROEP NOT = "00"
                   MOVE "*** EMPRESTIMO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-002.
                IF EMP-MATRIC NOT = W-MATRIC
                   MOVE "*** EMPRESTIMO DE OUTRO FUNCIONARIO ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-002.
                IF NOT EMP-ABERTO
                   MOVE "*** EMPRESTIMO JA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-002.
                COMPUTE W-PEND = EMP-QUANT - EMP-QTDDEV - EMP-QTDBX
                MOVE EMP-CODPRO TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-002.
                DISPLAY (17, 36) "PENDENTE: " W-PEND
                MOVE W-PEND TO W-QTDDEV
                MOVE ZEROS  TO W-QTDBX.
       DEV-003.
                ACCEPT (18, 27) W-QTDDEV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEV-002.
                IF W-QTDDEV > W-PEND
                   MOVE "*** QUANTIDADE MAIOR QUE O PENDENTE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-003.
       DEV-004.
                ACCEPT (19, 27) W-QTDBX WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEV-003.
                COMPUTE W-SOMADEV = W-QTDDEV + W-QTDBX
                IF W-SOMADEV = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-003.
                IF W-SOMADEV > W-PEND
                   MOVE "*** DEVOLVIDA + PERDIDA ACIMA DO PENDENTE ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-004.
                IF W-QTDBX = ZEROS
                   MOVE SPACES TO W-MOTIVO
                   DISPLAY (20, 27) W-MOTIVO
                   GO TO DEV-OPC.
                IF W-MOTIVO = SPACES
                   MOVE "P" TO W-MOTIVO.
       DEV-005.
                ACCEPT (20, 27) W-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEV-004.
                IF W-MOTIVO NOT < "a" AND NOT > "z"
                   INSPECT W-MOTIVO CONVERTING
                      "abcdefghijklmnopqrstuvwxyz" TO
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                IF W-TEMMOT = "S"
                   MOVE W-MOTIVO TO MOT-COD
                   READ MOTIVO
                   IF ST-ERROMT NOT = "00"
                      MOVE "*** MOTIVO NAO CADASTRADO (CEP038) ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO DEV-005
                   ELSE
                      DISPLAY (20, 30) MOT-DESC
                      GO TO DEV-OPC.
                IF W-MOTIVO NOT = "C" AND "P" AND "V" AND "S"
                   MOVE "*** MOTIVO INVALIDO (C/P/V/S) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-005.
       DEV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEV-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-OPC.
      *
      * TUDO O QUE SAI DO EMPRESTIMO VOLTA AO ALMOXARIFADO (R); A
      * PARTE AVARIADA/PERDIDA SAI EM SEGUIDA COMO SAIDA NORMAL (S)
      * NO CENTRO DE CUSTO DO EMPRESTIMO
      *
       DEV-006.
                MOVE EMP-ALMOX  TO W-ALMOX
                MOVE EMP-CCUSTO TO W-CCUSTO
                MOVE W-SOMADEV  TO W-QTDMOV
                MOVE "R"        TO W-TIPOMOV
                MOVE SPACE      TO W-MOTMOV
                PERFORM ROT-LEG THRU ROT-LEG-FIM
                IF W-ERRLEG = "S"
                   GO TO INC-001.
                IF W-QTDBX = ZEROS
                   GO TO DEV-007.
                MOVE W-QTDBX    TO W-QTDMOV
                MOVE "S"        TO W-TIPOMOV
                MOVE W-MOTIVO   TO W-MOTMOV
                PERFORM ROT-LEG THRU ROT-LEG-FIM
                IF W-ERRLEG = "S"
                   GO TO INC-001.
       DEV-007.
                MOVE W-NUMEMP TO EMP-NUMERO
                READ EMPREST
                IF ST-ERROEP NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO EMPREST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD W-QTDDEV TO EMP-QTDDEV
                ADD W-QTDBX  TO EMP-QTDBX
                MOVE W-HOJE  TO EMP-DTDEV
                IF EMP-QTDDEV + EMP-QTDBX NOT < EMP-QUANT
                   MOVE "F" TO EMP-SITUACAO.
                REWRITE REGEMP
                IF ST-ERROEP NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO EMPREST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF EMP-FECHADO
                   MOVE "*** DEVOLUCAO TOTAL - EMPRESTIMO FECHADO ***"
                                                                TO MENS
                ELSE
                   MOVE "*** DEVOLUCAO PARCIAL REGISTRADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *-------------------------------------------------------------
      * CONTA OS EMPRESTIMOS EM ABERTO (E ATRASADOS) DA MATRICULA
      * PELA CHAVE2 E TRAZ O NOME DO ULTIMO EMPRESTIMO
      *-------------------------------------------------------------
       CONTA-EMP.
                MOVE ZEROS TO W-ABERTOS W-ATRASOS
                MOVE W-MATRIC TO EMP-MATRIC
                START EMPREST KEY IS EQUAL EMP-MATRIC
                      INVALID KEY GO TO CONTA-EMP-FIM.
       CONTA-EMP1.
                READ EMPREST NEXT
                IF ST-ERROEP NOT = "00"
                   GO TO CONTA-EMP-FIM.
                IF EMP-MATRIC NOT = W-MATRIC
                   GO TO CONTA-EMP-FIM.
                MOVE EMP-NOME TO W-NOME
                IF EMP-ABERTO
                   ADD 1 TO W-ABERTOS
                   IF EMP-DTPREV < W-HOJE
                      ADD 1 TO W-ATRASOS.
                GO TO CONTA-EMP1.
       CONTA-EMP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * LISTA NA TELA OS EMPRESTIMOS EM ABERTO DA MATRICULA (ATE 9;
      * O PRIMEIRO VEM SUGERIDO PARA A DEVOLUCAO)
      *-------------------------------------------------------------
       LISTA-EMP.
                MOVE ZEROS TO W-ABERTOS
                MOVE SPACES TO DET1
                MOVE 07 TO W-LINTELA.
       LISTA-EMP0.
                DISPLAY (W-LINTELA, 01) DET1
                ADD 1 TO W-LINTELA
                IF W-LINTELA < 17
                   GO TO LISTA-EMP0.
                DISPLAY (07, 01)
           "NUMERO CODIGO DESCRICAO              AL PENDENTE  PREVISTA"
                MOVE 07 TO W-LINTELA
                MOVE W-MATRIC TO EMP-MATRIC
                START EMPREST KEY IS EQUAL EMP-MATRIC
                      INVALID KEY GO TO LISTA-EMP-FIM.
       LISTA-EMP1.
                READ EMPREST NEXT
                IF ST-ERROEP NOT = "00"
                   GO TO LISTA-EMP-FIM.
                IF EMP-MATRIC NOT = W-MATRIC
                   GO TO LISTA-EMP-FIM.
                MOVE EMP-NOME TO W-NOME
                IF NOT EMP-ABERTO
                   GO TO LISTA-EMP1.
                ADD 1 TO W-ABERTOS
                IF W-ABERTOS = 1
                   MOVE EMP-NUMERO TO W-NUMEMP.
                MOVE EMP-CODPRO TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*SEM CADASTRO*" TO DESCR.
                MOVE EMP-NUMERO  TO DET11
                MOVE EMP-CODPRO  TO DET12
                MOVE DESCR       TO DET13
                MOVE EMP-ALMOX   TO DET14
                COMPUTE DET15 = EMP-QUANT - EMP-QTDDEV - EMP-QTDBX
                MOVE EMP-PRV-DIA TO DET16
                MOVE EMP-PRV-MES TO DET17
                MOVE EMP-PRV-ANO TO DET18
                MOVE SPACES TO DET19
                IF EMP-DTPREV < W-HOJE
                   MOVE "ATRASADO" TO DET19.
                ADD 1 TO W-LINTELA
                IF W-LINTELA < 17
                   DISPLAY (W-LINTELA, 01) DET1.
                GO TO LISTA-EMP1.
       LISTA-EMP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * SOMA AS RESERVAS ATIVAS DO PRODUTO NO ALMOXARIFADO
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
      *-------------------------------------------------------------
      * UMA PERNA DO EMPRESTIMO: RETORNO (R) OU SAIDA (L/S) DE
      * W-QTDMOV DO PRODUTO CODPRO NO ALMOXARIFADO W-ALMOX, COM
      * HISTPRE, TRILHA, MOVEST, JORNAL E O CADASTRO REALINHADO PELA
      * SOMA DOS ALMOX. W-ERRLEG = S QUANDO A PERNA NAO FOI GRAVADA.
      *-------------------------------------------------------------
       ROT-LEG.
                MOVE "S" TO W-ERRLEG
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
                MOVE CODPRO  TO ALMOX-CODPRO
                MOVE W-ALMOX TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 = "00"
                   IF W-TIPOMOV = "R"
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
                MOVE W-MOTMOV  TO MOV-MOTIVO
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
                PERFORM ROT-JRNFIM THRU ROT-JRNFIM-FIM
                MOVE "N" TO W-ERRLEG.
       ROT-LEG-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE PRODUTO ALMOX HISTPRE ARQTRLH MOVEST JORNAL
                      EMPREST
                IF W-TEMRES = "S"
                   CLOSE RESERVA.
                IF W-TEMMOT = "S"
                   CLOSE MOTIVO.
                IF W-TEMCC = "S"
                   CLOSE OCA001.
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
                MOVE "CEP060"    TO TRLH-PROG
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
                MOVE ZEROS    TO MOV-SEQ MOV-REQUIS MOV-PEDIDO
                MOVE W-CCUSTO TO MOV-CCUSTO
                MOVE "CEP060" TO MOV-PROG.
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
                MOVE "CEP060"  TO JRN-PROG
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
