       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP070.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * PEDIDO DE VENDA (PEDVEN/PVITEM)    *
      * DIGITACAO DO PEDIDO (ATE 12 ITENS) *
      * PARA CLIENTE ATIVO DO CEP069. O    *
      * PRECO SUGERIDO E O PRECMD MAIS A   *
      * MARGEM DO GRUPO (CEP040).          *
      * S = GRAVA DIGITADO (D)             *
      * C = CONFIRMA: CONFERE O DISPONIVEL *
      *     E RESERVA NO RESERVA.DAT       *
      * X = CANCELA (LIBERA AS RESERVAS)   *
      * A ENTREGA E FEITA PELO CEP071.     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PVSEL.BOK.
       COPY PVISEL.BOK.
       COPY CLISEL.BOK.
       COPY PRODUSEL.BOK.
       COPY ALMOXSEL.BOK.
       COPY GRUSEL.BOK.
       COPY RESSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PEDVEN.BOK.
       COPY PVITEM.BOK.
       COPY CLIENTE.BOK.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY GRUPO.BOK.
       COPY RESERVA.BOK.
       COPY AUDTRLH.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERROG     PIC X(02) VALUE "00".
       77 ST-ERRORS    PIC X(02) VALUE "00".
       77 ST-ERROCL    PIC X(02) VALUE "00".
       77 ST-ERROPV    PIC X(02) VALUE "00".
       77 ST-ERROPI    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-TEMGRU     PIC X(01) VALUE "N".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NUMPED     PIC 9(06) VALUE ZEROS.
       77 W-NOVO       PIC X(01) VALUE "N".
       77 W-QTDIT      PIC 9(02) VALUE ZEROS.
       77 W-IT         PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-JX         PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-CODPRO     PIC 9(06) VALUE ZEROS.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       77 W-QUANT      PIC 9(05)V9 VALUE ZEROS.
       77 W-PRECO      PIC 9(07)V99 VALUE ZEROS.
       77 W-RESERV     PIC 9(06)V9 VALUE ZEROS.
       77 W-JAPED      PIC 9(06)V9 VALUE ZEROS.
       01 W-DISP       PIC S9(06)V9 VALUE ZEROS.
       77 W-MAXSEQ     PIC 9(03) VALUE ZEROS.
       77 W-TOTAL      PIC 9(09)V99 VALUE ZEROS.
       77 W-VLITEM     PIC 9(09)V99 VALUE ZEROS.
       01 W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
      *
      * A RESERVA DO PEDIDO LEVA "PEDVEN" + NUMERO NO RES-SOLIC; O
      * CEP027 RECONHECE O PREFIXO E NAO DEIXA MEXER NELA
      *
       01 W-SOLIC.
          03 FILLER     PIC X(06) VALUE "PEDVEN".
          03 W-SOLNUM   PIC 9(06) VALUE ZEROS.
       01 W-MENSIT.
          03 FILLER     PIC X(09) VALUE "*** ITEM ".
          03 W-MENSIT-N PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(30) VALUE
             " SEM SALDO DISPONIVEL ***".
      *
      * ITENS DO PEDIDO EM TELA (GRAVADOS TODOS DE UMA VEZ NO PVITEM)
      *
       01 TAB-ITENS.
          03 TI-REG OCCURS 12 TIMES.
             05 TI-CODPRO   PIC 9(06).
             05 TI-DESCR    PIC X(20).
             05 TI-ALMOX    PIC 9(01).
             05 TI-QUANT    PIC 9(05)V9.
             05 TI-PRECO    PIC 9(07)V99.
             05 TI-GRUPO    PIC 9(02).
             05 TI-RESSEQ   PIC 9(03).
       01 DET1.
          03 DET11     PIC Z9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(06).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(20).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC 9(01).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZ9,9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZZZ9,99.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC ZZZZZZZZ9,99.
       01 W-TOTALED    PIC ZZZ.ZZZ.ZZ9,99.
       01 W-SALDOED    PIC ZZZZ9,9.
       01 W-RESERVED   PIC ZZZZ9,9.
       01 W-DISPED     PIC -ZZZZ9,9.
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
           OPEN I-O PEDVEN
           IF ST-ERROPV NOT = "00"
               IF ST-ERROPV = "30"
                      OPEN OUTPUT PEDVEN
                      CLOSE PEDVEN
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PEDVEN" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O PVITEM
           IF ST-ERROPI NOT = "00"
               IF ST-ERROPI = "30"
                      OPEN OUTPUT PVITEM
                      CLOSE PVITEM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PVITEM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE PEDVEN
                      GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT CLIENTE
           IF ST-ERROCL NOT = "00"
               MOVE "*** SEM CADASTRO DE CLIENTES (CEP069) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PEDVEN PVITEM
               GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PEDVEN PVITEM CLIENTE
               GO TO ROT-FIMP.
       INC-OP4.
           OPEN INPUT ALMOX
           IF ST-ERRO2 NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PEDVEN PVITEM CLIENTE PRODUTO
               GO TO ROT-FIMP.
      *
      * SEM GRUPO.DAT O PRECO SUGERIDO E O PROPRIO PRECMD
      *
       INC-OP5.
           OPEN INPUT ARQGRUPO
           IF ST-ERROG = "00"
              MOVE "S" TO W-TEMGRU
           ELSE
              MOVE "N" TO W-TEMGRU.
       INC-OP6.
           OPEN I-O RESERVA
           IF ST-ERRORS NOT = "00"
               IF ST-ERRORS = "30"
                      OPEN OUTPUT RESERVA
                      CLOSE RESERVA
                      GO TO INC-OP6
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO RESERVA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP7.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP7
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS  TO W-NUMPED W-QTDIT W-TOTAL
                MOVE SPACES TO TAB-ITENS
                MOVE "N"    TO W-NOVO
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 25) "PEDIDO DE VENDA"
                DISPLAY (01, 70) W-LOGIN
                DISPLAY (03, 01) "N DO PEDIDO (0=NOVO): "
                DISPLAY (03, 34) "DATA: "
                DISPLAY (03, 56) "SITUACAO: "
                DISPLAY (04, 01) "CLIENTE             : "
                DISPLAY (06, 01) "IT CODIGO DESCRICAO            AL"
                DISPLAY (06, 35) "QUANT.   PR.UNIT.        TOTAL"
                DISPLAY (19, 38) "TOTAL DO PEDIDO: ".
       INC-002.
                ACCEPT  (03, 23) W-NUMPED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-NUMPED = ZEROS
                   GO TO INC-NOVO.
                MOVE W-NUMPED TO PVC-NUMERO
                READ PEDVEN
                IF ST-ERROPV = "23"
                   MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-ERROPV NOT = "00"
                   MOVE "ERRO NA LEITURA ARQ. PEDVEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM CARGA-ITENS THRU CARGA-ITENS-FIM
                PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM
                PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                MOVE PVC-CLIENTE TO CLI-CODIGO
                READ CLIENTE
                IF ST-ERROCL NOT = "00"
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO CLI-NOME.
                DISPLAY (04, 31) CLI-NOME
                IF PVC-CONFIRMADO
                   GO TO CNF-CANC.
                IF NOT PVC-DIGITADO
                   GO TO CONS-OPC.
                GO TO INC-003.
      *
      * PEDIDO NOVO: O NUMERO E O ULTIMO DO ARQUIVO + 1 (SE OUTRO
      * TERMINAL GRAVAR ANTES, A GRAVACAO PULA PARA O SEGUINTE)
      *
       INC-NOVO.
                PERFORM ULT-PEDIDO THRU ULT-PEDIDO-FIM
                MOVE ZEROS   TO PVC-CLIENTE PVC-DTENT PVC-VLTOTAL
                                PVC-ITENS
                MOVE W-HJ-ANO TO PVC-ANO
                MOVE W-HJ-MES TO PVC-MES
                MOVE W-HJ-DIA TO PVC-DIA
                MOVE "D"     TO PVC-SITUACAO
                MOVE W-LOGIN TO PVC-OPERADOR
                MOVE "S"     TO W-NOVO
                PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM.
       INC-003.
                ACCEPT (04, 23) PVC-CLIENTE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE PVC-CLIENTE TO CLI-CODIGO
                READ CLIENTE
                IF ST-ERROCL NOT = "00"
                   MOVE "*** CLIENTE NAO CADASTRADO (CEP069) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (04, 31) CLI-NOME
                IF CLI-BLOQUEADO
                   MOVE "*** CLIENTE BLOQUEADO (CEP069) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      *****************************************
      * DIGITACAO DOS ITENS (LINHAS 07 A 18)  *
      *****************************************
      *
       ITE-001.
                MOVE ZEROS TO W-IT
                DISPLAY (22, 01) LIMPA
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 01) "ITEM (0=FIM)   : "
                ACCEPT  (21, 18) W-IT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-IT = ZEROS
                   GO TO INC-OPC.
                IF W-IT > 12 OR W-IT > W-QTDIT + 1
                   MOVE "*** ITEM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                COMPUTE W-LIN = W-IT + 6
                IF W-IT > W-QTDIT
                   MOVE ZEROS  TO TI-CODPRO(W-IT) TI-ALMOX(W-IT)
                                  TI-QUANT(W-IT) TI-PRECO(W-IT)
                                  TI-GRUPO(W-IT) TI-RESSEQ(W-IT)
                   MOVE SPACES TO TI-DESCR(W-IT).
      *
      * CODIGO ZERADO EM ITEM EXISTENTE RETIRA O ITEM DO PEDIDO
      *
       ITE-002.
                MOVE TI-CODPRO(W-IT) TO W-CODPRO
                ACCEPT (W-LIN, 04) W-CODPRO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                   GO TO ITE-001.
                IF W-CODPRO = ZEROS
                   IF W-IT > W-QTDIT
                      PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                      GO TO ITE-001
                   ELSE
                      PERFORM RETIRA-ITEM THRU RETIRA-ITEM-FIM
                      PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                      GO TO ITE-001.
                MOVE W-CODPRO TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-002.
      *
      * ITEM SERIADO SAI COM O NUMERO DE SERIE PELA SAIDA CEP009
      *
                IF SERIADO = "S"
                   MOVE
                   "*** PRODUTO SERIADO: VENDA PELA SAIDA CEP009 ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-002.
                MOVE DESCR TO DET13
                DISPLAY (W-LIN, 11) DET13
                IF W-CODPRO NOT = TI-CODPRO(W-IT)
                   MOVE ZEROS TO TI-PRECO(W-IT)
                   MOVE ALMOXARIFADO TO TI-ALMOX(W-IT).
       ITE-003.
                MOVE TI-ALMOX(W-IT) TO W-ALMOX
                ACCEPT (W-LIN, 32) W-ALMOX WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-002.
                PERFORM MOSTRA-DISP THRU MOSTRA-DISP-FIM.
       ITE-004.
                MOVE TI-QUANT(W-IT) TO W-QUANT
                ACCEPT (W-LIN, 34) W-QUANT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-003.
                IF W-QUANT = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-004.
      *
      * AVISA (SEM IMPEDIR) NA DIGITACAO; A CONFIRMACAO E QUE EXIGE
      * O DISPONIVEL
      *
                IF W-QUANT > W-DISP
                   MOVE "* ATENCAO: QUANTIDADE ACIMA DO DISPONIVEL *"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * PRECO SUGERIDO = PRECMD + MARGEM DO GRUPO DO PRODUTO
      *
       ITE-005.
                MOVE TI-PRECO(W-IT) TO W-PRECO
                IF W-PRECO = ZEROS
                   PERFORM PRECO-SUG THRU PRECO-SUG-FIM.
                ACCEPT (W-LIN, 42) W-PRECO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-004.
                IF W-PRECO = ZEROS
                   MOVE "*** PRECO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-005.
       ITE-006.
                MOVE W-CODPRO TO TI-CODPRO(W-IT)
                MOVE DESCR    TO TI-DESCR(W-IT)
                MOVE W-ALMOX  TO TI-ALMOX(W-IT)
                MOVE W-QUANT  TO TI-QUANT(W-IT)
                MOVE W-PRECO  TO TI-PRECO(W-IT)
                MOVE GRUPO    TO TI-GRUPO(W-IT)
                MOVE ZEROS    TO TI-RESSEQ(W-IT)
                IF W-IT > W-QTDIT
                   MOVE W-IT TO W-QTDIT.
                PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                GO TO ITE-001.
      *
      *****************************************
      * PEDIDO DIGITADO: GRAVA/CONFIRMA/CANCELA*
      *****************************************
      *
       INC-OPC.
                MOVE SPACES TO W-OPCAO
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 01)
                "S=GRAVA  C=CONFIRMA E RESERVA  X=CANCELA  I=ITENS : "
                ACCEPT (21, 54) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-001.
                IF W-OPCAO = "I" OR "i"
                   GO TO ITE-001.
                IF W-OPCAO = "X" OR "x"
                   GO TO CAN-OPC.
                IF W-OPCAO NOT = "S" AND "s" AND "C" AND "c"
                   MOVE "*** DIGITE S, C, X OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-QTDIT = ZEROS
                   MOVE "*** PEDIDO SEM ITENS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                IF W-OPCAO = "C" OR "c"
                   GO TO CNF-VER.
       INC-WR1.
                MOVE "D" TO PVC-SITUACAO
                PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM
                MOVE "*** PEDIDO GRAVADO (DIGITADO) ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      * CONFIRMACAO: TODOS OS ITENS PRECISAM CABER NO DISPONIVEL DO
      * ALMOXARIFADO (SALDO - RESERVAS ATIVAS - ITENS ANTERIORES DO
      * MESMO PEDIDO NO MESMO PRODUTO/ALMOX). SO DEPOIS SE RESERVA.
      *
       CNF-VER.
                MOVE 1 TO W-IX.
       CNF-VER1.
                MOVE TI-CODPRO(W-IX) TO CODPRO
                MOVE TI-ALMOX(W-IX)  TO W-ALMOX
                PERFORM CALC-DISP THRU CALC-DISP-FIM
                IF TI-QUANT(W-IX) > W-DISP
                   MOVE W-IX TO W-MENSIT-N
                   MOVE W-MENSIT TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                ADD 1 TO W-IX
                IF W-IX NOT > W-QTDIT
                   GO TO CNF-VER1.
       CNF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 01) "CONFIRMA E RESERVA O ESTOQUE (S/N) : "
                ACCEPT (21, 38) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-OPC.
                IF W-OPCAO = "N" OR "n"
                   GO TO INC-OPC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNF-OPC.
      *
      * O CABECALHO E GRAVADO ANTES PARA O NUMERO FICAR DEFINIDO
      * (A RESERVA LEVA O NUMERO DO PEDIDO)
      *
       CNF-WR1.
                MOVE "D" TO PVC-SITUACAO
                PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM
                MOVE PVC-NUMERO TO W-SOLNUM
                MOVE 1 TO W-IX.
       CNF-WR2.
                PERFORM GRAVA-RESERVA THRU GRAVA-RESERVA-FIM
                ADD 1 TO W-IX
                IF W-IX NOT > W-QTDIT
                   GO TO CNF-WR2.
                MOVE "C" TO PVC-SITUACAO
                PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM
                MOVE "*** PEDIDO CONFIRMADO - ESTOQUE RESERVADO ***"
                                                                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * PEDIDO CONFIRMADO: SO CANCELAMENTO     *
      *****************************************
      *
       CNF-CANC.
                MOVE SPACES TO W-OPCAO
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 01)
                "PEDIDO CONFIRMADO (ENTREGA PELO CEP071)  X=CANCELA : "
                ACCEPT (21, 54) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-OPCAO = "X" OR "x"
                   GO TO CAN-OPC.
                GO TO INC-001.
      *
       CONS-OPC.
                DISPLAY (21, 01) LIMPA
                IF PVC-ENTREGUE
                   DISPLAY (21, 01) "PEDIDO ENTREGUE - ENTER = VOLTA"
                ELSE
                   DISPLAY (21, 01) "PEDIDO CANCELADO - ENTER = VOLTA".
                ACCEPT (21, 40) W-OPCAO
                GO TO INC-001.
      *
      * CANCELAMENTO: O PEDIDO FICA X (PRESERVADO PARA HISTORICO) E
      * AS RESERVAS DO PEDIDO CONFIRMADO SAO BAIXADAS
      *
       CAN-OPC.
                IF W-NOVO = "S"
                   MOVE "*** PEDIDO NAO GRAVADO - ABANDONADO ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       CAN-OPC1.
                MOVE "N" TO W-OPCAO
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 01) "CANCELA O PEDIDO (S/N) : "
                ACCEPT (21, 26) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PEDIDO NAO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC1.
      *
      * O CANCELAMENTO VALE PARA O PEDIDO GRAVADO, NAO PARA AS
      * MUDANCAS EM TELA: RELE O CABECALHO E OS ITENS
      *
       CAN-RW1.
                MOVE W-NUMPED TO PVC-NUMERO
                READ PEDVEN
                IF ST-ERROPV NOT = "00"
                   MOVE "ERRO NA LEITURA ARQ. PEDVEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM CARGA-ITENS THRU CARGA-ITENS-FIM
                IF NOT PVC-CONFIRMADO
                   GO TO CAN-RW3.
                MOVE 1 TO W-IX.
       CAN-RW2.
                IF W-IX > W-QTDIT
                   GO TO CAN-RW3.
                MOVE TI-CODPRO(W-IX) TO RES-CODPRO
                MOVE TI-ALMOX(W-IX)  TO RES-ALMOX
                MOVE TI-RESSEQ(W-IX) TO RES-SEQ
                READ RESERVA
                IF ST-ERRORS = "00"
                   IF RES-ATIVA
                      MOVE "B" TO RES-SITUACAO
                      REWRITE REGRES.
                ADD 1 TO W-IX
                GO TO CAN-RW2.
       CAN-RW3.
                MOVE "X" TO PVC-SITUACAO
                REWRITE REGPVC
                IF ST-ERROPV NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDVEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A" TO TRLH-OPER
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                MOVE "*** PEDIDO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE PEDVEN PVITEM CLIENTE PRODUTO ALMOX RESERVA
                      ARQTRLH
                IF W-TEMGRU = "S"
                   CLOSE ARQGRUPO.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      *-------------------------------------------------------------
      * MAIOR NUMERO DE PEDIDO JA GRAVADO
      *-------------------------------------------------------------
       ULT-PEDIDO.
                MOVE ZEROS TO W-NUMPED PVC-NUMERO
                START PEDVEN KEY IS NOT LESS PVC-NUMERO
                      INVALID KEY GO TO ULT-PEDIDO2.
       ULT-PEDIDO1.
                READ PEDVEN NEXT
                IF ST-ERROPV NOT = "00"
                   GO TO ULT-PEDIDO2.
                MOVE PVC-NUMERO TO W-NUMPED
                GO TO ULT-PEDIDO1.
       ULT-PEDIDO2.
                ADD 1 TO W-NUMPED
                MOVE W-NUMPED TO PVC-NUMERO.
       ULT-PEDIDO-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CABECALHO EM TELA
      *-------------------------------------------------------------
       MOSTRA-CAB.
                DISPLAY (03, 23) PVC-NUMERO
                DISPLAY (03, 40) PVC-DIA
                DISPLAY (03, 42) "/"
                DISPLAY (03, 43) PVC-MES
                DISPLAY (03, 45) "/"
                DISPLAY (03, 46) PVC-ANO
                DISPLAY (03, 66) PVC-SITUACAO
                DISPLAY (04, 23) PVC-CLIENTE.
       MOSTRA-CAB-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * ITENS DO PEDIDO GRAVADO PARA A TABELA EM TELA
      *-------------------------------------------------------------
       CARGA-ITENS.
                MOVE ZEROS  TO W-QTDIT
                MOVE SPACES TO TAB-ITENS
                MOVE PVC-NUMERO TO PVI-NUMERO
                MOVE ZEROS      TO PVI-ITEM
                START PVITEM KEY IS NOT LESS PVI-CHAVE
                      INVALID KEY GO TO CARGA-ITENS-FIM.
       CARGA-ITENS1.
                READ PVITEM NEXT
                IF ST-ERROPI NOT = "00"
                   GO TO CARGA-ITENS-FIM.
                IF PVI-NUMERO NOT = PVC-NUMERO
                   GO TO CARGA-ITENS-FIM.
                IF W-QTDIT = 12
                   GO TO CARGA-ITENS-FIM.
                ADD 1 TO W-QTDIT
                MOVE PVI-CODPRO TO TI-CODPRO(W-QTDIT) CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*SEM CADASTRO*" TO DESCR.
                MOVE DESCR      TO TI-DESCR(W-QTDIT)
                MOVE PVI-ALMOX  TO TI-ALMOX(W-QTDIT)
                MOVE PVI-QUANT  TO TI-QUANT(W-QTDIT)
                MOVE PVI-PRECO  TO TI-PRECO(W-QTDIT)
                MOVE PVI-GRUPO  TO TI-GRUPO(W-QTDIT)
                MOVE PVI-RESSEQ TO TI-RESSEQ(W-QTDIT)
                GO TO CARGA-ITENS1.
       CARGA-ITENS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * LINHAS 07 A 18 E TOTAL DO PEDIDO
      *-------------------------------------------------------------
       MOSTRA-ITENS.
                MOVE ZEROS TO W-TOTAL
                MOVE 1 TO W-IX.
       MOSTRA-ITENS1.
                COMPUTE W-LIN = W-IX + 6
                IF W-IX > W-QTDIT
                   MOVE SPACES TO DET1
                   DISPLAY (W-LIN, 01) DET1
                   GO TO MOSTRA-ITENS2.
                COMPUTE W-VLITEM ROUNDED = TI-QUANT(W-IX)
                                         * TI-PRECO(W-IX)
                ADD W-VLITEM TO W-TOTAL
                MOVE W-IX            TO DET11
                MOVE TI-CODPRO(W-IX) TO DET12
                MOVE TI-DESCR(W-IX)  TO DET13
                MOVE TI-ALMOX(W-IX)  TO DET14
                MOVE TI-QUANT(W-IX)  TO DET15
                MOVE TI-PRECO(W-IX)  TO DET16
                MOVE W-VLITEM        TO DET17
                DISPLAY (W-LIN, 01) DET1.
       MOSTRA-ITENS2.
                ADD 1 TO W-IX
                IF W-IX NOT > 12
                   GO TO MOSTRA-ITENS1.
                MOVE W-TOTAL TO W-TOTALED
                DISPLAY (19, 55) W-TOTALED.
       MOSTRA-ITENS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * RETIRA O ITEM W-IT, SUBINDO OS SEGUINTES
      *-------------------------------------------------------------
       RETIRA-ITEM.
                MOVE W-IT TO W-IX.
       RETIRA-ITEM1.
                IF W-IX NOT < W-QTDIT
                   GO TO RETIRA-ITEM2.
                MOVE TI-REG(W-IX + 1) TO TI-REG(W-IX)
                ADD 1 TO W-IX
                GO TO RETIRA-ITEM1.
       RETIRA-ITEM2.
                MOVE SPACES TO TI-REG(W-QTDIT)
                SUBTRACT 1 FROM W-QTDIT.
       RETIRA-ITEM-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * SALDO, RESERVAS E DISPONIVEL DO ITEM EM DIGITACAO (LINHA 22)
      *-------------------------------------------------------------
       MOSTRA-DISP.
                MOVE W-IT TO W-IX
                PERFORM CALC-DISP THRU CALC-DISP-FIM
                MOVE ALMOX-QUANT TO W-SALDOED
                MOVE W-RESERV    TO W-RESERVED
                MOVE W-DISP      TO W-DISPED
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 01) "SALDO ALMOX:"
                DISPLAY (22, 14) W-SALDOED
                DISPLAY (22, 23) "RESERVADO:"
                DISPLAY (22, 34) W-RESERVED
                DISPLAY (22, 43) "DISPONIVEL:"
                DISPLAY (22, 55) W-DISPED.
       MOSTRA-DISP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * DISPONIVEL DE CODPRO NO ALMOX W-ALMOX PARA O ITEM W-IX:
      * SALDO - RESERVAS ATIVAS - ITENS ANTERIORES DO PEDIDO
      *-------------------------------------------------------------
       CALC-DISP.
                MOVE CODPRO  TO ALMOX-CODPRO
                MOVE W-ALMOX TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 NOT = "00"
                   MOVE ZEROS TO ALMOX-QUANT.
                PERFORM SOMA-RESERVAS THRU SOMA-RESERVAS-FIM
                MOVE ZEROS TO W-JAPED
                MOVE 1 TO W-JX.
       CALC-DISP1.
                IF W-JX NOT < W-IX
                   GO TO CALC-DISP2.
                IF TI-CODPRO(W-JX) = CODPRO
                   AND TI-ALMOX(W-JX) = W-ALMOX
                   ADD TI-QUANT(W-JX) TO W-JAPED.
                ADD 1 TO W-JX
                GO TO CALC-DISP1.
       CALC-DISP2.
                COMPUTE W-DISP = ALMOX-QUANT - W-RESERV - W-JAPED.
       CALC-DISP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * SOMA AS RESERVAS ATIVAS DO PRODUTO NO ALMOXARIFADO W-ALMOX
      *-------------------------------------------------------------
       SOMA-RESERVAS.
                MOVE ZEROS TO W-RESERV
                MOVE CODPRO  TO RES-CODPRO
                MOVE W-ALMOX TO RES-ALMOX
                MOVE ZEROS   TO RES-SEQ
                START RESERVA KEY IS NOT LESS RES-CHAVE
                      INVALID KEY GO TO SOMA-RESERVAS-FIM.
       SOMA-RESERVAS1.
                READ RESERVA NEXT
                IF ST-ERRORS NOT = "00"
                   GO TO SOMA-RESERVAS-FIM.
                IF RES-CODPRO NOT = CODPRO OR RES-ALMOX NOT = W-ALMOX
                   GO TO SOMA-RESERVAS-FIM.
                IF RES-ATIVA
                   ADD RES-QUANT TO W-RESERV.
                GO TO SOMA-RESERVAS1.
       SOMA-RESERVAS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * PRECO SUGERIDO: PRECMD * (100 + MARGEM DO GRUPO) / 100
      *-------------------------------------------------------------
       PRECO-SUG.
                MOVE ZEROS TO GRU-MARKUP
                IF W-TEMGRU = "S" AND GRUPO NOT = ZEROS
                   MOVE GRUPO TO GRU-COD
                   READ ARQGRUPO
                   IF ST-ERROG NOT = "00"
                      MOVE ZEROS TO GRU-MARKUP.
                COMPUTE W-PRECO ROUNDED =
                        PRECMD * (100 + GRU-MARKUP) / 100.
       PRECO-SUG-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA O CABECALHO E REGRAVA TODOS OS ITENS DO PEDIDO
      *-------------------------------------------------------------
       GRAVA-PEDIDO.
                MOVE W-TOTAL  TO PVC-VLTOTAL
                MOVE W-QTDIT  TO PVC-ITENS
                MOVE W-LOGIN  TO PVC-OPERADOR
                IF W-NOVO NOT = "S"
                   GO TO GRAVA-PEDIDO2.
       GRAVA-PEDIDO1.
                WRITE REGPVC
                IF ST-ERROPV = "22"
                   ADD 1 TO PVC-NUMERO
                   GO TO GRAVA-PEDIDO1.
                IF ST-ERROPV NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDVEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "N" TO W-NOVO
                MOVE PVC-NUMERO TO W-NUMPED
                MOVE "I" TO TRLH-OPER
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                GO TO GRAVA-PEDIDO3.
       GRAVA-PEDIDO2.
                REWRITE REGPVC
                IF ST-ERROPV NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDVEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A" TO TRLH-OPER
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM.
       GRAVA-PEDIDO3.
                MOVE PVC-NUMERO TO PVI-NUMERO
                MOVE ZEROS      TO PVI-ITEM
                START PVITEM KEY IS NOT LESS PVI-CHAVE
                      INVALID KEY GO TO GRAVA-PEDIDO5.
       GRAVA-PEDIDO4.
                READ PVITEM NEXT
                IF ST-ERROPI NOT = "00"
                   GO TO GRAVA-PEDIDO5.
                IF PVI-NUMERO NOT = PVC-NUMERO
                   GO TO GRAVA-PEDIDO5.
                DELETE PVITEM RECORD
                GO TO GRAVA-PEDIDO4.
       GRAVA-PEDIDO5.
                MOVE 1 TO W-IX.
       GRAVA-PEDIDO6.
                IF W-IX > W-QTDIT
                   GO TO GRAVA-PEDIDO-FIM.
                MOVE PVC-NUMERO      TO PVI-NUMERO
                MOVE W-IX            TO PVI-ITEM
                MOVE TI-CODPRO(W-IX) TO PVI-CODPRO
                MOVE TI-ALMOX(W-IX)  TO PVI-ALMOX
                MOVE TI-QUANT(W-IX)  TO PVI-QUANT
                MOVE TI-PRECO(W-IX)  TO PVI-PRECO
                MOVE TI-RESSEQ(W-IX) TO PVI-RESSEQ
                MOVE TI-GRUPO(W-IX)  TO PVI-GRUPO
                MOVE "P"             TO PVI-SITUACAO
                MOVE ZEROS           TO PVI-CUSTO PVI-DTENT
                MOVE SPACES          TO PVI-LOTE
                WRITE REGPVI
                IF ST-ERROPI NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PVITEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-IX
                GO TO GRAVA-PEDIDO6.
       GRAVA-PEDIDO-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * RESERVA DO ITEM W-IX NA PROXIMA SEQUENCIA LIVRE DO
      * PRODUTO/ALMOX, NECESSARIA PARA HOJE (O PVI-RESSEQ E GRAVADO
      * PELA REGRAVACAO DOS ITENS QUE FECHA A CONFIRMACAO)
      *-------------------------------------------------------------
       GRAVA-RESERVA.
                MOVE ZEROS TO W-MAXSEQ
                MOVE TI-CODPRO(W-IX) TO RES-CODPRO
                MOVE TI-ALMOX(W-IX)  TO RES-ALMOX
                MOVE ZEROS           TO RES-SEQ
                START RESERVA KEY IS NOT LESS RES-CHAVE
                      INVALID KEY GO TO GRAVA-RESERVA2.
       GRAVA-RESERVA1.
                READ RESERVA NEXT
                IF ST-ERRORS NOT = "00"
                   GO TO GRAVA-RESERVA2.
                IF RES-CODPRO NOT = TI-CODPRO(W-IX)
                   OR RES-ALMOX NOT = TI-ALMOX(W-IX)
                   GO TO GRAVA-RESERVA2.
                MOVE RES-SEQ TO W-MAXSEQ
                GO TO GRAVA-RESERVA1.
       GRAVA-RESERVA2.
                MOVE TI-CODPRO(W-IX) TO RES-CODPRO
                MOVE TI-ALMOX(W-IX)  TO RES-ALMOX
                COMPUTE RES-SEQ = W-MAXSEQ + 1
                MOVE TI-QUANT(W-IX)  TO RES-QUANT
                MOVE W-SOLIC         TO RES-SOLIC
                MOVE W-HJ-ANO        TO RES-ANO
                MOVE W-HJ-MES        TO RES-MES
                MOVE W-HJ-DIA        TO RES-DIA
                MOVE "A"             TO RES-SITUACAO.
       GRAVA-RESERVA3.
                WRITE REGRES
                IF ST-ERRORS = "22"
                   ADD 1 TO RES-SEQ
                   GO TO GRAVA-RESERVA3.
                IF ST-ERRORS NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RESERVA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE RES-SEQ TO TI-RESSEQ(W-IX).
       GRAVA-RESERVA-FIM.
                EXIT.
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
                MOVE "CEP070"    TO TRLH-PROG
                MOVE PVC-NUMERO  TO TRLH-CHAVE
                MOVE CLI-NOME    TO TRLH-DESCR
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
