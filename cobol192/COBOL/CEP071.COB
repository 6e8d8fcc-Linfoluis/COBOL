       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP071.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * ENTREGA DO PEDIDO DE VENDA         *
      * CONFIRMADO (CEP070): BAIXA CADA    *
      * ITEM PENDENTE COMO A SAIDA CEP009  *
      * (SAIDA S, MOTIVO V, COM O NUMERO   *
      * DO PEDIDO NO MOV-PEDIDO), BAIXA A  *
      * RESERVA DO ITEM, GUARDA O PRECMD   *
      * DA SAIDA NO ITEM (MARGEM DO CEP072)*
      * E IMPRIME A NOTA DE ENTREGA NO     *
      * SPOOL. ITEM SEM SALDO FICA         *
      * PENDENTE PARA UMA NOVA ENTREGA.    *
      * PERECIVEL SAI DO LOTE FEFO QUE     *
      * COBRE O ITEM; O ENDERECO BAIXADO E *
      * O PRIMEIRO QUE COBRE O ITEM (SEM   *
      * ELE A DIFERENCA APARECE NO CEP057).*
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
       COPY HISTSEL.BOK.
       COPY AUDSEL.BOK.
       COPY MOVSEL.BOK.
       COPY LOTESEL.BOK.
       COPY RESSEL.BOK.
       COPY JRNSEL.BOK.
       COPY TRVSEL.BOK.
       COPY PENDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PEDVEN.BOK.
       COPY PVITEM.BOK.
       COPY CLIENTE.BOK.
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY HISTPRE.BOK.
       COPY AUDTRLH.BOK.
       COPY MOVEST.BOK.
       COPY LOTE.BOK.
       COPY RESERVA.BOK.
       COPY JORNAL.BOK.
       COPY TRAVA.BOK.
       COPY PRODEND.BOK.
      *
       COPY SPOOL.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERROL     PIC X(02) VALUE "00".
       77 ST-ERRORS    PIC X(02) VALUE "00".
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 ST-ERROCL    PIC X(02) VALUE "00".
       77 ST-ERROPV    PIC X(02) VALUE "00".
       77 ST-ERROPI    PIC X(02) VALUE "00".
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 W-TEMRES     PIC X(01) VALUE "N".
       77 W-TEMEND     PIC X(01) VALUE "N".
       77 W-RESERV     PIC 9(06)V9 VALUE ZEROS.
       77 W-PROPRIA    PIC 9(05)V9 VALUE ZEROS.
       01 W-DISP       PIC S9(06)V9 VALUE ZEROS.
       77 ST-ERROJ2    PIC X(02) VALUE "00".
       77 W-JRNID      PIC 9(06) VALUE ZEROS.
       77 ST-ERROTV    PIC X(02) VALUE "00".
       77 W-TRAVOU     PIC X(01) VALUE "N".
       01 W-TRVNOVA    PIC X(23) VALUE SPACES.
       01 W-TRVCHAVE   PIC X(23) VALUE SPACES.
       01 W-DTTRV      PIC 9(08) VALUE ZEROS.
       01 W-HRTRV.
          03 W-HRTRV6  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.

       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NUMPED     PIC 9(06) VALUE ZEROS.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       77 W-SAIDA      PIC 9(05)V9 VALUE ZEROS.
       77 W-NOVAQT     PIC 9(05)V9 VALUE ZEROS.
       77 W-SOMA       PIC 9(05)V9 VALUE ZEROS.
       77 W-LOTENUM    PIC X(10) VALUE SPACES.
       77 W-SUGLOTE    PIC X(10) VALUE SPACES.
       01 W-SUGVAL.
          03 W-SV-ANO  PIC 9(04) VALUE ZEROS.
          03 W-SV-MES  PIC 9(02) VALUE ZEROS.
          03 W-SV-DIA  PIC 9(02) VALUE ZEROS.
       01 W-ENDSEP.
          03 W-ES-RUA   PIC X(02) VALUE SPACES.
          03 W-ES-PRAT  PIC X(02) VALUE SPACES.
          03 W-ES-NIVEL PIC X(02) VALUE SPACES.
       77 W-QTDIT      PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-QTDPEN     PIC 9(02) VALUE ZEROS.
       77 W-QTDBX      PIC 9(02) VALUE ZEROS.
       77 W-QTDREC     PIC 9(02) VALUE ZEROS.
       77 W-VLITEM     PIC 9(09)V99 VALUE ZEROS.
       77 W-VLNOTA     PIC 9(09)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-T REDEFINES W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
      *
      * MENSAGEM DO ITEM RECUSADO NA CONFERENCIA
      *
       01 W-MENSIT.
          03 FILLER     PIC X(09) VALUE "*** ITEM ".
          03 W-MENSIT-N PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE ": ".
          03 W-MENSIT-M PIC X(30) VALUE SPACES.
          03 FILLER     PIC X(04) VALUE " ***".
      *
      * ITENS DO PEDIDO (TE-BAIXOU = S NOS ENTREGUES NESTA PASSADA,
      * QUE VAO PARA A NOTA DE ENTREGA)
      *
       01 TAB-ITENS.
          03 TE-REG OCCURS 12 TIMES.
             05 TE-ITEM     PIC 9(02).
             05 TE-CODPRO   PIC 9(06).
             05 TE-DESCR    PIC X(30).
             05 TE-UNID     PIC X(02).
             05 TE-ALMOX    PIC 9(01).
             05 TE-QUANT    PIC 9(05)V9.
             05 TE-PRECO    PIC 9(07)V99.
             05 TE-RESSEQ   PIC 9(03).
             05 TE-SITUACAO PIC X(01).
             05 TE-LOTE     PIC X(10).
             05 TE-BAIXOU   PIC X(01).
       01 DETTELA.
          03 DT-ITEM   PIC Z9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DT-CODPRO PIC 9(06).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DT-DESCR  PIC X(25).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DT-ALMOX  PIC 9(01).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DT-QUANT  PIC ZZZZ9,9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DT-SIT    PIC X(08).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DT-LOTE   PIC X(10).
      *
      * NOTA DE ENTREGA (SPOOL)
      *
       01 CAB1.
          03 FILLER    PIC X(20) VALUE "NOTA DE ENTREGA".
          03 FILLER    PIC X(19) VALUE "PEDIDO DE VENDA N. ".
          03 CAB11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(15) VALUE SPACES.
          03 FILLER    PIC X(09) VALUE "EMISSAO: ".
          03 CAB12     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 9(04) VALUE ZEROS.
       01 CAB-CLI1.
          03 FILLER    PIC X(09) VALUE "CLIENTE: ".
          03 CABC11    PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 CABC12    PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(08) VALUE "  CNPJ: ".
          03 CABC13    PIC 9(14) VALUE ZEROS.
       01 CAB-CLI2.
          03 FILLER    PIC X(10) VALUE "ENDERECO: ".
          03 CABC21    PIC X(40) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 CABC22    PIC X(20) VALUE SPACES.
       01 CAB-CLI3.
          03 FILLER    PIC X(10) VALUE "CIDADE  : ".
          03 CABC31    PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(05) VALUE " UF: ".
          03 CABC32    PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(07) VALUE "  CEP: ".
          03 CABC33    PIC 9(08) VALUE ZEROS.
          03 FILLER    PIC X(08) VALUE "  FONE: ".
          03 CABC34    PIC X(15) VALUE SPACES.
       01 CAB2.
          03 FILLER    PIC X(03) VALUE "IT".
          03 FILLER    PIC X(07) VALUE "CODIGO".
          03 FILLER    PIC X(25) VALUE "DESCRICAO".
          03 FILLER    PIC X(03) VALUE "UN".
          03 FILLER    PIC X(08) VALUE "  QUANT.".
          03 FILLER    PIC X(11) VALUE " LOTE".
          03 FILLER    PIC X(11) VALUE "  PR.UNIT.".
          03 FILLER    PIC X(12) VALUE "       TOTAL".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC Z9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(24) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET15     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01 DET-TOT.
          03 FILLER    PIC X(50) VALUE SPACES.
          03 FILLER    PIC X(16) VALUE "TOTAL ENTREGUE: ".
          03 DTOT1     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 DET-PEND     PIC X(60) VALUE
           "*** ITENS PENDENTES DO PEDIDO SERAO ENTREGUES DEPOIS ***".
       01 DET-RECEB    PIC X(60) VALUE
              "RECEBEMOS AS MERCADORIAS ACIMA EM ____/____/________".
       01 DET-ASSIN.
          03 FILLER    PIC X(45) VALUE
              "ASSINATURA: ______________________________".
          03 FILLER    PIC X(30) VALUE
              "DOCUMENTO: _______________".
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
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (O LOGIN E
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
               MOVE "*** NENHUM PEDIDO DE VENDA (CEP070) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN I-O PVITEM
           IF ST-ERROPI NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO PVITEM" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PEDVEN
               GO TO ROT-FIMP.
           OPEN INPUT CLIENTE
           IF ST-ERROCL NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CLIENTE" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PEDVEN PVITEM
               GO TO ROT-FIMP.
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP0A.
           OPEN I-O ALMOX
           IF ST-ERRO2 NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO ALMOX" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP0B.
           OPEN EXTEND HISTPRE
           IF ST-ERRO3 NOT = "00"
               IF ST-ERRO3 = "30"
                      OPEN OUTPUT HISTPRE
                      CLOSE HISTPRE
                      GO TO INC-OP0B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO HISTPRE" TO MENS
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
       INC-OP0CL.
           OPEN I-O LOTE
           IF ST-ERROL NOT = "00"
               IF ST-ERROL = "30"
                      OPEN OUTPUT LOTE
                      CLOSE LOTE
                      GO TO INC-OP0CL
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LOTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0D.
           OPEN I-O MOVEST
           IF ST-ERROM NOT = "00"
               IF ST-ERROM = "30"
                      OPEN OUTPUT MOVEST
                      CLOSE MOVEST
                      GO TO INC-OP0D
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO MOVEST" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * RESERVAS E ENDERECOS SAO OPCIONAIS, COMO NA SAIDA AVULSA
      * (CEP009); AQUI A RESERVA E ABERTA EM I-O PARA SER BAIXADA
      *
       INC-OP0E.
           OPEN I-O RESERVA
           IF ST-ERRORS = "00"
              MOVE "S" TO W-TEMRES
           ELSE
              MOVE "N" TO W-TEMRES.
           OPEN I-O PRODEND
           IF ST-ERROPD = "00"
              MOVE "S" TO W-TEMEND
           ELSE
              MOVE "N" TO W-TEMEND.
       INC-OP0I.
           OPEN I-O JORNAL
           IF ST-ERROJ2 NOT = "00"
               IF ST-ERROJ2 = "30"
                      OPEN OUTPUT JORNAL
                      CLOSE JORNAL
                      GO TO INC-OP0I
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO JORNAL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPTV.
           OPEN I-O TRAVA
           IF ST-ERROTV NOT = "00"
               IF ST-ERROTV = "30"
                      OPEN OUTPUT TRAVA
                      CLOSE TRAVA
                      GO TO INC-OPTV
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRAVA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS TO W-NUMPED W-QTDIT W-QTDPEN
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "ENTREGA DO PEDIDO DE VENDA"
                DISPLAY (01, 70) W-LOGIN
                DISPLAY (03, 01) "N DO PEDIDO : "
                DISPLAY (04, 01) "CLIENTE     : ".
       INC-002.
                ACCEPT  (03, 15) W-NUMPED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-NUMPED TO PVC-NUMERO
                READ PEDVEN
                IF ST-ERROPV NOT = "00"
                   MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF PVC-DIGITADO
                   MOVE "*** PEDIDO NAO CONFIRMADO (CEP070) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF PVC-ENTREGUE
                   MOVE "*** PEDIDO JA ENTREGUE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF NOT PVC-CONFIRMADO
                   MOVE "*** PEDIDO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE PVC-CLIENTE TO CLI-CODIGO
                READ CLIENTE
                IF ST-ERROCL NOT = "00"
                   MOVE SPACES TO REGCLI
                   MOVE PVC-CLIENTE TO CLI-CODIGO
                   MOVE ZEROS TO CLI-CNPJ CLI-CEP
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO CLI-NOME.
                DISPLAY (04, 15) CLI-CODIGO
                DISPLAY (04, 23) CLI-NOME
                PERFORM CARGA-ITENS THRU CARGA-ITENS-FIM
                PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                IF W-QTDPEN = ZEROS
                   MOVE "*** PEDIDO SEM ITEM PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 01) "ENTREGA OS ITENS PENDENTES (S/N) : "
                ACCEPT (21, 36) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ENTREGA NAO EFETUADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      * CONFERENCIA PREVIA: SE UM ITEM NAO PODE SAIR, NADA E BAIXADO
      * E O OPERADOR VE QUAL ITEM E O MOTIVO
      *
       VER-ITENS.
                MOVE 1 TO W-IX.
       VER-ITENS1.
                IF W-IX > W-QTDIT
                   GO TO BAIXA.
                IF TE-SITUACAO(W-IX) = "E"
                   ADD 1 TO W-IX
                   GO TO VER-ITENS1.
                PERFORM CONFERE-ITEM THRU CONFERE-ITEM-FIM
                IF W-MENSIT-M NOT = SPACES
                   MOVE TE-ITEM(W-IX) TO W-MENSIT-N
                   MOVE W-MENSIT TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                ADD 1 TO W-IX
                GO TO VER-ITENS1.
      *
      **********************
      * BAIXA DOS ITENS    *
      **********************
      *
       BAIXA.
                MOVE ZEROS TO W-QTDBX W-QTDREC W-VLNOTA
                MOVE 1 TO W-IX.
       BAIXA1.
                IF W-IX > W-QTDIT
                   GO TO BAIXA2.
                IF TE-SITUACAO(W-IX) NOT = "E"
                   PERFORM BX-ITEM THRU BX-ITEM-FIM.
                ADD 1 TO W-IX
                GO TO BAIXA1.
      *
      * SEM ITEM RECUSADO O PEDIDO FICA ENTREGUE (E)
      *
       BAIXA2.
                IF W-QTDREC NOT = ZEROS
                   GO TO BAIXA3.
                MOVE W-NUMPED TO PVC-NUMERO
                READ PEDVEN
                IF ST-ERROPV NOT = "00"
                   GO TO BAIXA3.
                MOVE "E"    TO PVC-SITUACAO
                MOVE W-HOJE TO PVC-DTENT
                REWRITE REGPVC
                IF ST-ERROPV NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDVEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-TRILHAP THRU ROT-TRILHAP-FIM.
       BAIXA3.
                IF W-QTDBX NOT = ZEROS
                   PERFORM IMP-NOTA THRU IMP-NOTA-FIM.
                PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                DISPLAY (20, 01) "ITENS ENTREGUES        : "
                DISPLAY (20, 27) W-QTDBX
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 01) "RECUSADOS (PENDENTES)  : "
                DISPLAY (21, 27) W-QTDREC
                IF W-QTDBX = ZEROS
                   MOVE "*** NENHUM ITEM ENTREGUE ***" TO MENS
                ELSE
                   MOVE
                     "*** ENTREGA FEITA - NOTA DE ENTREGA NO SPOOL ***"
                                                              TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                CLOSE PEDVEN PVITEM CLIENTE PRODUTO ALMOX HISTPRE
                      ARQTRLH LOTE MOVEST JORNAL TRAVA
                IF W-TEMRES = "S"
                   CLOSE RESERVA.
                IF W-TEMEND = "S"
                   CLOSE PRODEND.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      *-------------------------------------------------------------
      * ITENS DO PEDIDO (ATE 12, COMO NA DIGITACAO DO CEP070)
      *-------------------------------------------------------------
       CARGA-ITENS.
                MOVE ZEROS  TO W-QTDIT W-QTDPEN
                MOVE SPACES TO TAB-ITENS
                MOVE W-NUMPED TO PVI-NUMERO
                MOVE ZEROS    TO PVI-ITEM
                START PVITEM KEY IS NOT LESS PVI-CHAVE
                      INVALID KEY GO TO CARGA-ITENS-FIM.
       CARGA-ITENS1.
                READ PVITEM NEXT
                IF ST-ERROPI NOT = "00"
                   GO TO CARGA-ITENS-FIM.
                IF PVI-NUMERO NOT = W-NUMPED
                   GO TO CARGA-ITENS-FIM.
                IF W-QTDIT = 12
                   GO TO CARGA-ITENS-FIM.
                ADD 1 TO W-QTDIT
                MOVE PVI-CODPRO TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*SEM CADASTRO*" TO DESCR
                   MOVE SPACES TO UNID.
                MOVE PVI-ITEM     TO TE-ITEM(W-QTDIT)
                MOVE PVI-CODPRO   TO TE-CODPRO(W-QTDIT)
                MOVE DESCR        TO TE-DESCR(W-QTDIT)
                MOVE UNID         TO TE-UNID(W-QTDIT)
                MOVE PVI-ALMOX    TO TE-ALMOX(W-QTDIT)
                MOVE PVI-QUANT    TO TE-QUANT(W-QTDIT)
                MOVE PVI-PRECO    TO TE-PRECO(W-QTDIT)
                MOVE PVI-RESSEQ   TO TE-RESSEQ(W-QTDIT)
                MOVE PVI-LOTE     TO TE-LOTE(W-QTDIT)
                MOVE "N"          TO TE-BAIXOU(W-QTDIT)
                IF PVI-ENTREGUE
                   MOVE "E" TO TE-SITUACAO(W-QTDIT)
                ELSE
                   MOVE "P" TO TE-SITUACAO(W-QTDIT)
                   ADD 1 TO W-QTDPEN.
                GO TO CARGA-ITENS1.
       CARGA-ITENS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * ITENS EM TELA (LINHAS 07 A 18)
      *-------------------------------------------------------------
       MOSTRA-ITENS.
                DISPLAY (06, 01)
                     "IT CODIGO DESCRICAO                 AL  QUANT."
                DISPLAY (06, 50) "SITUACAO LOTE"
                MOVE 1 TO W-IX.
       MOSTRA-ITENS1.
                IF W-IX > W-QTDIT
                   GO TO MOSTRA-ITENS-FIM.
                COMPUTE W-LIN = W-IX + 6
                MOVE TE-ITEM(W-IX)   TO DT-ITEM
                MOVE TE-CODPRO(W-IX) TO DT-CODPRO
                MOVE TE-DESCR(W-IX)  TO DT-DESCR
                MOVE TE-ALMOX(W-IX)  TO DT-ALMOX
                MOVE TE-QUANT(W-IX)  TO DT-QUANT
                MOVE TE-LOTE(W-IX)   TO DT-LOTE
                IF TE-SITUACAO(W-IX) = "E"
                   MOVE "ENTREGUE" TO DT-SIT
                ELSE
                   MOVE "PENDENTE" TO DT-SIT.
                DISPLAY (W-LIN, 01) DETTELA
                ADD 1 TO W-IX
                GO TO MOSTRA-ITENS1.
       MOSTRA-ITENS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CONFERE O ITEM W-IX (SEM TRAVA): PRODUTO, SERIADO, SALDO DO
      * ALMOX, DISPONIVEL (A RESERVA DO PROPRIO ITEM NAO CONTA) E,
      * NO PERECIVEL, LOTE FEFO QUE COBRE A QUANTIDADE. O MOTIVO DA
      * RECUSA VOLTA EM W-MENSIT-M (ESPACOS = ITEM PODE SAIR)
      *-------------------------------------------------------------
       CONFERE-ITEM.
                MOVE SPACES TO W-MENSIT-M W-LOTENUM
                MOVE TE-CODPRO(W-IX) TO CODPRO
                MOVE TE-ALMOX(W-IX)  TO W-ALMOX
                MOVE TE-QUANT(W-IX)  TO W-SAIDA
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "PRODUTO NAO CADASTRADO" TO W-MENSIT-M
                   GO TO CONFERE-ITEM-FIM.
                IF SERIADO = "S"
                   MOVE "SERIADO, SAIDA PELO CEP009" TO W-MENSIT-M
                   GO TO CONFERE-ITEM-FIM.
                MOVE CODPRO  TO ALMOX-CODPRO
                MOVE W-ALMOX TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 NOT = "00"
                   MOVE "SEM SALDO NO ALMOXARIFADO" TO W-MENSIT-M
                   GO TO CONFERE-ITEM-FIM.
                PERFORM SOMA-RESERVAS THRU SOMA-RESERVAS-FIM
                COMPUTE W-DISP = ALMOX-QUANT - W-RESERV + W-PROPRIA
                IF W-SAIDA > ALMOX-QUANT OR W-SAIDA > W-DISP
                   MOVE "SEM SALDO DISPONIVEL" TO W-MENSIT-M
                   GO TO CONFERE-ITEM-FIM.
                IF PERECIVEL NOT = "S"
                   GO TO CONFERE-ITEM-FIM.
                PERFORM ROT-FEFO THRU ROT-FEFO-FIM
                IF W-SUGLOTE = SPACES
                   MOVE "SEM LOTE COM SALDO" TO W-MENSIT-M
                   GO TO CONFERE-ITEM-FIM.
                MOVE W-SUGLOTE TO W-LOTENUM.
       CONFERE-ITEM-FIM.
                EXIT.
      *
      *************************************************
      * BAIXA DE UM ITEM: TRAVA O PRODUTO, CONFERE DE *
      * NOVO (PODE TER MUDADO DESDE A CONFERENCIA) E  *
      * POSTA COMO O CEP009. RECUSADO FICA PENDENTE.  *
      *************************************************
      *
       BX-ITEM.
                MOVE TE-CODPRO(W-IX) TO CODPRO
                MOVE "PRODUTO " TO TRV-ARQ
                MOVE CODPRO TO TRV-REG
                PERFORM ROT-TRAVA THRU ROT-TRAVA-FIM
                IF W-TRAVOU NOT = "S"
                   GO TO BX-RECUSA.
                PERFORM CONFERE-ITEM THRU CONFERE-ITEM-FIM
                IF W-MENSIT-M NOT = SPACES
                   GO TO BX-RECUSA.
                MOVE DESCR  TO OLD-DESCR
                MOVE PRECMD TO OLD-PRECMD
                MOVE QUANT  TO OLD-QUANT
                PERFORM ROT-ENDSUG THRU ROT-ENDSUG-FIM
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
                COMPUTE W-NOVAQT = ALMOX-QUANT - W-SAIDA
                MOVE W-NOVAQT TO ALMOX-QUANT
                MOVE "A" TO TRLH-OPER
                REWRITE REGALMOX
                IF ST-ERRO2 NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ALMOX" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                MOVE "S"          TO MOV-TIPO
                MOVE W-ALMOX      TO MOV-ALMOX
                MOVE W-SAIDA      TO MOV-QUANT
                MOVE "V"          TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
                PERFORM ROT-BXLOTE THRU ROT-BXLOTE-FIM
                PERFORM ROT-BXEND THRU ROT-BXEND-FIM
                PERFORM ROT-BXRES THRU ROT-BXRES-FIM.
      *
      * RECALCULA QUANT/VRESTOQ DO PRODUTO SOMANDO OS ALMOXARIFADOS
      *
       BX-SOMAR.
                MOVE ZEROS TO W-SOMA
                MOVE CODPRO TO ALMOX-CODPRO
                MOVE ZEROS  TO ALMOX-NUMERO
                START ALMOX KEY IS NOT LESS ALMOX-CHAVE
                      INVALID KEY GO TO BX-SOMAR-FIM.
       BX-SOMAR1.
                READ ALMOX NEXT
                IF ST-ERRO2 NOT = "00"
                   GO TO BX-SOMAR-FIM.
                IF ALMOX-CODPRO NOT = CODPRO
                   GO TO BX-SOMAR-FIM.
                ADD ALMOX-QUANT TO W-SOMA
                GO TO BX-SOMAR1.
       BX-SOMAR-FIM.
                MOVE W-SOMA TO QUANT
                COMPUTE VRESTOQ = QUANT * PRECMD
                REWRITE REGPRO
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRODUTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-ITEMOK THRU ROT-ITEMOK-FIM
                PERFORM ROT-JRNFIM THRU ROT-JRNFIM-FIM
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                ADD 1 TO W-QTDBX
                GO TO BX-ITEM-FIM.
       BX-RECUSA.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                ADD 1 TO W-QTDREC.
       BX-ITEM-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * MARCA O ITEM COMO ENTREGUE, COM O PRECMD DA SAIDA (CUSTO DA
      * MARGEM BRUTA), O GRUPO ATUAL DO PRODUTO, A DATA E O LOTE
      *-------------------------------------------------------------
       ROT-ITEMOK.
                MOVE "E"       TO TE-SITUACAO(W-IX)
                MOVE "S"       TO TE-BAIXOU(W-IX)
                MOVE W-LOTENUM TO TE-LOTE(W-IX)
                COMPUTE W-VLITEM ROUNDED = TE-QUANT(W-IX)
                                         * TE-PRECO(W-IX)
                ADD W-VLITEM TO W-VLNOTA
                MOVE W-NUMPED      TO PVI-NUMERO
                MOVE TE-ITEM(W-IX) TO PVI-ITEM
                READ PVITEM
                IF ST-ERROPI NOT = "00"
                   GO TO ROT-ITEMOK-FIM.
                MOVE "E"       TO PVI-SITUACAO
                MOVE PRECMD    TO PVI-CUSTO
                MOVE GRUPO     TO PVI-GRUPO
                MOVE W-HOJE    TO PVI-DTENT
                MOVE W-LOTENUM TO PVI-LOTE
                REWRITE REGPVI
                IF ST-ERROPI NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PVITEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-ITEMOK-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * A RESERVA DO ITEM, ATENDIDA, FICA BAIXADA
      *-------------------------------------------------------------
       ROT-BXRES.
                IF W-TEMRES NOT = "S"
                   GO TO ROT-BXRES-FIM.
                MOVE CODPRO           TO RES-CODPRO
                MOVE W-ALMOX          TO RES-ALMOX
                MOVE TE-RESSEQ(W-IX)  TO RES-SEQ
                READ RESERVA
                IF ST-ERRORS NOT = "00"
                   GO TO ROT-BXRES-FIM.
                IF NOT RES-ATIVA
                   GO TO ROT-BXRES-FIM.
                MOVE "B" TO RES-SITUACAO
                REWRITE REGRES
                IF ST-ERRORS NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RESERVA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-BXRES-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * SOMA AS RESERVAS ATIVAS DO PRODUTO NO ALMOXARIFADO DO ITEM;
      * A RESERVA DO PROPRIO ITEM VAI TAMBEM PARA W-PROPRIA
      *-------------------------------------------------------------
       SOMA-RESERVAS.
                MOVE ZEROS TO W-RESERV W-PROPRIA
                IF W-TEMRES NOT = "S"
                   GO TO SOMA-RESERVAS-FIM.
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
                IF NOT RES-ATIVA
                   GO TO SOMA-RESERVAS1.
                ADD RES-QUANT TO W-RESERV
                IF RES-SEQ = TE-RESSEQ(W-IX)
                   MOVE RES-QUANT TO W-PROPRIA.
                GO TO SOMA-RESERVAS1.
       SOMA-RESERVAS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * LOCALIZA O LOTE COM SALDO DE VALIDADE MAIS ANTIGA (FEFO)
      *-------------------------------------------------------------
       ROT-FEFO.
                MOVE SPACES TO W-SUGLOTE
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
                IF LOTE-QUANT NOT < W-SAIDA
                   IF LOTE-VALIDADE < W-SUGVAL
                      MOVE LOTE-NUMERO   TO W-SUGLOTE
                      MOVE LOTE-VALIDADE TO W-SUGVAL.
                GO TO ROT-FEFO1.
       ROT-FEFO-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * BAIXA A QUANTIDADE SAIDA DO LOTE ESCOLHIDO
      *-------------------------------------------------------------
       ROT-BXLOTE.
                IF PERECIVEL NOT = "S"
                   GO TO ROT-BXLOTE-FIM.
                MOVE CODPRO    TO LOTE-CODPRO
                MOVE W-LOTENUM TO LOTE-NUMERO
                READ LOTE
                IF ST-ERROL NOT = "00"
                   GO TO ROT-BXLOTE-FIM.
                COMPUTE LOTE-QUANT = LOTE-QUANT - W-SAIDA
                REWRITE REGLOTE
                IF ST-ERROL NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO LOTE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-BXLOTE-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * ENDERECO DA SAIDA: O PRIMEIRO DO ALMOX QUE ATENDE O ITEM
      * INTEIRO (SEM ELE NENHUM ENDERECO E BAIXADO)
      *-------------------------------------------------------------
       ROT-ENDSUG.
                MOVE SPACES TO W-ENDSEP
                IF W-TEMEND NOT = "S"
                   GO TO ROT-ENDSUG-FIM.
                MOVE CODPRO TO PEN-CODPRO
                START PRODEND KEY IS NOT LESS PEN-CODPRO
                      INVALID KEY GO TO ROT-ENDSUG-FIM.
       ROT-ENDSUG1.
                READ PRODEND NEXT
                IF ST-ERROPD NOT = "00"
                   GO TO ROT-ENDSUG-FIM.
                IF PEN-CODPRO NOT = CODPRO
                   GO TO ROT-ENDSUG-FIM.
                IF PEN-ALMOX NOT = W-ALMOX OR PEN-QUANT < W-SAIDA
                   GO TO ROT-ENDSUG1.
                MOVE PEN-ENDER TO W-ENDSEP.
       ROT-ENDSUG-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * BAIXA A SAIDA DO ENDERECO ESCOLHIDO
      *-------------------------------------------------------------
       ROT-BXEND.
                IF W-TEMEND NOT = "S" OR W-ENDSEP = SPACES
                   GO TO ROT-BXEND-FIM.
                MOVE W-ALMOX      TO PEN-ALMOX
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
      *************************************************
      * NOTA DE ENTREGA NO SPOOL: ITENS ENTREGUES     *
      * NESTA PASSADA, COM LOTE, PRECO E TOTAL, E OS  *
      * CAMPOS DE RECEBIMENTO PARA O CLIENTE ASSINAR  *
      *************************************************
      *
       IMP-NOTA.
                PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
                OPEN OUTPUT ARQIMP
                MOVE W-NUMPED     TO CAB11
                MOVE W-HJ-DIA     TO CAB12
                MOVE W-HJ-MES     TO CAB13
                MOVE W-HJ-ANO     TO CAB14
                MOVE CLI-CODIGO   TO CABC11
                MOVE CLI-NOME     TO CABC12
                MOVE CLI-CNPJ     TO CABC13
                MOVE CLI-ENDERECO TO CABC21
                MOVE CLI-BAIRRO   TO CABC22
                MOVE CLI-CIDADE   TO CABC31
                MOVE CLI-UF       TO CABC32
                MOVE CLI-CEP      TO CABC33
                MOVE CLI-FONE     TO CABC34
                WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM CAB-CLI1 BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM CAB-CLI2 BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM CAB-CLI3 BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
                MOVE 1 TO W-IX.
       IMP-NOTA1.
                IF W-IX > W-QTDIT
                   GO TO IMP-NOTA2.
                IF TE-BAIXOU(W-IX) NOT = "S"
                   ADD 1 TO W-IX
                   GO TO IMP-NOTA1.
                MOVE TE-ITEM(W-IX)   TO DET11
                MOVE TE-CODPRO(W-IX) TO DET12
                MOVE TE-DESCR(W-IX)  TO DET13
                MOVE TE-UNID(W-IX)   TO DET14
                MOVE TE-QUANT(W-IX)  TO DET15
                MOVE TE-LOTE(W-IX)   TO DET16
                MOVE TE-PRECO(W-IX)  TO DET17
                COMPUTE W-VLITEM ROUNDED = TE-QUANT(W-IX)
                                         * TE-PRECO(W-IX)
                MOVE W-VLITEM        TO DET18
                WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
                ADD 1 TO W-IX
                GO TO IMP-NOTA1.
       IMP-NOTA2.
                WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
                MOVE W-VLNOTA TO DTOT1
                WRITE REGIMP FROM DET-TOT BEFORE ADVANCING 2 LINES
                IF W-QTDREC NOT = ZEROS
                   WRITE REGIMP FROM DET-PEND BEFORE ADVANCING 2 LINES.
                MOVE SPACES TO REGIMP
                WRITE REGIMP BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM DET-RECEB BEFORE ADVANCING 3 LINES
                WRITE REGIMP FROM DET-ASSIN BEFORE ADVANCING 1 LINE
                CLOSE ARQIMP.
       IMP-NOTA-FIM.
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
                MOVE "CEP071"    TO TRLH-PROG
                MOVE ALMOX-CHAVE TO TRLH-CHAVE
                MOVE DESCR       TO TRLH-DESCR
                MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
                EXIT.
      *
       ROT-TRILHAP.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE DH-ANO      TO TRLH-ANO
                MOVE DH-MES      TO TRLH-MES
                MOVE DH-DIA      TO TRLH-DIA
                MOVE TA-HH       TO TRLH-HH
                MOVE TA-MM       TO TRLH-MM
                MOVE TA-SS       TO TRLH-SS
                MOVE "CEP071"    TO TRLH-PROG
                MOVE "A"         TO TRLH-OPER
                MOVE PVC-NUMERO  TO TRLH-CHAVE
                MOVE CLI-NOME    TO TRLH-DESCR
                MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHAP-FIM.
                EXIT.
      *
      *************************************************
      * TRAVA DO REGISTRO EM EDICAO (TRAVA.DAT): A    *
      * SEGUNDA ESTACAO NA MESMA CHAVE RECEBE O AVISO *
      * "REGISTRO EM USO POR <LOGIN>". O CHAMADOR     *
      * PREPARA TRV-ARQ E TRV-REG; UMA TRAVA ANTERIOR *
      * AINDA SEGURA E SOLTA ANTES DE PEGAR A NOVA.   *
      *************************************************
      *
       ROT-TRAVA.
                MOVE TRV-CHAVE TO W-TRVNOVA
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                MOVE W-TRVNOVA TO TRV-CHAVE
                MOVE "N" TO W-TRAVOU
                READ TRAVA
                IF ST-ERROTV = "00"
                   IF TRV-LOGIN NOT = W-LOGIN
                      MOVE SPACES TO MENS
                      STRING "*** REGISTRO EM USO POR "
                                         DELIMITED BY SIZE
                             TRV-LOGIN   DELIMITED BY SIZE
                             " ***"      DELIMITED BY SIZE
                        INTO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-TRAVA-FIM
                   ELSE
                      MOVE "S" TO W-TRAVOU
                      MOVE TRV-CHAVE TO W-TRVCHAVE
                      GO TO ROT-TRAVA-FIM.
                ACCEPT W-DTTRV FROM DATE YYYYMMDD
                ACCEPT W-HRTRV FROM TIME
                MOVE W-LOGIN  TO TRV-LOGIN
                MOVE W-DTTRV  TO TRV-DATA
                MOVE W-HRTRV6 TO TRV-HORA
                WRITE REGTRV
                IF ST-ERROTV = "00" OR "02" OR "22"
                   MOVE "S" TO W-TRAVOU
                   MOVE TRV-CHAVE TO W-TRVCHAVE.
       ROT-TRAVA-FIM.
                EXIT.
      *
       ROT-DESTRAVA.
                IF W-TRAVOU NOT = "S"
                   GO TO ROT-DESTRAVA-FIM.
                MOVE W-TRVCHAVE TO TRV-CHAVE
                READ TRAVA
                IF ST-ERROTV = "00"
                   IF TRV-LOGIN = W-LOGIN
                      DELETE TRAVA RECORD.
                MOVE "N" TO W-TRAVOU
                MOVE SPACES TO W-TRVCHAVE.
       ROT-DESTRAVA-FIM.
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
                MOVE ZEROS    TO MOV-SEQ
                MOVE ZEROS    TO MOV-REQUIS MOV-CCUSTO
                MOVE W-NUMPED TO MOV-PEDIDO
                MOVE "CEP071" TO MOV-PROG.
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
                MOVE JRN-ID   TO W-JRNID
                MOVE "CEP071" TO JRN-PROG
                MOVE CODPRO   TO JRN-CODPRO
                MOVE W-ALMOX  TO JRN-ALMOX
                MOVE DH-ANO   TO JRN-ANO
                MOVE DH-MES   TO JRN-MES
                MOVE DH-DIA   TO JRN-DIA
                MOVE TA-HH    TO JRN-HH
                MOVE TA-MM    TO JRN-MM
                MOVE TA-SS    TO JRN-SS
                MOVE "S"      TO JRN-TIPO
                MOVE W-SAIDA  TO JRN-QUANT
                MOVE W-NUMPED TO JRN-PEDIDO
                MOVE W-LOTENUM TO JRN-LOTE
                MOVE "I"      TO JRN-SITUACAO
                MOVE W-LOGIN  TO JRN-OPERADOR
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
      ************************************
      * ABRE UMA ENTRADA NO DIRETORIO DO *
      * SPOOL E DEFINE O ARQUIVO DA NOTA *
      ************************************
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
                MOVE "CEP071" TO SPL-RELAT
                ACCEPT W-SPLDATA FROM DATE YYYYMMDD
                ACCEPT W-SPLHORA FROM TIME
                MOVE W-SPLDATA TO SPL-DATA
                MOVE W-SPLHMS  TO SPL-HORA
                MOVE W-LOGIN   TO SPL-OPERADOR
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
