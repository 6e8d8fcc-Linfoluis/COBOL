       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP059.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * BAIXA DA LISTA DE SEPARACAO        *
      * (CEP058): O OPERADOR INFORMA O QUE *
      * FOI REALMENTE SEPARADO EM CADA     *
      * LINHA E O CENTRO DE CUSTO, E A     *
      * BAIXA SAI DE UMA VEZ, COMO NO      *
      * CEP009: SAIDA S NO MOVEST COM A    *
      * REQUISICAO E O CENTRO, LOTE,       *
      * ENDERECO E REQUISICAO ATUALIZADOS. *
      * LINHA QUE NAO PASSA NA CONFERENCIA *
      * FICA EM ABERTO NA LISTA.           *
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
       COPY LOTESEL.BOK.
       COPY RESSEL.BOK.
       COPY REQSEL.BOK.
       COPY JRNSEL.BOK.
       COPY TRVSEL.BOK.
       COPY PENDSEL.BOK.
       COPY SEPSEL.BOK.
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
       COPY LOTE.BOK.
       COPY RESERVA.BOK.
       COPY REQUIS.BOK.
       COPY JORNAL.BOK.
       COPY TRAVA.BOK.
       COPY PRODEND.BOK.
       COPY SEPARA.BOK.
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
       77 ST-ERROL     PIC X(02) VALUE "00".
       77 ST-ERRORS    PIC X(02) VALUE "00".
       77 ST-ERRORQ    PIC X(02) VALUE "00".
       77 ST-ERROC1    PIC X(02) VALUE "00".
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 ST-ERROSE    PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-TEMCC      PIC X(01) VALUE "N".
       77 W-TEMRES     PIC X(01) VALUE "N".
       77 W-TEMEND     PIC X(01) VALUE "N".
       77 W-CCUSTO     PIC 9(02) VALUE ZEROS.
       77 W-NUMREQ     PIC 9(06) VALUE ZEROS.
       77 W-RESERV     PIC 9(06)V9 VALUE ZEROS.
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
       77 W-LISTA      PIC 9(06) VALUE ZEROS.
       77 W-ALMOX      PIC 9(01) VALUE ZEROS.
       77 W-SAIDA      PIC 9(05)V9 VALUE ZEROS.
       77 W-QTDSEP     PIC 9(05)V9 VALUE ZEROS.
       77 W-NOVAQT     PIC 9(05)V9 VALUE ZEROS.
       77 W-SOMA       PIC 9(05)V9 VALUE ZEROS.
       77 W-LOTENUM    PIC X(10) VALUE SPACES.
       01 W-ENDSEP.
          03 W-ES-RUA   PIC X(02) VALUE SPACES.
          03 W-ES-PRAT  PIC X(02) VALUE SPACES.
          03 W-ES-NIVEL PIC X(02) VALUE SPACES.
       77 W-NUMLIN     PIC 9(03) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-IND2       PIC 9(03) VALUE ZEROS.
       77 W-PAG        PIC 9(03) VALUE ZEROS.
       77 W-LINPOS     PIC 9(02) VALUE ZEROS.
       77 W-QTDBX      PIC 9(03) VALUE ZEROS.
       77 W-QTDZERO    PIC 9(03) VALUE ZEROS.
       77 W-QTDREC     PIC 9(03) VALUE ZEROS.
       77 W-MAIS       PIC X(01) VALUE "N".
      *
      * LINHAS EM ABERTO DA LISTA (A SEPARAR), NA ORDEM DE CAMINHADA
      *
       01 TAB-SEP.
          03 TS-LINHA OCCURS 150 TIMES.
             05 TS-ENDER    PIC X(06).
             05 TS-CODPRO   PIC 9(06).
             05 TS-LOTE     PIC X(10).
             05 TS-REQUIS   PIC 9(06).
             05 TS-DESCR    PIC X(15).
             05 TS-QTDSUG   PIC 9(05)V9.
             05 TS-QTDSEP   PIC 9(05)V9.
             05 TS-CCUSTO   PIC 9(02).
       01 W-ENDTELA.
          03 W-ET-RUA   PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-ET-PRAT  PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-ET-NIVEL PIC X(02) VALUE SPACES.
       01 DETLIN.
          03 DL-SEQ    PIC ZZ9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DL-ENDER  PIC X(08).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DL-CODPRO PIC 9(06).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DL-DESCR  PIC X(15).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DL-LOTE   PIC X(10).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DL-REQUIS PIC 9(06).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DL-QTDSUG PIC ZZZZ9,9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DL-QTDSEP PIC ZZZZ9,9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DL-CCUSTO PIC 99.
       01 LIMPA-LIN    PIC X(79) VALUE SPACES.
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
           OPEN I-O SEPARA
           IF ST-ERROSE NOT = "00"
               MOVE "*** NENHUMA LISTA GERADA (CEP058) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN I-O REQUIS
           IF ST-ERRORQ NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO REQUIS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE SEPARA
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
      * RESERVAS, CENTROS DE CUSTO E ENDERECOS SAO OPCIONAIS, COMO
      * NA SAIDA AVULSA (CEP009)
      *
       INC-OP0E.
           OPEN INPUT RESERVA
           IF ST-ERRORS = "00"
              MOVE "S" TO W-TEMRES
           ELSE
              MOVE "N" TO W-TEMRES.
           OPEN INPUT OCA001
           IF ST-ERROC1 = "00"
              MOVE "S" TO W-TEMCC
           ELSE
              MOVE "N" TO W-TEMCC.
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
                MOVE ZEROS TO W-LISTA W-ALMOX W-NUMLIN W-IND W-PAG
                MOVE "N"   TO W-MAIS
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "BAIXA DA LISTA DE SEPARACAO"
                DISPLAY (03, 01) "N DA LISTA             : "
                DISPLAY (03, 40) "ALMOXARIFADO : ".
       INC-002.
                ACCEPT  (03, 27) W-LISTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-LISTA = ZEROS
                   MOVE "*** LISTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM CARREGA-LISTA THRU CARREGA-LISTA-FIM
                IF W-MAIS = "X"
                   MOVE "*** LISTA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-NUMLIN = ZEROS
                   MOVE "*** LISTA SEM LINHAS EM ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (03, 55) W-ALMOX
                DISPLAY (05, 01)
            "SEQ ENDERECO CODIGO DESCRICAO       LOTE       REQUIS."
                DISPLAY (05, 56) "SUGER.  SEPAR.  CC"
                IF W-MAIS = "S"
                   MOVE "* LISTA GRANDE: O RESTO FICA P/ OUTRA BAIXA *"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE 1 TO W-IND.
      *
      *************************************************
      * CONFERENCIA LINHA A LINHA: QUANTIDADE         *
      * SEPARADA (ATE A SUGERIDA; ZERO = NAO ACHOU) E *
      * CENTRO DE CUSTO CONSUMIDOR. ESC VOLTA UMA     *
      * LINHA. 12 LINHAS POR TELA.                    *
      *************************************************
      *
       LIN-001.
                IF W-IND < W-PAG OR W-IND > W-PAG + 11
                   COMPUTE W-PAG = (W-IND - 1) / 12
                   COMPUTE W-PAG = W-PAG * 12 + 1
                   PERFORM MOSTRA-PAG THRU MOSTRA-PAG-FIM.
                COMPUTE W-LINPOS = W-IND - W-PAG + 6
                MOVE TS-QTDSEP(W-IND) TO W-QTDSEP.
       LIN-002.
                ACCEPT (W-LINPOS, 63) W-QTDSEP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-IND = 1
                      GO TO INC-001
                   ELSE
                      SUBTRACT 1 FROM W-IND
                      GO TO LIN-001.
                IF W-QTDSEP > TS-QTDSUG(W-IND)
                   MOVE "*** SEPARADO MAIOR QUE O SUGERIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIN-002.
                MOVE W-QTDSEP TO TS-QTDSEP(W-IND)
                MOVE W-QTDSEP TO DL-QTDSEP
                DISPLAY (W-LINPOS, 63) DL-QTDSEP.
       LIN-003.
                IF W-TEMCC NOT = "S" OR W-QTDSEP = ZEROS
                   GO TO LIN-004.
                MOVE TS-CCUSTO(W-IND) TO W-CCUSTO
                IF W-CCUSTO = ZEROS
                   PERFORM ROT-CCREQ THRU ROT-CCREQ-FIM.
                ACCEPT (W-LINPOS, 72) W-CCUSTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO LIN-002.
                IF W-CCUSTO NOT = ZEROS
                   MOVE W-CCUSTO TO OCC00101
                   READ OCA001
                   IF ST-ERROC1 NOT = "00"
                      MOVE "*** CENTRO NAO CADASTRADO (OCM001) ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LIN-003.
                MOVE W-CCUSTO TO TS-CCUSTO(W-IND).
       LIN-004.
                IF W-IND < W-NUMLIN
                   ADD 1 TO W-IND
                   GO TO LIN-001.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 20)
                     "S=BAIXA N=REVISA C=CANCELA A LISTA : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO LIN-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE 1 TO W-IND
                   GO TO LIN-001.
                IF W-OPCAO = "C" OR "c"
                   GO TO CANCELA.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S, N OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      **********************
      * BAIXA DAS LINHAS   *
      **********************
      *
       BAIXA.
                MOVE ZEROS TO W-QTDBX W-QTDZERO W-QTDREC
                MOVE 1 TO W-IND.
       BAIXA1.
                IF W-IND > W-NUMLIN
                   GO TO BAIXA-FIM.
                PERFORM BX-LINHA THRU BX-LINHA-FIM
                ADD 1 TO W-IND
                GO TO BAIXA1.
       BAIXA-FIM.
                DISPLAY (23, 01) LIMPA-LIN
                DISPLAY (19, 01) "LINHAS BAIXADAS        : "
                DISPLAY (19, 27) W-QTDBX
                DISPLAY (20, 01) "NAO SEPARADAS (ZERO)   : "
                DISPLAY (20, 27) W-QTDZERO
                DISPLAY (21, 01) "RECUSADAS (FICAM ABER.): "
                DISPLAY (21, 27) W-QTDREC
                MOVE "*** BAIXA DA LISTA CONCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      * CANCELAMENTO: AS LINHAS AINDA EM ABERTO PASSAM A X E AS
      * REQUISICOES CONTINUAM APROVADAS PARA UMA PROXIMA LISTA
      *
       CANCELA.
                MOVE W-LISTA     TO SEP-LISTA
                MOVE LOW-VALUES  TO SEP-ENDER SEP-LOTE
                MOVE ZEROS       TO SEP-CODPRO SEP-REQUIS
                START SEPARA KEY IS NOT LESS SEP-CHAVE
                      INVALID KEY GO TO CANCELA-FIM.
       CANCELA1.
                READ SEPARA NEXT
                IF ST-ERROSE NOT = "00"
                   GO TO CANCELA-FIM.
                IF SEP-LISTA NOT = W-LISTA
                   GO TO CANCELA-FIM.
                IF NOT SEP-SEPARAR OR NOT SEP-ABERTA
                   GO TO CANCELA1.
                MOVE "X" TO SEP-SITUACAO
                ACCEPT SEP-DATA FROM DATE YYYYMMDD
                MOVE W-LOGIN TO SEP-OPERADOR
                REWRITE REGSEP
                IF ST-ERROSE NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SEPARA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANCELA-FIM.
                GO TO CANCELA1.
       CANCELA-FIM.
                MOVE "*** LISTA CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                CLOSE SEPARA REQUIS PRODUTO ALMOX HISTPRE ARQTRLH
                      LOTE MOVEST JORNAL TRAVA
                IF W-TEMRES = "S"
                   CLOSE RESERVA.
                IF W-TEMCC = "S"
                   CLOSE OCA001.
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
      * CARREGA AS LINHAS A SEPARAR AINDA EM ABERTO (ATE 150; W-MAIS
      * = S QUANDO SOBRA). LISTA INEXISTENTE VOLTA COM W-MAIS = X
      *-------------------------------------------------------------
       CARREGA-LISTA.
                MOVE ZEROS TO W-NUMLIN W-ALMOX
                MOVE "X"   TO W-MAIS
                MOVE W-LISTA     TO SEP-LISTA
                MOVE LOW-VALUES  TO SEP-ENDER SEP-LOTE
                MOVE ZEROS       TO SEP-CODPRO SEP-REQUIS
                START SEPARA KEY IS NOT LESS SEP-CHAVE
                      INVALID KEY GO TO CARREGA-LISTA-FIM.
       CARREGA-LISTA1.
                READ SEPARA NEXT
                IF ST-ERROSE NOT = "00"
                   GO TO CARREGA-LISTA-FIM.
                IF SEP-LISTA NOT = W-LISTA
                   GO TO CARREGA-LISTA-FIM.
                IF W-MAIS = "X"
                   MOVE "N" TO W-MAIS
                   MOVE SEP-ALMOX TO W-ALMOX.
                IF NOT SEP-SEPARAR OR NOT SEP-ABERTA
                   GO TO CARREGA-LISTA1.
                IF W-NUMLIN NOT < 150
                   MOVE "S" TO W-MAIS
                   GO TO CARREGA-LISTA-FIM.
                ADD 1 TO W-NUMLIN
                MOVE SEP-ENDER  TO TS-ENDER(W-NUMLIN)
                MOVE SEP-CODPRO TO TS-CODPRO(W-NUMLIN)
                MOVE SEP-LOTE   TO TS-LOTE(W-NUMLIN)
                MOVE SEP-REQUIS TO TS-REQUIS(W-NUMLIN)
                MOVE SEP-QTDSUG TO TS-QTDSUG(W-NUMLIN)
                MOVE SEP-QTDSUG TO TS-QTDSEP(W-NUMLIN)
                MOVE SEP-CCUSTO TO TS-CCUSTO(W-NUMLIN)
                MOVE SEP-CODPRO TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*SEM CADASTRO*" TO DESCR.
                MOVE DESCR TO TS-DESCR(W-NUMLIN)
                GO TO CARREGA-LISTA1.
       CARREGA-LISTA-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * MOSTRA A TELA DE 12 LINHAS QUE COMECA EM W-PAG
      *-------------------------------------------------------------
       MOSTRA-PAG.
                MOVE W-PAG TO W-IND2
                MOVE 6 TO W-LINPOS.
       MOSTRA-PAG1.
                IF W-LINPOS > 17
                   GO TO MOSTRA-PAG-FIM.
                IF W-IND2 > W-NUMLIN
                   DISPLAY (W-LINPOS, 01) LIMPA-LIN
                   ADD 1 TO W-LINPOS
                   GO TO MOSTRA-PAG1.
                MOVE W-IND2 TO DL-SEQ
                IF TS-ENDER(W-IND2) = HIGH-VALUES
                   MOVE "SEM END." TO DL-ENDER
                ELSE
                   MOVE TS-ENDER(W-IND2) TO W-ENDSEP
                   MOVE W-ES-RUA   TO W-ET-RUA
                   MOVE W-ES-PRAT  TO W-ET-PRAT
                   MOVE W-ES-NIVEL TO W-ET-NIVEL
                   MOVE W-ENDTELA TO DL-ENDER.
                MOVE TS-CODPRO(W-IND2) TO DL-CODPRO
                MOVE TS-DESCR(W-IND2)  TO DL-DESCR
                MOVE TS-LOTE(W-IND2)   TO DL-LOTE
                MOVE TS-REQUIS(W-IND2) TO DL-REQUIS
                MOVE TS-QTDSUG(W-IND2) TO DL-QTDSUG
                MOVE TS-QTDSEP(W-IND2) TO DL-QTDSEP
                MOVE TS-CCUSTO(W-IND2) TO DL-CCUSTO
                DISPLAY (W-LINPOS, 01) DETLIN
                ADD 1 TO W-IND2 W-LINPOS
                GO TO MOSTRA-PAG1.
       MOSTRA-PAG-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CENTRO SUGERIDO: O JA INFORMADO NUMA LINHA ANTERIOR DA
      * MESMA REQUISICAO
      *-------------------------------------------------------------
       ROT-CCREQ.
                MOVE 1 TO W-IND2.
       ROT-CCREQ1.
                IF W-IND2 NOT < W-IND
                   GO TO ROT-CCREQ-FIM.
                IF TS-REQUIS(W-IND2) = TS-REQUIS(W-IND)
                   AND TS-CCUSTO(W-IND2) NOT = ZEROS
                   MOVE TS-CCUSTO(W-IND2) TO W-CCUSTO
                   GO TO ROT-CCREQ-FIM.
                ADD 1 TO W-IND2
                GO TO ROT-CCREQ1.
       ROT-CCREQ-FIM.
                EXIT.
      *
      *************************************************
      * BAIXA DE UMA LINHA: CONFERE DE NOVO SALDO DO  *
      * ALMOX, RESERVAS, REQUISICAO E LOTE (PODEM TER *
      * MUDADO DESDE A GERACAO) E POSTA COMO O CEP009 *
      * ITEM SERIADO NAO BAIXA AQUI: A LINHA FICA     *
      * PENDENTE PARA O CEP009, QUE EXIGE AS SERIES.  *
      *************************************************
      *
       BX-LINHA.
                MOVE TS-QTDSEP(W-IND) TO W-SAIDA
                IF W-SAIDA = ZEROS
                   PERFORM ROT-SEPOK THRU ROT-SEPOK-FIM
                   ADD 1 TO W-QTDZERO
                   GO TO BX-LINHA-FIM.
                MOVE TS-CODPRO(W-IND) TO CODPRO
                MOVE "PRODUTO " TO TRV-ARQ
                MOVE CODPRO TO TRV-REG
                PERFORM ROT-TRAVA THRU ROT-TRAVA-FIM
                IF W-TRAVOU NOT = "S"
                   GO TO BX-RECUSA.
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   GO TO BX-RECUSA.
                IF SERIADO = "S"
                   GO TO BX-RECUSA.
                MOVE DESCR  TO OLD-DESCR
                MOVE PRECMD TO OLD-PRECMD
                MOVE QUANT  TO OLD-QUANT
                MOVE CODPRO  TO ALMOX-CODPRO
                MOVE W-ALMOX TO ALMOX-NUMERO
                READ ALMOX
                IF ST-ERRO2 NOT = "00"
                   GO TO BX-RECUSA.
                PERFORM SOMA-RESERVAS THRU SOMA-RESERVAS-FIM
                COMPUTE W-DISP = ALMOX-QUANT - W-RESERV
                IF W-SAIDA > ALMOX-QUANT OR W-SAIDA > W-DISP
                   GO TO BX-RECUSA.
                MOVE TS-REQUIS(W-IND) TO W-NUMREQ REQ-NUMERO
                READ REQUIS
                IF ST-ERRORQ NOT = "00"
                   GO TO BX-RECUSA.
                IF NOT REQ-APROVADA OR REQ-CODPRO NOT = CODPRO
                   GO TO BX-RECUSA.
                IF W-SAIDA > REQ-QTDSOL - REQ-QTDATE
                   GO TO BX-RECUSA.
                MOVE SPACES TO W-LOTENUM
                IF PERECIVEL NOT = "S"
                   GO TO BX-LINHA1.
                MOVE CODPRO           TO LOTE-CODPRO
                MOVE TS-LOTE(W-IND)   TO LOTE-NUMERO W-LOTENUM
                READ LOTE
                IF ST-ERROL NOT = "00"
                   GO TO BX-RECUSA.
                IF LOTE-QUARENT OR LOTE-REJEITADO
                   GO TO BX-RECUSA.
                IF LOTE-QUANT < W-SAIDA
                   GO TO BX-RECUSA.
       BX-LINHA1.
                IF TS-ENDER(W-IND) = HIGH-VALUES
                   MOVE SPACES TO W-ENDSEP
                ELSE
                   MOVE TS-ENDER(W-IND) TO W-ENDSEP.
                MOVE TS-CCUSTO(W-IND) TO W-CCUSTO
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
                MOVE "C"          TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
                PERFORM ROT-BXLOTE THRU ROT-BXLOTE-FIM
                PERFORM ROT-BXREQ THRU ROT-BXREQ-FIM
                PERFORM ROT-BXEND THRU ROT-BXEND-FIM.
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
                PERFORM ROT-JRNFIM THRU ROT-JRNFIM-FIM
                PERFORM ROT-SEPOK THRU ROT-SEPOK-FIM
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                ADD 1 TO W-QTDBX
                GO TO BX-LINHA-FIM.
       BX-RECUSA.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                ADD 1 TO W-QTDREC.
       BX-LINHA-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * MARCA A LINHA DA LISTA COMO BAIXADA, COM O SEPARADO E O
      * CENTRO DE CUSTO
      *-------------------------------------------------------------
       ROT-SEPOK.
                MOVE W-LISTA           TO SEP-LISTA
                MOVE TS-ENDER(W-IND)   TO SEP-ENDER
                MOVE TS-CODPRO(W-IND)  TO SEP-CODPRO
                MOVE TS-LOTE(W-IND)    TO SEP-LOTE
                MOVE TS-REQUIS(W-IND)  TO SEP-REQUIS
                READ SEPARA
                IF ST-ERROSE NOT = "00"
                   GO TO ROT-SEPOK-FIM.
                MOVE TS-QTDSEP(W-IND)  TO SEP-QTDSEP
                MOVE TS-CCUSTO(W-IND)  TO SEP-CCUSTO
                MOVE "C"               TO SEP-SITUACAO
                ACCEPT SEP-DATA FROM DATE YYYYMMDD
                MOVE W-LOGIN           TO SEP-OPERADOR
                REWRITE REGSEP
                IF ST-ERROSE NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SEPARA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-SEPOK-FIM.
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
                MOVE "CEP059"    TO TRLH-PROG
                MOVE ALMOX-CHAVE TO TRLH-CHAVE
                MOVE DESCR       TO TRLH-DESCR
                MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
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
      *-------------------------------------------------------------
      * BAIXA A SAIDA DO ENDERECO DA LINHA
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
      *-------------------------------------------------------------
      * BAIXA A QUANTIDADE SAIDA DO LOTE DA LINHA
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
      * ACUMULA O ATENDIMENTO NA REQUISICAO E FECHA QUANDO
      * TOTALMENTE SERVIDA (ATENDIMENTO PARCIAL FICA APROVADA)
      *-------------------------------------------------------------
       ROT-BXREQ.
                IF W-NUMREQ = ZEROS
                   GO TO ROT-BXREQ-FIM.
                MOVE W-NUMREQ TO REQ-NUMERO
                READ REQUIS
                IF ST-ERRORQ NOT = "00"
                   GO TO ROT-BXREQ-FIM.
                COMPUTE REQ-QTDATE = REQ-QTDATE + W-SAIDA
                IF REQ-QTDATE NOT < REQ-QTDSOL
                   MOVE "F" TO REQ-SITUACAO.
                REWRITE REGREQ
                IF ST-ERRORQ NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO REQUIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-BXREQ-FIM.
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
                MOVE W-NUMREQ TO MOV-REQUIS
                MOVE W-CCUSTO TO MOV-CCUSTO
                MOVE ZEROS    TO MOV-PEDIDO
                MOVE "CEP059" TO MOV-PROG.
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
                MOVE "CEP059" TO JRN-PROG
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
                MOVE ZEROS    TO JRN-PEDIDO
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
