       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP074.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * ACOMPANHAMENTO DA NAO CONFORMIDADE *
      * DE FORNECEDOR (NCONF.DAT), ABERTA  *
      * NA REJEICAO DE LOTE (CEP041) OU NA *
      * DEVOLUCAO (CEP028). FUNCOES:       *
      *   N = IMPRIME A NOTIFICACAO AO     *
      *       FORNECEDOR NO SPOOL          *
      *   P = ALTERA ACAO EXIGIDA / PRAZO  *
      *   R = REGISTRA A RESPOSTA DO       *
      *       FORNECEDOR (A PASSA A R)     *
      *   F = FECHA (ACAO VERIFICADA)      *
      *   A = REABRE (RESPOSTA RECUSADA)   *
      * F E A SAO FUNCOES DE SUPERVISOR.   *
      * CADA MUDANCA VAI PARA A TRILHA.    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY NCFSEL.BOK.
       COPY FORNSEL.BOK.
       COPY PRODUSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY NCONF.BOK.
       COPY FORNEC.BOK.
       COPY PRODUTO.BOK.
       COPY AUDTRLH.BOK.
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
       77 W-FUNCAO     PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERRONC    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 W-TEMFOR     PIC X(01) VALUE "N".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NUMNC      PIC 9(06) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-NCACAO     PIC X(50) VALUE SPACES.
       77 W-NCRESP     PIC X(50) VALUE SPACES.
       01 W-NCPRAZO.
          03 W-NCP-ANO PIC 9(04) VALUE ZEROS.
          03 W-NCP-MES PIC 9(02) VALUE ZEROS.
          03 W-NCP-DIA PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-T REDEFINES W-HOJE.
          03 W-HJ-ANO  PIC 9(04).
          03 W-HJ-MES  PIC 9(02).
          03 W-HJ-DIA  PIC 9(02).
      *
      * DATA AAAAMMDD MOSTRADA COMO DD/MM/AAAA
      *
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-T REDEFINES W-DTAUX.
          03 W-DA-ANO  PIC 9(04).
          03 W-DA-MES  PIC 9(02).
          03 W-DA-DIA  PIC 9(02).
       01 W-DTED.
          03 W-DE-DIA  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-MES  PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DE-ANO  PIC 9(04) VALUE ZEROS.
      *
      * TIPOS DE DEFEITO (VER NCONF.BOK)
      *
       01 TAB-DEF-LIT.
          03 FILLER    PIC X(25) VALUE "QFORA DE ESPECIFICACAO".
          03 FILLER    PIC X(25) VALUE "AAVARIA / DANO".
          03 FILLER    PIC X(25) VALUE "VVALIDADE / VENCIDO".
          03 FILLER    PIC X(25) VALUE "EEMBALAGEM / ROTULAGEM".
          03 FILLER    PIC X(25) VALUE "DDIVERGENCIA QUANT./DOC.".
          03 FILLER    PIC X(25) VALUE "OOUTROS".
       01 TAB-DEF REDEFINES TAB-DEF-LIT.
          03 TD-REG OCCURS 6 TIMES.
             05 TD-COD    PIC X(01).
             05 TD-DESCR  PIC X(24).
       77 W-DEFDESCR   PIC X(24) VALUE SPACES.
       77 W-SITDESCR   PIC X(12) VALUE SPACES.
       77 W-ORIDESCR   PIC X(40) VALUE SPACES.
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
      *
      * NOTIFICACAO AO FORNECEDOR (SPOOL)
      *
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 NOT1.
          03 FILLER    PIC X(35) VALUE
              "NOTIFICACAO DE NAO CONFORMIDADE N. ".
          03 NOT11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(16) VALUE SPACES.
          03 FILLER    PIC X(07) VALUE "DATA : ".
          03 NOT12     PIC X(10) VALUE SPACES.
       01 NOT2.
          03 FILLER    PIC X(13) VALUE "FORNECEDOR : ".
          03 NOT21     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 NOT22     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(08) VALUE "  CNPJ: ".
          03 NOT23     PIC 9(14) VALUE ZEROS.
       01 NOT3.
          03 FILLER    PIC X(13) VALUE "A/C        : ".
          03 NOT31     PIC X(30) VALUE SPACES.
       01 NOT4.
          03 FILLER    PIC X(13) VALUE "PRODUTO    : ".
          03 NOT41     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 NOT42     PIC X(30) VALUE SPACES.
       01 NOT5.
          03 FILLER    PIC X(13) VALUE "LOTE       : ".
          03 NOT51     PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(15) VALUE "   QUANTIDADE: ".
          03 NOT52     PIC ZZZZ9,9 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 NOT53     PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(12) VALUE "   PEDIDO : ".
          03 NOT54     PIC ZZZZZ9 VALUE ZEROS.
       01 NOT6.
          03 FILLER    PIC X(13) VALUE "OCORRENCIA : ".
          03 NOT61     PIC X(40) VALUE SPACES.
          03 FILLER    PIC X(04) VALUE " EM ".
          03 NOT62     PIC X(10) VALUE SPACES.
       01 NOT7.
          03 FILLER    PIC X(13) VALUE "DEFEITO    : ".
          03 NOT71     PIC X(24) VALUE SPACES.
       01 NOT8.
          03 FILLER    PIC X(13) VALUE "DESCRICAO  : ".
          03 NOT81     PIC X(50) VALUE SPACES.
       01 NOT9.
          03 FILLER    PIC X(13) VALUE "ACAO EXIGIDA:".
          03 NOT91     PIC X(50) VALUE SPACES.
       01 NOT10.
          03 FILLER    PIC X(21) VALUE "PRAZO PARA RESPOSTA: ".
          03 NOT101    PIC X(10) VALUE SPACES.
       01 NOT-TXT1     PIC X(80) VALUE
          "SOLICITAMOS RESPOSTA POR ESCRITO ATE O PRAZO ACIMA, COM A".
       01 NOT-TXT2     PIC X(80) VALUE
          "CAUSA DO PROBLEMA E A ACAO TOMADA PARA QUE NAO SE REPITA.".
       01 NOT-ASSIN.
          03 FILLER    PIC X(40) VALUE
              "________________________________".
          03 FILLER    PIC X(13) VALUE "EMITIDO POR: ".
          03 NOTA1     PIC X(08) VALUE SPACES.
       01 NOT-ASSIN2   PIC X(40) VALUE "CONTROLE DE QUALIDADE".
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
       INC-OP1.
           OPEN I-O NCONF
           IF ST-ERRONC NOT = "00"
              MOVE "*** NENHUMA NAO CONFORMIDADE REGISTRADA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE NCONF
              GO TO ROT-FIMP.
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
                      CLOSE NCONF PRODUTO
                      GO TO ROT-FIMP.
      *
      * SEM O CADASTRO DE FORNECEDORES A NOTIFICACAO SAI SO COM O
      * CODIGO
      *
       INC-OP4.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFOR.
       INC-001.
           MOVE ZEROS TO W-NUMNC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "NAO CONFORMIDADE DE FORNECEDOR"
           DISPLAY (03, 01) "NUMERO DA N.C.         : ".
       INC-002.
           ACCEPT  (03, 27) W-NUMNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-NUMNC = ZEROS
              MOVE "*** NUMERO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE W-NUMNC TO NC-NUMERO
           READ NCONF
           IF ST-ERRONC NOT = "00"
              MOVE "*** NAO CONFORMIDADE NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           PERFORM MOSTRA-NC THRU MOSTRA-NC-FIM.
      *
      * FUNCAO SOBRE A NAO CONFORMIDADE
      *
       INC-004.
           MOVE SPACE TO W-FUNCAO
           DISPLAY (20, 01)
              "FUNCAO: N=NOTIFICA P=PRAZO R=RESPOSTA F=FECHA A=REABRE"
           DISPLAY (21, 01) "OPCAO                  : "
           ACCEPT  (21, 27) W-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           INSPECT W-FUNCAO CONVERTING "nprfa" TO "NPRFA".
           IF W-FUNCAO = "N"
              GO TO FUN-NOTIF.
           IF W-FUNCAO = "P"
              GO TO FUN-PRAZO.
           IF W-FUNCAO = "R"
              GO TO FUN-RESP.
           IF W-FUNCAO = "F"
              GO TO FUN-FECHA.
           IF W-FUNCAO = "A"
              GO TO FUN-REABRE.
           MOVE "*** FUNCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-004.
      *
      *-------------------------------------------------------------
      * N - NOTIFICACAO AO FORNECEDOR NO SPOOL (PODE SER REEMITIDA;
      * FICA A DATA DA ULTIMA EMISSAO)
      *-------------------------------------------------------------
       FUN-NOTIF.
           IF NC-FECHADA
              MOVE "*** NAO CONFORMIDADE JA FECHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           PERFORM IMP-NOTIF THRU IMP-NOTIF-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO NC-DTNOTIF
           MOVE "NOTIFICACAO AO FORNECEDOR" TO TRLH-DESCR
           PERFORM GRV-NC THRU GRV-NC-FIM
           MOVE "*** NOTIFICACAO GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-003.
      *
      *-------------------------------------------------------------
      * P - ACAO CORRETIVA EXIGIDA E PRAZO (SO ENQUANTO ABERTA)
      *-------------------------------------------------------------
       FUN-PRAZO.
           IF NOT NC-ABERTA
              MOVE "*** SO A N.C. ABERTA MUDA ACAO/PRAZO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           MOVE NC-ACAO  TO W-NCACAO
           MOVE NC-PRAZO TO W-NCPRAZO.
       FUN-PRAZO1.
           ACCEPT (12, 27) W-NCACAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-003.
           IF W-NCACAO = SPACES
              MOVE "*** INFORME A ACAO CORRETIVA EXIGIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUN-PRAZO1.
       FUN-PRAZO2.
           ACCEPT (13, 27) W-NCP-DIA WITH UPDATE
           ACCEPT (13, 30) W-NCP-MES WITH UPDATE
           ACCEPT (13, 33) W-NCP-ANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO FUN-PRAZO1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-NCP-DIA < 1 OR > 31 OR W-NCP-MES < 1 OR > 12
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUN-PRAZO2.
           IF W-NCPRAZO < W-HOJE
              MOVE "*** PRAZO ANTERIOR A DATA DE HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUN-PRAZO2.
           PERFORM CONFIRMA THRU CONFIRMA-FIM
           IF W-OPCAO NOT = "S"
              GO TO INC-003.
           MOVE W-NCACAO  TO NC-ACAO
           MOVE W-NCPRAZO TO NC-PRAZO
           MOVE "ACAO/PRAZO DA N.C. ALTERADOS" TO TRLH-DESCR
           PERFORM GRV-NC THRU GRV-NC-FIM
           GO TO INC-003.
      *
      *-------------------------------------------------------------
      * R - RESPOSTA DO FORNECEDOR (ABERTA OU JA RESPONDIDA)
      *-------------------------------------------------------------
       FUN-RESP.
           IF NC-FECHADA
              MOVE "*** NAO CONFORMIDADE JA FECHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           MOVE NC-RESPOSTA TO W-NCRESP.
       FUN-RESP1.
           ACCEPT (15, 27) W-NCRESP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-003.
           IF W-NCRESP = SPACES
              MOVE "*** INFORME A RESPOSTA DO FORNECEDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUN-RESP1.
           PERFORM CONFIRMA THRU CONFIRMA-FIM
           IF W-OPCAO NOT = "S"
              GO TO INC-003.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-NCRESP TO NC-RESPOSTA
           MOVE W-HOJE   TO NC-DTRESP
           MOVE "R"      TO NC-SITUACAO
           MOVE "RESPOSTA DO FORNECEDOR" TO TRLH-DESCR
           PERFORM GRV-NC THRU GRV-NC-FIM
           GO TO INC-003.
      *
      *-------------------------------------------------------------
      * F - FECHA A N.C. RESPONDIDA (SUPERVISOR)
      *-------------------------------------------------------------
       FUN-FECHA.
           IF LK-PERFIL NOT = 3
              MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           IF NOT NC-RESPONDIDA
              MOVE "*** SO FECHA N.C. JA RESPONDIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           PERFORM CONFIRMA THRU CONFIRMA-FIM
           IF W-OPCAO NOT = "S"
              GO TO INC-003.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "F"     TO NC-SITUACAO
           MOVE W-HOJE  TO NC-DTFECH
           MOVE W-LOGIN TO NC-OPERFECH
           MOVE "NAO CONFORMIDADE FECHADA" TO TRLH-DESCR
           PERFORM GRV-NC THRU GRV-NC-FIM
           GO TO INC-003.
      *
      *-------------------------------------------------------------
      * A - REABRE (RESPOSTA NAO ACEITA OU PROBLEMA REPETIDO); A
      * RESPOSTA ANTERIOR FICA GRAVADA ATE A PROXIMA (SUPERVISOR)
      *-------------------------------------------------------------
       FUN-REABRE.
           IF LK-PERFIL NOT = 3
              MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           IF NC-ABERTA
              MOVE "*** NAO CONFORMIDADE JA ESTA ABERTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           PERFORM CONFIRMA THRU CONFIRMA-FIM
           IF W-OPCAO NOT = "S"
              GO TO INC-003.
           MOVE "A"    TO NC-SITUACAO
           MOVE ZEROS  TO NC-DTFECH
           MOVE SPACES TO NC-OPERFECH
           MOVE "NAO CONFORMIDADE REABERTA" TO TRLH-DESCR
           PERFORM GRV-NC THRU GRV-NC-FIM
           MOVE "* REABERTA - AJUSTE O PRAZO (FUNCAO P) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-003.
      *
      *-------------------------------------------------------------
      * CONFIRMACAO S/N DA FUNCAO (W-OPCAO = S CONFIRMADA)
      *-------------------------------------------------------------
       CONFIRMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "N" TO W-OPCAO
              GO TO CONFIRMA-FIM.
           IF W-OPCAO = "s"
              MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              MOVE "N" TO W-OPCAO
              MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONFIRMA-FIM.
           IF W-OPCAO NOT = "S"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONFIRMA.
       CONFIRMA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * REGRAVA A N.C. E DEIXA RASTRO NA TRILHA (O CHAMADOR PREPARA
      * TRLH-DESCR)
      *-------------------------------------------------------------
       GRV-NC.
           REWRITE REGNC
           IF ST-ERRONC NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO NCONF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRV-NC-FIM.
           MOVE "A" TO TRLH-OPER
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM.
       GRV-NC-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * MOSTRA A N.C. LIDA
      *-------------------------------------------------------------
       MOSTRA-NC.
           PERFORM ACHA-DESCR THRU ACHA-DESCR-FIM
           DISPLAY (04, 01) "SITUACAO               : "
           DISPLAY (04, 27) W-SITDESCR
           DISPLAY (05, 01) "FORNECEDOR             : "
           DISPLAY (05, 27) NC-FORN
           DISPLAY (05, 32) FORN-NOME
           DISPLAY (06, 01) "PRODUTO                : "
           DISPLAY (06, 27) NC-CODPRO
           DISPLAY (06, 34) DESCR
           DISPLAY (07, 01) "LOTE                   : "
           DISPLAY (07, 27) NC-LOTE
           DISPLAY (07, 40) "QUANTIDADE : "
           DISPLAY (07, 53) NC-QUANT
           DISPLAY (07, 62) "PEDIDO : "
           DISPLAY (07, 71) NC-PEDIDO
           DISPLAY (08, 01) "ORIGEM                 : "
           DISPLAY (08, 27) W-ORIDESCR
           MOVE NC-ABERT TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (09, 01) "ABERTA EM              : "
           DISPLAY (09, 27) W-DTED
           DISPLAY (09, 40) "POR : "
           DISPLAY (09, 46) NC-OPERADOR
           DISPLAY (10, 01) "TIPO DE DEFEITO        : "
           DISPLAY (10, 27) NC-DEFEITO
           DISPLAY (10, 29) W-DEFDESCR
           DISPLAY (11, 01) "DESCRICAO              : "
           DISPLAY (11, 27) NC-DESCR
           DISPLAY (12, 01) "ACAO CORRETIVA EXIGIDA : "
           DISPLAY (12, 27) NC-ACAO
           MOVE NC-PRAZO TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (13, 01) "PRAZO P/RESPOSTA       : "
           DISPLAY (13, 27) W-DTED
           MOVE NC-DTNOTIF TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (14, 01) "NOTIFICACAO IMPRESSA   : "
           DISPLAY (14, 27) W-DTED
           DISPLAY (15, 01) "RESPOSTA DO FORNECEDOR : "
           DISPLAY (15, 27) NC-RESPOSTA
           MOVE NC-DTRESP TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (16, 01) "RESPONDIDA EM          : "
           DISPLAY (16, 27) W-DTED
           MOVE NC-DTFECH TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (17, 01) "FECHADA EM             : "
           DISPLAY (17, 27) W-DTED
           DISPLAY (17, 40) "POR : "
           DISPLAY (17, 46) NC-OPERFECH.
       MOSTRA-NC-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DESCRICOES DE SITUACAO, ORIGEM, DEFEITO, FORNECEDOR E
      * PRODUTO DA N.C. CORRENTE
      *-------------------------------------------------------------
       ACHA-DESCR.
           IF NC-ABERTA
              MOVE "ABERTA"     TO W-SITDESCR.
           IF NC-RESPONDIDA
              MOVE "RESPONDIDA" TO W-SITDESCR.
           IF NC-FECHADA
              MOVE "FECHADA"    TO W-SITDESCR.
           IF NC-REJEICAO
              MOVE "LOTE REJEITADO NA INSPECAO DE QUALIDADE"
                                TO W-ORIDESCR
           ELSE
              MOVE "MERCADORIA DEVOLVIDA AO FORNECEDOR"
                                TO W-ORIDESCR.
           MOVE SPACES TO W-DEFDESCR
           MOVE 1 TO W-IX.
       ACHA-DESCR1.
           IF W-IX > 6
              GO TO ACHA-DESCR2.
           IF TD-COD(W-IX) = NC-DEFEITO
              MOVE TD-DESCR(W-IX) TO W-DEFDESCR
              GO TO ACHA-DESCR2.
           ADD 1 TO W-IX
           GO TO ACHA-DESCR1.
       ACHA-DESCR2.
           MOVE SPACES TO FORN-NOME FORN-CONTATO
           MOVE ZEROS  TO FORN-CNPJ
           IF W-TEMFOR = "S"
              MOVE NC-FORN TO FORN-CODIGO
              READ FORNEC
              IF ST-ERRON NOT = "00"
                 MOVE "*SEM CADASTRO*" TO FORN-NOME
                 MOVE SPACES TO FORN-CONTATO
                 MOVE ZEROS  TO FORN-CNPJ.
           MOVE NC-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE "*PRODUTO SEM CADASTRO*" TO DESCR
              MOVE SPACES TO UNID.
       ACHA-DESCR-FIM.
           EXIT.
      *
       EDITA-DATA.
           MOVE W-DA-DIA TO W-DE-DIA
           MOVE W-DA-MES TO W-DE-MES
           MOVE W-DA-ANO TO W-DE-ANO.
       EDITA-DATA-FIM.
           EXIT.
      *
      *************************************************
      * NOTIFICACAO DE NAO CONFORMIDADE NO SPOOL:     *
      * DADOS DA OCORRENCIA, ACAO CORRETIVA EXIGIDA E *
      * PRAZO PARA A RESPOSTA DO FORNECEDOR           *
      *************************************************
      *
       IMP-NOTIF.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE       TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE NC-NUMERO    TO NOT11
           MOVE W-DTED       TO NOT12
           MOVE NC-FORN      TO NOT21
           MOVE FORN-NOME    TO NOT22
           MOVE FORN-CNPJ    TO NOT23
           MOVE FORN-CONTATO TO NOT31
           MOVE NC-CODPRO    TO NOT41
           MOVE DESCR        TO NOT42
           MOVE NC-LOTE      TO NOT51
           MOVE NC-QUANT     TO NOT52
           MOVE UNID         TO NOT53
           MOVE NC-PEDIDO    TO NOT54
           MOVE W-ORIDESCR   TO NOT61
           MOVE NC-ABERT     TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DTED       TO NOT62
           MOVE W-DEFDESCR   TO NOT71
           MOVE NC-DESCR     TO NOT81
           MOVE NC-ACAO      TO NOT91
           MOVE NC-PRAZO     TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DTED       TO NOT101
           MOVE W-LOGIN      TO NOTA1
           WRITE REGIMP FROM NOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT5 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT6 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT7 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT8 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT9 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT10 BEFORE ADVANCING 2 LINES
           WRITE REGIMP FROM NOT-TXT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT-TXT2 BEFORE ADVANCING 3 LINES
           WRITE REGIMP FROM NOT-ASSIN BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM NOT-ASSIN2 BEFORE ADVANCING 1 LINE
           CLOSE ARQIMP.
       IMP-NOTIF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE NCONF PRODUTO ARQTRLH
           IF W-TEMFOR = "S"
              CLOSE FORNEC.
           DISPLAY (01, 01) ERASE.
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
           MOVE DH-ANO    TO TRLH-ANO
           MOVE DH-MES    TO TRLH-MES
           MOVE DH-DIA    TO TRLH-DIA
           MOVE TA-HH     TO TRLH-HH
           MOVE TA-MM     TO TRLH-MM
           MOVE TA-SS     TO TRLH-SS
           MOVE "CEP074"  TO TRLH-PROG
           MOVE NC-NUMERO TO TRLH-CHAVE
           MOVE W-LOGIN   TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
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
           MOVE "CEP074" TO SPL-RELAT
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
