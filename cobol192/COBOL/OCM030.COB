       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCM030.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * MANUTENCAO DOS LANCAMENTOS         *
      * RECORRENTES DO DETALHE MENSAL      *
      * (RECORR.DAT): ALUGUEL, LEASING,    *
      * SEGURO, CONTRATOS. CADA MODELO TEM *
      * CENTRO, CONTA (VALIDADA NO         *
      * PLANCTA), SERIE D/C, VALOR, MES    *
      * INICIAL/FINAL E REAJUSTE ANUAL     *
      * OPCIONAL (PERCENTUAL E MES). O     *
      * BATCH OCPG89 LANCA OS MODELOS DO   *
      * MES NO OCA003.                     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERRO
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
           SELECT OCA003 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK00301
              FILE STATUS   IS ST-ERRO3
              ALTERNATE RECORD KEY IS OCK00302 = OCC00302 OCC00301
                        WITH DUPLICATES.
      *
       COPY RECSEL.BOK.
       COPY CTASEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA001.BOK.
       COPY OCA003.BOK.
       COPY RECORR.BOK.
       COPY PLANCTA.BOK.
       COPY AUDTRLH.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERRORC    PIC X(02) VALUE "00".
       77 ST-ERROCT    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-RECORR     PIC X(40) VALUE "RECORR.DAT".
       COPY EMPRESA.BOK.
       77 W-TEMCTA     PIC X(01) VALUE "N".
       77 W-TEM003     PIC X(01) VALUE "N".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
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
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD.
      *
      * COM O PLANO DE CONTAS (OCM028) PRESENTE, A CONTA DO MODELO
      * E VALIDADA NELE, COMO NO OCM003
      *
       INC-CTA.
           OPEN INPUT PLANCTA
           IF ST-ERROCT = "00"
              MOVE "S" TO W-TEMCTA
           ELSE
              MOVE "N" TO W-TEMCTA.
       INC-OP0.
           OPEN INPUT OCA001
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRE OS CENTROS PRIMEIRO (OCM001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      * O DETALHE SO E LIDO: CENTRO QUE JA TEM REGISTRO NO OCA003
      * SO ACEITA MODELO NA CONTA DESSE REGISTRO
      *
       INC-OP0A.
           OPEN INPUT OCA003
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEM003
           ELSE
              MOVE "N" TO W-TEM003.
       INC-OP0B.
           OPEN I-O RECORR
           IF ST-ERRORC NOT = "00"
               IF ST-ERRORC = "30"
                      OPEN OUTPUT RECORR
                      CLOSE RECORR
                      MOVE "*** ARQUIVO RECORR SENDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO RECORR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP0C.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP0C
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO REC-NUMERO REC-CENTRO REC-CONTA
                               REC-VALOR REC-MESINI REC-MESFIM
                               REC-PCTREAJ REC-MESREAJ REC-ANOREAJ
                MOVE SPACES TO REC-DC REC-HIST.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "LANCAMENTOS RECORRENTES DO DETALHE"
                DISPLAY (04, 01) "NUMERO DO MODELO   : "
                DISPLAY (05, 01) "CENTRO DE CUSTO    : "
                DISPLAY (06, 01) "CONTA              : "
                DISPLAY (07, 01) "SERIE (D/C)        : "
                DISPLAY (07, 30) "D = VALOR 1 (303)   C = VALOR 2 (304)"
                DISPLAY (08, 01) "VALOR MENSAL       : "
                DISPLAY (09, 01) "MES INICIAL        :   /"
                DISPLAY (10, 01) "MES FINAL          :   /"
                DISPLAY (10, 30) "00/0000 = SEM PRAZO"
                DISPLAY (11, 01) "REAJUSTE ANUAL (%) : "
                DISPLAY (12, 01) "MES DO REAJUSTE    : "
                DISPLAY (13, 01) "HISTORICO          : "
                DISPLAY (15, 01) "VALOR REAJUSTADO EM: ".
       INC-002.
                ACCEPT  (04, 22) REC-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE RECORR
                   GO TO ROT-FIM.
                IF REC-NUMERO = 0
                   MOVE "*** NUMERO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-REC01.
                MOVE 0 TO W-SEL
                READ RECORR
                IF ST-ERRORC NOT = "23"
                   IF ST-ERRORC = "00"
                      PERFORM MOSTRA-REC THRU MOSTRA-REC-FIM
                      MOVE "*** MODELO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. RECORR"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE DH-MES TO REC-INIMES
                MOVE DH-ANO TO REC-INIANO.
       INC-003.
                ACCEPT (05, 22) REC-CENTRO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF REC-CENTRO = 0
                   MOVE "*** CENTRO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE REC-CENTRO TO OCC00101
                READ OCA001
                IF ST-ERRO NOT = "00"
                   MOVE "*** CENTRO NAO CADASTRADO (OCM001) ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (05, 30) OCC00102.
       INC-004.
                ACCEPT (06, 22) REC-CONTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF REC-CONTA = 0
                   MOVE "*** CONTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-TEMCTA = "S"
                   MOVE REC-CONTA TO CTA-COD
                   READ PLANCTA
                   IF ST-ERROCT NOT = "00"
                      MOVE "*** CONTA NAO CADASTRADA (OCM028) ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004
                   ELSE
                      IF CTA-ATIVO = "N"
                         MOVE "*** CONTA INATIVA (OCM028) ***" TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-004
                      ELSE
                         DISPLAY (06, 30) CTA-DESC.
                IF W-TEM003 = "S"
                   MOVE REC-CENTRO TO OCC00301
                   READ OCA003
                   IF ST-ERRO3 = "00" AND OCC00302 NOT = REC-CONTA
                      MOVE "*** O DETALHE DO CENTRO USA OUTRA CONTA ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
       INC-005.
                ACCEPT (07, 22) REC-DC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF REC-DC = "d"
                   MOVE "D" TO REC-DC.
                IF REC-DC = "c"
                   MOVE "C" TO REC-DC.
                IF NOT REC-DEBITO AND NOT REC-CREDITO
                   MOVE "*** DIGITE D=VALOR 1 OU C=VALOR 2 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (08, 22) REC-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF REC-VALOR = ZEROS
                   MOVE "*** INFORME O VALOR MENSAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (09, 22) REC-INIMES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                ACCEPT (09, 25) REC-INIANO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF REC-INIMES = ZEROS OR REC-INIMES > 12
                                      OR REC-INIANO = ZEROS
                   MOVE "*** MES INICIAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (10, 22) REC-FIMMES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                ACCEPT (10, 25) REC-FIMANO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF REC-MESFIM = ZEROS
                   GO TO INC-009.
                IF REC-FIMMES = ZEROS OR REC-FIMMES > 12
                                      OR REC-FIMANO = ZEROS
                   MOVE "*** MES FINAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF REC-MESFIM < REC-MESINI
                   MOVE "*** MES FINAL ANTERIOR AO INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (11, 22) REC-PCTREAJ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF REC-PCTREAJ = ZEROS
                   MOVE ZEROS TO REC-MESREAJ
                   DISPLAY (12, 22) REC-MESREAJ
                   GO TO INC-011.
       INC-010.
                ACCEPT (12, 22) REC-MESREAJ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF REC-MESREAJ = ZEROS OR REC-MESREAJ > 12
                   MOVE "*** MES DO REAJUSTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT (13, 22) REC-HIST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF REC-HIST = SPACES
                   MOVE "LANCAMENTO RECORRENTE" TO REC-HIST
                   DISPLAY (13, 22) REC-HIST.
      *
      * O VALOR DIGITADO VALE PARA O ANO INICIAL; O PRIMEIRO
      * REAJUSTE SO ACONTECE NO ANO SEGUINTE
      *
                IF REC-ANOREAJ < REC-INIANO
                   MOVE REC-INIANO TO REC-ANOREAJ.
                DISPLAY (15, 22) REC-ANOREAJ.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGREC
                IF ST-ERRORC = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRORC = "22"
                      MOVE "*** MODELO JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO RECORR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
      *
      * EXCLUSAO E FUNCAO DE SUPERVISOR (PERFIL 3); OS LANCAMENTOS
      * JA FEITOS PELO MODELO CONTINUAM NO LANCCC
      *
                IF LK-PERFIL NOT = 3
                   MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE RECORR RECORD
                IF ST-ERRORC = "00"
                   MOVE "E" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGREC
                IF ST-ERRORC = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO RECORR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * MOSTRA O MODELO LIDO *
      **********************
      *
       MOSTRA-REC.
                DISPLAY (05, 22) REC-CENTRO
                MOVE REC-CENTRO TO OCC00101
                READ OCA001
                IF ST-ERRO = "00"
                   DISPLAY (05, 30) OCC00102.
                DISPLAY (06, 22) REC-CONTA
                IF W-TEMCTA = "S"
                   MOVE REC-CONTA TO CTA-COD
                   READ PLANCTA
                   IF ST-ERROCT = "00"
                      DISPLAY (06, 30) CTA-DESC.
                DISPLAY (07, 22) REC-DC
                DISPLAY (08, 22) REC-VALOR
                DISPLAY (09, 22) REC-INIMES
                DISPLAY (09, 25) REC-INIANO
                DISPLAY (10, 22) REC-FIMMES
                DISPLAY (10, 25) REC-FIMANO
                DISPLAY (11, 22) REC-PCTREAJ
                DISPLAY (12, 22) REC-MESREAJ
                DISPLAY (13, 22) REC-HIST
                DISPLAY (15, 22) REC-ANOREAJ.
       MOSTRA-REC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQTRLH OCA001 OCA003 PLANCTA
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
                MOVE DH-ANO   TO TRLH-ANO
                MOVE DH-MES   TO TRLH-MES
                MOVE DH-DIA   TO TRLH-DIA
                MOVE TA-HH    TO TRLH-HH
                MOVE TA-MM    TO TRLH-MM
                MOVE TA-SS    TO TRLH-SS
                MOVE "OCM030"   TO TRLH-PROG
                MOVE REC-NUMERO TO TRLH-CHAVE
                MOVE REC-HIST TO TRLH-DESCR
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
                IF W-CONT < 30000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: NOMES    *
      * DOS ARQUIVOS DE CENTRO DE CUSTO DA EMPRESA    *
      *************************************************
      *
       ROT-EMPRESA.
           MOVE LK-EMPRESA TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA001  TO W-OCA001
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-RECORR  TO W-RECORR.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
