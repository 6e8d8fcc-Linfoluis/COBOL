       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP079.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * RECONSTRUCAO DO KARDEX (MOVEST.DAT)*
      * COM A CHAVE ALTERNATIVA DATA+HORA  *
      * (MOV-DATAHORA, VER MOVSEL.BOK) QUE *
      * OS BATCHES MENSAIS CEP020, CEP030, *
      * CEP039 E CEP043 USAM PARA LER SO O *
      * PERIODO PEDIDO. O MOVEST.DAT ANTIGO*
      * E LIDO PELA CHAVE PRINCIPAL E      *
      * REGRAVADO EM MOVEST.NEW JA COM AS  *
      * DUAS CHAVES. MESMO ESQUEMA DO      *
      * CEP037: CONFERIR OS TOTAIS E       *
      * RENOMEAR MOVEST.NEW PARA           *
      * MOVEST.DAT. RODAR UMA VEZ EM CADA  *
      * INSTALACAO, COM O ESTOQUE PARADO.  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANT-CHAVE
                    FILE STATUS  IS ST-ERROM.
       SELECT ARQNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-CHAVE
                    ALTERNATE RECORD KEY IS NOV-DATAHORA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRON.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * MOVEST.DAT NO DESENHO ANTIGO: SO A CHAVE PRINCIPAL
      *
       FD  MOVANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGANT.
                03 ANT-CHAVE         PIC X(22).
                03 ANT-RESTO         PIC X(31).
      *
      * MOVEST.NEW: MESMO DESENHO DO MOVEST.DAT ATUAL (MOVSEL.BOK /
      * MOVEST.BOK), COM A CHAVE ALTERNATIVA DATA+HORA
      *
       FD  ARQNOVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVEST.NEW".
       01  REGNOV.
                03 NOV-CHAVE         PIC X(22).
                03 NOV-CHAVE-D REDEFINES NOV-CHAVE.
                   05 FILLER         PIC X(06).
                   05 NOV-DATAHORA   PIC X(14).
                   05 FILLER         PIC X(02).
                03 NOV-RESTO         PIC X(31).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROM     PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 W-ERROS      PIC 9(07) VALUE ZEROS.
       01 W-TOT1.
          03 FILLER    PIC X(30) VALUE "MOVIMENTOS LIDOS DO MOVEST  : ".
          03 WT1       PIC ZZZZZZ9 VALUE ZEROS.
       01 W-TOT2.
          03 FILLER    PIC X(30) VALUE "GRAVADOS EM MOVEST.NEW      : ".
          03 WT2       PIC ZZZZZZ9 VALUE ZEROS.
       01 W-TOT3.
          03 FILLER    PIC X(30) VALUE "RECUSADOS NA GRAVACAO       : ".
          03 WT3       PIC ZZZZZZ9 VALUE ZEROS.
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
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "RECONSTRUCAO DO KARDEX POR DATA"
           DISPLAY (03, 01)
              "REGRAVA O MOVEST.DAT EM MOVEST.NEW COM A CHAVE"
           DISPLAY (04, 01)
              "ALTERNATIVA DATA+HORA. NINGUEM PODE ESTAR MEXENDO"
           DISPLAY (05, 01) "NO ESTOQUE DURANTE A RECONSTRUCAO."
           DISPLAY (07, 01) "CONFIRMA A RECONSTRUCAO (S/N) : ".
       INC-002.
           MOVE "N" TO W-OPCAO
           ACCEPT  (07, 34) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      * COM O MOVEST.DAT JA RECONSTRUIDO A ABERTURA PELA DEFINICAO
      * ANTIGA (SO CHAVE PRINCIPAL) E RECUSADA PELO SISTEMA DE
      * ARQUIVOS - NAO HA O QUE FAZER
      *
       INC-OP1.
           OPEN INPUT MOVANT
           IF ST-ERROM NOT = "00"
              IF ST-ERROM = "39"
                 MOVE "*** MOVEST.DAT JA TEM A CHAVE POR DATA ***"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOVEST.DAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       INC-OP2.
           OPEN OUTPUT ARQNOVO
           IF ST-ERRON NOT = "00"
              MOVE "ERRO NA ABERTURA DO MOVEST.NEW" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MOVANT
              GO TO ROT-FIMP.
           DISPLAY (09, 01) "RECONSTRUINDO ...".
      *
      * COPIA REGISTRO A REGISTRO NA ORDEM DA CHAVE PRINCIPAL; O
      * INDICE POR DATA+HORA E MONTADO PELA PROPRIA GRAVACAO
      *
       LER-MOVANT.
           READ MOVANT NEXT
           IF ST-ERROM NOT = "00"
              GO TO ROT-TOTAIS.
           ADD 1 TO W-LIDOS
           WRITE REGNOV FROM REGANT
           IF ST-ERRON NOT = "00" AND NOT = "02"
              ADD 1 TO W-ERROS
           ELSE
              ADD 1 TO W-GRAVADOS.
           GO TO LER-MOVANT.
      *
       ROT-TOTAIS.
           MOVE W-LIDOS    TO WT1
           MOVE W-GRAVADOS TO WT2
           MOVE W-ERROS    TO WT3
           DISPLAY (09, 01) W-TOT1
           DISPLAY (10, 01) W-TOT2
           DISPLAY (11, 01) W-TOT3
           IF W-ERROS NOT = ZEROS
              DISPLAY (13, 01)
                 "HOUVE REGISTROS RECUSADOS - NAO RENOMEAR O"
              DISPLAY (14, 01) "MOVEST.NEW; VERIFICAR O MOVEST.DAT"
              MOVE "*** RECONSTRUCAO COM ERRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (13, 01)
              "CONFERIR OS TOTAIS E RENOMEAR MOVEST.NEW PARA"
           DISPLAY (14, 01) "MOVEST.DAT"
           MOVE "*** RECONSTRUCAO DO KARDEX CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE MOVANT ARQNOVO.
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
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
