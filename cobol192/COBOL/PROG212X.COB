       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG212X.
       AUTHOR. DEBORAH PELICER.
      **************************************
      * SORTEIO DE AMIGO SECRETO DE UM     *
      * EVENTO, ENTRE OS CONVIDADOS OU OS  *
      * PRESENTES DO EVCONV.DAT. NINGUEM   *
      * TIRA A SI MESMO; OPCIONALMENTE     *
      * NINGUEM TIRA ALGUEM DO PROPRIO     *
      * DOMICILIO (DOMMEM) NEM QUEM TIROU  *
      * NO ANO ANTERIOR. O RESULTADO FICA  *
      * NO SORTEIO.DAT POR EVENTO E ANO E  *
      * PODE SER REFEITO ATE A LIBERACAO   *
      * DOS BILHETES: QUEM TEM EMAIL E NAO *
      * PEDIU NAO_MALA RECEBE UM ARQUIVO   *
      * DE MENSAGEM (LISTA SECRETO.TXT,    *
      * COMO O ENVIOS.TXT DO PROG202X); OS *
      * DEMAIS GANHAM UM BILHETE FECHADO,  *
      * UM POR PAGINA, NO SPOOL.           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY EVTSEL.BOK.
       COPY EVCSEL.BOK.
       COPY DMMSEL.BOK.
       COPY SRTSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
       SELECT ARQMSG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.
       SELECT ARQLST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY EVENTO.BOK.
       COPY EVCONV.BOK.
       COPY DOMMEM.BOK.
       COPY SORTEIO.BOK.
      *
       COPY SPOOL.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *
       FD  ARQMSG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQMSG.
       01  REGMSG               PIC X(80).
      *
       FD  ARQLST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SECRETO.TXT".
       01  REGLST               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPLID      PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROEV    PIC X(02) VALUE "00".
       77 ST-ERROEC    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 ST-ERROSR    PIC X(02) VALUE "00".
       77 ST-ERRO8     PIC X(02) VALUE "00".
       77 ST-ERRO9     PIC X(02) VALUE "00".
       77 W-TEMDOM     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACAO       PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ARQMSG     PIC X(40) VALUE SPACES.
      *
      * PARAMETROS DO SORTEIO
      *
       77 W-EVENTO     PIC 9(04) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-ANOANT     PIC 9(04) VALUE ZEROS.
       77 W-PARTIC     PIC X(01) VALUE "C".
       77 W-EVDOM      PIC X(01) VALUE "S".
       77 W-EVANT      PIC X(01) VALUE "S".
      *
      * SITUACAO DO SORTEIO JA GRAVADO PARA O EVENTO/ANO:
      * N = NAO HA, P = PROVISORIO, L = LIBERADO
      *
       77 W-SITSRT     PIC X(01) VALUE "N".
       77 W-QTSRT      PIC 9(03) VALUE ZEROS.
       01 W-DTLIB      PIC 9(08) VALUE ZEROS.
       01 W-DTLIBR REDEFINES W-DTLIB.
          03 W-DTLIB-ANO PIC 9(04).
          03 W-DTLIB-MES PIC 9(02).
          03 W-DTLIB-DIA PIC 9(02).
      *
      * PARTICIPANTES: APELIDO, DOMICILIO, QUEM TIROU NO ANO
      * ANTERIOR E O INDICE DE QUEM TIROU NESTE SORTEIO
      *
       77 W-QTPART     PIC 9(03) VALUE ZEROS.
       77 W-MAXPART    PIC 9(03) VALUE 300.
       01 TAB-PART.
          03 TP-ITEM OCCURS 300 TIMES.
             05 TP-APELIDO PIC X(12).
             05 TP-DOM     PIC 9(05).
             05 TP-ANT     PIC X(12).
             05 TP-REC     PIC 9(03).
       77 W-I          PIC 9(03) VALUE ZEROS.
       77 W-J          PIC 9(03) VALUE ZEROS.
       77 W-AUX        PIC 9(03) VALUE ZEROS.
       77 W-TENT       PIC 9(04) VALUE ZEROS.
       77 W-MAXTENT    PIC 9(04) VALUE 2000.
       77 W-SORTEOU    PIC X(01) VALUE "N".
      *
      * GERADOR PSEUDO-ALEATORIO (CONGRUENCIAL MULTIPLICATIVO,
      * MULTIPLICADOR 16807, MODULO 2147483647), SEMENTE PELA HORA
      *
       01 W-SEMENTE    PIC 9(10) VALUE ZEROS.
       01 W-PRODUTO    PIC 9(16) VALUE ZEROS.
       01 W-QUOC       PIC 9(16) VALUE ZEROS.
       01 W-RESTO      PIC 9(10) VALUE ZEROS.
       77 W-FAIXA      PIC 9(03) VALUE ZEROS.
       77 W-SORTE      PIC 9(03) VALUE ZEROS.
      *
      * LIBERACAO DOS BILHETES
      *
       77 W-MSGS       PIC 9(03) VALUE ZEROS.
       77 W-BILHETES   PIC 9(03) VALUE ZEROS.
       77 W-ABRIUSPL   PIC X(01) VALUE "N".
       01 W-NOMEDE     PIC X(30) VALUE SPACES.
       01 W-EMAILDE    PIC X(30) VALUE SPACES.
       01 W-MALADE     PIC X(01) VALUE SPACES.
       01 W-NOMEPARA   PIC X(30) VALUE SPACES.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
          03 DH-DIA    PIC 9(02).
          03 DH-HH     PIC 9(02).
          03 DH-MM     PIC 9(02).
          03 DH-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 TIME-ATU.
          03 TA-HHMMSS PIC 9(06).
          03 TA-CC     PIC 9(02).
       01 TIME-ATUR REDEFINES TIME-ATU PIC 9(08).
      *
      * BILHETE FECHADO: O LADO DE FORA LEVA SO O DESTINATARIO;
      * O SORTEADO FICA ABAIXO DA DOBRA
      *
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 BIL1.
          03 FILLER    PIC X(17) VALUE " AMIGO SECRETO - ".
          03 BIL11     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 BIL12     PIC 9(04) VALUE ZEROS.
       01 BIL2.
          03 FILLER    PIC X(07) VALUE " PARA: ".
          03 BIL21     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE " (".
          03 BIL22     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE ")".
       01 BIL-DOBRA.
          03 FILLER    PIC X(20) VALUE ALL "- ".
          03 FILLER    PIC X(40) VALUE
              "DOBRE AQUI - CONFIDENCIAL - NAO ABRA".
          03 FILLER    PIC X(20) VALUE ALL "- ".
       01 BIL3.
          03 FILLER    PIC X(22) VALUE " SEU AMIGO SECRETO E: ".
          03 BIL31     PIC X(30) VALUE SPACES.
       01 BIL4.
          03 FILLER    PIC X(21) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE " (".
          03 BIL41     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE ")".
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU
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
           OPEN INPUT ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AMIGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT EVENTO
           IF ST-ERROEV NOT = "00"
              MOVE "*** NENHUM EVENTO CADASTRADO (PROG198X) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAMIG
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT EVCONV
           IF ST-ERROEC NOT = "00"
              MOVE "*** NENHUM CONVIDADO CADASTRADO (PROG198X) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAMIG EVENTO
              GO TO ROT-FIMP.
      *
      * SEM O CADASTRO DE DOMICILIOS A RESTRICAO DE DOMICILIO NAO
      * TEM EFEITO
      *
       INC-OP4.
           OPEN INPUT DOMMEM
           IF ST-ERRODM = "00"
              MOVE "S" TO W-TEMDOM
           ELSE
              MOVE "N" TO W-TEMDOM.
       INC-OP5.
           OPEN I-O SORTEIO
           IF ST-ERROSR NOT = "00"
              IF ST-ERROSR = "30"
                     OPEN OUTPUT SORTEIO
                     CLOSE SORTEIO
                     GO TO INC-OP5
                  ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO SORTEIO" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-FIM.
      *
       INC-001.
           MOVE ZEROS TO W-EVENTO W-ANO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 22) "SORTEIO DE AMIGO SECRETO"
           DISPLAY (04, 01) "EVENTO                    : "
           DISPLAY (05, 01) "ANO DO SORTEIO            : "
           DISPLAY (06, 01) "PARTICIPANTES (C/P)       : "
           DISPLAY (06, 32) "C=CONVIDADOS  P=PRESENTES"
           DISPLAY (07, 01) "EVITAR MESMO DOMICILIO    : "
           DISPLAY (08, 01) "EVITAR QUEM TIROU ANO ANT.: ".
       INC-002.
           ACCEPT  (04, 29) W-EVENTO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           MOVE W-EVENTO TO EVT-CODIGO
           READ EVENTO
           IF ST-ERROEV NOT = "00"
              MOVE "*** EVENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY (04, 35) EVT-DESCR
           IF W-ANO = ZEROS
              MOVE EVT-ANO TO W-ANO.
       INC-003.
           ACCEPT  (05, 29) W-ANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-002.
           IF W-ANO = ZEROS
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           PERFORM VER-SRT THRU VER-SRT-FIM
           DISPLAY (10, 01) LIMPA
           IF W-SITSRT = "N"
              DISPLAY (10, 01) "SITUACAO: SEM SORTEIO NESTE ANO".
           IF W-SITSRT = "P"
              DISPLAY (10, 01) "SITUACAO: SORTEIO PROVISORIO  -  "
                               W-QTSRT " PARTICIPANTES".
           IF W-SITSRT = "L"
              DISPLAY (10, 01) "SITUACAO: BILHETES LIBERADOS EM "
                               W-DTLIB-DIA "/" W-DTLIB-MES "/"
                               W-DTLIB-ANO
              MOVE "*** BILHETES JA LIBERADOS - SORTEIO ENCERRADO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      *****************************************
      * S = SORTEAR (OU REFAZER O PROVISORIO) *
      * L = LIBERAR OS BILHETES (ENCERRA)     *
      *****************************************
      *
       INC-ACAO.
           MOVE SPACES TO W-ACAO
           DISPLAY (12, 01) "S=SORTEAR/REFAZER  L=LIBERAR BILHETES : "
           ACCEPT  (12, 42) W-ACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (12, 01) LIMPA
              GO TO INC-003.
           IF W-ACAO = "s" MOVE "S" TO W-ACAO.
           IF W-ACAO = "l" MOVE "L" TO W-ACAO.
           IF W-ACAO = "L"
              IF W-SITSRT NOT = "P"
                 MOVE "*** NAO HA SORTEIO PARA LIBERAR ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-ACAO
              ELSE
                 GO TO LIB-OPC.
           IF W-ACAO NOT = "S"
              MOVE "*** DIGITE S OU L ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ACAO.
       INC-004.
           ACCEPT  (06, 29) W-PARTIC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-ACAO.
           IF W-PARTIC = "c" MOVE "C" TO W-PARTIC.
           IF W-PARTIC = "p" MOVE "P" TO W-PARTIC.
           IF W-PARTIC NOT = "C" AND "P"
              MOVE "*** DIGITE C OU P ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
       INC-005.
           ACCEPT  (07, 29) W-EVDOM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-004.
           IF W-EVDOM = "s" MOVE "S" TO W-EVDOM.
           IF W-EVDOM = "n" MOVE "N" TO W-EVDOM.
           IF W-EVDOM NOT = "S" AND "N"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-005.
       INC-006.
           ACCEPT  (08, 29) W-EVANT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-005.
           IF W-EVANT = "s" MOVE "S" TO W-EVANT.
           IF W-EVANT = "n" MOVE "N" TO W-EVANT.
           IF W-EVANT NOT = "S" AND "N"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "SORTEAR   (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-006.
           IF W-OPCAO = "n" OR "N"
              GO TO INC-ACAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      *****************************************
      * SORTEIO: MONTA A TABELA, EMBARALHA E  *
      * CONFERE AS RESTRICOES; SO ENTAO APAGA *
      * O PROVISORIO ANTERIOR E GRAVA O NOVO  *
      *****************************************
      *
       SRT-001.
           PERFORM CARGA-PART THRU CARGA-PART-FIM
           IF W-QTPART > W-MAXPART
              MOVE "*** MAIS DE 300 PARTICIPANTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ACAO.
           IF W-QTPART < 3
              MOVE "*** MINIMO DE 3 PARTICIPANTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ACAO.
           ACCEPT TIME-ATU FROM TIME
           COMPUTE W-SEMENTE = TIME-ATUR + 1
           MOVE ZEROS TO W-TENT
           MOVE "N" TO W-SORTEOU.
       SRT-002.
           ADD 1 TO W-TENT
           IF W-TENT > W-MAXTENT
              MOVE "*** RESTRICOES IMPEDEM O SORTEIO - REVEJA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ACAO.
           PERFORM EMBARALHA THRU EMBARALHA-FIM
           PERFORM CONFERE THRU CONFERE-FIM
           IF W-SORTEOU NOT = "S"
              GO TO SRT-002.
           PERFORM APAGA-SRT THRU APAGA-SRT-FIM
           PERFORM GRAVA-SRT THRU GRAVA-SRT-FIM
           PERFORM VER-SRT THRU VER-SRT-FIM
           DISPLAY (10, 01) LIMPA
           DISPLAY (10, 01) "SITUACAO: SORTEIO PROVISORIO  -  "
                            W-QTSRT " PARTICIPANTES"
           MOVE "*** SORTEIO GRAVADO - LIBERE OS BILHETES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-ACAO.
      *
      *-------------------------------------------------------------
      * SITUACAO DO SORTEIO GRAVADO PARA W-EVENTO/W-ANO
      *-------------------------------------------------------------
       VER-SRT.
           MOVE "N" TO W-SITSRT
           MOVE ZEROS TO W-QTSRT W-DTLIB
           MOVE W-EVENTO TO SRT-EVENTO
           MOVE W-ANO    TO SRT-ANO
           MOVE SPACES   TO SRT-APELIDO
           START SORTEIO KEY IS NOT LESS SRT-CHAVE
                 INVALID KEY GO TO VER-SRT-FIM.
       VER-SRT1.
           READ SORTEIO NEXT
           IF ST-ERROSR NOT = "00"
              GO TO VER-SRT-FIM.
           IF SRT-EVENTO NOT = W-EVENTO OR SRT-ANO NOT = W-ANO
              GO TO VER-SRT-FIM.
           ADD 1 TO W-QTSRT
           MOVE SRT-SIT TO W-SITSRT
           MOVE SRT-PARTIC TO W-PARTIC
           IF SRT-LIBERADO
              MOVE SRT-DATA TO W-DTLIB.
           GO TO VER-SRT1.
       VER-SRT-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PARTICIPANTES DO EVENTO (CONVIDADOS OU SO OS PRESENTES),
      * COM O DOMICILIO E QUEM CADA UM TIROU NO ANO ANTERIOR
      *-------------------------------------------------------------
       CARGA-PART.
           MOVE ZEROS TO W-QTPART
           COMPUTE W-ANOANT = W-ANO - 1
           MOVE W-EVENTO TO EVC-EVENTO
           MOVE SPACES   TO EVC-APELIDO
           START EVCONV KEY IS NOT LESS EVC-CHAVE
                 INVALID KEY GO TO CARGA-PART-FIM.
       CARGA-PART1.
           READ EVCONV NEXT
           IF ST-ERROEC NOT = "00"
              GO TO CARGA-PART-FIM.
           IF EVC-EVENTO NOT = W-EVENTO
              GO TO CARGA-PART-FIM.
           IF W-PARTIC = "P" AND NOT EVC-COMPARECEU
              GO TO CARGA-PART1.
           MOVE EVC-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO NOT = "00"
              GO TO CARGA-PART1.
           ADD 1 TO W-QTPART
           IF W-QTPART > W-MAXPART
              GO TO CARGA-PART-FIM.
           MOVE EVC-APELIDO TO TP-APELIDO(W-QTPART)
           MOVE ZEROS       TO TP-DOM(W-QTPART) TP-REC(W-QTPART)
           MOVE SPACES      TO TP-ANT(W-QTPART)
           IF W-TEMDOM = "S"
              MOVE EVC-APELIDO TO DMM-APELIDO
              READ DOMMEM
              IF ST-ERRODM = "00"
                 MOVE DMM-DOM TO TP-DOM(W-QTPART).
           MOVE W-ANOANT    TO SRT-ANO
           MOVE EVC-APELIDO TO SRT-APELIDO
           START SORTEIO KEY IS = SRT-ANOAPE
                 INVALID KEY GO TO CARGA-PART1.
           READ SORTEIO NEXT
           IF ST-ERROSR = "00"
              IF SRT-ANO = W-ANOANT AND SRT-APELIDO = EVC-APELIDO
                 MOVE SRT-SORTEADO TO TP-ANT(W-QTPART).
           GO TO CARGA-PART1.
       CARGA-PART-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * EMBARALHA EM UM UNICO CICLO (ALGORITMO DE SATTOLO): CADA
      * UM TIRA TP-REC E NINGUEM TIRA A SI MESMO
      *-------------------------------------------------------------
       EMBARALHA.
           MOVE 1 TO W-I.
       EMBARALHA1.
           MOVE W-I TO TP-REC(W-I)
           ADD 1 TO W-I
           IF W-I NOT > W-QTPART
              GO TO EMBARALHA1.
           MOVE W-QTPART TO W-I.
       EMBARALHA2.
           COMPUTE W-FAIXA = W-I - 1
           PERFORM ROT-ALEAT THRU ROT-ALEAT-FIM
           MOVE W-SORTE TO W-J
           MOVE TP-REC(W-I) TO W-AUX
           MOVE TP-REC(W-J) TO TP-REC(W-I)
           MOVE W-AUX       TO TP-REC(W-J)
           SUBTRACT 1 FROM W-I
           IF W-I > 1
              GO TO EMBARALHA2.
       EMBARALHA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * RESTRICOES OPCIONAIS: MESMO DOMICILIO E QUEM TIROU NO ANO
      * ANTERIOR
      *-------------------------------------------------------------
       CONFERE.
           MOVE "N" TO W-SORTEOU
           MOVE 1 TO W-I.
       CONFERE1.
           MOVE TP-REC(W-I) TO W-J
           IF W-EVDOM = "S" AND TP-DOM(W-I) NOT = ZEROS
              IF TP-DOM(W-I) = TP-DOM(W-J)
                 GO TO CONFERE-FIM.
           IF W-EVANT = "S" AND TP-ANT(W-I) NOT = SPACES
              IF TP-ANT(W-I) = TP-APELIDO(W-J)
                 GO TO CONFERE-FIM.
           ADD 1 TO W-I
           IF W-I NOT > W-QTPART
              GO TO CONFERE1.
           MOVE "S" TO W-SORTEOU.
       CONFERE-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * NUMERO ENTRE 1 E W-FAIXA EM W-SORTE
      *-------------------------------------------------------------
       ROT-ALEAT.
           COMPUTE W-PRODUTO = W-SEMENTE * 16807
           DIVIDE W-PRODUTO BY 2147483647 GIVING W-QUOC
                  REMAINDER W-SEMENTE
           DIVIDE W-SEMENTE BY W-FAIXA GIVING W-QUOC
                  REMAINDER W-RESTO
           COMPUTE W-SORTE = W-RESTO + 1.
       ROT-ALEAT-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * APAGA O SORTEIO PROVISORIO ANTERIOR DO EVENTO/ANO
      *-------------------------------------------------------------
       APAGA-SRT.
           MOVE W-EVENTO TO SRT-EVENTO
           MOVE W-ANO    TO SRT-ANO
           MOVE SPACES   TO SRT-APELIDO
           START SORTEIO KEY IS NOT LESS SRT-CHAVE
                 INVALID KEY GO TO APAGA-SRT-FIM.
       APAGA-SRT1.
           READ SORTEIO NEXT
           IF ST-ERROSR NOT = "00"
              GO TO APAGA-SRT-FIM.
           IF SRT-EVENTO NOT = W-EVENTO OR SRT-ANO NOT = W-ANO
              GO TO APAGA-SRT-FIM.
           DELETE SORTEIO RECORD
           GO TO APAGA-SRT1.
       APAGA-SRT-FIM.
           EXIT.
      *
       GRAVA-SRT.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE 1 TO W-I.
       GRAVA-SRT1.
           MOVE SPACES              TO REGSRT
           MOVE W-EVENTO            TO SRT-EVENTO
           MOVE W-ANO               TO SRT-ANO
           MOVE TP-APELIDO(W-I)     TO SRT-APELIDO
           MOVE TP-REC(W-I)         TO W-J
           MOVE TP-APELIDO(W-J)     TO SRT-SORTEADO
           MOVE "P"                 TO SRT-SIT
           MOVE W-PARTIC            TO SRT-PARTIC
           MOVE DATAHORA-ATU(1:8)   TO SRT-DATA
           MOVE W-LOGIN             TO SRT-OPERADOR
           WRITE REGSRT
           IF ST-ERROSR NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO SORTEIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-I
           IF W-I NOT > W-QTPART
              GO TO GRAVA-SRT1.
       GRAVA-SRT-FIM.
           EXIT.
      *
      *****************************************
      * LIBERACAO: UM BILHETE POR PARTICIPANTE*
      * (MENSAGEM OU SPOOL) E O SORTEIO FICA  *
      * ENCERRADO                             *
      *****************************************
      *
       LIB-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "LIBERAR   (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-ACAO.
           IF W-OPCAO = "n" OR "N"
              GO TO INC-ACAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIB-OPC.
       LIB-001.
           OPEN OUTPUT ARQLST
           IF ST-ERRO9 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO SECRETO.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ACAO.
           MOVE "EMAIL;ARQUIVO;APELIDO" TO REGLST
           WRITE REGLST
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE ZEROS TO W-MSGS W-BILHETES W-SPLID
           MOVE "N" TO W-ABRIUSPL
           MOVE W-EVENTO TO SRT-EVENTO
           MOVE W-ANO    TO SRT-ANO
           MOVE SPACES   TO SRT-APELIDO
           START SORTEIO KEY IS NOT LESS SRT-CHAVE
                 INVALID KEY GO TO LIB-FIM.
       LIB-002.
           READ SORTEIO NEXT
           IF ST-ERROSR NOT = "00"
              GO TO LIB-FIM.
           IF SRT-EVENTO NOT = W-EVENTO OR SRT-ANO NOT = W-ANO
              GO TO LIB-FIM.
           MOVE SRT-SORTEADO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO = "00"
              MOVE NOME TO W-NOMEPARA
           ELSE
              MOVE SRT-SORTEADO TO W-NOMEPARA.
           MOVE SRT-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO = "00"
              MOVE NOME     TO W-NOMEDE
              MOVE EMAIL    TO W-EMAILDE
              MOVE NAO_MALA TO W-MALADE
           ELSE
              MOVE SRT-APELIDO TO W-NOMEDE
              MOVE SPACES      TO W-EMAILDE W-MALADE.
           IF W-EMAILDE NOT = SPACES AND W-MALADE NOT = "S"
              PERFORM LIB-MSG THRU LIB-MSG-FIM
           ELSE
              PERFORM LIB-BILHETE THRU LIB-BILHETE-FIM.
           MOVE "L"               TO SRT-SIT
           MOVE DATAHORA-ATU(1:8) TO SRT-DATA
           MOVE W-LOGIN           TO SRT-OPERADOR
           REWRITE REGSRT
           GO TO LIB-002.
       LIB-FIM.
           CLOSE ARQLST
           IF W-ABRIUSPL = "S"
              CLOSE ARQIMP.
           DISPLAY (14, 01) "MENSAGENS GERADAS (SECRETO.TXT): " W-MSGS
           DISPLAY (15, 01) "BILHETES IMPRESSOS NO SPOOL    : "
                            W-BILHETES
           IF W-ABRIUSPL = "S"
              DISPLAY (16, 01) "NUMERO DO SPOOL                : "
                               W-SPLID.
           MOVE "*** BILHETES LIBERADOS - SORTEIO ENCERRADO ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *-------------------------------------------------------------
      * ARQUIVO DE MENSAGEM S<EVENTO><NNN>.TXT, COMO O PROG202X
      *-------------------------------------------------------------
       LIB-MSG.
           ADD 1 TO W-MSGS
           MOVE SPACES TO W-ARQMSG
           STRING "S" W-EVENTO W-MSGS ".TXT" DELIMITED BY SIZE
             INTO W-ARQMSG
           OPEN OUTPUT ARQMSG
           MOVE SPACES TO REGMSG
           STRING "PARA: "  DELIMITED BY SIZE
                  W-EMAILDE DELIMITED BY SIZE
             INTO REGMSG
           WRITE REGMSG
           MOVE SPACES TO REGMSG
           STRING "ASSUNTO: AMIGO SECRETO - " DELIMITED BY SIZE
                  EVT-DESCR                   DELIMITED BY SIZE
             INTO REGMSG
           WRITE REGMSG
           MOVE SPACES TO REGMSG
           WRITE REGMSG
           MOVE SPACES TO REGMSG
           STRING "OLA " DELIMITED BY SIZE
                  W-NOMEDE DELIMITED BY "  "
                  ","      DELIMITED BY SIZE
             INTO REGMSG
           WRITE REGMSG
           MOVE SPACES TO REGMSG
           WRITE REGMSG
           MOVE "NO SORTEIO DO AMIGO SECRETO VOCE TIROU:" TO REGMSG
           WRITE REGMSG
           MOVE SPACES TO REGMSG
           WRITE REGMSG
           MOVE SPACES TO REGMSG
           STRING "     " DELIMITED BY SIZE
                  W-NOMEPARA DELIMITED BY "  "
                  " ("       DELIMITED BY SIZE
                  SRT-SORTEADO DELIMITED BY " "
                  ")"        DELIMITED BY SIZE
             INTO REGMSG
           WRITE REGMSG
           MOVE SPACES TO REGMSG
           WRITE REGMSG
           MOVE "GUARDE SEGREDO ATE O DIA DO EVENTO!" TO REGMSG
           WRITE REGMSG
           CLOSE ARQMSG
           MOVE SPACES TO REGLST
           STRING W-EMAILDE   DELIMITED BY "  "
                  ";"         DELIMITED BY SIZE
                  W-ARQMSG    DELIMITED BY "  "
                  ";"         DELIMITED BY SIZE
                  SRT-APELIDO DELIMITED BY SIZE
             INTO REGLST
           WRITE REGLST
           MOVE W-ARQMSG TO SRT-ENVIO.
       LIB-MSG-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * BILHETE FECHADO NO SPOOL, UM POR PAGINA
      *-------------------------------------------------------------
       LIB-BILHETE.
           IF W-ABRIUSPL = "N"
              PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
              OPEN OUTPUT ARQIMP
              MOVE "S" TO W-ABRIUSPL.
           ADD 1 TO W-BILHETES
           MOVE EVT-DESCR    TO BIL11
           MOVE W-ANO        TO BIL12
           MOVE W-NOMEDE     TO BIL21
           MOVE SRT-APELIDO  TO BIL22
           MOVE W-NOMEPARA   TO BIL31
           MOVE SRT-SORTEADO TO BIL41
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM BIL1 BEFORE ADVANCING 2 LINES
           WRITE REGIMP FROM BIL2 BEFORE ADVANCING 3 LINES
           WRITE REGIMP FROM BIL-DOBRA BEFORE ADVANCING 5 LINES
           WRITE REGIMP FROM BIL3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM BIL4 BEFORE ADVANCING 5 LINES
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING PAGE
           MOVE W-SPOOLARQ TO SRT-ENVIO.
       LIB-BILHETE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQAMIG EVENTO EVCONV SORTEIO
           IF W-TEMDOM = "S"
              CLOSE DOMMEM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *************************************************
      * SPOOL: OS BILHETES IMPRESSOS DE UMA LIBERACAO *
      * VAO PARA UM SPL<NNNNNN>.TXT                   *
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
           MOVE SPL-ID TO W-SPLID
           MOVE "PROG212X" TO SPL-RELAT
           ACCEPT W-SPLDATA FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           MOVE W-SPLDATA TO SPL-DATA
           MOVE W-SPLHMS  TO SPL-HORA
           MOVE LK-LOGIN  TO SPL-OPERADOR
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
