       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG209X.
       AUTHOR. DEBORAH PELICER.
      **************************************
      * PEDIDOS DO TITULAR DE DADOS (LGPD) *
      * - SUPERVISOR SOMENTE -              *
      * C = CONSULTA: EXPORTA PARA O SPOOL *
      *     TUDO O QUE HA SOBRE O APELIDO  *
      *     (ARQAMIG, AMIGARC, AMICONT,    *
      *     AMICARC, CONTRIB, PROMESSA,    *
      *     EVCONV, SORTEIO, DOMMEM E      *
      *     TRILHA.LOG)                    *
      * A = ANONIMIZACAO: EXPORTA, PEDE    *
      *     CONFIRMACAO E TROCA O APELIDO  *
      *     EM TODOS OS ARQUIVOS POR UM    *
      *     CODIGO NEUTRO (ANONIM+PROTOC.),*
      *     LIMPANDO NOME, CONTATO,        *
      *     ENDERECO E NASCIMENTO. VALORES *
      *     DE CONTRIBUICAO, CONVITES E    *
      *     PRESENCAS SAO MANTIDOS PARA AS *
      *     ESTATISTICAS.                  *
      * TODO PEDIDO FICA NO LGPDREG.DAT,   *
      * COM DATA E RESULTADO.              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY AMIGASEL.BOK.
       COPY CONTSEL.BOK.
       COPY AMICASEL.BOK.
       COPY CTBSEL.BOK.
       COPY PRMSEL.BOK.
       COPY EVCSEL.BOK.
       COPY SRTSEL.BOK.
       COPY DOMSEL.BOK.
       COPY DMMSEL.BOK.
       COPY AUDSEL.BOK.
       COPY LGPSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY AMIGARC.BOK.
       COPY CONTATO.BOK.
       COPY AMICARC.BOK.
       COPY CONTRIB.BOK.
       COPY PROMESSA.BOK.
       COPY EVCONV.BOK.
       COPY SORTEIO.BOK.
       COPY DOMIC.BOK.
       COPY DOMMEM.BOK.
       COPY AUDTRLH.BOK.
       COPY LGPDREG.BOK.
      *
       COPY SPOOL.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
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
       77 ST-ERROA1    PIC X(02) VALUE "00".
       77 ST-ERRO4     PIC X(02) VALUE "00".
       77 ST-ERROA2    PIC X(02) VALUE "00".
       77 ST-ERROCB    PIC X(02) VALUE "00".
       77 ST-ERROPM    PIC X(02) VALUE "00".
       77 ST-ERROEC    PIC X(02) VALUE "00".
       77 ST-ERROSR    PIC X(02) VALUE "00".
       77 ST-ERRODO    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROLG    PIC X(02) VALUE "00".
       77 W-TEMCON     PIC X(01) VALUE "N".
       77 W-TEMCTB     PIC X(01) VALUE "N".
       77 W-TEMPRM     PIC X(01) VALUE "N".
       77 W-TEMEVC     PIC X(01) VALUE "N".
       77 W-TEMSRT     PIC X(01) VALUE "N".
       77 W-TEMDOM     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-NOARQ      PIC X(01) VALUE "N".
       77 W-RESULT     PIC X(01) VALUE SPACES.
       77 W-LGPMSG     PIC X(40) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-PROT       PIC 9(06) VALUE ZEROS.
       77 W-SECAO      PIC 9(05) VALUE ZEROS.
       77 W-QTAMIGO    PIC 9(03) VALUE ZEROS.
       77 W-QTCONT     PIC 9(05) VALUE ZEROS.
       77 W-QTCTB      PIC 9(05) VALUE ZEROS.
       77 W-QTEVC      PIC 9(05) VALUE ZEROS.
       77 W-QTARQ      PIC 9(05) VALUE ZEROS.
       77 W-QTTRLH     PIC 9(05) VALUE ZEROS.
       77 W-TOTAL      PIC 9(06) VALUE ZEROS.
       77 W-EVENTO     PIC 9(04) VALUE ZEROS.
       77 W-SRTANO     PIC 9(04) VALUE ZEROS.
       77 W-DOM        PIC 9(05) VALUE ZEROS.
       01 W-APELIDO    PIC X(12) VALUE SPACES.
       01 W-NOMEANT    PIC X(30) VALUE SPACES.
      *
      * CODIGO NEUTRO QUE SUBSTITUI O APELIDO ANONIMIZADO
      *
       01 W-TOKEN.
          03 FILLER    PIC X(06) VALUE "ANONIM".
          03 W-TOKPROT PIC 9(06) VALUE ZEROS.
       01 W-VALED      PIC ZZZZZZ9,99 VALUE ZEROS.
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
       01 CAB1.
          03 FILLER     PIC X(44) VALUE
              "DADOS PESSOAIS MANTIDOS SOBRE O AMIGO (LGPD)".
          03 FILLER     PIC X(12) VALUE "PROTOCOLO : ".
          03 CAB12      PIC 9(06) VALUE ZEROS.
       01 CAB2.
          03 FILLER     PIC X(10) VALUE "APELIDO : ".
          03 CAB21      PIC X(12) VALUE SPACES.
          03 FILLER     PIC X(09) VALUE "  DATA : ".
          03 CAB22      PIC X(10) VALUE SPACES.
          03 FILLER     PIC X(11) VALUE "  PEDIDO : ".
          03 CAB23      PIC X(14) VALUE SPACES.
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET-SEC.
          03 FILLER    PIC X(03) VALUE "== ".
          03 DSEC      PIC X(77) VALUE SPACES.
       01 DET-CPO.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DCP-ROTULO PIC X(20) VALUE SPACES.
          03 DCP-VALOR PIC X(57) VALUE SPACES.
       01 DET-CON.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DCO-DATA  PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DCO-HH    PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE ":".
          03 DCO-MM    PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DCO-TIPO  PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DCO-OBS   PIC X(57) VALUE SPACES.
       01 DET-CTB.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DCT-DATA  PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DCT-VALOR PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DCT-TIPO  PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DCT-REFER PIC X(20) VALUE SPACES.
       01 DET-EVC.
          03 FILLER    PIC X(10) VALUE "   EVENTO ".
          03 DEV-EVENTO PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(14) VALUE "   PRESENCA : ".
          03 DEV-PRES  PIC X(01) VALUE SPACES.
       01 DET-SRT.
          03 FILLER    PIC X(10) VALUE "   EVENTO ".
          03 DSR-EVENTO PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(07) VALUE "  ANO ".
          03 DSR-ANO   PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(10) VALUE "  TIROU : ".
          03 DSR-SORTEADO PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(08) VALUE "  SIT : ".
          03 DSR-SIT   PIC X(01) VALUE SPACES.
       01 DET-TRL.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTR-DATA  PIC X(10) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTR-PROG  PIC X(08) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTR-OPER  PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTR-CHAVE PIC X(15) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTR-DESCR PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTR-OPERADOR PIC X(08) VALUE SPACES.
       01 DET-NENHUM.
          03 FILLER    PIC X(20) VALUE "   NENHUM REGISTRO".
       01 DET-FIM.
          03 FILLER    PIC X(30) VALUE "TOTAL DE REGISTROS          : ".
          03 DFTOT     PIC ZZZZZ9 VALUE ZEROS.
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
           IF LK-PERFIL NOT = 3
              MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AMIGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      *
      * OS DEMAIS ARQUIVOS INDEXADOS SO ENTRAM SE EXISTIREM - SEM
      * ELES NAO HA O QUE EXPORTAR NEM ANONIMIZAR
      *
       INC-OP2.
           OPEN I-O CONTATO
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEMCON.
           OPEN I-O CONTRIB
           IF ST-ERROCB = "00"
              MOVE "S" TO W-TEMCTB.
           OPEN I-O PROMESSA
           IF ST-ERROPM = "00"
              MOVE "S" TO W-TEMPRM.
           OPEN I-O EVCONV
           IF ST-ERROEC = "00"
              MOVE "S" TO W-TEMEVC.
           OPEN I-O SORTEIO
           IF ST-ERROSR = "00"
              MOVE "S" TO W-TEMSRT.
           OPEN I-O DOMMEM
           IF ST-ERRODM = "00"
              OPEN I-O DOMIC
              IF ST-ERRODO = "00"
                 MOVE "S" TO W-TEMDOM
              ELSE
                 CLOSE DOMMEM.
      *
       INC-001.
           MOVE SPACES TO W-APELIDO W-TIPO W-NOMEANT
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "PEDIDOS DO TITULAR DE DADOS (LGPD)"
           DISPLAY (04, 01) "APELIDO DO AMIGO       : "
           DISPLAY (05, 01) "NOME                   : "
           DISPLAY (07, 01) "PEDIDO (C/A)           : "
           DISPLAY (08, 01)
                "C=CONSULTA (EXPORTA TUDO)  A=ANONIMIZAR O AMIGO".
       INC-002.
           ACCEPT  (04, 27) W-APELIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-APELIDO = SPACES
              MOVE "*** APELIDO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE W-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO = "00"
              DISPLAY (05, 27) NOME
           ELSE
              DISPLAY (05, 27) "*** FORA DO CADASTRO ATUAL ***".
       INC-003.
           ACCEPT  (07, 27) W-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           IF W-TIPO = "c" MOVE "C" TO W-TIPO.
           IF W-TIPO = "a" MOVE "A" TO W-TIPO.
           IF W-TIPO NOT = "C" AND "A"
              MOVE "*** DIGITE C=CONSULTA OU A=ANONIMIZAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "PROCESSAR (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-OPCAO = "N" OR "n"
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      * PROTOCOLO DO PEDIDO = ULTIMO DO REGISTRO + 1
      *
       INC-PROT.
           MOVE ZEROS TO W-PROT
           OPEN INPUT LGPDREG
           IF ST-ERROLG NOT = "00"
              GO TO INC-PROT2.
       INC-PROT1.
           READ LGPDREG
           IF ST-ERROLG = "00"
              MOVE LGP-PROTOCOLO TO W-PROT
              GO TO INC-PROT1.
           CLOSE LGPDREG.
       INC-PROT2.
           ADD 1 TO W-PROT
           MOVE W-PROT TO W-TOKPROT CAB12
           MOVE ZEROS  TO W-QTAMIGO W-QTCONT W-QTCTB W-QTEVC
                          W-QTARQ W-QTTRLH
           MOVE "N"    TO W-NOARQ.
      *
      *****************************************
      * EXPORTACAO: UMA SECAO POR ARQUIVO, NO *
      * SPOOL (REIMPRIMIVEL PELO SPL001)      *
      *****************************************
      *
       EXP-001.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE W-APELIDO TO CAB21
           MOVE SPACES TO CAB22
           STRING DH-DIA "/" DH-MES "/" DH-ANO DELIMITED BY SIZE
             INTO CAB22
           IF W-TIPO = "C"
              MOVE "CONSULTA" TO CAB23
           ELSE
              MOVE "ANONIMIZACAO" TO CAB23.
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
      *
       EXP-AMIGO.
           MOVE "CADASTRO DE AMIGOS (ARQAMIG)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           MOVE W-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO NOT = "00"
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE
              GO TO EXP-ARQMORTO.
           MOVE "S"  TO W-NOARQ
           MOVE NOME TO W-NOMEANT
           ADD 1 TO W-QTAMIGO
           PERFORM IMP-AMIGO THRU IMP-AMIGO-FIM.
      *
       EXP-ARQMORTO.
           MOVE "ARQUIVO MORTO DE AMIGOS (AMIGARC)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-SECAO
           OPEN INPUT AMIGARC
           IF ST-ERROA1 NOT = "00"
              GO TO EXP-ARQMORTO-FIM.
       EXP-ARQMORTO1.
           READ AMIGARC
           IF ST-ERROA1 NOT = "00"
              CLOSE AMIGARC
              GO TO EXP-ARQMORTO-FIM.
           IF ARC-APELIDO NOT = W-APELIDO
              GO TO EXP-ARQMORTO1.
           ADD 1 TO W-SECAO W-QTAMIGO
           MOVE "ARQUIVADO EM" TO DCP-ROTULO
           MOVE SPACES TO DCP-VALOR
           STRING ARC-DATARQ (7:2) "/" ARC-DATARQ (5:2) "/"
                  ARC-DATARQ (1:4) "   RESTAURADO: " ARC-REST
                  DELIMITED BY SIZE INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE ARC-REGISTRO TO REGAMIGO
           IF W-NOMEANT = SPACES
              MOVE NOME TO W-NOMEANT.
           PERFORM IMP-AMIGO THRU IMP-AMIGO-FIM
           GO TO EXP-ARQMORTO1.
       EXP-ARQMORTO-FIM.
           IF W-SECAO = ZEROS
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE.
      *
       EXP-CONTATO.
           MOVE "HISTORICO DE CONTATOS (AMICONT)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           IF W-TEMCON = "N"
              GO TO EXP-CONTATO-FIM.
           MOVE W-APELIDO TO CONT-APELIDO
           MOVE ZEROS     TO CONT-DATA CONT-HORA
           START CONTATO KEY IS NOT LESS CONT-CHAVE
                 INVALID KEY GO TO EXP-CONTATO-FIM.
       EXP-CONTATO1.
           READ CONTATO NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO EXP-CONTATO-FIM.
           IF CONT-APELIDO NOT = W-APELIDO
              GO TO EXP-CONTATO-FIM.
           ADD 1 TO W-QTCONT
           PERFORM IMP-CONTATO THRU IMP-CONTATO-FIM
           GO TO EXP-CONTATO1.
       EXP-CONTATO-FIM.
           IF W-QTCONT = ZEROS
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE.
      *
       EXP-CONTARQ.
           MOVE "CONTATOS ARQUIVADOS (AMICARC)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           OPEN INPUT AMICARC
           IF ST-ERROA2 NOT = "00"
              GO TO EXP-CONTARQ-FIM.
       EXP-CONTARQ1.
           READ AMICARC
           IF ST-ERROA2 NOT = "00"
              CLOSE AMICARC
              GO TO EXP-CONTARQ-FIM.
           IF ARC2-APELIDO NOT = W-APELIDO
              GO TO EXP-CONTARQ1.
           ADD 1 TO W-QTARQ
           MOVE ARC2-REGISTRO TO REGCONTATO
           PERFORM IMP-CONTATO THRU IMP-CONTATO-FIM
           GO TO EXP-CONTARQ1.
       EXP-CONTARQ-FIM.
           IF W-QTARQ = ZEROS
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE.
      *
       EXP-CTB.
           MOVE "CONTRIBUICOES (CONTRIB)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           IF W-TEMCTB = "N"
              GO TO EXP-CTB-FIM.
           MOVE W-APELIDO TO CTB-APELIDO
           MOVE ZEROS     TO CTB-DATA CTB-SEQ
           START CONTRIB KEY IS NOT LESS CTB-CHAVE
                 INVALID KEY GO TO EXP-CTB-FIM.
       EXP-CTB1.
           READ CONTRIB NEXT
           IF ST-ERROCB NOT = "00"
              GO TO EXP-CTB-FIM.
           IF CTB-APELIDO NOT = W-APELIDO
              GO TO EXP-CTB-FIM.
           ADD 1 TO W-QTCTB
           MOVE SPACES TO DCT-DATA
           STRING CTB-DIA "/" CTB-MES "/" CTB-ANO DELIMITED BY SIZE
             INTO DCT-DATA
           MOVE CTB-VALOR TO DCT-VALOR
           MOVE CTB-TIPO  TO DCT-TIPO
           MOVE CTB-REFER TO DCT-REFER
           WRITE REGIMP FROM DET-CTB BEFORE ADVANCING 1 LINE
           GO TO EXP-CTB1.
       EXP-CTB-FIM.
           IF W-QTCTB = ZEROS
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE.
      *
       EXP-PRM.
           MOVE "COMPROMISSO DE CONTRIBUICAO (PROMESSA)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           IF W-TEMPRM = "N"
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE
              GO TO EXP-EVC.
           MOVE W-APELIDO TO PRM-APELIDO
           READ PROMESSA
           IF ST-ERROPM NOT = "00"
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE
              GO TO EXP-EVC.
           ADD 1 TO W-QTAMIGO
           MOVE PRM-VALOR TO W-VALED
           MOVE "VALOR / FREQUENCIA" TO DCP-ROTULO
           MOVE SPACES TO DCP-VALOR
           STRING W-VALED " " PRM-FREQ "   TIPO " PRM-TIPO
                  DELIMITED BY SIZE INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "INICIO / FIM" TO DCP-ROTULO
           MOVE SPACES TO DCP-VALOR
           STRING PRM-INI-MES "/" PRM-INI-ANO " - "
                  PRM-FIM-MES "/" PRM-FIM-ANO
                  DELIMITED BY SIZE INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE.
      *
       EXP-EVC.
           MOVE "CONVITES E PRESENCAS EM EVENTOS (EVCONV)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           IF W-TEMEVC = "N"
              GO TO EXP-EVC-FIM.
           MOVE ZEROS  TO EVC-EVENTO
           MOVE SPACES TO EVC-APELIDO
           START EVCONV KEY IS NOT LESS EVC-CHAVE
                 INVALID KEY GO TO EXP-EVC-FIM.
       EXP-EVC1.
           READ EVCONV NEXT
           IF ST-ERROEC NOT = "00"
              GO TO EXP-EVC-FIM.
           IF EVC-APELIDO NOT = W-APELIDO
              GO TO EXP-EVC1.
           ADD 1 TO W-QTEVC
           MOVE EVC-EVENTO   TO DEV-EVENTO
           MOVE EVC-PRESENTE TO DEV-PRES
           WRITE REGIMP FROM DET-EVC BEFORE ADVANCING 1 LINE
           GO TO EXP-EVC1.
       EXP-EVC-FIM.
           IF W-QTEVC = ZEROS
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE.
      *
      * AMIGO SECRETO: SO OS SORTEIOS EM QUE O TITULAR TIROU ALGUEM
      * (QUEM TIROU O TITULAR E DADO DE OUTRA PESSOA)
      *
       EXP-SRT.
           MOVE "AMIGO SECRETO (SORTEIO)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-SECAO
           IF W-TEMSRT = "N"
              GO TO EXP-SRT-FIM.
           MOVE ZEROS  TO SRT-EVENTO SRT-ANO
           MOVE SPACES TO SRT-APELIDO
           START SORTEIO KEY IS NOT LESS SRT-CHAVE
                 INVALID KEY GO TO EXP-SRT-FIM.
       EXP-SRT1.
           READ SORTEIO NEXT
           IF ST-ERROSR NOT = "00"
              GO TO EXP-SRT-FIM.
           IF SRT-APELIDO NOT = W-APELIDO
              GO TO EXP-SRT1.
           ADD 1 TO W-QTEVC W-SECAO
           MOVE SRT-EVENTO   TO DSR-EVENTO
           MOVE SRT-ANO      TO DSR-ANO
           MOVE SRT-SORTEADO TO DSR-SORTEADO
           MOVE SRT-SIT      TO DSR-SIT
           WRITE REGIMP FROM DET-SRT BEFORE ADVANCING 1 LINE
           GO TO EXP-SRT1.
       EXP-SRT-FIM.
           IF W-SECAO = ZEROS
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE.
      *
       EXP-DOM.
           MOVE "DOMICILIO PARA MALA DIRETA (DOMMEM)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           IF W-TEMDOM = "N"
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE
              GO TO EXP-TRILHA.
           MOVE W-APELIDO TO DMM-APELIDO
           READ DOMMEM
           IF ST-ERRODM NOT = "00"
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE
              GO TO EXP-TRILHA.
           ADD 1 TO W-QTAMIGO
           MOVE DMM-DOM TO DOM-CODIGO
           READ DOMIC
           IF ST-ERRODO NOT = "00"
              MOVE SPACES TO DOM-NOME.
           MOVE "DOMICILIO" TO DCP-ROTULO
           MOVE SPACES TO DCP-VALOR
           STRING DMM-DOM " " DOM-NOME DELIMITED BY SIZE
             INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE.
      *
      * NA TRILHA O AMIGO APARECE PELA CHAVE (APELIDO) OU PELA
      * DESCRICAO (NOME)
      *
       EXP-TRILHA.
           MOVE "TRILHA DE AUDITORIA (TRILHA.LOG)" TO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           OPEN INPUT ARQTRLH
           IF ST-ERROT NOT = "00"
              GO TO EXP-TRILHA-FIM.
       EXP-TRILHA1.
           READ ARQTRLH
           IF ST-ERROT NOT = "00"
              CLOSE ARQTRLH
              GO TO EXP-TRILHA-FIM.
           IF TRLH-CHAVE NOT = W-APELIDO
              IF W-NOMEANT = SPACES OR TRLH-DESCR NOT = W-NOMEANT
                 GO TO EXP-TRILHA1.
           ADD 1 TO W-QTTRLH
           MOVE SPACES TO DTR-DATA
           STRING TRLH-DIA "/" TRLH-MES "/" TRLH-ANO
                  DELIMITED BY SIZE INTO DTR-DATA
           MOVE TRLH-PROG     TO DTR-PROG
           MOVE TRLH-OPER     TO DTR-OPER
           MOVE TRLH-CHAVE    TO DTR-CHAVE
           MOVE TRLH-DESCR    TO DTR-DESCR
           MOVE TRLH-OPERADOR TO DTR-OPERADOR
           WRITE REGIMP FROM DET-TRL BEFORE ADVANCING 1 LINE
           GO TO EXP-TRILHA1.
       EXP-TRILHA-FIM.
           IF W-QTTRLH = ZEROS
              WRITE REGIMP FROM DET-NENHUM BEFORE ADVANCING 1 LINE.
      *
       EXP-FIM.
           COMPUTE W-TOTAL = W-QTAMIGO + W-QTCONT + W-QTCTB + W-QTEVC
                           + W-QTARQ + W-QTTRLH
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE W-TOTAL TO DFTOT
           WRITE REGIMP FROM DET-FIM BEFORE ADVANCING 1 LINE
           CLOSE ARQIMP
           DISPLAY (10, 01) "PROTOCOLO / SPOOL          : "
           DISPLAY (10, 30) W-PROT
           DISPLAY (10, 37) W-SPLID
           DISPLAY (12, 01) "CADASTRO/ARQ.MORTO/OUTROS  : " W-QTAMIGO
           DISPLAY (13, 01) "CONTATOS                   : " W-QTCONT
           DISPLAY (14, 01) "CONTATOS ARQUIVADOS        : " W-QTARQ
           DISPLAY (15, 01) "CONTRIBUICOES              : " W-QTCTB
           DISPLAY (16, 01) "CONVITES/AMIGO SECRETO     : " W-QTEVC
           DISPLAY (17, 01) "TRILHA DE AUDITORIA        : " W-QTTRLH
           IF W-TIPO = "A"
              GO TO ANO-001.
           MOVE "C" TO W-RESULT
           MOVE "DADOS EXPORTADOS PARA O SPOOL" TO W-LGPMSG
           PERFORM REG-GRAVA THRU REG-GRAVA-FIM
           MOVE "*** DADOS EXPORTADOS PARA O SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *****************************************
      * ANONIMIZACAO CONFIRMADA: O APELIDO     *
      * VIRA O CODIGO NEUTRO EM TODOS OS       *
      * ARQUIVOS E OS DADOS PESSOAIS SAEM      *
      *****************************************
      *
       ANO-001.
           IF W-TOTAL = ZEROS
              MOVE "X" TO W-RESULT
              MOVE "NENHUM DADO DO APELIDO" TO W-LGPMSG
              PERFORM REG-GRAVA THRU REG-GRAVA-FIM
              MOVE "*** NENHUM DADO DO APELIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE W-TOKEN TO APELIDO
           READ ARQAMIG
           IF ST-ERRO = "00"
              MOVE "E" TO W-RESULT
              MOVE "CODIGO NEUTRO JA EXISTE NO CADASTRO" TO W-LGPMSG
              PERFORM REG-GRAVA THRU REG-GRAVA-FIM
              MOVE "*** CODIGO NEUTRO JA EXISTE NO CADASTRO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       ANO-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (19, 01) "NOVO CODIGO DO AMIGO       : " W-TOKEN
           DISPLAY (23, 30) "CONFIRMA A ANONIMIZACAO (S/N) : "
           ACCEPT  (23, 63) W-OPCAO WITH UPDATE
           IF W-OPCAO = "S" OR "s"
              GO TO ANO-AMIGO.
           MOVE "X" TO W-RESULT
           MOVE "ANONIMIZACAO CANCELADA PELO OPERADOR" TO W-LGPMSG
           PERFORM REG-GRAVA THRU REG-GRAVA-FIM
           MOVE "* ANONIMIZACAO CANCELADA PELO OPERADOR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
       ANO-AMIGO.
           IF W-NOARQ = "N"
              GO TO ANO-INDIC.
           MOVE W-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA RELEITURA DO AMIGO" TO W-LGPMSG
              GO TO ANO-ERRO.
           DELETE ARQAMIG RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO APELIDO ORIGINAL" TO W-LGPMSG
              GO TO ANO-ERRO.
           PERFORM ANO-LIMPA THRU ANO-LIMPA-FIM
           WRITE REGAMIGO
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO AMIGO ANONIMIZADO" TO W-LGPMSG
              GO TO ANO-ERRO.
      *
      * QUEM FOI INDICADO PELO AMIGO PASSA A APONTAR PARA O CODIGO
      *
       ANO-INDIC.
           MOVE SPACES TO APELIDO
           START ARQAMIG KEY IS NOT LESS APELIDO
                 INVALID KEY GO TO ANO-ARQMORTO.
       ANO-INDIC1.
           READ ARQAMIG NEXT
           IF ST-ERRO NOT = "00"
              GO TO ANO-ARQMORTO.
           IF INDICADO_POR NOT = W-APELIDO
              GO TO ANO-INDIC1.
           MOVE W-TOKEN TO INDICADO_POR
           REWRITE REGAMIGO
           GO TO ANO-INDIC1.
      *
       ANO-ARQMORTO.
           OPEN I-O AMIGARC
           IF ST-ERROA1 NOT = "00"
              GO TO ANO-CONTATO.
       ANO-ARQMORTO1.
           READ AMIGARC
           IF ST-ERROA1 NOT = "00"
              CLOSE AMIGARC
              GO TO ANO-CONTATO.
           IF ARC-APELIDO NOT = W-APELIDO
              GO TO ANO-ARQMORTO1.
           MOVE ARC-REGISTRO TO REGAMIGO
           PERFORM ANO-LIMPA THRU ANO-LIMPA-FIM
           MOVE REGAMIGO TO ARC-REGISTRO
           REWRITE REGARC
           GO TO ANO-ARQMORTO1.
      *
      * CONTATOS: A CHAVE COMECA PELO APELIDO, ENTAO CADA REGISTRO
      * E EXCLUIDO E REGRAVADO (MESMO ESQUEMA DA FUSAO PROG191X).
      * A OBSERVACAO E O RETORNO AGENDADO SAEM; DATA E TIPO FICAM.
      *
       ANO-CONTATO.
           IF W-TEMCON = "N"
              GO TO ANO-CONTARQ.
       ANO-CONTATO1.
           MOVE W-APELIDO TO CONT-APELIDO
           MOVE ZEROS     TO CONT-DATA CONT-HORA
           START CONTATO KEY IS NOT LESS CONT-CHAVE
                 INVALID KEY GO TO ANO-CONTARQ.
           READ CONTATO NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO ANO-CONTARQ.
           IF CONT-APELIDO NOT = W-APELIDO
              GO TO ANO-CONTARQ.
           DELETE CONTATO RECORD
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NO RECHAVEAMENTO DOS CONTATOS" TO W-LGPMSG
              GO TO ANO-ERRO.
           MOVE W-TOKEN TO CONT-APELIDO
           MOVE SPACES  TO CONT-OBS
           MOVE ZEROS   TO CONT-PROXDATA.
       ANO-CONTATO2.
           WRITE REGCONTATO
           IF ST-ERRO4 = "22"
              ADD 1 TO CONT-SS
              GO TO ANO-CONTATO2.
           IF ST-ERRO4 NOT = "00" AND NOT = "02"
              MOVE "ERRO NO RECHAVEAMENTO DOS CONTATOS" TO W-LGPMSG
              GO TO ANO-ERRO.
           GO TO ANO-CONTATO1.
      *
       ANO-CONTARQ.
           OPEN I-O AMICARC
           IF ST-ERROA2 NOT = "00"
              GO TO ANO-CTB.
       ANO-CONTARQ1.
           READ AMICARC
           IF ST-ERROA2 NOT = "00"
              CLOSE AMICARC
              GO TO ANO-CTB.
           IF ARC2-APELIDO NOT = W-APELIDO
              GO TO ANO-CONTARQ1.
           MOVE ARC2-REGISTRO TO REGCONTATO
           MOVE W-TOKEN TO CONT-APELIDO
           MOVE SPACES  TO CONT-OBS
           MOVE ZEROS   TO CONT-PROXDATA
           MOVE REGCONTATO TO ARC2-REGISTRO
           REWRITE REGARC2
           GO TO ANO-CONTARQ1.
      *
      * CONTRIBUICOES: VALOR, DATA E TIPO FICAM PARA OS TOTAIS; A
      * REFERENCIA (TEXTO LIVRE) SAI
      *
       ANO-CTB.
           IF W-TEMCTB = "N"
              GO TO ANO-PRM.
           MOVE W-APELIDO TO CTB-APELIDO
           MOVE ZEROS     TO CTB-DATA CTB-SEQ
           START CONTRIB KEY IS NOT LESS CTB-CHAVE
                 INVALID KEY GO TO ANO-PRM.
           READ CONTRIB NEXT
           IF ST-ERROCB NOT = "00"
              GO TO ANO-PRM.
           IF CTB-APELIDO NOT = W-APELIDO
              GO TO ANO-PRM.
           DELETE CONTRIB RECORD
           IF ST-ERROCB NOT = "00"
              MOVE "ERRO NO RECHAVEAMENTO DAS CONTRIBUICOES"
                                                         TO W-LGPMSG
              GO TO ANO-ERRO.
           MOVE W-TOKEN TO CTB-APELIDO
           MOVE SPACES  TO CTB-REFER.
       ANO-CTB1.
           WRITE REGCTB
           IF ST-ERROCB = "22"
              ADD 1 TO CTB-SEQ
              GO TO ANO-CTB1.
           IF ST-ERROCB NOT = "00" AND NOT = "02"
              MOVE "ERRO NO RECHAVEAMENTO DAS CONTRIBUICOES"
                                                         TO W-LGPMSG
              GO TO ANO-ERRO.
           GO TO ANO-CTB.
      *
       ANO-PRM.
           IF W-TEMPRM = "N"
              GO TO ANO-EVC.
           MOVE W-APELIDO TO PRM-APELIDO
           READ PROMESSA
           IF ST-ERROPM NOT = "00"
              GO TO ANO-EVC.
           DELETE PROMESSA RECORD
           MOVE W-TOKEN TO PRM-APELIDO
           WRITE REGPRM
           IF ST-ERROPM NOT = "00" AND NOT = "02"
              MOVE "ERRO NO RECHAVEAMENTO DO COMPROMISSO" TO W-LGPMSG
              GO TO ANO-ERRO.
      *
      * CONVITES: CHAVE = EVENTO + APELIDO. DEPOIS DE REGRAVAR,
      * REPOSICIONA LOGO APOS A CHAVE ANTIGA (JA EXCLUIDA)
      *
       ANO-EVC.
           IF W-TEMEVC = "N"
              GO TO ANO-SRT.
           MOVE ZEROS  TO EVC-EVENTO
           MOVE SPACES TO EVC-APELIDO
           START EVCONV KEY IS NOT LESS EVC-CHAVE
                 INVALID KEY GO TO ANO-SRT.
       ANO-EVC1.
           READ EVCONV NEXT
           IF ST-ERROEC NOT = "00"
              GO TO ANO-SRT.
           IF EVC-APELIDO NOT = W-APELIDO
              GO TO ANO-EVC1.
           MOVE EVC-EVENTO TO W-EVENTO
           DELETE EVCONV RECORD
           IF ST-ERROEC NOT = "00"
              MOVE "ERRO NO RECHAVEAMENTO DOS CONVITES" TO W-LGPMSG
              GO TO ANO-ERRO.
           MOVE W-TOKEN TO EVC-APELIDO
           WRITE REGEVC
           IF ST-ERROEC NOT = "00" AND NOT = "02"
              MOVE "ERRO NO RECHAVEAMENTO DOS CONVITES" TO W-LGPMSG
              GO TO ANO-ERRO.
           MOVE W-EVENTO  TO EVC-EVENTO
           MOVE W-APELIDO TO EVC-APELIDO
           START EVCONV KEY IS NOT LESS EVC-CHAVE
                 INVALID KEY GO TO ANO-SRT.
           GO TO ANO-EVC1.
      *
      * AMIGO SECRETO: QUEM FOI TIRADO PELO TITULAR GANHA O CODIGO
      * NO LUGAR DO APELIDO; OS SORTEIOS EM QUE ELE TIROU ALGUEM
      * SAO RECHAVEADOS
      *
       ANO-SRT.
           IF W-TEMSRT = "N"
              GO TO ANO-DOM.
           MOVE ZEROS  TO SRT-EVENTO SRT-ANO
           MOVE SPACES TO SRT-APELIDO
           START SORTEIO KEY IS NOT LESS SRT-CHAVE
                 INVALID KEY GO TO ANO-DOM.
       ANO-SRT1.
           READ SORTEIO NEXT
           IF ST-ERROSR NOT = "00"
              GO TO ANO-DOM.
           IF SRT-SORTEADO = W-APELIDO
              MOVE W-TOKEN TO SRT-SORTEADO
              REWRITE REGSRT
              GO TO ANO-SRT1.
           IF SRT-APELIDO NOT = W-APELIDO
              GO TO ANO-SRT1.
           MOVE SRT-EVENTO TO W-EVENTO
           MOVE SRT-ANO    TO W-SRTANO
           DELETE SORTEIO RECORD
           IF ST-ERROSR NOT = "00"
              MOVE "ERRO NO RECHAVEAMENTO DO AMIGO SECRETO" TO W-LGPMSG
              GO TO ANO-ERRO.
           MOVE W-TOKEN TO SRT-APELIDO
           WRITE REGSRT
           IF ST-ERROSR NOT = "00" AND NOT = "02"
              MOVE "ERRO NO RECHAVEAMENTO DO AMIGO SECRETO" TO W-LGPMSG
              GO TO ANO-ERRO.
           MOVE W-EVENTO  TO SRT-EVENTO
           MOVE W-SRTANO  TO SRT-ANO
           MOVE W-APELIDO TO SRT-APELIDO
           START SORTEIO KEY IS NOT LESS SRT-CHAVE
                 INVALID KEY GO TO ANO-DOM.
           GO TO ANO-SRT1.
      *
      * DOMICILIO: O VINCULO PASSA PARA O CODIGO; SE O DOMICILIO
      * LEVAVA O NOME DO AMIGO, O NOME SAI E O DOMICILIO VOLTA A
      * SUGERIDO, PARA REVISAO NO PROG206X
      *
       ANO-DOM.
           IF W-TEMDOM = "N"
              GO TO ANO-TRILHA.
           MOVE W-APELIDO TO DMM-APELIDO
           READ DOMMEM
           IF ST-ERRODM NOT = "00"
              GO TO ANO-TRILHA.
           MOVE DMM-DOM TO W-DOM
           DELETE DOMMEM RECORD
           MOVE W-TOKEN TO DMM-APELIDO
           MOVE W-DOM   TO DMM-DOM
           WRITE REGDMM
           IF ST-ERRODM NOT = "00" AND NOT = "02"
              MOVE "ERRO NO RECHAVEAMENTO DO DOMICILIO" TO W-LGPMSG
              GO TO ANO-ERRO.
           MOVE W-DOM TO DOM-CODIGO
           READ DOMIC
           IF ST-ERRODO NOT = "00"
              GO TO ANO-TRILHA.
           IF DOM-NOME NOT = W-NOMEANT
              GO TO ANO-TRILHA.
           MOVE "AOS MORADORES" TO DOM-NOME
           MOVE "S"             TO DOM-SIT
           REWRITE REGDOM.
      *
       ANO-TRILHA.
           OPEN I-O ARQTRLH
           IF ST-ERROT NOT = "00"
              GO TO ANO-REG.
       ANO-TRILHA1.
           READ ARQTRLH
           IF ST-ERROT NOT = "00"
              CLOSE ARQTRLH
              GO TO ANO-REG.
           IF TRLH-CHAVE NOT = W-APELIDO
              IF W-NOMEANT = SPACES OR TRLH-DESCR NOT = W-NOMEANT
                 GO TO ANO-TRILHA1.
           IF TRLH-CHAVE = W-APELIDO
              MOVE W-TOKEN TO TRLH-CHAVE.
           IF W-NOMEANT NOT = SPACES AND TRLH-DESCR = W-NOMEANT
              MOVE "ANONIMIZADO" TO TRLH-DESCR.
           REWRITE REGTRLH
           GO TO ANO-TRILHA1.
      *
      * PEDIDOS ANTERIORES DO MESMO TITULAR NO REGISTRO LGPD: O
      * APELIDO VIRA O CODIGO E A EXPORTACAO QUE FICOU NO SPOOL E
      * SUBSTITUIDA POR UM AVISO
      *
       ANO-REG.
           OPEN I-O LGPDREG
           IF ST-ERROLG NOT = "00"
              GO TO ANO-FIM.
       ANO-REG1.
           READ LGPDREG
           IF ST-ERROLG NOT = "00"
              CLOSE LGPDREG
              GO TO ANO-FIM.
           IF LGP-APELIDO NOT = W-APELIDO
              GO TO ANO-REG1.
           MOVE W-TOKEN TO LGP-APELIDO
           REWRITE REGLGP
           IF LGP-SPOOL = ZEROS
              GO TO ANO-REG1.
           MOVE SPACES TO W-SPOOLARQ
           STRING "SPL" LGP-SPOOL ".TXT" DELIMITED BY SIZE
             INTO W-SPOOLARQ
           MOVE LGP-PROTOCOLO TO CAB12
           MOVE "CONSULTA"    TO CAB23
           PERFORM ANO-SPOOL THRU ANO-SPOOL-FIM
           GO TO ANO-REG1.
      *
       ANO-FIM.
           MOVE SPACES TO W-SPOOLARQ
           STRING "SPL" W-SPLID ".TXT" DELIMITED BY SIZE
             INTO W-SPOOLARQ
           MOVE W-PROT         TO CAB12
           MOVE "ANONIMIZACAO" TO CAB23
           PERFORM ANO-SPOOL THRU ANO-SPOOL-FIM
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           MOVE W-TOKEN TO W-APELIDO
           MOVE "C" TO W-RESULT
           MOVE "DADOS ANONIMIZADOS" TO W-LGPMSG
           PERFORM REG-GRAVA THRU REG-GRAVA-FIM
           MOVE "*** AMIGO ANONIMIZADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
       ANO-ERRO.
           MOVE "E" TO W-RESULT
           PERFORM REG-GRAVA THRU REG-GRAVA-FIM
           MOVE W-LGPMSG TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * REGRAVA O SPOOL DE UM PEDIDO DO TITULAR SO COM O CABECALHO
      * (CODIGO NEUTRO) E O AVISO DE ANONIMIZACAO
      *-------------------------------------------------------------
       ANO-SPOOL.
           OPEN OUTPUT ARQIMP
           IF ST-ERROS3 NOT = "00"
              GO TO ANO-SPOOL-FIM.
           MOVE W-TOKEN TO CAB21
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DSEC
           STRING "CONTEUDO REMOVIDO - DADOS ANONIMIZADOS PELO "
                  "PROTOCOLO " W-PROT DELIMITED BY SIZE INTO DSEC
           WRITE REGIMP FROM DET-SEC BEFORE ADVANCING 1 LINE
           CLOSE ARQIMP.
       ANO-SPOOL-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LIMPA OS DADOS PESSOAIS DO REGISTRO DE AMIGO NA AREA.
      * TIPO, DIAS DE AMIZADE E INDICACAO FICAM PARA AS
      * ESTATISTICAS; AS PREFERENCIAS PASSAM A "NAO CONTATAR".
      *-------------------------------------------------------------
       ANO-LIMPA.
           MOVE W-TOKEN       TO APELIDO
           MOVE "ANONIMIZADO" TO NOME
           MOVE SPACES        TO EMAIL UNID_FEDERACAO
                                 END-LOGRADOURO END-NUMERO END-COMPL
                                 END-BAIRRO END-CIDADE
           MOVE ZEROS         TO TELEFONE DATA_NASCIMENTO END-CEP
           MOVE "S"           TO NAO_MALA NAO_FONE.
       ANO-LIMPA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * IMPRESSAO DE UM REGISTRO DE AMIGO (DA AREA DO ARQAMIG)
      *-------------------------------------------------------------
       IMP-AMIGO.
           MOVE "NOME"           TO DCP-ROTULO
           MOVE NOME             TO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "E-MAIL"         TO DCP-ROTULO
           MOVE EMAIL            TO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "TELEFONE"       TO DCP-ROTULO
           MOVE SPACES           TO DCP-VALOR
           STRING "(" DDD ") " NUMERO DELIMITED BY SIZE
             INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "NASCIMENTO"     TO DCP-ROTULO
           MOVE SPACES           TO DCP-VALOR
           STRING DIAN "/" MESN "/" SECN DEZN DELIMITED BY SIZE
             INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "TIPO / DIAS"    TO DCP-ROTULO
           MOVE SPACES           TO DCP-VALOR
           STRING TIPO_AMIGO " / " DIAS_VIDAAMIGO DELIMITED BY SIZE
             INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "ENDERECO"       TO DCP-ROTULO
           MOVE SPACES           TO DCP-VALOR
           STRING END-LOGRADOURO ", " END-NUMERO " " END-COMPL
                  DELIMITED BY SIZE INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE SPACES           TO DCP-ROTULO DCP-VALOR
           STRING END-BAIRRO " " END-CIDADE " " UNID_FEDERACAO
                  " CEP " END-CEP DELIMITED BY SIZE INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "NAO MALA / FONE"  TO DCP-ROTULO
           MOVE SPACES           TO DCP-VALOR
           STRING NAO_MALA " / " NAO_FONE DELIMITED BY SIZE
             INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE
           MOVE "INDICADO POR"   TO DCP-ROTULO
           MOVE INDICADO_POR     TO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE.
       IMP-AMIGO-FIM.
           EXIT.
      *
       IMP-CONTATO.
           MOVE SPACES TO DCO-DATA
           STRING CONT-DIA "/" CONT-MES "/" CONT-ANO
                  DELIMITED BY SIZE INTO DCO-DATA
           MOVE CONT-HH   TO DCO-HH
           MOVE CONT-MM   TO DCO-MM
           MOVE CONT-TIPO TO DCO-TIPO
           MOVE CONT-OBS  TO DCO-OBS
           WRITE REGIMP FROM DET-CON BEFORE ADVANCING 1 LINE
           IF CONT-PROXDATA = ZEROS
              GO TO IMP-CONTATO-FIM.
           MOVE "RETORNO AGENDADO" TO DCP-ROTULO
           MOVE SPACES TO DCP-VALOR
           STRING CONT-PROX-DIA "/" CONT-PROX-MES "/" CONT-PROX-ANO
                  DELIMITED BY SIZE INTO DCP-VALOR
           WRITE REGIMP FROM DET-CPO BEFORE ADVANCING 1 LINE.
       IMP-CONTATO-FIM.
           EXIT.
      *
      *************************************************
      * REGISTRO DO PEDIDO NO LGPDREG.DAT (PROVA DE   *
      * ATENDIMENTO)                                  *
      *************************************************
      *
       REG-GRAVA.
           OPEN EXTEND LGPDREG
           IF ST-ERROLG NOT = "00"
               IF ST-ERROLG = "30"
                      OPEN OUTPUT LGPDREG
                      CLOSE LGPDREG
                      GO TO REG-GRAVA
                   ELSE
                      MOVE "ERRO NA ABERTURA DO LGPDREG.DAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO REG-GRAVA-FIM.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           ACCEPT TIME-ATU FROM TIME
           MOVE SPACES    TO REGLGP
           MOVE W-PROT    TO LGP-PROTOCOLO
           MOVE DH-ANO    TO LGP-ANO
           MOVE DH-MES    TO LGP-MES
           MOVE DH-DIA    TO LGP-DIA
           MOVE TA-HH     TO LGP-HH
           MOVE TA-MM     TO LGP-MM
           MOVE TA-SS     TO LGP-SS
           MOVE W-TIPO    TO LGP-TIPO
           MOVE W-APELIDO TO LGP-APELIDO
           MOVE W-RESULT  TO LGP-RESULT
           MOVE W-SPLID   TO LGP-SPOOL
           MOVE W-QTAMIGO TO LGP-QTAMIGO
           MOVE W-QTCONT  TO LGP-QTCONT
           MOVE W-QTCTB   TO LGP-QTCTB
           MOVE W-QTEVC   TO LGP-QTEVC
           MOVE W-QTARQ   TO LGP-QTARQ
           MOVE W-QTTRLH  TO LGP-QTTRLH
           MOVE W-LGPMSG  TO LGP-MSG
           MOVE W-LOGIN   TO LGP-OPERADOR
           WRITE REGLGP
           CLOSE LGPDREG.
       REG-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQAMIG
           IF W-TEMCON = "S"
              CLOSE CONTATO.
           IF W-TEMCTB = "S"
              CLOSE CONTRIB.
           IF W-TEMPRM = "S"
              CLOSE PROMESSA.
           IF W-TEMEVC = "S"
              CLOSE EVCONV.
           IF W-TEMSRT = "S"
              CLOSE SORTEIO.
           IF W-TEMDOM = "S"
              CLOSE DOMMEM DOMIC.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *************************************************
      * TRILHA DE AUDITORIA: A ANONIMIZACAO FICA COM O*
      * CODIGO NEUTRO E O PROTOCOLO                   *
      *************************************************
      *
       ROT-TRILHA.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO ROT-TRILHA
                   ELSE
                      GO TO ROT-TRILHA-FIM.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO     TO TRLH-ANO
           MOVE DH-MES     TO TRLH-MES
           MOVE DH-DIA     TO TRLH-DIA
           MOVE TA-HH      TO TRLH-HH
           MOVE TA-MM      TO TRLH-MM
           MOVE TA-SS      TO TRLH-SS
           MOVE "PROG209X" TO TRLH-PROG
           MOVE "A"        TO TRLH-OPER
           MOVE W-TOKEN    TO TRLH-CHAVE
           MOVE SPACES     TO TRLH-DESCR
           STRING "ANONIMIZACAO LGPD PROT. " W-PROT
                  DELIMITED BY SIZE INTO TRLH-DESCR
           MOVE W-LOGIN    TO TRLH-OPERADOR
           WRITE REGTRLH
           CLOSE ARQTRLH.
       ROT-TRILHA-FIM.
           EXIT.
      *
      *************************************************
      * SPOOL: CADA PEDIDO GERA UM SPL<NNNNNN>.TXT,    *
      * CUJO NUMERO FICA NO REGISTRO DO PEDIDO         *
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
           MOVE "PROG209X" TO SPL-RELAT
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
