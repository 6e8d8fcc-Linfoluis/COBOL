      *      ARQUIVO DE UMA GERACAO, COM   *
      *      CONFIRMACAO E TRILHA (SO      *
      *      SUPERVISOR)                   *
      *  F = ROLL-FORWARD DEPOIS DA        *
      *      RESTAURACAO: REAPLICA O       *
      *      MOVEST E A TRILHA POSTERIORES *
      *      AO PONTO DA COPIA (BKP003, SO *
      *      SUPERVISOR)                   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY AMIGSEL.BOK REPLACING ST-ERRO BY ST-ERRO-AMI.
       COPY OPERSEL.BOK.
       COPY TIPOSEL.BOK.
       COPY LOTESEL.BOK.
      *
           SELECT OCA003 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
           SELECT BKTIPO ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROB.
           SELECT BKLOTE ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROB.
           SELECT ARQLOG ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROL1.
       COPY OCA003.BOK.
       COPY OCA013.BOK.
       COPY AMTIPO.BOK.
       COPY LOTE.BOK.
      *
       FD  BKPRODU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQBKPRODU.
       01  REGBKPRO      PIC X(126).
       FD  BKALMOX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQBKALMOX.
       FD  BKOPERA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQBKOPERA.
       01  REGBKOPE      PIC X(077).
       FD  BKOCA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQBKOCA03.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQBKTIPO.
       01  REGBKTIP      PIC X(016).
       FD  BKLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQBKLOTE.
       01  REGBKLOT      PIC X(032).
       FD  ARQLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BKPVERIF.LOG".
       77 ST-ERROB     PIC X(02) VALUE "00".
       77 ST-ERROI     PIC X(02) VALUE "00".
       77 ST-ERROL1    PIC X(02) VALUE "00".
       77 ST-ERROL     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-ARQBKOCA03 PIC X(40) VALUE SPACES.
       77 W-ARQBKOCA13 PIC X(40) VALUE SPACES.
       77 W-ARQBKTIPO  PIC X(40) VALUE SPACES.
       77 W-ARQBKLOTE  PIC X(40) VALUE SPACES.
       01 DATA-EQ.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
           DISPLAY (01, 15) "CONFERENCIA / RESTAURACAO DE COPIAS"
           DISPLAY (04, 05)
                "MODO: V=VERIFICA GERACAO  R=RESTAURA ARQUIVO"
           DISPLAY (05, 05)
                "      F=ROLL-FORWARD DEPOIS DE RESTAURAR"
           DISPLAY (06, 05) "MODO DESEJADO :"
           ACCEPT  (06, 21) W-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-MODO = "v" MOVE "V" TO W-MODO.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO = "f" MOVE "F" TO W-MODO.
           IF W-MODO NOT = "V" AND "R" AND "F"
              MOVE "*** DIGITE V=VERIFICA, R=RESTAURA OU F ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
           IF (W-MODO = "R" OR "F") AND LK-PERFIL NOT = 3
              MOVE "*** RESTAURACAO E FUNCAO DO SUPERVISOR ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
      *
      * O ROLL-FORWARD PERGUNTA A GERACAO E OS ARQUIVOS NA PROPRIA
      * TELA DO BKP003
      *
           IF W-MODO = "F"
              CALL "BKP003" USING LK-OPERADOR
              GO TO INC-MODO.
       INC-GER.
           DISPLAY (07, 05) "GERACAO A USAR (1 A 9) :"
           ACCEPT  (07, 31) W-GERSEL
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       VER-007C.
           EXIT.
      *
      * LOTE
      *
       VER-008.
           MOVE "LOTE" TO LOG-ARQ
           MOVE ZEROS TO W-QTLIVE W-QTBKP
           STRING "LOTE.BK" W-GERSEL DELIMITED BY SIZE
             INTO W-ARQBKLOTE
           OPEN INPUT LOTE
           IF ST-ERROL NOT = "00"
              MOVE "SEM ARQUIVO VIVO " TO LOG-SIT
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              GO TO VER-008C.
       VER-008A.
           READ LOTE NEXT
           IF ST-ERROL = "00"
              ADD 1 TO W-QTLIVE
              GO TO VER-008A.
           CLOSE LOTE.
       VER-008B.
           OPEN INPUT BKLOTE
           IF ST-ERROB NOT = "00"
              MOVE "SEM COPIA        " TO LOG-SIT
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              GO TO VER-008C.
       VER-008B1.
           READ BKLOTE
           IF ST-ERROB = "00"
              ADD 1 TO W-QTBKP
              GO TO VER-008B1.
           CLOSE BKLOTE
           IF W-QTLIVE = W-QTBKP
              MOVE "OK               " TO LOG-SIT
           ELSE
              MOVE "DIVERGE          " TO LOG-SIT.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       VER-008C.
           EXIT.
       VER-FIM.
           CLOSE ARQLOG
           MOVE "*** VERIFICACAO ANOTADA NO BKPVERIF.LOG ***" TO MENS
       RST-INI.
           DISPLAY (09, 05) "ARQUIVO: 1=PRODUTO  2=ALMOX  3=ARQAMIG"
           DISPLAY (10, 05) "         4=OPERADOR 5=OCA003 6=OCA013"
           DISPLAY (11, 05) "         7=AMTIPO   8=LOTE"
           DISPLAY (12, 05) "ARQUIVO A RESTAURAR :"
           ACCEPT  (12, 28) W-ARQSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-GER.
           IF W-ARQSEL < 1 OR W-ARQSEL > 8
              MOVE "*** ARQUIVO INVALIDO (1 A 8) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RST-INI.
       RST-CONF.
           GO TO RST-OK.
       RST-007C.
           EXIT.
       RST-008.
           IF W-ARQSEL NOT = 8
              GO TO RST-008C.
           STRING "LOTE.BK" W-GERSEL DELIMITED BY SIZE
             INTO W-ARQBKLOTE
           OPEN INPUT BKLOTE
           IF ST-ERROB NOT = "00"
              MOVE "*** GERACAO INEXISTENTE PARA ESTE ARQUIVO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RST-FIM.
           OPEN OUTPUT LOTE.
       RST-008A.
           READ BKLOTE
           IF ST-ERROB NOT = "00"
              GO TO RST-008B.
           MOVE REGBKLOT TO REGLOTE
           WRITE REGLOTE
           IF ST-ERROL NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO RESTAURADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE LOTE BKLOTE
              GO TO RST-FIM.
           ADD 1 TO W-QTREST
           GO TO RST-008A.
       RST-008B.
           CLOSE LOTE BKLOTE
           MOVE "LOTE" TO TRLH-CHAVE
           GO TO RST-OK.
       RST-008C.
           EXIT.
       RST-OK.
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           DISPLAY (19, 05) "REGISTROS RESTAURADOS: " W-QTREST
