      * NUMERO DE GERACOES E A ULTIMA      *
      * USADA FICAM NO BKPCTRL.DAT. A      *
      * CONFERENCIA E RESTAURACAO SAO DO   *
      * BKP002. CADA GERACAO LEVA O SEU    *
      * PONTO (BKPONTO.BKN, DATA E HORA DO *
      * INICIO DA COPIA) PARA O ROLL-      *
      * FORWARD DO BKP003.                 *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY OPERSEL.BOK.
       COPY TIPOSEL.BOK.
       COPY PARASEL.BOK.
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
           SELECT BKPONTO ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROB.
           SELECT BKPCTRL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-ERROK.
       COPY OCA013.BOK.
       COPY AMTIPO.BOK.
       COPY PARAMET.BOK.
       COPY LOTE.BOK.
      *
       FD  BKPRODU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-BKPRODU.
       01  REGBKPRO      PIC X(126).
       FD  BKALMOX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-BKALMOX.
       FD  BKOPERA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-BKOPERA.
       01  REGBKOPE      PIC X(077).
       FD  BKOCA03
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-BKOCA03.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-BKTIPO.
       01  REGBKTIP      PIC X(016).
       FD  BKLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-BKLOTE.
       01  REGBKLOT      PIC X(032).
      *
      * PONTO DA COPIA (DATA E HORA EM QUE A GERACAO COMECOU A SER
      * TIRADA): O ROLL-FORWARD DO BKP003 REAPLICA O MOVEST E A
      * TRILHA A PARTIR DAQUI DEPOIS DE UMA RESTAURACAO
      *
       FD  BKPONTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-BKPONTO.
       01  REGPNT.
           03  PNT-DATA       PIC 9(08).
           03  PNT-HORA       PIC 9(06).
       FD  BKPCTRL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BKPCTRL.DAT".
       77 ST-ERROI     PIC X(02) VALUE "00".
       77 ST-ERROK     PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 ST-ERROL     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-GER        PIC 9(01) VALUE ZEROS.
       77 W-BKOCA03    PIC X(40) VALUE SPACES.
       77 W-BKOCA13    PIC X(40) VALUE SPACES.
       77 W-BKTIPO     PIC X(40) VALUE SPACES.
       77 W-BKLOTE     PIC X(40) VALUE SPACES.
       77 W-BKPONTO    PIC X(40) VALUE SPACES.
       01 DATA-EQ.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
          03 DIA-EQ    PIC 99.
       01 DATA-EQ-N REDEFINES DATA-EQ PIC 9(08).
       01 TIME-EQ.
          03 TIME-EQ-HMS PIC 9(06).
          03 FILLER      PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "COPIA DE SEGURANCA DOS ARQUIVOS MESTRE-INICIO"
                ACCEPT DATA-EQ FROM DATE YYYYMMDD
                ACCEPT TIME-EQ FROM TIME.
      *
      * DESCOBRE A PROXIMA GERACAO NO ARQUIVO DE CONTROLE (CRIADO
      * COM 3 GERACOES NA PRIMEIRA EXECUCAO) E MONTA OS NOMES DAS
              MOVE 1 TO W-GER.
       MONTAR-NOMES.
           MOVE SPACES TO W-BKPRODU W-BKALMOX W-BKAMIGO W-BKOPERA
                          W-BKOCA03 W-BKOCA13 W-BKTIPO W-BKLOTE
                          W-BKPONTO
           STRING "PRODUTO.BK"  W-GER DELIMITED BY SIZE
             INTO W-BKPRODU
           STRING "ALMOX.BK"    W-GER DELIMITED BY SIZE
             INTO W-BKOCA13
           STRING "AMTIPO.BK"   W-GER DELIMITED BY SIZE
             INTO W-BKTIPO
           STRING "LOTE.BK"     W-GER DELIMITED BY SIZE
             INTO W-BKLOTE
           STRING "BKPONTO.BK"  W-GER DELIMITED BY SIZE
             INTO W-BKPONTO
           DISPLAY "GERACAO DESTA COPIA: " W-GER.
      *
      *****************************************
      * PONTO DA COPIA -> BKPONTO.BKP         *
      *****************************************
       GRAVA-PONTO.
           OPEN OUTPUT BKPONTO
           IF ST-ERROB NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO BKPONTO.BKP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE DATA-EQ-N   TO PNT-DATA
           MOVE TIME-EQ-HMS TO PNT-HORA
           WRITE REGPNT
           CLOSE BKPONTO.
      *
      *****************************************
      * PRODUTO.DAT -> PRODUTO.BKP            *
      *****************************************
       ABRIR-PRODUTO.
       FIM-AMTIPO.
           CLOSE AMTIPO BKTIPO.
      *
      *****************************************
      * LOTE.DAT -> LOTE.BKP                  *
      * (INSTALACAO SEM PERECIVEL NAO TEM O   *
      * LOTE.DAT - NADA A COPIAR)             *
      *****************************************
       ABRIR-LOTE.
           OPEN INPUT LOTE
           IF ST-ERROL NOT = "00"
              IF ST-ERROL = "35"
                 GO TO GRAVA-CTRL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO LOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       ABRIR-BKLOTE.
           OPEN OUTPUT BKLOTE
           IF ST-ERROB NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO LOTE.BKP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       LER-LOTE.
           READ LOTE NEXT
           IF ST-ERROL NOT = "00"
              IF ST-ERROL = "10"
                 GO TO FIM-LOTE
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO LOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           WRITE REGBKLOT FROM REGLOTE
           ADD 1 TO W-CONT
           GO TO LER-LOTE.
       FIM-LOTE.
           CLOSE LOTE BKLOTE.
      *
      * REGISTRA A GERACAO GRAVADA NO ARQUIVO DE CONTROLE
      *
       GRAVA-CTRL.
       ROT-FIM.
                CLOSE PRODUTO BKPRODU ALMOX BKALMOX ARQAMIG BKAMIGO
                      OPERADOR BKOPERA OCA003 BKOCA03 OCA013 BKOCA13
                      AMTIPO BKTIPO LOTE BKLOTE BKPCTRL.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
