      * PARA MOVEST<AAAAMM>.DAT E O QUE    *
      * FICA E REGRAVADO EM MOVEST.NEW COM *
      * UM REGISTRO DE SALDO INICIAL (TIPO *
      * B) POR PRODUTO E ALMOXARIFADO,     *
      * PARA O EXTRATO CEP010 CONTINUAR    *
      * BATENDO E A POSICAO EM DATA        *
      * PASSADA (CEP066) SAIR POR ALMOX.   *
      * MESMO ESQUEMA DO AUD002 PARA A     *
      * TRILHA: CONFERIR OS TOTAIS E       *
      * RENOMEAR MOVEST.NEW PARA           *
      * MOVEST.DAT.                        *
      * ARQUIVAR OS MESES SEMPRE EM ORDEM  *
      * (O SALDO ANTERIOR VIAJA JUNTO).    *
      **************************************
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-CHAVE
                    ALTERNATE RECORD KEY IS NOV-DATAHORA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRON.
      *
      *-----------------------------------------------------------------
       01  REGARC       PIC X(60).
      *
      * MOVEST.NEW: MESMO DESENHO DO MOVEST.DAT, SO MUDA O NOME
      * (INCLUSIVE A CHAVE ALTERNATIVA DATA+HORA DO MOVSEL.BOK,
      * SENAO O ARQUIVO RENOMEADO PERDE O ACESSO POR DATA)
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
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(60) VALUE SPACES.
       77 W-ARQARC     PIC X(40) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-ARQUIV     PIC 9(06) VALUE ZEROS.
       77 W-MANTIDOS   PIC 9(06) VALUE ZEROS.
       77 W-SALDOS     PIC 9(05) VALUE ZEROS.
       77 IND          PIC 9(05) VALUE ZEROS.
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
       01 W-AMHOJE     PIC 9(06) VALUE ZEROS.
       77 W-IDX        PIC 9(05) VALUE ZEROS.
       77 W-QTDP       PIC 9(05) VALUE ZEROS.
       77 W-CHEIA      PIC X(01) VALUE "N".
       77 W-ARQCRIADO  PIC X(01) VALUE "N".
       77 W-ARQFIS     PIC X(40) VALUE SPACES.
       01 W-MOVAM      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-T REDEFINES W-ANOMES.
          03 W-PX-MES  PIC 9(02) VALUE ZEROS.
       01 W-DELTA      PIC S9(06)V9 VALUE ZEROS.
      *
      * SALDO ACUMULADO POR PRODUTO E ALMOXARIFADO DO PERIODO
      * ARQUIVADO (ATE DEZ ALMOXARIFADOS POR PRODUTO)
      *
       01 TAB-SALDO.
          03 TS-LINHA OCCURS 60000 TIMES.
             05 TS-CODPRO   PIC 9(06).
             05 TS-ALMOX    PIC 9(01).
             05 TS-SALDO    PIC S9(06)V9.
       01 W-TOT1.
          03 FILLER    PIC X(30) VALUE "MOVIMENTOS LIDOS            : ".
           OPEN EXTEND ARQARC
           IF ST-ERROA NOT = "00"
               IF ST-ERROA = "30"
                      MOVE "S" TO W-ARQCRIADO
                      OPEN OUTPUT ARQARC
                      CLOSE ARQARC
                      GO TO INC-OP2
              GO TO ROT-FIMP.
      *
      * MOVIMENTO ATE O MES ARQUIVADO VAI PARA O ARQUIVO DO MES E
      * ENTRA NO SALDO POR PRODUTO/ALMOX; O RESTO FICA NO MOVEST.NEW
      *
       LER-MOVEST.
           READ MOVEST NEXT
              WRITE REGARC FROM REGMOV
              ADD 1 TO W-ARQUIV
              PERFORM ACUMULA-SALDO THRU ACUMULA-SALDO-FIM
              IF W-CHEIA = "S"
                 GO TO TAB-CHEIA
              ELSE
                 NEXT SENTENCE
           ELSE
              WRITE REGNOV FROM REGMOV
              ADD 1 TO W-MANTIDOS.
           GO TO LER-MOVEST.
      *
      * SEM LUGAR NA TABELA O SALDO INICIAL SAIRIA ERRADO: NADA E
      * APROVEITADO. O MOVEST.NEW E APAGADO (O MOVEST.DAT FICA COMO
      * ESTAVA) E O ARQUIVO DO MES TAMBEM, SE FOI CRIADO AGORA
      *
       TAB-CHEIA.
           CLOSE MOVEST ARQARC ARQNOVO
           MOVE "MOVEST.NEW" TO W-ARQFIS
           CALL "CBL_DELETE_FILE" USING W-ARQFIS
           IF W-ARQCRIADO = "S"
              CALL "CBL_DELETE_FILE" USING W-ARQARC
           ELSE
              DISPLAY (13, 01) W-ARQARC
              DISPLAY (14, 01)
                 "JA EXISTIA E RECEBEU PARTE DO MES: CONFERIR ANTES".
           MOVE
              "*** TABELA DE SALDOS CHEIA - ARQUIVAMENTO CANCELADO ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMP.
      *
      *-------------------------------------------------------------
      * DELTA DO MOVIMENTO ARQUIVADO SOBRE O SALDO DO PRODUTO NO
      * ALMOXARIFADO (MESMA REGRA DO EXTRATO CEP010)
      *-------------------------------------------------------------
       ACUMULA-SALDO.
           MOVE ZEROS TO W-DELTA
           IF MOV-ENTRADA OR MOV-TRF-ENTRADA OR MOV-AJUSTE
                          OR MOV-SALDOINI OR MOV-MNT-ENTRADA
                          OR MOV-EMP-RETORNO
              MOVE MOV-QUANT TO W-DELTA.
           IF MOV-SAIDA OR MOV-TRF-SAIDA OR MOV-DEVOLUCAO
                        OR MOV-MNT-SAIDA OR MOV-EMP-SAIDA
              COMPUTE W-DELTA = 0 - MOV-QUANT.
           MOVE ZEROS TO W-IDX
           IF W-QTDP NOT = ZEROS
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDP
                 IF TS-CODPRO(IND) = MOV-CODPRO
                    AND TS-ALMOX(IND) = MOV-ALMOX
                    MOVE IND TO W-IDX
                 END-IF
              END-PERFORM.
           IF W-IDX = ZEROS
              IF W-QTDP < 60000
                 ADD 1 TO W-QTDP
                 MOVE W-QTDP TO W-IDX
                 MOVE MOV-CODPRO TO TS-CODPRO(W-IDX)
                 MOVE MOV-ALMOX  TO TS-ALMOX(W-IDX)
                 MOVE ZEROS      TO TS-SALDO(W-IDX)
              ELSE
                 MOVE "S" TO W-CHEIA
                 GO TO ACUMULA-SALDO-FIM.
           ADD W-DELTA TO TS-SALDO(W-IDX).
       ACUMULA-SALDO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * UM REGISTRO DE SALDO INICIAL (TIPO B) POR PRODUTO E
      * ALMOXARIFADO NO MOVEST.NEW, DATADO DO PRIMEIRO DIA DO MES
      * SEGUINTE. O SEQ DA CHAVE LEVA O ALMOX (OS SALDOS DO MESMO
      * PRODUTO TEM A MESMA DATA/HORA); NA COLISAO COM MOVIMENTO
      * REAL DA MEIA-NOITE SOBE UMA DEZENA
      *-------------------------------------------------------------
       GRAVA-SALDOS.
           MOVE ZEROS TO IND.
           MOVE W-PX-ANO       TO MOV-ANO
           MOVE W-PX-MES       TO MOV-MES
           MOVE 01             TO MOV-DIA
           MOVE ZEROS          TO MOV-HH MOV-MM MOV-SS
           MOVE TS-ALMOX(IND)  TO MOV-SEQ
           MOVE "B"            TO MOV-TIPO
           MOVE TS-ALMOX(IND)  TO MOV-ALMOX
           MOVE TS-SALDO(IND)  TO MOV-QUANT
           MOVE SPACE          TO MOV-MOTIVO
           MOVE "CEP037"       TO MOV-PROG
           MOVE ZEROS          TO MOV-REQUIS MOV-CCUSTO MOV-PEDIDO
           WRITE REGNOV FROM REGMOV
           IF ST-ERRON = "22"
              ADD 10 TO MOV-SEQ
              WRITE REGNOV FROM REGMOV.
           ADD 1 TO W-SALDOS
           GO TO GRAVA-SALDOS1.
