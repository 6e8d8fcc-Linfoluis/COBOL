       01 W-ANOMES-T REDEFINES W-ANOMES.
          03 W-AM-ANO  PIC 9(04).
          03 W-AM-MES  PIC 9(02).
      *
      * LEITURA POSICIONADA NO MES PELA CHAVE DATA+HORA DO MOVEST
      * E LINHA DE TEMPO DO RELATORIO (INICIO/FIM DA LEITURA E
      * QUANTOS REGISTROS FORAM LIDOS, PARA COMPARAR EXECUCOES)
      *
       01 W-DHINI.
          03 W-DHI-AM  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(08) VALUE 01000000.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-SEGS       PIC S9(05) VALUE ZEROS.
       01 W-HRINI.
          03 W-HI-HH   PIC 9(02).
          03 W-HI-MM   PIC 9(02).
          03 W-HI-SS   PIC 9(02).
          03 FILLER    PIC 9(02).
       01 W-HRFIM.
          03 W-HF-HH   PIC 9(02).
          03 W-HF-MM   PIC 9(02).
          03 W-HF-SS   PIC 9(02).
          03 FILLER    PIC 9(02).
       01 DET-TEMPO.
          03 FILLER    PIC X(08) VALUE "INICIO: ".
          03 DTP-HIH   PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 DTP-HIM   PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 DTP-HIS   PIC 9(02).
          03 FILLER    PIC X(07) VALUE "  FIM: ".
          03 DTP-HFH   PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 DTP-HFM   PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 DTP-HFS   PIC 9(02).
          03 FILLER    PIC X(09) VALUE "  TEMPO: ".
          03 DTP-SEG   PIC ZZZZ9.
          03 FILLER    PIC X(13) VALUE " SEG  LIDOS: ".
          03 DTP-LIDOS PIC ZZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 DTP-FONTE PIC X(08) VALUE SPACES.
       01 W-VALOR      PIC S9(09)V99 VALUE ZEROS.
      *
      * TOTAIS POR TIPO DE MOVIMENTO (E/S/T/F/A/D/M/C/L/R)
      *
       01 TABTIPOS.
          03 FILLER    PIC X(10) VALUE "ESTFADMCLR".
       01 TABTIPOSX REDEFINES TABTIPOS.
          03 TT-TIPO   PIC X(01) OCCURS 10 TIMES.
       01 TAB-TOTTIPO.
          03 TT-LINHA OCCURS 10 TIMES.
             05 TT-QTD    PIC S9(08)V9  VALUE ZEROS.
             05 TT-VAL    PIC S9(11)V99 VALUE ZEROS.
      *
          03 FILLER PIC X(20) VALUE "TRANSFERENCIA SAI   ".
          03 FILLER PIC X(20) VALUE "AJUSTE              ".
          03 FILLER PIC X(20) VALUE "DEVOLUCAO FORNECEDOR".
          03 FILLER PIC X(20) VALUE "MONTAGEM KIT ENTRA  ".
          03 FILLER PIC X(20) VALUE "MONTAGEM KIT SAI    ".
          03 FILLER PIC X(20) VALUE "EMPRESTIMO SAI      ".
          03 FILLER PIC X(20) VALUE "EMPRESTIMO RETORNA  ".
       01 TABDESCTX REDEFINES TABDESCT.
          03 TD-DESC   PIC X(20) OCCURS 10 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      * DO ARQUIVO DO MES QUANDO JA ARQUIVADO, SENAO DO MOVEST VIVO
      *
       LER-FONTE.
           ACCEPT W-HRINI FROM TIME
           IF W-TEMARC = "S"
              MOVE "ARQ.MES" TO DTP-FONTE
              GO TO LER-ARC.
      *
      * MOVEST VIVO: POSICIONA NO DIA 01 DO MES PELA CHAVE DATA+HORA
      * E PARA NO PRIMEIRO MOVIMENTO DO MES SEGUINTE
      *
           MOVE "POR DATA" TO DTP-FONTE
           MOVE W-ANOMES TO W-DHI-AM
           MOVE W-DHINI  TO MOV-DATAHORA
           START MOVEST KEY IS NOT LESS MOV-DATAHORA
                 INVALID KEY GO TO IMPRIMIR.
       LER-MOVEST.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO IMPRIMIR.
           ADD 1 TO W-LIDOS
           IF MOV-ANO NOT = W-AM-ANO OR MOV-MES NOT = W-AM-MES
              GO TO IMPRIMIR.
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-MOVEST.
       LER-ARC.
              CLOSE ARQMARC
              MOVE "N" TO W-TEMARC
              GO TO IMPRIMIR.
           ADD 1 TO W-LIDOS
           MOVE REGARC TO REGMOV
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-ARC.
      *
           COMPUTE W-VALOR = MOV-QUANT * PRECMD
           ADD 1 TO W-MOVS
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 10
              IF MOV-TIPO = TT-TIPO(IND)
                 ADD MOV-QUANT TO TT-QTD(IND)
                 ADD W-VALOR   TO TT-VAL(IND)
           MOVE TT-VAL(IND)  TO DET14
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           ADD 1 TO IND
           IF IND NOT > 10
              GO TO IMPRIMIR-TIPO.
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           MOVE W-MOVS TO DFTOT
           WRITE REGIMP FROM DET-FIM BEFORE ADVANCING 1 LINE
           PERFORM ROT-TEMPO THRU ROT-TEMPO-FIM
           MOVE "*** KARDEX VALORIZADO IMPRESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *-------------------------------------------------------------
      * LINHA DE TEMPO NO FIM DO RELATORIO: HORA DE INICIO E FIM
      * DA APURACAO, SEGUNDOS GASTOS E REGISTROS DO KARDEX LIDOS
      * (POR DATA = MOVEST VIVO PELA CHAVE DATA+HORA, ARQ.MES =
      * ARQUIVO MOVEST<AAAAMM>.DAT DO CEP037)
      *-------------------------------------------------------------
       ROT-TEMPO.
           ACCEPT W-HRFIM FROM TIME
           COMPUTE W-SEGS = (W-HF-HH * 3600 + W-HF-MM * 60 + W-HF-SS)
                          - (W-HI-HH * 3600 + W-HI-MM * 60 + W-HI-SS)
           IF W-SEGS < ZEROS
              ADD 86400 TO W-SEGS.
           MOVE W-HI-HH TO DTP-HIH
           MOVE W-HI-MM TO DTP-HIM
           MOVE W-HI-SS TO DTP-HIS
           MOVE W-HF-HH TO DTP-HFH
           MOVE W-HF-MM TO DTP-HFM
           MOVE W-HF-SS TO DTP-HFS
           MOVE W-SEGS  TO DTP-SEG
           MOVE W-LIDOS TO DTP-LIDOS
           WRITE REGIMP FROM DET-TEMPO BEFORE ADVANCING 1 LINE.
       ROT-TEMPO-FIM.
           EXIT.
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
