      * MESMO MES SOMARIA TUDO OUTRA VEZ,  *
      * ENTAO A REPETICAO PEDE CONFIRMACAO *
      * EXPRESSA DO OPERADOR.              *
      * CADA CENTRO APROPRIADO GRAVA O SEU *
      * LANCAMENTO NO LANCCC.DAT.          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY PARASEL.BOK.
       COPY AUDSEL.BOK.
       COPY PERSEL.BOK.
       COPY LCCSEL.BOK.
       SELECT APROPRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       COPY PARAMET.BOK.
       COPY AUDTRLH.BOK.
       COPY PERIODO.BOK.
       COPY LANCCC.BOK.
      *
      * ARQUIVO DE MES FECHADO DO KARDEX (MOVEST<AAAAMM>.DAT,
      * GRAVADO PELO CEP037 COM A IMAGEM BRUTA DO REGMOV): QUANDO O
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 ST-ERROA     PIC X(02) VALUE "00".
       77 W-ARQMARC    PIC X(40) VALUE SPACES.
       77 W-TEMARC     PIC X(01) VALUE "N".
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       01 W-DOCAPR.
          03 FILLER    PIC X(03) VALUE "APR".
          03 W-DOCAPR1 PIC 9(06) VALUE ZEROS.

       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-JAFEZ      PIC X(01) VALUE "N".
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
       01 W-VALOR      PIC 9(09)V99 VALUE ZEROS.
       01 W-SEMCC      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTAL      PIC 9(11)V99 VALUE ZEROS.
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP4B.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OP4B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           PERFORM ACHAR-ULTLCC THRU ACHAR-ULTLCC-FIM.
       INC-OP5.
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM
           OPEN OUTPUT ARQIMP
      * ARQUIVADO, SENAO DO MOVEST VIVO
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
                 INVALID KEY GO TO POSTAR.
       LER-MOVEST.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO POSTAR.
           ADD 1 TO W-LIDOS
           IF MOV-ANO NOT = W-AM-ANO OR MOV-MES NOT = W-AM-MES
              GO TO POSTAR.
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-MOVEST.
       LER-ARC.
              CLOSE ARQMARC
              MOVE "N" TO W-TEMARC
              GO TO POSTAR.
           ADD 1 TO W-LIDOS
           MOVE REGARC TO REGMOV
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-ARC.
              GO TO POSTAR1.
           MOVE "A" TO TRLH-OPER
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           ADD 1 TO W-CENTROS
           MOVE IND TO DET11
           MOVE TC-VAL(IND) TO DET12
              WRITE REGIMP BEFORE ADVANCING PAGE
              PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
           GO TO POSTAR1.
      *
      * LANCAMENTO DO CENTRO NO LANCCC.DAT (DOCUMENTO = APR+AAAAMM)
      *
       GRAVA-LANC.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE IND          TO LCC-CENTRO
           MOVE W-AM-ANO     TO LCC-ANO
           MOVE W-AM-MES     TO LCC-MESREF
           MOVE OCC00302     TO LCC-CONTA
           MOVE "D"          TO LCC-DC
           MOVE TC-VAL(IND)  TO LCC-VALOR
           MOVE DH-ANO       TO LCC-DTANO
           MOVE DH-MES       TO LCC-DTMES
           MOVE DH-DIA       TO LCC-DTDIA
           MOVE W-ANOMES     TO W-DOCAPR1
           MOVE W-DOCAPR     TO LCC-DOCTO
           MOVE "CONSUMO DE ALMOXARIFADO A PRECO MEDIO" TO LCC-HIST
           MOVE "CEP030"     TO LCC-PROG
           MOVE W-LOGIN      TO LCC-OPERADOR.
       GRAVA-LANC1.
           ADD 1 TO W-ULTLCC
           MOVE W-ULTLCC TO LCC-SEQ
           WRITE REGLCC
           IF ST-ERROLC = "22"
              GO TO GRAVA-LANC1.
           IF ST-ERROLC NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO LANCCC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LANC-FIM.
           EXIT.
      *
       ACHAR-ULTLCC.
           MOVE ZEROS TO W-ULTLCC LCC-SEQ
           START LANCCC KEY IS NOT LESS LCC-SEQ
                 INVALID KEY GO TO ACHAR-ULTLCC-FIM.
       ACHAR-ULTLCC1.
           READ LANCCC NEXT
           IF ST-ERROLC NOT = "00"
              GO TO ACHAR-ULTLCC-FIM.
           MOVE LCC-SEQ TO W-ULTLCC
           GO TO ACHAR-ULTLCC1.
       ACHAR-ULTLCC-FIM.
           EXIT.
      *
       ZERA-MESES.
           PERFORM VARYING W-CONT FROM 1 BY 1 UNTIL W-CONT > 12
           WRITE REGIMP FROM DET-TOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOT3 BEFORE ADVANCING 1 LINE
           PERFORM ROT-TEMPO THRU ROT-TEMPO-FIM
           DISPLAY (19, 01) DET-TOT1
           DISPLAY (20, 01) DET-TOT2
           DISPLAY (21, 01) DET-TOT3
      **********************
      *
       ROT-FIM.
           CLOSE MOVEST PRODUTO OCA003 ARQTRLH ARQIMP APROPRI LANCCC
           IF W-TEMARC = "S"
              CLOSE ARQMARC.
       ROT-FIMP.
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
           EXIT.
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
