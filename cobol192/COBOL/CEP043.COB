      *   CONTA-SAIDA     (PADRAO 20)      *
      *   CONTA-DEVOLUCAO (PADRAO 11)      *
      *   CONTA-AJUSTE    (PADRAO 30)      *
      * TRANSFERENCIAS INTERNAS (T/F),     *
      * MONTAGEM DE KIT (M/C), EMPRESTIMO  *
      * DE FERRAMENTA (L/R) E              *
      * EVENTOS SEM VALOR (Q/B) NAO SAEM.  *
      * O ICMS/IPI COM CREDITO DAS NOTAS   *
      * EFETIVADAS NO MES (NFCAB/NFITEM)   *
      * SAI EM DEBITO NAS CONTAS PROPRIAS  *
      * (TIPO N, MOTIVO I/P):              *
      *   CONTA-ICMS      (PADRAO 12)      *
      *   CONTA-IPI       (PADRAO 13)      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY MOVSEL.BOK.
       COPY MOTSEL.BOK.
       COPY PARASEL.BOK.
       COPY NFCABSEL.BOK.
       COPY NFITSEL.BOK.
       SELECT ARQMARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROA.
       COPY MOVEST.BOK.
       COPY MOTIVO.BOK.
       COPY PARAMET.BOK.
       COPY NFCAB.BOK.
       COPY NFITEM.BOK.
      *
      * ARQUIVO DE MES FECHADO DO KARDEX (MOVEST<AAAAMM>.DAT,
      * GRAVADO PELO CEP037 COM A IMAGEM BRUTA DO REGMOV): QUANDO O
       77 ST-ERROA     PIC X(02) VALUE "00".
       77 W-ARQMARC    PIC X(40) VALUE SPACES.
       77 W-TEMARC     PIC X(01) VALUE "N".
       77 ST-ERRONF    PIC X(02) VALUE "00".
       77 ST-ERRONI    PIC X(02) VALUE "00".
       01 W-ICMSMES    PIC 9(11)V99 VALUE ZEROS.
       01 W-IPIMES     PIC 9(11)V99 VALUE ZEROS.

       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CTASAI     PIC 9(02) VALUE 20.
       77 W-CTADEV     PIC 9(02) VALUE 11.
       77 W-CTAAJU     PIC 9(02) VALUE 30.
       77 W-CTAICMS    PIC 9(02) VALUE 12.
       77 W-CTAIPI     PIC 9(02) VALUE 13.
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-T REDEFINES W-ANOMES.
          03 W-AM-ANO  PIC 9(04).
          03 W-AM-MES  PIC 9(02).
      *
      * MES DA NOTA PARA O CREDITO: O DA EFETIVACAO (CEP025), OU O
      * DA EMISSAO NAS NOTAS GRAVADAS ANTES DESSE CAMPO
      *
       01 W-NFENT.
          03 W-NE-ANO  PIC 9(04).
          03 W-NE-MES  PIC 9(02).
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
       77 W-DC         PIC X(01) VALUE SPACES.
       01 W-TOTCTRL    PIC 9(11)V99 VALUE ZEROS.
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
                 INVALID KEY GO TO GRAVAR.
       LER-MOVEST.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO GRAVAR.
           ADD 1 TO W-LIDOS
           IF MOV-ANO NOT = W-AM-ANO OR MOV-MES NOT = W-AM-MES
              GO TO GRAVAR.
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-MOVEST.
       LER-ARC.
              CLOSE ARQMARC
              MOVE "N" TO W-TEMARC
              GO TO GRAVAR.
           ADD 1 TO W-LIDOS
           MOVE REGARC TO REGMOV
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-ARC.
           IF MOV-ANO NOT = W-AM-ANO OR MOV-MES NOT = W-AM-MES
              GO TO TRATA-MOV-FIM.
           IF MOV-TRF-ENTRADA OR MOV-TRF-SAIDA OR MOV-SALDOINI
                              OR MOV-QUALIDADE OR MOV-MNT-ENTRADA
                              OR MOV-MNT-SAIDA OR MOV-EMP-SAIDA
                              OR MOV-EMP-RETORNO
              GO TO TRATA-MOV-FIM.
           MOVE MOV-CODPRO TO CODPRO
           READ PRODUTO
      * IMPRIME O RESUMO DE CONFERENCIA
      *-------------------------------------------------------------
       GRAVAR.
           PERFORM ROT-IMPOSTO THRU ROT-IMPOSTO-FIM
           OPEN OUTPUT ARQIMP
           MOVE W-ANOMES TO CAB12
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
              READ MOTIVO
              IF ST-ERROMT = "00"
                 MOVE MOT-DESC TO DET13.
           IF TL-TIPO(IND) = "N"
              IF TL-MOT(IND) = "I"
                 MOVE "ICMS A RECUPERAR" TO DET13
              ELSE
                 MOVE "IPI A RECUPERAR" TO DET13.
           MOVE TL-CONTA(IND) TO DET14
           MOVE TL-DC(IND)    TO DET15
           MOVE TL-VAL(IND)   TO DET16
           MOVE W-LINHAS  TO DTOT2
           WRITE REGIMP FROM DET-TOT BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-LIN BEFORE ADVANCING 1 LINE
           PERFORM ROT-TEMPO THRU ROT-TEMPO-FIM
           DISPLAY DET-TOT
           DISPLAY DET-LIN
           MOVE "*** EXPORTACAO CONTABIL GRAVADA ***" TO MENS
           IF ST-ERROW = "00"
              IF PAR-VALOR(1:2) NUMERIC
                 MOVE PAR-VALOR(1:2) TO W-CTAAJU.
           MOVE "CONTA-ICMS" TO PAR-NOME
           READ PARAMET
           IF ST-ERROW = "00"
              IF PAR-VALOR(1:2) NUMERIC
                 MOVE PAR-VALOR(1:2) TO W-CTAICMS.
           MOVE "CONTA-IPI" TO PAR-NOME
           READ PARAMET
           IF ST-ERROW = "00"
              IF PAR-VALOR(1:2) NUMERIC
                 MOVE PAR-VALOR(1:2) TO W-CTAIPI.
           CLOSE PARAMET.
       ROT-PARAMET-FIM.
           EXIT.
      *
      *************************************************
      * ICMS/IPI COM CREDITO DAS NOTAS EFETIVADAS NO  *
      * MES: UM BALDE A DEBITO PARA CADA IMPOSTO      *
      *************************************************
      *
       ROT-IMPOSTO.
           MOVE ZEROS TO W-ICMSMES W-IPIMES
           OPEN INPUT NFCAB
           IF ST-ERRONF NOT = "00"
              GO TO ROT-IMPOSTO-FIM.
           OPEN INPUT NFITEM
           IF ST-ERRONI NOT = "00"
              CLOSE NFCAB
              GO TO ROT-IMPOSTO-FIM.
       ROT-IMPOSTO1.
           READ NFCAB NEXT
           IF ST-ERRONF NOT = "00"
              GO TO ROT-IMPOSTO3.
           MOVE NFC-ANO TO W-NE-ANO
           MOVE NFC-MES TO W-NE-MES
           IF NFC-DTENTRADA NUMERIC AND NFC-DTENTRADA NOT = ZEROS
              MOVE NFC-ENT-ANO TO W-NE-ANO
              MOVE NFC-ENT-MES TO W-NE-MES.
           IF W-NE-ANO NOT = W-AM-ANO OR W-NE-MES NOT = W-AM-MES
              GO TO ROT-IMPOSTO1.
           IF NFC-PENDENTE
              GO TO ROT-IMPOSTO1.
           MOVE NFC-FORN   TO NFI-FORN
           MOVE NFC-NUMERO TO NFI-NUMERO
           MOVE ZEROS      TO NFI-SEQ
           START NFITEM KEY IS NOT LESS NFI-CHAVE
                 INVALID KEY GO TO ROT-IMPOSTO1.
       ROT-IMPOSTO2.
           READ NFITEM NEXT
           IF ST-ERRONI NOT = "00"
              GO TO ROT-IMPOSTO1.
           IF NFI-FORN NOT = NFC-FORN OR NFI-NUMERO NOT = NFC-NUMERO
              GO TO ROT-IMPOSTO1.
           IF NFI-ICMS-CREDITA
              ADD NFI-ICMS-VALOR TO W-ICMSMES.
           IF NFI-IPI-CREDITA
              ADD NFI-IPI-VALOR TO W-IPIMES.
           GO TO ROT-IMPOSTO2.
       ROT-IMPOSTO3.
           CLOSE NFCAB NFITEM
           IF W-ICMSMES NOT = ZEROS AND W-QTDL < 40
              ADD 1 TO W-QTDL
              MOVE "N"       TO TL-TIPO(W-QTDL)
              MOVE "I"       TO TL-MOT(W-QTDL)
              MOVE W-CTAICMS TO TL-CONTA(W-QTDL)
              MOVE "D"       TO TL-DC(W-QTDL)
              MOVE W-ICMSMES TO TL-VAL(W-QTDL).
           IF W-IPIMES NOT = ZEROS AND W-QTDL < 40
              ADD 1 TO W-QTDL
              MOVE "N"       TO TL-TIPO(W-QTDL)
              MOVE "P"       TO TL-MOT(W-QTDL)
              MOVE W-CTAIPI  TO TL-CONTA(W-QTDL)
              MOVE "D"       TO TL-DC(W-QTDL)
              MOVE W-IPIMES  TO TL-VAL(W-QTDL).
       ROT-IMPOSTO-FIM.
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
