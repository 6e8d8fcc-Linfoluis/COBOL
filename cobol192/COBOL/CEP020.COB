          03 HOJE-MES  PIC 9(02).
          03 HOJE-DIA  PIC 9(02).
      *
      * ULTIMOS 12 MESES LIDOS PELA CHAVE DATA+HORA DO MOVEST (A
      * DATA DE CORTE E HOJE UM ANO ATRAS) E LINHA DE TEMPO DO
      * RELATORIO (INICIO/FIM E QUANTOS REGISTROS FORAM LIDOS)
      *
       01 W-DHINI.
          03 W-DHI-DATA PIC 9(08) VALUE ZEROS.
          03 FILLER     PIC 9(06) VALUE ZEROS.
       01 W-CORTE.
          03 W-CT-ANO  PIC 9(04) VALUE ZEROS.
          03 W-CT-MES  PIC 9(02) VALUE ZEROS.
          03 W-CT-DIA  PIC 9(02) VALUE ZEROS.
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
      *
      * ULTIMA SAIDA DE CADA PRODUTO QUE SAIU NOS ULTIMOS 12 MESES
      *
       77 W-CODBUSCA   PIC 9(06) VALUE ZEROS.
       77 W-QTDR       PIC 9(04) VALUE ZEROS.
       77 W-IDR        PIC 9(04) VALUE ZEROS.
       77 W-IXR        PIC 9(04) VALUE ZEROS.
       77 W-TABCHEIA   PIC X(01) VALUE "N".
       01 TAB-RECENTE.
          03 TR-LINHA OCCURS 5000 TIMES.
             05 TR-CODPRO PIC 9(06).
             05 TR-DATA   PIC 9(08).
      *
      * ACUMULADORES DAS FAIXAS DE ENVELHECIMENTO:
      *   1 = 0-90   2 = 91-180   3 = 181-365   4 = MAIS DE 365
      *   5 = COM ESTOQUE E SEM NENHUMA SAIDA REGISTRADA
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN OUTPUT ARQIMP
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM
           ACCEPT W-HRINI FROM TIME
           MOVE "POR DATA" TO DTP-FONTE
           PERFORM CARGA-RECENTES THRU CARGA-RECENTES-FIM.
       LER-PRODUTO.
           READ PRODUTO NEXT
           IF ST-ERRO NOT = "00"
           GO TO LER-PRODUTO.
      *
      *-------------------------------------------------------------
      * SAIDAS (TIPO S, F, C OU L) DOS ULTIMOS 12 MESES, LIDAS EM
      * ORDEM DE DATA: FICA NA TABELA A MAIS RECENTE DE CADA PRODUTO
      *-------------------------------------------------------------
       CARGA-RECENTES.
           MOVE HOJE TO W-CORTE
           SUBTRACT 1 FROM W-CT-ANO
           MOVE W-CORTE TO W-DHI-DATA
           MOVE W-DHINI TO MOV-DATAHORA
           START MOVEST KEY IS NOT LESS MOV-DATAHORA
                 INVALID KEY GO TO CARGA-RECENTES-FIM.
       CARGA-RECENTES1.
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO CARGA-RECENTES-FIM.
           ADD 1 TO W-LIDOS
           IF NOT MOV-SAIDA AND NOT MOV-TRF-SAIDA
                            AND NOT MOV-MNT-SAIDA
                            AND NOT MOV-EMP-SAIDA
              GO TO CARGA-RECENTES1.
           MOVE MOV-CODPRO TO W-CODBUSCA
           PERFORM ACHAR-RECENTE THRU ACHAR-RECENTE-FIM
           IF W-IDR = ZEROS
              IF W-QTDR < 5000
                 ADD 1 TO W-QTDR
                 MOVE W-QTDR TO W-IDR
                 MOVE MOV-CODPRO TO TR-CODPRO(W-IDR)
              ELSE
                 MOVE "S" TO W-TABCHEIA
                 GO TO CARGA-RECENTES1.
           MOVE MOV-DATA TO TR-DATA(W-IDR)
           GO TO CARGA-RECENTES1.
       CARGA-RECENTES-FIM.
           EXIT.
      *
       ACHAR-RECENTE.
           MOVE ZEROS TO W-IDR W-IXR.
       ACHAR-RECENTE1.
           ADD 1 TO W-IXR
           IF W-IXR > W-QTDR
              GO TO ACHAR-RECENTE-FIM.
           IF TR-CODPRO(W-IXR) NOT = W-CODBUSCA
              GO TO ACHAR-RECENTE1.
           MOVE W-IXR TO W-IDR.
       ACHAR-RECENTE-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * ULTIMA SAIDA (TIPO S, F, C OU L) DO PRODUTO CORRENTE NO MOVEST
      * - SE SAIU NOS ULTIMOS 12 MESES JA ESTA NA TABELA; SENAO LE O
      * MOVIMENTO DO PRODUTO SO ATE A DATA DE CORTE (COM A TABELA
      * CHEIA, LE O PRODUTO INTEIRO)
      *-------------------------------------------------------------
       ACHAR-ULTSAIDA.
           MOVE "N"   TO W-TEMSAIDA
           MOVE ZEROS TO W-ULTSAIDA
           MOVE CODPRO TO W-CODBUSCA
           PERFORM ACHAR-RECENTE THRU ACHAR-RECENTE-FIM
           IF W-IDR NOT = ZEROS
              MOVE "S" TO W-TEMSAIDA
              MOVE TR-DATA(W-IDR) TO W-ULTSAIDA
              GO TO ACHAR-ULTSAIDA-FIM.
           MOVE CODPRO TO MOV-CODPRO
           MOVE ZEROS  TO MOV-DATA MOV-HORA MOV-SEQ
           START MOVEST KEY IS NOT LESS MOV-CHAVE
           READ MOVEST NEXT
           IF ST-ERROM NOT = "00"
              GO TO ACHAR-ULTSAIDA-FIM.
           ADD 1 TO W-LIDOS
           IF MOV-CODPRO NOT = CODPRO
              GO TO ACHAR-ULTSAIDA-FIM.
           IF MOV-DATA NOT < W-CORTE AND W-TABCHEIA = "N"
              GO TO ACHAR-ULTSAIDA-FIM.
           IF MOV-SAIDA OR MOV-TRF-SAIDA OR MOV-MNT-SAIDA
                        OR MOV-EMP-SAIDA
              MOVE "S" TO W-TEMSAIDA
              MOVE MOV-DATA TO W-ULTSAIDA.
           GO TO ACHAR-ULTSAIDA1.
           ADD 1 TO W-FAIXA
           IF W-FAIXA < 6
              GO TO ROT-RESUMO1.
           PERFORM ROT-TEMPO THRU ROT-TEMPO-FIM
           MOVE "*** RELATORIO DE ENVELHECIMENTO IMPRESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
                   + (W-Y / 400) - 32045.
       CALC-JULIANO-SAIDA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LINHA DE TEMPO NO FIM DO RELATORIO: HORA DE INICIO E FIM
      * DA APURACAO, SEGUNDOS GASTOS E REGISTROS DO KARDEX LIDOS
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
