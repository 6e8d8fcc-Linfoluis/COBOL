       77 ST-ERROA     PIC X(02) VALUE "00".
       77 W-ARQMARC    PIC X(40) VALUE SPACES.
       77 W-USOUB      PIC X(01) VALUE "N".
       77 W-DATAB      PIC X(08) VALUE SPACES.
       01 W-ARCAM.
          03 W-ARC-ANO PIC 9(04) VALUE ZEROS.
          03 W-ARC-MES PIC 9(02) VALUE ZEROS.
      * COMECA EM MES QUE TEM ARQUIVO MOVEST<AAAAMM>.DAT, OS
      * ARQUIVOS SAO LIDOS EM ORDEM ANTES DO MOVEST VIVO. O SALDO
      * INICIAL (TIPO B) SO CONTA UMA VEZ - O DO PRIMEIRO ARQUIVO
      * ENCONTRADO (UM REGISTRO POR ALMOX, TODOS COM A MESMA DATA);
      * OS DEMAIS (E O DO ARQUIVO VIVO) REPETIRIAM O MESMO
      * HISTORICO E SAO PULADOS.
      *
       LER-ARQUIVOS.
           IF W-INI-ANO = ZEROS
           IF MOV-DATA > W-DATAFIM
              GO TO LER-ARC1.
           IF MOV-SALDOINI
              IF W-USOUB = "S" AND MOV-DATA NOT = W-DATAB
                 GO TO LER-ARC1
              ELSE
                 MOVE "S" TO W-USOUB
                 MOVE MOV-DATA TO W-DATAB.
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-ARC1.
       LER-ARC-FIM.
           IF MOV-DATA > W-DATAFIM
              GO TO FIM-LISTA.
           IF MOV-SALDOINI
              IF W-USOUB = "S" AND MOV-DATA NOT = W-DATAB
                 GO TO LER-MOVEST
              ELSE
                 MOVE "S" TO W-USOUB
                 MOVE MOV-DATA TO W-DATAB.
           PERFORM TRATA-MOV THRU TRATA-MOV-FIM
           GO TO LER-MOVEST.
      *
       CALC-DELTA.
           MOVE ZEROS TO W-DELTA
           IF MOV-ENTRADA OR MOV-TRF-ENTRADA OR MOV-AJUSTE
                          OR MOV-SALDOINI OR MOV-MNT-ENTRADA
                          OR MOV-EMP-RETORNO
              MOVE MOV-QUANT TO W-DELTA.
           IF MOV-SAIDA OR MOV-TRF-SAIDA OR MOV-DEVOLUCAO
                        OR MOV-MNT-SAIDA OR MOV-EMP-SAIDA
              COMPUTE W-DELTA = 0 - MOV-QUANT.
       CALC-DELTA-FIM.
           EXIT.
