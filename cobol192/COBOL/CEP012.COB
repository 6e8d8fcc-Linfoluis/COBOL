      * INVENTARIO FISICO - CONGELAMENTO   *
      * DO SALDO DE LIVRO E IMPRESSAO DAS  *
      * FOLHAS DE CONTAGEM POR ALMOXARIFADO*
      * (NA ORDEM DOS ENDERECOS, QUANDO O  *
      * PRODEND.DAT EXISTE - CEP056)       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY PRODUSEL.BOK.
       COPY ALMOXSEL.BOK.
       COPY CONTGSEL.BOK.
       COPY PENDSEL.BOK.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       COPY PRODUTO.BOK.
       COPY ALMOX.BOK.
       COPY CONTAG.BOK.
       COPY PRODEND.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERROC     PIC X(02) VALUE "00".
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 W-TEMEND     PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
          03 ANO-EQ    PIC 9(04).
          03 MES-EQ    PIC 99.
          03 DIA-EQ    PIC 99.
       01 W-ENDIMP.
          03 W-EI-RUA   PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EI-PRAT  PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EI-NIVEL PIC X(02) VALUE SPACES.
       01 CAB1.
          03 CAB11      PIC X(40) VALUE
              "FOLHA DE CONTAGEM DE INVENTARIO".
          03 FILLER     PIC X(15) VALUE "ALMOXARIFADO : ".
          03 CAB21      PIC 9(01) VALUE ZEROS.
       01 CAB3.
          03 CAB30      PIC X(10) VALUE "ENDERECO".
          03 CAB31      PIC X(08) VALUE "CODIGO".
          03 CAB32      PIC X(32) VALUE "DESCRICAO".
          03 CAB33      PIC X(06) VALUE "UNID".
          03 CAB34      PIC X(22) VALUE "QUANTIDADE CONTADA".
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET10     PIC X(08) VALUE SPACES.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DET12     PIC X(30) VALUE SPACES.
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CONTAG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * SEM O ARQUIVO DE ENDERECOS AS FOLHAS SAEM NA ORDEM DE CODIGO
      *
       INC-OP3A.
           OPEN INPUT PRODEND
           IF ST-ERROPD = "00"
              MOVE "S" TO W-TEMEND
           ELSE
              MOVE "N" TO W-TEMEND.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "CONGELAMENTO PARA INVENTARIO FISICO"
       INC-OP4.
           OPEN OUTPUT ARQIMP.
      *
      * POR ALMOXARIFADO PEDIDO: PRIMEIRO OS ITENS NA ORDEM DOS
      * ENDERECOS (PRODEND.DAT, UMA LINHA POR ENDERECO, PARA O
      * CONTADOR PERCORRER O ALMOXARIFADO UMA UNICA VEZ)
      *
       VARRER-ALMOX.
           MOVE ZEROS TO W-ITALM
           MOVE W-NUM TO CAB21
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM
           IF W-TEMEND NOT = "S"
              GO TO VARRER-ALMOX1.
           MOVE W-NUM  TO PEN-ALMOX
           MOVE SPACES TO PEN-ENDER
           MOVE ZEROS  TO PEN-CODPRO
           START PRODEND KEY IS NOT LESS PEN-CHAVE
                 INVALID KEY GO TO VARRER-ALMOX1.
       LER-END.
           READ PRODEND NEXT
           IF ST-ERROPD NOT = "00"
              GO TO VARRER-ALMOX1.
           IF PEN-ALMOX NOT = W-NUM
              GO TO VARRER-ALMOX1.
           MOVE PEN-CODPRO TO ALMOX-CODPRO
           MOVE PEN-ALMOX  TO ALMOX-NUMERO
           READ ALMOX
           IF ST-ERRO2 NOT = "00"
              GO TO LER-END.
           MOVE PEN-RUA   TO W-EI-RUA
           MOVE PEN-PRAT  TO W-EI-PRAT
           MOVE PEN-NIVEL TO W-EI-NIVEL
           MOVE W-ENDIMP  TO DET10
           PERFORM ROT-MONTAR THRU ROT-MONTAR-FIM
           GO TO LER-END.
      *
      * DEPOIS, UMA PASSADA COMPLETA NO ALMOX.DAT: CONGELA TODOS OS
      * ITENS DO ALMOXARIFADO E IMPRIME NO FIM DA FOLHA OS QUE AINDA
      * NAO TEM ENDERECO
      *
       VARRER-ALMOX1.
           MOVE ZEROS TO ALMOX-CODPRO ALMOX-NUMERO
           START ALMOX KEY IS NOT LESS ALMOX-CHAVE
                 INVALID KEY GO TO FIM-ALMOX.
       LER-ALMOX.
           IF ALMOX-NUMERO NOT = W-NUM
              GO TO LER-ALMOX.
           PERFORM ROT-CONGELA THRU ROT-CONGELA-FIM
           MOVE SPACES TO DET10
           IF W-TEMEND = "S"
              PERFORM ROT-TEMEND THRU ROT-TEMEND-FIM
              IF W-ACHOU = "S"
                 GO TO LER-ALMOX
              ELSE
                 MOVE "SEM END." TO DET10.
           PERFORM ROT-MONTAR THRU ROT-MONTAR-FIM
           GO TO LER-ALMOX.
       FIM-ALMOX.
           ADD 1 TO W-ITALM.
       ROT-CONGELA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * O ITEM TEM ALGUM ENDERECO NESTE ALMOXARIFADO? (JA SAIU NA
      * PARTE DA FOLHA EM ORDEM DE ENDERECO)
      *-------------------------------------------------------------
       ROT-TEMEND.
           MOVE "N" TO W-ACHOU
           MOVE ALMOX-CODPRO TO PEN-CODPRO
           START PRODEND KEY IS NOT LESS PEN-CODPRO
                 INVALID KEY GO TO ROT-TEMEND-FIM.
       ROT-TEMEND1.
           READ PRODEND NEXT
           IF ST-ERROPD NOT = "00"
              GO TO ROT-TEMEND-FIM.
           IF PEN-CODPRO NOT = ALMOX-CODPRO
              GO TO ROT-TEMEND-FIM.
           IF PEN-ALMOX = ALMOX-NUMERO
              MOVE "S" TO W-ACHOU
              GO TO ROT-TEMEND-FIM.
           GO TO ROT-TEMEND1.
       ROT-TEMEND-FIM.
           EXIT.
      *
       ROT-MONTAR.
           MOVE ALMOX-CODPRO TO CODPRO
      *
       ROT-FIM.
           CLOSE PRODUTO ALMOX CONTAGEM ARQIMP
           IF W-TEMEND = "S"
              CLOSE PRODEND.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
