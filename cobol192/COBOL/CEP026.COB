      * INTEIRO COMO FOI RECEBIDO PELO     *
      * CEP025, PARA QUANDO O FORNECEDOR   *
      * CONTESTA UMA ENTREGA.              *
      * NOTA IMPORTADA DA NF-E (CEP046)    *
      * AINDA NAO CONFERIDA APARECE COMO   *
      * PENDENTE.                          *
      * CADA LINHA MOSTRA O CUSTO BASE DA  *
      * NOTA E A PARTE DAS DESPESAS (FRETE,*
      * SEGURO, OUTRAS) RATEADA NELA.      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC 9(01) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET16     PIC ZZZZZ9,999 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET19     PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET17     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET18     PIC X(10) VALUE SPACES.
      *
      * DESPESAS DA NOTA (RODAPE DA LISTA)
      *
       01 DET-DESP.
          03 FILLER    PIC X(06) VALUE "FRETE ".
          03 DSP1      PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(05) VALUE " SEG ".
          03 DSP2      PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(08) VALUE " OUTRAS ".
          03 DSP3      PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE " (".
          03 DSP4      PIC X(01) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE ")".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY (05, 52) NFC-ITENS
           DISPLAY (05, 60) "OPER: "
           DISPLAY (05, 66) NFC-OPERADOR
           IF NFC-PENDENTE
              DISPLAY (06, 01) "SITUACAO               : "
              DISPLAY (06, 27) "PENDENTE"
           ELSE
              DISPLAY (06, 01) "SITUACAO               : "
              DISPLAY (06, 27) "EFETIVADA".
           IF NFC-CHAVEACE NOT = SPACES
              DISPLAY (06, 36) NFC-CHAVEACE.
           DISPLAY (07, 01)
              "SEQ CODIGO DESCRICAO    A   QUANT CUSTO BASE"
           DISPLAY (07, 46) "DESP.LINHA PEDIDO LOTE"
           DISPLAY (08, 01)
              "--- ------ ------------ - ------- ----------"
           DISPLAY (08, 46) "---------- ------ ----------".
      *
      * LISTA AS LINHAS DA NOTA, PAGINANDO NA TELA
      *
           MOVE NFI-CUSTO  TO DET16
           MOVE NFI-PEDIDO TO DET17
           MOVE NFI-LOTE   TO DET18
           MOVE NFI-RATEIO TO DET19
           ADD 1 TO W-LINTELA
           DISPLAY (W-LINTELA, 01) DET1
           ADD 1 TO W-LISTADOS
      *
       FIM-LISTA.
           DISPLAY (22, 01) "LINHAS LISTADAS: "
           DISPLAY (22, 18) W-LISTADOS
           MOVE NFC-FRETE  TO DSP1
           MOVE NFC-SEGURO TO DSP2
           MOVE NFC-OUTRAS TO DSP3
           MOVE NFC-RATEIO TO DSP4
           IF NFC-RATEIO = SPACE
              MOVE "V" TO DSP4.
           DISPLAY (22, 25) DET-DESP.
       INC-OPC.
           DISPLAY (23, 40) "OUTRA NOTA (S/N) : ".
           ACCEPT  (23, 60) W-OPCAO
