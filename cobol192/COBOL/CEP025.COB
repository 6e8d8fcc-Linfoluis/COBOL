      * MOVEST) EM UMA SO CONFIRMACAO.     *
      * A ENTRADA ITEM A ITEM POR CODIGO   *
      * DE BARRAS CONTINUA NO CEP006.      *
      * NOTA IMPORTADA DO XML DA NF-E      *
      * (CEP046) FICA PENDENTE: AQUI O     *
      * CONFERENTE SO REVE CADA LINHA      *
      * (QUANTIDADE 0 = RETIRA) E EFETIVA. *
      * FRETE, SEGURO E OUTRAS DESPESAS DA *
      * NOTA SAO RATEADOS NAS LINHAS (POR  *
      * VALOR OU POR QUANTIDADE) ANTES DO  *
      * PRECO MEDIO PONDERADO.             *
      * CADA LINHA LEVA CFOP E ICMS/IPI    *
      * (BASE, ALIQUOTA, VALOR, CREDITO);  *
      * IMPOSTO RECUPERAVEL FICA FORA DO   *
      * CUSTO MEDIO.                       *
      * A NOTA EFETIVADA GERA AS PARCELAS  *
      * DO CONTAS A PAGAR (PAGAR.DAT) PELA *
      * CONDICAO DE PAGAMENTO DO           *
      * FORNECEDOR.                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY NFITSEL.BOK.
       COPY PRFSEL.BOK.
       COPY JRNSEL.BOK.
       COPY PAGSEL.BOK.
       COPY PARASEL.BOK.
       COPY ENDSEL.BOK.
       COPY PENDSEL.BOK.
       COPY SERSEL.BOK.
       COPY SMVSEL.BOK.
       COPY CENSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY NFITEM.BOK.
       COPY PRECFOR.BOK.
       COPY JORNAL.BOK.
       COPY PAGAR.BOK.
       COPY PARAMET.BOK.
       COPY ENDERECO.BOK.
       COPY PRODEND.BOK.
       COPY SERIE.BOK.
       COPY SERMOV.BOK.
       COPY CUSENT.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 ST-ERRONI    PIC X(02) VALUE "00".
       77 ST-ERROF2    PIC X(02) VALUE "00".
       77 ST-ERROJ2    PIC X(02) VALUE "00".
       77 ST-ERROPG    PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 W-TOLPRC     PIC 9(03) VALUE 5.
       77 W-DIFPRC     PIC 9(11)V9 VALUE ZEROS.
       77 W-JRNID      PIC 9(06) VALUE ZEROS.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-SALDOPED   PIC 9(05)V9 VALUE ZEROS.
       77 W-CUSTO      PIC 9(06)V999 VALUE ZEROS.
       77 W-LOTENUM    PIC X(10) VALUE SPACES.
      *
      * NOTA PENDENTE (IMPORTADA PELO CEP046): W-ITPEND = LINHAS
      * GRAVADAS NA IMPORTACAO, APAGADAS E REGRAVADAS NA EFETIVACAO
      *
       77 W-PENDENTE   PIC X(01) VALUE "N".
       77 W-ITPEND     PIC 9(03) VALUE ZEROS.
       77 W-LIN        PIC 9(03) VALUE ZEROS.
       01 W-LOTEVAL.
          03 W-LV-ANO  PIC 9(04) VALUE ZEROS.
          03 W-LV-MES  PIC 9(02) VALUE ZEROS.
          03 W-LV-DIA  PIC 9(02) VALUE ZEROS.
      *
      * ENDERECO DE GUARDA DA LINHA DENTRO DO ALMOXARIFADO
      * (CEP055/CEP056)
      *
       77 ST-ERROEN    PIC X(02) VALUE "00".
       77 ST-ERROPD    PIC X(02) VALUE "00".
       77 W-TEMEND     PIC X(01) VALUE "N".
       77 W-SUGEND     PIC X(06) VALUE SPACES.
       01 W-ENDGRD.
          03 W-EG-RUA   PIC X(02) VALUE SPACES.
          03 W-EG-PRAT  PIC X(02) VALUE SPACES.
          03 W-EG-NIVEL PIC X(02) VALUE SPACES.
      *
      * DADOS DO CABECALHO DA NOTA EM DIGITACAO
      *
       77 W-FORN       PIC 9(04) VALUE ZEROS.
          03 W-NF-MES  PIC 9(02) VALUE ZEROS.
          03 W-NF-DIA  PIC 9(02) VALUE ZEROS.
      *
      * DESPESAS DA NOTA E RATEIO (V = POR VALOR, Q = POR QUANTIDADE)
      *
       77 W-FRETE      PIC 9(07)V99 VALUE ZEROS.
       77 W-SEGURO     PIC 9(07)V99 VALUE ZEROS.
       77 W-OUTRAS     PIC 9(07)V99 VALUE ZEROS.
       77 W-RATEIO     PIC X(01) VALUE "V".
       77 W-DESPTOT    PIC 9(08)V99 VALUE ZEROS.
       77 W-BASERAT    PIC 9(12)V999 VALUE ZEROS.
       77 W-PESORAT    PIC 9(12)V999 VALUE ZEROS.
       77 W-ACUMRAT    PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSTOREAL  PIC 9(06)V999 VALUE ZEROS.
       77 W-CUSTOSN    PIC S9(07)V999 VALUE ZEROS.
      *
      * UNIDADE DE COMPRA DO FORNECEDOR: QUANTIDADE E CUSTO DA LINHA
      * FICAM COMO NA NOTA E SO SAO CONVERTIDOS PARA UNID DO PRODUTO
      * NA EFETIVACAO (ESTOQUE, PRECO MEDIO, KARDEX, PEDIDO, PRECFOR)
      *
       77 W-UNCMP      PIC X(02) VALUE SPACES.
       77 W-FATOR      PIC 9(05)V999 VALUE ZEROS.
       77 W-QTDEST     PIC 9(07)V9 VALUE ZEROS.
       77 W-CUSTOEST   PIC 9(06)V999 VALUE ZEROS.
      *
      * IMPOSTOS DA LINHA EM DIGITACAO (MESMO LEIAUTE DO NFITEM).
      * W-NACNF = S QUANDO A TELA DE IMPOSTOS E A DA CONFERENCIA DE
      * NOTA PENDENTE
      *
       77 W-NACNF      PIC X(01) VALUE "N".
       77 W-CFOP       PIC 9(04) VALUE ZEROS.
       01 W-ICMS.
          03 W-ICMSBASE PIC 9(09)V99 VALUE ZEROS.
          03 W-ICMSALIQ PIC 9(02)V99 VALUE ZEROS.
          03 W-ICMSVAL  PIC 9(07)V99 VALUE ZEROS.
          03 W-ICMSREC  PIC X(01) VALUE "S".
       01 W-IPI.
          03 W-IPIBASE  PIC 9(09)V99 VALUE ZEROS.
          03 W-IPIALIQ  PIC 9(02)V99 VALUE ZEROS.
          03 W-IPIVAL   PIC 9(07)V99 VALUE ZEROS.
          03 W-IPIREC   PIC X(01) VALUE "N".
      *
      * LINHAS DE ITEM DIGITADAS, EFETIVADAS SO NA CONFIRMACAO
      * FINAL DA NOTA (ATE 50 LINHAS POR DOCUMENTO)
      *
                07 TI-VANO  PIC 9(04).
                07 TI-VMES  PIC 9(02).
                07 TI-VDIA  PIC 9(02).
             05 TI-RATEIO   PIC 9(07)V99.
             05 TI-CFOP     PIC 9(04).
             05 TI-ICMS     PIC X(25).
             05 TI-IPI      PIC X(25).
             05 TI-UNCOMPRA PIC X(02).
             05 TI-FATOR    PIC 9(05)V999.
             05 TI-ENDER    PIC X(06).
      *
      * NUMEROS DE SERIE DAS LINHAS DE PRODUTO SERIADO (UM POR
      * UNIDADE DE ESTOQUE), GUARDADOS ATE A EFETIVACAO DA NOTA.
      * TN-LIN = LINHA DA TABELA DE ITENS A QUE A SERIE PERTENCE
      *
       77 ST-ERROSR    PIC X(02) VALUE "00".
       77 ST-ERROSM    PIC X(02) VALUE "00".
       77 ST-ERROCE    PIC X(02) VALUE "00".
       77 W-QTDSER     PIC 9(02) VALUE ZEROS.
       77 W-ISER       PIC 9(02) VALUE ZEROS.
       77 W-JSER       PIC 9(02) VALUE ZEROS.
       77 W-SERNUM     PIC X(20) VALUE SPACES.
       77 W-SERMODO    PIC X(01) VALUE "E".
       77 W-SERESC     PIC X(01) VALUE "N".
       77 W-SERALM     PIC 9(01) VALUE ZEROS.
       77 W-SERLIN     PIC 9(02) VALUE 22.
       77 W-SEREXI     PIC X(01) VALUE "N".
       77 W-SERLNF     PIC 9(03) VALUE ZEROS.
       77 W-SERLNV     PIC 9(03) VALUE ZEROS.
       77 W-QTDSNF     PIC 9(03) VALUE ZEROS.
       77 W-KSER       PIC 9(03) VALUE ZEROS.
       77 W-LSER       PIC 9(03) VALUE ZEROS.
       01 TAB-SER.
          03 TS-SERIE  PIC X(20) OCCURS 99 TIMES.
       01 TAB-SERNF.
          03 TN-ITEM OCCURS 500 TIMES.
             05 TN-LIN      PIC 9(03).
             05 TN-CODPRO   PIC 9(06).
             05 TN-SERIE    PIC X(20).
      *
      * PARCELAS DO CONTAS A PAGAR: VALOR DA NOTA (LINHAS + IPI +
      * DESPESAS) DIVIDIDO PELA CONDICAO DE PAGAMENTO; VENCIMENTO
      * CALCULADO PELO DIA JULIANO DA DATA DA NOTA
      *
       01 W-TOTNF      PIC 9(09)V99 VALUE ZEROS.
       01 W-VLPARC     PIC 9(09)V99 VALUE ZEROS.
       01 W-ACUMPARC   PIC 9(09)V99 VALUE ZEROS.
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-NPARC      PIC 9(02) VALUE ZEROS.
       01 W-A          PIC S9(9).
       01 W-Y          PIC S9(9).
       01 W-M          PIC S9(9).
       01 W-T          PIC S9(9).
       01 W-JC         PIC S9(9).
       01 W-JD         PIC S9(9).
       01 W-JE         PIC S9(9).
       01 JUL-NF       PIC S9(9).
       01 JUL-VENC     PIC S9(9).
       01 W-VENC.
          03 W-VC-ANO  PIC 9(04) VALUE ZEROS.
          03 W-VC-MES  PIC 9(02) VALUE ZEROS.
          03 W-VC-DIA  PIC 9(02) VALUE ZEROS.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
       01 OLD-DESCR    PIC X(30) VALUE SPACES.
       01 OLD-PRECMD   PIC 9(06)V999 VALUE ZEROS.
       01 OLD-QUANT    PIC 9(05)V9   VALUE ZEROS.
       COPY PESQUISA.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
                      MOVE "ERRO NA ABERTURA DO ARQUIVO JORNAL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0L.
           OPEN I-O PAGAR
           IF ST-ERROPG NOT = "00"
               IF ST-ERROPG = "30"
                      OPEN OUTPUT PAGAR
                      CLOSE PAGAR
                      GO TO INC-OP0L
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPSR.
           OPEN I-O SERIE
           IF ST-ERROSR NOT = "00"
               IF ST-ERROSR = "30"
                      OPEN OUTPUT SERIE
                      CLOSE SERIE
                      GO TO INC-OPSR
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO SERIE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPSM.
           OPEN I-O SERMOV
           IF ST-ERROSM NOT = "00"
               IF ST-ERROSM = "30"
                      OPEN OUTPUT SERMOV
                      CLOSE SERMOV
                      GO TO INC-OPSM
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO SERMOV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OPCE.
           OPEN I-O CUSENT
           IF ST-ERROCE NOT = "00"
               IF ST-ERROCE = "30"
                      OPEN OUTPUT CUSENT
                      CLOSE CUSENT
                      GO TO INC-OPCE
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CUSENT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * COM OS ARQUIVOS DE ENDERECOS PRESENTES, CADA LINHA PEDE O
      * ENDERECO DE GUARDA; SEM ELES SEGUE COMO SEMPRE
      *
       INC-OPEN.
           MOVE "N" TO W-TEMEND
           OPEN INPUT ENDERECO
           IF ST-ERROEN NOT = "00"
              GO TO INC-OPPR.
           OPEN I-O PRODEND
           IF ST-ERROPD = "00"
              MOVE "S" TO W-TEMEND
           ELSE
              CLOSE ENDERECO.
       INC-OPPR.
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM.
      *
      * CABECALHO DO DOCUMENTO DE RECEBIMENTO
      *
       INC-001.
                MOVE ZEROS  TO W-FORN W-NUMNF W-DTNF W-QTDIT W-ITPEND.
                MOVE ZEROS  TO W-QTDSNF.
                MOVE "N"    TO W-PENDENTE.
                MOVE ZEROS  TO W-FRETE W-SEGURO W-OUTRAS.
                MOVE "V"    TO W-RATEIO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "RECEBIMENTO POR NOTA FISCAL"
                DISPLAY (03, 01) "FORNECEDOR             : "
                DISPLAY (04, 01) "NUMERO DA NOTA         : "
                DISPLAY (05, 01) "DATA DA NOTA (DDMMAAAA): "
                DISPLAY (03, 66) "F4=LISTA".
       INC-002.
                ACCEPT  (03, 27) W-FORN
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   MOVE "FORNEC  " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002
                   ELSE
                      MOVE PSQ-NUMERO TO W-FORN
                      DISPLAY (03, 27) W-FORN.
                IF W-FORN = ZEROS
                   MOVE "*** FORNECEDOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-FORN  TO NFC-FORN
                MOVE W-NUMNF TO NFC-NUMERO
                READ NFCAB
                IF ST-ERRONF = "00" AND NFC-PENDENTE
                   PERFORM CARREGA-PEND THRU CARREGA-PEND-FIM
                   GO TO CNF-001.
                IF ST-ERRONF = "00"
                   MOVE "*** NOTA JA RECEBIDA (CONSULTAR CEP026) ***"
                                                                TO MENS
       ITM-001.
                MOVE ZEROS  TO CODPRO W-RECBTO W-NUMPED W-SALDOPED
                               W-CUSTO W-LOTEVAL
                MOVE ZEROS  TO ALMOX-NUMERO W-CFOP W-ICMS W-IPI
                MOVE ZEROS  TO W-FATOR
                MOVE "S"    TO W-ICMSREC
                MOVE "N"    TO W-IPIREC W-NACNF
                MOVE SPACES TO W-LOTENUM W-UNCMP W-ENDGRD
                DISPLAY (07, 01) "ITEM                   : "
                DISPLAY (08, 01) "CODIGO DO PRODUTO      : "
                DISPLAY (09, 01) "DESCRICAO              : "
                DISPLAY (14, 01) "CUSTO UNIT. DA NOTA    : "
                DISPLAY (15, 01) "LOTE (SE PERECIVEL)    : "
                DISPLAY (16, 01) "VALIDADE (DDMMAAAA)    : "
                DISPLAY (17, 01) "CFOP                   : "
                DISPLAY (18, 01) "ICMS BASE/ALIQ/VLR/CRED: "
                DISPLAY (19, 01) "IPI  BASE/ALIQ/VLR/CRED: "
                DISPLAY (20, 01)
                     "PRODUTO 0 = ENCERRA OS ITENS DA NOTA           "
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 51) LIMPA
                IF W-TEMEND = "S"
                   DISPLAY (21, 01) "ENDERECO DE GUARDA     : "
                   DISPLAY (21, 27) LIMPA.
                DISPLAY (08, 27) LIMPA
                DISPLAY (09, 27) LIMPA
                DISPLAY (10, 27) LIMPA
                DISPLAY (14, 27) LIMPA
                DISPLAY (15, 27) LIMPA
                DISPLAY (16, 27) LIMPA
                DISPLAY (17, 27) LIMPA
                DISPLAY (18, 27) LIMPA
                DISPLAY (19, 27) LIMPA
                DISPLAY (08, 45) "F4=LISTA DE PRODUTOS"
                COMPUTE IND = W-QTDIT + 1
                DISPLAY (07, 27) IND.
       ITM-002.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-004.
                IF W-ACT = 05
                   MOVE "PRODUTO " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO ITM-002
                   ELSE
                      MOVE PSQ-NUMERO TO CODPRO
                      DISPLAY (08, 27) CODPRO.
                IF CODPRO = ZEROS
                   IF W-QTDIT = ZEROS
                      MOVE "*** NOTA SEM NENHUM ITEM ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITM-002
                   ELSE
                      GO TO DSP-001.
       LER-PRODUTO01.
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                IF W-ACT = 02 GO TO ITM-003.
                IF W-NUMPED = ZEROS
                   MOVE ZEROS TO W-SALDOPED
                   GO TO ITM-004A.
                MOVE W-NUMPED TO PED-NUMERO
                READ PEDCMP
                IF ST-ERROP NOT = "00"
                   GO TO ITM-004.
                COMPUTE W-SALDOPED = PED-QTDPED - PED-QTDREC
                DISPLAY (12, 27) W-SALDOPED.
       ITM-004A.
                PERFORM ROT-FATOR THRU ROT-FATOR-FIM.
       ITM-005.
                ACCEPT (13, 27) W-RECBTO
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** QUANTIDADE RECEBIDA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-005.
                PERFORM ROT-QTDEST THRU ROT-QTDEST-FIM
                IF SERIADO = "S"
                   MOVE W-QTDEST TO W-QTDSER
                   IF W-QTDSER NOT = W-QTDEST
                      MOVE "*** SERIADO: QUANTIDADE INTEIRA ATE 99 ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITM-005.
                IF W-NUMPED NOT = ZEROS
                   IF W-QTDEST > W-SALDOPED
                      MOVE "* ATENCAO: RECEBIMENTO MAIOR QUE O PEDIDO *"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM.
                ACCEPT (14, 27) W-CUSTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-005.
                PERFORM ROT-TOLPRC THRU ROT-TOLPRC-FIM.
       ITM-007.
                IF PERECIVEL NOT = "S"
                   GO TO TAX-001.
                ACCEPT (15, 27) W-LOTENUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-006.
                   MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-008.
                GO TO TAX-001.
      *
      *-------------------------------------------------------------
      * IMPOSTOS DA LINHA (DIGITACAO E CONFERENCIA DE PENDENTE):
      * CFOP DE ENTRADA, ICMS E IPI. BASE EM BRANCO ASSUME O VALOR
      * DA LINHA; VALOR EM BRANCO E CALCULADO PELA ALIQUOTA.
      *-------------------------------------------------------------
       TAX-001.
                ACCEPT (17, 27) W-CFOP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO TAX-VOLTA.
                IF W-CFOP < 1000 OR W-CFOP > 3999
                   MOVE "*** CFOP DE ENTRADA INVALIDO (1XXX-3XXX) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TAX-001.
       TAX-002.
                IF W-ICMSBASE = ZEROS
                   COMPUTE W-ICMSBASE ROUNDED = W-RECBTO * W-CUSTO.
                ACCEPT (18, 27) W-ICMSBASE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-001.
                ACCEPT (18, 40) W-ICMSALIQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-002.
                IF W-ICMSVAL = ZEROS
                   COMPUTE W-ICMSVAL ROUNDED =
                           W-ICMSBASE * W-ICMSALIQ / 100.
                ACCEPT (18, 46) W-ICMSVAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-002.
       TAX-003.
                ACCEPT (18, 57) W-ICMSREC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-002.
                IF W-ICMSREC = "s"
                   MOVE "S" TO W-ICMSREC.
                IF W-ICMSREC = "n"
                   MOVE "N" TO W-ICMSREC.
                IF W-ICMSREC NOT = "S" AND NOT = "N"
                   MOVE "*** CREDITO: S=RECUPERAVEL N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TAX-003.
       TAX-004.
                IF W-IPIBASE = ZEROS
                   COMPUTE W-IPIBASE ROUNDED = W-RECBTO * W-CUSTO.
                ACCEPT (19, 27) W-IPIBASE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-003.
                ACCEPT (19, 40) W-IPIALIQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-004.
                IF W-IPIVAL = ZEROS
                   COMPUTE W-IPIVAL ROUNDED =
                           W-IPIBASE * W-IPIALIQ / 100.
                ACCEPT (19, 46) W-IPIVAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-004.
       TAX-005.
                ACCEPT (19, 57) W-IPIREC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-004.
                IF W-IPIREC = "s"
                   MOVE "S" TO W-IPIREC.
                IF W-IPIREC = "n"
                   MOVE "N" TO W-IPIREC.
                IF W-IPIREC NOT = "S" AND NOT = "N"
                   MOVE "*** CREDITO: S=RECUPERAVEL N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TAX-005.
      *
      * ENDERECO DE GUARDA DA LINHA: SUGERE O ENDERECO DO PRODUTO NO
      * ALMOXARIFADO. EM BRANCO = RECEBIDO SEM ENDERECO (APARECE NO
      * CEP057 ATE SER ENDERECADO PELO CEP056)
      *
       END-001.
                IF W-TEMEND NOT = "S"
                   GO TO END-VAI.
                IF W-ENDGRD = SPACES
                   PERFORM ROT-SUGEND THRU ROT-SUGEND-FIM
                   MOVE W-SUGEND TO W-ENDGRD.
       END-002.
                ACCEPT (21, 27) W-EG-RUA WITH UPDATE
                ACCEPT (21, 30) W-EG-PRAT WITH UPDATE
                ACCEPT (21, 33) W-EG-NIVEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TAX-005.
                IF W-ENDGRD = SPACES
                   GO TO END-VAI.
                MOVE ALMOX-NUMERO TO END-ALMOX
                MOVE W-ENDGRD     TO END-COD
                READ ENDERECO
                IF ST-ERROEN NOT = "00"
                   MOVE "*** ENDERECO NAO CADASTRADO (CEP055) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO END-002.
                DISPLAY (21, 40) END-DESCR.
       END-VAI.
                IF SERIADO NOT = "S"
                   GO TO END-VAI2.
      *
      * LINHA DE PRODUTO SERIADO: UM NUMERO DE SERIE POR UNIDADE DE
      * ESTOQUE RECEBIDA (JA INFORMADOS VOLTAM PARA CONFERENCIA)
      *
                IF W-NACNF = "S"
                   MOVE IND TO W-SERLNF
                ELSE
                   COMPUTE W-SERLNF = W-QTDIT + 1.
                PERFORM ROT-SERCARGA THRU ROT-SERCARGA-FIM
                MOVE W-QTDEST TO W-QTDSER
                PERFORM ROT-CAPSER THRU ROT-CAPSER-FIM
                IF W-SERESC = "S"
                   IF W-TEMEND = "S"
                      GO TO END-002
                   ELSE
                      GO TO TAX-005.
                PERFORM ROT-SERGUARDA THRU ROT-SERGUARDA-FIM
                IF W-SERESC = "S"
                   GO TO TAX-005.
       END-VAI2.
                IF W-NACNF = "S"
                   GO TO CNF-GUARDA.
                GO TO ITM-GRAVA.
       TAX-VOLTA.
                IF W-NACNF = "S"
                   IF PERECIVEL = "S"
                      GO TO CNF-006
                   ELSE
                      GO TO CNF-004.
                IF PERECIVEL = "S"
                   GO TO ITM-008.
                GO TO ITM-006.
      *
      * GUARDA A LINHA NA TABELA - NADA E EFETIVADO ANTES DA
      * CONFIRMACAO FINAL DA NOTA
                MOVE W-LV-ANO     TO TI-VANO(W-QTDIT)
                MOVE W-LV-MES     TO TI-VMES(W-QTDIT)
                MOVE W-LV-DIA     TO TI-VDIA(W-QTDIT)
                MOVE ZEROS        TO TI-RATEIO(W-QTDIT)
                MOVE W-CFOP       TO TI-CFOP(W-QTDIT)
                MOVE W-ICMS       TO TI-ICMS(W-QTDIT)
                MOVE W-IPI        TO TI-IPI(W-QTDIT)
                MOVE W-UNCMP      TO TI-UNCOMPRA(W-QTDIT)
                MOVE W-FATOR      TO TI-FATOR(W-QTDIT)
                MOVE W-ENDGRD     TO TI-ENDER(W-QTDIT)
                IF W-QTDIT NOT < 50
                   MOVE "*** LIMITE DE 50 ITENS POR NOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DSP-001.
                GO TO ITM-001.
      *
      *-------------------------------------------------------------
      * NOTA PENDENTE: CARREGA O CABECALHO E AS LINHAS GRAVADAS NA
      * IMPORTACAO DA NF-E PARA A TABELA DE DIGITACAO
      *-------------------------------------------------------------
       CARREGA-PEND.
                MOVE "S"        TO W-PENDENTE
                MOVE NFC-ANO    TO W-NF-ANO
                MOVE NFC-MES    TO W-NF-MES
                MOVE NFC-DIA    TO W-NF-DIA
                MOVE NFC-ITENS  TO W-ITPEND
                MOVE NFC-FRETE  TO W-FRETE
                MOVE NFC-SEGURO TO W-SEGURO
                MOVE NFC-OUTRAS TO W-OUTRAS
                MOVE NFC-RATEIO TO W-RATEIO
                IF W-RATEIO NOT = "Q"
                   MOVE "V" TO W-RATEIO.
                MOVE ZEROS      TO W-QTDIT
                DISPLAY (05, 27) W-NF-DIA
                DISPLAY (05, 29) "/"
                DISPLAY (05, 30) W-NF-MES
                DISPLAY (05, 32) "/"
                DISPLAY (05, 33) W-NF-ANO
                MOVE W-FORN  TO NFI-FORN
                MOVE W-NUMNF TO NFI-NUMERO
                MOVE ZEROS   TO NFI-SEQ
                START NFITEM KEY IS NOT LESS NFI-CHAVE
                      INVALID KEY GO TO CARREGA-PEND-FIM.
       CARREGA-PEND1.
                READ NFITEM NEXT
                IF ST-ERRONI NOT = "00"
                   GO TO CARREGA-PEND-FIM.
                IF NFI-FORN NOT = W-FORN OR NFI-NUMERO NOT = W-NUMNF
                   GO TO CARREGA-PEND-FIM.
                IF W-QTDIT NOT < 50
                   GO TO CARREGA-PEND-FIM.
                ADD 1 TO W-QTDIT
                IF NFI-SEQ > W-ITPEND
                   MOVE NFI-SEQ TO W-ITPEND.
                MOVE NFI-CODPRO   TO TI-CODPRO(W-QTDIT)
                MOVE NFI-ALMOX    TO TI-ALMOX(W-QTDIT)
                MOVE NFI-QUANT    TO TI-QUANT(W-QTDIT)
                MOVE NFI-CUSTO    TO TI-CUSTO(W-QTDIT)
                MOVE NFI-PEDIDO   TO TI-PEDIDO(W-QTDIT)
                MOVE NFI-LOTE     TO TI-LOTE(W-QTDIT)
                MOVE NFI-VALIDADE TO TI-VALIDADE(W-QTDIT)
                MOVE ZEROS        TO TI-RATEIO(W-QTDIT)
                MOVE NFI-CFOP     TO TI-CFOP(W-QTDIT)
                MOVE NFI-ICMS     TO TI-ICMS(W-QTDIT)
                MOVE NFI-IPI      TO TI-IPI(W-QTDIT)
                MOVE NFI-UNCOMPRA TO TI-UNCOMPRA(W-QTDIT)
                MOVE NFI-FATOR    TO TI-FATOR(W-QTDIT)
                MOVE SPACES       TO TI-ENDER(W-QTDIT)
                GO TO CARREGA-PEND1.
       CARREGA-PEND-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CONFERENCIA DAS LINHAS DA NOTA PENDENTE, UMA A UMA:
      * ALMOX, QUANTIDADE (0 = RETIRA A LINHA), CUSTO E LOTE
      *-------------------------------------------------------------
       CNF-001.
                MOVE 1 TO IND.
       CNF-LINHA.
                IF IND > W-QTDIT
                   GO TO CNF-FIM.
                MOVE TI-CODPRO(IND) TO CODPRO
                READ PRODUTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO DESCR
                   MOVE "N" TO PERECIVEL.
                MOVE TI-ALMOX(IND)  TO ALMOX-NUMERO
                MOVE TI-QUANT(IND)  TO W-RECBTO
                MOVE TI-CUSTO(IND)  TO W-CUSTO
                MOVE TI-PEDIDO(IND) TO W-NUMPED
                MOVE TI-LOTE(IND)   TO W-LOTENUM
                MOVE TI-VANO(IND)   TO W-LV-ANO
                MOVE TI-VMES(IND)   TO W-LV-MES
                MOVE TI-VDIA(IND)   TO W-LV-DIA
                MOVE TI-CFOP(IND)   TO W-CFOP
                MOVE TI-ICMS(IND)   TO W-ICMS
                MOVE TI-IPI(IND)    TO W-IPI
                MOVE TI-ENDER(IND)  TO W-ENDGRD
                MOVE "S"            TO W-NACNF
                MOVE ZEROS TO W-SALDOPED
                IF W-NUMPED NOT = ZEROS
                   MOVE W-NUMPED TO PED-NUMERO
                   READ PEDCMP
                   IF ST-ERROP = "00"
                      COMPUTE W-SALDOPED = PED-QTDPED - PED-QTDREC.
                DISPLAY (07, 01) "ITEM                   : "
                DISPLAY (08, 01) "CODIGO DO PRODUTO      : "
                DISPLAY (09, 01) "DESCRICAO              : "
                DISPLAY (10, 01) "N DE ALMOXARIFADO      : "
                DISPLAY (11, 01) "N DO PEDIDO (0=SEM)    : "
                DISPLAY (12, 01) "SALDO EM ABERTO PEDIDO : "
                DISPLAY (13, 01) "QUANTIDADE RECEBIDA    : "
                DISPLAY (14, 01) "CUSTO UNIT. DA NOTA    : "
                DISPLAY (15, 01) "LOTE (SE PERECIVEL)    : "
                DISPLAY (16, 01) "VALIDADE (DDMMAAAA)    : "
                DISPLAY (17, 01) "CFOP                   : "
                DISPLAY (18, 01) "ICMS BASE/ALIQ/VLR/CRED: "
                DISPLAY (19, 01) "IPI  BASE/ALIQ/VLR/CRED: "
                DISPLAY (20, 01)
                     "NOTA IMPORTADA: QUANTIDADE 0 = RETIRA A LINHA  "
                DISPLAY (22, 01) LIMPA
                DISPLAY (22, 51) LIMPA
                IF W-TEMEND = "S"
                   DISPLAY (21, 01) "ENDERECO DE GUARDA     : "
                   DISPLAY (21, 27) LIMPA.
                DISPLAY (08, 27) LIMPA
                DISPLAY (09, 27) LIMPA
                DISPLAY (15, 27) LIMPA
                DISPLAY (16, 27) LIMPA
                DISPLAY (07, 27) IND
                DISPLAY (08, 27) CODPRO
                DISPLAY (09, 27) DESCR
                DISPLAY (10, 27) ALMOX-NUMERO
                DISPLAY (11, 27) W-NUMPED
                DISPLAY (12, 27) W-SALDOPED
                DISPLAY (13, 27) W-RECBTO
                DISPLAY (14, 27) W-CUSTO
                DISPLAY (17, 27) LIMPA
                DISPLAY (18, 27) LIMPA
                DISPLAY (19, 27) LIMPA
                DISPLAY (17, 27) W-CFOP
                DISPLAY (18, 27) W-ICMSBASE
                DISPLAY (18, 40) W-ICMSALIQ
                DISPLAY (18, 46) W-ICMSVAL
                DISPLAY (18, 57) W-ICMSREC
                DISPLAY (19, 27) W-IPIBASE
                DISPLAY (19, 40) W-IPIALIQ
                DISPLAY (19, 46) W-IPIVAL
                DISPLAY (19, 57) W-IPIREC
                PERFORM ROT-FATOR THRU ROT-FATOR-FIM.
       CNF-002.
                ACCEPT (10, 27) ALMOX-NUMERO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF IND > 1
                      SUBTRACT 1 FROM IND
                      GO TO CNF-LINHA
                   ELSE
                      GO TO INC-001.
       CNF-003.
                ACCEPT (13, 27) W-RECBTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CNF-002.
                IF W-RECBTO = ZEROS
                   MOVE ZEROS TO TI-QUANT(IND)
                   MOVE IND TO W-SERLNF
                   PERFORM ROT-SERTIRA THRU ROT-SERTIRA-FIM
                   ADD 1 TO IND
                   GO TO CNF-LINHA.
                PERFORM ROT-QTDEST THRU ROT-QTDEST-FIM
                IF SERIADO = "S"
                   MOVE W-QTDEST TO W-QTDSER
                   IF W-QTDSER NOT = W-QTDEST
                      MOVE "*** SERIADO: QUANTIDADE INTEIRA ATE 99 ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CNF-003.
                IF W-NUMPED NOT = ZEROS
                   IF W-QTDEST > W-SALDOPED
                      MOVE "* ATENCAO: RECEBIMENTO MAIOR QUE O PEDIDO *"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CNF-004.
                ACCEPT (14, 27) W-CUSTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CNF-003.
                PERFORM ROT-TOLPRC THRU ROT-TOLPRC-FIM.
       CNF-005.
                IF PERECIVEL NOT = "S"
                   GO TO TAX-001.
                ACCEPT (15, 27) W-LOTENUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CNF-004.
                IF W-LOTENUM = SPACES
                   MOVE "*** INFORME O LOTE DO PRODUTO PERECIVEL ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNF-005.
       CNF-006.
                ACCEPT (16, 27) W-LV-DIA WITH UPDATE
                ACCEPT (16, 29) W-LV-MES WITH UPDATE
                ACCEPT (16, 31) W-LV-ANO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CNF-005.
                IF W-LV-ANO = ZEROS OR W-LV-MES = ZEROS
                            OR W-LV-MES > 12
                            OR W-LV-DIA = ZEROS OR W-LV-DIA > 31
                   MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNF-006.
                GO TO TAX-001.
       CNF-GUARDA.
                MOVE ALMOX-NUMERO TO TI-ALMOX(IND)
                MOVE W-RECBTO     TO TI-QUANT(IND)
                MOVE W-CUSTO      TO TI-CUSTO(IND)
                MOVE W-LOTENUM    TO TI-LOTE(IND)
                MOVE W-LV-ANO     TO TI-VANO(IND)
                MOVE W-LV-MES     TO TI-VMES(IND)
                MOVE W-LV-DIA     TO TI-VDIA(IND)
                MOVE W-CFOP       TO TI-CFOP(IND)
                MOVE W-ICMS       TO TI-ICMS(IND)
                MOVE W-IPI        TO TI-IPI(IND)
                MOVE W-UNCMP      TO TI-UNCOMPRA(IND)
                MOVE W-FATOR      TO TI-FATOR(IND)
                MOVE W-ENDGRD     TO TI-ENDER(IND)
                ADD 1 TO IND
                GO TO CNF-LINHA.
      *
      * TIRA DA TABELA AS LINHAS RETIRADAS (QUANTIDADE 0) E SEGUE
      * NA DIGITACAO NORMAL PARA ITENS QUE VIERAM FORA DA NOTA
      *
       CNF-FIM.
                MOVE ZEROS TO W-LIN IND.
       CNF-FIM1.
                ADD 1 TO IND
                IF IND > W-QTDIT
                   GO TO CNF-FIM2.
                IF TI-QUANT(IND) = ZEROS
                   GO TO CNF-FIM1.
                ADD 1 TO W-LIN
                IF W-LIN NOT = IND
                   MOVE TI-LINHA(IND) TO TI-LINHA(W-LIN)
                   PERFORM ROT-SERRENUM THRU ROT-SERRENUM-FIM.
                GO TO CNF-FIM1.
       CNF-FIM2.
                MOVE W-LIN TO W-QTDIT
                MOVE "N"   TO W-NACNF
                IF W-QTDIT NOT < 50
                   GO TO DSP-001.
                GO TO ITM-001.
      *
      * DESPESAS DA NOTA (TOTAIS DO RODAPE DA NOTA FISCAL)
      *
       DSP-001.
                DISPLAY (17, 01) LIMPA
                DISPLAY (17, 51) LIMPA
                DISPLAY (18, 01) LIMPA
                DISPLAY (18, 51) LIMPA
                DISPLAY (20, 01) LIMPA
                DISPLAY (20, 51) LIMPA
                DISPLAY (19, 01) LIMPA
                DISPLAY (19, 51) LIMPA
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 51) LIMPA
                DISPLAY (19, 01) "FRETE DA NOTA          : "
                DISPLAY (20, 01) "SEGURO / OUTRAS DESP.  : "
                DISPLAY (21, 01) "RATEIO (V=VALOR Q=QTDE): ".
       DSP-002.
                ACCEPT (19, 27) W-FRETE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-001.
       DSP-003.
                ACCEPT (20, 27) W-SEGURO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DSP-002.
                ACCEPT (20, 40) W-OUTRAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DSP-003.
       DSP-004.
                ACCEPT (21, 27) W-RATEIO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DSP-003.
                IF W-RATEIO = "v"
                   MOVE "V" TO W-RATEIO.
                IF W-RATEIO = "q"
                   MOVE "Q" TO W-RATEIO.
                IF W-RATEIO NOT = "V" AND NOT = "Q"
                   MOVE "*** RATEIO: V=VALOR Q=QTDE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DSP-004.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                ACCEPT (23, 63) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO DSP-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* NOTA RECUSADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
      * CAMINHO DO RECEBIMENTO CEP006
      *
       GRV-CAB.
                PERFORM ROT-RATEIO THRU ROT-RATEIO-FIM
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                IF W-PENDENTE = "S"
                   PERFORM APAGA-PEND THRU APAGA-PEND-FIM
                   GO TO GRV-CAB1.
                MOVE W-FORN   TO NFC-FORN
                MOVE W-NUMNF  TO NFC-NUMERO
                MOVE W-NF-ANO TO NFC-ANO
                MOVE W-NF-DIA TO NFC-DIA
                MOVE W-QTDIT  TO NFC-ITENS
                MOVE W-LOGIN  TO NFC-OPERADOR
                MOVE "E"      TO NFC-SITUACAO
                MOVE SPACES   TO NFC-CHAVEACE
                MOVE W-FRETE  TO NFC-FRETE
                MOVE W-SEGURO TO NFC-SEGURO
                MOVE W-OUTRAS TO NFC-OUTRAS
                MOVE W-RATEIO TO NFC-RATEIO
                MOVE DH-ANO   TO NFC-ENT-ANO
                MOVE DH-MES   TO NFC-ENT-MES
                MOVE DH-DIA   TO NFC-ENT-DIA
                WRITE REGNFC
                GO TO GRV-CAB2.
      *
      * NOTA PENDENTE: O CABECALHO JA EXISTE (MANTEM A CHAVE DE
      * ACESSO DA NF-E) E PASSA A EFETIVADA
      *
       GRV-CAB1.
                MOVE W-FORN   TO NFC-FORN
                MOVE W-NUMNF  TO NFC-NUMERO
                READ NFCAB
                IF ST-ERRONF NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO NFCAB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-NF-ANO TO NFC-ANO
                MOVE W-NF-MES TO NFC-MES
                MOVE W-NF-DIA TO NFC-DIA
                MOVE W-QTDIT  TO NFC-ITENS
                MOVE W-LOGIN  TO NFC-OPERADOR
                MOVE "E"      TO NFC-SITUACAO
                MOVE W-FRETE  TO NFC-FRETE
                MOVE W-SEGURO TO NFC-SEGURO
                MOVE W-OUTRAS TO NFC-OUTRAS
                MOVE W-RATEIO TO NFC-RATEIO
                MOVE DH-ANO   TO NFC-ENT-ANO
                MOVE DH-MES   TO NFC-ENT-MES
                MOVE DH-DIA   TO NFC-ENT-DIA
                REWRITE REGNFC.
       GRV-CAB2.
                IF ST-ERRONF NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO NFCAB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE TI-PEDIDO(IND)   TO NFI-PEDIDO
                MOVE TI-LOTE(IND)     TO NFI-LOTE
                MOVE TI-VALIDADE(IND) TO NFI-VALIDADE
                MOVE TI-RATEIO(IND)   TO NFI-RATEIO
                MOVE TI-CFOP(IND)     TO NFI-CFOP
                MOVE TI-ICMS(IND)     TO NFI-ICMS
                MOVE TI-IPI(IND)      TO NFI-IPI
                MOVE TI-UNCOMPRA(IND) TO NFI-UNCOMPRA
                MOVE TI-FATOR(IND)    TO NFI-FATOR
                WRITE REGNFI
                IF ST-ERRONI NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO NFITEM" TO MENS
                PERFORM POSTA-ITEM THRU POSTA-ITEM-FIM
                GO TO GRV-ITEM.
       GRV-FIM.
                PERFORM GERA-TITULOS THRU GERA-TITULOS-FIM
                MOVE "*** NOTA FISCAL RECEBIDA E EFETIVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *-------------------------------------------------------------
      * RATEIO DAS DESPESAS DA NOTA SOBRE AS LINHAS: POR VALOR
      * (QUANTIDADE X CUSTO) OU POR QUANTIDADE. A ULTIMA LINHA
      * LEVA A DIFERENCA DE ARREDONDAMENTO PARA O TOTAL FECHAR.
      *-------------------------------------------------------------
       ROT-RATEIO.
                COMPUTE W-DESPTOT = W-FRETE + W-SEGURO + W-OUTRAS
                MOVE ZEROS TO W-BASERAT W-ACUMRAT IND.
       ROT-RATEIO1.
                ADD 1 TO IND
                IF IND > W-QTDIT
                   GO TO ROT-RATEIO2.
                MOVE ZEROS TO TI-RATEIO(IND)
                IF W-RATEIO = "Q"
                   ADD TI-QUANT(IND) TO W-BASERAT
                ELSE
                   COMPUTE W-BASERAT = W-BASERAT
                                     + (TI-QUANT(IND) * TI-CUSTO(IND)).
                GO TO ROT-RATEIO1.
       ROT-RATEIO2.
                IF W-DESPTOT = ZEROS
                   GO TO ROT-RATEIO-FIM.
      *
      * NOTA SEM CUSTO NAS LINHAS: NAO HA VALOR PARA RATEAR,
      * VAI PELA QUANTIDADE
      *
                IF W-BASERAT = ZEROS AND W-RATEIO NOT = "Q"
                   MOVE "Q" TO W-RATEIO
                   MOVE ZEROS TO IND
                   GO TO ROT-RATEIO1.
                IF W-BASERAT = ZEROS
                   GO TO ROT-RATEIO-FIM.
                MOVE ZEROS TO IND.
       ROT-RATEIO3.
                ADD 1 TO IND
                IF IND > W-QTDIT
                   GO TO ROT-RATEIO-FIM.
                IF IND = W-QTDIT
                   IF W-ACUMRAT < W-DESPTOT
                      COMPUTE TI-RATEIO(IND) = W-DESPTOT - W-ACUMRAT
                      GO TO ROT-RATEIO-FIM
                   ELSE
                      GO TO ROT-RATEIO-FIM.
                IF W-RATEIO = "Q"
                   MOVE TI-QUANT(IND) TO W-PESORAT
                ELSE
                   COMPUTE W-PESORAT = TI-QUANT(IND) * TI-CUSTO(IND).
                COMPUTE TI-RATEIO(IND) ROUNDED =
                        W-DESPTOT * W-PESORAT / W-BASERAT
                IF W-ACUMRAT + TI-RATEIO(IND) > W-DESPTOT
                   COMPUTE TI-RATEIO(IND) = W-DESPTOT - W-ACUMRAT.
                ADD TI-RATEIO(IND) TO W-ACUMRAT
                GO TO ROT-RATEIO3.
       ROT-RATEIO-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * PARCELAS DO CONTAS A PAGAR DA NOTA EFETIVADA. VALOR DA NOTA
      * = LINHAS (QUANTIDADE X CUSTO) + IPI + DESPESAS; A ULTIMA
      * PARCELA LEVA A DIFERENCA DE ARREDONDAMENTO. FORNECEDOR SEM
      * CONDICAO DE PAGAMENTO = UMA PARCELA NA DATA DA NOTA.
      *-------------------------------------------------------------
       GERA-TITULOS.
                COMPUTE W-TOTNF = W-FRETE + W-SEGURO + W-OUTRAS
                MOVE ZEROS TO IND.
       GERA-TITULOS1.
                ADD 1 TO IND
                IF IND > W-QTDIT
                   GO TO GERA-TITULOS2.
                MOVE TI-IPI(IND) TO W-IPI
                COMPUTE W-TOTNF ROUNDED = W-TOTNF + W-IPIVAL
                        + (TI-QUANT(IND) * TI-CUSTO(IND))
                GO TO GERA-TITULOS1.
       GERA-TITULOS2.
                IF W-TOTNF = ZEROS
                   GO TO GERA-TITULOS-FIM.
                MOVE W-FORN TO FORN-CODIGO
                READ FORNEC
                IF ST-ERRON NOT = "00"
                   MOVE ZEROS TO FORN-CONDPAG.
                MOVE FORN-PARCELAS TO W-NPARC
                IF W-NPARC = ZEROS
                   MOVE 1 TO W-NPARC
                   MOVE ZEROS TO FORN-DIAS1 FORN-INTERV.
                PERFORM CALC-JULIANO-NF THRU CALC-JULIANO-NF-FIM
                COMPUTE W-VLPARC = W-TOTNF / W-NPARC
                MOVE ZEROS TO W-PARC W-ACUMPARC.
       GERA-TITULOS3.
                ADD 1 TO W-PARC
                IF W-PARC > W-NPARC
                   GO TO GERA-TITULOS-FIM.
                COMPUTE JUL-VENC = JUL-NF + FORN-DIAS1
                                 + ((W-PARC - 1) * FORN-INTERV)
                PERFORM ROT-JULDATA THRU ROT-JULDATA-FIM
                MOVE W-FORN   TO PAG-FORN
                MOVE W-NUMNF  TO PAG-NUMERO
                MOVE W-PARC   TO PAG-PARC
                MOVE W-DTNF   TO PAG-EMISSAO
                MOVE W-VENC   TO PAG-VENCTO
                IF W-PARC = W-NPARC
                   COMPUTE PAG-VALOR = W-TOTNF - W-ACUMPARC
                ELSE
                   MOVE W-VLPARC TO PAG-VALOR.
                ADD PAG-VALOR TO W-ACUMPARC
                MOVE "A"      TO PAG-SITUACAO
                MOVE ZEROS    TO PAG-DTPAGTO PAG-VLPAGO PAG-DESCONTO
                                 PAG-JUROS PAG-CCUSTO
                MOVE W-LOGIN  TO PAG-OPERADOR
                WRITE REGPAG
                IF ST-ERROPG NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PAGAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-TITULOS-FIM.
                GO TO GERA-TITULOS3.
       GERA-TITULOS-FIM.
                EXIT.
      *
      * DIA JULIANO DA DATA DA NOTA (CADA DIVISAO EM UM PASSO PARA
      * TRUNCAR COMO INTEIRO)
      *
       CALC-JULIANO-NF.
                COMPUTE W-A = (14 - W-NF-MES) / 12
                COMPUTE W-Y = W-NF-ANO + 4800 - W-A
                COMPUTE W-M = W-NF-MES + (12 * W-A) - 3
                COMPUTE W-T = ((153 * W-M) + 2) / 5
                COMPUTE JUL-NF = W-NF-DIA + W-T + (365 * W-Y) - 32045
                COMPUTE W-T = W-Y / 4
                ADD W-T TO JUL-NF
                COMPUTE W-T = W-Y / 100
                SUBTRACT W-T FROM JUL-NF
                COMPUTE W-T = W-Y / 400
                ADD W-T TO JUL-NF.
       CALC-JULIANO-NF-FIM.
                EXIT.
      *
      * DATA (W-VENC) DO DIA JULIANO JUL-VENC
      *
       ROT-JULDATA.
                COMPUTE W-A = JUL-VENC + 32044
                COMPUTE W-Y = ((4 * W-A) + 3) / 146097
                COMPUTE W-T = (146097 * W-Y) / 4
                COMPUTE W-JC = W-A - W-T
                COMPUTE W-JD = ((4 * W-JC) + 3) / 1461
                COMPUTE W-T = (1461 * W-JD) / 4
                COMPUTE W-JE = W-JC - W-T
                COMPUTE W-M = ((5 * W-JE) + 2) / 153
                COMPUTE W-T = ((153 * W-M) + 2) / 5
                COMPUTE W-VC-DIA = W-JE - W-T + 1
                COMPUTE W-T = W-M / 10
                COMPUTE W-VC-MES = W-M + 3 - (12 * W-T)
                COMPUTE W-VC-ANO = (100 * W-Y) + W-JD - 4800 + W-T.
       ROT-JULDATA-FIM.
                EXIT.
      *
      * APAGA AS LINHAS GRAVADAS NA IMPORTACAO; AS LINHAS
      * CONFERIDAS SAO REGRAVADAS EM SEGUIDA PELO GRV-ITEM
      *
       APAGA-PEND.
                MOVE ZEROS TO W-LIN.
       APAGA-PEND1.
                ADD 1 TO W-LIN
                IF W-LIN > W-ITPEND
                   GO TO APAGA-PEND-FIM.
                MOVE W-FORN  TO NFI-FORN
                MOVE W-NUMNF TO NFI-NUMERO
                MOVE W-LIN   TO NFI-SEQ
                READ NFITEM
                IF ST-ERRONI = "00"
                   DELETE NFITEM RECORD.
                GO TO APAGA-PEND1.
       APAGA-PEND-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * POSTA UMA LINHA DA NOTA: HISTORICO DE PRECO, PRECO MEDIO
      * PONDERADO, SALDO DO ALMOXARIFADO, BAIXA DO PEDIDO, LOTE,
      * MOVIMENTO DE ENTRADA E TRILHA (MESMO CAMINHO DO CEP006)
                MOVE TI-VANO(IND)   TO W-LV-ANO
                MOVE TI-VMES(IND)   TO W-LV-MES
                MOVE TI-VDIA(IND)   TO W-LV-DIA
                MOVE TI-ICMS(IND)   TO W-ICMS
                MOVE TI-IPI(IND)    TO W-IPI
                MOVE TI-ENDER(IND)  TO W-ENDGRD
      *
      * CUSTO QUE ENTRA NO PRECO MEDIO: CUSTO DA NOTA + RATEIO DAS
      * DESPESAS + IPI SEM CREDITO - ICMS COM CREDITO (POR UNIDADE)
      *
                COMPUTE W-CUSTOSN ROUNDED = TI-CUSTO(IND)
                        + (TI-RATEIO(IND) / TI-QUANT(IND))
                IF W-IPIREC NOT = "S"
                   COMPUTE W-CUSTOSN ROUNDED = W-CUSTOSN
                           + (W-IPIVAL / TI-QUANT(IND)).
                IF W-ICMSREC = "S"
                   COMPUTE W-CUSTOSN ROUNDED = W-CUSTOSN
                           - (W-ICMSVAL / TI-QUANT(IND)).
                IF W-CUSTOSN < ZEROS
                   MOVE ZEROS TO W-CUSTOSN.
                MOVE W-CUSTOSN TO W-CUSTOREAL
      *
      * DAQUI EM DIANTE TUDO EM UNIDADE DE ESTOQUE
      *
                MOVE TI-FATOR(IND) TO W-FATOR
                IF W-FATOR NOT = ZEROS
                   COMPUTE W-RECBTO ROUNDED = TI-QUANT(IND) * W-FATOR
                   COMPUTE W-CUSTO ROUNDED = TI-CUSTO(IND) / W-FATOR
                   COMPUTE W-CUSTOREAL ROUNDED = W-CUSTOSN / W-FATOR.
                PERFORM ROT-JRNINI THRU ROT-JRNINI-FIM
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                WRITE REGHISTPRE
      *
      * PRECO MEDIO PONDERADO: VALOR DO ESTOQUE EXISTENTE MAIS O
      * VALOR DO RECEBIMENTO (CUSTO DA NOTA + RATEIO DAS DESPESAS),
      * DIVIDIDO PELA QUANTIDADE RESULTANTE
      *
                IF W-CUSTOREAL NOT = ZEROS
                   COMPUTE PRECMD ROUNDED =
                           ((OLD-QUANT * OLD-PRECMD)
                            + (W-RECBTO * W-CUSTOREAL))
                           / (OLD-QUANT + W-RECBTO).
       POSTA-ALM.
                MOVE CODPRO        TO ALMOX-CODPRO
                PERFORM ROT-BAIXAPED THRU ROT-BAIXAPED-FIM
                PERFORM ROT-PRECFOR THRU ROT-PRECFOR-FIM
                PERFORM ROT-GRVLOTE THRU ROT-GRVLOTE-FIM
                PERFORM ROT-GRVEND THRU ROT-GRVEND-FIM
                PERFORM ROT-GRVSER THRU ROT-GRVSER-FIM
                MOVE "E"          TO MOV-TIPO
                MOVE ALMOX-NUMERO TO MOV-ALMOX
                MOVE W-RECBTO     TO MOV-QUANT
                MOVE SPACE        TO MOV-MOTIVO
                PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
                PERFORM ROT-GRVCUSTO THRU ROT-GRVCUSTO-FIM.
      *
      * RECALCULA QUANT/VRESTOQ DO PRODUTO SOMANDO TODOS OS ALMOXARIFADOS
      *
      *
       ROT-FIM.
                CLOSE PRODUTO ALMOX HISTPRE ARQTRLH MOVEST PEDCMP
                      LOTE FORNEC NFCAB NFITEM PRECFOR JORNAL PAGAR
                      SERIE SERMOV CUSENT
                IF W-TEMEND = "S"
                   CLOSE ENDERECO PRODEND.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT.
      *
      *-------------------------------------------------------------
      * PRIMEIRO ENDERECO DO PRODUTO NO ALMOXARIFADO DA LINHA
      * (CHAVE ALTERNATIVA PEN-CODPRO); SEM NENHUM, FICA EM BRANCO
      *-------------------------------------------------------------
       ROT-SUGEND.
                MOVE SPACES TO W-SUGEND
                MOVE CODPRO TO PEN-CODPRO
                START PRODEND KEY IS NOT LESS PEN-CODPRO
                      INVALID KEY GO TO ROT-SUGEND-FIM.
       ROT-SUGEND1.
                READ PRODEND NEXT
                IF ST-ERROPD NOT = "00"
                   GO TO ROT-SUGEND-FIM.
                IF PEN-CODPRO NOT = CODPRO
                   GO TO ROT-SUGEND-FIM.
                IF PEN-ALMOX NOT = ALMOX-NUMERO
                   GO TO ROT-SUGEND1.
                MOVE PEN-ENDER TO W-SUGEND.
       ROT-SUGEND-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * SOMA O RECEBIDO (EM UNIDADE DE ESTOQUE) NO ENDERECO DE
      * GUARDA DA LINHA (CRIA O SALDO NO ENDERECO NA PRIMEIRA GUARDA)
      *-------------------------------------------------------------
       ROT-GRVEND.
                IF W-TEMEND NOT = "S" OR W-ENDGRD = SPACES
                   GO TO ROT-GRVEND-FIM.
                MOVE ALMOX-NUMERO TO PEN-ALMOX
                MOVE W-ENDGRD     TO PEN-ENDER
                MOVE CODPRO       TO PEN-CODPRO
                READ PRODEND
                IF ST-ERROPD = "00"
                   ADD W-RECBTO TO PEN-QUANT
                   REWRITE REGPEN
                ELSE
                   MOVE W-RECBTO TO PEN-QUANT
                   WRITE REGPEN.
                IF ST-ERROPD NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRODEND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-GRVEND-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * SERIES DAS LINHAS DA NOTA (TAB-SERNF): CARGA DA LINHA
      * W-SERLNF PARA A TAB-SER, GUARDA DA TAB-SER NA LINHA,
      * RETIRADA DA LINHA E RENUMERACAO QUANDO A TABELA DE ITENS
      * E COMPACTADA (LINHA IND PASSA A SER A LINHA W-LIN)
      *-------------------------------------------------------------
       ROT-SERCARGA.
                MOVE SPACES TO TAB-SER
                MOVE ZEROS  TO W-ISER W-KSER.
       ROT-SERCARGA1.
                ADD 1 TO W-KSER
                IF W-KSER > W-QTDSNF
                   GO TO ROT-SERCARGA-FIM.
                IF TN-LIN (W-KSER) = W-SERLNF AND W-ISER < 99
                   ADD 1 TO W-ISER
                   MOVE TN-SERIE (W-KSER) TO TS-SERIE (W-ISER).
                GO TO ROT-SERCARGA1.
       ROT-SERCARGA-FIM.
                EXIT.
      *
       ROT-SERGUARDA.
                PERFORM ROT-SERTIRA THRU ROT-SERTIRA-FIM
                IF W-QTDSNF + W-QTDSER > 500
                   MOVE "*** LIMITE DE 500 SERIES POR NOTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-SERESC
                   GO TO ROT-SERGUARDA-FIM.
                MOVE ZEROS TO W-ISER.
       ROT-SERGUARDA1.
                ADD 1 TO W-ISER
                IF W-ISER > W-QTDSER
                   GO TO ROT-SERGUARDA-FIM.
                ADD 1 TO W-QTDSNF
                MOVE W-SERLNF          TO TN-LIN (W-QTDSNF)
                MOVE CODPRO            TO TN-CODPRO (W-QTDSNF)
                MOVE TS-SERIE (W-ISER) TO TN-SERIE (W-QTDSNF)
                GO TO ROT-SERGUARDA1.
       ROT-SERGUARDA-FIM.
                EXIT.
      *
       ROT-SERTIRA.
                MOVE ZEROS TO W-KSER W-LSER.
       ROT-SERTIRA1.
                ADD 1 TO W-KSER
                IF W-KSER > W-QTDSNF
                   MOVE W-LSER TO W-QTDSNF
                   GO TO ROT-SERTIRA-FIM.
                IF TN-LIN (W-KSER) = W-SERLNF
                   GO TO ROT-SERTIRA1.
                ADD 1 TO W-LSER
                IF W-LSER NOT = W-KSER
                   MOVE TN-ITEM (W-KSER) TO TN-ITEM (W-LSER).
                GO TO ROT-SERTIRA1.
       ROT-SERTIRA-FIM.
                EXIT.
      *
       ROT-SERRENUM.
                MOVE ZEROS TO W-KSER.
       ROT-SERRENUM1.
                ADD 1 TO W-KSER
                IF W-KSER > W-QTDSNF
                   GO TO ROT-SERRENUM-FIM.
                IF TN-LIN (W-KSER) = IND
                   MOVE W-LIN TO TN-LIN (W-KSER).
                GO TO ROT-SERRENUM1.
       ROT-SERRENUM-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA A ENTRADA DAS SERIES DA LINHA IND: CADA UNIDADE FICA
      * EM ESTOQUE NO ALMOXARIFADO DA LINHA, COM NOTA E FORNECEDOR
      *-------------------------------------------------------------
       ROT-GRVSER.
                IF SERIADO NOT = "S"
                   GO TO ROT-GRVSER-FIM.
                MOVE IND TO W-SERLNF
                PERFORM ROT-SERCARGA THRU ROT-SERCARGA-FIM
                MOVE W-ISER TO W-QTDSER
                MOVE 1 TO W-ISER.
       ROT-GRVSER1.
                IF W-ISER > W-QTDSER
                   GO TO ROT-GRVSER-FIM.
                MOVE CODPRO            TO SER-CODPRO
                MOVE TS-SERIE (W-ISER) TO SER-NUMERO
                MOVE "N" TO W-SEREXI
                READ SERIE
                IF ST-ERROSR = "00"
                   MOVE "S" TO W-SEREXI.
                MOVE ALMOX-NUMERO TO SER-ALMOX
                MOVE "E"          TO SER-SITUACAO
                MOVE DH-ANO       TO SER-ENT-ANO SER-ULT-ANO
                MOVE DH-MES       TO SER-ENT-MES SER-ULT-MES
                MOVE DH-DIA       TO SER-ENT-DIA SER-ULT-DIA
                MOVE W-FORN       TO SER-FORN
                MOVE W-NUMNF      TO SER-NOTA
                MOVE W-NUMPED     TO SER-PEDIDO
                IF W-SEREXI = "S"
                   REWRITE REGSER
                ELSE
                   WRITE REGSER.
                IF ST-ERROSR NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE "E"          TO SMV-TIPO
                MOVE ALMOX-NUMERO TO SMV-ALMOX
                MOVE W-FORN       TO SMV-FORN
                MOVE W-NUMNF      TO SMV-NOTA
                MOVE W-NUMPED     TO SMV-PEDIDO
                MOVE ZEROS        TO SMV-REQUIS SMV-CCUSTO
                MOVE SPACE        TO SMV-MOTIVO
                PERFORM ROT-SERMOV THRU ROT-SERMOV-FIM
                ADD 1 TO W-ISER
                GO TO ROT-GRVSER1.
       ROT-GRVSER-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CAPTURA UM NUMERO DE SERIE POR UNIDADE (W-QTDSER) NA LINHA
      * W-SERLIN. ESC NA PRIMEIRA UNIDADE VOLTA AO CAMPO ANTERIOR
      * (W-SERESC = S); NAS OUTRAS, VOLTA UMA UNIDADE. W-SERMODO
      * E = SERIE NOVA (NAO PODE ESTAR EM ESTOQUE); S = SERIE JA
      * EM ESTOQUE NO ALMOXARIFADO W-SERALM
      *-------------------------------------------------------------
       ROT-CAPSER.
                MOVE "N" TO W-SERESC
                MOVE 1 TO W-ISER
                DISPLAY (W-SERLIN, 01) "N. DE SERIE            : ".
       ROT-CAPSER1.
                DISPLAY (W-SERLIN, 50) "UNIDADE "
                DISPLAY (W-SERLIN, 58) W-ISER
                DISPLAY (W-SERLIN, 61) "DE "
                DISPLAY (W-SERLIN, 64) W-QTDSER
                MOVE TS-SERIE (W-ISER) TO W-SERNUM
                ACCEPT (W-SERLIN, 27) W-SERNUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-ISER = 1
                      MOVE "S" TO W-SERESC
                      GO TO ROT-CAPSER-FIM
                   ELSE
                      SUBTRACT 1 FROM W-ISER
                      GO TO ROT-CAPSER1.
                IF W-SERNUM = SPACES
                   MOVE "*** INFORME O NUMERO DE SERIE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-CAPSER1.
                MOVE 1 TO W-JSER.
       ROT-CAPSER2.
                IF W-JSER < W-ISER
                   IF TS-SERIE (W-JSER) = W-SERNUM
                      MOVE "*** SERIE REPETIDA NESTE LANCAMENTO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1
                   ELSE
                      ADD 1 TO W-JSER
                      GO TO ROT-CAPSER2.
                MOVE ZEROS TO W-KSER.
       ROT-CAPSER3.
                ADD 1 TO W-KSER
                IF W-KSER NOT > W-QTDSNF
                   IF TN-CODPRO (W-KSER) = CODPRO AND
                      TN-LIN (W-KSER) NOT = W-SERLNF AND
                      TN-SERIE (W-KSER) = W-SERNUM
                      MOVE "*** SERIE JA INFORMADA EM OUTRA LINHA ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1
                   ELSE
                      GO TO ROT-CAPSER3.
                MOVE CODPRO   TO SER-CODPRO
                MOVE W-SERNUM TO SER-NUMERO
                READ SERIE
                IF W-SERMODO = "E"
                   IF ST-ERROSR = "00" AND SER-ESTOQUE
                      MOVE "*** SERIE JA CONSTA EM ESTOQUE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                IF W-SERMODO = "S"
                   IF ST-ERROSR NOT = "00"
                      MOVE "*** SERIE NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                IF W-SERMODO = "S"
                   IF NOT SER-ESTOQUE
                      MOVE "*** SERIE NAO ESTA EM ESTOQUE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                IF W-SERMODO = "S"
                   IF SER-ALMOX NOT = W-SERALM
                      MOVE "*** SERIE ESTA EM OUTRO ALMOXARIFADO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-CAPSER1.
                MOVE W-SERNUM TO TS-SERIE (W-ISER)
                IF W-ISER < W-QTDSER
                   ADD 1 TO W-ISER
                   GO TO ROT-CAPSER1.
       ROT-CAPSER-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA O EVENTO DA UNIDADE NO SERMOV. O CHAMADOR PREPARA
      * SER-CHAVE, SMV-TIPO/ALMOX E AS REFERENCIAS DO EVENTO
      *-------------------------------------------------------------
       ROT-SERMOV.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE SER-CODPRO TO SMV-CODPRO
                MOVE SER-NUMERO TO SMV-NUMERO
                MOVE DH-ANO   TO SMV-ANO
                MOVE DH-MES   TO SMV-MES
                MOVE DH-DIA   TO SMV-DIA
                MOVE TA-HH    TO SMV-HH
                MOVE TA-MM    TO SMV-MM
                MOVE TA-SS    TO SMV-SS
                MOVE ZEROS    TO SMV-SEQ
                MOVE "CEP025" TO SMV-PROG
                MOVE W-LOGIN  TO SMV-OPERADOR.
       ROT-SERMOV1.
                WRITE REGSMV
                IF ST-ERROSM = "22"
                   ADD 1 TO SMV-SEQ
                   GO TO ROT-SERMOV1.
                IF ST-ERROSM NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SERMOV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-SERMOV-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * ATUALIZA A TABELA DE PRECO POR FORNECEDOR COM O ULTIMO
      * CUSTO DA LINHA DA NOTA
      *-------------------------------------------------------------
                   MOVE DH-ANO  TO PRF-ANO
                   MOVE DH-MES  TO PRF-MES
                   MOVE DH-DIA  TO PRF-DIA
                   MOVE SPACES  TO PRF-CODITEM
                   MOVE SPACES  TO PRF-UNCOMPRA
                   MOVE ZEROS   TO PRF-FATOR
                   WRITE REGPRF.
                IF ST-ERROF2 NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRECFOR" TO MENS
                IF ST-ERROP NOT = "00"
                   GO TO ROT-BAIXAPED-FIM.
                COMPUTE PED-QTDREC = PED-QTDREC + W-RECBTO
                IF W-CUSTO NOT = ZEROS
                   COMPUTE PED-VLREC = PED-VLREC + (W-RECBTO * W-CUSTO)
                ELSE
                   COMPUTE PED-VLREC = PED-VLREC
                                     + (W-RECBTO * PED-PRECO).
                ACCEPT PED-ULTREC FROM DATE YYYYMMDD
                IF PED-QTDREC NOT < PED-QTDPED
                   MOVE "F" TO PED-SITUACAO
                ELSE
       ROT-BAIXAPED-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CONFRONTA O CUSTO DA NOTA COM O PRECO ACORDADO NO PEDIDO DA
      * LINHA E AVISA QUANDO A DIFERENCA PASSA DA TOLERANCIA
      * (TOL-PRECO, EM PERCENTUAL). SO AVISO: A LINHA E ACEITA
      *-------------------------------------------------------------
       ROT-TOLPRC.
                IF W-NUMPED = ZEROS OR W-CUSTO = ZEROS
                   GO TO ROT-TOLPRC-FIM.
                MOVE W-NUMPED TO PED-NUMERO
                READ PEDCMP
                IF ST-ERROP NOT = "00"
                   GO TO ROT-TOLPRC-FIM.
                IF PED-PRECO = ZEROS
                   GO TO ROT-TOLPRC-FIM.
                IF W-FATOR = ZEROS
                   MOVE W-CUSTO TO W-CUSTOEST
                ELSE
                   COMPUTE W-CUSTOEST ROUNDED = W-CUSTO / W-FATOR.
                IF W-CUSTOEST > PED-PRECO
                   COMPUTE W-DIFPRC ROUNDED =
                           (W-CUSTOEST - PED-PRECO) * 100 / PED-PRECO
                ELSE
                   COMPUTE W-DIFPRC ROUNDED =
                           (PED-PRECO - W-CUSTOEST) * 100 / PED-PRECO.
                IF W-DIFPRC > W-TOLPRC
                   MOVE "* ATENCAO: CUSTO FORA DO PRECO DO PEDIDO *"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-TOLPRC-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * UNIDADE DE COMPRA DA LINHA: A DO PEDIDO OU, SEM ELA, A DO
      * PRECFOR DO FORNECEDOR DA NOTA. COM FATOR, QUANTIDADE E
      * CUSTO SAO DIGITADOS (OU CONFERIDOS) COMO VIERAM NA NOTA
      *-------------------------------------------------------------
       ROT-FATOR.
                MOVE ZEROS  TO W-FATOR
                MOVE SPACES TO W-UNCMP
                IF W-NUMPED = ZEROS
                   GO TO ROT-FATOR1.
                MOVE W-NUMPED TO PED-NUMERO
                READ PEDCMP
                IF ST-ERROP = "00"
                   IF PED-FATOR NOT = ZEROS
                      MOVE PED-UNCOMPRA TO W-UNCMP
                      MOVE PED-FATOR    TO W-FATOR
                      GO TO ROT-FATOR2.
       ROT-FATOR1.
                MOVE CODPRO TO PRF-CODPRO
                MOVE W-FORN TO PRF-FORN
                READ PRECFOR
                IF ST-ERROF2 = "00"
                   MOVE PRF-UNCOMPRA TO W-UNCMP
                   MOVE PRF-FATOR    TO W-FATOR.
       ROT-FATOR2.
                DISPLAY (13, 40) "                         "
                DISPLAY (14, 40) "                         "
                IF W-FATOR = ZEROS
                   GO TO ROT-FATOR-FIM.
                DISPLAY (13, 40) "EM "
                DISPLAY (13, 43) W-UNCMP
                DISPLAY (14, 40) "POR "
                DISPLAY (14, 44) W-UNCMP.
       ROT-FATOR-FIM.
                EXIT.
      *
      * QUANTIDADE DA LINHA EM UNIDADE DE ESTOQUE (PARA CONFRONTAR
      * COM O SALDO DO PEDIDO)
      *
       ROT-QTDEST.
                IF W-FATOR = ZEROS
                   MOVE W-RECBTO TO W-QTDEST
                   GO TO ROT-QTDEST-FIM.
                COMPUTE W-QTDEST ROUNDED = W-RECBTO * W-FATOR
                DISPLAY (13, 50) "= "
                DISPLAY (13, 52) W-QTDEST
                DISPLAY (13, 62) UNID.
       ROT-QTDEST-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * TOLERANCIA DE PRECO NO RECEBIMENTO (TOL-PRECO, PADRAO 5%)
      *-------------------------------------------------------------
       ROT-PARAMET.
                OPEN INPUT PARAMET
                IF ST-ERROW NOT = "00"
                   GO TO ROT-PARAMET-FIM.
                MOVE "TOL-PRECO" TO PAR-NOME
                READ PARAMET
                IF ST-ERROW = "00"
                   IF PAR-VALOR(1:3) NUMERIC
                      MOVE PAR-VALOR(1:3) TO W-TOLPRC.
                CLOSE PARAMET.
       ROT-PARAMET-FIM.
                EXIT.
      *
      ***********************************
      * ROTINA DE GRAVACAO DO MOVIMENTO *
      * DE ESTOQUE (KARDEX / MOVEST)    *
                EXIT.
      *
      ***********************************
      * CUSTO UNITARIO DA ENTRADA PARA  *
      * A CAMADA PEPS (CUSENT / CEP067) *
      ***********************************
      *
       ROT-GRVCUSTO.
                IF ST-ERROM NOT = "00" AND NOT = "02"
                   GO TO ROT-GRVCUSTO-FIM.
                MOVE MOV-CHAVE TO CEN-CHAVE
                IF W-CUSTOREAL = ZEROS
                   MOVE PRECMD TO CEN-CUSTO
                ELSE
                   MOVE W-CUSTOREAL TO CEN-CUSTO.
                WRITE REGCEN
                IF ST-ERROCE = "22"
                   REWRITE REGCEN.
       ROT-GRVCUSTO-FIM.
                EXIT.
      *
      ***********************************
      * JORNAL DE LANCAMENTO: INTENCAO  *
      * ANTES DE POSTAR, COMPLETO AO    *
      * FIM (RECUPERACAO PELO CEP042)   *
