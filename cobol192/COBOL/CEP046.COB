       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP046.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * IMPORTACAO DA NF-E (XML) DO        *
      * FORNECEDOR PARA O RECEBIMENTO POR  *
      * NOTA FISCAL: LE O XML DEIXADO NA   *
      * PASTA DE TRABALHO E MONTA UMA NOTA *
      * PENDENTE (NFCAB SITUACAO P + SUAS  *
      * LINHAS NFITEM). O CONFERENTE SO    *
      * CONFIRMA QUANTIDADES E LOTES NO    *
      * CEP025 ANTES DE EFETIVAR.          *
      * EMITENTE -> FORN-CNPJ (CEP015)     *
      * CPROD    -> PRF-CODITEM (CEP031)   *
      * CEAN     -> CODBARRA (CHAVE3)      *
      * XPED     -> PED-NUMERO             *
      * LINHAS SEM PRODUTO VAO PARA A      *
      * LISTAGEM DE REJEITADOS NO SPOOL.   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY FORNSEL.BOK.
       COPY PRFSEL.BOK.
       COPY PEDSEL.BOK.
       COPY NFCABSEL.BOK.
       COPY NFITSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQXML ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERROX.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY FORNEC.BOK.
       COPY PRECFOR.BOK.
       COPY PEDCMP.BOK.
       COPY NFCAB.BOK.
       COPY NFITEM.BOK.
       COPY AUDTRLH.BOK.
      *
       COPY SPOOL.BOK.
      *
      * O XML E LIDO EM BLOCOS FIXOS: A NF-E COSTUMA VIR NUMA LINHA
      * SO, ENTAO A VARREDURA E FEITA CARACTER A CARACTER SEM
      * DEPENDER DE QUEBRA DE LINHA
      *
       FD  ARQXML
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQXML.
       01  REGXML               PIC X(256).
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERROF2    PIC X(02) VALUE "00".
       77 ST-ERROP     PIC X(02) VALUE "00".
       77 ST-ERRONF    PIC X(02) VALUE "00".
       77 ST-ERRONI    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROX     PIC X(02) VALUE "00".
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TEMPRF     PIC X(01) VALUE "N".
       77 W-TEMPED     PIC X(01) VALUE "N".
       77 W-ARQXML     PIC X(40) VALUE "NFE.XML".
      *
      * VARREDURA DO XML: ESTADO T = TEXTO, N = NOME DA TAG,
      * A = ATRIBUTOS DA TAG, C = COMENTARIO/DECLARACAO (<? <!)
      *
       77 W-POS        PIC 9(03) VALUE ZEROS.
       77 W-CAR        PIC X(01) VALUE SPACES.
       77 W-ANT        PIC X(01) VALUE SPACES.
       77 W-ESTADO     PIC X(01) VALUE "T".
       77 W-FECHA      PIC X(01) VALUE "N".
       77 W-TAG        PIC X(20) VALUE SPACES.
       77 W-TAGLEN     PIC 9(02) VALUE ZEROS.
       77 W-TEXTO      PIC X(60) VALUE SPACES.
       77 W-TXTLEN     PIC 9(02) VALUE ZEROS.
       77 W-NOEMIT     PIC X(01) VALUE "N".
       77 W-NODET      PIC X(01) VALUE "N".
       77 W-NRASTRO    PIC 9(02) VALUE ZEROS.
      * GRUPO DE IMPOSTO ABERTO NO ITEM: I = ICMS, P = IPI
       77 W-GRUPO      PIC X(01) VALUE SPACES.
      *
      * CABECALHO DA NF-E COMO VEIO NO XML
      *
       01 X-CNPJ       PIC X(14) VALUE SPACES.
       01 X-NNF        PIC X(16) VALUE SPACES.
       01 X-DEMI       PIC X(10) VALUE SPACES.
       01 X-CHAVE      PIC X(44) VALUE SPACES.
      * TOTAIS DE DESPESAS (GRUPO ICMSTOT, FORA DOS ITENS)
       01 X-VFRETE     PIC X(16) VALUE SPACES.
       01 X-VSEG       PIC X(16) VALUE SPACES.
       01 X-VOUTRO     PIC X(16) VALUE SPACES.
      *
      * ITEM (DET) EM LEITURA E TABELA DOS ITENS DA NOTA, TRATADOS
      * SO NO FIM DO ARQUIVO (ATE 50 ITENS, O LIMITE DO CEP025)
      *
       01 XI-ITEM.
          03 XI-CPROD     PIC X(20).
          03 XI-EAN       PIC X(14).
          03 XI-XPROD     PIC X(30).
          03 XI-QCOM      PIC X(16).
          03 XI-VUNCOM    PIC X(16).
          03 XI-XPED      PIC X(16).
          03 XI-LOTE      PIC X(10).
          03 XI-DVAL      PIC X(10).
          03 XI-CFOP      PIC X(04).
          03 XI-ICMSBC    PIC X(16).
          03 XI-ICMSALQ   PIC X(16).
          03 XI-ICMSVAL   PIC X(16).
          03 XI-IPIBC     PIC X(16).
          03 XI-IPIALQ    PIC X(16).
          03 XI-IPIVAL    PIC X(16).
       77 W-QTDXML     PIC 9(03) VALUE ZEROS.
       77 W-EXCESSO    PIC 9(03) VALUE ZEROS.
       01 TAB-XML.
          03 TX-ITEM OCCURS 50 TIMES.
             05 TX-CPROD     PIC X(20).
             05 TX-EAN       PIC X(14).
             05 TX-XPROD     PIC X(30).
             05 TX-QCOM      PIC X(16).
             05 TX-VUNCOM    PIC X(16).
             05 TX-XPED      PIC X(16).
             05 TX-LOTE      PIC X(10).
             05 TX-DVAL      PIC X(10).
             05 TX-CFOP      PIC X(04).
             05 TX-ICMSBC    PIC X(16).
             05 TX-ICMSALQ   PIC X(16).
             05 TX-ICMSVAL   PIC X(16).
             05 TX-IPIBC     PIC X(16).
             05 TX-IPIALQ    PIC X(16).
             05 TX-IPIVAL    PIC X(16).
      *
      * NOTA PENDENTE EM MONTAGEM
      *
       77 IND          PIC 9(03) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-REJ        PIC 9(03) VALUE ZEROS.
       77 W-AVISOS     PIC 9(03) VALUE ZEROS.
       77 W-FORN       PIC 9(04) VALUE ZEROS.
       77 W-NUMNF      PIC 9(09) VALUE ZEROS.
       77 W-CNPJ       PIC 9(14) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-NUMPED     PIC 9(06) VALUE ZEROS.
       77 W-QTDE       PIC 9(05)V9 VALUE ZEROS.
       77 W-CUSTO      PIC 9(06)V999 VALUE ZEROS.
       77 W-MOTIVO     PIC X(36) VALUE SPACES.
       01 W-DTNF.
          03 W-NF-ANO  PIC 9(04) VALUE ZEROS.
          03 W-NF-MES  PIC 9(02) VALUE ZEROS.
          03 W-NF-DIA  PIC 9(02) VALUE ZEROS.
       01 W-DTVAL.
          03 W-DV-ANO  PIC 9(04) VALUE ZEROS.
          03 W-DV-MES  PIC 9(02) VALUE ZEROS.
          03 W-DV-DIA  PIC 9(02) VALUE ZEROS.
      *
      * CONVERSAO DE NUMERO DO XML (PONTO DECIMAL, SEM MILHAR)
      *
       01 W-NUMIN      PIC X(16) VALUE SPACES.
       01 W-NUMVAL     PIC 9(10)V9(4) VALUE ZEROS.
       01 W-NUMOK      PIC X(01) VALUE "N".
       77 W-NI         PIC 9(02) VALUE ZEROS.
       77 W-NDEC       PIC 9(01) VALUE ZEROS.
       77 W-EMDEC      PIC X(01) VALUE "N".
       77 W-TEMDIG     PIC X(01) VALUE "N".
       01 W-DIGITO     PIC X(01) VALUE SPACES.
       01 W-DIGNUM     PIC 9(01) VALUE ZEROS.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
          03 DH-DIA    PIC 9(02).
          03 DH-HH     PIC 9(02).
          03 DH-MM     PIC 9(02).
          03 DH-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 TIME-ATU.
          03 TA-HH     PIC 9(02).
          03 TA-MM     PIC 9(02).
          03 TA-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
      *
      * LISTAGEM DE REJEITADOS
      *
       01 CAB1.
          03 FILLER    PIC X(40) VALUE
              "IMPORTACAO DE NF-E - LINHAS REJEITADAS".
          03 FILLER    PIC X(07) VALUE "DATA : ".
          03 CAB13     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB14     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE "/".
          03 CAB15     PIC 9(04) VALUE ZEROS.
       01 CAB2.
          03 FILLER    PIC X(09) VALUE "ARQUIVO: ".
          03 CAB21     PIC X(40) VALUE SPACES.
       01 CAB3.
          03 FILLER    PIC X(12) VALUE "FORNECEDOR: ".
          03 CAB31     PIC 9(04) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 CAB32     PIC X(30) VALUE SPACES.
          03 FILLER    PIC X(08) VALUE " NOTA: ".
          03 CAB33     PIC 9(09) VALUE ZEROS.
       01 CAB4.
          03 FILLER    PIC X(40) VALUE
              "IT COD.FORNEC.     DESCRICAO NA NOTA    ".
          03 FILLER    PIC X(40) VALUE
              "MOTIVO                                  ".
       01 TRSIM        PIC X(80) VALUE ALL "-".
       01 DET1.
          03 DET11     PIC 99    VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET12     PIC X(15) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET13     PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DET14     PIC X(36) VALUE SPACES.
       01 DET2.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 FILLER    PIC X(05) VALUE "EAN: ".
          03 DET21     PIC X(14) VALUE SPACES.
          03 FILLER    PIC X(07) VALUE " QTDE: ".
          03 DET22     PIC X(16) VALUE SPACES.
          03 FILLER    PIC X(08) VALUE " PEDIDO:".
          03 DET23     PIC X(16) VALUE SPACES.
       01 DET-CAB.
          03 FILLER    PIC X(22) VALUE "NOTA INTEIRA RECUSADA:".
          03 DETC1     PIC X(50) VALUE SPACES.
       01 W-TOT1.
          03 FILLER    PIC X(30) VALUE "ITENS NO XML                : ".
          03 WT1       PIC ZZ9 VALUE ZEROS.
       01 W-TOT2.
          03 FILLER    PIC X(30) VALUE "LINHAS NA NOTA PENDENTE     : ".
          03 WT2       PIC ZZ9 VALUE ZEROS.
       01 W-TOT3.
          03 FILLER    PIC X(30) VALUE "LINHAS REJEITADAS           : ".
          03 WT3       PIC ZZ9 VALUE ZEROS.
       01 W-TOT4.
          03 FILLER    PIC X(30) VALUE "PEDIDOS NAO CONFERIDOS      : ".
          03 WT4       PIC ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU (VAI PARA A NOTA
      * PENDENTE, PARA A TRILHA E PARA O SPOOL)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
           IF W-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP0.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT FORNEC
           IF ST-ERRON NOT = "00"
               MOVE "*** CADASTRE OS FORNECEDORES (CEP015) ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PRODUTO
               GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT PRECFOR
           IF ST-ERROF2 = "00"
              MOVE "S" TO W-TEMPRF
           ELSE
              MOVE "N" TO W-TEMPRF.
       INC-OP0C.
           OPEN INPUT PEDCMP
           IF ST-ERROP = "00"
              MOVE "S" TO W-TEMPED
           ELSE
              MOVE "N" TO W-TEMPED.
       INC-OP0D.
           OPEN I-O NFCAB
           IF ST-ERRONF NOT = "00"
               IF ST-ERRONF = "30"
                      OPEN OUTPUT NFCAB
                      CLOSE NFCAB
                      GO TO INC-OP0D
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO NFCAB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0E.
           OPEN I-O NFITEM
           IF ST-ERRONI NOT = "00"
               IF ST-ERRONI = "30"
                      OPEN OUTPUT NFITEM
                      CLOSE NFITEM
                      GO TO INC-OP0E
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO NFITEM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0F.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
               IF ST-ERROT = "30"
                      OPEN OUTPUT ARQTRLH
                      CLOSE ARQTRLH
                      GO TO INC-OP0F
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "IMPORTACAO DE NF-E (XML) DO FORNECEDOR"
           DISPLAY (04, 01) "ARQUIVO XML DA NOTA    : ".
       INC-002.
           ACCEPT  (04, 27) W-ARQXML WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-ARQXML = SPACES
              MOVE "*** INFORME O NOME DO ARQUIVO XML ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           OPEN INPUT ARQXML
           IF ST-ERROX NOT = "00"
              MOVE "*** ARQUIVO XML NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE "T"    TO W-ESTADO
           MOVE "N"    TO W-FECHA W-NOEMIT W-NODET
           MOVE SPACES TO W-TAG W-TEXTO W-ANT XI-ITEM
           MOVE SPACES TO X-CNPJ X-NNF X-DEMI X-CHAVE
           MOVE SPACES TO X-VFRETE X-VSEG X-VOUTRO
           MOVE ZEROS  TO W-TAGLEN W-TXTLEN W-NRASTRO
                          W-QTDXML W-EXCESSO.
      *
       LER-XML.
           MOVE SPACES TO REGXML
           READ ARQXML
           IF ST-ERROX NOT = "00" AND NOT = "04"
              GO TO FIM-XML.
           MOVE 1 TO W-POS.
       LER-XML1.
           IF W-POS > 256
              GO TO LER-XML.
           MOVE REGXML(W-POS:1) TO W-CAR
           PERFORM TRATA-CAR THRU TRATA-CAR-FIM
           ADD 1 TO W-POS
           GO TO LER-XML1.
      *
       FIM-XML.
           CLOSE ARQXML
           IF W-QTDXML = ZEROS
              MOVE "*** ARQUIVO SEM ITENS DE NF-E ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-DIA TO CAB13
           MOVE DH-MES TO CAB14
           MOVE DH-ANO TO CAB15
           MOVE W-ARQXML TO CAB21
           MOVE ZEROS TO W-FORN W-NUMNF W-SEQ W-REJ W-AVISOS
           MOVE SPACES TO FORN-NOME
      *
      * NUMERO E DATA DA NOTA (DATA INVALIDA FICA COM A DE HOJE)
      *
           MOVE X-NNF TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 999999999
              MOVE W-NUMVAL TO W-NUMNF.
           MOVE DH-ANO TO W-NF-ANO
           MOVE DH-MES TO W-NF-MES
           MOVE DH-DIA TO W-NF-DIA
           IF X-DEMI(1:4) NUMERIC AND X-DEMI(6:2) NUMERIC
                                  AND X-DEMI(9:2) NUMERIC
              MOVE X-DEMI(1:4) TO W-NF-ANO
              MOVE X-DEMI(6:2) TO W-NF-MES
              MOVE X-DEMI(9:2) TO W-NF-DIA.
      *
      * EMITENTE: O FORNECEDOR E ACHADO PELO CNPJ
      *
           MOVE "N" TO W-ACHOU
           IF X-CNPJ NUMERIC
              MOVE X-CNPJ TO W-CNPJ
              PERFORM ACHA-FORN THRU ACHA-FORN-FIM.
           MOVE W-FORN      TO CAB31
           MOVE FORN-NOME   TO CAB32
           MOVE W-NUMNF     TO CAB33
           MOVE SPACES TO DETC1
           IF W-ACHOU NOT = "S"
              MOVE "CNPJ DO EMITENTE SEM FORNECEDOR (CEP015)" TO DETC1
              GO TO NOTA-RECUSADA.
           IF W-NUMNF = ZEROS
              MOVE "NUMERO DA NOTA (NNF) INVALIDO NO XML" TO DETC1
              GO TO NOTA-RECUSADA.
           MOVE W-FORN  TO NFC-FORN
           MOVE W-NUMNF TO NFC-NUMERO
           READ NFCAB
           IF ST-ERRONF = "00"
              MOVE "NOTA JA IMPORTADA OU RECEBIDA (CEP026)" TO DETC1
              GO TO NOTA-RECUSADA.
      *
      * MOSTRA O CABECALHO E PEDE A CONFIRMACAO
      *
           DISPLAY (06, 01) "FORNECEDOR             : "
           DISPLAY (06, 27) W-FORN
           DISPLAY (06, 34) FORN-NOME
           DISPLAY (07, 01) "NUMERO DA NOTA         : "
           DISPLAY (07, 27) W-NUMNF
           DISPLAY (08, 01) "DATA DE EMISSAO        : "
           DISPLAY (08, 27) W-NF-DIA
           DISPLAY (08, 29) "/"
           DISPLAY (08, 30) W-NF-MES
           DISPLAY (08, 32) "/"
           DISPLAY (08, 33) W-NF-ANO
           DISPLAY (09, 01) "ITENS NO XML           : "
           DISPLAY (09, 27) W-QTDXML
           IF W-EXCESSO NOT = ZEROS
              DISPLAY (10, 01) "ITENS ALEM DO LIMITE 50: "
              DISPLAY (10, 27) W-EXCESSO.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 30) "GERA A NOTA PENDENTE (S/N) : ".
           ACCEPT (23, 60) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "* IMPORTACAO CANCELADA PELO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      * GRAVA O CABECALHO PENDENTE E TRATA CADA ITEM DO XML
      *
       GRV-CAB.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           PERFORM IMP-CAB THRU IMP-CAB-FIM
           MOVE W-FORN   TO NFC-FORN
           MOVE W-NUMNF  TO NFC-NUMERO
           MOVE W-NF-ANO TO NFC-ANO
           MOVE W-NF-MES TO NFC-MES
           MOVE W-NF-DIA TO NFC-DIA
           MOVE ZEROS    TO NFC-ITENS
           MOVE W-LOGIN  TO NFC-OPERADOR
           MOVE "P"      TO NFC-SITUACAO
           MOVE X-CHAVE  TO NFC-CHAVEACE
           MOVE ZEROS    TO NFC-FRETE NFC-SEGURO NFC-OUTRAS
           MOVE "V"      TO NFC-RATEIO
           MOVE ZEROS    TO NFC-DTENTRADA
           MOVE X-VFRETE TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 9999999,99
              COMPUTE NFC-FRETE ROUNDED = W-NUMVAL.
           MOVE X-VSEG   TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 9999999,99
              COMPUTE NFC-SEGURO ROUNDED = W-NUMVAL.
           MOVE X-VOUTRO TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 9999999,99
              COMPUTE NFC-OUTRAS ROUNDED = W-NUMVAL.
           WRITE REGNFC
           IF ST-ERRONF NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO NFCAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQIMP
              GO TO ROT-FIM.
           MOVE ZEROS TO IND.
       GRV-ITEM.
           ADD 1 TO IND
           IF IND > W-QTDXML
              GO TO GRV-FIM.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           GO TO GRV-ITEM.
       GRV-FIM.
      *
      * NENHUMA LINHA CASOU: NAO FICA NOTA PENDENTE VAZIA
      *
           MOVE W-FORN  TO NFC-FORN
           MOVE W-NUMNF TO NFC-NUMERO
           READ NFCAB
           IF ST-ERRONF = "00"
              IF W-SEQ = ZEROS
                 DELETE NFCAB RECORD
              ELSE
                 MOVE W-SEQ TO NFC-ITENS
                 REWRITE REGNFC.
           IF W-SEQ NOT = ZEROS
              PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM.
           PERFORM IMP-TOT THRU IMP-TOT-FIM
           CLOSE ARQIMP
           MOVE W-QTDXML TO WT1
           MOVE W-SEQ    TO WT2
           MOVE W-REJ    TO WT3
           MOVE W-AVISOS TO WT4
           DISPLAY (17, 01) W-TOT1
           DISPLAY (18, 01) W-TOT2
           DISPLAY (19, 01) W-TOT3
           DISPLAY (20, 01) W-TOT4
           IF W-SEQ = ZEROS
              MOVE "*** NENHUMA LINHA CASOU - NOTA NAO GERADA ***"
                                                              TO MENS
           ELSE
              MOVE "*** NOTA PENDENTE GERADA - CONFERIR NO CEP025 ***"
                                                              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "ENTER = PROXIMA NOTA"
           ACCEPT W-ACT FROM ESCAPE KEY
           GO TO INC-001.
      *
      * NOTA RECUSADA POR INTEIRO: TODOS OS ITENS VAO PARA A LISTAGEM
      *
       NOTA-RECUSADA.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           PERFORM IMP-CAB THRU IMP-CAB-FIM
           WRITE REGIMP FROM DET-CAB BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO IND.
       NOTA-RECUSADA1.
           ADD 1 TO IND
           IF IND > W-QTDXML
              GO TO NOTA-RECUSADA2.
           MOVE "NOTA RECUSADA" TO W-MOTIVO
           PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
           GO TO NOTA-RECUSADA1.
       NOTA-RECUSADA2.
           PERFORM IMP-TOT THRU IMP-TOT-FIM
           CLOSE ARQIMP
           MOVE DETC1 TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "ENTER = PROXIMA NOTA (REJEITADOS NO SPOOL)"
           ACCEPT W-ACT FROM ESCAPE KEY
           GO TO INC-001.
      *
      *-------------------------------------------------------------
      * TRATA UM ITEM DO XML: ACHA O PRODUTO (CODIGO DO ITEM NO
      * FORNECEDOR, DEPOIS EAN), CONFERE O PEDIDO E GRAVA A LINHA
      * PENDENTE. O QUE NAO CASA VAI PARA A LISTAGEM.
      *-------------------------------------------------------------
       TRATA-ITEM.
           MOVE SPACES TO W-MOTIVO
           MOVE TX-QCOM(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK NOT = "S" OR W-NUMVAL = ZEROS
                                OR W-NUMVAL > 99999,9
              MOVE "QUANTIDADE (QCOM) INVALIDA" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-ITEM-FIM.
           MOVE W-NUMVAL TO W-QTDE
           MOVE TX-VUNCOM(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK NOT = "S" OR W-NUMVAL > 999999,999
              MOVE "VALOR UNITARIO (VUNCOM) INVALIDO" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-ITEM-FIM.
           COMPUTE W-CUSTO ROUNDED = W-NUMVAL
           PERFORM ACHA-PRODUTO THRU ACHA-PRODUTO-FIM
           IF W-ACHOU NOT = "S"
              MOVE "PRODUTO NAO IDENTIFICADO (CPROD/EAN)" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-ITEM-FIM.
           IF PROD-BLOQUEADO
              MOVE "PRODUTO BLOQUEADO - NAO RECEBER" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-ITEM-FIM.
           IF PROD-DESCONT
              MOVE "PRODUTO DESCONTINUADO - NAO RECEBER" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM
              GO TO TRATA-ITEM-FIM.
           PERFORM ACHA-PEDIDO THRU ACHA-PEDIDO-FIM
      *
      * LOTE E VALIDADE DO GRUPO RASTRO, SO PARA PERECIVEL
      *
           MOVE ZEROS TO W-DTVAL
           IF PERECIVEL = "S"
              IF TX-DVAL(IND)(1:4) NUMERIC AND TX-DVAL(IND)(6:2)
                 NUMERIC AND TX-DVAL(IND)(9:2) NUMERIC
                 MOVE TX-DVAL(IND)(1:4) TO W-DV-ANO
                 MOVE TX-DVAL(IND)(6:2) TO W-DV-MES
                 MOVE TX-DVAL(IND)(9:2) TO W-DV-DIA.
           ADD 1 TO W-SEQ
           MOVE W-FORN       TO NFI-FORN
           MOVE W-NUMNF      TO NFI-NUMERO
           MOVE W-SEQ        TO NFI-SEQ
           MOVE CODPRO       TO NFI-CODPRO
           MOVE ALMOXARIFADO TO NFI-ALMOX
           MOVE W-QTDE       TO NFI-QUANT
           MOVE W-CUSTO      TO NFI-CUSTO
           MOVE W-NUMPED     TO NFI-PEDIDO
           MOVE SPACES       TO NFI-LOTE
           IF PERECIVEL = "S"
              MOVE TX-LOTE(IND) TO NFI-LOTE.
           MOVE W-DV-ANO     TO NFI-VANO
           MOVE W-DV-MES     TO NFI-VMES
           MOVE W-DV-DIA     TO NFI-VDIA
           MOVE ZEROS        TO NFI-RATEIO NFI-FATOR
           MOVE SPACES       TO NFI-UNCOMPRA
           PERFORM ROT-IMPOSTO THRU ROT-IMPOSTO-FIM
           WRITE REGNFI
           IF ST-ERRONI NOT = "00" AND NOT = "02"
              SUBTRACT 1 FROM W-SEQ
              MOVE "ERRO NA GRAVACAO DO ARQUIVO NFITEM" TO W-MOTIVO
              PERFORM ROT-REJEITA THRU ROT-REJEITA-FIM.
       TRATA-ITEM-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * IMPOSTOS DA LINHA. O CFOP DA NF-E E O DE SAIDA DO
      * FORNECEDOR (5/6/7XXX): NA ENTRADA VIRA 1/2/3XXX. ICMS ENTRA
      * COMO RECUPERAVEL E IPI COMO NAO RECUPERAVEL; O CONFERENTE
      * ACERTA NO CEP025 QUANDO FOR O CASO.
      *-------------------------------------------------------------
       ROT-IMPOSTO.
           MOVE ZEROS TO NFI-CFOP NFI-ICMS NFI-IPI
           MOVE "S"   TO NFI-ICMS-RECUP
           MOVE "N"   TO NFI-IPI-RECUP
           IF TX-CFOP(IND) NUMERIC
              MOVE TX-CFOP(IND) TO NFI-CFOP
              IF NFI-CFOP > 4999 AND NFI-CFOP < 8000
                 SUBTRACT 4000 FROM NFI-CFOP.
           MOVE TX-ICMSBC(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 999999999,99
              COMPUTE NFI-ICMS-BASE ROUNDED = W-NUMVAL.
           MOVE TX-ICMSALQ(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL < 100
              COMPUTE NFI-ICMS-ALIQ ROUNDED = W-NUMVAL.
           MOVE TX-ICMSVAL(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 9999999,99
              COMPUTE NFI-ICMS-VALOR ROUNDED = W-NUMVAL.
           MOVE TX-IPIBC(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 999999999,99
              COMPUTE NFI-IPI-BASE ROUNDED = W-NUMVAL.
           MOVE TX-IPIALQ(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL < 100
              COMPUTE NFI-IPI-ALIQ ROUNDED = W-NUMVAL.
           MOVE TX-IPIVAL(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK = "S" AND W-NUMVAL NOT > 9999999,99
              COMPUTE NFI-IPI-VALOR ROUNDED = W-NUMVAL.
       ROT-IMPOSTO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PRODUTO DO ITEM: PRIMEIRO O CODIGO DO ITEM NO FORNECEDOR
      * (PRF-CODITEM, MANTIDO NO CEP031), DEPOIS O EAN PELA CHAVE3
      *-------------------------------------------------------------
       ACHA-PRODUTO.
           MOVE "N" TO W-ACHOU
           IF TX-CPROD(IND) = SPACES OR W-TEMPRF NOT = "S"
              GO TO ACHA-PRODUTO2.
           MOVE ZEROS TO PRF-CODPRO PRF-FORN
           START PRECFOR KEY IS NOT LESS PRF-CHAVE
                 INVALID KEY GO TO ACHA-PRODUTO2.
       ACHA-PRODUTO1.
           READ PRECFOR NEXT
           IF ST-ERROF2 NOT = "00"
              GO TO ACHA-PRODUTO2.
           IF PRF-FORN NOT = W-FORN
              GO TO ACHA-PRODUTO1.
           IF PRF-CODITEM NOT = TX-CPROD(IND)
              GO TO ACHA-PRODUTO1.
           MOVE PRF-CODPRO TO CODPRO
           READ PRODUTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU
              GO TO ACHA-PRODUTO-FIM.
       ACHA-PRODUTO2.
           IF TX-EAN(IND) = SPACES OR TX-EAN(IND) = "SEM GTIN"
              GO TO ACHA-PRODUTO-FIM.
           MOVE TX-EAN(IND) TO CODBARRA
           READ PRODUTO KEY IS CHAVE3
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU.
       ACHA-PRODUTO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PEDIDO DO ITEM (XPED): TEM DE EXISTIR, SER DO MESMO
      * PRODUTO E FORNECEDOR E ESTAR EM ABERTO. O QUE NAO CONFERE
      * FICA SEM PEDIDO NA LINHA E SAI COMO AVISO NA LISTAGEM.
      *-------------------------------------------------------------
       ACHA-PEDIDO.
           MOVE ZEROS TO W-NUMPED
           IF TX-XPED(IND) = SPACES
              GO TO ACHA-PEDIDO-FIM.
           MOVE TX-XPED(IND) TO W-NUMIN
           PERFORM ROT-NUMXML THRU ROT-NUMXML-FIM
           IF W-NUMOK NOT = "S" OR W-NUMVAL = ZEROS
                                OR W-NUMVAL > 999999
              MOVE "AVISO: PEDIDO INVALIDO - SEM PEDIDO" TO W-MOTIVO
              GO TO ACHA-PEDIDO-AVISO.
           IF W-TEMPED NOT = "S"
              MOVE "AVISO: PEDIDO NAO EXISTE - SEM PEDIDO" TO W-MOTIVO
              GO TO ACHA-PEDIDO-AVISO.
           MOVE W-NUMVAL TO PED-NUMERO
           READ PEDCMP
           IF ST-ERROP NOT = "00"
              MOVE "AVISO: PEDIDO NAO EXISTE - SEM PEDIDO" TO W-MOTIVO
              GO TO ACHA-PEDIDO-AVISO.
           IF PED-CODPRO NOT = CODPRO OR PED-FORN NOT = W-FORN
              MOVE "AVISO: PEDIDO DE OUTRO ITEM/FORNEC." TO W-MOTIVO
              GO TO ACHA-PEDIDO-AVISO.
           IF PED-FECHADO OR PED-EM-APROV OR PED-REJEITADO
              MOVE "AVISO: PEDIDO NAO ESTA EM ABERTO" TO W-MOTIVO
              GO TO ACHA-PEDIDO-AVISO.
           MOVE PED-NUMERO TO W-NUMPED
           GO TO ACHA-PEDIDO-FIM.
       ACHA-PEDIDO-AVISO.
           ADD 1 TO W-AVISOS
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
       ACHA-PEDIDO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * FORNECEDOR PELO CNPJ DO EMITENTE (VARREDURA DO CADASTRO)
      *-------------------------------------------------------------
       ACHA-FORN.
           MOVE ZEROS TO FORN-CODIGO
           START FORNEC KEY IS NOT LESS FORN-CODIGO
                 INVALID KEY GO TO ACHA-FORN-FIM.
       ACHA-FORN1.
           READ FORNEC NEXT
           IF ST-ERRON NOT = "00"
              MOVE SPACES TO FORN-NOME
              GO TO ACHA-FORN-FIM.
           IF FORN-CNPJ NOT = W-CNPJ
              GO TO ACHA-FORN1.
           MOVE "S" TO W-ACHOU
           MOVE FORN-CODIGO TO W-FORN.
       ACHA-FORN-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * TRATA UM CARACTER DO XML. SO INTERESSAM AS TAGS E O TEXTO
      * ENTRE A ABERTURA E O FECHAMENTO DE CADA UMA.
      *-------------------------------------------------------------
       TRATA-CAR.
           IF W-ESTADO = "C"
              IF W-CAR = ">"
                 MOVE "T" TO W-ESTADO.
           IF W-ESTADO = "C"
              GO TO TRATA-CAR-FIM.
           IF W-CAR = "<"
              MOVE "N"    TO W-ESTADO
              MOVE "N"    TO W-FECHA
              MOVE SPACES TO W-TAG W-ANT
              MOVE ZEROS  TO W-TAGLEN
              GO TO TRATA-CAR-FIM.
           IF W-ESTADO = "T"
              IF W-TXTLEN < 60
                 ADD 1 TO W-TXTLEN
                 MOVE W-CAR TO W-TEXTO(W-TXTLEN:1)
                 GO TO TRATA-CAR-FIM
              ELSE
                 GO TO TRATA-CAR-FIM.
           IF W-ESTADO = "A"
              GO TO TRATA-CAR2.
      *
      * NOME DA TAG
      *
           IF W-TAGLEN = ZEROS AND W-FECHA = "N"
              IF W-CAR = "/"
                 MOVE "S" TO W-FECHA
                 GO TO TRATA-CAR-FIM.
           IF W-TAGLEN = ZEROS AND W-FECHA = "N"
              IF W-CAR = "?" OR W-CAR = "!"
                 MOVE "C" TO W-ESTADO
                 GO TO TRATA-CAR-FIM.
           IF W-CAR = ">"
              PERFORM FIM-TAG THRU FIM-TAG-FIM
              GO TO TRATA-CAR-FIM.
           IF W-CAR = "/" OR W-CAR = SPACE OR W-CAR < SPACE
              MOVE "A" TO W-ESTADO
              MOVE W-CAR TO W-ANT
              GO TO TRATA-CAR-FIM.
           IF W-TAGLEN < 20
              ADD 1 TO W-TAGLEN
              MOVE W-CAR TO W-TAG(W-TAGLEN:1).
           GO TO TRATA-CAR-FIM.
      *
      * ATRIBUTOS: IGNORADOS ATE O ">" (TAG "/>" NAO TEM CONTEUDO)
      *
       TRATA-CAR2.
           IF W-CAR NOT = ">"
              MOVE W-CAR TO W-ANT
              GO TO TRATA-CAR-FIM.
           IF W-ANT = "/"
              MOVE "T" TO W-ESTADO
              MOVE SPACES TO W-TEXTO
              MOVE ZEROS  TO W-TXTLEN
           ELSE
              PERFORM FIM-TAG THRU FIM-TAG-FIM.
       TRATA-CAR-FIM.
           EXIT.
      *
       FIM-TAG.
           MOVE "T" TO W-ESTADO
           IF W-FECHA = "S"
              PERFORM TAG-FECHA THRU TAG-FECHA-FIM
           ELSE
              PERFORM TAG-ABRE THRU TAG-ABRE-FIM.
           MOVE SPACES TO W-TEXTO
           MOVE ZEROS  TO W-TXTLEN.
       FIM-TAG-FIM.
           EXIT.
      *
       TAG-ABRE.
           IF W-TAG = "emit"
              MOVE "S" TO W-NOEMIT.
           IF W-TAG = "det"
              MOVE "S"    TO W-NODET
              MOVE SPACES TO XI-ITEM
              MOVE ZEROS  TO W-NRASTRO.
           IF W-TAG = "rastro"
              ADD 1 TO W-NRASTRO.
           IF W-TAG = "ICMS" AND W-NODET = "S"
              MOVE "I" TO W-GRUPO.
           IF W-TAG = "IPI" AND W-NODET = "S"
              MOVE "P" TO W-GRUPO.
       TAG-ABRE-FIM.
           EXIT.
      *
       TAG-FECHA.
           IF W-TAG = "emit"
              MOVE "N" TO W-NOEMIT.
           IF W-TAG = "CNPJ" AND W-NOEMIT = "S"
              MOVE W-TEXTO TO X-CNPJ.
           IF W-TAG = "nNF"
              MOVE W-TEXTO TO X-NNF.
           IF W-TAG = "dhEmi" OR W-TAG = "dEmi"
              MOVE W-TEXTO TO X-DEMI.
           IF W-TAG = "chNFe"
              MOVE W-TEXTO TO X-CHAVE.
           IF W-NODET NOT = "S"
              IF W-TAG = "vFrete"
                 MOVE W-TEXTO TO X-VFRETE.
           IF W-NODET NOT = "S"
              IF W-TAG = "vSeg"
                 MOVE W-TEXTO TO X-VSEG.
           IF W-NODET NOT = "S"
              IF W-TAG = "vOutro"
                 MOVE W-TEXTO TO X-VOUTRO.
           IF W-NODET NOT = "S"
              GO TO TAG-FECHA-FIM.
           IF W-TAG = "cProd"
              MOVE W-TEXTO TO XI-CPROD.
           IF W-TAG = "cEAN"
              MOVE W-TEXTO TO XI-EAN.
           IF W-TAG = "xProd"
              MOVE W-TEXTO TO XI-XPROD.
           IF W-TAG = "qCom"
              MOVE W-TEXTO TO XI-QCOM.
           IF W-TAG = "vUnCom"
              MOVE W-TEXTO TO XI-VUNCOM.
           IF W-TAG = "xPed"
              MOVE W-TEXTO TO XI-XPED.
           IF W-TAG = "nLote" AND W-NRASTRO = 1
              MOVE W-TEXTO TO XI-LOTE.
           IF W-TAG = "dVal" AND W-NRASTRO = 1
              MOVE W-TEXTO TO XI-DVAL.
           IF W-TAG = "CFOP"
              MOVE W-TEXTO TO XI-CFOP.
           IF W-TAG = "ICMS" OR W-TAG = "IPI"
              MOVE SPACE TO W-GRUPO.
           IF W-GRUPO = "I"
              IF W-TAG = "vBC"
                 MOVE W-TEXTO TO XI-ICMSBC.
           IF W-GRUPO = "I"
              IF W-TAG = "pICMS"
                 MOVE W-TEXTO TO XI-ICMSALQ.
           IF W-GRUPO = "I"
              IF W-TAG = "vICMS"
                 MOVE W-TEXTO TO XI-ICMSVAL.
           IF W-GRUPO = "P"
              IF W-TAG = "vBC"
                 MOVE W-TEXTO TO XI-IPIBC.
           IF W-GRUPO = "P"
              IF W-TAG = "pIPI"
                 MOVE W-TEXTO TO XI-IPIALQ.
           IF W-GRUPO = "P"
              IF W-TAG = "vIPI"
                 MOVE W-TEXTO TO XI-IPIVAL.
           IF W-TAG = "det"
              MOVE "N" TO W-NODET
              PERFORM GUARDA-ITEM THRU GUARDA-ITEM-FIM.
       TAG-FECHA-FIM.
           EXIT.
      *
       GUARDA-ITEM.
           IF W-QTDXML NOT < 50
              ADD 1 TO W-EXCESSO
              GO TO GUARDA-ITEM-FIM.
           ADD 1 TO W-QTDXML
           MOVE XI-CPROD  TO TX-CPROD(W-QTDXML)
           MOVE XI-EAN    TO TX-EAN(W-QTDXML)
           MOVE XI-XPROD  TO TX-XPROD(W-QTDXML)
           MOVE XI-QCOM   TO TX-QCOM(W-QTDXML)
           MOVE XI-VUNCOM TO TX-VUNCOM(W-QTDXML)
           MOVE XI-XPED   TO TX-XPED(W-QTDXML)
           MOVE XI-LOTE   TO TX-LOTE(W-QTDXML)
           MOVE XI-DVAL   TO TX-DVAL(W-QTDXML)
           MOVE XI-CFOP   TO TX-CFOP(W-QTDXML)
           MOVE XI-ICMSBC  TO TX-ICMSBC(W-QTDXML)
           MOVE XI-ICMSALQ TO TX-ICMSALQ(W-QTDXML)
           MOVE XI-ICMSVAL TO TX-ICMSVAL(W-QTDXML)
           MOVE XI-IPIBC   TO TX-IPIBC(W-QTDXML)
           MOVE XI-IPIALQ  TO TX-IPIALQ(W-QTDXML)
           MOVE XI-IPIVAL  TO TX-IPIVAL(W-QTDXML).
       GUARDA-ITEM-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CONVERTE W-NUMIN (NUMERO DO XML, PONTO DECIMAL, ATE QUATRO
      * CASAS APROVEITADAS) EM W-NUMVAL. ESPACOS NAS PONTAS SAO
      * IGNORADOS; QUALQUER OUTRO CARACTER INVALIDA.
      *-------------------------------------------------------------
       ROT-NUMXML.
           MOVE "S"   TO W-NUMOK
           MOVE "N"   TO W-EMDEC W-TEMDIG
           MOVE ZEROS TO W-NUMVAL W-NDEC
           MOVE 1     TO W-NI.
       ROT-NUMXML1.
           IF W-NI > 16
              GO TO ROT-NUMXML2.
           MOVE W-NUMIN(W-NI:1) TO W-DIGITO
           IF W-DIGITO = SPACE
              ADD 1 TO W-NI
              GO TO ROT-NUMXML1.
           IF W-DIGITO = "."
              IF W-EMDEC = "S"
                 MOVE "N" TO W-NUMOK
                 GO TO ROT-NUMXML-FIM
              ELSE
                 MOVE "S" TO W-EMDEC
                 ADD 1 TO W-NI
                 GO TO ROT-NUMXML1.
           IF W-DIGITO NOT NUMERIC
              MOVE "N" TO W-NUMOK
              GO TO ROT-NUMXML-FIM.
           MOVE "S" TO W-TEMDIG
           MOVE W-DIGITO TO W-DIGNUM
           IF W-EMDEC = "N"
              COMPUTE W-NUMVAL = (W-NUMVAL * 10) + W-DIGNUM
           ELSE
              IF W-NDEC < 4
                 ADD 1 TO W-NDEC
                 IF W-NDEC = 1
                    COMPUTE W-NUMVAL = W-NUMVAL + (W-DIGNUM * 0,1)
                 ELSE
                 IF W-NDEC = 2
                    COMPUTE W-NUMVAL = W-NUMVAL + (W-DIGNUM * 0,01)
                 ELSE
                 IF W-NDEC = 3
                    COMPUTE W-NUMVAL = W-NUMVAL + (W-DIGNUM * 0,001)
                 ELSE
                    COMPUTE W-NUMVAL = W-NUMVAL
                                     + (W-DIGNUM * 0,0001).
           ADD 1 TO W-NI
           GO TO ROT-NUMXML1.
       ROT-NUMXML2.
           IF W-TEMDIG NOT = "S"
              MOVE "N" TO W-NUMOK.
       ROT-NUMXML-FIM.
           EXIT.
      *
      *****************************
      * LISTAGEM DE REJEITADOS    *
      *****************************
      *
       IMP-CAB.
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB4 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       IMP-CAB-FIM.
           EXIT.
      *
       ROT-REJEITA.
           ADD 1 TO W-REJ
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
       ROT-REJEITA-FIM.
           EXIT.
      *
       IMP-LINHA.
           MOVE IND            TO DET11
           MOVE TX-CPROD(IND)  TO DET12
           MOVE TX-XPROD(IND)  TO DET13
           MOVE W-MOTIVO       TO DET14
           MOVE TX-EAN(IND)    TO DET21
           MOVE TX-QCOM(IND)   TO DET22
           MOVE TX-XPED(IND)   TO DET23
           WRITE REGIMP FROM DET1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET2 BEFORE ADVANCING 1 LINE.
       IMP-LINHA-FIM.
           EXIT.
      *
       IMP-TOT.
           MOVE W-QTDXML TO WT1
           MOVE W-SEQ    TO WT2
           MOVE W-REJ    TO WT3
           MOVE W-AVISOS TO WT4
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT3 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM W-TOT4 BEFORE ADVANCING 1 LINE.
       IMP-TOT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PRODUTO FORNEC NFCAB NFITEM ARQTRLH
           IF W-TEMPRF = "S"
              CLOSE PRECFOR.
           IF W-TEMPED = "S"
              CLOSE PEDCMP.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE TRILHA DE AUDITORIA *
      **********************
      *
       ROT-TRILHA.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           ACCEPT TIME-ATU FROM TIME
           MOVE DH-ANO   TO TRLH-ANO
           MOVE DH-MES   TO TRLH-MES
           MOVE DH-DIA   TO TRLH-DIA
           MOVE TA-HH    TO TRLH-HH
           MOVE TA-MM    TO TRLH-MM
           MOVE TA-SS    TO TRLH-SS
           MOVE "CEP046" TO TRLH-PROG
           MOVE "I"      TO TRLH-OPER
           MOVE NFC-CHAVE TO TRLH-CHAVE
           MOVE "NF-E IMPORTADA (PENDENTE)" TO TRLH-DESCR
           MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
           EXIT.
      *
      *************************************************
      * ABRE UM NOVO SPOOL PARA A LISTAGEM:           *
      * DESCOBRE O PROXIMO NUMERO NO SPOOLDIR.DAT,    *
      * REGISTRA A ENTRADA E MONTA O NOME DO ARQUIVO  *
      * SPL<NNNNNN>.TXT QUE O FD ARQIMP VAI USAR.     *
      *************************************************
      *
       ROT-SPOOL.
           OPEN I-O SPOOLDIR
           IF ST-ERROS2 NOT = "00"
              IF ST-ERROS2 = "30"
                 OPEN OUTPUT SPOOLDIR
                 CLOSE SPOOLDIR
                 OPEN I-O SPOOLDIR.
           MOVE ZEROS TO W-ULTSPL SPL-ID
           START SPOOLDIR KEY IS NOT LESS SPL-ID
                 INVALID KEY GO TO ROT-SPOOL2.
       ROT-SPOOL1.
           READ SPOOLDIR NEXT
           IF ST-ERROS2 = "00"
              MOVE SPL-ID TO W-ULTSPL
              GO TO ROT-SPOOL1.
       ROT-SPOOL2.
           COMPUTE SPL-ID = W-ULTSPL + 1
           MOVE "CEP046" TO SPL-RELAT
           ACCEPT W-SPLDATA FROM DATE YYYYMMDD
           ACCEPT W-SPLHORA FROM TIME
           MOVE W-SPLDATA TO SPL-DATA
           MOVE W-SPLHMS  TO SPL-HORA
           MOVE W-LOGIN   TO SPL-OPERADOR
           MOVE SPACES    TO W-SPOOLARQ
           STRING "SPL" SPL-ID ".TXT" DELIMITED BY SIZE
             INTO W-SPOOLARQ
           MOVE W-SPOOLARQ TO SPL-ARQ
           MOVE "D" TO SPL-SIT
           WRITE REGSPL
           CLOSE SPOOLDIR.
       ROT-SPOOL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
