       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCPG91.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * DEMONSTRATIVO MENSAL POR           *
      * RESPONSAVEL DE CENTRO DE CUSTO:    *
      * PARA CADA RESPONSAVEL ATIVO DO     *
      * RESPCC.DAT, SO OS CENTROS DELE     *
      * (OCC00104), MAIS OS CENTROS ABAIXO *
      * NA HIERARQUIA (OCC00103) DE UM     *
      * CENTRO DELE MARCADO COM OCC00105 = *
      * S. POR CENTRO: REALIZADO X ORCADO  *
      * NO MES E NO ACUMULADO DO ANO (SERIE*
      * 1, OCA013 X OCA023), AS PRINCIPAIS *
      * CONTAS DO ANO (OCA003, DESCRICAO DO*
      * PLANCTA) E O COMPROMETIDO DOS      *
      * PEDIDOS ABERTOS (MESMA VALORIZACAO *
      * DO OCP102). UM SPOOL POR           *
      * RESPONSAVEL E, PARA QUEM TEM       *
      * E-MAIL, UMA LINHA NA LISTA DE      *
      * ENVIO ENVIOS.TXT, NO FORMATO DO    *
      * PROG202X (EMAIL;ARQUIVO;APELIDO,   *
      * COM O NOME DO RESPONSAVEL).        *
      * PELA JANELA NOTURNA ("*JOBSEQ*",   *
      * ULTIMO DIA DO MES) USA O MES       *
      * CORRENTE; PELO MENU O OPERADOR     *
      * ESCOLHE O MES (PADRAO O ANTERIOR). *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERRO
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
           SELECT OCA013 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK01301
              FILE STATUS   IS ST-ERRO2.
      *
           SELECT OCA023 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK02301
              FILE STATUS   IS ST-ERRO3.
      *
           SELECT OCA003 ASSIGN TO DISK
              ORGANIZATION  IS INDEXED
              ACCESS MODE   IS DYNAMIC
              RECORD KEY    IS OCK00301
              FILE STATUS   IS ST-ERRO4
              ALTERNATE RECORD KEY IS OCK00302 = OCC00302 OCC00301
                        WITH DUPLICATES.
      *
       COPY RSPSEL.BOK.
       COPY CTASEL.BOK.
       COPY PARASEL.BOK.
       COPY PEDSEL.BOK.
       COPY PRFSEL.BOK.
      *
      * MESMO SELECT DO PRODUSEL.BOK, COM FILE STATUS PROPRIO (O
      * ST-ERRO DESTE PROGRAMA JA PERTENCE AO OCA001)
      *
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPRO
                    FILE STATUS  IS ST-ERROPR
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCR
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3 = CODBARRA
                                                      WITH DUPLICATES.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROS3.
       SELECT ARQLST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY OCA001.BOK.
       COPY OCA013.BOK.
       COPY OCA023.BOK.
       COPY OCA003.BOK.
       COPY RESPCC.BOK.
       COPY PLANCTA.BOK.
       COPY PARAMET.BOK.
       COPY PEDCMP.BOK.
       COPY PRECFOR.BOK.
       COPY PRODUTO.BOK.
       COPY SPOOL.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-SPOOLARQ.
       01 REGIMP        PIC X(80).
      *
       FD  ARQLST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ENVIOS.TXT".
       01  REGLST               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROS2    PIC X(02) VALUE "00".
       77 W-ULTSPL     PIC 9(06) VALUE ZEROS.
       77 W-SPOOLARQ   PIC X(40) VALUE SPACES.
       01 W-SPLDATA    PIC 9(08) VALUE ZEROS.
       01 W-SPLHORA.
          03 W-SPLHMS  PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC 9(02) VALUE ZEROS.
       77 ST-ERROS3    PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO2     PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERRO4     PIC X(02) VALUE "00".
       77 ST-ERRO9     PIC X(02) VALUE "00".
       77 ST-ERRORP    PIC X(02) VALUE "00".
       77 ST-ERROCT    PIC X(02) VALUE "00".
       77 ST-ERROW     PIC X(02) VALUE "00".
       77 ST-ERROP     PIC X(02) VALUE "00".
       77 ST-ERROF2    PIC X(02) VALUE "00".
       77 ST-ERROPR    PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       77 W-OCA023     PIC X(40) VALUE "OCA023.DAT".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       COPY EMPRESA.BOK.
       77 W-TEMORC     PIC X(01) VALUE "N".
       77 W-TEM003     PIC X(01) VALUE "N".
       77 W-TEMCTA     PIC X(01) VALUE "N".
       77 W-TEMPED     PIC X(01) VALUE "N".
       77 W-TEMPRF     PIC X(01) VALUE "N".
       77 W-TEMPRO     PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-PERTENCE   PIC X(01) VALUE "N".
       77 IND          PIC 9(02) VALUE ZEROS.
       77 W-CC         PIC 9(02) VALUE ZEROS.
       77 W-PAI        PIC 9(02) VALUE ZEROS.
       77 W-NIVEL      PIC 9(02) VALUE ZEROS.
       77 W-NTOP       PIC 9(01) VALUE ZEROS.
       77 W-POS        PIC 9(01) VALUE ZEROS.
       77 W-NCENTROS   PIC 9(03) VALUE ZEROS.
       77 W-EMITIDOS   PIC 9(03) VALUE ZEROS.
       77 W-COMEMAIL   PIC 9(03) VALUE ZEROS.
       77 W-SEMCC      PIC 9(03) VALUE ZEROS.
       01 W-MESREF     PIC 9(02) VALUE ZEROS.
       01 W-ANOREF     PIC 9(04) VALUE ZEROS.
      *
      * VALORES DE TRABALHO (CENTRO CORRENTE OU TOTAL DO
      * RESPONSAVEL)
      *
       01 W-SALDOPED   PIC 9(05)V9 VALUE ZEROS.
       01 W-VALPED     PIC 9(10)V99 VALUE ZEROS.
       01 W-REALM      PIC 9(09)V99 VALUE ZEROS.
       01 W-ORCM       PIC 9(09)V99 VALUE ZEROS.
       01 W-REALAC     PIC 9(11)V99 VALUE ZEROS.
       01 W-ORCAC      PIC 9(11)V99 VALUE ZEROS.
       01 W-ORCANO     PIC 9(11)V99 VALUE ZEROS.
       01 W-VARM       PIC S9(10)V99 VALUE ZEROS.
       01 W-VARAC      PIC S9(12)V99 VALUE ZEROS.
       01 W-PCT        PIC S9(05)V99 VALUE ZEROS.
       01 W-SALDOF     PIC S9(11)V99 VALUE ZEROS.
       01 W-VALCTA     PIC 9(09)V99 VALUE ZEROS.
      *
      * TOTAIS DO RESPONSAVEL
      *
       01 W-TR-REALM   PIC 9(09)V99 VALUE ZEROS.
       01 W-TR-ORCM    PIC 9(09)V99 VALUE ZEROS.
       01 W-TR-REALAC  PIC 9(11)V99 VALUE ZEROS.
       01 W-TR-ORCAC   PIC 9(11)V99 VALUE ZEROS.
       01 W-TR-ORCANO  PIC 9(11)V99 VALUE ZEROS.
       01 W-TR-COMPR   PIC 9(11)V99 VALUE ZEROS.
      *
      * CADASTRO DE CENTROS EM MEMORIA (PELO CODIGO), COM O
      * COMPROMETIDO DOS PEDIDOS ABERTOS JA SOMADO POR CENTRO
      *
       01 TAB-CC.
          03 TC-LINHA OCCURS 99 TIMES.
             05 TC-TEM     PIC X(01).
             05 TC-NOME    PIC X(40).
             05 TC-PAI     PIC 9(02).
             05 TC-RESP    PIC 9(03).
             05 TC-ROLA    PIC X(01).
             05 TC-COMPR   PIC 9(10)V99.
      *
      * AS CINCO CONTAS DE MAIOR VALOR NO ANO DO CENTRO CORRENTE
      *
       01 TAB-TOP.
          03 TT-LINHA OCCURS 5 TIMES.
             05 TT-CTA     PIC 9(02).
             05 TT-MES     PIC 9(07)V99.
             05 TT-ANO     PIC 9(09)V99.
       01 W-TTSAVE     PIC X(22) VALUE SPACES.
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
          03 DH-DIA    PIC 9(02).
          03 DH-HH     PIC 9(02).
          03 DH-MM     PIC 9(02).
          03 DH-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       01 CAB1.
          03 CAB11      PIC X(20) VALUE "ACOTECNICA S/A I.C.".
          03 CAB12      PIC X(33) VALUE
              "DEMONSTRATIVO DO RESPONSAVEL".
          03 CAB13      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB14      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB15      PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(08) VALUE "  OCPG91".
       01 CAB2.
          03 FILLER     PIC X(13) VALUE "RESPONSAVEL: ".
          03 CAB21      PIC 9(03) VALUE ZEROS.
          03 FILLER     PIC X(03) VALUE " - ".
          03 CAB22      PIC X(30) VALUE SPACES.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 FILLER     PIC X(05) VALUE "MES: ".
          03 CAB23      PIC 99    VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "/".
          03 CAB24      PIC 9(04) VALUE ZEROS.
       01 TRSIM         PIC X(80) VALUE ALL "-".
       01 DET-CC.
          03 FILLER    PIC X(17) VALUE "CENTRO DE CUSTO: ".
          03 DETC1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(03) VALUE " - ".
          03 DETC2     PIC X(40) VALUE SPACES.
       01 DET-COL.
          03 FILLER    PIC X(41) VALUE SPACES.
          03 FILLER    PIC X(04) VALUE "MES".
          03 FILLER    PIC X(19) VALUE "      ACUMULADO ANO".
       01 DET-VAL.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DVL-ROT   PIC X(28) VALUE SPACES.
          03 DVL-MES   PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DVL-ANO   PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       01 DET-PCT.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(28) VALUE "VARIACAO %".
          03 FILLER    PIC X(07) VALUE SPACES.
          03 DPC-MES   PIC ZZZ9,99- VALUE ZEROS.
          03 FILLER    PIC X(11) VALUE SPACES.
          03 DPC-ANO   PIC ZZZ9,99- VALUE ZEROS.
       01 DET-UNI.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DUN-ROT   PIC X(47) VALUE SPACES.
          03 DUN-VAL   PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       01 DET-TOPC.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 FILLER    PIC X(39) VALUE
              "PRINCIPAIS CONTAS NO ANO".
          03 FILLER    PIC X(04) VALUE "MES".
          03 FILLER    PIC X(19) VALUE "      ACUMULADO ANO".
       01 DET-TOP.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DTP1      PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 DTP2      PIC X(23) VALUE SPACES.
          03 DTP3      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER    PIC X(04) VALUE SPACES.
          03 DTP4      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       01 DET-SEMTOP.
          03 FILLER    PIC X(44) VALUE
              "    SEM DETALHE POR CONTA NO OCA003".
       01 DET-SEMORC.
          03 FILLER    PIC X(44) VALUE
              "  CENTRO SEM ORCAMENTO CADASTRADO (OCM023)".
       01 DET-TOTR.
          03 FILLER    PIC X(30) VALUE "TOTAL DO RESPONSAVEL".
          03 DTR1      PIC ZZ9 VALUE ZEROS.
          03 FILLER    PIC X(08) VALUE " CENTROS".
       01 DET-FIM1.
          03 FILLER    PIC X(35) VALUE
              "DEMONSTRATIVOS EMITIDOS (SPOOL) : ".
          03 DF1       PIC ZZ9 VALUE ZEROS.
       01 DET-FIM2.
          03 FILLER    PIC X(35) VALUE
              "COM E-MAIL (ENVIOS.TXT)         : ".
          03 DF2       PIC ZZ9 VALUE ZEROS.
       01 DET-FIM3.
          03 FILLER    PIC X(35) VALUE
              "RESPONSAVEIS SEM CENTRO         : ".
          03 DF3       PIC ZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU OU DO
      * SEQUENCIADOR DA JANELA NOTURNA (*JOBSEQ* RODA SEM PERGUNTAS)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           MOVE LK-LOGIN TO W-LOGIN
           PERFORM ROT-PARAMET THRU ROT-PARAMET-FIM
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-DIA TO CAB13
           MOVE DH-MES TO CAB14
           MOVE DH-ANO TO CAB15
           MOVE DH-ANO TO W-ANOREF
           MOVE DH-MES TO W-MESREF
      *
      * A JANELA NOTURNA RODA NO ULTIMO DIA DO MES: O MES E O
      * CORRENTE. PELO MENU O PADRAO E O MES ANTERIOR, JA FECHADO
      * (O OCA013 SO TEM O ANO CORRENTE; EM JANEIRO FICA JANEIRO)
      *
           IF W-LOGIN = "*JOBSEQ*"
              GO TO INC-OP1.
           IF W-MESREF > 1
              SUBTRACT 1 FROM W-MESREF.
       INC-MES.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "DEMONSTRATIVO MENSAL POR RESPONSAVEL"
           DISPLAY (08, 05) "MES DE REFERENCIA :   /"
           DISPLAY (08, 28) W-ANOREF
           ACCEPT  (08, 25) W-MESREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-MESREF = ZEROS OR W-MESREF > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MES.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-MES.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP1.
           OPEN INPUT RESPCC
           IF ST-ERRORP NOT = "00"
              MOVE "*** SEM RESPONSAVEIS CADASTRADOS (OCM033) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN INPUT OCA001
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OCA001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RESPCC
              GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT OCA013
           IF ST-ERRO2 NOT = "00"
              MOVE "*** SINTETICO NAO MONTADO (OCPG83) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RESPCC OCA001
              GO TO ROT-FIMP.
      *
      * ORCAMENTO, DETALHE POR CONTA, PLANO DE CONTAS, PEDIDOS E
      * PRECOS SAO OPCIONAIS: SEM ELES A PARTE CORRESPONDENTE SAI
      * ZERADA
      *
       INC-OP4.
           OPEN INPUT OCA023
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEMORC.
           OPEN INPUT OCA003
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEM003.
           OPEN INPUT PLANCTA
           IF ST-ERROCT = "00"
              MOVE "S" TO W-TEMCTA.
           OPEN INPUT PEDCMP
           IF ST-ERROP = "00"
              MOVE "S" TO W-TEMPED.
           OPEN INPUT PRECFOR
           IF ST-ERROF2 = "00"
              MOVE "S" TO W-TEMPRF.
           OPEN INPUT PRODUTO
           IF ST-ERROPR = "00"
              MOVE "S" TO W-TEMPRO.
       INC-OP5.
           OPEN OUTPUT ARQLST
           IF ST-ERRO9 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ENVIOS.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "EMAIL;ARQUIVO;APELIDO" TO REGLST
           WRITE REGLST.
      *
      * CENTROS EM MEMORIA E COMPROMETIDO POR CENTRO
      *
           PERFORM CARGA-CC THRU CARGA-CC-FIM
           PERFORM CARGA-COMPR THRU CARGA-COMPR-FIM.
      *
      * UM DEMONSTRATIVO POR RESPONSAVEL ATIVO
      *
       LER-RSP.
           MOVE ZEROS TO RSP-COD
           START RESPCC KEY IS NOT LESS RSP-COD
                 INVALID KEY GO TO ROT-TOTAIS.
       LER-RSP1.
           READ RESPCC NEXT
           IF ST-ERRORP NOT = "00"
              GO TO ROT-TOTAIS.
           IF RSP-ATIVO = "N"
              GO TO LER-RSP1.
           PERFORM TRATA-RESP THRU TRATA-RESP-FIM
           GO TO LER-RSP1.
      *
      *-------------------------------------------------------------
      * CARREGA O CADASTRO DE CENTROS (REGISTRO GRAVADO ANTES DO
      * RESPONSAVEL TRAZ BRANCOS = SEM RESPONSAVEL)
      *-------------------------------------------------------------
       CARGA-CC.
           MOVE ZEROS TO TAB-CC
           MOVE ZEROS TO OCC00101
           START OCA001 KEY IS NOT LESS OCK00101
                 INVALID KEY GO TO CARGA-CC-FIM.
       CARGA-CC1.
           READ OCA001 NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-CC-FIM.
           IF OCC00101 = ZEROS
              GO TO CARGA-CC1.
           MOVE OCC00101 TO W-CC
           MOVE "S"      TO TC-TEM(W-CC)
           MOVE OCC00102 TO TC-NOME(W-CC)
           MOVE OCC00103 TO TC-PAI(W-CC)
           MOVE "N"      TO TC-ROLA(W-CC)
           IF OCC00104 NUMERIC
              MOVE OCC00104 TO TC-RESP(W-CC).
           IF OCC00105 = "S"
              MOVE "S" TO TC-ROLA(W-CC).
           GO TO CARGA-CC1.
       CARGA-CC-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * COMPROMETIDO: SALDO A RECEBER DOS PEDIDOS ABERTOS/PARCIAIS,
      * VALORIZADO PELO PRECO DO PEDIDO, DA TABELA DO FORNECEDOR OU
      * O PRECO MEDIO (COMO NO OCP102), SOMADO NO CENTRO DO PEDIDO
      *-------------------------------------------------------------
       CARGA-COMPR.
           IF W-TEMPED NOT = "S"
              GO TO CARGA-COMPR-FIM.
           MOVE ZEROS TO PED-NUMERO
           START PEDCMP KEY IS NOT LESS PED-NUMERO
                 INVALID KEY GO TO CARGA-COMPR-FIM.
       CARGA-COMPR1.
           READ PEDCMP NEXT
           IF ST-ERROP NOT = "00"
              GO TO CARGA-COMPR-FIM.
           IF PED-CCUSTO = ZEROS
              GO TO CARGA-COMPR1.
           IF NOT PED-ABERTO AND NOT PED-PARCIAL
              GO TO CARGA-COMPR1.
           COMPUTE W-SALDOPED = PED-QTDPED - PED-QTDREC
           IF W-SALDOPED = ZEROS
              GO TO CARGA-COMPR1.
           MOVE ZEROS TO W-VALPED
           IF PED-PRECO NOT = ZEROS
              COMPUTE W-VALPED = W-SALDOPED * PED-PRECO.
           IF W-VALPED = ZEROS AND W-TEMPRF = "S"
              MOVE PED-CODPRO TO PRF-CODPRO
              MOVE PED-FORN   TO PRF-FORN
              READ PRECFOR
              IF ST-ERROF2 = "00"
                 COMPUTE W-VALPED = W-SALDOPED * PRF-CUSTO.
           IF W-VALPED = ZEROS AND W-TEMPRO = "S"
              MOVE PED-CODPRO TO CODPRO
              READ PRODUTO
              IF ST-ERROPR = "00"
                 COMPUTE W-VALPED = W-SALDOPED * PRECMD.
           ADD W-VALPED TO TC-COMPR(PED-CCUSTO)
           GO TO CARGA-COMPR1.
       CARGA-COMPR-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DEMONSTRATIVO DE UM RESPONSAVEL: UM SPOOL COM OS CENTROS
      * DELE E O TOTAL; COM E-MAIL, UMA LINHA NO ENVIOS.TXT
      *-------------------------------------------------------------
       TRATA-RESP.
           MOVE ZEROS TO W-NCENTROS W-CC.
       TRATA-RESP1.
           ADD 1 TO W-CC
           IF W-CC > 99
              GO TO TRATA-RESP2.
           PERFORM VER-PERTENCE THRU VER-PERTENCE-FIM
           IF W-PERTENCE = "S"
              ADD 1 TO W-NCENTROS.
           GO TO TRATA-RESP1.
       TRATA-RESP2.
           IF W-NCENTROS = ZEROS
              ADD 1 TO W-SEMCC
              GO TO TRATA-RESP-FIM.
           MOVE ZEROS TO W-TR-REALM W-TR-ORCM W-TR-REALAC W-TR-ORCAC
                         W-TR-ORCANO W-TR-COMPR
           MOVE RSP-COD  TO CAB21
           MOVE RSP-NOME TO CAB22
           MOVE W-MESREF TO CAB23
           MOVE W-ANOREF TO CAB24
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP
           WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM CAB2 BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-CC.
       TRATA-RESP3.
           ADD 1 TO W-CC
           IF W-CC > 99
              GO TO TRATA-RESP4.
           PERFORM VER-PERTENCE THRU VER-PERTENCE-FIM
           IF W-PERTENCE = "S"
              PERFORM TRATA-CC THRU TRATA-CC-FIM.
           GO TO TRATA-RESP3.
       TRATA-RESP4.
           PERFORM ROT-TOTRESP THRU ROT-TOTRESP-FIM
           CLOSE ARQIMP
           ADD 1 TO W-EMITIDOS
           IF RSP-EMAIL = SPACES
              GO TO TRATA-RESP-FIM.
           MOVE SPACES TO REGLST
           STRING RSP-EMAIL  DELIMITED BY "  "
                  ";"        DELIMITED BY SIZE
                  W-SPOOLARQ DELIMITED BY "  "
                  ";"        DELIMITED BY SIZE
                  RSP-NOME   DELIMITED BY SIZE
             INTO REGLST
           WRITE REGLST
           ADD 1 TO W-COMEMAIL.
       TRATA-RESP-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * O CENTRO W-CC E DO RESPONSAVEL CORRENTE? E QUANDO ELE E O
      * RESPONSAVEL DO PROPRIO CENTRO, OU DE ALGUM CENTRO ACIMA NA
      * HIERARQUIA MARCADO PARA LEVAR OS SUBCENTROS (OCC00105 = S).
      * A SUBIDA PARA EM 20 NIVEIS (PROTEGE CONTRA GRUPO CIRCULAR).
      *-------------------------------------------------------------
       VER-PERTENCE.
           MOVE "N" TO W-PERTENCE
           IF TC-TEM(W-CC) NOT = "S"
              GO TO VER-PERTENCE-FIM.
           IF TC-RESP(W-CC) = RSP-COD
              MOVE "S" TO W-PERTENCE
              GO TO VER-PERTENCE-FIM.
           MOVE TC-PAI(W-CC) TO W-PAI
           MOVE ZEROS TO W-NIVEL.
       VER-PERTENCE1.
           IF W-PAI = ZEROS OR W-NIVEL > 19
              GO TO VER-PERTENCE-FIM.
           IF TC-TEM(W-PAI) NOT = "S"
              GO TO VER-PERTENCE-FIM.
           IF TC-RESP(W-PAI) = RSP-COD AND TC-ROLA(W-PAI) = "S"
              MOVE "S" TO W-PERTENCE
              GO TO VER-PERTENCE-FIM.
           MOVE TC-PAI(W-PAI) TO W-PAI
           ADD 1 TO W-NIVEL
           GO TO VER-PERTENCE1.
       VER-PERTENCE-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * BLOCO DE UM CENTRO: MES E ACUMULADO, COMPROMETIDO, SALDO DO
      * ANO E AS PRINCIPAIS CONTAS
      *-------------------------------------------------------------
       TRATA-CC.
           MOVE W-CC          TO DETC1
           MOVE TC-NOME(W-CC) TO DETC2
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-CC BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-COL BEFORE ADVANCING 1 LINE
           MOVE W-CC TO OCC01301
           READ OCA013
           IF ST-ERRO2 NOT = "00"
              MOVE ZEROS TO OCC01302(1) OCC01302(2) OCC01302(3)
                            OCC01302(4) OCC01302(5) OCC01302(6)
                            OCC01302(7) OCC01302(8) OCC01302(9)
                            OCC01302(10) OCC01302(11) OCC01302(12).
           MOVE "N" TO W-ACHOU
           IF W-TEMORC = "S"
              MOVE W-CC TO OCC02301
              READ OCA023
              IF ST-ERRO3 = "00"
                 MOVE "S" TO W-ACHOU.
           MOVE ZEROS TO W-REALAC W-ORCAC W-ORCANO
           MOVE ZEROS TO IND.
       TRATA-CC1.
           ADD 1 TO IND
           IF IND > 12
              GO TO TRATA-CC2.
           IF IND NOT > W-MESREF
              ADD OCC01302(IND) TO W-REALAC.
           IF W-ACHOU NOT = "S"
              GO TO TRATA-CC1.
           ADD OCC02302(IND) TO W-ORCANO
           IF IND NOT > W-MESREF
              ADD OCC02302(IND) TO W-ORCAC.
           GO TO TRATA-CC1.
       TRATA-CC2.
           MOVE OCC01302(W-MESREF) TO W-REALM
           MOVE ZEROS TO W-ORCM
           IF W-ACHOU = "S"
              MOVE OCC02302(W-MESREF) TO W-ORCM.
           PERFORM ROT-BLOCO THRU ROT-BLOCO-FIM
           IF W-ACHOU NOT = "S"
              WRITE REGIMP FROM DET-SEMORC BEFORE ADVANCING 1 LINE.
           MOVE "COMPROMETIDO (PEDIDOS ABERTOS)" TO DUN-ROT
           MOVE TC-COMPR(W-CC) TO DUN-VAL
           WRITE REGIMP FROM DET-UNI BEFORE ADVANCING 1 LINE
           COMPUTE W-SALDOF = W-ORCANO - W-REALAC - TC-COMPR(W-CC)
           MOVE "SALDO DO ANO (ORCADO-REAL-COMPROMETIDO)" TO DUN-ROT
           MOVE W-SALDOF TO DUN-VAL
           WRITE REGIMP FROM DET-UNI BEFORE ADVANCING 1 LINE
           ADD W-REALM  TO W-TR-REALM
           ADD W-ORCM   TO W-TR-ORCM
           ADD W-REALAC TO W-TR-REALAC
           ADD W-ORCAC  TO W-TR-ORCAC
           ADD W-ORCANO TO W-TR-ORCANO
           ADD TC-COMPR(W-CC) TO W-TR-COMPR
           PERFORM ROT-CONTAS THRU ROT-CONTAS-FIM.
       TRATA-CC-FIM.
           EXIT.
      *
      * REALIZADO, ORCADO E VARIACAO (VALOR E %) DO MES E DO
      * ACUMULADO, A PARTIR DE W-REALM/W-ORCM/W-REALAC/W-ORCAC
      *
       ROT-BLOCO.
           COMPUTE W-VARM  = W-REALM  - W-ORCM
           COMPUTE W-VARAC = W-REALAC - W-ORCAC
           MOVE "REALIZADO" TO DVL-ROT
           MOVE W-REALM     TO DVL-MES
           MOVE W-REALAC    TO DVL-ANO
           WRITE REGIMP FROM DET-VAL BEFORE ADVANCING 1 LINE
           MOVE "ORCADO"    TO DVL-ROT
           MOVE W-ORCM      TO DVL-MES
           MOVE W-ORCAC     TO DVL-ANO
           WRITE REGIMP FROM DET-VAL BEFORE ADVANCING 1 LINE
           MOVE "VARIACAO (REAL-ORCADO)" TO DVL-ROT
           MOVE W-VARM      TO DVL-MES
           MOVE W-VARAC     TO DVL-ANO
           WRITE REGIMP FROM DET-VAL BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO DPC-MES DPC-ANO
           IF W-ORCM NOT = ZEROS
              COMPUTE W-PCT ROUNDED = (W-VARM * 100) / W-ORCM
              MOVE W-PCT TO DPC-MES.
           IF W-ORCAC NOT = ZEROS
              COMPUTE W-PCT ROUNDED = (W-VARAC * 100) / W-ORCAC
              MOVE W-PCT TO DPC-ANO.
           WRITE REGIMP FROM DET-PCT BEFORE ADVANCING 1 LINE.
       ROT-BLOCO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * AS CINCO CONTAS DE MAIOR VALOR ACUMULADO NO ANO (SERIE 1 DO
      * OCA003), VARRIDAS PELA CHAVE ALTERNATIVA CONTA+CENTRO COMO
      * NO OCP104, COM A DESCRICAO DO PLANO DE CONTAS
      *-------------------------------------------------------------
       ROT-CONTAS.
           MOVE ZEROS TO TAB-TOP W-NTOP
           IF W-TEM003 NOT = "S"
              GO TO ROT-CONTAS3.
           MOVE ZEROS TO OCC00302 OCC00301
           START OCA003 KEY IS NOT LESS OCK00302
                 INVALID KEY GO TO ROT-CONTAS3.
       ROT-CONTAS1.
           READ OCA003 NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-CONTAS3.
           IF OCC00301 NOT = W-CC
              GO TO ROT-CONTAS1.
           MOVE ZEROS TO W-VALCTA IND.
       ROT-CONTAS2.
           ADD 1 TO IND
           IF IND NOT > W-MESREF
              ADD OCC00303(IND) TO W-VALCTA
              GO TO ROT-CONTAS2.
           IF W-VALCTA = ZEROS
              GO TO ROT-CONTAS1.
           PERFORM ENTRA-TOP THRU ENTRA-TOP-FIM
           GO TO ROT-CONTAS1.
       ROT-CONTAS3.
           IF W-NTOP = ZEROS
              WRITE REGIMP FROM DET-SEMTOP BEFORE ADVANCING 1 LINE
              GO TO ROT-CONTAS-FIM.
           WRITE REGIMP FROM DET-TOPC BEFORE ADVANCING 1 LINE
           MOVE ZEROS TO W-POS.
       ROT-CONTAS4.
           ADD 1 TO W-POS
           IF W-POS > W-NTOP
              GO TO ROT-CONTAS-FIM.
           MOVE TT-CTA(W-POS) TO DTP1
           MOVE SPACES TO DTP2
           IF W-TEMCTA = "S"
              MOVE TT-CTA(W-POS) TO CTA-COD
              READ PLANCTA
              IF ST-ERROCT = "00"
                 MOVE CTA-DESC TO DTP2
              ELSE
                 MOVE "*SEM CADASTRO*" TO DTP2.
           MOVE TT-MES(W-POS) TO DTP3
           MOVE TT-ANO(W-POS) TO DTP4
           WRITE REGIMP FROM DET-TOP BEFORE ADVANCING 1 LINE
           GO TO ROT-CONTAS4.
       ROT-CONTAS-FIM.
           EXIT.
      *
      * ENTRA A CONTA CORRENTE NA TABELA, QUE FICA EM ORDEM
      * DECRESCENTE DE VALOR NO ANO (A MENOR SAI QUANDO LOTADA)
      *
       ENTRA-TOP.
           IF W-NTOP < 5
              ADD 1 TO W-NTOP
              MOVE W-NTOP TO W-POS
           ELSE
              IF W-VALCTA NOT > TT-ANO(5)
                 GO TO ENTRA-TOP-FIM
              ELSE
                 MOVE 5 TO W-POS.
           MOVE OCC00302           TO TT-CTA(W-POS)
           MOVE OCC00303(W-MESREF) TO TT-MES(W-POS)
           MOVE W-VALCTA           TO TT-ANO(W-POS).
       ENTRA-TOP1.
           IF W-POS = 1
              GO TO ENTRA-TOP-FIM.
           IF TT-ANO(W-POS) NOT > TT-ANO(W-POS - 1)
              GO TO ENTRA-TOP-FIM.
           MOVE TT-LINHA(W-POS)     TO W-TTSAVE
           MOVE TT-LINHA(W-POS - 1) TO TT-LINHA(W-POS)
           MOVE W-TTSAVE            TO TT-LINHA(W-POS - 1)
           SUBTRACT 1 FROM W-POS
           GO TO ENTRA-TOP1.
       ENTRA-TOP-FIM.
           EXIT.
      *
      * TOTAL DO RESPONSAVEL (TODOS OS CENTROS DO DEMONSTRATIVO)
      *
       ROT-TOTRESP.
           MOVE W-NCENTROS TO DTR1
           MOVE SPACES TO REGIMP
           WRITE REGIMP BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-TOTR BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM DET-COL BEFORE ADVANCING 1 LINE
           MOVE W-TR-REALM  TO W-REALM
           MOVE W-TR-ORCM   TO W-ORCM
           MOVE W-TR-REALAC TO W-REALAC
           MOVE W-TR-ORCAC  TO W-ORCAC
           PERFORM ROT-BLOCO THRU ROT-BLOCO-FIM
           MOVE "COMPROMETIDO (PEDIDOS ABERTOS)" TO DUN-ROT
           MOVE W-TR-COMPR TO DUN-VAL
           WRITE REGIMP FROM DET-UNI BEFORE ADVANCING 1 LINE
           COMPUTE W-SALDOF = W-TR-ORCANO - W-TR-REALAC - W-TR-COMPR
           MOVE "SALDO DO ANO (ORCADO-REAL-COMPROMETIDO)" TO DUN-ROT
           MOVE W-SALDOF TO DUN-VAL
           WRITE REGIMP FROM DET-UNI BEFORE ADVANCING 1 LINE
           WRITE REGIMP FROM TRSIM BEFORE ADVANCING 1 LINE.
       ROT-TOTRESP-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-EMITIDOS TO DF1
           MOVE W-COMEMAIL TO DF2
           MOVE W-SEMCC    TO DF3
           IF W-LOGIN = "*JOBSEQ*"
              DISPLAY DET-FIM1
              DISPLAY DET-FIM2
              DISPLAY DET-FIM3
              GO TO ROT-FIM.
           DISPLAY (12, 01) DET-FIM1
           DISPLAY (13, 01) DET-FIM2
           DISPLAY (14, 01) DET-FIM3
           MOVE "*** DEMONSTRATIVOS NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE RESPCC OCA001 OCA013 ARQLST
           IF W-TEMORC = "S"
              CLOSE OCA023.
           IF W-TEM003 = "S"
              CLOSE OCA003.
           IF W-TEMCTA = "S"
              CLOSE PLANCTA.
           IF W-TEMPED = "S"
              CLOSE PEDCMP.
           IF W-TEMPRF = "S"
              CLOSE PRECFOR.
           IF W-TEMPRO = "S"
              CLOSE PRODUTO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *
      *************************************************
      * PARAMETROS GERAIS DO SISTEMA (PARAMET.DAT):   *
      * NOME DA EMPRESA DO CABECALHO. SEM O ARQUIVO   *
      * OU O PARAMETRO, FICA O VALOR PADRAO DE SEMPRE *
      *************************************************
      *
       ROT-PARAMET.
           OPEN INPUT PARAMET
           IF ST-ERROW NOT = "00"
              GO TO ROT-PARAMET-FIM.
           MOVE "EMPRESA" TO PAR-NOME
           READ PARAMET
           IF ST-ERROW = "00"
              MOVE PAR-VALOR TO CAB11.
           CLOSE PARAMET.
       ROT-PARAMET-FIM.
           EXIT.
      *
      *************************************************
      * ABRE UM NOVO SPOOL PARA ESTE RELATORIO:       *
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
           MOVE "OCPG91" TO SPL-RELAT
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
           IF W-LOGIN = "*JOBSEQ*"
              DISPLAY MENS
              GO TO ROT-MENS-FIM.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: NOMES    *
      * DOS ARQUIVOS DE CENTRO DE CUSTO DA EMPRESA    *
      *************************************************
      *
       ROT-EMPRESA.
           MOVE LK-EMPRESA TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA001  TO W-OCA001
           MOVE EMP-OCA013  TO W-OCA013
           MOVE EMP-OCA023  TO W-OCA023
           MOVE EMP-OCA003  TO W-OCA003
           IF EMP-NOME NOT = SPACES
              MOVE EMP-NOME TO CAB11.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
