      * %APELIDO%, COMO NO PROG189X) E     *
      * FECHADA COM A LISTA DO ANO E O     *
      * TOTAL.                             *
      * AMIGO COM NAO_MALA NAO RECEBE CARTA*
      * E O DOMICILIO CONFIRMADO (DOMIC.   *
      * DAT) RECEBE UMA SO, COM OS         *
      * LANCAMENTOS DE CADA MEMBRO.        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY CTBSEL.BOK.
       COPY DOMSEL.BOK.
       COPY DMMSEL.BOK.
       SELECT ARQMOD ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY CONTRIB.BOK.
       COPY DOMIC.BOK.
       COPY DOMMEM.BOK.
      *
       FD  ARQMOD
           LABEL RECORD IS STANDARD
       77 W-TEMMOD     PIC X(01) VALUE "N".
       77 W-CARTAS     PIC 9(04) VALUE ZEROS.
       77 W-LANCTOS    PIC 9(05) VALUE ZEROS.
       77 W-SUPRIM     PIC 9(04) VALUE ZEROS.
       77 ST-ERRODO    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 W-TEMDOM     PIC X(01) VALUE "N".
       77 W-EMDOM      PIC X(01) VALUE "N".
       77 W-JAEMIT     PIC X(01) VALUE "N".
       77 W-CARTADOM   PIC X(01) VALUE "N".
       77 W-ABERTA     PIC X(01) VALUE "N".
       77 W-TEMMEM     PIC X(01) VALUE "N".
       77 W-FIMAMI     PIC X(01) VALUE "N".
       77 W-DOMCOD     PIC 9(05) VALUE ZEROS.
       01 W-APESALVA   PIC X(12) VALUE SPACES.
      *
      * MARCA DESTA EMISSAO, GRAVADA NO DOMICILIO JA ATENDIDO
      *
       01 W-MARCA.
          03 WM-DATA   PIC 9(08) VALUE ZEROS.
          03 WM-HORA   PIC 9(08) VALUE ZEROS.
          03 WM-PROG   PIC X(04) VALUE "201X".
       01 W-ANOMES     PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-T REDEFINES W-ANOMES.
          03 W-AM-ANO  PIC 9(04).
      *
       01 W-LINMOD     PIC X(80) VALUE SPACES.
       01 W-LINSAI     PIC X(80) VALUE SPACES.
       01 W-NOMETRIM   PIC X(40) VALUE SPACES.
       77 W-NOMELEN    PIC 9(02) VALUE ZEROS.
       01 W-APETRIM    PIC X(12) VALUE SPACES.
       77 W-APELEN     PIC 9(02) VALUE ZEROS.
          03 EXT15     PIC X(20) VALUE SPACES.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 EXT16     PIC ZZZZZZ9,99 VALUE ZEROS.
       01 EXT-MEM.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 EXTM1     PIC X(12) VALUE SPACES.
          03 FILLER    PIC X(03) VALUE " - ".
          03 EXTM2     PIC X(30) VALUE SPACES.
       01 EXT-TOT.
          03 FILLER    PIC X(30) VALUE "TOTAL CONTRIBUIDO NO ANO    : ".
          03 EXTT1     PIC ZZZZZZZZ9,99 VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONTRIB
              GO TO ROT-FIMP.
      *
      * DOMICILIOS SAO OPCIONAIS: SEM OS ARQUIVOS, UMA CARTA POR
      * AMIGO COMO SEMPRE
      *
       INC-OP3.
           MOVE "N" TO W-TEMDOM
           OPEN I-O DOMIC
           IF ST-ERRODO = "00"
              OPEN INPUT DOMMEM
              IF ST-ERRODM = "00"
                 MOVE "S" TO W-TEMDOM
              ELSE
                 CLOSE DOMIC.
       INC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "RELATORIOS DE CONTRIBUICOES"
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXT-001.
           MOVE ZEROS TO W-CARTAS W-SUPRIM
           MOVE "N" TO W-FIMAMI
           ACCEPT WM-DATA FROM DATE YYYYMMDD
           ACCEPT WM-HORA FROM TIME
           OPEN OUTPUT ARQCAR
           IF ST-ERRO7 NOT = "00"
              MOVE "ERRO NA ABERTURA DO EXTRATOS.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
      *
      * UMA CARTA POR AMIGO DO CADASTRO QUE CONTRIBUIU NO ANO, OU
      * POR DOMICILIO CONFIRMADO NA VEZ DO PRIMEIRO MEMBRO LIDO
      *
           MOVE SPACES TO APELIDO
           START ARQAMIG KEY IS NOT LESS APELIDO
           READ ARQAMIG NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXT-FIM.
           IF NAO_MALA = "S"
              ADD 1 TO W-SUPRIM
              GO TO EXT-LER.
           PERFORM TESTA-DOMIC THRU TESTA-DOMIC-FIM
           IF W-JAEMIT = "S"
              GO TO EXT-LER.
           IF W-EMDOM = "S"
              PERFORM GERA-EXTDOM THRU GERA-EXTDOM-FIM
              IF W-FIMAMI = "S"
                 GO TO EXT-FIM
              ELSE
                 GO TO EXT-LER.
           PERFORM GERA-EXTRATO THRU GERA-EXTRATO-FIM
           GO TO EXT-LER.
       EXT-FIM.
           CLOSE ARQCAR
           DISPLAY (13, 05) "EXTRATOS GERADOS EM EXTRATOS.TXT: "
           DISPLAY (13, 40) W-CARTAS
           DISPLAY (14, 05) "SUPRIMIDOS (NAO MALA)           : "
           DISPLAY (14, 40) W-SUPRIM
           MOVE "*** EXTRATOS ANUAIS GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-MODO.
           EXIT.
      *
      *-------------------------------------------------------------
      * DOMICILIO CONFIRMADO DO AMIGO CORRENTE: W-EMDOM = S SE ELE
      * PERTENCE A UM; W-JAEMIT = S SE O DOMICILIO JA SAIU NESTA
      * EMISSAO. NA PRIMEIRA VEZ GRAVA A MARCA NO DOMICILIO.
      *-------------------------------------------------------------
       TESTA-DOMIC.
           MOVE "N" TO W-EMDOM W-JAEMIT
           IF W-TEMDOM NOT = "S"
              GO TO TESTA-DOMIC-FIM.
           MOVE APELIDO TO DMM-APELIDO
           READ DOMMEM
           IF ST-ERRODM NOT = "00"
              GO TO TESTA-DOMIC-FIM.
           MOVE DMM-DOM TO DOM-CODIGO
           READ DOMIC
           IF ST-ERRODO NOT = "00"
              GO TO TESTA-DOMIC-FIM.
           IF NOT DOM-CONFIRMADO OR DOM-LOGRADOURO = SPACES
              GO TO TESTA-DOMIC-FIM.
           MOVE "S" TO W-EMDOM
           IF DOM-MARCA = W-MARCA
              MOVE "S" TO W-JAEMIT
              GO TO TESTA-DOMIC-FIM.
           MOVE W-MARCA TO DOM-MARCA
           REWRITE REGDOM.
       TESTA-DOMIC-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CARTA DO DOMICILIO: CABECALHO EM NOME DO DOMICILIO E OS
      * LANCAMENTOS DO ANO DE CADA MEMBRO SEM NAO_MALA, COM O
      * TOTAL DO DOMICILIO. A LEITURA DOS MEMBROS MEXE NA POSICAO
      * DO ARQAMIG, QUE E RETOMADA DEPOIS DO AMIGO CORRENTE.
      *-------------------------------------------------------------
       GERA-EXTDOM.
           MOVE APELIDO    TO W-APESALVA
           MOVE DOM-CODIGO TO W-DOMCOD DMM-DOM
           MOVE ZEROS TO W-TOTAMI
           MOVE "N" TO W-ABERTA
           MOVE "S" TO W-CARTADOM
           START DOMMEM KEY IS NOT LESS DMM-DOM
                 INVALID KEY GO TO GERA-EXTDOM2.
       GERA-EXTDOM1.
           READ DOMMEM NEXT
           IF ST-ERRODM NOT = "00"
              GO TO GERA-EXTDOM2.
           IF DMM-DOM NOT = W-DOMCOD
              GO TO GERA-EXTDOM2.
           MOVE DMM-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO NOT = "00"
              GO TO GERA-EXTDOM1.
           IF NAO_MALA = "S"
              GO TO GERA-EXTDOM1.
           PERFORM DOM-CTB THRU DOM-CTB-FIM
           GO TO GERA-EXTDOM1.
       GERA-EXTDOM2.
           MOVE "N" TO W-CARTADOM
           IF W-ABERTA = "S"
              PERFORM GERA-FECHA THRU GERA-EXTRATO-FIM.
           MOVE W-APESALVA TO APELIDO
           START ARQAMIG KEY IS GREATER THAN APELIDO
                 INVALID KEY MOVE "S" TO W-FIMAMI.
       GERA-EXTDOM-FIM.
           EXIT.
      *
       DOM-CTB.
           MOVE "N" TO W-TEMMEM
           MOVE APELIDO TO CTB-APELIDO
           MOVE ZEROS   TO CTB-DATA CTB-SEQ
           START CONTRIB KEY IS NOT LESS CTB-CHAVE
                 INVALID KEY GO TO DOM-CTB-FIM.
       DOM-CTB1.
           READ CONTRIB NEXT
           IF ST-ERROCB NOT = "00"
              GO TO DOM-CTB-FIM.
           IF CTB-APELIDO NOT = APELIDO
              GO TO DOM-CTB-FIM.
           IF CTB-ANO NOT = W-ANOSEL
              GO TO DOM-CTB1.
           IF W-ABERTA = "N"
              PERFORM ROT-CABCARTA THRU ROT-CABCARTA-FIM
              MOVE "S" TO W-ABERTA.
           IF W-TEMMEM = "N"
              MOVE APELIDO TO EXTM1
              MOVE NOME    TO EXTM2
              MOVE EXT-MEM TO REGCAR
              WRITE REGCAR
              MOVE "S" TO W-TEMMEM.
           PERFORM GERA-LINHA
           GO TO DOM-CTB1.
       DOM-CTB-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * CABECALHO DA CARTA PELO MODELO EXTRATO.MOD, SUBSTITUINDO
      * %NOME% E %APELIDO% COMO O PROG189X; SEM O MODELO SAI UM
      * CABECALHO SIMPLES
      *
       ROT-TRIM.
           MOVE NOME TO W-NOMETRIM
           IF W-CARTADOM = "S"
              MOVE DOM-NOME TO W-NOMETRIM.
           PERFORM VARYING W-VI FROM 40 BY -1
                   UNTIL W-VI = 0 OR W-NOMETRIM(W-VI:1) NOT = SPACE
           END-PERFORM
           MOVE W-VI TO W-NOMELEN
      **********************
      *
       ROT-FIM.
           IF W-TEMDOM = "S"
              CLOSE DOMIC DOMMEM.
           CLOSE CONTRIB ARQAMIG
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
