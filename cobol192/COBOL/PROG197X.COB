      * DE DUAS COLUNAS. SELECAO: TODOS,   *
      * UM TIPO DE AMIGO OU OS             *
      * ANIVERSARIANTES DOS PROXIMOS N DIAS*
      * AMIGOS DE UM DOMICILIO CONFIRMADO  *
      * (DOMIC.DAT) RECEBEM UMA SO         *
      * ETIQUETA, EM NOME DO DOMICILIO.    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY DOMSEL.BOK.
       COPY DMMSEL.BOK.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY DOMIC.BOK.
       COPY DOMMEM.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       77 W-SEMEND     PIC 9(05) VALUE ZEROS.
       77 W-SUPRIM     PIC 9(05) VALUE ZEROS.
       77 W-LADO       PIC X(01) VALUE "E".
       77 ST-ERRODO    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 W-TEMDOM     PIC X(01) VALUE "N".
       77 W-EMDOM      PIC X(01) VALUE "N".
       77 W-JAEMIT     PIC X(01) VALUE "N".
       77 W-AGRUP      PIC 9(05) VALUE ZEROS.
      *
      * MARCA DESTA EMISSAO, GRAVADA NO DOMICILIO JA ETIQUETADO
      *
       01 W-MARCA.
          03 WM-DATA   PIC 9(08) VALUE ZEROS.
          03 WM-HORA   PIC 9(08) VALUE ZEROS.
          03 WM-PROG   PIC X(04) VALUE "197X".
       01 HOJE.
          03 HOJE-ANO  PIC 9(04).
          03 HOJE-MES  PIC 9(02).
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN OUTPUT ARQIMP.
      *
      * DOMICILIOS SAO OPCIONAIS: SEM OS ARQUIVOS, UMA ETIQUETA POR
      * AMIGO COMO SEMPRE
      *
       INC-OP3.
           MOVE "N" TO W-TEMDOM
           ACCEPT WM-DATA FROM DATE YYYYMMDD
           ACCEPT WM-HORA FROM TIME
           OPEN I-O DOMIC
           IF ST-ERRODO = "00"
              OPEN INPUT DOMMEM
              IF ST-ERRODM = "00"
                 MOVE "S" TO W-TEMDOM
              ELSE
                 CLOSE DOMIC.
      *
       LER-AMIGO.
           READ ARQAMIG NEXT
           IF NAO_MALA = "S"
              ADD 1 TO W-SUPRIM
              GO TO LER-AMIGO.
           PERFORM TESTA-DOMIC THRU TESTA-DOMIC-FIM
           IF W-JAEMIT = "S"
              ADD 1 TO W-AGRUP
              GO TO LER-AMIGO.
           IF W-EMDOM = "S"
              PERFORM MONTA-ETQDOM THRU MONTA-ETQDOM-FIM
              GO TO LER-LADO.
           IF END-LOGRADOURO = SPACES
              ADD 1 TO W-SEMEND
              GO TO LER-AMIGO.
           PERFORM MONTA-ETIQ THRU MONTA-ETIQ-FIM.
       LER-LADO.
           IF W-LADO = "E"
              MOVE W-MONT1 TO WE-L1
              MOVE W-MONT2 TO WE-L2
           DISPLAY (19, 01) "ETIQUETAS GERADAS   : " W-ETIQ
           DISPLAY (20, 01) "SEM ENDERECO (FORA) : " W-SEMEND
           DISPLAY (21, 01) "SUPRIMIDOS (NAO MALA): " W-SUPRIM
           DISPLAY (22, 01) "NA ETIQUETA DO DOMIC.: " W-AGRUP
           MOVE "*** ETIQUETAS DE ENDERECAMENTO GERADAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
             INTO W-MONT4.
       MONTA-ETIQ-FIM.
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
      * ETIQUETA DO DOMICILIO: NOME E ENDERECO DO DOMIC.DAT
      *-------------------------------------------------------------
       MONTA-ETQDOM.
           MOVE SPACES TO W-MONT1 W-MONT2 W-MONT3 W-MONT4
           MOVE DOM-NOME TO W-MONT1
           STRING DOM-LOGRADOURO DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  DOM-NUMERO     DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  DOM-COMPL      DELIMITED BY "  "
             INTO W-MONT2
           STRING DOM-BAIRRO     DELIMITED BY "  "
                  " - "          DELIMITED BY SIZE
                  DOM-CIDADE     DELIMITED BY "  "
             INTO W-MONT3
           MOVE DOM-CEP (1:5) TO WC-1
           MOVE DOM-CEP (6:3) TO WC-2
           STRING "CEP " DELIMITED BY SIZE
                  W-CEP-ED DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  DOM-UF   DELIMITED BY SIZE
             INTO W-MONT4.
       MONTA-ETQDOM-FIM.
           EXIT.
      *
       IMPRIME-PAR.
           MOVE WE-L1 TO WL-ESQ
      **********************
      *
       ROT-FIM.
           IF W-TEMDOM = "S"
              CLOSE DOMIC DOMMEM.
           CLOSE ARQAMIG ARQIMP.
       ROT-FIMP.
           EXIT PROGRAM.
