      * GRADE DE DUAS COLUNAS DO PROG197X),*
      * PARA APROVEITAR A MALA DIRETA JA   *
      * EXISTENTE NOS CONVITES.            *
      * NAS ETIQUETAS, NAO_MALA E HONRADO E*
      * O DOMICILIO CONFIRMADO (DOMIC.DAT) *
      * RECEBE UMA SO ETIQUETA.            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY AMIGSEL.BOK.
       COPY EVTSEL.BOK.
       COPY EVCSEL.BOK.
       COPY DOMSEL.BOK.
       COPY DMMSEL.BOK.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       COPY ARQAMIG.BOK.
       COPY EVENTO.BOK.
       COPY EVCONV.BOK.
       COPY DOMIC.BOK.
       COPY DOMMEM.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       77 W-ETIQ       PIC 9(04) VALUE ZEROS.
       77 W-SEMEND     PIC 9(04) VALUE ZEROS.
       77 W-LADO       PIC X(01) VALUE "E".
       77 W-SUPRIM     PIC 9(04) VALUE ZEROS.
       77 W-AGRUP      PIC 9(04) VALUE ZEROS.
       77 ST-ERRODO    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 W-TEMDOM     PIC X(01) VALUE "N".
       77 W-EMDOM      PIC X(01) VALUE "N".
       77 W-JAEMIT     PIC X(01) VALUE "N".
      *
      * MARCA DESTA EMISSAO, GRAVADA NO DOMICILIO JA ETIQUETADO
      *
       01 W-MARCA.
          03 WM-DATA   PIC 9(08) VALUE ZEROS.
          03 WM-HORA   PIC 9(08) VALUE ZEROS.
          03 WM-PROG   PIC X(04) VALUE "199X".
       77 IND          PIC 9(03) VALUE ZEROS.
       77 W-IDX        PIC 9(03) VALUE ZEROS.
       77 W-QTDA       PIC 9(03) VALUE ZEROS.
              MOVE "*** SEM CONVITES GRAVADOS (PROG198X) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      * DOMICILIOS SAO OPCIONAIS: SEM OS ARQUIVOS, UMA ETIQUETA POR
      * CONVIDADO COMO SEMPRE
      *
       INC-OP4.
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
           DISPLAY (01, 15) "RELATORIOS DE EVENTOS"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EVT-001.
           MOVE ZEROS TO W-CONVID W-PRESEN W-ETIQ W-SEMEND
           MOVE ZEROS TO W-SUPRIM W-AGRUP
           MOVE "E"   TO W-LADO
           ACCEPT WM-DATA FROM DATE YYYYMMDD
           ACCEPT WM-HORA FROM TIME
           OPEN OUTPUT ARQIMP
           IF W-MODO = "E"
              WRITE REGIMP FROM CAB1 BEFORE ADVANCING 1 LINE
           MOVE EVC-APELIDO TO APELIDO
           READ ARQAMIG
           IF ST-ERRO NOT = "00"
              MOVE "*SEM CADASTRO*" TO NOME
              IF W-MODO = "Q"
                 ADD 1 TO W-SEMEND
                 GO TO EVT-LER.
           IF W-MODO = "Q"
              PERFORM ETQ-UMA THRU ETQ-UMA-FIM
              GO TO EVT-LER.
              DISPLAY (13, 27) W-ETIQ
              DISPLAY (14, 05) "SEM ENDERECO (FORA) : "
              DISPLAY (14, 27) W-SEMEND
              DISPLAY (15, 05) "SUPRIMIDOS (NAO MALA): "
              DISPLAY (15, 28) W-SUPRIM
              DISPLAY (16, 05) "NA ETIQUETA DO DOMIC.: "
              DISPLAY (16, 28) W-AGRUP
           ELSE
              MOVE SPACES TO REGIMP
              WRITE REGIMP BEFORE ADVANCING 1 LINE
      * UMA ETIQUETA DO CONVIDADO CORRENTE (GRADE DO PROG197X)
      *-------------------------------------------------------------
       ETQ-UMA.
           IF NAO_MALA = "S"
              ADD 1 TO W-SUPRIM
              GO TO ETQ-UMA-FIM.
           PERFORM TESTA-DOMIC THRU TESTA-DOMIC-FIM
           IF W-JAEMIT = "S"
              ADD 1 TO W-AGRUP
              GO TO ETQ-UMA-FIM.
           IF W-EMDOM = "S"
              PERFORM MONTA-ETQDOM THRU MONTA-ETQDOM-FIM
              GO TO ETQ-LADO.
           IF END-LOGRADOURO = SPACES
              ADD 1 TO W-SEMEND
              GO TO ETQ-UMA-FIM.
           PERFORM MONTA-ETIQ THRU MONTA-ETIQ-FIM.
       ETQ-LADO.
           IF W-LADO = "E"
              MOVE W-MONT1 TO WE-L1
              MOVE W-MONT2 TO WE-L2
             INTO W-MONT4.
       MONTA-ETIQ-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DOMICILIO CONFIRMADO DO CONVIDADO CORRENTE: W-EMDOM = S SE
      * ELE PERTENCE A UM; W-JAEMIT = S SE O DOMICILIO JA SAIU NESTA
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
           CLOSE ARQAMIG EVENTO EVCONV
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
