      * IMPRESSO PELO SPOOL (SPL001) E     *
      * TRILHA DE AUDITORIA COMO TODA      *
      * GRAVACAO DE CADASTRO. TOTAIS E     *
      * EXTRATO ANUAL: PROG201X. QUEM TEM  *
      * COMPROMISSO (PROMESSA.DAT) JA VEM  *
      * COM VALOR E TIPO PREENCHIDOS.      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY AMIGSEL.BOK.
       COPY CTBSEL.BOK.
       COPY PRMSEL.BOK.
       COPY AUDSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
       FILE SECTION.
       COPY ARQAMIG.BOK.
       COPY CONTRIB.BOK.
       COPY PROMESSA.BOK.
       COPY AUDTRLH.BOK.
      *
       COPY SPOOL.BOK.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROCB    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROPM    PIC X(02) VALUE "00".
       77 W-TEMPRM     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       INC-OP4.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP.
      *
      * COMPROMISSOS SO SUGEREM VALOR E TIPO - SEM O ARQUIVO O
      * LANCAMENTO SEGUE COMO SEMPRE
      *
       INC-OP5.
           OPEN INPUT PROMESSA
           IF ST-ERROPM = "00"
              MOVE "S" TO W-TEMPRM
           ELSE
              MOVE "N" TO W-TEMPRM.
       INC-001.
                MOVE SPACES TO CTB-APELIDO CTB-TIPO CTB-REFER
                MOVE ZEROS  TO CTB-DATA CTB-SEQ CTB-VALOR.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 27) NOME.
                PERFORM LER-PRM THRU LER-PRM-FIM.
       INC-003.
                ACCEPT (06, 27) CTB-DIA
                ACCEPT (06, 29) CTB-MES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 27) CTB-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CTB-VALOR = ZEROS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (08, 27) CTB-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CTB-TIPO = "d" MOVE "D" TO CTB-TIPO.
       ROT-RECIBO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * COMPROMISSO DO AMIGO: PREENCHE VALOR E TIPO DO LANCAMENTO
      *-------------------------------------------------------------
       LER-PRM.
           MOVE ZEROS  TO CTB-VALOR
           MOVE SPACES TO CTB-TIPO
           DISPLAY (10, 01) LIMPA
           IF W-TEMPRM = "N"
              GO TO LER-PRM-FIM.
           MOVE CTB-APELIDO TO PRM-APELIDO
           READ PROMESSA
           IF ST-ERROPM NOT = "00"
              GO TO LER-PRM-FIM.
           MOVE PRM-VALOR TO CTB-VALOR W-VALED
           MOVE PRM-TIPO  TO CTB-TIPO
           DISPLAY (10, 01) "COMPROMISSO            : "
           DISPLAY (10, 27) W-VALED
           IF PRM-ANUAL
              DISPLAY (10, 39) "ANUAL"
           ELSE
              DISPLAY (10, 39) "MENSAL".
       LER-PRM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE ARQAMIG CONTRIB ARQTRLH ARQIMP
           IF W-TEMPRM = "S"
              CLOSE PROMESSA.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
