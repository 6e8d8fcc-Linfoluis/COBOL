       01 OLD-PRECMD   PIC 9(06)V999 VALUE ZEROS.
       01 OLD-QUANT    PIC 9(05)V9   VALUE ZEROS.
       01 OLD-SIT      PIC X(01) VALUE SPACES.
       01 OLD-SER      PIC X(01) VALUE SPACES.
       77 W-IND-UNID   PIC 9(02) VALUE ZEROS.
       77 W-UNID-OK    PIC X(01) VALUE "N".
       01 TABUNID.
          03 FILLER PIC X(30) VALUE "UNCXKGLTPCDZMTGRPTFDRLPRCTSCTN".
       01 TUNIDAUX REDEFINES TABUNID.
          03 TAB-UNID  PIC X(02) OCCURS 15 TIMES.
       COPY PESQUISA.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
                                    ALMOXARIFADO PTOREPO CODFORN
                                    GRUPO
                MOVE SPACES TO DESCR UNID CODBARRA PERECIVEL
                               SITUACAO OLD-SIT RETORNAVEL
                               SERIADO OLD-SER.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 20) "CADASTRO DE PRODUTO"
                DISPLAY (04, 01) "CODIGO             : "
                DISPLAY (14, 01) "COD. FORNECEDOR    : "
                DISPLAY (15, 01) "PERECIVEL (S/N)    : "
                DISPLAY (16, 01) "SITUACAO (A/B/D)   : "
                DISPLAY (17, 01) "GRUPO (00=SEM)     : "
                DISPLAY (18, 01) "RETORNAVEL (S/N)   : "
                DISPLAY (19, 01) "SERIADO (S/N)      : "
                DISPLAY (04, 30) "F4=LISTA"
                DISPLAY (14, 30) "F4=LISTA"
                DISPLAY (17, 30) "F4=LISTA".
       INC-002.
                ACCEPT  (04, 21) CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE PRODUTO
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   MOVE "PRODUTO " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002
                   ELSE
                      MOVE PSQ-NUMERO TO CODPRO
                      DISPLAY (04, 21) CODPRO.
                IF CODPRO  = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                      DISPLAY (15, 12) PERECIVEL
                      DISPLAY (16, 12) SITUACAO
                      DISPLAY (17, 12) GRUPO
                      DISPLAY (18, 12) RETORNAVEL
                      DISPLAY (19, 12) SERIADO
                      MOVE DESCR  TO OLD-DESCR
                      MOVE PRECMD TO OLD-PRECMD
                      MOVE QUANT  TO OLD-QUANT
                      MOVE SITUACAO TO OLD-SIT
                      MOVE SERIADO  TO OLD-SER
                      MOVE "PRODUTO " TO TRV-ARQ
                      MOVE CODPRO TO TRV-REG
                      PERFORM ROT-TRAVA THRU ROT-TRAVA-FIM
                ACCEPT (14, 21) CODFORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009C.
                IF W-ACT = 05
                   MOVE "FORNEC  " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-009D
                   ELSE
                      MOVE PSQ-NUMERO TO CODFORN
                      DISPLAY (14, 21) CODFORN.
                IF CODFORN NOT = ZEROS
                   MOVE CODFORN TO FORN-CODIGO
                   READ FORNEC
                ACCEPT (17, 21) GRUPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009F.
                IF W-ACT = 05
                   MOVE "GRUPO   " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-009G
                   ELSE
                      MOVE PSQ-NUMERO TO GRUPO
                      DISPLAY (17, 21) GRUPO.
                IF GRUPO NOT = ZEROS
                   IF W-TEMGRU = "S"
                      MOVE GRUPO TO GRU-COD
                                                                TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-009G.
      *
      * ITEM RETORNAVEL: FERRAMENTA/EQUIPAMENTO QUE SAI POR
      * EMPRESTIMO (CEP060) E VOLTA PARA O ALMOXARIFADO
      *
       INC-009H.
                ACCEPT (18, 21) RETORNAVEL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009G.
                IF RETORNAVEL = SPACE OR "n"
                   MOVE "N" TO RETORNAVEL.
                IF RETORNAVEL = "s"
                   MOVE "S" TO RETORNAVEL.
                IF RETORNAVEL NOT = "S" AND "N"
                   MOVE "*** DIGITE S=SIM OU N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009H.
      *
      * EQUIPAMENTO SERIALIZADO: CADA UNIDADE COM NUMERO DE SERIE
      * (SERIE.DAT). SO LIGA COM O PRODUTO SEM SALDO, PARA QUE TODA
      * UNIDADE EM ESTOQUE TENHA ENTRADO COM A SUA SERIE
      *
       INC-009I.
                ACCEPT (19, 21) SERIADO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009H.
                IF SERIADO = SPACE OR "n"
                   MOVE "N" TO SERIADO.
                IF SERIADO = "s"
                   MOVE "S" TO SERIADO.
                IF SERIADO NOT = "S" AND "N"
                   MOVE "*** DIGITE S=SIM OU N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009I.
                IF (SERIADO = "S" AND OLD-SER NOT = "S") OR
                   (SERIADO NOT = "S" AND OLD-SER = "S")
                   IF QUANT NOT = ZEROS
                      MOVE "*** PRODUTO COM SALDO - SERIADO FIXO ***"
                                                                TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE OLD-SER TO SERIADO
                      GO TO INC-009I.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
