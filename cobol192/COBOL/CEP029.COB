          03 TA-MM     PIC 9(02).
          03 TA-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       COPY PESQUISA.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR)
                DISPLAY (05, 01) "DESCRICAO              : "
                DISPLAY (06, 01) "N DE ALMOXARIFADO      : "
                DISPLAY (07, 01) "QUANTIDADE SOLICITADA  : "
                DISPLAY (08, 01) "DEPARTAMENTO           : "
                DISPLAY (04, 45) "F4=LISTA DE PRODUTOS".
       INC-002.
                ACCEPT  (04, 27) REQ-CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   MOVE "PRODUTO " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002
                   ELSE
                      MOVE PSQ-NUMERO TO REQ-CODPRO
                      DISPLAY (04, 27) REQ-CODPRO.
                IF REQ-CODPRO = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
