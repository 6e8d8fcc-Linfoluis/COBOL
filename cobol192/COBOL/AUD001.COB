                   88 TRLH-INCLUSAO    VALUE "I".
                   88 TRLH-ALTERACAO   VALUE "A".
                   88 TRLH-EXCLUSAO    VALUE "E".
                   88 TRLH-RECUSA      VALUE "R".
                03 TRLH-CHAVE        PIC X(15).
                03 TRLH-DESCR        PIC X(30).
                03 TRLH-OPERADOR     PIC X(08).
           DISPLAY (06, 01) "DATA INICIAL (AAAAMMDD)    : "
           DISPLAY (07, 01) "DATA FINAL   (AAAAMMDD)    : "
           DISPLAY (08, 01) "PROGRAMA (BRANCO=TODOS)    : "
           DISPLAY (09, 01) "OPERACAO (I/A/E/R, BR=TODAS):"
           DISPLAY (10, 01) "CHAVE (INICIO, BR=TODAS)   : "
           DISPLAY (11, 01) "SAIDA (T=TELA I=IMPRESSORA): ".
       INC-002.
           IF W-OPERSEL = "i" MOVE "I" TO W-OPERSEL.
           IF W-OPERSEL = "a" MOVE "A" TO W-OPERSEL.
           IF W-OPERSEL = "e" MOVE "E" TO W-OPERSEL.
           IF W-OPERSEL = "r" MOVE "R" TO W-OPERSEL.
           IF W-OPERSEL NOT = "I" AND "A" AND "E" AND "R" AND SPACE
              MOVE "*** OPERACAO INVALIDA (I, A, E, R OU BRANCO) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-007.
