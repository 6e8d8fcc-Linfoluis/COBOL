       01 W-OPERADOR.
          03 OPR-LOGIN  PIC X(08) VALUE SPACES.
          03 OPR-PERFIL PIC 9(01) VALUE ZEROS.
          03 OPR-EMPRESA PIC 9(02) VALUE 01.
      *
      * UMA POSICAO POR OPCAO DO MENU: S = LIBERADA PARA O PERFIL
      *
          03 W-PERM     PIC X(01) OCCURS 99 TIMES.
       77 W-TEMP2      PIC X(01) VALUE "N".
       77 W-TEMP3      PIC X(01) VALUE "N".
      *
      * EMPRESA (FILIAL) DO SUBSISTEMA DE CENTRO DE CUSTO
      *
       77 W-QTDEMP     PIC 9(02) VALUE ZEROS.
       01 W-EMPSEL.
          03 W-EMPCOD  PIC 9(02) VALUE 01.
       01 W-EMPSELX REDEFINES W-EMPSEL PIC X(02).
       COPY EMPRESA.BOK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MENU-LOGIN3.
           MOVE OPER-PERFIL TO OPR-PERFIL
           MOVE 01 TO W-EMPCOD
           MOVE ZEROS TO W-QTDEMP IND.
      *
      * EMPRESA DO CENTRO DE CUSTO: SEM LISTA NO OPERADOR FICA A
      * MATRIZ (01); COM UMA SO EMPRESA ENTRA NELA; COM MAIS DE UMA,
      * OU SUPERVISOR, ESCOLHE NA TELA
      *
       MENU-EMP1.
           ADD 1 TO IND
           IF IND > 10
              GO TO MENU-EMP2.
           IF OPER-EMP(IND) NOT = SPACES
              ADD 1 TO W-QTDEMP
              MOVE OPER-EMP(IND) TO W-EMPSELX.
           GO TO MENU-EMP1.
       MENU-EMP2.
           IF OPR-PERFIL NOT = 3
              IF W-QTDEMP < 2
                 GO TO MENU-EMP5.
       MENU-EMP3.
           DISPLAY (07, 05) "EMPRESA :"
           ACCEPT  (07, 15) W-EMPCOD WITH UPDATE
           MOVE W-EMPCOD TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           IF EMP-EXISTE NOT = "S"
              MOVE "*** EMPRESA NAO CADASTRADA (PARAMET) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-EMP3.
           DISPLAY (07, 19) EMP-NOME
           IF OPR-PERFIL = 3
              GO TO MENU-EMP5.
           MOVE ZEROS TO IND.
       MENU-EMP4.
           ADD 1 TO IND
           IF IND > 10
              MOVE "*** EMPRESA NAO LIBERADA PARA O OPERADOR ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-EMP3.
           IF OPER-EMP(IND) NOT = W-EMPSELX
              GO TO MENU-EMP4.
       MENU-EMP5.
           MOVE W-EMPCOD TO OPR-EMPRESA
           CLOSE OPERADOR.
      *
      * MONTA A TABELA DE PERMISSOES DO PERFIL: SUPERVISOR VE TUDO,
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PERM2.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 97
              MOVE OPR-PERFIL TO PERM-PERFIL
              MOVE IND        TO PERM-FUNCAO
              READ PERMISS
      *
       MENU-PERM3.
           MOVE "N" TO W-TEMP3
           PERFORM VARYING IND FROM 62 BY 1 UNTIL IND > 97
              IF W-PERM(IND) = "S"
                 MOVE "S" TO W-TEMP3
           END-PERFORM.
           IF W-TEMP2 = "S"
           DISPLAY (24, 18) "99 - OPCOES 42-61".
           IF W-TEMP3 = "S"
           DISPLAY (24, 36) "98 - OPCOES 62-97".
           DISPLAY (24, 70) "EMP"
           DISPLAY (24, 74) OPR-EMPRESA
           DISPLAY (24, 56) "OPCAO :"
           ACCEPT  (24, 64) W-OPCAO.
       MENU-DESVIO.
           IF W-OPCAO = 98
              PERFORM MENU-PAG3 THRU MENU-PAG3-FIM
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO > 97
              MOVE "*** OPCAO INVALIDA - REDIGITE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PRINCIPAL.
              CALL "PROG187X" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 16
              CALL "OCP101" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 17
              CALL "OCPG83" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 18
              CALL "BKP001"
              CALL "OCM023" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 48
              CALL "OCP102" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 49
              CALL "OCPG84" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 50
              CALL "OCP103" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 51
              CALL "OCM026" USING W-OPERADOR
              CALL "OCPG85" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 53
              CALL "OCPG86" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 54
              CALL "OCP104" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 55
              CALL "OPER001" USING W-OPERADOR
              CALL "OCM029" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 85
              CALL "OCP105" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 86
              CALL "OCP106" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 87
              CALL "OCP107" USING W-OPERADOR
           IF W-OPCAO = 96
              CALL "CEP045" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 97
              CALL "MENU002" USING W-OPERADOR
              GO TO MENU-PRINCIPAL.
           MOVE "*** OPCAO INVALIDA - REDIGITE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PRINCIPAL.
           DISPLAY (21, 48) "95 - VERIFICADOR DE INTEGRIDADE".
           IF W-PERM(96) = "S"
           DISPLAY (22, 48) "96 - RESUMO DA JANELA NOTURNA".
           IF W-PERM(97) = "S"
           DISPLAY (23, 48) "97 - MODULOS COMPLEMENTARES".
           DISPLAY (24, 08) "ENTER = VOLTA AO MENU PRINCIPAL"
           ACCEPT W-ACT FROM ESCAPE KEY.
       MENU-PAG3-FIM.
