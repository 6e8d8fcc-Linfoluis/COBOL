       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU003.
      **************************************
      * MODULOS COMPLEMENTARES - PAGINA 2  *
      * (OPCAO 60 DO MENU002, QUE NAO TEM  *
      * MAIS ESPACO NA TELA). MESMO        *
      * ESQUEMA DO MENU002: CADA OPCAO TEM *
      * O PERFIL MINIMO NA TABELA          *
      * TAB-NIVEL:                         *
      *   1 = CONSULTA / RELATORIO         *
      *   2 = OPERACAO                     *
      *   3 = SUPERVISOR                   *
      *   0 = POSICAO LIVRE                *
      * O LOGIN RECEBIDO DO MENU002 E      *
      * REPASSADO AOS PROGRAMAS CHAMADOS.  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO      PIC 9(02) VALUE ZEROS.
       01 W-CONT       PIC 9(04) VALUE ZEROS.
       01 MENS         PIC X(50) VALUE SPACES.
       01 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      *
      * PERFIL MINIMO POR OPCAO (UMA POSICAO POR OPCAO, 01 A 60)
      *
       01 TAB-NIVEL-LIT.
          03 FILLER     PIC X(20) VALUE "22222212212222321223".
          03 FILLER     PIC X(20) VALUE "00000000000000000000".
          03 FILLER     PIC X(20) VALUE "00000000000000000000".
       01 TAB-NIVEL REDEFINES TAB-NIVEL-LIT.
          03 W-NIVEL    PIC 9(01) OCCURS 60 TIMES.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU002
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
      *
       INC-LOGIN.
           IF LK-LOGIN = SPACES
              MOVE "*** CHAMAR PELO MENU DO SISTEMA (MENU001) ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      *
       MENU-PRINCIPAL.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 20) "MODULOS COMPLEMENTARES - PAGINA 2"
           DISPLAY (01, 70) LK-LOGIN
           DISPLAY (02, 02) "CENTROS DE CUSTO"
           IF LK-PERFIL NOT < W-NIVEL(01)
           DISPLAY (03, 04) "01 - CONFERENCIA LANCTOS X OCA003".
           IF LK-PERFIL NOT < W-NIVEL(02)
           DISPLAY (04, 04) "02 - LANCAMENTOS RECORRENTES".
           IF LK-PERFIL NOT < W-NIVEL(03)
           DISPLAY (05, 04) "03 - LANCA RECORRENTES DO MES".
           IF LK-PERFIL NOT < W-NIVEL(04)
           DISPLAY (06, 04) "04 - DIRECIONADORES DE RATEIO".
           IF LK-PERFIL NOT < W-NIVEL(05)
           DISPLAY (07, 04) "05 - QUANTIDADES DOS DIRECIONADORES".
           IF LK-PERFIL NOT < W-NIVEL(06)
           DISPLAY (08, 04) "06 - CALCULO DO RATEIO POR DIRECIONADOR".
           IF LK-PERFIL NOT < W-NIVEL(07)
           DISPLAY (09, 04) "07 - PROJECAO DE FECHAMENTO DO ANO".
           IF LK-PERFIL NOT < W-NIVEL(08)
           DISPLAY (10, 04) "08 - RESPONSAVEIS DE CENTRO DE CUSTO".
           IF LK-PERFIL NOT < W-NIVEL(09)
           DISPLAY (11, 04) "09 - DEMONSTRATIVO POR RESPONSAVEL".
           IF LK-PERFIL NOT < W-NIVEL(10)
           DISPLAY (12, 04) "10 - CONSOLIDADO DAS EMPRESAS (FILIAIS)".
           DISPLAY (02, 44) "AMIGOS"
           IF LK-PERFIL NOT < W-NIVEL(11)
           DISPLAY (03, 46) "11 - SUGESTAO DE DOMICILIOS".
           IF LK-PERFIL NOT < W-NIVEL(12)
           DISPLAY (04, 46) "12 - MANUTENCAO DE DOMICILIOS".
           IF LK-PERFIL NOT < W-NIVEL(13)
           DISPLAY (05, 46) "13 - COMPROMISSOS DE CONTRIBUICAO".
           IF LK-PERFIL NOT < W-NIVEL(14)
           DISPLAY (06, 46) "14 - COMPROMISSOS EM ATRASO".
           IF LK-PERFIL NOT < W-NIVEL(15)
           DISPLAY (07, 46) "15 - PEDIDOS DO TITULAR (LGPD)".
           IF LK-PERFIL NOT < W-NIVEL(16)
           DISPLAY (08, 46) "16 - CARGA DA BASE DE CEP".
           IF LK-PERFIL NOT < W-NIVEL(17)
           DISPLAY (09, 46) "17 - CONFERENCIA DE ENDERECOS X CEP".
           IF LK-PERFIL NOT < W-NIVEL(18)
           DISPLAY (10, 46) "18 - SORTEIO DE AMIGO SECRETO".
           DISPLAY (12, 44) "CALENDARIO"
           IF LK-PERFIL NOT < W-NIVEL(19)
           DISPLAY (13, 46) "19 - CALENDARIO DE FERIADOS".
           DISPLAY (15, 44) "ARQUIVOS DE LOG"
           IF LK-PERFIL NOT < W-NIVEL(20)
           DISPLAY (16, 46) "20 - FAXINA DOS ARQUIVOS DE LOG".
           DISPLAY (24, 08) "00 - VOLTA A PAGINA ANTERIOR"
           DISPLAY (24, 56) "OPCAO :"
           ACCEPT  (24, 64) W-OPCAO.
       MENU-DESVIO.
           IF W-OPCAO = 00
              GO TO ROT-FIM.
           IF W-OPCAO > 60
              MOVE "*** OPCAO INVALIDA - REDIGITE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PRINCIPAL.
           IF W-NIVEL(W-OPCAO) = ZEROS
              MOVE "*** OPCAO INVALIDA - REDIGITE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PRINCIPAL.
           IF LK-PERFIL < W-NIVEL(W-OPCAO)
              MOVE "*** ACESSO NEGADO PARA O SEU PERFIL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 01
              CALL "OCPG88" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 02
              CALL "OCM030" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 03
              CALL "OCPG89" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 04
              CALL "OCM031" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 05
              CALL "OCM032" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 06
              CALL "OCPG90" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 07
              CALL "OCP108" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 08
              CALL "OCM033" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 09
              CALL "OCPG91" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 10
              CALL "OCP109" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 11
              CALL "PROG205X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 12
              CALL "PROG206X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 13
              CALL "PROG207X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 14
              CALL "PROG208X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 15
              CALL "PROG209X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 16
              CALL "PROG210X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 17
              CALL "PROG211X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 18
              CALL "PROG212X" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 19
              CALL "CEP080" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 20
              CALL "CEP081" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           MOVE "*** OPCAO INVALIDA - REDIGITE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PRINCIPAL.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
