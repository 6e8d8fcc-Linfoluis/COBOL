       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU002.
      **************************************
      * MENU DOS MODULOS COMPLEMENTARES    *
      * (OPCAO 97 DO MENU001, QUE JA TEM   *
      * TODAS AS POSICOES 01-96 OCUPADAS). *
      * A ENTRADA AQUI E LIBERADA PELO     *
      * PERMISS.DAT (FUNCAO 97); DENTRO,   *
      * CADA OPCAO TEM O PERFIL MINIMO NA  *
      * TABELA TAB-NIVEL:                  *
      *   1 = CONSULTA / RELATORIO         *
      *   2 = OPERACAO                     *
      *   3 = SUPERVISOR                   *
      *   0 = POSICAO LIVRE                *
      * O LOGIN RECEBIDO DO MENU001 E      *
      * REPASSADO AOS PROGRAMAS CHAMADOS.  *
      * A OPCAO 60 ABRE A PAGINA SEGUINTE  *
      * (MENU003), POIS ESTA TELA ESTA     *
      * CHEIA.                             *
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
          03 FILLER     PIC X(20) VALUE "21212122122122211122".
          03 FILLER     PIC X(20) VALUE "12122212211223000000".
          03 FILLER     PIC X(20) VALUE "00000000000000000001".
       01 TAB-NIVEL REDEFINES TAB-NIVEL-LIT.
          03 W-NIVEL    PIC 9(01) OCCURS 60 TIMES.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001
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
           DISPLAY (01, 20) "MODULOS COMPLEMENTARES"
           DISPLAY (01, 70) LK-LOGIN
           DISPLAY (02, 02) "ESTOQUE / COMPRAS"
           IF LK-PERFIL NOT < W-NIVEL(01)
           DISPLAY (03, 04) "01 - IMPORTACAO DE NF-E (XML)".
           IF LK-PERFIL NOT < W-NIVEL(02)
           DISPLAY (04, 04) "02 - APURACAO ICMS/IPI A RECUPERAR".
           IF LK-PERFIL NOT < W-NIVEL(05)
           DISPLAY (05, 04) "05 - PRECO ACORDADO DO PEDIDO".
           IF LK-PERFIL NOT < W-NIVEL(06)
           DISPLAY (06, 04) "06 - VARIACAO DE PRECO DE COMPRA".
           IF LK-PERFIL NOT < W-NIVEL(07)
           DISPLAY (07, 04) "07 - ESTRUTURA DE KIT".
           IF LK-PERFIL NOT < W-NIVEL(08)
           DISPLAY (08, 04) "08 - MONTAGEM/DESMONTAGEM DE KIT".
           IF LK-PERFIL NOT < W-NIVEL(09)
           DISPLAY (09, 04) "09 - ONDE E USADO (KITS)".
           IF LK-PERFIL NOT < W-NIVEL(10)
           DISPLAY (10, 04) "10 - CADASTRO DE ENDERECOS".
           IF LK-PERFIL NOT < W-NIVEL(11)
           DISPLAY (11, 04) "11 - ENDERECOS DO PRODUTO".
           IF LK-PERFIL NOT < W-NIVEL(12)
           DISPLAY (12, 04) "12 - ENDERECOS X SALDO ALMOX".
           IF LK-PERFIL NOT < W-NIVEL(13)
           DISPLAY (13, 04) "13 - LISTA DE SEPARACAO".
           IF LK-PERFIL NOT < W-NIVEL(14)
           DISPLAY (14, 04) "14 - BAIXA DA LISTA DE SEPARACAO".
           IF LK-PERFIL NOT < W-NIVEL(15)
           DISPLAY (15, 04) "15 - EMPRESTIMO DE FERRAMENTAS".
           IF LK-PERFIL NOT < W-NIVEL(16)
           DISPLAY (16, 04) "16 - EMPRESTIMOS EM ATRASO".
           IF LK-PERFIL NOT < W-NIVEL(17)
           DISPLAY (17, 04) "17 - EXTRATO DE EMPRESTIMOS".
           IF LK-PERFIL NOT < W-NIVEL(18)
           DISPLAY (18, 04) "18 - CONSULTA DE NUMERO DE SERIE".
           IF LK-PERFIL NOT < W-NIVEL(19)
           DISPLAY (19, 04) "19 - NIVEIS MIN/MAX POR ALMOX".
           IF LK-PERFIL NOT < W-NIVEL(20)
           DISPLAY (20, 04) "20 - SUGESTAO DE TRANSF. ENTRE ALMOX".
           IF LK-PERFIL NOT < W-NIVEL(21)
           DISPLAY (21, 04) "21 - POSICAO DE ESTOQUE EM DATA".
           DISPLAY (02, 42) "CONTAS A PAGAR"
           IF LK-PERFIL NOT < W-NIVEL(03)
           DISPLAY (03, 44) "03 - BAIXA DE TITULOS A PAGAR".
           IF LK-PERFIL NOT < W-NIVEL(04)
           DISPLAY (04, 44) "04 - CONTAS A PAGAR POR ATRASO".
           DISPLAY (06, 42) "CUSTO DO ESTOQUE"
           IF LK-PERFIL NOT < W-NIVEL(22)
           DISPLAY (07, 44) "22 - ATUALIZA CAMADAS PEPS".
           IF LK-PERFIL NOT < W-NIVEL(23)
           DISPLAY (08, 44) "23 - ESTOQUE MEDIO X PEPS".
           IF LK-PERFIL NOT < W-NIVEL(34)
           DISPLAY (09, 44) "34 - RECONSTROI KARDEX POR DATA".
           DISPLAY (10, 42) "VENDAS"
           IF LK-PERFIL NOT < W-NIVEL(24)
           DISPLAY (11, 44) "24 - CADASTRO DE CLIENTES".
           IF LK-PERFIL NOT < W-NIVEL(25)
           DISPLAY (12, 44) "25 - PEDIDO DE VENDA".
           IF LK-PERFIL NOT < W-NIVEL(26)
           DISPLAY (13, 44) "26 - ENTREGA DO PEDIDO DE VENDA".
           IF LK-PERFIL NOT < W-NIVEL(27)
           DISPLAY (14, 44) "27 - VENDAS POR CLIENTE/GRUPO".
           DISPLAY (16, 42) "INVENTARIO"
           IF LK-PERFIL NOT < W-NIVEL(28)
           DISPLAY (17, 44) "28 - IMPORTACAO DO COLETOR".
           DISPLAY (18, 42) "QUALIDADE FORNECEDOR"
           IF LK-PERFIL NOT < W-NIVEL(29)
           DISPLAY (19, 44) "29 - NAO CONFORMIDADE FORNECEDOR".
           IF LK-PERFIL NOT < W-NIVEL(30)
           DISPLAY (20, 44) "30 - N.C. COM RESPOSTA EM ATRASO".
           IF LK-PERFIL NOT < W-NIVEL(31)
           DISPLAY (21, 44) "31 - QUALIDADE ANUAL FORNECEDOR".
           IF LK-PERFIL NOT < W-NIVEL(32)
           DISPLAY (22, 04) "32 - ENVIO DE PEDIDOS EM ARQUIVO".
           IF LK-PERFIL NOT < W-NIVEL(33)
           DISPLAY (22, 44) "33 - CONFIRMACAO DO FORNECEDOR".
           DISPLAY (24, 08) "00 - VOLTA AO MENU PRINCIPAL"
           IF LK-PERFIL NOT < W-NIVEL(60)
           DISPLAY (24, 38) "60 - MAIS MODULOS".
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
              CALL "CEP046" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 02
              CALL "CEP047" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 03
              CALL "CEP048" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 04
              CALL "CEP049" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 05
              CALL "CEP050" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 06
              CALL "CEP051" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 07
              CALL "CEP052" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 08
              CALL "CEP053" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 09
              CALL "CEP054" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 10
              CALL "CEP055" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 11
              CALL "CEP056" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 12
              CALL "CEP057" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 13
              CALL "CEP058" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 14
              CALL "CEP059" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 15
              CALL "CEP060" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 16
              CALL "CEP061" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 17
              CALL "CEP062" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 18
              CALL "CEP063" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 19
              CALL "CEP064" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 20
              CALL "CEP065" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 21
              CALL "CEP066" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 22
              CALL "CEP067" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 23
              CALL "CEP068" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 24
              CALL "CEP069" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 25
              CALL "CEP070" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 26
              CALL "CEP071" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 27
              CALL "CEP072" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 28
              CALL "CEP073" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 29
              CALL "CEP074" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 30
              CALL "CEP075" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 31
              CALL "CEP076" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 32
              CALL "CEP077" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 33
              CALL "CEP078" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 34
              CALL "CEP079" USING LK-OPERADOR
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO = 60
              CALL "MENU003" USING LK-OPERADOR
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
