       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSQ001.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * JANELA DE PESQUISA DE CODIGO: LISTA*
      * O CADASTRO PEDIDO EM PAGINAS DE 8  *
      * ITENS, A PARTIR DO INICIO DA       *
      * DESCRICAO (PRODUTO, CENTRO DE      *
      * CUSTO, AMIGO) OU DO CODIGO (DEMAIS)*
      * E DEVOLVE O CODIGO ESCOLHIDO. AS   *
      * TELAS CHAMAM COM F4 NO CAMPO DE    *
      * CODIGO. O CADASTRO E ABERTO SO     *
      * PARA LEITURA E FECHADO NA SAIDA.   *
      * VER PESQUISA.BOK.                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUSEL.BOK.
       COPY FORNSEL.BOK.
       COPY MOTSEL.BOK.
       COPY GRUSEL.BOK.
       COPY TIPOSEL.BOK.
       COPY CTASEL.BOK.
       COPY AMIGSEL.BOK.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERROC
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUTO.BOK.
       COPY FORNEC.BOK.
       COPY MOTIVO.BOK.
       COPY GRUPO.BOK.
       COPY AMTIPO.BOK.
       COPY PLANCTA.BOK.
       COPY ARQAMIG.BOK.
       COPY OCA001.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERROMT    PIC X(02) VALUE "00".
       77 ST-ERROG     PIC X(02) VALUE "00".
       77 ST-ERROI     PIC X(02) VALUE "00".
       77 ST-ERROCT    PIC X(02) VALUE "00".
       77 ST-ERROC     PIC X(02) VALUE "00".
       77 W-ST         PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-BRANCO     PIC X(40) VALUE SPACES.
       77 W-TITULO     PIC X(40) VALUE SPACES.
      *
      * W-BUSCA: D = PELO INICIO DA DESCRICAO (CHAVE ALTERNATIVA),
      * C = A PARTIR DO CODIGO, T = LISTA COMPLETA
      *
       77 W-BUSCA      PIC X(01) VALUE "C".
       77 W-INICIO     PIC X(20) VALUE SPACES.
       77 W-INICOD     PIC 9(06) VALUE ZEROS.
       77 W-MAXCOD     PIC 9(06) VALUE ZEROS.
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-PAGINA     PIC 9(04) VALUE ZEROS.
       77 W-PULAR      PIC 9(06) VALUE ZEROS.
       77 W-QTD        PIC 9(01) VALUE ZEROS.
       77 IND          PIC 9(02) VALUE ZEROS.
      *
      * LINHAS DA JANELA: TITULO, BUSCA, 8 ITENS E A PERGUNTA
      *
       77 W-LIN        PIC 9(02) VALUE 12.
       77 W-LIN1       PIC 9(02) VALUE ZEROS.
       77 W-LINX       PIC 9(02) VALUE ZEROS.
       77 W-LINP       PIC 9(02) VALUE ZEROS.
       01 W-OPCAO      PIC X(01) VALUE SPACES.
       01 W-OPCAON REDEFINES W-OPCAO PIC 9(01).
       01 W-CODED      PIC Z(08)9.
      *
      * REGISTRO LIDO, JA NO FORMATO DA LISTA
      *
       01 W-ITEM.
          03 W-ITCOD   PIC X(12) VALUE SPACES.
          03 W-ITNUM   PIC 9(09) VALUE ZEROS.
          03 W-ITDES   PIC X(40) VALUE SPACES.
       01 TAB-ITENS.
          03 TI-ITEM OCCURS 8 TIMES.
             05 TI-COD PIC X(12).
             05 TI-NUM PIC 9(09).
             05 TI-DES PIC X(40).
       01 LN-ITEM.
          03 LN-NUM    PIC 9(01).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LN-COD    PIC X(12).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LN-DES    PIC X(25).
      *-----------------------------------------------------------------
      * AREA DE TROCA COM A TELA CHAMADORA
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY PESQUISA.BOK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PSQ-PARM.
       INICIO.
           MOVE "00"   TO PSQ-RETORNO
           MOVE SPACES TO PSQ-CODIGO PSQ-DESCR
           MOVE ZEROS  TO PSQ-NUMERO
           MOVE 12 TO W-LIN
           IF PSQ-LINHA NOT < 01 AND PSQ-LINHA NOT > 12
              MOVE PSQ-LINHA TO W-LIN.
           COMPUTE W-LIN1 = W-LIN + 1
           COMPUTE W-LINP = W-LIN + 10
           MOVE "C" TO W-BUSCA
           MOVE ZEROS TO W-MAXCOD.
      *
      * ABERTURA DO CADASTRO PEDIDO
      *
       INC-OP1.
           IF PSQ-TABELA = "PRODUTO "
              MOVE "PESQUISA DE PRODUTOS" TO W-TITULO
              MOVE "D" TO W-BUSCA
              OPEN INPUT PRODUTO
              MOVE ST-ERRO TO W-ST
              GO TO INC-OP2.
           IF PSQ-TABELA = "FORNEC  "
              MOVE "PESQUISA DE FORNECEDORES" TO W-TITULO
              MOVE 9999 TO W-MAXCOD
              OPEN INPUT FORNEC
              MOVE ST-ERRON TO W-ST
              GO TO INC-OP2.
           IF PSQ-TABELA = "MOTIVO  "
              MOVE "PESQUISA DE MOTIVOS" TO W-TITULO
              MOVE "T" TO W-BUSCA
              OPEN INPUT MOTIVO
              MOVE ST-ERROMT TO W-ST
              GO TO INC-OP2.
           IF PSQ-TABELA = "GRUPO   "
              MOVE "PESQUISA DE GRUPOS" TO W-TITULO
              MOVE 99 TO W-MAXCOD
              OPEN INPUT ARQGRUPO
              MOVE ST-ERROG TO W-ST
              GO TO INC-OP2.
           IF PSQ-TABELA = "AMTIPO  "
              MOVE "PESQUISA DE TIPOS DE AMIGO" TO W-TITULO
              MOVE 9 TO W-MAXCOD
              OPEN INPUT AMTIPO
              MOVE ST-ERROI TO W-ST
              GO TO INC-OP2.
           IF PSQ-TABELA = "PLANCTA "
              MOVE "PESQUISA DE CONTAS" TO W-TITULO
              MOVE 99 TO W-MAXCOD
              OPEN INPUT PLANCTA
              MOVE ST-ERROCT TO W-ST
              GO TO INC-OP2.
           IF PSQ-TABELA = "OCA001  "
              MOVE "PESQUISA DE CENTROS DE CUSTO" TO W-TITULO
              MOVE "D" TO W-BUSCA
              MOVE PSQ-ARQUIVO TO W-OCA001
              IF W-OCA001 = SPACES
                 MOVE "OCA001.DAT" TO W-OCA001
              END-IF
              OPEN INPUT OCA001
              MOVE ST-ERROC TO W-ST
              GO TO INC-OP2.
           IF PSQ-TABELA = "AMIGO   "
              MOVE "PESQUISA DE AMIGOS" TO W-TITULO
              MOVE "D" TO W-BUSCA
              OPEN INPUT ARQAMIG
              MOVE ST-ERRO TO W-ST
              GO TO INC-OP2.
           MOVE "03" TO PSQ-RETORNO
           MOVE "*** TABELA DE PESQUISA INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMP.
       INC-OP2.
           IF W-ST NOT = "00"
              MOVE "02" TO PSQ-RETORNO
              MOVE "*** CADASTRO INDISPONIVEL PARA PESQUISA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE SPACES TO W-INICIO
           MOVE ZEROS  TO W-INICOD.
      *
      * JANELA: TITULO E CAMPO DE BUSCA
      *
       INC-001.
           PERFORM LIMPA-JANELA THRU LIMPA-JANELA-FIM
           DISPLAY (W-LIN, 41) W-TITULO.
       INC-002.
           MOVE 1 TO W-PAGINA
           IF W-BUSCA = "T"
              GO TO INC-003.
           IF W-BUSCA = "D"
              DISPLAY (W-LIN1, 41) "INICIO: "
              ACCEPT  (W-LIN1, 49) W-INICIO WITH UPDATE
           ELSE
              DISPLAY (W-LIN1, 41) "A PARTIR DO CODIGO: "
              ACCEPT  (W-LIN1, 61) W-INICOD WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "01" TO PSQ-RETORNO
              GO TO ROT-FIM.
           IF W-BUSCA = "C" AND W-INICOD > W-MAXCOD
              MOVE "*** CODIGO FORA DA FAIXA DO CADASTRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      * MONTAGEM DA PAGINA W-PAGINA
      *
       INC-003.
           PERFORM MONTA-PAGINA THRU MONTA-PAGINA-FIM
           IF W-QTD = ZEROS
              IF W-PAGINA = 1
                 MOVE "*** NADA ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 IF W-BUSCA = "T"
                    MOVE "01" TO PSQ-RETORNO
                    GO TO ROT-FIM
                 ELSE
                    GO TO INC-002
              ELSE
                 SUBTRACT 1 FROM W-PAGINA
                 MOVE "*** FIM DA LISTA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-003.
           PERFORM MOSTRA-PAGINA THRU MOSTRA-PAGINA-FIM
           DISPLAY (W-LINP, 41) W-BRANCO
           DISPLAY (W-LINP, 43) "(1-8) ENTER=MAIS -=VOLTA ESC=BUSCA".
      *
      * ESCOLHA: NUMERO DO ITEM, ENTER = PROXIMA PAGINA, - = PAGINA
      * ANTERIOR, ESC = NOVA BUSCA (SAIDA QUANDO NAO HA BUSCA)
      *
       INC-004.
           MOVE SPACES TO W-OPCAO
           ACCEPT  (W-LINP, 41) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              IF W-BUSCA = "T"
                 MOVE "01" TO PSQ-RETORNO
                 GO TO ROT-FIM
              ELSE
                 GO TO INC-001.
           IF W-OPCAO = SPACES
              ADD 1 TO W-PAGINA
              GO TO INC-003.
           IF W-OPCAO = "-"
              IF W-PAGINA > 1
                 SUBTRACT 1 FROM W-PAGINA
                 GO TO INC-003
              ELSE
                 GO TO INC-004.
           IF W-OPCAO NOT NUMERIC
              MOVE "*** ITEM INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           IF W-OPCAON = ZEROS OR W-OPCAON > W-QTD
              MOVE "*** ITEM INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           MOVE TI-NUM(W-OPCAON) TO PSQ-NUMERO
           MOVE TI-DES(W-OPCAON) TO PSQ-DESCR
           IF PSQ-TABELA = "MOTIVO  " OR PSQ-TABELA = "AMIGO   "
              MOVE TI-COD(W-OPCAON) TO PSQ-CODIGO.
           MOVE "00" TO PSQ-RETORNO
           GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * MONTA A PAGINA: POSICIONA NO INICIO DA BUSCA, PULA AS
      * PAGINAS ANTERIORES E GUARDA ATE 8 ITENS EM TAB-ITENS
      *-------------------------------------------------------------
       MONTA-PAGINA.
           MOVE ZEROS TO W-QTD
           MOVE "N" TO W-FIM
           COMPUTE W-PULAR = (W-PAGINA - 1) * 8
           PERFORM LER-INICIO THRU LER-INICIO-FIM.
       MONTA-PAGINA1.
           IF W-FIM = "S"
              GO TO MONTA-PAGINA-FIM.
           IF W-PULAR > ZEROS
              SUBTRACT 1 FROM W-PULAR
              PERFORM LER-PROXIMO THRU LER-PROXIMO-FIM
              GO TO MONTA-PAGINA1.
           ADD 1 TO W-QTD
           MOVE W-ITCOD TO TI-COD(W-QTD)
           MOVE W-ITNUM TO TI-NUM(W-QTD)
           MOVE W-ITDES TO TI-DES(W-QTD)
           IF W-QTD = 8
              GO TO MONTA-PAGINA-FIM.
           PERFORM LER-PROXIMO THRU LER-PROXIMO-FIM
           GO TO MONTA-PAGINA1.
       MONTA-PAGINA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * POSICIONAMENTO (START) E PRIMEIRA LEITURA
      *-------------------------------------------------------------
       LER-INICIO.
           IF PSQ-TABELA = "PRODUTO "
              MOVE W-INICIO TO DESCR
              START PRODUTO KEY IS NOT LESS CHAVE2
              MOVE ST-ERRO TO W-ST
              GO TO LER-INICIO1.
           IF PSQ-TABELA = "FORNEC  "
              MOVE W-INICOD TO FORN-CODIGO
              START FORNEC KEY IS NOT LESS FORN-CODIGO
              MOVE ST-ERRON TO W-ST
              GO TO LER-INICIO1.
           IF PSQ-TABELA = "MOTIVO  "
              MOVE LOW-VALUES TO MOT-COD
              START MOTIVO KEY IS NOT LESS MOT-COD
              MOVE ST-ERROMT TO W-ST
              GO TO LER-INICIO1.
           IF PSQ-TABELA = "GRUPO   "
              MOVE W-INICOD TO GRU-COD
              START ARQGRUPO KEY IS NOT LESS GRU-COD
              MOVE ST-ERROG TO W-ST
              GO TO LER-INICIO1.
           IF PSQ-TABELA = "AMTIPO  "
              MOVE W-INICOD TO TIPO-COD
              START AMTIPO KEY IS NOT LESS TIPO-COD
              MOVE ST-ERROI TO W-ST
              GO TO LER-INICIO1.
           IF PSQ-TABELA = "PLANCTA "
              MOVE W-INICOD TO CTA-COD
              START PLANCTA KEY IS NOT LESS CTA-COD
              MOVE ST-ERROCT TO W-ST
              GO TO LER-INICIO1.
           IF PSQ-TABELA = "OCA001  "
              MOVE W-INICIO TO OCC00102
              START OCA001 KEY IS NOT LESS OCC00102
              MOVE ST-ERROC TO W-ST
              GO TO LER-INICIO1.
           MOVE W-INICIO TO NOME
           START ARQAMIG KEY IS NOT LESS NOME
           MOVE ST-ERRO TO W-ST.
       LER-INICIO1.
           IF W-ST NOT = "00"
              MOVE "S" TO W-FIM
              GO TO LER-INICIO-FIM.
           PERFORM LER-PROXIMO THRU LER-PROXIMO-FIM.
       LER-INICIO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * PROXIMO REGISTRO NA ORDEM DA CHAVE POSICIONADA, LEVADO PARA
      * W-ITEM (STATUS 02 = CHAVE ALTERNATIVA REPETIDA, NORMAL)
      *-------------------------------------------------------------
       LER-PROXIMO.
           MOVE SPACES TO W-ITCOD W-ITDES
           MOVE ZEROS  TO W-ITNUM
           IF PSQ-TABELA = "PRODUTO "
              READ PRODUTO NEXT
              MOVE ST-ERRO TO W-ST
              MOVE CODPRO TO W-ITNUM
              MOVE DESCR TO W-ITDES
              GO TO LER-PROXIMO1.
           IF PSQ-TABELA = "FORNEC  "
              READ FORNEC NEXT
              MOVE ST-ERRON TO W-ST
              MOVE FORN-CODIGO TO W-ITNUM
              MOVE FORN-NOME TO W-ITDES
              GO TO LER-PROXIMO1.
           IF PSQ-TABELA = "MOTIVO  "
              READ MOTIVO NEXT
              MOVE ST-ERROMT TO W-ST
              MOVE MOT-COD TO W-ITCOD
              MOVE MOT-DESC TO W-ITDES
              GO TO LER-PROXIMO1.
           IF PSQ-TABELA = "GRUPO   "
              READ ARQGRUPO NEXT
              MOVE ST-ERROG TO W-ST
              MOVE GRU-COD TO W-ITNUM
              MOVE GRU-DESC TO W-ITDES
              GO TO LER-PROXIMO1.
           IF PSQ-TABELA = "AMTIPO  "
              READ AMTIPO NEXT
              MOVE ST-ERROI TO W-ST
              MOVE TIPO-COD TO W-ITNUM
              MOVE TIPO-DESC TO W-ITDES
              GO TO LER-PROXIMO1.
           IF PSQ-TABELA = "PLANCTA "
              READ PLANCTA NEXT
              MOVE ST-ERROCT TO W-ST
              MOVE CTA-COD TO W-ITNUM
              MOVE CTA-DESC TO W-ITDES
              GO TO LER-PROXIMO1.
           IF PSQ-TABELA = "OCA001  "
              READ OCA001 NEXT
              MOVE ST-ERROC TO W-ST
              MOVE OCC00101 TO W-ITNUM
              MOVE OCC00102 TO W-ITDES
              GO TO LER-PROXIMO1.
           READ ARQAMIG NEXT
           MOVE ST-ERRO TO W-ST
           MOVE APELIDO TO W-ITCOD
           MOVE NOME TO W-ITDES.
       LER-PROXIMO1.
           IF W-ST NOT = "00" AND W-ST NOT = "02"
              MOVE "S" TO W-FIM
              GO TO LER-PROXIMO-FIM.
           IF W-ITCOD = SPACES
              MOVE W-ITNUM TO W-CODED
              MOVE W-CODED TO W-ITCOD.
       LER-PROXIMO-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * MOSTRA OS ITENS DA PAGINA (LINHAS SEM ITEM FICAM EM BRANCO)
      *-------------------------------------------------------------
       MOSTRA-PAGINA.
           MOVE ZEROS TO IND.
       MOSTRA-PAGINA1.
           ADD 1 TO IND
           IF IND > 8
              GO TO MOSTRA-PAGINA-FIM.
           COMPUTE W-LINX = W-LIN1 + IND
           IF IND > W-QTD
              DISPLAY (W-LINX, 41) W-BRANCO
              GO TO MOSTRA-PAGINA1.
           MOVE IND TO LN-NUM
           MOVE TI-COD(IND) TO LN-COD
           MOVE TI-DES(IND) TO LN-DES
           DISPLAY (W-LINX, 41) LN-ITEM
           GO TO MOSTRA-PAGINA1.
       MOSTRA-PAGINA-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * APAGA A AREA DA JANELA (COLUNAS 41 A 80)
      *-------------------------------------------------------------
       LIMPA-JANELA.
           MOVE W-LIN TO W-LINX.
       LIMPA-JANELA1.
           IF W-LINX > W-LINP
              GO TO LIMPA-JANELA-FIM.
           DISPLAY (W-LINX, 41) W-BRANCO
           ADD 1 TO W-LINX
           GO TO LIMPA-JANELA1.
       LIMPA-JANELA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           PERFORM LIMPA-JANELA THRU LIMPA-JANELA-FIM
           IF PSQ-TABELA = "PRODUTO "
              CLOSE PRODUTO.
           IF PSQ-TABELA = "FORNEC  "
              CLOSE FORNEC.
           IF PSQ-TABELA = "MOTIVO  "
              CLOSE MOTIVO.
           IF PSQ-TABELA = "GRUPO   "
              CLOSE ARQGRUPO.
           IF PSQ-TABELA = "AMTIPO  "
              CLOSE AMTIPO.
           IF PSQ-TABELA = "PLANCTA "
              CLOSE PLANCTA.
           IF PSQ-TABELA = "OCA001  "
              CLOSE OCA001.
           IF PSQ-TABELA = "AMIGO   "
              CLOSE ARQAMIG.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
