      * ACUMULADORES ANUAIS OCC00305/306   *
      * SAO RECALCULADOS COMO SOMA DOS     *
      * MESES NA GRAVACAO.                 *
      * CADA DIFERENCA DIGITADA EM UM SLOT *
      * VIRA UM LANCAMENTO NO LANCCC.DAT,  *
      * COM O DOCUMENTO E O HISTORICO      *
      * INFORMADOS NA TELA; A EXCLUSAO     *
      * ESTORNA OS SLOTS DO REGISTRO.      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY PERSEL.BOK.
       COPY CTASEL.BOK.
       COPY TRVSEL.BOK.
       COPY LCCSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY PERIODO.BOK.
       COPY PLANCTA.BOK.
       COPY TRAVA.BOK.
       COPY LANCCC.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       COPY EMPRESA.BOK.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-TEMCTA     PIC X(01) VALUE "N".
       77 ST-ERROTV    PIC X(02) VALUE "00".
       77 W-TRAVOU     PIC X(01) VALUE "N".
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       01 W-DOCTO      PIC X(10) VALUE SPACES.
       01 W-HIST       PIC X(40) VALUE SPACES.
       01 W-DIFLC      PIC S9(09)V99 VALUE ZEROS.
       01 W-TRVNOVA    PIC X(23) VALUE SPACES.
       01 W-TRVCHAVE   PIC X(23) VALUE SPACES.
       01 W-DTTRV      PIC 9(08) VALUE ZEROS.
          03 TA-MM     PIC 9(02).
          03 TA-SS     PIC 9(02).
          03 FILLER    PIC 9(02).
       COPY ACESSO.BOK.
       COPY PESQUISA.BOK.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
      * FEITO UMA UNICA VEZ NO MENU; PERFIL 3 = SUPERVISOR). OS
      * CENTROS FICAM LIMITADOS AOS LIBERADOS NO OPERCC.DAT (OCACES)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE "C"      TO ACE-FUNCAO
           MOVE "OCM003" TO ACE-PROG
           CALL "OCACES" USING LK-OPERADOR ACE-PARM.
       INC-PER.
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-ANO TO W-ANOPER
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRAVA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * LANCAMENTOS DO DETALHE (LANCCC.DAT): O ULTIMO NUMERO E
      * ACHADO UMA VEZ NA ABERTURA
      *
       INC-OPLC.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OPLC
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           PERFORM ACHAR-ULTLCC THRU ACHAR-ULTLCC-FIM.
       INC-001.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                MOVE SPACES TO W-DOCTO W-HIST
                MOVE ZEROS TO OCC00301 OCC00302 OCC00305 OCC00306
                              OCC00307 OCC00308
                PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 12
                DISPLAY (03, 01) "CENTRO DE CUSTO    : "
                DISPLAY (04, 01) "CONTA              : "
                DISPLAY (06, 01) "MES    VALOR 1 (303)    VALOR 2 (304)"
                DISPLAY (07, 01) "---    ------------     ------------"
                DISPLAY (03, 72) "F4=LISTA"
                DISPLAY (04, 72) "F4=LISTA".
       INC-002.
                ACCEPT  (03, 22) OCC00301
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE OCA001 OCA003
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   MOVE "OCA001  " TO PSQ-TABELA
                   MOVE W-OCA001 TO PSQ-ARQUIVO
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002
                   ELSE
                      MOVE PSQ-NUMERO TO OCC00301
                      DISPLAY (03, 22) OCC00301.
                IF OCC00301 = 0
                   MOVE "*** CENTRO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
      *
      * CENTRO FORA DA LISTA DO OPERADOR (OPERCC): RECUSADO E
      * REGISTRADO NA TRILHA
      *
                IF ACE-LIB(OCC00301) NOT = "S"
                   MOVE "R" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   MOVE "*** CENTRO NAO LIBERADO PARA O OPERADOR ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (03, 30) OCC00102.
       LER-A003.
                PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 12
                ACCEPT (04, 22) OCC00302
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-ACT = 05
                   MOVE "PLANCTA " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-003
                   ELSE
                      MOVE PSQ-NUMERO TO OCC00302
                      DISPLAY (04, 22) OCC00302.
                IF W-TEMCTA = "S"
                   MOVE OCC00302 TO CTA-COD
                   READ PLANCTA
                ADD 1 TO IND
                IF IND NOT > 12
                   GO TO INC-005.
      *
      * DOCUMENTO E HISTORICO DOS LANCAMENTOS QUE A GRAVACAO GERA
      *
       INC-006.
                DISPLAY (20, 01) "DOCUMENTO: "
                DISPLAY (21, 01) "HISTORICO: "
                ACCEPT (20, 12) W-DOCTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 12 TO IND
                   GO TO INC-005.
                ACCEPT (21, 12) W-HIST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-006.
                IF W-DOCTO = SPACES
                   MOVE "MANUAL" TO W-DOCTO.
                IF W-HIST = SPACES
                   MOVE "AJUSTE MANUAL DO DETALHE" TO W-HIST.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO3 = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      PERFORM GERA-LANC THRU GERA-LANC-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO3 = "00"
                   MOVE "E" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   PERFORM EXC-LANC THRU EXC-LANC-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO3 = "00" OR "02"
                   MOVE "A" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   PERFORM GERA-LANC THRU GERA-LANC-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * UM LANCAMENTO POR SLOT QUE MUDOU: A DIFERENCA ENTRE O VALOR
      * GRAVADO E A IMAGEM DA LEITURA (ZERO NA INCLUSAO). MES
      * FECHADO JA VOLTOU AO ORIGINAL NO ROT-TRAVAMES E NAO GERA.
      *-------------------------------------------------------------
       GERA-LANC.
                MOVE ZEROS TO IND.
       GERA-LANC1.
                ADD 1 TO IND
                IF IND > 12
                   GO TO GERA-LANC-FIM.
                COMPUTE W-DIFLC = OCC00303(IND) - W-ORI3(IND)
                IF W-DIFLC NOT = ZEROS
                   MOVE "D" TO LCC-DC
                   PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
                COMPUTE W-DIFLC = OCC00304(IND) - W-ORI4(IND)
                IF W-DIFLC NOT = ZEROS
                   MOVE "C" TO LCC-DC
                   PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
                GO TO GERA-LANC1.
       GERA-LANC-FIM.
                EXIT.
      *
      * EXCLUSAO: TODOS OS SLOTS DO REGISTRO SAO ESTORNADOS
      *
       EXC-LANC.
                MOVE ZEROS TO IND.
       EXC-LANC1.
                ADD 1 TO IND
                IF IND NOT > 12
                   MOVE ZEROS TO OCC00303(IND) OCC00304(IND)
                   GO TO EXC-LANC1.
                MOVE "MANUAL" TO W-DOCTO
                MOVE "EXCLUSAO DO DETALHE (OCM003)" TO W-HIST
                PERFORM GERA-LANC THRU GERA-LANC-FIM.
       EXC-LANC-FIM.
                EXIT.
      *
       GRAVA-LANC.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                MOVE OCC00301 TO LCC-CENTRO
                MOVE W-ANOPER TO LCC-ANO
                MOVE IND      TO LCC-MESREF
                MOVE OCC00302 TO LCC-CONTA
                MOVE W-DIFLC  TO LCC-VALOR
                MOVE DH-ANO   TO LCC-DTANO
                MOVE DH-MES   TO LCC-DTMES
                MOVE DH-DIA   TO LCC-DTDIA
                MOVE W-DOCTO  TO LCC-DOCTO
                MOVE W-HIST   TO LCC-HIST
                MOVE "OCM003" TO LCC-PROG
                MOVE W-LOGIN  TO LCC-OPERADOR.
       GRAVA-LANC1.
                ADD 1 TO W-ULTLCC
                MOVE W-ULTLCC TO LCC-SEQ
                WRITE REGLCC
                IF ST-ERROLC = "22"
                   GO TO GRAVA-LANC1.
                IF ST-ERROLC NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO LANCCC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LANC-FIM.
                EXIT.
      *
       ACHAR-ULTLCC.
                MOVE ZEROS TO W-ULTLCC LCC-SEQ
                START LANCCC KEY IS NOT LESS LCC-SEQ
                      INVALID KEY GO TO ACHAR-ULTLCC-FIM.
       ACHAR-ULTLCC1.
                READ LANCCC NEXT
                IF ST-ERROLC NOT = "00"
                   GO TO ACHAR-ULTLCC-FIM.
                MOVE LCC-SEQ TO W-ULTLCC
                GO TO ACHAR-ULTLCC1.
       ACHAR-ULTLCC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                CLOSE ARQTRLH TRAVA LANCCC
                IF W-TEMCTA = "S"
                   CLOSE PLANCTA.
                DISPLAY (01, 01) ERASE
                MOVE "OCM003" TO TRLH-PROG
                MOVE OCC00301 TO TRLH-CHAVE
                MOVE OCC00302 TO TRLH-DESCR
                IF TRLH-RECUSA
                   MOVE "CENTRO FORA DA LISTA (OPERCC)" TO TRLH-DESCR.
                MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: NOMES    *
      * DOS ARQUIVOS DE CENTRO DE CUSTO DA EMPRESA    *
      *************************************************
      *
       ROT-EMPRESA.
           MOVE LK-EMPRESA TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA001  TO W-OCA001
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-PERIODO TO W-PERIODO
           MOVE EMP-LANCCC  TO W-LANCCC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
