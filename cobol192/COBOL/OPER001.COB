      * OPERADORES (OPERADOR.DAT, AGORA    *
      * COM PERFIL) E DA TABELA DE         *
      * PERMISSOES POR PERFIL (PERMISS.DAT)*
      * E DOS CENTROS DE CUSTO LIBERADOS   *
      * POR OPERADOR (OPERCC.DAT).         *
      * FUNCAO EXCLUSIVA DO SUPERVISOR     *
      * (PERFIL 3). TUDO VAI PARA A TRILHA *
      * DE AUDITORIA.                      *
       COPY OPERSEL.BOK.
       COPY PERMSEL.BOK.
       COPY AUDSEL.BOK.
       COPY OPCSEL.BOK.
      *
           SELECT OCA001   ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCK00101
               FILE STATUS  IS ST-ERRO
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY OPERADOR.BOK.
       COPY PERMISS.BOK.
       COPY AUDTRLH.BOK.
       COPY OPERCC.BOK.
       COPY OCA001.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROO     PIC X(02) VALUE "00".
       77 ST-ERROQ     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERROU     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OPERCC     PIC X(40) VALUE "OPERCC.DAT".
       77 W-EMPLOG     PIC 9(02) VALUE 01.
       77 W-EMPNOME    PIC X(40) VALUE SPACES.
       77 W-TEMOCA     PIC X(01) VALUE "N".
       77 W-TEMOPC     PIC X(01) VALUE "N".
       77 W-LINLIS     PIC 9(02) VALUE ZEROS.
       77 W-COLLIS     PIC 9(02) VALUE ZEROS.
       01 W-CCNOVO     PIC 9(02) VALUE ZEROS.
       01 W-LOGLIS     PIC X(08) VALUE SPACES.
       77 W-IEMP       PIC 9(02) VALUE ZEROS.
       COPY EMPRESA.BOK.
       01 W-ITEMLIS.
          03 W-LISCC   PIC 9(02).
          03 FILLER    PIC X(01) VALUE "-".
          03 W-LISTP   PIC X(01).
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
              MOVE "*** FUNCAO RESERVADA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM.
       INC-OP0.
           OPEN I-O OPERADOR
           IF ST-ERROO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * CENTROS LIBERADOS POR OPERADOR NA EMPRESA DO LOGIN; O
      * CADASTRO DE CENTROS (DA MESMA EMPRESA) SO SERVE PARA VALIDAR
      * E MOSTRAR A DENOMINACAO
      *
       INC-OP3.
           OPEN I-O OPERCC
           IF ST-ERROU NOT = "00"
               IF ST-ERROU = "30"
                      OPEN OUTPUT OPERCC
                      CLOSE OPERCC
                      GO TO INC-OP3
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO OPERCC"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO W-TEMOPC.
       INC-OP4.
           OPEN INPUT OCA001
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMOCA
           ELSE
              MOVE "N" TO W-TEMOCA.
       INC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "OPERADORES E PERMISSOES"
           DISPLAY (04, 05)
                "MODO: O=OPERADORES P=PERMISSOES D=DESBLOQ. C=CENTROS"
           DISPLAY (05, 05) "MODO DESEJADO :"
           ACCEPT  (05, 21) W-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-MODO = "o" MOVE "O" TO W-MODO.
           IF W-MODO = "p" MOVE "P" TO W-MODO.
           IF W-MODO = "d" MOVE "D" TO W-MODO.
           IF W-MODO = "c" MOVE "C" TO W-MODO.
           IF W-MODO NOT = "O" AND "P" AND "D" AND "C"
              MOVE "*** DIGITE O, P, D OU C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MODO.
           IF W-MODO = "P"
              GO TO PRM-001.
           IF W-MODO = "D"
              GO TO DSB-001.
           IF W-MODO = "C"
              GO TO CCO-001.
      *
      *****************************************
      * MANUTENCAO DE OPERADORES              *
      *
       INC-001.
                MOVE SPACES TO OPER-LOGIN OPER-SENHA OPER-NOME
                               OPER-BLOQ OPER-EMPRESAS
                MOVE ZEROS  TO OPER-PERFIL OPER-DTSENHA OPER-TENTAT.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 18) "CADASTRO DE OPERADORES"
                DISPLAY (05, 01) "SENHA              : "
                DISPLAY (06, 01) "NOME               : "
                DISPLAY (07, 01) "PERFIL (1/2/3)     : "
                DISPLAY (08, 01) "EMPRESAS           : "
                DISPLAY (09, 01)
                     "PERFIL: 1=CONSULTA 2=OPERACAO 3=SUPERVISOR".
                DISPLAY (10, 01)
                     "EMPRESAS: ATE 10 CODIGOS, BRANCO = SO A 01".
       INC-002.
                ACCEPT  (04, 21) OPER-LOGIN
                ACCEPT W-ACT FROM ESCAPE KEY
                   IF ST-ERROO = "00"
                      DISPLAY (06, 22) OPER-NOME
                      DISPLAY (07, 22) OPER-PERFIL
                      DISPLAY (08, 22) OPER-EMPRESAS
                      MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
      * EMPRESAS (FILIAIS) DO CENTRO DE CUSTO EM QUE O LOGIN ENTRA:
      * PARES DE DIGITOS, CADA UM CADASTRADO NO PARAMET (EMPRESA-NN)
      *
       INC-006.
                ACCEPT (08, 21) OPER-EMPRESAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE ZEROS TO W-IEMP.
       INC-006A.
                ADD 1 TO W-IEMP
                IF W-IEMP > 10
                   GO TO INC-006B.
                IF OPER-EMP(W-IEMP) = SPACES
                   GO TO INC-006A.
                IF OPER-EMP(W-IEMP) NOT NUMERIC
                                    OR OPER-EMP(W-IEMP) = "00"
                   MOVE "*** EMPRESA INVALIDA (2 DIGITOS) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE OPER-EMP(W-IEMP) TO EMP-CODIGO
                CALL "OCEMPR" USING EMP-PARM
                IF EMP-EXISTE NOT = "S"
                   MOVE "*** EMPRESA NAO CADASTRADA (PARAMET) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                GO TO INC-006A.
       INC-006B.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT  (05, 21) PERM-FUNCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PRM-002.
                IF PERM-FUNCAO = ZEROS OR PERM-FUNCAO > 97
                   MOVE "*** FUNCAO INVALIDA (1 A 97) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRM-003.
       PRM-004.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PRM-001.
      *
      *****************************************
      * CENTROS DE CUSTO LIBERADOS POR        *
      * OPERADOR (OPERCC.DAT): SEM NENHUM     *
      * REGISTRO O OPERADOR VE TODOS OS       *
      * CENTROS; COM LISTA, SO OS LIBERADOS   *
      * (G = O CENTRO E OS ABAIXO DELE)       *
      *****************************************
      *
       CCO-001.
                MOVE SPACES TO OPC-LOGIN
                MOVE ZEROS  TO OPC-CC.
       CCO-001A.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "CENTROS DE CUSTO POR OPERADOR"
                DISPLAY (02, 01) "EMPRESA            : "
                DISPLAY (02, 21) W-EMPLOG
                DISPLAY (02, 24) W-EMPNOME
                DISPLAY (04, 01) "LOGIN              : "
                DISPLAY (05, 01) "CENTRO DE CUSTO    : "
                DISPLAY (06, 01) "TIPO (C/G)         : "
                DISPLAY (07, 01) "SITUACAO           : "
                DISPLAY (09, 01)
                     "C = SO O CENTRO   G = O CENTRO E OS ABAIXO DELE"
                DISPLAY (10, 01)
                     "SEM CENTROS LIBERADOS O OPERADOR VE TODOS".
       CCO-002.
                ACCEPT  (04, 21) OPC-LOGIN
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-MODO.
                MOVE OPC-LOGIN TO OPER-LOGIN
                READ OPERADOR
                IF ST-ERROO NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CCO-002.
                IF OPER-SUPERVISOR
                   MOVE "*** SUPERVISOR VE TODOS OS CENTROS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CCO-002.
                MOVE OPC-LOGIN TO W-LOGLIS
                DISPLAY (04, 30) OPER-NOME.
       CCO-003.
                PERFORM CCO-LISTA THRU CCO-LISTA-FIM
                MOVE SPACES TO OPC-TIPO
                DISPLAY (06, 21) OPC-TIPO
                DISPLAY (07, 22) "         "
                ACCEPT  (05, 21) W-CCNOVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CCO-001A.
                IF W-CCNOVO = ZEROS
                   MOVE "*** CENTRO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CCO-003.
                DISPLAY (05, 30) LIMPA(1:40)
                IF W-TEMOCA = "S"
                   MOVE W-CCNOVO TO OCC00101
                   READ OCA001
                   IF ST-ERRO NOT = "00"
                      MOVE "*** CENTRO NAO CADASTRADO (OCM001) ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CCO-003
                   ELSE
                      DISPLAY (05, 30) OCC00102.
       CCO-004.
                MOVE W-LOGLIS TO OPC-LOGIN
                MOVE W-CCNOVO TO OPC-CC
                READ OPERCC
                IF ST-ERROU = "00"
                   DISPLAY (06, 21) OPC-TIPO
                   DISPLAY (07, 22) "LIBERADO "
                ELSE
                   MOVE SPACE TO OPC-TIPO
                   DISPLAY (07, 22) "BLOQUEADO".
       CCO-005.
                DISPLAY (23, 30) "L=LIBERA  B=BLOQUEIA  ESC=VOLTA"
                ACCEPT  (23, 63) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CCO-003.
                IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
                IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
                IF W-OPCAO NOT = "L" AND "B"
                   MOVE "*** DIGITE L=LIBERA OU B=BLOQUEIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CCO-005.
                IF W-OPCAO = "L"
                   GO TO CCO-LIBERA.
       CCO-BLOQ.
                MOVE W-LOGLIS TO OPC-LOGIN
                MOVE W-CCNOVO TO OPC-CC
                DELETE OPERCC RECORD
                IF ST-ERROU = "00"
                   MOVE "E" TO TRLH-OPER
                   PERFORM ROT-TRILHA3 THRU ROT-TRILHA3-FIM
                   MOVE "*** CENTRO RETIRADO DA LISTA ***" TO MENS
                ELSE
                   MOVE "*** CENTRO NAO ESTAVA NA LISTA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CCO-003.
       CCO-LIBERA.
                IF OPC-TIPO = SPACE
                   MOVE "C" TO OPC-TIPO.
                ACCEPT  (06, 21) OPC-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CCO-005.
                IF OPC-TIPO = "c" MOVE "C" TO OPC-TIPO.
                IF OPC-TIPO = "g" MOVE "G" TO OPC-TIPO.
                IF NOT OPC-CENTRO AND NOT OPC-GRUPO
                   MOVE "*** TIPO INVALIDO (C OU G) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CCO-LIBERA.
                MOVE W-LOGLIS TO OPC-LOGIN
                MOVE W-CCNOVO TO OPC-CC
                MOVE SPACES TO REGOPC (12:9)
                WRITE REGOPC
                IF ST-ERROU = "00" OR "02"
                   MOVE "I" TO TRLH-OPER
                   PERFORM ROT-TRILHA3 THRU ROT-TRILHA3-FIM
                   MOVE "*** CENTRO LIBERADO AO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CCO-003.
                IF ST-ERROU = "22"
                   REWRITE REGOPC
                   IF ST-ERROU = "00" OR "02"
                      MOVE "A" TO TRLH-OPER
                      PERFORM ROT-TRILHA3 THRU ROT-TRILHA3-FIM
                      MOVE "*** TIPO DO CENTRO ALTERADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CCO-003.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO OPERCC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * CENTROS JA LIBERADOS AO LOGIN, 14 POR LINHA (LINHAS 12 A 20)
      *
       CCO-LISTA.
                DISPLAY (12, 01) "LIBERADOS:"
                MOVE 13 TO W-LINLIS.
       CCO-LISTA0.
                DISPLAY (W-LINLIS, 01) LIMPA
                DISPLAY (W-LINLIS, 51) LIMPA(1:29)
                ADD 1 TO W-LINLIS
                IF W-LINLIS NOT > 20
                   GO TO CCO-LISTA0.
                MOVE 13 TO W-LINLIS
                MOVE 01 TO W-COLLIS
                MOVE W-LOGLIS TO OPC-LOGIN
                MOVE ZEROS TO OPC-CC
                START OPERCC KEY IS NOT LESS OPC-CHAVE
                      INVALID KEY GO TO CCO-LISTA2.
       CCO-LISTA1.
                READ OPERCC NEXT
                IF ST-ERROU NOT = "00"
                   GO TO CCO-LISTA2.
                IF OPC-LOGIN NOT = W-LOGLIS
                   GO TO CCO-LISTA2.
                IF W-LINLIS > 20
                   GO TO CCO-LISTA2.
                MOVE OPC-CC   TO W-LISCC
                MOVE OPC-TIPO TO W-LISTP
                DISPLAY (W-LINLIS, W-COLLIS) W-ITEMLIS
                ADD 5 TO W-COLLIS
                IF W-COLLIS > 66
                   MOVE 01 TO W-COLLIS
                   ADD 1 TO W-LINLIS.
                GO TO CCO-LISTA1.
       CCO-LISTA2.
                MOVE W-LOGLIS TO OPC-LOGIN.
       CCO-LISTA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE OPERADOR PERMISS ARQTRLH
                IF W-TEMOPC = "S"
                   CLOSE OPERCC.
                IF W-TEMOCA = "S"
                   CLOSE OCA001.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                WRITE REGTRLH.
       ROT-TRILHA2-FIM.
                EXIT.
      *
       ROT-TRILHA3.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE DH-ANO     TO TRLH-ANO
                MOVE DH-MES     TO TRLH-MES
                MOVE DH-DIA     TO TRLH-DIA
                MOVE TA-HH      TO TRLH-HH
                MOVE TA-MM      TO TRLH-MM
                MOVE TA-SS      TO TRLH-SS
                MOVE "OPER001"  TO TRLH-PROG
                MOVE OPC-CHAVE  TO TRLH-CHAVE
                MOVE W-EMPLOG   TO TRLH-CHAVE(12:2)
                MOVE "CENTRO LIBERADO AO OPERADOR" TO TRLH-DESCR
                MOVE W-LOGIN    TO TRLH-OPERADOR
                WRITE REGTRLH.
       ROT-TRILHA3-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: LISTA DE *
      * CENTROS E CADASTRO DE CENTROS DA EMPRESA      *
      *************************************************
      *
       ROT-EMPRESA.
                MOVE LK-EMPRESA TO EMP-CODIGO
                CALL "OCEMPR" USING EMP-PARM
                MOVE EMP-CODIGO  TO W-EMPLOG
                MOVE EMP-NOME    TO W-EMPNOME
                MOVE EMP-OCA001  TO W-OCA001
                MOVE EMP-OPERCC  TO W-OPERCC.
       ROT-EMPRESA-FIM.
                EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
