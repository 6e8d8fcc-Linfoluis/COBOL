       COPY AUDSEL.BOK.
       COPY TIPOSEL.BOK.
       COPY TRVSEL.BOK.
       COPY CLGSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY AUDTRLH.BOK.
       COPY AMTIPO.BOK.
       COPY TRAVA.BOK.
       COPY CEPLOG.BOK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-INDICADO   PIC X(12) VALUE SPACES.
       77 ST-ERROTV    PIC X(02) VALUE "00".
       77 W-TRAVOU     PIC X(01) VALUE "N".
       77 ST-ERROCL    PIC X(02) VALUE "00".
       77 W-TEMCLG     PIC X(01) VALUE "N".
       01 W-CEPANT     PIC 9(08) VALUE ZEROS.
       01 W-TRVNOVA    PIC X(23) VALUE SPACES.
       01 W-TRVCHAVE   PIC X(23) VALUE SPACES.
       01 W-DTTRV      PIC 9(08) VALUE ZEROS.
          03 FILLER PIC X(33) VALUE "283848586878889919293949596979899".
       01 TDDDAUX REDEFINES TABDDD.
          03 TAB-DDD    PIC 9(02) OCCURS 67 TIMES.
       COPY PESQUISA.BOK.
      *
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (O LOGIN E
           05  LINE 03  COLUMN 41 
               VALUE  "MIGOS".
           05  LINE 04  COLUMN 01 
               VALUE  "".
           05  LINE 04  COLUMN 41 
               VALUE  "".
           05  LINE 05  COLUMN 01 
               VALUE  "    Ŀ".
           05  LINE 06  COLUMN 01 
               VALUE  "      APELIDO               ".
           05  LINE 07  COLUMN 01 
               VALUE  "    ".
           05  LINE 09  COLUMN 01 
               VALUE  "       NOME".
           05  LINE 11  COLUMN 01 
           05  LINE 19  COLUMN 01 
               VALUE  "       DIAS DE VIDA".
           05  LINE 21  COLUMN 01 
               VALUE  "       UNIDADE DA FEDERAAO".
           05  LINE 23  COLUMN 01 
               VALUE  "  MENSAGEM".
           05  LINE 06  COLUMN 35 
               VALUE  "F4=LISTA".
           05  LINE 17  COLUMN 46 
               VALUE  "F4=LISTA".
           05  TAPELIDO
               LINE 06  COLUMN 16  PIC X(12)
               USING  APELIDO
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TRAVA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * BASE DE CEP (PROG210X) E OPCIONAL: SEM ELA O ENDERECO E
      * DIGITADO POR INTEIRO
      *
       INC-OPCL.
           OPEN INPUT CEPLOG
           IF ST-ERROCL = "00"
              MOVE "S" TO W-TEMCLG
           ELSE
              MOVE "N" TO W-TEMCLG.
       INC-001.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                MOVE ZEROS  TO TELEFONE DATA_NASCIMENTO TIPO_AMIGO
                 IF W-ACT = 02
                   CLOSE ARQAMIG
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   MOVE "AMIGO   " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   DISPLAY TELAAMIGO
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-002
                   ELSE
                      MOVE PSQ-CODIGO TO APELIDO
                      DISPLAY TAPELIDO.
                IF APELIDO  = SPACES
                   MOVE "*** APELIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ACCEPT TTIPOAMIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT= 02 GO TO INC-009.
                IF W-ACT = 05
                   MOVE "AMTIPO  " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   DISPLAY TELAAMIGO
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-010
                   ELSE
                      MOVE PSQ-NUMERO TO TIPO_AMIGO
                      DISPLAY TTIPOAMIGO.
                IF TIPO_AMIGO = 0
                      MOVE "TIPO DE AMIGO INCORRETO"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-013.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 22) "ENDERECO POSTAL DO AMIGO"
                DISPLAY (04, 01) "CEP (8 DIGITOS)    : "
                DISPLAY (05, 01) "LOGRADOURO (RUA/AV): "
                DISPLAY (06, 01) "NUMERO             : "
                DISPLAY (07, 01) "COMPLEMENTO        : "
                DISPLAY (08, 01) "BAIRRO             : "
                DISPLAY (09, 01) "CIDADE             : "
                DISPLAY (10, 01) "UF                 : "
                DISPLAY (11, 01) "NAO ENVIAR MALA S/N: "
                DISPLAY (12, 01) "NAO TELEFONAR   S/N: "
                DISPLAY (14, 01) "INDICADO POR       : "
                DISPLAY (14, 40) "F4=LISTA"
                DISPLAY (04, 22) END-CEP
                DISPLAY (05, 22) END-LOGRADOURO
                DISPLAY (06, 22) END-NUMERO
                DISPLAY (07, 22) END-COMPL
                DISPLAY (08, 22) END-BAIRRO
                DISPLAY (09, 22) END-CIDADE
                DISPLAY (10, 22) UNID_FEDERACAO
                DISPLAY (11, 22) NAO_MALA
                DISPLAY (12, 22) NAO_FONE
                DISPLAY (14, 22) INDICADO_POR.
      *
      * O CEP VEM PRIMEIRO: ACHANDO NA BASE, LOGRADOURO, BAIRRO,
      * CIDADE E UF SAO PREENCHIDOS; NUMERO E COMPLEMENTO FICAM
      * COM O OPERADOR
      *
       INC-014.
                MOVE END-CEP TO W-CEPANT
                ACCEPT (04, 22) END-CEP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY TELAAMIGO
                   GO TO INC-012.
                PERFORM BUSCA-CEP THRU BUSCA-CEP-FIM.
       INC-015.
                ACCEPT (05, 22) END-LOGRADOURO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
       INC-016.
                ACCEPT (06, 22) END-NUMERO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-015.
       INC-017.
                ACCEPT (07, 22) END-COMPL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-016.
       INC-018.
                ACCEPT (08, 22) END-BAIRRO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017.
       INC-019.
                ACCEPT (09, 22) END-CIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-018.
      *
                ACCEPT (14, 22) INDICADO_POR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-019C.
                IF W-ACT = 05
                   MOVE "AMIGO   " TO PSQ-TABELA
                   MOVE 12 TO PSQ-LINHA
                   CALL "PSQ001" USING PSQ-PARM
                   IF PSQ-RETORNO NOT = "00"
                      GO TO INC-019D
                   ELSE
                      MOVE PSQ-CODIGO TO INDICADO_POR
                      DISPLAY (14, 22) INDICADO_POR.
                IF INDICADO_POR = SPACES
                   GO TO INC-019E.
                IF INDICADO_POR = APELIDO
                   IF END-CEP = ZEROS
                      MOVE "*** INFORME O CEP DO ENDERECO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-014.
                IF END-LOGRADOURO = SPACES
                   IF END-CEP NOT = ZEROS
                      MOVE "*** CEP SEM LOGRADOURO - CONFIRA ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-015.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
       ROT-FIM.
                PERFORM ROT-DESTRAVA THRU ROT-DESTRAVA-FIM
                CLOSE ARQTRLH AMTIPO TRAVA
                IF W-TEMCLG = "S"
                   CLOSE CEPLOG.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
       ROT-TRILHA-FIM.
                EXIT.
      *
      *************************************************
      * ENDERECO PELO CEP (CEPLOG.DAT): SO PREENCHE   *
      * QUANDO O CEP MUDOU OU O LOGRADOURO ESTA EM    *
      * BRANCO, PARA NAO DESFAZER O QUE O OPERADOR JA *
      * ACERTOU NA ALTERACAO                          *
      *************************************************
      *
       BUSCA-CEP.
                IF W-TEMCLG NOT = "S" OR END-CEP = ZEROS
                   GO TO BUSCA-CEP-FIM.
                IF END-CEP = W-CEPANT AND END-LOGRADOURO NOT = SPACES
                   GO TO BUSCA-CEP-FIM.
                MOVE END-CEP TO CLG-CEP
                READ CEPLOG
                IF ST-ERROCL NOT = "00"
                   MOVE "*** CEP FORA DA BASE - DIGITE O ENDERECO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BUSCA-CEP-FIM.
                MOVE CLG-LOGRADOURO TO END-LOGRADOURO
                MOVE CLG-BAIRRO     TO END-BAIRRO
                MOVE CLG-CIDADE     TO END-CIDADE
                MOVE CLG-UF         TO UNID_FEDERACAO
                DISPLAY (05, 22) END-LOGRADOURO
                DISPLAY (08, 22) END-BAIRRO
                DISPLAY (09, 22) END-CIDADE
                DISPLAY (10, 22) UNID_FEDERACAO.
       BUSCA-CEP-FIM.
                EXIT.
      *
      *********************************************
      * VALIDACAO DE FORMATO DE E-MAIL (@ E .DOM) *
      *********************************************
