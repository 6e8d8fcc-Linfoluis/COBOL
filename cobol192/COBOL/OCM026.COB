      * CADA GRAVACAO MOSTRA A SOMA DOS    *
      * PERCENTUAIS DA ORIGEM E AVISA SE   *
      * DIFERENTE DE 100.                  *
      * A ORIGEM PODE ESCOLHER UM          *
      * DIRECIONADOR (RATDRV.DAT): AI OS   *
      * PERCENTUAIS DOS DESTINOS NAO SAO   *
      * DIGITADOS, SAO CALCULADOS PELO     *
      * OCPG90 COM AS QUANTIDADES DO MES.  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS OCC00102 WITH DUPLICATES.
      *
       COPY RATSEL.BOK.
       COPY RDVSEL.BOK.
       COPY DIRSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY OCA001.BOK.
       COPY RATEIO.BOK.
       COPY RATDRV.BOK.
       COPY DIRECIO.BOK.
       COPY AUDTRLH.BOK.
      *
      *-----------------------------------------------------------------
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROR1    PIC X(02) VALUE "00".
       77 ST-ERRORD    PIC X(02) VALUE "00".
       77 ST-ERRODI    PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       COPY EMPRESA.BOK.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       01 W-SOMAPCT    PIC 9(05)V99 VALUE ZEROS.
       01 W-SOMAPCT-ED PIC ZZZ9,99.
       01 W-CHVSAVE    PIC 9(04) VALUE ZEROS.
      *
      * DIRECIONADOR DA ORIGEM NA TELA (ZERO = PERCENTUAL FIXO) E O
      * QUE ESTAVA NO RATDRV.DAT ANTES DA DIGITACAO
      *
       01 W-DIRECIO    PIC 9(02) VALUE ZEROS.
       01 W-DIRANT     PIC 9(02) VALUE ZEROS.
       01 W-TEMRDV     PIC X(01) VALUE "N".
       01 DATAHORA-ATU.
          03 DH-ANO    PIC 9(04).
          03 DH-MES    PIC 9(02).
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
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP0D.
           OPEN I-O RATDRV
           IF ST-ERRORD NOT = "00"
               IF ST-ERRORD = "30"
                      OPEN OUTPUT RATDRV
                      CLOSE RATDRV
                      GO TO INC-OP0D
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO RATDRV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0E.
           OPEN INPUT DIRECIO
           IF ST-ERRODI NOT = "00"
               IF ST-ERRODI = "30"
                      OPEN OUTPUT DIRECIO
                      CLOSE DIRECIO
                      GO TO INC-OP0E
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DIRECIO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 18) "TABELA DE RATEIO DE CENTRO DE CUSTO"
                DISPLAY (04, 01) "CENTRO DE ORIGEM   : "
                DISPLAY (05, 01) "DIRECIONADOR       : "
                DISPLAY (05, 45) "(00=PERCENTUAL FIXO)"
                DISPLAY (06, 01) "CENTRO DE DESTINO  : "
                DISPLAY (07, 01) "PERCENTUAL         : "
                DISPLAY (09, 01) "SOMA DA ORIGEM     : ".
       INC-002.
                ACCEPT  (04, 21) RAT-ORIGEM
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE OCA001 RATEIO RATDRV DIRECIO
                   GO TO ROT-FIM.
                IF RAT-ORIGEM = 0
                   MOVE "*** ORIGEM INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 25) OCC00102.
      *
      * DIRECIONADOR DA ORIGEM
      *
                MOVE "N"   TO W-TEMRDV
                MOVE ZEROS TO W-DIRANT
                MOVE RAT-ORIGEM TO RDV-ORIGEM
                READ RATDRV
                IF ST-ERRORD = "00"
                   MOVE "S" TO W-TEMRDV
                   MOVE RDV-DIRECIO TO W-DIRANT.
                MOVE W-DIRANT TO W-DIRECIO.
       INC-002A.
                ACCEPT  (05, 21) W-DIRECIO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE SPACES TO DIR-DESC
                IF W-DIRECIO NOT = 0
                   MOVE W-DIRECIO TO DIR-COD
                   READ DIRECIO
                   IF ST-ERRODI NOT = "00"
                      MOVE "*** DIRECIONADOR NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002A.
                DISPLAY (05, 25) DIR-DESC
                IF W-DIRECIO NOT = W-DIRANT
                   PERFORM GRAVA-RDV THRU GRAVA-RDV-FIM.
       INC-003.
                ACCEPT  (06, 21) RAT-DESTINO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF RAT-DESTINO = 0 OR RAT-DESTINO = RAT-ORIGEM
                   MOVE "*** DESTINO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 25) OCC00102.
       LER-RAT01.
                MOVE 0 TO W-SEL
                READ RATEIO
                IF ST-ERROR1 NOT = "23"
                   IF ST-ERROR1 = "00"
                      DISPLAY (07, 21) RAT-PCT
                      MOVE "*** PAR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                ELSE
                   NEXT SENTENCE.
       INC-004.
      *
      * ORIGEM POR DIRECIONADOR: O PERCENTUAL VEM DO OCPG90; O PAR
      * NOVO ENTRA COM ZERO E NAO HA O QUE ALTERAR NO PAR EXISTENTE
      *
                IF W-DIRECIO NOT = 0
                   MOVE "*** PERCENTUAL CALCULADO PELO OCPG90 ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   IF W-SEL = 1
                      GO TO INC-001
                   ELSE
                      MOVE ZEROS TO RAT-PCT
                      DISPLAY (07, 21) RAT-PCT
                      GO TO INC-OPC.
                ACCEPT (07, 21) RAT-PCT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF RAT-PCT = ZEROS OR RAT-PCT > 100
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-DIRECIO NOT = 0 GO TO INC-003.
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                IF ST-ERROR1 = "00" OR "02"
                      MOVE "I" TO TRLH-OPER
                      PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                      PERFORM ZERA-CALC THRU ZERA-CALC-FIM
                      PERFORM ROT-SOMA THRU ROT-SOMA-FIM
                      GO TO INC-001.
                IF ST-ERROR1 = "22"
                GO TO ROT-SOMA1.
       ROT-SOMA2.
                MOVE W-SOMAPCT TO W-SOMAPCT-ED
                DISPLAY (09, 21) W-SOMAPCT-ED
                MOVE W-CHVSAVE TO RAT-CHAVE
                IF W-DIRECIO NOT = 0
                   MOVE "*** GRAVADO - RODAR O CALCULO DO OCPG90 ***"
                                                                TO MENS
                ELSE
                IF W-SOMAPCT NOT = 100
                   MOVE "* GRAVADO - SOMA DA ORIGEM DIFERENTE DE 100 *"
                                                                TO MENS
                IF ST-ERROR1 = "00"
                   MOVE "E" TO TRLH-OPER
                   PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
                   PERFORM ZERA-CALC THRU ZERA-CALC-FIM
                   PERFORM ROT-SOMA THRU ROT-SOMA-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-------------------------------------------------------------
      * GRAVA A TROCA DE DIRECIONADOR DA ORIGEM NO RATDRV.DAT
      * (00 = VOLTA AO PERCENTUAL FIXO, MANTENDO OS ULTIMOS
      * PERCENTUAIS CALCULADOS). DIRECIONADOR NOVO COMECA SEM
      * CALCULO, ENTAO O OCPG85 RECUSA A ORIGEM ATE RODAR O OCPG90.
      *-------------------------------------------------------------
       GRAVA-RDV.
                MOVE RAT-ORIGEM TO RDV-ORIGEM
                MOVE W-DIRECIO  TO RDV-DIRECIO
                MOVE ZEROS      TO RDV-ANO RDV-MES RDV-QTDTOT
                IF W-TEMRDV = "N"
                   WRITE REGRDV
                   MOVE "I" TO TRLH-OPER
                ELSE
                IF W-DIRECIO = 0
                   DELETE RATDRV RECORD
                   MOVE "E" TO TRLH-OPER
                ELSE
                   REWRITE REGRDV
                   MOVE "A" TO TRLH-OPER.
                IF ST-ERRORD NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RATDRV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-TRILHA-DRV THRU ROT-TRILHA-DRV-FIM
                MOVE W-DIRECIO TO W-DIRANT
                IF W-DIRECIO = 0
                   MOVE "N" TO W-TEMRDV
                   MOVE "*** ORIGEM VOLTA AO PERCENTUAL FIXO ***"
                                                              TO MENS
                ELSE
                   MOVE "S" TO W-TEMRDV
                   MOVE "*** DIRECIONADOR GRAVADO - RODAR O OCPG90 ***"
                                                              TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-RDV-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * DESTINO INCLUIDO OU EXCLUIDO EM ORIGEM POR DIRECIONADOR:
      * OS PERCENTUAIS CALCULADOS NAO VALEM MAIS, ENTAO O MES DO
      * CALCULO E ZERADO PARA O OCPG85 EXIGIR NOVO OCPG90
      *-------------------------------------------------------------
       ZERA-CALC.
                IF W-DIRECIO = 0
                   GO TO ZERA-CALC-FIM.
                MOVE RAT-ORIGEM TO RDV-ORIGEM
                READ RATDRV
                IF ST-ERRORD NOT = "00"
                   GO TO ZERA-CALC-FIM.
                MOVE ZEROS TO RDV-ANO RDV-MES RDV-QTDTOT
                REWRITE REGRDV.
       ZERA-CALC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
           WRITE REGTRLH.
       ROT-TRILHA-FIM.
                EXIT.
      *
       ROT-TRILHA-DRV.
                ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
                ACCEPT TIME-ATU FROM TIME
                MOVE DH-ANO    TO TRLH-ANO
                MOVE DH-MES    TO TRLH-MES
                MOVE DH-DIA    TO TRLH-DIA
                MOVE TA-HH     TO TRLH-HH
                MOVE TA-MM     TO TRLH-MM
                MOVE TA-SS     TO TRLH-SS
                MOVE "OCM026"  TO TRLH-PROG
                MOVE REGRDV    TO TRLH-CHAVE
                MOVE DIR-DESC  TO TRLH-DESCR
                MOVE W-LOGIN  TO TRLH-OPERADOR
           WRITE REGTRLH.
       ROT-TRILHA-DRV-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
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
           MOVE EMP-OCA001  TO W-OCA001.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
