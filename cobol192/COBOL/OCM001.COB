      * EXCLUSAO BLOQUEADA SE O CENTRO E   *
      * GRUPO DE OUTRO OU TEM DETALHE NO   *
      * OCA003.DAT.                        *
      * O RESPONSAVEL (OCC00104) VEM DO    *
      * RESPCC.DAT (OCM033); OCC00105 = S  *
      * PASSA PARA ELE TAMBEM OS CENTROS   *
      * ABAIXO NA HIERARQUIA (OCPG91).     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
              ALTERNATE RECORD KEY IS OCK00302 = OCC00302 OCC00301
                        WITH DUPLICATES.
      *
       COPY RSPSEL.BOK.
       COPY AUDSEL.BOK.
      *
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY OCA001.BOK.
       COPY OCA003.BOK.
       COPY RESPCC.BOK.
       COPY AUDTRLH.BOK.
      *
      *-----------------------------------------------------------------
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO3     PIC X(02) VALUE "00".
       77 ST-ERROT     PIC X(02) VALUE "00".
       77 ST-ERRORP    PIC X(02) VALUE "00".
       77 W-TEMRSP     PIC X(01) VALUE "N".
       77 W-OCA001     PIC X(40) VALUE "OCA001.DAT".
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       COPY EMPRESA.BOK.
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
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM.
      *
       INC-LOGIN.
           MOVE LK-LOGIN TO W-LOGIN
                      MOVE "ERRO NA ABERTURA DO ARQUIVO OCA003" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * SEM O CADASTRO DE RESPONSAVEIS O CAMPO SO ACEITA ZEROS
      *
       INC-OP0B1.
           OPEN INPUT RESPCC
           IF ST-ERRORP = "00"
              MOVE "S" TO W-TEMRSP
           ELSE
              MOVE "N" TO W-TEMRSP.
       INC-OP0C.
           OPEN EXTEND ARQTRLH
           IF ST-ERROT NOT = "00"
                      GO TO ROT-FIM.
       INC-001.
                MOVE SPACES TO REGOCA001
                MOVE ZEROS  TO OCC00101 OCC00103 OCC00104
                MOVE SPACES TO OCC00102
                MOVE "N"    TO OCC00105.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 18) "CADASTRO DE CENTRO DE CUSTO"
                DISPLAY (04, 01) "CODIGO             : "
                DISPLAY (05, 01) "DENOMINACAO        : "
                DISPLAY (06, 01) "GRUPO (CC SUPERIOR): "
                DISPLAY (07, 01) "RESPONSAVEL        : "
                DISPLAY (08, 01) "SUBCENTROS P/ RESP.: ".
       INC-002.
                ACCEPT  (04, 21) OCC00101
                ACCEPT W-ACT FROM ESCAPE KEY
                READ OCA001
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM ACERTA-RESP THRU ACERTA-RESP-FIM
                      DISPLAY (05, 22) OCC00102
                      DISPLAY (06, 22) OCC00103
                      DISPLAY (07, 21) OCC00104
                      DISPLAY (08, 21) OCC00105
                      PERFORM MOSTRA-RESP THRU MOSTRA-RESP-FIM
                      MOVE "*** CENTRO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      MOVE "*** GRUPO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
      *
      * RESPONSAVEL: DEVE EXISTIR NO RESPCC.DAT; ZEROS = SEM
      * RESPONSAVEL
      *
       INC-005.
                ACCEPT (07, 21) OCC00104 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                DISPLAY (07, 26) LIMPA(1:30)
                IF OCC00104 = ZEROS
                   GO TO INC-006.
                IF W-TEMRSP NOT = "S"
                   MOVE "*** RESPONSAVEL NAO CADASTRADO (OCM033) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                PERFORM MOSTRA-RESP THRU MOSTRA-RESP-FIM
                IF ST-ERRORP NOT = "00"
                   MOVE "*** RESPONSAVEL NAO CADASTRADO (OCM033) ***"
                                                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (08, 21) OCC00105 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF OCC00105 = "s"
                   MOVE "S" TO OCC00105.
                IF OCC00105 = "n" OR SPACES
                   MOVE "N" TO OCC00105.
                IF OCC00105 NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       VAL-GRUPO-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * CENTRO GRAVADO ANTES DO RESPONSAVEL TRAZ BRANCOS NOS CAMPOS
      *-------------------------------------------------------------
       ACERTA-RESP.
                IF OCC00104 NOT NUMERIC
                   MOVE ZEROS TO OCC00104.
                IF OCC00105 NOT = "S"
                   MOVE "N" TO OCC00105.
       ACERTA-RESP-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * NOME DO RESPONSAVEL AO LADO DO CODIGO (ST-ERRORP = "23"
      * QUANDO NAO EXISTE)
      *-------------------------------------------------------------
       MOSTRA-RESP.
                MOVE "23" TO ST-ERRORP
                IF OCC00104 = ZEROS OR W-TEMRSP NOT = "S"
                   GO TO MOSTRA-RESP-FIM.
                MOVE OCC00104 TO RSP-COD
                READ RESPCC
                IF ST-ERRORP = "00"
                   DISPLAY (07, 26) RSP-NOME.
       MOSTRA-RESP-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ROT-FIM.
                CLOSE ARQTRLH
                IF W-TEMRSP = "S"
                   CLOSE RESPCC.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
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
           MOVE EMP-OCA003  TO W-OCA003.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
