       01 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-OCA013     PIC X(40) VALUE "OCA013.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       COPY EMPRESA.BOK.
       01 W-EMPRESA    PIC X(20) VALUE " ACOTECNICA ".
       01 OCW01301     PIC 9(03) VALUE ZEROS.
       01 W-MESINI     PIC 9(02) VALUE 01.
           03 FILLER      PIC X(21) VALUE "SINT. CRIADOS      :".
           03 W-TOTLIN3A  PIC ZZZZ9.
      *-----------------------------------------------------------------
      * IDENTIFICACAO DO OPERADOR, RECEBIDA DO MENU001 (EMPRESA
      * ESCOLHIDA NO LOGIN)
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-PARAM THRU ROT-PARAM-FIM
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DH-ANO TO W-ANOPER
           PERFORM ROT-PERLOCK THRU ROT-PERLOCK-FIM.
       ROT-PARAM-FIM.
           EXIT.
      *
      *************************************************
      * EMPRESA (FILIAL) ESCOLHIDA NO LOGIN: NOMES    *
      * DOS ARQUIVOS DE ANALITICO, SINTETICO E        *
      * PERIODOS DA EMPRESA                           *
      *************************************************
      *
       ROT-EMPRESA.
           MOVE LK-EMPRESA TO EMP-CODIGO
           CALL "OCEMPR" USING EMP-PARM
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-OCA013  TO W-OCA013
           MOVE EMP-PERIODO TO W-PERIODO
           IF EMP-NOME NOT = SPACES
              MOVE EMP-NOME TO W-EMPRESA.
       ROT-EMPRESA-FIM.
           EXIT.
      *
      *************************
      * ROTINA DE CONTROLE    *
      * (TOTAIS DE PROCESSAMENTO)
