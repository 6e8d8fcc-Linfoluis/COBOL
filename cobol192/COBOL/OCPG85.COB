      * DESTINO RECEBE O RESTO DA DIVISAO  *
      * PARA O RATEIO FECHAR CENTAVO A     *
      * CENTAVO.                           *
      * A SAIDA DA ORIGEM E CADA PARCELA   *
      * RECEBIDA PELOS DESTINOS SAO        *
      * LANCADAS NO LANCCC.DAT COM O       *
      * DOCUMENTO RT+DATA DA RODADA.       *
      * ORIGEM POR DIRECIONADOR            *
      * (RATDRV.DAT) USA OS PERCENTUAIS    *
      * CALCULADOS PELO OCPG90 E E         *
      * RECUSADA SE O CALCULO NUNCA RODOU  *
      * OU USOU QUANTIDADES DE ANTES DO    *
      * MES ANTERIOR. O TRACE GUARDA O     *
      * DIRECIONADOR, O MES E AS           *
      * QUANTIDADES USADAS.                *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY AUDSEL.BOK.
       COPY PERSEL.BOK.
       COPY RTRSEL.BOK.
       COPY LCCSEL.BOK.
       COPY RDVSEL.BOK.
       COPY DQTSEL.BOK.
       SELECT ARQIMP ASSIGN TO PRINTER.
      *
      *-----------------------------------------------------------------
       COPY AUDTRLH.BOK.
       COPY PERIODO.BOK.
       COPY RATTRC.BOK.
       COPY LANCCC.BOK.
       COPY RATDRV.BOK.
       COPY DIRQTD.BOK.
      *
       FD ARQIMP
             LABEL RECORD IS OMITTED.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-OCA003     PIC X(40) VALUE "OCA003.DAT".
       77 W-PERIODO    PIC X(40) VALUE "PERIODO.DAT".
       77 W-LANCCC     PIC X(40) VALUE "LANCCC.DAT".
       77 W-RATTRC     PIC X(40) VALUE "RATTRC.DAT".
       COPY EMPRESA.BOK.
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(03) VALUE ZEROS.
       77 IND          PIC 9(02) VALUE ZEROS.
       77 ST-ERROPE    PIC X(02) VALUE "00".
       77 ST-ERRORT    PIC X(02) VALUE "00".
       77 W-ULTTRC     PIC 9(06) VALUE ZEROS.
       77 ST-ERROLC    PIC X(02) VALUE "00".
       77 W-ULTLCC     PIC 9(08) VALUE ZEROS.
       77 ST-ERRORD    PIC X(02) VALUE "00".
       77 ST-ERRODQ    PIC X(02) VALUE "00".
       77 W-TEMDRV     PIC X(01) VALUE "N".
       77 W-TEMDQT     PIC X(01) VALUE "N".
      *
      * DIRECIONADOR DA ORIGEM CORRENTE (ZERO = PERCENTUAL FIXO) E
      * MES MINIMO ACEITO PARA AS QUANTIDADES (O MES ANTERIOR)
      *
       01 W-DIRECIO    PIC 9(02) VALUE ZEROS.
       01 W-MESDIR.
          03 W-ANODIR  PIC 9(04) VALUE ZEROS.
          03 W-MMDIR   PIC 9(02) VALUE ZEROS.
       01 W-MESDIR-R REDEFINES W-MESDIR PIC 9(06).
       01 W-MESMIN.
          03 W-ANOMIN  PIC 9(04) VALUE ZEROS.
          03 W-MMMIN   PIC 9(02) VALUE ZEROS.
       01 W-MESMIN-R REDEFINES W-MESMIN PIC 9(06).
       01 W-QTDTOT     PIC 9(11)V99 VALUE ZEROS.
       01 W-DOCRAT.
          03 FILLER    PIC X(02) VALUE "RT".
          03 W-DOCRAT1 PIC 9(08) VALUE ZEROS.
       01 W-HISTDES.
          03 FILLER    PIC X(26) VALUE "RATEIO RECEBIDO DO CENTRO ".
          03 W-HISTDES1 PIC 9(02) VALUE ZEROS.
       01 W-ANOPER     PIC 9(04) VALUE ZEROS.
       01 TAB-FECH.
          03 W-FECH    PIC X(01) OCCURS 12 TIMES.
          03 TD-LINHA OCCURS 20 TIMES.
             05 TD-CENTRO  PIC 9(02).
             05 TD-PCT     PIC 9(03)V99.
             05 TD-QTD     PIC 9(09)V99.
      *
      * IMAGEM DO REGISTRO DA ORIGEM E CONTROLE DO RESTO
      *
          03 DETR1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(44) VALUE
              " RECUSADA: PERCENTUAIS NAO SOMAM 100".
       01 DET-DRV.
          03 FILLER    PIC X(07) VALUE "ORIGEM ".
          03 DETD1     PIC 9(02) VALUE ZEROS.
          03 FILLER    PIC X(46) VALUE
              " RECUSADA: DIRECIONADOR DESATUALIZADO (OCPG90)".
       01 DET-TOT1.
          03 FILLER    PIC X(30) VALUE "ORIGENS RATEADAS            : ".
          03 DT1       PIC ZZ9   VALUE ZEROS.
       01 LK-OPERADOR.
          03 LK-LOGIN  PIC X(08).
          03 LK-PERFIL PIC 9(01).
          03 LK-EMPRESA PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           PERFORM ROT-EMPRESA THRU ROT-EMPRESA-FIM
           MOVE LK-LOGIN TO W-LOGIN
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE DH-ANO TO W-ANOPER
           MOVE DH-ANO TO W-ANOMIN
           MOVE DH-MES TO W-MMMIN
           IF W-MMMIN = 1
              MOVE 12 TO W-MMMIN
              SUBTRACT 1 FROM W-ANOMIN
           ELSE
              SUBTRACT 1 FROM W-MMMIN.
           PERFORM ROT-PERLOCK THRU ROT-PERLOCK-FIM.
      *
       INC-OP1.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           PERFORM ACHAR-ULTTRC THRU ACHAR-ULTTRC-FIM.
       INC-OP3C.
           OPEN I-O LANCCC
           IF ST-ERROLC NOT = "00"
               IF ST-ERROLC = "30"
                      OPEN OUTPUT LANCCC
                      CLOSE LANCCC
                      GO TO INC-OP3C
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO LANCCC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           PERFORM ACHAR-ULTLCC THRU ACHAR-ULTLCC-FIM
           MOVE DATAHORA-ATU(1:8) TO W-DOCRAT1.
      *
      * SEM RATDRV.DAT TODAS AS ORIGENS SAO DE PERCENTUAL FIXO
      *
       INC-OP3D.
           OPEN INPUT RATDRV
           IF ST-ERRORD = "00"
              MOVE "S" TO W-TEMDRV.
           OPEN INPUT DIRQTD
           IF ST-ERRODQ = "00"
              MOVE "S" TO W-TEMDQT.
       INC-OP4.
           OPEN OUTPUT ARQIMP
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM.
      * RESTO) E ZERA A ORIGEM
      *-------------------------------------------------------------
       TRATA-ORIGEM.
           PERFORM VER-DRV THRU VER-DRV-FIM
           IF W-DIRECIO NOT = ZEROS
              IF W-MESDIR-R = ZEROS OR W-MESDIR-R < W-MESMIN-R
                 MOVE W-ORIGEM TO DETD1
                 WRITE REGIMP FROM DET-DRV BEFORE ADVANCING 1 LINE
                 ADD 1 TO CONLIN
                 ADD 1 TO W-RECUSADOS
                 GO TO TRATA-ORIGEM-FIM.
           MOVE ZEROS TO W-SOMAPCT
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDEST
              ADD TD-PCT(IND) TO W-SOMAPCT
              REWRITE REGOCA003
              MOVE "A" TO TRLH-OPER
              MOVE OCC00301 TO TRLH-CHAVE
              PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
              PERFORM LANC-ORIGEM THRU LANC-ORIGEM-FIM.
           ADD 1 TO W-RATEADOS.
       TRATA-ORIGEM-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * DIRECIONADOR DA ORIGEM (RATDRV.DAT) E QUANTIDADE DE CADA
      * DESTINO NO MES USADO PELO OCPG90 (DIRQTD.DAT), PARA O TRACE
      *-------------------------------------------------------------
       VER-DRV.
           MOVE ZEROS TO W-DIRECIO W-MESDIR-R W-QTDTOT IND2
           IF W-TEMDRV NOT = "S"
              GO TO VER-DRV1.
           MOVE W-ORIGEM TO RDV-ORIGEM
           READ RATDRV
           IF ST-ERRORD NOT = "00"
              GO TO VER-DRV1.
           MOVE RDV-DIRECIO TO W-DIRECIO
           MOVE RDV-ANO     TO W-ANODIR
           MOVE RDV-MES     TO W-MMDIR
           MOVE RDV-QTDTOT  TO W-QTDTOT.
       VER-DRV1.
           ADD 1 TO IND2
           IF IND2 > W-QTDEST
              GO TO VER-DRV-FIM.
           MOVE ZEROS TO TD-QTD(IND2)
           IF W-DIRECIO = ZEROS OR W-TEMDQT NOT = "S"
              GO TO VER-DRV1.
           MOVE W-DIRECIO       TO DQT-DIRECIO
           MOVE W-ANODIR        TO DQT-ANO
           MOVE W-MMDIR         TO DQT-MES
           MOVE TD-CENTRO(IND2) TO DQT-CENTRO
           READ DIRQTD
           IF ST-ERRODQ = "00"
              MOVE DQT-QTD TO TD-QTD(IND2).
           GO TO VER-DRV1.
       VER-DRV-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * APLICA A PARTE DO DESTINO IND2. O ULTIMO DESTINO RECEBE O
      * QUE FALTA PARA FECHAR O VALOR ORIGINAL.
      *-------------------------------------------------------------
              ADD W-PARC2 TO OCC00304(IND) W-DISTR2(IND) W-TOTP2
              IF W-PARC1 NOT = ZEROS OR W-PARC2 NOT = ZEROS
                 PERFORM GRAVA-TRACE THRU GRAVA-TRACE-FIM
                 PERFORM LANC-DEST THRU LANC-DEST-FIM
              END-IF
           END-PERFORM
      *
           MOVE W-PARC1  TO RT-VAL1
           MOVE W-PARC2  TO RT-VAL2
           MOVE "A"      TO RT-SITUACAO
           MOVE W-DIRECIO TO RT-DIRECIO
           MOVE W-MESDIR  TO RT-MESDIR
           MOVE TD-QTD(IND2) TO RT-QTD
           MOVE W-QTDTOT  TO RT-QTDTOT
           WRITE REGRT
           IF ST-ERRORT NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO RATTRC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-TRACE-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * LANCAMENTOS DO RATEIO (LANCCC.DAT): A ORIGEM SAI COM VALOR
      * NEGATIVO EM CADA MES ABERTO QUE FOI ZERADO; O DESTINO ENTRA
      * COM A PARCELA QUE RECEBEU. O REGISTRO DO CENTRO ESTA NA
      * AREA DO OCA003.
      *-------------------------------------------------------------
       LANC-ORIGEM.
           MOVE "RATEIO DISTRIBUIDO AOS DESTINOS" TO LCC-HIST
           MOVE ZEROS TO IND.
       LANC-ORIGEM1.
           ADD 1 TO IND
           IF IND > 12
              GO TO LANC-ORIGEM-FIM.
           IF W-FECH(IND) = "F"
              GO TO LANC-ORIGEM1.
           MOVE IND TO LCC-MESREF
           IF WO-V1(IND) NOT = ZEROS
              MOVE "D" TO LCC-DC
              COMPUTE LCC-VALOR = ZEROS - WO-V1(IND)
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
           IF WO-V2(IND) NOT = ZEROS
              MOVE "C" TO LCC-DC
              COMPUTE LCC-VALOR = ZEROS - WO-V2(IND)
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
           GO TO LANC-ORIGEM1.
       LANC-ORIGEM-FIM.
           EXIT.
      *
       LANC-DEST.
           MOVE W-ORIGEM  TO W-HISTDES1
           MOVE W-HISTDES TO LCC-HIST
           MOVE IND       TO LCC-MESREF
           IF W-PARC1 NOT = ZEROS
              MOVE "D"     TO LCC-DC
              MOVE W-PARC1 TO LCC-VALOR
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
           IF W-PARC2 NOT = ZEROS
              MOVE "C"     TO LCC-DC
              MOVE W-PARC2 TO LCC-VALOR
              PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
       LANC-DEST-FIM.
           EXIT.
      *
       GRAVA-LANC.
           MOVE OCC00301  TO LCC-CENTRO
           MOVE W-ANOPER  TO LCC-ANO
           MOVE OCC00302  TO LCC-CONTA
           MOVE DH-ANO    TO LCC-DTANO
           MOVE DH-MES    TO LCC-DTMES
           MOVE DH-DIA    TO LCC-DTDIA
           MOVE W-DOCRAT  TO LCC-DOCTO
           MOVE "OCPG85"  TO LCC-PROG
           MOVE W-LOGIN   TO LCC-OPERADOR.
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
       ACHAR-ULTTRC.
           MOVE ZEROS TO W-ULTTRC RT-SEQ
      **********************
      *
       ROT-FIM.
           CLOSE OCA003 RATEIO ARQTRLH ARQIMP RATTRC LANCCC.
           IF W-TEMDRV = "S"
              CLOSE RATDRV.
           IF W-TEMDQT = "S"
              CLOSE DIRQTD.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           DISPLAY MENS.
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
           MOVE EMP-OCA003  TO W-OCA003
           MOVE EMP-PERIODO TO W-PERIODO
           MOVE EMP-LANCCC  TO W-LANCCC
           MOVE EMP-RATTRC  TO W-RATTRC.
       ROT-EMPRESA-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
