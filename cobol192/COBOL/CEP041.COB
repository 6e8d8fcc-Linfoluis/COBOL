      * EM QUARENTENA NO RECEBIMENTO E SO  *
      * SAI PELO FEFO DEPOIS DE LIBERADO   *
      * AQUI. REJEICAO MARCA O LOTE PARA A *
      * DEVOLUCAO (CEP028) E ABRE A NAO    *
      * CONFORMIDADE DO FORNECEDOR         *
      * (NCONF.DAT, SEGUE NO CEP074). CADA *
      * DECISAO DEIXA RASTRO NO KARDEX     *
      * (MOVIMENTO TIPO Q, QUANTIDADE      *
      * ZERO) E NA TRILHA. FUNCAO DE       *
      * SUPERVISOR.                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       COPY LOTESEL.BOK.
       COPY MOVSEL.BOK.
       COPY AUDSEL.BOK.
       COPY NCFSEL.BOK.
       COPY FORNSEL.BOK.
       COPY NFITSEL.BOK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       COPY LOTE.BOK.
       COPY MOVEST.BOK.
       COPY AUDTRLH.BOK.
       COPY NCONF.BOK.
       COPY FORNEC.BOK.
       COPY NFITEM.BOK.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LINTELA    PIC 9(02) VALUE ZEROS.
      *
      * NAO CONFORMIDADE ABERTA NA REJEICAO (FORNECEDOR SUGERIDO
      * PELA NOTA QUE TROUXE O LOTE OU PELO CADASTRO DO PRODUTO)
      *
       77 ST-ERRONC    PIC X(02) VALUE "00".
       77 ST-ERRON     PIC X(02) VALUE "00".
       77 ST-ERRONI    PIC X(02) VALUE "00".
       77 W-TEMFOR     PIC X(01) VALUE "N".
       77 W-TEMNFI     PIC X(01) VALUE "N".
       77 W-NUMNC      PIC 9(06) VALUE ZEROS.
       77 W-NCFORN     PIC 9(04) VALUE ZEROS.
       77 W-NCPED      PIC 9(06) VALUE ZEROS.
       77 W-NCDEF      PIC X(01) VALUE SPACES.
          88 W-NCDEF-OK   VALUE "Q" "A" "V" "E" "D" "O".
       77 W-NCDESCR    PIC X(50) VALUE SPACES.
       77 W-NCACAO     PIC X(50) VALUE SPACES.
       01 W-NCPRAZO.
          03 W-NCP-ANO PIC 9(04) VALUE ZEROS.
          03 W-NCP-MES PIC 9(02) VALUE ZEROS.
          03 W-NCP-DIA PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 DET1.
          03 DET11     PIC 9(06) VALUE ZEROS.
          03 FILLER    PIC X(02) VALUE SPACES.
                      MOVE "ERRO NA ABERTURA DO ARQ. TRILHA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP5.
           OPEN I-O NCONF
           IF ST-ERRONC NOT = "00"
               IF ST-ERRONC = "30"
                      OPEN OUTPUT NCONF
                      CLOSE NCONF
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO NCONF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * FORNECEDORES E NOTAS SAO OPCIONAIS: SEM ELES O CODIGO DO
      * FORNECEDOR E ACEITO SEM CONFERENCIA / SUGERIDO DO PRODUTO
      *
       INC-OP6.
           OPEN INPUT FORNEC
           IF ST-ERRON = "00"
              MOVE "S" TO W-TEMFOR.
           OPEN INPUT NFITEM
           IF ST-ERRONI = "00"
              MOVE "S" TO W-TEMNFI.
       INC-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "LIBERACAO DE QUARENTENA DE LOTE"
              MOVE "*** DIGITE L=LIBERA OU R=REJEITA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           IF W-OPCAO = "L"
              GO TO GRV-DEC.
      *
      * REJEICAO: DADOS DA NAO CONFORMIDADE DO FORNECEDOR
      *
       INC-NC0.
           PERFORM ACHA-FORN THRU ACHA-FORN-FIM
           MOVE SPACES TO W-NCDEF W-NCDESCR W-NCACAO
           MOVE ZEROS  TO W-NCPRAZO
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 15) "NAO CONFORMIDADE DO FORNECEDOR"
           DISPLAY (03, 01) "PRODUTO                : "
           DISPLAY (03, 27) CODPRO
           DISPLAY (03, 34) DESCR
           DISPLAY (04, 01) "LOTE REJEITADO         : "
           DISPLAY (04, 27) LOTE-NUMERO
           DISPLAY (05, 01) "QUANTIDADE DO LOTE     : "
           DISPLAY (05, 27) LOTE-QUANT
           DISPLAY (07, 01) "FORNECEDOR             : "
           DISPLAY (09, 01) "TIPO DE DEFEITO        : "
           DISPLAY (10, 03)
              "Q=FORA DE ESPECIFICACAO  A=AVARIA  V=VALIDADE"
           DISPLAY (11, 03)
              "E=EMBALAGEM/ROTULO  D=DIVERGENCIA  O=OUTROS"
           DISPLAY (13, 01) "DESCRICAO DO PROBLEMA  : "
           DISPLAY (15, 01) "ACAO CORRETIVA EXIGIDA : "
           DISPLAY (17, 01) "PRAZO P/RESPOSTA (DDMMAAAA) : ".
       INC-NC1.
           ACCEPT (07, 27) W-NCFORN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "* REJEICAO CANCELADA - LOTE SEGUE EM QUARENTENA *"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-NCFORN = ZEROS
              MOVE "*** INFORME O FORNECEDOR DO LOTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NC1.
           IF W-TEMFOR = "S"
              MOVE W-NCFORN TO FORN-CODIGO
              READ FORNEC
              IF ST-ERRON NOT = "00"
                 MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-NC1
              ELSE
                 DISPLAY (07, 34) FORN-NOME.
       INC-NC2.
           ACCEPT (09, 27) W-NCDEF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-NC1.
           INSPECT W-NCDEF CONVERTING "qavedo" TO "QAVEDO".
           IF NOT W-NCDEF-OK
              MOVE "*** TIPO DE DEFEITO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NC2.
       INC-NC3.
           ACCEPT (13, 27) W-NCDESCR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-NC2.
           IF W-NCDESCR = SPACES
              MOVE "*** DESCREVA O PROBLEMA ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NC3.
       INC-NC4.
           ACCEPT (15, 27) W-NCACAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-NC3.
           IF W-NCACAO = SPACES
              MOVE "*** INFORME A ACAO CORRETIVA EXIGIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NC4.
       INC-NC5.
           ACCEPT (17, 31) W-NCP-DIA
           ACCEPT (17, 33) W-NCP-MES
           ACCEPT (17, 35) W-NCP-ANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-NC4.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-NCP-DIA < 1 OR > 31 OR W-NCP-MES < 1 OR > 12
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NC5.
           IF W-NCPRAZO < W-HOJE
              MOVE "*** PRAZO ANTERIOR A DATA DE HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NC5.
       INC-NC6.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "R" TO W-OPCAO
              GO TO INC-NC5.
           IF W-OPCAO = "N" OR "n"
              MOVE "* REJEICAO CANCELADA - LOTE SEGUE EM QUARENTENA *"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NC6.
           MOVE "R" TO W-OPCAO.
       GRV-DEC.
           MOVE W-OPCAO TO LOTE-SITUACAO
           REWRITE REGLOTE
           PERFORM ROT-TRILHA THRU ROT-TRILHA-FIM
           PERFORM ROT-MOVEST THRU ROT-MOVEST-FIM
           IF W-OPCAO = "R"
              PERFORM GRV-NC THRU GRV-NC-FIM
              DISPLAY (19, 01) "NAO CONFORMIDADE ABERTA N. : "
              DISPLAY (19, 31) W-NUMNC
              MOVE "* LOTE REJEITADO - DEVOLVER PELO CEP028 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       LISTA-QUAR-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * FORNECEDOR SUGERIDO PARA A NAO CONFORMIDADE: A LINHA DE NOTA
      * (NFITEM) QUE TROUXE ESTE LOTE; SEM ELA, O FORNECEDOR DO
      * CADASTRO DO PRODUTO
      *-------------------------------------------------------------
       ACHA-FORN.
           MOVE CODFORN TO W-NCFORN
           MOVE ZEROS   TO W-NCPED
           IF W-TEMNFI NOT = "S"
              GO TO ACHA-FORN-FIM.
           MOVE ZEROS TO NFI-CHAVE
           START NFITEM KEY IS NOT LESS NFI-CHAVE
                 INVALID KEY GO TO ACHA-FORN-FIM.
       ACHA-FORN1.
           READ NFITEM NEXT
           IF ST-ERRONI NOT = "00"
              GO TO ACHA-FORN-FIM.
           IF NFI-CODPRO NOT = LOTE-CODPRO
              GO TO ACHA-FORN1.
           IF NFI-LOTE NOT = LOTE-NUMERO
              GO TO ACHA-FORN1.
           MOVE NFI-FORN   TO W-NCFORN
           MOVE NFI-PEDIDO TO W-NCPED.
       ACHA-FORN-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * GRAVA A NAO CONFORMIDADE NO PROXIMO NUMERO LIVRE
      *-------------------------------------------------------------
       GRV-NC.
           MOVE ZEROS TO W-NUMNC NC-NUMERO
           START NCONF KEY IS NOT LESS NC-NUMERO
                 INVALID KEY GO TO GRV-NC2.
       GRV-NC1.
           READ NCONF NEXT
           IF ST-ERRONC NOT = "00"
              GO TO GRV-NC2.
           MOVE NC-NUMERO TO W-NUMNC
           GO TO GRV-NC1.
       GRV-NC2.
           ADD 1 TO W-NUMNC
           ACCEPT DATAHORA-ATU FROM DATE YYYYMMDD
           MOVE W-NUMNC     TO NC-NUMERO
           MOVE W-NCFORN    TO NC-FORN
           MOVE LOTE-CODPRO TO NC-CODPRO
           MOVE LOTE-NUMERO TO NC-LOTE
           MOVE LOTE-QUANT  TO NC-QUANT
           MOVE LOTE-ALMOX  TO NC-ALMOX
           MOVE W-NCPED     TO NC-PEDIDO
           MOVE "R"         TO NC-ORIGEM
           MOVE W-NCDEF     TO NC-DEFEITO
           MOVE W-NCDESCR   TO NC-DESCR
           MOVE W-NCACAO    TO NC-ACAO
           MOVE W-NCPRAZO   TO NC-PRAZO
           MOVE "A"         TO NC-SITUACAO
           MOVE DH-ANO      TO NC-AB-ANO
           MOVE DH-MES      TO NC-AB-MES
           MOVE DH-DIA      TO NC-AB-DIA
           MOVE W-LOGIN     TO NC-OPERADOR
           MOVE "CEP041"    TO NC-PROG
           MOVE ZEROS       TO NC-DTNOTIF NC-DTRESP NC-DTFECH
           MOVE SPACES      TO NC-RESPOSTA NC-OPERFECH.
       GRV-NC3.
           WRITE REGNC
           IF ST-ERRONC = "22"
              ADD 1 TO NC-NUMERO
              GO TO GRV-NC3.
           IF ST-ERRONC NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO NCONF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE NC-NUMERO TO W-NUMNC.
       GRV-NC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE PRODUTO LOTE MOVEST ARQTRLH NCONF
           IF W-TEMFOR = "S"
              CLOSE FORNEC.
           IF W-TEMNFI = "S"
              CLOSE NFITEM.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
