      * NA RODADA SEGUINTE, OFERECE        *
      * RECOMECAR DO PASSO QUE FALHOU.     *
      * REGRA DE DIA: D = TODO DIA,        *
      * U = SO NO ULTIMO DIA DO MES,       *
      * T = SO EM DIA UTIL (CALENDARIO DE  *
      * FERIADOS DO CAL001).               *
      * NA PRIMEIRA EXECUCAO O JOBSCHED E  *
      * CRIADO COM A GRADE PADRAO DA CASA; *
      * PASSO PADRAO NOVO QUE AINDA NAO     *
      * ESTEJA NA GRADE E INCLUIDO NELA.   *
      * CADA PASSO E CHAMADO COM A         *
      * IDENTIFICACAO DE LOTE "*JOBSEQ*" - *
      * PROGRAMAS COM LINKAGE DE OPERADOR  *
                03 JOB-DIA           PIC X(01).
                   88 JOB-TODO-DIA     VALUE "D".
                   88 JOB-ULT-DIA-MES  VALUE "U".
                   88 JOB-DIA-UTIL     VALUE "T".
                03 JOB-ATIVO         PIC X(01).
      *
       FD  JOBJORN
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-PROG       PIC X(08) VALUE SPACES.
       77 W-ULTDIA     PIC X(01) VALUE "N".
       77 W-DIAUTIL    PIC X(01) VALUE "S".
       77 W-STEPINI    PIC 9(02) VALUE ZEROS.
       01 W-DTJORN     PIC 9(08) VALUE ZEROS.
       77 W-FALHOU     PIC X(01) VALUE "N".
       01 W-OPERADOR.
          03 OPR-LOGIN  PIC X(08) VALUE "*JOBSEQ*".
          03 OPR-PERFIL PIC 9(01) VALUE 2.
          03 OPR-EMPRESA PIC 9(02) VALUE 01.
       COPY CALEND.BOK.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT HOJE FROM DATE YYYYMMDD
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           PERFORM CALC-DIAUTIL THRU CALC-DIAUTIL-FIM.
       INC-OP1.
           OPEN I-O JOBSCHED
           IF ST-ERROJ NOT = "00"
                                                               TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
      *
      * REPOSICAO ENTRE ALMOXARIFADOS (CEP065) PRECISA RODAR ANTES
      * DA EXTRACAO DE COMPRA (CEP007): GRADE ANTIGA SEM O PASSO 18
      * GANHA O PASSO. NUMERO JA USADO NA GRADE NAO E MEXIDO.
      *
       INC-OP1A.
           MOVE 18 TO JOB-STEP
           READ JOBSCHED
           IF ST-ERROJ = "23"
              MOVE 18         TO JOB-STEP
              MOVE "CEP065  " TO JOB-PROG
              MOVE "D"        TO JOB-DIA
              MOVE "S"        TO JOB-ATIVO
              WRITE REGJOB
              DISPLAY "PASSO 18 - CEP065 INCLUIDO NA GRADE".
      *
      * CAMADAS PEPS (CEP067) DEPOIS DOS AJUSTES DA NOITE (CEP011,
      * CEP044): GRADE ANTIGA SEM O PASSO 48 GANHA O PASSO.
      *
       INC-OP1B.
           MOVE 48 TO JOB-STEP
           READ JOBSCHED
           IF ST-ERROJ = "23"
              MOVE 48         TO JOB-STEP
              MOVE "CEP067  " TO JOB-PROG
              MOVE "D"        TO JOB-DIA
              MOVE "S"        TO JOB-ATIVO
              WRITE REGJOB
              DISPLAY "PASSO 48 - CEP067 INCLUIDO NA GRADE".
      *
      * CONFERENCIA DO DETALHE MENSAL (OCA003) CONTRA OS LANCAMENTOS
      * (OCPG88): GRADE ANTIGA SEM O PASSO 27 GANHA O PASSO.
      *
       INC-OP1C.
           MOVE 27 TO JOB-STEP
           READ JOBSCHED
           IF ST-ERROJ = "23"
              MOVE 27         TO JOB-STEP
              MOVE "OCPG88  " TO JOB-PROG
              MOVE "D"        TO JOB-DIA
              MOVE "S"        TO JOB-ATIVO
              WRITE REGJOB
              DISPLAY "PASSO 27 - OCPG88 INCLUIDO NA GRADE".
      *
      * LANCAMENTOS RECORRENTES DO MES (OCPG89) ANTES DO ALERTA DE
      * ORCAMENTO (OCP107) E DA CONFERENCIA DOS LANCAMENTOS (OCPG88):
      * GRADE ANTIGA SEM O PASSO 22 GANHA O PASSO.
      *
       INC-OP1D.
           MOVE 22 TO JOB-STEP
           READ JOBSCHED
           IF ST-ERROJ = "23"
              MOVE 22         TO JOB-STEP
              MOVE "OCPG89  " TO JOB-PROG
              MOVE "D"        TO JOB-DIA
              MOVE "S"        TO JOB-ATIVO
              WRITE REGJOB
              DISPLAY "PASSO 22 - OCPG89 INCLUIDO NA GRADE".
      *
      * DEMONSTRATIVO MENSAL POR RESPONSAVEL DE CENTRO (OCPG91), NO
      * ULTIMO DIA DO MES: GRADE ANTIGA SEM O PASSO 52 GANHA O PASSO.
      *
       INC-OP1E.
           MOVE 52 TO JOB-STEP
           READ JOBSCHED
           IF ST-ERROJ = "23"
              MOVE 52         TO JOB-STEP
              MOVE "OCPG91  " TO JOB-PROG
              MOVE "U"        TO JOB-DIA
              MOVE "S"        TO JOB-ATIVO
              WRITE REGJOB
              DISPLAY "PASSO 52 - OCPG91 INCLUIDO NA GRADE".
      *
      * CONTAGEM CICLICA (CEP035), REPOSICAO ENTRE ALMOXARIFADOS
      * (CEP065) E EXTRACAO DE COMPRA (CEP007) SO EM DIA UTIL: GRADE
      * ANTIGA, SEM NENHUM PASSO DE REGRA T, TEM ESSES PASSOS
      * PASSADOS DE D PARA T (SO SE AINDA FOREM OS PROGRAMAS
      * PADRAO DA CASA).
      *
       INC-OP1F.
           MOVE ZEROS TO JOB-STEP
           START JOBSCHED KEY IS NOT LESS JOB-STEP
                 INVALID KEY GO TO INC-OP1G.
       INC-OP1F1.
           READ JOBSCHED NEXT
           IF ST-ERROJ NOT = "00"
              GO TO INC-OP1F2.
           IF JOB-DIA-UTIL
              GO TO INC-OP1G.
           GO TO INC-OP1F1.
       INC-OP1F2.
           MOVE 15         TO JOB-STEP
           MOVE "CEP035  " TO W-PROG
           PERFORM PASSA-UTIL THRU PASSA-UTIL-FIM
           MOVE 18         TO JOB-STEP
           MOVE "CEP065  " TO W-PROG
           PERFORM PASSA-UTIL THRU PASSA-UTIL-FIM
           MOVE 20         TO JOB-STEP
           MOVE "CEP007  " TO W-PROG
           PERFORM PASSA-UTIL THRU PASSA-UTIL-FIM.
      *
      * FAXINA DOS ARQUIVOS DE LOG (CEP081), NO ULTIMO DIA DO MES,
      * ANTES DO RESUMO DA MANHA: GRADE ANTIGA SEM O PASSO 85 GANHA
      * O PASSO.
      *
       INC-OP1G.
           MOVE 85 TO JOB-STEP
           READ JOBSCHED
           IF ST-ERROJ = "23"
              MOVE 85         TO JOB-STEP
              MOVE "CEP081  " TO JOB-PROG
              MOVE "U"        TO JOB-DIA
              MOVE "S"        TO JOB-ATIVO
              WRITE REGJOB
              DISPLAY "PASSO 85 - CEP081 INCLUIDO NA GRADE".
       INC-OP2.
           OPEN I-O JOBJORN
           IF ST-ERROD NOT = "00"
       RODAR.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SEQUENCIADOR DA JANELA NOTURNA"
           IF W-DIAUTIL NOT = "S"
              DISPLAY "HOJE NAO E DIA UTIL - PASSOS T NAO RODAM".
           MOVE W-STEPINI TO JOB-STEP
           START JOBSCHED KEY IS NOT LESS JOB-STEP
                 INVALID KEY GO TO ROT-RESUMO.
              GO TO RODAR1.
           IF JOB-ULT-DIA-MES AND W-ULTDIA NOT = "S"
              GO TO RODAR1.
           IF JOB-DIA-UTIL AND W-DIAUTIL NOT = "S"
              GO TO RODAR1.
           PERFORM RODA-PASSO THRU RODA-PASSO-FIM
           IF W-FALHOU = "S"
              GO TO ROT-RESUMO.
           IF ST-ERROD = "22"
              REWRITE REGJORN.
      *
      * O DIARIO FICA FECHADO ENQUANTO O PASSO RODA (A FAXINA
      * CEP081 ARQUIVA E APAGA AS ENTRADAS ANTIGAS DELE) E A
      * ENTRADA DO PASSO E RELIDA NA VOLTA
      *
           CLOSE JOBJORN
           MOVE "N" TO W-FALHOU
           CALL W-PROG USING W-OPERADOR
               ON EXCEPTION
                  MOVE "S" TO W-FALHOU.
      *
      * SEM O DIARIO DE VOLTA O RESULTADO DO PASSO NAO TEM ONDE SER
      * ANOTADO: A CADEIA PARA AQUI
      *
       RODA-PASSO1.
           OPEN I-O JOBJORN
           IF ST-ERROD NOT = "00"
               IF ST-ERROD = "30"
                      OPEN OUTPUT JOBJORN
                      CLOSE JOBJORN
                      GO TO RODA-PASSO1
                   ELSE
                      DISPLAY "PASSO " JOB-STEP " - " W-PROG
                              " - ERRO NA REABERTURA DO JOBJORN "
                              ST-ERROD
                      DISPLAY "RESULTADO DO PASSO NAO ANOTADO"
                      MOVE "S" TO W-FALHOU
                      GO TO RODA-PASSO-FIM.
           MOVE HOJE-N   TO JORN-DATA
           MOVE JOB-STEP TO JORN-STEP
           READ JOBJORN
           IF ST-ERROD NOT = "00"
              MOVE JOB-PROG TO JORN-PROG
              MOVE ZEROS    TO JORN-HINI.
           ACCEPT TIME-ATU FROM TIME
           MOVE TA-HMS TO JORN-HFIM
           IF W-FALHOU = "S"
              ADD 1 TO W-RODADOS
              DISPLAY "PASSO " JOB-STEP " - " W-PROG " - OK".
           REWRITE REGJORN
           IF ST-ERROD = "23"
              WRITE REGJORN.
      *
      * O PASSO QUE FALTOU PRECISA SER RELIDO PARA O READ NEXT
      * CONTINUAR DE ONDE PAROU (A CHAMADA PODE TER MEXIDO EM TUDO)
           WRITE REGJOB
           MOVE 15         TO JOB-STEP
           MOVE "CEP035  " TO JOB-PROG
           MOVE "T"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 17         TO JOB-STEP
           MOVE "D"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 18         TO JOB-STEP
           MOVE "CEP065  " TO JOB-PROG
           MOVE "T"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 20         TO JOB-STEP
           MOVE "CEP007  " TO JOB-PROG
           MOVE "T"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 22         TO JOB-STEP
           MOVE "OCPG89  " TO JOB-PROG
           MOVE "D"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE "D"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 27         TO JOB-STEP
           MOVE "OCPG88  " TO JOB-PROG
           MOVE "D"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 30         TO JOB-STEP
           MOVE "BKP001  " TO JOB-PROG
           MOVE "D"        TO JOB-DIA
           MOVE "D"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 48         TO JOB-STEP
           MOVE "CEP067  " TO JOB-PROG
           MOVE "D"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 50         TO JOB-STEP
           MOVE "CEP018  " TO JOB-PROG
           MOVE "U"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 52         TO JOB-STEP
           MOVE "OCPG91  " TO JOB-PROG
           MOVE "U"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 85         TO JOB-STEP
           MOVE "CEP081  " TO JOB-PROG
           MOVE "U"        TO JOB-DIA
           MOVE "S"        TO JOB-ATIVO
           WRITE REGJOB
           MOVE 90         TO JOB-STEP
           MOVE "CEP045  " TO JOB-PROG
           MOVE "D"        TO JOB-DIA
              MOVE "S" TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.
      *
      *
      *-------------------------------------------------------------
      * PASSA PARA A REGRA T O PASSO JOB-STEP DA GRADE ANTIGA, SE
      * AINDA FOR O PROGRAMA PADRAO (W-PROG) RODANDO TODO DIA
      *-------------------------------------------------------------
       PASSA-UTIL.
           READ JOBSCHED
           IF ST-ERROJ NOT = "00"
              GO TO PASSA-UTIL-FIM.
           IF JOB-PROG NOT = W-PROG OR NOT JOB-TODO-DIA
              GO TO PASSA-UTIL-FIM.
           MOVE "T" TO JOB-DIA
           REWRITE REGJOB
           DISPLAY "PASSO " JOB-STEP " - " JOB-PROG " SO EM DIA UTIL".
       PASSA-UTIL-FIM.
           EXIT.
      *
      *-------------------------------------------------------------
      * HOJE E DIA UTIL? (SEM CALENDARIO VALIDO, RODA COMO SEMPRE)
      *-------------------------------------------------------------
       CALC-DIAUTIL.
           MOVE "S" TO W-DIAUTIL
           MOVE "U"    TO CAL-FUNCAO
           MOVE HOJE-N TO CAL-DATA1
           CALL "CAL001" USING CAL-PARM
           IF CAL-RETORNO = "00"
              MOVE CAL-UTIL TO W-DIAUTIL.
       CALC-DIAUTIL-FIM.
           EXIT.
      *
       ROT-RESUMO.
           DISPLAY "PASSOS EXECUTADOS COM SUCESSO: " W-RODADOS
