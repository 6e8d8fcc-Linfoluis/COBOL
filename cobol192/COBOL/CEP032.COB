      *-------------------------------------------------------------
       CALC-VALOR.
           MOVE ZEROS TO W-VALPED
           IF PED-PRECO NOT = ZEROS
              COMPUTE W-VALPED = PED-QTDPED * PED-PRECO
              GO TO CALC-VALOR-FIM.
           IF W-TEMPRF = "S"
              MOVE PED-CODPRO TO PRF-CODPRO
              MOVE PED-FORN   TO PRF-FORN
