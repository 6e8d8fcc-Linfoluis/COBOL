       COPY AMIGSEL.BOK.
       COPY TIPOSEL.BOK.
       COPY CONTSEL.BOK.
       COPY DOMSEL.BOK.
       COPY DMMSEL.BOK.
       COPY SPOOLSEL.BOK.
       SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
       COPY ARQAMIG.BOK.
       COPY AMTIPO.BOK.
       COPY CONTATO.BOK.
       COPY DOMIC.BOK.
       COPY DOMMEM.BOK.
      *
       COPY SPOOL.BOK.
      *
       77 ST-ERROI     PIC X(02) VALUE "00".
       77 ST-ERRO4     PIC X(02) VALUE "00".
       77 W-TEMCONT    PIC X(01) VALUE "N".
       77 ST-ERRODO    PIC X(02) VALUE "00".
       77 ST-ERRODM    PIC X(02) VALUE "00".
       77 W-TEMDOM     PIC X(01) VALUE "N".
       77 W-OUTROS     PIC 9(03) VALUE ZEROS.
       77 W-FDOM       PIC 9(05) VALUE ZEROS.
       77 W-QT5        PIC 9(01) VALUE ZEROS.
       77 W-I5         PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
          03 DETI3      PIC X(30) VALUE SPACES.
       77 W-INDICOU    PIC 9(03) VALUE ZEROS.
       01 W-FAPELIDO   PIC X(12) VALUE SPACES.
       01 DET-DOM.
          03 FILLER     PIC X(15) VALUE "DOMICILIO    : ".
          03 DETM1      PIC 9(05) VALUE ZEROS.
          03 FILLER     PIC X(03) VALUE " - ".
          03 DETM2      PIC X(40) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETM3      PIC X(12) VALUE SPACES.
       01 DET-MTIT.
          03 FILLER     PIC X(30) VALUE "OUTROS MEMBROS DO DOMICILIO:".
       01 DET-END1.
          03 FILLER     PIC X(15) VALUE "ENDERECO     : ".
          03 DETE2      PIC X(30) VALUE SPACES.
              MOVE "S" TO W-TEMCONT
           ELSE
              MOVE "N" TO W-TEMCONT.
       INC-OP2C.
           MOVE "N" TO W-TEMDOM
           OPEN INPUT DOMIC
           IF ST-ERRODO = "00"
              OPEN INPUT DOMMEM
              IF ST-ERRODM = "00"
                 MOVE "S" TO W-TEMDOM
              ELSE
                 CLOSE DOMIC.
       INC-OP3.
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           OPEN OUTPUT ARQIMP.
                   WRITE REGIMP FROM DET-END2 BEFORE ADVANCING 1 LINE.
                PERFORM ROT-CONTATOS THRU ROT-CONTATOS-FIM
                PERFORM ROT-INDICADOS THRU ROT-INDICADOS-FIM
                PERFORM ROT-DOMICILIO THRU ROT-DOMICILIO-FIM
                MOVE SPACES TO REGIMP
                WRITE REGIMP                  BEFORE ADVANCING PAGE
                MOVE "*** FICHA IMPRESSA ***" TO MENS
       ROT-INDICADOS-FIM.
                EXIT.
      *
      *-------------------------------------------------------------
      * DOMICILIO DO AMIGO (DOMMEM.DAT/DOMIC.DAT) E OS OUTROS
      * MEMBROS DELE; AMIGO FORA DE DOMICILIO NAO IMPRIME NADA
      *-------------------------------------------------------------
       ROT-DOMICILIO.
                IF W-TEMDOM NOT = "S"
                   GO TO ROT-DOMICILIO-FIM.
                MOVE W-FAPELIDO TO DMM-APELIDO
                READ DOMMEM
                IF ST-ERRODM NOT = "00"
                   GO TO ROT-DOMICILIO-FIM.
                MOVE DMM-DOM TO DOM-CODIGO W-FDOM
                READ DOMIC
                IF ST-ERRODO NOT = "00"
                   GO TO ROT-DOMICILIO-FIM.
                MOVE DOM-CODIGO TO DETM1
                MOVE DOM-NOME   TO DETM2
                IF DOM-CONFIRMADO
                   MOVE "(CONFIRMADO)" TO DETM3
                ELSE
                   MOVE "(SUGERIDO)"   TO DETM3.
                MOVE ZEROS TO W-OUTROS
                MOVE SPACES TO REGIMP
                WRITE REGIMP BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM DET-DOM  BEFORE ADVANCING 1 LINE
                WRITE REGIMP FROM DET-MTIT BEFORE ADVANCING 1 LINE
                START DOMMEM KEY IS NOT LESS DMM-DOM
                      INVALID KEY GO TO ROT-DOMICILIO2.
       ROT-DOMICILIO1.
                READ DOMMEM NEXT
                IF ST-ERRODM NOT = "00"
                   GO TO ROT-DOMICILIO2.
                IF DMM-DOM NOT = W-FDOM
                   GO TO ROT-DOMICILIO2.
                IF DMM-APELIDO = W-FAPELIDO
                   GO TO ROT-DOMICILIO1.
                MOVE DMM-APELIDO TO APELIDO DETI2
                READ ARQAMIG
                IF ST-ERRO NOT = "00"
                   MOVE "*SEM CADASTRO*" TO DETI3
                ELSE
                   MOVE NOME TO DETI3.
                WRITE REGIMP FROM DET-IND1 BEFORE ADVANCING 1 LINE
                ADD 1 TO W-OUTROS
                GO TO ROT-DOMICILIO1.
       ROT-DOMICILIO2.
                IF W-OUTROS = ZEROS
                   MOVE "   (NENHUM)" TO REGIMP
                   WRITE REGIMP BEFORE ADVANCING 1 LINE.
       ROT-DOMICILIO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                IF W-TEMCONT = "S"
                   CLOSE CONTATO.
                IF W-TEMDOM = "S"
                   CLOSE DOMIC DOMMEM.
                CLOSE ARQAMIG AMTIPO ARQIMP
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
