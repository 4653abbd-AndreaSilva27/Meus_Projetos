           05 VEN-LINHA       PIC X(200).
       FD FICPEDIDOS.
       01 REGISTO-PEDIDO.
           05 PED-LINHA        PIC X(300).
       FD FICPEDH.
       01 REGISTO-PEDH.
           05 PEDH-LINHA       PIC X(300).
       FD FICMOV.
       01 REGISTO-MOV.
           05 MOV-LINHA        PIC X(100).
       77 P-TIPO          PIC X(3) VALUE SPACES.
       77 P-ITENS         PIC X(150) VALUE SPACES.
       77 P-TOTAL-X       PIC X(12) VALUE SPACES.
       77 P-CAMPO         PIC X(40) VALUE SPACES.
       77 P-CANAL         PIC X(6) VALUE SPACES.
       01 TOTAIS-CANAIS.
           05 CANAL-LINHA OCCURS 2.
               10 CANAL-NOME  PIC X(12).
               10 CANAL-CONT  PIC 9(5).
               10 CANAL-VALOR PIC 9(9)V99.
       77 IND-C           PIC 9 VALUE 1.
       77 M-DATA          PIC X(10) VALUE SPACES.
       77 M-CONTA         PIC X(10) VALUE SPACES.
       77 M-OP            PIC X(2) VALUE SPACES.
               10 UNID-ESTADO PIC X(14).
       77 IND-U           PIC 9 VALUE 1.
       77 WS-TOT-GERAL    PIC 9(9)V99 VALUE 0.
      * CHAMADO PELO AGENDADOR COM A DATA AAAAMMDD NA LINHA DE COMANDO
       77 WS-LOTE-PARM    PIC X(80) VALUE SPACES.
       01 DET-CONS.
           05 DET-NOME        PIC X(12).
           05 FILLER          PIC X(6) VALUE " DOCS ".
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FECHO DE DIA CONSOLIDADO".
           ACCEPT WS-LOTE-PARM FROM COMMAND-LINE.
           IF WS-LOTE-PARM(1:8) IS NUMERIC THEN
               MOVE SPACES TO WS-DATA-ALVO
               STRING WS-LOTE-PARM(7:2) "-" WS-LOTE-PARM(5:2) "-"
                   WS-LOTE-PARM(1:4) DELIMITED BY SIZE
                   INTO WS-DATA-ALVO
           ELSE
               DISPLAY "DATA A CONSOLIDAR (DD-MM-AAAA):" NO ADVANCING
               ACCEPT WS-DATA-ALVO
           END-IF.
           MOVE "MAC"      TO UNID-NOME(1).
           MOVE "PIZAHUT"  TO UNID-NOME(2).
           MOVE "SABLIMPA" TO UNID-NOME(3).
           MOVE "BANCO"    TO UNID-NOME(4).
           MOVE "BIBLIOTECA" TO UNID-NOME(5).
           MOVE "  PIZ LOJA"   TO CANAL-NOME(1).
           MOVE "  PIZ ONLINE" TO CANAL-NOME(2).
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 2
               MOVE 0 TO CANAL-CONT(IND-C)
               MOVE 0 TO CANAL-VALOR(IND-C)
           END-PERFORM.
           PERFORM VARYING IND-U FROM 1 BY 1 UNTIL IND-U > 5
               MOVE 0 TO UNID-CONT(IND-U)
               MOVE 0 TO UNID-VALOR(IND-U)
                       NOT AT END
                           MOVE SPACES TO P-DATA P-NUM P-CLIENTE
                               P-CONTATO P-TIPO P-ITENS P-TOTAL-X
                               P-CANAL
                           UNSTRING PED-LINHA DELIMITED BY ","
                               INTO P-DATA P-NUM P-CLIENTE P-CONTATO
                                   P-TIPO P-ITENS P-TOTAL-X
                                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                                   P-CAMPO P-CANAL
                           END-UNSTRING
                           IF P-DATA = WS-DATA-ALVO THEN
                               ADD 1 TO UNID-CONT(2)
                               COMPUTE UNID-VALOR(2) = UNID-VALOR(2)
                                   + FUNCTION NUMVAL(P-TOTAL-X)
                               PERFORM SOMA-CANAL-PIZAHUT
                           END-IF
                   END-READ
               END-PERFORM
                       NOT AT END
                           MOVE SPACES TO P-DATA P-NUM P-CLIENTE
                               P-CONTATO P-TIPO P-ITENS P-TOTAL-X
                               P-CANAL
                           UNSTRING PEDH-LINHA DELIMITED BY ","
                               INTO P-DATA P-NUM P-CLIENTE P-CONTATO
                                   P-TIPO P-ITENS P-TOTAL-X
                                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                                   P-CAMPO P-CANAL
                           END-UNSTRING
                           IF P-DATA = WS-DATA-ALVO THEN
                               ADD 1 TO UNID-CONT(2)
                               COMPUTE UNID-VALOR(2) = UNID-VALOR(2)
                                   + FUNCTION NUMVAL(P-TOTAL-X)
                               PERFORM SOMA-CANAL-PIZAHUT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "SEM REGISTOS" TO UNID-ESTADO(2)
           END-IF.

      * PEDIDOS SEM CANAL SAO ANTERIORES AO CANAL ONLINE: LOJA
       SOMA-CANAL-PIZAHUT.
           IF P-CANAL = "ONLINE" THEN
               MOVE 2 TO IND-C
           ELSE
               MOVE 1 TO IND-C
           END-IF.
           ADD 1 TO CANAL-CONT(IND-C).
           COMPUTE CANAL-VALOR(IND-C) = CANAL-VALOR(IND-C)
               + FUNCTION NUMVAL(P-TOTAL-X).

       APURAR-SABLIMPA.
           OPEN INPUT FICSAB.
           IF FS-SAB NOT = "00" THEN
               WRITE LINHA-CONS FROM DET-CONS
               DISPLAY DET-CONS
               ADD UNID-VALOR(IND-U) TO WS-TOT-GERAL
               IF IND-U = 2 THEN
                   PERFORM EMITIR-CANAIS-PIZAHUT
               END-IF
           END-PERFORM.
           MOVE WS-TOT-GERAL TO TOT-VALOR.
           WRITE LINHA-CONS FROM TOT-CONS.
           CLOSE FICCONS.
           DISPLAY "RELATORIO GRAVADO EM FECHOGERAL.TXT".

      * DETALHE POR CANAL, JA INCLUIDO NO TOTAL DO PIZAHUT
       EMITIR-CANAIS-PIZAHUT.
           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 2
               MOVE CANAL-NOME(IND-C) TO DET-NOME
               MOVE CANAL-CONT(IND-C) TO DET-CONT
               MOVE CANAL-VALOR(IND-C) TO DET-VALOR
               MOVE "CANAL" TO DET-ESTADO
               WRITE LINHA-CONS FROM DET-CONS
               DISPLAY DET-CONS
           END-PERFORM.

       END PROGRAM fechogeral.
