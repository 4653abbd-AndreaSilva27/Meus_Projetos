           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEP.

           SELECT OPTIONAL FICCTV ASSIGN TO "CATIVOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTV
           RECORD KEY IS CTV-NUM
           ALTERNATE RECORD KEY IS CTV-CONTA WITH DUPLICATES.

           SELECT OPTIONAL FICFUN ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CODFUNC
           FILE STATUS IS FS-FUN.

           SELECT OPTIONAL FICPER ASSIGN TO "PERIODOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-CHAVE
           FILE STATUS IS FS-PER.

       DATA DIVISION.
       FILE SECTION.
       FD FICVENDAS.

       FD FICPEDIDOS.
       01 REGISTO-PEDIDO.
           05 PED-LINHA        PIC X(300).

       FD FICPEDH.
       01 REGISTO-PEDH.
           05 PEDH-LINHA       PIC X(300).

       FD FICCTA.
       01 REGISTO-CTA.
       01 REGISTO-MOV.
           05 MOV-LINHA        PIC X(100).

       FD FICCTV.
       01 REGISTO-CTV.
           05 CTV-NUM          PIC 9(06).
           05 CTV-CONTA        PIC 9(06).
           05 CTV-TIPO         PIC X(01).
           05 CTV-MONTANTE     PIC 9(6)V99.
           05 CTV-CATIVADO     PIC 9(6)V99.
           05 CTV-MOTIVO       PIC X(30).
           05 CTV-REFERENCIA   PIC X(20).
           05 CTV-DATA-INI     PIC 9(08).
           05 CTV-DATA-FIM     PIC 9(08).
           05 CTV-ESTADO       PIC X(01).
           05 CTV-OPERADOR     PIC 9(03).

       FD FICMVX.
       01 REGISTO-MVX.
           05 MVX-CHAVE.
           05 FS-ATIVO-FUNC       PIC X(01).
           05 FS-CODFILIAL-FU     PIC 9(02).

       FD FICPER.
       01 REGISTO-PER.
           05 PER-CHAVE.
               10 PER-NEGOCIO     PIC X(10).
               10 PER-ANOMES      PIC 9(06).
           05 PER-ESTADO          PIC X(01).
           05 PER-DATA-FECHO      PIC 9(08).
           05 PER-OPER-FECHO      PIC 9(03).
           05 PER-DATA-REAB       PIC 9(08).
           05 PER-OPER-REAB       PIC 9(03).

       WORKING-STORAGE SECTION.
       77 FS-VEN          PIC X(2) VALUE SPACES.
       77 FS-PED          PIC X(2) VALUE SPACES.
       77 FS-TAL          PIC X(2) VALUE SPACES.
       77 FS-DEP          PIC X(2) VALUE SPACES.
       77 FS-FUN          PIC X(2) VALUE SPACES.
       77 FS-CTV          PIC X(2) VALUE SPACES.
       77 FS-PER          PIC X(2) VALUE SPACES.
       77 WS-OPERADOR-LOGADO PIC 9(3) VALUE 0.
       77 WS-LOGIN-COD      PIC X(3) VALUE SPACES.
       77 WS-LOGIN-PW       PIC X(10) VALUE SPACES.
       77 WS-DATA-ALVO      PIC X(10) VALUE SPACES.
       77 WS-DATA-NUM       PIC 9(8) VALUE 0.
       77 WS-CONTA-EMP      PIC 9(6) VALUE 0.
       77 WS-CTV-RESTO      PIC 9(8)V99 VALUE 0.
       77 WS-CTV-CAPTURA    PIC 9(6)V99 VALUE 0.
       77 TEMP-C            PIC X(6) VALUE SPACES.
      * CHAMADO PELO AGENDADOR COM "CONTA AAAAMMDD" NA LINHA DE COMANDO
       77 WS-LOTE-PARM      PIC X(80) VALUE SPACES.
       77 WS-LOTE-DATA      PIC X(8) VALUE SPACES.

       77 V-DATA            PIC X(10) VALUE SPACES.
       77 V-ITENS           PIC X(150) VALUE SPACES.
       77 P-TIPO            PIC X(3) VALUE SPACES.
       77 P-ITENS           PIC X(150) VALUE SPACES.
       77 P-TOTAL-X         PIC X(12) VALUE SPACES.
       77 P-CAMPO           PIC X(40) VALUE SPACES.
       77 P-ESTADO          PIC X(13) VALUE SPACES.
       77 P-MOTORISTA       PIC X(3) VALUE SPACES.
       77 P-ZONA            PIC X(2) VALUE SPACES.
       77 P-PAGAMENTO       PIC X(1) VALUE SPACES.
       77 P-ACERTO          PIC X(1) VALUE SPACES.
       77 WS-SEM-ACERTO     PIC 9(3) VALUE 0.

       77 WS-TOT-MAC        PIC 9(8)V99 VALUE 0.
       77 WS-TOT-PIZA       PIC 9(8)V99 VALUE 0.
       77 MOV-REF           PIC X(16) VALUE SPACES.
       77 WS-DEPOSITOS      PIC 9(2) VALUE 0.
       77 WS-DEP-EXISTE     PIC 9 VALUE 0.
       77 WS-CRED-OK        PIC 9 VALUE 0.
       77 DEP-F1            PIC X(6) VALUE SPACES.
       77 DEP-F2            PIC X(10) VALUE SPACES.
       77 DEP-F3            PIC X(10) VALUE SPACES.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "DEPOSITO DAS LOJAS NA CONTA DA EMPRESA".
      * SEM OPERADOR A FALHA E DEVOLVIDA AO AGENDADOR NO CODIGO DE
      * RETORNO 8
           ACCEPT WS-LOTE-PARM FROM COMMAND-LINE.
           IF WS-LOTE-PARM = SPACES THEN
               PERFORM LOGIN-OPERADOR
               DISPLAY "DATA DO FECHO (DD-MM-AAAA):" NO ADVANCING
               ACCEPT WS-DATA-ALVO
           ELSE
               MOVE SPACES TO TEMP-C WS-LOTE-DATA
               UNSTRING WS-LOTE-PARM DELIMITED BY ALL SPACE
                   INTO TEMP-C WS-LOTE-DATA
               END-UNSTRING
               IF WS-LOTE-DATA IS NOT NUMERIC THEN
                   MOVE DATA-SISTEMA TO WS-LOTE-DATA
               END-IF
               MOVE SPACES TO WS-DATA-ALVO
               STRING WS-LOTE-DATA(7:2) "-" WS-LOTE-DATA(5:2) "-"
                   WS-LOTE-DATA(1:4) DELIMITED BY SIZE
                   INTO WS-DATA-ALVO
           END-IF.
           IF (WS-DATA-ALVO(1:2) IS NUMERIC) AND
              (WS-DATA-ALVO(4:2) IS NUMERIC) AND
              (WS-DATA-ALVO(7:4) IS NUMERIC) THEN
               MOVE WS-DATA-ALVO(1:2) TO WS-DATA-NUM(7:2)
           ELSE
               DISPLAY "DATA INVALIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * O CREDITO FICA COM A DATA DO FECHO; MES FECHADO NO BANCO PELA
      * CONTABILIDADE NAO ACEITA MOVIMENTOS
           MOVE "BANCO" TO PER-NEGOCIO.
           COMPUTE PER-ANOMES = WS-DATA-NUM / 100.
           OPEN INPUT FICPER.
           IF FS-PER = "00" THEN
               READ FICPER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = "F" THEN
                           DISPLAY "PERIODO " PER-ANOMES
                               " FECHADO NO BANCO - DEPOSITO NAO "
                               "EMITIDO"
                           CLOSE FICPER
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-IF.
           CLOSE FICPER.

           IF WS-LOTE-PARM = SPACES THEN
               DISPLAY "CONTA DA EMPRESA NO BANCO:" NO ADVANCING
               ACCEPT TEMP-C
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-C) TO WS-CONTA-EMP.

           PERFORM APURAR-MAC.
           PERFORM APURAR-PIZAHUT.

      * MOTORISTAS COM NUMERARIO POR ACERTAR SEGURAM O DEPOSITO
           IF WS-SEM-ACERTO > 0 THEN
               DISPLAY "ENTREGAS A NUMERARIO SEM ACERTO DO MOTORISTA: "
                   WS-SEM-ACERTO
               DISPLAY "FACA O ACERTO DOS MOTORISTAS NO PIZAHUT - "
                   "DEPOSITO NAO EMITIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-DEPOSITOS.
           IF WS-TOT-MAC > 0 THEN
               MOVE "BOCACHEIA" TO WS-LOJA
               END-IF
           END-IF.

           IF WS-DEPOSITOS = 0 AND RETURN-CODE = 0 THEN
               DISPLAY "SEM DINHEIRO A DEPOSITAR NESSA DATA"
           ELSE
               DISPLAY "DEPOSITOS EMITIDOS: " WS-DEPOSITOS

       APURAR-PIZAHUT.
           MOVE 0 TO WS-TOT-PIZA.
           MOVE 0 TO WS-SEM-ACERTO.
           OPEN INPUT FICPEDIDOS.
           IF FS-PED = "00" THEN
               PERFORM UNTIL FS-PED NOT = "00"
                       AT END MOVE "10" TO FS-PED
                       NOT AT END
                           PERFORM SOMA-PEDIDO-PIZA
                           PERFORM VERIFICA-ACERTO-PIZA
                   END-READ
               END-PERFORM
           END-IF.
               INTO P-DATA P-NUM P-CLIENTE P-CONTATO
                   P-TIPO P-ITENS P-TOTAL-X
           END-UNSTRING.
      * SO ENTRA NO TALAO O QUE FOI PAGO EM NUMERARIO (REGISTOS
      * ANTIGOS SEM CAMPO DE PAGAMENTO SAO TODOS NUMERARIO)
           MOVE SPACES TO P-PAGAMENTO.
           UNSTRING PED-LINHA DELIMITED BY ","
               INTO P-CAMPO P-CAMPO P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-CAMPO P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-PAGAMENTO
           END-UNSTRING.
           IF (P-DATA = WS-DATA-ALVO) AND
              ((P-PAGAMENTO = "N") OR (P-PAGAMENTO = SPACES)) THEN
               COMPUTE WS-TOT-PIZA = WS-TOT-PIZA
                   + FUNCTION NUMVAL(P-TOTAL-X)
           END-IF.

      * ENTREGA DO DIA PAGA EM NUMERARIO QUE O MOTORISTA AINDA NAO
      * ENTREGOU NO ACERTO DE FIM DE TURNO
       VERIFICA-ACERTO-PIZA.
           MOVE SPACES TO P-ESTADO P-MOTORISTA P-ZONA P-PAGAMENTO
               P-ACERTO.
           UNSTRING PED-LINHA DELIMITED BY ","
               INTO P-CAMPO P-CAMPO P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-CAMPO P-ESTADO P-MOTORISTA P-CAMPO
                   P-CAMPO P-ZONA P-CAMPO P-CAMPO P-CAMPO P-CAMPO
                   P-CAMPO P-PAGAMENTO P-ACERTO
           END-UNSTRING.
           IF (P-DATA = WS-DATA-ALVO) AND
              (P-PAGAMENTO = "N") AND (P-ACERTO = SPACES) AND
              (P-ZONA NOT = SPACES) AND (P-ZONA NOT = "00") AND
              ((P-ESTADO = "EM-ENTREGA") OR
               (P-ESTADO = "ENTREGUE")) THEN
               ADD 1 TO WS-SEM-ACERTO
               DISPLAY "SEM ACERTO: PEDIDO " P-NUM
                   " MOTORISTA " P-MOTORISTA
           END-IF.

       VERIFICA-DEPOSITO-EXISTENTE.
      * O JORNAL DE DEPOSITOS E O GUARDA CONTRA DUPLA EMISSAO:
      * UMA SEGUNDA CORRIDA DO MESMO DIA NAO VOLTA A CREDITAR
           CLOSE FICDEP.

       EMITIR-DEPOSITO.
      * O CREDITO NO BANCO VEM PRIMEIRO: SEM ELE NAO HA TALAO NEM LINHA
      * NO JORNAL, E UMA NOVA CORRIDA VOLTA A TENTAR O DEPOSITO
           PERFORM CREDITAR-CONTA-EMPRESA.
           IF WS-CRED-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TAL-NOME.
           STRING "DEPOSITO_" WS-NUM-DEP ".TXT" DELIMITED BY SIZE
           WRITE REG-DEP.
           CLOSE FICDEP.

           ADD 1 TO WS-DEPOSITOS.
           DISPLAY "DEPOSITO " WS-NUM-DEP " - " WS-LOJA " - "
               WS-MONTANTE-ED " - TALAO EM " WS-TAL-NOME.
           CLOSE FICNDP.

       CREDITAR-CONTA-EMPRESA.
           MOVE 0 TO WS-CRED-OK.
           OPEN I-O FICCTA.
           MOVE WS-CONTA-EMP TO CTA-NUMCONTA.
           READ FICCTA
                   DISPLAY "CONTA DA EMPRESA NAO EXISTE - CREDITO "
                       "NAO LANCADO"
                   CLOSE FICCTA
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
               DISPLAY "CONTA DA EMPRESA ENCERRADA - CREDITO NAO "
                   "LANCADO"
               CLOSE FICCTA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROXIMO-NUM-DEPOSITO.
           ADD WS-VALOR-DEP TO CTA-SALDO.
           REWRITE REGISTO-CTA.
           CLOSE FICCTA.
           MOVE 1 TO WS-CRED-OK.

           MOVE SPACES TO MOV-REF.
           STRING "DEP:" WS-NUM-DEP ":" WS-LOJA
           END-PERFORM.
           CLOSE FICMVX.

           PERFORM CAPTURA-PENHORA.

      * O DEPOSITO ALIMENTA AS PENHORAS EM VIGOR NA CONTA DA EMPRESA,
      * TAL COMO OS CREDITOS LANCADOS NO BANCO
       CAPTURA-PENHORA.
           MOVE WS-VALOR-DEP TO WS-CTV-RESTO.
           OPEN I-O FICCTV.
           MOVE WS-CONTA-EMP TO CTV-CONTA.
           START FICCTV KEY = CTV-CONTA
               INVALID KEY MOVE "10" TO FS-CTV
           END-START.
           PERFORM UNTIL (FS-CTV NOT = "00") OR (WS-CTV-RESTO = 0)
               READ FICCTV NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CTV
                   NOT AT END
                       IF CTV-CONTA NOT = WS-CONTA-EMP THEN
                           MOVE "10" TO FS-CTV
                       ELSE
                           IF (CTV-ESTADO = "A") AND (CTV-TIPO = "P")
                              AND (CTV-DATA-INI <= WS-DATA-NUM)
                              AND ((CTV-DATA-FIM = 0) OR
                                   (CTV-DATA-FIM >= WS-DATA-NUM))
                              AND (CTV-CATIVADO < CTV-MONTANTE) THEN
                               COMPUTE WS-CTV-CAPTURA =
                                   CTV-MONTANTE - CTV-CATIVADO
                               IF WS-CTV-CAPTURA > WS-CTV-RESTO THEN
                                   MOVE WS-CTV-RESTO TO WS-CTV-CAPTURA
                               END-IF
                               ADD WS-CTV-CAPTURA TO CTV-CATIVADO
                               SUBTRACT WS-CTV-CAPTURA FROM WS-CTV-RESTO
                               REWRITE REGISTO-CTV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCTV.

       LOGIN-OPERADOR.
           MOVE 0 TO WS-LOGIN-OK.
           MOVE 0 TO WS-TENTATIVAS-LOGIN.
