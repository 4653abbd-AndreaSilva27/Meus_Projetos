           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NUMP.

           SELECT OPTIONAL FICACE ASSIGN TO WS-ACE-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACE.

           SELECT OPTIONAL FICACJ ASSIGN TO "ACERTOS_MOTORISTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACJ.

           SELECT OPTIONAL FICONL ASSIGN TO "PARCEIRO_ONLINE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ONL.

           SELECT OPTIONAL FICREJ ASSIGN TO "REJEITADOS_ONLINE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD FICPEDIDOS.
       01 REGISTO-PEDIDO.
           05 PED-LINHA        PIC X(300) VALUES SPACES.

       FD FICRELI.
       01 REGISTO-RELI.

       FD FICPEDH.
       01 REGISTO-PEDH.
           05 PEDH-LINHA       PIC X(300) VALUES SPACES.

       FD FICNUMP.
       01 REGISTO-NUMP.
           05 NUMP-LINHA       PIC X(10) VALUES SPACES.

       FD FICACE.
       01 REGISTO-ACE.
           05 ACE-LINHA        PIC X(100) VALUES SPACES.

       FD FICACJ.
       01 REGISTO-ACJ.
           05 ACJ-LINHA        PIC X(100) VALUES SPACES.

       FD FICONL.
       01 REGISTO-ONL.
           05 ONL-LINHA        PIC X(300) VALUES SPACES.

       FD FICREJ.
       01 REGISTO-REJ.
           05 REJ-LINHA        PIC X(360) VALUES SPACES.

       FD FICCLIP.
       01 REGISTO-CLIP.
           05 CLI-CONTATO      PIC 9(9).
           88 MODO-ROTA      VALUES "T","t".
           88 MODO-SLA       VALUES "S","s".
           88 MODO-ARQUIVO   VALUES "A","a".
           88 MODO-ACERTO    VALUES "M","m".
           88 MODO-ONLINE    VALUES "I","i".
       77 WS-PED-TOTAL    PIC 9(3) VALUE 0.
       77 WS-PED-IDX      PIC 9(3) VALUE 0.
       77 WS-PED-POS      PIC 9(3) VALUE 0.
       01 WS-TAMANHOS.
           05 WS-TAM-QTD OCCURS 3 TIMES PIC 9(5) VALUE 0.
       77 WS-TAM-I        PIC 9(1) VALUE 0.
       77 WS-AGE-DATA       PIC X(10) VALUE SPACES.
       77 WS-AGE-HORA       PIC X(8) VALUE SPACES.
       77 TEMP-AGE-HORA     PIC X(5) VALUE SPACES.
       77 WS-AGE-DATA-NUM   PIC 9(8) VALUE 0.
       77 WS-AGE-HOJE       PIC 9(8) VALUE 0.
       77 WS-AGE-HH         PIC 9(2) VALUE 0.
       77 WS-AGE-MM         PIC 9(2) VALUE 0.
       77 WS-AGE-VALIDA     PIC 9 VALUE 0.
       77 WS-AGE-MIN-PREP   PIC 9(3) VALUE 20.
       77 WS-AGE-AGORA      PIC 9(11) VALUE 0.
       77 WS-AGE-PROMETIDO  PIC 9(11) VALUE 0.
       77 WS-AGE-LIBERTA    PIC S9(11) VALUE 0.
       77 WS-AGE-LIBERTOS   PIC 9(3) VALUE 0.
       77 WS-ESTADO-INICIAL PIC X(13) VALUE SPACES.
       77 WS-HORA-CRIA-INI  PIC X(8) VALUE SPACES.
       77 WS-SLA-TOL-AGENDA PIC 9(3) VALUE 10.
       77 WS-SLA-AGENDADOS  PIC 9(4) VALUE 0.
       77 WS-SLA-AGE-ATRASO PIC 9(4) VALUE 0.
       77 WS-SEG-PROMETIDO  PIC 9(6) VALUE 0.
       77 WS-MIN-ATRASO     PIC S9(5) VALUE 0.
       77 WS-MIN-ATRASO-ED  PIC -(4)9.
       77 WS-PAGAMENTO      PIC A VALUE SPACES.
           88 PAGAMENTO-NUMERARIO VALUES "N","n".
           88 VALIDA-PAGAMENTO    VALUES "N","n","M","m".
       77 WS-PAG-COD        PIC X(1) VALUE SPACES.
       77 FS-ACE            PIC 9(02).
       77 FS-ACJ            PIC 9(02).
       77 WS-ACE-NOME       PIC X(30) VALUE SPACES.
       77 WS-ACE-MOTO       PIC X(3) VALUE SPACES.
       77 WS-ACE-TURNO      PIC X(1) VALUE SPACES.
       77 WS-ACE-CONFIRMA   PIC A VALUE SPACES.
           88 ACE-CONFIRMA-SIM VALUES "S","s".
       77 WS-ACE-PENDENTE   PIC 9 VALUE 0.
       77 WS-ACE-CONT       PIC 9(3) VALUE 0.
       77 WS-ACE-EM-ROTA    PIC 9(3) VALUE 0.
       77 WS-ACE-TOTAL      PIC 9(5)V99 VALUE 0.
       77 WS-ACE-TAXAS      PIC 9(5)V99 VALUE 0.
       77 WS-ACE-FUNDO      PIC 9(5)V99 VALUE 0.
       77 WS-ACE-ENTREGUE   PIC 9(5)V99 VALUE 0.
       77 WS-ACE-ESPERADO   PIC 9(5)V99 VALUE 0.
       77 WS-ACE-DIFERENCA  PIC S9(5)V99 VALUE 0.
       77 WS-ACE-VAL-ED     PIC ZZZZ9.99.
       77 WS-ACE-VAL-ED2    PIC ZZZZ9.99.
       77 WS-ACE-VAL-ED3    PIC ZZZZ9.99.
       77 WS-ACE-VAL-ED4    PIC ZZZZ9.99.
       77 WS-ACE-DIF-ED     PIC -(5)9.99.
       77 TEMP-ACE          PIC X(10) VALUE SPACES.
       77 WS-CANAL          PIC X(6) VALUE "LOJA".
       77 WS-REF-PARCEIRO   PIC X(15) VALUE SPACES.
       77 FS-ONL            PIC 9(02).
       77 FS-REJ            PIC 9(02).
       77 WS-ONL-REF        PIC X(15) VALUE SPACES.
       77 WS-ONL-CONTATO    PIC X(12) VALUE SPACES.
       77 WS-ONL-NOME       PIC X(30) VALUE SPACES.
       77 WS-ONL-MORADA     PIC X(40) VALUE SPACES.
       77 WS-ONL-LOCAL      PIC X(20) VALUE SPACES.
       77 WS-ONL-ITENS      PIC X(150) VALUE SPACES.
       77 WS-ONL-PAG        PIC X(10) VALUE SPACES.
       77 WS-ONL-ITEM       PIC X(15) VALUE SPACES.
       77 WS-ONL-MOTIVO     PIC X(45) VALUE SPACES.
       77 WS-ONL-CAMPO      PIC X(40) VALUE SPACES.
       77 WS-ONL-REF-LIDA   PIC X(15) VALUE SPACES.
       77 WS-ONL-PONT       PIC 9(3) VALUE 0.
       77 WS-ONL-EXISTE     PIC 9 VALUE 0.
       77 WS-ONL-LIDOS      PIC 9(4) VALUE 0.
       77 WS-ONL-IMPORT     PIC 9(4) VALUE 0.
       77 WS-ONL-REPET      PIC 9(4) VALUE 0.
       77 WS-ONL-REJEIT     PIC 9(4) VALUE 0.
       01 WS-TAB-PEDIDOS.
           05 WS-PED-REG OCCURS 200 TIMES.
               10 P-DATA      PIC X(10).
               10 P-HORA-CRIA PIC X(8).
               10 P-HORA-FORNO PIC X(8).
               10 P-HORA-SAIDA PIC X(8).
               10 P-DATA-AGENDA PIC X(10).
               10 P-HORA-AGENDA PIC X(8).
               10 P-PAGAMENTO  PIC X(1).
               10 P-ACERTO     PIC X(1).
               10 P-CANAL      PIC X(6).
               10 P-REF-PARCEIRO PIC X(15).

       SCREEN SECTION.
       01 DATA-SISTEMA.

           PERFORM GARANTE-CARDAPIO.

           DISPLAY "F=FILA R=RELAT D=DISP Z=ZONAS T=ROTA S=SLA "
           & "A=ARQ M=ACERTO I=ONLINE" AT 0601.
           DISPLAY "MODO (ENTER=PEDIDO):" AT 0701.
           ACCEPT WS-MODO AT 0722.
           IF MODO-FILA THEN
               PERFORM FILA-PEDIDOS
               MOVE SPACES TO WS-MODO
               MOVE SPACES TO WS-MODO
               GO INICIO
           END-IF.
           IF MODO-ACERTO THEN
               PERFORM ACERTO-MOTORISTA
               MOVE SPACES TO WS-MODO
               GO INICIO
           END-IF.
           IF MODO-ONLINE THEN
               PERFORM IMPORTAR-ONLINE
               MOVE SPACES TO WS-MODO
               GO INICIO
           END-IF.

           PERFORM MOSTRA-CARDAPIO.

           END-IF.

           PERFORM PEDE-ZONA-ENTREGA.
           PERFORM PEDE-AGENDAMENTO.

       AVALIAR-TIPO.
           ACCEPT TEMP AT 1517.
               DISPLAY SAIDA AT 2316
           END-IF.

           PERFORM PEDE-PAGAMENTO.
           PERFORM ATUALIZAR-CLIENTE-PIZA.
           PERFORM RECIBO.
           PERFORM REGISTAR-PEDIDO.
               STOP RUN
           END-IF.

       PEDE-PAGAMENTO.
           DISPLAY "PAGAMENTO N=NUMERARIO M=MULTIBANCO:" AT 2440.
           MOVE SPACES TO WS-PAGAMENTO.
           ACCEPT WS-PAGAMENTO AT 2476.
           IF NOT VALIDA-PAGAMENTO THEN
               GO PEDE-PAGAMENTO
           END-IF.
           IF PAGAMENTO-NUMERARIO THEN
               MOVE "N" TO WS-PAG-COD
           ELSE
               MOVE "M" TO WS-PAG-COD
           END-IF.

       ATUALIZAR-CLIENTE-PIZA.
           IF CONTATO = 0 THEN
               EXIT PARAGRAPH
           DISPLAY "TAXA:" AT 1252.
           DISPLAY WS-TAXA-ED AT 1258.

       PEDE-AGENDAMENTO.
           MOVE SPACES TO WS-AGE-DATA.
           MOVE SPACES TO WS-AGE-HORA.
           DISPLAY "AGENDAR PARA DIA (ENTER=JA):" AT 1401.
           ACCEPT WS-AGE-DATA AT 1430.

           IF WS-AGE-DATA = SPACES THEN
               DISPLAY " " ERASE EOL AT 1401
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "HORA:" AT 1442.
           MOVE SPACES TO TEMP-AGE-HORA.
           ACCEPT TEMP-AGE-HORA AT 1448.
           PERFORM VALIDA-AGENDAMENTO.

           IF WS-AGE-VALIDA = 0 THEN
               DISPLAY "INVALIDA !!!" FOREGROUND-COLOR 4 AT 1455
               GO PEDE-AGENDAMENTO
           END-IF.

           DISPLAY " " ERASE EOL AT 1455.
           DISPLAY WS-AGE-DATA AT 1430.

      * DIA DD-MM-AAAA E HORA HH:MM, SEMPRE NO FUTURO
       VALIDA-AGENDAMENTO.
           MOVE 0 TO WS-AGE-VALIDA.
           IF (WS-AGE-DATA(1:2) NOT NUMERIC) OR
              (WS-AGE-DATA(4:2) NOT NUMERIC) OR
              (WS-AGE-DATA(7:4) NOT NUMERIC) OR
              (TEMP-AGE-HORA(1:2) NOT NUMERIC) OR
              (TEMP-AGE-HORA(4:2) NOT NUMERIC) THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AGE-DATA(7:4) TO WS-AGE-DATA-NUM(1:4).
           MOVE WS-AGE-DATA(4:2) TO WS-AGE-DATA-NUM(5:2).
           MOVE WS-AGE-DATA(1:2) TO WS-AGE-DATA-NUM(7:2).
           MOVE TEMP-AGE-HORA(1:2) TO WS-AGE-HH.
           MOVE TEMP-AGE-HORA(4:2) TO WS-AGE-MM.

           IF (WS-AGE-HH > 23) OR (WS-AGE-MM > 59) THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-DATA-NUM) NOT = 0
               THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AGE-PROMETIDO =
               FUNCTION INTEGER-OF-DATE(WS-AGE-DATA-NUM) * 1440 +
               WS-AGE-HH * 60 + WS-AGE-MM.
           PERFORM CALCULA-AGORA-MIN.
           IF WS-AGE-PROMETIDO <= WS-AGE-AGORA THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AGE-DATA.
           STRING WS-AGE-DATA-NUM(7:2) "-" WS-AGE-DATA-NUM(5:2) "-"
               WS-AGE-DATA-NUM(1:4)
               DELIMITED BY SIZE
               INTO WS-AGE-DATA
           END-STRING.
           MOVE SPACES TO WS-AGE-HORA.
           STRING WS-AGE-HH ":" WS-AGE-MM ":00"
               DELIMITED BY SIZE
               INTO WS-AGE-HORA
           END-STRING.
           MOVE 1 TO WS-AGE-VALIDA.

      * MINUTOS CORRIDOS, PARA COMPARAR DIAS E HORAS DIFERENTES
       CALCULA-AGORA-MIN.
           PERFORM HORA-ATUAL.
           ACCEPT WS-AGE-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-AGE-AGORA =
               FUNCTION INTEGER-OF-DATE(WS-AGE-HOJE) * 1440 +
               WS-HORA-HH * 60 + WS-HORA-MM.

       MANUTENCAO-ZONAS.
           DISPLAY CLS.
           DISPLAY "ZONAS DE ENTREGA" AT 0101.
           DISPLAY WS-ROTA-NOME AT 0612.
           ACCEPT OMITTED.

      * ACERTO DE FIM DE TURNO: O MOTORISTA ENTREGA O FUNDO E O
      * NUMERARIO COBRADO NAS ENTREGAS AINDA SEM ACERTO
       ACERTO-MOTORISTA.
           PERFORM CARREGAR-TABELA-PEDIDOS.
           DISPLAY CLS.
           IF WS-PED-CHEIO = 1 THEN
               DISPLAY "FICHEIRO COM MAIS DE 200 PEDIDOS - ACERTO "
                   & "CANCELADO" AT 0101
               DISPLAY "ARQUIVE PEDIDOS ANTIGOS ANTES DE CONTINUAR"
                   AT 0201
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ACERTO DE CAIXA DO MOTORISTA" AT 0101.
           DISPLAY "CODIGO DO MOTORISTA:" AT 0301.
           MOVE SPACES TO WS-ACE-MOTO.
           ACCEPT WS-ACE-MOTO AT 0322.

           IF WS-ACE-MOTO = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TURNO (A=ALMOCO J=JANTAR):" AT 0401.
           MOVE SPACES TO WS-ACE-TURNO.
           ACCEPT WS-ACE-TURNO AT 0428.
           IF (WS-ACE-TURNO = "a") OR (WS-ACE-TURNO = "A") THEN
               MOVE "A" TO WS-ACE-TURNO
           ELSE
               MOVE "J" TO WS-ACE-TURNO
           END-IF.

           MOVE 0 TO WS-ACE-CONT.
           MOVE 0 TO WS-ACE-EM-ROTA.
           MOVE 0 TO WS-ACE-TOTAL.
           MOVE 0 TO WS-ACE-TAXAS.
           DISPLAY "PEDIDO ZONA   TAXA     TOTAL" AT 0601.
           MOVE 7 TO WS-FILA-LINHA.

           OPEN I-O FICZON.
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-PED-TOTAL
               PERFORM VERIFICA-NUMERARIO-ENTREGA
               IF (WS-ACE-PENDENTE = 1) AND
                  (P-MOTORISTA(WS-PED-IDX) = WS-ACE-MOTO) THEN
                   IF P-ESTADO(WS-PED-IDX) = "ENTREGUE" THEN
                       PERFORM SOMA-PEDIDO-ACERTO
                       IF WS-FILA-LINHA < 19 THEN
                           DISPLAY P-NUM(WS-PED-IDX)
                               LINE WS-FILA-LINHA POSITION 1
                           DISPLAY P-ZONA(WS-PED-IDX)
                               LINE WS-FILA-LINHA POSITION 8
                           DISPLAY WS-TAXA-ED
                               LINE WS-FILA-LINHA POSITION 14
                           DISPLAY P-TOTAL(WS-PED-IDX)
                               LINE WS-FILA-LINHA POSITION 21
                           ADD 1 TO WS-FILA-LINHA
                       END-IF
                   END-IF
                   IF P-ESTADO(WS-PED-IDX) = "EM-ENTREGA" THEN
                       ADD 1 TO WS-ACE-EM-ROTA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FICZON.

           IF WS-ACE-EM-ROTA > 0 THEN
               DISPLAY "PEDIDOS AINDA EM ENTREGA:" AT 1901
               DISPLAY WS-ACE-EM-ROTA AT 1927
               DISPLAY "(FICAM PARA O PROXIMO ACERTO)" AT 1932
           END-IF.

           IF WS-ACE-CONT = 0 THEN
               DISPLAY "SEM ENTREGAS A NUMERARIO POR ACERTAR" AT 2001
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACE-TOTAL TO WS-ACE-VAL-ED.
           DISPLAY "COBRADO NAS ENTREGAS:" AT 2001.
           DISPLAY WS-ACE-VAL-ED AT 2023.
           MOVE WS-ACE-TAXAS TO WS-ACE-VAL-ED.
           DISPLAY "TAXAS:" AT 2036.
           DISPLAY WS-ACE-VAL-ED AT 2043.

           DISPLAY "FUNDO DE CAIXA LEVADO:" AT 2101.
           MOVE SPACES TO TEMP-ACE.
           ACCEPT TEMP-ACE AT 2124.
           MOVE FUNCTION NUMVAL(TEMP-ACE) TO WS-ACE-FUNDO.
           DISPLAY "NUMERARIO ENTREGUE:" AT 2201.
           MOVE SPACES TO TEMP-ACE.
           ACCEPT TEMP-ACE AT 2224.
           MOVE FUNCTION NUMVAL(TEMP-ACE) TO WS-ACE-ENTREGUE.

           COMPUTE WS-ACE-ESPERADO = WS-ACE-FUNDO + WS-ACE-TOTAL.
           COMPUTE WS-ACE-DIFERENCA =
               WS-ACE-ENTREGUE - WS-ACE-ESPERADO.
           MOVE WS-ACE-ESPERADO TO WS-ACE-VAL-ED.
           DISPLAY "ESPERADO:" AT 2301.
           DISPLAY WS-ACE-VAL-ED AT 2311.
           MOVE WS-ACE-DIFERENCA TO WS-ACE-DIF-ED.
           IF WS-ACE-DIFERENCA < 0 THEN
               DISPLAY "FALTA:" AT 2325
           ELSE
               DISPLAY "SOBRA:" AT 2325
           END-IF.
           DISPLAY WS-ACE-DIF-ED AT 2332.

           DISPLAY "CONFIRMA ACERTO (S/N)?" AT 2401.
           MOVE SPACES TO WS-ACE-CONFIRMA.
           ACCEPT WS-ACE-CONFIRMA AT 2424.
           IF NOT ACE-CONFIRMA-SIM THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM EMITIR-TALAO-ACERTO.
           PERFORM GRAVAR-TABELA-PEDIDOS.
           PERFORM REGISTA-ACERTO.

           DISPLAY "TALAO EM " AT 2501.
           DISPLAY WS-ACE-NOME AT 2510.
           ACCEPT OMITTED.

      * ENTREGA PAGA EM NUMERARIO AO MOTORISTA E AINDA SEM ACERTO
       VERIFICA-NUMERARIO-ENTREGA.
           MOVE 0 TO WS-ACE-PENDENTE.
           IF (P-PAGAMENTO(WS-PED-IDX) = "N") AND
              (P-ACERTO(WS-PED-IDX) = SPACES) AND
              (P-ZONA(WS-PED-IDX) NOT = SPACES) AND
              (P-ZONA(WS-PED-IDX) NOT = "00") THEN
               MOVE 1 TO WS-ACE-PENDENTE
           END-IF.

       SOMA-PEDIDO-ACERTO.
           ADD 1 TO WS-ACE-CONT.
           COMPUTE WS-ACE-TOTAL = WS-ACE-TOTAL +
               FUNCTION NUMVAL(P-TOTAL(WS-PED-IDX)).
           MOVE 0 TO ZON-TAXA.
           IF P-ZONA(WS-PED-IDX) IS NUMERIC THEN
               MOVE P-ZONA(WS-PED-IDX) TO ZON-COD
               READ FICZON
                   INVALID KEY
                       MOVE 0 TO ZON-TAXA
               END-READ
           END-IF.
           ADD ZON-TAXA TO WS-ACE-TAXAS.
           MOVE ZON-TAXA TO WS-TAXA-ED.

       EMITIR-TALAO-ACERTO.
           PERFORM HORA-ATUAL.
           MOVE SPACES TO WS-ACE-NOME.
           STRING "ACERTO_" WS-ACE-MOTO "_" ANO MES DIA "_"
               WS-ACE-TURNO ".TXT" DELIMITED BY SIZE
               INTO WS-ACE-NOME
           END-STRING.
           OPEN OUTPUT FICACE.

           MOVE SPACES TO ACE-LINHA.
           STRING "ACERTO DE CAIXA - MOTORISTA " WS-ACE-MOTO
               " - TURNO " WS-ACE-TURNO
               DELIMITED BY SIZE
               INTO ACE-LINHA
           END-STRING.
           WRITE REGISTO-ACE.
           MOVE SPACES TO ACE-LINHA.
           STRING "DATA " DIA "-" MES "-" ANO " HORA " WS-HORA-TXT
               " OPERADOR " WS-OPERADOR-LOGADO
               DELIMITED BY SIZE
               INTO ACE-LINHA
           END-STRING.
           WRITE REGISTO-ACE.
           MOVE SPACES TO ACE-LINHA.
           WRITE REGISTO-ACE.
           MOVE "PEDIDO ZONA   TAXA     TOTAL  CLIENTE" TO ACE-LINHA.
           WRITE REGISTO-ACE.

           OPEN I-O FICZON.
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-PED-TOTAL
               PERFORM VERIFICA-NUMERARIO-ENTREGA
               IF (WS-ACE-PENDENTE = 1) AND
                  (P-MOTORISTA(WS-PED-IDX) = WS-ACE-MOTO) AND
                  (P-ESTADO(WS-PED-IDX) = "ENTREGUE") THEN
                   MOVE 0 TO ZON-TAXA
                   IF P-ZONA(WS-PED-IDX) IS NUMERIC THEN
                       MOVE P-ZONA(WS-PED-IDX) TO ZON-COD
                       READ FICZON
                           INVALID KEY
                               MOVE 0 TO ZON-TAXA
                       END-READ
                   END-IF
                   MOVE ZON-TAXA TO WS-TAXA-ED
                   MOVE SPACES TO ACE-LINHA
                   STRING P-NUM(WS-PED-IDX) "    "
                       P-ZONA(WS-PED-IDX) "    "
                       WS-TAXA-ED "  "
                       P-TOTAL(WS-PED-IDX) "  "
                       P-CLIENTE(WS-PED-IDX)
                       DELIMITED BY SIZE
                       INTO ACE-LINHA
                   END-STRING
                   WRITE REGISTO-ACE
                   MOVE "S" TO P-ACERTO(WS-PED-IDX)
               END-IF
           END-PERFORM.
           CLOSE FICZON.

           MOVE SPACES TO ACE-LINHA.
           WRITE REGISTO-ACE.
           MOVE WS-ACE-TAXAS TO WS-ACE-VAL-ED.
           MOVE SPACES TO ACE-LINHA.
           STRING "ENTREGAS: " WS-ACE-CONT "   TAXAS DE ZONA: "
               WS-ACE-VAL-ED
               DELIMITED BY SIZE
               INTO ACE-LINHA
           END-STRING.
           WRITE REGISTO-ACE.
           MOVE WS-ACE-TOTAL TO WS-ACE-VAL-ED.
           MOVE SPACES TO ACE-LINHA.
           STRING "COBRADO NAS ENTREGAS ...... " WS-ACE-VAL-ED
               DELIMITED BY SIZE
               INTO ACE-LINHA
           END-STRING.
           WRITE REGISTO-ACE.
           MOVE WS-ACE-FUNDO TO WS-ACE-VAL-ED.
           MOVE SPACES TO ACE-LINHA.
           STRING "FUNDO DE CAIXA ............ " WS-ACE-VAL-ED
               DELIMITED BY SIZE
               INTO ACE-LINHA
           END-STRING.
           WRITE REGISTO-ACE.
           MOVE WS-ACE-ESPERADO TO WS-ACE-VAL-ED.
           MOVE SPACES TO ACE-LINHA.
           STRING "ESPERADO .................. " WS-ACE-VAL-ED
               DELIMITED BY SIZE
               INTO ACE-LINHA
           END-STRING.
           WRITE REGISTO-ACE.
           MOVE WS-ACE-ENTREGUE TO WS-ACE-VAL-ED.
           MOVE SPACES TO ACE-LINHA.
           STRING "ENTREGUE PELO MOTORISTA ... " WS-ACE-VAL-ED
               DELIMITED BY SIZE
               INTO ACE-LINHA
           END-STRING.
           WRITE REGISTO-ACE.
           MOVE WS-ACE-DIFERENCA TO WS-ACE-DIF-ED.
           MOVE SPACES TO ACE-LINHA.
           IF WS-ACE-DIFERENCA < 0 THEN
               STRING "FALTA ..................... " WS-ACE-DIF-ED
                   DELIMITED BY SIZE
                   INTO ACE-LINHA
               END-STRING
           ELSE
               STRING "SOBRA ..................... " WS-ACE-DIF-ED
                   DELIMITED BY SIZE
                   INTO ACE-LINHA
               END-STRING
           END-IF.
           WRITE REGISTO-ACE.

           MOVE SPACES TO ACE-LINHA.
           WRITE REGISTO-ACE.
           MOVE SPACES TO ACE-LINHA.
           WRITE REGISTO-ACE.
           MOVE "ASSINATURA MOTORISTA:   ______________________"
               TO ACE-LINHA.
           WRITE REGISTO-ACE.
           MOVE SPACES TO ACE-LINHA.
           WRITE REGISTO-ACE.
           MOVE "ASSINATURA RESPONSAVEL: ______________________"
               TO ACE-LINHA.
           WRITE REGISTO-ACE.
           CLOSE FICACE.

      * JORNAL: DATA;HORA;MOTORISTA;TURNO;ENTREGAS;COBRADO;TAXAS;
      *         FUNDO;ENTREGUE;DIFERENCA;OPERADOR
       REGISTA-ACERTO.
           OPEN EXTEND FICACJ.
           MOVE SPACES TO ACJ-LINHA.
           MOVE WS-ACE-TOTAL TO WS-ACE-VAL-ED.
           MOVE WS-ACE-TAXAS TO WS-ACE-VAL-ED2.
           MOVE WS-ACE-FUNDO TO WS-ACE-VAL-ED3.
           MOVE WS-ACE-ENTREGUE TO WS-ACE-VAL-ED4.
           MOVE WS-ACE-DIFERENCA TO WS-ACE-DIF-ED.
           STRING DIA "-" MES "-" ANO ";" WS-HORA-TXT ";"
               WS-ACE-MOTO ";" WS-ACE-TURNO ";" WS-ACE-CONT ";"
               FUNCTION TRIM(WS-ACE-VAL-ED) ";"
               FUNCTION TRIM(WS-ACE-VAL-ED2) ";"
               FUNCTION TRIM(WS-ACE-VAL-ED3) ";"
               FUNCTION TRIM(WS-ACE-VAL-ED4) ";"
               FUNCTION TRIM(WS-ACE-DIF-ED) ";"
               WS-OPERADOR-LOGADO
               DELIMITED BY SIZE
               INTO ACJ-LINHA
           END-STRING.
           WRITE REGISTO-ACJ.
           CLOSE FICACJ.

      * IMPORTACAO DO FICHEIRO DO PARCEIRO DE PEDIDOS ONLINE, UMA
      * LINHA POR PEDIDO:
      *   REFERENCIA;CONTATO;NOME;MORADA;LOCALIDADE;ITENS;PAGAMENTO
      * ITENS SEPARADOS POR "+" (CODIGO OU NOME DO CARDAPIO), COM UM
      * SO TAMANHO. LOCALIDADE E O CODIGO OU NOME DA ZONA (VAZIA =
      * RECOLHA NO BALCAO). PAGAMENTO NUMERARIO OU ONLINE.
       IMPORTAR-ONLINE.
           DISPLAY CLS.
           DISPLAY "IMPORTACAO DE PEDIDOS ONLINE" AT 0101.
           MOVE 0 TO WS-ONL-LIDOS.
           MOVE 0 TO WS-ONL-IMPORT.
           MOVE 0 TO WS-ONL-REJEIT.
           MOVE 0 TO WS-ONL-REPET.

           OPEN INPUT FICONL.
           IF FS-ONL NOT = "00" THEN
               DISPLAY "SEM FICHEIRO PARCEIRO_ONLINE.TXT" AT 0301
               CLOSE FICONL
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FICREJ.

           PERFORM UNTIL FS-ONL NOT = "00"
               READ FICONL
                   AT END
                       MOVE "10" TO FS-ONL
                   NOT AT END
                       IF ONL-LINHA NOT = SPACES THEN
                           ADD 1 TO WS-ONL-LIDOS
                           PERFORM TRATA-PEDIDO-ONLINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICONL.
           CLOSE FICREJ.
           MOVE "LOJA" TO WS-CANAL.
           MOVE SPACES TO WS-REF-PARCEIRO.

           DISPLAY "PEDIDOS LIDOS:" AT 0301.
           DISPLAY WS-ONL-LIDOS AT 0322.
           DISPLAY "IMPORTADOS:" AT 0401.
           DISPLAY WS-ONL-IMPORT AT 0422.
           DISPLAY "JA IMPORTADOS ANTES:" AT 0501.
           DISPLAY WS-ONL-REPET AT 0522.
           DISPLAY "REJEITADOS:" AT 0601.
           DISPLAY WS-ONL-REJEIT AT 0622.
           IF WS-ONL-REJEIT > 0 THEN
               DISPLAY "MOTIVOS EM REJEITADOS_ONLINE.TXT" AT 0701
           END-IF.
           ACCEPT OMITTED.

       TRATA-PEDIDO-ONLINE.
           MOVE SPACES TO WS-ONL-REF WS-ONL-CONTATO WS-ONL-NOME
               WS-ONL-MORADA WS-ONL-LOCAL WS-ONL-ITENS WS-ONL-PAG.
           UNSTRING ONL-LINHA DELIMITED BY ";"
               INTO WS-ONL-REF WS-ONL-CONTATO WS-ONL-NOME
                    WS-ONL-MORADA WS-ONL-LOCAL WS-ONL-ITENS
                    WS-ONL-PAG
           END-UNSTRING.

           IF WS-ONL-REF = SPACES THEN
               MOVE "SEM REFERENCIA DO PARCEIRO" TO WS-ONL-MOTIVO
               PERFORM REJEITA-PEDIDO-ONLINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROCURA-REF-ONLINE.
           IF WS-ONL-EXISTE = 1 THEN
               ADD 1 TO WS-ONL-REPET
               EXIT PARAGRAPH
           END-IF.

           IF WS-ONL-CONTATO(1:9) NOT NUMERIC THEN
               MOVE "CONTATO INVALIDO" TO WS-ONL-MOTIVO
               PERFORM REJEITA-PEDIDO-ONLINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ONL-CONTATO(1:9) TO CONTATO.

           PERFORM ZONA-ONLINE.
           IF WS-ZON-ACHADA = 0 THEN
               MOVE "LOCALIDADE SEM ZONA DE ENTREGA" TO WS-ONL-MOTIVO
               PERFORM REJEITA-PEDIDO-ONLINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM ITENS-ONLINE.
           IF WS-ONL-MOTIVO NOT = SPACES THEN
               PERFORM REJEITA-PEDIDO-ONLINE
               EXIT PARAGRAPH
           END-IF.

      * CLIENTE JA CONHECIDO COMPLETA O QUE O PARCEIRO NAO ENVIOU
           MOVE WS-ONL-NOME TO CLIENTE.
           MOVE WS-ONL-MORADA TO MORADA.
           OPEN I-O FICCLIP.
           MOVE CONTATO TO CLI-CONTATO.
           READ FICCLIP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ONL-NOME = SPACES THEN
                       MOVE CLI-NOME TO CLIENTE
                   END-IF
                   IF WS-ONL-MORADA = SPACES THEN
                       MOVE CLI-MORADA TO MORADA
                   END-IF
           END-READ.
           CLOSE FICCLIP.
           IF (WS-ZONA NOT = 0) AND (MORADA = SPACES) THEN
               MOVE "ENTREGA SEM MORADA" TO WS-ONL-MOTIVO
               PERFORM REJEITA-PEDIDO-ONLINE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE TOTAL = VALOR-TIPO + VALOR-EXTRA.
           COMPUTE IVA = TOTAL * 0.23.
           COMPUTE TOTAL = TOTAL + IVA + WS-TAXA-ENTREGA.

           IF WS-ONL-PAG(1:1) = "N" OR WS-ONL-PAG(1:1) = "n" THEN
               MOVE "N" TO WS-PAG-COD
           ELSE
               MOVE "O" TO WS-PAG-COD
           END-IF.
           MOVE SPACES TO WS-AGE-DATA.
           MOVE SPACES TO WS-AGE-HORA.
           MOVE "ONLINE" TO WS-CANAL.
           MOVE WS-ONL-REF TO WS-REF-PARCEIRO.

           PERFORM CONTAR-PEDIDOS.
           PERFORM ATUALIZAR-CLIENTE-PIZA.
           PERFORM REGISTAR-PEDIDO.
           ADD 1 TO WS-ONL-IMPORT.

      * O FICHEIRO DO PARCEIRO E REFRESCADO E TRAZ PEDIDOS JA LIDOS
       PROCURA-REF-ONLINE.
           MOVE 0 TO WS-ONL-EXISTE.
           OPEN INPUT FICPEDIDOS.
           IF FS-PED = "00" THEN
               PERFORM UNTIL FS-PED NOT = "00"
                   READ FICPEDIDOS
                       AT END
                           MOVE "10" TO FS-PED
                       NOT AT END
                           PERFORM COMPARA-REF-ONLINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPEDIDOS.
           IF WS-ONL-EXISTE = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FICPEDH.
           IF FS-PEDH = "00" THEN
               PERFORM UNTIL FS-PEDH NOT = "00"
                   READ FICPEDH
                       AT END
                           MOVE "10" TO FS-PEDH
                       NOT AT END
                           MOVE PEDH-LINHA TO PED-LINHA
                           PERFORM COMPARA-REF-ONLINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPEDH.

       COMPARA-REF-ONLINE.
           MOVE SPACES TO WS-ONL-REF-LIDA.
           UNSTRING PED-LINHA DELIMITED BY ","
               INTO WS-ONL-CAMPO WS-ONL-CAMPO WS-ONL-CAMPO
                    WS-ONL-CAMPO WS-ONL-CAMPO WS-ONL-CAMPO
                    WS-ONL-CAMPO WS-ONL-CAMPO WS-ONL-CAMPO
                    WS-ONL-CAMPO WS-ONL-CAMPO WS-ONL-CAMPO
                    WS-ONL-CAMPO WS-ONL-CAMPO WS-ONL-CAMPO
                    WS-ONL-CAMPO WS-ONL-CAMPO WS-ONL-CAMPO
                    WS-ONL-CAMPO WS-ONL-CAMPO WS-ONL-CAMPO
                    WS-ONL-REF-LIDA
           END-UNSTRING.
           IF (WS-ONL-REF-LIDA NOT = SPACES) AND
              (WS-ONL-REF-LIDA = WS-ONL-REF) THEN
               MOVE 1 TO WS-ONL-EXISTE
           END-IF.

       ZONA-ONLINE.
           MOVE 0 TO WS-ZONA.
           MOVE 0 TO WS-TAXA-ENTREGA.
           MOVE 1 TO WS-ZON-ACHADA.
           IF WS-ONL-LOCAL = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ZON-ACHADA.
           OPEN I-O FICZON.
           IF (WS-ONL-LOCAL(1:2) IS NUMERIC) AND
              (WS-ONL-LOCAL(3:) = SPACES) THEN
               MOVE WS-ONL-LOCAL(1:2) TO ZON-COD
               READ FICZON
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-ZON-ACHADA
               END-READ
           ELSE
               PERFORM UNTIL (FS-ZON = "10") OR (WS-ZON-ACHADA = 1)
                   READ FICZON NEXT RECORD
                       AT END
                           MOVE "10" TO FS-ZON
                       NOT AT END
                           IF ZON-NOME =
                              FUNCTION UPPER-CASE(WS-ONL-LOCAL) THEN
                               MOVE 1 TO WS-ZON-ACHADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICZON.

           IF WS-ZON-ACHADA = 1 THEN
               MOVE ZON-COD TO WS-ZONA
               MOVE ZON-TAXA TO WS-TAXA-ENTREGA
           END-IF.

      * UM TAMANHO E ATE 5 INGREDIENTES, TODOS DISPONIVEIS
       ITENS-ONLINE.
           MOVE SPACES TO WS-ONL-MOTIVO.
           MOVE 0 TO TIPO.
           MOVE 0 TO VALOR-TIPO.
           MOVE 0 TO VALOR-EXTRA.
           MOVE 0 TO WS-NUM-TOPPINGS.
           MOVE 1 TO WS-ONL-PONT.
           PERFORM UNTIL (WS-ONL-PONT > 150) OR
                         (WS-ONL-MOTIVO NOT = SPACES)
               MOVE SPACES TO WS-ONL-ITEM
               UNSTRING WS-ONL-ITENS DELIMITED BY "+"
                   INTO WS-ONL-ITEM
                   WITH POINTER WS-ONL-PONT
               END-UNSTRING
               IF WS-ONL-ITEM NOT = SPACES THEN
                   PERFORM MAPEIA-ITEM-ONLINE
               ELSE
                   MOVE 151 TO WS-ONL-PONT
               END-IF
           END-PERFORM.
           IF (WS-ONL-MOTIVO = SPACES) AND (TIPO = 0) THEN
               MOVE "PEDIDO SEM TAMANHO DE PIZZA" TO WS-ONL-MOTIVO
           END-IF.

       MAPEIA-ITEM-ONLINE.
           MOVE 0 TO WS-CARD-ACHADO.
           IF (WS-ONL-ITEM(1:2) IS NUMERIC) AND
              (WS-ONL-ITEM(3:) = SPACES) THEN
               MOVE WS-ONL-ITEM(1:2) TO WS-CARD-COD-W
               PERFORM BUSCA-CARDAPIO
           ELSE
               OPEN I-O FICCARD
               PERFORM UNTIL (FS-CARD = "10") OR
                             (WS-CARD-ACHADO = 1)
                   READ FICCARD NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CARD
                       NOT AT END
                           IF CAR-NOME =
                              FUNCTION UPPER-CASE(WS-ONL-ITEM) THEN
                               MOVE 1 TO WS-CARD-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICCARD
           END-IF.

           IF WS-CARD-ACHADO = 0 THEN
               STRING "ARTIGO FORA DO CARDAPIO: " WS-ONL-ITEM
                   DELIMITED BY SIZE
                   INTO WS-ONL-MOTIVO
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF CAR-DISPONIVEL = "N" THEN
               STRING "ARTIGO ESGOTADO: " CAR-NOME
                   DELIMITED BY SIZE
                   INTO WS-ONL-MOTIVO
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF CAR-TIPO = "T" THEN
               IF TIPO NOT = 0 THEN
                   MOVE "MAIS DE UM TAMANHO NO PEDIDO" TO WS-ONL-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE TIPO = CAR-CODIGO - 20
               MOVE CAR-PRECO TO VALOR-TIPO
           ELSE
               IF WS-NUM-TOPPINGS >= 5 THEN
                   MOVE "MAIS DE 5 INGREDIENTES" TO WS-ONL-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               ADD CAR-PRECO TO VALOR-EXTRA
               ADD 1 TO WS-NUM-TOPPINGS
               MOVE CAR-NOME TO WS-TOP-NOME(WS-NUM-TOPPINGS)
               MOVE CAR-PRECO TO WS-TOP-PRECO(WS-NUM-TOPPINGS)
           END-IF.

      * REJEITADOS: REFERENCIA;MOTIVO;LINHA ORIGINAL DO PARCEIRO
       REJEITA-PEDIDO-ONLINE.
           ADD 1 TO WS-ONL-REJEIT.
           MOVE SPACES TO REJ-LINHA.
           STRING FUNCTION TRIM(WS-ONL-REF) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ONL-MOTIVO) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ONL-LINHA) DELIMITED BY SIZE
               INTO REJ-LINHA
           END-STRING.
           WRITE REGISTO-REJ.

       HORA-ATUAL.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS-HORA-TXT.
           MOVE 0 TO WS-SLA-SOMA-PREP.
           MOVE 0 TO WS-SLA-SOMA-TOT.
           MOVE 0 TO WS-SLA-M-TOTAL.
           MOVE 0 TO WS-SLA-AGENDADOS.
           MOVE 0 TO WS-SLA-AGE-ATRASO.

           OPEN OUTPUT FICSLA.
           MOVE SPACES TO SLA-LINHA.

           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-PED-TOTAL
      * OS PEDIDOS AGENDADOS CONTAM NO DIA DA ENTREGA PROMETIDA
               IF (P-ESTADO(WS-PED-IDX) = "ENTREGUE") AND
                  (((P-DATA-AGENDA(WS-PED-IDX) = SPACES) AND
                    (P-DATA(WS-PED-IDX) = WS-SLA-DATA)) OR
                   (P-DATA-AGENDA(WS-PED-IDX) = WS-SLA-DATA)) THEN
                   PERFORM AVALIA-PEDIDO-SLA
               END-IF
           END-PERFORM.
           END-STRING.
           WRITE REGISTO-SLA.

           MOVE SPACES TO SLA-LINHA.
           STRING "AGENDADOS ENTREGUES: " WS-SLA-AGENDADOS
               "  FORA DA HORA PROMETIDA (+" WS-SLA-TOL-AGENDA
               " MIN): " WS-SLA-AGE-ATRASO
               DELIMITED BY SIZE
               INTO SLA-LINHA
           END-STRING.
           WRITE REGISTO-SLA.

           MOVE SPACES TO SLA-LINHA.
           WRITE REGISTO-SLA.

               ADD WS-MIN-TOTAL TO WS-SLA-M-TOT(WS-SLA-M-POS)
           END-IF.

      * O AGENDADO E MEDIDO CONTRA A HORA PROMETIDA AO CLIENTE
           IF P-DATA-AGENDA(WS-PED-IDX) NOT = SPACES THEN
               PERFORM AVALIA-AGENDADO-SLA
               EXIT PARAGRAPH
           END-IF.

           IF WS-MIN-TOTAL > WS-SLA-MIN THEN
               ADD 1 TO WS-SLA-EXCEDIDOS
               IF WS-SLA-M-POS NOT = 0 THEN
               WRITE REGISTO-SLA
           END-IF.

       AVALIA-AGENDADO-SLA.
           ADD 1 TO WS-SLA-AGENDADOS.
           MOVE P-HORA-AGENDA(WS-PED-IDX) TO WS-HORA-W.
           PERFORM CONVERTE-HORA-SEG.
           MOVE WS-SEG-W TO WS-SEG-PROMETIDO.

           COMPUTE WS-MIN-ATRASO =
               (WS-SEG-ENT - WS-SEG-PROMETIDO) / 60.
      * ENTREGA DEPOIS DA MEIA-NOITE DE UM AGENDADO DA NOITE
           IF WS-MIN-ATRASO < -720 THEN
               COMPUTE WS-MIN-ATRASO = WS-MIN-ATRASO + 1440
           END-IF.

           IF WS-MIN-ATRASO > WS-SLA-TOL-AGENDA THEN
               ADD 1 TO WS-SLA-AGE-ATRASO
               ADD 1 TO WS-SLA-EXCEDIDOS
               IF WS-SLA-M-POS NOT = 0 THEN
                   ADD 1 TO WS-SLA-M-EXC(WS-SLA-M-POS)
               END-IF
               MOVE WS-MIN-ATRASO TO WS-MIN-ATRASO-ED
               MOVE SPACES TO SLA-LINHA
               STRING "FORA DA HORA: PEDIDO " P-NUM(WS-PED-IDX)
                   " PROMETIDO " P-HORA-AGENDA(WS-PED-IDX)(1:5)
                   " ENTREGUE " P-HORA(WS-PED-IDX)(1:5)
                   " MOTORISTA " P-MOTORISTA(WS-PED-IDX)
                   " ATRASO " WS-MIN-ATRASO-ED
                   DELIMITED BY SIZE
                   INTO SLA-LINHA
               END-STRING
               WRITE REGISTO-SLA
           END-IF.

       ARQUIVAR-PEDIDOS.
           PERFORM CARREGAR-TABELA-PEDIDOS.
           DISPLAY CLS.

           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-PED-TOTAL
      * NUMERARIO AINDA NAS MAOS DO MOTORISTA FICA ATE AO ACERTO
               PERFORM VERIFICA-NUMERARIO-ENTREGA
               IF (P-ESTADO(WS-PED-IDX) = "ENTREGUE") AND
                  (P-DATA(WS-PED-IDX) NOT = WS-DATA-HOJE-PED) AND
                  (WS-ACE-PENDENTE = 0) THEN
                   PERFORM ESCREVE-PEDIDO-HISTORICO
                   ADD 1 TO WS-ARQ-MOVIDOS
                   MOVE "ARQUIVADO" TO P-ESTADO(WS-PED-IDX)
               P-HORA-FORNO(WS-PED-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               P-HORA-SAIDA(WS-PED-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               P-DATA-AGENDA(WS-PED-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               P-HORA-AGENDA(WS-PED-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               P-PAGAMENTO(WS-PED-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               P-ACERTO(WS-PED-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               P-CANAL(WS-PED-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               P-REF-PARCEIRO(WS-PED-IDX) DELIMITED BY SPACE
               INTO PED-LINHA
           END-STRING.

                   END-STRING
               END-IF
           END-PERFORM.
      * O AGENDADO SO ENTRA NA COZINHA QUANDO FOR LIBERTADO
           IF WS-AGE-DATA = SPACES THEN
               MOVE "EM-PREPARACAO" TO WS-ESTADO-INICIAL
               MOVE WS-HORA-TXT TO WS-HORA-CRIA-INI
           ELSE
               MOVE "AGENDADO" TO WS-ESTADO-INICIAL
               MOVE SPACES TO WS-HORA-CRIA-INI
           END-IF.
           OPEN EXTEND FICPEDIDOS.
           MOVE SPACES TO PED-LINHA.
           MOVE TOTAL TO WS-TOTAL-ED.
               WS-TOTAL-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(MORADA) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ESTADO-INICIAL DELIMITED BY SPACE
               ",000,," DELIMITED BY SIZE
               WS-OPERADOR-LOGADO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ZONA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-HORA-CRIA-INI DELIMITED BY SPACE
               ",,," DELIMITED BY SIZE
               WS-AGE-DATA DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-AGE-HORA DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-PAG-COD DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               WS-CANAL DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-REF-PARCEIRO DELIMITED BY SPACE
               INTO PED-LINHA
           END-STRING.
           WRITE REGISTO-PEDIDO.
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIBERTA-AGENDADOS.
           DISPLAY "FILA DE PEDIDOS ABERTOS" AT 0101.
           DISPLAY "NUM  CLIENTE                        ESTADO"
           & "         MOTORISTA  AGENDADO" AT 0201.
           MOVE 3 TO WS-FILA-LINHA.
           MOVE 0 TO WS-FILA-CONT.

                       LINE WS-FILA-LINHA POSITION 37
                   DISPLAY P-MOTORISTA(WS-PED-IDX)
                       LINE WS-FILA-LINHA POSITION 52
                   IF P-ESTADO(WS-PED-IDX) = "AGENDADO" THEN
                       DISPLAY P-DATA-AGENDA(WS-PED-IDX)(1:5)
                           LINE WS-FILA-LINHA POSITION 63
                       DISPLAY P-HORA-AGENDA(WS-PED-IDX)(1:5)
                           LINE WS-FILA-LINHA POSITION 69
                   END-IF
                   ADD 1 TO WS-FILA-LINHA
               END-IF
           END-PERFORM.

           PERFORM HORA-ATUAL.
           EVALUATE P-ESTADO(WS-PED-POS)
               WHEN "AGENDADO"
                   MOVE WS-HORA-TXT TO P-HORA-CRIA(WS-PED-POS)
                   MOVE "EM-PREPARACAO" TO P-ESTADO(WS-PED-POS)
               WHEN "EM-PREPARACAO"
                   MOVE WS-HORA-TXT TO P-HORA-FORNO(WS-PED-POS)
                   MOVE "NO-FORNO" TO P-ESTADO(WS-PED-POS)
           PERFORM GRAVAR-TABELA-PEDIDOS.
           GO FILA-PEDIDOS.

      * LIBERTA PARA A COZINHA OS AGENDADOS CUJA HORA DE ARRANQUE
      * (HORA PROMETIDA - MINUTOS DA ZONA - PREPARACAO) JA CHEGOU
       LIBERTA-AGENDADOS.
           MOVE 0 TO WS-AGE-LIBERTOS.
           PERFORM CALCULA-AGORA-MIN.
           OPEN I-O FICZON.
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-PED-TOTAL
               IF P-ESTADO(WS-PED-IDX) = "AGENDADO" THEN
                   PERFORM AVALIA-LIBERTACAO
               END-IF
           END-PERFORM.
           CLOSE FICZON.
           IF WS-AGE-LIBERTOS > 0 THEN
               PERFORM GRAVAR-TABELA-PEDIDOS
           END-IF.

       AVALIA-LIBERTACAO.
           MOVE 0 TO WS-AGE-PROMETIDO.
           IF (P-DATA-AGENDA(WS-PED-IDX)(1:2) IS NUMERIC) AND
              (P-DATA-AGENDA(WS-PED-IDX)(4:2) IS NUMERIC) AND
              (P-DATA-AGENDA(WS-PED-IDX)(7:4) IS NUMERIC) AND
              (P-HORA-AGENDA(WS-PED-IDX)(1:2) IS NUMERIC) AND
              (P-HORA-AGENDA(WS-PED-IDX)(4:2) IS NUMERIC) THEN
               MOVE P-DATA-AGENDA(WS-PED-IDX)(7:4) TO
                   WS-AGE-DATA-NUM(1:4)
               MOVE P-DATA-AGENDA(WS-PED-IDX)(4:2) TO
                   WS-AGE-DATA-NUM(5:2)
               MOVE P-DATA-AGENDA(WS-PED-IDX)(1:2) TO
                   WS-AGE-DATA-NUM(7:2)
               MOVE P-HORA-AGENDA(WS-PED-IDX)(1:2) TO WS-AGE-HH
               MOVE P-HORA-AGENDA(WS-PED-IDX)(4:2) TO WS-AGE-MM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-DATA-NUM) = 0
                   THEN
                   COMPUTE WS-AGE-PROMETIDO =
                       FUNCTION INTEGER-OF-DATE(WS-AGE-DATA-NUM)
                       * 1440 + WS-AGE-HH * 60 + WS-AGE-MM
               END-IF
           END-IF.

           MOVE 0 TO ZON-MINUTOS.
           IF (P-ZONA(WS-PED-IDX) IS NUMERIC) AND
              (P-ZONA(WS-PED-IDX) NOT = "00") THEN
               MOVE P-ZONA(WS-PED-IDX) TO ZON-COD
               READ FICZON
                   INVALID KEY
                       MOVE 0 TO ZON-MINUTOS
               END-READ
           END-IF.

      * AGENDAMENTO ILEGIVEL VAI LOGO PARA A COZINHA
           COMPUTE WS-AGE-LIBERTA =
               WS-AGE-PROMETIDO - ZON-MINUTOS - WS-AGE-MIN-PREP.
           IF WS-AGE-AGORA >= WS-AGE-LIBERTA THEN
               MOVE WS-HORA-TXT TO P-HORA-CRIA(WS-PED-IDX)
               MOVE "EM-PREPARACAO" TO P-ESTADO(WS-PED-IDX)
               ADD 1 TO WS-AGE-LIBERTOS
           END-IF.

       RELATORIO-INGREDIENTES.
           DISPLAY CLS.
           DISPLAY "RELATORIO DE CONSUMO DE INGREDIENTES" AT 0101.
                                        P-HORA-CRIA(WS-PED-TOTAL)
                                        P-HORA-FORNO(WS-PED-TOTAL)
                                        P-HORA-SAIDA(WS-PED-TOTAL)
                                        P-DATA-AGENDA(WS-PED-TOTAL)
                                        P-HORA-AGENDA(WS-PED-TOTAL)
                                        P-PAGAMENTO(WS-PED-TOTAL)
                                        P-ACERTO(WS-PED-TOTAL)
                                        P-CANAL(WS-PED-TOTAL)
                                        P-REF-PARCEIRO(WS-PED-TOTAL)
                               END-UNSTRING
                           END-IF
                   END-READ
                   P-HORA-FORNO(WS-PED-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   P-HORA-SAIDA(WS-PED-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   P-DATA-AGENDA(WS-PED-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   P-HORA-AGENDA(WS-PED-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   P-PAGAMENTO(WS-PED-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   P-ACERTO(WS-PED-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   P-CANAL(WS-PED-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   P-REF-PARCEIRO(WS-PED-IDX) DELIMITED BY SPACE
                   INTO PED-LINHA
               END-STRING
               WRITE REGISTO-PEDIDO
               DISPLAY SAIDA-EXTRA LINE LINHA POSITION 20
               ADD 1 TO LINHA
           END-IF.
           IF WS-PAG-COD = "N" THEN
               DISPLAY "PAGAMENTO: NUMERARIO" LINE LINHA POSITION 1
           ELSE
               DISPLAY "PAGAMENTO: MULTIBANCO" LINE LINHA POSITION 1
           END-IF.
           ADD 1 TO LINHA.
           IF WS-AGE-DATA NOT = SPACES THEN
               DISPLAY "ENTREGA AGENDADA" LINE LINHA POSITION 1
               DISPLAY WS-AGE-DATA LINE LINHA POSITION 20
               DISPLAY WS-AGE-HORA(1:5) LINE LINHA POSITION 31
               ADD 1 TO LINHA
           END-IF.
           ADD 1 TO LINHA.
           MOVE IVA TO SAIDA.
           DISPLAY "IVA(23%):" LINE LINHA POSITION 1.
