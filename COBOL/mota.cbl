           SELECT OPTIONAL FICGME ASSIGN "GARMESES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GME.
           SELECT OPTIONAL FICOFI ASSIGN "OFIMOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-OFI
           RECORD KEY IS OFI-NUMERO.
           SELECT OPTIONAL FICOPC ASSIGN "PECASOFI.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPC.
           SELECT OPTIONAL FICFOF ASSIGN "FATOFICINA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOF.
           SELECT OPTIONAL FICRES ASSIGN "RESMOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RES
           RECORD KEY IS RES-NUMERO.
           SELECT OPTIONAL FICPER ASSIGN "PERIODOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PER
           RECORD KEY IS PER-CHAVE.

       DATA DIVISION.
       FILE SECTION.
           05 VDR-CODIGO    PIC X(3).
           05 VDR-NOME      PIC X(30).
           05 VDR-COMISSAO  PIC 9(2)V99.
       FD FICOFI.
       01 REG-OFI.
           05 OFI-NUMERO    PIC 9(5).
           05 OFI-MATRICULA PIC X(8).
           05 OFI-CLIENTE   PIC X(9).
           05 OFI-DATA      PIC 9(8).
           05 OFI-PROBLEMA  PIC X(30).
           05 OFI-MECANICO  PIC X(20).
           05 OFI-HORAS     PIC 9(3)V9.
           05 OFI-PRECO-HORA PIC 9(4).
           05 OFI-MAO-OBRA  PIC 9(8).
           05 OFI-PECAS     PIC 9(8).
           05 OFI-TOTAL     PIC 9(8).
           05 OFI-GARANTIA  PIC X.
           05 OFI-GAR-DATA  PIC 9(8).
           05 OFI-ESTADO    PIC X.
           05 OFI-DATA-FIM  PIC 9(8).
       FD FICOPC.
       01 REG-OPC.
           05 OPC-NUMERO    PIC 9(5).
           05 OPC-DESC      PIC X(20).
           05 OPC-QTD       PIC 9(3).
           05 OPC-PRECO     PIC 9(6).
       FD FICFOF.
       01 LINHA-FOF         PIC X(80).
       FD FICRES.
       01 REG-RES.
           05 RES-NUMERO    PIC 9(5).
           05 RES-MATRICULA PIC X(8).
           05 RES-TEL       PIC 9(9).
           05 RES-NOME      PIC X(40).
           05 RES-SINAL     PIC 9(8).
           05 RES-DATA      PIC 9(8).
           05 RES-VALIDADE  PIC 9(8).
           05 RES-ESTADO    PIC X.
           05 RES-DESTINO   PIC X.
           05 RES-DATA-FIM  PIC 9(8).
       FD FICPER.
       01 REG-PER.
           05 PER-CHAVE.
               10 PER-NEGOCIO  PIC X(10).
               10 PER-ANOMES   PIC 9(6).
           05 PER-ESTADO    PIC X.
           05 PER-DATA-FECHO PIC 9(8).
           05 PER-OPER-FECHO PIC 9(3).
           05 PER-DATA-REAB PIC 9(8).
           05 PER-OPER-REAB PIC 9(3).

       WORKING-STORAGE SECTION.
       77 CONFIRMA PIC A VALUES SPACES.
       77 SOMA     PIC 9(8)V99 VALUE 0.
       77 MAIOR    PIC 9(6)V99.
       77 OPCAO    PIC 9(2) VALUE 0.
           88 VALIDA-OPCAO VALUES 0 THRU 25.
       77 LINHA    PIC 9(2) VALUE 0.
       77 DIA      PIC 9(2).
       77 MES      PIC 9(2).
       77 WS-MARCA-POS        PIC 9(3) VALUE 0.
       77 WS-MARCA-ENCONTRADA PIC 9 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(8) VALUE 0.
       77 FS-PER              PIC X(2).
       77 WS-PER-DATA-TXT     PIC X(10) VALUE SPACES.
       77 WS-PER-ANOMES       PIC 9(6) VALUE 0.
       77 WS-PER-FECHADO      PIC X VALUE "N".
           88 PERIODO-FECHADO   VALUE "S".
       77 WS-MAT-BUSCA        PIC X(8) VALUE SPACES.
       77 WS-NUM-VIAT         PIC 9(3) VALUE 0.
       77 WS-POS-VIAT         PIC 9(3) VALUE 0.
       77 WS-GAR-ABERTAS      PIC 9(3) VALUE 0.
       77 WS-GAR-CHEIO        PIC 9 VALUE 0.
       77 WS-GAR-RESOL        PIC X(30) VALUE SPACES.
       77 WS-GAR-RESOL-NOVA   PIC X(30) VALUE SPACES.
       77 WS-GAR-POS          PIC 9(3) VALUE 0.
       77 WS-GAR-CUSTO-W      PIC 9(8) VALUE 0.
       77 WS-NUM-GMAR         PIC 9(2) VALUE 0.
       77 WS-POS-GMAR         PIC 9(2) VALUE 0.
               10 COM-COD     PIC X(3).
               10 COM-QTD     PIC 9(3).
               10 COM-VOL     PIC 9(9).
       77 FS-OFI              PIC X(2) VALUE SPACES.
       77 FS-OPC              PIC X(2) VALUE SPACES.
       77 FS-FOF              PIC X(2) VALUE SPACES.
       77 WS-OPCAO-OFI        PIC 9 VALUE 9.
       77 WS-OFI-NUM          PIC 9(5) VALUE 0.
       77 WS-POS-OFI          PIC 9 VALUE 0.
       77 WS-OFI-GAR          PIC A VALUE SPACE.
       77 WS-OFI-DEFEITO      PIC X(30) VALUE SPACES.
       77 WS-OFI-ERRO         PIC 9 VALUE 0.
       77 WS-OFI-ACHOU        PIC 9 VALUE 0.
       77 WS-OFI-PECAS        PIC 9(8) VALUE 0.
       77 WS-OFI-VALOR-PECA   PIC 9(8) VALUE 0.
       77 WS-OFI-IVA          PIC 9(8) VALUE 0.
       77 WS-OFI-TOTAL-IVA    PIC 9(8) VALUE 0.
       77 WS-OFI-HIST-TOT     PIC 9(9) VALUE 0.
       77 WS-OFI-QTD-HIST     PIC 9(3) VALUE 0.
       77 WS-OFI-ESTADO-DESC  PIC X(10) VALUE SPACES.
       77 SAIDA-HORAS         PIC ZZ9.9.
       77 SAIDA-QTD           PIC ZZ9.
       77 FS-RES              PIC X(2) VALUE SPACES.
       77 WS-OPCAO-RES        PIC 9 VALUE 9.
       77 WS-RES-NUM          PIC 9(5) VALUE 0.
       77 WS-POS-RES          PIC 9 VALUE 0.
       77 WS-RES-DIAS         PIC 9(3) VALUE 0.
       77 WS-RES-DEVOLVE      PIC A VALUE SPACE.
       77 WS-RES-QTD          PIC 9(3) VALUE 0.
       77 WS-RES-TOT-ATIVO    PIC 9(9) VALUE 0.
       77 WS-RES-TOT-DEV      PIC 9(9) VALUE 0.
       77 WS-RES-TOT-PERD     PIC 9(9) VALUE 0.
       SCREEN SECTION.
       01 CLS BLANK SCREEN.
       01 MENU-PRINCIPAL.
           05 COL 25 VALUE "23 CONVERTER FICHEIRO ANTIGO."      LINE 28.
           05 COL 01 VALUE "8 TOTAIS POR MARCA."                LINE 21.
           05 COL 01 VALUE "9 MAIOR VENDA."                     LINE 23.
           05 COL 01 VALUE "24 ORDENS DE OFICINA."              LINE 24.
           05 COL 50 VALUE "25 RESERVAS DE VIATURAS."           LINE 24.
           05 COL 01 VALUE "0 SAIR."                            LINE 25.
           05 COL 01 VALUE "----------------------------------------" &
           "--------------------------------------------------------"
                   WHEN 21 PERFORM RECLAMACOES-GARANTIA
                   WHEN 22 PERFORM RELATORIO-GARANTIAS
                   WHEN 23 PERFORM CONVERTER-FICHEIRO
                   WHEN 24 PERFORM GESTAO-OFICINA
                   WHEN 25 PERFORM GESTAO-RESERVAS
                   WHEN 0 STOP RUN
           END-EVALUATE.


           DISPLAY "DATA DA VENDA: " AT 0701.
           ACCEPT DATA-VENDA AT 0715.
           MOVE DATA-VENDA TO WS-PER-DATA-TXT.
           PERFORM VERIFICAR-PERIODO-DATA.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO!" FOREGROUND-COLOR 4 HIGHLIGHT
                   AT 0730
               ACCEPT OMITTED
               GO INICIO
           END-IF.

           DISPLAY "MARCA: " AT 0801.
           ACCEPT MARCA AT 0807.
               GO INICIO
           END-IF.

      * VENDA JA DENTRO DE UM MES FECHADO NAO PODE SER ALTERADA
           MOVE DATA-VENDA TO WS-PER-DATA-TXT.
           PERFORM VERIFICAR-PERIODO-DATA.
           IF PERIODO-FECHADO THEN
               DISPLAY "VENDA EM PERIODO FECHADO!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 0801
               ACCEPT OMITTED
               GO INICIO
           END-IF.
           DISPLAY "DATA DA VENDA: " AT 0701.
           DISPLAY DATA-VENDA AT 0715.
           ACCEPT DATA-VENDA AT 0715.
           MOVE DATA-VENDA TO WS-PER-DATA-TXT.
           PERFORM VERIFICAR-PERIODO-DATA.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO!" FOREGROUND-COLOR 4 HIGHLIGHT
                   AT 0730
               ACCEPT OMITTED
               GO INICIO
           END-IF.

           DISPLAY "MARCA: " AT 0801.
           DISPLAY MARCA AT 0807.
           DISPLAY CLIENTE AT 0901.
           MOVE PRECO-VENDA TO SAIDAPV.
           DISPLAY SAIDAPV AT 0942.

      * VENDA JA DENTRO DE UM MES FECHADO NAO PODE SER REMOVIDA
           MOVE DATA-VENDA TO WS-PER-DATA-TXT.
           PERFORM VERIFICAR-PERIODO-DATA.
           IF PERIODO-FECHADO THEN
               DISPLAY "VENDA EM PERIODO FECHADO!" FOREGROUND-COLOR 4
                   HIGHLIGHT AT 1101
               ACCEPT OMITTED
               GO INICIO
           END-IF.
           DISPLAY "CONFIRMA REMOCAO(S/N):" AT 1101.
           ACCEPT CONFIRMA AT 1124.
           IF FUNCTION UPPER-CASE(CONFIRMA)="S" THEN

           DISPLAY "DATA DA COMPRA: " AT 0701.
           ACCEPT DATA-COMPRA AT 0717.
           MOVE DATA-COMPRA TO WS-PER-DATA-TXT.
           PERFORM VERIFICAR-PERIODO-DATA.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO!" FOREGROUND-COLOR 4 HIGHLIGHT
                   AT 0730
               ACCEPT OMITTED
               GO INICIO
           END-IF.

           DISPLAY "MARCA: " AT 0801.
           ACCEPT MARCA AT 0807.
               ACCEPT OMITTED
               GO INICIO
           END-IF.
           IF ESTADO NOT = "S" AND ESTADO NOT = "R" THEN
               DISPLAY "VIATURA NAO ESTA EM STOCK!" AT 0901
               ACCEPT OMITTED
               GO INICIO
           END-IF.
           MOVE 0 TO WS-POS-RES.
           IF ESTADO = "R" THEN
               PERFORM PROCURAR-RESERVA-ATIVA
           END-IF.
           IF WS-POS-RES = 1 THEN
               DISPLAY "RESERVADA PARA:" AT 0801
               DISPLAY RES-NOME AT 0817
           END-IF.
           DISPLAY MARCA AT 0901.
           DISPLAY MODELO AT 0922.

           DISPLAY "DATA DA VENDA: " AT 1001.
           ACCEPT DATA-VENDA AT 1015.
           MOVE DATA-VENDA TO WS-PER-DATA-TXT.
           PERFORM VERIFICAR-PERIODO-DATA.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO!" FOREGROUND-COLOR 4 HIGHLIGHT
                   AT 1030
               ACCEPT OMITTED
               GO INICIO
           END-IF.

           DISPLAY "NOME DO CLIENTE:" AT 1101.
           ACCEPT CLIENTE AT 1118.
           MOVE FUNCTION NUMVAL(TEMPT) TO TEL.
           DISPLAY TEL AT 1210.

      * UMA VIATURA RESERVADA SO PODE SER VENDIDA A QUEM A RESERVOU
           IF WS-POS-RES = 1 AND TEL NOT = RES-TEL THEN
               DISPLAY "VIATURA RESERVADA PARA OUTRO CLIENTE!" AT 1301
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               IF RES-VALIDADE < WS-DATA-HOJE THEN
                   DISPLAY "RESERVA EXPIRADA - PROCESSAR NAS RESERVAS"
                       AT 1401
               END-IF
               ACCEPT OMITTED
               GO INICIO
           END-IF.

           PERFORM TRATA-CLIENTE-MOTA.

           DISPLAY "PRECO DE VENDA:" AT 1301.
           ACCEPT VENDEDOR AT 1411.

           PERFORM RECOLHER-PLANO-PAGAMENTO.
           IF WS-POS-RES = 1 THEN
               ADD RES-SINAL TO ENTRADA
               DISPLAY "SINAL DA RESERVA INCLUIDO NA ENTRADA:" AT 1901
               MOVE RES-SINAL TO SAIDAPV
               DISPLAY SAIDAPV AT 1939
           END-IF.

           DISPLAY "CONFIRMA VENDA(S/N):" AT 1601.
           ACCEPT CONFIRMA AT 1622.
                   INVALID KEY CONTINUE
               END-REWRITE
               CLOSE FICMOTA
               IF WS-POS-RES = 1 THEN
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE "V" TO RES-ESTADO
                   MOVE WS-DATA-HOJE TO RES-DATA-FIM
                   OPEN I-O FICRES
                   REWRITE REG-RES
                       INVALID KEY CONTINUE
                   END-REWRITE
                   CLOSE FICRES
               END-IF
               MOVE WS-MAT-BUSCA TO MATRICULA
               MOVE "VENDA" TO WS-ACAO-LOG
               PERFORM REGISTAR-LOG
           READ FICMOTA NEXT RECORD
               AT END MOVE HIGH-VALUES TO REGISTO
           END-READ
           IF (NOT REGISTO=HIGH-VALUES)
               AND (ESTADO = "S" OR ESTADO = "R") THEN
               DISPLAY MATRICULA LINE LINHA POSITION 1
               DISPLAY MARCA LINE LINHA POSITION 12
               DISPLAY MODELO LINE LINHA POSITION 33
               MOVE PRECO-COMPRA TO SAIDAPV
               DISPLAY SAIDAPV LINE LINHA POSITION 44
               IF ESTADO = "R" THEN
                   DISPLAY "RESERVADA" LINE LINHA POSITION 55
               END-IF
               ADD 1 TO LINHA
           END-IF
           END-PERFORM.
               EXIT PARAGRAPH
           END-IF.

      * MOSTRA O QUE A OFICINA JA LANCOU NA RECLAMACAO; O TEXTO E O
      * CUSTO DO OPERADOR JUNTAM-SE A ESSES VALORES
           MOVE 0 TO WS-GAR-POS.
           PERFORM VARYING IND-G FROM 1 BY 1
               UNTIL IND-G > WS-NUM-GARS OR WS-GAR-POS NOT = 0
               MOVE WS-GAR-REG(IND-G) TO REG-GAR
               IF GAR-MATRICULA = WS-MAT-BUSCA
                   AND GAR-ESTADO = "A" THEN
                   MOVE IND-G TO WS-GAR-POS
               END-IF
           END-PERFORM.
           IF WS-GAR-POS = 0 THEN
               DISPLAY "SEM RECLAMACOES ABERTAS P/ ESSA MATRICULA"
                   AT 1301
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GAR-REG(WS-GAR-POS) TO REG-GAR.
           DISPLAY "RESOLUCAO ATUAL:" AT 1301.
           DISPLAY GAR-RESOLUCAO AT 1318.
           MOVE GAR-CUSTO TO SAIDA-VAL9.
           DISPLAY "CUSTO ATUAL:" AT 1401.
           DISPLAY SAIDA-VAL9 AT 1418.

           MOVE SPACES TO WS-GAR-RESOL.
           DISPLAY "RESOLUCAO:" AT 1501.
           ACCEPT WS-GAR-RESOL AT 1518.
           MOVE SPACES TO TEMPV.
           DISPLAY "CUSTO ADICIONAL:" AT 1601.
           ACCEPT TEMPV AT 1618.
           MOVE FUNCTION NUMVAL(TEMPV) TO WS-GAR-CUSTO-W.

           PERFORM VARYING IND-G FROM 1 BY 1
               IF GAR-MATRICULA = WS-MAT-BUSCA
                   AND GAR-ESTADO = "A" THEN
                   MOVE "F" TO GAR-ESTADO
                   IF GAR-RESOLUCAO = SPACES THEN
                       MOVE WS-GAR-RESOL TO GAR-RESOLUCAO
                   ELSE
                       IF WS-GAR-RESOL NOT = SPACES THEN
                           MOVE SPACES TO WS-GAR-RESOL-NOVA
                           STRING FUNCTION TRIM(GAR-RESOLUCAO)
                               " - " FUNCTION TRIM(WS-GAR-RESOL)
                               DELIMITED BY SIZE
                               INTO WS-GAR-RESOL-NOVA
                           END-STRING
                           MOVE WS-GAR-RESOL-NOVA TO GAR-RESOLUCAO
                       END-IF
                   END-IF
                   ADD WS-GAR-CUSTO-W TO GAR-CUSTO
                   MOVE REG-GAR TO WS-GAR-REG(IND-G)
                   ADD 1 TO WS-GAR-FECHADAS
               END-IF
                   WRITE REG-GAR
               END-PERFORM
               CLOSE FICGAR
               DISPLAY "RECLAMACOES FECHADAS: " AT 1801
               DISPLAY WS-GAR-FECHADAS AT 1824
           ELSE
               DISPLAY "SEM RECLAMACOES ABERTAS P/ ESSA MATRICULA"
                   AT 1801
           END-IF.
           ACCEPT OMITTED.

           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "DESPESA DE PREPARACAO DE VIATURA" AT 0601.
           PERFORM VERIFICAR-PERIODO-HOJE.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0701
               ACCEPT OMITTED
               GO INICIO
           END-IF.
           DISPLAY "MATRICULA: " AT 0701.
           ACCEPT WS-MAT-BUSCA AT 0712.
           PERFORM PROCURAR-VIATURA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "REGISTAR RECEBIMENTO DE PRESTACAO" AT 0601.
           PERFORM VERIFICAR-PERIODO-HOJE.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0701
               ACCEPT OMITTED
               GO INICIO
           END-IF.
           DISPLAY "MATRICULA: " AT 0701.
           ACCEPT WS-MAT-BUSCA AT 0712.
           PERFORM PROCURAR-VIATURA.
               END-IF
           END-IF.
           ADD 1 TO LINHA.

       GESTAO-OFICINA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "1 ABRIR ORDEM DE REPARACAO." AT 0601.
           DISPLAY "2 INICIAR TRABALHO." AT 0701.
           DISPLAY "3 REGISTAR PECA APLICADA." AT 0801.
           DISPLAY "4 CONCLUIR ORDEM." AT 0901.
           DISPLAY "5 ENTREGAR VIATURA AO CLIENTE." AT 1001.
           DISPLAY "6 HISTORICO DE OFICINA POR MATRICULA." AT 1101.
           DISPLAY "0 VOLTAR." AT 1201.
           DISPLAY "OPCAO: " AT 1401.
           ACCEPT WS-OPCAO-OFI AT 1408.
           EVALUATE WS-OPCAO-OFI
               WHEN 1 PERFORM ABRIR-ORDEM-OFICINA
               WHEN 2 PERFORM INICIAR-ORDEM-OFICINA
               WHEN 3 PERFORM REGISTAR-PECA-OFICINA
               WHEN 4 PERFORM CONCLUIR-ORDEM-OFICINA
               WHEN 5 PERFORM ENTREGAR-ORDEM-OFICINA
               WHEN 6 PERFORM HISTORICO-OFICINA
           END-EVALUATE.
           GO INICIO.

       ABRIR-ORDEM-OFICINA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "ABRIR ORDEM DE REPARACAO" AT 0601.
           DISPLAY "MATRICULA: " AT 0701.
           ACCEPT WS-MAT-BUSCA AT 0712.
           PERFORM PROCURAR-VIATURA.
           IF WS-POS-VIAT = 0 THEN
               DISPLAY "MATRICULA NAO ENCONTRADA!" AT 0901
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF ESTADO NOT = "V" THEN
               DISPLAY "VIATURA AINDA NAO FOI VENDIDA!" AT 0901
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY MARCA AT 0801.
           DISPLAY MODELO AT 0822.

           PERFORM OBTER-NUMERO-ORDEM.
           MOVE SPACES TO REG-OFI.
           MOVE WS-OFI-NUM TO OFI-NUMERO.
           MOVE WS-MAT-BUSCA TO OFI-MATRICULA.

      * O CLIENTE DA ORDEM VEM DA FICHA; POR OMISSAO E O COMPRADOR
           MOVE TEL TO WS-CLM-BUSCA.
           DISPLAY "CONTACTO/NIF: " AT 0901.
           DISPLAY WS-CLM-BUSCA AT 0915.
           ACCEPT WS-CLM-BUSCA AT 0915.
           MOVE 1 TO WS-CLM-EXISTE.
           OPEN INPUT FICCLM.
           MOVE WS-CLM-BUSCA TO CLM-CHAVE.
           READ FICCLM
               INVALID KEY
                   MOVE 0 TO WS-CLM-EXISTE
           END-READ.
           CLOSE FICCLM.
           IF WS-CLM-EXISTE = 0 THEN
               DISPLAY "CLIENTE SEM FICHA!" AT 1001
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY CLM-NOME AT 1001.
           MOVE CLM-CHAVE TO OFI-CLIENTE.

           MOVE "N" TO OFI-GARANTIA.
           MOVE 0 TO OFI-GAR-DATA.
           DISPLAY "TRABALHO EM GARANTIA(S/N):" AT 1101.
           ACCEPT WS-OFI-GAR AT 1128.
           IF FUNCTION UPPER-CASE(WS-OFI-GAR)="S" THEN
               PERFORM PROCURAR-RECLAMACAO-ABERTA
               IF OFI-GAR-DATA = 0 THEN
                   DISPLAY "SEM RECLAMACOES ABERTAS P/ ESSA MATRICULA"
                       AT 1201
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO OFI-GARANTIA
               MOVE WS-OFI-DEFEITO TO OFI-PROBLEMA
               DISPLAY "RECLAMACAO DE:" AT 1201
               DISPLAY OFI-GAR-DATA AT 1216
           END-IF.

           DISPLAY "PROBLEMA:" AT 1301.
           DISPLAY OFI-PROBLEMA AT 1311.
           ACCEPT OFI-PROBLEMA AT 1311.

           DISPLAY "CONFIRMA ABERTURA(S/N):" AT 1501.
           ACCEPT CONFIRMA AT 1525.
           IF FUNCTION UPPER-CASE(CONFIRMA)="S" THEN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE TO OFI-DATA
               MOVE SPACES TO OFI-MECANICO
               MOVE 0 TO OFI-HORAS
               MOVE 0 TO OFI-PRECO-HORA
               MOVE 0 TO OFI-MAO-OBRA
               MOVE 0 TO OFI-PECAS
               MOVE 0 TO OFI-TOTAL
               MOVE 0 TO OFI-DATA-FIM
               MOVE "A" TO OFI-ESTADO
               OPEN I-O FICOFI
               WRITE REG-OFI
                   INVALID KEY
                       DISPLAY "ORDEM JA REGISTADA!" AT 1601
                   NOT INVALID KEY
                       DISPLAY "ORDEM ABERTA COM O NUMERO: " AT 1601
                       DISPLAY OFI-NUMERO AT 1628
               END-WRITE
               CLOSE FICOFI
               MOVE WS-MAT-BUSCA TO MATRICULA
               MOVE "OFICINA" TO WS-ACAO-LOG
               PERFORM REGISTAR-LOG
           ELSE
               DISPLAY "ABERTURA CANCELADA." AT 1601
           END-IF.
           ACCEPT OMITTED.

       OBTER-NUMERO-ORDEM.
      * O FICHEIRO ESTA ORDENADO PELO NUMERO: O ULTIMO LIDO E O MAIOR
           MOVE 0 TO WS-OFI-NUM.
           OPEN INPUT FICOFI.
           MOVE "00" TO FS-OFI.
           PERFORM UNTIL FS-OFI NOT = "00"
               READ FICOFI NEXT RECORD
                   AT END MOVE "10" TO FS-OFI
                   NOT AT END
                       MOVE OFI-NUMERO TO WS-OFI-NUM
               END-READ
           END-PERFORM.
           CLOSE FICOFI.
           ADD 1 TO WS-OFI-NUM.

       PROCURAR-RECLAMACAO-ABERTA.
      * FICA COM A RECLAMACAO ABERTA MAIS RECENTE DA MATRICULA
           MOVE 0 TO OFI-GAR-DATA.
           MOVE SPACES TO WS-OFI-DEFEITO.
           OPEN INPUT FICGAR.
           MOVE "00" TO FS-GAR.
           PERFORM UNTIL FS-GAR NOT = "00"
               READ FICGAR
                   AT END MOVE "10" TO FS-GAR
                   NOT AT END
                       IF GAR-MATRICULA = WS-MAT-BUSCA
                           AND GAR-ESTADO = "A" THEN
                           MOVE GAR-DATA TO OFI-GAR-DATA
                           MOVE GAR-DEFEITO TO WS-OFI-DEFEITO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICGAR.

       PEDIR-ORDEM-OFICINA.
           DISPLAY "NUMERO DA ORDEM: " AT 0701.
           ACCEPT TEMPC AT 0718.
           MOVE 0 TO WS-POS-OFI.
           OPEN INPUT FICOFI.
           MOVE FUNCTION NUMVAL(TEMPC) TO OFI-NUMERO.
           READ FICOFI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-POS-OFI
           END-READ.
           CLOSE FICOFI.
           IF WS-POS-OFI = 0 THEN
               DISPLAY "ORDEM NAO ENCONTRADA!" AT 0901
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM DESCREVER-ESTADO-OFI.
           DISPLAY OFI-MATRICULA AT 0801.
           DISPLAY WS-OFI-ESTADO-DESC AT 0812.
           IF OFI-GARANTIA = "S" THEN
               DISPLAY "GARANTIA" AT 0825
           END-IF.
           DISPLAY OFI-PROBLEMA AT 0901.

       DESCREVER-ESTADO-OFI.
           EVALUATE OFI-ESTADO
               WHEN "A" MOVE "ABERTA" TO WS-OFI-ESTADO-DESC
               WHEN "E" MOVE "EM CURSO" TO WS-OFI-ESTADO-DESC
               WHEN "C" MOVE "CONCLUIDA" TO WS-OFI-ESTADO-DESC
               WHEN "L" MOVE "LEVANTADA" TO WS-OFI-ESTADO-DESC
               WHEN OTHER MOVE SPACES TO WS-OFI-ESTADO-DESC
           END-EVALUATE.

       INICIAR-ORDEM-OFICINA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "INICIAR TRABALHO DE OFICINA" AT 0601.
           PERFORM PEDIR-ORDEM-OFICINA.
           IF WS-POS-OFI = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF OFI-ESTADO NOT = "A" THEN
               DISPLAY "ORDEM NAO ESTA ABERTA!" AT 1101
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MECANICO:" AT 1101.
           ACCEPT OFI-MECANICO AT 1111.
           DISPLAY "CONFIRMA INICIO(S/N):" AT 1301.
           ACCEPT CONFIRMA AT 1323.
           IF FUNCTION UPPER-CASE(CONFIRMA)="S" THEN
               MOVE "E" TO OFI-ESTADO
               OPEN I-O FICOFI
               REWRITE REG-OFI
                   INVALID KEY CONTINUE
               END-REWRITE
               CLOSE FICOFI
               DISPLAY "TRABALHO INICIADO!" AT 1401
           ELSE
               DISPLAY "OPERACAO CANCELADA." AT 1401
           END-IF.
           ACCEPT OMITTED.

       REGISTAR-PECA-OFICINA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "PECA APLICADA NA ORDEM DE REPARACAO" AT 0601.
           PERFORM PEDIR-ORDEM-OFICINA.
           IF WS-POS-OFI = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF OFI-ESTADO NOT = "A" AND OFI-ESTADO NOT = "E" THEN
               DISPLAY "ORDEM JA CONCLUIDA!" AT 1101
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PECA:" AT 1101.
           ACCEPT OPC-DESC AT 1107.
           DISPLAY "QUANTIDADE:" AT 1201.
           ACCEPT TEMPF AT 1213.
           MOVE FUNCTION NUMVAL(TEMPF) TO OPC-QTD.
           DISPLAY "PRECO UNITARIO:" AT 1301.
           ACCEPT TEMPV AT 1317.
           MOVE FUNCTION NUMVAL(TEMPV) TO OPC-PRECO.
           MOVE OPC-PRECO TO SAIDAPV.
           DISPLAY SAIDAPV AT 1317.
           DISPLAY "CONFIRMA PECA(S/N):" AT 1501.
           ACCEPT CONFIRMA AT 1521.
           IF FUNCTION UPPER-CASE(CONFIRMA)="S" THEN
               MOVE OFI-NUMERO TO OPC-NUMERO
               OPEN EXTEND FICOPC
               WRITE REG-OPC
               CLOSE FICOPC
               DISPLAY "PECA REGISTADA COM SUCESSO!" AT 1601
           ELSE
               DISPLAY "PECA CANCELADA." AT 1601
           END-IF.
           ACCEPT OMITTED.

       SOMAR-PECAS-ORDEM.
           MOVE 0 TO WS-OFI-PECAS.
           OPEN INPUT FICOPC.
           MOVE "00" TO FS-OPC.
           PERFORM UNTIL FS-OPC NOT = "00"
               READ FICOPC
                   AT END MOVE "10" TO FS-OPC
                   NOT AT END
                       IF OPC-NUMERO = OFI-NUMERO THEN
                           COMPUTE WS-OFI-PECAS = WS-OFI-PECAS
                               + OPC-QTD * OPC-PRECO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICOPC.

       CONCLUIR-ORDEM-OFICINA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "CONCLUIR ORDEM DE REPARACAO" AT 0601.
           PERFORM VERIFICAR-PERIODO-HOJE.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0701
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-ORDEM-OFICINA.
           IF WS-POS-OFI = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF OFI-ESTADO NOT = "E" THEN
               DISPLAY "ORDEM NAO ESTA EM CURSO!" AT 1101
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MECANICO:" AT 1001.
           DISPLAY OFI-MECANICO AT 1011.
           DISPLAY "HORAS DE MAO DE OBRA:" AT 1101.
           ACCEPT TEMPF AT 1123.
           MOVE FUNCTION NUMVAL(TEMPF) TO OFI-HORAS.
           MOVE OFI-HORAS TO SAIDA-HORAS.
           DISPLAY SAIDA-HORAS AT 1123.
           DISPLAY "PRECO POR HORA:" AT 1201.
           ACCEPT TEMPF AT 1217.
           MOVE FUNCTION NUMVAL(TEMPF) TO OFI-PRECO-HORA.

           PERFORM SOMAR-PECAS-ORDEM.
           COMPUTE OFI-MAO-OBRA ROUNDED = OFI-HORAS * OFI-PRECO-HORA.
           MOVE WS-OFI-PECAS TO OFI-PECAS.
           COMPUTE OFI-TOTAL = OFI-MAO-OBRA + OFI-PECAS.
           DISPLAY "MAO DE OBRA:" AT 1301.
           MOVE OFI-MAO-OBRA TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 AT 1314.
           DISPLAY "PECAS:" AT 1401.
           MOVE OFI-PECAS TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 AT 1414.
           DISPLAY "TOTAL:" AT 1501.
           MOVE OFI-TOTAL TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 AT 1514.
           IF OFI-GARANTIA = "S" THEN
               DISPLAY "CUSTO LANCADO NA RECLAMACAO DE GARANTIA"
                   AT 1601
           ELSE
               DISPLAY "A FATURAR AO CLIENTE (IVA 23%)" AT 1601
           END-IF.

           DISPLAY "CONFIRMA CONCLUSAO(S/N):" AT 1701.
           ACCEPT CONFIRMA AT 1726.
           IF FUNCTION UPPER-CASE(CONFIRMA) NOT = "S" THEN
               DISPLAY "CONCLUSAO CANCELADA." AT 1801
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           IF OFI-GARANTIA = "S" THEN
               PERFORM LANCAR-CUSTO-GARANTIA
               IF WS-OFI-ERRO = 1 THEN
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO OFI-DATA-FIM.
           MOVE "C" TO OFI-ESTADO.
           OPEN I-O FICOFI.
           REWRITE REG-OFI
               INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE FICOFI.
           IF OFI-GARANTIA NOT = "S" THEN
               PERFORM EMITIR-FATURA-OFICINA
           END-IF.
           MOVE OFI-MATRICULA TO MATRICULA.
           MOVE "REPARACAO" TO WS-ACAO-LOG.
           PERFORM REGISTAR-LOG.
           DISPLAY "ORDEM CONCLUIDA!" AT 1801.
           ACCEPT OMITTED.

       LANCAR-CUSTO-GARANTIA.
      * O CUSTO DA ORDEM VAI PARA A RECLAMACAO E NAO E FATURADO
           MOVE 0 TO WS-OFI-ERRO.
           MOVE 0 TO WS-OFI-ACHOU.
           MOVE 0 TO WS-NUM-GARS.
           MOVE 0 TO WS-GAR-CHEIO.
           OPEN INPUT FICGAR.
           MOVE "00" TO FS-GAR.
           PERFORM UNTIL FS-GAR NOT = "00"
               READ FICGAR
                   AT END MOVE "10" TO FS-GAR
                   NOT AT END
                       IF WS-NUM-GARS < 200 THEN
                           ADD 1 TO WS-NUM-GARS
                           MOVE REG-GAR TO WS-GAR-REG(WS-NUM-GARS)
                       ELSE
                           MOVE 1 TO WS-GAR-CHEIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICGAR.

           IF WS-GAR-CHEIO = 1 THEN
               DISPLAY "FICHEIRO COM MAIS DE 200 RECLAMACOES - "
                   "OPERACAO CANCELADA" AT 1801
               MOVE 1 TO WS-OFI-ERRO
               EXIT PARAGRAPH
           END-IF.

      * O PRIMEIRO LANCAMENTO SUBSTITUI O CUSTO PREVISTO; OS SEGUINTES
      * SOMAM-SE AO QUE JA FOI LANCADO POR OUTRAS ORDENS
           PERFORM VARYING IND-G FROM 1 BY 1
               UNTIL IND-G > WS-NUM-GARS OR WS-OFI-ACHOU = 1
               MOVE WS-GAR-REG(IND-G) TO REG-GAR
               IF GAR-MATRICULA = OFI-MATRICULA
                   AND GAR-DATA = OFI-GAR-DATA THEN
                   IF GAR-RESOLUCAO = SPACES THEN
                       MOVE OFI-TOTAL TO GAR-CUSTO
                       STRING "ORDEM OFICINA " OFI-NUMERO
                           DELIMITED BY SIZE INTO GAR-RESOLUCAO
                   ELSE
                       ADD OFI-TOTAL TO GAR-CUSTO
                   END-IF
                   MOVE REG-GAR TO WS-GAR-REG(IND-G)
                   MOVE 1 TO WS-OFI-ACHOU
               END-IF
           END-PERFORM.

           IF WS-OFI-ACHOU = 0 THEN
               DISPLAY "RECLAMACAO DE GARANTIA NAO ENCONTRADA!"
                   AT 1801
               MOVE 1 TO WS-OFI-ERRO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FICGAR.
           PERFORM VARYING IND-G FROM 1 BY 1
               UNTIL IND-G > WS-NUM-GARS
               MOVE WS-GAR-REG(IND-G) TO REG-GAR
               WRITE REG-GAR
           END-PERFORM.
           CLOSE FICGAR.

       EMITIR-FATURA-OFICINA.
           MOVE 23.00 TO IVA.
           COMPUTE WS-OFI-IVA ROUNDED = OFI-TOTAL * IVA / 100.
           COMPUTE WS-OFI-TOTAL-IVA = OFI-TOTAL + WS-OFI-IVA.
           MOVE OFI-MATRICULA TO WS-MAT-BUSCA.
           PERFORM PROCURAR-VIATURA.
           OPEN INPUT FICCLM.
           MOVE OFI-CLIENTE TO CLM-CHAVE.
           READ FICCLM
               INVALID KEY
                   MOVE SPACES TO CLM-NOME
                   MOVE SPACES TO CLM-MORADA
           END-READ.
           CLOSE FICCLM.

           OPEN EXTEND FICFOF.
           MOVE ALL "-" TO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE "MOTA AUTO, LDA - FATURA DE OFICINA" TO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           STRING "ORDEM: " OFI-NUMERO "   DATA: " OFI-DATA-FIM
               DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           STRING "CLIENTE: " CLM-NOME "  NIF/CONTACTO: " OFI-CLIENTE
               DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           STRING "MORADA: " CLM-MORADA
               DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           STRING "VIATURA: " OFI-MATRICULA " " MARCA " " MODELO
               DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           STRING "PROBLEMA: " OFI-PROBLEMA
               DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           MOVE OFI-HORAS TO SAIDA-HORAS.
           MOVE OFI-MAO-OBRA TO SAIDA-VAL9.
           STRING "MAO DE OBRA " SAIDA-HORAS " H  " OFI-MECANICO
               "     " SAIDA-VAL9
               DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.

           OPEN INPUT FICOPC.
           MOVE "00" TO FS-OPC.
           PERFORM UNTIL FS-OPC NOT = "00"
               READ FICOPC
                   AT END MOVE "10" TO FS-OPC
                   NOT AT END
                       IF OPC-NUMERO = OFI-NUMERO THEN
                           PERFORM ESCREVER-PECA-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICOPC.

           MOVE SPACES TO LINHA-FOF.
           MOVE OFI-TOTAL TO SAIDA-VAL9.
           STRING "SUBTOTAL" "                                      "
               SAIDA-VAL9 DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           MOVE WS-OFI-IVA TO SAIDA-VAL9.
           STRING "IVA 23% " "                                      "
               SAIDA-VAL9 DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           MOVE SPACES TO LINHA-FOF.
           MOVE WS-OFI-TOTAL-IVA TO SAIDA-VAL9.
           STRING "TOTAL   " "                                      "
               SAIDA-VAL9 DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.
           CLOSE FICFOF.
           DISPLAY "TOTAL COM IVA:" AT 1901.
           MOVE WS-OFI-TOTAL-IVA TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 AT 1916.
           DISPLAY "FATURA GRAVADA EM FATOFICINA.TXT" AT 2001.

       ESCREVER-PECA-FATURA.
           COMPUTE WS-OFI-VALOR-PECA = OPC-QTD * OPC-PRECO.
           MOVE OPC-QTD TO SAIDA-QTD.
           MOVE WS-OFI-VALOR-PECA TO SAIDA-VAL9.
           MOVE SPACES TO LINHA-FOF.
           STRING "PECA " OPC-DESC " X" SAIDA-QTD "          "
               SAIDA-VAL9 DELIMITED BY SIZE INTO LINHA-FOF.
           WRITE LINHA-FOF.

       ENTREGAR-ORDEM-OFICINA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "ENTREGA DE VIATURA DA OFICINA" AT 0601.
           PERFORM PEDIR-ORDEM-OFICINA.
           IF WS-POS-OFI = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF OFI-ESTADO NOT = "C" THEN
               DISPLAY "ORDEM NAO ESTA CONCLUIDA!" AT 1101
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA LEVANTAMENTO(S/N):" AT 1101.
           ACCEPT CONFIRMA AT 1129.
           IF FUNCTION UPPER-CASE(CONFIRMA)="S" THEN
               MOVE "L" TO OFI-ESTADO
               OPEN I-O FICOFI
               REWRITE REG-OFI
                   INVALID KEY CONTINUE
               END-REWRITE
               CLOSE FICOFI
               MOVE OFI-MATRICULA TO MATRICULA
               MOVE "ENTREGA" TO WS-ACAO-LOG
               PERFORM REGISTAR-LOG
               DISPLAY "VIATURA ENTREGUE AO CLIENTE!" AT 1201
           ELSE
               DISPLAY "OPERACAO CANCELADA." AT 1201
           END-IF.
           ACCEPT OMITTED.

       HISTORICO-OFICINA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "HISTORICO DE OFICINA" AT 0601.
           DISPLAY "MATRICULA: " AT 0701.
           ACCEPT WS-MAT-BUSCA AT 0712.
           PERFORM PROCURAR-VIATURA.
           IF WS-POS-VIAT = 1 THEN
               DISPLAY MARCA AT 0801
               DISPLAY MODELO AT 0822
           END-IF.
           MOVE 10 TO LINHA.
           DISPLAY "ORDEM  DATA      ESTADO      PROBLEMA"
               & "                           VALOR"
               LINE LINHA POSITION 1.
           ADD 1 TO LINHA.
           MOVE 0 TO WS-OFI-QTD-HIST.
           MOVE 0 TO WS-OFI-HIST-TOT.
           OPEN INPUT FICOFI.
           MOVE "00" TO FS-OFI.
           PERFORM UNTIL FS-OFI NOT = "00"
               READ FICOFI NEXT RECORD
                   AT END MOVE "10" TO FS-OFI
                   NOT AT END
                       IF OFI-MATRICULA = WS-MAT-BUSCA THEN
                           PERFORM MOSTRAR-LINHA-OFICINA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICOFI.
           IF WS-OFI-QTD-HIST = 0 THEN
               DISPLAY "SEM ORDENS DE REPARACAO" LINE LINHA POSITION 1
               ADD 1 TO LINHA
           END-IF.
           ADD 1 TO LINHA.
           DISPLAY "TOTAL PAGO PELO CLIENTE (SEM IVA):"
               LINE LINHA POSITION 1.
           MOVE WS-OFI-HIST-TOT TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 LINE LINHA POSITION 36.
           ACCEPT OMITTED.

       MOSTRAR-LINHA-OFICINA.
           ADD 1 TO WS-OFI-QTD-HIST.
           PERFORM DESCREVER-ESTADO-OFI.
           DISPLAY OFI-NUMERO LINE LINHA POSITION 1.
           DISPLAY OFI-DATA LINE LINHA POSITION 8.
           DISPLAY WS-OFI-ESTADO-DESC LINE LINHA POSITION 18.
           DISPLAY OFI-PROBLEMA LINE LINHA POSITION 30.
           MOVE OFI-TOTAL TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 LINE LINHA POSITION 61.
           IF OFI-GARANTIA = "S" THEN
               DISPLAY "GARANTIA" LINE LINHA POSITION 72
           ELSE
               ADD OFI-TOTAL TO WS-OFI-HIST-TOT
           END-IF.
           ADD 1 TO LINHA.
           DISPLAY "MECANICO:" LINE LINHA POSITION 8.
           DISPLAY OFI-MECANICO LINE LINHA POSITION 18.
           ADD 1 TO LINHA.

       GESTAO-RESERVAS.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "1 RESERVAR VIATURA EM STOCK." AT 0601.
           DISPLAY "2 CANCELAR RESERVA." AT 0701.
           DISPLAY "3 PROCESSAR RESERVAS EXPIRADAS." AT 0801.
           DISPLAY "4 SINAIS A DEVOLVER / PERDIDOS." AT 0901.
           DISPLAY "5 SINAIS EM CARTEIRA." AT 1001.
           DISPLAY "0 VOLTAR." AT 1101.
           DISPLAY "OPCAO: " AT 1301.
           ACCEPT WS-OPCAO-RES AT 1308.
           EVALUATE WS-OPCAO-RES
               WHEN 1 PERFORM RESERVAR-VIATURA
               WHEN 2 PERFORM CANCELAR-RESERVA
               WHEN 3 PERFORM PROCESSAR-RESERVAS-EXPIRADAS
               WHEN 4 PERFORM LISTAR-SINAIS-DEVOLVER
               WHEN 5 PERFORM RELATORIO-SINAIS
           END-EVALUATE.
           GO INICIO.

       RESERVAR-VIATURA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "RESERVA DE VIATURA EM STOCK" AT 0601.
           PERFORM VERIFICAR-PERIODO-HOJE.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0701
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MATRICULA: " AT 0701.
           ACCEPT WS-MAT-BUSCA AT 0712.
           PERFORM PROCURAR-VIATURA.
           IF WS-POS-VIAT = 0 THEN
               DISPLAY "MATRICULA NAO ENCONTRADA!" AT 0901
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF ESTADO = "R" THEN
               DISPLAY "VIATURA JA ESTA RESERVADA!" AT 0901
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF ESTADO NOT = "S" THEN
               DISPLAY "VIATURA NAO ESTA EM STOCK!" AT 0901
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY MARCA AT 0801.
           DISPLAY MODELO AT 0822.

           PERFORM OBTER-NUMERO-RESERVA.
           MOVE SPACES TO REG-RES.
           MOVE WS-RES-NUM TO RES-NUMERO.
           MOVE WS-MAT-BUSCA TO RES-MATRICULA.

      * O CLIENTE DA RESERVA FICA COM FICHA, TAL COMO NA VENDA
           DISPLAY "CONTACTO:" AT 0901.
           ACCEPT TEMPT AT 0910.
           MOVE FUNCTION NUMVAL(TEMPT) TO RES-TEL.
           DISPLAY RES-TEL AT 0910.
           MOVE 0 TO WS-CLM-EXISTE.
           MOVE RES-TEL TO CLM-CHAVE.
           OPEN INPUT FICCLM.
           READ FICCLM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CLM-EXISTE
           END-READ.
           CLOSE FICCLM.
           DISPLAY "NOME DO CLIENTE:" AT 1001.
           IF WS-CLM-EXISTE = 1 THEN
               MOVE CLM-NOME TO RES-NOME
               DISPLAY RES-NOME AT 1018
           ELSE
               ACCEPT RES-NOME AT 1018
               DISPLAY "MORADA DO CLIENTE:" AT 1101
               ACCEPT CLM-MORADA AT 1120
           END-IF.

           DISPLAY "VALOR DO SINAL:" AT 1201.
           ACCEPT TEMPV AT 1217.
           MOVE FUNCTION NUMVAL(TEMPV) TO RES-SINAL.
           MOVE RES-SINAL TO SAIDAPV.
           DISPLAY SAIDAPV AT 1217.
           DISPLAY "DIAS DE VALIDADE:" AT 1301.
           ACCEPT TEMPF AT 1319.
           MOVE FUNCTION NUMVAL(TEMPF) TO WS-RES-DIAS.
           IF WS-RES-DIAS = 0 THEN
               MOVE 15 TO WS-RES-DIAS
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO RES-DATA.
           COMPUTE RES-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-RES-DIAS).
           DISPLAY "RESERVADA ATE:" AT 1401.
           DISPLAY RES-VALIDADE AT 1416.

           DISPLAY "CONFIRMA RESERVA(S/N):" AT 1601.
           ACCEPT CONFIRMA AT 1624.
           IF FUNCTION UPPER-CASE(CONFIRMA)="S" THEN
               IF WS-CLM-EXISTE = 0 THEN
                   MOVE RES-TEL TO CLM-CHAVE
                   MOVE RES-NOME TO CLM-NOME
                   OPEN I-O FICCLM
                   WRITE REG-CLM
                       INVALID KEY CONTINUE
                   END-WRITE
                   CLOSE FICCLM
               END-IF
               MOVE "A" TO RES-ESTADO
               MOVE SPACES TO RES-DESTINO
               MOVE 0 TO RES-DATA-FIM
               OPEN I-O FICRES
               WRITE REG-RES
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE FICRES
               MOVE "R" TO ESTADO
               OPEN I-O FICMOTA
               REWRITE REGISTO
                   INVALID KEY CONTINUE
               END-REWRITE
               CLOSE FICMOTA
               MOVE WS-MAT-BUSCA TO MATRICULA
               MOVE "RESERVA" TO WS-ACAO-LOG
               PERFORM REGISTAR-LOG
               DISPLAY "RESERVA REGISTADA COM O NUMERO: " AT 1701
               DISPLAY RES-NUMERO AT 1733
           ELSE
               DISPLAY "RESERVA CANCELADA." AT 1701
           END-IF.
           ACCEPT OMITTED.

       OBTER-NUMERO-RESERVA.
           MOVE 0 TO WS-RES-NUM.
           OPEN INPUT FICRES.
           MOVE "00" TO FS-RES.
           PERFORM UNTIL FS-RES NOT = "00"
               READ FICRES NEXT RECORD
                   AT END MOVE "10" TO FS-RES
                   NOT AT END
                       MOVE RES-NUMERO TO WS-RES-NUM
               END-READ
           END-PERFORM.
           CLOSE FICRES.
           ADD 1 TO WS-RES-NUM.

       PROCURAR-RESERVA-ATIVA.
      * PARA NA RESERVA ATIVA DA MATRICULA, QUE FICA EM REG-RES
           MOVE 0 TO WS-POS-RES.
           OPEN INPUT FICRES.
           MOVE "00" TO FS-RES.
           PERFORM UNTIL FS-RES NOT = "00" OR WS-POS-RES = 1
               READ FICRES NEXT RECORD
                   AT END MOVE "10" TO FS-RES
                   NOT AT END
                       IF RES-MATRICULA = WS-MAT-BUSCA
                           AND RES-ESTADO = "A" THEN
                           MOVE 1 TO WS-POS-RES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICRES.

       CANCELAR-RESERVA.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "CANCELAMENTO DE RESERVA" AT 0601.
           DISPLAY "MATRICULA: " AT 0701.
           ACCEPT WS-MAT-BUSCA AT 0712.
           PERFORM PROCURAR-RESERVA-ATIVA.
           IF WS-POS-RES = 0 THEN
               DISPLAY "SEM RESERVA ATIVA P/ ESSA MATRICULA" AT 0901
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY RES-NOME AT 0801.
           DISPLAY "SINAL:" AT 0901.
           MOVE RES-SINAL TO SAIDAPV.
           DISPLAY SAIDAPV AT 0908.
           DISPLAY "VALIDADE:" AT 0921.
           DISPLAY RES-VALIDADE AT 0931.
           DISPLAY "DEVOLVER O SINAL AO CLIENTE(S/N):" AT 1101.
           ACCEPT WS-RES-DEVOLVE AT 1135.
           DISPLAY "CONFIRMA CANCELAMENTO(S/N):" AT 1301.
           ACCEPT CONFIRMA AT 1329.
           IF FUNCTION UPPER-CASE(CONFIRMA)="S" THEN
               IF FUNCTION UPPER-CASE(WS-RES-DEVOLVE)="S" THEN
                   MOVE "D" TO RES-DESTINO
               ELSE
                   MOVE "P" TO RES-DESTINO
               END-IF
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE TO RES-DATA-FIM
               MOVE "C" TO RES-ESTADO
               OPEN I-O FICRES
               REWRITE REG-RES
                   INVALID KEY CONTINUE
               END-REWRITE
               CLOSE FICRES
               PERFORM LIBERTAR-VIATURA-RESERVADA
               MOVE WS-MAT-BUSCA TO MATRICULA
               MOVE "CANCELRES" TO WS-ACAO-LOG
               PERFORM REGISTAR-LOG
               DISPLAY "RESERVA CANCELADA!" AT 1401
           ELSE
               DISPLAY "OPERACAO CANCELADA." AT 1401
           END-IF.
           ACCEPT OMITTED.

       LIBERTAR-VIATURA-RESERVADA.
      * A VIATURA VOLTA AO STOCK DISPONIVEL PARA VENDA
           OPEN I-O FICMOTA.
           MOVE RES-MATRICULA TO MATRICULA.
           READ FICMOTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESTADO = "R" THEN
                       MOVE "S" TO ESTADO
                       REWRITE REGISTO
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE FICMOTA.

       PROCESSAR-RESERVAS-EXPIRADAS.
      * O SINAL DE UMA RESERVA QUE EXPIRA SEM VENDA FICA PERDIDO
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           DISPLAY "PROCESSAR RESERVAS EXPIRADAS" AT 0601.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-RES-QTD.
           OPEN I-O FICRES.
           MOVE "00" TO FS-RES.
           PERFORM UNTIL FS-RES NOT = "00"
               READ FICRES NEXT RECORD
                   AT END MOVE "10" TO FS-RES
                   NOT AT END
                       IF RES-ESTADO = "A"
                           AND RES-VALIDADE < WS-DATA-HOJE THEN
                           MOVE "E" TO RES-ESTADO
                           MOVE "P" TO RES-DESTINO
                           MOVE WS-DATA-HOJE TO RES-DATA-FIM
                           REWRITE REG-RES
                               INVALID KEY CONTINUE
                           END-REWRITE
                           PERFORM LIBERTAR-VIATURA-RESERVADA
                           ADD 1 TO WS-RES-QTD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICRES.
           DISPLAY "RESERVAS EXPIRADAS: " AT 0801.
           DISPLAY WS-RES-QTD AT 0822.
           ACCEPT OMITTED.

       LISTAR-SINAIS-DEVOLVER.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           MOVE 6 TO LINHA.
           DISPLAY "SINAIS DE RESERVAS CANCELADAS OU EXPIRADAS: "
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA.
           ADD 1 TO LINHA.
           DISPLAY "RESERVA MATRICULA CLIENTE                    SINAL"
               & "   DATA      DESTINO" LINE LINHA POSITION 1.
           ADD 1 TO LINHA.
           MOVE 0 TO WS-RES-TOT-DEV.
           MOVE 0 TO WS-RES-TOT-PERD.
           OPEN INPUT FICRES.
           MOVE "00" TO FS-RES.
           PERFORM UNTIL FS-RES NOT = "00"
               READ FICRES NEXT RECORD
                   AT END MOVE "10" TO FS-RES
                   NOT AT END
                       IF RES-ESTADO = "C" OR RES-ESTADO = "E" THEN
                           PERFORM MOSTRAR-LINHA-SINAL-DEV
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICRES.
           ADD 1 TO LINHA.
           DISPLAY "TOTAL A DEVOLVER:" LINE LINHA POSITION 1.
           MOVE WS-RES-TOT-DEV TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 LINE LINHA POSITION 20.
           ADD 1 TO LINHA.
           DISPLAY "TOTAL PERDIDO:" LINE LINHA POSITION 1.
           MOVE WS-RES-TOT-PERD TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 LINE LINHA POSITION 20.
           ACCEPT OMITTED.

       MOSTRAR-LINHA-SINAL-DEV.
           DISPLAY RES-NUMERO LINE LINHA POSITION 1.
           DISPLAY RES-MATRICULA LINE LINHA POSITION 9.
           DISPLAY RES-NOME(1:25) LINE LINHA POSITION 19.
           MOVE RES-SINAL TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 LINE LINHA POSITION 43.
           DISPLAY RES-DATA-FIM LINE LINHA POSITION 54.
           IF RES-DESTINO = "D" THEN
               DISPLAY "A DEVOLVER" LINE LINHA POSITION 64
               ADD RES-SINAL TO WS-RES-TOT-DEV
           ELSE
               DISPLAY "PERDIDO" LINE LINHA POSITION 64
               ADD RES-SINAL TO WS-RES-TOT-PERD
           END-IF.
           ADD 1 TO LINHA.

       RELATORIO-SINAIS.
           DISPLAY CLS.
           DISPLAY MENU-RECOLHA.
           MOVE 6 TO LINHA.
           DISPLAY "SINAIS EM CARTEIRA (RESERVAS ATIVAS): "
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA.
           ADD 1 TO LINHA.
           DISPLAY "RESERVA MATRICULA CLIENTE                    SINAL"
               & "   VALIDADE" LINE LINHA POSITION 1.
           ADD 1 TO LINHA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-RES-QTD.
           MOVE 0 TO WS-RES-TOT-ATIVO.
           OPEN INPUT FICRES.
           MOVE "00" TO FS-RES.
           PERFORM UNTIL FS-RES NOT = "00"
               READ FICRES NEXT RECORD
                   AT END MOVE "10" TO FS-RES
                   NOT AT END
                       IF RES-ESTADO = "A" THEN
                           PERFORM MOSTRAR-LINHA-SINAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICRES.
           ADD 1 TO LINHA.
           DISPLAY "RESERVAS ATIVAS:" LINE LINHA POSITION 1.
           DISPLAY WS-RES-QTD LINE LINHA POSITION 20.
           ADD 1 TO LINHA.
           DISPLAY "TOTAL DE SINAIS:" LINE LINHA POSITION 1.
           MOVE WS-RES-TOT-ATIVO TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 LINE LINHA POSITION 20.
           ACCEPT OMITTED.

       MOSTRAR-LINHA-SINAL.
           ADD 1 TO WS-RES-QTD.
           ADD RES-SINAL TO WS-RES-TOT-ATIVO.
           DISPLAY RES-NUMERO LINE LINHA POSITION 1.
           DISPLAY RES-MATRICULA LINE LINHA POSITION 9.
           DISPLAY RES-NOME(1:25) LINE LINHA POSITION 19.
           MOVE RES-SINAL TO SAIDA-VAL9.
           DISPLAY SAIDA-VAL9 LINE LINHA POSITION 43.
           DISPLAY RES-VALIDADE LINE LINHA POSITION 54.
           IF RES-VALIDADE < WS-DATA-HOJE THEN
               DISPLAY "EXPIRADA" FOREGROUND-COLOR 4 HIGHLIGHT
                   LINE LINHA POSITION 64
           END-IF.
           ADD 1 TO LINHA.

      * UM MES FECHADO PELA CONTABILIDADE EM PERIODOS.DAT NAO ACEITA
      * VENDAS, COMPRAS, DESPESAS NEM RECEBIMENTOS COM DATA NELE
       VERIFICAR-PERIODO-DATA.
      * DATA ESCRITA DD-MM-AAAA
           COMPUTE WS-PER-ANOMES =
               FUNCTION NUMVAL(WS-PER-DATA-TXT(7:4)) * 100
               + FUNCTION NUMVAL(WS-PER-DATA-TXT(4:2)).
           PERFORM VERIFICAR-PERIODO-FECHADO.

       VERIFICAR-PERIODO-HOJE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-PER-ANOMES = WS-DATA-HOJE / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.

       VERIFICAR-PERIODO-FECHADO.
           MOVE "N" TO WS-PER-FECHADO.
           MOVE "MOTA" TO PER-NEGOCIO.
           MOVE WS-PER-ANOMES TO PER-ANOMES.
           OPEN INPUT FICPER.
           IF FS-PER = "00" THEN
               READ FICPER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = "F" THEN
                           MOVE "S" TO WS-PER-FECHADO
                       END-IF
               END-READ
           END-IF.
           CLOSE FICPER.
       END PROGRAM mota.
