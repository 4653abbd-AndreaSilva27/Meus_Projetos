           SELECT OPTIONAL FICMARG ASSIGN "MARGEMF1.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MARG.
           SELECT OPTIONAL FICCOR ASSIGN "COLORIMETRO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COR.
           SELECT OPTIONAL FICLOT ASSIGN "LOTESPIG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LOT
           RECORD KEY IS LOT-CHAVE.
           SELECT OPTIONAL FICVOC ASSIGN "PIGVOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-VOC
           RECORD KEY IS VOC-REF.
           SELECT OPTIONAL FICVML ASSIGN "VOCMISTURAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VML.
           SELECT OPTIONAL FICLIM ASSIGN "LIMITESVOC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIM.
           SELECT FICRVOC ASSIGN "RELATORIO_VOC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FICFORM.
       01 LINHA-REO                         PIC X(80).
       FD FICMARG.
       01 LINHA-MARG                        PIC X(10).
       FD FICCOR.
       01 LINHA-COR                         PIC X(80).
       FD FICLOT.
       01 REG-LOT.
           03 LOT-CHAVE.
               05 LOT-REF                   PIC X(10).
               05 LOT-NUMERO                PIC X(15).
           03 LOT-FORNECEDOR                PIC X(20).
           03 LOT-DATA-REC                  PIC 9(8).
           03 LOT-VALIDADE                  PIC 9(8).
           03 LOT-QTD-REC                   PIC 9(6)V999.
           03 LOT-QTD                       PIC 9(6)V999.
       FD FICVOC.
       01 REG-VOC.
           03 VOC-REF                       PIC X(10).
           03 VOC-TEOR                      PIC 9(4)V9.
           03 VOC-PICTOGRAMAS               PIC X(30).
           03 VOC-FRASES                    PIC X(60).
       FD FICVML.
       01 REG-VML.
           03 VML-DATA                      PIC 9(8).
           03 VML-CODIGO                    PIC X(50).
           03 VML-TIPO                      PIC X(10).
           03 VML-QTD                       PIC 9(6)V999.
           03 VML-UNIDADE                   PIC X(5).
           03 VML-TEOR                      PIC 9(4)V99.
           03 VML-MASSA                     PIC 9(9)V99.
       FD FICLIM.
       01 LINHA-LIM                         PIC X(30).
       FD FICRVOC.
       01 LINHA-RVOC                        PIC X(80).
       FD FICTRB.
       01 REG-TRB.
           03 TRB-DATA                      PIC 9(8).
           03 TRB-UNIDADE                   PIC X(5).
           03 TRB-RESULTADO                 PIC X.
           03 TRB-PRECO                     PIC 9(6)V99.
           03 TRB-COR-R                     PIC 9(3).
           03 TRB-COR-G                     PIC 9(3).
           03 TRB-COR-B                     PIC 9(3).
           03 TRB-DESVIO                    PIC 9(3)V99.
           03 TRB-LOTES.
               05 TRB-LOTE OCCURS 12 TIMES.
                   10 TRB-LOTE-REF          PIC X(10).
                   10 TRB-LOTE-NUM          PIC X(15).
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO        PIC 9 VALUE 1.
           88 VALIDAR-OPCAO VALUES 0 THRU 8.
       77 WRK-LINHA        PIC 9(2).
       77 WRK-CONTA-LINHA  PIC 9(2).
       77 WRK-PAGINA       PIC 9(3).
       77 WS-CUSTO-TOTAL      PIC 9(7)V99 VALUE 0.
       77 WS-PRECO-SUGERIDO   PIC 9(7)V99 VALUE 0.
       77 SAIDA-CUSTO         PIC ZZZZZ9,99.
       77 FS-COR              PIC X(2) VALUE SPACES.
       77 WS-COR-IMPORTA      PIC X VALUE SPACE.
       77 WS-COR-LIDA         PIC 9 VALUE 0.
       77 WS-COR-MEDIDA       PIC 9 VALUE 0.
       77 WS-COR-TXT          PIC X(10) VALUE SPACES.
       77 WS-COR-CAMPO-R      PIC X(20) VALUE SPACES.
       77 WS-COR-CAMPO-G      PIC X(20) VALUE SPACES.
       77 WS-COR-CAMPO-B      PIC X(20) VALUE SPACES.
       77 WS-COR-R            PIC 9(3) VALUE 0.
       77 WS-COR-G            PIC 9(3) VALUE 0.
       77 WS-COR-B            PIC 9(3) VALUE 0.
       77 WS-COR-TIPO         PIC A(10) VALUE SPACES.
       77 WS-COR-DIST         PIC 9(3)V99 VALUE 0.
       77 WS-COR-DESVIO       PIC 9(3)V99 VALUE 0.
       77 SAIDA-DESVIO        PIC ZZ9,99.
       77 WS-NUM-CAND         PIC 9(2) VALUE 0.
       77 WS-CAND-IDX         PIC 9(2) VALUE 0.
       77 WS-CAND-ESCOLHA     PIC 9(2) VALUE 0.
       01 WS-CANDIDATOS.
           05 WS-CAND-ITEM OCCURS 10 TIMES.
               10 WS-CAND-POS                PIC 9(3).
               10 WS-CAND-DIST               PIC 9(3)V99.
       01 WS-CAND-TROCA                     PIC X(8).
       77 FS-LOT              PIC X(2) VALUE SPACES.
       77 WS-LOT-NUM          PIC X(15) VALUE SPACES.
       77 WS-LOT-FORN         PIC X(20) VALUE SPACES.
       77 WS-LOT-VAL-TXT      PIC X(8) VALUE SPACES.
       77 WS-LOT-VALIDADE     PIC 9(8) VALUE 0.
       77 WS-LOT-REF-BUSCA    PIC X(10) VALUE SPACES.
       77 WS-LOT-VALIDO       PIC 9(7)V999 VALUE 0.
       77 WS-LOT-TOTAL        PIC 9(7)V999 VALUE 0.
       77 WS-PIG-DISPONIVEL   PIC 9(7)V999 VALUE 0.
       77 WS-LOT-FALTA        PIC 9(7)V999 VALUE 0.
       77 WS-LOT-ACHOU        PIC 9 VALUE 0.
       77 WS-LOT-ESCOLHIDO    PIC X(15) VALUE SPACES.
       77 WS-LOT-MELHOR-VAL   PIC 9(8) VALUE 0.
       77 WS-LOT-USADOS       PIC 9(2) VALUE 0.
       77 WS-LOT-IDX          PIC 9(2) VALUE 0.
       77 WS-LOT-TRB-CONT     PIC 9(4) VALUE 0.
       01 WS-LOTES-USADOS.
           05 WS-LOT-USO OCCURS 12 TIMES.
               10 WS-LOT-USO-REF             PIC X(10).
               10 WS-LOT-USO-NUM             PIC X(15).
       77 FS-VOC              PIC X(2) VALUE SPACES.
       77 FS-VML              PIC X(2) VALUE SPACES.
       77 FS-LIM              PIC X(2) VALUE SPACES.
       77 WS-VOC-EXISTE       PIC 9 VALUE 0.
       77 WS-VOC-QTD          PIC 9(8)V999 VALUE 0.
       77 WS-VOC-MASSA        PIC 9(9)V99 VALUE 0.
       77 WS-VOC-MISTURA      PIC 9(4)V99 VALUE 0.
       77 WS-VOC-LIMITE       PIC 9(4)V99 VALUE 0.
       77 WS-VOC-ANUAL        PIC 9(9)V99 VALUE 0.
       77 WS-VOC-ANO          PIC X(4) VALUE SPACES.
       77 WS-VOC-MES-IDX      PIC 9(2) VALUE 0.
       77 WS-VOC-EXCESSOS     PIC 9(4) VALUE 0.
       77 WS-VOC-SEM-DADOS    PIC X(60) VALUE SPACES.
       77 WS-VOC-LINHA        PIC X(60) VALUE SPACES.
       77 SAIDA-VOC           PIC ZZZ9,99.
       77 SAIDA-VOC-LIM       PIC ZZZ9,99.
       77 SAIDA-VOC-MASSA     PIC ZZZZZZZZ9,99.
       77 WS-PONTEIRO         PIC 9(3) VALUE 1.
       77 WS-TOK-IDX          PIC 9(2) VALUE 0.
       77 WS-PER-IDX          PIC 9(2) VALUE 0.
       77 WS-NUM-PICT         PIC 9(2) VALUE 0.
       77 WS-NUM-FRASE        PIC 9(2) VALUE 0.
       77 WS-NUM-LIM          PIC 9(2) VALUE 0.
       77 WS-LIM-IDX          PIC 9(2) VALUE 0.
       01 WS-TOKENS.
           05 WS-TOK OCCURS 8 TIMES         PIC X(6).
       01 WS-PERIGOS.
           05 WS-PICT OCCURS 10 TIMES       PIC X(6).
           05 WS-FRASE OCCURS 30 TIMES      PIC X(6).
       01 WS-LIMITES-VOC.
           05 WS-LIM-ITEM OCCURS 20 TIMES.
               10 WS-LIM-TIPO                PIC X(10).
               10 WS-LIM-VALOR               PIC 9(4)V99.
       01 WS-VOC-MESES.
           05 WS-VOC-MES OCCURS 12 TIMES    PIC 9(8)V99.

       SCREEN SECTION.
         01 CLS BLANK SCREEN.
           DISPLAY CLS.
           DISPLAY "(1)LISTAGEM (2)NOVO/ALTERAR (3)PESQUISAR "
           & "(4)PRODUZIR (5)HISTORICO (6)TRABALHOS (7)PIGMENTOS "
           & "(8)COR (0)SAIR:"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           ACCEPT WRK-OPCAO AT 0201.
           EVALUATE (WRK-OPCAO)
                      GO FIM-PROGRAMA
               WHEN 7 PERFORM GESTAO-PIGMENTOS
                      GO FIM-PROGRAMA
               WHEN 8 PERFORM PROCURAR-COR
                      GO FIM-PROGRAMA
           END-EVALUATE.

           PARAGRAFO-LISTA.
                       NOT INVALID KEY
                           MOVE PIG-CUSTO TO
                               WS-ESC-CUSTO(IND-COMP)
                           MOVE WS-COMP-REF(IND-COMP)
                               TO WS-LOT-REF-BUSCA
                           PERFORM SOMAR-LOTES-VALIDOS
                           IF WS-PIG-DISPONIVEL < WS-ESC-VAL(IND-COMP)
                           THEN
                               ADD 1 TO WS-PIG-FALTAS
                               MOVE WS-PIG-DISPONIVEL TO SAIDA-PIG
                               DISPLAY WS-COMP-REF(IND-COMP)
                                   LINE WRK-LINHA COL 1
                               DISPLAY "FALTA - EM STOCK:"
                                   LINE WRK-LINHA COL 14
                               DISPLAY SAIDA-PIG
                                   LINE WRK-LINHA COL 33
                               IF WS-LOT-TOTAL > WS-LOT-VALIDO THEN
                                   DISPLAY "LOTES EXPIRADOS BLOQUEADOS"
                                       LINE WRK-LINHA COL 45
                               END-IF
                               ADD 1 TO WRK-LINHA
                           END-IF
                   END-READ
           ADD 1 TO WRK-LINHA.

           ABATER-STOCK-PIGMENTOS.
           MOVE 0 TO WS-LOT-USADOS.
           MOVE SPACES TO WS-LOTES-USADOS.
           OPEN I-O FICPIG.
           PERFORM VARYING IND-COMP FROM 1 BY 1 UNTIL IND-COMP > 6
               IF FUNCTION TRIM(WS-COMP-REF(IND-COMP)) NOT = SPACES
                               MOVE 0 TO PIG-QTD
                           END-IF
                           REWRITE REG-PIG
                           PERFORM CONSUMIR-LOTES-PIGMENTO
                   END-READ
               END-IF
           END-PERFORM.
           GESTAO-PIGMENTOS.
           DISPLAY CLS.
           DISPLAY "(1)ENTRADA DE PIGMENTO (2)FICHA/MINIMO "
           & "(3)LISTA DE REPOSICAO (4)RECOLHA DE LOTE "
           & "(5)VOC/PERIGO (6)RELATORIO VOC (0)VOLTAR:"
           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101.
           ACCEPT WS-OPCAO-PIG AT 0201.
           EVALUATE WS-OPCAO-PIG
               WHEN 1 PERFORM ENTRADA-PIGMENTO
               WHEN 2 PERFORM FICHA-PIGMENTO
               WHEN 3 PERFORM LISTA-REPOSICAO-PIGMENTOS
               WHEN 4 PERFORM RECOLHA-LOTE
               WHEN 5 PERFORM FICHA-VOC-PIGMENTO
               WHEN 6 PERFORM RELATORIO-VOC
           END-EVALUATE.

           ENTRADA-PIGMENTO.
           ACCEPT WS-PIG-REF AT 0419.
           DISPLAY "QUANTIDADE RECEBIDA: " AT 0501.
           ACCEPT WS-PIG-QTD-TXT AT 0523.
           DISPLAY "LOTE               : " AT 0601.
           ACCEPT WS-LOT-NUM AT 0623.
           DISPLAY "FORNECEDOR         : " AT 0701.
           ACCEPT WS-LOT-FORN AT 0723.
           DISPLAY "VALIDADE (AAAAMMDD): " AT 0801.
           ACCEPT WS-LOT-VAL-TXT AT 0823.
           IF WS-LOT-NUM = SPACES THEN
               DISPLAY "ENTRADA SEM LOTE NAO PERMITIDA"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1001
               ACCEPT OMITTED AT 1040
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-LOT-VAL-TXT) = SPACES THEN
               MOVE 99999999 TO WS-LOT-VALIDADE
           ELSE
               MOVE FUNCTION NUMVAL(WS-LOT-VAL-TXT) TO WS-LOT-VALIDADE
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O FICPIG.
           MOVE WS-PIG-REF TO PIG-REF.
           READ FICPIG
                   WRITE REG-PIG
                       INVALID KEY CONTINUE
                   END-WRITE
                   DISPLAY "PIGMENTO CRIADO COM A ENTRADA" AT 1001
               NOT INVALID KEY
                   COMPUTE PIG-QTD = PIG-QTD
                       + FUNCTION NUMVAL(WS-PIG-QTD-TXT)
                   REWRITE REG-PIG
                   MOVE PIG-QTD TO SAIDA-PIG
                   DISPLAY "NOVO STOCK: " AT 1001
                   DISPLAY SAIDA-PIG AT 1013
           END-READ.
           CLOSE FICPIG.
           PERFORM REGISTAR-LOTE-PIGMENTO.
           ACCEPT OMITTED AT 1040.

           FICHA-PIGMENTO.
           DISPLAY "REF DO PIGMENTO: " AT 0401.
                   WRITE LINHA-TICKET
               END-IF
           END-PERFORM.
           IF WS-LOT-USADOS > 0 THEN
               MOVE "LOTES UTILIZADOS:" TO LINHA-TICKET
               WRITE LINHA-TICKET
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                  UNTIL WS-LOT-IDX > WS-LOT-USADOS
                   MOVE SPACES TO LINHA-TICKET
                   STRING "    " WS-LOT-USO-REF(WS-LOT-IDX) " "
                       WS-LOT-USO-NUM(WS-LOT-IDX)
                       DELIMITED BY SIZE INTO LINHA-TICKET
                   WRITE LINHA-TICKET
               END-PERFORM
           END-IF.
           PERFORM CALCULAR-VOC-MISTURA.
           PERFORM EMITIR-ROTULO-PERIGO.
           PERFORM REGISTAR-VOC-MISTURA.
           CLOSE FICTICKET.
           ADD 1 TO WRK-LINHA.
           DISPLAY "TICKET GRAVADO EM TICKET_MISTURA.TXT"
               LINE WRK-LINHA COL 1.
           ADD 1 TO WRK-LINHA.
      * COM COR MEDIDA OU LOTES GASTOS O TRABALHO FICA SEMPRE
      * REGISTADO, PARA A RASTREABILIDADE
           IF WS-COR-MEDIDA = 1 OR WS-LOT-USADOS > 0 THEN
               MOVE "S" TO WS-CONF-TRB
           ELSE
               DISPLAY "REGISTAR TRABALHO DE AFINACAO (S/N)? "
                   LINE WRK-LINHA COL 1
               ACCEPT WS-CONF-TRB LINE WRK-LINHA COL 39
           END-IF.
           IF FUNCTION UPPER-CASE(WS-CONF-TRB) = "S" THEN
               PERFORM REGISTAR-TRABALHO
           END-IF.
           MOVE WS-QTD-ALVO-TXT TO TRB-QTD.
           MOVE WS-T-UNIDADE(WS-FORM-IDX) TO TRB-UNIDADE.
           MOVE WS-PRECO-SUGERIDO TO TRB-PRECO.
           IF WS-COR-MEDIDA = 1 THEN
               MOVE WS-COR-R TO TRB-COR-R
               MOVE WS-COR-G TO TRB-COR-G
               MOVE WS-COR-B TO TRB-COR-B
               MOVE WS-COR-DESVIO TO TRB-DESVIO
           ELSE
               MOVE 0 TO TRB-COR-R
               MOVE 0 TO TRB-COR-G
               MOVE 0 TO TRB-COR-B
               MOVE 0 TO TRB-DESVIO
           END-IF.
           MOVE WS-LOTES-USADOS TO TRB-LOTES.
           OPEN EXTEND FICTRB.
           WRITE REG-TRB.
           CLOSE FICTRB.
              END-IF
           END-PERFORM.

           PROCURAR-COR.
           PERFORM CARREGAR-TABELA-FORMULAS.
           DISPLAY CLS.
           IF WS-FORM-FICH-CHEIO = 1 THEN
               DISPLAY "AVISO: SO AS PRIMEIRAS 200 FORMULAS "
               & "CARREGADAS" FOREGROUND-COLOR 4 HIGHLIGHT AT 0101
           END-IF.
           DISPLAY "LER DO COLORIMETRO (S/N)? " AT 0201.
           ACCEPT WS-COR-IMPORTA AT 0228.
           IF FUNCTION UPPER-CASE(WS-COR-IMPORTA) = "S" THEN
               PERFORM IMPORTAR-LEITURA-COR
               IF WS-COR-LIDA = 0 THEN
                   DISPLAY "SEM LEITURAS EM COLORIMETRO.TXT"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0301
                   ACCEPT OMITTED AT 0340
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "R MEDIDO: " AT 0301
               ACCEPT WS-COR-TXT AT 0311
               MOVE FUNCTION NUMVAL(WS-COR-TXT) TO WS-COR-R
               DISPLAY "G MEDIDO: " AT 0321
               ACCEPT WS-COR-TXT AT 0331
               MOVE FUNCTION NUMVAL(WS-COR-TXT) TO WS-COR-G
               DISPLAY "B MEDIDO: " AT 0341
               ACCEPT WS-COR-TXT AT 0351
               MOVE FUNCTION NUMVAL(WS-COR-TXT) TO WS-COR-B
           END-IF.
           DISPLAY "LEITURA R/G/B: " AT 0401.
           DISPLAY WS-COR-R AT 0416.
           DISPLAY WS-COR-G AT 0420.
           DISPLAY WS-COR-B AT 0424.
           DISPLAY "TIPO (VAZIO=TODOS): " AT 0501.
           ACCEPT WS-COR-TIPO AT 0521.
           MOVE FUNCTION UPPER-CASE(WS-COR-TIPO) TO WS-COR-TIPO.

           MOVE 0 TO WS-NUM-CAND.
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
              UNTIL WS-FORM-IDX > WS-NUM-FORMULAS
               IF WS-T-SIT(WS-FORM-IDX) = "A"
                   AND FUNCTION TRIM(WS-T-R(WS-FORM-IDX)) NOT = SPACES
                   AND FUNCTION TRIM(WS-T-G(WS-FORM-IDX)) NOT = SPACES
                   AND FUNCTION TRIM(WS-T-B(WS-FORM-IDX)) NOT = SPACES
               THEN
                   IF WS-COR-TIPO = SPACES
                       OR FUNCTION UPPER-CASE(WS-T-TIPO(WS-FORM-IDX))
                          = WS-COR-TIPO THEN
                       PERFORM AVALIAR-CANDIDATO-COR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NUM-CAND = 0 THEN
               DISPLAY "NENHUMA FORMULA ATIVA COM R/G/B PARA COMPARAR"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0701
               ACCEPT OMITTED AT 0750
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "N  CODIGO          FORMULA                   TIPO"
               & "         R    G    B   DESVIO" AT 0701.
           MOVE 8 TO WRK-LINHA.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
              UNTIL WS-CAND-IDX > WS-NUM-CAND
               SET WS-FORM-IDX TO WS-CAND-POS(WS-CAND-IDX)
               DISPLAY WS-CAND-IDX LINE WRK-LINHA COL 1
               DISPLAY WS-T-CODIGO(WS-FORM-IDX)(1:15)
                   LINE WRK-LINHA COL 4
               DISPLAY WS-T-FORMULA(WS-FORM-IDX)(1:25)
                   LINE WRK-LINHA COL 20
               DISPLAY WS-T-TIPO(WS-FORM-IDX) LINE WRK-LINHA COL 46
               DISPLAY WS-T-R(WS-FORM-IDX)(1:4) LINE WRK-LINHA COL 58
               DISPLAY WS-T-G(WS-FORM-IDX)(1:4) LINE WRK-LINHA COL 63
               DISPLAY WS-T-B(WS-FORM-IDX)(1:4) LINE WRK-LINHA COL 68
               MOVE WS-CAND-DIST(WS-CAND-IDX) TO SAIDA-DESVIO
               DISPLAY SAIDA-DESVIO LINE WRK-LINHA COL 72
               ADD 1 TO WRK-LINHA
           END-PERFORM.
           ADD 1 TO WRK-LINHA.
           DISPLAY "FORMULA A PRODUZIR (0=NENHUMA): "
               LINE WRK-LINHA COL 1.
           ACCEPT WS-CAND-ESCOLHA LINE WRK-LINHA COL 34.
           IF WS-CAND-ESCOLHA = 0 OR WS-CAND-ESCOLHA > WS-NUM-CAND
           THEN
               EXIT PARAGRAPH
           END-IF.

      * A FORMULA ESCOLHIDA SEGUE PARA A PRODUCAO COM A LEITURA MEDIDA
           MOVE 1 TO WS-COR-MEDIDA.
           MOVE WS-CAND-DIST(WS-CAND-ESCOLHA) TO WS-COR-DESVIO.
           SET WS-FORM-IDX TO WS-CAND-POS(WS-CAND-ESCOLHA).
           DISPLAY CLS.
           DISPLAY "CODIGO A PRODUZIR: " AT 0201.
           DISPLAY WS-T-CODIGO(WS-FORM-IDX) AT 0221.
           PERFORM PREPARAR-PRODUCAO.

           IMPORTAR-LEITURA-COR.
      * FICA COM A ULTIMA LEITURA DO FICHEIRO EXPORTADO (R;G;B)
           MOVE 0 TO WS-COR-LIDA.
           OPEN INPUT FICCOR.
           MOVE "00" TO FS-COR.
           PERFORM UNTIL FS-COR NOT = "00"
               READ FICCOR
                   AT END MOVE "10" TO FS-COR
                   NOT AT END
                       IF FUNCTION TRIM(LINHA-COR) NOT = SPACES THEN
                           MOVE SPACES TO WS-COR-CAMPO-R WS-COR-CAMPO-G
                               WS-COR-CAMPO-B
                           UNSTRING LINHA-COR DELIMITED BY ";"
                               INTO WS-COR-CAMPO-R WS-COR-CAMPO-G
                                    WS-COR-CAMPO-B
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL(WS-COR-CAMPO-R)
                               TO WS-COR-R
                           MOVE FUNCTION NUMVAL(WS-COR-CAMPO-G)
                               TO WS-COR-G
                           MOVE FUNCTION NUMVAL(WS-COR-CAMPO-B)
                               TO WS-COR-B
                           MOVE 1 TO WS-COR-LIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCOR.

           AVALIAR-CANDIDATO-COR.
      * DISTANCIA EUCLIDIANA NO ESPACO R/G/B; GUARDA AS 10 MAIS PROXIMAS
           COMPUTE WS-COR-DIST ROUNDED = FUNCTION SQRT(
               (FUNCTION NUMVAL(WS-T-R(WS-FORM-IDX)) - WS-COR-R) ** 2
             + (FUNCTION NUMVAL(WS-T-G(WS-FORM-IDX)) - WS-COR-G) ** 2
             + (FUNCTION NUMVAL(WS-T-B(WS-FORM-IDX)) - WS-COR-B) ** 2)
               ON SIZE ERROR
                   MOVE 999,99 TO WS-COR-DIST
           END-COMPUTE.
           IF WS-NUM-CAND < 10 THEN
               ADD 1 TO WS-NUM-CAND
               MOVE WS-NUM-CAND TO WS-CAND-IDX
           ELSE
               IF WS-COR-DIST NOT < WS-CAND-DIST(10) THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 10 TO WS-CAND-IDX
           END-IF.
           SET WS-CAND-POS(WS-CAND-IDX) TO WS-FORM-IDX.
           MOVE WS-COR-DIST TO WS-CAND-DIST(WS-CAND-IDX).
           PERFORM UNTIL WS-CAND-IDX = 1
               OR WS-CAND-DIST(WS-CAND-IDX - 1)
                  NOT > WS-CAND-DIST(WS-CAND-IDX)
               MOVE WS-CAND-ITEM(WS-CAND-IDX - 1) TO WS-CAND-TROCA
               MOVE WS-CAND-ITEM(WS-CAND-IDX)
                   TO WS-CAND-ITEM(WS-CAND-IDX - 1)
               MOVE WS-CAND-TROCA TO WS-CAND-ITEM(WS-CAND-IDX)
               SUBTRACT 1 FROM WS-CAND-IDX
           END-PERFORM.

           REGISTAR-LOTE-PIGMENTO.
           OPEN I-O FICLOT.
           MOVE WS-PIG-REF TO LOT-REF.
           MOVE WS-LOT-NUM TO LOT-NUMERO.
           READ FICLOT
               INVALID KEY
                   MOVE WS-LOT-FORN TO LOT-FORNECEDOR
                   MOVE WS-DATA-HOJE TO LOT-DATA-REC
                   MOVE WS-LOT-VALIDADE TO LOT-VALIDADE
                   MOVE FUNCTION NUMVAL(WS-PIG-QTD-TXT) TO LOT-QTD-REC
                   MOVE LOT-QTD-REC TO LOT-QTD
                   WRITE REG-LOT
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE LOT-QTD-REC = LOT-QTD-REC
                       + FUNCTION NUMVAL(WS-PIG-QTD-TXT)
                   COMPUTE LOT-QTD = LOT-QTD
                       + FUNCTION NUMVAL(WS-PIG-QTD-TXT)
                   REWRITE REG-LOT
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE FICLOT.

           SOMAR-LOTES-VALIDOS.
      * STOCK UTILIZAVEL = LOTES DENTRO DA VALIDADE MAIS O STOCK
      * ANTERIOR AOS LOTES (PIG-QTD ACIMA DO TOTAL EM LOTES)
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-LOT-VALIDO.
           MOVE 0 TO WS-LOT-TOTAL.
           OPEN INPUT FICLOT.
           MOVE WS-LOT-REF-BUSCA TO LOT-REF.
           MOVE LOW-VALUES TO LOT-NUMERO.
           MOVE "00" TO FS-LOT.
           START FICLOT KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY MOVE "10" TO FS-LOT
           END-START.
           PERFORM UNTIL FS-LOT NOT = "00"
               READ FICLOT NEXT RECORD
                   AT END MOVE "10" TO FS-LOT
                   NOT AT END
                       IF LOT-REF NOT = WS-LOT-REF-BUSCA THEN
                           MOVE "10" TO FS-LOT
                       ELSE
                           ADD LOT-QTD TO WS-LOT-TOTAL
                           IF LOT-VALIDADE >= WS-DATA-HOJE THEN
                               ADD LOT-QTD TO WS-LOT-VALIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICLOT.
           MOVE WS-LOT-VALIDO TO WS-PIG-DISPONIVEL.
           IF PIG-QTD > WS-LOT-TOTAL THEN
               COMPUTE WS-PIG-DISPONIVEL = WS-PIG-DISPONIVEL
                   + PIG-QTD - WS-LOT-TOTAL
           END-IF.

           CONSUMIR-LOTES-PIGMENTO.
      * GASTA PRIMEIRO O LOTE QUE EXPIRA PRIMEIRO; OS EXPIRADOS NAO
      * SAO USADOS. O QUE FALTAR SAI DO STOCK ANTERIOR AOS LOTES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-COMP-REF(IND-COMP) TO WS-LOT-REF-BUSCA.
           MOVE WS-ESC-VAL(IND-COMP) TO WS-LOT-FALTA.
           MOVE 1 TO WS-LOT-ACHOU.
           OPEN I-O FICLOT.
           PERFORM UNTIL WS-LOT-FALTA = 0 OR WS-LOT-ACHOU = 0
               PERFORM ESCOLHER-LOTE-FEFO
               IF WS-LOT-ACHOU = 1 THEN
                   MOVE WS-LOT-REF-BUSCA TO LOT-REF
                   MOVE WS-LOT-ESCOLHIDO TO LOT-NUMERO
                   READ FICLOT
                       INVALID KEY
                           MOVE 0 TO WS-LOT-ACHOU
                       NOT INVALID KEY
                           IF LOT-QTD >= WS-LOT-FALTA THEN
                               SUBTRACT WS-LOT-FALTA FROM LOT-QTD
                               MOVE 0 TO WS-LOT-FALTA
                           ELSE
                               SUBTRACT LOT-QTD FROM WS-LOT-FALTA
                               MOVE 0 TO LOT-QTD
                           END-IF
                           REWRITE REG-LOT
                               INVALID KEY CONTINUE
                           END-REWRITE
                           PERFORM GUARDAR-LOTE-USADO
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE FICLOT.

           ESCOLHER-LOTE-FEFO.
           MOVE 0 TO WS-LOT-ACHOU.
           MOVE 99999999 TO WS-LOT-MELHOR-VAL.
           MOVE SPACES TO WS-LOT-ESCOLHIDO.
           MOVE WS-LOT-REF-BUSCA TO LOT-REF.
           MOVE LOW-VALUES TO LOT-NUMERO.
           MOVE "00" TO FS-LOT.
           START FICLOT KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY MOVE "10" TO FS-LOT
           END-START.
           PERFORM UNTIL FS-LOT NOT = "00"
               READ FICLOT NEXT RECORD
                   AT END MOVE "10" TO FS-LOT
                   NOT AT END
                       IF LOT-REF NOT = WS-LOT-REF-BUSCA THEN
                           MOVE "10" TO FS-LOT
                       ELSE
                           IF LOT-QTD > 0
                               AND LOT-VALIDADE >= WS-DATA-HOJE
                               AND (WS-LOT-ACHOU = 0
                                OR LOT-VALIDADE < WS-LOT-MELHOR-VAL)
                           THEN
                               MOVE 1 TO WS-LOT-ACHOU
                               MOVE LOT-VALIDADE TO WS-LOT-MELHOR-VAL
                               MOVE LOT-NUMERO TO WS-LOT-ESCOLHIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           GUARDAR-LOTE-USADO.
           IF WS-LOT-USADOS < 12 THEN
               ADD 1 TO WS-LOT-USADOS
               MOVE LOT-REF TO WS-LOT-USO-REF(WS-LOT-USADOS)
               MOVE LOT-NUMERO TO WS-LOT-USO-NUM(WS-LOT-USADOS)
           END-IF.

           RECOLHA-LOTE.
           DISPLAY "LOTE A RECOLHER: " AT 0401.
           ACCEPT WS-LOT-NUM AT 0419.
           DISPLAY "REF DO PIGMENTO (VAZIO=TODAS): " AT 0501.
           ACCEPT WS-PIG-REF AT 0533.
           IF WS-LOT-NUM = SPACES THEN
               DISPLAY "LOTE INVALIDO" FOREGROUND-COLOR 4 HIGHLIGHT
               AT 0701
               ACCEPT OMITTED AT 0740
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATA     CLIENTE                   TELEFONE  "
               & "MATRIC.  CODIGO" AT 0701.
           MOVE 8 TO WRK-LINHA.
           MOVE 0 TO WS-LOT-TRB-CONT.
           OPEN INPUT FICTRB.
           MOVE "00" TO FS-TRB.
           PERFORM UNTIL FS-TRB NOT = "00"
               READ FICTRB
                   AT END MOVE "10" TO FS-TRB
                   NOT AT END PERFORM VERIFICAR-TRABALHO-LOTE
               END-READ
           END-PERFORM.
           CLOSE FICTRB.
           ADD 1 TO WRK-LINHA.
           DISPLAY "TRABALHOS COM O LOTE: " LINE WRK-LINHA COL 1.
           DISPLAY WS-LOT-TRB-CONT LINE WRK-LINHA COL 23.
           ACCEPT OMITTED LINE WRK-LINHA COL 40.

           VERIFICAR-TRABALHO-LOTE.
           MOVE 0 TO WS-MATCH.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
              UNTIL WS-LOT-IDX > 12 OR WS-MATCH = 1
               IF TRB-LOTE-NUM(WS-LOT-IDX) = WS-LOT-NUM
                   AND (WS-PIG-REF = SPACES
                    OR TRB-LOTE-REF(WS-LOT-IDX) = WS-PIG-REF) THEN
                   MOVE 1 TO WS-MATCH
               END-IF
           END-PERFORM.
           IF WS-MATCH = 1 THEN
               ADD 1 TO WS-LOT-TRB-CONT
               DISPLAY TRB-DATA LINE WRK-LINHA COL 1
               DISPLAY TRB-CLIENTE(1:25) LINE WRK-LINHA COL 10
               DISPLAY TRB-TEL LINE WRK-LINHA COL 36
               DISPLAY TRB-MATRICULA LINE WRK-LINHA COL 46
               DISPLAY TRB-CODIGO(1:20) LINE WRK-LINHA COL 55
               ADD 1 TO WRK-LINHA
           END-IF.

           FICHA-VOC-PIGMENTO.
           DISPLAY "REF DO PIGMENTO/LIGANTE: " AT 0401.
           ACCEPT WS-PIG-REF AT 0427.
           OPEN I-O FICVOC.
           MOVE WS-PIG-REF TO VOC-REF.
           MOVE 1 TO WS-VOC-EXISTE.
           READ FICVOC
               INVALID KEY
                   MOVE 0 TO WS-VOC-EXISTE
                   MOVE WS-PIG-REF TO VOC-REF
                   MOVE 0 TO VOC-TEOR
                   MOVE SPACES TO VOC-PICTOGRAMAS
                   MOVE SPACES TO VOC-FRASES
           END-READ.
           MOVE VOC-TEOR TO SAIDA-VOC.
           DISPLAY "VOC (G/UNIDADE) : " AT 0501.
           DISPLAY SAIDA-VOC AT 0519.
           DISPLAY "NOVO VOC        : " AT 0601.
           ACCEPT WS-PIG-QTD-TXT AT 0619.
           IF FUNCTION TRIM(WS-PIG-QTD-TXT) NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-PIG-QTD-TXT) TO VOC-TEOR
           END-IF.
           DISPLAY "PICTOGRAMAS (EX: GHS02 GHS07): " AT 0701.
           DISPLAY VOC-PICTOGRAMAS AT 0733.
           ACCEPT VOC-PICTOGRAMAS AT 0733.
           DISPLAY "FRASES H/P (EX: H226 P210)  : " AT 0801.
           DISPLAY VOC-FRASES AT 0833.
           ACCEPT VOC-FRASES AT 0833.
           MOVE FUNCTION UPPER-CASE(VOC-PICTOGRAMAS) TO VOC-PICTOGRAMAS.
           MOVE FUNCTION UPPER-CASE(VOC-FRASES) TO VOC-FRASES.
           IF WS-VOC-EXISTE = 1 THEN
               REWRITE REG-VOC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-VOC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE FICVOC.
           DISPLAY "DADOS DE VOC/PERIGO GRAVADOS" AT 1001.
           ACCEPT OMITTED AT 1040.

           CALCULAR-VOC-MISTURA.
      * VOC DA MISTURA = MEDIA PESADA PELAS QUANTIDADES ESCALADAS;
      * OS PERIGOS DA MISTURA SAO A UNIAO DOS DE CADA COMPONENTE
           MOVE 0 TO WS-VOC-MASSA.
           MOVE 0 TO WS-VOC-QTD.
           MOVE 0 TO WS-VOC-MISTURA.
           MOVE 0 TO WS-NUM-PICT.
           MOVE 0 TO WS-NUM-FRASE.
           MOVE SPACES TO WS-VOC-SEM-DADOS.
           OPEN INPUT FICVOC.
           PERFORM VARYING IND-COMP FROM 1 BY 1 UNTIL IND-COMP > 6
               IF FUNCTION TRIM(WS-COMP-REF(IND-COMP)) NOT = SPACES
               THEN
                   ADD WS-ESC-VAL(IND-COMP) TO WS-VOC-QTD
                   MOVE WS-COMP-REF(IND-COMP) TO VOC-REF
                   READ FICVOC
                       INVALID KEY
                           PERFORM ANOTAR-SEM-DADOS-VOC
                       NOT INVALID KEY
                           COMPUTE WS-VOC-MASSA = WS-VOC-MASSA
                               + WS-ESC-VAL(IND-COMP) * VOC-TEOR
                           PERFORM JUNTAR-PICTOGRAMAS
                           PERFORM JUNTAR-FRASES
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE FICVOC.
           IF WS-VOC-QTD > 0 THEN
               COMPUTE WS-VOC-MISTURA ROUNDED =
                   WS-VOC-MASSA / WS-VOC-QTD
           END-IF.

           ANOTAR-SEM-DADOS-VOC.
           MOVE SPACES TO WS-VOC-LINHA.
           STRING FUNCTION TRIM(WS-VOC-SEM-DADOS) " "
               WS-COMP-REF(IND-COMP)
               DELIMITED BY SIZE INTO WS-VOC-LINHA.
           MOVE WS-VOC-LINHA TO WS-VOC-SEM-DADOS.

           JUNTAR-PICTOGRAMAS.
           MOVE SPACES TO WS-TOKENS.
           UNSTRING VOC-PICTOGRAMAS DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                    WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
           END-UNSTRING.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1 UNTIL WS-TOK-IDX > 8
               IF WS-TOK(WS-TOK-IDX) NOT = SPACES THEN
                   MOVE 0 TO WS-MATCH
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                      UNTIL WS-PER-IDX > WS-NUM-PICT OR WS-MATCH = 1
                       IF WS-PICT(WS-PER-IDX) = WS-TOK(WS-TOK-IDX)
                       THEN
                           MOVE 1 TO WS-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-MATCH = 0 AND WS-NUM-PICT < 10 THEN
                       ADD 1 TO WS-NUM-PICT
                       MOVE WS-TOK(WS-TOK-IDX) TO WS-PICT(WS-NUM-PICT)
                   END-IF
               END-IF
           END-PERFORM.

           JUNTAR-FRASES.
           MOVE SPACES TO WS-TOKENS.
           UNSTRING VOC-FRASES DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                    WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
           END-UNSTRING.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1 UNTIL WS-TOK-IDX > 8
               IF WS-TOK(WS-TOK-IDX) NOT = SPACES THEN
                   MOVE 0 TO WS-MATCH
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                      UNTIL WS-PER-IDX > WS-NUM-FRASE OR WS-MATCH = 1
                       IF WS-FRASE(WS-PER-IDX) = WS-TOK(WS-TOK-IDX)
                       THEN
                           MOVE 1 TO WS-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-MATCH = 0 AND WS-NUM-FRASE < 30 THEN
                       ADD 1 TO WS-NUM-FRASE
                       MOVE WS-TOK(WS-TOK-IDX) TO WS-FRASE(WS-NUM-FRASE)
                   END-IF
               END-IF
           END-PERFORM.

           EMITIR-ROTULO-PERIGO.
           MOVE SPACES TO LINHA-TICKET.
           WRITE LINHA-TICKET.
           MOVE WS-VOC-MISTURA TO SAIDA-VOC.
           MOVE SPACES TO LINHA-TICKET.
           STRING "VOC DA MISTURA (G/" WS-T-UNIDADE(WS-FORM-IDX)
               "): " SAIDA-VOC
               DELIMITED BY SIZE INTO LINHA-TICKET.
           WRITE LINHA-TICKET.
           MOVE WS-VOC-MASSA TO SAIDA-VOC-MASSA.
           MOVE SPACES TO LINHA-TICKET.
           STRING "VOC TOTAL DO LOTE (G): " SAIDA-VOC-MASSA
               DELIMITED BY SIZE INTO LINHA-TICKET.
           WRITE LINHA-TICKET.
           IF WS-VOC-SEM-DADOS NOT = SPACES THEN
               MOVE SPACES TO LINHA-TICKET
               STRING "SEM DADOS DE VOC:" WS-VOC-SEM-DADOS
                   DELIMITED BY SIZE INTO LINHA-TICKET
               WRITE LINHA-TICKET
           END-IF.
           MOVE "********** ROTULO DE PERIGO **********"
               TO LINHA-TICKET.
           WRITE LINHA-TICKET.
           MOVE SPACES TO LINHA-TICKET.
           STRING "PRODUTO: " WS-T-CODIGO(WS-FORM-IDX)
               DELIMITED BY SIZE INTO LINHA-TICKET.
           WRITE LINHA-TICKET.
           IF WS-NUM-PICT = 0 AND WS-NUM-FRASE = 0 THEN
               MOVE "SEM CLASSIFICACAO DE PERIGO" TO LINHA-TICKET
               WRITE LINHA-TICKET
           END-IF.
           IF WS-NUM-PICT > 0 THEN
               MOVE SPACES TO LINHA-TICKET
               MOVE 1 TO WS-PONTEIRO
               STRING "PICTOGRAMAS:" DELIMITED BY SIZE
                   INTO LINHA-TICKET WITH POINTER WS-PONTEIRO
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                  UNTIL WS-PER-IDX > WS-NUM-PICT
                   STRING " " WS-PICT(WS-PER-IDX) DELIMITED BY SIZE
                       INTO LINHA-TICKET WITH POINTER WS-PONTEIRO
               END-PERFORM
               WRITE LINHA-TICKET
           END-IF.
           IF WS-NUM-FRASE > 0 THEN
               MOVE SPACES TO LINHA-TICKET
               MOVE 1 TO WS-PONTEIRO
               STRING "FRASES:" DELIMITED BY SIZE
                   INTO LINHA-TICKET WITH POINTER WS-PONTEIRO
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                  UNTIL WS-PER-IDX > WS-NUM-FRASE
                   IF WS-PONTEIRO > 72 THEN
                       WRITE LINHA-TICKET
                       MOVE SPACES TO LINHA-TICKET
                       MOVE 8 TO WS-PONTEIRO
                   END-IF
                   STRING " " WS-FRASE(WS-PER-IDX) DELIMITED BY SIZE
                       INTO LINHA-TICKET WITH POINTER WS-PONTEIRO
               END-PERFORM
               WRITE LINHA-TICKET
           END-IF.
           MOVE "**************************************"
               TO LINHA-TICKET.
           WRITE LINHA-TICKET.

           REGISTAR-VOC-MISTURA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO VML-DATA.
           MOVE WS-T-CODIGO(WS-FORM-IDX) TO VML-CODIGO.
           MOVE WS-T-TIPO(WS-FORM-IDX) TO VML-TIPO.
           MOVE WS-QTD-ALVO TO VML-QTD.
           MOVE WS-T-UNIDADE(WS-FORM-IDX) TO VML-UNIDADE.
           MOVE WS-VOC-MISTURA TO VML-TEOR.
           MOVE WS-VOC-MASSA TO VML-MASSA.
           OPEN EXTEND FICVML.
           WRITE REG-VML.
           CLOSE FICVML.

           CARREGAR-LIMITES-VOC.
      * LIMITES LEGAIS POR CATEGORIA, UMA LINHA "TIPO;LIMITE"
           MOVE 0 TO WS-NUM-LIM.
           OPEN INPUT FICLIM.
           MOVE "00" TO FS-LIM.
           PERFORM UNTIL FS-LIM NOT = "00"
               READ FICLIM
                   AT END MOVE "10" TO FS-LIM
                   NOT AT END
                       IF LINHA-LIM NOT = SPACES AND WS-NUM-LIM < 20
                       THEN
                           ADD 1 TO WS-NUM-LIM
                           MOVE SPACES TO WS-COR-CAMPO-R WS-COR-CAMPO-G
                           UNSTRING LINHA-LIM DELIMITED BY ";"
                               INTO WS-COR-CAMPO-R WS-COR-CAMPO-G
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(WS-COR-CAMPO-R)
                               TO WS-LIM-TIPO(WS-NUM-LIM)
                           MOVE FUNCTION NUMVAL(WS-COR-CAMPO-G)
                               TO WS-LIM-VALOR(WS-NUM-LIM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICLIM.

           RELATORIO-VOC.
           DISPLAY "ANO DO RELATORIO (AAAA): " AT 0401.
           ACCEPT WS-VOC-ANO AT 0426.
           PERFORM CARREGAR-LIMITES-VOC.
           MOVE ZEROS TO WS-VOC-MESES.
           MOVE 0 TO WS-VOC-EXCESSOS.
           OPEN OUTPUT FICRVOC.
           MOVE SPACES TO LINHA-RVOC.
           STRING "RELATORIO DE VOC - OUTRAS TINTAS,LDA - ANO "
               WS-VOC-ANO DELIMITED BY SIZE INTO LINHA-RVOC.
           WRITE LINHA-RVOC.
           MOVE "MISTURAS ACIMA DO LIMITE DA CATEGORIA:" TO LINHA-RVOC.
           WRITE LINHA-RVOC.
           DISPLAY "MISTURAS ACIMA DO LIMITE DA CATEGORIA:" AT 0601.
           DISPLAY "DATA     CODIGO          TIPO         VOC    LIMITE"
               AT 0701.
           MOVE 8 TO WRK-LINHA.
           OPEN INPUT FICVML.
           MOVE "00" TO FS-VML.
           PERFORM UNTIL FS-VML NOT = "00"
               READ FICVML
                   AT END MOVE "10" TO FS-VML
                   NOT AT END
                       IF VML-DATA(1:4) = WS-VOC-ANO THEN
                           PERFORM TRATAR-MISTURA-VOC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICVML.
           IF WS-VOC-EXCESSOS = 0 THEN
               DISPLAY "NENHUMA" LINE WRK-LINHA COL 1
               ADD 1 TO WRK-LINHA
               MOVE "NENHUMA" TO LINHA-RVOC
               WRITE LINHA-RVOC
           END-IF.
           ADD 1 TO WRK-LINHA.
           DISPLAY "VOC LIBERTADO POR MES (G):" LINE WRK-LINHA COL 1.
           ADD 1 TO WRK-LINHA.
           MOVE "VOC LIBERTADO POR MES (G):" TO LINHA-RVOC.
           WRITE LINHA-RVOC.
           MOVE 0 TO WS-VOC-ANUAL.
           PERFORM VARYING WS-VOC-MES-IDX FROM 1 BY 1
              UNTIL WS-VOC-MES-IDX > 12
               ADD WS-VOC-MES(WS-VOC-MES-IDX) TO WS-VOC-ANUAL
               MOVE WS-VOC-MES(WS-VOC-MES-IDX) TO SAIDA-VOC-MASSA
               DISPLAY WS-VOC-MES-IDX LINE WRK-LINHA COL 1
               DISPLAY SAIDA-VOC-MASSA LINE WRK-LINHA COL 5
               ADD 1 TO WRK-LINHA
               MOVE SPACES TO LINHA-RVOC
               STRING "MES " WS-VOC-MES-IDX "  " SAIDA-VOC-MASSA
                   DELIMITED BY SIZE INTO LINHA-RVOC
               WRITE LINHA-RVOC
           END-PERFORM.
           MOVE WS-VOC-ANUAL TO SAIDA-VOC-MASSA.
           DISPLAY "ANO" LINE WRK-LINHA COL 1.
           DISPLAY SAIDA-VOC-MASSA LINE WRK-LINHA COL 5.
           MOVE SPACES TO LINHA-RVOC.
           STRING "TOTAL   " SAIDA-VOC-MASSA
               DELIMITED BY SIZE INTO LINHA-RVOC.
           WRITE LINHA-RVOC.
           CLOSE FICRVOC.
           ADD 2 TO WRK-LINHA.
           DISPLAY "RELATORIO EM RELATORIO_VOC.TXT"
               LINE WRK-LINHA COL 1.
           ACCEPT OMITTED LINE WRK-LINHA COL 40.

           TRATAR-MISTURA-VOC.
           MOVE VML-DATA(5:2) TO WS-VOC-MES-IDX.
           IF WS-VOC-MES-IDX >= 1 AND WS-VOC-MES-IDX <= 12 THEN
               ADD VML-MASSA TO WS-VOC-MES(WS-VOC-MES-IDX)
           END-IF.
           MOVE 0 TO WS-MATCH.
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
              UNTIL WS-LIM-IDX > WS-NUM-LIM OR WS-MATCH = 1
               IF WS-LIM-TIPO(WS-LIM-IDX) =
                  FUNCTION UPPER-CASE(VML-TIPO) THEN
                   MOVE 1 TO WS-MATCH
                   MOVE WS-LIM-VALOR(WS-LIM-IDX) TO WS-VOC-LIMITE
               END-IF
           END-PERFORM.
           IF WS-MATCH = 1 AND VML-TEOR > WS-VOC-LIMITE THEN
               ADD 1 TO WS-VOC-EXCESSOS
               MOVE VML-TEOR TO SAIDA-VOC
               MOVE WS-VOC-LIMITE TO SAIDA-VOC-LIM
               DISPLAY VML-DATA LINE WRK-LINHA COL 1
               DISPLAY VML-CODIGO(1:15) LINE WRK-LINHA COL 10
               DISPLAY VML-TIPO LINE WRK-LINHA COL 26
               DISPLAY SAIDA-VOC LINE WRK-LINHA COL 37
               DISPLAY SAIDA-VOC-LIM LINE WRK-LINHA COL 45
               ADD 1 TO WRK-LINHA
               MOVE SPACES TO LINHA-RVOC
               STRING VML-DATA " " VML-CODIGO(1:15) " " VML-TIPO
                   " " SAIDA-VOC " " SAIDA-VOC-LIM
                   DELIMITED BY SIZE INTO LINHA-RVOC
               WRITE LINHA-RVOC
           END-IF.

           FIM-PROGRAMA.
           STOP RUN.

