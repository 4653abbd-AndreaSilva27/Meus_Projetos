           SELECT OPTIONAL FICCNV ASSIGN "CONVERSAO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNV.
           SELECT OPTIONAL FICFFT ASSIGN "FATFORN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-FFT
           RECORD KEY IS FFT-CHAVE.
           SELECT OPTIONAL FICFFL ASSIGN "FATFLINHA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FFL.
           SELECT FICEXC ASSIGN "EXCECOES_FATURAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXC.
           SELECT OPTIONAL FICEQP ASSIGN "EQUIPAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EQP
           RECORD KEY IS EQP-SERIE.
           SELECT OPTIONAL FICEMV ASSIGN "EQUIPMOV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMV.
           SELECT FICEQF ASSIGN "EQUIP_FORA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EQF.
           SELECT OPTIONAL FICOBF ASSIGN "OBRAFAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-OBF
           RECORD KEY IS OBF-OBRA.
           SELECT OPTIONAL FICFAT ASSIGN "INDEX.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-FAT
           RECORD KEY IS FAT-NUMERO.
           SELECT OPTIONAL FICLIN ASSIGN "LINHAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIN
           RECORD KEY IS LIN-CHAVE.
           SELECT OPTIONAL FICCLI ASSIGN "CLIENTES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI
           RECORD KEY IS CLI-NIF.
           SELECT OPTIONAL FICSER ASSIGN "SERIES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-SER
           RECORD KEY IS SER-CHAVE.
           SELECT OPTIONAL FICASS ASSIGN "ASSINATURAS_DOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASS-CHAVE
           FILE STATUS IS FS-ASS.
           SELECT OPTIONAL FICPER ASSIGN "PERIODOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PER
           RECORD KEY IS PER-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD FICSANCA.
       01 LINHA-DOC                         PIC X(80).
       FD FICINV.
       01 LINHA-INV                         PIC X(80).
       FD FICFFT.
       01 REG-FFT.
           03 FFT-CHAVE.
               05 FFT-FORN                  PIC X(5).
               05 FFT-DOC                   PIC X(10).
           03 FFT-ENC                       PIC X(5).
           03 FFT-DATA                      PIC 9(8).
           03 FFT-TOTAL                     PIC 9(7)V99.
           03 FFT-ESTADO                    PIC X.
           03 FFT-DATA-ESTADO               PIC 9(8).
       FD FICFFL.
       01 REG-FFL.
           03 FFL-FORN                      PIC X(5).
           03 FFL-DOC                       PIC X(10).
           03 FFL-DESC                      PIC X(32).
           03 FFL-QTD                       PIC 9(3).
           03 FFL-PRECO                     PIC 9(4)V99.
       FD FICEXC.
       01 LINHA-EXC                         PIC X(132).
       FD FICEQP.
       01 REG-EQP.
           03 EQP-SERIE                     PIC X(15).
           03 EQP-DESC                      PIC X(30).
           03 EQP-VALOR                     PIC 9(7)V99.
           03 EQP-CUSTO-DIA                 PIC 9(4)V99.
           03 EQP-LOCAL                     PIC X(5).
           03 EQP-CONDICAO                  PIC X.
           03 EQP-SITUACAO                  PIC X.
               88 EQP-DISPONIVEL              VALUE "D".
               88 EQP-FORA                    VALUE "F".
           03 EQP-TRAB                      PIC X(20).
           03 EQP-OBRA                      PIC X(5).
           03 EQP-DATA-SAIDA                PIC 9(8).
       FD FICEMV.
       01 REG-EMV.
           03 EMV-DATA                      PIC 9(8).
           03 EMV-SERIE                     PIC X(15).
           03 EMV-DESC                      PIC X(30).
           03 EMV-TIPO                      PIC X.
           03 EMV-OBRA                      PIC X(5).
           03 EMV-TRAB                      PIC X(20).
           03 EMV-DIAS                      PIC 9(5).
           03 EMV-VALOR                     PIC 9(7)V99.
           03 EMV-CONDICAO                  PIC X.
           03 EMV-OPERADOR                  PIC X(10).
       FD FICEQF.
       01 LINHA-EQF                         PIC X(110).
       FD FICOBF.
       01 REG-OBF.
           03 OBF-OBRA                      PIC X(5).
           03 OBF-NIF                       PIC X(9).
           03 OBF-FATURA                    PIC X(5).
           03 OBF-DATA                      PIC 9(8).
           03 OBF-VALOR                     PIC 9(7)V99.
       FD FICFAT.
       01 REG-FAT.
           03 FAT-NUMERO                    PIC X(5).
           03 FAT-DIA                       PIC X(2).
           03 FAT-MES                       PIC X(2).
           03 FAT-ANO                       PIC X(4).
           03 FAT-PRAZO                     PIC X(2).
               88 FAT-PRAZO-VALIDO            VALUES "00","30","45",
                                                     "60","90".
           03 FAT-VALOR                     PIC 9(5)V99.
           03 FAT-PAGO                      PIC A.
           03 FAT-NIF                       PIC X(9).
           03 FAT-VALOR-PAGO                PIC 9(5)V99.
           03 FAT-DIA-PAG                   PIC X(2).
           03 FAT-MES-PAG                   PIC X(2).
           03 FAT-ANO-PAG                   PIC X(4).
           03 FAT-BASE                      PIC 9(5)V99.
           03 FAT-TAXA                      PIC 9(2).
           03 FAT-IVA                       PIC 9(5)V99.
           03 FAT-NIVEL-AVISO               PIC 9.
           03 FAT-DATA-AVISO                PIC 9(8).
       FD FICLIN.
       01 REG-LIN.
           03 LIN-CHAVE.
               05 LIN-FATURA                PIC X(5).
               05 LIN-SEQ                   PIC 9(2).
           03 LIN-DESC                      PIC X(30).
           03 LIN-QTD                       PIC 9(4).
           03 LIN-PRECO                     PIC 9(5)V99.
           03 LIN-TAXA                      PIC 9(2).
           03 LIN-BASE                      PIC 9(6)V99.
           03 LIN-ARTIGO                    PIC X(6).
       FD FICCLI.
       01 REG-CLI.
           03 CLI-NIF                       PIC X(9).
           03 CLI-NOME                      PIC X(30).
           03 CLI-MORADA                    PIC X(40).
           03 CLI-PRAZO                     PIC X(3).
           03 CLI-LIMITE                    PIC 9(7)V99.
       FD FICSER.
       01 REG-SER.
           03 SER-CHAVE.
               05 SER-TIPO                  PIC X(2).
               05 SER-CODIGO                PIC X(6).
           03 SER-VALIDACAO                 PIC X(8).
           03 SER-ULTIMO                    PIC 9(5).
           03 SER-ULT-HASH                  PIC X(18).
           03 SER-ESTADO                    PIC X.
           03 SER-INICIO                    PIC 9(8).
       FD FICASS.
       01 REG-ASS.
           03 ASS-CHAVE.
               05 ASS-TIPO                  PIC X(2).
               05 ASS-NUMERO                PIC X(5).
           03 ASS-SERIE                     PIC X(6).
           03 ASS-SEQ                       PIC 9(5).
           03 ASS-ATCUD                     PIC X(14).
           03 ASS-DATA                      PIC X(10).
           03 ASS-HASH                      PIC X(18).
           03 ASS-HASH-ANT                  PIC X(18).
       FD FICPER.
       01 REG-PER.
           03 PER-CHAVE.
               05 PER-NEGOCIO               PIC X(10).
               05 PER-ANOMES                PIC 9(6).
           03 PER-ESTADO                    PIC X.
           03 PER-DATA-FECHO                PIC 9(8).
           03 PER-OPER-FECHO                PIC 9(3).
           03 PER-DATA-REAB                 PIC 9(8).
           03 PER-OPER-REAB                 PIC 9(3).

       WORKING-STORAGE SECTION.
       77 FS-SANCA            PIC 9(02).
       77 FS-MOV              PIC 9(02).
       77 WS-OPERADOR         PIC X(10) VALUE SPACES.
       77 WS-DATA-HOJE        PIC 9(8) VALUE 0.
       77 FS-PER              PIC X(02).
       77 WS-PER-NEGOCIO      PIC X(10) VALUE "SANCA".
       77 WS-PER-ANOMES       PIC 9(6) VALUE 0.
       77 WS-PER-FECHADO      PIC X VALUE "N".
           88 PERIODO-FECHADO   VALUE "S".
      * EXECUCAO PELO AGENDADOR: "ROTINA AAAAMMDD" NA LINHA DE COMANDO
       77 WS-LOTE-PARM        PIC X(80) VALUE SPACES.
       77 WS-LOTE-ROTINA      PIC X(15) VALUE SPACES.
       77 WS-LOTE-DATA        PIC X(8) VALUE SPACES.
       77 WS-LOTE-ERRO        PIC 9 VALUE 0.
       77 WS-TIPO-MOV         PIC X VALUE SPACE.
           88 TIPO-MOV-VALIDO   VALUES "E","S","A","e","s","a",
                                       "T","t".
           05 INV-DET-VAR         PIC +ZZ9.
           05 FILLER              PIC X(7) VALUE " VALOR ".
           05 INV-DET-VALOR       PIC +Z(6)9.99.
       77 FS-FFT              PIC 9(02).
       77 FS-FFL              PIC 9(02).
       77 FS-EXC              PIC 9(02).
       77 WS-OPCAO-FFT        PIC 9 VALUE 9.
       77 WS-FFT-FORN         PIC X(5) VALUE SPACES.
       77 WS-FFT-DOC          PIC X(10) VALUE SPACES.
       77 WS-FFT-DATA         PIC 9(8) VALUE 0.
       77 WS-FFT-DESC         PIC X(32) VALUE SPACES.
       77 WS-FFT-PRECO        PIC 9(4)V99 VALUE 0.
       77 WS-FFT-TOTAL        PIC 9(9)V99 VALUE 0.
       77 WS-FFT-NOTA         PIC X(20) VALUE SPACES.
       77 WS-FFT-MOTIVO       PIC X(24) VALUE SPACES.
       77 WS-FFT-OK           PIC 9 VALUE 0.
       77 WS-FFT-FIM          PIC 9 VALUE 0.
       77 WS-FFT-EXC          PIC 9(3) VALUE 0.
       77 WS-FFT-APROV        PIC 9(3) VALUE 0.
       77 WS-FFT-COM-EXC      PIC 9(3) VALUE 0.
       77 WS-FFT-ABERTAS      PIC 9(3) VALUE 0.
       77 WS-TOL-PCT          PIC 9(2)V99 VALUE 0.
       77 WS-TOL-QTD          PIC 9(5)V99 VALUE 0.
       77 WS-TOL-PRECO        PIC 9(6)V99 VALUE 0.
       77 WS-CONF-LIMITE      PIC 9(5) VALUE 0.
       77 QTD-CONF            PIC 9(2) VALUE 0.
       77 IND-CONF            PIC 9(2) VALUE 0.
       77 WS-CONF-POS         PIC 9(2) VALUE 0.
       01 TABELA-CONFERENCIA.
           05 CONF-ITEM OCCURS 50.
               10 CONF-DESC       PIC X(32).
               10 CONF-QTD-ENC    PIC 9(5).
               10 CONF-PRECO-ENC  PIC 9(4)V99.
               10 CONF-QTD-REC    PIC 9(5).
               10 CONF-QTD-FAT    PIC 9(5).
               10 CONF-PRECO-FAT  PIC 9(4)V99.
       01 EXC-DET.
           05 EXC-DET-FORN        PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 EXC-DET-DOC         PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 EXC-DET-DESC        PIC X(32).
           05 FILLER              PIC X(5) VALUE " ENC ".
           05 EXC-DET-ENC         PIC ZZZZ9.
           05 FILLER              PIC X(5) VALUE " REC ".
           05 EXC-DET-REC         PIC ZZZZ9.
           05 FILLER              PIC X(5) VALUE " FAT ".
           05 EXC-DET-FAT         PIC ZZZZ9.
           05 FILLER              PIC X(7) VALUE " P.ENC ".
           05 EXC-DET-PENC        PIC Z,ZZ9.99.
           05 FILLER              PIC X(7) VALUE " P.FAT ".
           05 EXC-DET-PFAT        PIC Z,ZZ9.99.
           05 FILLER              PIC X VALUE SPACE.
           05 EXC-DET-MOTIVO      PIC X(24).
       01 FFT-DET.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FFT-DET-DOC         PIC X(10).
           05 FILLER              PIC X(5) VALUE " ENC ".
           05 FFT-DET-ENC         PIC X(5).
           05 FILLER              PIC X(6) VALUE " DATA ".
           05 FFT-DET-DATA        PIC 9(8).
           05 FILLER              PIC X(7) VALUE " TOTAL ".
           05 FFT-DET-TOTAL       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X VALUE SPACE.
           05 FFT-DET-ESTADO      PIC X(24).
       77 FS-EQP              PIC 9(02).
       77 FS-EMV              PIC 9(02).
       77 FS-EQF              PIC 9(02).
       77 WS-OPCAO-EQP        PIC 9 VALUE 9.
       77 WS-EQP-BUSCA        PIC X(15) VALUE SPACES.
       77 WS-EQP-TRAB         PIC X(20) VALUE SPACES.
       77 WS-EQP-LOCAL        PIC X(5) VALUE SPACES.
       77 WS-EQP-CONDICAO     PIC X VALUE SPACE.
           88 CONDICAO-VALIDA   VALUES "B","D","R","A".
       77 WS-EQP-DIAS         PIC 9(5) VALUE 0.
       77 WS-EQP-LIMITE       PIC 9(5) VALUE 0.
       77 WS-EQP-VALOR        PIC 9(7)V99 VALUE 0.
       77 WS-EQP-TOTAL        PIC 9(9)V99 VALUE 0.
       77 WS-EQP-QTD          PIC 9(4) VALUE 0.
       77 WS-EQP-CONF         PIC X VALUE SPACE.
           88 CONFIRMA-EQP      VALUES "S","s".
       77 WS-EMV-TIPO         PIC X VALUE SPACE.
       77 WS-OBRA-CUSTO       PIC 9(9)V99 VALUE 0.
       77 FS-OBF              PIC 9(02).
       77 FS-FAT              PIC 9(02).
       77 FS-LIN              PIC 9(02).
       77 FS-CLI              PIC 9(02).
       77 FS-SER              PIC 9(02).
       77 FS-ASS              PIC 9(02).
       77 WS-FTO-ESCOLHA      PIC X(5) VALUE SPACES.
       77 WS-FTO-OBRA         PIC X(5) VALUE SPACES.
       77 WS-FTO-CLIENTE      PIC X(30) VALUE SPACES.
       77 WS-FTO-NIF          PIC X(9) VALUE SPACES.
       77 WS-FTO-FATURA       PIC X(5) VALUE SPACES.
       77 WS-FTO-PRAZO        PIC X(3) VALUE SPACES.
       77 WS-FTO-PRAZO-NUM    PIC 9(3) VALUE 0.
       77 WS-FTO-MARGEM       PIC 9(3)V99 VALUE 0.
       77 WS-FTO-TAXA         PIC 9(2) VALUE 23.
           88 TAXA-IVA-VALIDA   VALUES 6,13,23.
       77 WS-FTO-OK           PIC 9 VALUE 0.
       77 WS-FTO-ERRO         PIC X(50) VALUE SPACES.
       77 WS-FTO-BASE         PIC 9(7)V99 VALUE 0.
       77 WS-FTO-IVA          PIC 9(7)V99 VALUE 0.
       77 WS-FTO-TOTAL        PIC 9(7)V99 VALUE 0.
       77 WS-FTO-QTD          PIC 9(3) VALUE 0.
       77 WS-FTO-SEQ          PIC 9(2) VALUE 0.
       77 WS-MAX-FAT          PIC 9(5) VALUE 0.
       77 WS-FAT-EDIT         PIC 9(5) VALUE 0.
       77 WS-SER-ACHOU        PIC 9 VALUE 0.
       77 WS-SER-ATIVA        PIC X(6) VALUE SPACES.
       77 WS-ASS-DATA         PIC X(10) VALUE SPACES.
       77 WS-ASS-SEQ-ED       PIC Z(4)9.
       77 WS-ASS-DOC-ID       PIC X(20) VALUE SPACES.
       77 WS-ASS-ATCUD        PIC X(14) VALUE SPACES.
       77 WS-HASH-TEXTO       PIC X(90) VALUE SPACES.
       77 WS-HASH-K           PIC 9(3) VALUE 0.
       01 WS-HASH-RES.
           05 WS-HASH-A           PIC 9(9).
           05 WS-HASH-B           PIC 9(9).
       01 WS-ASS-VALOR            PIC 9(6)V99 VALUE 0.
       01 WS-ASS-VALOR-R REDEFINES WS-ASS-VALOR.
           05 WS-ASS-VALOR-INT    PIC 9(6).
           05 WS-ASS-VALOR-DEC    PIC 9(2).
       01 WS-ASS-VALOR-ED.
           05 WS-ASS-ED-INT       PIC 9(6).
           05 FILLER              PIC X VALUE ",".
           05 WS-ASS-ED-DEC       PIC 9(2).
       01 TABELA-FATURA-OBRA.
           05 FTO-ITEM OCCURS 50.
               10 FTO-PRECO       PIC 9(5)V99.
               10 FTO-BASE        PIC 9(6)V99.
               10 FTO-IVA         PIC 9(6)V99.
       01 EQD-DET.
           05 EQD-DET-SERIE       PIC X(15).
           05 FILLER              PIC X VALUE SPACE.
           05 EQD-DET-DESC        PIC X(30).
           05 FILLER              PIC X(6) VALUE " DIAS ".
           05 EQD-DET-DIAS        PIC ZZZZ9.
           05 FILLER              PIC X(7) VALUE " VALOR ".
           05 EQD-DET-VALOR       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X VALUE SPACE.
           05 EQD-DET-NOTA        PIC X(10).
       01 EQF-DET.
           05 EQF-DET-SERIE       PIC X(15).
           05 FILLER              PIC X VALUE SPACE.
           05 EQF-DET-DESC        PIC X(30).
           05 FILLER              PIC X(6) VALUE " OBRA ".
           05 EQF-DET-OBRA        PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 EQF-DET-TRAB        PIC X(20).
           05 FILLER              PIC X(7) VALUE " DESDE ".
           05 EQF-DET-DATA        PIC 9(8).
           05 FILLER              PIC X(6) VALUE " DIAS ".
           05 EQF-DET-DIAS        PIC ZZZZ9.
       SCREEN SECTION.
         01 CLS BLANK SCREEN.
         01 LAYOUT.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-LOTE-PARM FROM COMMAND-LINE.
           IF WS-LOTE-PARM NOT = SPACES THEN
               PERFORM EXECUTAR-LOTE
               STOP RUN
           END-IF.
           DISPLAY "OPERADOR:" NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "1-LISTAGEM GERAL DE STOCK".
           DISPLAY "11-GESTAO DE OBRAS".
           DISPLAY "12-CONSUMO POR OBRA".
           DISPLAY "13-CONVERTER HOME.DAT ANTIGO".
           DISPLAY "14-FATURAS DE FORNECEDORES".
           DISPLAY "15-EQUIPAMENTOS E FERRAMENTAS".
           DISPLAY "16-FATURAR MATERIAL DAS OBRAS".
           DISPLAY "OPCAO:" NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = 2 THEN
               PERFORM CONVERTER-HOME
               STOP RUN
           END-IF.
           IF WS-OPCAO = 14 THEN
               PERFORM GESTAO-FATURAS-FORN
               STOP RUN
           END-IF.
           IF WS-OPCAO = 15 THEN
               PERFORM GESTAO-EQUIPAMENTOS
               STOP RUN
           END-IF.
           IF WS-OPCAO = 16 THEN
               PERFORM FATURAR-OBRAS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FILTRO-BAIXO.
           IF WS-OPCAO = 3 THEN
               MOVE "S" TO WS-FILTRO-BAIXO
           ADD 1 TO LINHA.

       NOVO-ATUALIZAR-MATERIAL.
           MOVE "SANCA" TO WS-PER-NEGOCIO.
           COMPUTE WS-PER-ANOMES = WS-DATA-HOJE / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DESCRICAO DO MATERIAL:" NO ADVANCING.
           ACCEPT WS-DESCRICAO-BUSCA.
           OPEN I-O FICSANCA.
           CLOSE FICDOC.

       RECEBER-ENCOMENDA.
           MOVE "SANCA" TO WS-PER-NEGOCIO.
           COMPUTE WS-PER-ANOMES = WS-DATA-HOJE / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DA ENCOMENDA:" NO ADVANCING.
           ACCEPT WS-ENC-BUSCA.
           OPEN I-O FICENC.
           END-READ.

       INVENTARIO-FISICO.
           MOVE "SANCA" TO WS-PER-NEGOCIO.
           COMPUTE WS-PER-ANOMES = WS-DATA-HOJE / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO QTD-INV.
           OPEN INPUT FICSANCA.
           MOVE "00" TO FS-SANCA.
           IF FS-SANCA NOT = "00" THEN
               DISPLAY "HOME.DAT ILEGIVEL (STATUS " FS-SANCA
                   ") - CONVERTA O FICHEIRO (OPCAO 13)"
               MOVE 1 TO WS-LOTE-ERRO
           ELSE
               PERFORM UNTIL FS-SANCA NOT = "00"
                   READ FICSANCA NEXT RECORD
                   DISPLAY "ESTADO   : " OBRA-ESTADO
           END-READ.
           CLOSE FICOBRA.
           OPEN INPUT FICOBF.
           MOVE WS-OBRA-BUSCA TO OBF-OBRA.
           READ FICOBF
               NOT INVALID KEY
                   IF OBF-FATURA NOT = SPACES THEN
                       DISPLAY "FATURADA: FATURA " OBF-FATURA
                           " DE " OBF-DATA
                   END-IF
           END-READ.
           CLOSE FICOBF.

       FECHAR-OBRA.
           DISPLAY "CODIGO DA OBRA:" NO ADVANCING.
       CONSUMO-POR-OBRA.
           DISPLAY "CODIGO DA OBRA:" NO ADVANCING.
           ACCEPT WS-OBRA-BUSCA.
           MOVE 0 TO WS-CONS-QTD-TOT.
           MOVE 0 TO WS-CONS-VAL-TOT.
           PERFORM CARREGAR-CONSUMO-OBRA.

           OPEN OUTPUT FICCONS.
           MOVE SPACES TO LINHA-CONS.
               " VALOR " SAIDA-FINAL
               DELIMITED BY SIZE INTO LINHA-CONS.
           WRITE LINHA-CONS.
           DISPLAY "TOTAL CONSUMIDO: " WS-CONS-QTD-TOT
               " VALOR " SAIDA-FINAL.
           PERFORM CUSTO-EQUIPAMENTO-OBRA.
           CLOSE FICCONS.
           DISPLAY "RELATORIO EM CONSUMO_OBRA.TXT".

       CARREGAR-CONSUMO-OBRA.
           MOVE 0 TO QTD-CONS.
           OPEN INPUT FICMOV.
           IF FS-MOV = "00" THEN
               PERFORM UNTIL FS-MOV NOT = "00"
                   READ FICMOV
                       AT END MOVE "10" TO FS-MOV
                       NOT AT END
                           IF MOV-OBRA = WS-OBRA-BUSCA
                               AND MOV-TIPO = "S" THEN
                               PERFORM ACUMULA-CONSUMO-OBRA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICMOV.

       ACUMULA-CONSUMO-OBRA.
           MOVE 0 TO WS-CONS-POS.
           PERFORM VARYING IND-CONS FROM 1 BY 1
           CLOSE FICSTL.

       TRANSFERIR-ENTRE-LOCAIS.
           MOVE "SANCA" TO WS-PER-NEGOCIO.
           COMPUTE WS-PER-ANOMES = WS-DATA-HOJE / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOCAL DE ORIGEM:" NO ADVANCING.
           ACCEPT WS-LOCAL-MOV.
           DISPLAY "LOCAL DE DESTINO:" NO ADVANCING.
           END-PERFORM.
           CLOSE FICSTL.

       GESTAO-FATURAS-FORN.
           MOVE 9 TO WS-OPCAO-FFT.
           PERFORM UNTIL WS-OPCAO-FFT = 0
               DISPLAY "1-REGISTAR FATURA DE FORNECEDOR"
               DISPLAY "2-CONFERIR FATURAS (ENCOMENDA/RECECAO/FATURA)"
               DISPLAY "3-REGISTAR PAGAMENTO DE FATURA"
               DISPLAY "0-VOLTAR"
               DISPLAY "OPCAO:" NO ADVANCING
               ACCEPT WS-OPCAO-FFT
               EVALUATE WS-OPCAO-FFT
                   WHEN 1 PERFORM REGISTAR-FATURA-FORN
                   WHEN 2 PERFORM CONFERIR-FATURAS
                   WHEN 3 PERFORM PAGAR-FATURA-FORN
               END-EVALUATE
           END-PERFORM.

       REGISTAR-FATURA-FORN.
      * A FATURA E SEMPRE REGISTADA CONTRA UMA ENCOMENDA DO MESMO
      * FORNECEDOR; FICA POR CONFERIR ATE A CONFERENCIA SEGUINTE
           MOVE 0 TO WS-FFT-OK.
           DISPLAY "CODIGO DO FORNECEDOR:" NO ADVANCING.
           ACCEPT WS-FFT-FORN.
           OPEN INPUT FICFORN.
           MOVE WS-FFT-FORN TO FORN-CODIGO.
           READ FICFORN
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE 1 TO WS-FFT-OK
           END-READ.
           CLOSE FICFORN.
           IF WS-FFT-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-FFT-OK.
           DISPLAY "NUMERO DA ENCOMENDA:" NO ADVANCING.
           ACCEPT WS-ENC-BUSCA.
           OPEN INPUT FICENC.
           MOVE WS-ENC-BUSCA TO ENC-NUMERO.
           READ FICENC
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF ENC-FORN NOT = WS-FFT-FORN THEN
                       DISPLAY "A ENCOMENDA E DO FORNECEDOR " ENC-FORN
                   ELSE
                       MOVE 1 TO WS-FFT-OK
                   END-IF
           END-READ.
           CLOSE FICENC.
           IF WS-FFT-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DA FATURA DO FORNECEDOR:" NO ADVANCING.
           ACCEPT WS-FFT-DOC.
           DISPLAY "DATA DA FATURA (AAAAMMDD):" NO ADVANCING.
           ACCEPT WS-FFT-DATA.
           MOVE "SANCA" TO WS-PER-NEGOCIO.
           COMPUTE WS-PER-ANOMES = WS-FFT-DATA / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - DATA NAO ACEITE"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O FICFFT.
           MOVE WS-FFT-FORN TO FFT-FORN.
           MOVE WS-FFT-DOC TO FFT-DOC.
           READ FICFFT
               INVALID KEY
                   PERFORM ENTRAR-LINHAS-FATURA-FORN
                   MOVE WS-FFT-FORN TO FFT-FORN
                   MOVE WS-FFT-DOC TO FFT-DOC
                   MOVE WS-ENC-BUSCA TO FFT-ENC
                   MOVE WS-FFT-DATA TO FFT-DATA
                   MOVE WS-FFT-TOTAL TO FFT-TOTAL
                   MOVE "A" TO FFT-ESTADO
                   MOVE WS-DATA-HOJE TO FFT-DATA-ESTADO
                   WRITE REG-FFT
                   MOVE WS-FFT-TOTAL TO SAIDA-FINAL
                   DISPLAY "FATURA REGISTADA. TOTAL: " SAIDA-FINAL
               NOT INVALID KEY
                   DISPLAY "ESTA FATURA JA FOI REGISTADA"
           END-READ.
           CLOSE FICFFT.

       ENTRAR-LINHAS-FATURA-FORN.
           MOVE 0 TO WS-FFT-TOTAL.
           OPEN EXTEND FICFFL.
           DISPLAY "LINHAS DA ENCOMENDA (QTD 0 = NAO FATURADA):".
           OPEN INPUT FICENCL.
           IF FS-ENCL = "00" THEN
               PERFORM UNTIL FS-ENCL NOT = "00"
                   READ FICENCL
                       AT END MOVE "10" TO FS-ENCL
                       NOT AT END
                           IF ENCL-NUMERO = WS-ENC-BUSCA THEN
                               PERFORM ENTRAR-LINHA-FATURA-ENC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICENCL.
           MOVE 0 TO WS-FFT-FIM.
           PERFORM UNTIL WS-FFT-FIM = 1
               DISPLAY "OUTRO ARTIGO FATURADO (VAZIO=TERMINAR):"
                   NO ADVANCING
               MOVE SPACES TO WS-FFT-DESC
               ACCEPT WS-FFT-DESC
               IF WS-FFT-DESC = SPACES THEN
                   MOVE 1 TO WS-FFT-FIM
               ELSE
                   DISPLAY "  QTD FATURADA:" NO ADVANCING
                   ACCEPT WS-QTD-MOV
                   DISPLAY "  PRECO FATURADO:" NO ADVANCING
                   ACCEPT WS-FFT-PRECO
                   PERFORM GRAVAR-LINHA-FATURA-FORN
               END-IF
           END-PERFORM.
           CLOSE FICFFL.

       ENTRAR-LINHA-FATURA-ENC.
           MOVE ENCL-QTD TO SAIDA.
           MOVE ENCL-PRECO TO SAIDA-PRECO.
           DISPLAY ENCL-DESC " ENCOMENDADO " SAIDA " A " SAIDA-PRECO.
           DISPLAY "  QTD FATURADA:" NO ADVANCING.
           ACCEPT WS-QTD-MOV.
           IF WS-QTD-MOV > 0 THEN
               DISPLAY "  PRECO FATURADO:" NO ADVANCING
               ACCEPT WS-FFT-PRECO
               MOVE ENCL-DESC TO WS-FFT-DESC
               PERFORM GRAVAR-LINHA-FATURA-FORN
           END-IF.

       GRAVAR-LINHA-FATURA-FORN.
           MOVE WS-FFT-FORN TO FFL-FORN.
           MOVE WS-FFT-DOC TO FFL-DOC.
           MOVE WS-FFT-DESC TO FFL-DESC.
           MOVE WS-QTD-MOV TO FFL-QTD.
           MOVE WS-FFT-PRECO TO FFL-PRECO.
           WRITE REG-FFL.
           COMPUTE WS-FFT-TOTAL = WS-FFT-TOTAL
               + WS-QTD-MOV * WS-FFT-PRECO.

       CONFERIR-FATURAS.
      * CONFERENCIA A TRES: QUANTIDADE E PRECO ENCOMENDADOS
      * (ENCLINHA.TXT), QUANTIDADE RECEBIDA (ENTRADAS NO MOVSTOCK.TXT
      * COM A NOTA DA ENCOMENDA) E QUANTIDADE E PRECO FATURADOS
           DISPLAY "TOLERANCIA EM % (QTD E PRECO):" NO ADVANCING.
           ACCEPT WS-TOL-PCT.
           MOVE 0 TO WS-FFT-APROV.
           MOVE 0 TO WS-FFT-COM-EXC.
           OPEN OUTPUT FICEXC.
           MOVE SPACES TO LINHA-EXC.
           STRING "CONFERENCIA DE FATURAS DE FORNECEDOR EM "
               WS-DATA-HOJE " OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE SPACES TO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE "EXCECOES:" TO LINHA-EXC.
           WRITE LINHA-EXC.
           DISPLAY "EXCECOES:".

           OPEN I-O FICFFT.
           MOVE LOW-VALUES TO FFT-CHAVE.
           MOVE "00" TO FS-FFT.
           START FICFFT KEY IS NOT LESS THAN FFT-CHAVE
               INVALID KEY MOVE "10" TO FS-FFT
           END-START.
           PERFORM UNTIL FS-FFT = "10"
               READ FICFFT NEXT RECORD
                   AT END MOVE "10" TO FS-FFT
                   NOT AT END
                       IF FFT-ESTADO = "A" OR FFT-ESTADO = "E" THEN
                           PERFORM CONFERIR-UMA-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICFFT.

           MOVE SPACES TO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE SPACES TO LINHA-EXC.
           STRING "FATURAS APROVADAS PARA PAGAMENTO: " WS-FFT-APROV
               "   COM EXCECOES: " WS-FFT-COM-EXC
               DELIMITED BY SIZE INTO LINHA-EXC.
           WRITE LINHA-EXC.
           DISPLAY LINHA-EXC.
           PERFORM LISTAR-FATURAS-ABERTAS.
           CLOSE FICEXC.
           DISPLAY "RELATORIO EM EXCECOES_FATURAS.TXT".

       CONFERIR-UMA-FATURA.
           MOVE 0 TO QTD-CONF.
           MOVE 0 TO WS-FFT-EXC.
           MOVE FFT-ENC TO WS-ENC-BUSCA.
           PERFORM CARREGAR-ENCOMENDA-CONF.
           PERFORM CARREGAR-RECEBIDO-CONF.
           PERFORM CONFERIR-LINHAS-FATURA.
           PERFORM CONFERIR-QUANTIDADES.
           IF WS-FFT-EXC = 0 THEN
               MOVE "P" TO FFT-ESTADO
               ADD 1 TO WS-FFT-APROV
               DISPLAY "FATURA " FFT-FORN " " FFT-DOC
                   " APROVADA PARA PAGAMENTO"
           ELSE
               MOVE "E" TO FFT-ESTADO
               ADD 1 TO WS-FFT-COM-EXC
               DISPLAY "FATURA " FFT-FORN " " FFT-DOC " COM "
                   WS-FFT-EXC " EXCECAO(OES)"
           END-IF.
           MOVE WS-DATA-HOJE TO FFT-DATA-ESTADO.
           REWRITE REG-FFT.

       CARREGAR-ENCOMENDA-CONF.
           OPEN INPUT FICENCL.
           IF FS-ENCL = "00" THEN
               PERFORM UNTIL FS-ENCL NOT = "00"
                   READ FICENCL
                       AT END MOVE "10" TO FS-ENCL
                       NOT AT END
                           IF ENCL-NUMERO = WS-ENC-BUSCA THEN
                               MOVE ENCL-DESC TO WS-FFT-DESC
                               PERFORM POSICAO-CONFERENCIA
                               IF WS-CONF-POS NOT = 0 THEN
                                   ADD ENCL-QTD
                                       TO CONF-QTD-ENC(WS-CONF-POS)
                                   MOVE ENCL-PRECO
                                       TO CONF-PRECO-ENC(WS-CONF-POS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICENCL.

       CARREGAR-RECEBIDO-CONF.
           MOVE SPACES TO WS-FFT-NOTA.
           STRING "ENCOMENDA " WS-ENC-BUSCA
               DELIMITED BY SIZE INTO WS-FFT-NOTA.
           OPEN INPUT FICMOV.
           IF FS-MOV = "00" THEN
               PERFORM UNTIL FS-MOV NOT = "00"
                   READ FICMOV
                       AT END MOVE "10" TO FS-MOV
                       NOT AT END
                           IF MOV-TIPO = "E"
                               AND MOV-NOTA = WS-FFT-NOTA THEN
                               MOVE MOV-DESCRICAO TO WS-FFT-DESC
                               PERFORM POSICAO-CONFERENCIA
                               MOVE MOV-QTD TO WS-DELTA
                               IF WS-CONF-POS NOT = 0
                                   AND WS-DELTA > 0 THEN
                                   ADD WS-DELTA
                                       TO CONF-QTD-REC(WS-CONF-POS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICMOV.

       CONFERIR-LINHAS-FATURA.
           OPEN INPUT FICFFL.
           IF FS-FFL = "00" THEN
               PERFORM UNTIL FS-FFL NOT = "00"
                   READ FICFFL
                       AT END MOVE "10" TO FS-FFL
                       NOT AT END
                           IF FFL-FORN = FFT-FORN
                               AND FFL-DOC = FFT-DOC THEN
                               PERFORM CONFERIR-LINHA-FATURA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICFFL.

       CONFERIR-LINHA-FATURA.
           MOVE FFL-DESC TO WS-FFT-DESC.
           PERFORM POSICAO-CONFERENCIA.
           IF WS-CONF-POS = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD FFL-QTD TO CONF-QTD-FAT(WS-CONF-POS).
           MOVE FFL-PRECO TO CONF-PRECO-FAT(WS-CONF-POS).
           IF CONF-QTD-ENC(WS-CONF-POS) > 0 THEN
               COMPUTE WS-TOL-PRECO ROUNDED =
                   CONF-PRECO-ENC(WS-CONF-POS)
                   * (100 + WS-TOL-PCT) / 100
               IF FFL-PRECO > WS-TOL-PRECO THEN
                   MOVE "PRECO ACIMA DA ENCOMENDA" TO WS-FFT-MOTIVO
                   PERFORM ESCREVE-EXCECAO
               END-IF
           END-IF.

       CONFERIR-QUANTIDADES.
           PERFORM VARYING IND-CONF FROM 1 BY 1
               UNTIL IND-CONF > QTD-CONF
               MOVE IND-CONF TO WS-CONF-POS
               MOVE SPACES TO WS-FFT-MOTIVO
               IF CONF-QTD-FAT(IND-CONF) > 0 THEN
                   IF CONF-QTD-ENC(IND-CONF) = 0 THEN
                       MOVE "ARTIGO NAO ENCOMENDADO" TO WS-FFT-MOTIVO
                   ELSE
                       IF CONF-QTD-REC(IND-CONF) = 0 THEN
                           MOVE "ARTIGO NAO RECEBIDO" TO WS-FFT-MOTIVO
                       ELSE
                           PERFORM CONFERIR-QTD-FATURADA
                       END-IF
                   END-IF
               END-IF
               IF WS-FFT-MOTIVO NOT = SPACES THEN
                   PERFORM ESCREVE-EXCECAO
               END-IF
           END-PERFORM.

       CONFERIR-QTD-FATURADA.
      * O LIMITE E A MENOR DAS QUANTIDADES ENCOMENDADA E RECEBIDA
           IF CONF-QTD-REC(IND-CONF) < CONF-QTD-ENC(IND-CONF) THEN
               MOVE CONF-QTD-REC(IND-CONF) TO WS-CONF-LIMITE
           ELSE
               MOVE CONF-QTD-ENC(IND-CONF) TO WS-CONF-LIMITE
           END-IF.
           COMPUTE WS-TOL-QTD ROUNDED =
               WS-CONF-LIMITE * (100 + WS-TOL-PCT) / 100.
           IF CONF-QTD-FAT(IND-CONF) > WS-TOL-QTD THEN
               MOVE "QTD FATURADA A MAIS" TO WS-FFT-MOTIVO
           END-IF.

       POSICAO-CONFERENCIA.
           MOVE 0 TO WS-CONF-POS.
           PERFORM VARYING IND-CONF FROM 1 BY 1
               UNTIL IND-CONF > QTD-CONF
               IF CONF-DESC(IND-CONF) = WS-FFT-DESC THEN
                   MOVE IND-CONF TO WS-CONF-POS
               END-IF
           END-PERFORM.
           IF WS-CONF-POS = 0 AND QTD-CONF < 50 THEN
               ADD 1 TO QTD-CONF
               MOVE QTD-CONF TO WS-CONF-POS
               MOVE WS-FFT-DESC TO CONF-DESC(WS-CONF-POS)
               MOVE 0 TO CONF-QTD-ENC(WS-CONF-POS)
               MOVE 0 TO CONF-PRECO-ENC(WS-CONF-POS)
               MOVE 0 TO CONF-QTD-REC(WS-CONF-POS)
               MOVE 0 TO CONF-QTD-FAT(WS-CONF-POS)
               MOVE 0 TO CONF-PRECO-FAT(WS-CONF-POS)
           END-IF.

       ESCREVE-EXCECAO.
           ADD 1 TO WS-FFT-EXC.
           MOVE FFT-FORN TO EXC-DET-FORN.
           MOVE FFT-DOC TO EXC-DET-DOC.
           MOVE CONF-DESC(WS-CONF-POS) TO EXC-DET-DESC.
           MOVE CONF-QTD-ENC(WS-CONF-POS) TO EXC-DET-ENC.
           MOVE CONF-QTD-REC(WS-CONF-POS) TO EXC-DET-REC.
           MOVE CONF-QTD-FAT(WS-CONF-POS) TO EXC-DET-FAT.
           MOVE CONF-PRECO-ENC(WS-CONF-POS) TO EXC-DET-PENC.
           MOVE CONF-PRECO-FAT(WS-CONF-POS) TO EXC-DET-PFAT.
           MOVE WS-FFT-MOTIVO TO EXC-DET-MOTIVO.
           DISPLAY EXC-DET.
           WRITE LINHA-EXC FROM EXC-DET.

       LISTAR-FATURAS-ABERTAS.
           MOVE SPACES TO LINHA-EXC.
           WRITE LINHA-EXC.
           MOVE "FATURAS EM ABERTO POR FORNECEDOR:" TO LINHA-EXC.
           WRITE LINHA-EXC.
           DISPLAY LINHA-EXC.
           OPEN INPUT FICFORN.
           OPEN INPUT FICFFT.
           MOVE LOW-VALUES TO FORN-CODIGO.
           MOVE "00" TO FS-FORN.
           START FICFORN KEY IS NOT LESS THAN FORN-CODIGO
               INVALID KEY MOVE "10" TO FS-FORN
           END-START.
           PERFORM UNTIL FS-FORN = "10"
               READ FICFORN NEXT RECORD
                   AT END MOVE "10" TO FS-FORN
                   NOT AT END PERFORM FATURAS-ABERTAS-FORN
               END-READ
           END-PERFORM.
           CLOSE FICFFT.
           CLOSE FICFORN.

       FATURAS-ABERTAS-FORN.
           MOVE 0 TO WS-FFT-ABERTAS.
           MOVE 0 TO WS-FFT-TOTAL.
           MOVE FORN-CODIGO TO FFT-FORN.
           MOVE LOW-VALUES TO FFT-DOC.
           MOVE "00" TO FS-FFT.
           START FICFFT KEY IS NOT LESS THAN FFT-CHAVE
               INVALID KEY MOVE "10" TO FS-FFT
           END-START.
           PERFORM UNTIL FS-FFT = "10"
               READ FICFFT NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FFT
                   NOT AT END
                       IF FFT-FORN NOT = FORN-CODIGO THEN
                           MOVE "10" TO FS-FFT
                       ELSE
                           IF FFT-ESTADO NOT = "G" THEN
                               PERFORM LINHA-FATURA-ABERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FFT-ABERTAS > 0 THEN
               MOVE WS-FFT-TOTAL TO SAIDA-FINAL
               MOVE SPACES TO LINHA-EXC
               STRING "  TOTAL EM ABERTO " SAIDA-FINAL
                   DELIMITED BY SIZE INTO LINHA-EXC
               WRITE LINHA-EXC
               DISPLAY LINHA-EXC
           END-IF.

       LINHA-FATURA-ABERTA.
           IF WS-FFT-ABERTAS = 0 THEN
               MOVE SPACES TO LINHA-EXC
               STRING "FORNECEDOR " FORN-CODIGO " " FORN-NOME
                   DELIMITED BY SIZE INTO LINHA-EXC
               WRITE LINHA-EXC
               DISPLAY LINHA-EXC
           END-IF.
           ADD 1 TO WS-FFT-ABERTAS.
           ADD FFT-TOTAL TO WS-FFT-TOTAL.
           MOVE FFT-DOC TO FFT-DET-DOC.
           MOVE FFT-ENC TO FFT-DET-ENC.
           MOVE FFT-DATA TO FFT-DET-DATA.
           MOVE FFT-TOTAL TO FFT-DET-TOTAL.
           EVALUATE FFT-ESTADO
               WHEN "A" MOVE "POR CONFERIR" TO FFT-DET-ESTADO
               WHEN "E" MOVE "COM EXCECOES" TO FFT-DET-ESTADO
               WHEN "P" MOVE "APROVADA P/ PAGAMENTO"
                            TO FFT-DET-ESTADO
               WHEN OTHER MOVE FFT-ESTADO TO FFT-DET-ESTADO
           END-EVALUATE.
           WRITE LINHA-EXC FROM FFT-DET.
           DISPLAY FFT-DET.

       PAGAR-FATURA-FORN.
           MOVE "SANCA" TO WS-PER-NEGOCIO.
           COMPUTE WS-PER-ANOMES = WS-DATA-HOJE / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO FORNECEDOR:" NO ADVANCING.
           ACCEPT WS-FFT-FORN.
           DISPLAY "NUMERO DA FATURA DO FORNECEDOR:" NO ADVANCING.
           ACCEPT WS-FFT-DOC.
           OPEN I-O FICFFT.
           MOVE WS-FFT-FORN TO FFT-FORN.
           MOVE WS-FFT-DOC TO FFT-DOC.
           READ FICFFT
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF FFT-ESTADO NOT = "P" THEN
                       DISPLAY "FATURA NAO APROVADA PARA PAGAMENTO"
                   ELSE
                       MOVE "G" TO FFT-ESTADO
                       MOVE WS-DATA-HOJE TO FFT-DATA-ESTADO
                       REWRITE REG-FFT
                       DISPLAY "PAGAMENTO REGISTADO"
                   END-IF
           END-READ.
           CLOSE FICFFT.

       GESTAO-EQUIPAMENTOS.
           MOVE 9 TO WS-OPCAO-EQP.
           PERFORM UNTIL WS-OPCAO-EQP = 0
               DISPLAY "1-REGISTAR EQUIPAMENTO"
               DISPLAY "2-CONSULTAR/ALTERAR EQUIPAMENTO"
               DISPLAY "3-SAIDA PARA OBRA"
               DISPLAY "4-DEVOLUCAO DE EQUIPAMENTO"
               DISPLAY "5-EQUIPAMENTO FORA HA MAIS DE N DIAS"
               DISPLAY "0-VOLTAR"
               DISPLAY "OPCAO:" NO ADVANCING
               ACCEPT WS-OPCAO-EQP
               EVALUATE WS-OPCAO-EQP
                   WHEN 1 PERFORM REGISTAR-EQUIPAMENTO
                   WHEN 2 PERFORM CONSULTAR-EQUIPAMENTO
                   WHEN 3 PERFORM SAIDA-EQUIPAMENTO
                   WHEN 4 PERFORM DEVOLVER-EQUIPAMENTO
                   WHEN 5 PERFORM EQUIPAMENTO-FORA
               END-EVALUATE
           END-PERFORM.

       REGISTAR-EQUIPAMENTO.
           DISPLAY "NUMERO DE SERIE:" NO ADVANCING.
           ACCEPT WS-EQP-BUSCA.
           OPEN I-O FICEQP.
           MOVE WS-EQP-BUSCA TO EQP-SERIE.
           READ FICEQP
               INVALID KEY
                   MOVE WS-EQP-BUSCA TO EQP-SERIE
                   DISPLAY "DESCRICAO:" NO ADVANCING
                   ACCEPT EQP-DESC
                   DISPLAY "VALOR DE COMPRA:" NO ADVANCING
                   ACCEPT EQP-VALOR
                   DISPLAY "CUSTO POR DIA NA OBRA:" NO ADVANCING
                   ACCEPT EQP-CUSTO-DIA
                   DISPLAY "LOCAL:" NO ADVANCING
                   ACCEPT EQP-LOCAL
                   PERFORM PEDIR-CONDICAO-EQP
                   IF CONDICAO-VALIDA THEN
                       MOVE WS-EQP-CONDICAO TO EQP-CONDICAO
                       MOVE "D" TO EQP-SITUACAO
                       MOVE SPACES TO EQP-TRAB
                       MOVE SPACES TO EQP-OBRA
                       MOVE 0 TO EQP-DATA-SAIDA
                       WRITE REG-EQP
                       DISPLAY "EQUIPAMENTO REGISTADO COM SUCESSO"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ESTE EQUIPAMENTO JA EXISTE"
           END-READ.
           CLOSE FICEQP.

       PEDIR-CONDICAO-EQP.
           DISPLAY "CONDICAO (B=BOM D=DANIFICADO R=REPARACAO "
               "A=ABATIDO):" NO ADVANCING.
           ACCEPT WS-EQP-CONDICAO.
           MOVE FUNCTION UPPER-CASE(WS-EQP-CONDICAO)
               TO WS-EQP-CONDICAO.
           IF NOT CONDICAO-VALIDA THEN
               DISPLAY "CONDICAO INVALIDA"
           END-IF.

       CONSULTAR-EQUIPAMENTO.
           DISPLAY "NUMERO DE SERIE:" NO ADVANCING.
           ACCEPT WS-EQP-BUSCA.
           OPEN I-O FICEQP.
           MOVE WS-EQP-BUSCA TO EQP-SERIE.
           READ FICEQP
               INVALID KEY
                   DISPLAY "EQUIPAMENTO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE EQP-VALOR TO SAIDA-FINAL
                   DISPLAY "DESCRICAO : " EQP-DESC
                   DISPLAY "VALOR     : " SAIDA-FINAL
                   MOVE EQP-CUSTO-DIA TO SAIDA-PRECO
                   DISPLAY "CUSTO/DIA : " SAIDA-PRECO
                   DISPLAY "LOCAL     : " EQP-LOCAL
                   DISPLAY "CONDICAO  : " EQP-CONDICAO
                   IF EQP-FORA THEN
                       DISPLAY "NA OBRA " EQP-OBRA " COM " EQP-TRAB
                           " DESDE " EQP-DATA-SAIDA
                   ELSE
                       PERFORM ALTERAR-EQUIPAMENTO
                   END-IF
           END-READ.
           CLOSE FICEQP.

       ALTERAR-EQUIPAMENTO.
           DISPLAY "ALTERAR CONDICAO/LOCAL (S/N)?" NO ADVANCING.
           ACCEPT WS-EQP-CONF.
           IF NOT CONFIRMA-EQP THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOVO LOCAL:" NO ADVANCING.
           ACCEPT EQP-LOCAL.
           PERFORM PEDIR-CONDICAO-EQP.
           IF CONDICAO-VALIDA THEN
               MOVE WS-EQP-CONDICAO TO EQP-CONDICAO
               REWRITE REG-EQP
               DISPLAY "EQUIPAMENTO ALTERADO COM SUCESSO"
           END-IF.

       SAIDA-EQUIPAMENTO.
           DISPLAY "NUMERO DE SERIE:" NO ADVANCING.
           ACCEPT WS-EQP-BUSCA.
           OPEN I-O FICEQP.
           MOVE WS-EQP-BUSCA TO EQP-SERIE.
           READ FICEQP
               INVALID KEY
                   DISPLAY "EQUIPAMENTO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM REGISTAR-SAIDA-EQUIPAMENTO
           END-READ.
           CLOSE FICEQP.

       REGISTAR-SAIDA-EQUIPAMENTO.
           IF EQP-FORA THEN
               DISPLAY "EQUIPAMENTO JA ESTA NA OBRA " EQP-OBRA
               EXIT PARAGRAPH
           END-IF.
           IF EQP-CONDICAO = "R" OR EQP-CONDICAO = "A" THEN
               DISPLAY "EQUIPAMENTO INDISPONIVEL (CONDICAO "
                   EQP-CONDICAO ")"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TRABALHADOR:" NO ADVANCING.
           ACCEPT WS-EQP-TRAB.
           IF WS-EQP-TRAB = SPACES THEN
               DISPLAY "SAIDA EXIGE TRABALHADOR"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-OBRA-SAIDA.
           IF WS-OBRA-OK = 0 THEN
               MOVE SPACES TO WS-OBRA-MOV
               EXIT PARAGRAPH
           END-IF.
           MOVE "F" TO EQP-SITUACAO.
           MOVE WS-EQP-TRAB TO EQP-TRAB.
           MOVE WS-OBRA-MOV TO EQP-OBRA.
           MOVE WS-OBRA-MOV TO EQP-LOCAL.
           MOVE WS-DATA-HOJE TO EQP-DATA-SAIDA.
           REWRITE REG-EQP.
           MOVE "S" TO WS-EMV-TIPO.
           MOVE 0 TO WS-EQP-DIAS.
           MOVE 0 TO WS-EQP-VALOR.
           PERFORM REGISTAR-MOV-EQUIPAMENTO.
           MOVE SPACES TO WS-OBRA-MOV.
           DISPLAY "SAIDA REGISTADA".

       DEVOLVER-EQUIPAMENTO.
           DISPLAY "NUMERO DE SERIE:" NO ADVANCING.
           ACCEPT WS-EQP-BUSCA.
           OPEN I-O FICEQP.
           MOVE WS-EQP-BUSCA TO EQP-SERIE.
           READ FICEQP
               INVALID KEY
                   DISPLAY "EQUIPAMENTO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM REGISTAR-DEVOLUCAO-EQP
           END-READ.
           CLOSE FICEQP.

       REGISTAR-DEVOLUCAO-EQP.
      * O ALUGUER DOS DIAS NA OBRA FICA NO EQUIPMOV.TXT E ENTRA NO
      * CUSTO DA OBRA (CONSUMO-POR-OBRA)
           IF NOT EQP-FORA THEN
               DISPLAY "EQUIPAMENTO NAO ESTA FORA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOCAL DE ARRUMACAO:" NO ADVANCING.
           ACCEPT WS-EQP-LOCAL.
           PERFORM PEDIR-CONDICAO-EQP.
           IF NOT CONDICAO-VALIDA THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM DIAS-EQUIPAMENTO-FORA.
           PERFORM VALOR-ALUGUER-EQUIPAMENTO.
           MOVE WS-EQP-CONDICAO TO EQP-CONDICAO.
           MOVE "D" TO WS-EMV-TIPO.
           PERFORM REGISTAR-MOV-EQUIPAMENTO.
           MOVE WS-EQP-VALOR TO SAIDA-FINAL.
           DISPLAY "DEVOLUCAO REGISTADA: " WS-EQP-DIAS
               " DIA(S) NA OBRA " EQP-OBRA " VALOR " SAIDA-FINAL.
           MOVE "D" TO EQP-SITUACAO.
           MOVE WS-EQP-LOCAL TO EQP-LOCAL.
           MOVE SPACES TO EQP-TRAB.
           MOVE SPACES TO EQP-OBRA.
           MOVE 0 TO EQP-DATA-SAIDA.
           REWRITE REG-EQP.

       REGISTAR-MOV-EQUIPAMENTO.
           OPEN EXTEND FICEMV.
           MOVE WS-DATA-HOJE TO EMV-DATA.
           MOVE EQP-SERIE TO EMV-SERIE.
           MOVE EQP-DESC TO EMV-DESC.
           MOVE WS-EMV-TIPO TO EMV-TIPO.
           MOVE EQP-OBRA TO EMV-OBRA.
           MOVE EQP-TRAB TO EMV-TRAB.
           MOVE WS-EQP-DIAS TO EMV-DIAS.
           MOVE WS-EQP-VALOR TO EMV-VALOR.
           MOVE EQP-CONDICAO TO EMV-CONDICAO.
           MOVE WS-OPERADOR TO EMV-OPERADOR.
           WRITE REG-EMV.
           CLOSE FICEMV.

       DIAS-EQUIPAMENTO-FORA.
           COMPUTE WS-EQP-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(EQP-DATA-SAIDA).

       VALOR-ALUGUER-EQUIPAMENTO.
      * O DIA DA SAIDA CONTA SEMPRE COMO UM DIA DE ALUGUER
           IF WS-EQP-DIAS = 0 THEN
               MOVE 1 TO WS-EQP-DIAS
           END-IF.
           COMPUTE WS-EQP-VALOR = WS-EQP-DIAS * EQP-CUSTO-DIA.

       EQUIPAMENTO-FORA.
           DISPLAY "NUMERO DE DIAS:" NO ADVANCING.
           ACCEPT WS-EQP-LIMITE.
           MOVE 0 TO WS-EQP-QTD.
           MOVE 0 TO WS-EQP-TOTAL.
           OPEN OUTPUT FICEQF.
           MOVE SPACES TO LINHA-EQF.
           STRING "EQUIPAMENTO FORA HA MAIS DE " WS-EQP-LIMITE
               " DIAS EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-EQF.
           WRITE LINHA-EQF.
           MOVE SPACES TO LINHA-EQF.
           WRITE LINHA-EQF.

           OPEN INPUT FICEQP.
           MOVE LOW-VALUES TO EQP-SERIE.
           MOVE "00" TO FS-EQP.
           START FICEQP KEY IS NOT LESS THAN EQP-SERIE
               INVALID KEY MOVE "10" TO FS-EQP
           END-START.
           PERFORM UNTIL FS-EQP = "10"
               READ FICEQP NEXT RECORD
                   AT END MOVE "10" TO FS-EQP
                   NOT AT END
                       IF EQP-FORA THEN
                           PERFORM DIAS-EQUIPAMENTO-FORA
                           IF WS-EQP-DIAS > WS-EQP-LIMITE THEN
                               PERFORM LINHA-EQUIPAMENTO-FORA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICEQP.

           MOVE SPACES TO LINHA-EQF.
           WRITE LINHA-EQF.
           MOVE WS-EQP-TOTAL TO SAIDA-FINAL.
           MOVE SPACES TO LINHA-EQF.
           STRING "EQUIPAMENTOS: " WS-EQP-QTD
               " VALOR DE COMPRA " SAIDA-FINAL
               DELIMITED BY SIZE INTO LINHA-EQF.
           WRITE LINHA-EQF.
           CLOSE FICEQF.
           DISPLAY "EQUIPAMENTOS: " WS-EQP-QTD
               " VALOR DE COMPRA " SAIDA-FINAL.
           DISPLAY "RELATORIO EM EQUIP_FORA.TXT".

       LINHA-EQUIPAMENTO-FORA.
           ADD 1 TO WS-EQP-QTD.
           ADD EQP-VALOR TO WS-EQP-TOTAL.
           MOVE EQP-SERIE TO EQF-DET-SERIE.
           MOVE EQP-DESC TO EQF-DET-DESC.
           MOVE EQP-OBRA TO EQF-DET-OBRA.
           MOVE EQP-TRAB TO EQF-DET-TRAB.
           MOVE EQP-DATA-SAIDA TO EQF-DET-DATA.
           MOVE WS-EQP-DIAS TO EQF-DET-DIAS.
           DISPLAY EQF-DET.
           WRITE LINHA-EQF FROM EQF-DET.

       CUSTO-EQUIPAMENTO-OBRA.
      * ALUGUER DO EQUIPAMENTO JA DEVOLVIDO (EQUIPMOV.TXT) E DO QUE
      * AINDA ESTA NA OBRA, CONTADO ATE HOJE
           MOVE 0 TO WS-EQP-TOTAL.
           MOVE SPACES TO LINHA-CONS.
           WRITE LINHA-CONS.
           MOVE "ALUGUER DE EQUIPAMENTO:" TO LINHA-CONS.
           WRITE LINHA-CONS.
           DISPLAY "ALUGUER DE EQUIPAMENTO:".
           OPEN INPUT FICEMV.
           IF FS-EMV = "00" THEN
               PERFORM UNTIL FS-EMV NOT = "00"
                   READ FICEMV
                       AT END MOVE "10" TO FS-EMV
                       NOT AT END
                           IF EMV-OBRA = WS-OBRA-BUSCA
                               AND EMV-TIPO = "D" THEN
                               MOVE EMV-SERIE TO EQD-DET-SERIE
                               MOVE EMV-DESC TO EQD-DET-DESC
                               MOVE EMV-DIAS TO EQD-DET-DIAS
                               MOVE EMV-VALOR TO WS-EQP-VALOR
                               MOVE "DEVOLVIDO" TO EQD-DET-NOTA
                               PERFORM ESCREVE-CUSTO-EQUIPAMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICEMV.

           OPEN INPUT FICEQP.
           MOVE LOW-VALUES TO EQP-SERIE.
           MOVE "00" TO FS-EQP.
           START FICEQP KEY IS NOT LESS THAN EQP-SERIE
               INVALID KEY MOVE "10" TO FS-EQP
           END-START.
           PERFORM UNTIL FS-EQP = "10"
               READ FICEQP NEXT RECORD
                   AT END MOVE "10" TO FS-EQP
                   NOT AT END
                       IF EQP-FORA AND EQP-OBRA = WS-OBRA-BUSCA THEN
                           PERFORM DIAS-EQUIPAMENTO-FORA
                           PERFORM VALOR-ALUGUER-EQUIPAMENTO
                           MOVE EQP-SERIE TO EQD-DET-SERIE
                           MOVE EQP-DESC TO EQD-DET-DESC
                           MOVE WS-EQP-DIAS TO EQD-DET-DIAS
                           MOVE "EM CURSO" TO EQD-DET-NOTA
                           PERFORM ESCREVE-CUSTO-EQUIPAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICEQP.

           MOVE WS-EQP-TOTAL TO SAIDA-FINAL.
           MOVE SPACES TO LINHA-CONS.
           STRING "TOTAL EQUIPAMENTO: " SAIDA-FINAL
               DELIMITED BY SIZE INTO LINHA-CONS.
           WRITE LINHA-CONS.
           DISPLAY LINHA-CONS.
           COMPUTE WS-OBRA-CUSTO = WS-CONS-VAL-TOT + WS-EQP-TOTAL.
           MOVE WS-OBRA-CUSTO TO SAIDA-FINAL.
           MOVE SPACES TO LINHA-CONS.
           STRING "CUSTO TOTAL DA OBRA: " SAIDA-FINAL
               DELIMITED BY SIZE INTO LINHA-CONS.
           WRITE LINHA-CONS.
           DISPLAY LINHA-CONS.

       ESCREVE-CUSTO-EQUIPAMENTO.
           MOVE WS-EQP-VALOR TO EQD-DET-VALOR.
           ADD WS-EQP-VALOR TO WS-EQP-TOTAL.
           DISPLAY EQD-DET.
           WRITE LINHA-CONS FROM EQD-DET.

       FATURAR-OBRAS.
      * FATURA AO CLIENTE O MATERIAL SAIDO PARA A OBRA (MOVSTOCK.TXT)
      * AO CUSTO MAIS A MARGEM, NUMA FATURA DO SABAO (INDEX.TXT E
      * LINHAS.DAT) NUMERADA E ASSINADA NA SERIE FT ATIVA. A OBRA
      * FICA MARCADA EM OBRAFAT.DAT PARA NAO SER FATURADA DE NOVO.
      * A FATURA FICA NO SABAO, POR ISSO O MES TEM DE ESTAR ABERTO NOS
      * DOIS NEGOCIOS.
           MOVE "SANCA" TO WS-PER-NEGOCIO.
           COMPUTE WS-PER-ANOMES = WS-DATA-HOJE / 100.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO - OPERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE "SABLIMPA" TO WS-PER-NEGOCIO.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF PERIODO-FECHADO THEN
               DISPLAY "PERIODO FECHADO NO SABAO - OPERACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-SERIE-FT-ATIVA.
           IF WS-SER-ACHOU = 0 THEN
               DISPLAY "NAO HA SERIE DE FATURAS ATIVA NO SABAO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DA OBRA (VAZIO=TODAS AS FECHADAS):"
               NO ADVANCING.
           MOVE SPACES TO WS-FTO-ESCOLHA.
           ACCEPT WS-FTO-ESCOLHA.
           DISPLAY "MARGEM SOBRE O CUSTO (%):" NO ADVANCING.
           ACCEPT WS-FTO-MARGEM.
           DISPLAY "TAXA DE IVA (6/13/23):" NO ADVANCING.
           ACCEPT WS-FTO-TAXA.
           IF NOT TAXA-IVA-VALIDA THEN
               DISPLAY "TAXA DE IVA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FTO-QTD.

           IF WS-FTO-ESCOLHA NOT = SPACES THEN
               OPEN INPUT FICOBRA
               MOVE WS-FTO-ESCOLHA TO OBRA-COD
               READ FICOBRA
                   INVALID KEY
                       DISPLAY "OBRA NAO ENCONTRADA"
                       CLOSE FICOBRA
                   NOT INVALID KEY
                       CLOSE FICOBRA
                       MOVE OBRA-COD TO WS-FTO-OBRA
                       MOVE OBRA-CLIENTE TO WS-FTO-CLIENTE
                       PERFORM FATURAR-UMA-OBRA
               END-READ
           ELSE
               OPEN INPUT FICOBRA
               MOVE LOW-VALUES TO OBRA-COD
               MOVE "00" TO FS-OBRA
               START FICOBRA KEY IS NOT LESS THAN OBRA-COD
                   INVALID KEY MOVE "10" TO FS-OBRA
               END-START
               PERFORM UNTIL FS-OBRA = "10"
                   READ FICOBRA NEXT RECORD
                       AT END MOVE "10" TO FS-OBRA
                       NOT AT END
                           IF OBRA-ESTADO = "F" THEN
                               MOVE OBRA-COD TO WS-FTO-OBRA
                               MOVE OBRA-CLIENTE TO WS-FTO-CLIENTE
                               PERFORM FATURAR-UMA-OBRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICOBRA
           END-IF.
           DISPLAY "FATURAS EMITIDAS: " WS-FTO-QTD.

       FATURAR-UMA-OBRA.
           MOVE SPACES TO WS-FTO-NIF.
           MOVE SPACES TO WS-FTO-FATURA.
           OPEN INPUT FICOBF.
           MOVE WS-FTO-OBRA TO OBF-OBRA.
           READ FICOBF
               NOT INVALID KEY
                   MOVE OBF-NIF TO WS-FTO-NIF
                   MOVE OBF-FATURA TO WS-FTO-FATURA
           END-READ.
           CLOSE FICOBF.
           IF WS-FTO-FATURA NOT = SPACES THEN
               IF WS-FTO-ESCOLHA NOT = SPACES THEN
                   DISPLAY "OBRA " WS-FTO-OBRA " JA FATURADA NA FATURA "
                       WS-FTO-FATURA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FTO-OBRA TO WS-OBRA-BUSCA.
           PERFORM CARREGAR-CONSUMO-OBRA.
           IF QTD-CONS = 0 THEN
               DISPLAY "OBRA " WS-FTO-OBRA " SEM MATERIAL A FATURAR"
               EXIT PARAGRAPH
           END-IF.

           IF WS-FTO-NIF = SPACES THEN
               DISPLAY "NIF DO CLIENTE DA OBRA " WS-FTO-OBRA " ("
                   WS-FTO-CLIENTE "):" NO ADVANCING
               ACCEPT WS-FTO-NIF
           END-IF.
           MOVE 0 TO WS-FTO-OK.
           OPEN INPUT FICCLI.
           MOVE WS-FTO-NIF TO CLI-NIF.
           READ FICCLI
               INVALID KEY
                   DISPLAY "CLIENTE " WS-FTO-NIF
                       " NAO REGISTADO NO SABAO - OBRA " WS-FTO-OBRA
                       " NAO FATURADA"
               NOT INVALID KEY
                   MOVE 1 TO WS-FTO-OK
                   MOVE CLI-PRAZO TO WS-FTO-PRAZO
           END-READ.
           CLOSE FICCLI.
           IF WS-FTO-OK = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-FATURA-OBRA.
           IF WS-FTO-ERRO NOT = SPACES THEN
               DISPLAY "OBRA " WS-FTO-OBRA ": " WS-FTO-ERRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM EMITIR-FATURA-OBRA.
           IF WS-FTO-OK = 1 THEN
               PERFORM MARCAR-OBRA-FATURADA
               ADD 1 TO WS-FTO-QTD
               MOVE WS-FTO-TOTAL TO SAIDA-FINAL
               DISPLAY "OBRA " WS-FTO-OBRA " FATURA " WS-FTO-FATURA
                   " ATCUD " WS-ASS-ATCUD " TOTAL " SAIDA-FINAL
           END-IF.

       CALCULAR-FATURA-OBRA.
      * PRECO DE VENDA = CUSTO MEDIO DA SAIDA MAIS A MARGEM
           MOVE SPACES TO WS-FTO-ERRO.
           MOVE 0 TO WS-FTO-BASE.
           MOVE 0 TO WS-FTO-IVA.
           PERFORM VARYING IND-CONS FROM 1 BY 1
               UNTIL IND-CONS > QTD-CONS
               MOVE 0 TO FTO-PRECO(IND-CONS)
               MOVE 0 TO FTO-BASE(IND-CONS)
               MOVE 0 TO FTO-IVA(IND-CONS)
               IF CONS-QTD(IND-CONS) > 9999 THEN
                   MOVE "QUANTIDADE DE MATERIAL ACIMA DE 9999"
                       TO WS-FTO-ERRO
               END-IF
               IF CONS-QTD(IND-CONS) > 0 THEN
                   COMPUTE FTO-PRECO(IND-CONS) ROUNDED =
                       CONS-VALOR(IND-CONS) * (100 + WS-FTO-MARGEM)
                       / 100 / CONS-QTD(IND-CONS)
                   COMPUTE FTO-BASE(IND-CONS) =
                       CONS-QTD(IND-CONS) * FTO-PRECO(IND-CONS)
                   COMPUTE FTO-IVA(IND-CONS) ROUNDED =
                       FTO-BASE(IND-CONS) * WS-FTO-TAXA / 100
                   ADD FTO-BASE(IND-CONS) TO WS-FTO-BASE
                   ADD FTO-IVA(IND-CONS) TO WS-FTO-IVA
               END-IF
           END-PERFORM.
           COMPUTE WS-FTO-TOTAL = WS-FTO-BASE + WS-FTO-IVA.
           IF WS-FTO-TOTAL = 0 THEN
               MOVE "MATERIAL SEM VALOR DE CUSTO" TO WS-FTO-ERRO
           END-IF.
           IF WS-FTO-TOTAL > 99999.99 THEN
               MOVE "VALOR ACIMA DO MAXIMO DE UMA FATURA"
                   TO WS-FTO-ERRO
           END-IF.

       EMITIR-FATURA-OBRA.
      * MESMA NUMERACAO E PRAZO DAS FATURAS EMITIDAS NO SABAO
           MOVE 0 TO WS-FTO-OK.
           OPEN I-O FICFAT.
           MOVE 0 TO WS-MAX-FAT.
           MOVE LOW-VALUES TO FAT-NUMERO.
           MOVE "00" TO FS-FAT.
           START FICFAT KEY IS NOT LESS THAN FAT-NUMERO
               INVALID KEY MOVE "10" TO FS-FAT
           END-START.
           PERFORM UNTIL FS-FAT = "10"
               READ FICFAT NEXT RECORD
                   AT END MOVE "10" TO FS-FAT
                   NOT AT END
                       IF FAT-NUMERO IS NUMERIC
                           AND FUNCTION NUMVAL(FAT-NUMERO)
                           > WS-MAX-FAT THEN
                           MOVE FUNCTION NUMVAL(FAT-NUMERO)
                               TO WS-MAX-FAT
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-MAX-FAT.
           MOVE WS-MAX-FAT TO WS-FAT-EDIT.
           MOVE WS-FAT-EDIT TO FAT-NUMERO.
           MOVE WS-DATA-HOJE(7:2) TO FAT-DIA.
           MOVE WS-DATA-HOJE(5:2) TO FAT-MES.
           MOVE WS-DATA-HOJE(1:4) TO FAT-ANO.
           MOVE "30" TO FAT-PRAZO.
           IF WS-FTO-PRAZO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-FTO-PRAZO) TO WS-FTO-PRAZO-NUM
               IF WS-FTO-PRAZO-NUM < 100 THEN
                   MOVE WS-FTO-PRAZO-NUM(2:2) TO FAT-PRAZO
               END-IF
               IF NOT FAT-PRAZO-VALIDO THEN
                   MOVE "30" TO FAT-PRAZO
               END-IF
           END-IF.
           MOVE WS-FTO-BASE TO FAT-BASE.
           MOVE WS-FTO-IVA TO FAT-IVA.
           MOVE WS-FTO-TOTAL TO FAT-VALOR.
           MOVE WS-FTO-TAXA TO FAT-TAXA.
           MOVE "N" TO FAT-PAGO.
           MOVE WS-FTO-NIF TO FAT-NIF.
           MOVE 0 TO FAT-VALOR-PAGO.
           MOVE SPACES TO FAT-DIA-PAG FAT-MES-PAG FAT-ANO-PAG.
           MOVE 0 TO FAT-NIVEL-AVISO.
           MOVE 0 TO FAT-DATA-AVISO.
           WRITE REG-FAT
               INVALID KEY
                   DISPLAY "FATURA " FAT-NUMERO " JA EXISTE"
               NOT INVALID KEY
                   MOVE 1 TO WS-FTO-OK
                   MOVE FAT-NUMERO TO WS-FTO-FATURA
           END-WRITE.
           IF WS-FTO-OK = 1 THEN
               PERFORM GRAVAR-LINHAS-FATURA-OBRA
               PERFORM ASSINAR-FATURA-OBRA
           END-IF.
           CLOSE FICFAT.

       GRAVAR-LINHAS-FATURA-OBRA.
           MOVE 0 TO WS-FTO-SEQ.
           OPEN I-O FICLIN.
           PERFORM VARYING IND-CONS FROM 1 BY 1
               UNTIL IND-CONS > QTD-CONS
               IF CONS-QTD(IND-CONS) > 0 THEN
                   ADD 1 TO WS-FTO-SEQ
                   MOVE FAT-NUMERO TO LIN-FATURA
                   MOVE WS-FTO-SEQ TO LIN-SEQ
                   MOVE CONS-DESC(IND-CONS) TO LIN-DESC
                   MOVE CONS-QTD(IND-CONS) TO LIN-QTD
                   MOVE FTO-PRECO(IND-CONS) TO LIN-PRECO
                   MOVE WS-FTO-TAXA TO LIN-TAXA
                   MOVE FTO-BASE(IND-CONS) TO LIN-BASE
                   MOVE SPACES TO LIN-ARTIGO
                   WRITE REG-LIN
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE FICLIN.

       MARCAR-OBRA-FATURADA.
           OPEN I-O FICOBF.
           MOVE WS-FTO-OBRA TO OBF-OBRA.
           READ FICOBF
               INVALID KEY
                   MOVE WS-FTO-OBRA TO OBF-OBRA
                   MOVE WS-FTO-NIF TO OBF-NIF
                   MOVE WS-FTO-FATURA TO OBF-FATURA
                   MOVE WS-DATA-HOJE TO OBF-DATA
                   MOVE WS-FTO-TOTAL TO OBF-VALOR
                   WRITE REG-OBF
               NOT INVALID KEY
                   MOVE WS-FTO-NIF TO OBF-NIF
                   MOVE WS-FTO-FATURA TO OBF-FATURA
                   MOVE WS-DATA-HOJE TO OBF-DATA
                   MOVE WS-FTO-TOTAL TO OBF-VALOR
                   REWRITE REG-OBF
           END-READ.
           CLOSE FICOBF.

       OBTER-SERIE-FT-ATIVA.
      * SERIE DE FATURAS ATIVA (SERIES.DAT DO SABAO)
           MOVE 0 TO WS-SER-ACHOU.
           MOVE SPACES TO WS-SER-ATIVA.
           OPEN INPUT FICSER.
           MOVE LOW-VALUES TO SER-CHAVE.
           MOVE "00" TO FS-SER.
           START FICSER KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY MOVE "10" TO FS-SER
           END-START.
           PERFORM UNTIL FS-SER = "10"
               READ FICSER NEXT RECORD
                   AT END
                       MOVE "10" TO FS-SER
                   NOT AT END
                       IF SER-TIPO = "FT"
                           AND SER-ESTADO = "A" THEN
                           MOVE 1 TO WS-SER-ACHOU
                           MOVE SER-CODIGO TO WS-SER-ATIVA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICSER.

       ASSINAR-FATURA-OBRA.
      * NUMERO NA SERIE, ATCUD E HASH ENCADEADO, CALCULADOS COMO NO
      * SABAO PARA A VERIFICACAO DAS ASSINATURAS CONTINUAR VALIDA
           MOVE SPACES TO WS-ASS-ATCUD.
           OPEN I-O FICSER.
           MOVE "FT" TO SER-TIPO.
           MOVE WS-SER-ATIVA TO SER-CODIGO.
           READ FICSER
               INVALID KEY
                   DISPLAY "SERIE " WS-SER-ATIVA " NAO ENCONTRADA"
                   CLOSE FICSER
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO SER-ULTIMO.
           OPEN I-O FICASS.
           MOVE "FT" TO ASS-TIPO.
           MOVE FAT-NUMERO TO ASS-NUMERO.
           MOVE SER-CODIGO TO ASS-SERIE.
           MOVE SER-ULTIMO TO ASS-SEQ.
           MOVE SPACES TO WS-ASS-DATA.
           STRING FAT-ANO "-" FAT-MES "-" FAT-DIA
               DELIMITED BY SIZE INTO WS-ASS-DATA.
           MOVE WS-ASS-DATA TO ASS-DATA.
           MOVE SER-ULTIMO TO WS-ASS-SEQ-ED.
           MOVE SPACES TO ASS-ATCUD.
           STRING SER-VALIDACAO DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ASS-SEQ-ED) DELIMITED BY SIZE
               INTO ASS-ATCUD.
           MOVE SER-ULT-HASH TO ASS-HASH-ANT.
           MOVE SPACES TO WS-ASS-DOC-ID.
           STRING ASS-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASS-SERIE DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               ASS-SEQ DELIMITED BY SIZE
               INTO WS-ASS-DOC-ID.
           PERFORM CALCULAR-HASH-FATURA.
           MOVE WS-HASH-RES TO ASS-HASH.
           WRITE REG-ASS
               INVALID KEY
                   DISPLAY "FATURA " FAT-NUMERO " JA ASSINADA"
                   CLOSE FICASS
                   CLOSE FICSER
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE ASS-ATCUD TO WS-ASS-ATCUD.
           MOVE WS-HASH-RES TO SER-ULT-HASH.
           REWRITE REG-SER.
           CLOSE FICASS.
           CLOSE FICSER.

       CALCULAR-HASH-FATURA.
      * DATA;DOCUMENTO;NIF;VALOR;HASH ANTERIOR, COM O VALOR ESCRITO
      * COM VIRGULA DECIMAL COMO NO SABAO
           MOVE FAT-VALOR TO WS-ASS-VALOR.
           MOVE WS-ASS-VALOR-INT TO WS-ASS-ED-INT.
           MOVE WS-ASS-VALOR-DEC TO WS-ASS-ED-DEC.
           MOVE SPACES TO WS-HASH-TEXTO.
           STRING WS-ASS-DATA ";" WS-ASS-DOC-ID ";" FAT-NIF ";"
               WS-ASS-VALOR-ED ";" ASS-HASH-ANT
               DELIMITED BY SIZE INTO WS-HASH-TEXTO.
           MOVE 7 TO WS-HASH-A.
           MOVE 11 TO WS-HASH-B.
           PERFORM VARYING WS-HASH-K FROM 1 BY 1 UNTIL WS-HASH-K > 90
               COMPUTE WS-HASH-A = FUNCTION MOD(WS-HASH-A * 131
                   + FUNCTION ORD(WS-HASH-TEXTO(WS-HASH-K:1)),
                   999999937)
               COMPUTE WS-HASH-B = FUNCTION MOD(WS-HASH-B * 257
                   + FUNCTION ORD(WS-HASH-TEXTO(WS-HASH-K:1)),
                   999999929)
           END-PERFORM.

       VERIFICAR-PERIODO-FECHADO.
      * UM MES FECHADO PELA CONTABILIDADE EM PERIODOS.DAT NAO ACEITA
      * MOVIMENTOS NEM DOCUMENTOS COM DATA DENTRO DELE
           MOVE "N" TO WS-PER-FECHADO.
           MOVE WS-PER-NEGOCIO TO PER-NEGOCIO.
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

       EXECUTAR-LOTE.
      * VALORIZACAO MENSAL SEM OPERADOR, COM A DATA DE NEGOCIO DADA
      * PELO AGENDADOR. O CODIGO DE RETORNO 8 ASSINALA FALHA
           MOVE 0 TO WS-LOTE-ERRO.
           MOVE SPACES TO WS-LOTE-ROTINA WS-LOTE-DATA.
           UNSTRING WS-LOTE-PARM DELIMITED BY ALL SPACE
               INTO WS-LOTE-ROTINA WS-LOTE-DATA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-LOTE-ROTINA) TO WS-LOTE-ROTINA.
           IF WS-LOTE-DATA IS NUMERIC THEN
               MOVE WS-LOTE-DATA TO WS-DATA-HOJE
           END-IF.
           MOVE "AGENDADOR" TO WS-OPERADOR.
           EVALUATE WS-LOTE-ROTINA
               WHEN "VALORIZACAO"
                   PERFORM VALORIZACAO-MENSAL
               WHEN OTHER
                   DISPLAY "ROTINA DE LOTE DESCONHECIDA: "
                       WS-LOTE-ROTINA
                   MOVE 1 TO WS-LOTE-ERRO
           END-EVALUATE.
           IF WS-LOTE-ERRO = 1 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM sanca.
