           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI
           RECORD KEY IS FS-NIF
           ALTERNATE RECORD KEY IS FS-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-EMAIL WITH DUPLICATES.

           SELECT OPTIONAL FICASS ASSIGN TO "ASSINATURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-ASS
           RECORD KEY IS FS-CODASS.

           SELECT OPTIONAL FICTEM ASSIGN TO "TEMAS.DAT"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           RECORD KEY IS FS-CODLIVRO
           ALTERNATE RECORD KEY IS FS-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-TITULO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-AUTOR-PRINCIPAL WITH DUPLICATES.

           SELECT OPTIONAL FICALU ASSIGN TO "ALUGUERES.DAT"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BCK.

           SELECT OPTIONAL FICEDM ASSIGN TO "ENTREGAS_DOMICILIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-EDM
           RECORD KEY IS FS-CODEDM
           ALTERNATE RECORD KEY IS FS-EDM-NIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-EDM-CODALUGUER WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD FICCTL.
           05 FS-QUOTA-ANO        PIC 9(04).
           05 FS-QUOTA-PAGA       PIC X(01).
           05 FS-NIF-RESPONSAVEL  PIC 9(09).
           05 FS-PIN-HASH         PIC 9(10).
           05 FS-PIN-TENTATIVAS   PIC 9(01).

       FD FICASS.
       01 REGISTO-ASS.
           05 FS-CODASS           PIC 9(04).
           05 FS-ASS-TITULO       PIC X(40).
           05 FS-ASS-FORNECEDOR   PIC X(30).
           05 FS-ASS-PERIODICIDADE PIC X(01).
           05 FS-ASS-DATA-INICIO  PIC 9(08).
           05 FS-ASS-DATA-FIM     PIC 9(08).
           05 FS-ASS-PRECO        PIC 9(05)V99.
           05 FS-ASS-PRAZO        PIC 9(03).
           05 FS-ASS-CODLIVRO     PIC 9(04).
           05 FS-ASS-ESTADO       PIC X(10).

       FD FICTEM.
       01 REGISTO-T.
           05 FS-CODLIVRO         PIC 9(04).
           05 FS-TITULO           PIC X(60).
           05 FS-CODTEMA1         PIC 9(02) OCCURS 3 TIMES.
           05 FS-AUTORES-LIVRO.
              10 FS-CODAUTOR1     PIC 9(03) OCCURS 3 TIMES.
           05 FS-AUTORES-LIVRO-R REDEFINES FS-AUTORES-LIVRO.
              10 FS-AUTOR-PRINCIPAL PIC X(03).
              10 FILLER           PIC X(06).
           05 FS-NUM-EXEMPLARES   PIC 9(03).
           05 FS-EXEMPLARES-DISP  PIC 9(03).
           05 FS-NUM-ALUGUERES-L  PIC 9(05).
       01 REGISTO-BCK.
           05 FS-BCK-LINHA        PIC X(250) VALUES SPACES.

       FD FICEDM.
       01 REGISTO-EDM.
           05 FS-CODEDM           PIC 9(06).
           05 FS-EDM-NIF          PIC 9(09).
           05 FS-EDM-CODLIVRO     PIC 9(04).
           05 FS-EDM-DATA-ESC     PIC 9(08).
           05 FS-EDM-ESTADO       PIC X(10).
           05 FS-EDM-CODALUGUER   PIC 9(05).
           05 FS-EDM-DATA-ENT     PIC 9(08).
           05 FS-EDM-CODVOL       PIC 9(03).
           05 FS-EDM-DATA-REC     PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-CTL                 PIC 9(02) VALUES 0.
       77 FS-EST                 PIC 9(02) VALUES 0.
       77 FS-PAR                 PIC 9(02) VALUES 0.
       77 FS-CLI                 PIC 9(02) VALUES 0.
       77 FS-TEM                 PIC 9(02) VALUES 0.
       77 FS-ASS                 PIC 9(02) VALUES 0.
       77 WS-LOTE-PARM           PIC X(80) VALUES SPACES.
       77 FS-LIV                 PIC 9(02) VALUES 0.
       77 FS-ALU                 PIC 9(02) VALUES 0.
       77 FS-MUL                 PIC 9(02) VALUES 0.
       77 FS-FEC                 PIC 9(02) VALUES 0.
       77 FS-NOT                 PIC 9(02) VALUES 0.
       77 FS-BCK                 PIC 9(02) VALUES 0.
       77 FS-EDM                 PIC 9(02) VALUES 0.

       01 DATA-SISTEMA.
           05 WRK-ANO            PIC 9(4).
       77 WS-PAR-F4              PIC X(10) VALUES SPACES.
       77 WS-VALOR-MULTA-DIA     PIC 9(03)V99 VALUES 0.50.
       77 WS-PRAZO-PADRAO        PIC 9(03) VALUES 15.
       77 WS-PRAZO-DOMICILIO     PIC 9(03) VALUES 42.
       77 WS-DOM-ALUGUER         PIC 9(01) VALUES 0.
       77 WS-DOM-CODALU          PIC 9(05) VALUES 0.
       77 WS-PRAZO-ALUGUER       PIC 9(03) VALUES 0.
       77 WS-CODTEMA-LIVRO       PIC 9(02) VALUES 0.

               MOVE FUNCTION NUMVAL(WS-CTL-DATA-X(7:4)) TO WRK-ANO
           END-IF.

      * CHAMADO PELO AGENDADOR, A DATA DE NEGOCIO AAAAMMDD VEM NA
      * LINHA DE COMANDO E PREVALECE SOBRE AS ANTERIORES
           ACCEPT WS-LOTE-PARM FROM COMMAND-LINE.
           IF WS-LOTE-PARM(1:8) IS NUMERIC THEN
               MOVE WS-LOTE-PARM(1:8) TO DATA-SISTEMA
           END-IF.

           COMPUTE WS-DATA-HOJE-NUM = WRK-ANO * 10000 + WRK-MES * 100
               + WRK-DIA.
           COMPUTE WS-INT-DATA-HOJE =
               MOVE "RECUSADO" TO WS-PASSO-ESTADO
               MOVE "ARRANQUE" TO WS-PASSO-NOME
               PERFORM ESCREVE-LOG-PASSO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               CLOSE FICTEM
           END-IF.

      * NUMEROS DE PERIODICOS SEGUEM O PRAZO DA PROPRIA ASSINATURA
           OPEN INPUT FICASS.
           IF FS-ASS = 00 THEN
               PERFORM UNTIL FS-ASS NOT = 00
                   READ FICASS NEXT RECORD
                       AT END
                           MOVE 10 TO FS-ASS
                       NOT AT END
                           IF (FS-ASS-CODLIVRO = FS-CODLIVRO1) AND
                              (FS-ASS-PRAZO NOT = 0) THEN
                               MOVE FS-ASS-PRAZO TO WS-PRAZO-ALUGUER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICASS.

      * ALUGUERES DA RONDA AO DOMICILIO TEM PRAZO PROPRIO
           PERFORM VERIFICA-ALUGUER-DOMICILIO.
           IF WS-DOM-ALUGUER = 1 THEN
               MOVE WS-PRAZO-DOMICILIO TO WS-PRAZO-ALUGUER
           END-IF.

       VERIFICA-ALUGUER-DOMICILIO.
           MOVE 0 TO WS-DOM-ALUGUER.
           MOVE FS-CODALUGUER TO WS-DOM-CODALU.
           IF WS-DOM-CODALU NOT = 0 THEN
               OPEN INPUT FICEDM
               IF FS-EDM = 00 THEN
                   MOVE WS-DOM-CODALU TO FS-EDM-CODALUGUER
                   START FICEDM KEY = FS-EDM-CODALUGUER
                       INVALID KEY
                           MOVE 10 TO FS-EDM
                   END-START
                   PERFORM UNTIL FS-EDM NOT = 00
                       READ FICEDM NEXT RECORD
                           AT END
                               MOVE 10 TO FS-EDM
                           NOT AT END
                               IF FS-EDM-CODALUGUER NOT = WS-DOM-CODALU
                                   MOVE 10 TO FS-EDM
                               ELSE
                                   IF (FS-EDM-NIF = FS-NIF1) AND
                                      (FS-EDM-CODLIVRO = FS-CODLIVRO1)
                                      AND (FS-EDM-ESTADO = "ENTREGUE" OR
                                      FS-EDM-ESTADO = "RECOLHIDO") THEN
                                       MOVE 1 TO WS-DOM-ALUGUER
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FICEDM
           END-IF.

       DIA-FECHADO.
           MOVE 0 TO WS-DIA-FECHADO-FLAG.
           IF FUNCTION MOD(WS-INT-DIA-TESTE, 7) = 0 THEN
