      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quiosque de self-service do socio da biblioteca. O
      *          socio identifica-se com o NIF e o PIN pessoal e
      *          consulta os emprestimos, multas e reservas, renova
      *          emprestimos e faz reservas com as mesmas regras do
      *          balcao, sem login de funcionario
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. quiosque.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICCTL ASSIGN TO "QUIOSQUE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.

           SELECT OPTIONAL FICPAR ASSIGN TO "PARAMETROS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAR.

           SELECT OPTIONAL FICCLI ASSIGN TO "USUARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CLI
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           RECORD KEY IS FS-NIF
           ALTERNATE RECORD KEY IS FS-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-EMAIL WITH DUPLICATES.

           SELECT OPTIONAL FICTEM ASSIGN TO "TEMAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-TEM
           RECORD KEY IS FS-CODTEMA.

           SELECT OPTIONAL FICLIV ASSIGN TO "LIVROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-LIV
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           RECORD KEY IS FS-CODLIVRO
           ALTERNATE RECORD KEY IS FS-ISBN WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-TITULO WITH DUPLICATES
           ALTERNATE RECORD KEY IS FS-AUTOR-PRINCIPAL WITH DUPLICATES.

           SELECT OPTIONAL FICALU ASSIGN TO "ALUGUERES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-ALU
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           RECORD KEY IS FS-CODALUGUER.

           SELECT OPTIONAL FICRES ASSIGN TO "RESERVAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-RES
           RECORD KEY IS FS-CODRESERVA.

           SELECT OPTIONAL FICMUL ASSIGN TO "MULTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MUL
           RECORD KEY IS FS-NIF-MUL.

           SELECT OPTIONAL FICCAL ASSIGN TO "CALENDARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CAL
           RECORD KEY IS FS-DATA-FECHADA.

           SELECT OPTIONAL FICASS ASSIGN TO "ASSINATURAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-ASS
           RECORD KEY IS FS-CODASS.

           SELECT OPTIONAL FICAUD ASSIGN TO "AUDITORIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.

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
       01 REGISTO-CTL.
           05 FS-CTL-LINHA        PIC X(80).

       FD FICPAR.
       01 REGISTO-PAR.
           05 FS-PAR-LINHA        PIC X(80) VALUES SPACES.

       FD FICCLI.
       01 REGISTO-C.
           05 FS-NIF              PIC 9(09).
           05 FS-NOME             PIC A(30).
           05 FS-DATA-ADM.
              10 FS-DATA-DIA      PIC 9(2).
              10 FS-DATA-MES      PIC 9(2).
              10 FS-DATA-ANO      PIC 9(4).
           05 FS-EMAIL            PIC X(50).
           05 FS-NUM-ALUGUERES-C  PIC 9(05).
           05 FS-ANONIMIZADO      PIC X(01).
           05 FS-TIPO-SOCIO       PIC X(01).
           05 FS-QUOTA-ANO        PIC 9(04).
           05 FS-QUOTA-PAGA       PIC X(01).
           05 FS-NIF-RESPONSAVEL  PIC 9(09).
           05 FS-PIN-HASH         PIC 9(10).
           05 FS-PIN-TENTATIVAS   PIC 9(01).

       FD FICTEM.
       01 REGISTO-T.
           05 FS-CODTEMA          PIC 9(02).
           05 FS-TEMA             PIC X(25).
           05 FS-PRAZO-TEMA       PIC 9(03).
           05 FS-TEMA-ADULTO      PIC X(01).

       FD FICLIV.
       01 REGISTO-L.
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
           05 FS-PRECO-REPOSICAO  PIC 9(03)V99.
           05 FS-LOCALIZACAO      PIC X(06).
           05 FS-ISBN             PIC X(13).
           05 FS-FIL-EXEMPLARES OCCURS 5 TIMES.
               10 FS-FIL-NUM      PIC 9(03).
               10 FS-FIL-DISP     PIC 9(03).

       FD FICALU.
       01 REGISTO-AL.
           05 FS-CODALUGUER       PIC 9(05).
           05 FS-DATA-ALU.
             10 FS-DATA-DIA1      PIC 9(2).
             10 FS-DATA-MES1      PIC 9(2).
             10 FS-DATA-ANO1      PIC 9(4).
           05 FS-DATA-ENT.
             10 FS-DATA-DIA2      PIC 9(2).
             10 FS-DATA-MES2      PIC 9(2).
             10 FS-DATA-ANO2      PIC 9(4).
           05 FS-CODLIVRO1        PIC 9(04).
           05 FS-NIF1             PIC 9(09).
           05 FS-SITUACAO         PIC X(10).
           05 FS-DIAS-ATRASO      PIC 9(04).
           05 FS-VALOR-MULTA      PIC 9(05)V99.
           05 FS-NUM-RENOVACOES   PIC 9(02).
           05 FS-DATA-AVISO       PIC 9(08).
           05 FS-NUM-AVISOS       PIC 9(02).
           05 FS-VALOR-REPOSICAO  PIC 9(05)V99.
           05 FS-CODFILIAL1       PIC 9(02).

       FD FICRES.
       01 REGISTO-R.
           05 FS-CODRESERVA       PIC 9(05).
           05 FS-CODLIVRO2        PIC 9(04).
           05 FS-NIF2             PIC 9(09).
           05 FS-DATA-RES.
             10 FS-DATA-DIA3      PIC 9(2).
             10 FS-DATA-MES3      PIC 9(2).
             10 FS-DATA-ANO3      PIC 9(4).
           05 FS-SITUACAO-RES     PIC X(10).
           05 FS-CODFILIAL2       PIC 9(02).
           05 FS-DATA-PRONTA      PIC 9(08).

       FD FICMUL.
       01 REGISTO-M.
           05 FS-NIF-MUL          PIC 9(09).
           05 FS-MUL-ACUMULADO    PIC 9(07)V99.
           05 FS-MUL-PAGO         PIC 9(07)V99.
           05 FS-MUL-DATA-ULT-PAG PIC 9(08).
           05 FS-MUL-PAGO-DIA     PIC 9(05)V99.

       FD FICCAL.
       01 REGISTO-CAL.
           05 FS-DATA-FECHADA     PIC 9(08).
           05 FS-DESC-FECHO       PIC X(30).

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

       FD FICAUD.
       01 REGISTO-AUD.
           05 FS-AUD-LINHA        PIC X(120) VALUES SPACES.
       01 REGISTO-AUD-EST.
           05 FS-AUD-DATA-REG     PIC X(10).
           05 FILLER              PIC X(01).
           05 FS-AUD-HORA-REG     PIC X(08).
           05 FILLER              PIC X(01).
           05 FS-AUD-FUNC-REG     PIC 9(03).
           05 FILLER              PIC X(01).
           05 FS-AUD-ACAO-REG     PIC X(30).
           05 FILLER              PIC X(01).
           05 FS-AUD-ENT-REG      PIC X(12).
           05 FILLER              PIC X(01).
           05 FS-AUD-CHAVE-REG    PIC X(12).
           05 FILLER              PIC X(40).

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
       77 FS-PAR                 PIC 9(02) VALUES 0.
       77 FS-CLI                 PIC 9(02) VALUES 0.
       77 FS-TEM                 PIC 9(02) VALUES 0.
       77 FS-LIV                 PIC 9(02) VALUES 0.
       77 FS-ALU                 PIC 9(02) VALUES 0.
       77 FS-RES                 PIC 9(02) VALUES 0.
       77 FS-MUL                 PIC 9(02) VALUES 0.
       77 FS-CAL                 PIC 9(02) VALUES 0.
       77 FS-ASS                 PIC 9(02) VALUES 0.
       77 FS-AUD                 PIC 9(02) VALUES 0.
       77 FS-EDM                 PIC 9(02) VALUES 0.

       01 DATA-SISTEMA.
           05 WRK-ANO            PIC 9(4).
           05 WRK-MES            PIC 9(2).
           05 WRK-DIA            PIC 9(2).

       77 WS-NUML                PIC 9(02) VALUES 0.
       77 WS-NUMC                PIC 9(02) VALUES 0.
       77 WS-MSG-ERRO            PIC X(80) VALUES SPACES.
       77 WS-CONFIRMAR           PIC X(01) VALUES SPACES.
           88 VALIDA-CONFIRMAR       VALUES "S","s","N","n".

       77 WS-OPCAO-Q             PIC 9(01) VALUES 9.
           88 Q-EMPRESTIMOS          VALUES 1.
           88 Q-RENOVAR              VALUES 2.
           88 Q-MULTAS               VALUES 3.
           88 Q-RESERVAS             VALUES 4.
           88 Q-RESERVAR             VALUES 5.
           88 Q-TERMINAR             VALUES 0.

       77 WS-CTL-FILIAL-X        PIC X(10) VALUES SPACES.
       77 WS-FILIAL-QUIOSQUE     PIC 9(02) VALUES 1.

      * SOCIO IDENTIFICADO NA SESSAO DO QUIOSQUE
       77 WS-NIF-SOCIO           PIC 9(09) VALUES 0.
       77 WS-PIN-TENTATIVA       PIC X(06) VALUES SPACES.
       77 WS-NOME-SOCIO          PIC X(30) VALUES SPACES.
       77 WS-TIPO-SOCIO-W        PIC X(01) VALUES SPACES.
       77 WS-NIF-RESP-W          PIC 9(09) VALUES 0.
       77 WS-PIN-MAX-TENTATIVAS  PIC 9(01) VALUES 3.

       77 WS-PASSWORD-TRABALHO   PIC X(10) VALUES SPACES.
       77 WS-HASH-TMP            PIC 9(15) VALUES 0.
       77 WS-PASSWORD-HASH-CALC  PIC 9(10) VALUES 0.
       77 WS-HASH-IDX            PIC 9(02) VALUES 0.

       77 WS-PAR-F1              PIC X(10) VALUES SPACES.
       77 WS-PAR-F2              PIC X(10) VALUES SPACES.
       77 WS-PAR-F3              PIC X(10) VALUES SPACES.
       77 WS-PAR-F4              PIC X(10) VALUES SPACES.
       77 WS-VALOR-MULTA-DIA     PIC 9(03)V99 VALUES 0.50.
       77 WS-LIMITE-MULTAS       PIC 9(03)V99 VALUES 5.00.
       77 WS-LIMITE-ALUGUERES-CLIENTE PIC 9(02) VALUES 3.
       77 WS-PRAZO-PADRAO        PIC 9(03) VALUES 15.
       77 WS-PRAZO-DOMICILIO     PIC 9(03) VALUES 42.
       77 WS-DOM-ALUGUER         PIC 9(01) VALUES 0.
       77 WS-DOM-CODALU          PIC 9(05) VALUES 0.
       77 WS-PRAZO-ALUGUER       PIC 9(03) VALUES 0.
       77 WS-CODTEMA-LIVRO       PIC 9(02) VALUES 0.

       77 WS-LIM-REN-JUNIOR      PIC 9(02) VALUES 1.
       77 WS-LIM-REN-NORMAL      PIC 9(02) VALUES 2.
       77 WS-LIM-REN-ESTUDANTE   PIC 9(02) VALUES 3.
       77 WS-LIM-REN-PREMIUM     PIC 9(02) VALUES 5.
       77 WS-LIMITE-RENOVACOES   PIC 9(02) VALUES 0.

       77 WS-DATA-HOJE-NUM       PIC 9(08) VALUES 0.
       77 WS-INT-DATA-HOJE       PIC 9(07) VALUES 0.
       77 WS-DATA-ALU-NUM        PIC 9(08) VALUES 0.
       77 WS-INT-DATA-ALU        PIC 9(07) VALUES 0.
       77 WS-INT-NOVA-DATA       PIC 9(07) VALUES 0.
       77 WS-INT-DATA-LIMITE     PIC 9(07) VALUES 0.
       77 WS-INT-DIA-TESTE       PIC 9(07) VALUES 0.
       77 WS-DIA-FECHADO-FLAG    PIC 9(01) VALUES 0.
       77 WS-DATA-TESTE-NUM      PIC 9(08) VALUES 0.
       77 WS-CAL-GUARD           PIC 9(03) VALUES 0.
       77 WS-INT-CONTA-DE        PIC 9(07) VALUES 0.
       77 WS-INT-CONTA-ATE       PIC 9(07) VALUES 0.
       77 WS-DIAS-UTEIS          PIC S9(05) VALUES 0.
       01 WS-DATA-VER            PIC 9(08) VALUES 0.
       01 WS-DATA-VER-G REDEFINES WS-DATA-VER.
           05 WS-DATA-VER-ANO    PIC 9(04).
           05 WS-DATA-VER-MES    PIC 9(02).
           05 WS-DATA-VER-DIA    PIC 9(02).
       77 WS-DATA-VER-X          PIC X(10) VALUES SPACES.

       77 WS-LINHA               PIC 9(02) VALUES 0.
       77 WS-QUI-CONT            PIC 9(03) VALUES 0.
       77 WS-TITULO-W            PIC X(60) VALUES SPACES.
       77 WS-CODALUGUER-W        PIC 9(05) VALUES 0.
       77 WS-LIVRO-X             PIC X(13) VALUES SPACES.
       77 WS-LIVRO-TAM           PIC 9(02) VALUES 0.
       77 WS-CODLIVRO-W          PIC 9(04) VALUES 0.
       77 WS-LIVRO-ACHADO        PIC 9(01) VALUES 0.
       77 WS-RES-DUPLICADA       PIC 9(01) VALUES 0.
       77 WS-PROX-RESERVA        PIC 9(05) VALUES 0.
       77 WS-MULTA-PENDENTE      PIC S9(07)V99 VALUES 0.
       77 WS-MULTA-ESTIMADA      PIC 9(07)V99 VALUES 0.
       77 WS-VALOR-ED            PIC Z(6)9.99.

       77 WS-AUD-DATA            PIC X(10) VALUES SPACES.
       77 WS-AUD-HORA            PIC X(08) VALUES SPACES.
       77 WS-AUD-ACAO            PIC X(30) VALUES SPACES.
       77 WS-AUD-ENTIDADE        PIC X(12) VALUES SPACES.
       77 WS-AUD-CHAVE           PIC X(12) VALUES SPACES.
       01 WS-AUD-HORA-SIS.
           05 WS-AUD-HORA-HH     PIC 9(02).
           05 WS-AUD-HORA-MM     PIC 9(02).
           05 WS-AUD-HORA-SS     PIC 9(02).
           05 WS-AUD-HORA-CC     PIC 9(02).

       COPY SCREENIO.

       SCREEN SECTION.
       01 CLS BLANK SCREEN.

       01 LAYOUT-IDENTIFICACAO FOREGROUND-COLOR 6.
           05 BLANK SCREEN.
           05 LINE 03 COL 01 VALUE "Vilabiblio - Quiosque do Socio".
           05 LINE 04 COL 01 VALUE "*******************************"
           & "***********************************"
           & "***********************".
           05 LINE 08 COL 15 VALUE "Identifique-se com o NIF e o PIN"
           & " que lhe foi atribuido no balcao.".
           05 LINE 11 COL 15 VALUE "NIF:".
           05 COL PLUS 2 PIC 9(09) USING WS-NIF-SOCIO
              BLANK WHEN ZEROS.
           05 LINE 13 COL 15 VALUE "PIN:".
           05 COL PLUS 2 PIC X(06) USING WS-PIN-TENTATIVA SECURE.

       01 LAYOUT-MENU-SOCIO FOREGROUND-COLOR 6.
           05 LINE 08 COL 30 VALUE "1-Os Meus Emprestimos".
           05 LINE 09 COL 30 VALUE "2-Renovar Emprestimo".
           05 LINE 10 COL 30 VALUE "3-Multas Pendentes".
           05 LINE 11 COL 30 VALUE "4-As Minhas Reservas".
           05 LINE 12 COL 30 VALUE "5-Reservar Livro".
           05 LINE 13 COL 30 VALUE "0-Terminar Sessao".
           05 LINE 15 COL 30 VALUE "Digite a sua escolha:".
           05 COL PLUS 2 PIC 9(01) USING WS-OPCAO-Q AUTO.

       01 LAYOUT-ERRO.
           05 LINE WS-NUML COL 2 ERASE EOL PIC X(80) FROM WS-MSG-ERRO
              HIGHLIGHT FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES.
           ACCEPT WS-NUMC FROM COLUMNS.

           PERFORM LER-CONTROLO.
           PERFORM CARREGA-PARAMETROS.

       IDENTIFICAR-SOCIO.
      * O DIA E RECALCULADO A CADA SOCIO PORQUE O QUIOSQUE FICA
      * LIGADO DE UM DIA PARA O OUTRO
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-HOJE-NUM = WRK-ANO * 10000 + WRK-MES * 100
               + WRK-DIA.
           COMPUTE WS-INT-DATA-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-NUM).

           MOVE 0 TO WS-NIF-SOCIO.
           MOVE SPACES TO WS-PIN-TENTATIVA.
           MOVE SPACES TO WS-NOME-SOCIO.
           DISPLAY LAYOUT-IDENTIFICACAO.
           ACCEPT LAYOUT-IDENTIFICACAO.

           IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               STOP RUN
           END-IF.

           OPEN I-O FICCLI.
           MOVE WS-NIF-SOCIO TO FS-NIF.
           READ FICCLI WITH LOCK
               INVALID KEY
                   MOVE "NIF OU PIN INVALIDOS" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
                   CLOSE FICCLI
                   GO IDENTIFICAR-SOCIO
           END-READ.

           IF (FS-ANONIMIZADO = "S") OR (FS-PIN-HASH = 0) THEN
               MOVE "NAO TEM PIN DE QUIOSQUE. DIRIJA-SE AO BALCAO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICCLI
               GO IDENTIFICAR-SOCIO
           END-IF.

           IF FS-PIN-TENTATIVAS >= WS-PIN-MAX-TENTATIVAS THEN
               MOVE "PIN BLOQUEADO. DIRIJA-SE AO BALCAO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICCLI
               GO IDENTIFICAR-SOCIO
           END-IF.

           MOVE SPACES TO WS-PASSWORD-TRABALHO.
           MOVE WS-PIN-TENTATIVA TO WS-PASSWORD-TRABALHO.
           PERFORM CALCULA-HASH-PASSWORD.

           IF WS-PASSWORD-HASH-CALC NOT = FS-PIN-HASH THEN
               ADD 1 TO FS-PIN-TENTATIVAS
               REWRITE REGISTO-C
               END-REWRITE
               CLOSE FICCLI
               IF FS-PIN-TENTATIVAS >= WS-PIN-MAX-TENTATIVAS THEN
                   MOVE "BLOQUEIO PIN QUIOSQUE" TO WS-AUD-ACAO
                   MOVE "CLIENTE" TO WS-AUD-ENTIDADE
                   MOVE WS-NIF-SOCIO TO WS-AUD-CHAVE
                   PERFORM REGISTAR-AUDITORIA
               END-IF
               MOVE "NIF OU PIN INVALIDOS" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO IDENTIFICAR-SOCIO
           END-IF.

           MOVE 0 TO FS-PIN-TENTATIVAS.
           REWRITE REGISTO-C
           END-REWRITE.
           MOVE FS-NOME TO WS-NOME-SOCIO.
           MOVE FS-TIPO-SOCIO TO WS-TIPO-SOCIO-W.
           MOVE FS-NIF-RESPONSAVEL TO WS-NIF-RESP-W.
           CLOSE FICCLI.
           PERFORM BUSCA-LIMITES-SOCIO.

           MOVE "ENTRADA QUIOSQUE" TO WS-AUD-ACAO.
           MOVE "CLIENTE" TO WS-AUD-ENTIDADE.
           MOVE WS-NIF-SOCIO TO WS-AUD-CHAVE.
           PERFORM REGISTAR-AUDITORIA.

       MENU-SOCIO.
           PERFORM MOSTRA-CABECALHO.
           MOVE 9 TO WS-OPCAO-Q.
           DISPLAY LAYOUT-MENU-SOCIO.
           ACCEPT LAYOUT-MENU-SOCIO.

           IF (COB-CRT-STATUS = COB-SCR-ESC) THEN
               GO IDENTIFICAR-SOCIO
           END-IF.

           EVALUATE TRUE
               WHEN Q-EMPRESTIMOS
                   GO LISTAR-EMPRESTIMOS-SOCIO
               WHEN Q-RENOVAR
                   GO RENOVAR-EMPRESTIMO-SOCIO
               WHEN Q-MULTAS
                   GO MULTAS-SOCIO
               WHEN Q-RESERVAS
                   GO LISTAR-RESERVAS-SOCIO
               WHEN Q-RESERVAR
                   GO RESERVAR-LIVRO-SOCIO
               WHEN Q-TERMINAR
                   GO IDENTIFICAR-SOCIO
               WHEN OTHER
                   GO MENU-SOCIO
           END-EVALUATE.

       LISTAR-EMPRESTIMOS-SOCIO.
           PERFORM MOSTRA-CABECALHO.
           DISPLAY "ALUGUER TITULO                         ALUGADO    "
           & "DEVOLVER ATE RENOV ESTADO" LINE 07 COL 01
           FOREGROUND-COLOR 6.
           DISPLAY "***********************************"
           & "*********************************************"
           LINE 08 COL 01 FOREGROUND-COLOR 6.
           MOVE 9 TO WS-LINHA.
           MOVE 0 TO WS-QUI-CONT.

           OPEN INPUT FICALU.
           IF FS-ALU = 00 THEN
               PERFORM UNTIL FS-ALU NOT = 00
                   READ FICALU NEXT RECORD
                       AT END
                           MOVE 10 TO FS-ALU
                       NOT AT END
                           IF (FS-NIF1 = WS-NIF-SOCIO) AND
                              (FS-SITUACAO = "A DEVOLVER") THEN
                               PERFORM MOSTRA-UM-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICALU.

           IF WS-QUI-CONT = 0 THEN
               DISPLAY "NAO TEM EMPRESTIMOS EM ABERTO" LINE 10 COL 15
               FOREGROUND-COLOR 6
           END-IF.

           MOVE "ENTER PARA VOLTAR AO MENU" TO WS-MSG-ERRO.
           PERFORM MOSTRA-ERRO.
           GO MENU-SOCIO.

       MOSTRA-UM-EMPRESTIMO.
           ADD 1 TO WS-QUI-CONT.
           IF WS-LINHA > 22 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULA-DATA-LIMITE.

           DISPLAY FS-CODALUGUER LINE WS-LINHA COL 01
           FOREGROUND-COLOR 6.
           DISPLAY WS-TITULO-W(1:30) LINE WS-LINHA COL 09
           FOREGROUND-COLOR 6.
           MOVE WS-DATA-ALU-NUM TO WS-DATA-VER.
           PERFORM FORMATA-DATA-VER.
           DISPLAY WS-DATA-VER-X LINE WS-LINHA COL 40
           FOREGROUND-COLOR 6.
           COMPUTE WS-DATA-VER =
               FUNCTION DATE-OF-INTEGER (WS-INT-DATA-LIMITE).
           PERFORM FORMATA-DATA-VER.
           DISPLAY WS-DATA-VER-X LINE WS-LINHA COL 51
           FOREGROUND-COLOR 6.
           DISPLAY FS-NUM-RENOVACOES LINE WS-LINHA COL 65
           FOREGROUND-COLOR 6.

           IF WS-INT-DATA-HOJE > WS-INT-DATA-LIMITE THEN
               DISPLAY "EM ATRASO" LINE WS-LINHA COL 70
               FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               IF FS-NUM-RENOVACOES < WS-LIMITE-RENOVACOES THEN
                   DISPLAY "RENOVAVEL" LINE WS-LINHA COL 70
                   FOREGROUND-COLOR 2
               END-IF
           END-IF.
           ADD 1 TO WS-LINHA.

       RENOVAR-EMPRESTIMO-SOCIO.
           PERFORM MOSTRA-CABECALHO.
           MOVE 0 TO WS-CODALUGUER-W.
           MOVE SPACES TO WS-CONFIRMAR.
           DISPLAY "CODIGO DO ALUGUER A RENOVAR:" AT 0815
           FOREGROUND-COLOR 6.
           DISPLAY "(VEJA O CODIGO EM 1-OS MEUS EMPRESTIMOS)" AT 0915
           FOREGROUND-COLOR 6.
           ACCEPT WS-CODALUGUER-W AT 0845.

           IF (COB-CRT-STATUS = COB-SCR-ESC) OR
              (WS-CODALUGUER-W = 0) THEN
               GO MENU-SOCIO
           END-IF.

           OPEN I-O FICALU.
           MOVE WS-CODALUGUER-W TO FS-CODALUGUER.
           READ FICALU WITH LOCK
               INVALID KEY
                   MOVE 23 TO FS-ALU
           END-READ.

           IF FS-ALU = 51 THEN
               MOVE "EMPRESTIMO EM USO NO BALCAO. TENTE MAIS TARDE"
                   TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICALU
               GO RENOVAR-EMPRESTIMO-SOCIO
           END-IF.

           IF (FS-ALU NOT = 00) OR (FS-NIF1 NOT = WS-NIF-SOCIO) THEN
               MOVE "ALUGUER NAO ENCONTRADO NOS SEUS EMPRESTIMOS" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICALU
               GO RENOVAR-EMPRESTIMO-SOCIO
           END-IF.

           IF FS-SITUACAO NOT = "A DEVOLVER" THEN
               MOVE "LIVRO JA ENTREGUE. NAO PODE SER RENOVADO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICALU
               GO RENOVAR-EMPRESTIMO-SOCIO
           END-IF.

           IF FS-NUM-RENOVACOES >= WS-LIMITE-RENOVACOES THEN
               MOVE "LIMITE DE RENOVACOES DO SOCIO ATINGIDO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICALU
               GO RENOVAR-EMPRESTIMO-SOCIO
           END-IF.

           PERFORM CALCULA-DATA-LIMITE.

           IF WS-INT-DATA-HOJE > WS-INT-DATA-LIMITE THEN
               MOVE "ALUGUER EM ATRASO. DIRIJA-SE AO BALCAO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICALU
               GO RENOVAR-EMPRESTIMO-SOCIO
           END-IF.

           DISPLAY WS-TITULO-W AT 1115 FOREGROUND-COLOR 6.
           COMPUTE WS-DATA-VER =
               FUNCTION DATE-OF-INTEGER (WS-INT-DATA-LIMITE).
           PERFORM FORMATA-DATA-VER.
           DISPLAY "DEVOLVER ATE:" AT 1215 FOREGROUND-COLOR 6.
           DISPLAY WS-DATA-VER-X AT 1235 FOREGROUND-COLOR 6.

           COMPUTE WS-INT-NOVA-DATA = WS-INT-DATA-HOJE +
               WS-PRAZO-ALUGUER.
           PERFORM AJUSTA-DIA-ABERTO.
           COMPUTE WS-DATA-VER =
               FUNCTION DATE-OF-INTEGER (WS-INT-NOVA-DATA).
           PERFORM FORMATA-DATA-VER.
           DISPLAY "NOVA DATA LIMITE:" AT 1315 FOREGROUND-COLOR 6.
           DISPLAY WS-DATA-VER-X AT 1335 FOREGROUND-COLOR 2
           HIGHLIGHT.
           DISPLAY FUNCTION CONCATENATE ("RENOVACOES: ",
               FS-NUM-RENOVACOES, " DE ", WS-LIMITE-RENOVACOES)
               AT 1415 FOREGROUND-COLOR 6.

           DISPLAY "QUER RENOVAR ESTE EMPRESTIMO (S/N)?: " AT 1615
           FOREGROUND-COLOR 4 HIGHLIGHT.

           PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
               ACCEPT WS-CONFIRMAR AT 1653
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
               END-IF
           END-PERFORM.

           MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

           IF WS-CONFIRMAR NOT = "S" THEN
               UNLOCK FICALU
               CLOSE FICALU
               MOVE "EMPRESTIMO NAO RENOVADO" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO MENU-SOCIO
           END-IF.

           MOVE WRK-DIA TO FS-DATA-DIA1.
           MOVE WRK-MES TO FS-DATA-MES1.
           MOVE WRK-ANO TO FS-DATA-ANO1.
           ADD 1 TO FS-NUM-RENOVACOES.
           REWRITE REGISTO-AL
           END-REWRITE.
           IF FS-ALU NOT = 00 THEN
               MOVE "NAO FOI POSSIVEL RENOVAR. DIRIJA-SE AO BALCAO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               CLOSE FICALU
               GO MENU-SOCIO
           END-IF.
           UNLOCK FICALU.
           CLOSE FICALU.

           MOVE "RENOVAR ALUGUER QUIOSQUE" TO WS-AUD-ACAO.
           MOVE "ALUGUER" TO WS-AUD-ENTIDADE.
           MOVE WS-CODALUGUER-W TO WS-AUD-CHAVE.
           PERFORM REGISTAR-AUDITORIA.

           MOVE "EMPRESTIMO RENOVADO. ENTER PARA CONTINUAR" TO
               WS-MSG-ERRO.
           PERFORM MOSTRA-ERRO.
           GO MENU-SOCIO.

       MULTAS-SOCIO.
           PERFORM MOSTRA-CABECALHO.
           MOVE 0 TO WS-MULTA-PENDENTE.

           OPEN INPUT FICMUL.
           IF FS-MUL = 00 THEN
               MOVE WS-NIF-SOCIO TO FS-NIF-MUL
               READ FICMUL
                   INVALID KEY
                       MOVE 0 TO FS-MUL-ACUMULADO
                       MOVE 0 TO FS-MUL-PAGO
                   NOT INVALID KEY
                       COMPUTE WS-MULTA-PENDENTE =
                           FS-MUL-ACUMULADO - FS-MUL-PAGO
               END-READ
           ELSE
               MOVE 0 TO FS-MUL-ACUMULADO
               MOVE 0 TO FS-MUL-PAGO
           END-IF.
           CLOSE FICMUL.

           DISPLAY "MULTAS LANCADAS:" AT 0815 FOREGROUND-COLOR 6.
           MOVE FS-MUL-ACUMULADO TO WS-VALOR-ED.
           DISPLAY WS-VALOR-ED AT 0845 FOREGROUND-COLOR 6.
           DISPLAY "JA PAGO:" AT 0915 FOREGROUND-COLOR 6.
           MOVE FS-MUL-PAGO TO WS-VALOR-ED.
           DISPLAY WS-VALOR-ED AT 0945 FOREGROUND-COLOR 6.
           DISPLAY "POR PAGAR:" AT 1015 FOREGROUND-COLOR 6.
           MOVE WS-MULTA-PENDENTE TO WS-VALOR-ED.
           DISPLAY WS-VALOR-ED AT 1045 FOREGROUND-COLOR 4 HIGHLIGHT.

      * MULTA QUE JA CORRE NOS EMPRESTIMOS EM ATRASO E SO E LANCADA
      * QUANDO O LIVRO E DEVOLVIDO NO BALCAO
           MOVE 0 TO WS-MULTA-ESTIMADA.
           OPEN INPUT FICALU.
           IF FS-ALU = 00 THEN
               PERFORM UNTIL FS-ALU NOT = 00
                   READ FICALU NEXT RECORD
                       AT END
                           MOVE 10 TO FS-ALU
                       NOT AT END
                           IF (FS-NIF1 = WS-NIF-SOCIO) AND
                              (FS-SITUACAO = "A DEVOLVER") THEN
                               PERFORM ESTIMA-MULTA-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICALU.

           DISPLAY "A DECORRER EM EMPRESTIMOS ATRASADOS:" AT 1215
           FOREGROUND-COLOR 6.
           MOVE WS-MULTA-ESTIMADA TO WS-VALOR-ED.
           DISPLAY WS-VALOR-ED AT 1252 FOREGROUND-COLOR 6.

           IF WS-MULTA-PENDENTE > WS-LIMITE-MULTAS THEN
               DISPLAY "COM MULTAS POR PAGAR ACIMA DE" AT 1415
               FOREGROUND-COLOR 4 HIGHLIGHT
               MOVE WS-LIMITE-MULTAS TO WS-VALOR-ED
               DISPLAY WS-VALOR-ED AT 1445 FOREGROUND-COLOR 4
               HIGHLIGHT
               DISPLAY "NAO PODE REQUISITAR LIVROS. PAGUE NO BALCAO."
               AT 1515 FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.

           IF WS-NIF-RESP-W NOT = 0 THEN
               DISPLAY "AS MULTAS DE SOCIO JUNIOR SAO LANCADAS AO "
               & "RESPONSAVEL" AT 1715 FOREGROUND-COLOR 6
           END-IF.

           MOVE "ENTER PARA VOLTAR AO MENU" TO WS-MSG-ERRO.
           PERFORM MOSTRA-ERRO.
           GO MENU-SOCIO.

       ESTIMA-MULTA-EMPRESTIMO.
           PERFORM CALCULA-DATA-LIMITE.
           IF WS-INT-DATA-HOJE > WS-INT-DATA-LIMITE THEN
               MOVE WS-INT-DATA-LIMITE TO WS-INT-CONTA-DE
               MOVE WS-INT-DATA-HOJE TO WS-INT-CONTA-ATE
               PERFORM CONTA-DIAS-ABERTOS
               COMPUTE WS-MULTA-ESTIMADA = WS-MULTA-ESTIMADA +
                   WS-DIAS-UTEIS * WS-VALOR-MULTA-DIA
           END-IF.

       LISTAR-RESERVAS-SOCIO.
           PERFORM MOSTRA-CABECALHO.
           DISPLAY "RESERVA TITULO                         DATA       "
           & "SITUACAO   FILIAL" LINE 07 COL 01 FOREGROUND-COLOR 6.
           DISPLAY "***********************************"
           & "*********************************************"
           LINE 08 COL 01 FOREGROUND-COLOR 6.
           MOVE 9 TO WS-LINHA.
           MOVE 0 TO WS-QUI-CONT.

           OPEN INPUT FICRES.
           IF FS-RES = 00 THEN
               PERFORM UNTIL FS-RES NOT = 00
                   READ FICRES NEXT RECORD
                       AT END
                           MOVE 10 TO FS-RES
                       NOT AT END
                           IF (FS-NIF2 = WS-NIF-SOCIO) AND
                              ((FS-SITUACAO-RES = "PENDENTE") OR
                               (FS-SITUACAO-RES = "PRONTA")) THEN
                               PERFORM MOSTRA-UMA-RESERVA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICRES.

           IF WS-QUI-CONT = 0 THEN
               DISPLAY "NAO TEM RESERVAS ATIVAS" LINE 10 COL 15
               FOREGROUND-COLOR 6
           END-IF.

           MOVE "ENTER PARA VOLTAR AO MENU" TO WS-MSG-ERRO.
           PERFORM MOSTRA-ERRO.
           GO MENU-SOCIO.

       MOSTRA-UMA-RESERVA.
           ADD 1 TO WS-QUI-CONT.
           IF WS-LINHA > 22 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TITULO-W.
           OPEN INPUT FICLIV.
           IF FS-LIV = 00 THEN
               MOVE FS-CODLIVRO2 TO FS-CODLIVRO
               READ FICLIV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-TITULO TO WS-TITULO-W
               END-READ
           END-IF.
           CLOSE FICLIV.

           DISPLAY FS-CODRESERVA LINE WS-LINHA COL 01
           FOREGROUND-COLOR 6.
           DISPLAY WS-TITULO-W(1:30) LINE WS-LINHA COL 09
           FOREGROUND-COLOR 6.
           DISPLAY FUNCTION CONCATENATE (FS-DATA-DIA3, "-",
               FS-DATA-MES3, "-", FS-DATA-ANO3) LINE WS-LINHA COL 40
               FOREGROUND-COLOR 6.
           IF FS-SITUACAO-RES = "PRONTA" THEN
               DISPLAY "PRONTA - LEVANTE NO BALCAO" LINE WS-LINHA
               COL 51 FOREGROUND-COLOR 2 HIGHLIGHT
           ELSE
               DISPLAY FS-SITUACAO-RES LINE WS-LINHA COL 51
               FOREGROUND-COLOR 6
           END-IF.
           DISPLAY FS-CODFILIAL2 LINE WS-LINHA COL 78
           FOREGROUND-COLOR 6.
           ADD 1 TO WS-LINHA.

       RESERVAR-LIVRO-SOCIO.
           PERFORM MOSTRA-CABECALHO.
           MOVE SPACES TO WS-LIVRO-X.
           MOVE SPACES TO WS-CONFIRMAR.
           DISPLAY "CODIGO DO LIVRO OU ISBN:" AT 0815
           FOREGROUND-COLOR 6.
           ACCEPT WS-LIVRO-X AT 0841.

           IF (COB-CRT-STATUS = COB-SCR-ESC) OR
              (WS-LIVRO-X = SPACES) THEN
               GO MENU-SOCIO
           END-IF.

      * ATE 4 DIGITOS E O CODIGO DO LIVRO; MAIS DO QUE ISSO E O ISBN
      * LIDO PELO LEITOR DE CODIGO DE BARRAS
           MOVE 0 TO WS-LIVRO-ACHADO.
           MOVE 0 TO WS-LIVRO-TAM.
           INSPECT WS-LIVRO-X TALLYING WS-LIVRO-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           OPEN INPUT FICLIV.
           IF FS-LIV = 00 THEN
               IF (WS-LIVRO-TAM <= 4) AND
                  (WS-LIVRO-X(1:WS-LIVRO-TAM) IS NUMERIC) THEN
                   MOVE FUNCTION NUMVAL(WS-LIVRO-X(1:WS-LIVRO-TAM))
                       TO FS-CODLIVRO
                   READ FICLIV
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-LIVRO-ACHADO
                   END-READ
               ELSE
                   MOVE WS-LIVRO-X TO FS-ISBN
                   READ FICLIV KEY IS FS-ISBN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-LIVRO-ACHADO
                   END-READ
               END-IF
           END-IF.
           IF WS-LIVRO-ACHADO = 1 THEN
               MOVE FS-CODLIVRO TO WS-CODLIVRO-W
               MOVE FS-TITULO TO WS-TITULO-W
           END-IF.
           CLOSE FICLIV.

           IF WS-LIVRO-ACHADO = 0 THEN
               MOVE "LIVRO NAO EXISTE" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO RESERVAR-LIVRO-SOCIO
           END-IF.

           DISPLAY WS-TITULO-W AT 1015 FOREGROUND-COLOR 6.

           MOVE 0 TO WS-RES-DUPLICADA.
           MOVE 0 TO WS-PROX-RESERVA.
           OPEN INPUT FICRES.
           IF FS-RES = 00 THEN
               PERFORM UNTIL FS-RES NOT = 00
                   READ FICRES NEXT RECORD
                       AT END
                           MOVE 10 TO FS-RES
                       NOT AT END
                           MOVE FS-CODRESERVA TO WS-PROX-RESERVA
                           IF (FS-NIF2 = WS-NIF-SOCIO) AND
                              (FS-CODLIVRO2 = WS-CODLIVRO-W) AND
                              ((FS-SITUACAO-RES = "PENDENTE") OR
                               (FS-SITUACAO-RES = "PRONTA")) THEN
                               MOVE 1 TO WS-RES-DUPLICADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICRES.

           IF WS-RES-DUPLICADA = 1 THEN
               MOVE "JA TEM UMA RESERVA ATIVA PARA ESTE LIVRO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO RESERVAR-LIVRO-SOCIO
           END-IF.

           DISPLAY "LEVANTAMENTO NA FILIAL:" AT 1115
           FOREGROUND-COLOR 6.
           DISPLAY WS-FILIAL-QUIOSQUE AT 1139 FOREGROUND-COLOR 6.

           DISPLAY "QUER RESERVAR ESTE LIVRO (S/N)?: " AT 1315
           FOREGROUND-COLOR 4 HIGHLIGHT.

           PERFORM WITH TEST AFTER UNTIL VALIDA-CONFIRMAR
               ACCEPT WS-CONFIRMAR AT 1349
               IF NOT VALIDA-CONFIRMAR THEN
                   MOVE "TEM DE RESPONDER S OU N" TO WS-MSG-ERRO
                   PERFORM MOSTRA-ERRO
               END-IF
           END-PERFORM.

           MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR) TO WS-CONFIRMAR.

           IF WS-CONFIRMAR NOT = "S" THEN
               MOVE "RESERVA NAO INTRODUZIDA" TO WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO MENU-SOCIO
           END-IF.

           OPEN I-O FICRES.
           MOVE 0 TO FS-RES.
           PERFORM UNTIL FS-RES = 99
               ADD 1 TO WS-PROX-RESERVA
               MOVE WS-PROX-RESERVA TO FS-CODRESERVA
               MOVE WS-CODLIVRO-W TO FS-CODLIVRO2
               MOVE WS-NIF-SOCIO TO FS-NIF2
               MOVE WRK-DIA TO FS-DATA-DIA3
               MOVE WRK-MES TO FS-DATA-MES3
               MOVE WRK-ANO TO FS-DATA-ANO3
               MOVE "PENDENTE" TO FS-SITUACAO-RES
               MOVE WS-FILIAL-QUIOSQUE TO FS-CODFILIAL2
               MOVE 0 TO FS-DATA-PRONTA
               WRITE REGISTO-R
                   INVALID KEY
                       IF WS-PROX-RESERVA >= 99999 THEN
                           MOVE 99 TO FS-RES
                           MOVE 0 TO WS-PROX-RESERVA
                       END-IF
                   NOT INVALID KEY
                       MOVE 99 TO FS-RES
               END-WRITE
           END-PERFORM.
           CLOSE FICRES.

           IF WS-PROX-RESERVA = 0 THEN
               MOVE "NAO FOI POSSIVEL RESERVAR. DIRIJA-SE AO BALCAO" TO
                   WS-MSG-ERRO
               PERFORM MOSTRA-ERRO
               GO MENU-SOCIO
           END-IF.

           MOVE "INSERIR RESERVA QUIOSQUE" TO WS-AUD-ACAO.
           MOVE "RESERVA" TO WS-AUD-ENTIDADE.
           MOVE WS-PROX-RESERVA TO WS-AUD-CHAVE.
           PERFORM REGISTAR-AUDITORIA.

           MOVE SPACES TO WS-MSG-ERRO.
           STRING "RESERVA " WS-PROX-RESERVA
               " REGISTADA. SERA AVISADO QUANDO ESTIVER PRONTA"
               DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-STRING.
           PERFORM MOSTRA-ERRO.
           GO MENU-SOCIO.

       MOSTRA-CABECALHO.
           DISPLAY CLS.
           DISPLAY "Vilabiblio - Quiosque do Socio" AT 0301
           FOREGROUND-COLOR 6.
           DISPLAY "Data:" AT 0374 FOREGROUND-COLOR 6.
           DISPLAY FUNCTION CONCATENATE (WRK-DIA,"-",WRK-MES,"-",
               WRK-ANO) AT 0380 FOREGROUND-COLOR 6.
           DISPLAY "*******************************"
           & "***********************************"
           & "***********************" AT 0401 FOREGROUND-COLOR 6.
           DISPLAY "Socio:" AT 0501 FOREGROUND-COLOR 6.
           DISPLAY WS-NOME-SOCIO AT 0508 FOREGROUND-COLOR 6
           HIGHLIGHT.
           DISPLAY "ESC PARA SAIR" AT LINE WS-NUML COL 2
           FOREGROUND-COLOR 6 HIGHLIGHT.

       MOSTRA-ERRO.
           DISPLAY LAYOUT-ERRO.
           ACCEPT OMITTED AT LINE WS-NUML COL 79.

       FORMATA-DATA-VER.
           MOVE SPACES TO WS-DATA-VER-X.
           STRING WS-DATA-VER-DIA "-" WS-DATA-VER-MES "-"
               WS-DATA-VER-ANO DELIMITED BY SIZE INTO WS-DATA-VER-X
           END-STRING.

       CALCULA-DATA-LIMITE.
           COMPUTE WS-DATA-ALU-NUM = FS-DATA-ANO1 * 10000 +
               FS-DATA-MES1 * 100 + FS-DATA-DIA1.
           COMPUTE WS-INT-DATA-ALU =
               FUNCTION INTEGER-OF-DATE (WS-DATA-ALU-NUM).
           PERFORM BUSCA-PRAZO-ALUGUER.
           COMPUTE WS-INT-NOVA-DATA = WS-INT-DATA-ALU +
               WS-PRAZO-ALUGUER.
           PERFORM AJUSTA-DIA-ABERTO.
           MOVE WS-INT-NOVA-DATA TO WS-INT-DATA-LIMITE.

       LER-CONTROLO.
           MOVE SPACES TO WS-CTL-FILIAL-X.
           OPEN INPUT FICCTL.
           IF FS-CTL = 00 THEN
               READ FICCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING FS-CTL-LINHA DELIMITED BY ";"
                           INTO WS-CTL-FILIAL-X
                       END-UNSTRING
               END-READ
           END-IF.
           CLOSE FICCTL.
           IF WS-CTL-FILIAL-X NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-CTL-FILIAL-X) TO
                   WS-FILIAL-QUIOSQUE
           END-IF.
           IF (WS-FILIAL-QUIOSQUE < 1) OR (WS-FILIAL-QUIOSQUE > 5)
           THEN
               MOVE 1 TO WS-FILIAL-QUIOSQUE
           END-IF.

       CARREGA-PARAMETROS.
           OPEN INPUT FICPAR.
           IF FS-PAR = 00 THEN
               READ FICPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PAR-F1
                       MOVE SPACES TO WS-PAR-F2
                       MOVE SPACES TO WS-PAR-F3
                       MOVE SPACES TO WS-PAR-F4
                       UNSTRING FS-PAR-LINHA DELIMITED BY ";"
                           INTO WS-PAR-F1 WS-PAR-F2 WS-PAR-F3
                                WS-PAR-F4
                       END-UNSTRING
                       IF WS-PAR-F1 NOT = SPACES THEN
                           MOVE FUNCTION NUMVAL(WS-PAR-F1) TO
                               WS-VALOR-MULTA-DIA
                       END-IF
                       IF WS-PAR-F2 NOT = SPACES THEN
                           MOVE FUNCTION NUMVAL(WS-PAR-F2) TO
                               WS-LIMITE-MULTAS
                       END-IF
                       IF WS-PAR-F3 NOT = SPACES THEN
                           MOVE FUNCTION NUMVAL(WS-PAR-F3) TO
                               WS-LIMITE-ALUGUERES-CLIENTE
                       END-IF
                       IF WS-PAR-F4 NOT = SPACES THEN
                           MOVE FUNCTION NUMVAL(WS-PAR-F4) TO
                               WS-PRAZO-PADRAO
                       END-IF
               END-READ
           END-IF.
           CLOSE FICPAR.

       BUSCA-LIMITES-SOCIO.
           EVALUATE FUNCTION UPPER-CASE(WS-TIPO-SOCIO-W)
               WHEN "J"
                   MOVE WS-LIM-REN-JUNIOR TO WS-LIMITE-RENOVACOES
               WHEN "E"
                   MOVE WS-LIM-REN-ESTUDANTE TO WS-LIMITE-RENOVACOES
               WHEN "P"
                   MOVE WS-LIM-REN-PREMIUM TO WS-LIMITE-RENOVACOES
               WHEN OTHER
                   MOVE WS-LIM-REN-NORMAL TO WS-LIMITE-RENOVACOES
           END-EVALUATE.

       BUSCA-PRAZO-ALUGUER.
           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-ALUGUER.
           MOVE 0 TO WS-CODTEMA-LIVRO.
           MOVE SPACES TO WS-TITULO-W.
           OPEN INPUT FICLIV.
           IF FS-LIV = 00 THEN
               MOVE FS-CODLIVRO1 TO FS-CODLIVRO
               READ FICLIV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-CODTEMA1(1) TO WS-CODTEMA-LIVRO
                       MOVE FS-TITULO TO WS-TITULO-W
               END-READ
           END-IF.
           CLOSE FICLIV.

           IF WS-CODTEMA-LIVRO NOT = 0 THEN
               OPEN INPUT FICTEM
               IF FS-TEM = 00 THEN
                   MOVE WS-CODTEMA-LIVRO TO FS-CODTEMA
                   READ FICTEM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-PRAZO-TEMA NOT = 0 THEN
                               MOVE FS-PRAZO-TEMA TO
                                   WS-PRAZO-ALUGUER
                           END-IF
                   END-READ
               END-IF
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
               MOVE 1 TO WS-DIA-FECHADO-FLAG
           ELSE
               COMPUTE WS-DATA-TESTE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-DIA-TESTE)
               OPEN INPUT FICCAL
               IF FS-CAL = 00 THEN
                   MOVE WS-DATA-TESTE-NUM TO FS-DATA-FECHADA
                   READ FICCAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-DIA-FECHADO-FLAG
                   END-READ
               END-IF
               CLOSE FICCAL
           END-IF.

       AJUSTA-DIA-ABERTO.
           MOVE 0 TO WS-CAL-GUARD.
           MOVE WS-INT-NOVA-DATA TO WS-INT-DIA-TESTE.
           PERFORM DIA-FECHADO.
           PERFORM UNTIL (WS-DIA-FECHADO-FLAG = 0) OR
                         (WS-CAL-GUARD > 60)
               ADD 1 TO WS-INT-NOVA-DATA
               ADD 1 TO WS-CAL-GUARD
               MOVE WS-INT-NOVA-DATA TO WS-INT-DIA-TESTE
               PERFORM DIA-FECHADO
           END-PERFORM.

       CONTA-DIAS-ABERTOS.
           MOVE 0 TO WS-DIAS-UTEIS.
           MOVE WS-INT-CONTA-DE TO WS-INT-DIA-TESTE.
           PERFORM UNTIL WS-INT-DIA-TESTE >= WS-INT-CONTA-ATE
               ADD 1 TO WS-INT-DIA-TESTE
               PERFORM DIA-FECHADO
               IF WS-DIA-FECHADO-FLAG = 0 THEN
                   ADD 1 TO WS-DIAS-UTEIS
               END-IF
           END-PERFORM.

       CALCULA-HASH-PASSWORD.
           MOVE 0 TO WS-HASH-TMP.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 10
               COMPUTE WS-HASH-TMP = FUNCTION MOD(WS-HASH-TMP * 31 +
                   FUNCTION ORD(WS-PASSWORD-TRABALHO(WS-HASH-IDX:1)),
                   9999999967)
           END-PERFORM.
           MOVE WS-HASH-TMP TO WS-PASSWORD-HASH-CALC.

       REGISTAR-AUDITORIA.
           MOVE FUNCTION CONCATENATE(WRK-DIA,"-",WRK-MES,"-",WRK-ANO)
               TO WS-AUD-DATA.
           ACCEPT WS-AUD-HORA-SIS FROM TIME.
           MOVE SPACES TO WS-AUD-HORA.
           STRING WS-AUD-HORA-HH ":" WS-AUD-HORA-MM ":"
               WS-AUD-HORA-SS DELIMITED BY SIZE INTO WS-AUD-HORA
           END-STRING.

           OPEN EXTEND FICAUD.
           MOVE SPACES TO REGISTO-AUD.
           MOVE WS-AUD-DATA TO FS-AUD-DATA-REG.
           MOVE WS-AUD-HORA TO FS-AUD-HORA-REG.
           MOVE 0 TO FS-AUD-FUNC-REG.
           MOVE WS-AUD-ACAO TO FS-AUD-ACAO-REG.
           MOVE WS-AUD-ENTIDADE TO FS-AUD-ENT-REG.
           MOVE WS-AUD-CHAVE TO FS-AUD-CHAVE-REG.
           WRITE REGISTO-AUD.
           CLOSE FICAUD.

           MOVE SPACES TO WS-AUD-ENTIDADE.
           MOVE SPACES TO WS-AUD-CHAVE.

       END PROGRAM quiosque.
