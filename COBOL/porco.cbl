           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EFE.

           SELECT OPTIONAL FICTOK ASSIGN TO "TOKENS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TOK.

           SELECT OPTIONAL FICPLN ASSIGN TO "PLANOS_ACAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLN.

       DATA DIVISION.
       FILE SECTION.
       FD FICINQUERITO.
       01 REGISTO-EFE.
           05 EFE-REG-LINHA       PIC X(40).

       FD FICTOK.
       01 REGISTO-TOK.
           05 TOK-REG-LINHA       PIC X(40).

       FD FICPLN.
       01 REGISTO-PLN.
           05 PLN-REG-LINHA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 TABELAS.
           05 TABELA-NOMES            PIC A(20) OCCURS 200.
               10 CMP-SOMA-A          PIC 9(5).
               10 CMP-CONTA-B         PIC 9(3).
               10 CMP-SOMA-B          PIC 9(5).
               10 CMP-PERG-A          PIC 9(5)  OCCURS 4.
               10 CMP-PERG-B          PIC 9(5)  OCCURS 4.
       77 INDICE                      PIC 9(3)     VALUE 1.
       77 IND-PERG                    PIC 9        VALUE 1.
       77 IND-DEP                     PIC 9(2)     VALUE 1.
       77 WS-RESP-EFE                 PIC X    VALUE SPACE.
       77 TEMP-EFE-NOME               PIC X(15) VALUE SPACES.
       77 TEMP-EFE-QTD                PIC X(6) VALUE SPACES.
       77 FS-TOK                      PIC 9(02).
       01 TABELA-TOKENS.
           05 TOK-ITEM OCCURS 500.
               10 TOK-CAMPANHA        PIC X(8).
               10 TOK-CODIGO          PIC X(8).
               10 TOK-DEPTO           PIC X(15).
               10 TOK-ESTADO          PIC X(1).
       01 ALFABETO-TOKEN              PIC X(32)
           VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       77 QTD-TOKENS                  PIC 9(3) VALUE 0.
       77 IND-TOK                     PIC 9(3) VALUE 1.
       77 IND-GER                     PIC 9(4) VALUE 1.
       77 IND-CAR                     PIC 9(2) VALUE 1.
       77 WS-TOKEN                    PIC X(8) VALUE SPACES.
       77 WS-TOK-ACHADO               PIC 9(3) VALUE 0.
       77 WS-TOK-CAMP-W               PIC X(8) VALUE SPACES.
       77 WS-TOK-CAMP-QTD             PIC 9(3) VALUE 0.
       77 WS-TOK-EMIT                 PIC 9(4) VALUE 0.
       77 WS-TOK-USADOS               PIC 9(4) VALUE 0.
       77 WS-PART-TOKENS              PIC 9    VALUE 0.
       77 WS-RESP-TOK                 PIC X    VALUE SPACE.
       77 WS-HORA-SEED                PIC 9(8) VALUE 0.
       77 WS-RAND-W                   PIC 9V9(8) VALUE 0.
       77 WS-RAND-POS                 PIC 9(2) VALUE 1.
       77 FS-PLN                      PIC 9(02).
       01 TABELA-PLANOS.
           05 PLN-ITEM OCCURS 100.
               10 PLN-CAMPANHA        PIC X(8).
               10 PLN-DEPTO           PIC X(15).
               10 PLN-PERGUNTA        PIC 9.
               10 PLN-ACAO            PIC X(40).
               10 PLN-RESPONSAVEL     PIC X(20).
               10 PLN-PRAZO           PIC 9(8).
               10 PLN-ESTADO          PIC X(1).
       77 QTD-PLANOS                  PIC 9(3) VALUE 0.
       77 IND-PLN                     PIC 9(3) VALUE 1.
       77 WS-PLN-ACHADO               PIC 9(3) VALUE 0.
       77 WS-PLN-PERG                 PIC 9(2) VALUE 0.
       77 WS-PLN-ABERTOS              PIC 9(3) VALUE 0.
       77 WS-PLN-ATRASADOS            PIC 9(3) VALUE 0.
       77 PLN-F-PERG                  PIC X(2) VALUE SPACES.
       77 PLN-F-PRAZO                 PIC X(8) VALUE SPACES.
       77 TEMP-PLN-DEPTO              PIC X(15) VALUE SPACES.
       77 TEMP-PLN-ACAO               PIC X(40) VALUE SPACES.
       77 TEMP-PLN-RESP               PIC X(20) VALUE SPACES.
       77 WS-RESP-PLN                 PIC X    VALUE SPACE.
       77 WS-MEDIA-ALVO               PIC 9V99 VALUE 3.00.
       77 TEMP-MEDIA-ALVO             PIC X(4) VALUE SPACES.


       PROCEDURE DIVISION.
      *CARREGAR RESPOSTAS DE INQUERITOS ANTERIORES
           PERFORM CARREGAR-INQUERITO.
           PERFORM CARREGAR-EFETIVOS.
           PERFORM CARREGAR-TOKENS.
           PERFORM CARREGAR-PLANOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "ATUALIZAR EFETIVOS POR DEPTO (S/N):" NO ADVANCING.
           ACCEPT WS-RESP-EFE.
      *CICLO LEITURA
           DISPLAY "QUAL A CAMPANHA (EX. 2026-1):" NO ADVANCING.
           ACCEPT WS-CAMPANHA.
           DISPLAY "GERAR TOKENS DE RESPOSTA DA CAMPANHA (S/N):"
               NO ADVANCING.
           ACCEPT WS-RESP-TOK.
           IF WS-RESP-TOK = "S" OR WS-RESP-TOK = "s" THEN
               PERFORM GERAR-TOKENS
           END-IF.
           DISPLAY "QUANTOS NOVOS INQUIRIDOS:" NO ADVANCING.
           ACCEPT TEMP-NOVOS.
           MOVE FUNCTION NUMVAL(TEMP-NOVOS) TO WS-NOVOS.
      *AS RESPOSTAS SO ENTRAM COM TOKEN, PARA SEREM ANONIMAS
           MOVE WS-CAMPANHA TO WS-TOK-CAMP-W.
           PERFORM CONTAR-TOKENS-CAMPANHA.
           IF WS-NOVOS > 0 AND WS-TOK-CAMP-QTD = 0 THEN
               DISPLAY "CAMPANHA SEM TOKENS - GERE OS TOKENS ANTES "
               & "DE RECOLHER RESPOSTAS."
               MOVE 0 TO WS-NOVOS
           END-IF.
           IF WS-NUM-RESPOSTAS + WS-NOVOS > 200 THEN
               COMPUTE WS-NOVOS = 200 - WS-NUM-RESPOSTAS
               DISPLAY "CAPACIDADE MAXIMA ATINGIDA (200). A REGISTAR "
           COMPUTE WS-INICIO = WS-NUM-RESPOSTAS + 1.
           PERFORM VARYING INDICE FROM WS-INICIO BY 1
               UNTIL INDICE > WS-NUM-RESPOSTAS + WS-NOVOS
               PERFORM PEDIR-TOKEN
               IF WS-TOK-ACHADO = 0 THEN
                   COMPUTE WS-NOVOS = INDICE - WS-NUM-RESPOSTAS - 1
               ELSE
                   MOVE SPACES TO TABELA-NOMES(INDICE)
                   MOVE TOK-DEPTO(WS-TOK-ACHADO)
                       TO TABELA-DEPARTAMENTO(INDICE)

                   MOVE WS-CAMPANHA TO TABELA-CAMPANHA(INDICE)

                   PERFORM VARYING IND-PERG FROM 1 BY 1
                       UNTIL IND-PERG > 4
                       DISPLAY "SATISFACAO - " PERGUNTA(IND-PERG)
                           " (1-5):" NO ADVANCING
                       ACCEPT TABELA-SATISFACAO(INDICE, IND-PERG)
                   END-PERFORM

                   PERFORM GRAVAR-INQUERITO
                   MOVE "U" TO TOK-ESTADO(WS-TOK-ACHADO)
                   PERFORM GRAVAR-TOKENS
               END-IF
           END-PERFORM.
           ADD WS-NOVOS TO WS-NUM-RESPOSTAS.
           DISPLAY "CAMPANHA A REPORTAR (VAZIO=TODAS):" NO ADVANCING.
           PERFORM CALCULAR-MEDIA.
           MOVE MEDIA TO SAIDA-MEDIA.
           DISPLAY SAIDA-MEDIA POSITION 40 LINE LINHA.
           ADD 1 TO LINHA.
           ACCEPT OMITTED.
           DISPLAY "9-Departamentos abaixo da media alvo:" LINE LINHA.
           ADD 1 TO LINHA.
           DISPLAY "MEDIA ALVO (ENTER=3.00):" NO ADVANCING.
           MOVE SPACES TO TEMP-MEDIA-ALVO.
           ACCEPT TEMP-MEDIA-ALVO.
           IF TEMP-MEDIA-ALVO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP-MEDIA-ALVO) TO WS-MEDIA-ALVO
           END-IF.
           PERFORM MOSTRAR-DEPTOS-ABAIXO-ALVO.
           IF WS-CAMP-REL NOT = SPACES THEN
               DISPLAY "REGISTAR PLANOS DE ACAO DA CAMPANHA (S/N):"
                   NO ADVANCING
               ACCEPT WS-RESP-PLN
               IF WS-RESP-PLN = "S" OR WS-RESP-PLN = "s" THEN
                   PERFORM MANTER-PLANOS
               END-IF
           END-IF.
           ACCEPT OMITTED.
           DISPLAY "10-Acompanhamento dos planos de acao em aberto:"
               LINE LINHA.
           ADD 1 TO LINHA.
           PERFORM MOSTRAR-PLANOS-ABERTOS.

           PERFORM GRAVAR-RELATORIO-FICHEIRO.
           DISPLAY "RELATORIO GRAVADO EM " WS-REL-NOME.
                           ADD 1 TO CMP-CONTA-A(WS-IND-ACHADO)
                           ADD WS-SOMA-RESP
                               TO CMP-SOMA-A(WS-IND-ACHADO)
                           PERFORM VARYING IND-PERG FROM 1 BY 1
                               UNTIL IND-PERG > 4
                               ADD TABELA-SATISFACAO(INDICE, IND-PERG)
                                   TO CMP-PERG-A(WS-IND-ACHADO,
                                   IND-PERG)
                           END-PERFORM
                       ELSE
                           ADD 1 TO CMP-CONTA-B(WS-IND-ACHADO)
                           ADD WS-SOMA-RESP
                               TO CMP-SOMA-B(WS-IND-ACHADO)
                           PERFORM VARYING IND-PERG FROM 1 BY 1
                               UNTIL IND-PERG > 4
                               ADD TABELA-SATISFACAO(INDICE, IND-PERG)
                                   TO CMP-PERG-B(WS-IND-ACHADO,
                                   IND-PERG)
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF
               DISPLAY SAIDA-DELTA POSITION 40
               ADD 1 TO LINHA
           END-PERFORM.
           PERFORM MOSTRAR-PLANOS-COMPARA.
           ACCEPT OMITTED.

       PROCURAR-CMP.
               MOVE 0 TO CMP-SOMA-A(WS-IND-ACHADO)
               MOVE 0 TO CMP-CONTA-B(WS-IND-ACHADO)
               MOVE 0 TO CMP-SOMA-B(WS-IND-ACHADO)
               PERFORM VARYING IND-PERG FROM 1 BY 1
                   UNTIL IND-PERG > 4
                   MOVE 0 TO CMP-PERG-A(WS-IND-ACHADO, IND-PERG)
                   MOVE 0 TO CMP-PERG-B(WS-IND-ACHADO, IND-PERG)
               END-PERFORM
           END-IF.

       CALCULAR-MEDIA.
           GO MANTER-EFETIVOS.

       MOSTRAR-PARTICIPACAO.
           PERFORM VERIFICAR-PARTICIPACAO-TOKENS.
           IF WS-PART-TOKENS = 1 THEN
               PERFORM MOSTRAR-PARTICIPACAO-TOKENS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TOT-RESP.
           MOVE 0 TO WS-TOT-EFET.
           DISPLAY "DEPARTAMENTO    RESP EFET  PCT".
           DISPLAY WS-PCT POSITION 28.
           ADD 1 TO LINHA.

      * COM TOKENS NA CAMPANHA A PARTICIPACAO VEM DOS TOKENS USADOS
       VERIFICAR-PARTICIPACAO-TOKENS.
           MOVE 0 TO WS-PART-TOKENS.
           IF WS-CAMP-REL NOT = SPACES THEN
               MOVE WS-CAMP-REL TO WS-TOK-CAMP-W
               PERFORM CONTAR-TOKENS-CAMPANHA
               IF WS-TOK-CAMP-QTD > 0 THEN
                   MOVE 1 TO WS-PART-TOKENS
               END-IF
           END-IF.

       CARREGAR-TOKENS.
           MOVE 0 TO QTD-TOKENS.
           OPEN INPUT FICTOK.
           IF FS-TOK = "00" THEN
               PERFORM UNTIL FS-TOK NOT = "00"
                   READ FICTOK
                       AT END
                           MOVE "10" TO FS-TOK
                       NOT AT END
                           IF QTD-TOKENS < 500 THEN
                               ADD 1 TO QTD-TOKENS
                               MOVE SPACES TO TOK-ITEM(QTD-TOKENS)
                               UNSTRING TOK-REG-LINHA
                                   DELIMITED BY ";"
                                   INTO TOK-CAMPANHA(QTD-TOKENS)
                                        TOK-CODIGO(QTD-TOKENS)
                                        TOK-DEPTO(QTD-TOKENS)
                                        TOK-ESTADO(QTD-TOKENS)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICTOK.

      * O FICHEIRO SO LIGA O TOKEN AO DEPARTAMENTO, NUNCA A PESSOA
       GRAVAR-TOKENS.
           OPEN OUTPUT FICTOK.
           PERFORM VARYING IND-TOK FROM 1 BY 1
               UNTIL IND-TOK > QTD-TOKENS
               MOVE SPACES TO TOK-REG-LINHA
               STRING FUNCTION TRIM(TOK-CAMPANHA(IND-TOK)) ";"
                   TOK-CODIGO(IND-TOK) ";"
                   FUNCTION TRIM(TOK-DEPTO(IND-TOK)) ";"
                   TOK-ESTADO(IND-TOK)
                   DELIMITED BY SIZE
                   INTO TOK-REG-LINHA
               END-STRING
               WRITE REGISTO-TOK
           END-PERFORM.
           CLOSE FICTOK.

       CONTAR-TOKENS-CAMPANHA.
           MOVE 0 TO WS-TOK-CAMP-QTD.
           PERFORM VARYING IND-TOK FROM 1 BY 1
               UNTIL IND-TOK > QTD-TOKENS
               IF TOK-CAMPANHA(IND-TOK) = WS-TOK-CAMP-W THEN
                   ADD 1 TO WS-TOK-CAMP-QTD
               END-IF
           END-PERFORM.

      * UM TOKEN POR EFETIVO DE CADA DEPARTAMENTO, MISTURADOS AO ACASO
       GERAR-TOKENS.
           MOVE WS-CAMPANHA TO WS-TOK-CAMP-W.
           PERFORM CONTAR-TOKENS-CAMPANHA.
           IF WS-TOK-CAMP-QTD > 0 THEN
               DISPLAY "TOKENS JA GERADOS PARA A CAMPANHA: "
                   WS-TOK-CAMP-QTD
               EXIT PARAGRAPH
           END-IF.
           IF QTD-EFETIVOS = 0 THEN
               DISPLAY "SEM EFETIVOS REGISTADOS - TOKENS NAO GERADOS"
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-HORA-SEED FROM TIME.
           COMPUTE WS-RAND-W = FUNCTION RANDOM(WS-HORA-SEED).

           MOVE SPACES TO WS-REL-NOME.
           STRING "TOKENS_" DELIMITED BY SIZE
               WS-CAMPANHA DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REL-NOME
           END-STRING.
           OPEN OUTPUT FICRELP.

           PERFORM VARYING IND-EFE FROM 1 BY 1
               UNTIL IND-EFE > QTD-EFETIVOS
               PERFORM VARYING IND-GER FROM 1 BY 1
                   UNTIL IND-GER > EFE-QTD(IND-EFE)
                      OR QTD-TOKENS >= 500
                   PERFORM NOVO-TOKEN
                   ADD 1 TO QTD-TOKENS
                   MOVE WS-CAMPANHA TO TOK-CAMPANHA(QTD-TOKENS)
                   MOVE WS-TOKEN TO TOK-CODIGO(QTD-TOKENS)
                   MOVE EFE-NOME(IND-EFE) TO TOK-DEPTO(QTD-TOKENS)
                   MOVE "L" TO TOK-ESTADO(QTD-TOKENS)
                   PERFORM IMPRIMIR-TOKEN
               END-PERFORM
           END-PERFORM.

           CLOSE FICRELP.
           PERFORM GRAVAR-TOKENS.
           MOVE WS-CAMPANHA TO WS-TOK-CAMP-W.
           PERFORM CONTAR-TOKENS-CAMPANHA.
           DISPLAY "TOKENS GERADOS: " WS-TOK-CAMP-QTD.
           DISPLAY "TALOES PARA DISTRIBUIR EM " WS-REL-NOME.
           IF QTD-TOKENS >= 500 THEN
               DISPLAY "AVISO: LIMITE DE 500 TOKENS ATINGIDO."
           END-IF.

       NOVO-TOKEN.
           MOVE SPACES TO WS-TOKEN.
           PERFORM VARYING IND-CAR FROM 1 BY 1 UNTIL IND-CAR > 8
               COMPUTE WS-RAND-POS = FUNCTION RANDOM * 32 + 1
               MOVE ALFABETO-TOKEN(WS-RAND-POS:1)
                   TO WS-TOKEN(IND-CAR:1)
           END-PERFORM.
           MOVE 0 TO WS-TOK-ACHADO.
           PERFORM VARYING IND-TOK FROM 1 BY 1
               UNTIL IND-TOK > QTD-TOKENS
               IF TOK-CODIGO(IND-TOK) = WS-TOKEN THEN
                   MOVE IND-TOK TO WS-TOK-ACHADO
               END-IF
           END-PERFORM.
           IF WS-TOK-ACHADO NOT = 0 THEN
               GO NOVO-TOKEN
           END-IF.

       IMPRIMIR-TOKEN.
           MOVE "--------------------------------------------------"
               TO RELP-LINHA.
           WRITE REGISTO-RELP.
           MOVE SPACES TO RELP-LINHA.
           STRING "INDUSTRIA DO PORCO SA - INQUERITO DE SATISFACAO"
               DELIMITED BY SIZE
               INTO RELP-LINHA
           END-STRING.
           WRITE REGISTO-RELP.
           MOVE SPACES TO RELP-LINHA.
           STRING "CAMPANHA: " WS-CAMPANHA
               "  DEPARTAMENTO: " TOK-DEPTO(QTD-TOKENS)
               DELIMITED BY SIZE
               INTO RELP-LINHA
           END-STRING.
           WRITE REGISTO-RELP.
           MOVE SPACES TO RELP-LINHA.
           STRING "TOKEN DE RESPOSTA: " WS-TOKEN
               "  (UTILIZACAO UNICA E ANONIMA)"
               DELIMITED BY SIZE
               INTO RELP-LINHA
           END-STRING.
           WRITE REGISTO-RELP.

      * O TOKEN SO SERVE UMA VEZ E NA CAMPANHA PARA QUE FOI EMITIDO
       PEDIR-TOKEN.
           MOVE 0 TO WS-TOK-ACHADO.
           DISPLAY "QUAL O TOKEN (VAZIO=TERMINAR):" NO ADVANCING.
           MOVE SPACES TO WS-TOKEN.
           ACCEPT WS-TOKEN.
           IF WS-TOKEN = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TOKEN) TO WS-TOKEN.
           PERFORM VARYING IND-TOK FROM 1 BY 1
               UNTIL IND-TOK > QTD-TOKENS
               IF TOK-CODIGO(IND-TOK) = WS-TOKEN AND
                  TOK-CAMPANHA(IND-TOK) = WS-CAMPANHA THEN
                   MOVE IND-TOK TO WS-TOK-ACHADO
               END-IF
           END-PERFORM.
           IF WS-TOK-ACHADO = 0 THEN
               DISPLAY "TOKEN INEXISTENTE NESTA CAMPANHA"
               GO PEDIR-TOKEN
           END-IF.
           IF TOK-ESTADO(WS-TOK-ACHADO) NOT = "L" THEN
               DISPLAY "TOKEN JA UTILIZADO"
               MOVE 0 TO WS-TOK-ACHADO
               GO PEDIR-TOKEN
           END-IF.

       MOSTRAR-PARTICIPACAO-TOKENS.
           MOVE 0 TO WS-TOT-RESP.
           MOVE 0 TO WS-TOT-EFET.
           DISPLAY "DEPARTAMENTO    USAD EMIT  PCT (TOKENS)".
           ADD 1 TO LINHA.
           PERFORM VARYING IND-EFE FROM 1 BY 1
               UNTIL IND-EFE > QTD-EFETIVOS
               PERFORM CONTAR-TOKENS-DEPTO
               IF WS-TOK-EMIT > 0 THEN
                   ADD WS-TOK-USADOS TO WS-TOT-RESP
                   ADD WS-TOK-EMIT TO WS-TOT-EFET
                   COMPUTE WS-PCT = WS-TOK-USADOS * 100 / WS-TOK-EMIT
                   DISPLAY EFE-NOME(IND-EFE) POSITION 1
                   DISPLAY WS-TOK-USADOS POSITION 17
                   DISPLAY WS-TOK-EMIT POSITION 22
                   DISPLAY WS-PCT POSITION 28
                   IF WS-PCT < WS-LIMIAR THEN
                       DISPLAY "ABAIXO DO LIMIAR!" POSITION 33
                   END-IF
                   ADD 1 TO LINHA
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PCT.
           IF WS-TOT-EFET > 0 THEN
               COMPUTE WS-PCT = WS-TOT-RESP * 100 / WS-TOT-EFET
           END-IF.
           DISPLAY "TOTAL" POSITION 1.
           DISPLAY WS-TOT-RESP POSITION 17.
           DISPLAY WS-TOT-EFET POSITION 22.
           DISPLAY WS-PCT POSITION 28.
           ADD 1 TO LINHA.

       CONTAR-TOKENS-DEPTO.
           MOVE 0 TO WS-TOK-EMIT.
           MOVE 0 TO WS-TOK-USADOS.
           PERFORM VARYING IND-TOK FROM 1 BY 1
               UNTIL IND-TOK > QTD-TOKENS
               IF TOK-CAMPANHA(IND-TOK) = WS-CAMP-REL AND
                  TOK-DEPTO(IND-TOK) = EFE-NOME(IND-EFE) THEN
                   ADD 1 TO WS-TOK-EMIT
                   IF TOK-ESTADO(IND-TOK) = "U" THEN
                       ADD 1 TO WS-TOK-USADOS
                   END-IF
               END-IF
           END-PERFORM.

       GRAVAR-PARTICIPACAO-TOKENS.
           MOVE 0 TO WS-TOT-RESP.
           MOVE 0 TO WS-TOT-EFET.
           PERFORM VARYING IND-EFE FROM 1 BY 1
               UNTIL IND-EFE > QTD-EFETIVOS
               PERFORM CONTAR-TOKENS-DEPTO
               IF WS-TOK-EMIT > 0 THEN
                   ADD WS-TOK-USADOS TO WS-TOT-RESP
                   ADD WS-TOK-EMIT TO WS-TOT-EFET
                   COMPUTE WS-PCT = WS-TOK-USADOS * 100 / WS-TOK-EMIT
                   MOVE SPACES TO RELP-LINHA
                   IF WS-PCT < WS-LIMIAR THEN
                       STRING EFE-NOME(IND-EFE) " TOKENS USADOS "
                           WS-TOK-USADOS " EMITIDOS "
                           WS-TOK-EMIT " PCT "
                           WS-PCT " ABAIXO DO LIMIAR"
                           DELIMITED BY SIZE
                           INTO RELP-LINHA
                       END-STRING
                   ELSE
                       STRING EFE-NOME(IND-EFE) " TOKENS USADOS "
                           WS-TOK-USADOS " EMITIDOS "
                           WS-TOK-EMIT " PCT "
                           WS-PCT
                           DELIMITED BY SIZE
                           INTO RELP-LINHA
                       END-STRING
                   END-IF
                   WRITE REGISTO-RELP
               END-IF
           END-PERFORM.

       CARREGAR-PLANOS.
           MOVE 0 TO QTD-PLANOS.
           OPEN INPUT FICPLN.
           IF FS-PLN = "00" THEN
               PERFORM UNTIL FS-PLN NOT = "00"
                   READ FICPLN
                       AT END
                           MOVE "10" TO FS-PLN
                       NOT AT END
                           IF QTD-PLANOS < 100 THEN
                               ADD 1 TO QTD-PLANOS
                               MOVE SPACES TO PLN-ITEM(QTD-PLANOS)
                               MOVE SPACES TO PLN-F-PERG
                               MOVE SPACES TO PLN-F-PRAZO
                               UNSTRING PLN-REG-LINHA
                                   DELIMITED BY ";"
                                   INTO PLN-CAMPANHA(QTD-PLANOS)
                                        PLN-DEPTO(QTD-PLANOS)
                                        PLN-F-PERG
                                        PLN-ACAO(QTD-PLANOS)
                                        PLN-RESPONSAVEL(QTD-PLANOS)
                                        PLN-F-PRAZO
                                        PLN-ESTADO(QTD-PLANOS)
                               END-UNSTRING
                               MOVE FUNCTION NUMVAL(PLN-F-PERG) TO
                                   PLN-PERGUNTA(QTD-PLANOS)
                               MOVE 0 TO PLN-PRAZO(QTD-PLANOS)
                               IF PLN-F-PRAZO IS NUMERIC THEN
                                   MOVE PLN-F-PRAZO TO
                                       PLN-PRAZO(QTD-PLANOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPLN.

       GRAVAR-PLANOS.
           OPEN OUTPUT FICPLN.
           PERFORM VARYING IND-PLN FROM 1 BY 1
               UNTIL IND-PLN > QTD-PLANOS
               MOVE SPACES TO PLN-REG-LINHA
               STRING FUNCTION TRIM(PLN-CAMPANHA(IND-PLN)) ";"
                   FUNCTION TRIM(PLN-DEPTO(IND-PLN)) ";"
                   PLN-PERGUNTA(IND-PLN) ";"
                   FUNCTION TRIM(PLN-ACAO(IND-PLN)) ";"
                   FUNCTION TRIM(PLN-RESPONSAVEL(IND-PLN)) ";"
                   PLN-PRAZO(IND-PLN) ";"
                   PLN-ESTADO(IND-PLN)
                   DELIMITED BY SIZE
                   INTO PLN-REG-LINHA
               END-STRING
               WRITE REGISTO-PLN
           END-PERFORM.
           CLOSE FICPLN.

      * DEPARTAMENTOS E PERGUNTAS COM MEDIA ABAIXO DO ALVO
       MOSTRAR-DEPTOS-ABAIXO-ALVO.
           DISPLAY "DEPARTAMENTO    PERGUNTA ABAIXO DO ALVO  MEDIA"
               LINE LINHA.
           ADD 1 TO LINHA.
           PERFORM VARYING IND-DEP FROM 1 BY 1
               UNTIL IND-DEP > QTD-DEPTOS
               PERFORM VARYING IND-PERG FROM 1 BY 1
                   UNTIL IND-PERG > 4
                   COMPUTE MEDIA = DEP-SOMA(IND-DEP, IND-PERG)
                       / DEP-CONTA(IND-DEP)
                   IF MEDIA < WS-MEDIA-ALVO THEN
                       MOVE MEDIA TO SAIDA-MEDIA
                       DISPLAY DEP-NOME(IND-DEP) POSITION 1
                       DISPLAY IND-PERG POSITION 17
                       DISPLAY PERGUNTA(IND-PERG) POSITION 19
                       DISPLAY SAIDA-MEDIA POSITION 42
                       ADD 1 TO LINHA
                   END-IF
               END-PERFORM
           END-PERFORM.

      * UM PLANO POR CAMPANHA, DEPARTAMENTO E PERGUNTA FRACA
       MANTER-PLANOS.
           DISPLAY "DEPARTAMENTO DO PLANO (VAZIO=TERMINAR):"
               NO ADVANCING.
           MOVE SPACES TO TEMP-PLN-DEPTO.
           ACCEPT TEMP-PLN-DEPTO.

           IF TEMP-PLN-DEPTO = SPACES THEN
               PERFORM GRAVAR-PLANOS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PERGUNTA FRACA (1-4):" NO ADVANCING.
           MOVE SPACES TO PLN-F-PERG.
           ACCEPT PLN-F-PERG.
           MOVE FUNCTION NUMVAL(PLN-F-PERG) TO WS-PLN-PERG.
           IF WS-PLN-PERG < 1 OR WS-PLN-PERG > 4 THEN
               DISPLAY "PERGUNTA INVALIDA"
               GO MANTER-PLANOS
           END-IF.

           MOVE 0 TO WS-PLN-ACHADO.
           PERFORM VARYING IND-PLN FROM 1 BY 1
               UNTIL IND-PLN > QTD-PLANOS
               IF PLN-CAMPANHA(IND-PLN) = WS-CAMP-REL AND
                  PLN-DEPTO(IND-PLN) = TEMP-PLN-DEPTO AND
                  PLN-PERGUNTA(IND-PLN) = WS-PLN-PERG THEN
                   MOVE IND-PLN TO WS-PLN-ACHADO
               END-IF
           END-PERFORM.
           IF WS-PLN-ACHADO = 0 THEN
               IF QTD-PLANOS >= 100 THEN
                   DISPLAY "LIMITE DE 100 PLANOS ATINGIDO"
                   PERFORM GRAVAR-PLANOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO QTD-PLANOS
               MOVE QTD-PLANOS TO WS-PLN-ACHADO
               MOVE SPACES TO PLN-ITEM(WS-PLN-ACHADO)
               MOVE WS-CAMP-REL TO PLN-CAMPANHA(WS-PLN-ACHADO)
               MOVE TEMP-PLN-DEPTO TO PLN-DEPTO(WS-PLN-ACHADO)
               MOVE WS-PLN-PERG TO PLN-PERGUNTA(WS-PLN-ACHADO)
               MOVE 0 TO PLN-PRAZO(WS-PLN-ACHADO)
               MOVE "A" TO PLN-ESTADO(WS-PLN-ACHADO)
           ELSE
               DISPLAY "PLANO EXISTENTE: " PLN-ACAO(WS-PLN-ACHADO)
               DISPLAY "RESPONSAVEL: " PLN-RESPONSAVEL(WS-PLN-ACHADO)
                   " PRAZO: " PLN-PRAZO(WS-PLN-ACHADO)
                   " ESTADO: " PLN-ESTADO(WS-PLN-ACHADO)
           END-IF.

           DISPLAY "ACAO ACORDADA (VAZIO=MANTER):" NO ADVANCING.
           MOVE SPACES TO TEMP-PLN-ACAO.
           ACCEPT TEMP-PLN-ACAO.
           IF TEMP-PLN-ACAO NOT = SPACES THEN
               MOVE TEMP-PLN-ACAO TO PLN-ACAO(WS-PLN-ACHADO)
           END-IF.

           DISPLAY "RESPONSAVEL (VAZIO=MANTER):" NO ADVANCING.
           MOVE SPACES TO TEMP-PLN-RESP.
           ACCEPT TEMP-PLN-RESP.
           IF TEMP-PLN-RESP NOT = SPACES THEN
               MOVE TEMP-PLN-RESP TO PLN-RESPONSAVEL(WS-PLN-ACHADO)
           END-IF.

           DISPLAY "PRAZO AAAAMMDD (VAZIO=MANTER):" NO ADVANCING.
           MOVE SPACES TO PLN-F-PRAZO.
           ACCEPT PLN-F-PRAZO.
           IF PLN-F-PRAZO NOT = SPACES THEN
               IF PLN-F-PRAZO IS NUMERIC THEN
                   MOVE PLN-F-PRAZO TO PLN-PRAZO(WS-PLN-ACHADO)
               ELSE
                   DISPLAY "PRAZO INVALIDO - NAO ALTERADO"
               END-IF
           END-IF.

           DISPLAY "ESTADO A=ABERTA C=CONCLUIDA (VAZIO=MANTER):"
               NO ADVANCING.
           MOVE SPACE TO WS-RESP-PLN.
           ACCEPT WS-RESP-PLN.
           MOVE FUNCTION UPPER-CASE(WS-RESP-PLN) TO WS-RESP-PLN.
           IF WS-RESP-PLN = "A" OR WS-RESP-PLN = "C" THEN
               MOVE WS-RESP-PLN TO PLN-ESTADO(WS-PLN-ACHADO)
           END-IF.
           GO MANTER-PLANOS.

      * ACOMPANHAMENTO: ACOES EM ABERTO, ASSINALANDO AS FORA DO PRAZO
       MOSTRAR-PLANOS-ABERTOS.
           MOVE 0 TO WS-PLN-ABERTOS.
           MOVE 0 TO WS-PLN-ATRASADOS.
           DISPLAY "CAMPANHA DEPARTAMENTO    P ACAO" LINE LINHA.
           DISPLAY "RESPONSAVEL" POSITION 52.
           DISPLAY "PRAZO" POSITION 68.
           ADD 1 TO LINHA.
           PERFORM VARYING IND-PLN FROM 1 BY 1
               UNTIL IND-PLN > QTD-PLANOS
               IF PLN-ESTADO(IND-PLN) = "A" THEN
                   ADD 1 TO WS-PLN-ABERTOS
                   DISPLAY PLN-CAMPANHA(IND-PLN) POSITION 1
                   DISPLAY PLN-DEPTO(IND-PLN) POSITION 10
                   DISPLAY PLN-PERGUNTA(IND-PLN) POSITION 26
                   DISPLAY PLN-ACAO(IND-PLN)(1:23) POSITION 28
                   DISPLAY PLN-RESPONSAVEL(IND-PLN)(1:15) POSITION 52
                   DISPLAY PLN-PRAZO(IND-PLN) POSITION 68
                   IF PLN-PRAZO(IND-PLN) < WS-DATA-HOJE THEN
                       ADD 1 TO WS-PLN-ATRASADOS
                       DISPLAY "ATRASADA" POSITION 77
                   END-IF
                   ADD 1 TO LINHA
               END-IF
           END-PERFORM.
           DISPLAY "ACOES EM ABERTO: " LINE LINHA.
           DISPLAY WS-PLN-ABERTOS POSITION 18.
           DISPLAY "ATRASADAS: " POSITION 23.
           DISPLAY WS-PLN-ATRASADOS POSITION 34.
           ADD 1 TO LINHA.

       GRAVAR-PLANOS-ABERTOS.
           MOVE 0 TO WS-PLN-ABERTOS.
           MOVE 0 TO WS-PLN-ATRASADOS.
           PERFORM VARYING IND-PLN FROM 1 BY 1
               UNTIL IND-PLN > QTD-PLANOS
               IF PLN-ESTADO(IND-PLN) = "A" THEN
                   ADD 1 TO WS-PLN-ABERTOS
                   MOVE SPACES TO RELP-LINHA
                   STRING PLN-CAMPANHA(IND-PLN) " "
                       PLN-DEPTO(IND-PLN) " "
                       PLN-PERGUNTA(IND-PLN) " "
                       PLN-ACAO(IND-PLN)(1:30) " "
                       PLN-RESPONSAVEL(IND-PLN)(1:15) " "
                       PLN-PRAZO(IND-PLN)
                       DELIMITED BY SIZE
                       INTO RELP-LINHA
                   END-STRING
                   IF PLN-PRAZO(IND-PLN) < WS-DATA-HOJE THEN
                       ADD 1 TO WS-PLN-ATRASADOS
                       MOVE "ATRASADA" TO RELP-LINHA(90:8)
                   END-IF
                   WRITE REGISTO-RELP
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELP-LINHA.
           STRING "ACOES EM ABERTO: " WS-PLN-ABERTOS
               "  ATRASADAS: " WS-PLN-ATRASADOS
               DELIMITED BY SIZE
               INTO RELP-LINHA
           END-STRING.
           WRITE REGISTO-RELP.

      * ACOES DA CAMPANHA A AO LADO DA VARIACAO NA PERGUNTA VISADA
       MOSTRAR-PLANOS-COMPARA.
           ADD 1 TO LINHA.
           DISPLAY "PLANOS DE ACAO DA CAMPANHA " LINE LINHA.
           DISPLAY WS-CAMP-A POSITION 28.
           ADD 1 TO LINHA.
           DISPLAY "DEPARTAMENTO    PERGUNTA  ACAO" POSITION 1.
           DISPLAY "E" POSITION 54.
           DISPLAY WS-CAMP-A(1:4) POSITION 56.
           DISPLAY WS-CAMP-B(1:4) POSITION 61.
           DISPLAY "VAR" POSITION 67.
           ADD 1 TO LINHA.
           PERFORM VARYING IND-PLN FROM 1 BY 1
               UNTIL IND-PLN > QTD-PLANOS
               IF PLN-CAMPANHA(IND-PLN) = WS-CAMP-A AND
                  PLN-PERGUNTA(IND-PLN) >= 1 AND
                  PLN-PERGUNTA(IND-PLN) <= 4 THEN
                   MOVE PLN-PERGUNTA(IND-PLN) TO IND-PERG
                   MOVE 0 TO WS-IND-ACHADO
                   PERFORM VARYING IND-CMP FROM 1 BY 1
                       UNTIL IND-CMP > QTD-CMP
                       IF CMP-NOME(IND-CMP) = PLN-DEPTO(IND-PLN) THEN
                           MOVE IND-CMP TO WS-IND-ACHADO
                       END-IF
                   END-PERFORM
                   DISPLAY PLN-DEPTO(IND-PLN) POSITION 1
                   DISPLAY PERGUNTA(IND-PERG)(1:8) POSITION 17
                   DISPLAY PLN-ACAO(IND-PLN)(1:26) POSITION 27
                   DISPLAY PLN-ESTADO(IND-PLN) POSITION 54
                   IF WS-IND-ACHADO = 0 THEN
                       DISPLAY "SEM DADOS" POSITION 56
                   ELSE
                       PERFORM MOSTRAR-VARIACAO-PLANO
                   END-IF
                   ADD 1 TO LINHA
               END-IF
           END-PERFORM.

       MOSTRAR-VARIACAO-PLANO.
           MOVE 0 TO MEDIA-A.
           MOVE 0 TO MEDIA-B.
           IF CMP-CONTA-A(WS-IND-ACHADO) > 0 THEN
               COMPUTE MEDIA-A = CMP-PERG-A(WS-IND-ACHADO, IND-PERG)
                   / CMP-CONTA-A(WS-IND-ACHADO)
           END-IF.
           IF CMP-CONTA-B(WS-IND-ACHADO) > 0 THEN
               COMPUTE MEDIA-B = CMP-PERG-B(WS-IND-ACHADO, IND-PERG)
                   / CMP-CONTA-B(WS-IND-ACHADO)
           END-IF.
           MOVE MEDIA-A TO SAIDA-MEDIA.
           DISPLAY SAIDA-MEDIA POSITION 56.
           MOVE MEDIA-B TO SAIDA-MEDIA.
           DISPLAY SAIDA-MEDIA POSITION 61.
           IF CMP-CONTA-A(WS-IND-ACHADO) > 0 AND
              CMP-CONTA-B(WS-IND-ACHADO) > 0 THEN
               COMPUTE DELTA-MEDIA = MEDIA-B - MEDIA-A
               MOVE DELTA-MEDIA TO SAIDA-DELTA
               DISPLAY SAIDA-DELTA POSITION 66
           END-IF.

       CALCULAR-HISTOGRAMA.
           PERFORM VARYING IND-PERG FROM 1 BY 1
               UNTIL IND-PERG > 4

           MOVE 0 TO WS-TOT-RESP.
           MOVE 0 TO WS-TOT-EFET.
           PERFORM VERIFICAR-PARTICIPACAO-TOKENS.
           IF WS-PART-TOKENS = 1 THEN
               PERFORM GRAVAR-PARTICIPACAO-TOKENS
           ELSE
               PERFORM VARYING IND-DEP FROM 1 BY 1
                   UNTIL IND-DEP > QTD-DEPTOS
                   MOVE 0 TO WS-PCT
                   MOVE 0 TO WS-EFE-ACHADO
                   PERFORM VARYING IND-EFE FROM 1 BY 1
                       UNTIL IND-EFE > QTD-EFETIVOS
                       IF EFE-NOME(IND-EFE) = DEP-NOME(IND-DEP) THEN
                           MOVE IND-EFE TO WS-EFE-ACHADO
                       END-IF
                   END-PERFORM
                   ADD DEP-CONTA(IND-DEP) TO WS-TOT-RESP
                   MOVE SPACES TO RELP-LINHA
                   IF WS-EFE-ACHADO NOT = 0 THEN
                       ADD EFE-QTD(WS-EFE-ACHADO) TO WS-TOT-EFET
                       IF EFE-QTD(WS-EFE-ACHADO) > 0 THEN
                           COMPUTE WS-PCT = DEP-CONTA(IND-DEP) * 100
                               / EFE-QTD(WS-EFE-ACHADO)
                       END-IF
                       IF WS-PCT < WS-LIMIAR THEN
                           STRING DEP-NOME(IND-DEP) " RESPOSTAS "
                               DEP-CONTA(IND-DEP) " EFETIVO "
                               EFE-QTD(WS-EFE-ACHADO) " PCT "
                               WS-PCT " ABAIXO DO LIMIAR"
                               DELIMITED BY SIZE
                               INTO RELP-LINHA
                           END-STRING
                       ELSE
                           STRING DEP-NOME(IND-DEP) " RESPOSTAS "
                               DEP-CONTA(IND-DEP) " EFETIVO "
                               EFE-QTD(WS-EFE-ACHADO) " PCT "
                               WS-PCT
                               DELIMITED BY SIZE
                               INTO RELP-LINHA
                           END-STRING
                       END-IF
                   ELSE
                       STRING DEP-NOME(IND-DEP) " RESPOSTAS "
                           DEP-CONTA(IND-DEP)
                           " SEM EFETIVO REGISTADO"
                           DELIMITED BY SIZE
                           INTO RELP-LINHA
                       END-STRING
                   END-IF
                   WRITE REGISTO-RELP
               END-PERFORM
           END-IF.

           MOVE 0 TO WS-PCT.
           IF WS-TOT-EFET > 0 THEN
           MOVE SPACES TO RELP-LINHA.
           WRITE REGISTO-RELP.

           MOVE SPACES TO RELP-LINHA.
           WRITE REGISTO-RELP.

           MOVE "PLANOS DE ACAO EM ABERTO" TO RELP-LINHA.
           WRITE REGISTO-RELP.

           PERFORM GRAVAR-PLANOS-ABERTOS.

           MOVE SPACES TO RELP-LINHA.
           WRITE REGISTO-RELP.

           PERFORM CALCULAR-MEDIA.
           MOVE MEDIA TO SAIDA-MEDIA.
           MOVE SPACES TO RELP-LINHA.
