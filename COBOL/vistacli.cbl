      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vista unica de cliente no grupo: cruza pelo NIF os
      *          socios da biblioteca (USUARIOS.DAT), os clientes do
      *          banco (CLIENTESB.DAT), da sabao (CLIENTES.TXT) e da
      *          mota (CLIMOTA.DAT), e pelo telefone os clientes da
      *          pizaria (CLIPIZA.DAT). Mostra as relacoes e saldos em
      *          aberto de cada pessoa (multas, contas, emprestimos,
      *          faturas por pagar e prestacoes de viaturas) e lista
      *          nomes e moradas que nao coincidem entre registos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vistacli.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICFUN ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CODFUNC
           FILE STATUS IS FS-FUN.

           SELECT OPTIONAL FICUTI ASSIGN TO "USUARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UTI-NIF
           ALTERNATE RECORD KEY IS UTI-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS UTI-EMAIL WITH DUPLICATES
           FILE STATUS IS FS-UTI.

           SELECT OPTIONAL FICMUL ASSIGN TO "MULTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MUL-NIF
           FILE STATUS IS FS-MUL.

           SELECT OPTIONAL FICCLB ASSIGN TO "CLIENTESB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLB-NIF
           FILE STATUS IS FS-CLB.

           SELECT OPTIONAL FICCTA ASSIGN TO "CONTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMCONTA
           FILE STATUS IS FS-CTA.

           SELECT OPTIONAL FICEMP ASSIGN TO "EMPRESTIMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-NUM
           FILE STATUS IS FS-EMP.

           SELECT OPTIONAL FICCLS ASSIGN TO "CLIENTES.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLS-NIF
           FILE STATUS IS FS-CLS.

           SELECT OPTIONAL FICSAB ASSIGN TO "INDEX.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-FATURA
           FILE STATUS IS FS-SAB.

           SELECT OPTIONAL FICNC ASSIGN TO "NOTASCRED.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NC-NUMERO
           FILE STATUS IS FS-NC.

           SELECT OPTIONAL FICCLM ASSIGN TO "CLIMOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CHAVE
           FILE STATUS IS FS-CLM.

           SELECT OPTIONAL FICMOTA ASSIGN TO "FICHMOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRICULA
           FILE STATUS IS FS-MOT.

           SELECT OPTIONAL FICPAG ASSIGN TO "PAGMOTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAG.

           SELECT OPTIONAL FICCLP ASSIGN TO "CLIPIZA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLP-CONTATO
           FILE STATUS IS FS-CLP.

           SELECT OPTIONAL FICREL ASSIGN TO WS-REL-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD FICFUN.
       01 REGISTO-FUN.
           05 FS-CODFUNC          PIC 9(03).
           05 FS-NOME-FUNC        PIC X(30).
           05 FS-PASSWORD-HASH    PIC 9(10).
           05 FS-DATA-PASSWORD    PIC 9(08).
           05 FS-FORCAR-TROCA     PIC X(01).
           05 FS-BLOQUEADO        PIC X(01).
           05 FS-TENTATIVAS       PIC 9(01).
           05 FS-PERFIL           PIC X(01).
           05 FS-ATIVO-FUNC       PIC X(01).
           05 FS-CODFILIAL-FU     PIC 9(02).

       FD FICUTI.
       01 REGISTO-UTI.
           05 UTI-NIF             PIC 9(09).
           05 UTI-NOME            PIC A(30).
           05 UTI-DATA-ADM        PIC 9(08).
           05 UTI-EMAIL           PIC X(50).
           05 UTI-NUM-ALUGUERES   PIC 9(05).
           05 UTI-ANONIMIZADO     PIC X(01).
           05 UTI-TIPO-SOCIO      PIC X(01).
           05 UTI-QUOTA-ANO       PIC 9(04).
           05 UTI-QUOTA-PAGA      PIC X(01).
           05 UTI-NIF-RESPONSAVEL PIC 9(09).
           05 UTI-PIN-HASH        PIC 9(10).
           05 UTI-PIN-TENTATIVAS  PIC 9(01).

       FD FICMUL.
       01 REGISTO-MUL.
           05 MUL-NIF             PIC 9(09).
           05 MUL-ACUMULADO       PIC 9(07)V99.
           05 MUL-PAGO            PIC 9(07)V99.
           05 MUL-DATA-ULT-PAG    PIC 9(08).
           05 MUL-PAGO-DIA        PIC 9(05)V99.

       FD FICCLB.
       01 REGISTO-CLB.
           05 CLB-NIF          PIC 9(09).
           05 CLB-NOME         PIC X(30).
           05 CLB-TELEFONE     PIC X(09).
           05 CLB-MORADA       PIC X(40).

       FD FICCTA.
       01 REGISTO-CTA.
           05 CTA-NUMCONTA     PIC 9(06).
           05 CTA-TITULAR      PIC X(30).
           05 CTA-SALDO        PIC 9(6)V99.
           05 CTA-NIF-CLIENTE  PIC 9(09).
           05 CTA-TIPO         PIC X(01).
           05 CTA-ESTADO       PIC X(01).
           05 CTA-DATA-FECHO   PIC 9(08).
           05 CTA-OPER-FECHO   PIC 9(03).

       FD FICEMP.
       01 REGISTO-EMP.
           05 EMP-NUM          PIC 9(06).
           05 EMP-NIF          PIC 9(09).
           05 EMP-CONTA        PIC 9(06).
           05 EMP-CAPITAL      PIC 9(6)V99.
           05 EMP-TAXA         PIC 9(2)V99.
           05 EMP-PRAZO        PIC 9(03).
           05 EMP-DATA-INICIO  PIC 9(08).
           05 EMP-PRESTACAO    PIC 9(6)V99.
           05 EMP-CAPITAL-DIVIDA PIC 9(6)V99.
           05 EMP-ESTADO       PIC X(01).
           05 EMP-OPERADOR     PIC 9(03).

       FD FICCLS.
       01 REGISTO-CLS.
           05 CLS-NIF          PIC X(9).
           05 CLS-NOME         PIC X(30).
           05 CLS-MORADA       PIC X(40).
           05 CLS-PRAZO        PIC X(3).
           05 CLS-LIMITE       PIC 9(7)V99.

       FD FICSAB.
       01 REGISTO-SAB.
           05 NUMERO-FATURA   PIC X(5).
           05 SAB-DIA         PIC X(2).
           05 SAB-MES         PIC X(2).
           05 SAB-ANO         PIC X(4).
           05 SAB-PRAZO       PIC X(2).
           05 SAB-VALOR       PIC 9(5)V99.
           05 SAB-PAGO        PIC A.
           05 SAB-NIF         PIC X(9).
           05 SAB-VALOR-PAGO  PIC 9(5)V99.
           05 SAB-DIA-PAG     PIC X(2).
           05 SAB-MES-PAG     PIC X(2).
           05 SAB-ANO-PAG     PIC X(4).
           05 SAB-BASE        PIC 9(5)V99.
           05 SAB-TAXA        PIC 9(2).
           05 SAB-IVA         PIC 9(5)V99.
           05 SAB-NIVEL-AVISO PIC 9(1).
           05 SAB-DATA-AVISO  PIC 9(8).

       FD FICNC.
       01 REGISTO-NC.
           05 NC-NUMERO        PIC X(5).
           05 NC-FATURA        PIC X(5).
           05 NC-VALOR         PIC 9(5)V99.
           05 NC-DIA           PIC X(2).
           05 NC-MES           PIC X(2).
           05 NC-ANO           PIC X(4).

       FD FICCLM.
       01 REG-CLM.
           05 CLM-CHAVE     PIC X(9).
           05 CLM-NOME      PIC X(40).
           05 CLM-MORADA    PIC X(40).

       FD FICMOTA.
       01 REGISTO-MOTA.
           05 DATA-VENDA    PIC X(10).
           05 MARCA         PIC A(20).
           05 MODELO        PIC A(20).
           05 MATRICULA     PIC X(8).
           05 CLIENTE       PIC A(40).
           05 TEL           PIC 9(9).
           05 ANOF          PIC 9(4).
           05 KM            PIC S9(8).
           05 PRECO-VENDA   PIC S9(8).
           05 VENDEDOR      PIC X(3).
           05 ESTADO        PIC X.
           05 DATA-COMPRA   PIC X(10).
           05 PRECO-COMPRA  PIC S9(8).
           05 ENTRADA       PIC S9(8).
           05 NUM-MESES     PIC 9(2).
           05 VALOR-MES     PIC 9(6).
           05 GARANTIA-FIM  PIC 9(8).

       FD FICPAG.
       01 REG-PAG.
           05 PAG-MATRICULA PIC X(8).
           05 PAG-DATA      PIC 9(8).
           05 PAG-VALOR     PIC 9(8).

       FD FICCLP.
       01 REGISTO-CLP.
           05 CLP-CONTATO      PIC 9(9).
           05 CLP-NOME         PIC X(30).
           05 CLP-MORADA       PIC X(40).
           05 CLP-NUM-PEDIDOS  PIC 9(5).
           05 CLP-TOTAL-GASTO  PIC 9(7)V99.

       FD FICREL.
       01 LINHA-REL            PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-FUN            PIC X(2) VALUE SPACES.
       77 FS-UTI            PIC X(2) VALUE SPACES.
       77 FS-MUL            PIC X(2) VALUE SPACES.
       77 FS-CLB            PIC X(2) VALUE SPACES.
       77 FS-CTA            PIC X(2) VALUE SPACES.
       77 FS-EMP            PIC X(2) VALUE SPACES.
       77 FS-CLS            PIC X(2) VALUE SPACES.
       77 FS-SAB            PIC X(2) VALUE SPACES.
       77 FS-NC             PIC X(2) VALUE SPACES.
       77 FS-CLM            PIC X(2) VALUE SPACES.
       77 FS-MOT            PIC X(2) VALUE SPACES.
       77 FS-PAG            PIC X(2) VALUE SPACES.
       77 FS-CLP            PIC X(2) VALUE SPACES.
       77 FS-REL            PIC X(2) VALUE SPACES.
       77 WS-OPERADOR-LOGADO PIC 9(3) VALUE 0.
       77 WS-PERFIL-LOGADO  PIC X VALUE SPACE.
       77 WS-LOGIN-COD      PIC X(3) VALUE SPACES.
       77 WS-LOGIN-PW       PIC X(10) VALUE SPACES.
       77 WS-PASSWORD-TRABALHO PIC X(10) VALUE SPACES.
       77 WS-HASH-TMP       PIC 9(15) VALUE 0.
       77 WS-PASSWORD-HASH-CALC PIC 9(10) VALUE 0.
       77 WS-HASH-IDX       PIC 9(2) VALUE 0.
       77 WS-TENTATIVAS-LOGIN PIC 9 VALUE 0.
       77 WS-LOGIN-OK       PIC 9 VALUE 0.

       01 DATA-SISTEMA.
           05 WRK-ANO       PIC 9(4).
           05 WRK-MES       PIC 9(2).
           05 WRK-DIA       PIC 9(2).
       77 WS-DATA-HOJE      PIC 9(8) VALUE 0.

       77 WS-OPCAO          PIC X VALUE SPACE.
           88 OPCAO-VISTA     VALUES "N","n".
           88 OPCAO-CONFLITOS VALUES "C","c".
           88 OPCAO-FIM       VALUES "0".
       77 WS-CAMPO          PIC X(12) VALUE SPACES.
       77 WS-REL-NOME       PIC X(40) VALUE SPACES.
       77 WS-NIF            PIC 9(9) VALUE 0.
       77 WS-NIF-X          PIC X(9) VALUE SPACES.

      * TELEFONES CONHECIDOS DA PESSOA (INDICADO, BANCO)
       77 WS-NUM-TEL        PIC 9 VALUE 0.
       77 IND-TEL           PIC 9 VALUE 0.
       01 WS-TAB-TELEFONES.
           05 TL-NUMERO OCCURS 3 PIC 9(9).
       77 WS-TEL-W          PIC 9(9) VALUE 0.

      * REGISTOS ENCONTRADOS DA PESSOA, UM POR FICHEIRO/CHAVE
       77 WS-NUM-RG         PIC 9 VALUE 0.
       77 IND-RG            PIC 9 VALUE 0.
       77 IND-RG2           PIC 9 VALUE 0.
       01 WS-TAB-REGISTOS.
           05 RG-ITEM OCCURS 8.
               10 RG-FONTE      PIC X(20).
               10 RG-NOME       PIC X(40).
               10 RG-MORADA     PIC X(40).
               10 RG-NOME-N     PIC X(40).
               10 RG-MORADA-N   PIC X(40).
       77 WS-FONTE-W        PIC X(20) VALUE SPACES.
       77 WS-NOME-W         PIC X(40) VALUE SPACES.
       77 WS-MORADA-W       PIC X(40) VALUE SPACES.
       77 WS-CONF-NOME      PIC 9 VALUE 0.
       77 WS-CONF-MORADA    PIC 9 VALUE 0.
      * CHAVES DAS FICHAS DA MOTA ENCONTRADAS (NIF OU CONTACTO)
       77 WS-NUM-CK         PIC 9 VALUE 0.
       77 IND-CK            PIC 9 VALUE 0.
       01 WS-TAB-CHAVES-MOTA.
           05 CK-CHAVE OCCURS 4 PIC X(9).
       77 WS-TEL-X          PIC X(9) VALUE SPACES.

      * SALDOS EM ABERTO
       77 WS-MULTAS         PIC S9(7)V99 VALUE 0.
       77 WS-SALDO-CONTAS   PIC 9(9)V99 VALUE 0.
       77 WS-DIVIDA-EMP     PIC 9(9)V99 VALUE 0.
       77 WS-FATURAS-ABERTO PIC 9(9)V99 VALUE 0.
       77 WS-NUM-FATURAS    PIC 9(4) VALUE 0.
       77 WS-CREDITOS-FAT   PIC 9(7)V99 VALUE 0.
       77 WS-SALDO-FATURA   PIC S9(7)V99 VALUE 0.
       77 WS-PRESTACOES     PIC S9(9) VALUE 0.
       77 WS-PAGO-TOT       PIC 9(9) VALUE 0.
       77 WS-SALDO-V        PIC S9(9) VALUE 0.
       77 WS-VALOR-ED       PIC -(8)9.99.
       77 WS-QTD-ED         PIC ZZZZ9.
       77 WS-ENCONTRADO     PIC 9 VALUE 0.

      * NIFS DE TODOS OS REGISTOS, PARA O RELATORIO DE CONFLITOS
       77 WS-NUM-NIFS       PIC 9(4) VALUE 0.
       77 IND-NF            PIC 9(4) VALUE 0.
       77 WS-ACHOU-NIF      PIC 9 VALUE 0.
       01 WS-TAB-NIFS.
           05 NF-NIF OCCURS 3000 PIC 9(9).
       77 WS-NUM-CONFLITOS  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
               + WRK-DIA.
           DISPLAY "VISTA UNICA DE CLIENTE".
           PERFORM LOGIN-OPERADOR.

       MENU-VISTA.
           DISPLAY "(N)IF - VISTA DO CLIENTE (C)ONFLITOS DE REGISTO"
               " (0)SAIR:" NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE TRUE
               WHEN OPCAO-VISTA
                   PERFORM VISTA-CLIENTE
               WHEN OPCAO-CONFLITOS
                   PERFORM RELATORIO-CONFLITOS
               WHEN OPCAO-FIM
                   STOP RUN
           END-EVALUATE.
           GO MENU-VISTA.

       VISTA-CLIENTE.
           DISPLAY "NIF:" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO(1:9) IS NOT NUMERIC THEN
               DISPLAY "NIF INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAMPO(1:9) TO WS-NIF.
           MOVE 0 TO WS-NUM-TEL.
           DISPLAY "TELEFONE (OPCIONAL, PARA PIZARIA E MOTA):"
               NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO(1:9) IS NUMERIC THEN
               MOVE WS-CAMPO(1:9) TO WS-TEL-W
               PERFORM JUNTAR-TELEFONE
           END-IF.
           PERFORM RECOLHER-REGISTOS.
           IF WS-NUM-RG = 0 THEN
               DISPLAY "NIF SEM REGISTOS NO GRUPO"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REL-NOME.
           STRING "VISTA_" WS-NIF ".TXT" DELIMITED BY SIZE
               INTO WS-REL-NOME.
           OPEN OUTPUT FICREL.
           MOVE SPACES TO LINHA-REL.
           STRING "VISTA UNICA DO CLIENTE NIF " WS-NIF " EM "
               WS-DATA-HOJE DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE "REGISTOS:" TO LINHA-REL.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IND-RG FROM 1 BY 1 UNTIL IND-RG > WS-NUM-RG
               MOVE SPACES TO LINHA-REL
               STRING "  " RG-FONTE(IND-RG) " " RG-NOME(IND-RG)
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM ESCREVER-LINHA
               IF RG-MORADA(IND-RG) NOT = SPACES THEN
                   MOVE SPACES TO LINHA-REL
                   STRING "                       " RG-MORADA(IND-RG)
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.
           MOVE "SALDOS EM ABERTO:" TO LINHA-REL.
           PERFORM ESCREVER-LINHA.
           PERFORM SALDO-BIBLIOTECA.
           PERFORM SALDO-BANCO.
           PERFORM SALDO-SABAO.
           PERFORM SALDO-MOTA.
           PERFORM VERIFICAR-CONFLITOS.
           IF WS-CONF-NOME = 1 OR WS-CONF-MORADA = 1 THEN
               PERFORM ESCREVER-CONFLITOS
           ELSE
               MOVE "NOMES E MORADAS COINCIDEM ENTRE REGISTOS"
                   TO LINHA-REL
               PERFORM ESCREVER-LINHA
           END-IF.
           CLOSE FICREL.
           DISPLAY "VISTA GRAVADA EM " WS-REL-NOME.

       ESCREVER-LINHA.
           WRITE LINHA-REL.
           DISPLAY LINHA-REL.

       JUNTAR-TELEFONE.
           IF WS-TEL-W = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IND-TEL FROM 1 BY 1
               UNTIL IND-TEL > WS-NUM-TEL
               IF TL-NUMERO(IND-TEL) = WS-TEL-W THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-TEL < 3 THEN
               ADD 1 TO WS-NUM-TEL
               MOVE WS-TEL-W TO TL-NUMERO(WS-NUM-TEL)
           END-IF.

       JUNTAR-REGISTO.
      * NOME E MORADA NORMALIZADOS (MAIUSCULAS, SEM ESPACOS A MAIS)
      * PARA A COMPARACAO ENTRE REGISTOS
           IF WS-NUM-RG >= 8 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-RG.
           MOVE WS-FONTE-W TO RG-FONTE(WS-NUM-RG).
           MOVE WS-NOME-W TO RG-NOME(WS-NUM-RG).
           MOVE WS-MORADA-W TO RG-MORADA(WS-NUM-RG).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOME-W))
               TO RG-NOME-N(WS-NUM-RG).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MORADA-W))
               TO RG-MORADA-N(WS-NUM-RG).

       RECOLHER-REGISTOS.
      * FICHAS DA PESSOA EM CADA NEGOCIO; O TELEFONE DA FICHA DO BANCO
      * SERVE PARA ENCONTRAR A PIZARIA E A MOTA
           MOVE 0 TO WS-NUM-RG.
           MOVE WS-NIF TO WS-NIF-X.
           MOVE 0 TO WS-NUM-CK.

           OPEN INPUT FICUTI.
           MOVE WS-NIF TO UTI-NIF.
           READ FICUTI
               INVALID KEY MOVE "23" TO FS-UTI
           END-READ.
           IF FS-UTI = "00" THEN
               MOVE "BIBLIOTECA" TO WS-FONTE-W
               IF UTI-ANONIMIZADO = "S" THEN
                   MOVE "(SOCIO ANONIMIZADO)" TO WS-NOME-W
               ELSE
                   MOVE UTI-NOME TO WS-NOME-W
               END-IF
               MOVE SPACES TO WS-MORADA-W
               PERFORM JUNTAR-REGISTO
           END-IF.
           CLOSE FICUTI.

           OPEN INPUT FICCLB.
           MOVE WS-NIF TO CLB-NIF.
           READ FICCLB
               INVALID KEY MOVE "23" TO FS-CLB
           END-READ.
           IF FS-CLB = "00" THEN
               MOVE "BANCO" TO WS-FONTE-W
               MOVE CLB-NOME TO WS-NOME-W
               MOVE CLB-MORADA TO WS-MORADA-W
               PERFORM JUNTAR-REGISTO
               IF CLB-TELEFONE IS NUMERIC THEN
                   MOVE CLB-TELEFONE TO WS-TEL-W
                   PERFORM JUNTAR-TELEFONE
               END-IF
           END-IF.
           CLOSE FICCLB.

           OPEN INPUT FICCLS.
           MOVE WS-NIF-X TO CLS-NIF.
           READ FICCLS
               INVALID KEY MOVE "23" TO FS-CLS
           END-READ.
           IF FS-CLS = "00" THEN
               MOVE "SABAO" TO WS-FONTE-W
               MOVE CLS-NOME TO WS-NOME-W
               MOVE CLS-MORADA TO WS-MORADA-W
               PERFORM JUNTAR-REGISTO
           END-IF.
           CLOSE FICCLS.

      * A FICHA DA MOTA E GUARDADA PELO CONTACTO OU PELO NIF
           OPEN INPUT FICCLM.
           MOVE WS-NIF-X TO CLM-CHAVE.
           PERFORM LER-FICHA-MOTA.
           PERFORM VARYING IND-TEL FROM 1 BY 1
               UNTIL IND-TEL > WS-NUM-TEL
               MOVE TL-NUMERO(IND-TEL) TO CLM-CHAVE
               PERFORM LER-FICHA-MOTA
           END-PERFORM.
           CLOSE FICCLM.

           OPEN INPUT FICCLP.
           PERFORM VARYING IND-TEL FROM 1 BY 1
               UNTIL IND-TEL > WS-NUM-TEL
               MOVE TL-NUMERO(IND-TEL) TO CLP-CONTATO
               READ FICCLP
                   INVALID KEY MOVE "23" TO FS-CLP
               END-READ
               IF FS-CLP = "00" THEN
                   MOVE SPACES TO WS-FONTE-W
                   STRING "PIZARIA " CLP-CONTATO DELIMITED BY SIZE
                       INTO WS-FONTE-W
                   MOVE CLP-NOME TO WS-NOME-W
                   MOVE CLP-MORADA TO WS-MORADA-W
                   PERFORM JUNTAR-REGISTO
               END-IF
           END-PERFORM.
           CLOSE FICCLP.

       LER-FICHA-MOTA.
           READ FICCLM
               INVALID KEY MOVE "23" TO FS-CLM
           END-READ.
           IF FS-CLM = "00" THEN
               MOVE SPACES TO WS-FONTE-W
               STRING "MOTA " CLM-CHAVE DELIMITED BY SIZE
                   INTO WS-FONTE-W
               MOVE CLM-NOME TO WS-NOME-W
               MOVE CLM-MORADA TO WS-MORADA-W
               PERFORM JUNTAR-REGISTO
               IF WS-NUM-CK < 4 THEN
                   ADD 1 TO WS-NUM-CK
                   MOVE CLM-CHAVE TO CK-CHAVE(WS-NUM-CK)
               END-IF
           END-IF.

       SALDO-BIBLIOTECA.
           MOVE 0 TO WS-MULTAS.
           OPEN INPUT FICMUL.
           MOVE WS-NIF TO MUL-NIF.
           READ FICMUL
               INVALID KEY MOVE "23" TO FS-MUL
           END-READ.
           IF FS-MUL = "00" THEN
               COMPUTE WS-MULTAS = MUL-ACUMULADO - MUL-PAGO
               IF WS-MULTAS < 0 THEN
                   MOVE 0 TO WS-MULTAS
               END-IF
           END-IF.
           CLOSE FICMUL.
           MOVE WS-MULTAS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  BIBLIOTECA  MULTAS POR PAGAR        " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.

       SALDO-BANCO.
      * CONTAS ABERTAS DO TITULAR E CAPITAL EM DIVIDA DOS EMPRESTIMOS
      * ATIVOS
           MOVE 0 TO WS-SALDO-CONTAS.
           OPEN INPUT FICCTA.
           MOVE "00" TO FS-CTA.
           PERFORM UNTIL FS-CTA NOT = "00"
               READ FICCTA NEXT RECORD
                   AT END MOVE "10" TO FS-CTA
                   NOT AT END
                       IF CTA-NIF-CLIENTE = WS-NIF
                          AND CTA-ESTADO NOT = "E" THEN
                           ADD CTA-SALDO TO WS-SALDO-CONTAS
                           MOVE CTA-SALDO TO WS-VALOR-ED
                           MOVE SPACES TO LINHA-REL
                           STRING "  BANCO       CONTA " CTA-NUMCONTA
                               " SALDO          " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-REL
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCTA.
           MOVE 0 TO WS-DIVIDA-EMP.
           OPEN INPUT FICEMP.
           MOVE "00" TO FS-EMP.
           PERFORM UNTIL FS-EMP NOT = "00"
               READ FICEMP NEXT RECORD
                   AT END MOVE "10" TO FS-EMP
                   NOT AT END
                       IF EMP-NIF = WS-NIF AND EMP-ESTADO = "A" THEN
                           ADD EMP-CAPITAL-DIVIDA TO WS-DIVIDA-EMP
                           MOVE EMP-CAPITAL-DIVIDA TO WS-VALOR-ED
                           MOVE SPACES TO LINHA-REL
                           STRING "  BANCO       EMPRESTIMO " EMP-NUM
                               " EM DIVIDA " WS-VALOR-ED
                               DELIMITED BY SIZE INTO LINHA-REL
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICEMP.
           MOVE WS-SALDO-CONTAS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  BANCO       TOTAL EM CONTAS         " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE WS-DIVIDA-EMP TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  BANCO       TOTAL EM EMPRESTIMOS    " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.

       SALDO-SABAO.
      * FATURAS NAO LIQUIDADAS: O VALOR AINDA NAO RECEBIDO, JA
      * DEDUZIDAS AS NOTAS DE CREDITO COMO NO SABAO
           MOVE 0 TO WS-FATURAS-ABERTO WS-NUM-FATURAS.
           OPEN INPUT FICSAB.
           OPEN INPUT FICNC.
           MOVE "00" TO FS-SAB.
           PERFORM UNTIL FS-SAB NOT = "00"
               READ FICSAB NEXT RECORD
                   AT END MOVE "10" TO FS-SAB
                   NOT AT END
                       IF SAB-NIF = WS-NIF-X
                          AND SAB-PAGO NOT = "S"
                          AND SAB-PAGO NOT = "s" THEN
                           PERFORM SOMAR-CREDITOS-SABAO
                           COMPUTE WS-SALDO-FATURA = SAB-VALOR
                               - SAB-VALOR-PAGO - WS-CREDITOS-FAT
                           IF WS-SALDO-FATURA > 0 THEN
                               ADD 1 TO WS-NUM-FATURAS
                               ADD WS-SALDO-FATURA
                                   TO WS-FATURAS-ABERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICNC.
           CLOSE FICSAB.
           MOVE WS-FATURAS-ABERTO TO WS-VALOR-ED.
           MOVE WS-NUM-FATURAS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  SABAO       " WS-QTD-ED " FATURA(S) POR PAGAR  "
               WS-VALOR-ED DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.

       SOMAR-CREDITOS-SABAO.
           MOVE 0 TO WS-CREDITOS-FAT.
           MOVE LOW-VALUES TO NC-NUMERO.
           MOVE "00" TO FS-NC.
           START FICNC KEY IS NOT LESS THAN NC-NUMERO
               INVALID KEY MOVE "10" TO FS-NC
           END-START.
           PERFORM UNTIL FS-NC NOT = "00"
               READ FICNC NEXT RECORD
                   AT END MOVE "10" TO FS-NC
                   NOT AT END
                       IF NC-FATURA = NUMERO-FATURA THEN
                           ADD NC-VALOR TO WS-CREDITOS-FAT
                       END-IF
               END-READ
           END-PERFORM.

       SALDO-MOTA.
      * VENDAS A PRESTACOES LIGADAS AS FICHAS DA MOTA DA PESSOA: PRECO
      * MENOS ENTRADA E RECEBIMENTOS
           MOVE 0 TO WS-PRESTACOES.
           IF WS-NUM-CK > 0 THEN
               OPEN INPUT FICMOTA
               MOVE "00" TO FS-MOT
               PERFORM UNTIL FS-MOT NOT = "00"
                   READ FICMOTA NEXT RECORD
                       AT END MOVE "10" TO FS-MOT
                       NOT AT END
                           IF TEL > 0 AND NUM-MESES IS NUMERIC
                              AND NUM-MESES > 0 THEN
                               PERFORM VERIFICAR-VENDA-MOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICMOTA
           END-IF.
           MOVE WS-PRESTACOES TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "  MOTA        PRESTACOES EM DIVIDA    " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.

       VERIFICAR-VENDA-MOTA.
           MOVE 0 TO WS-ENCONTRADO.
           MOVE TEL TO WS-TEL-X.
           PERFORM VARYING IND-CK FROM 1 BY 1 UNTIL IND-CK > WS-NUM-CK
               IF CK-CHAVE(IND-CK) = WS-TEL-X THEN
                   MOVE 1 TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PAGO-TOT.
           OPEN INPUT FICPAG.
           MOVE "00" TO FS-PAG.
           PERFORM UNTIL FS-PAG NOT = "00"
               READ FICPAG
                   AT END MOVE "10" TO FS-PAG
                   NOT AT END
                       IF PAG-MATRICULA = MATRICULA THEN
                           ADD PAG-VALOR TO WS-PAGO-TOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICPAG.
           IF ENTRADA IS NUMERIC THEN
               ADD ENTRADA TO WS-PAGO-TOT
           END-IF.
           COMPUTE WS-SALDO-V = PRECO-VENDA - WS-PAGO-TOT.
           IF WS-SALDO-V > 0 THEN
               ADD WS-SALDO-V TO WS-PRESTACOES
               MOVE WS-SALDO-V TO WS-VALOR-ED
               MOVE SPACES TO LINHA-REL
               STRING "  MOTA        VIATURA " MATRICULA
                   " EM DIVIDA  " WS-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM ESCREVER-LINHA
           END-IF.

       VERIFICAR-CONFLITOS.
      * NOMES COMPARAM-SE EM TODOS OS REGISTOS; MORADAS SO ONDE
      * EXISTEM (A BIBLIOTECA NAO GUARDA MORADA)
           MOVE 0 TO WS-CONF-NOME WS-CONF-MORADA.
           PERFORM VARYING IND-RG FROM 1 BY 1 UNTIL IND-RG > WS-NUM-RG
               PERFORM VARYING IND-RG2 FROM IND-RG BY 1
                   UNTIL IND-RG2 > WS-NUM-RG
                   IF RG-NOME-N(IND-RG) NOT = RG-NOME-N(IND-RG2)
                      AND RG-NOME(IND-RG) NOT = "(SOCIO ANONIMIZADO)"
                      AND RG-NOME(IND-RG2) NOT = "(SOCIO ANONIMIZADO)"
                   THEN
                       MOVE 1 TO WS-CONF-NOME
                   END-IF
                   IF RG-MORADA-N(IND-RG) NOT = SPACES
                      AND RG-MORADA-N(IND-RG2) NOT = SPACES
                      AND RG-MORADA-N(IND-RG) NOT = RG-MORADA-N(IND-RG2)
                   THEN
                       MOVE 1 TO WS-CONF-MORADA
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCREVER-CONFLITOS.
           IF WS-CONF-NOME = 1 THEN
               MOVE SPACES TO LINHA-REL
               STRING "CONFLITO DE NOME NO NIF " WS-NIF ":"
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM ESCREVER-LINHA
               PERFORM VARYING IND-RG FROM 1 BY 1
                   UNTIL IND-RG > WS-NUM-RG
                   MOVE SPACES TO LINHA-REL
                   STRING "  " RG-FONTE(IND-RG) " " RG-NOME(IND-RG)
                       DELIMITED BY SIZE INTO LINHA-REL
                   PERFORM ESCREVER-LINHA
               END-PERFORM
           END-IF.
           IF WS-CONF-MORADA = 1 THEN
               MOVE SPACES TO LINHA-REL
               STRING "CONFLITO DE MORADA NO NIF " WS-NIF ":"
                   DELIMITED BY SIZE INTO LINHA-REL
               PERFORM ESCREVER-LINHA
               PERFORM VARYING IND-RG FROM 1 BY 1
                   UNTIL IND-RG > WS-NUM-RG
                   IF RG-MORADA(IND-RG) NOT = SPACES THEN
                       MOVE SPACES TO LINHA-REL
                       STRING "  " RG-FONTE(IND-RG) " "
                           RG-MORADA(IND-RG)
                           DELIMITED BY SIZE INTO LINHA-REL
                       PERFORM ESCREVER-LINHA
                   END-IF
               END-PERFORM
           END-IF.

       RELATORIO-CONFLITOS.
      * TODOS OS NIFS CONHECIDOS; SO SE LISTAM OS QUE TEM REGISTOS EM
      * MAIS DE UM NEGOCIO COM NOME OU MORADA DIFERENTES
           MOVE 0 TO WS-NUM-NIFS.
           OPEN INPUT FICUTI.
           MOVE "00" TO FS-UTI.
           PERFORM UNTIL FS-UTI NOT = "00"
               READ FICUTI NEXT RECORD
                   AT END MOVE "10" TO FS-UTI
                   NOT AT END
                       MOVE UTI-NIF TO WS-NIF
                       PERFORM JUNTAR-NIF
               END-READ
           END-PERFORM.
           CLOSE FICUTI.
           OPEN INPUT FICCLB.
           MOVE "00" TO FS-CLB.
           PERFORM UNTIL FS-CLB NOT = "00"
               READ FICCLB NEXT RECORD
                   AT END MOVE "10" TO FS-CLB
                   NOT AT END
                       MOVE CLB-NIF TO WS-NIF
                       PERFORM JUNTAR-NIF
               END-READ
           END-PERFORM.
           CLOSE FICCLB.
           OPEN INPUT FICCLS.
           MOVE "00" TO FS-CLS.
           PERFORM UNTIL FS-CLS NOT = "00"
               READ FICCLS NEXT RECORD
                   AT END MOVE "10" TO FS-CLS
                   NOT AT END
                       IF CLS-NIF IS NUMERIC THEN
                           MOVE CLS-NIF TO WS-NIF
                           PERFORM JUNTAR-NIF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCLS.

           MOVE "CONFLITOS_CLIENTES.TXT" TO WS-REL-NOME.
           OPEN OUTPUT FICREL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONFLITOS DE REGISTO DE CLIENTES EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-NUM-CONFLITOS.
           PERFORM VARYING IND-NF FROM 1 BY 1
               UNTIL IND-NF > WS-NUM-NIFS
               MOVE NF-NIF(IND-NF) TO WS-NIF
               MOVE 0 TO WS-NUM-TEL
               PERFORM RECOLHER-REGISTOS
               IF WS-NUM-RG > 1 THEN
                   PERFORM VERIFICAR-CONFLITOS
                   IF WS-CONF-NOME = 1 OR WS-CONF-MORADA = 1 THEN
                       ADD 1 TO WS-NUM-CONFLITOS
                       MOVE SPACES TO LINHA-REL
                       PERFORM ESCREVER-LINHA
                       PERFORM ESCREVER-CONFLITOS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-REL.
           PERFORM ESCREVER-LINHA.
           MOVE WS-NUM-CONFLITOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-REL.
           STRING "NIFS COM CONFLITOS: " WS-QTD-ED
               DELIMITED BY SIZE INTO LINHA-REL.
           PERFORM ESCREVER-LINHA.
           CLOSE FICREL.
           DISPLAY "RELATORIO GRAVADO EM " WS-REL-NOME.

       JUNTAR-NIF.
           IF WS-NIF = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ACHOU-NIF.
           PERFORM VARYING IND-NF FROM 1 BY 1
               UNTIL IND-NF > WS-NUM-NIFS OR WS-ACHOU-NIF = 1
               IF NF-NIF(IND-NF) = WS-NIF THEN
                   MOVE 1 TO WS-ACHOU-NIF
               END-IF
           END-PERFORM.
           IF WS-ACHOU-NIF = 0 AND WS-NUM-NIFS < 3000 THEN
               ADD 1 TO WS-NUM-NIFS
               MOVE WS-NIF TO NF-NIF(WS-NUM-NIFS)
           END-IF.

       LOGIN-OPERADOR.
           MOVE 0 TO WS-LOGIN-OK.
           MOVE 0 TO WS-TENTATIVAS-LOGIN.
           PERFORM UNTIL WS-LOGIN-OK = 1 OR WS-TENTATIVAS-LOGIN >= 3
               DISPLAY "CODIGO DE OPERADOR:" NO ADVANCING
               ACCEPT WS-LOGIN-COD
               DISPLAY "PASSWORD:" NO ADVANCING
               ACCEPT WS-LOGIN-PW
               PERFORM VALIDAR-OPERADOR
               IF WS-LOGIN-OK = 0 THEN
                   ADD 1 TO WS-TENTATIVAS-LOGIN
                   DISPLAY "CREDENCIAIS INVALIDAS"
               END-IF
           END-PERFORM.
           IF WS-LOGIN-OK = 0 THEN
               DISPLAY "ACESSO NEGADO"
               STOP RUN
           END-IF.

       VALIDAR-OPERADOR.
           OPEN INPUT FICFUN.
           IF FS-FUN NOT = "00" THEN
               DISPLAY "FICHEIRO DE FUNCIONARIOS INDISPONIVEL"
               CLOSE FICFUN
           ELSE
               MOVE FUNCTION NUMVAL(WS-LOGIN-COD) TO FS-CODFUNC
               READ FICFUN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-LOGIN-PW TO WS-PASSWORD-TRABALHO
                       PERFORM CALCULA-HASH-PASSWORD
                       IF WS-PASSWORD-HASH-CALC = FS-PASSWORD-HASH
                           AND FS-ATIVO-FUNC = "S"
                           AND FS-BLOQUEADO NOT = "S" THEN
                           MOVE 1 TO WS-LOGIN-OK
                           MOVE FS-CODFUNC TO WS-OPERADOR-LOGADO
                           MOVE FUNCTION UPPER-CASE(FS-PERFIL)
                               TO WS-PERFIL-LOGADO
                       END-IF
               END-READ
               CLOSE FICFUN
           END-IF.

       CALCULA-HASH-PASSWORD.
           MOVE 0 TO WS-HASH-TMP.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > 10
              COMPUTE WS-HASH-TMP = FUNCTION MOD(WS-HASH-TMP * 31 +
                  FUNCTION ORD(WS-PASSWORD-TRABALHO(WS-HASH-IDX:1)),
                  9999999967)
           END-PERFORM.
           MOVE WS-HASH-TMP TO WS-PASSWORD-HASH-CALC.

       END PROGRAM vistacli.
