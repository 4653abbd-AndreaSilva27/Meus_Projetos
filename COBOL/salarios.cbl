      ******************************************************************
      * Author:
      * Date:
      * Purpose: Processamento mensal de salarios a partir das horas
      *          do relogio de ponto (PONTOS.TXT, ESCALAS.DAT e
      *          AUSENCIAS.DAT): calcula horas normais, extra e de
      *          ausencia aprovada, desconta seguranca social e IRS,
      *          emite recibos e o resumo por negocio e paga o liquido
      *          na conta do funcionario no banco, debitando a conta
      *          do negocio em CONTAS.DAT, MOVIMENTOS.TXT e MOVIX.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. salarios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICFUN ASSIGN TO "FUNCIONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-CODFUNC
           FILE STATUS IS FS-FUN.

           SELECT OPTIONAL FICSAL ASSIGN TO "FICHASALARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-FUNC
           FILE STATUS IS FS-SAL.

           SELECT OPTIONAL FICPON ASSIGN TO "PONTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PON.

           SELECT OPTIONAL FICESC ASSIGN TO "ESCALAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-CHAVE
           FILE STATUS IS FS-ESC.

           SELECT OPTIONAL FICAUS ASSIGN TO "AUSENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUS-NUMERO
           FILE STATUS IS FS-AUS.

           SELECT OPTIONAL FICNEG ASSIGN TO "CONTAS_NEGOCIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NEG.

           SELECT OPTIONAL FICREC ASSIGN TO WS-REC-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REC.

           SELECT OPTIONAL FICRES ASSIGN TO WS-RES-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RES.

           SELECT OPTIONAL FICPAG ASSIGN TO "SALARIOS_PAGOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAG.

           SELECT OPTIONAL FICCTA ASSIGN TO "CONTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTA
           RECORD KEY IS CTA-NUMCONTA.

           SELECT OPTIONAL FICMOV ASSIGN TO "MOVIMENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT OPTIONAL FICMVX ASSIGN TO "MOVIX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MVX
           RECORD KEY IS MVX-CHAVE.

           SELECT OPTIONAL FICCTV ASSIGN TO "CATIVOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-CTV
           RECORD KEY IS CTV-NUM
           ALTERNATE RECORD KEY IS CTV-CONTA WITH DUPLICATES.
           SELECT OPTIONAL FICPER ASSIGN TO "PERIODOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-PER
           RECORD KEY IS PER-CHAVE.

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

       FD FICSAL.
       01 REG-SAL.
           05 SAL-FUNC        PIC 9(3).
           05 SAL-NEGOCIO     PIC X(10).
           05 SAL-CONTA       PIC 9(6).
           05 SAL-VALOR-HORA  PIC 9(3)V99.
           05 SAL-FATOR-EXTRA PIC 9V99.
           05 SAL-TAXA-SS     PIC 99V99.
           05 SAL-TAXA-IRS    PIC 99V99.

       FD FICPON.
       01 REG-PON.
           05 PON-DATA        PIC 9(8).
           05 PON-HORA        PIC X(8).
           05 PON-TIPO        PIC X(1).
           05 PON-FUNC        PIC 9(3).
           05 PON-TERMINAL    PIC X(8).
           05 PON-ORIGEM      PIC X(1).

       FD FICESC.
       01 REG-ESC.
           05 ESC-CHAVE.
               10 ESC-FUNC    PIC 9(3).
               10 ESC-DIA     PIC 9(1).
           05 ESC-NEGOCIO     PIC X(10).
           05 ESC-ENTRADA     PIC X(5).
           05 ESC-SAIDA       PIC X(5).

       FD FICAUS.
       01 REG-AUS.
           05 AUS-NUMERO      PIC 9(6).
           05 AUS-FUNC        PIC 9(3).
           05 AUS-TIPO        PIC X(1).
           05 AUS-INICIO      PIC 9(8).
           05 AUS-FIM         PIC 9(8).
           05 AUS-DIAS        PIC 9(3).
           05 AUS-ESTADO      PIC X(1).
           05 AUS-PEDIDO-POR  PIC 9(3).
           05 AUS-DATA-PEDIDO PIC 9(8).
           05 AUS-APROVADOR   PIC 9(3).
           05 AUS-DATA-DECISAO PIC 9(8).

       FD FICNEG.
       01 LINHA-NEG           PIC X(40).

       FD FICREC.
       01 LINHA-REC           PIC X(80).

       FD FICRES.
       01 LINHA-RES           PIC X(100).

       FD FICPAG.
       01 REG-PAG.
           05 PAG-LINHA       PIC X(100).

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

       FD FICMOV.
       01 REGISTO-MOV.
           05 MOV-LINHA        PIC X(100).

       FD FICMVX.
       01 REGISTO-MVX.
           05 MVX-CHAVE.
               10 MVX-CONTA    PIC 9(06).
               10 MVX-DATA     PIC 9(08).
               10 MVX-SEQ      PIC 9(04).
           05 MVX-OP           PIC X(02).
           05 MVX-MONTANTE     PIC 9(7)V99.
           05 MVX-SALDO-APOS   PIC 9(7)V99.
           05 MVX-REF          PIC X(16).
           05 MVX-OPERADOR     PIC 9(03).

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
       FD FICPER.
       01 REGISTO-PER.
           05 PER-CHAVE.
               10 PER-NEGOCIO  PIC X(10).
               10 PER-ANOMES   PIC 9(06).
           05 PER-ESTADO       PIC X(01).
           05 PER-DATA-FECHO   PIC 9(08).
           05 PER-OPER-FECHO   PIC 9(03).
           05 PER-DATA-REAB    PIC 9(08).
           05 PER-OPER-REAB    PIC 9(03).

       WORKING-STORAGE SECTION.
       77 FS-FUN            PIC X(2) VALUE SPACES.
       77 FS-SAL            PIC X(2) VALUE SPACES.
       77 FS-PON            PIC X(2) VALUE SPACES.
       77 FS-ESC            PIC X(2) VALUE SPACES.
       77 FS-AUS            PIC X(2) VALUE SPACES.
       77 FS-NEG            PIC X(2) VALUE SPACES.
       77 FS-REC            PIC X(2) VALUE SPACES.
       77 FS-RES            PIC X(2) VALUE SPACES.
       77 FS-PAG            PIC X(2) VALUE SPACES.
       77 FS-CTA            PIC X(2) VALUE SPACES.
       77 FS-MOV            PIC X(2) VALUE SPACES.
       77 FS-MVX            PIC X(2) VALUE SPACES.
       77 FS-CTV            PIC X(2) VALUE SPACES.
       77 FS-PER            PIC X(2) VALUE SPACES.
       77 WS-PER-ESTADO     PIC X(1) VALUE SPACE.
       77 WS-PER-ANOMES     PIC 9(6) VALUE 0.
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
       77 WS-DATA-MOV       PIC X(10) VALUE SPACES.

       77 WS-OPCAO          PIC X VALUE SPACE.
           88 OPCAO-FICHA     VALUES "F","f".
           88 OPCAO-PROCESSAR VALUES "P","p".
           88 OPCAO-FIM       VALUES "0".
       77 WS-CAMPO          PIC X(12) VALUE SPACES.
       77 WS-SAL-EXISTE     PIC 9 VALUE 0.
       77 WS-FUNC-W         PIC 9(3) VALUE 0.
       77 WS-MES-PROC       PIC X(6) VALUE SPACES.
       77 WS-MES-NUM        PIC 9(2) VALUE 0.
       77 WS-REC-NOME       PIC X(30) VALUE SPACES.
       77 WS-RES-NOME       PIC X(30) VALUE SPACES.
       77 WS-CONFIRMA       PIC X VALUE SPACE.

       77 WS-SEG-W          PIC S9(7) VALUE 0.
       77 WS-HORA-CONV      PIC X(8) VALUE SPACES.
       77 WS-DIA-INT        PIC 9(7) VALUE 0.
       77 WS-DIA-DATA       PIC 9(8) VALUE 0.
       77 WS-DIA-SEM        PIC 9 VALUE 0.
       77 WS-DIA-PLANO      PIC 9(5) VALUE 0.
       77 WS-DIA-TRAB       PIC S9(6) VALUE 0.
       77 WS-ESC-TEM        PIC 9 VALUE 0.
       77 IND-D             PIC 9 VALUE 0.
       77 WS-NUM-PIC        PIC 9(4) VALUE 0.
       77 WS-POS-PIC        PIC 9(4) VALUE 0.
       77 IND-P             PIC 9(4) VALUE 0.
       77 WS-NUM-AUS        PIC 9(3) VALUE 0.
       77 IND-A             PIC 9(3) VALUE 0.
       77 WS-ACHOU-AUS      PIC 9 VALUE 0.
       77 WS-AUS-TIPO-W     PIC X VALUE SPACE.
       77 WS-MES-INI        PIC 9(8) VALUE 0.
       77 WS-MES-FIM        PIC 9(8) VALUE 0.
       77 WS-NUM-EMP        PIC 9(3) VALUE 0.
       77 IND-E             PIC 9(3) VALUE 0.
       77 WS-NUM-NEG        PIC 9(2) VALUE 0.
       77 IND-N             PIC 9(2) VALUE 0.
       77 WS-POS-NEG        PIC 9(2) VALUE 0.
       77 WS-NEG-CAMPO1     PIC X(20) VALUE SPACES.
       77 WS-NEG-CAMPO2     PIC X(20) VALUE SPACES.
       77 WS-HORAS-ED       PIC ZZ9.99.
       77 WS-VALOR-ED       PIC Z(5)9.99.
       77 WS-TAXA-ED        PIC Z9.99.
       77 WS-BRUTO-ED       PIC Z(7)9.99.
       77 WS-SS-ED          PIC Z(7)9.99.
       77 WS-IRS-ED         PIC Z(7)9.99.
       77 WS-LIQ-ED         PIC Z(7)9.99.
       77 WS-HORAS-W        PIC 9(3)V99 VALUE 0.

       77 WS-PAGOS          PIC 9(3) VALUE 0.
       77 WS-REJEITADOS     PIC 9(3) VALUE 0.
       77 WS-JA-PAGO        PIC 9 VALUE 0.
       77 WS-CONTA-NEG      PIC 9(6) VALUE 0.
       77 WS-CONTA-W        PIC 9(6) VALUE 0.
       77 WS-VALOR-W        PIC 9(6)V99 VALUE 0.
       77 WS-OP-W           PIC X VALUE SPACE.
       77 WS-MOTIVO-REJ     PIC X(30) VALUE SPACES.
       77 PAG-F1            PIC X(6) VALUE SPACES.
       77 PAG-F2            PIC X(3) VALUE SPACES.
       77 WS-MONTANTE-ED    PIC Z(5)9.99.
       77 WS-SALDO-ED       PIC Z(5)9.99.
       77 MVX-SEQ-W         PIC 9(4) VALUE 0.
       77 MVX-GRAVADO       PIC 9 VALUE 0.
       77 MOV-REF           PIC X(16) VALUE SPACES.
       77 WS-CTV-HOJE       PIC 9(8) VALUE 0.
       77 WS-CTV-BLOQUEADO  PIC 9(8)V99 VALUE 0.
       77 WS-CTV-DISPONIVEL PIC 9(8)V99 VALUE 0.
       77 WS-CTV-RESTO      PIC 9(8)V99 VALUE 0.
       77 WS-CTV-CAPTURA    PIC 9(6)V99 VALUE 0.

       01 WS-ESC-SEMANA.
           05 ES-ITEM OCCURS 7.
               10 ES-PLANEADO   PIC 9.
               10 ES-ENTRADA    PIC 9(5).
               10 ES-SAIDA      PIC 9(5).
       01 WS-TAB-PICAGENS.
           05 PD-ITEM OCCURS 2000.
               10 PD-FUNC       PIC 9(3).
               10 PD-DATA       PIC 9(8).
               10 PD-SEG        PIC S9(6).
               10 PD-NUM-ENT    PIC 9(2).
               10 PD-NUM-SAI    PIC 9(2).
       01 WS-TAB-AUSENCIAS.
           05 AT-ITEM OCCURS 300.
               10 AT-FUNC       PIC 9(3).
               10 AT-TIPO       PIC X.
               10 AT-INICIO     PIC 9(8).
               10 AT-FIM        PIC 9(8).
       01 WS-TAB-FUNCIONARIOS.
           05 EM-ITEM OCCURS 100.
               10 EM-FUNC       PIC 9(3).
               10 EM-NOME       PIC X(30).
               10 EM-NEGOCIO    PIC X(10).
               10 EM-CONTA      PIC 9(6).
               10 EM-VALOR-HORA PIC 9(3)V99.
               10 EM-FATOR      PIC 9V99.
               10 EM-TAXA-SS    PIC 99V99.
               10 EM-TAXA-IRS   PIC 99V99.
               10 EM-SEG-NORMAL PIC 9(7).
               10 EM-SEG-EXTRA  PIC 9(7).
               10 EM-SEG-AUS    PIC 9(7).
               10 EM-SEG-DOENCA PIC 9(7).
               10 EM-INCOMPLETOS PIC 9(2).
               10 EM-BRUTO      PIC 9(6)V99.
               10 EM-SS         PIC 9(6)V99.
               10 EM-IRS        PIC 9(6)V99.
               10 EM-LIQUIDO    PIC 9(6)V99.
       01 WS-TAB-NEGOCIOS.
           05 NG-ITEM OCCURS 20.
               10 NG-NOME       PIC X(10).
               10 NG-CONTA      PIC 9(6).
               10 NG-QTD        PIC 9(3).
               10 NG-BRUTO      PIC 9(8)V99.
               10 NG-SS         PIC 9(8)V99.
               10 NG-IRS        PIC 9(8)V99.
               10 NG-LIQUIDO    PIC 9(8)V99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-HOJE = WRK-ANO * 10000 + WRK-MES * 100
               + WRK-DIA.
           MOVE SPACES TO WS-DATA-MOV.
           STRING WRK-DIA "-" WRK-MES "-" WRK-ANO
               DELIMITED BY SIZE INTO WS-DATA-MOV.
           DISPLAY "PROCESSAMENTO DE SALARIOS".
           PERFORM LOGIN-OPERADOR.
      * SALARIOS SAO TRABALHO DE SUPERVISOR
           IF WS-PERFIL-LOGADO NOT = "S" THEN
               DISPLAY "PROGRAMA RESERVADO A SUPERVISORES"
               STOP RUN
           END-IF.

       MENU-SALARIOS.
           DISPLAY "(F)ICHA SALARIAL (P)ROCESSAR MES (0)SAIR:"
               NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE TRUE
               WHEN OPCAO-FICHA
                   PERFORM FICHA-SALARIAL
               WHEN OPCAO-PROCESSAR
                   PERFORM PROCESSAR-MES
               WHEN OPCAO-FIM
                   STOP RUN
           END-EVALUATE.
           GO MENU-SALARIOS.

       FICHA-SALARIAL.
      * DADOS DE PAGAMENTO DO FUNCIONARIO; VAZIO MANTEM O VALOR
           DISPLAY "FUNCIONARIO:" NO ADVANCING.
           ACCEPT WS-CAMPO.
           MOVE FUNCTION NUMVAL(WS-CAMPO) TO WS-FUNC-W.
           OPEN INPUT FICFUN.
           MOVE WS-FUNC-W TO FS-CODFUNC.
           READ FICFUN
               INVALID KEY
                   MOVE "23" TO FS-FUN
           END-READ.
           CLOSE FICFUN.
           IF FS-FUN NOT = "00" THEN
               DISPLAY "FUNCIONARIO INEXISTENTE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FICHA SALARIAL DE " FS-NOME-FUNC.
           OPEN I-O FICSAL.
           MOVE WS-FUNC-W TO SAL-FUNC.
           MOVE 1 TO WS-SAL-EXISTE.
           READ FICSAL
               INVALID KEY
                   MOVE 0 TO WS-SAL-EXISTE
                   MOVE SPACES TO SAL-NEGOCIO
                   MOVE 0 TO SAL-CONTA SAL-VALOR-HORA
                   MOVE 1.5 TO SAL-FATOR-EXTRA
                   MOVE 11 TO SAL-TAXA-SS
                   MOVE 0 TO SAL-TAXA-IRS
           END-READ.
           DISPLAY "NEGOCIO (" SAL-NEGOCIO "):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-CAMPO) TO SAL-NEGOCIO
           END-IF.
           DISPLAY "CONTA NO BANCO (" SAL-CONTA "):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-CAMPO) TO SAL-CONTA
           END-IF.
           MOVE SAL-VALOR-HORA TO WS-VALOR-ED.
           DISPLAY "VALOR HORA (" WS-VALOR-ED "):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-CAMPO) TO SAL-VALOR-HORA
           END-IF.
           MOVE SAL-FATOR-EXTRA TO WS-TAXA-ED.
           DISPLAY "FATOR HORA EXTRA (" WS-TAXA-ED "):" NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-CAMPO) TO SAL-FATOR-EXTRA
           END-IF.
           MOVE SAL-TAXA-SS TO WS-TAXA-ED.
           DISPLAY "TAXA SEG. SOCIAL % (" WS-TAXA-ED "):"
               NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-CAMPO) TO SAL-TAXA-SS
           END-IF.
           MOVE SAL-TAXA-IRS TO WS-TAXA-ED.
           DISPLAY "TAXA RETENCAO IRS % (" WS-TAXA-ED "):"
               NO ADVANCING.
           ACCEPT WS-CAMPO.
           IF WS-CAMPO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-CAMPO) TO SAL-TAXA-IRS
           END-IF.
           IF WS-SAL-EXISTE = 1 THEN
               REWRITE REG-SAL
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-SAL
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           CLOSE FICSAL.
           DISPLAY "FICHA SALARIAL GRAVADA".

       PROCESSAR-MES.
           DISPLAY "MES A PROCESSAR (AAAAMM):" NO ADVANCING.
           ACCEPT WS-MES-PROC.
           IF WS-MES-PROC IS NOT NUMERIC THEN
               DISPLAY "MES INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MES-PROC(5:2) TO WS-MES-NUM.
           IF WS-MES-NUM < 1 OR WS-MES-NUM > 12 THEN
               DISPLAY "MES INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MES-INI = FUNCTION NUMVAL(WS-MES-PROC) * 100 + 1.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-MES-INI).
           MOVE WS-MES-INI TO WS-DIA-DATA.
           PERFORM UNTIL WS-DIA-DATA(1:6) NOT = WS-MES-PROC
               MOVE WS-DIA-DATA TO WS-MES-FIM
               ADD 1 TO WS-DIA-INT
               COMPUTE WS-DIA-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           END-PERFORM.

           PERFORM CARREGAR-NEGOCIOS.
           PERFORM CARREGAR-PICAGENS-MES.
           PERFORM CARREGAR-AUSENCIAS-MES.
           PERFORM CARREGAR-FUNCIONARIOS.
           IF WS-NUM-EMP = 0 THEN
               DISPLAY "NAO HA FICHAS SALARIAIS"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FICESC.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > WS-NUM-EMP
               PERFORM CALCULAR-HORAS-FUNC
               PERFORM CALCULAR-VENCIMENTO
           END-PERFORM.
           CLOSE FICESC.

           PERFORM EMITIR-RECIBOS.
           PERFORM EMITIR-RESUMO.

           DISPLAY "LANCAR OS PAGAMENTOS NO BANCO (S/N)?"
               NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) = "S" THEN
               PERFORM PAGAR-SALARIOS
           ELSE
               DISPLAY "PAGAMENTOS NAO LANCADOS"
           END-IF.

       CARREGAR-NEGOCIOS.
      * CONTA DE CADA NEGOCIO, UMA LINHA "NEGOCIO;CONTA"
           MOVE 0 TO WS-NUM-NEG.
           OPEN INPUT FICNEG.
           MOVE "00" TO FS-NEG.
           PERFORM UNTIL FS-NEG NOT = "00"
               READ FICNEG
                   AT END MOVE "10" TO FS-NEG
                   NOT AT END
                       IF LINHA-NEG NOT = SPACES AND WS-NUM-NEG < 20
                       THEN
                           MOVE SPACES TO WS-NEG-CAMPO1 WS-NEG-CAMPO2
                           UNSTRING LINHA-NEG DELIMITED BY ";"
                               INTO WS-NEG-CAMPO1 WS-NEG-CAMPO2
                           END-UNSTRING
                           ADD 1 TO WS-NUM-NEG
                           MOVE FUNCTION UPPER-CASE(WS-NEG-CAMPO1)
                               TO NG-NOME(WS-NUM-NEG)
                           MOVE FUNCTION NUMVAL(WS-NEG-CAMPO2)
                               TO NG-CONTA(WS-NUM-NEG)
                           MOVE 0 TO NG-QTD(WS-NUM-NEG)
                           MOVE 0 TO NG-BRUTO(WS-NUM-NEG)
                           MOVE 0 TO NG-SS(WS-NUM-NEG)
                           MOVE 0 TO NG-IRS(WS-NUM-NEG)
                           MOVE 0 TO NG-LIQUIDO(WS-NUM-NEG)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICNEG.

       CARREGAR-PICAGENS-MES.
      * SALDO DE SEGUNDOS E PICAGENS DE CADA FUNCIONARIO POR DIA
           MOVE 0 TO WS-NUM-PIC.
           OPEN INPUT FICPON.
           MOVE "00" TO FS-PON.
           PERFORM UNTIL FS-PON NOT = "00"
               READ FICPON
                   AT END MOVE "10" TO FS-PON
                   NOT AT END
                       IF PON-DATA(1:6) = WS-MES-PROC THEN
                           PERFORM ACUMULA-PICAGEM-DIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICPON.

       ACUMULA-PICAGEM-DIA.
           MOVE 0 TO WS-POS-PIC.
           PERFORM VARYING IND-P FROM 1 BY 1
               UNTIL IND-P > WS-NUM-PIC OR WS-POS-PIC > 0
               IF PD-FUNC(IND-P) = PON-FUNC
                  AND PD-DATA(IND-P) = PON-DATA THEN
                   MOVE IND-P TO WS-POS-PIC
               END-IF
           END-PERFORM.
           IF WS-POS-PIC = 0 THEN
               IF WS-NUM-PIC >= 2000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-PIC
               MOVE WS-NUM-PIC TO WS-POS-PIC
               MOVE PON-FUNC TO PD-FUNC(WS-POS-PIC)
               MOVE PON-DATA TO PD-DATA(WS-POS-PIC)
               MOVE 0 TO PD-SEG(WS-POS-PIC)
               MOVE 0 TO PD-NUM-ENT(WS-POS-PIC)
               MOVE 0 TO PD-NUM-SAI(WS-POS-PIC)
           END-IF.
           MOVE PON-HORA TO WS-HORA-CONV.
           PERFORM CONVERTER-HORA-SEGUNDOS.
           IF PON-TIPO = "E" THEN
               ADD 1 TO PD-NUM-ENT(WS-POS-PIC)
               SUBTRACT WS-SEG-W FROM PD-SEG(WS-POS-PIC)
           ELSE
               ADD 1 TO PD-NUM-SAI(WS-POS-PIC)
               ADD WS-SEG-W TO PD-SEG(WS-POS-PIC)
           END-IF.

       CONVERTER-HORA-SEGUNDOS.
           MOVE 0 TO WS-SEG-W.
           IF (WS-HORA-CONV(1:2) IS NUMERIC) AND
              (WS-HORA-CONV(4:2) IS NUMERIC) THEN
               COMPUTE WS-SEG-W =
                   FUNCTION NUMVAL(WS-HORA-CONV(1:2)) * 3600 +
                   FUNCTION NUMVAL(WS-HORA-CONV(4:2)) * 60
               IF WS-HORA-CONV(7:2) IS NUMERIC THEN
                   ADD FUNCTION NUMVAL(WS-HORA-CONV(7:2)) TO WS-SEG-W
               END-IF
           END-IF.

       CARREGAR-AUSENCIAS-MES.
           MOVE 0 TO WS-NUM-AUS.
           OPEN INPUT FICAUS.
           MOVE "00" TO FS-AUS.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ FICAUS NEXT RECORD
                   AT END MOVE "10" TO FS-AUS
                   NOT AT END
                       IF AUS-ESTADO = "A"
                          AND AUS-INICIO <= WS-MES-FIM
                          AND AUS-FIM >= WS-MES-INI
                          AND WS-NUM-AUS < 300 THEN
                           ADD 1 TO WS-NUM-AUS
                           MOVE AUS-FUNC TO AT-FUNC(WS-NUM-AUS)
                           MOVE AUS-TIPO TO AT-TIPO(WS-NUM-AUS)
                           MOVE AUS-INICIO TO AT-INICIO(WS-NUM-AUS)
                           MOVE AUS-FIM TO AT-FIM(WS-NUM-AUS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICAUS.

       CARREGAR-FUNCIONARIOS.
           MOVE 0 TO WS-NUM-EMP.
           OPEN INPUT FICSAL.
           MOVE "00" TO FS-SAL.
           PERFORM UNTIL FS-SAL NOT = "00"
               READ FICSAL NEXT RECORD
                   AT END MOVE "10" TO FS-SAL
                   NOT AT END
                       IF WS-NUM-EMP < 100 THEN
                           ADD 1 TO WS-NUM-EMP
                           INITIALIZE EM-ITEM(WS-NUM-EMP)
                           MOVE SAL-FUNC TO EM-FUNC(WS-NUM-EMP)
                           MOVE SAL-NEGOCIO TO EM-NEGOCIO(WS-NUM-EMP)
                           MOVE SAL-CONTA TO EM-CONTA(WS-NUM-EMP)
                           MOVE SAL-VALOR-HORA
                               TO EM-VALOR-HORA(WS-NUM-EMP)
                           MOVE SAL-FATOR-EXTRA TO EM-FATOR(WS-NUM-EMP)
                           MOVE SAL-TAXA-SS TO EM-TAXA-SS(WS-NUM-EMP)
                           MOVE SAL-TAXA-IRS TO EM-TAXA-IRS(WS-NUM-EMP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICSAL.
           OPEN INPUT FICFUN.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > WS-NUM-EMP
               MOVE EM-FUNC(IND-E) TO FS-CODFUNC
               READ FICFUN
                   INVALID KEY
                       MOVE "(SEM FICHA DE FUNCIONARIO)"
                           TO EM-NOME(IND-E)
                   NOT INVALID KEY
                       MOVE FS-NOME-FUNC TO EM-NOME(IND-E)
               END-READ
           END-PERFORM.
           CLOSE FICFUN.

       CALCULAR-HORAS-FUNC.
      * POR DIA: O QUE PASSA DO TURNO DA ESCALA E HORA EXTRA; SEM
      * ESCALA DEFINIDA O TURNO E DE 8 HORAS DE SEGUNDA A SEXTA
           PERFORM CARREGAR-ESCALA-FUNC.
           MOVE WS-MES-INI TO WS-DIA-DATA.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-MES-INI).
           PERFORM UNTIL WS-DIA-DATA > WS-MES-FIM
               COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-DIA-INT - 1, 7) + 1
               PERFORM PLANO-DO-DIA
               PERFORM HORAS-DO-DIA
               ADD 1 TO WS-DIA-INT
               COMPUTE WS-DIA-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           END-PERFORM.

       CARREGAR-ESCALA-FUNC.
           MOVE 0 TO WS-ESC-TEM.
           PERFORM VARYING IND-D FROM 1 BY 1 UNTIL IND-D > 7
               MOVE EM-FUNC(IND-E) TO ESC-FUNC
               MOVE IND-D TO ESC-DIA
               READ FICESC
                   INVALID KEY
                       MOVE 0 TO ES-PLANEADO(IND-D)
                   NOT INVALID KEY
                       MOVE 1 TO ES-PLANEADO(IND-D)
                       MOVE 1 TO WS-ESC-TEM
                       MOVE ESC-ENTRADA TO WS-HORA-CONV
                       PERFORM CONVERTER-HORA-SEGUNDOS
                       MOVE WS-SEG-W TO ES-ENTRADA(IND-D)
                       MOVE ESC-SAIDA TO WS-HORA-CONV
                       PERFORM CONVERTER-HORA-SEGUNDOS
                       MOVE WS-SEG-W TO ES-SAIDA(IND-D)
               END-READ
           END-PERFORM.

       PLANO-DO-DIA.
           MOVE 0 TO WS-DIA-PLANO.
           IF WS-ESC-TEM = 1 THEN
               IF ES-PLANEADO(WS-DIA-SEM) = 1 THEN
                   COMPUTE WS-DIA-PLANO = ES-SAIDA(WS-DIA-SEM)
                       - ES-ENTRADA(WS-DIA-SEM)
               END-IF
           ELSE
               IF WS-DIA-SEM <= 5 THEN
                   MOVE 28800 TO WS-DIA-PLANO
               END-IF
           END-IF.

       HORAS-DO-DIA.
           MOVE 0 TO WS-POS-PIC.
           PERFORM VARYING IND-P FROM 1 BY 1
               UNTIL IND-P > WS-NUM-PIC OR WS-POS-PIC > 0
               IF PD-FUNC(IND-P) = EM-FUNC(IND-E)
                  AND PD-DATA(IND-P) = WS-DIA-DATA THEN
                   MOVE IND-P TO WS-POS-PIC
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-DIA-TRAB.
           IF WS-POS-PIC > 0 THEN
      * DIA COM PICAGENS DESEMPARELHADAS NAO E PAGO ATE SER CORRIGIDO
               IF PD-NUM-ENT(WS-POS-PIC) NOT = PD-NUM-SAI(WS-POS-PIC)
                  OR PD-SEG(WS-POS-PIC) < 0 THEN
                   ADD 1 TO EM-INCOMPLETOS(IND-E)
               ELSE
                   MOVE PD-SEG(WS-POS-PIC) TO WS-DIA-TRAB
               END-IF
           END-IF.
           IF WS-DIA-TRAB > WS-DIA-PLANO THEN
               ADD WS-DIA-PLANO TO EM-SEG-NORMAL(IND-E)
               COMPUTE EM-SEG-EXTRA(IND-E) = EM-SEG-EXTRA(IND-E)
                   + WS-DIA-TRAB - WS-DIA-PLANO
           ELSE
               ADD WS-DIA-TRAB TO EM-SEG-NORMAL(IND-E)
           END-IF.
      * AUSENCIA APROVADA: O TURNO PREVISTO CONTA COMO TEMPO PAGO,
      * EXCETO A DOENCA, QUE E PAGA PELA SEGURANCA SOCIAL
           IF WS-DIA-PLANO > 0 AND WS-DIA-TRAB = 0 THEN
               PERFORM PROCURAR-AUSENCIA-DIA
               IF WS-ACHOU-AUS = 1 THEN
                   IF WS-AUS-TIPO-W = "D" THEN
                       ADD WS-DIA-PLANO TO EM-SEG-DOENCA(IND-E)
                   ELSE
                       ADD WS-DIA-PLANO TO EM-SEG-AUS(IND-E)
                   END-IF
               END-IF
           END-IF.

       PROCURAR-AUSENCIA-DIA.
           MOVE 0 TO WS-ACHOU-AUS.
           PERFORM VARYING IND-A FROM 1 BY 1
               UNTIL IND-A > WS-NUM-AUS OR WS-ACHOU-AUS = 1
               IF AT-FUNC(IND-A) = EM-FUNC(IND-E)
                  AND AT-INICIO(IND-A) <= WS-DIA-DATA
                  AND AT-FIM(IND-A) >= WS-DIA-DATA THEN
                   MOVE 1 TO WS-ACHOU-AUS
                   MOVE AT-TIPO(IND-A) TO WS-AUS-TIPO-W
               END-IF
           END-PERFORM.

       CALCULAR-VENCIMENTO.
           COMPUTE EM-BRUTO(IND-E) ROUNDED =
               (EM-SEG-NORMAL(IND-E) + EM-SEG-AUS(IND-E)) / 3600
                   * EM-VALOR-HORA(IND-E)
               + EM-SEG-EXTRA(IND-E) / 3600
                   * EM-VALOR-HORA(IND-E) * EM-FATOR(IND-E).
           COMPUTE EM-SS(IND-E) ROUNDED =
               EM-BRUTO(IND-E) * EM-TAXA-SS(IND-E) / 100.
           COMPUTE EM-IRS(IND-E) ROUNDED =
               EM-BRUTO(IND-E) * EM-TAXA-IRS(IND-E) / 100.
           COMPUTE EM-LIQUIDO(IND-E) =
               EM-BRUTO(IND-E) - EM-SS(IND-E) - EM-IRS(IND-E).
           PERFORM POSICAO-NEGOCIO.
           IF WS-POS-NEG > 0 THEN
               ADD 1 TO NG-QTD(WS-POS-NEG)
               ADD EM-BRUTO(IND-E) TO NG-BRUTO(WS-POS-NEG)
               ADD EM-SS(IND-E) TO NG-SS(WS-POS-NEG)
               ADD EM-IRS(IND-E) TO NG-IRS(WS-POS-NEG)
               ADD EM-LIQUIDO(IND-E) TO NG-LIQUIDO(WS-POS-NEG)
           END-IF.

       POSICAO-NEGOCIO.
      * NEGOCIO SEM CONTA CONFIGURADA ENTRA NO RESUMO SEM CONTA
           MOVE 0 TO WS-POS-NEG.
           PERFORM VARYING IND-N FROM 1 BY 1
               UNTIL IND-N > WS-NUM-NEG OR WS-POS-NEG > 0
               IF NG-NOME(IND-N) = EM-NEGOCIO(IND-E) THEN
                   MOVE IND-N TO WS-POS-NEG
               END-IF
           END-PERFORM.
           IF WS-POS-NEG = 0 AND WS-NUM-NEG < 20 THEN
               ADD 1 TO WS-NUM-NEG
               MOVE WS-NUM-NEG TO WS-POS-NEG
               MOVE EM-NEGOCIO(IND-E) TO NG-NOME(WS-POS-NEG)
               MOVE 0 TO NG-CONTA(WS-POS-NEG)
               MOVE 0 TO NG-QTD(WS-POS-NEG)
               MOVE 0 TO NG-BRUTO(WS-POS-NEG)
               MOVE 0 TO NG-SS(WS-POS-NEG)
               MOVE 0 TO NG-IRS(WS-POS-NEG)
               MOVE 0 TO NG-LIQUIDO(WS-POS-NEG)
           END-IF.

       EMITIR-RECIBOS.
           MOVE SPACES TO WS-REC-NOME.
           STRING "RECIBOS_SALARIO_" WS-MES-PROC ".TXT"
               DELIMITED BY SIZE INTO WS-REC-NOME.
           OPEN OUTPUT FICREC.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > WS-NUM-EMP
               MOVE ALL "-" TO LINHA-REC
               WRITE LINHA-REC
               MOVE SPACES TO LINHA-REC
               STRING "RECIBO DE VENCIMENTO - " WS-MES-PROC
                   "  NEGOCIO: " EM-NEGOCIO(IND-E)
                   DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               MOVE SPACES TO LINHA-REC
               STRING "FUNCIONARIO: " EM-FUNC(IND-E) " "
                   EM-NOME(IND-E) "  CONTA: " EM-CONTA(IND-E)
                   DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               COMPUTE WS-HORAS-W ROUNDED = EM-SEG-NORMAL(IND-E) / 3600
               MOVE WS-HORAS-W TO WS-HORAS-ED
               MOVE EM-VALOR-HORA(IND-E) TO WS-VALOR-ED
               MOVE SPACES TO LINHA-REC
               STRING "HORAS NORMAIS      " WS-HORAS-ED " X "
                   WS-VALOR-ED DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               COMPUTE WS-HORAS-W ROUNDED = EM-SEG-EXTRA(IND-E) / 3600
               MOVE WS-HORAS-W TO WS-HORAS-ED
               MOVE EM-FATOR(IND-E) TO WS-TAXA-ED
               MOVE SPACES TO LINHA-REC
               STRING "HORAS EXTRA        " WS-HORAS-ED " X "
                   WS-VALOR-ED " X " WS-TAXA-ED
                   DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               COMPUTE WS-HORAS-W ROUNDED = EM-SEG-AUS(IND-E) / 3600
               MOVE WS-HORAS-W TO WS-HORAS-ED
               MOVE SPACES TO LINHA-REC
               STRING "AUSENCIA APROVADA  " WS-HORAS-ED " X "
                   WS-VALOR-ED DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               IF EM-SEG-DOENCA(IND-E) > 0 THEN
                   COMPUTE WS-HORAS-W ROUNDED =
                       EM-SEG-DOENCA(IND-E) / 3600
                   MOVE WS-HORAS-W TO WS-HORAS-ED
                   MOVE SPACES TO LINHA-REC
                   STRING "BAIXA POR DOENCA   " WS-HORAS-ED
                       " (A CARGO DA SEGURANCA SOCIAL)"
                       DELIMITED BY SIZE INTO LINHA-REC
                   WRITE LINHA-REC
               END-IF
               MOVE EM-BRUTO(IND-E) TO WS-BRUTO-ED
               MOVE SPACES TO LINHA-REC
               STRING "VENCIMENTO ILIQUIDO        " WS-BRUTO-ED
                   DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               MOVE EM-SS(IND-E) TO WS-SS-ED
               MOVE EM-TAXA-SS(IND-E) TO WS-TAXA-ED
               MOVE SPACES TO LINHA-REC
               STRING "SEGURANCA SOCIAL " WS-TAXA-ED "%    -"
                   WS-SS-ED DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               MOVE EM-IRS(IND-E) TO WS-IRS-ED
               MOVE EM-TAXA-IRS(IND-E) TO WS-TAXA-ED
               MOVE SPACES TO LINHA-REC
               STRING "RETENCAO IRS     " WS-TAXA-ED "%    -"
                   WS-IRS-ED DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               MOVE EM-LIQUIDO(IND-E) TO WS-LIQ-ED
               MOVE SPACES TO LINHA-REC
               STRING "LIQUIDO A RECEBER          " WS-LIQ-ED
                   DELIMITED BY SIZE INTO LINHA-REC
               WRITE LINHA-REC
               IF EM-INCOMPLETOS(IND-E) > 0 THEN
                   MOVE SPACES TO LINHA-REC
                   STRING "ATENCAO: " EM-INCOMPLETOS(IND-E)
                       " DIA(S) COM PICAGENS INCOMPLETAS NAO PAGOS"
                       DELIMITED BY SIZE INTO LINHA-REC
                   WRITE LINHA-REC
               END-IF
           END-PERFORM.
           CLOSE FICREC.
           DISPLAY "RECIBOS GRAVADOS EM " WS-REC-NOME.

       EMITIR-RESUMO.
           MOVE SPACES TO WS-RES-NOME.
           STRING "RESUMO_SALARIOS_" WS-MES-PROC ".TXT"
               DELIMITED BY SIZE INTO WS-RES-NOME.
           OPEN OUTPUT FICRES.
           MOVE SPACES TO LINHA-RES.
           STRING "RESUMO DE SALARIOS POR NEGOCIO - " WS-MES-PROC
               DELIMITED BY SIZE INTO LINHA-RES.
           WRITE LINHA-RES.
           MOVE "NEGOCIO    CONTA  FUNC      ILIQUIDO     SEG.SOC"
               & "         IRS     LIQUIDO" TO LINHA-RES.
           WRITE LINHA-RES.
           DISPLAY LINHA-RES.
           PERFORM VARYING IND-N FROM 1 BY 1 UNTIL IND-N > WS-NUM-NEG
               IF NG-QTD(IND-N) > 0 THEN
                   MOVE NG-BRUTO(IND-N) TO WS-BRUTO-ED
                   MOVE NG-SS(IND-N) TO WS-SS-ED
                   MOVE NG-IRS(IND-N) TO WS-IRS-ED
                   MOVE NG-LIQUIDO(IND-N) TO WS-LIQ-ED
                   MOVE SPACES TO LINHA-RES
                   STRING NG-NOME(IND-N) " " NG-CONTA(IND-N) " "
                       NG-QTD(IND-N) " " WS-BRUTO-ED " " WS-SS-ED " "
                       WS-IRS-ED " " WS-LIQ-ED
                       DELIMITED BY SIZE INTO LINHA-RES
                   WRITE LINHA-RES
                   DISPLAY LINHA-RES
               END-IF
           END-PERFORM.
           CLOSE FICRES.
           DISPLAY "RESUMO GRAVADO EM " WS-RES-NOME.

       PAGAR-SALARIOS.
      * DEBITO NA CONTA DO NEGOCIO E CREDITO NA DO FUNCIONARIO COM A
      * REFERENCIA SAL:AAAAMM:FFF; SALARIOS_PAGOS.TXT E O GUARDA
      * CONTRA UM SEGUNDO LANCAMENTO DO MESMO MES
      * OS MOVIMENTOS LEVAM A DATA DE HOJE: COM O MES FECHADO NO BANCO
      * PELA CONTABILIDADE NADA E LANCADO
           COMPUTE WS-PER-ANOMES = WRK-ANO * 100 + WRK-MES.
           MOVE "BANCO" TO PER-NEGOCIO.
           MOVE WS-PER-ANOMES TO PER-ANOMES.
           MOVE SPACE TO WS-PER-ESTADO.
           OPEN INPUT FICPER.
           IF FS-PER = "00" THEN
               READ FICPER
                   NOT INVALID KEY
                       MOVE PER-ESTADO TO WS-PER-ESTADO
               END-READ
           END-IF.
           CLOSE FICPER.
           IF WS-PER-ESTADO = "F" THEN
               DISPLAY "PERIODO " WS-PER-ANOMES " FECHADO NO BANCO - "
                   "SALARIOS NAO PAGOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PAGOS.
           MOVE 0 TO WS-REJEITADOS.
           PERFORM VARYING IND-E FROM 1 BY 1 UNTIL IND-E > WS-NUM-EMP
               IF EM-LIQUIDO(IND-E) > 0 THEN
                   PERFORM PAGAR-FUNCIONARIO
               END-IF
           END-PERFORM.
           DISPLAY "SALARIOS PAGOS: " WS-PAGOS
               "  REJEITADOS: " WS-REJEITADOS.

       PAGAR-FUNCIONARIO.
           PERFORM VERIFICA-SALARIO-PAGO.
           IF WS-JA-PAGO = 1 THEN
               DISPLAY EM-FUNC(IND-E) " " WS-MES-PROC
                   " JA PAGO - IGNORADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIVO-REJ.
           PERFORM POSICAO-NEGOCIO.
           MOVE NG-CONTA(WS-POS-NEG) TO WS-CONTA-NEG.
           IF WS-CONTA-NEG = 0 THEN
               MOVE "NEGOCIO SEM CONTA" TO WS-MOTIVO-REJ
           END-IF.
           IF WS-MOTIVO-REJ = SPACES THEN
               MOVE EM-CONTA(IND-E) TO WS-CONTA-W
               PERFORM VERIFICA-CONTA-ABERTA
               IF FS-CTA NOT = "00" THEN
                   MOVE "CONTA DO FUNCIONARIO INVALIDA"
                       TO WS-MOTIVO-REJ
               END-IF
           END-IF.
           IF WS-MOTIVO-REJ = SPACES THEN
               MOVE WS-CONTA-NEG TO WS-CONTA-W
               PERFORM VERIFICA-CONTA-ABERTA
               IF FS-CTA NOT = "00" THEN
                   MOVE "CONTA DO NEGOCIO INVALIDA" TO WS-MOTIVO-REJ
               ELSE
                   PERFORM CALCULA-DISPONIVEL
                   IF WS-CTV-DISPONIVEL < EM-LIQUIDO(IND-E) THEN
                       MOVE "SALDO INSUFICIENTE NO NEGOCIO"
                           TO WS-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-REJ NOT = SPACES THEN
               ADD 1 TO WS-REJEITADOS
               DISPLAY EM-FUNC(IND-E) " NAO PAGO: " WS-MOTIVO-REJ
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MOV-REF.
           STRING "SAL:" WS-MES-PROC ":" EM-FUNC(IND-E)
               DELIMITED BY SIZE INTO MOV-REF.
           MOVE EM-LIQUIDO(IND-E) TO WS-VALOR-W.
           MOVE WS-CONTA-NEG TO WS-CONTA-W.
           MOVE "T" TO WS-OP-W.
           PERFORM LANCAR-MOVIMENTO.
           MOVE EM-CONTA(IND-E) TO WS-CONTA-W.
           MOVE "R" TO WS-OP-W.
           PERFORM LANCAR-MOVIMENTO.
           PERFORM CAPTURA-PENHORA.

           MOVE EM-LIQUIDO(IND-E) TO WS-LIQ-ED.
           OPEN EXTEND FICPAG.
           MOVE SPACES TO PAG-LINHA.
           STRING WS-MES-PROC ";" EM-FUNC(IND-E) ";" WS-LIQ-ED ";"
               WS-CONTA-NEG ";" EM-CONTA(IND-E) ";" WS-DATA-HOJE ";"
               WS-OPERADOR-LOGADO
               DELIMITED BY SIZE INTO PAG-LINHA.
           WRITE REG-PAG.
           CLOSE FICPAG.
           ADD 1 TO WS-PAGOS.
           DISPLAY EM-FUNC(IND-E) " PAGO " WS-LIQ-ED " - " MOV-REF.

       VERIFICA-SALARIO-PAGO.
           MOVE 0 TO WS-JA-PAGO.
           OPEN INPUT FICPAG.
           IF FS-PAG = "00" THEN
               PERFORM UNTIL FS-PAG NOT = "00"
                   READ FICPAG
                       AT END
                           MOVE "10" TO FS-PAG
                       NOT AT END
                           MOVE SPACES TO PAG-F1 PAG-F2
                           UNSTRING PAG-LINHA DELIMITED BY ";"
                               INTO PAG-F1 PAG-F2
                           END-UNSTRING
                           IF PAG-F1 = WS-MES-PROC
                              AND PAG-F2 = EM-FUNC(IND-E) THEN
                               MOVE 1 TO WS-JA-PAGO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICPAG.

       VERIFICA-CONTA-ABERTA.
           OPEN INPUT FICCTA.
           MOVE WS-CONTA-W TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   MOVE "23" TO FS-CTA
           END-READ.
           IF FS-CTA = "00" AND CTA-ESTADO = "E" THEN
               MOVE "23" TO FS-CTA
           END-IF.
           CLOSE FICCTA.

       CALCULA-DISPONIVEL.
      * SALDO DA CONTA MENOS RESERVAS E O JA CAPTURADO POR PENHORAS,
      * COMO NO BANCO
           MOVE WS-DATA-HOJE TO WS-CTV-HOJE.
           MOVE 0 TO WS-CTV-BLOQUEADO.
           OPEN INPUT FICCTV.
           MOVE WS-CONTA-W TO CTV-CONTA.
           START FICCTV KEY = CTV-CONTA
               INVALID KEY MOVE "10" TO FS-CTV
           END-START.
           PERFORM UNTIL FS-CTV NOT = "00"
               READ FICCTV NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CTV
                   NOT AT END
                       IF CTV-CONTA NOT = WS-CONTA-W THEN
                           MOVE "10" TO FS-CTV
                       ELSE
                           IF (CTV-ESTADO = "A")
                              AND (CTV-DATA-INI <= WS-CTV-HOJE)
                              AND ((CTV-DATA-FIM = 0) OR
                                   (CTV-DATA-FIM >= WS-CTV-HOJE)) THEN
                               IF CTV-TIPO = "P" THEN
                                   ADD CTV-CATIVADO TO WS-CTV-BLOQUEADO
                               ELSE
                                   ADD CTV-MONTANTE TO WS-CTV-BLOQUEADO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICCTV.
           IF WS-CTV-BLOQUEADO > CTA-SALDO THEN
               MOVE 0 TO WS-CTV-DISPONIVEL
           ELSE
               COMPUTE WS-CTV-DISPONIVEL = CTA-SALDO - WS-CTV-BLOQUEADO
           END-IF.

       LANCAR-MOVIMENTO.
      * WS-OP-W "T" DEBITA, "R" CREDITA WS-VALOR-W EM WS-CONTA-W
           OPEN I-O FICCTA.
           MOVE WS-CONTA-W TO CTA-NUMCONTA.
           READ FICCTA
               INVALID KEY
                   CLOSE FICCTA
                   EXIT PARAGRAPH
           END-READ.
           IF WS-OP-W = "T" THEN
               SUBTRACT WS-VALOR-W FROM CTA-SALDO
           ELSE
               ADD WS-VALOR-W TO CTA-SALDO
           END-IF.
           REWRITE REGISTO-CTA.
           CLOSE FICCTA.

      * LINHA NO JORNAL DE MOVIMENTOS, NO FORMATO DO BANCO
           MOVE WS-VALOR-W TO WS-MONTANTE-ED.
           MOVE CTA-SALDO TO WS-SALDO-ED.
           OPEN EXTEND FICMOV.
           MOVE SPACES TO MOV-LINHA.
           STRING WS-DATA-MOV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CONTA-W DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OP-W DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-MONTANTE-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MOV-REF DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-OPERADOR-LOGADO DELIMITED BY SIZE
               INTO MOV-LINHA.
           WRITE REGISTO-MOV.
           CLOSE FICMOV.

      * ESPELHO NO FICHEIRO INDEXADO USADO PELA RECONCILIACAO
           MOVE WS-CONTA-W TO MVX-CONTA.
           MOVE WS-DATA-HOJE TO MVX-DATA.
           MOVE SPACES TO MVX-OP.
           MOVE WS-OP-W TO MVX-OP(1:1).
           MOVE WS-VALOR-W TO MVX-MONTANTE.
           MOVE CTA-SALDO TO MVX-SALDO-APOS.
           MOVE MOV-REF TO MVX-REF.
           MOVE WS-OPERADOR-LOGADO TO MVX-OPERADOR.
           OPEN I-O FICMVX.
           MOVE 0 TO MVX-GRAVADO.
           MOVE 1 TO MVX-SEQ-W.
           PERFORM UNTIL (MVX-GRAVADO = 1) OR (MVX-SEQ-W > 9999)
               MOVE MVX-SEQ-W TO MVX-SEQ
               WRITE REGISTO-MVX
                   INVALID KEY
                       ADD 1 TO MVX-SEQ-W
                   NOT INVALID KEY
                       MOVE 1 TO MVX-GRAVADO
               END-WRITE
           END-PERFORM.
           CLOSE FICMVX.

      * O SALARIO ALIMENTA AS PENHORAS EM VIGOR NA CONTA DO
      * FUNCIONARIO, TAL COMO OS CREDITOS LANCADOS NO BANCO
       CAPTURA-PENHORA.
           MOVE EM-LIQUIDO(IND-E) TO WS-CTV-RESTO.
           OPEN I-O FICCTV.
           MOVE EM-CONTA(IND-E) TO CTV-CONTA.
           START FICCTV KEY = CTV-CONTA
               INVALID KEY MOVE "10" TO FS-CTV
           END-START.
           PERFORM UNTIL (FS-CTV NOT = "00") OR (WS-CTV-RESTO = 0)
               READ FICCTV NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CTV
                   NOT AT END
                       IF CTV-CONTA NOT = EM-CONTA(IND-E) THEN
                           MOVE "10" TO FS-CTV
                       ELSE
                           IF (CTV-ESTADO = "A") AND (CTV-TIPO = "P")
                              AND (CTV-DATA-INI <= WS-DATA-HOJE)
                              AND ((CTV-DATA-FIM = 0) OR
                                   (CTV-DATA-FIM >= WS-DATA-HOJE))
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

       END PROGRAM salarios.
